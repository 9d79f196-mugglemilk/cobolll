      * BEHIND THE HEADER THE FIRST ATTEMPT WROTE AND THE  *
      * TRAILER STILL COVERS THE WHOLE FEED. BILLING'S     *
      * PICKUP EMPTIES THE DATASET BEFORE THE NEXT RUN.    *
      * EXER21 POSTS THE DETAILS TO THE PREMIUM HISTORY    *
      * KSDS (PREMHIST) BEFORE THAT PICKUP, SO THE         *
      * APPROVED PREMIUMS OUTLIVE THE FEED, AND EXER21J    *
      * KEEPS A COPY OF THE FEED (GDG) THAT EXER24         *
      * RECONCILES BILLING'S ACKNOWLEDGMENT (ACKREC)       *
      * AGAINST.                                           *
      * THE HEADER AND TRAILER VIEWS REDEFINE THE DETAIL   *
      * LAYOUT UNDER THE FD.                               *
      ******************************************************
