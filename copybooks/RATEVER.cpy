      ******************************************************
      * RATEVER.CPY                                        *
      * RATE VERSION REGISTRY - ONE RECORD PER RATE FILE   *
      * PROMOTION, APPENDED BY EXER03 IN VERSION ORDER TO  *
      * PROD.POLICY.RATETABLE.REGISTRY. THE LAST RECORD IS *
      * THE VERSION NOW ON PROD.POLICY.RATETABLE; EXER00   *
      * STAMPS IT ON EVERY AUDIT RECORD (AU-RATE-VERSION). *
      * AN EMPTY REGISTRY MEANS THE TABLE IN PRODUCTION    *
      * PREDATES THE REGISTRY - VERSION 000.               *
      * RV-REPLACED-VERSION IS THE OUTGOING VERSION EXER03 *
      * COPIED TO THE RATE ARCHIVE (RATEARC) BEFORE THE    *
      * PROMOTION, RV-ARCHIVED-ROW-COUNT ITS ROW COUNT.    *
      * RV-PROMOTE-USER IS THE USER ON EXER03'S CONTROL    *
      * CARD WHO RELEASED THE FILING.                      *
      ******************************************************
       01  RATE-REGISTRY-RECORD.
           05  RV-RATE-VERSION           PIC 9(03).
           05  RV-PROMOTE-DATE           PIC X(08).
           05  RV-PROMOTE-USER           PIC X(08).
           05  RV-ROW-COUNT              PIC 9(04).
           05  RV-REPLACED-VERSION       PIC 9(03).
           05  RV-ARCHIVED-ROW-COUNT     PIC 9(04).
           05  FILLER                    PIC X(50).
