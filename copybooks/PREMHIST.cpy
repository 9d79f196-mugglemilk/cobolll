      ******************************************************
      * PREMHIST.CPY                                       *
      * POLICY PREMIUM HISTORY MASTER (KSDS) - MAINTAINED  *
      * NIGHTLY BY EXER21 FROM THE VALIDATED BILLING FEED  *
      * (VALFDREC DETAILS) BEFORE BILLING'S PICKUP EMPTIES *
      * IT. ONE RECORD PER CHANGE, NOT PER NIGHT: A POLICY *
      * GETS A NEW RECORD ONLY WHEN IT FIRST APPEARS OR    *
      * WHEN ITS APPROVED PREMIUM OR EFFECTIVE DATE        *
      * DIFFERS FROM ITS LATEST EARLIER RECORD. KEYED BY   *
      * POLICY NUMBER + THE FEED RUN DATE, SO ONE POLICY'S *
      * RECORDS READ BACK OLDEST FIRST AND THE PREMIUM     *
      * APPROVED ON ANY DATE IS THE LATEST RECORD WHOSE    *
      * RUN DATE IS ON OR BEFORE IT (SEE EXER22).          *
      *   HS-CHANGE-KIND 'N' - FIRST APPROVAL ON FILE      *
      *   HS-CHANGE-KIND 'E' - EFFECTIVE DATE MOVED        *
      *       (ENDORSEMENT OR RENEWAL), PREMIUM MAY MOVE   *
      *   HS-CHANGE-KIND 'M' - MID-TERM CHANGE: PREMIUM    *
      *       MOVED WITH THE EFFECTIVE DATE UNCHANGED      *
      * HS-PRIOR-PREMIUM CARRIES THE PREMIUM THE CHANGE    *
      * REPLACED (ZERO ON AN 'N' RECORD).                  *
      ******************************************************
       01  PREMIUM-HISTORY-RECORD.
           05  HS-KEY.
               10  HS-POLICY-NUMBER      PIC X(10).
               10  HS-RUN-DATE           PIC X(08).
           05  HS-STATE-CODE             PIC X(02).
           05  HS-POLICY-TYPE            PIC X(02).
           05  HS-EFFECTIVE-DATE         PIC X(08).
           05  HS-APPROVED-PREMIUM       PIC 9(7)V99.
           05  HS-RUN-ID                 PIC X(08).
           05  HS-CHANGE-KIND            PIC X(01).
           05  HS-PRIOR-PREMIUM          PIC 9(7)V99.
           05  FILLER                    PIC X(03).
