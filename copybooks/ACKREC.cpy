      ******************************************************
      * ACKREC.CPY                                         *
      * BILLING ACKNOWLEDGMENT FILE - RETURNED BY BILLING  *
      * FOR EACH VALIDATED FEED IT LOADS, ONE DETAIL PER   *
      * VALFDREC DETAIL RECEIVED, AND RECONCILED BY EXER24 *
      * AGAINST THE RETAINED COPY OF THAT FEED ON RUN      *
      * DATE, RUN ID AND POLICY NUMBER (THE RUN DATE AND   *
      * RUN ID ARE ECHOED FROM THE FEED HEADER THE DETAIL  *
      * CAME UNDER).                                       *
      *   AK-RECORD-TYPE 'H' - HEADER (DATE BILLING BUILT  *
      *       THE FILE, FIRST RECORD)                      *
      *   AK-RECORD-TYPE 'D' - ACKNOWLEDGMENT DETAIL       *
      *   AK-RECORD-TYPE 'T' - TRAILER (DETAIL COUNT,      *
      *       ACCEPTED AND REJECTED COUNTS, LAST RECORD)   *
      * AK-ACK-CODE VALUES:                                *
      *   A = ACCEPTED - LOADED FOR BILLING                *
      *   R = REJECTED - NOT BILLED; AK-REJECT-REASON AND  *
      *       AK-REJECT-TEXT CARRY BILLING'S OWN REASON.   *
      *       EXER24 POSTS EVERY REJECT TO THE EXCEPTION   *
      *       STATUS MASTER (VIA THE EXCEPTIONS DATASET    *
      *       AND EXER02) UNDER REASON CODE R009.          *
      * AK-BATCH-ID IS BILLING'S LOAD BATCH, FOR TRACING A *
      * DETAIL INTO THE BILLING SYSTEM.                    *
      * THE HEADER AND TRAILER VIEWS REDEFINE THE DETAIL   *
      * LAYOUT UNDER THE FD.                               *
      ******************************************************
       01  BILLING-ACK-RECORD.
           05  AK-RECORD-TYPE            PIC X(01).
           05  AK-RUN-DATE               PIC X(08).
           05  AK-RUN-ID                 PIC X(08).
           05  AK-POLICY-NUMBER          PIC X(10).
           05  AK-ACK-CODE               PIC X(01).
           05  AK-REJECT-REASON          PIC X(04).
           05  AK-REJECT-TEXT            PIC X(20).
           05  AK-BATCH-ID               PIC X(12).
           05  FILLER                    PIC X(16).
       01  BILLING-ACK-HEADER.
           05  AH-RECORD-TYPE            PIC X(01).
           05  AH-CREATE-DATE            PIC X(08).
           05  FILLER                    PIC X(71).
       01  BILLING-ACK-TRAILER.
           05  AT-RECORD-TYPE            PIC X(01).
           05  AT-RECORD-COUNT           PIC 9(09).
           05  AT-ACCEPTED-COUNT         PIC 9(09).
           05  AT-REJECTED-COUNT         PIC 9(09).
           05  FILLER                    PIC X(52).
