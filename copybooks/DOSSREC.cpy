      ******************************************************
      * DOSSREC.CPY                                        *
      * POLICY LIFECYCLE DOSSIER FILE - WRITTEN BY EXER30  *
      * FOR AUDIT, REGULATOR AND COMPLAINT REQUESTS. ONE   *
      * DETAIL PER EVENT, IN POLICY AND DATE ORDER, FOR    *
      * EVERY POLICY ON THE REQUEST DECK WITHIN THE DATE   *
      * RANGE ON SYSIN.                                    *
      *   DS-RECORD-TYPE 'H' - HEADER (RUN DATE, DATE      *
      *       RANGE, POLICIES ON THE DECK AND THE DATES OF *
      *       THE OLDEST STATUS MASTER AND EXER04 SUSPENSE *
      *       GENERATIONS HELD, FIRST RECORD)              *
      *   DS-RECORD-TYPE 'D' - EVENT DETAIL                *
      *   DS-RECORD-TYPE 'N' - NO ACTIVITY FOUND FOR THE   *
      *       POLICY IN THE DATE RANGE (POLICY NUMBER AND  *
      *       EVENT TEXT ONLY)                             *
      *   DS-RECORD-TYPE 'T' - TRAILER (POLICY, EVENT AND  *
      *       NO-ACTIVITY COUNTS, LAST RECORD)             *
      * DS-EVENT-CODE VALUES (DS-EVENT-SOURCE IS THE       *
      * DATASET THE EVENT WAS FOUND ON):                   *
      *   VPAS / VREJ - VALIDATION PASSED / REJECTED BY    *
      *       EXER00, WITH THE BAND, BAND SOURCE AND RATE  *
      *       VERSION (AUDIT TRAIL OR ARCHIVE)             *
      *   XREJ - REJECT POSTED TO THE EXCEPTIONS DATASET   *
      *       (INCLUDES BILLING REJECTS, REASON R009)      *
      *   EOPN / ECOR / EWAV / EREV / ECLS / EREO -        *
      *       EXCEPTION OPENED, CORRECTED, WAIVED,         *
      *       REVALIDATED, CLOSED OR RE-OPENED (STATUS     *
      *       MASTER GENERATIONS)                          *
      *   ROVR - RECYCLE OVERRIDE ISSUED TO EXER00 (RECYCLE*
      *       HISTORY; FIRST NIGHT IN RANGE, REFERENCE     *
      *       GIVES THE LAST)                              *
      *   SENT / SMAT / SWOF / SCLS - SUSPENSE ITEM        *
      *       ENTERED, CLEARED BY A MATCH, WRITTEN OFF OR  *
      *       CLOSED FOR A DROPPED POLICY (SUSPENSE        *
      *       GENERATIONS, WRITE-OFF AND CLOSED HISTORY)   *
      *   WAPP - WRITE-OFF APPROVED, NOT YET SEEN LEAVING  *
      *       SUSPENSE (DATED WITH THE PROPOSAL DATE)      *
      * THE HEADER AND TRAILER VIEWS REDEFINE THE DETAIL   *
      * LAYOUT UNDER THE FD.                               *
      ******************************************************
       01  DOSSIER-RECORD.
           05  DS-RECORD-TYPE            PIC X(01).
           05  DS-POLICY-NUMBER          PIC X(10).
           05  DS-EVENT-DATE             PIC X(08).
           05  DS-EVENT-SOURCE           PIC X(08).
           05  DS-EVENT-CODE             PIC X(04).
           05  DS-EVENT-TEXT             PIC X(22).
           05  DS-REASON-CODE            PIC X(04).
           05  DS-PREMIUM-AMOUNT         PIC 9(7)V99.
           05  DS-LOW-BOUND              PIC 9(7)V99.
           05  DS-HIGH-BOUND             PIC 9(7)V99.
           05  DS-BAND-SOURCE            PIC X(01).
           05  DS-RATE-VERSION           PIC X(03).
           05  DS-STATUS-CODE            PIC X(01).
           05  DS-ACTION-CODE            PIC X(01).
           05  DS-SOURCE-SIDE            PIC X(01).
           05  DS-REFERENCE              PIC X(30).
           05  FILLER                    PIC X(29).
       01  DOSSIER-HEADER.
           05  DH-RECORD-TYPE            PIC X(01).
           05  DH-RUN-DATE               PIC X(08).
           05  DH-FROM-DATE              PIC X(08).
           05  DH-TO-DATE                PIC X(08).
           05  DH-POLICY-COUNT           PIC 9(07).
           05  DH-STATUS-FROM-DATE       PIC X(08).
           05  DH-SUSPENSE-FROM-DATE     PIC X(08).
           05  FILLER                    PIC X(102).
       01  DOSSIER-TRAILER.
           05  DT-RECORD-TYPE            PIC X(01).
           05  DT-POLICY-COUNT           PIC 9(07).
           05  DT-EVENT-COUNT            PIC 9(09).
           05  DT-NO-ACTIVITY-COUNT      PIC 9(07).
           05  FILLER                    PIC X(126).
