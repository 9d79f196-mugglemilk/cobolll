      ******************************************************
      * LEAKREC.CPY                                        *
      * PREMIUM LEAKAGE FILE - WRITTEN NIGHTLY BY EXER28,  *
      * ONE DETAIL PER G-SIDE SUSPENSE ITEM (BILLING       *
      * POSTED PREMIUM FOR A POLICY EXER00 DID NOT PASS)   *
      * THAT IS NOT A SIMPLE TIMING DIFFERENCE. EVERY      *
      * GENERATION CARRIES ALL SUCH ITEMS STILL IN         *
      * SUSPENSE; THE CONTROLLER'S OFFICE REVIEWS THE      *
      * LATEST GENERATION WEEKLY.                          *
      *   LK-RECORD-TYPE 'H' - HEADER (RUN DATE, AND THE   *
      *       RUN DATES OF THE SUSPENSE AND STATUS MASTER  *
      *       GENERATIONS READ, FIRST RECORD)              *
      *   LK-RECORD-TYPE 'D' - LEAKAGE DETAIL              *
      *   LK-RECORD-TYPE 'T' - TRAILER (ITEM COUNT AND     *
      *       PREMIUM HASH, AND THE COUNT PER CLASS, LAST  *
      *       RECORD)                                      *
      * LK-LEAK-CLASS VALUES:                              *
      *   E = BILLED WHILE AN EXCEPTION WAS OPEN - BILLING *
      *       IGNORED THE REJECT. LK-REASON-CODE AND       *
      *       LK-STATUS-CODE ARE THE STATUS MASTER ITEM,   *
      *       LK-EVIDENCE-DATE THE DATE IT OPENED          *
      *   D = BILLED AFTER THE POLICY DROPPED. FROM THE    *
      *       DROPPED-POLICY FEED, LK-EVIDENCE-DATE IS THE *
      *       RUN DATE; FROM A CLOSED (X) STATUS ITEM IT   *
      *       IS THE DATE THE ITEM WAS CLOSED              *
      *   N = BILLED FOR A POLICY NOT ON THE NIGHTLY       *
      *       EXTRACT AT ALL                               *
      * LK-STATE-CODE AND LK-POLICY-TYPE COME FROM THE     *
      * EXTRACT, ELSE THE DROPPED-POLICY FEED, ELSE '??'.  *
      * THE HEADER AND TRAILER VIEWS REDEFINE THE DETAIL   *
      * LAYOUT UNDER THE FD.                               *
      ******************************************************
       01  LEAKAGE-RECORD.
           05  LK-RECORD-TYPE            PIC X(01).
           05  LK-POLICY-NUMBER          PIC X(10).
           05  LK-LEAK-CLASS             PIC X(01).
           05  LK-STATE-CODE             PIC X(02).
           05  LK-POLICY-TYPE            PIC X(02).
           05  LK-PREMIUM-AMOUNT         PIC 9(7)V99.
           05  LK-DATE-ENTERED           PIC X(08).
           05  LK-AGE-DAYS               PIC 9(03).
           05  LK-REASON-CODE            PIC X(04).
           05  LK-STATUS-CODE            PIC X(01).
           05  LK-EVIDENCE-DATE          PIC X(08).
           05  LK-RUN-DATE               PIC X(08).
           05  FILLER                    PIC X(23).
       01  LEAKAGE-HEADER.
           05  LH-RECORD-TYPE            PIC X(01).
           05  LH-RUN-DATE               PIC X(08).
           05  LH-SUSPENSE-DATE          PIC X(08).
           05  LH-STATUS-DATE            PIC X(08).
           05  FILLER                    PIC X(55).
       01  LEAKAGE-TRAILER.
           05  LT-RECORD-TYPE            PIC X(01).
           05  LT-ITEM-COUNT             PIC 9(07).
           05  LT-PREMIUM-HASH           PIC 9(11)V99.
           05  LT-EXCEPTION-COUNT        PIC 9(07).
           05  LT-DROPPED-COUNT          PIC 9(07).
           05  LT-NOT-ON-EXTRACT-COUNT   PIC 9(07).
           05  FILLER                    PIC X(38).
