       IDENTIFICATION DIVISION.
       PROGRAM-ID.  EXER28.
      ******************************************************
      *  G-SIDE SUSPENSE LEAKAGE REPORT                    *
      *  A G-SIDE SUSPENSE ITEM IS PREMIUM BILLING POSTED  *
      *  FOR A POLICY EXER00 DID NOT PASS THAT NIGHT. RUNS *
      *  AFTER EXER04 AND EXER02 AND LOOKS EVERY G-SIDE    *
      *  ITEM UP AGAINST THE EXCEPTION STATUS MASTER, THE  *
      *  NIGHTLY EXTRACT AND EXER07'S DROPPED-POLICY FEED, *
      *  CLASSIFYING IT, FIRST RULE THAT FITS:             *
      *   E - BILLED WHILE AN EXCEPTION WAS OPEN: A STATUS *
      *       ITEM OPENED ON OR BEFORE THE POSTING AND     *
      *       STILL OPEN WORK (O/C/W), OR NOT REVALIDATED  *
      *       OR CLOSED UNTIL AFTER THE POSTING            *
      *   D - BILLED AFTER THE POLICY DROPPED: ON THE      *
      *       DROPPED-POLICY FEED TONIGHT, OR CLOSED (X)   *
      *       ON THE STATUS MASTER ON OR BEFORE THE        *
      *       POSTING                                      *
      *   N - BILLED FOR A POLICY NOT ON THE EXTRACT       *
      *   T - A SIMPLE TIMING DIFFERENCE                   *
      *  OUTPUT:                                           *
      *   - LEAKRPT: E, D AND N ITEMS LISTED, EVERY CLASS  *
      *     SUBTOTALLED BY STATE AND POLICY TYPE           *
      *   - LEAKOUT: THE E, D AND N ITEMS FOR THE          *
      *     CONTROLLER'S OFFICE (SEE LEAKREC)              *
      *  ANY LEAKAGE ITEM ENDS THE JOB RC=4. THE SUSPENSE  *
      *  FILE, STATUS MASTER, EXTRACT AND DROPPED-POLICY   *
      *  FEED ALL ARRIVE IN POLICY NUMBER ORDER AND ARE    *
      *  WALKED TOGETHER. A MASTER OUT OF SEQUENCE, OR ONE *
      *  THAT DOES NOT PROVE TO ITS CONTROL RECORDS,       *
      *  ABORTS RC=16. BOTH BALANCE PROOFS ARE PRINTED.    *
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSE-FILE ASSIGN TO SUSPIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT STATUS-FILE ASSIGN TO STATIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT POLICY-MASTER-FILE ASSIGN TO POLICYIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT DROPPED-POLICY-FILE ASSIGN TO DROPIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT LEAKAGE-FILE ASSIGN TO LEAKOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT LEAKAGE-REPORT-FILE ASSIGN TO LEAKRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT SYSIN-FILE ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL.
           SELECT LEAK-SORT-FILE ASSIGN TO SORTLK.
           SELECT SORTED-LEAK-FILE ASSIGN TO LEAKSRT
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SUSPREC.
      *
       FD  STATUS-FILE
           LABEL RECORDS ARE STANDARD.
       COPY EXSTATUS.
      *
       FD  POLICY-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY POLICYM.
      *
      ******************************************************
      *  DROPPED-POLICY FEED - POLICYM DETAIL SHAPE, ONLY   *
      *  THE FIELDS USED HERE ARE NAMED.                    *
      ******************************************************
       FD  DROPPED-POLICY-FILE
           LABEL RECORDS ARE STANDARD.
       01  DROPPED-POLICY-RECORD.
           05  DP-RECORD-TYPE            PIC X(01).
           05  DP-POLICY-NUMBER          PIC X(10).
           05  DP-INSURED-NAME           PIC X(30).
           05  DP-STATE-CODE             PIC X(02).
           05  DP-POLICY-TYPE            PIC X(02).
           05  FILLER                    PIC X(23).
      *
       FD  LEAKAGE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY LEAKREC.
      *
       FD  LEAKAGE-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  LEAKAGE-REPORT-RECORD         PIC X(80).
      *
       FD  SYSIN-FILE
           LABEL RECORDS ARE STANDARD.
       01  SYSIN-RECORD.
           05  SI-RUN-DATE               PIC X(08).
           05  FILLER                    PIC X(72).
      *
       FD  RUN-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       COPY RUNLOG.
      *
      ******************************************************
      *  CLASSIFIED ITEM SORT RECORD. CLASS SEQUENCE (1-4   *
      *  FOR E/D/N/T), THEN STATE AND POLICY TYPE FOR THE   *
      *  SUBTOTALS, THEN POLICY.                            *
      ******************************************************
       SD  LEAK-SORT-FILE.
       01  LEAK-SORT-RECORD.
           05  LS-CLASS-SEQ              PIC X(01).
           05  LS-STATE-CODE             PIC X(02).
           05  LS-POLICY-TYPE            PIC X(02).
           05  LS-POLICY-NUMBER          PIC X(10).
           05  LS-DATE-ENTERED           PIC X(08).
           05  LS-AGE-DAYS               PIC 9(03).
           05  LS-PREMIUM-AMOUNT         PIC 9(7)V99.
           05  LS-REASON-CODE            PIC X(04).
           05  LS-STATUS-CODE            PIC X(01).
           05  LS-EVIDENCE-DATE          PIC X(08).
      *
       FD  SORTED-LEAK-FILE
           LABEL RECORDS ARE STANDARD.
       01  SORTED-LEAK-RECORD            PIC X(48).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-BEG.
           05 FILLER                    PIC X(32) VALUE
           '** THIS IS BEGIN OF WS EXER28 **'.
      *
      ******************************************************
      *  THE SORTED ITEM BEING PRINTED. AT END OF FILE THE  *
      *  KEY IS SET TO HIGH-VALUES SO EVERY CONTROL BREAK   *
      *  FIRES.                                             *
      ******************************************************
       01  WS-LEAK-ITEM.
           05 WS-LI-KEY.
               10 WS-LI-CLASS-SEQ       PIC X(01).
               10 WS-LI-STATE-CODE      PIC X(02).
               10 WS-LI-POLICY-TYPE     PIC X(02).
           05 WS-LI-POLICY-NUMBER       PIC X(10).
           05 WS-LI-DATE-ENTERED        PIC X(08).
           05 WS-LI-AGE-DAYS            PIC 9(03).
           05 WS-LI-PREMIUM-AMOUNT      PIC 9(7)V99.
           05 WS-LI-REASON-CODE         PIC X(04).
           05 WS-LI-STATUS-CODE         PIC X(01).
           05 WS-LI-EVIDENCE-DATE       PIC X(08).
      *
      ******************************************************
      *  ONE ROW PER CLASS IN CLASS SEQUENCE ORDER. THE     *
      *  FIRST THREE ARE LEAKAGE AND GO TO LEAKOUT.         *
      ******************************************************
       01  LEAK-CLASS-TABLE.
           05 LCT-ENTRY OCCURS 4 TIMES
                   INDEXED BY LCT-IDX.
               10 LCT-CLASS-CODE        PIC X(01).
               10 LCT-CLASS-TITLE       PIC X(40).
               10 LCT-ITEM-COUNT        PIC 9(07).
               10 LCT-PREMIUM-TOTAL     PIC 9(11)V99.
      *
      ******************************************************
      *  THE STATUS MASTER ITEMS OF THE G-SIDE POLICY BEING *
      *  CLASSIFIED.                                        *
      ******************************************************
       01  STATUS-GROUP-TABLE.
           05 SGT-ENTRY-COUNT           PIC 9(03) VALUE ZERO.
           05 SGT-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON SGT-ENTRY-COUNT
                   INDEXED BY SGT-IDX.
               10 SGT-REASON-CODE       PIC X(04).
               10 SGT-STATUS-CODE       PIC X(01).
               10 SGT-DATE-OPENED       PIC X(08).
               10 SGT-DATE-UPDATED      PIC X(08).
      *
       01  WS-CURR-POLICY.
           05 WS-CURR-POLICY-NUMBER     PIC X(10) VALUE LOW-VALUES.
           05 WS-CURR-STATE-CODE        PIC X(02) VALUE SPACES.
           05 WS-CURR-POLICY-TYPE       PIC X(02) VALUE SPACES.
      *
       01  WS-CURR-DROP.
           05 WS-DROP-POLICY-NUMBER     PIC X(10) VALUE LOW-VALUES.
           05 WS-DROP-STATE-CODE        PIC X(02) VALUE SPACES.
           05 WS-DROP-POLICY-TYPE       PIC X(02) VALUE SPACES.
      *
       01  WS-CLASSIFY-CONTROL.
           05 WS-PREV-SUSPENSE-POLICY   PIC X(10) VALUE LOW-VALUES.
           05 WS-PREV-STATUS-POLICY     PIC X(10) VALUE LOW-VALUES.
           05 WS-NEXT-STATUS-POLICY     PIC X(10) VALUE LOW-VALUES.
           05 WS-GROUP-POLICY-NUMBER    PIC X(10) VALUE LOW-VALUES.
           05 WS-ON-EXTRACT             PIC X(01) VALUE 'N'.
           05 WS-ON-DROP-FEED           PIC X(01) VALUE 'N'.
           05 WS-OPEN-FOUND             PIC X(01) VALUE 'N'.
           05 WS-OPEN-REASON-CODE       PIC X(04) VALUE SPACES.
           05 WS-OPEN-STATUS-CODE       PIC X(01) VALUE SPACES.
           05 WS-OPEN-DATE              PIC X(08) VALUE SPACES.
           05 WS-CLOSE-FOUND            PIC X(01) VALUE 'N'.
           05 WS-CLOSE-REASON-CODE      PIC X(04) VALUE SPACES.
           05 WS-CLOSE-DATE             PIC X(08) VALUE SPACES.
           05 WS-HOLD-CLASS-SEQ         PIC X(01) VALUE SPACES.
           05 WS-CLASS-SUB              PIC 9(01) VALUE ZERO.
           05 WS-HOLD-STATE-CODE        PIC X(02) VALUE SPACES.
           05 WS-HOLD-POLICY-TYPE       PIC X(02) VALUE SPACES.
           05 WS-SUB-ITEM-COUNT         PIC 9(07) VALUE ZERO.
           05 WS-SUB-PREMIUM-TOTAL      PIC 9(11)V99 VALUE ZERO.
      *
      ******************************************************
      *  STATUS MASTER CONTROL - ONE ROW PER STATUS CODE,   *
      *  IN TRAILER ORDER. THE DETAILS ARE FOOTED AGAINST   *
      *  THE TRAILERS AS THE MASTER IS READ, AND THE        *
      *  GENERATION IS REJECTED UNLESS EVERY TRAILER AND    *
      *  THE PROOF RECORD FOOT.                             *
      ******************************************************
       01  STATUS-CONTROL-TABLE.
           05 XCT-ENTRY OCCURS 5 TIMES
                   INDEXED BY XCT-IDX.
               10 XCT-STATUS-CODE       PIC X(01).
               10 XCT-DETAIL-COUNT      PIC 9(07).
               10 XCT-DETAIL-HASH       PIC 9(11)V99.
               10 XCT-TRAILER-SEEN      PIC X(01).
               10 XCT-TRAILER-COUNT     PIC 9(07).
               10 XCT-TRAILER-HASH      PIC 9(11)V99.
      *
       01  WS-STATUS-CONTROL.
           05 WS-CTL-RECORDS-READ       PIC 9(09) VALUE ZERO.
           05 WS-CTL-HEADER-SEEN        PIC X(01) VALUE 'N'.
           05 WS-CTL-TRAILERS-SEEN      PIC 9(01) VALUE ZERO.
           05 WS-CTL-PROOF-SEEN         PIC X(01) VALUE 'N'.
           05 WS-CTL-ERROR              PIC X(50) VALUE SPACES.
           05 WS-CTL-HEADER-DATE        PIC X(08) VALUE SPACES.
           05 WS-CTL-HEADER-PROGRAM     PIC X(08) VALUE SPACES.
           05 WS-CTL-OLD-COUNT          PIC 9(07) VALUE ZERO.
           05 WS-CTL-POSTED-COUNT       PIC 9(07) VALUE ZERO.
           05 WS-CTL-CLOSED-COUNT       PIC 9(07) VALUE ZERO.
           05 WS-CTL-WRITTEN-OFF-COUNT  PIC 9(07) VALUE ZERO.
           05 WS-CTL-OPEN-WORK          PIC 9(07) VALUE ZERO.
           05 WS-CTL-PROVED-COUNT       PIC S9(09) VALUE ZERO.
      *
      ******************************************************
      *  SUSPENSE FILE CONTROL - ONE ROW PER SOURCE SIDE,   *
      *  PROVED THE SAME WAY AS THE STATUS MASTER.          *
      ******************************************************
       01  SUSPENSE-CONTROL-TABLE.
           05 SPC-ENTRY OCCURS 2 TIMES
                   INDEXED BY SPC-IDX.
               10 SPC-SOURCE-SIDE       PIC X(01).
               10 SPC-DETAIL-COUNT      PIC 9(07).
               10 SPC-DETAIL-HASH       PIC 9(11)V99.
               10 SPC-TRAILER-SEEN      PIC X(01).
               10 SPC-TRAILER-COUNT     PIC 9(07).
               10 SPC-TRAILER-HASH      PIC 9(11)V99.
      *
       01  WS-SUSPENSE-CONTROL.
           05 WS-SPC-RECORDS-READ       PIC 9(09) VALUE ZERO.
           05 WS-SPC-HEADER-SEEN        PIC X(01) VALUE 'N'.
           05 WS-SPC-TRAILERS-SEEN      PIC 9(01) VALUE ZERO.
           05 WS-SPC-PROOF-SEEN         PIC X(01) VALUE 'N'.
           05 WS-SPC-ERROR              PIC X(50) VALUE SPACES.
           05 WS-SPC-HEADER-DATE        PIC X(08) VALUE SPACES.
           05 WS-SPC-HEADER-PROGRAM     PIC X(08) VALUE SPACES.
           05 WS-SPC-OLD-COUNT          PIC 9(07) VALUE ZERO.
           05 WS-SPC-POSTED-COUNT       PIC 9(07) VALUE ZERO.
           05 WS-SPC-CLOSED-COUNT       PIC 9(07) VALUE ZERO.
           05 WS-SPC-WRITTEN-OFF-COUNT  PIC 9(07) VALUE ZERO.
           05 WS-SPC-ON-FILE            PIC 9(07) VALUE ZERO.
           05 WS-SPC-PROVED-COUNT       PIC S9(09) VALUE ZERO.
      *
       01  WS-SWITCHES.
           05 WS-EOF-SUSPENSE-FILE      PIC X(01) VALUE 'N'.
           05 WS-EOF-STATUS-FILE        PIC X(01) VALUE 'N'.
           05 WS-EOF-POLICY-FILE        PIC X(01) VALUE 'N'.
           05 WS-EOF-DROPPED-FILE       PIC X(01) VALUE 'N'.
           05 WS-EOF-SORTED-LEAK        PIC X(01) VALUE 'N'.
           05 WS-ABORT-RUN              PIC X(01) VALUE 'N'.
      *
       01  WS-LEAK-COUNTS.
           05 WS-SUSPENSE-READ          PIC 9(09) VALUE ZERO.
           05 WS-G-ITEMS-CLASSIFIED     PIC 9(09) VALUE ZERO.
           05 WS-LEAKAGE-WRITTEN        PIC 9(09) VALUE ZERO.
           05 WS-LEAKAGE-PREMIUM        PIC 9(11)V99 VALUE ZERO.
      *
       01  WS-REPORT-EDIT-FIELDS.
           05 WS-COUNT-LABEL            PIC X(27) VALUE SPACES.
           05 WS-COUNT-EDIT             PIC ZZZ,ZZZ,ZZ9.
           05 WS-AMOUNT-EDIT            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 WS-AGE-EDIT               PIC ZZ9.
           05 WS-PREMIUM-EDIT           PIC Z,ZZZ,ZZ9.99.
           05 WS-ITEMS-EDIT             PIC ZZZ,ZZ9.
      *
       01  WS-RUN-PARMS.
           05 WS-RUN-DATE               PIC X(08) VALUE SPACES.
      *
       01  WS-END.
           05 FILLER                    PIC X(32) VALUE
           '** THIS IS END OF WS EXER28 **'.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZATION
           IF WS-ABORT-RUN = 'N'
               PERFORM 2000-SORT-CLASSIFIED-ITEMS
           END-IF
           IF WS-ABORT-RUN = 'N'
               PERFORM 3000-PRODUCE-LEAKAGE-REPORT
               PERFORM 5000-PRODUCE-SUMMARY
               IF WS-LEAKAGE-WRITTEN > ZERO
                   AND RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM 9999-END-OF-JOB
           GOBACK.
      *
       1000-INITIALIZATION.
           DISPLAY 'G-SIDE-LEAKAGE'
           PERFORM 1100-READ-CONTROL-CARD
           PERFORM 1200-PRIME-CONTROL-TABLES
           OPEN OUTPUT LEAKAGE-REPORT-FILE
           MOVE SPACES TO LEAKAGE-REPORT-RECORD
           STRING 'EXER28 G-SIDE SUSPENSE LEAKAGE REPORT - RUN DATE '
               WS-RUN-DATE
               DELIMITED BY SIZE INTO LEAKAGE-REPORT-RECORD
           END-STRING
           WRITE LEAKAGE-REPORT-RECORD
           .
      *
      ******************************************************
      *  1100 - THE RUN DATE IS STAMPED ON EVERY LEAKAGE    *
      *  RECORD AND MUST BE NUMERIC.                        *
      ******************************************************
       1100-READ-CONTROL-CARD.
           OPEN INPUT SYSIN-FILE
           READ SYSIN-FILE
               AT END
                   MOVE SPACES TO SYSIN-RECORD
           END-READ
           MOVE SI-RUN-DATE TO WS-RUN-DATE
           IF WS-RUN-DATE NOT NUMERIC
               DISPLAY 'EXER28 ABEND - RUN DATE ' WS-RUN-DATE
                   ' NOT NUMERIC, RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-ABORT-RUN
           END-IF
           CLOSE SYSIN-FILE
           .
      *
       1200-PRIME-CONTROL-TABLES.
           PERFORM VARYING XCT-IDX FROM 1 BY 1
                   UNTIL XCT-IDX > 5
               MOVE ZERO TO XCT-DETAIL-COUNT(XCT-IDX)
               MOVE ZERO TO XCT-DETAIL-HASH(XCT-IDX)
               MOVE 'N' TO XCT-TRAILER-SEEN(XCT-IDX)
               MOVE ZERO TO XCT-TRAILER-COUNT(XCT-IDX)
               MOVE ZERO TO XCT-TRAILER-HASH(XCT-IDX)
           END-PERFORM
           MOVE 'O' TO XCT-STATUS-CODE(1)
           MOVE 'C' TO XCT-STATUS-CODE(2)
           MOVE 'W' TO XCT-STATUS-CODE(3)
           MOVE 'R' TO XCT-STATUS-CODE(4)
           MOVE 'X' TO XCT-STATUS-CODE(5)
           PERFORM VARYING SPC-IDX FROM 1 BY 1
                   UNTIL SPC-IDX > 2
               MOVE ZERO TO SPC-DETAIL-COUNT(SPC-IDX)
               MOVE ZERO TO SPC-DETAIL-HASH(SPC-IDX)
               MOVE 'N' TO SPC-TRAILER-SEEN(SPC-IDX)
               MOVE ZERO TO SPC-TRAILER-COUNT(SPC-IDX)
               MOVE ZERO TO SPC-TRAILER-HASH(SPC-IDX)
           END-PERFORM
           MOVE 'A' TO SPC-SOURCE-SIDE(1)
           MOVE 'G' TO SPC-SOURCE-SIDE(2)
           PERFORM VARYING LCT-IDX FROM 1 BY 1
                   UNTIL LCT-IDX > 4
               MOVE ZERO TO LCT-ITEM-COUNT(LCT-IDX)
               MOVE ZERO TO LCT-PREMIUM-TOTAL(LCT-IDX)
           END-PERFORM
           MOVE 'E' TO LCT-CLASS-CODE(1)
           MOVE 'BILLED WHILE AN EXCEPTION WAS OPEN'
               TO LCT-CLASS-TITLE(1)
           MOVE 'D' TO LCT-CLASS-CODE(2)
           MOVE 'BILLED AFTER THE POLICY DROPPED'
               TO LCT-CLASS-TITLE(2)
           MOVE 'N' TO LCT-CLASS-CODE(3)
           MOVE 'BILLED FOR A POLICY NOT ON THE EXTRACT'
               TO LCT-CLASS-TITLE(3)
           MOVE 'T' TO LCT-CLASS-CODE(4)
           MOVE 'TIMING DIFFERENCE' TO LCT-CLASS-TITLE(4)
           .
      *
       2000-SORT-CLASSIFIED-ITEMS.
           SORT LEAK-SORT-FILE
               ON ASCENDING KEY LS-CLASS-SEQ
                                LS-STATE-CODE
                                LS-POLICY-TYPE
                                LS-POLICY-NUMBER
                                LS-DATE-ENTERED
               INPUT PROCEDURE IS 2100-CLASSIFY-SUSPENSE-ITEMS
               GIVING SORTED-LEAK-FILE
           .
      *
      ******************************************************
      *  2100 - ONE PASS OVER THE SUSPENSE FILE. THE STATUS *
      *  MASTER, EXTRACT AND DROPPED-POLICY FEED ARE ONLY   *
      *  ADVANCED AS FAR AS EACH G-SIDE POLICY, SO THE REST *
      *  OF THE STATUS MASTER IS READ THROUGH AT THE END TO *
      *  FOOT IT. BOTH MASTERS MUST PROVE BEFORE ANYTHING   *
      *  IS REPORTED.                                       *
      ******************************************************
       2100-CLASSIFY-SUSPENSE-ITEMS.
           OPEN INPUT SUSPENSE-FILE
           OPEN INPUT STATUS-FILE
           OPEN INPUT POLICY-MASTER-FILE
           OPEN INPUT DROPPED-POLICY-FILE
           PERFORM 2200-READ-SUSPENSE-RECORD
               UNTIL WS-EOF-SUSPENSE-FILE = 'Y'
           PERFORM 2500-READ-STATUS-RECORD
               UNTIL WS-EOF-STATUS-FILE = 'Y'
           CLOSE SUSPENSE-FILE
           CLOSE STATUS-FILE
           CLOSE POLICY-MASTER-FILE
           CLOSE DROPPED-POLICY-FILE
           IF WS-ABORT-RUN = 'N'
               PERFORM 2800-PROVE-SUSPENSE-FILE
               PERFORM 2900-PROVE-STATUS-MASTER
           END-IF
           .
      *
       2200-READ-SUSPENSE-RECORD.
           READ SUSPENSE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SUSPENSE-FILE
               NOT AT END
                   ADD 1 TO WS-SPC-RECORDS-READ
                   PERFORM 2210-CHECK-SUSPENSE-RECORD
           END-READ
           .
      *
      ******************************************************
      *  2210 - HEADER FIRST, THEN DETAILS, THEN ONE        *
      *  TRAILER PER SOURCE SIDE, THEN THE PROOF LAST. THE  *
      *  FIRST FAULT FOUND IS KEPT AND NOTHING AFTER IT IS  *
      *  USED.                                              *
      ******************************************************
       2210-CHECK-SUSPENSE-RECORD.
           EVALUATE TRUE
               WHEN WS-SPC-ERROR NOT = SPACES
                   CONTINUE
               WHEN WS-SPC-RECORDS-READ = 1
                   IF SH-CONTROL-KEY = LOW-VALUES
                       MOVE 'Y' TO WS-SPC-HEADER-SEEN
                       MOVE SH-RUN-DATE TO WS-SPC-HEADER-DATE
                       MOVE SH-CREATE-PROGRAM
                           TO WS-SPC-HEADER-PROGRAM
                   ELSE
                       MOVE 'FIRST RECORD IS NOT A HEADER'
                           TO WS-SPC-ERROR
                   END-IF
               WHEN WS-SPC-PROOF-SEEN = 'Y'
                   MOVE 'RECORDS FOLLOW THE PROOF RECORD'
                       TO WS-SPC-ERROR
               WHEN SP-POLICY-NUMBER = LOW-VALUES
                   MOVE 'SECOND HEADER RECORD' TO WS-SPC-ERROR
               WHEN SB-CONTROL-KEY = HIGH-VALUES
                   AND SB-SOURCE-SIDE = '*'
                   MOVE 'Y' TO WS-SPC-PROOF-SEEN
                   MOVE SB-OLD-COUNT TO WS-SPC-OLD-COUNT
                   MOVE SB-POSTED-COUNT TO WS-SPC-POSTED-COUNT
                   MOVE SB-CLOSED-COUNT TO WS-SPC-CLOSED-COUNT
                   MOVE SB-WRITTEN-OFF-COUNT
                       TO WS-SPC-WRITTEN-OFF-COUNT
               WHEN ST-CONTROL-KEY = HIGH-VALUES
                   PERFORM 2220-POST-SUSPENSE-TRAILER
               WHEN WS-SPC-TRAILERS-SEEN > ZERO
                   MOVE 'DETAIL RECORD FOLLOWS THE TRAILERS'
                       TO WS-SPC-ERROR
               WHEN OTHER
                   PERFORM 2230-POST-SUSPENSE-DETAIL
           END-EVALUATE
           .
      *
       2220-POST-SUSPENSE-TRAILER.
           ADD 1 TO WS-SPC-TRAILERS-SEEN
           SET SPC-IDX TO 1
           SEARCH SPC-ENTRY
               AT END
                   STRING 'TRAILER FOR UNKNOWN SOURCE SIDE '
                       ST-SOURCE-SIDE
                       DELIMITED BY SIZE INTO WS-SPC-ERROR
                   END-STRING
               WHEN SPC-SOURCE-SIDE(SPC-IDX) = ST-SOURCE-SIDE
                   IF SPC-TRAILER-SEEN(SPC-IDX) = 'Y'
                       STRING 'SECOND TRAILER FOR SOURCE SIDE '
                           ST-SOURCE-SIDE
                           DELIMITED BY SIZE INTO WS-SPC-ERROR
                       END-STRING
                   ELSE
                       MOVE 'Y' TO SPC-TRAILER-SEEN(SPC-IDX)
                       MOVE ST-ITEM-COUNT
                           TO SPC-TRAILER-COUNT(SPC-IDX)
                       MOVE ST-PREMIUM-HASH
                           TO SPC-TRAILER-HASH(SPC-IDX)
                   END-IF
           END-SEARCH
           .
      *
      ******************************************************
      *  2230 - FOOT THE DETAIL TO ITS SIDE. THE SUSPENSE   *
      *  FILE MUST BE IN POLICY ORDER FOR THE OTHER FILES   *
      *  TO BE WALKED ALONGSIDE IT. ONLY G-SIDE ITEMS ARE   *
      *  CLASSIFIED.                                        *
      ******************************************************
       2230-POST-SUSPENSE-DETAIL.
           SET SPC-IDX TO 1
           SEARCH SPC-ENTRY
               AT END
                   STRING 'DETAIL WITH UNKNOWN SOURCE SIDE '
                       SP-SOURCE-SIDE
                       DELIMITED BY SIZE INTO WS-SPC-ERROR
                   END-STRING
               WHEN SPC-SOURCE-SIDE(SPC-IDX) = SP-SOURCE-SIDE
                   ADD 1 TO SPC-DETAIL-COUNT(SPC-IDX)
                   ADD SP-PREMIUM-AMOUNT TO SPC-DETAIL-HASH(SPC-IDX)
           END-SEARCH
           ADD 1 TO WS-SUSPENSE-READ
           IF SP-POLICY-NUMBER < WS-PREV-SUSPENSE-POLICY
               DISPLAY 'EXER28 ABEND - SUSPENSE FILE OUT OF '
                   'SEQUENCE AT POLICY '
                   SP-POLICY-NUMBER ', RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-ABORT-RUN
               MOVE 'Y' TO WS-EOF-SUSPENSE-FILE
           ELSE
               MOVE SP-POLICY-NUMBER TO WS-PREV-SUSPENSE-POLICY
               IF SP-SOURCE-SIDE = 'G'
                   AND WS-SPC-ERROR = SPACES
                   PERFORM 2300-CLASSIFY-G-ITEM
               END-IF
           END-IF
           .
      *
      ******************************************************
      *  2300 - LOOK THE G-SIDE ITEM UP IN ALL THREE        *
      *  SOURCES AND TAKE THE FIRST CLASS THAT FITS. A      *
      *  CLOSED (X) STATUS ITEM DATED ON OR BEFORE THE      *
      *  POSTING SHOWS A DROP FROM AN EARLIER NIGHT - THE   *
      *  DROPPED-POLICY FEED ONLY HOLDS TONIGHT'S DROPS.    *
      ******************************************************
       2300-CLASSIFY-G-ITEM.
           PERFORM 2400-LOAD-STATUS-GROUP
           PERFORM 2600-FIND-POLICY-ON-EXTRACT
           PERFORM 2700-FIND-POLICY-ON-DROP-FEED
           MOVE 'N' TO WS-OPEN-FOUND
           MOVE 'N' TO WS-CLOSE-FOUND
           PERFORM 2310-SCAN-STATUS-ENTRY
               VARYING SGT-IDX FROM 1 BY 1
               UNTIL SGT-IDX > SGT-ENTRY-COUNT
           MOVE SPACES TO LEAK-SORT-RECORD
           EVALUATE TRUE
               WHEN WS-OPEN-FOUND = 'Y'
                   MOVE '1' TO LS-CLASS-SEQ
                   MOVE WS-OPEN-REASON-CODE TO LS-REASON-CODE
                   MOVE WS-OPEN-STATUS-CODE TO LS-STATUS-CODE
                   MOVE WS-OPEN-DATE TO LS-EVIDENCE-DATE
               WHEN WS-ON-DROP-FEED = 'Y'
                   MOVE '2' TO LS-CLASS-SEQ
                   MOVE WS-RUN-DATE TO LS-EVIDENCE-DATE
               WHEN WS-CLOSE-FOUND = 'Y'
                   MOVE '2' TO LS-CLASS-SEQ
                   MOVE WS-CLOSE-REASON-CODE TO LS-REASON-CODE
                   MOVE 'X' TO LS-STATUS-CODE
                   MOVE WS-CLOSE-DATE TO LS-EVIDENCE-DATE
               WHEN WS-ON-EXTRACT = 'N'
                   MOVE '3' TO LS-CLASS-SEQ
               WHEN OTHER
                   MOVE '4' TO LS-CLASS-SEQ
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-ON-EXTRACT = 'Y'
                   MOVE WS-CURR-STATE-CODE TO LS-STATE-CODE
                   MOVE WS-CURR-POLICY-TYPE TO LS-POLICY-TYPE
               WHEN WS-ON-DROP-FEED = 'Y'
                   MOVE WS-DROP-STATE-CODE TO LS-STATE-CODE
                   MOVE WS-DROP-POLICY-TYPE TO LS-POLICY-TYPE
               WHEN OTHER
                   MOVE '??' TO LS-STATE-CODE
                   MOVE '??' TO LS-POLICY-TYPE
           END-EVALUATE
           MOVE SP-POLICY-NUMBER TO LS-POLICY-NUMBER
           MOVE SP-DATE-ENTERED TO LS-DATE-ENTERED
           MOVE SP-AGE-DAYS TO LS-AGE-DAYS
           MOVE SP-PREMIUM-AMOUNT TO LS-PREMIUM-AMOUNT
           RELEASE LEAK-SORT-RECORD
           ADD 1 TO WS-G-ITEMS-CLASSIFIED
           .
      *
      ******************************************************
      *  2310 - AN ITEM OPENED ON OR BEFORE THE POSTING WAS *
      *  OPEN WHEN BILLING POSTED IF IT IS STILL OPEN WORK  *
      *  (O/C/W), OR WAS NOT REVALIDATED OR CLOSED UNTIL    *
      *  AFTER THE POSTING. THE FIRST SUCH ITEM IS KEPT AS  *
      *  THE EVIDENCE, AS IS THE FIRST CLOSURE.             *
      ******************************************************
       2310-SCAN-STATUS-ENTRY.
           IF WS-OPEN-FOUND = 'N'
               AND SGT-DATE-OPENED(SGT-IDX) NOT > SP-DATE-ENTERED
               IF SGT-STATUS-CODE(SGT-IDX) = 'O'
                   OR SGT-STATUS-CODE(SGT-IDX) = 'C'
                   OR SGT-STATUS-CODE(SGT-IDX) = 'W'
                   OR SGT-DATE-UPDATED(SGT-IDX) > SP-DATE-ENTERED
                   MOVE 'Y' TO WS-OPEN-FOUND
                   MOVE SGT-REASON-CODE(SGT-IDX)
                       TO WS-OPEN-REASON-CODE
                   MOVE SGT-STATUS-CODE(SGT-IDX)
                       TO WS-OPEN-STATUS-CODE
                   MOVE SGT-DATE-OPENED(SGT-IDX) TO WS-OPEN-DATE
               END-IF
           END-IF
           IF WS-CLOSE-FOUND = 'N'
               AND SGT-STATUS-CODE(SGT-IDX) = 'X'
               AND SGT-DATE-UPDATED(SGT-IDX) NOT > SP-DATE-ENTERED
               MOVE 'Y' TO WS-CLOSE-FOUND
               MOVE SGT-REASON-CODE(SGT-IDX) TO WS-CLOSE-REASON-CODE
               MOVE SGT-DATE-UPDATED(SGT-IDX) TO WS-CLOSE-DATE
           END-IF
           .
      *
      ******************************************************
      *  2400 - ADVANCE THE STATUS MASTER TO THE G-SIDE     *
      *  POLICY AND HOLD ITS ITEMS. A POLICY WITH SEVERAL   *
      *  G-SIDE ITEMS KEEPS THE GROUP ALREADY LOADED.       *
      ******************************************************
       2400-LOAD-STATUS-GROUP.
           IF SP-POLICY-NUMBER NOT = WS-GROUP-POLICY-NUMBER
               MOVE SP-POLICY-NUMBER TO WS-GROUP-POLICY-NUMBER
               MOVE ZERO TO SGT-ENTRY-COUNT
               PERFORM 2500-READ-STATUS-RECORD
                   UNTIL WS-NEXT-STATUS-POLICY NOT <
                       WS-GROUP-POLICY-NUMBER
               PERFORM 2410-HOLD-STATUS-ENTRY
                   UNTIL WS-NEXT-STATUS-POLICY NOT =
                       WS-GROUP-POLICY-NUMBER
           END-IF
           .
      *
       2410-HOLD-STATUS-ENTRY.
           IF SGT-ENTRY-COUNT >= 100
               DISPLAY 'EXER28 ABEND - POLICY ' XS-POLICY-NUMBER
                   ' HAS OVER 100 STATUS ITEMS, RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-ABORT-RUN
               MOVE 'Y' TO WS-EOF-SUSPENSE-FILE
               MOVE 'Y' TO WS-EOF-STATUS-FILE
               MOVE HIGH-VALUES TO WS-NEXT-STATUS-POLICY
           ELSE
               ADD 1 TO SGT-ENTRY-COUNT
               MOVE XS-REASON-CODE
                   TO SGT-REASON-CODE(SGT-ENTRY-COUNT)
               MOVE XS-STATUS-CODE
                   TO SGT-STATUS-CODE(SGT-ENTRY-COUNT)
               MOVE XS-DATE-OPENED
                   TO SGT-DATE-OPENED(SGT-ENTRY-COUNT)
               MOVE XS-DATE-UPDATED
                   TO SGT-DATE-UPDATED(SGT-ENTRY-COUNT)
               PERFORM 2500-READ-STATUS-RECORD
           END-IF
           .
      *
      ******************************************************
      *  2500 - READ AND CHECK ONE STATUS MASTER RECORD.    *
      *  THE HEADER KEEPS THE NEXT KEY AT LOW-VALUES AND    *
      *  THE TRAILERS TAKE IT TO HIGH-VALUES, SO ONLY       *
      *  DETAILS ARE EVER HELD FOR A POLICY.                *
      ******************************************************
       2500-READ-STATUS-RECORD.
           IF WS-EOF-STATUS-FILE = 'Y'
               MOVE HIGH-VALUES TO WS-NEXT-STATUS-POLICY
           ELSE
               READ STATUS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-STATUS-FILE
                       MOVE HIGH-VALUES TO WS-NEXT-STATUS-POLICY
                   NOT AT END
                       ADD 1 TO WS-CTL-RECORDS-READ
                       IF XS-POLICY-NUMBER < WS-PREV-STATUS-POLICY
                           DISPLAY 'EXER28 ABEND - STATUS MASTER '
                               'OUT OF SEQUENCE AT POLICY '
                               XS-POLICY-NUMBER ', RUN ABORTED'
                           MOVE 16 TO RETURN-CODE
                           MOVE 'Y' TO WS-ABORT-RUN
                           MOVE 'Y' TO WS-EOF-SUSPENSE-FILE
                           MOVE 'Y' TO WS-EOF-STATUS-FILE
                           MOVE HIGH-VALUES TO WS-NEXT-STATUS-POLICY
                       ELSE
                           MOVE XS-POLICY-NUMBER
                               TO WS-PREV-STATUS-POLICY
                           MOVE XS-POLICY-NUMBER
                               TO WS-NEXT-STATUS-POLICY
                           PERFORM 2510-CHECK-STATUS-RECORD
                       END-IF
               END-READ
           END-IF
           .
      *
      ******************************************************
      *  2510 - HEADER FIRST, THEN DETAILS, THEN ONE        *
      *  TRAILER PER STATUS CODE, THEN THE PROOF LAST. THE  *
      *  FIRST FAULT FOUND IS KEPT AND NOTHING AFTER IT IS  *
      *  USED.                                              *
      ******************************************************
       2510-CHECK-STATUS-RECORD.
           EVALUATE TRUE
               WHEN WS-CTL-ERROR NOT = SPACES
                   CONTINUE
               WHEN WS-CTL-RECORDS-READ = 1
                   IF XH-CONTROL-KEY = LOW-VALUES
                       MOVE 'Y' TO WS-CTL-HEADER-SEEN
                       MOVE XH-RUN-DATE TO WS-CTL-HEADER-DATE
                       MOVE XH-CREATE-PROGRAM
                           TO WS-CTL-HEADER-PROGRAM
                   ELSE
                       MOVE 'FIRST RECORD IS NOT A HEADER'
                           TO WS-CTL-ERROR
                   END-IF
               WHEN WS-CTL-PROOF-SEEN = 'Y'
                   MOVE 'RECORDS FOLLOW THE PROOF RECORD'
                       TO WS-CTL-ERROR
               WHEN XS-POLICY-NUMBER = LOW-VALUES
                   MOVE 'SECOND HEADER RECORD' TO WS-CTL-ERROR
               WHEN XP-CONTROL-KEY = HIGH-VALUES
                   AND XP-STATUS-CODE = '*'
                   MOVE 'Y' TO WS-CTL-PROOF-SEEN
                   MOVE XP-OLD-COUNT TO WS-CTL-OLD-COUNT
                   MOVE XP-POSTED-COUNT TO WS-CTL-POSTED-COUNT
                   MOVE XP-CLOSED-COUNT TO WS-CTL-CLOSED-COUNT
                   MOVE XP-WRITTEN-OFF-COUNT
                       TO WS-CTL-WRITTEN-OFF-COUNT
               WHEN XT-CONTROL-KEY = HIGH-VALUES
                   PERFORM 2520-POST-STATUS-TRAILER
               WHEN WS-CTL-TRAILERS-SEEN > ZERO
                   MOVE 'DETAIL RECORD FOLLOWS THE TRAILERS'
                       TO WS-CTL-ERROR
               WHEN OTHER
                   PERFORM 2530-POST-STATUS-DETAIL
           END-EVALUATE
           .
      *
       2520-POST-STATUS-TRAILER.
           ADD 1 TO WS-CTL-TRAILERS-SEEN
           SET XCT-IDX TO 1
           SEARCH XCT-ENTRY
               AT END
                   STRING 'TRAILER FOR UNKNOWN STATUS CODE '
                       XT-STATUS-CODE
                       DELIMITED BY SIZE INTO WS-CTL-ERROR
                   END-STRING
               WHEN XCT-STATUS-CODE(XCT-IDX) = XT-STATUS-CODE
                   IF XCT-TRAILER-SEEN(XCT-IDX) = 'Y'
                       STRING 'SECOND TRAILER FOR STATUS CODE '
                           XT-STATUS-CODE
                           DELIMITED BY SIZE INTO WS-CTL-ERROR
                       END-STRING
                   ELSE
                       MOVE 'Y' TO XCT-TRAILER-SEEN(XCT-IDX)
                       MOVE XT-ITEM-COUNT
                           TO XCT-TRAILER-COUNT(XCT-IDX)
                       MOVE XT-PREMIUM-HASH
                           TO XCT-TRAILER-HASH(XCT-IDX)
                   END-IF
           END-SEARCH
           .
      *
       2530-POST-STATUS-DETAIL.
           SET XCT-IDX TO 1
           SEARCH XCT-ENTRY
               AT END
                   STRING 'DETAIL WITH UNKNOWN STATUS CODE '
                       XS-STATUS-CODE
                       DELIMITED BY SIZE INTO WS-CTL-ERROR
                   END-STRING
               WHEN XCT-STATUS-CODE(XCT-IDX) = XS-STATUS-CODE
                   ADD 1 TO XCT-DETAIL-COUNT(XCT-IDX)
                   ADD XS-ORIGINAL-PREMIUM XS-CORRECTED-PREMIUM
                       TO XCT-DETAIL-HASH(XCT-IDX)
           END-SEARCH
           .
      *
      ******************************************************
      *  2600 - ADVANCE THE EXTRACT UP TO THE G-SIDE        *
      *  POLICY. HEADER AND TRAILER RECORDS ARE PASSED      *
      *  OVER.                                              *
      ******************************************************
       2600-FIND-POLICY-ON-EXTRACT.
           PERFORM 2610-READ-POLICY-DETAIL
               UNTIL WS-CURR-POLICY-NUMBER NOT < SP-POLICY-NUMBER
           IF WS-CURR-POLICY-NUMBER = SP-POLICY-NUMBER
               MOVE 'Y' TO WS-ON-EXTRACT
           ELSE
               MOVE 'N' TO WS-ON-EXTRACT
           END-IF
           .
      *
       2610-READ-POLICY-DETAIL.
           IF WS-EOF-POLICY-FILE = 'Y'
               MOVE HIGH-VALUES TO WS-CURR-POLICY-NUMBER
           ELSE
               READ POLICY-MASTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-POLICY-FILE
                       MOVE HIGH-VALUES TO WS-CURR-POLICY-NUMBER
                   NOT AT END
                       IF PM-RECORD-TYPE = 'D'
                           MOVE PM-POLICY-NUMBER
                               TO WS-CURR-POLICY-NUMBER
                           MOVE PM-STATE-CODE
                               TO WS-CURR-STATE-CODE
                           MOVE PM-POLICY-TYPE
                               TO WS-CURR-POLICY-TYPE
                       END-IF
               END-READ
           END-IF
           .
      *
      ******************************************************
      *  2700 - THE SAME WALK OVER TONIGHT'S DROPPED-POLICY *
      *  FEED, WHICH EXER07 WRITES IN POLICY ORDER.         *
      ******************************************************
       2700-FIND-POLICY-ON-DROP-FEED.
           PERFORM 2710-READ-DROPPED-POLICY
               UNTIL WS-DROP-POLICY-NUMBER NOT < SP-POLICY-NUMBER
           IF WS-DROP-POLICY-NUMBER = SP-POLICY-NUMBER
               MOVE 'Y' TO WS-ON-DROP-FEED
           ELSE
               MOVE 'N' TO WS-ON-DROP-FEED
           END-IF
           .
      *
       2710-READ-DROPPED-POLICY.
           IF WS-EOF-DROPPED-FILE = 'Y'
               MOVE HIGH-VALUES TO WS-DROP-POLICY-NUMBER
           ELSE
               READ DROPPED-POLICY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-DROPPED-FILE
                       MOVE HIGH-VALUES TO WS-DROP-POLICY-NUMBER
                   NOT AT END
                       IF DP-RECORD-TYPE = 'D'
                           MOVE DP-POLICY-NUMBER
                               TO WS-DROP-POLICY-NUMBER
                           MOVE DP-STATE-CODE
                               TO WS-DROP-STATE-CODE
                           MOVE DP-POLICY-TYPE
                               TO WS-DROP-POLICY-TYPE
                       END-IF
               END-READ
           END-IF
           .
      *
      ******************************************************
      *  2800 - THE SUSPENSE GENERATION IS ONLY USED IF IT  *
      *  PROVES: HEADER AND PROOF PRESENT, EACH SIDE        *
      *  TRAILER FOOTING TO ITS DETAILS, OLD + POSTED -     *
      *  CLOSED - WRITTEN OFF FOOTING TO THE TWO TRAILERS,  *
      *  AND THE HEADER NOT DATED AFTER THE RUN.            *
      ******************************************************
       2800-PROVE-SUSPENSE-FILE.
           IF WS-SPC-ERROR = SPACES
               AND WS-SPC-HEADER-SEEN = 'N'
               MOVE 'GENERATION HAS NO HEADER RECORD'
                   TO WS-SPC-ERROR
           END-IF
           IF WS-SPC-ERROR = SPACES
               AND WS-SPC-PROOF-SEEN = 'N'
               MOVE 'GENERATION HAS NO PROOF RECORD'
                   TO WS-SPC-ERROR
           END-IF
           IF WS-SPC-ERROR = SPACES
               PERFORM 2810-FOOT-SUSPENSE-TRAILER
                   VARYING SPC-IDX FROM 1 BY 1
                   UNTIL SPC-IDX > 2
                       OR WS-SPC-ERROR NOT = SPACES
           END-IF
           IF WS-SPC-ERROR = SPACES
               COMPUTE WS-SPC-ON-FILE =
                   SPC-TRAILER-COUNT(1) + SPC-TRAILER-COUNT(2)
               COMPUTE WS-SPC-PROVED-COUNT =
                   WS-SPC-OLD-COUNT + WS-SPC-POSTED-COUNT
                   - WS-SPC-CLOSED-COUNT - WS-SPC-WRITTEN-OFF-COUNT
               IF WS-SPC-PROVED-COUNT NOT = WS-SPC-ON-FILE
                   MOVE 'PROOF DOES NOT FOOT TO THE SIDE TRAILERS'
                       TO WS-SPC-ERROR
               END-IF
           END-IF
           IF WS-SPC-ERROR = SPACES
               EVALUATE TRUE
                   WHEN WS-SPC-HEADER-DATE NOT NUMERIC
                       MOVE 'HEADER RUN DATE NOT NUMERIC'
                           TO WS-SPC-ERROR
                   WHEN WS-SPC-HEADER-DATE > WS-RUN-DATE
                       STRING 'HEADER DATED ' WS-SPC-HEADER-DATE
                           ', AFTER THE RUN DATE'
                           DELIMITED BY SIZE INTO WS-SPC-ERROR
                       END-STRING
               END-EVALUATE
           END-IF
           IF WS-SPC-ERROR NOT = SPACES
               DISPLAY 'EXER28 ABEND - SUSPENSE FILE REJECTED - '
                   WS-SPC-ERROR
               DISPLAY 'EXER28 ABEND - CHECK THE SUSPIN GENERATION, '
                   'RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-ABORT-RUN
           END-IF
           .
      *
       2810-FOOT-SUSPENSE-TRAILER.
           IF SPC-TRAILER-SEEN(SPC-IDX) = 'N'
               STRING 'NO TRAILER FOR SOURCE SIDE '
                   SPC-SOURCE-SIDE(SPC-IDX)
                   DELIMITED BY SIZE INTO WS-SPC-ERROR
               END-STRING
           ELSE
               IF SPC-DETAIL-COUNT(SPC-IDX) NOT =
                       SPC-TRAILER-COUNT(SPC-IDX)
                   OR SPC-DETAIL-HASH(SPC-IDX) NOT =
                       SPC-TRAILER-HASH(SPC-IDX)
                   STRING 'DETAILS DO NOT FOOT TO TRAILER FOR '
                       'SOURCE SIDE ' SPC-SOURCE-SIDE(SPC-IDX)
                       DELIMITED BY SIZE INTO WS-SPC-ERROR
                   END-STRING
               END-IF
           END-IF
           .
      *
      ******************************************************
      *  2900 - THE STATUS MASTER IS PROVED THE SAME WAY,   *
      *  THE PROOF FOOTING TO THE OPEN-WORK (O/C/W/R)       *
      *  TRAILERS.                                          *
      ******************************************************
       2900-PROVE-STATUS-MASTER.
           IF WS-CTL-ERROR = SPACES
               AND WS-CTL-HEADER-SEEN = 'N'
               MOVE 'GENERATION HAS NO HEADER RECORD'
                   TO WS-CTL-ERROR
           END-IF
           IF WS-CTL-ERROR = SPACES
               AND WS-CTL-PROOF-SEEN = 'N'
               MOVE 'GENERATION HAS NO PROOF RECORD'
                   TO WS-CTL-ERROR
           END-IF
           IF WS-CTL-ERROR = SPACES
               PERFORM 2910-FOOT-STATUS-TRAILER
                   VARYING XCT-IDX FROM 1 BY 1
                   UNTIL XCT-IDX > 5
                       OR WS-CTL-ERROR NOT = SPACES
           END-IF
           IF WS-CTL-ERROR = SPACES
               COMPUTE WS-CTL-OPEN-WORK =
                   XCT-TRAILER-COUNT(1) + XCT-TRAILER-COUNT(2)
                   + XCT-TRAILER-COUNT(3) + XCT-TRAILER-COUNT(4)
               COMPUTE WS-CTL-PROVED-COUNT =
                   WS-CTL-OLD-COUNT + WS-CTL-POSTED-COUNT
                   - WS-CTL-CLOSED-COUNT - WS-CTL-WRITTEN-OFF-COUNT
               IF WS-CTL-PROVED-COUNT NOT = WS-CTL-OPEN-WORK
                   MOVE 'PROOF DOES NOT FOOT TO OPEN WORK TRAILERS'
                       TO WS-CTL-ERROR
               END-IF
           END-IF
           IF WS-CTL-ERROR = SPACES
               EVALUATE TRUE
                   WHEN WS-CTL-HEADER-DATE NOT NUMERIC
                       MOVE 'HEADER RUN DATE NOT NUMERIC'
                           TO WS-CTL-ERROR
                   WHEN WS-CTL-HEADER-DATE > WS-RUN-DATE
                       STRING 'HEADER DATED ' WS-CTL-HEADER-DATE
                           ', AFTER THE RUN DATE'
                           DELIMITED BY SIZE INTO WS-CTL-ERROR
                       END-STRING
               END-EVALUATE
           END-IF
           IF WS-CTL-ERROR NOT = SPACES
               DISPLAY 'EXER28 ABEND - STATUS MASTER REJECTED - '
                   WS-CTL-ERROR
               DISPLAY 'EXER28 ABEND - CHECK THE STATIN GENERATION, '
                   'RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-ABORT-RUN
           END-IF
           .
      *
       2910-FOOT-STATUS-TRAILER.
           IF XCT-TRAILER-SEEN(XCT-IDX) = 'N'
               STRING 'NO TRAILER FOR STATUS CODE '
                   XCT-STATUS-CODE(XCT-IDX)
                   DELIMITED BY SIZE INTO WS-CTL-ERROR
               END-STRING
           ELSE
               IF XCT-DETAIL-COUNT(XCT-IDX) NOT =
                       XCT-TRAILER-COUNT(XCT-IDX)
                   OR XCT-DETAIL-HASH(XCT-IDX) NOT =
                       XCT-TRAILER-HASH(XCT-IDX)
                   STRING 'DETAILS DO NOT FOOT TO TRAILER FOR '
                       'STATUS CODE ' XCT-STATUS-CODE(XCT-IDX)
                       DELIMITED BY SIZE INTO WS-CTL-ERROR
                   END-STRING
               END-IF
           END-IF
           .
      *
      ******************************************************
      *  3000 - PRINT THE SORTED ITEMS ONE SECTION PER      *
      *  CLASS, BREAKING ON STATE AND POLICY TYPE. LEAKAGE  *
      *  ITEMS ARE LISTED AND WRITTEN TO LEAKOUT; TIMING    *
      *  ITEMS ARE ONLY SUBTOTALLED.                        *
      ******************************************************
       3000-PRODUCE-LEAKAGE-REPORT.
           OPEN INPUT SORTED-LEAK-FILE
           OPEN OUTPUT LEAKAGE-FILE
           MOVE SPACES TO LEAKAGE-HEADER
           MOVE 'H' TO LH-RECORD-TYPE
           MOVE WS-RUN-DATE TO LH-RUN-DATE
           MOVE WS-SPC-HEADER-DATE TO LH-SUSPENSE-DATE
           MOVE WS-CTL-HEADER-DATE TO LH-STATUS-DATE
           WRITE LEAKAGE-HEADER
           PERFORM 3100-READ-SORTED-ITEM
           PERFORM 3200-PRINT-ONE-CLASS
               UNTIL WS-EOF-SORTED-LEAK = 'Y'
           MOVE SPACES TO LEAKAGE-TRAILER
           MOVE 'T' TO LT-RECORD-TYPE
           MOVE WS-LEAKAGE-WRITTEN TO LT-ITEM-COUNT
           MOVE WS-LEAKAGE-PREMIUM TO LT-PREMIUM-HASH
           MOVE LCT-ITEM-COUNT(1) TO LT-EXCEPTION-COUNT
           MOVE LCT-ITEM-COUNT(2) TO LT-DROPPED-COUNT
           MOVE LCT-ITEM-COUNT(3) TO LT-NOT-ON-EXTRACT-COUNT
           WRITE LEAKAGE-TRAILER
           CLOSE SORTED-LEAK-FILE
           CLOSE LEAKAGE-FILE
           .
      *
       3100-READ-SORTED-ITEM.
           READ SORTED-LEAK-FILE INTO WS-LEAK-ITEM
               AT END
                   MOVE 'Y' TO WS-EOF-SORTED-LEAK
                   MOVE HIGH-VALUES TO WS-LI-KEY
           END-READ
           .
      *
       3200-PRINT-ONE-CLASS.
           MOVE WS-LI-CLASS-SEQ TO WS-HOLD-CLASS-SEQ
           MOVE WS-LI-CLASS-SEQ TO WS-CLASS-SUB
           SET LCT-IDX TO WS-CLASS-SUB
           PERFORM 3300-PRINT-CLASS-HEADING
           PERFORM 3400-PRINT-ONE-STATE-TYPE
               UNTIL WS-LI-CLASS-SEQ NOT = WS-HOLD-CLASS-SEQ
           MOVE LCT-ITEM-COUNT(LCT-IDX) TO WS-ITEMS-EDIT
           MOVE LCT-PREMIUM-TOTAL(LCT-IDX) TO WS-AMOUNT-EDIT
           MOVE SPACES TO LEAKAGE-REPORT-RECORD
           STRING 'CLASS ' LCT-CLASS-CODE(LCT-IDX)
               ' TOTAL     ITEMS ' WS-ITEMS-EDIT
               ' PREMIUM ' WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO LEAKAGE-REPORT-RECORD
           END-STRING
           WRITE LEAKAGE-REPORT-RECORD
           .
      *
       3300-PRINT-CLASS-HEADING.
           MOVE SPACES TO LEAKAGE-REPORT-RECORD
           WRITE LEAKAGE-REPORT-RECORD
           MOVE SPACES TO LEAKAGE-REPORT-RECORD
           STRING 'CLASS ' LCT-CLASS-CODE(LCT-IDX) ' - '
               LCT-CLASS-TITLE(LCT-IDX)
               DELIMITED BY SIZE INTO LEAKAGE-REPORT-RECORD
           END-STRING
           WRITE LEAKAGE-REPORT-RECORD
           IF WS-HOLD-CLASS-SEQ < '4'
               MOVE SPACES TO LEAKAGE-REPORT-RECORD
               STRING '  POLICY     ST TY ENTERED  AGE      PREMIUM'
                   ' RSN  S EVIDENCE'
                   DELIMITED BY SIZE INTO LEAKAGE-REPORT-RECORD
               END-STRING
               WRITE LEAKAGE-REPORT-RECORD
           END-IF
           .
      *
       3400-PRINT-ONE-STATE-TYPE.
           MOVE WS-LI-STATE-CODE TO WS-HOLD-STATE-CODE
           MOVE WS-LI-POLICY-TYPE TO WS-HOLD-POLICY-TYPE
           MOVE ZERO TO WS-SUB-ITEM-COUNT
           MOVE ZERO TO WS-SUB-PREMIUM-TOTAL
           PERFORM 3500-PRINT-ONE-ITEM
               UNTIL WS-LI-CLASS-SEQ NOT = WS-HOLD-CLASS-SEQ
                  OR WS-LI-STATE-CODE NOT = WS-HOLD-STATE-CODE
                  OR WS-LI-POLICY-TYPE NOT = WS-HOLD-POLICY-TYPE
           ADD WS-SUB-ITEM-COUNT TO LCT-ITEM-COUNT(LCT-IDX)
           ADD WS-SUB-PREMIUM-TOTAL TO LCT-PREMIUM-TOTAL(LCT-IDX)
           MOVE WS-SUB-ITEM-COUNT TO WS-ITEMS-EDIT
           MOVE WS-SUB-PREMIUM-TOTAL TO WS-AMOUNT-EDIT
           MOVE SPACES TO LEAKAGE-REPORT-RECORD
           STRING '  SUBTOTAL ' WS-HOLD-STATE-CODE '/'
               WS-HOLD-POLICY-TYPE ' ITEMS ' WS-ITEMS-EDIT
               ' PREMIUM ' WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO LEAKAGE-REPORT-RECORD
           END-STRING
           WRITE LEAKAGE-REPORT-RECORD
           .
      *
       3500-PRINT-ONE-ITEM.
           ADD 1 TO WS-SUB-ITEM-COUNT
           ADD WS-LI-PREMIUM-AMOUNT TO WS-SUB-PREMIUM-TOTAL
           IF WS-LI-CLASS-SEQ < '4'
               PERFORM 3600-PRINT-LEAKAGE-ITEM
           END-IF
           PERFORM 3100-READ-SORTED-ITEM
           .
      *
       3600-PRINT-LEAKAGE-ITEM.
           MOVE WS-LI-AGE-DAYS TO WS-AGE-EDIT
           MOVE WS-LI-PREMIUM-AMOUNT TO WS-PREMIUM-EDIT
           MOVE SPACES TO LEAKAGE-REPORT-RECORD
           STRING '  ' WS-LI-POLICY-NUMBER ' ' WS-LI-STATE-CODE
               ' ' WS-LI-POLICY-TYPE ' ' WS-LI-DATE-ENTERED
               ' ' WS-AGE-EDIT ' ' WS-PREMIUM-EDIT
               ' ' WS-LI-REASON-CODE ' ' WS-LI-STATUS-CODE
               ' ' WS-LI-EVIDENCE-DATE
               DELIMITED BY SIZE INTO LEAKAGE-REPORT-RECORD
           END-STRING
           WRITE LEAKAGE-REPORT-RECORD
           MOVE SPACES TO LEAKAGE-RECORD
           MOVE 'D' TO LK-RECORD-TYPE
           MOVE WS-LI-POLICY-NUMBER TO LK-POLICY-NUMBER
           MOVE LCT-CLASS-CODE(LCT-IDX) TO LK-LEAK-CLASS
           MOVE WS-LI-STATE-CODE TO LK-STATE-CODE
           MOVE WS-LI-POLICY-TYPE TO LK-POLICY-TYPE
           MOVE WS-LI-PREMIUM-AMOUNT TO LK-PREMIUM-AMOUNT
           MOVE WS-LI-DATE-ENTERED TO LK-DATE-ENTERED
           MOVE WS-LI-AGE-DAYS TO LK-AGE-DAYS
           MOVE WS-LI-REASON-CODE TO LK-REASON-CODE
           MOVE WS-LI-STATUS-CODE TO LK-STATUS-CODE
           MOVE WS-LI-EVIDENCE-DATE TO LK-EVIDENCE-DATE
           MOVE WS-RUN-DATE TO LK-RUN-DATE
           WRITE LEAKAGE-RECORD
           ADD 1 TO WS-LEAKAGE-WRITTEN
           ADD WS-LI-PREMIUM-AMOUNT TO WS-LEAKAGE-PREMIUM
           .
      *
      ******************************************************
      *  5000 - COUNTS PER CLASS, THE LEAKAGE TOTAL, AND    *
      *  THE BALANCE PROOFS OF THE TWO MASTERS READ.        *
      ******************************************************
       5000-PRODUCE-SUMMARY.
           MOVE SPACES TO LEAKAGE-REPORT-RECORD
           WRITE LEAKAGE-REPORT-RECORD
           MOVE 'SUSPENSE ITEMS READ......: ' TO WS-COUNT-LABEL
           MOVE WS-SUSPENSE-READ TO WS-COUNT-EDIT
           PERFORM 5100-WRITE-COUNT-LINE
           MOVE 'G-SIDE ITEMS CLASSIFIED..: ' TO WS-COUNT-LABEL
           MOVE WS-G-ITEMS-CLASSIFIED TO WS-COUNT-EDIT
           PERFORM 5100-WRITE-COUNT-LINE
           MOVE '  E - EXCEPTION OPEN.....: ' TO WS-COUNT-LABEL
           MOVE LCT-ITEM-COUNT(1) TO WS-COUNT-EDIT
           PERFORM 5100-WRITE-COUNT-LINE
           MOVE '  D - POLICY DROPPED.....: ' TO WS-COUNT-LABEL
           MOVE LCT-ITEM-COUNT(2) TO WS-COUNT-EDIT
           PERFORM 5100-WRITE-COUNT-LINE
           MOVE '  N - NOT ON EXTRACT.....: ' TO WS-COUNT-LABEL
           MOVE LCT-ITEM-COUNT(3) TO WS-COUNT-EDIT
           PERFORM 5100-WRITE-COUNT-LINE
           MOVE '  T - TIMING DIFFERENCE..: ' TO WS-COUNT-LABEL
           MOVE LCT-ITEM-COUNT(4) TO WS-COUNT-EDIT
           PERFORM 5100-WRITE-COUNT-LINE
           MOVE 'LEAKAGE RECORDS WRITTEN..: ' TO WS-COUNT-LABEL
           MOVE WS-LEAKAGE-WRITTEN TO WS-COUNT-EDIT
           PERFORM 5100-WRITE-COUNT-LINE
           MOVE WS-LEAKAGE-PREMIUM TO WS-AMOUNT-EDIT
           MOVE SPACES TO LEAKAGE-REPORT-RECORD
           STRING 'LEAKAGE PREMIUM..........: ' WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO LEAKAGE-REPORT-RECORD
           END-STRING
           WRITE LEAKAGE-REPORT-RECORD
           IF WS-LEAKAGE-WRITTEN > ZERO
               DISPLAY 'EXER28 WARNING - G-SIDE LEAKAGE FOUND, '
                   'SEE LEAKRPT'
           END-IF
           PERFORM 5200-WRITE-SUSPENSE-PROOF
           PERFORM 5300-WRITE-STATUS-PROOF
           .
      *
       5100-WRITE-COUNT-LINE.
           MOVE SPACES TO LEAKAGE-REPORT-RECORD
           STRING WS-COUNT-LABEL WS-COUNT-EDIT
               DELIMITED BY SIZE INTO LEAKAGE-REPORT-RECORD
           END-STRING
           WRITE LEAKAGE-REPORT-RECORD
           .
      *
       5200-WRITE-SUSPENSE-PROOF.
           MOVE SPACES TO LEAKAGE-REPORT-RECORD
           STRING 'SUSPENSE BALANCE PROOF - BUILT BY '
               WS-SPC-HEADER-PROGRAM ' ' WS-SPC-HEADER-DATE
               DELIMITED BY SIZE INTO LEAKAGE-REPORT-RECORD
           END-STRING
           WRITE LEAKAGE-REPORT-RECORD
           MOVE 'OLD SUSPENSE ITEMS.......: ' TO WS-COUNT-LABEL
           MOVE WS-SPC-OLD-COUNT TO WS-COUNT-EDIT
           PERFORM 5100-WRITE-COUNT-LINE
           MOVE '  + POSTED...............: ' TO WS-COUNT-LABEL
           MOVE WS-SPC-POSTED-COUNT TO WS-COUNT-EDIT
           PERFORM 5100-WRITE-COUNT-LINE
           MOVE '  - CLOSED...............: ' TO WS-COUNT-LABEL
           MOVE WS-SPC-CLOSED-COUNT TO WS-COUNT-EDIT
           PERFORM 5100-WRITE-COUNT-LINE
           MOVE '  - WRITTEN OFF..........: ' TO WS-COUNT-LABEL
           MOVE WS-SPC-WRITTEN-OFF-COUNT TO WS-COUNT-EDIT
           PERFORM 5100-WRITE-COUNT-LINE
           MOVE '  = NEW SUSPENSE ITEMS...: ' TO WS-COUNT-LABEL
           MOVE WS-SPC-ON-FILE TO WS-COUNT-EDIT
           PERFORM 5100-WRITE-COUNT-LINE
           MOVE SPACES TO LEAKAGE-REPORT-RECORD
           STRING 'BALANCE PROOF............: BALANCED'
               DELIMITED BY SIZE INTO LEAKAGE-REPORT-RECORD
           END-STRING
           WRITE LEAKAGE-REPORT-RECORD
           .
      *
       5300-WRITE-STATUS-PROOF.
           MOVE SPACES TO LEAKAGE-REPORT-RECORD
           STRING 'STATUS MASTER BALANCE PROOF (OPEN WORK O/C/W/R) '
               '- BUILT BY ' WS-CTL-HEADER-PROGRAM ' '
               WS-CTL-HEADER-DATE
               DELIMITED BY SIZE INTO LEAKAGE-REPORT-RECORD
           END-STRING
           WRITE LEAKAGE-REPORT-RECORD
           MOVE 'OLD OPEN WORK............: ' TO WS-COUNT-LABEL
           MOVE WS-CTL-OLD-COUNT TO WS-COUNT-EDIT
           PERFORM 5100-WRITE-COUNT-LINE
           MOVE '  + POSTED...............: ' TO WS-COUNT-LABEL
           MOVE WS-CTL-POSTED-COUNT TO WS-COUNT-EDIT
           PERFORM 5100-WRITE-COUNT-LINE
           MOVE '  - CLOSED...............: ' TO WS-COUNT-LABEL
           MOVE WS-CTL-CLOSED-COUNT TO WS-COUNT-EDIT
           PERFORM 5100-WRITE-COUNT-LINE
           MOVE '  - WRITTEN OFF..........: ' TO WS-COUNT-LABEL
           MOVE WS-CTL-WRITTEN-OFF-COUNT TO WS-COUNT-EDIT
           PERFORM 5100-WRITE-COUNT-LINE
           MOVE '  = NEW OPEN WORK........: ' TO WS-COUNT-LABEL
           MOVE WS-CTL-OPEN-WORK TO WS-COUNT-EDIT
           PERFORM 5100-WRITE-COUNT-LINE
           MOVE SPACES TO LEAKAGE-REPORT-RECORD
           STRING 'BALANCE PROOF............: BALANCED'
               DELIMITED BY SIZE INTO LEAKAGE-REPORT-RECORD
           END-STRING
           WRITE LEAKAGE-REPORT-RECORD
           .
      *
       9999-END-OF-JOB.
           PERFORM 9800-WRITE-RUN-LOG
           CLOSE LEAKAGE-REPORT-FILE
           DISPLAY 'G-SIDE-LEAKAGE'
           .
      *
       9800-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE
           MOVE SPACES TO RUN-LOG-RECORD
           MOVE 'EXER28' TO RL-PROGRAM-ID
           MOVE WS-RUN-DATE TO RL-RUN-DATE
           MOVE RETURN-CODE TO RL-RETURN-CODE
           MOVE WS-G-ITEMS-CLASSIFIED TO RL-KEY-COUNT-1
           MOVE WS-LEAKAGE-WRITTEN TO RL-KEY-COUNT-2
           MOVE LCT-ITEM-COUNT(4) TO RL-KEY-COUNT-3
           MOVE WS-LEAKAGE-PREMIUM TO RL-AMOUNT
           WRITE RUN-LOG-RECORD
           CLOSE RUN-LOG-FILE
           .
