       IDENTIFICATION DIVISION.
       PROGRAM-ID.  EXER20.
      ******************************************************
      *  MONTHLY WAIVER EXPIRY NOTICE                      *
      *  LISTS EVERY LIVE WAIVER ON THE EXCEPTION STATUS   *
      *  MASTER (ACTION W, STATUS W OR R) WHOSE EXPIRY     *
      *  DATE FALLS WITHIN THE NOTICE WINDOW - THE RUN     *
      *  DATE THROUGH 60 DAYS AFTER IT UNLESS SYSIN SAYS   *
      *  OTHERWISE - SO UNDERWRITING CAN RE-CERTIFY EACH   *
      *  ONE ON A FRESH W CARD OR LET IT LAPSE. ONCE A     *
      *  WAIVER LAPSES EXER02 RE-OPENS THE ITEM AND STOPS  *
      *  RECYCLING IT.                                     *
      *  THE NOTICE BREAKS BY STATE CODE AND POLICY TYPE,  *
      *  SOONEST EXPIRY FIRST WITHIN EACH, WITH A COUNT    *
      *  AND WAIVED PREMIUM SUBTOTAL PER BREAK. THE STATE  *
      *  AND TYPE COME FROM THE NIGHTLY EXTRACT, WALKED IN *
      *  POLICY ORDER ALONGSIDE THE STATUS MASTER; A       *
      *  POLICY NO LONGER ON THE EXTRACT LISTS UNDER A     *
      *  BLANK STATE AND TYPE.                             *
      *  THE MASTER GENERATION MUST PROVE BEFORE THE       *
      *  NOTICE IS PRINTED - DETAILS FOOTING TO THE STATUS *
      *  TRAILERS, THE PROOF FOOTING TO THE OPEN WORK, AND *
      *  A HEADER NOT DATED AFTER THE RUN - OR THE RUN     *
      *  ABORTS RC=16, AS IT DOES FOR A MASTER OUT OF      *
      *  SEQUENCE. THE PROOF PRINTS WITH THE TOTALS.       *
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATUS-FILE ASSIGN TO STATIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT POLICY-MASTER-FILE ASSIGN TO POLICYIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT NOTICE-REPORT-FILE ASSIGN TO WAIVRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT SYSIN-FILE ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT NOTICE-SORT-FILE ASSIGN TO SORTWV.
           SELECT SORTED-NOTICE-FILE ASSIGN TO WAIVSRT
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  STATUS-FILE
           LABEL RECORDS ARE STANDARD.
       COPY EXSTATUS.
      *
       FD  POLICY-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY POLICYM.
      *
       FD  NOTICE-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  NOTICE-REPORT-RECORD          PIC X(80).
      *
       FD  SYSIN-FILE
           LABEL RECORDS ARE STANDARD.
       01  SYSIN-RECORD.
           05  SI-RUN-DATE               PIC X(08).
           05  SI-NOTICE-DAYS            PIC X(03).
           05  FILLER                    PIC X(69).
      *
       SD  NOTICE-SORT-FILE.
       01  NOTICE-SORT-RECORD.
           05  NS-STATE-CODE             PIC X(02).
           05  NS-POLICY-TYPE            PIC X(02).
           05  NS-EXPIRY-DATE            PIC X(08).
           05  NS-POLICY-NUMBER          PIC X(10).
           05  NS-REASON-CODE            PIC X(04).
           05  NS-STATUS-CODE            PIC X(01).
           05  NS-DATE-UPDATED           PIC X(08).
           05  NS-DAYS-LEFT              PIC 9(03).
           05  NS-PREMIUM-AMOUNT         PIC 9(7)V99.
      *
       FD  SORTED-NOTICE-FILE
           LABEL RECORDS ARE STANDARD.
       01  SORTED-NOTICE-RECORD.
           05  SN-STATE-CODE             PIC X(02).
           05  SN-POLICY-TYPE            PIC X(02).
           05  SN-EXPIRY-DATE            PIC X(08).
           05  SN-POLICY-NUMBER          PIC X(10).
           05  SN-REASON-CODE            PIC X(04).
           05  SN-STATUS-CODE            PIC X(01).
           05  SN-DATE-UPDATED           PIC X(08).
           05  SN-DAYS-LEFT              PIC 9(03).
           05  SN-PREMIUM-AMOUNT         PIC 9(7)V99.
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-BEG.
           05 FILLER                    PIC X(32) VALUE
           '** THIS IS BEGIN OF WS EXER20 **'.
      *
       01  WS-CURR-POLICY.
           05 WS-CURR-POLICY-NUMBER     PIC X(10) VALUE LOW-VALUES.
           05 WS-CURR-STATE-CODE        PIC X(02) VALUE SPACES.
           05 WS-CURR-POLICY-TYPE       PIC X(02) VALUE SPACES.
      *
       01  WS-NOTICE-CONTROL.
           05 WS-NOTICE-DAYS            PIC 9(03) VALUE 60.
           05 WS-RUN-DATE-INTEGER       PIC 9(08) VALUE ZERO.
           05 WS-EXPIRY-DATE-INTEGER    PIC 9(08) VALUE ZERO.
           05 WS-WINDOW-END-DATE        PIC X(08) VALUE SPACES.
           05 WS-WINDOW-END-DATE-N REDEFINES WS-WINDOW-END-DATE
                                        PIC 9(08).
           05 WS-PREV-STATUS-POLICY     PIC X(10) VALUE LOW-VALUES.
           05 WS-BREAK-STATE-CODE       PIC X(02) VALUE SPACES.
           05 WS-BREAK-POLICY-TYPE      PIC X(02) VALUE SPACES.
           05 WS-FIRST-DETAIL           PIC X(01) VALUE 'Y'.
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
       01  WS-SWITCHES.
           05 WS-EOF-STATUS-FILE        PIC X(01) VALUE 'N'.
           05 WS-EOF-POLICY-FILE        PIC X(01) VALUE 'N'.
           05 WS-EOF-SORTED-NOTICE      PIC X(01) VALUE 'N'.
           05 WS-ABORT-RUN              PIC X(01) VALUE 'N'.
      *
       01  WS-NOTICE-COUNTS.
           05 WS-STATUS-READ            PIC 9(09) VALUE ZERO.
           05 WS-LIVE-WAIVERS           PIC 9(09) VALUE ZERO.
           05 WS-WAIVERS-NOTICED        PIC 9(09) VALUE ZERO.
           05 WS-NOTICED-PREMIUM        PIC 9(11)V99 VALUE ZERO.
           05 WS-BREAK-COUNT            PIC 9(07) VALUE ZERO.
           05 WS-BREAK-PREMIUM          PIC 9(11)V99 VALUE ZERO.
      *
       01  WS-REPORT-EDIT-FIELDS.
           05 WS-COUNT-LABEL            PIC X(27) VALUE SPACES.
           05 WS-COUNT-EDIT             PIC ZZZ,ZZZ,ZZ9.
           05 WS-DAYS-EDIT              PIC ZZ9.
           05 WS-PREMIUM-EDIT           PIC Z,ZZZ,ZZ9.99.
           05 WS-AMOUNT-EDIT            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
      *
       01  WS-RUN-PARMS.
           05 WS-RUN-DATE               PIC X(08) VALUE SPACES.
      *
       01  WS-END.
           05 FILLER                    PIC X(32) VALUE
           '** THIS IS END OF WS EXER20 **'.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZATION
           IF WS-ABORT-RUN = 'N'
               PERFORM 2000-SORT-EXPIRING-WAIVERS
           END-IF
           IF WS-ABORT-RUN = 'N'
               PERFORM 3000-PRINT-NOTICE
               PERFORM 5000-PRINT-NOTICE-TOTALS
           END-IF
           PERFORM 9999-END-OF-JOB
           GOBACK.
      *
       1000-INITIALIZATION.
           DISPLAY 'WAIVER-EXPIRY-NOTICE'
           PERFORM 1100-READ-CONTROL-CARD
           PERFORM 1200-PRIME-STATUS-CONTROL
           OPEN OUTPUT NOTICE-REPORT-FILE
           MOVE SPACES TO NOTICE-REPORT-RECORD
           STRING 'EXER20 WAIVER EXPIRY NOTICE - RUN DATE '
               WS-RUN-DATE ' - EXPIRING THROUGH '
               WS-WINDOW-END-DATE
               DELIMITED BY SIZE INTO NOTICE-REPORT-RECORD
           END-STRING
           WRITE NOTICE-REPORT-RECORD
           .
      *
      ******************************************************
      *  1100 - THE NOTICE WINDOW RUNS FROM THE RUN DATE    *
      *  THROUGH THE RUN DATE PLUS THE NOTICE DAYS.         *
      ******************************************************
       1100-READ-CONTROL-CARD.
           OPEN INPUT SYSIN-FILE
           READ SYSIN-FILE
               AT END
                   MOVE SPACES TO SYSIN-RECORD
           END-READ
           MOVE SI-RUN-DATE TO WS-RUN-DATE
           IF SI-NOTICE-DAYS NUMERIC
               AND SI-NOTICE-DAYS NOT = ZERO
               MOVE SI-NOTICE-DAYS TO WS-NOTICE-DAYS
           END-IF
           IF WS-RUN-DATE NUMERIC
               COMPUTE WS-RUN-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(WS-RUN-DATE))
               COMPUTE WS-WINDOW-END-DATE-N =
                   FUNCTION DATE-OF-INTEGER
                       (WS-RUN-DATE-INTEGER + WS-NOTICE-DAYS)
           ELSE
               DISPLAY 'EXER20 ABEND - RUN DATE ' WS-RUN-DATE
                   ' NOT NUMERIC, RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-ABORT-RUN
           END-IF
           CLOSE SYSIN-FILE
           .
      *
       1200-PRIME-STATUS-CONTROL.
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
           .
      *
       2000-SORT-EXPIRING-WAIVERS.
           SORT NOTICE-SORT-FILE
               ON ASCENDING KEY NS-STATE-CODE
                                NS-POLICY-TYPE
                                NS-EXPIRY-DATE
                                NS-POLICY-NUMBER
                                NS-REASON-CODE
               INPUT PROCEDURE IS 2100-SELECT-EXPIRING-WAIVERS
               GIVING SORTED-NOTICE-FILE
           .
      *
       2100-SELECT-EXPIRING-WAIVERS.
           OPEN INPUT STATUS-FILE
           OPEN INPUT POLICY-MASTER-FILE
           PERFORM 2200-SELECT-ONE-STATUS
               UNTIL WS-EOF-STATUS-FILE = 'Y'
           CLOSE STATUS-FILE
           CLOSE POLICY-MASTER-FILE
           IF WS-ABORT-RUN = 'N'
               PERFORM 2240-PROVE-STATUS-MASTER
           END-IF
           .
      *
       2200-SELECT-ONE-STATUS.
           READ STATUS-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-STATUS-FILE
               NOT AT END
                   ADD 1 TO WS-CTL-RECORDS-READ
                   IF XS-POLICY-NUMBER < WS-PREV-STATUS-POLICY
                       DISPLAY 'EXER20 ABEND - STATUS MASTER OUT '
                           'OF SEQUENCE AT POLICY '
                           XS-POLICY-NUMBER ', RUN ABORTED'
                       MOVE 16 TO RETURN-CODE
                       MOVE 'Y' TO WS-ABORT-RUN
                       MOVE 'Y' TO WS-EOF-STATUS-FILE
                   ELSE
                       MOVE XS-POLICY-NUMBER
                           TO WS-PREV-STATUS-POLICY
                       PERFORM 2210-CHECK-STATUS-RECORD
                   END-IF
           END-READ
           .
      *
      ******************************************************
      *  2210 - HEADER FIRST, THEN DETAILS, THEN ONE        *
      *  TRAILER PER STATUS CODE, THEN THE PROOF LAST. THE  *
      *  FIRST FAULT FOUND IS KEPT AND NOTHING AFTER IT IS  *
      *  USED.                                              *
      ******************************************************
       2210-CHECK-STATUS-RECORD.
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
                   PERFORM 2220-POST-STATUS-TRAILER
               WHEN WS-CTL-TRAILERS-SEEN > ZERO
                   MOVE 'DETAIL RECORD FOLLOWS THE TRAILERS'
                       TO WS-CTL-ERROR
               WHEN OTHER
                   PERFORM 2230-POST-STATUS-DETAIL
           END-EVALUATE
           .
      *
       2220-POST-STATUS-TRAILER.
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
       2230-POST-STATUS-DETAIL.
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
           ADD 1 TO WS-STATUS-READ
           IF XS-ACTION-CODE = 'W'
               AND (XS-STATUS-CODE = 'W'
                   OR XS-STATUS-CODE = 'R')
               ADD 1 TO WS-LIVE-WAIVERS
               IF XS-WAIVER-EXPIRY-DATE NUMERIC
                   AND XS-WAIVER-EXPIRY-DATE
                       NOT < WS-RUN-DATE
                   AND XS-WAIVER-EXPIRY-DATE
                       NOT > WS-WINDOW-END-DATE
                   PERFORM 2300-RELEASE-NOTICE-ITEM
               END-IF
           END-IF
           .
      *
      ******************************************************
      *  2240 - A GENERATION IS ONLY USED IF IT PROVES:     *
      *  HEADER AND PROOF PRESENT, EVERY TRAILER FOOTING TO *
      *  ITS DETAILS, OLD + POSTED - CLOSED - WRITTEN OFF   *
      *  FOOTING TO THE OPEN-WORK (O/C/W/R) TRAILERS, AND   *
      *  THE HEADER NOT DATED AFTER THE RUN.                *
      ******************************************************
       2240-PROVE-STATUS-MASTER.
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
               PERFORM 2250-FOOT-STATUS-TRAILER
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
               DISPLAY 'EXER20 ABEND - STATUS MASTER REJECTED - '
                   WS-CTL-ERROR
               DISPLAY 'EXER20 ABEND - CHECK THE STATIN GENERATION, '
                   'RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-ABORT-RUN
           END-IF
           .
      *
       2250-FOOT-STATUS-TRAILER.
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
       2300-RELEASE-NOTICE-ITEM.
           PERFORM 2400-READ-POLICY-DETAIL
               UNTIL WS-CURR-POLICY-NUMBER NOT < XS-POLICY-NUMBER
           MOVE SPACES TO NOTICE-SORT-RECORD
           IF WS-CURR-POLICY-NUMBER = XS-POLICY-NUMBER
               MOVE WS-CURR-STATE-CODE TO NS-STATE-CODE
               MOVE WS-CURR-POLICY-TYPE TO NS-POLICY-TYPE
           END-IF
           MOVE XS-WAIVER-EXPIRY-DATE TO NS-EXPIRY-DATE
           MOVE XS-POLICY-NUMBER TO NS-POLICY-NUMBER
           MOVE XS-REASON-CODE TO NS-REASON-CODE
           MOVE XS-STATUS-CODE TO NS-STATUS-CODE
           MOVE XS-DATE-UPDATED TO NS-DATE-UPDATED
           COMPUTE WS-EXPIRY-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(XS-WAIVER-EXPIRY-DATE))
           COMPUTE NS-DAYS-LEFT =
               WS-EXPIRY-DATE-INTEGER - WS-RUN-DATE-INTEGER
           MOVE XS-ORIGINAL-PREMIUM TO NS-PREMIUM-AMOUNT
           RELEASE NOTICE-SORT-RECORD
           ADD 1 TO WS-WAIVERS-NOTICED
           ADD XS-ORIGINAL-PREMIUM TO WS-NOTICED-PREMIUM
           .
      *
       2400-READ-POLICY-DETAIL.
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
      *  3000 - PRINT THE SORTED NOTICE, BREAKING ON STATE  *
      *  CODE AND POLICY TYPE.                              *
      ******************************************************
       3000-PRINT-NOTICE.
           OPEN INPUT SORTED-NOTICE-FILE
           PERFORM 3100-PRINT-ONE-WAIVER
               UNTIL WS-EOF-SORTED-NOTICE = 'Y'
           IF WS-FIRST-DETAIL = 'N'
               PERFORM 3400-PRINT-BREAK-TOTAL
           END-IF
           CLOSE SORTED-NOTICE-FILE
           .
      *
       3100-PRINT-ONE-WAIVER.
           READ SORTED-NOTICE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SORTED-NOTICE
               NOT AT END
                   IF WS-FIRST-DETAIL = 'Y'
                       OR SN-STATE-CODE NOT = WS-BREAK-STATE-CODE
                       OR SN-POLICY-TYPE NOT = WS-BREAK-POLICY-TYPE
                       IF WS-FIRST-DETAIL = 'N'
                           PERFORM 3400-PRINT-BREAK-TOTAL
                       END-IF
                       MOVE 'N' TO WS-FIRST-DETAIL
                       MOVE SN-STATE-CODE TO WS-BREAK-STATE-CODE
                       MOVE SN-POLICY-TYPE TO WS-BREAK-POLICY-TYPE
                       PERFORM 3300-PRINT-BREAK-HEADING
                   END-IF
                   PERFORM 3200-PRINT-WAIVER-LINE
           END-READ
           .
      *
       3200-PRINT-WAIVER-LINE.
           ADD 1 TO WS-BREAK-COUNT
           ADD SN-PREMIUM-AMOUNT TO WS-BREAK-PREMIUM
           MOVE SN-DAYS-LEFT TO WS-DAYS-EDIT
           MOVE SN-PREMIUM-AMOUNT TO WS-PREMIUM-EDIT
           MOVE SPACES TO NOTICE-REPORT-RECORD
           STRING '  ' SN-POLICY-NUMBER ' ' SN-REASON-CODE
               ' ' SN-STATUS-CODE ' ' SN-DATE-UPDATED
               ' ' SN-EXPIRY-DATE '  ' WS-DAYS-EDIT
               '  ' WS-PREMIUM-EDIT
               DELIMITED BY SIZE INTO NOTICE-REPORT-RECORD
           END-STRING
           WRITE NOTICE-REPORT-RECORD
           .
      *
       3300-PRINT-BREAK-HEADING.
           MOVE ZERO TO WS-BREAK-COUNT
           MOVE ZERO TO WS-BREAK-PREMIUM
           MOVE SPACES TO NOTICE-REPORT-RECORD
           WRITE NOTICE-REPORT-RECORD
           MOVE SPACES TO NOTICE-REPORT-RECORD
           STRING 'STATE ' WS-BREAK-STATE-CODE
               '  POLICY TYPE ' WS-BREAK-POLICY-TYPE
               DELIMITED BY SIZE INTO NOTICE-REPORT-RECORD
           END-STRING
           WRITE NOTICE-REPORT-RECORD
           MOVE SPACES TO NOTICE-REPORT-RECORD
           STRING '  POLICY     RSN  S KEYED    EXPIRES  LEFT'
               '   WAIVED PREMIUM'
               DELIMITED BY SIZE INTO NOTICE-REPORT-RECORD
           END-STRING
           WRITE NOTICE-REPORT-RECORD
           .
      *
       3400-PRINT-BREAK-TOTAL.
           MOVE WS-BREAK-COUNT TO WS-COUNT-EDIT
           MOVE WS-BREAK-PREMIUM TO WS-AMOUNT-EDIT
           MOVE SPACES TO NOTICE-REPORT-RECORD
           STRING '  STATE ' WS-BREAK-STATE-CODE
               ' TYPE ' WS-BREAK-POLICY-TYPE
               ' WAIVERS ' WS-COUNT-EDIT
               ' PREMIUM ' WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO NOTICE-REPORT-RECORD
           END-STRING
           WRITE NOTICE-REPORT-RECORD
           .
      *
       5000-PRINT-NOTICE-TOTALS.
           MOVE SPACES TO NOTICE-REPORT-RECORD
           WRITE NOTICE-REPORT-RECORD
           MOVE 'STATUS RECORDS READ......: ' TO WS-COUNT-LABEL
           MOVE WS-STATUS-READ TO WS-COUNT-EDIT
           PERFORM 5100-WRITE-COUNT-LINE
           MOVE 'LIVE WAIVERS ON MASTER...: ' TO WS-COUNT-LABEL
           MOVE WS-LIVE-WAIVERS TO WS-COUNT-EDIT
           PERFORM 5100-WRITE-COUNT-LINE
           MOVE 'WAIVERS EXPIRING IN WINDW: ' TO WS-COUNT-LABEL
           MOVE WS-WAIVERS-NOTICED TO WS-COUNT-EDIT
           PERFORM 5100-WRITE-COUNT-LINE
           MOVE WS-NOTICED-PREMIUM TO WS-AMOUNT-EDIT
           MOVE SPACES TO NOTICE-REPORT-RECORD
           STRING 'WAIVED PREMIUM EXPIRING..: ' WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO NOTICE-REPORT-RECORD
           END-STRING
           WRITE NOTICE-REPORT-RECORD
           PERFORM 5200-WRITE-BALANCE-PROOF
           .
      *
       5100-WRITE-COUNT-LINE.
           MOVE SPACES TO NOTICE-REPORT-RECORD
           STRING WS-COUNT-LABEL WS-COUNT-EDIT
               DELIMITED BY SIZE INTO NOTICE-REPORT-RECORD
           END-STRING
           WRITE NOTICE-REPORT-RECORD
           .
      *
       5200-WRITE-BALANCE-PROOF.
           MOVE SPACES TO NOTICE-REPORT-RECORD
           STRING 'STATUS MASTER BALANCE PROOF (OPEN WORK O/C/W/R) '
               '- BUILT BY ' WS-CTL-HEADER-PROGRAM ' '
               WS-CTL-HEADER-DATE
               DELIMITED BY SIZE INTO NOTICE-REPORT-RECORD
           END-STRING
           WRITE NOTICE-REPORT-RECORD
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
           MOVE SPACES TO NOTICE-REPORT-RECORD
           STRING 'BALANCE PROOF............: BALANCED'
               DELIMITED BY SIZE INTO NOTICE-REPORT-RECORD
           END-STRING
           WRITE NOTICE-REPORT-RECORD
           .
      *
       9999-END-OF-JOB.
           CLOSE NOTICE-REPORT-FILE
           DISPLAY 'WAIVER-EXPIRY-NOTICE'
           .
