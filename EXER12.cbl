      *   - POLICY NUMBER FORMAT (TWO LETTERS + 8 DIGITS)  *
      *   - ACTION C (CORRECT) OR W (WAIVE)                *
      *   - C PREMIUM NUMERIC AND NOT ZERO                 *
      *   - W CARD CARRIES A VALID WAIVER EXPIRY DATE,     *
      *     AFTER THE RUN DATE AND NO MORE THAN ONE YEAR   *
      *     OUT (ANNUAL RE-CERTIFICATION); A C CARD        *
      *     CARRIES NONE                                   *
      *   - ENTERER AND APPROVER IDS BOTH PRESENT AND      *
      *     DIFFERENT - NO SELF-APPROVED CARDS             *
      *   - POLICY HAS A WORKABLE ENTRY (O/C/W/R) ON THE   *
      *  THE STATUS MASTER AND EXTRACT ARE STREAMED ONCE   *
      *  EACH AGAINST THE IN-CORE DECK (500 CARDS MAX),    *
      *  SO THEIR VOLUME STAYS BOUNDED BY DISK.            *
      *  THE STATUS MASTER GENERATION MUST PROVE BEFORE    *
      *  ANY CARD IS EDITED AGAINST IT - DETAILS FOOTING   *
      *  TO THE STATUS TRAILERS, THE PROOF FOOTING TO THE  *
      *  OPEN WORK, AND A HEADER NOT DATED AFTER THE RUN.  *
      *  A GENERATION THAT DOES NOT PROVE ENDS THE JOB     *
      *  RC=16 WITH THE DECK NOT PROMOTED. THE PROOF IS    *
      *  PRINTED AT THE FOOT OF THE EDIT REPORT.           *
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL.
           SELECT EDIT-REPORT-FILE ASSIGN TO CORRRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT SYSIN-FILE ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
           05  CC-CORRECTED-PREMIUM      PIC 9(7)V99.
           05  CC-ENTERER-ID             PIC X(08).
           05  CC-APPROVER-ID            PIC X(08).
           05  CC-WAIVER-EXPIRY-DATE     PIC X(08).
           05  FILLER                    PIC X(36).
      *
       FD  STATUS-FILE
           LABEL RECORDS ARE STANDARD.
       FD  EDIT-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  EDIT-REPORT-RECORD            PIC X(80).
      *
       FD  SYSIN-FILE
           LABEL RECORDS ARE STANDARD.
       01  SYSIN-RECORD.
           05  SI-RUN-DATE               PIC X(08).
           05  FILLER                    PIC X(72).
      *
       WORKING-STORAGE SECTION.
      *
               10 CDT-CORRECTED-PREMIUM PIC 9(7)V99.
               10 CDT-ENTERER-ID        PIC X(08).
               10 CDT-APPROVER-ID       PIC X(08).
               10 CDT-WAIVER-EXPIRY-DATE
                                        PIC X(08).
               10 CDT-STATE-CODE        PIC X(02).
               10 CDT-POLICY-TYPE       PIC X(02).
               10 CDT-EFFECTIVE-DATE    PIC X(08).
           05 WS-DEFAULT-LOW-BOUND      PIC 9(7)V99 VALUE 24.99.
           05 WS-DEFAULT-HIGH-BOUND     PIC 9(7)V99 VALUE 100.00.
           05 WS-RATE-FOUND             PIC X(01) VALUE 'N'.
      *
       01  WS-EXPIRY-CHECK.
           05 WS-MAX-EXPIRY-DATE        PIC X(08) VALUE SPACES.
           05 WS-MAX-EXPIRY-DATE-N REDEFINES WS-MAX-EXPIRY-DATE.
               10 WS-MAX-EXPIRY-YEAR    PIC 9(04).
               10 WS-MAX-EXPIRY-MMDD    PIC 9(04).
      *
       01  WS-DATE-CHECK.
           05 WS-DTC-DATE               PIC X(08).
           05 WS-DTC-DATE-N REDEFINES WS-DTC-DATE.
               10 WS-DTC-YEAR           PIC 9(04).
               10 WS-DTC-MONTH          PIC 9(02).
               10 WS-DTC-DAY            PIC 9(02).
           05 WS-DTC-DAYS-IN-MONTH      PIC 9(02) VALUE ZERO.
           05 WS-DTC-QUOTIENT           PIC 9(04) VALUE ZERO.
           05 WS-DTC-REMAINDER          PIC 9(04) VALUE ZERO.
           05 WS-DTC-VALID              PIC X(01) VALUE 'N'.
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
           05 WS-EOF-CANDIDATE-FILE     PIC X(01) VALUE 'N'.
           05 WS-EOF-RATE-FILE          PIC X(01) VALUE 'N'.
           05 WS-DECK-CLEAN             PIC X(01) VALUE 'Y'.
           05 WS-CARD-IN-ERROR          PIC X(01) VALUE 'N'.
           05 WS-ABORT-RUN              PIC X(01) VALUE 'N'.
      *
       01  WS-EDIT-CONTROL.
           05 WS-CARD-NUMBER            PIC 9(04) VALUE ZERO.
           05 WS-CARD-NUMBER-EDIT       PIC ZZZ9.
           05 WS-COUNT-EDIT             PIC Z,ZZZ,ZZ9.
           05 WS-BOUND-EDIT             PIC Z,ZZZ,ZZ9.99.
      *
       01  WS-RUN-PARMS.
           05 WS-RUN-DATE               PIC X(08) VALUE SPACES.
      *
       01  WS-END.
           05 FILLER                    PIC X(32) VALUE
           IF CDT-ENTRY-COUNT > ZERO
               PERFORM 3000-MATCH-STATUS-MASTER
                   UNTIL WS-EOF-STATUS-FILE = 'Y'
               PERFORM 3400-PROVE-STATUS-MASTER
           END-IF
           IF CDT-ENTRY-COUNT > ZERO AND WS-ABORT-RUN = 'N'
               PERFORM 3500-MATCH-POLICY-EXTRACT
                   UNTIL WS-EOF-POLICY-FILE = 'Y'
               PERFORM 4000-LOAD-RATE-TABLE
           IF WS-DECK-CLEAN = 'Y' AND CDT-ENTRY-COUNT > ZERO
               PERFORM 6000-PROMOTE-DECK
           ELSE
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM 7000-WRITE-REPORT-SUMMARY
           PERFORM 9999-END-OF-JOB
      *
       1000-INITIALIZATION.
           DISPLAY 'CORRECTION-CARD-EDIT'
           PERFORM 1100-READ-CONTROL-CARD
           PERFORM 1200-PRIME-STATUS-CONTROL
           OPEN INPUT CANDIDATE-CARD-FILE
           OPEN INPUT STATUS-FILE
           OPEN INPUT POLICY-MASTER-FILE
           END-STRING
           WRITE EDIT-REPORT-RECORD
           .
      *
      ******************************************************
      *  1100 - THE RUN DATE IS THE BASE FOR THE WAIVER     *
      *  EXPIRY EDITS. THE LATEST EXPIRY A W CARD MAY CARRY *
      *  IS THE SAME DAY ONE YEAR ON (A STRAIGHT COMPARE,   *
      *  SO A 29 FEBRUARY RUN DATE STILL WORKS).            *
      ******************************************************
       1100-READ-CONTROL-CARD.
           OPEN INPUT SYSIN-FILE
           READ SYSIN-FILE
               AT END
                   MOVE SPACES TO SYSIN-RECORD
           END-READ
           MOVE SI-RUN-DATE TO WS-RUN-DATE
           IF WS-RUN-DATE NUMERIC
               MOVE WS-RUN-DATE TO WS-MAX-EXPIRY-DATE
               ADD 1 TO WS-MAX-EXPIRY-YEAR
           ELSE
               DISPLAY 'EXER12 ABEND - RUN DATE ' WS-RUN-DATE
                   ' NOT NUMERIC, DECK NOT PROMOTED'
               MOVE 'N' TO WS-DECK-CLEAN
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
       2000-LOAD-CANDIDATE-DECK.
           PERFORM UNTIL WS-EOF-CANDIDATE-FILE = 'Y'
               TO CDT-ENTERER-ID(CDT-ENTRY-COUNT)
           MOVE CC-APPROVER-ID
               TO CDT-APPROVER-ID(CDT-ENTRY-COUNT)
           MOVE CC-WAIVER-EXPIRY-DATE
               TO CDT-WAIVER-EXPIRY-DATE(CDT-ENTRY-COUNT)
           MOVE SPACES TO CDT-STATE-CODE(CDT-ENTRY-COUNT)
           MOVE SPACES TO CDT-POLICY-TYPE(CDT-ENTRY-COUNT)
           MOVE SPACES TO CDT-EFFECTIVE-DATE(CDT-ENTRY-COUNT)
      *  3000 - ONE PASS OVER THE STATUS MASTER. A CARD'S   *
      *  POLICY QUALIFIES WHEN THE MASTER CARRIES AT LEAST  *
      *  ONE WORKABLE (O/C/W/R) ENTRY FOR IT - THE SAME     *
      *  STATUSES AN EXER02 CORRECTION CAN TARGET. THE      *
      *  HEADER, TRAILER AND PROOF RECORDS ARE CHECKED, NOT *
      *  MATCHED.                                           *
      ******************************************************
       3000-MATCH-STATUS-MASTER.
           READ STATUS-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-STATUS-FILE
               NOT AT END
                   ADD 1 TO WS-CTL-RECORDS-READ
                   PERFORM 3100-CHECK-STATUS-RECORD
           END-READ
           .
      *
      ******************************************************
      *  3100 - HEADER FIRST, THEN DETAILS, THEN ONE        *
      *  TRAILER PER STATUS CODE, THEN THE PROOF LAST. THE  *
      *  FIRST FAULT FOUND IS KEPT AND NOTHING AFTER IT IS  *
      *  USED.                                              *
      ******************************************************
       3100-CHECK-STATUS-RECORD.
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
                   PERFORM 3200-POST-STATUS-TRAILER
               WHEN WS-CTL-TRAILERS-SEEN > ZERO
                   MOVE 'DETAIL RECORD FOLLOWS THE TRAILERS'
                       TO WS-CTL-ERROR
               WHEN OTHER
                   PERFORM 3300-POST-STATUS-DETAIL
           END-EVALUATE
           .
      *
       3200-POST-STATUS-TRAILER.
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
       3300-POST-STATUS-DETAIL.
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
           IF XS-STATUS-CODE = 'O'
               OR XS-STATUS-CODE = 'C'
               OR XS-STATUS-CODE = 'W'
               OR XS-STATUS-CODE = 'R'
               PERFORM VARYING CDT-IDX FROM 1 BY 1
                       UNTIL CDT-IDX > CDT-ENTRY-COUNT
                   IF CDT-POLICY-NUMBER(CDT-IDX) =
                           XS-POLICY-NUMBER
                       MOVE 'Y'
                           TO CDT-STATUS-FOUND(CDT-IDX)
                   END-IF
               END-PERFORM
           END-IF
           .
      *
      ******************************************************
      *  3400 - A GENERATION IS ONLY USED IF IT PROVES:     *
      *  HEADER AND PROOF PRESENT, EVERY TRAILER FOOTING TO *
      *  ITS DETAILS, OLD + POSTED - CLOSED - WRITTEN OFF   *
      *  FOOTING TO THE OPEN-WORK (O/C/W/R) TRAILERS, AND   *
      *  THE HEADER NOT DATED AFTER THE RUN.                *
      ******************************************************
       3400-PROVE-STATUS-MASTER.
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
               PERFORM 3410-FOOT-STATUS-TRAILER
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
               DISPLAY 'EXER12 ABEND - STATUS MASTER REJECTED - '
                   WS-CTL-ERROR
               DISPLAY 'EXER12 ABEND - CHECK THE STATIN GENERATION, '
                   'DECK NOT PROMOTED'
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-ABORT-RUN
               MOVE 'N' TO WS-DECK-CLEAN
           END-IF
           .
      *
       3410-FOOT-STATUS-TRAILER.
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
      *  3500 - ONE PASS OVER THE NIGHTLY EXTRACT TO PICK   *
      *  UP EACH CARD POLICY'S STATE, TYPE AND EFFECTIVE    *
      *  DATE FOR THE RATE BAND LOOKUP. HEADER AND TRAILER  *
                   TO WS-ERROR-TEXT
               PERFORM 5900-REPORT-CARD-ERROR
           END-IF
           PERFORM 5400-CHECK-WAIVER-EXPIRY
           IF CDT-ENTERER-ID(CDT-IDX) = SPACES
               MOVE 'ENTERER ID MISSING' TO WS-ERROR-TEXT
               PERFORM 5900-REPORT-CARD-ERROR
               MOVE WS-DEFAULT-HIGH-BOUND TO WS-HIGH-BOUND
           END-IF
           .
      *
      ******************************************************
      *  5400 - EVERY WAIVER MUST END: EXER02 STOPS         *
      *  RECYCLING IT ON ITS EXPIRY DATE, SO THE OVERRIDE   *
      *  LAPSES THE DAY AFTER. A WAIVER IS GOOD FOR AT MOST *
      *  A YEAR AND MUST THEN BE RE-CERTIFIED ON A FRESH W  *
      *  CARD.                                              *
      ******************************************************
       5400-CHECK-WAIVER-EXPIRY.
           IF CDT-ACTION-CODE(CDT-IDX) = 'W'
               IF CDT-WAIVER-EXPIRY-DATE(CDT-IDX) = SPACES
                   MOVE 'WAIVER EXPIRY DATE MISSING ON W CARD'
                       TO WS-ERROR-TEXT
                   PERFORM 5900-REPORT-CARD-ERROR
               ELSE
                   MOVE CDT-WAIVER-EXPIRY-DATE(CDT-IDX)
                       TO WS-DTC-DATE
                   PERFORM 5410-EDIT-EXPIRY-DATE
                   EVALUATE TRUE
                       WHEN WS-DTC-VALID = 'N'
                           MOVE 'WAIVER EXPIRY DATE INVALID'
                               TO WS-ERROR-TEXT
                           PERFORM 5900-REPORT-CARD-ERROR
                       WHEN WS-DTC-DATE NOT > WS-RUN-DATE
                           MOVE 'WAIVER EXPIRY NOT AFTER RUN DATE'
                               TO WS-ERROR-TEXT
                           PERFORM 5900-REPORT-CARD-ERROR
                       WHEN WS-DTC-DATE > WS-MAX-EXPIRY-DATE
                           MOVE 'WAIVER EXPIRY MORE THAN 1 YEAR OUT'
                               TO WS-ERROR-TEXT
                           PERFORM 5900-REPORT-CARD-ERROR
                   END-EVALUATE
               END-IF
           END-IF
           IF CDT-ACTION-CODE(CDT-IDX) = 'C'
               AND CDT-WAIVER-EXPIRY-DATE(CDT-IDX) NOT = SPACES
               MOVE 'EXPIRY DATE ONLY VALID ON W CARD'
                   TO WS-ERROR-TEXT
               PERFORM 5900-REPORT-CARD-ERROR
           END-IF
           .
      *
       5410-EDIT-EXPIRY-DATE.
           MOVE 'Y' TO WS-DTC-VALID
           IF WS-DTC-DATE NOT NUMERIC
               MOVE 'N' TO WS-DTC-VALID
           ELSE
               IF WS-DTC-MONTH < 01 OR WS-DTC-MONTH > 12
                   MOVE 'N' TO WS-DTC-VALID
               ELSE
                   PERFORM 5420-SET-DAYS-IN-MONTH
                   IF WS-DTC-DAY < 01
                       OR WS-DTC-DAY > WS-DTC-DAYS-IN-MONTH
                       MOVE 'N' TO WS-DTC-VALID
                   END-IF
               END-IF
           END-IF
           .
      *
       5420-SET-DAYS-IN-MONTH.
           EVALUATE WS-DTC-MONTH
               WHEN 01
               WHEN 03
               WHEN 05
               WHEN 07
               WHEN 08
               WHEN 10
               WHEN 12
                   MOVE 31 TO WS-DTC-DAYS-IN-MONTH
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30 TO WS-DTC-DAYS-IN-MONTH
               WHEN 02
                   PERFORM 5430-SET-FEBRUARY-DAYS
           END-EVALUATE
           .
      *
       5430-SET-FEBRUARY-DAYS.
           MOVE 28 TO WS-DTC-DAYS-IN-MONTH
           DIVIDE WS-DTC-YEAR BY 4
               GIVING WS-DTC-QUOTIENT
               REMAINDER WS-DTC-REMAINDER
           IF WS-DTC-REMAINDER = ZERO
               MOVE 29 TO WS-DTC-DAYS-IN-MONTH
               DIVIDE WS-DTC-YEAR BY 100
                   GIVING WS-DTC-QUOTIENT
                   REMAINDER WS-DTC-REMAINDER
               IF WS-DTC-REMAINDER = ZERO
                   MOVE 28 TO WS-DTC-DAYS-IN-MONTH
                   DIVIDE WS-DTC-YEAR BY 400
                       GIVING WS-DTC-QUOTIENT
                       REMAINDER WS-DTC-REMAINDER
                   IF WS-DTC-REMAINDER = ZERO
                       MOVE 29 TO WS-DTC-DAYS-IN-MONTH
                   END-IF
               END-IF
           END-IF
           .
      *
       5900-REPORT-CARD-ERROR.
           MOVE 'Y' TO WS-CARD-IN-ERROR
      *  EXER02 READS ON CORRIN. THE ENTERER AND APPROVER   *
      *  IDS RIDE IN THE CARD'S FILLER AREA SO THE          *
      *  PRODUCTION DECK STILL SHOWS WHO KEYED AND WHO      *
      *  APPROVED EVERY CARD. A W CARD'S EXPIRY DATE GOES   *
      *  THROUGH IN THE SAME FILLER AREA FOR EXER02.        *
      ******************************************************
       6000-PROMOTE-DECK.
           OPEN OUTPUT PROMOTED-CARD-FILE
                   TO CC-CORRECTED-PREMIUM
               MOVE CDT-ENTERER-ID(CDT-IDX) TO CC-ENTERER-ID
               MOVE CDT-APPROVER-ID(CDT-IDX) TO CC-APPROVER-ID
               MOVE CDT-WAIVER-EXPIRY-DATE(CDT-IDX)
                   TO CC-WAIVER-EXPIRY-DATE
               WRITE PROMOTED-CARD-RECORD
                   FROM CANDIDATE-CARD-RECORD
           END-PERFORM
               END-STRING
           END-IF
           WRITE EDIT-REPORT-RECORD
           IF CDT-ENTRY-COUNT > ZERO
               PERFORM 7100-WRITE-BALANCE-PROOF
           END-IF
           .
      *
       7100-WRITE-BALANCE-PROOF.
           MOVE SPACES TO EDIT-REPORT-RECORD
           IF WS-ABORT-RUN = 'Y'
               STRING 'STATUS MASTER.......: REJECTED - '
                   WS-CTL-ERROR
                   DELIMITED BY SIZE INTO EDIT-REPORT-RECORD
               END-STRING
               WRITE EDIT-REPORT-RECORD
           ELSE
               STRING 'STATUS MASTER BALANCE PROOF (OPEN WORK '
                   'O/C/W/R) - BUILT BY ' WS-CTL-HEADER-PROGRAM
                   ' ' WS-CTL-HEADER-DATE
                   DELIMITED BY SIZE INTO EDIT-REPORT-RECORD
               END-STRING
               WRITE EDIT-REPORT-RECORD
               MOVE WS-CTL-OLD-COUNT TO WS-COUNT-EDIT
               MOVE SPACES TO EDIT-REPORT-RECORD
               STRING 'OLD OPEN WORK.......: ' WS-COUNT-EDIT
                   DELIMITED BY SIZE INTO EDIT-REPORT-RECORD
               END-STRING
               WRITE EDIT-REPORT-RECORD
               MOVE WS-CTL-POSTED-COUNT TO WS-COUNT-EDIT
               MOVE SPACES TO EDIT-REPORT-RECORD
               STRING '  + POSTED..........: ' WS-COUNT-EDIT
                   DELIMITED BY SIZE INTO EDIT-REPORT-RECORD
               END-STRING
               WRITE EDIT-REPORT-RECORD
               MOVE WS-CTL-CLOSED-COUNT TO WS-COUNT-EDIT
               MOVE SPACES TO EDIT-REPORT-RECORD
               STRING '  - CLOSED..........: ' WS-COUNT-EDIT
                   DELIMITED BY SIZE INTO EDIT-REPORT-RECORD
               END-STRING
               WRITE EDIT-REPORT-RECORD
               MOVE WS-CTL-WRITTEN-OFF-COUNT TO WS-COUNT-EDIT
               MOVE SPACES TO EDIT-REPORT-RECORD
               STRING '  - WRITTEN OFF.....: ' WS-COUNT-EDIT
                   DELIMITED BY SIZE INTO EDIT-REPORT-RECORD
               END-STRING
               WRITE EDIT-REPORT-RECORD
               MOVE WS-CTL-OPEN-WORK TO WS-COUNT-EDIT
               MOVE SPACES TO EDIT-REPORT-RECORD
               STRING '  = NEW OPEN WORK...: ' WS-COUNT-EDIT
                   DELIMITED BY SIZE INTO EDIT-REPORT-RECORD
               END-STRING
               WRITE EDIT-REPORT-RECORD
               MOVE SPACES TO EDIT-REPORT-RECORD
               STRING 'BALANCE PROOF.......: BALANCED'
                   DELIMITED BY SIZE INTO EDIT-REPORT-RECORD
               END-STRING
               WRITE EDIT-REPORT-RECORD
           END-IF
           .
      *
       9999-END-OF-JOB.
