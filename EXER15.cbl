      *  A BINARY-SEARCHED TABLE; A NIGHT WITH MORE THAN   *
      *  10000 DROPS SWEEPS THE FIRST 10000 AND ENDS RC=4  *
      *  SO THE SWEEP CAN BE RERUN FOR THE REMAINDER.      *
      *  BOTH OLD MASTERS ARE PROVED IN A FIRST PASS       *
      *  BEFORE ANYTHING IS SWEPT: DETAILS FOOTED TO       *
      *  TRAILERS, PROOF FOOTED TO TRAILERS, HEADER DATED  *
      *  BEFORE THE RUN (OR TONIGHT'S OWN SWEEP, FOR AN    *
      *  OVERFLOW RERUN). A REJECTED GENERATION ABORTS THE *
      *  RUN RC=16. EACH NEW GENERATION GETS ITS OWN       *
      *  HEADER, TRAILERS AND PROOF; A PROOF THAT DOES NOT *
      *  BALANCE ENDS THE JOB RC=8. BOTH PROOFS ARE        *
      *  PRINTED ON CLEANRPT AND LOGGED FOR EXER13.        *
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FD  NEW-STATUS-FILE
           LABEL RECORDS ARE STANDARD.
       01  NEW-STATUS-RECORD             PIC X(60).
      *
       FD  OLD-SUSPENSE-FILE
           LABEL RECORDS ARE STANDARD.
           '** THIS IS BEGIN OF WS EXER15 **'.
      *
       COPY POLICYM.
      *
       COPY EXSTATUS REPLACING ==EXCEPTION-STATUS-RECORD==
                    BY ==WS-STATUS-RECORD==
                    ==EXCEPTION-STATUS-HEADER== BY ==WS-STATUS-HEADER==
                    ==EXCEPTION-STATUS-TRAILER==
                    BY ==WS-STATUS-TRAILER==
                    ==EXCEPTION-STATUS-PROOF== BY ==WS-STATUS-PROOF==
                    LEADING ==XS== BY ==WXS==
                    LEADING ==XH== BY ==WXH==
                    LEADING ==XT== BY ==WXT==
                    LEADING ==XP== BY ==WXP==.
      *
       COPY SUSPREC REPLACING ==SUSPENSE-RECORD==
                    BY ==WS-SUSPENSE-RECORD==
                    ==SUSPENSE-HEADER== BY ==WS-SUSPENSE-HEADER==
                    ==SUSPENSE-TRAILER== BY ==WS-SUSPENSE-TRAILER==
                    ==SUSPENSE-PROOF== BY ==WS-SUSPENSE-PROOF==
                    LEADING ==SP== BY ==WSR==
                    LEADING ==SH== BY ==WSH==
                    LEADING ==ST== BY ==WST==
                    LEADING ==SB== BY ==WSB==.
      *
       01  DROPPED-POLICY-TABLE.
           05 DPT-ENTRY-COUNT           PIC 9(05) VALUE ZERO.
           05 WS-EOF-SUSPENSE-FILE      PIC X(01) VALUE 'N'.
           05 WS-DROP-FOUND             PIC X(01) VALUE 'N'.
           05 WS-DROP-OVERFLOW          PIC X(01) VALUE 'N'.
           05 WS-ABORT-RUN              PIC X(01) VALUE 'N'.
      *
      ******************************************************
      *  MASTER CONTROL - ONE ROW PER STATUS CODE AND ONE   *
      *  PER SUSPENSE SOURCE SIDE, IN TRAILER ORDER. THE    *
      *  OLD GENERATIONS ARE FOOTED IN THE PROVING PASS;    *
      *  THE NEW ONES AS THE SWEEP WRITES THEM.             *
      ******************************************************
       01  STATUS-CONTROL-TABLE.
           05 XCT-ENTRY OCCURS 5 TIMES
                   INDEXED BY XCT-IDX.
               10 XCT-STATUS-CODE       PIC X(01).
               10 XCT-OLD-COUNT         PIC 9(07).
               10 XCT-OLD-HASH          PIC 9(11)V99.
               10 XCT-TRAILER-SEEN      PIC X(01).
               10 XCT-TRAILER-COUNT     PIC 9(07).
               10 XCT-TRAILER-HASH      PIC 9(11)V99.
               10 XCT-NEW-COUNT         PIC 9(07).
               10 XCT-NEW-HASH          PIC 9(11)V99.
      *
       01  SUSPENSE-CONTROL-TABLE.
           05 SPC-ENTRY OCCURS 2 TIMES
                   INDEXED BY SPC-IDX.
               10 SPC-SOURCE-SIDE       PIC X(01).
               10 SPC-OLD-COUNT         PIC 9(07).
               10 SPC-OLD-HASH          PIC 9(11)V99.
               10 SPC-TRAILER-SEEN      PIC X(01).
               10 SPC-TRAILER-COUNT     PIC 9(07).
               10 SPC-TRAILER-HASH      PIC 9(11)V99.
               10 SPC-NEW-COUNT         PIC 9(07).
               10 SPC-NEW-HASH          PIC 9(11)V99.
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
       01  WS-STATUS-BALANCE.
           05 WS-PRF-OLD-COUNT          PIC 9(07) VALUE ZERO.
           05 WS-PRF-POSTED-COUNT       PIC 9(07) VALUE ZERO.
           05 WS-PRF-CLOSED-COUNT       PIC 9(07) VALUE ZERO.
           05 WS-PRF-WRITTEN-OFF-COUNT  PIC 9(07) VALUE ZERO.
           05 WS-PRF-NEW-COUNT          PIC 9(07) VALUE ZERO.
           05 WS-PRF-PROVED-COUNT       PIC S9(09) VALUE ZERO.
           05 WS-PRF-BALANCED           PIC X(01) VALUE 'N'.
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
       01  WS-SUSPENSE-BALANCE.
           05 WS-SPF-OLD-COUNT          PIC 9(07) VALUE ZERO.
           05 WS-SPF-POSTED-COUNT       PIC 9(07) VALUE ZERO.
           05 WS-SPF-CLOSED-COUNT       PIC 9(07) VALUE ZERO.
           05 WS-SPF-WRITTEN-OFF-COUNT  PIC 9(07) VALUE ZERO.
           05 WS-SPF-NEW-COUNT          PIC 9(07) VALUE ZERO.
           05 WS-SPF-PROVED-COUNT       PIC S9(09) VALUE ZERO.
           05 WS-SPF-BALANCED           PIC X(01) VALUE 'N'.
      *
       01  WS-CLOSE-ITEM.
           05 WS-CLOSE-POLICY-NUMBER    PIC X(10) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZATION
           PERFORM 1500-PROVE-OLD-STATUS
           PERFORM 1600-PROVE-OLD-SUSPENSE
           IF WS-ABORT-RUN = 'N'
               PERFORM 7000-WRITE-NEW-HEADERS
               PERFORM 2000-LOAD-DROPPED-TABLE
                   UNTIL WS-EOF-DROPPED-FILE = 'Y'
               PERFORM 3000-SWEEP-STATUS-MASTER
                   UNTIL WS-EOF-STATUS-FILE = 'Y'
               PERFORM 4000-SWEEP-SUSPENSE
                   UNTIL WS-EOF-SUSPENSE-FILE = 'Y'
               PERFORM 7100-WRITE-STATUS-TRAILERS
               PERFORM 7200-WRITE-SUSPENSE-TRAILERS
               PERFORM 5000-PRODUCE-CLEANUP-REPORT
               IF WS-DROP-OVERFLOW = 'Y'
                   AND RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM 9800-WRITE-RUN-LOG
           PERFORM 9999-END-OF-JOB
       1000-INITIALIZATION.
           DISPLAY 'DROPPED-POLICY-CLEANUP'
           PERFORM 1100-READ-CONTROL-CARD
           PERFORM 1200-PRIME-MASTER-CONTROL
           OPEN INPUT DROPPED-POLICY-FILE
           OPEN OUTPUT NEW-STATUS-FILE
           OPEN OUTPUT NEW-SUSPENSE-FILE
           OPEN OUTPUT CLOSED-ITEM-FILE
           MOVE SI-RUN-DATE TO WS-RUN-DATE
           CLOSE SYSIN-FILE
           .
      *
       1200-PRIME-MASTER-CONTROL.
           PERFORM VARYING XCT-IDX FROM 1 BY 1
                   UNTIL XCT-IDX > 5
               MOVE ZERO TO XCT-OLD-COUNT(XCT-IDX)
               MOVE ZERO TO XCT-OLD-HASH(XCT-IDX)
               MOVE 'N' TO XCT-TRAILER-SEEN(XCT-IDX)
               MOVE ZERO TO XCT-TRAILER-COUNT(XCT-IDX)
               MOVE ZERO TO XCT-TRAILER-HASH(XCT-IDX)
               MOVE ZERO TO XCT-NEW-COUNT(XCT-IDX)
               MOVE ZERO TO XCT-NEW-HASH(XCT-IDX)
           END-PERFORM
           MOVE 'O' TO XCT-STATUS-CODE(1)
           MOVE 'C' TO XCT-STATUS-CODE(2)
           MOVE 'W' TO XCT-STATUS-CODE(3)
           MOVE 'R' TO XCT-STATUS-CODE(4)
           MOVE 'X' TO XCT-STATUS-CODE(5)
           PERFORM VARYING SPC-IDX FROM 1 BY 1
                   UNTIL SPC-IDX > 2
               MOVE ZERO TO SPC-OLD-COUNT(SPC-IDX)
               MOVE ZERO TO SPC-OLD-HASH(SPC-IDX)
               MOVE 'N' TO SPC-TRAILER-SEEN(SPC-IDX)
               MOVE ZERO TO SPC-TRAILER-COUNT(SPC-IDX)
               MOVE ZERO TO SPC-TRAILER-HASH(SPC-IDX)
               MOVE ZERO TO SPC-NEW-COUNT(SPC-IDX)
               MOVE ZERO TO SPC-NEW-HASH(SPC-IDX)
           END-PERFORM
           MOVE 'A' TO SPC-SOURCE-SIDE(1)
           MOVE 'G' TO SPC-SOURCE-SIDE(2)
           .
      *
      ******************************************************
      *  1500 - PROVING PASS OVER THE OLD STATUS MASTER:    *
      *  HEADER FIRST, THEN DETAILS, THEN ONE TRAILER PER   *
      *  CODE, THEN THE PROOF LAST. EVERY TRAILER MUST FOOT *
      *  TO ITS DETAILS, THE PROOF TO THE OPEN-WORK         *
      *  (O/C/W/R) TRAILERS, AND THE HEADER MUST PREDATE    *
      *  THE RUN - OR BE THIS SWEEP'S OWN OUTPUT WHEN AN    *
      *  OVERFLOW NIGHT IS RERUN. THE FILE IS THEN REOPENED *
      *  FOR THE SWEEP.                                     *
      ******************************************************
       1500-PROVE-OLD-STATUS.
           OPEN INPUT OLD-STATUS-FILE
           PERFORM 1510-READ-OLD-STATUS
               UNTIL WS-EOF-STATUS-FILE = 'Y'
           CLOSE OLD-STATUS-FILE
           OPEN INPUT OLD-STATUS-FILE
           MOVE 'N' TO WS-EOF-STATUS-FILE
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
               PERFORM 1550-FOOT-OLD-STATUS
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
                   WHEN WS-CTL-HEADER-DATE = WS-RUN-DATE
                       AND WS-CTL-HEADER-PROGRAM NOT = 'EXER15'
                       STRING 'ALREADY ROLLED TONIGHT BY '
                           WS-CTL-HEADER-PROGRAM
                           DELIMITED BY SIZE INTO WS-CTL-ERROR
                       END-STRING
               END-EVALUATE
           END-IF
           IF WS-CTL-ERROR NOT = SPACES
               DISPLAY 'EXER15 ABEND - STATUS MASTER REJECTED - '
                   WS-CTL-ERROR
               DISPLAY 'EXER15 ABEND - CHECK THE STATIN GENERATION, '
                   'RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-ABORT-RUN
           END-IF
           .
      *
       1510-READ-OLD-STATUS.
           READ OLD-STATUS-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-STATUS-FILE
               NOT AT END
                   ADD 1 TO WS-CTL-RECORDS-READ
                   PERFORM 1520-CHECK-OLD-STATUS
           END-READ
           .
      *
       1520-CHECK-OLD-STATUS.
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
                   PERFORM 1530-POST-OLD-STATUS-TRAILER
               WHEN WS-CTL-TRAILERS-SEEN > ZERO
                   MOVE 'DETAIL RECORD FOLLOWS THE TRAILERS'
                       TO WS-CTL-ERROR
               WHEN OTHER
                   PERFORM 1540-POST-OLD-STATUS-DETAIL
           END-EVALUATE
           .
      *
       1530-POST-OLD-STATUS-TRAILER.
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
       1540-POST-OLD-STATUS-DETAIL.
           SET XCT-IDX TO 1
           SEARCH XCT-ENTRY
               AT END
                   STRING 'DETAIL WITH UNKNOWN STATUS CODE '
                       XS-STATUS-CODE
                       DELIMITED BY SIZE INTO WS-CTL-ERROR
                   END-STRING
               WHEN XCT-STATUS-CODE(XCT-IDX) = XS-STATUS-CODE
                   ADD 1 TO XCT-OLD-COUNT(XCT-IDX)
                   ADD XS-ORIGINAL-PREMIUM XS-CORRECTED-PREMIUM
                       TO XCT-OLD-HASH(XCT-IDX)
           END-SEARCH
           .
      *
       1550-FOOT-OLD-STATUS.
           IF XCT-TRAILER-SEEN(XCT-IDX) = 'N'
               STRING 'NO TRAILER FOR STATUS CODE '
                   XCT-STATUS-CODE(XCT-IDX)
                   DELIMITED BY SIZE INTO WS-CTL-ERROR
               END-STRING
           ELSE
               IF XCT-OLD-COUNT(XCT-IDX) NOT =
                       XCT-TRAILER-COUNT(XCT-IDX)
                   OR XCT-OLD-HASH(XCT-IDX) NOT =
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
      *  1600 - THE SAME PROVING PASS OVER THE OLD SUSPENSE *
      *  FILE: ONE TRAILER PER SOURCE SIDE, AND THE PROOF   *
      *  FOOTS TO THE TWO TRAILERS TOGETHER.                *
      ******************************************************
       1600-PROVE-OLD-SUSPENSE.
           OPEN INPUT OLD-SUSPENSE-FILE
           PERFORM 1610-READ-OLD-SUSPENSE
               UNTIL WS-EOF-SUSPENSE-FILE = 'Y'
           CLOSE OLD-SUSPENSE-FILE
           OPEN INPUT OLD-SUSPENSE-FILE
           MOVE 'N' TO WS-EOF-SUSPENSE-FILE
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
               PERFORM 1650-FOOT-OLD-SUSPENSE
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
                   WHEN WS-SPC-HEADER-DATE = WS-RUN-DATE
                       AND WS-SPC-HEADER-PROGRAM NOT = 'EXER15'
                       STRING 'ALREADY ROLLED TONIGHT BY '
                           WS-SPC-HEADER-PROGRAM
                           DELIMITED BY SIZE INTO WS-SPC-ERROR
                       END-STRING
               END-EVALUATE
           END-IF
           IF WS-SPC-ERROR NOT = SPACES
               DISPLAY 'EXER15 ABEND - SUSPENSE FILE REJECTED - '
                   WS-SPC-ERROR
               DISPLAY 'EXER15 ABEND - CHECK THE SUSPIN GENERATION, '
                   'RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-ABORT-RUN
           END-IF
           .
      *
       1610-READ-OLD-SUSPENSE.
           READ OLD-SUSPENSE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SUSPENSE-FILE
               NOT AT END
                   ADD 1 TO WS-SPC-RECORDS-READ
                   PERFORM 1620-CHECK-OLD-SUSPENSE
           END-READ
           .
      *
       1620-CHECK-OLD-SUSPENSE.
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
                   PERFORM 1630-POST-OLD-SUSP-TRAILER
               WHEN WS-SPC-TRAILERS-SEEN > ZERO
                   MOVE 'DETAIL RECORD FOLLOWS THE TRAILERS'
                       TO WS-SPC-ERROR
               WHEN OTHER
                   PERFORM 1640-POST-OLD-SUSP-DETAIL
           END-EVALUATE
           .
      *
       1630-POST-OLD-SUSP-TRAILER.
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
       1640-POST-OLD-SUSP-DETAIL.
           SET SPC-IDX TO 1
           SEARCH SPC-ENTRY
               AT END
                   STRING 'DETAIL WITH UNKNOWN SOURCE SIDE '
                       SP-SOURCE-SIDE
                       DELIMITED BY SIZE INTO WS-SPC-ERROR
                   END-STRING
               WHEN SPC-SOURCE-SIDE(SPC-IDX) = SP-SOURCE-SIDE
                   ADD 1 TO SPC-OLD-COUNT(SPC-IDX)
                   ADD SP-PREMIUM-AMOUNT TO SPC-OLD-HASH(SPC-IDX)
           END-SEARCH
           .
      *
       1650-FOOT-OLD-SUSPENSE.
           IF SPC-TRAILER-SEEN(SPC-IDX) = 'N'
               STRING 'NO TRAILER FOR SOURCE SIDE '
                   SPC-SOURCE-SIDE(SPC-IDX)
                   DELIMITED BY SIZE INTO WS-SPC-ERROR
               END-STRING
           ELSE
               IF SPC-OLD-COUNT(SPC-IDX) NOT =
                       SPC-TRAILER-COUNT(SPC-IDX)
                   OR SPC-OLD-HASH(SPC-IDX) NOT =
                       SPC-TRAILER-HASH(SPC-IDX)
                   STRING 'DETAILS DO NOT FOOT TO TRAILER FOR '
                       'SOURCE SIDE ' SPC-SOURCE-SIDE(SPC-IDX)
                       DELIMITED BY SIZE INTO WS-SPC-ERROR
                   END-STRING
               END-IF
           END-IF
           .
      *
       2000-LOAD-DROPPED-TABLE.
           READ DROPPED-POLICY-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-STATUS-FILE
               NOT AT END
                   IF XS-POLICY-NUMBER NOT = LOW-VALUES
                       AND XS-POLICY-NUMBER NOT = HIGH-VALUES
                       ADD 1 TO WS-STATUS-READ
                       PERFORM 3100-SWEEP-ONE-STATUS
                   END-IF
           END-READ
           .
      *
           END-IF
           WRITE NEW-STATUS-RECORD
               FROM EXCEPTION-STATUS-RECORD
           SET XCT-IDX TO 1
           SEARCH XCT-ENTRY
               AT END
                   CONTINUE
               WHEN XCT-STATUS-CODE(XCT-IDX) = XS-STATUS-CODE
                   ADD 1 TO XCT-NEW-COUNT(XCT-IDX)
                   ADD XS-ORIGINAL-PREMIUM XS-CORRECTED-PREMIUM
                       TO XCT-NEW-HASH(XCT-IDX)
           END-SEARCH
           .
      *
       4000-SWEEP-SUSPENSE.
               AT END
                   MOVE 'Y' TO WS-EOF-SUSPENSE-FILE
               NOT AT END
                   IF SP-POLICY-NUMBER NOT = LOW-VALUES
                       AND SP-POLICY-NUMBER NOT = HIGH-VALUES
                       ADD 1 TO WS-SUSPENSE-READ
                       PERFORM 4100-SWEEP-ONE-SUSPENSE
                   END-IF
           END-READ
           .
      *
               PERFORM 6000-POST-CLOSE-TOTALS
           ELSE
               WRITE NEW-SUSPENSE-RECORD FROM SUSPENSE-RECORD
               SET SPC-IDX TO 1
               SEARCH SPC-ENTRY
                   AT END
                       CONTINUE
                   WHEN SPC-SOURCE-SIDE(SPC-IDX) = SP-SOURCE-SIDE
                       ADD 1 TO SPC-NEW-COUNT(SPC-IDX)
                       ADD SP-PREMIUM-AMOUNT
                           TO SPC-NEW-HASH(SPC-IDX)
               END-SEARCH
           END-IF
           .
      *
               END-STRING
               WRITE CLEANUP-REPORT-RECORD
           END-PERFORM
           PERFORM 5200-WRITE-STATUS-PROOF
           PERFORM 5300-WRITE-SUSPENSE-PROOF
           .
      *
       5100-WRITE-COUNT-LINE.
           END-STRING
           WRITE CLEANUP-REPORT-RECORD
           .
      *
       5200-WRITE-STATUS-PROOF.
           MOVE SPACES TO CLEANUP-REPORT-RECORD
           STRING 'STATUS MASTER BALANCE PROOF (OPEN WORK O/C/W/R) '
               '- BUILT FROM ' WS-CTL-HEADER-PROGRAM ' '
               WS-CTL-HEADER-DATE
               DELIMITED BY SIZE INTO CLEANUP-REPORT-RECORD
           END-STRING
           WRITE CLEANUP-REPORT-RECORD
           MOVE 'OLD OPEN WORK............: ' TO WS-COUNT-LABEL
           MOVE WS-PRF-OLD-COUNT TO WS-COUNT-EDIT
           PERFORM 5100-WRITE-COUNT-LINE
           MOVE '  + POSTED...............: ' TO WS-COUNT-LABEL
           MOVE WS-PRF-POSTED-COUNT TO WS-COUNT-EDIT
           PERFORM 5100-WRITE-COUNT-LINE
           MOVE '  - CLOSED (SET TO X)....: ' TO WS-COUNT-LABEL
           MOVE WS-PRF-CLOSED-COUNT TO WS-COUNT-EDIT
           PERFORM 5100-WRITE-COUNT-LINE
           MOVE '  - WRITTEN OFF..........: ' TO WS-COUNT-LABEL
           MOVE WS-PRF-WRITTEN-OFF-COUNT TO WS-COUNT-EDIT
           PERFORM 5100-WRITE-COUNT-LINE
           MOVE '  = NEW OPEN WORK........: ' TO WS-COUNT-LABEL
           MOVE WS-PRF-NEW-COUNT TO WS-COUNT-EDIT
           PERFORM 5100-WRITE-COUNT-LINE
           MOVE SPACES TO CLEANUP-REPORT-RECORD
           IF WS-PRF-BALANCED = 'Y'
               STRING 'BALANCE PROOF............: BALANCED'
                   DELIMITED BY SIZE INTO CLEANUP-REPORT-RECORD
               END-STRING
           ELSE
               STRING 'BALANCE PROOF............: OUT OF BALANCE'
                   DELIMITED BY SIZE INTO CLEANUP-REPORT-RECORD
               END-STRING
           END-IF
           WRITE CLEANUP-REPORT-RECORD
           .
      *
       5300-WRITE-SUSPENSE-PROOF.
           MOVE SPACES TO CLEANUP-REPORT-RECORD
           STRING 'SUSPENSE BALANCE PROOF - BUILT FROM '
               WS-SPC-HEADER-PROGRAM ' ' WS-SPC-HEADER-DATE
               DELIMITED BY SIZE INTO CLEANUP-REPORT-RECORD
           END-STRING
           WRITE CLEANUP-REPORT-RECORD
           MOVE 'OLD SUSPENSE ITEMS.......: ' TO WS-COUNT-LABEL
           MOVE WS-SPF-OLD-COUNT TO WS-COUNT-EDIT
           PERFORM 5100-WRITE-COUNT-LINE
           MOVE '  + POSTED...............: ' TO WS-COUNT-LABEL
           MOVE WS-SPF-POSTED-COUNT TO WS-COUNT-EDIT
           PERFORM 5100-WRITE-COUNT-LINE
           MOVE '  - CLOSED (PURGED)......: ' TO WS-COUNT-LABEL
           MOVE WS-SPF-CLOSED-COUNT TO WS-COUNT-EDIT
           PERFORM 5100-WRITE-COUNT-LINE
           MOVE '  - WRITTEN OFF..........: ' TO WS-COUNT-LABEL
           MOVE WS-SPF-WRITTEN-OFF-COUNT TO WS-COUNT-EDIT
           PERFORM 5100-WRITE-COUNT-LINE
           MOVE '  = NEW SUSPENSE ITEMS...: ' TO WS-COUNT-LABEL
           MOVE WS-SPF-NEW-COUNT TO WS-COUNT-EDIT
           PERFORM 5100-WRITE-COUNT-LINE
           MOVE SPACES TO CLEANUP-REPORT-RECORD
           IF WS-SPF-BALANCED = 'Y'
               STRING 'BALANCE PROOF............: BALANCED'
                   DELIMITED BY SIZE INTO CLEANUP-REPORT-RECORD
               END-STRING
           ELSE
               STRING 'BALANCE PROOF............: OUT OF BALANCE'
                   DELIMITED BY SIZE INTO CLEANUP-REPORT-RECORD
               END-STRING
           END-IF
           WRITE CLEANUP-REPORT-RECORD
           .
      *
       7000-WRITE-NEW-HEADERS.
           MOVE SPACES TO WS-STATUS-HEADER
           MOVE LOW-VALUES TO WXH-CONTROL-KEY
           MOVE WS-RUN-DATE TO WXH-RUN-DATE
           MOVE 'EXER15' TO WXH-CREATE-PROGRAM
           MOVE WS-CTL-HEADER-DATE TO WXH-PRIOR-RUN-DATE
           WRITE NEW-STATUS-RECORD FROM WS-STATUS-HEADER
           MOVE SPACES TO WS-SUSPENSE-HEADER
           MOVE LOW-VALUES TO WSH-CONTROL-KEY
           MOVE WS-RUN-DATE TO WSH-RUN-DATE
           MOVE 'EXER15' TO WSH-CREATE-PROGRAM
           MOVE WS-SPC-HEADER-DATE TO WSH-PRIOR-RUN-DATE
           WRITE NEW-SUSPENSE-RECORD FROM WS-SUSPENSE-HEADER
           .
      *
      ******************************************************
      *  7100 - STATUS TRAILERS AND PROOF. THE SWEEP ONLY   *
      *  CLOSES: OLD OPEN WORK LESS ENTRIES SET TO X MUST   *
      *  EQUAL THE NEW OPEN WORK. OUT OF BALANCE IS RC=8.   *
      ******************************************************
       7100-WRITE-STATUS-TRAILERS.
           PERFORM 7110-WRITE-ONE-STATUS-TRAILER
               VARYING XCT-IDX FROM 1 BY 1
               UNTIL XCT-IDX > 5
           MOVE WS-CTL-OPEN-WORK TO WS-PRF-OLD-COUNT
           MOVE ZERO TO WS-PRF-POSTED-COUNT
           MOVE WS-STATUS-CLOSED TO WS-PRF-CLOSED-COUNT
           MOVE ZERO TO WS-PRF-WRITTEN-OFF-COUNT
           COMPUTE WS-PRF-NEW-COUNT =
               XCT-NEW-COUNT(1) + XCT-NEW-COUNT(2)
               + XCT-NEW-COUNT(3) + XCT-NEW-COUNT(4)
           COMPUTE WS-PRF-PROVED-COUNT =
               WS-PRF-OLD-COUNT + WS-PRF-POSTED-COUNT
               - WS-PRF-CLOSED-COUNT - WS-PRF-WRITTEN-OFF-COUNT
           IF WS-PRF-PROVED-COUNT = WS-PRF-NEW-COUNT
               MOVE 'Y' TO WS-PRF-BALANCED
           ELSE
               MOVE 'N' TO WS-PRF-BALANCED
               DISPLAY 'EXER15 ERROR - NEW STATUS GENERATION OUT '
                   'OF BALANCE'
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           MOVE SPACES TO WS-STATUS-PROOF
           MOVE HIGH-VALUES TO WXP-CONTROL-KEY
           MOVE '*' TO WXP-STATUS-CODE
           MOVE WS-PRF-OLD-COUNT TO WXP-OLD-COUNT
           MOVE WS-PRF-POSTED-COUNT TO WXP-POSTED-COUNT
           MOVE WS-PRF-CLOSED-COUNT TO WXP-CLOSED-COUNT
           MOVE WS-PRF-WRITTEN-OFF-COUNT TO WXP-WRITTEN-OFF-COUNT
           WRITE NEW-STATUS-RECORD FROM WS-STATUS-PROOF
           .
      *
       7110-WRITE-ONE-STATUS-TRAILER.
           MOVE SPACES TO WS-STATUS-TRAILER
           MOVE HIGH-VALUES TO WXT-CONTROL-KEY
           MOVE XCT-STATUS-CODE(XCT-IDX) TO WXT-STATUS-CODE
           MOVE XCT-NEW-COUNT(XCT-IDX) TO WXT-ITEM-COUNT
           MOVE XCT-NEW-HASH(XCT-IDX) TO WXT-PREMIUM-HASH
           WRITE NEW-STATUS-RECORD FROM WS-STATUS-TRAILER
           .
      *
      ******************************************************
      *  7200 - SUSPENSE TRAILERS AND PROOF: OLD ITEMS LESS *
      *  ITEMS PURGED TO CLOSEDOUT MUST EQUAL THE ITEMS     *
      *  CARRIED FORWARD. OUT OF BALANCE IS RC=8.           *
      ******************************************************
       7200-WRITE-SUSPENSE-TRAILERS.
           PERFORM 7210-WRITE-ONE-SUSP-TRAILER
               VARYING SPC-IDX FROM 1 BY 1
               UNTIL SPC-IDX > 2
           MOVE WS-SPC-ON-FILE TO WS-SPF-OLD-COUNT
           MOVE ZERO TO WS-SPF-POSTED-COUNT
           MOVE WS-SUSPENSE-PURGED TO WS-SPF-CLOSED-COUNT
           MOVE ZERO TO WS-SPF-WRITTEN-OFF-COUNT
           COMPUTE WS-SPF-NEW-COUNT =
               SPC-NEW-COUNT(1) + SPC-NEW-COUNT(2)
           COMPUTE WS-SPF-PROVED-COUNT =
               WS-SPF-OLD-COUNT + WS-SPF-POSTED-COUNT
               - WS-SPF-CLOSED-COUNT - WS-SPF-WRITTEN-OFF-COUNT
           IF WS-SPF-PROVED-COUNT = WS-SPF-NEW-COUNT
               MOVE 'Y' TO WS-SPF-BALANCED
           ELSE
               MOVE 'N' TO WS-SPF-BALANCED
               DISPLAY 'EXER15 ERROR - NEW SUSPENSE GENERATION OUT '
                   'OF BALANCE'
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           MOVE SPACES TO WS-SUSPENSE-PROOF
           MOVE HIGH-VALUES TO WSB-CONTROL-KEY
           MOVE '*' TO WSB-SOURCE-SIDE
           MOVE WS-SPF-OLD-COUNT TO WSB-OLD-COUNT
           MOVE WS-SPF-POSTED-COUNT TO WSB-POSTED-COUNT
           MOVE WS-SPF-CLOSED-COUNT TO WSB-CLOSED-COUNT
           MOVE WS-SPF-WRITTEN-OFF-COUNT TO WSB-WRITTEN-OFF-COUNT
           WRITE NEW-SUSPENSE-RECORD FROM WS-SUSPENSE-PROOF
           .
      *
       7210-WRITE-ONE-SUSP-TRAILER.
           MOVE SPACES TO WS-SUSPENSE-TRAILER
           MOVE HIGH-VALUES TO WST-CONTROL-KEY
           MOVE SPC-SOURCE-SIDE(SPC-IDX) TO WST-SOURCE-SIDE
           MOVE SPC-NEW-COUNT(SPC-IDX) TO WST-ITEM-COUNT
           MOVE SPC-NEW-HASH(SPC-IDX) TO WST-PREMIUM-HASH
           WRITE NEW-SUSPENSE-RECORD FROM WS-SUSPENSE-TRAILER
           .
      *
      ******************************************************
      *  9800 - ONE RUN-STATUS RECORD FOR EXER13'S NIGHT-   *
           MOVE WS-SUSPENSE-PURGED TO RL-KEY-COUNT-3
           MOVE ZERO TO RL-AMOUNT
           WRITE RUN-LOG-RECORD
           IF WS-ABORT-RUN = 'N'
               MOVE SPACES TO RUN-LOG-PROOF-RECORD
               MOVE 'EXER15' TO RB-PROGRAM-ID
               MOVE WS-RUN-DATE TO RB-RUN-DATE
               MOVE 'EXSTATUS' TO RB-MASTER-ID
               MOVE WS-PRF-OLD-COUNT TO RB-OLD-COUNT
               MOVE WS-PRF-POSTED-COUNT TO RB-POSTED-COUNT
               MOVE WS-PRF-CLOSED-COUNT TO RB-CLOSED-COUNT
               MOVE WS-PRF-WRITTEN-OFF-COUNT TO RB-WRITTEN-OFF-COUNT
               MOVE WS-PRF-NEW-COUNT TO RB-NEW-COUNT
               MOVE WS-PRF-BALANCED TO RB-BALANCED
               MOVE 'B' TO RB-RECORD-KIND
               WRITE RUN-LOG-PROOF-RECORD
               MOVE SPACES TO RUN-LOG-PROOF-RECORD
               MOVE 'EXER15' TO RB-PROGRAM-ID
               MOVE WS-RUN-DATE TO RB-RUN-DATE
               MOVE 'SUSPENSE' TO RB-MASTER-ID
               MOVE WS-SPF-OLD-COUNT TO RB-OLD-COUNT
               MOVE WS-SPF-POSTED-COUNT TO RB-POSTED-COUNT
               MOVE WS-SPF-CLOSED-COUNT TO RB-CLOSED-COUNT
               MOVE WS-SPF-WRITTEN-OFF-COUNT TO RB-WRITTEN-OFF-COUNT
               MOVE WS-SPF-NEW-COUNT TO RB-NEW-COUNT
               MOVE WS-SPF-BALANCED TO RB-BALANCED
               MOVE 'B' TO RB-RECORD-KIND
               WRITE RUN-LOG-PROOF-RECORD
           END-IF
           CLOSE RUN-LOG-FILE
           .
      *
