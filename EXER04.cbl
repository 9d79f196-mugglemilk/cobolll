      *  THROUGH EXER14 IS DROPPED FROM THE NEW SUSPENSE   *
      *  GENERATION AND EMITTED AS A G/L ADJUSTMENT        *
      *  RECORD SO THE LEDGER IS ACTUALLY CORRECTED.       *
      *  THE OLD SUSPENSE GENERATION IS PROVED BEFORE      *
      *  ANYTHING MATCHES AGAINST IT: ITS DETAILS MUST     *
      *  FOOT TO ITS SIDE TRAILERS, ITS PROOF TO THOSE     *
      *  TRAILERS, AND ITS HEADER MUST PREDATE THE RUN (OR *
      *  BE TONIGHT'S EXER15 SWEEP) - OTHERWISE THE RUN    *
      *  ABORTS RC=16. THE NEW GENERATION GETS ITS OWN     *
      *  HEADER, TRAILERS AND PROOF; A PROOF THAT DOES NOT *
      *  BALANCE ENDS THE JOB RC=8. THE PROOF IS PRINTED   *
      *  ON MATCHRPT AND LOGGED FOR EXER13.                *
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 WS-EOF-SORTED-AUDIT       PIC X(01) VALUE 'N'.
           05 WS-EOF-SORTED-GL          PIC X(01) VALUE 'N'.
           05 WS-EOF-SORTED-SUSP        PIC X(01) VALUE 'N'.
           05 WS-ABORT-RUN              PIC X(01) VALUE 'N'.
      *
       01  WS-MERGE-CONTROL.
           05 WS-GROUP-POLICY-NUMBER    PIC X(10) VALUE HIGH-VALUES.
           05 WS-OVERFLOW-ITEMS         PIC 9(07) VALUE ZERO.
      *
      ******************************************************
      *  SUSPENSE CONTROL - ONE ROW PER SOURCE SIDE, IN     *
      *  TRAILER ORDER. THE OLD GENERATION'S DETAILS ARE    *
      *  FOOTED AGAINST ITS TRAILERS AS THEY GO TO THE      *
      *  SORT; THE NEW GENERATION'S ARE FOOTED AS THEY ARE  *
      *  WRITTEN, FOR ITS OWN TRAILERS.                     *
      ******************************************************
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
      ******************************************************
      *  APPROVED WRITE-OFFS FROM EXER14, LOADED AT START   *
      *  OF RUN. THE DECK ACCOUNTING APPROVES IS SMALL BY   *
      *  NATURE; OVERFLOW IS WARNED AND THE REMAINDER       *
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
       01  WS-END.
           05 FILLER                    PIC X(32) VALUE
           PERFORM 2000-SORT-AUDIT-SIDE
           PERFORM 2100-SORT-GL-SIDE
           PERFORM 2200-SORT-SUSPENSE
           IF WS-ABORT-RUN = 'N'
               PERFORM 3000-MERGE-CONTROL
               PERFORM 6000-PRODUCE-MATCH-REPORT
               IF WS-OVERFLOW-ITEMS > ZERO
                   AND RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM 9999-END-OF-JOB
           GOBACK.
       1000-INITIALIZATION.
           DISPLAY 'GL-DETAIL-MATCH'
           PERFORM 1100-READ-CONTROL-CARD
           PERFORM 1200-PRIME-SUSPENSE-CONTROL
           PERFORM 1300-LOAD-WRITEOFF-TABLE
           OPEN OUTPUT NEW-SUSPENSE-FILE
           OPEN OUTPUT PROPOSAL-FILE
           END-IF
           CLOSE SYSIN-FILE
           .
      *
       1200-PRIME-SUSPENSE-CONTROL.
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
      *  1300 - LOAD THE WRITE-OFFS ACCOUNTING APPROVED     *
           PERFORM 2220-RELEASE-ONE-SUSP
               UNTIL WS-EOF-SUSPENSE-FILE = 'Y'
           CLOSE OLD-SUSPENSE-FILE
           PERFORM 2300-PROVE-OLD-SUSPENSE
           .
      *
       2220-RELEASE-ONE-SUSP.
               AT END
                   MOVE 'Y' TO WS-EOF-SUSPENSE-FILE
               NOT AT END
                   ADD 1 TO WS-SPC-RECORDS-READ
                   PERFORM 2230-CHECK-OLD-SUSPENSE
           END-READ
           .
      *
      ******************************************************
      *  2230 - HEADER FIRST, THEN DETAILS, THEN THE        *
      *  TRAILERS, THEN THE PROOF LAST. THE FIRST FAULT     *
      *  FOUND IS KEPT; THE REST OF THE FILE IS STILL READ. *
      ******************************************************
       2230-CHECK-OLD-SUSPENSE.
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
                   PERFORM 2240-POST-OLD-TRAILER
               WHEN WS-SPC-TRAILERS-SEEN > ZERO
                   MOVE 'DETAIL RECORD FOLLOWS THE TRAILERS'
                       TO WS-SPC-ERROR
               WHEN OTHER
                   PERFORM 2250-RELEASE-OLD-DETAIL
           END-EVALUATE
           .
      *
       2240-POST-OLD-TRAILER.
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
       2250-RELEASE-OLD-DETAIL.
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
           ADD 1 TO WS-RELEASE-SEQ
           MOVE SP-POLICY-NUMBER TO SP-SRT-POLICY-NUMBER
           MOVE WS-RELEASE-SEQ TO SP-SRT-RELEASE-SEQ
           MOVE SP-SOURCE-SIDE TO SP-SRT-SOURCE-SIDE
           MOVE SP-PREMIUM-AMOUNT
               TO SP-SRT-PREMIUM-AMOUNT
           MOVE SP-DATE-ENTERED TO SP-SRT-DATE-ENTERED
           MOVE SP-AGE-DAYS TO SP-SRT-AGE-DAYS
           RELEASE SUSP-SORT-RECORD
           .
      *
      ******************************************************
      *  2300 - PROVE THE OLD GENERATION BEFORE ANYTHING    *
      *  MATCHES AGAINST IT: BOTH SIDE TRAILERS PRESENT AND *
      *  FOOTING TO THEIR DETAILS, THE PROOF FOOTING TO THE *
      *  TRAILERS, AND THE HEADER NOT DATED AFTER THE RUN.  *
      *  A GENERATION DATED TONIGHT IS ONLY GOOD IF         *
      *  EXER15'S SWEEP BUILT IT - ANYTHING ELSE MEANS      *
      *  SUSPIN IS POINTING AT A GENERATION THIS NIGHT HAS  *
      *  ALREADY ROLLED, AND MATCHING AGAINST IT WOULD      *
      *  RESURRECT CLEARED ITEMS OR DOUBLE NEW ONES.        *
      ******************************************************
       2300-PROVE-OLD-SUSPENSE.
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
               PERFORM 2310-FOOT-OLD-TRAILER
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
               DISPLAY 'EXER04 ABEND - SUSPENSE FILE REJECTED - '
                   WS-SPC-ERROR
               DISPLAY 'EXER04 ABEND - CHECK THE SUSPIN GENERATION, '
                   'RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-ABORT-RUN
           END-IF
           .
      *
       2310-FOOT-OLD-TRAILER.
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
      ******************************************************
      *  3000 - WALK THE THREE SORTED SIDES TOGETHER ONE    *
      *  POLICY AT A TIME. EACH GROUP RUNS THE SAME         *
      *  CLEARING AND MATCHING LOGIC AS ALWAYS: CARRIED     *
           OPEN INPUT SORTED-AUDIT-FILE
           OPEN INPUT SORTED-GL-FILE
           OPEN INPUT SORTED-SUSP-FILE
           PERFORM 5600-WRITE-SUSPENSE-HEADER
           PERFORM 3010-READ-AUDIT-ITEM
           PERFORM 3020-READ-GL-ITEM
           PERFORM 3030-READ-SUSP-ITEM
               UNTIL WS-AU-POLICY-NUMBER = HIGH-VALUES
                   AND WS-GL-POLICY-NUMBER = HIGH-VALUES
                   AND WS-SP-POLICY-NUMBER = HIGH-VALUES
           PERFORM 5700-WRITE-SUSPENSE-TRAILERS
           CLOSE SORTED-AUDIT-FILE
           CLOSE SORTED-GL-FILE
           CLOSE SORTED-SUSP-FILE
           END-STRING
           WRITE MATCH-REPORT-RECORD
           .
      *
       5600-WRITE-SUSPENSE-HEADER.
           MOVE SPACES TO WS-SUSPENSE-HEADER
           MOVE LOW-VALUES TO WSH-CONTROL-KEY
           MOVE WS-RUN-DATE TO WSH-RUN-DATE
           MOVE 'EXER04' TO WSH-CREATE-PROGRAM
           MOVE WS-SPC-HEADER-DATE TO WSH-PRIOR-RUN-DATE
           WRITE NEW-SUSPENSE-RECORD FROM WS-SUSPENSE-HEADER
           .
      *
      ******************************************************
      *  5700 - ONE TRAILER PER SOURCE SIDE, THEN THE PROOF *
      *  OF TONIGHT'S ROLL: OLD ITEMS PLUS NEW ITEMS        *
      *  SUSPENDED, LESS ITEMS CLEARED BY A MATCH AND ITEMS *
      *  WRITTEN OFF, MUST EQUAL THE ITEMS WRITTEN TO THE   *
      *  NEW GENERATION. OUT OF BALANCE ENDS THE JOB RC=8.  *
      ******************************************************
       5700-WRITE-SUSPENSE-TRAILERS.
           PERFORM 5710-WRITE-ONE-TRAILER
               VARYING SPC-IDX FROM 1 BY 1
               UNTIL SPC-IDX > 2
           MOVE WS-SPC-ON-FILE TO WS-SPF-OLD-COUNT
           COMPUTE WS-SPF-POSTED-COUNT =
               WS-NEW-SUSPENSE-AUDIT + WS-NEW-SUSPENSE-GL
           MOVE WS-SUSPENSE-CLEARED TO WS-SPF-CLOSED-COUNT
           MOVE WS-ITEMS-WRITTEN-OFF TO WS-SPF-WRITTEN-OFF-COUNT
           COMPUTE WS-SPF-NEW-COUNT =
               SPC-NEW-COUNT(1) + SPC-NEW-COUNT(2)
           COMPUTE WS-SPF-PROVED-COUNT =
               WS-SPF-OLD-COUNT + WS-SPF-POSTED-COUNT
               - WS-SPF-CLOSED-COUNT - WS-SPF-WRITTEN-OFF-COUNT
           IF WS-SPF-PROVED-COUNT = WS-SPF-NEW-COUNT
               MOVE 'Y' TO WS-SPF-BALANCED
           ELSE
               MOVE 'N' TO WS-SPF-BALANCED
               DISPLAY 'EXER04 ERROR - NEW SUSPENSE GENERATION OUT '
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
       5710-WRITE-ONE-TRAILER.
           MOVE SPACES TO WS-SUSPENSE-TRAILER
           MOVE HIGH-VALUES TO WST-CONTROL-KEY
           MOVE SPC-SOURCE-SIDE(SPC-IDX) TO WST-SOURCE-SIDE
           MOVE SPC-NEW-COUNT(SPC-IDX) TO WST-ITEM-COUNT
           MOVE SPC-NEW-HASH(SPC-IDX) TO WST-PREMIUM-HASH
           WRITE NEW-SUSPENSE-RECORD FROM WS-SUSPENSE-TRAILER
           .
      *
       5900-WRITE-SUSPENSE-RECORD.
           WRITE NEW-SUSPENSE-RECORD FROM WS-SUSPENSE-RECORD
           PERFORM 5950-AGE-SUSPENSE-ITEM
           SET SPC-IDX TO 1
           SEARCH SPC-ENTRY
               AT END
                   CONTINUE
               WHEN SPC-SOURCE-SIDE(SPC-IDX) = WSR-SOURCE-SIDE
                   ADD 1 TO SPC-NEW-COUNT(SPC-IDX)
                   ADD WSR-PREMIUM-AMOUNT TO SPC-NEW-HASH(SPC-IDX)
           END-SEARCH
           .
      *
       5950-AGE-SUSPENSE-ITEM.
           MOVE WS-AGE-OVER-30-COUNT TO WS-COUNT-EDIT
           MOVE WS-AGE-OVER-30-AMOUNT TO WS-AMOUNT-EDIT
           PERFORM 6400-WRITE-AGING-LINE-OVER-30
           PERFORM 6500-WRITE-BALANCE-PROOF
           .
      *
       6100-WRITE-COUNT-LINE.
           END-STRING
           WRITE MATCH-REPORT-RECORD
           .
      *
       6500-WRITE-BALANCE-PROOF.
           MOVE SPACES TO MATCH-REPORT-RECORD
           STRING 'SUSPENSE BALANCE PROOF - BUILT FROM '
               WS-SPC-HEADER-PROGRAM ' ' WS-SPC-HEADER-DATE
               DELIMITED BY SIZE INTO MATCH-REPORT-RECORD
           END-STRING
           WRITE MATCH-REPORT-RECORD
           MOVE 'OLD SUSPENSE ITEMS.......: ' TO WS-COUNT-LABEL
           MOVE WS-SPF-OLD-COUNT TO WS-COUNT-EDIT
           PERFORM 6100-WRITE-COUNT-LINE
           MOVE '  + POSTED...............: ' TO WS-COUNT-LABEL
           MOVE WS-SPF-POSTED-COUNT TO WS-COUNT-EDIT
           PERFORM 6100-WRITE-COUNT-LINE
           MOVE '  - CLOSED (CLEARED).....: ' TO WS-COUNT-LABEL
           MOVE WS-SPF-CLOSED-COUNT TO WS-COUNT-EDIT
           PERFORM 6100-WRITE-COUNT-LINE
           MOVE '  - WRITTEN OFF..........: ' TO WS-COUNT-LABEL
           MOVE WS-SPF-WRITTEN-OFF-COUNT TO WS-COUNT-EDIT
           PERFORM 6100-WRITE-COUNT-LINE
           MOVE '  = NEW SUSPENSE ITEMS...: ' TO WS-COUNT-LABEL
           MOVE WS-SPF-NEW-COUNT TO WS-COUNT-EDIT
           PERFORM 6100-WRITE-COUNT-LINE
           MOVE SPACES TO MATCH-REPORT-RECORD
           IF WS-SPF-BALANCED = 'Y'
               STRING 'BALANCE PROOF............: BALANCED'
                   DELIMITED BY SIZE INTO MATCH-REPORT-RECORD
               END-STRING
           ELSE
               STRING 'BALANCE PROOF............: OUT OF BALANCE'
                   DELIMITED BY SIZE INTO MATCH-REPORT-RECORD
               END-STRING
           END-IF
           WRITE MATCH-REPORT-RECORD
           .
      *
       9999-END-OF-JOB.
           PERFORM 9800-WRITE-RUN-LOG
           MOVE WS-SUSPENSE-CARRIED TO RL-KEY-COUNT-3
           MOVE ZERO TO RL-AMOUNT
           WRITE RUN-LOG-RECORD
           IF WS-ABORT-RUN = 'N'
               MOVE SPACES TO RUN-LOG-PROOF-RECORD
               MOVE 'EXER04' TO RB-PROGRAM-ID
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
