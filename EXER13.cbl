      *  READS THE COMMON RUN-LOG FOR THE SYSIN RUN DATE   *
      *  AND VERIFIES THE NIGHTLY CHAIN ACTUALLY           *
      *  COMPLETED - EXER07, EXER15 (THE DROPPED-POLICY    *
      *  SWEEP, WHEN RUN), EXER24 (BILLING'S               *
      *  ACKNOWLEDGMENT OF THE LAST FEED), EXER00 (EVERY   *
      *  PARTITION ON A SPLIT NIGHT), EXER08 (WHEN         *
      *  PARTITIONED), EXER01, EXER02 AND EXER04 - THEN    *
      *  CROSS-FOOTS THE COUNTS BETWEEN JOBS AND PRODUCES  *
      *  THE ONE GO/NO-GO REPORT OPS USED TO ASSEMBLE FROM *
      *  SIX SPOOLS.                                       *
      *  EVERY PROGRAM LOGS A RECORD EVEN ON AN ABORTED    *
      *  ATTEMPT, SO ONLY THE LATEST RECORD PER PROGRAM    *
      *  AND RUN ID COUNTS: AN ABEND FOLLOWED BY A CLEAN   *
      *  CHECKPOINT RESTART VERIFIES ON THE RESTART'S      *
      *  RECORD, NOT THE WRECKAGE. PARTITIONS STAY         *
      *  DISTINCT BECAUSE EACH CARRIES ITS OWN RUN ID.     *
      *  THE BALANCE-PROOF RECORDS THE STATUS MASTER AND   *
      *  SUSPENSE FILE WRITERS LOG ARE PROVED TOO: EACH    *
      *  MUST BALANCE, AND EACH MASTER'S PROOFS MUST CHAIN *
      *  - TONIGHT'S FIRST OLD COUNT EQUAL TO THE LAST     *
      *  CLOSING COUNT LOGGED ON AN EARLIER NIGHT, AND     *
      *  EACH LATER ONE EQUAL TO THE ROLL BEFORE IT - SO A *
      *  STALE OR SKIPPED GENERATION SHOWS UP HERE.        *
      *  SEVERITY RETURN CODE FOR THE SCHEDULER TO GATE    *
      *  THE BILLING RELEASE ON:                           *
      *    RC=0  GO - CHAIN COMPLETE AND COUNTS CROSS-FOOT *
      *    RC=4  GO WITH WARNINGS (A JOB ENDED RC=4, OR    *
      *          EXER00 AND BILLING REJECTS AND EXER02     *
      *          EXCEPTIONS POSTED DIFFER - LEGITIMATE     *
      *          WHEN A RECORD FAILS SEVERAL EDITS OR      *
      *          HISTORY REPLAYS, OR A MASTER'S PROOF      *
      *          CHAIN HAS NO EARLIER NIGHT TO START FROM) *
      *    RC=8  NO-GO - A JOB IS MISSING OR ENDED RC>=8,  *
      *          EXER08'S TOTALS DO NOT MATCH ITS          *
      *          PARTITIONS, THE G/L POSTED TOTAL DOES NOT *
      *          MATCH THE VALIDATED PREMIUM, OR BILLING'S *
      *          ACKNOWLEDGMENT OF THE LAST FEED IS        *
      *          MISSING OR OUT OF BALANCE (EXER24 RC=8,   *
      *          OR ITS ACCEPTS AND REJECTS DO NOT FOOT TO *
      *          THE DETAILS SENT), OR A MASTER BALANCE    *
      *          PROOF IS MISSING, OUT OF BALANCE OR DOES  *
      *          NOT CHAIN FROM THE LAST CLOSING COUNT     *
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               10 RAT-AMOUNT            PIC 9(11)V99.
      *
       01  CHAIN-STATUS-TABLE.
           05 CST-ENTRY OCCURS 8 TIMES
                   INDEXED BY CST-IDX.
               10 CST-PROGRAM-ID        PIC X(08).
               10 CST-SEEN              PIC X(01).
               10 CST-REQUIRED          PIC X(01).
               10 CST-MAX-RC            PIC 9(02).
               10 CST-RECORDS           PIC 9(03).
      *
      ******************************************************
      *  ONE ROW PER MASTER FOR THE PROOF CHAIN. PROOFS     *
      *  FROM EARLIER NIGHTS ONLY SET THE CLOSING COUNT     *
      *  TONIGHT MUST START FROM; TONIGHT'S ARE CHAINED IN  *
      *  LOG ORDER. A RERUN OF THE LAST ROLL (SAME OLD      *
      *  COUNT) IS ACCEPTED IN PLACE OF IT.                 *
      ******************************************************
       01  MASTER-CHAIN-TABLE.
           05 MCT-ENTRY OCCURS 2 TIMES
                   INDEXED BY MCT-IDX.
               10 MCT-MASTER-ID         PIC X(08).
               10 MCT-PRIOR-FOUND       PIC X(01).
               10 MCT-PRIOR-DATE        PIC X(08).
               10 MCT-CLOSING-COUNT     PIC 9(09).
               10 MCT-ROLL-OLD-COUNT    PIC 9(09).
               10 MCT-TONIGHT-ROLLS     PIC 9(03).
               10 MCT-BREAK-FOUND       PIC X(01).
               10 MCT-BREAK-PROGRAM     PIC X(08).
               10 MCT-BREAK-OLD-COUNT   PIC 9(09).
               10 MCT-BREAK-EXPECTED    PIC 9(09).
      *
      ******************************************************
      *  THE PROOFS TONIGHT'S CHAIN MUST LOG - THE LATEST   *
      *  ONE PER PROGRAM AND MASTER. EXER15'S ARE REQUIRED  *
      *  ONLY WHEN THE SWEEP RAN.                           *
      ******************************************************
       01  BALANCE-PROOF-TABLE.
           05 BPT-ENTRY OCCURS 4 TIMES
                   INDEXED BY BPT-IDX.
               10 BPT-PROGRAM-ID        PIC X(08).
               10 BPT-MASTER-ID         PIC X(08).
               10 BPT-REQUIRED          PIC X(01).
               10 BPT-SEEN              PIC X(01).
               10 BPT-BALANCED          PIC X(01).
               10 BPT-OLD-COUNT         PIC 9(09).
               10 BPT-POSTED-COUNT      PIC 9(09).
               10 BPT-CLOSED-COUNT      PIC 9(09).
               10 BPT-WRITTEN-OFF-COUNT PIC 9(09).
               10 BPT-NEW-COUNT         PIC 9(09).
      *
       01  WS-EXER00-TOTALS.
           05 WS-E00-READ               PIC 9(09) VALUE ZERO.
           05 WS-E08-PASSED             PIC 9(09) VALUE ZERO.
           05 WS-E08-REJECTED           PIC 9(09) VALUE ZERO.
           05 WS-E08-PREMIUM            PIC 9(11)V99 VALUE ZERO.
      *
       01  WS-EXER24-TOTALS.
           05 WS-E24-SENT               PIC 9(09) VALUE ZERO.
           05 WS-E24-ACCEPTED           PIC 9(09) VALUE ZERO.
           05 WS-E24-REJECTED           PIC 9(09) VALUE ZERO.
      *
       01  WS-OTHER-TOTALS.
           05 WS-E01-GL-POSTED          PIC 9(11)V99 VALUE ZERO.
           05 WS-PREMIUM-EDIT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 WS-PREMIUM-EDIT-2         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 WS-RC-EDIT                PIC 99.
           05 WS-OLD-EDIT               PIC ZZZZZZ9.
           05 WS-POSTED-EDIT            PIC ZZZZZZ9.
           05 WS-CLOSED-EDIT            PIC ZZZZZZ9.
           05 WS-WRTOFF-EDIT            PIC ZZZZZZ9.
           05 WS-NEW-EDIT               PIC ZZZZZZ9.
      *
       01  WS-RUN-PARMS.
           05 WS-RUN-DATE               PIC X(08) VALUE SPACES.
               UNTIL WS-EOF-RUN-LOG = 'Y'
           PERFORM 2500-POST-FINAL-ATTEMPTS
           PERFORM 3000-VERIFY-CHAIN
           PERFORM 3500-VERIFY-BALANCE-PROOFS
           PERFORM 4000-CROSS-FOOT-COUNTS
           PERFORM 5000-WRITE-FINAL-STATUS
           PERFORM 9999-END-OF-JOB
           DISPLAY 'NIGHT-CLOSE'
           PERFORM 1100-READ-CONTROL-CARD
           PERFORM 1200-PRIME-CHAIN-TABLE
           PERFORM 1300-PRIME-PROOF-TABLES
           OPEN INPUT RUN-LOG-FILE
           OPEN OUTPUT CLOSE-REPORT-FILE
           MOVE SPACES TO CLOSE-REPORT-RECORD
      *  EXER15 (DROPPED-POLICY SWEEP) IS NEVER REQUIRED -  *
      *  A NIGHT WITH NO DROPS MAY SKIP IT - BUT WHEN IT    *
      *  RAN ITS RETURN CODE COUNTS LIKE ANY OTHER JOB'S.   *
      *  EXER24 RECONCILES BILLING'S ACKNOWLEDGMENT BEFORE  *
      *  EXER00 RUNS AND IS ALWAYS REQUIRED: A NIGHT THAT   *
      *  NEVER LOOKED AT THE ACKNOWLEDGMENT IS NO-GO.       *
      ******************************************************
       1200-PRIME-CHAIN-TABLE.
           PERFORM VARYING CST-IDX FROM 1 BY 1
                   UNTIL CST-IDX > 8
               MOVE 'N' TO CST-SEEN(CST-IDX)
               MOVE 'Y' TO CST-REQUIRED(CST-IDX)
               MOVE ZERO TO CST-MAX-RC(CST-IDX)
           MOVE 'EXER07' TO CST-PROGRAM-ID(1)
           MOVE 'EXER15' TO CST-PROGRAM-ID(2)
           MOVE 'N' TO CST-REQUIRED(2)
           MOVE 'EXER24' TO CST-PROGRAM-ID(3)
           MOVE 'EXER00' TO CST-PROGRAM-ID(4)
           MOVE 'EXER08' TO CST-PROGRAM-ID(5)
           MOVE 'N' TO CST-REQUIRED(5)
           MOVE 'EXER01' TO CST-PROGRAM-ID(6)
           MOVE 'EXER02' TO CST-PROGRAM-ID(7)
           MOVE 'EXER04' TO CST-PROGRAM-ID(8)
           .
      *
       1300-PRIME-PROOF-TABLES.
           PERFORM VARYING MCT-IDX FROM 1 BY 1
                   UNTIL MCT-IDX > 2
               MOVE 'N' TO MCT-PRIOR-FOUND(MCT-IDX)
               MOVE SPACES TO MCT-PRIOR-DATE(MCT-IDX)
               MOVE ZERO TO MCT-CLOSING-COUNT(MCT-IDX)
               MOVE ZERO TO MCT-ROLL-OLD-COUNT(MCT-IDX)
               MOVE ZERO TO MCT-TONIGHT-ROLLS(MCT-IDX)
               MOVE 'N' TO MCT-BREAK-FOUND(MCT-IDX)
               MOVE SPACES TO MCT-BREAK-PROGRAM(MCT-IDX)
               MOVE ZERO TO MCT-BREAK-OLD-COUNT(MCT-IDX)
               MOVE ZERO TO MCT-BREAK-EXPECTED(MCT-IDX)
           END-PERFORM
           MOVE 'EXSTATUS' TO MCT-MASTER-ID(1)
           MOVE 'SUSPENSE' TO MCT-MASTER-ID(2)
           PERFORM VARYING BPT-IDX FROM 1 BY 1
                   UNTIL BPT-IDX > 4
               MOVE 'Y' TO BPT-REQUIRED(BPT-IDX)
               MOVE 'N' TO BPT-SEEN(BPT-IDX)
               MOVE 'N' TO BPT-BALANCED(BPT-IDX)
               MOVE ZERO TO BPT-OLD-COUNT(BPT-IDX)
               MOVE ZERO TO BPT-POSTED-COUNT(BPT-IDX)
               MOVE ZERO TO BPT-CLOSED-COUNT(BPT-IDX)
               MOVE ZERO TO BPT-WRITTEN-OFF-COUNT(BPT-IDX)
               MOVE ZERO TO BPT-NEW-COUNT(BPT-IDX)
           END-PERFORM
           MOVE 'EXER15' TO BPT-PROGRAM-ID(1)
           MOVE 'EXSTATUS' TO BPT-MASTER-ID(1)
           MOVE 'N' TO BPT-REQUIRED(1)
           MOVE 'EXER15' TO BPT-PROGRAM-ID(2)
           MOVE 'SUSPENSE' TO BPT-MASTER-ID(2)
           MOVE 'N' TO BPT-REQUIRED(2)
           MOVE 'EXER02' TO BPT-PROGRAM-ID(3)
           MOVE 'EXSTATUS' TO BPT-MASTER-ID(3)
           MOVE 'EXER04' TO BPT-PROGRAM-ID(4)
           MOVE 'SUSPENSE' TO BPT-MASTER-ID(4)
           .
      *
       2000-SCAN-RUN-LOG.
               AT END
                   MOVE 'Y' TO WS-EOF-RUN-LOG
               NOT AT END
                   IF RL-RECORD-KIND = 'B'
                       IF RB-RUN-DATE NOT > WS-RUN-DATE
                           PERFORM 2300-HOLD-BALANCE-PROOF
                       END-IF
                   ELSE
                       IF RL-RUN-DATE = WS-RUN-DATE
                           PERFORM 2100-HOLD-LOG-RECORD
                       END-IF
                   END-IF
           END-READ
           .
           MOVE RL-KEY-COUNT-3 TO RAT-KEY-COUNT-3(RAT-IDX)
           MOVE RL-AMOUNT TO RAT-AMOUNT(RAT-IDX)
           .
      *
      ******************************************************
      *  2300 - CHAIN ONE BALANCE PROOF. AN EARLIER NIGHT'S *
      *  PROOF JUST MOVES THE CLOSING COUNT ON. TONIGHT'S   *
      *  MUST START FROM THE CLOSING COUNT (OR RERUN THE    *
      *  LAST ROLL FROM ITS SAME OLD COUNT); THE FIRST ONE  *
      *  THAT DOES NOT IS KEPT FOR THE REPORT. THE CHAIN    *
      *  CARRIES ON FROM EACH PROOF EITHER WAY.             *
      ******************************************************
       2300-HOLD-BALANCE-PROOF.
           SET MCT-IDX TO 1
           SEARCH MCT-ENTRY
               AT END
                   CONTINUE
               WHEN MCT-MASTER-ID(MCT-IDX) = RB-MASTER-ID
                   IF RB-RUN-DATE < WS-RUN-DATE
                       MOVE 'Y' TO MCT-PRIOR-FOUND(MCT-IDX)
                       MOVE RB-RUN-DATE TO MCT-PRIOR-DATE(MCT-IDX)
                   ELSE
                       PERFORM 2310-CHAIN-TONIGHT-PROOF
                   END-IF
                   MOVE RB-OLD-COUNT TO MCT-ROLL-OLD-COUNT(MCT-IDX)
                   MOVE RB-NEW-COUNT TO MCT-CLOSING-COUNT(MCT-IDX)
           END-SEARCH
           .
      *
       2310-CHAIN-TONIGHT-PROOF.
           ADD 1 TO MCT-TONIGHT-ROLLS(MCT-IDX)
           IF (MCT-PRIOR-FOUND(MCT-IDX) = 'Y'
                   OR MCT-TONIGHT-ROLLS(MCT-IDX) > 1)
               AND RB-OLD-COUNT NOT = MCT-CLOSING-COUNT(MCT-IDX)
               AND RB-OLD-COUNT NOT = MCT-ROLL-OLD-COUNT(MCT-IDX)
               AND MCT-BREAK-FOUND(MCT-IDX) = 'N'
               MOVE 'Y' TO MCT-BREAK-FOUND(MCT-IDX)
               MOVE RB-PROGRAM-ID TO MCT-BREAK-PROGRAM(MCT-IDX)
               MOVE RB-OLD-COUNT TO MCT-BREAK-OLD-COUNT(MCT-IDX)
               MOVE MCT-CLOSING-COUNT(MCT-IDX)
                   TO MCT-BREAK-EXPECTED(MCT-IDX)
           END-IF
           SET BPT-IDX TO 1
           SEARCH BPT-ENTRY
               AT END
                   CONTINUE
               WHEN BPT-PROGRAM-ID(BPT-IDX) = RB-PROGRAM-ID
                   AND BPT-MASTER-ID(BPT-IDX) = RB-MASTER-ID
                   MOVE 'Y' TO BPT-SEEN(BPT-IDX)
                   MOVE RB-BALANCED TO BPT-BALANCED(BPT-IDX)
                   MOVE RB-OLD-COUNT TO BPT-OLD-COUNT(BPT-IDX)
                   MOVE RB-POSTED-COUNT TO BPT-POSTED-COUNT(BPT-IDX)
                   MOVE RB-CLOSED-COUNT TO BPT-CLOSED-COUNT(BPT-IDX)
                   MOVE RB-WRITTEN-OFF-COUNT
                       TO BPT-WRITTEN-OFF-COUNT(BPT-IDX)
                   MOVE RB-NEW-COUNT TO BPT-NEW-COUNT(BPT-IDX)
           END-SEARCH
           .
      *
       2500-POST-FINAL-ATTEMPTS.
           PERFORM 2600-POST-ONE-ATTEMPT
      *
       2600-POST-ONE-ATTEMPT.
           PERFORM VARYING CST-IDX FROM 1 BY 1
                   UNTIL CST-IDX > 8
               IF CST-PROGRAM-ID(CST-IDX) =
                       RAT-PROGRAM-ID(RAT-IDX)
                   MOVE 'Y' TO CST-SEEN(CST-IDX)
                   ADD RAT-AMOUNT(RAT-IDX) TO WS-E00-PREMIUM
                   IF RAT-STATE-RANGE-FROM(RAT-IDX) NOT = '**'
                       MOVE 'Y' TO WS-E00-PARTITIONED
                       MOVE 'Y' TO CST-REQUIRED(5)
                   END-IF
               WHEN 'EXER08'
                   MOVE RAT-KEY-COUNT-1(RAT-IDX) TO WS-E08-READ
               WHEN 'EXER02'
                   MOVE RAT-KEY-COUNT-1(RAT-IDX)
                       TO WS-E02-NEW-EXCEPTIONS
               WHEN 'EXER24'
                   MOVE RAT-KEY-COUNT-1(RAT-IDX) TO WS-E24-SENT
                   MOVE RAT-KEY-COUNT-2(RAT-IDX)
                       TO WS-E24-ACCEPTED
                   MOVE RAT-KEY-COUNT-3(RAT-IDX)
                       TO WS-E24-REJECTED
           END-EVALUATE
           .
      *
       3000-VERIFY-CHAIN.
           PERFORM 3100-VERIFY-ONE-PROGRAM
               VARYING CST-IDX FROM 1 BY 1
               UNTIL CST-IDX > 8
           .
      *
       3100-VERIFY-ONE-PROGRAM.
           .
      *
      ******************************************************
      *  3500 - VERIFY TONIGHT'S MASTER BALANCE PROOFS.     *
      *  EXER02'S STATUS MASTER PROOF AND EXER04'S SUSPENSE *
      *  PROOF ARE ALWAYS REQUIRED; EXER15'S TWO ONLY WHEN  *
      *  THE DROPPED-POLICY SWEEP RAN. A REQUIRED PROOF     *
      *  THAT IS MISSING OR DOES NOT FOOT (OLD + POSTED -   *
      *  CLOSED - WRITTEN OFF = NEW) IS NO-GO; EVERY PROOF  *
      *  FOUND HAS ITS COUNTS PRINTED. EACH MASTER'S        *
      *  PROOFS MUST THEN CHAIN (SEE 2300): A BREAK IS      *
      *  NO-GO, AND A CHAIN WITH NO EARLIER NIGHT TO START  *
      *  FROM IS A WARNING. A MASTER NOT ROLLED TONIGHT HAS *
      *  NO CHAIN TO CHECK.                                 *
      ******************************************************
       3500-VERIFY-BALANCE-PROOFS.
           IF CST-SEEN(2) = 'Y'
               MOVE 'Y' TO BPT-REQUIRED(1)
               MOVE 'Y' TO BPT-REQUIRED(2)
           END-IF
           PERFORM 3510-VERIFY-ONE-PROOF
               VARYING BPT-IDX FROM 1 BY 1
               UNTIL BPT-IDX > 4
           PERFORM 3520-VERIFY-MASTER-CHAIN
               VARYING MCT-IDX FROM 1 BY 1
               UNTIL MCT-IDX > 2
           .
      *
       3510-VERIFY-ONE-PROOF.
           MOVE SPACES TO WS-CHECK-TEXT
           EVALUATE TRUE
               WHEN BPT-SEEN(BPT-IDX) = 'N'
                   AND BPT-REQUIRED(BPT-IDX) = 'Y'
                   STRING BPT-PROGRAM-ID(BPT-IDX) ' '
                       BPT-MASTER-ID(BPT-IDX)
                       ' BALANCE PROOF MISSING'
                       DELIMITED BY SIZE INTO WS-CHECK-TEXT
                   END-STRING
                   PERFORM 7200-REPORT-FAILURE
               WHEN BPT-SEEN(BPT-IDX) = 'N'
                   CONTINUE
               WHEN BPT-BALANCED(BPT-IDX) NOT = 'Y'
                   STRING BPT-PROGRAM-ID(BPT-IDX) ' '
                       BPT-MASTER-ID(BPT-IDX)
                       ' PROOF OUT OF BALANCE'
                       DELIMITED BY SIZE INTO WS-CHECK-TEXT
                   END-STRING
                   PERFORM 7200-REPORT-FAILURE
                   PERFORM 3530-WRITE-PROOF-COUNTS
               WHEN OTHER
                   STRING BPT-PROGRAM-ID(BPT-IDX) ' '
                       BPT-MASTER-ID(BPT-IDX)
                       ' PROOF BALANCED'
                       DELIMITED BY SIZE INTO WS-CHECK-TEXT
                   END-STRING
                   PERFORM 7100-REPORT-CHECK-OK
                   PERFORM 3530-WRITE-PROOF-COUNTS
           END-EVALUATE
           .
      *
       3520-VERIFY-MASTER-CHAIN.
           MOVE SPACES TO WS-CHECK-TEXT
           EVALUATE TRUE
               WHEN MCT-TONIGHT-ROLLS(MCT-IDX) = ZERO
                   CONTINUE
               WHEN MCT-BREAK-FOUND(MCT-IDX) = 'Y'
                   STRING MCT-MASTER-ID(MCT-IDX)
                       ' PROOF CHAIN BROKEN AT '
                       MCT-BREAK-PROGRAM(MCT-IDX)
                       DELIMITED BY SIZE INTO WS-CHECK-TEXT
                   END-STRING
                   PERFORM 7200-REPORT-FAILURE
                   MOVE MCT-BREAK-OLD-COUNT(MCT-IDX) TO WS-OLD-EDIT
                   MOVE MCT-BREAK-EXPECTED(MCT-IDX) TO WS-NEW-EDIT
                   MOVE SPACES TO CLOSE-REPORT-RECORD
                   STRING '        OLD ' WS-OLD-EDIT
                       ' LAST CLOSING ' WS-NEW-EDIT
                       DELIMITED BY SIZE INTO CLOSE-REPORT-RECORD
                   END-STRING
                   WRITE CLOSE-REPORT-RECORD
               WHEN MCT-PRIOR-FOUND(MCT-IDX) = 'N'
                   STRING MCT-MASTER-ID(MCT-IDX)
                       ' PROOF CHAIN STARTS TONIGHT'
                       DELIMITED BY SIZE INTO WS-CHECK-TEXT
                   END-STRING
                   PERFORM 7300-REPORT-WARNING
               WHEN OTHER
                   STRING MCT-MASTER-ID(MCT-IDX)
                       ' PROOFS CHAIN FROM '
                       MCT-PRIOR-DATE(MCT-IDX)
                       DELIMITED BY SIZE INTO WS-CHECK-TEXT
                   END-STRING
                   PERFORM 7100-REPORT-CHECK-OK
           END-EVALUATE
           .
      *
       3530-WRITE-PROOF-COUNTS.
           MOVE BPT-OLD-COUNT(BPT-IDX) TO WS-OLD-EDIT
           MOVE BPT-POSTED-COUNT(BPT-IDX) TO WS-POSTED-EDIT
           MOVE BPT-CLOSED-COUNT(BPT-IDX) TO WS-CLOSED-EDIT
           MOVE BPT-WRITTEN-OFF-COUNT(BPT-IDX) TO WS-WRTOFF-EDIT
           MOVE BPT-NEW-COUNT(BPT-IDX) TO WS-NEW-EDIT
           MOVE SPACES TO CLOSE-REPORT-RECORD
           STRING '        OLD ' WS-OLD-EDIT
               ' POSTED ' WS-POSTED-EDIT
               ' CLOSED ' WS-CLOSED-EDIT
               ' W/O ' WS-WRTOFF-EDIT
               ' NEW ' WS-NEW-EDIT
               DELIMITED BY SIZE INTO CLOSE-REPORT-RECORD
           END-STRING
           WRITE CLOSE-REPORT-RECORD
           .
      *
      ******************************************************
      *  4000 - CROSS-FOOT THE COUNTS BETWEEN JOBS. ON A    *
      *  PARTITIONED NIGHT THE RUN-LEVEL TOTALS ARE         *
      *  EXER08'S AND MUST EQUAL THE SUM OF THE EXER00      *
      *  PARTITION RECORDS; OTHERWISE EXER00'S OWN RECORD   *
      *  IS THE RUN LEVEL. THE G/L POSTED TOTAL (EXER01)    *
      *  MUST EQUAL THE VALIDATED PREMIUM. EXER24'S         *
      *  ACCEPTS PLUS REJECTS MUST EQUAL THE FEED DETAILS   *
      *  IT RECONCILED. EXER00 REJECTS PLUS BILLING REJECTS *
      *  (POSTED AS R009) VS EXER02 EXCEPTIONS POSTED IS A  *
      *  WARNING-LEVEL CHECK ONLY: ONE REJECTED RECORD CAN  *
      *  RAISE SEVERAL EXCEPTIONS AND REPLAYED HISTORY      *
      *  RAISES NONE.                                       *
      ******************************************************
       4000-CROSS-FOOT-COUNTS.
           IF WS-E00-PARTITIONED = 'Y'
               END-STRING
               WRITE CLOSE-REPORT-RECORD
           END-IF
           IF CST-SEEN(3) = 'Y'
               IF WS-E24-ACCEPTED + WS-E24-REJECTED
                       = WS-E24-SENT
                   MOVE 'BILLING ACK FOOTS TO FEED DETAILS SENT'
                       TO WS-CHECK-TEXT
                   PERFORM 7100-REPORT-CHECK-OK
               ELSE
                   MOVE 'BILLING ACK OUT OF BALANCE WITH FEED'
                       TO WS-CHECK-TEXT
                   PERFORM 7200-REPORT-FAILURE
                   MOVE WS-E24-SENT TO WS-COUNT-EDIT
                   COMPUTE WS-COUNT-EDIT-2 =
                       WS-E24-ACCEPTED + WS-E24-REJECTED
                   MOVE SPACES TO CLOSE-REPORT-RECORD
                   STRING '        SENT ' WS-COUNT-EDIT
                       ' ACKNOWLEDGED ' WS-COUNT-EDIT-2
                       DELIMITED BY SIZE INTO CLOSE-REPORT-RECORD
                   END-STRING
                   WRITE CLOSE-REPORT-RECORD
               END-IF
           END-IF
           ADD WS-E24-REJECTED TO WS-EFF-REJECTED
           IF WS-E02-NEW-EXCEPTIONS = WS-EFF-REJECTED
               MOVE 'REJECTS (INCL BILLING) MATCH EXCPS POSTED'
                   TO WS-CHECK-TEXT
               PERFORM 7100-REPORT-CHECK-OK
           ELSE
