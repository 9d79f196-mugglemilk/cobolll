      *  THE SAME ORDER AS BEFORE: ALL AUDIT PASSES, THEN  *
      *  ALL EXCEPTIONS, THEN ALL CORRECTION CARDS, EACH   *
      *  IN ITS ORIGINAL FILE ORDER.                       *
      *  A WAIVER OVERRIDES ONLY THROUGH ITS EXPIRY DATE;  *
      *  ON THE RUN THAT REACHES IT THE ITEM IS RE-OPENED  *
      *  AND NO RECYCLE RECORD IS WRITTEN, SO THE POLICY   *
      *  GOES BACK THROUGH THE RATE-BAND CHECK ON THE NEXT *
      *  EXER00 RUN.                                       *
      *  THE OLD GENERATION IS PROVED BEFORE ANYTHING IS   *
      *  POSTED: ITS DETAILS MUST FOOT TO ITS TRAILERS,    *
      *  ITS PROOF TO ITS OPEN-WORK TRAILERS, AND ITS      *
      *  HEADER MUST PREDATE THE RUN (OR BE TONIGHT'S      *
      *  EXER15 SWEEP) - OTHERWISE THE RUN ABORTS RC=16.   *
      *  THE NEW GENERATION GETS ITS OWN HEADER, TRAILERS  *
      *  AND PROOF; A PROOF THAT DOES NOT BALANCE ENDS THE *
      *  JOB RC=8. THE PROOF IS PRINTED ON EXSTRPT AND     *
      *  LOGGED FOR EXER13.                                *
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE SECTION.
       FD  OLD-STATUS-FILE
           LABEL RECORDS ARE STANDARD.
       01  OLD-STATUS-RECORD             PIC X(60).
      *
       FD  NEW-STATUS-FILE
           LABEL RECORDS ARE STANDARD.
       01  NEW-STATUS-RECORD             PIC X(60).
      *
       FD  EXCEPTION-FILE
           LABEL RECORDS ARE STANDARD.
           05  CR-POLICY-NUMBER          PIC X(10).
           05  CR-ACTION-CODE            PIC X(01).
           05  CR-CORRECTED-PREMIUM      PIC 9(7)V99.
           05  FILLER                    PIC X(16).
           05  CR-WAIVER-EXPIRY-DATE     PIC X(08).
           05  FILLER                    PIC X(36).
      *
       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  STATUS-SORT-RECORD.
           05  SS-POLICY-NUMBER          PIC X(10).
           05  SS-REASON-CODE            PIC X(04).
           05  FILLER                    PIC X(46).
      *
       FD  SORTED-STATUS-FILE
           LABEL RECORDS ARE STANDARD.
       01  SORTED-STATUS-RECORD          PIC X(60).
      *
      ******************************************************
      *  COMBINED TRANSACTION SORT RECORD. THE TYPE ORDERS  *
      *  THE TRANSACTIONS WITHIN A POLICY:                  *
      *    1 = AUDIT PASS (RUN DATE)                        *
      *    2 = EXCEPTION (REASON, PREMIUM, RUN DATE)        *
      *    3 = CORRECTION CARD (ACTION, PREMIUM, WAIVER     *
      *        EXPIRY DATE)                                 *
      *  THE RELEASE SEQUENCE NUMBER IS THE LAST SORT KEY   *
      *  SO TRANSACTIONS OF THE SAME TYPE AND DATE KEEP     *
      *  THEIR ORIGINAL FILE ORDER.                         *
           05  TS-REASON-CODE            PIC X(04).
           05  TS-ACTION-CODE            PIC X(01).
           05  TS-PREMIUM-AMOUNT         PIC 9(7)V99.
           05  TS-EXPIRY-DATE            PIC X(08).
      *
       FD  SORTED-TRAN-FILE
           LABEL RECORDS ARE STANDARD.
           05  ST-REASON-CODE            PIC X(04).
           05  ST-ACTION-CODE            PIC X(01).
           05  ST-PREMIUM-AMOUNT         PIC 9(7)V99.
           05  ST-EXPIRY-DATE            PIC X(08).
      *
       WORKING-STORAGE SECTION.
      *
           05 WS-TR-REASON-CODE         PIC X(04) VALUE SPACES.
           05 WS-TR-ACTION-CODE         PIC X(01) VALUE SPACE.
           05 WS-TR-PREMIUM-AMOUNT      PIC 9(7)V99 VALUE ZERO.
           05 WS-TR-EXPIRY-DATE         PIC X(08) VALUE SPACES.
      *
      ******************************************************
      *  ONE POLICY'S STATUS ENTRIES, HELD ONLY WHILE THAT  *
               10 GRP-DATE-OPENED       PIC X(08).
               10 GRP-DATE-UPDATED      PIC X(08).
               10 GRP-ACTION-CODE       PIC X(01).
               10 GRP-WAIVER-EXPIRY-DATE
                                        PIC X(08).
      *
       01  WS-SWITCHES.
           05 WS-EOF-EXCEPTION-FILE     PIC X(01) VALUE 'N'.
           05 WS-EOF-AUDIT-FILE         PIC X(01) VALUE 'N'.
           05 WS-EOF-SORTED-STATUS      PIC X(01) VALUE 'N'.
           05 WS-EOF-SORTED-TRAN        PIC X(01) VALUE 'N'.
           05 WS-EOF-OLD-STATUS         PIC X(01) VALUE 'N'.
           05 WS-ABORT-RUN              PIC X(01) VALUE 'N'.
           05 WS-ENTRY-FOUND            PIC X(01) VALUE 'N'.
      *
           05 WS-GROUP-POLICY-NUMBER    PIC X(10) VALUE HIGH-VALUES.
           05 WS-NEXT-STATUS-POLICY     PIC X(10) VALUE HIGH-VALUES.
           05 WS-RELEASE-SEQ            PIC 9(09) VALUE ZERO.
      *
      ******************************************************
      *  STATUS MASTER CONTROL - ONE ROW PER STATUS CODE,   *
      *  IN TRAILER ORDER. THE OLD GENERATION'S DETAILS     *
      *  ARE FOOTED AGAINST ITS TRAILERS AS THEY GO TO THE  *
      *  SORT; THE NEW GENERATION'S ARE FOOTED AS THEY ARE  *
      *  WRITTEN, FOR ITS OWN TRAILERS.                     *
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
       01  WS-RUN-COUNTS.
           05 WS-NEW-EXCEPTIONS         PIC 9(07) VALUE ZERO.
           05 WS-CORRECTIONS-REJECTED   PIC 9(07) VALUE ZERO.
           05 WS-ITEMS-REVALIDATED      PIC 9(07) VALUE ZERO.
           05 WS-ITEMS-REOPENED         PIC 9(07) VALUE ZERO.
           05 WS-WAIVERS-EXPIRED        PIC 9(07) VALUE ZERO.
           05 WS-RECYCLE-WRITTEN        PIC 9(07) VALUE ZERO.
           05 WS-OPEN-COUNT             PIC 9(07) VALUE ZERO.
           05 WS-CORRECTED-COUNT        PIC 9(07) VALUE ZERO.
       1000-INITIALIZATION.
           DISPLAY 'EXCEPTION-RECYCLE'
           PERFORM 1100-READ-CONTROL-CARD
           PERFORM 1200-PRIME-STATUS-CONTROL
           OPEN OUTPUT NEW-STATUS-FILE
           OPEN OUTPUT RECYCLE-FILE
           OPEN OUTPUT STATUS-REPORT-FILE
           MOVE SI-RUN-DATE TO WS-RUN-DATE
           CLOSE SYSIN-FILE
           .
      *
       1200-PRIME-STATUS-CONTROL.
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
           .
      *
      ******************************************************
      *  2000 - THE CARRIED MASTER IS SORTED EVERY RUN      *
      *  RATHER THAN TRUSTED TO ARRIVE IN KEY ORDER: THE    *
      *  PRE-MERGE MASTERS APPENDED NEW ITEMS AT THE END,   *
      *  AND A SORT OF AN ALREADY-SORTED FILE COSTS LITTLE. *
      *  ONLY DETAIL ITEMS ARE RELEASED; THE HEADER,        *
      *  TRAILERS AND PROOF ARE CHECKED ON THE WAY PAST.    *
      ******************************************************
       2000-SORT-STATUS-MASTER.
           SORT STATUS-SORT-FILE
               ON ASCENDING KEY SS-POLICY-NUMBER
                                SS-REASON-CODE
               INPUT PROCEDURE IS 2100-RELEASE-STATUS-MASTER
               GIVING SORTED-STATUS-FILE
           .
      *
       2100-RELEASE-STATUS-MASTER.
           OPEN INPUT OLD-STATUS-FILE
           PERFORM 2110-READ-OLD-STATUS
               UNTIL WS-EOF-OLD-STATUS = 'Y'
           CLOSE OLD-STATUS-FILE
           PERFORM 2200-PROVE-OLD-STATUS
           .
      *
       2110-READ-OLD-STATUS.
           READ OLD-STATUS-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-OLD-STATUS
               NOT AT END
                   ADD 1 TO WS-CTL-RECORDS-READ
                   MOVE OLD-STATUS-RECORD TO EXCEPTION-STATUS-RECORD
                   PERFORM 2120-CHECK-OLD-STATUS
           END-READ
           .
      *
      ******************************************************
      *  2120 - HEADER FIRST, THEN DETAILS, THEN THE        *
      *  TRAILERS, THEN THE PROOF LAST. THE FIRST FAULT     *
      *  FOUND IS KEPT; THE REST OF THE FILE IS STILL READ. *
      ******************************************************
       2120-CHECK-OLD-STATUS.
           EVALUATE TRUE
               WHEN WS-CTL-ERROR NOT = SPACES
                   CONTINUE
               WHEN WS-CTL-RECORDS-READ = 1
                   IF XS-POLICY-NUMBER = LOW-VALUES
                       MOVE OLD-STATUS-RECORD
                           TO EXCEPTION-STATUS-HEADER
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
               WHEN XS-POLICY-NUMBER = HIGH-VALUES
                   AND XS-STATUS-CODE = '*'
                   MOVE OLD-STATUS-RECORD TO EXCEPTION-STATUS-PROOF
                   MOVE 'Y' TO WS-CTL-PROOF-SEEN
                   MOVE XP-OLD-COUNT TO WS-CTL-OLD-COUNT
                   MOVE XP-POSTED-COUNT TO WS-CTL-POSTED-COUNT
                   MOVE XP-CLOSED-COUNT TO WS-CTL-CLOSED-COUNT
                   MOVE XP-WRITTEN-OFF-COUNT
                       TO WS-CTL-WRITTEN-OFF-COUNT
               WHEN XS-POLICY-NUMBER = HIGH-VALUES
                   MOVE OLD-STATUS-RECORD
                       TO EXCEPTION-STATUS-TRAILER
                   PERFORM 2130-POST-OLD-TRAILER
               WHEN WS-CTL-TRAILERS-SEEN > ZERO
                   MOVE 'DETAIL RECORD FOLLOWS THE TRAILERS'
                       TO WS-CTL-ERROR
               WHEN OTHER
                   PERFORM 2140-POST-OLD-DETAIL
           END-EVALUATE
           .
      *
       2130-POST-OLD-TRAILER.
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
       2140-POST-OLD-DETAIL.
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
           RELEASE STATUS-SORT-RECORD FROM OLD-STATUS-RECORD
           .
      *
      ******************************************************
      *  2200 - PROVE THE OLD GENERATION BEFORE ANYTHING    *
      *  POSTS TO IT: EVERY TRAILER PRESENT AND FOOTING TO  *
      *  ITS DETAILS, THE PROOF FOOTING TO THE OPEN-WORK    *
      *  (O/C/W/R) TRAILERS, AND THE HEADER NOT DATED AFTER *
      *  THE RUN. A GENERATION DATED TONIGHT IS ONLY GOOD   *
      *  IF EXER15'S SWEEP BUILT IT - ANYTHING ELSE MEANS   *
      *  STATIN IS POINTING AT A GENERATION THIS NIGHT HAS  *
      *  ALREADY ROLLED, AND POSTING TO IT WOULD RESURRECT  *
      *  OR DOUBLE ITEMS.                                   *
      ******************************************************
       2200-PROVE-OLD-STATUS.
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
               PERFORM 2210-FOOT-OLD-TRAILER
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
               DISPLAY 'EXER02 ABEND - STATUS MASTER REJECTED - '
                   WS-CTL-ERROR
               DISPLAY 'EXER02 ABEND - CHECK THE STATIN GENERATION, '
                   'RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-ABORT-RUN
           END-IF
           .
      *
       2210-FOOT-OLD-TRAILER.
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
       2500-SORT-TRANSACTIONS.
           SORT TRAN-SORT-FILE
      *  2630 - EVERY CARD IS RELEASED, VALID OR NOT, SO    *
      *  THE MERGE CAN STILL COUNT A BAD CARD AS REJECTED   *
      *  ON THE STATUS REPORT. A CARD WHOSE PREMIUM WILL    *
      *  NOT CONVERT GETS ACTION '?' SO IT CANNOT APPLY,    *
      *  AS DOES A WAIVER CARD WITHOUT A NUMERIC EXPIRY     *
      *  DATE - AN OPEN-ENDED WAIVER IS NEVER POSTED.       *
      ******************************************************
       2630-RELEASE-CORRECTIONS.
           READ CORRECTION-FILE
                           MOVE '?' TO TS-ACTION-CODE
                       END-IF
                   END-IF
                   IF CR-ACTION-CODE = 'W'
                       IF CR-WAIVER-EXPIRY-DATE NUMERIC
                           MOVE CR-WAIVER-EXPIRY-DATE
                               TO TS-EXPIRY-DATE
                       ELSE
                           MOVE '?' TO TS-ACTION-CODE
                       END-IF
                   END-IF
                   RELEASE TRAN-SORT-RECORD
           END-READ
           .
       3000-MERGE-CONTROL.
           OPEN INPUT SORTED-STATUS-FILE
           OPEN INPUT SORTED-TRAN-FILE
           PERFORM 6500-WRITE-STATUS-HEADER
           PERFORM 3100-READ-STATUS-RECORD
           PERFORM 3200-READ-TRAN-RECORD
           PERFORM 3300-PROCESS-ONE-POLICY
               UNTIL (WS-NEXT-STATUS-POLICY = HIGH-VALUES
                   AND WS-TR-POLICY-NUMBER = HIGH-VALUES)
                   OR WS-ABORT-RUN = 'Y'
           IF WS-ABORT-RUN = 'N'
               PERFORM 6600-WRITE-STATUS-TRAILERS
           END-IF
           CLOSE SORTED-STATUS-FILE
           CLOSE SORTED-TRAN-FILE
           .
                   MOVE ST-REASON-CODE TO WS-TR-REASON-CODE
                   MOVE ST-ACTION-CODE TO WS-TR-ACTION-CODE
                   MOVE ST-PREMIUM-AMOUNT TO WS-TR-PREMIUM-AMOUNT
                   MOVE ST-EXPIRY-DATE TO WS-TR-EXPIRY-DATE
           END-READ
           .
      *
               MOVE 'Y' TO WS-ABORT-RUN
           ELSE
               ADD 1 TO GRP-ENTRY-COUNT
               MOVE SORTED-STATUS-RECORD TO EXCEPTION-STATUS-RECORD
               MOVE XS-REASON-CODE
                   TO GRP-REASON-CODE(GRP-ENTRY-COUNT)
               MOVE XS-STATUS-CODE
                   TO GRP-DATE-UPDATED(GRP-ENTRY-COUNT)
               MOVE XS-ACTION-CODE
                   TO GRP-ACTION-CODE(GRP-ENTRY-COUNT)
               MOVE XS-WAIVER-EXPIRY-DATE
                   TO GRP-WAIVER-EXPIRY-DATE(GRP-ENTRY-COUNT)
               PERFORM 3100-READ-STATUS-RECORD
           END-IF
           .
      *  4100 - THE AUDIT TRAIL IS CUMULATIVE, SO ONLY A    *
      *  PASS DATED ON OR AFTER THE CORRECTION COUNTS AS A  *
      *  REVALIDATION; OLDER PASSES PREDATE THE REJECT.     *
      *  AN ITEM RE-OPENED BY AN EXPIRED WAIVER IS ALSO     *
      *  REVALIDATED, BUT ONLY BY A PASS DATED AFTER THE    *
      *  EXPIRY RUN - THAT NIGHT'S PASS STILL HAD THE       *
      *  WAIVER OVERRIDE BEHIND IT.                         *
      ******************************************************
       4100-APPLY-AUDIT-PASS.
           PERFORM VARYING GRP-IDX FROM 1 BY 1
                       TO GRP-DATE-UPDATED(GRP-IDX)
                   ADD 1 TO WS-ITEMS-REVALIDATED
               END-IF
               IF GRP-STATUS-CODE(GRP-IDX) = 'O'
                   AND GRP-ACTION-CODE(GRP-IDX) = SPACE
                   AND GRP-WAIVER-EXPIRY-DATE(GRP-IDX) NOT = SPACES
                   AND WS-TR-RUN-DATE >
                       GRP-DATE-UPDATED(GRP-IDX)
                   MOVE 'R' TO GRP-STATUS-CODE(GRP-IDX)
                   MOVE WS-TR-RUN-DATE
                       TO GRP-DATE-UPDATED(GRP-IDX)
                   ADD 1 TO WS-ITEMS-REVALIDATED
               END-IF
           END-PERFORM
           .
      *
                       MOVE ZERO
                           TO GRP-CORRECTED-PREMIUM(GRP-IDX)
                       MOVE SPACE TO GRP-ACTION-CODE(GRP-IDX)
                       MOVE SPACES
                           TO GRP-WAIVER-EXPIRY-DATE(GRP-IDX)
                       MOVE WS-TR-RUN-DATE
                           TO GRP-DATE-UPDATED(GRP-IDX)
                       ADD 1 TO WS-ITEMS-REOPENED
                       TO GRP-DATE-UPDATED(GRP-ENTRY-COUNT)
               END-IF
               MOVE SPACE TO GRP-ACTION-CODE(GRP-ENTRY-COUNT)
               MOVE SPACES
                   TO GRP-WAIVER-EXPIRY-DATE(GRP-ENTRY-COUNT)
               ADD 1 TO WS-NEW-EXCEPTIONS
           END-IF
           .
      *  4300 - A CARD MAY ALSO TARGET A REVALIDATED ITEM,  *
      *  SO UNDERWRITING CAN RE-WORK A POLICY THAT CLEARED  *
      *  ONCE AND NEEDS A FRESH CORRECTION OR WAIVER.       *
      *  A WAIVER CARD SETS THE EXPIRY DATE IT CARRIES; A   *
      *  CORRECTION CARD CLEARS ANY EARLIER ONE.            *
      ******************************************************
       4300-APPLY-CORRECTION.
           MOVE 'N' TO WS-ENTRY-FOUND
                           TO GRP-CORRECTED-PREMIUM(GRP-IDX)
                       MOVE WS-RUN-DATE
                           TO GRP-DATE-UPDATED(GRP-IDX)
                       IF WS-TR-ACTION-CODE = 'W'
                           MOVE WS-TR-EXPIRY-DATE
                               TO GRP-WAIVER-EXPIRY-DATE(GRP-IDX)
                       ELSE
                           MOVE SPACES
                               TO GRP-WAIVER-EXPIRY-DATE(GRP-IDX)
                       END-IF
                       MOVE 'Y' TO WS-ENTRY-FOUND
                   END-IF
               END-PERFORM
      *  WOULD RE-REJECT IT THE VERY NEXT NIGHT. A          *
      *  REVALIDATED CORRECTION IS RETIRED - IF THE MASTER  *
      *  IS STILL WRONG THE FRESH EXCEPTION RE-OPENS IT.    *
      *  A WAIVER AT ITS EXPIRY DATE IS RE-OPENED FIRST,    *
      *  SO IT NO LONGER RECYCLES.                          *
      ******************************************************
       6000-FINALIZE-POLICY-GROUP.
           PERFORM VARYING GRP-IDX FROM 1 BY 1
                   UNTIL GRP-IDX > GRP-ENTRY-COUNT
               PERFORM 6050-EXPIRE-WAIVER
               PERFORM 6100-WRITE-GROUP-ENTRY
               PERFORM 6200-WRITE-RECYCLE-ENTRY
               PERFORM 7100-COUNT-STATUS
           END-PERFORM
           .
      *
       6050-EXPIRE-WAIVER.
           IF GRP-ACTION-CODE(GRP-IDX) = 'W'
               AND (GRP-STATUS-CODE(GRP-IDX) = 'W'
                   OR GRP-STATUS-CODE(GRP-IDX) = 'R')
               AND GRP-WAIVER-EXPIRY-DATE(GRP-IDX) NOT = SPACES
               AND GRP-WAIVER-EXPIRY-DATE(GRP-IDX) NOT > WS-RUN-DATE
               MOVE 'O' TO GRP-STATUS-CODE(GRP-IDX)
               MOVE SPACE TO GRP-ACTION-CODE(GRP-IDX)
               MOVE ZERO TO GRP-CORRECTED-PREMIUM(GRP-IDX)
               MOVE WS-RUN-DATE TO GRP-DATE-UPDATED(GRP-IDX)
               ADD 1 TO WS-WAIVERS-EXPIRED
               DISPLAY 'EXER02 WAIVER EXPIRED - POLICY: '
                   WS-GROUP-POLICY-NUMBER ' REASON: '
                   GRP-REASON-CODE(GRP-IDX) ' EXPIRY: '
                   GRP-WAIVER-EXPIRY-DATE(GRP-IDX)
           END-IF
           .
      *
       6100-WRITE-GROUP-ENTRY.
           MOVE SPACES TO EXCEPTION-STATUS-RECORD
           MOVE GRP-DATE-OPENED(GRP-IDX) TO XS-DATE-OPENED
           MOVE GRP-DATE-UPDATED(GRP-IDX) TO XS-DATE-UPDATED
           MOVE GRP-ACTION-CODE(GRP-IDX) TO XS-ACTION-CODE
           MOVE GRP-WAIVER-EXPIRY-DATE(GRP-IDX)
               TO XS-WAIVER-EXPIRY-DATE
           WRITE NEW-STATUS-RECORD
               FROM EXCEPTION-STATUS-RECORD
           .
               ADD 1 TO WS-RECYCLE-WRITTEN
           END-IF
           .
      *
       6500-WRITE-STATUS-HEADER.
           MOVE SPACES TO EXCEPTION-STATUS-HEADER
           MOVE LOW-VALUES TO XH-CONTROL-KEY
           MOVE WS-RUN-DATE TO XH-RUN-DATE
           MOVE 'EXER02' TO XH-CREATE-PROGRAM
           MOVE WS-CTL-HEADER-DATE TO XH-PRIOR-RUN-DATE
           WRITE NEW-STATUS-RECORD
               FROM EXCEPTION-STATUS-HEADER
           .
      *
      ******************************************************
      *  6600 - ONE TRAILER PER STATUS CODE, THEN THE       *
      *  PROOF OF TONIGHT'S ROLL ON OPEN WORK: THE OLD      *
      *  GENERATION'S OPEN ITEMS PLUS NEW EXCEPTIONS        *
      *  POSTED MUST EQUAL THE NEW GENERATION'S OPEN ITEMS  *
      *  (THIS JOB NEVER SETS AN ITEM TO X AND NEVER DROPS  *
      *  ONE). OUT OF BALANCE ENDS THE JOB RC=8.            *
      ******************************************************
       6600-WRITE-STATUS-TRAILERS.
           PERFORM 6610-WRITE-ONE-TRAILER
               VARYING XCT-IDX FROM 1 BY 1
               UNTIL XCT-IDX > 5
           MOVE WS-CTL-OPEN-WORK TO WS-PRF-OLD-COUNT
           MOVE WS-NEW-EXCEPTIONS TO WS-PRF-POSTED-COUNT
           MOVE ZERO TO WS-PRF-CLOSED-COUNT
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
               DISPLAY 'EXER02 ERROR - NEW STATUS GENERATION OUT '
                   'OF BALANCE'
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           MOVE SPACES TO EXCEPTION-STATUS-PROOF
           MOVE HIGH-VALUES TO XP-CONTROL-KEY
           MOVE '*' TO XP-STATUS-CODE
           MOVE WS-PRF-OLD-COUNT TO XP-OLD-COUNT
           MOVE WS-PRF-POSTED-COUNT TO XP-POSTED-COUNT
           MOVE WS-PRF-CLOSED-COUNT TO XP-CLOSED-COUNT
           MOVE WS-PRF-WRITTEN-OFF-COUNT TO XP-WRITTEN-OFF-COUNT
           WRITE NEW-STATUS-RECORD
               FROM EXCEPTION-STATUS-PROOF
           .
      *
       6610-WRITE-ONE-TRAILER.
           MOVE SPACES TO EXCEPTION-STATUS-TRAILER
           MOVE HIGH-VALUES TO XT-CONTROL-KEY
           MOVE XCT-STATUS-CODE(XCT-IDX) TO XT-STATUS-CODE
           MOVE XCT-NEW-COUNT(XCT-IDX) TO XT-ITEM-COUNT
           MOVE XCT-NEW-HASH(XCT-IDX) TO XT-PREMIUM-HASH
           WRITE NEW-STATUS-RECORD
               FROM EXCEPTION-STATUS-TRAILER
           .
      *
       7100-COUNT-STATUS.
           EVALUATE GRP-STATUS-CODE(GRP-IDX)
               WHEN 'X'
                   ADD 1 TO WS-CLOSED-COUNT
           END-EVALUATE
           SET XCT-IDX TO 1
           SEARCH XCT-ENTRY
               AT END
                   CONTINUE
               WHEN XCT-STATUS-CODE(XCT-IDX) =
                       GRP-STATUS-CODE(GRP-IDX)
                   ADD 1 TO XCT-NEW-COUNT(XCT-IDX)
                   ADD GRP-ORIGINAL-PREMIUM(GRP-IDX)
                       GRP-CORRECTED-PREMIUM(GRP-IDX)
                       TO XCT-NEW-HASH(XCT-IDX)
           END-SEARCH
           .
      *
       8000-PRODUCE-STATUS-REPORT.
           MOVE 'ITEMS REOPENED...........: ' TO WS-COUNT-LABEL
           MOVE WS-ITEMS-REOPENED TO WS-COUNT-EDIT
           PERFORM 8100-WRITE-COUNT-LINE
           MOVE 'WAIVERS EXPIRED/REOPENED.: ' TO WS-COUNT-LABEL
           MOVE WS-WAIVERS-EXPIRED TO WS-COUNT-EDIT
           PERFORM 8100-WRITE-COUNT-LINE
           MOVE 'RECYCLE RECORDS WRITTEN..: ' TO WS-COUNT-LABEL
           MOVE WS-RECYCLE-WRITTEN TO WS-COUNT-EDIT
           PERFORM 8100-WRITE-COUNT-LINE
           MOVE 'STATUS CLOSED (OFF BOOK).: ' TO WS-COUNT-LABEL
           MOVE WS-CLOSED-COUNT TO WS-COUNT-EDIT
           PERFORM 8100-WRITE-COUNT-LINE
           PERFORM 8200-WRITE-BALANCE-PROOF
           .
      *
       8200-WRITE-BALANCE-PROOF.
           MOVE SPACES TO STATUS-REPORT-RECORD
           STRING 'STATUS MASTER BALANCE PROOF (OPEN WORK O/C/W/R) '
               '- BUILT FROM ' WS-CTL-HEADER-PROGRAM ' '
               WS-CTL-HEADER-DATE
               DELIMITED BY SIZE INTO STATUS-REPORT-RECORD
           END-STRING
           WRITE STATUS-REPORT-RECORD
           MOVE 'OLD OPEN WORK............: ' TO WS-COUNT-LABEL
           MOVE WS-PRF-OLD-COUNT TO WS-COUNT-EDIT
           PERFORM 8100-WRITE-COUNT-LINE
           MOVE '  + POSTED...............: ' TO WS-COUNT-LABEL
           MOVE WS-PRF-POSTED-COUNT TO WS-COUNT-EDIT
           PERFORM 8100-WRITE-COUNT-LINE
           MOVE '  - CLOSED...............: ' TO WS-COUNT-LABEL
           MOVE WS-PRF-CLOSED-COUNT TO WS-COUNT-EDIT
           PERFORM 8100-WRITE-COUNT-LINE
           MOVE '  - WRITTEN OFF..........: ' TO WS-COUNT-LABEL
           MOVE WS-PRF-WRITTEN-OFF-COUNT TO WS-COUNT-EDIT
           PERFORM 8100-WRITE-COUNT-LINE
           MOVE '  = NEW OPEN WORK........: ' TO WS-COUNT-LABEL
           MOVE WS-PRF-NEW-COUNT TO WS-COUNT-EDIT
           PERFORM 8100-WRITE-COUNT-LINE
           MOVE SPACES TO STATUS-REPORT-RECORD
           IF WS-PRF-BALANCED = 'Y'
               STRING 'BALANCE PROOF............: BALANCED'
                   DELIMITED BY SIZE INTO STATUS-REPORT-RECORD
               END-STRING
           ELSE
               STRING 'BALANCE PROOF............: OUT OF BALANCE'
                   DELIMITED BY SIZE INTO STATUS-REPORT-RECORD
               END-STRING
           END-IF
           WRITE STATUS-REPORT-RECORD
           .
      *
       8100-WRITE-COUNT-LINE.
           MOVE WS-RECYCLE-WRITTEN TO RL-KEY-COUNT-3
           MOVE ZERO TO RL-AMOUNT
           WRITE RUN-LOG-RECORD
           IF WS-ABORT-RUN = 'N'
               MOVE SPACES TO RUN-LOG-PROOF-RECORD
               MOVE 'EXER02' TO RB-PROGRAM-ID
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
           END-IF
           CLOSE RUN-LOG-FILE
           .
