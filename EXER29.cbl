       IDENTIFICATION DIVISION.
       PROGRAM-ID.  EXER29.
      ******************************************************
      *  MONTH-END SUSPENSE ROLL-FORWARD AND BALANCE PROOF *
      *  RUNS ONCE THE LAST NIGHT OF THE MONTH HAS CLOSED. *
      *  PROVES THE G/L SUSPENSE BALANCE FROM THE OPENING  *
      *  GENERATION (LAST NIGHT OF THE PRIOR MONTH) TO THE *
      *  CLOSING GENERATION, USING THE MONTH'S APPROVED    *
      *  WRITE-OFFS AND THE MONTH'S CLOSED-ITEMS DATASET   *
      *  (ITEMS EXER15 PURGED FOR DROPPED POLICIES). FOR   *
      *  EACH SOURCE SIDE (A AND G):                       *
      *    OPENING + NEW - CLEARED BY A MATCH - WRITTEN    *
      *    OFF - CLOSED = CLOSING                          *
      *  AN ITEM IS ONE POLICY, SIDE, DATE ENTERED AND     *
      *  AMOUNT (THE WRITE-OFF MATCH KEY). AN OPENING ITEM *
      *  NOT ON THE CLOSING GENERATION LEFT BY A CLOSURE   *
      *  OR WRITE-OFF IF ONE IS ON FILE, OTHERWISE BY A    *
      *  MATCH. AN ITEM ENTERED AFTER THE OPENING DATE IS  *
      *  NEW. ANYTHING ELSE IS UNEXPLAINED AND LISTED ITEM *
      *  BY ITEM:                                          *
      *   - ON THE CLOSING GENERATION BUT ENTERED BEFORE   *
      *     THE MONTH AND NOT ON THE OPENING ONE (THESE    *
      *     PUT THE ROLL-FORWARD OUT OF BALANCE)           *
      *   - WRITTEN OFF OR CLOSED BUT STILL IN SUSPENSE    *
      *   - WRITTEN OFF OR CLOSED BUT NEVER IN SUSPENSE    *
      *  THE CLOSING BALANCE IS AGED 0-30, 31-60, 61-90    *
      *  AND OVER 90 DAYS FOR THE BALANCE SHEET FOOTNOTE.  *
      *  AN APPROVED WRITE-OFF STILL IN SUSPENSE AT MONTH  *
      *  END (EXER04 HAS NOT YET APPLIED IT) IS LISTED AND *
      *  WRITTEN TO WOFFCF, WHICH THE JOB CARRIES INTO THE *
      *  NEW MONTH'S APPROVED WRITE-OFFS.                  *
      *  UNEXPLAINED ITEMS END THE JOB RC=4; A SIDE OUT OF *
      *  BALANCE RC=8. THE RUN ABORTS RC=16 IF EITHER      *
      *  GENERATION FAILS ITS CONTROL RECORDS OR WAS NOT   *
      *  BUILT BY EXER04, IF THE CLOSING GENERATION IS NOT *
      *  DATED THE RUN DATE, OR IF THE OPENING ONE IS NOT  *
      *  DATED IN THE CALENDAR MONTH BEFORE.               *
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPENING-SUSPENSE-FILE ASSIGN TO OPENIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT CLOSING-SUSPENSE-FILE ASSIGN TO CLOSEIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT APPROVED-WOFF-FILE ASSIGN TO WOFFIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT CLOSED-ITEM-FILE ASSIGN TO CLOSEDIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT WOFF-CARRY-FILE ASSIGN TO WOFFCF
               ORGANIZATION IS SEQUENTIAL.
           SELECT ROLL-REPORT-FILE ASSIGN TO ROLLRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT SYSIN-FILE ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT ROLL-SORT-FILE ASSIGN TO SORTRF.
           SELECT SORTED-ROLL-FILE ASSIGN TO ROLLSRT
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  OPENING-SUSPENSE-FILE
           LABEL RECORDS ARE STANDARD.
       01  OPENING-SUSPENSE-RECORD       PIC X(40).
      *
       FD  CLOSING-SUSPENSE-FILE
           LABEL RECORDS ARE STANDARD.
       01  CLOSING-SUSPENSE-RECORD       PIC X(40).
      *
       FD  APPROVED-WOFF-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WOFFREC.
      *
       FD  CLOSED-ITEM-FILE
           LABEL RECORDS ARE STANDARD.
       01  CLOSED-ITEM-RECORD            PIC X(40).
      *
       FD  WOFF-CARRY-FILE
           LABEL RECORDS ARE STANDARD.
       01  WOFF-CARRY-RECORD             PIC X(52).
      *
       FD  ROLL-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  ROLL-REPORT-RECORD            PIC X(80).
      *
       FD  SYSIN-FILE
           LABEL RECORDS ARE STANDARD.
       01  SYSIN-RECORD.
           05  SI-RUN-DATE               PIC X(08).
           05  FILLER                    PIC X(72).
      *
      ******************************************************
      *  ONE SORT RECORD PER ITEM SEEN ON ANY OF THE FOUR   *
      *  FILES, SO EVERY SIGHTING OF AN ITEM COMES          *
      *  TOGETHER. RS-FILE-CODE: O = OPENING GENERATION,    *
      *  C = CLOSING GENERATION, W = APPROVED WRITE-OFF,    *
      *  X = CLOSED FOR A DROPPED POLICY. A WRITE-OFF ALSO  *
      *  CARRIES ITS PROPOSAL DATE AND APPROVER, FOR THE    *
      *  CARRY-FORWARD.                                     *
      ******************************************************
       SD  ROLL-SORT-FILE.
       01  ROLL-SORT-RECORD.
           05  RS-POLICY-NUMBER          PIC X(10).
           05  RS-SOURCE-SIDE            PIC X(01).
           05  RS-DATE-ENTERED           PIC X(08).
           05  RS-PREMIUM-AMOUNT         PIC 9(7)V99.
           05  RS-FILE-CODE              PIC X(01).
           05  RS-AGE-DAYS               PIC 9(03).
           05  RS-PROPOSED-DATE          PIC X(08).
           05  RS-APPROVER-ID            PIC X(08).
      *
       FD  SORTED-ROLL-FILE
           LABEL RECORDS ARE STANDARD.
       01  SORTED-ROLL-RECORD            PIC X(48).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-BEG.
           05 FILLER                    PIC X(32) VALUE
           '** THIS IS BEGIN OF WS EXER29 **'.
      *
      ******************************************************
      *  THE SORTED SIGHTING BEING COUNTED. AT END OF FILE  *
      *  THE ITEM KEY IS SET TO HIGH-VALUES SO THE LAST     *
      *  ITEM BREAKS.                                       *
      ******************************************************
       01  WS-ROLL-ITEM.
           05 WS-RI-KEY.
               10 WS-RI-POLICY-NUMBER   PIC X(10).
               10 WS-RI-SOURCE-SIDE     PIC X(01).
               10 WS-RI-DATE-ENTERED    PIC X(08).
               10 WS-RI-PREMIUM-AMOUNT  PIC 9(7)V99.
           05 WS-RI-FILE-CODE           PIC X(01).
           05 WS-RI-AGE-DAYS            PIC 9(03).
           05 WS-RI-PROPOSED-DATE       PIC X(08).
           05 WS-RI-APPROVER-ID         PIC X(08).
      *
       01  WS-HOLD-ITEM.
           05 WS-HOLD-KEY.
               10 WS-HOLD-POLICY-NUMBER PIC X(10).
               10 WS-HOLD-SOURCE-SIDE   PIC X(01).
               10 WS-HOLD-DATE-ENTERED  PIC X(08).
               10 WS-HOLD-PREMIUM-AMOUNT
                                        PIC 9(7)V99.
           05 WS-HOLD-AGE-DAYS          PIC 9(03).
           05 WS-HOLD-PROPOSED-DATE     PIC X(08).
           05 WS-HOLD-APPROVER-ID       PIC X(08).
      *
      ******************************************************
      *  SIGHTINGS OF THE HELD ITEM ON EACH FILE, AND HOW   *
      *  THEY ARE ACCOUNTED FOR.                            *
      ******************************************************
       01  WS-ITEM-COUNTS.
           05 WS-ON-OPENING             PIC 9(05) VALUE ZERO.
           05 WS-ON-CLOSING             PIC 9(05) VALUE ZERO.
           05 WS-ON-WRITE-OFF           PIC 9(05) VALUE ZERO.
           05 WS-ON-CLOSED              PIC 9(05) VALUE ZERO.
           05 WS-CARRIED                PIC 9(05) VALUE ZERO.
           05 WS-EXTRA-ON-CLOSING       PIC 9(05) VALUE ZERO.
           05 WS-GONE                   PIC 9(05) VALUE ZERO.
           05 WS-CLOSED-USED            PIC 9(05) VALUE ZERO.
           05 WS-WRITE-OFF-USED         PIC 9(05) VALUE ZERO.
           05 WS-CLOSED-LEFT            PIC 9(05) VALUE ZERO.
           05 WS-WRITE-OFF-LEFT         PIC 9(05) VALUE ZERO.
           05 WS-ENTERED-IN-MONTH       PIC X(01) VALUE 'N'.
           05 WS-UNEXPLAINED-REASON     PIC X(40) VALUE SPACES.
           05 WS-LIST-COUNT             PIC 9(05) VALUE ZERO.
      *
      ******************************************************
      *  ROLL-FORWARD - ONE ROW PER SOURCE SIDE, ROW 3 THE  *
      *  TOTAL OF BOTH. THE AGING BUCKETS ARE 0-30, 31-60,  *
      *  61-90 AND OVER 90 DAYS ON THE CLOSING BALANCE.     *
      ******************************************************
       01  ROLL-FORWARD-TABLE.
           05 RFT-ENTRY OCCURS 3 TIMES
                   INDEXED BY RFT-IDX.
               10 RFT-SOURCE-SIDE       PIC X(01).
               10 RFT-SIDE-TITLE        PIC X(40).
               10 RFT-OPENING-COUNT     PIC 9(07).
               10 RFT-OPENING-AMOUNT    PIC 9(11)V99.
               10 RFT-NEW-COUNT         PIC 9(07).
               10 RFT-NEW-AMOUNT        PIC 9(11)V99.
               10 RFT-MATCHED-COUNT     PIC 9(07).
               10 RFT-MATCHED-AMOUNT    PIC 9(11)V99.
               10 RFT-WRITTEN-OFF-COUNT PIC 9(07).
               10 RFT-WRITTEN-OFF-AMOUNT
                                        PIC 9(11)V99.
               10 RFT-CLOSED-COUNT      PIC 9(07).
               10 RFT-CLOSED-AMOUNT     PIC 9(11)V99.
               10 RFT-CLOSING-COUNT     PIC 9(07).
               10 RFT-CLOSING-AMOUNT    PIC 9(11)V99.
               10 RFT-BUCKET-COUNT      PIC 9(07) OCCURS 4 TIMES.
               10 RFT-BUCKET-AMOUNT     PIC 9(11)V99 OCCURS 4 TIMES.
      *
       01  WS-ROLL-CONTROL.
           05 WS-EXPECTED-COUNT         PIC S9(09) VALUE ZERO.
           05 WS-EXPECTED-AMOUNT        PIC S9(11)V99 VALUE ZERO.
           05 WS-DIFFERENCE-COUNT       PIC S9(09) VALUE ZERO.
           05 WS-DIFFERENCE-AMOUNT      PIC S9(11)V99 VALUE ZERO.
           05 WS-BUCKET-SUB             PIC 9(01) VALUE ZERO.
           05 WS-GEN-SUB                PIC 9(01) VALUE ZERO.
           05 WS-FILE-CODE              PIC X(01) VALUE SPACES.
      *
      ******************************************************
      *  SUSPENSE GENERATION CONTROL - ONE ROW PER SOURCE   *
      *  SIDE. THE OPENING AND CLOSING GENERATIONS ARE      *
      *  PROVED ONE AFTER THE OTHER WITH THE SAME FIELDS;   *
      *  EACH ONE'S RESULT IS KEPT IN THE GENERATION TABLE. *
      *  EACH RECORD READ IS MOVED TO ALL FOUR SUSPREC      *
      *  VIEWS BELOW.                                       *
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
       01  GENERATION-TABLE.
           05 GEN-ENTRY OCCURS 2 TIMES.
               10 GEN-TITLE             PIC X(07).
               10 GEN-DD-NAME           PIC X(08).
               10 GEN-FILE-CODE         PIC X(01).
               10 GEN-HEADER-DATE       PIC X(08).
               10 GEN-HEADER-PROGRAM    PIC X(08).
               10 GEN-ON-FILE           PIC 9(07).
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
       01  WS-SWITCHES.
           05 WS-EOF-SUSPENSE-FILE      PIC X(01) VALUE 'N'.
           05 WS-EOF-WOFF-FILE          PIC X(01) VALUE 'N'.
           05 WS-EOF-CLOSED-FILE        PIC X(01) VALUE 'N'.
           05 WS-EOF-SORTED-ROLL        PIC X(01) VALUE 'N'.
           05 WS-ABORT-RUN              PIC X(01) VALUE 'N'.
           05 WS-SIDE-FOUND             PIC X(01) VALUE 'N'.
      *
       01  WS-ROLL-COUNTS.
           05 WS-WRITE-OFFS-READ        PIC 9(09) VALUE ZERO.
           05 WS-CLOSED-ITEMS-READ      PIC 9(09) VALUE ZERO.
           05 WS-UNEXPLAINED-ITEMS      PIC 9(09) VALUE ZERO.
           05 WS-WRITE-OFFS-CARRIED     PIC 9(09) VALUE ZERO.
           05 WS-SIDES-OUT-OF-BALANCE   PIC 9(09) VALUE ZERO.
      *
       01  WS-REPORT-EDIT-FIELDS.
           05 WS-COUNT-LABEL            PIC X(27) VALUE SPACES.
           05 WS-COUNT-EDIT             PIC ZZZ,ZZZ,ZZ9.
           05 WS-AMOUNT-EDIT            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 WS-DIFF-COUNT-EDIT        PIC ZZZ,ZZZ,ZZ9-.
           05 WS-DIFF-AMOUNT-EDIT       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 WS-PREMIUM-EDIT           PIC Z,ZZZ,ZZ9.99.
      *
       01  WS-RUN-PARMS.
           05 WS-RUN-DATE               PIC X(08) VALUE SPACES.
           05 WS-RUN-YEAR               PIC 9(04) VALUE ZERO.
           05 WS-RUN-MONTH              PIC 9(02) VALUE ZERO.
           05 WS-OPENING-MONTH.
               10 WS-OPENING-YEAR       PIC 9(04) VALUE ZERO.
               10 WS-OPENING-MM         PIC 9(02) VALUE ZERO.
      *
      ******************************************************
      *  AN APPROVED WRITE-OFF CARRIED INTO THE NEW MONTH.  *
      ******************************************************
       COPY WOFFREC REPLACING ==WRITE-OFF-RECORD==
                    BY ==WS-CARRY-WRITE-OFF==
                    LEADING ==WO== BY ==WCF==.
      *
       01  WS-END.
           05 FILLER                    PIC X(32) VALUE
           '** THIS IS END OF WS EXER29 **'.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZATION
           IF WS-ABORT-RUN = 'N'
               PERFORM 2000-SORT-ITEM-SIGHTINGS
           END-IF
           IF WS-ABORT-RUN = 'N'
               PERFORM 3000-RECONCILE-ITEMS
               PERFORM 5000-PRODUCE-ROLL-FORWARD
               EVALUATE TRUE
                   WHEN WS-SIDES-OUT-OF-BALANCE > ZERO
                       IF RETURN-CODE < 8
                           MOVE 8 TO RETURN-CODE
                       END-IF
                   WHEN WS-UNEXPLAINED-ITEMS > ZERO
                       IF RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                       END-IF
               END-EVALUATE
           END-IF
           PERFORM 9999-END-OF-JOB
           GOBACK.
      *
       1000-INITIALIZATION.
           DISPLAY 'SUSPENSE-ROLL-FORWARD'
           PERFORM 1100-READ-CONTROL-CARD
           PERFORM 1200-PRIME-ROLL-FORWARD
           OPEN OUTPUT ROLL-REPORT-FILE
           MOVE SPACES TO ROLL-REPORT-RECORD
           STRING 'EXER29 MONTH-END SUSPENSE ROLL-FORWARD - RUN DATE '
               WS-RUN-DATE
               DELIMITED BY SIZE INTO ROLL-REPORT-RECORD
           END-STRING
           WRITE ROLL-REPORT-RECORD
           .
      *
      ******************************************************
      *  1100 - NEITHER GENERATION MAY BE DATED AFTER THE   *
      *  RUN DATE, WHICH MUST BE NUMERIC. THE OPENING       *
      *  GENERATION IS DUE IN THE CALENDAR MONTH BEFORE IT. *
      ******************************************************
       1100-READ-CONTROL-CARD.
           OPEN INPUT SYSIN-FILE
           READ SYSIN-FILE
               AT END
                   MOVE SPACES TO SYSIN-RECORD
           END-READ
           MOVE SI-RUN-DATE TO WS-RUN-DATE
           IF WS-RUN-DATE NOT NUMERIC
               DISPLAY 'EXER29 ABEND - RUN DATE ' WS-RUN-DATE
                   ' NOT NUMERIC, RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-ABORT-RUN
           ELSE
               MOVE WS-RUN-DATE(1:4) TO WS-RUN-YEAR
               MOVE WS-RUN-DATE(5:2) TO WS-RUN-MONTH
               IF WS-RUN-MONTH = 1
                   COMPUTE WS-OPENING-YEAR = WS-RUN-YEAR - 1
                   MOVE 12 TO WS-OPENING-MM
               ELSE
                   MOVE WS-RUN-YEAR TO WS-OPENING-YEAR
                   COMPUTE WS-OPENING-MM = WS-RUN-MONTH - 1
               END-IF
           END-IF
           CLOSE SYSIN-FILE
           .
      *
       1200-PRIME-ROLL-FORWARD.
           PERFORM VARYING RFT-IDX FROM 1 BY 1
                   UNTIL RFT-IDX > 3
               MOVE ZERO TO RFT-OPENING-COUNT(RFT-IDX)
               MOVE ZERO TO RFT-OPENING-AMOUNT(RFT-IDX)
               MOVE ZERO TO RFT-NEW-COUNT(RFT-IDX)
               MOVE ZERO TO RFT-NEW-AMOUNT(RFT-IDX)
               MOVE ZERO TO RFT-MATCHED-COUNT(RFT-IDX)
               MOVE ZERO TO RFT-MATCHED-AMOUNT(RFT-IDX)
               MOVE ZERO TO RFT-WRITTEN-OFF-COUNT(RFT-IDX)
               MOVE ZERO TO RFT-WRITTEN-OFF-AMOUNT(RFT-IDX)
               MOVE ZERO TO RFT-CLOSED-COUNT(RFT-IDX)
               MOVE ZERO TO RFT-CLOSED-AMOUNT(RFT-IDX)
               MOVE ZERO TO RFT-CLOSING-COUNT(RFT-IDX)
               MOVE ZERO TO RFT-CLOSING-AMOUNT(RFT-IDX)
               PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                       UNTIL WS-BUCKET-SUB > 4
                   MOVE ZERO
                       TO RFT-BUCKET-COUNT(RFT-IDX, WS-BUCKET-SUB)
                   MOVE ZERO
                       TO RFT-BUCKET-AMOUNT(RFT-IDX, WS-BUCKET-SUB)
               END-PERFORM
           END-PERFORM
           MOVE 'A' TO RFT-SOURCE-SIDE(1)
           MOVE 'AUDITED PREMIUM WITH NO G/L POSTING'
               TO RFT-SIDE-TITLE(1)
           MOVE 'G' TO RFT-SOURCE-SIDE(2)
           MOVE 'G/L POSTING WITH NO AUDITED PREMIUM'
               TO RFT-SIDE-TITLE(2)
           MOVE '*' TO RFT-SOURCE-SIDE(3)
           MOVE 'BOTH SIDES' TO RFT-SIDE-TITLE(3)
           MOVE 'OPENING' TO GEN-TITLE(1)
           MOVE 'OPENIN' TO GEN-DD-NAME(1)
           MOVE 'O' TO GEN-FILE-CODE(1)
           MOVE 'CLOSING' TO GEN-TITLE(2)
           MOVE 'CLOSEIN' TO GEN-DD-NAME(2)
           MOVE 'C' TO GEN-FILE-CODE(2)
           .
      *
       1300-RESET-SUSPENSE-CONTROL.
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
           MOVE ZERO TO WS-SPC-RECORDS-READ
           MOVE 'N' TO WS-SPC-HEADER-SEEN
           MOVE ZERO TO WS-SPC-TRAILERS-SEEN
           MOVE 'N' TO WS-SPC-PROOF-SEEN
           MOVE SPACES TO WS-SPC-ERROR
           MOVE SPACES TO WS-SPC-HEADER-DATE
           MOVE SPACES TO WS-SPC-HEADER-PROGRAM
           MOVE ZERO TO WS-SPC-OLD-COUNT
           MOVE ZERO TO WS-SPC-POSTED-COUNT
           MOVE ZERO TO WS-SPC-CLOSED-COUNT
           MOVE ZERO TO WS-SPC-WRITTEN-OFF-COUNT
           MOVE ZERO TO WS-SPC-ON-FILE
           MOVE ZERO TO WS-SPC-PROVED-COUNT
           MOVE 'N' TO WS-EOF-SUSPENSE-FILE
           MOVE GEN-FILE-CODE(WS-GEN-SUB) TO WS-FILE-CODE
           .
      *
       2000-SORT-ITEM-SIGHTINGS.
           SORT ROLL-SORT-FILE
               ON ASCENDING KEY RS-POLICY-NUMBER
                                RS-SOURCE-SIDE
                                RS-DATE-ENTERED
                                RS-PREMIUM-AMOUNT
                                RS-FILE-CODE
               INPUT PROCEDURE IS 2100-RELEASE-SIGHTINGS
               GIVING SORTED-ROLL-FILE
           .
      *
      ******************************************************
      *  2100 - BOTH GENERATIONS ARE PROVED AS THEY ARE     *
      *  READ, THEN THE WRITE-OFFS AND CLOSED ITEMS ARE     *
      *  ADDED. THE CLOSING GENERATION MUST BE THE ONE      *
      *  CATALOGUED ON THE RUN DATE AND THE OPENING ONE     *
      *  MUST BE DATED IN THE CALENDAR MONTH BEFORE.        *
      ******************************************************
       2100-RELEASE-SIGHTINGS.
           MOVE 1 TO WS-GEN-SUB
           PERFORM 1300-RESET-SUSPENSE-CONTROL
           OPEN INPUT OPENING-SUSPENSE-FILE
           PERFORM 2200-READ-OPENING-SUSPENSE
               UNTIL WS-EOF-SUSPENSE-FILE = 'Y'
           CLOSE OPENING-SUSPENSE-FILE
           PERFORM 2400-PROVE-GENERATION
           IF WS-ABORT-RUN = 'N'
               MOVE 2 TO WS-GEN-SUB
               PERFORM 1300-RESET-SUSPENSE-CONTROL
               OPEN INPUT CLOSING-SUSPENSE-FILE
               PERFORM 2300-READ-CLOSING-SUSPENSE
                   UNTIL WS-EOF-SUSPENSE-FILE = 'Y'
               CLOSE CLOSING-SUSPENSE-FILE
               PERFORM 2400-PROVE-GENERATION
           END-IF
           IF WS-ABORT-RUN = 'N'
               EVALUATE TRUE
                   WHEN GEN-HEADER-DATE(2) NOT = WS-RUN-DATE
                       DISPLAY 'EXER29 ABEND - CLOSING GENERATION '
                           'DATED ' GEN-HEADER-DATE(2)
                           ' IS NOT THE RUN DATE ' WS-RUN-DATE
                       MOVE 'Y' TO WS-ABORT-RUN
                   WHEN GEN-HEADER-DATE(1)(1:6) NOT = WS-OPENING-MONTH
                       DISPLAY 'EXER29 ABEND - OPENING GENERATION '
                           'DATED ' GEN-HEADER-DATE(1)
                           ' IS NOT IN MONTH ' WS-OPENING-MONTH
                       MOVE 'Y' TO WS-ABORT-RUN
               END-EVALUATE
               IF WS-ABORT-RUN = 'Y'
                   DISPLAY 'EXER29 ABEND - CHECK OPENIN AND CLOSEIN, '
                       'RUN ABORTED'
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-ABORT-RUN = 'N'
               OPEN INPUT APPROVED-WOFF-FILE
               PERFORM 2600-READ-WRITE-OFF
                   UNTIL WS-EOF-WOFF-FILE = 'Y'
               CLOSE APPROVED-WOFF-FILE
               OPEN INPUT CLOSED-ITEM-FILE
               PERFORM 2700-READ-CLOSED-ITEM
                   UNTIL WS-EOF-CLOSED-FILE = 'Y'
               CLOSE CLOSED-ITEM-FILE
           END-IF
           .
      *
       2200-READ-OPENING-SUSPENSE.
           READ OPENING-SUSPENSE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SUSPENSE-FILE
               NOT AT END
                   ADD 1 TO WS-SPC-RECORDS-READ
                   MOVE OPENING-SUSPENSE-RECORD TO WS-SUSPENSE-RECORD
                       WS-SUSPENSE-HEADER WS-SUSPENSE-TRAILER
                       WS-SUSPENSE-PROOF
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
                   IF WSH-CONTROL-KEY = LOW-VALUES
                       MOVE 'Y' TO WS-SPC-HEADER-SEEN
                       MOVE WSH-RUN-DATE TO WS-SPC-HEADER-DATE
                       MOVE WSH-CREATE-PROGRAM
                           TO WS-SPC-HEADER-PROGRAM
                   ELSE
                       MOVE 'FIRST RECORD IS NOT A HEADER'
                           TO WS-SPC-ERROR
                   END-IF
               WHEN WS-SPC-PROOF-SEEN = 'Y'
                   MOVE 'RECORDS FOLLOW THE PROOF RECORD'
                       TO WS-SPC-ERROR
               WHEN WSR-POLICY-NUMBER = LOW-VALUES
                   MOVE 'SECOND HEADER RECORD' TO WS-SPC-ERROR
               WHEN WSB-CONTROL-KEY = HIGH-VALUES
                   AND WSB-SOURCE-SIDE = '*'
                   MOVE 'Y' TO WS-SPC-PROOF-SEEN
                   MOVE WSB-OLD-COUNT TO WS-SPC-OLD-COUNT
                   MOVE WSB-POSTED-COUNT TO WS-SPC-POSTED-COUNT
                   MOVE WSB-CLOSED-COUNT TO WS-SPC-CLOSED-COUNT
                   MOVE WSB-WRITTEN-OFF-COUNT
                       TO WS-SPC-WRITTEN-OFF-COUNT
               WHEN WST-CONTROL-KEY = HIGH-VALUES
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
                       WST-SOURCE-SIDE
                       DELIMITED BY SIZE INTO WS-SPC-ERROR
                   END-STRING
               WHEN SPC-SOURCE-SIDE(SPC-IDX) = WST-SOURCE-SIDE
                   IF SPC-TRAILER-SEEN(SPC-IDX) = 'Y'
                       STRING 'SECOND TRAILER FOR SOURCE SIDE '
                           WST-SOURCE-SIDE
                           DELIMITED BY SIZE INTO WS-SPC-ERROR
                       END-STRING
                   ELSE
                       MOVE 'Y' TO SPC-TRAILER-SEEN(SPC-IDX)
                       MOVE WST-ITEM-COUNT
                           TO SPC-TRAILER-COUNT(SPC-IDX)
                       MOVE WST-PREMIUM-HASH
                           TO SPC-TRAILER-HASH(SPC-IDX)
                   END-IF
           END-SEARCH
           .
      *
       2230-POST-SUSPENSE-DETAIL.
           SET SPC-IDX TO 1
           SEARCH SPC-ENTRY
               AT END
                   STRING 'DETAIL WITH UNKNOWN SOURCE SIDE '
                       WSR-SOURCE-SIDE
                       DELIMITED BY SIZE INTO WS-SPC-ERROR
                   END-STRING
               WHEN SPC-SOURCE-SIDE(SPC-IDX) = WSR-SOURCE-SIDE
                   ADD 1 TO SPC-DETAIL-COUNT(SPC-IDX)
                   ADD WSR-PREMIUM-AMOUNT TO SPC-DETAIL-HASH(SPC-IDX)
           END-SEARCH
           MOVE WSR-POLICY-NUMBER TO RS-POLICY-NUMBER
           MOVE WSR-SOURCE-SIDE TO RS-SOURCE-SIDE
           MOVE WSR-DATE-ENTERED TO RS-DATE-ENTERED
           MOVE WSR-PREMIUM-AMOUNT TO RS-PREMIUM-AMOUNT
           MOVE WS-FILE-CODE TO RS-FILE-CODE
           MOVE WSR-AGE-DAYS TO RS-AGE-DAYS
           MOVE SPACES TO RS-PROPOSED-DATE
           MOVE SPACES TO RS-APPROVER-ID
           RELEASE ROLL-SORT-RECORD
           .
      *
       2300-READ-CLOSING-SUSPENSE.
           READ CLOSING-SUSPENSE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SUSPENSE-FILE
               NOT AT END
                   ADD 1 TO WS-SPC-RECORDS-READ
                   MOVE CLOSING-SUSPENSE-RECORD TO WS-SUSPENSE-RECORD
                       WS-SUSPENSE-HEADER WS-SUSPENSE-TRAILER
                       WS-SUSPENSE-PROOF
                   PERFORM 2210-CHECK-SUSPENSE-RECORD
           END-READ
           .
      *
      ******************************************************
      *  2400 - A GENERATION IS ONLY USED IF IT PROVES:     *
      *  HEADER AND PROOF PRESENT, EACH SIDE TRAILER        *
      *  FOOTING TO ITS DETAILS, OLD + POSTED - CLOSED -    *
      *  WRITTEN OFF FOOTING TO THE TWO TRAILERS, AND THE   *
      *  HEADER NOT DATED AFTER THE RUN.                    *
      ******************************************************
       2400-PROVE-GENERATION.
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
               PERFORM 2410-FOOT-SUSPENSE-TRAILER
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
                   WHEN WS-SPC-HEADER-PROGRAM NOT = 'EXER04'
                       STRING 'HEADER WRITTEN BY '
                           WS-SPC-HEADER-PROGRAM ', NOT EXER04'
                           DELIMITED BY SIZE INTO WS-SPC-ERROR
                       END-STRING
               END-EVALUATE
           END-IF
           IF WS-SPC-ERROR NOT = SPACES
               DISPLAY 'EXER29 ABEND - ' GEN-TITLE(WS-GEN-SUB)
                   ' SUSPENSE REJECTED - ' WS-SPC-ERROR
               DISPLAY 'EXER29 ABEND - CHECK THE '
                   GEN-DD-NAME(WS-GEN-SUB) ' GENERATION, '
                   'RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-ABORT-RUN
           ELSE
               MOVE WS-SPC-HEADER-DATE
                   TO GEN-HEADER-DATE(WS-GEN-SUB)
               MOVE WS-SPC-HEADER-PROGRAM
                   TO GEN-HEADER-PROGRAM(WS-GEN-SUB)
               MOVE WS-SPC-ON-FILE TO GEN-ON-FILE(WS-GEN-SUB)
           END-IF
           .
      *
       2410-FOOT-SUSPENSE-TRAILER.
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
       2600-READ-WRITE-OFF.
           READ APPROVED-WOFF-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-WOFF-FILE
               NOT AT END
                   ADD 1 TO WS-WRITE-OFFS-READ
                   MOVE WO-POLICY-NUMBER TO RS-POLICY-NUMBER
                   MOVE WO-SOURCE-SIDE TO RS-SOURCE-SIDE
                   MOVE WO-DATE-ENTERED TO RS-DATE-ENTERED
                   MOVE WO-PREMIUM-AMOUNT TO RS-PREMIUM-AMOUNT
                   MOVE 'W' TO RS-FILE-CODE
                   MOVE WO-AGE-DAYS TO RS-AGE-DAYS
                   MOVE WO-PROPOSED-DATE TO RS-PROPOSED-DATE
                   MOVE WO-APPROVER-ID TO RS-APPROVER-ID
                   RELEASE ROLL-SORT-RECORD
           END-READ
           .
      *
       2700-READ-CLOSED-ITEM.
           READ CLOSED-ITEM-FILE INTO WS-SUSPENSE-RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-CLOSED-FILE
               NOT AT END
                   ADD 1 TO WS-CLOSED-ITEMS-READ
                   MOVE WSR-POLICY-NUMBER TO RS-POLICY-NUMBER
                   MOVE WSR-SOURCE-SIDE TO RS-SOURCE-SIDE
                   MOVE WSR-DATE-ENTERED TO RS-DATE-ENTERED
                   MOVE WSR-PREMIUM-AMOUNT TO RS-PREMIUM-AMOUNT
                   MOVE 'X' TO RS-FILE-CODE
                   MOVE WSR-AGE-DAYS TO RS-AGE-DAYS
                   MOVE SPACES TO RS-PROPOSED-DATE
                   MOVE SPACES TO RS-APPROVER-ID
                   RELEASE ROLL-SORT-RECORD
           END-READ
           .
      *
      ******************************************************
      *  3000 - COUNT EVERY SIGHTING OF AN ITEM, THEN       *
      *  ACCOUNT FOR IT. UNEXPLAINED ITEMS ARE LISTED AS    *
      *  THEY ARE FOUND, AND WRITE-OFFS TO CARRY FORWARD    *
      *  ARE WRITTEN TO WOFFCF.                             *
      ******************************************************
       3000-RECONCILE-ITEMS.
           MOVE SPACES TO ROLL-REPORT-RECORD
           STRING 'OPENING GENERATION - BUILT BY '
               GEN-HEADER-PROGRAM(1) ' ' GEN-HEADER-DATE(1)
               DELIMITED BY SIZE INTO ROLL-REPORT-RECORD
           END-STRING
           WRITE ROLL-REPORT-RECORD
           MOVE SPACES TO ROLL-REPORT-RECORD
           STRING 'CLOSING GENERATION - BUILT BY '
               GEN-HEADER-PROGRAM(2) ' ' GEN-HEADER-DATE(2)
               DELIMITED BY SIZE INTO ROLL-REPORT-RECORD
           END-STRING
           WRITE ROLL-REPORT-RECORD
           MOVE SPACES TO ROLL-REPORT-RECORD
           WRITE ROLL-REPORT-RECORD
           MOVE SPACES TO ROLL-REPORT-RECORD
           STRING 'UNEXPLAINED ITEMS'
               DELIMITED BY SIZE INTO ROLL-REPORT-RECORD
           END-STRING
           WRITE ROLL-REPORT-RECORD
           MOVE SPACES TO ROLL-REPORT-RECORD
           STRING '  POLICY     S ENTERED       PREMIUM REASON'
               DELIMITED BY SIZE INTO ROLL-REPORT-RECORD
           END-STRING
           WRITE ROLL-REPORT-RECORD
           OPEN INPUT SORTED-ROLL-FILE
           OPEN OUTPUT WOFF-CARRY-FILE
           PERFORM 3100-READ-SORTED-SIGHTING
           PERFORM 3200-RECONCILE-ONE-ITEM
               UNTIL WS-EOF-SORTED-ROLL = 'Y'
           CLOSE SORTED-ROLL-FILE
           CLOSE WOFF-CARRY-FILE
           IF WS-UNEXPLAINED-ITEMS = ZERO
               MOVE SPACES TO ROLL-REPORT-RECORD
               STRING '  NONE - EVERY ITEM IS ACCOUNTED FOR'
                   DELIMITED BY SIZE INTO ROLL-REPORT-RECORD
               END-STRING
               WRITE ROLL-REPORT-RECORD
           END-IF
           .
      *
       3100-READ-SORTED-SIGHTING.
           READ SORTED-ROLL-FILE INTO WS-ROLL-ITEM
               AT END
                   MOVE 'Y' TO WS-EOF-SORTED-ROLL
                   MOVE HIGH-VALUES TO WS-RI-KEY
           END-READ
           .
      *
       3200-RECONCILE-ONE-ITEM.
           MOVE WS-RI-KEY TO WS-HOLD-KEY
           MOVE ZERO TO WS-HOLD-AGE-DAYS
           MOVE SPACES TO WS-HOLD-PROPOSED-DATE
           MOVE SPACES TO WS-HOLD-APPROVER-ID
           MOVE ZERO TO WS-ON-OPENING
           MOVE ZERO TO WS-ON-CLOSING
           MOVE ZERO TO WS-ON-WRITE-OFF
           MOVE ZERO TO WS-ON-CLOSED
           PERFORM 3300-COUNT-ONE-SIGHTING
               UNTIL WS-RI-KEY NOT = WS-HOLD-KEY
           SET RFT-IDX TO 1
           SEARCH RFT-ENTRY
               AT END
                   MOVE 'N' TO WS-SIDE-FOUND
               WHEN RFT-SOURCE-SIDE(RFT-IDX) = WS-HOLD-SOURCE-SIDE
                   MOVE 'Y' TO WS-SIDE-FOUND
           END-SEARCH
           IF WS-SIDE-FOUND = 'N'
               OR WS-HOLD-SOURCE-SIDE = '*'
               MOVE 'UNKNOWN SOURCE SIDE' TO WS-UNEXPLAINED-REASON
               COMPUTE WS-LIST-COUNT = WS-ON-OPENING + WS-ON-CLOSING
                   + WS-ON-WRITE-OFF + WS-ON-CLOSED
               PERFORM 3600-LIST-UNEXPLAINED-ITEM
                   WS-LIST-COUNT TIMES
           ELSE
               PERFORM 3400-ACCOUNT-FOR-ITEM
           END-IF
           .
      *
       3300-COUNT-ONE-SIGHTING.
           EVALUATE WS-RI-FILE-CODE
               WHEN 'O'
                   ADD 1 TO WS-ON-OPENING
               WHEN 'C'
                   ADD 1 TO WS-ON-CLOSING
                   MOVE WS-RI-AGE-DAYS TO WS-HOLD-AGE-DAYS
               WHEN 'W'
                   ADD 1 TO WS-ON-WRITE-OFF
                   MOVE WS-RI-PROPOSED-DATE TO WS-HOLD-PROPOSED-DATE
                   MOVE WS-RI-APPROVER-ID TO WS-HOLD-APPROVER-ID
               WHEN 'X'
                   ADD 1 TO WS-ON-CLOSED
           END-EVALUATE
           PERFORM 3100-READ-SORTED-SIGHTING
           .
      *
      ******************************************************
      *  3400 - AN OPENING ITEM STILL ON THE CLOSING        *
      *  GENERATION IS CARRIED. OPENING ITEMS THAT ARE GONE *
      *  ARE TAKEN AS CLOSED, THEN WRITTEN OFF, AS FAR AS   *
      *  THOSE FILES SHOW THEM, AND AS MATCHED FOR THE      *
      *  REST. AN ITEM ENTERED AFTER THE OPENING DATE IS    *
      *  NEW - STILL OPEN AT MONTH END, OR CLOSED OR        *
      *  WRITTEN OFF WITHIN THE MONTH. WHAT IS LEFT IS      *
      *  UNEXPLAINED. A WRITE-OFF FOR AN ITEM STILL IN      *
      *  SUSPENSE IS ALSO CARRIED FORWARD, SO IT IS ON THE  *
      *  NEW MONTH'S WRITE-OFFS WHEN EXER04 APPLIES IT.     *
      ******************************************************
       3400-ACCOUNT-FOR-ITEM.
           IF WS-HOLD-DATE-ENTERED > GEN-HEADER-DATE(1)
               MOVE 'Y' TO WS-ENTERED-IN-MONTH
           ELSE
               MOVE 'N' TO WS-ENTERED-IN-MONTH
           END-IF
           IF WS-ON-OPENING < WS-ON-CLOSING
               MOVE WS-ON-OPENING TO WS-CARRIED
           ELSE
               MOVE WS-ON-CLOSING TO WS-CARRIED
           END-IF
           COMPUTE WS-EXTRA-ON-CLOSING = WS-ON-CLOSING - WS-CARRIED
           COMPUTE WS-GONE = WS-ON-OPENING - WS-CARRIED
           IF WS-GONE < WS-ON-CLOSED
               MOVE WS-GONE TO WS-CLOSED-USED
           ELSE
               MOVE WS-ON-CLOSED TO WS-CLOSED-USED
           END-IF
           SUBTRACT WS-CLOSED-USED FROM WS-GONE
           IF WS-GONE < WS-ON-WRITE-OFF
               MOVE WS-GONE TO WS-WRITE-OFF-USED
           ELSE
               MOVE WS-ON-WRITE-OFF TO WS-WRITE-OFF-USED
           END-IF
           SUBTRACT WS-WRITE-OFF-USED FROM WS-GONE
           COMPUTE WS-CLOSED-LEFT = WS-ON-CLOSED - WS-CLOSED-USED
           COMPUTE WS-WRITE-OFF-LEFT =
               WS-ON-WRITE-OFF - WS-WRITE-OFF-USED
           ADD WS-ON-OPENING TO RFT-OPENING-COUNT(RFT-IDX)
           COMPUTE RFT-OPENING-AMOUNT(RFT-IDX) =
               RFT-OPENING-AMOUNT(RFT-IDX)
               + WS-ON-OPENING * WS-HOLD-PREMIUM-AMOUNT
           ADD WS-ON-CLOSING TO RFT-CLOSING-COUNT(RFT-IDX)
           COMPUTE RFT-CLOSING-AMOUNT(RFT-IDX) =
               RFT-CLOSING-AMOUNT(RFT-IDX)
               + WS-ON-CLOSING * WS-HOLD-PREMIUM-AMOUNT
           MOVE WS-CLOSED-USED TO WS-LIST-COUNT
           PERFORM 3410-POST-CLOSED
           MOVE WS-WRITE-OFF-USED TO WS-LIST-COUNT
           PERFORM 3420-POST-WRITTEN-OFF
           ADD WS-GONE TO RFT-MATCHED-COUNT(RFT-IDX)
           COMPUTE RFT-MATCHED-AMOUNT(RFT-IDX) =
               RFT-MATCHED-AMOUNT(RFT-IDX)
               + WS-GONE * WS-HOLD-PREMIUM-AMOUNT
           IF WS-ON-CLOSING > ZERO
               PERFORM 3500-AGE-CLOSING-ITEM
           END-IF
           IF WS-EXTRA-ON-CLOSING > ZERO
               IF WS-ENTERED-IN-MONTH = 'Y'
                   MOVE WS-EXTRA-ON-CLOSING TO WS-LIST-COUNT
                   PERFORM 3430-POST-NEW
               ELSE
                   MOVE 'ON CLOSING SUSPENSE, NOT ON OPENING'
                       TO WS-UNEXPLAINED-REASON
                   PERFORM 3600-LIST-UNEXPLAINED-ITEM
                       WS-EXTRA-ON-CLOSING TIMES
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-CLOSED-LEFT = ZERO
                   CONTINUE
               WHEN WS-ON-CLOSING > ZERO
                   MOVE 'CLOSED FOR A DROP, STILL IN SUSPENSE'
                       TO WS-UNEXPLAINED-REASON
                   PERFORM 3600-LIST-UNEXPLAINED-ITEM
                       WS-CLOSED-LEFT TIMES
               WHEN WS-ENTERED-IN-MONTH = 'Y'
                   MOVE WS-CLOSED-LEFT TO WS-LIST-COUNT
                   PERFORM 3430-POST-NEW
                   PERFORM 3410-POST-CLOSED
               WHEN OTHER
                   MOVE 'CLOSED FOR A DROP, NEVER IN SUSPENSE'
                       TO WS-UNEXPLAINED-REASON
                   PERFORM 3600-LIST-UNEXPLAINED-ITEM
                       WS-CLOSED-LEFT TIMES
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-WRITE-OFF-LEFT = ZERO
                   CONTINUE
               WHEN WS-ON-CLOSING > ZERO
                   MOVE 'WRITE-OFF APPROVED, STILL IN SUSPENSE'
                       TO WS-UNEXPLAINED-REASON
                   PERFORM 3600-LIST-UNEXPLAINED-ITEM
                       WS-WRITE-OFF-LEFT TIMES
                   PERFORM 3700-CARRY-WRITE-OFF
                       WS-WRITE-OFF-LEFT TIMES
               WHEN WS-ENTERED-IN-MONTH = 'Y'
                   MOVE WS-WRITE-OFF-LEFT TO WS-LIST-COUNT
                   PERFORM 3430-POST-NEW
                   PERFORM 3420-POST-WRITTEN-OFF
               WHEN OTHER
                   MOVE 'WRITTEN OFF, NEVER IN SUSPENSE'
                       TO WS-UNEXPLAINED-REASON
                   PERFORM 3600-LIST-UNEXPLAINED-ITEM
                       WS-WRITE-OFF-LEFT TIMES
           END-EVALUATE
           .
      *
       3410-POST-CLOSED.
           ADD WS-LIST-COUNT TO RFT-CLOSED-COUNT(RFT-IDX)
           COMPUTE RFT-CLOSED-AMOUNT(RFT-IDX) =
               RFT-CLOSED-AMOUNT(RFT-IDX)
               + WS-LIST-COUNT * WS-HOLD-PREMIUM-AMOUNT
           .
      *
       3420-POST-WRITTEN-OFF.
           ADD WS-LIST-COUNT TO RFT-WRITTEN-OFF-COUNT(RFT-IDX)
           COMPUTE RFT-WRITTEN-OFF-AMOUNT(RFT-IDX) =
               RFT-WRITTEN-OFF-AMOUNT(RFT-IDX)
               + WS-LIST-COUNT * WS-HOLD-PREMIUM-AMOUNT
           .
      *
       3430-POST-NEW.
           ADD WS-LIST-COUNT TO RFT-NEW-COUNT(RFT-IDX)
           COMPUTE RFT-NEW-AMOUNT(RFT-IDX) =
               RFT-NEW-AMOUNT(RFT-IDX)
               + WS-LIST-COUNT * WS-HOLD-PREMIUM-AMOUNT
           .
      *
      ******************************************************
      *  3500 - AGE THE ITEM ON THE CLOSING GENERATION BY   *
      *  THE AGE EXER04 CARRIES ON IT.                      *
      ******************************************************
       3500-AGE-CLOSING-ITEM.
           EVALUATE TRUE
               WHEN WS-HOLD-AGE-DAYS <= 30
                   MOVE 1 TO WS-BUCKET-SUB
               WHEN WS-HOLD-AGE-DAYS <= 60
                   MOVE 2 TO WS-BUCKET-SUB
               WHEN WS-HOLD-AGE-DAYS <= 90
                   MOVE 3 TO WS-BUCKET-SUB
               WHEN OTHER
                   MOVE 4 TO WS-BUCKET-SUB
           END-EVALUATE
           ADD WS-ON-CLOSING
               TO RFT-BUCKET-COUNT(RFT-IDX, WS-BUCKET-SUB)
           COMPUTE RFT-BUCKET-AMOUNT(RFT-IDX, WS-BUCKET-SUB) =
               RFT-BUCKET-AMOUNT(RFT-IDX, WS-BUCKET-SUB)
               + WS-ON-CLOSING * WS-HOLD-PREMIUM-AMOUNT
           .
      *
       3600-LIST-UNEXPLAINED-ITEM.
           ADD 1 TO WS-UNEXPLAINED-ITEMS
           MOVE WS-HOLD-PREMIUM-AMOUNT TO WS-PREMIUM-EDIT
           MOVE SPACES TO ROLL-REPORT-RECORD
           STRING '  ' WS-HOLD-POLICY-NUMBER ' '
               WS-HOLD-SOURCE-SIDE ' ' WS-HOLD-DATE-ENTERED
               ' ' WS-PREMIUM-EDIT ' ' WS-UNEXPLAINED-REASON
               DELIMITED BY SIZE INTO ROLL-REPORT-RECORD
           END-STRING
           WRITE ROLL-REPORT-RECORD
           .
      *
       3700-CARRY-WRITE-OFF.
           ADD 1 TO WS-WRITE-OFFS-CARRIED
           MOVE SPACES TO WS-CARRY-WRITE-OFF
           MOVE WS-HOLD-POLICY-NUMBER TO WCF-POLICY-NUMBER
           MOVE WS-HOLD-SOURCE-SIDE TO WCF-SOURCE-SIDE
           MOVE WS-HOLD-PREMIUM-AMOUNT TO WCF-PREMIUM-AMOUNT
           MOVE WS-HOLD-DATE-ENTERED TO WCF-DATE-ENTERED
           MOVE WS-HOLD-AGE-DAYS TO WCF-AGE-DAYS
           MOVE WS-HOLD-PROPOSED-DATE TO WCF-PROPOSED-DATE
           MOVE WS-HOLD-APPROVER-ID TO WCF-APPROVER-ID
           WRITE WOFF-CARRY-RECORD FROM WS-CARRY-WRITE-OFF
           .
      *
      ******************************************************
      *  5000 - THE ROLL-FORWARD AND AGING FOR EACH SIDE    *
      *  AND FOR BOTH TOGETHER. EXPECTED CLOSING IS OPENING *
      *  + NEW - MATCHED - WRITTEN OFF - CLOSED; A SIDE     *
      *  WHOSE CLOSING GENERATION DIFFERS IS OUT OF         *
      *  BALANCE.                                           *
      ******************************************************
       5000-PRODUCE-ROLL-FORWARD.
           PERFORM 5100-ADD-SIDE-TO-TOTAL
               VARYING RFT-IDX FROM 1 BY 1
               UNTIL RFT-IDX > 2
           PERFORM 5200-PRINT-ONE-SIDE
               VARYING RFT-IDX FROM 1 BY 1
               UNTIL RFT-IDX > 3
           MOVE SPACES TO ROLL-REPORT-RECORD
           WRITE ROLL-REPORT-RECORD
           MOVE 'WRITE-OFFS READ..........: ' TO WS-COUNT-LABEL
           MOVE WS-WRITE-OFFS-READ TO WS-COUNT-EDIT
           PERFORM 5500-WRITE-COUNT-LINE
           MOVE 'CLOSED ITEMS READ........: ' TO WS-COUNT-LABEL
           MOVE WS-CLOSED-ITEMS-READ TO WS-COUNT-EDIT
           PERFORM 5500-WRITE-COUNT-LINE
           MOVE 'UNEXPLAINED ITEMS........: ' TO WS-COUNT-LABEL
           MOVE WS-UNEXPLAINED-ITEMS TO WS-COUNT-EDIT
           PERFORM 5500-WRITE-COUNT-LINE
           MOVE 'WRITE-OFFS CARRIED FWD...: ' TO WS-COUNT-LABEL
           MOVE WS-WRITE-OFFS-CARRIED TO WS-COUNT-EDIT
           PERFORM 5500-WRITE-COUNT-LINE
           IF WS-SIDES-OUT-OF-BALANCE > ZERO
               DISPLAY 'EXER29 WARNING - SUSPENSE ROLL-FORWARD OUT '
                   'OF BALANCE, SEE ROLLRPT'
           ELSE
               IF WS-UNEXPLAINED-ITEMS > ZERO
                   DISPLAY 'EXER29 WARNING - UNEXPLAINED SUSPENSE '
                       'ITEMS, SEE ROLLRPT'
               END-IF
           END-IF
           .
      *
       5100-ADD-SIDE-TO-TOTAL.
           ADD RFT-OPENING-COUNT(RFT-IDX) TO RFT-OPENING-COUNT(3)
           ADD RFT-OPENING-AMOUNT(RFT-IDX) TO RFT-OPENING-AMOUNT(3)
           ADD RFT-NEW-COUNT(RFT-IDX) TO RFT-NEW-COUNT(3)
           ADD RFT-NEW-AMOUNT(RFT-IDX) TO RFT-NEW-AMOUNT(3)
           ADD RFT-MATCHED-COUNT(RFT-IDX) TO RFT-MATCHED-COUNT(3)
           ADD RFT-MATCHED-AMOUNT(RFT-IDX) TO RFT-MATCHED-AMOUNT(3)
           ADD RFT-WRITTEN-OFF-COUNT(RFT-IDX)
               TO RFT-WRITTEN-OFF-COUNT(3)
           ADD RFT-WRITTEN-OFF-AMOUNT(RFT-IDX)
               TO RFT-WRITTEN-OFF-AMOUNT(3)
           ADD RFT-CLOSED-COUNT(RFT-IDX) TO RFT-CLOSED-COUNT(3)
           ADD RFT-CLOSED-AMOUNT(RFT-IDX) TO RFT-CLOSED-AMOUNT(3)
           ADD RFT-CLOSING-COUNT(RFT-IDX) TO RFT-CLOSING-COUNT(3)
           ADD RFT-CLOSING-AMOUNT(RFT-IDX) TO RFT-CLOSING-AMOUNT(3)
           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                   UNTIL WS-BUCKET-SUB > 4
               ADD RFT-BUCKET-COUNT(RFT-IDX, WS-BUCKET-SUB)
                   TO RFT-BUCKET-COUNT(3, WS-BUCKET-SUB)
               ADD RFT-BUCKET-AMOUNT(RFT-IDX, WS-BUCKET-SUB)
                   TO RFT-BUCKET-AMOUNT(3, WS-BUCKET-SUB)
           END-PERFORM
           .
      *
       5200-PRINT-ONE-SIDE.
           MOVE SPACES TO ROLL-REPORT-RECORD
           WRITE ROLL-REPORT-RECORD
           MOVE SPACES TO ROLL-REPORT-RECORD
           IF RFT-IDX < 3
               STRING 'SOURCE SIDE ' RFT-SOURCE-SIDE(RFT-IDX) ' - '
                   RFT-SIDE-TITLE(RFT-IDX)
                   DELIMITED BY SIZE INTO ROLL-REPORT-RECORD
               END-STRING
           ELSE
               STRING RFT-SIDE-TITLE(RFT-IDX)
                   DELIMITED BY SIZE INTO ROLL-REPORT-RECORD
               END-STRING
           END-IF
           WRITE ROLL-REPORT-RECORD
           MOVE SPACES TO ROLL-REPORT-RECORD
           STRING '                               ITEMS'
               '            AMOUNT'
               DELIMITED BY SIZE INTO ROLL-REPORT-RECORD
           END-STRING
           WRITE ROLL-REPORT-RECORD
           MOVE 'OPENING BALANCE..........: ' TO WS-COUNT-LABEL
           MOVE RFT-OPENING-COUNT(RFT-IDX) TO WS-COUNT-EDIT
           MOVE RFT-OPENING-AMOUNT(RFT-IDX) TO WS-AMOUNT-EDIT
           PERFORM 5600-WRITE-AMOUNT-LINE
           MOVE '  + NEW ITEMS ENTERED....: ' TO WS-COUNT-LABEL
           MOVE RFT-NEW-COUNT(RFT-IDX) TO WS-COUNT-EDIT
           MOVE RFT-NEW-AMOUNT(RFT-IDX) TO WS-AMOUNT-EDIT
           PERFORM 5600-WRITE-AMOUNT-LINE
           MOVE '  - CLEARED BY A MATCH...: ' TO WS-COUNT-LABEL
           MOVE RFT-MATCHED-COUNT(RFT-IDX) TO WS-COUNT-EDIT
           MOVE RFT-MATCHED-AMOUNT(RFT-IDX) TO WS-AMOUNT-EDIT
           PERFORM 5600-WRITE-AMOUNT-LINE
           MOVE '  - WRITTEN OFF..........: ' TO WS-COUNT-LABEL
           MOVE RFT-WRITTEN-OFF-COUNT(RFT-IDX) TO WS-COUNT-EDIT
           MOVE RFT-WRITTEN-OFF-AMOUNT(RFT-IDX) TO WS-AMOUNT-EDIT
           PERFORM 5600-WRITE-AMOUNT-LINE
           MOVE '  - CLOSED (DROPPED).....: ' TO WS-COUNT-LABEL
           MOVE RFT-CLOSED-COUNT(RFT-IDX) TO WS-COUNT-EDIT
           MOVE RFT-CLOSED-AMOUNT(RFT-IDX) TO WS-AMOUNT-EDIT
           PERFORM 5600-WRITE-AMOUNT-LINE
           COMPUTE WS-EXPECTED-COUNT =
               RFT-OPENING-COUNT(RFT-IDX) + RFT-NEW-COUNT(RFT-IDX)
               - RFT-MATCHED-COUNT(RFT-IDX)
               - RFT-WRITTEN-OFF-COUNT(RFT-IDX)
               - RFT-CLOSED-COUNT(RFT-IDX)
           COMPUTE WS-EXPECTED-AMOUNT =
               RFT-OPENING-AMOUNT(RFT-IDX) + RFT-NEW-AMOUNT(RFT-IDX)
               - RFT-MATCHED-AMOUNT(RFT-IDX)
               - RFT-WRITTEN-OFF-AMOUNT(RFT-IDX)
               - RFT-CLOSED-AMOUNT(RFT-IDX)
           COMPUTE WS-DIFFERENCE-COUNT =
               RFT-CLOSING-COUNT(RFT-IDX) - WS-EXPECTED-COUNT
           COMPUTE WS-DIFFERENCE-AMOUNT =
               RFT-CLOSING-AMOUNT(RFT-IDX) - WS-EXPECTED-AMOUNT
           MOVE '  = EXPECTED CLOSING.....: ' TO WS-COUNT-LABEL
           MOVE WS-EXPECTED-COUNT TO WS-COUNT-EDIT
           MOVE WS-EXPECTED-AMOUNT TO WS-AMOUNT-EDIT
           PERFORM 5600-WRITE-AMOUNT-LINE
           MOVE 'CLOSING BALANCE..........: ' TO WS-COUNT-LABEL
           MOVE RFT-CLOSING-COUNT(RFT-IDX) TO WS-COUNT-EDIT
           MOVE RFT-CLOSING-AMOUNT(RFT-IDX) TO WS-AMOUNT-EDIT
           PERFORM 5600-WRITE-AMOUNT-LINE
           MOVE WS-DIFFERENCE-COUNT TO WS-DIFF-COUNT-EDIT
           MOVE WS-DIFFERENCE-AMOUNT TO WS-DIFF-AMOUNT-EDIT
           MOVE SPACES TO ROLL-REPORT-RECORD
           STRING 'UNEXPLAINED DIFFERENCE...: ' WS-DIFF-COUNT-EDIT
               WS-DIFF-AMOUNT-EDIT
               DELIMITED BY SIZE INTO ROLL-REPORT-RECORD
           END-STRING
           WRITE ROLL-REPORT-RECORD
           MOVE SPACES TO ROLL-REPORT-RECORD
           IF WS-DIFFERENCE-COUNT = ZERO
               AND WS-DIFFERENCE-AMOUNT = ZERO
               STRING 'ROLL-FORWARD.............: BALANCED'
                   DELIMITED BY SIZE INTO ROLL-REPORT-RECORD
               END-STRING
           ELSE
               STRING 'ROLL-FORWARD.............: OUT OF BALANCE'
                   DELIMITED BY SIZE INTO ROLL-REPORT-RECORD
               END-STRING
               IF RFT-IDX < 3
                   ADD 1 TO WS-SIDES-OUT-OF-BALANCE
               END-IF
           END-IF
           WRITE ROLL-REPORT-RECORD
           PERFORM 5300-PRINT-SIDE-AGING
           .
      *
       5300-PRINT-SIDE-AGING.
           MOVE SPACES TO ROLL-REPORT-RECORD
           STRING 'CLOSING BALANCE AGED:'
               DELIMITED BY SIZE INTO ROLL-REPORT-RECORD
           END-STRING
           WRITE ROLL-REPORT-RECORD
           MOVE '  0-30 DAYS..............: ' TO WS-COUNT-LABEL
           MOVE 1 TO WS-BUCKET-SUB
           PERFORM 5400-WRITE-BUCKET-LINE
           MOVE '  31-60 DAYS.............: ' TO WS-COUNT-LABEL
           MOVE 2 TO WS-BUCKET-SUB
           PERFORM 5400-WRITE-BUCKET-LINE
           MOVE '  61-90 DAYS.............: ' TO WS-COUNT-LABEL
           MOVE 3 TO WS-BUCKET-SUB
           PERFORM 5400-WRITE-BUCKET-LINE
           MOVE '  OVER 90 DAYS...........: ' TO WS-COUNT-LABEL
           MOVE 4 TO WS-BUCKET-SUB
           PERFORM 5400-WRITE-BUCKET-LINE
           .
      *
       5400-WRITE-BUCKET-LINE.
           MOVE RFT-BUCKET-COUNT(RFT-IDX, WS-BUCKET-SUB)
               TO WS-COUNT-EDIT
           MOVE RFT-BUCKET-AMOUNT(RFT-IDX, WS-BUCKET-SUB)
               TO WS-AMOUNT-EDIT
           PERFORM 5600-WRITE-AMOUNT-LINE
           .
      *
       5500-WRITE-COUNT-LINE.
           MOVE SPACES TO ROLL-REPORT-RECORD
           STRING WS-COUNT-LABEL WS-COUNT-EDIT
               DELIMITED BY SIZE INTO ROLL-REPORT-RECORD
           END-STRING
           WRITE ROLL-REPORT-RECORD
           .
      *
       5600-WRITE-AMOUNT-LINE.
           MOVE SPACES TO ROLL-REPORT-RECORD
           STRING WS-COUNT-LABEL WS-COUNT-EDIT ' ' WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO ROLL-REPORT-RECORD
           END-STRING
           WRITE ROLL-REPORT-RECORD
           .
      *
       9999-END-OF-JOB.
           CLOSE ROLL-REPORT-FILE
           DISPLAY 'SUSPENSE-ROLL-FORWARD'
           .
