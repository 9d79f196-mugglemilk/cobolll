       IDENTIFICATION DIVISION.
       PROGRAM-ID.  EXER30.
      ******************************************************
      *  POLICY LIFECYCLE DOSSIER                          *
      *  ANSWERS AN INTERNAL AUDIT, REGULATOR OR COMPLAINT *
      *  REQUEST FOR A LIST OF POLICIES. FOR EVERY POLICY  *
      *  ON THE DECK, ONE CHRONOLOGICAL HISTORY WITHIN THE *
      *  SYSIN DATE RANGE, GATHERED FROM:                  *
      *   - THE LIVE AUDIT TRAIL AND THE AUDIT ARCHIVE:    *
      *     EVERY EXER00 VALIDATION DECISION, WITH ITS     *
      *     BAND, BAND SOURCE, RATE VERSION AND REASON     *
      *   - THE CUMULATIVE EXCEPTIONS DATASET: EVERY       *
      *     REJECT POSTED, BILLING REJECTS INCLUDED        *
      *   - EVERY RETAINED STATUS MASTER GENERATION: EACH  *
      *     EXCEPTION OPENED, CORRECTED, WAIVED,           *
      *     REVALIDATED, CLOSED OR RE-OPENED, ONCE, ON THE *
      *     DATE THE MASTER RECORDS FOR IT                 *
      *   - THE RECYCLE HISTORY: EACH OVERRIDE EXER02      *
      *     ISSUED TO EXER00, FIRST AND LAST NIGHT         *
      *   - EVERY RETAINED EXER04 SUSPENSE GENERATION,     *
      *     WITH THE WRITE-OFF AND CLOSED-ITEM HISTORY:    *
      *     EACH SUSPENSE ITEM ENTERED, AND WHETHER IT     *
      *     LEFT BY A MATCH, A WRITE-OFF OR A CLOSURE FOR  *
      *     A DROPPED POLICY (DATED WITH THE FIRST         *
      *     GENERATION IT IS MISSING FROM)                 *
      *  THE HISTORY GOES TO DOSSRPT AND, FOR AUDIT'S OWN  *
      *  TOOLS, TO THE FLAT FILE ON DOSSOUT (SEE DOSSREC). *
      *  EVERY POLICY ON THE DECK APPEARS ON BOTH, WITH A  *
      *  NO ACTIVITY FOUND LINE WHEN NOTHING MATCHED, SO   *
      *  THE SEARCH CAN BE SHOWN TO BE COMPLETE. A BLANK   *
      *  OR DUPLICATE DECK CARD ENDS THE JOB RC=4. A BAD   *
      *  DATE RANGE, OR MORE HISTORY THAN THE TABLES HOLD, *
      *  ABORTS RC=16 - SPLIT THE DECK AND RERUN.          *
      *  EVERY DATASET IS ONLY READ, SO THE JOB CAN RUN    *
      *  ANY TIME OUTSIDE THE NIGHTLY CHAIN.               *
      *  THE SUMMARY AND THE DOSSOUT HEADER GIVE THE DATE  *
      *  OF THE OLDEST STATUS MASTER AND EXER04 SUSPENSE   *
      *  GENERATION HELD; STATUS AND SUSPENSE EVENTS FROM  *
      *  BEFORE THEM ARE NO LONGER ON FILE.                *
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DECK-CARD-FILE ASSIGN TO DECKIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO AUDITIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT AUDIT-ARCHIVE-FILE ASSIGN TO ARCHIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT EXCEPTION-FILE ASSIGN TO EXCPTIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT STATUS-FILE ASSIGN TO STATIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT RECYCLE-FILE ASSIGN TO RECYCIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT SUSPENSE-FILE ASSIGN TO SUSPIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT APPROVED-WOFF-FILE ASSIGN TO WOFFIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT CLOSED-ITEM-FILE ASSIGN TO CLOSEDIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT DOSSIER-FILE ASSIGN TO DOSSOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT DOSSIER-REPORT-FILE ASSIGN TO DOSSRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT SYSIN-FILE ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT DOSSIER-SORT-FILE ASSIGN TO SORTDS.
           SELECT SORTED-DOSSIER-FILE ASSIGN TO DOSSSRT
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  DECK-CARD-FILE
           LABEL RECORDS ARE STANDARD.
       01  DECK-CARD-RECORD.
           05  DK-POLICY-NUMBER          PIC X(10).
           05  FILLER                    PIC X(70).
      *
       FD  AUDIT-TRAIL-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-TRAIL-RECORD            PIC X(84).
      *
       FD  AUDIT-ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-ARCHIVE-RECORD          PIC X(84).
      *
       FD  EXCEPTION-FILE
           LABEL RECORDS ARE STANDARD.
       COPY EXCPREC.
      *
       FD  STATUS-FILE
           LABEL RECORDS ARE STANDARD.
       COPY EXSTATUS.
      *
       FD  RECYCLE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY RECYCREC.
      *
       FD  SUSPENSE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SUSPREC.
      *
       FD  APPROVED-WOFF-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WOFFREC.
      *
       FD  CLOSED-ITEM-FILE
           LABEL RECORDS ARE STANDARD.
       01  CLOSED-ITEM-RECORD            PIC X(40).
      *
       FD  DOSSIER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DOSSREC.
      *
       FD  DOSSIER-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  DOSSIER-REPORT-RECORD         PIC X(80).
      *
       FD  SYSIN-FILE
           LABEL RECORDS ARE STANDARD.
       01  SYSIN-RECORD.
           05  SI-RUN-DATE               PIC X(08).
           05  SI-FROM-DATE              PIC X(08).
           05  SI-TO-DATE                PIC X(08).
           05  FILLER                    PIC X(56).
      *
      ******************************************************
      *  ONE SORT RECORD PER EVENT: THE DOSSIER DETAIL      *
      *  BEHIND POLICY, EVENT DATE, SOURCE RANK (AUDIT,     *
      *  EXCEPTIONS, STATUS, RECYCLE, SUSPENSE - THE ORDER  *
      *  THE NIGHTLY CHAIN ACTS IN) AND THE ORDER THE EVENT *
      *  WAS FOUND, SO A DAY'S EVENTS READ IN CHAIN ORDER.  *
      ******************************************************
       SD  DOSSIER-SORT-FILE.
       01  DOSSIER-SORT-RECORD.
           05  DX-POLICY-NUMBER          PIC X(10).
           05  DX-EVENT-DATE             PIC X(08).
           05  DX-SOURCE-RANK            PIC 9(01).
           05  DX-SEQUENCE               PIC 9(09).
           05  DX-DOSSIER-DETAIL         PIC X(150).
      *
       FD  SORTED-DOSSIER-FILE
           LABEL RECORDS ARE STANDARD.
       01  SORTED-DOSSIER-RECORD         PIC X(178).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-BEG.
           05 FILLER                    PIC X(32) VALUE
           '** THIS IS BEGIN OF WS EXER30 **'.
      *
      ******************************************************
      *  THE DECK, HELD IN POLICY ORDER SO EVERY SOURCE     *
      *  RECORD IS LOOKED UP BY BINARY SEARCH AND THE       *
      *  SORTED EVENTS CAN BE WALKED AGAINST IT.            *
      ******************************************************
       01  DECK-POLICY-TABLE.
           05 DKT-ENTRY-COUNT           PIC 9(05) VALUE ZERO.
           05 DKT-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON DKT-ENTRY-COUNT
                   ASCENDING KEY IS DKT-POLICY-NUMBER
                   INDEXED BY DKT-IDX.
               10 DKT-POLICY-NUMBER     PIC X(10).
               10 DKT-EVENT-COUNT       PIC 9(07).
      *
      ******************************************************
      *  EVERY DISTINCT STATUS MASTER IMAGE OF A DECK       *
      *  POLICY'S EXCEPTIONS. AN ITEM IS CARRIED UNCHANGED  *
      *  ON GENERATION AFTER GENERATION, SO ONLY AN IMAGE   *
      *  NOT SEEN BEFORE IS AN EVENT, AND ONLY THE FIRST    *
      *  IMAGE OF AN OPENING (POLICY, REASON, DATE OPENED)  *
      *  IS THE EXCEPTION OPENED.                           *
      ******************************************************
       01  STATUS-IMAGE-TABLE.
           05 SIM-ENTRY-COUNT           PIC 9(05) VALUE ZERO.
           05 SIM-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON SIM-ENTRY-COUNT
                   INDEXED BY SIM-IDX.
               10 SIM-OPEN-KEY.
                   15 SIM-POLICY-NUMBER PIC X(10).
                   15 SIM-REASON-CODE   PIC X(04).
                   15 SIM-DATE-OPENED   PIC X(08).
               10 SIM-STATE-KEY.
                   15 SIM-STATUS-CODE   PIC X(01).
                   15 SIM-ACTION-CODE   PIC X(01).
                   15 SIM-DATE-UPDATED  PIC X(08).
                   15 SIM-EXPIRY-DATE   PIC X(08).
      *
       01  WS-STATUS-IMAGE.
           05 WS-SI-OPEN-KEY.
               10 WS-SI-POLICY-NUMBER   PIC X(10).
               10 WS-SI-REASON-CODE     PIC X(04).
               10 WS-SI-DATE-OPENED     PIC X(08).
           05 WS-SI-STATE-KEY.
               10 WS-SI-STATUS-CODE     PIC X(01).
               10 WS-SI-ACTION-CODE     PIC X(01).
               10 WS-SI-DATE-UPDATED    PIC X(08).
               10 WS-SI-EXPIRY-DATE     PIC X(08).
      *
      ******************************************************
      *  EXER02 REISSUES AN OVERRIDE EVERY NIGHT UNTIL IT   *
      *  CLEARS (A WAIVER FOR AS LONG AS IT LASTS), SO THE  *
      *  RECYCLE HISTORY IS FOLDED TO ONE EVENT PER         *
      *  OVERRIDE, WITH THE FIRST AND LAST NIGHT IN RANGE.  *
      ******************************************************
       01  RECYCLE-OVERRIDE-TABLE.
           05 ROT-ENTRY-COUNT           PIC 9(05) VALUE ZERO.
           05 ROT-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON ROT-ENTRY-COUNT
                   INDEXED BY ROT-IDX.
               10 ROT-KEY.
                   15 ROT-POLICY-NUMBER PIC X(10).
                   15 ROT-REASON-CODE   PIC X(04).
                   15 ROT-ACTION-CODE   PIC X(01).
                   15 ROT-CORRECTED-PREMIUM
                                        PIC 9(7)V99.
               10 ROT-FIRST-DATE        PIC X(08).
               10 ROT-LAST-DATE         PIC X(08).
      *
       01  WS-OVERRIDE-KEY.
           05 WS-OK-POLICY-NUMBER       PIC X(10).
           05 WS-OK-REASON-CODE         PIC X(04).
           05 WS-OK-ACTION-CODE         PIC X(01).
           05 WS-OK-CORRECTED-PREMIUM   PIC 9(7)V99.
      *
      ******************************************************
      *  EVERY SUSPENSE ITEM OF A DECK POLICY SEEN ON AN    *
      *  EXER04 GENERATION, THE WRITE-OFF HISTORY OR THE    *
      *  CLOSED-ITEM HISTORY. AN ITEM IS ONE POLICY, SIDE,  *
      *  DATE ENTERED AND AMOUNT (THE WRITE-OFF MATCH KEY). *
      *  FIRST AND LAST GENERATION ARE RUN DATES; SPACES    *
      *  WHEN THE ITEM IS ON NO RETAINED GENERATION.        *
      ******************************************************
       01  SUSPENSE-ITEM-TABLE.
           05 SIT-ENTRY-COUNT           PIC 9(05) VALUE ZERO.
           05 SIT-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON SIT-ENTRY-COUNT
                   INDEXED BY SIT-IDX.
               10 SIT-KEY.
                   15 SIT-POLICY-NUMBER PIC X(10).
                   15 SIT-SOURCE-SIDE   PIC X(01).
                   15 SIT-DATE-ENTERED  PIC X(08).
                   15 SIT-PREMIUM-AMOUNT
                                        PIC 9(7)V99.
               10 SIT-FIRST-GENERATION  PIC X(08).
               10 SIT-LAST-GENERATION   PIC X(08).
               10 SIT-WRITTEN-OFF       PIC X(01).
               10 SIT-APPROVER-ID       PIC X(08).
               10 SIT-PROPOSED-DATE     PIC X(08).
               10 SIT-CLOSED            PIC X(01).
      *
       01  WS-SUSPENSE-KEY.
           05 WS-SK-POLICY-NUMBER       PIC X(10).
           05 WS-SK-SOURCE-SIDE         PIC X(01).
           05 WS-SK-DATE-ENTERED        PIC X(08).
           05 WS-SK-PREMIUM-AMOUNT      PIC 9(7)V99.
      *
      ******************************************************
      *  RUN DATES OF THE EXER04 SUSPENSE GENERATIONS READ. *
      *  AN ITEM LEFT SUSPENSE ON THE FIRST OF THESE AFTER  *
      *  THE LAST ONE IT IS ON.                             *
      ******************************************************
       01  GENERATION-DATE-TABLE.
           05 GDT-ENTRY-COUNT           PIC 9(05) VALUE ZERO.
           05 GDT-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON GDT-ENTRY-COUNT
                   INDEXED BY GDT-IDX.
               10 GDT-RUN-DATE          PIC X(08).
      *
       COPY AUDITREC REPLACING ==AUDIT-RECORD==
                    BY ==WS-AUDIT-RECORD==
                    LEADING ==AU== BY ==WAU==.
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
       COPY DOSSREC REPLACING ==DOSSIER-RECORD==
                    BY ==WS-DOSSIER-EVENT==
                    ==DOSSIER-HEADER== BY ==WS-DOSSIER-HEADER==
                    ==DOSSIER-TRAILER== BY ==WS-DOSSIER-TRAILER==
                    LEADING ==DS== BY ==WDS==
                    LEADING ==DH== BY ==WDH==
                    LEADING ==DT== BY ==WDT==.
      *
      ******************************************************
      *  THE SORTED EVENT BEING PRINTED. AT END OF FILE THE *
      *  POLICY IS SET TO HIGH-VALUES SO THE LAST DECK      *
      *  POLICY BREAKS.                                     *
      ******************************************************
       01  WS-SORTED-EVENT.
           05 WS-SE-POLICY-NUMBER       PIC X(10).
           05 WS-SE-EVENT-DATE          PIC X(08).
           05 WS-SE-SOURCE-RANK         PIC 9(01).
           05 WS-SE-SEQUENCE            PIC 9(09).
           05 WS-SE-DOSSIER-DETAIL      PIC X(150).
      *
       01  WS-SWITCHES.
           05 WS-EOF-DECK-FILE          PIC X(01) VALUE 'N'.
           05 WS-EOF-AUDIT-FILE         PIC X(01) VALUE 'N'.
           05 WS-EOF-EXCEPTION-FILE     PIC X(01) VALUE 'N'.
           05 WS-EOF-STATUS-FILE        PIC X(01) VALUE 'N'.
           05 WS-EOF-RECYCLE-FILE       PIC X(01) VALUE 'N'.
           05 WS-EOF-SUSPENSE-FILE      PIC X(01) VALUE 'N'.
           05 WS-EOF-WOFF-FILE          PIC X(01) VALUE 'N'.
           05 WS-EOF-CLOSED-FILE        PIC X(01) VALUE 'N'.
           05 WS-EOF-SORTED-DOSSIER     PIC X(01) VALUE 'N'.
           05 WS-ABORT-RUN              PIC X(01) VALUE 'N'.
           05 WS-ON-DECK                PIC X(01) VALUE 'N'.
           05 WS-SLOT-FOUND             PIC X(01) VALUE 'N'.
           05 WS-ENTRY-FOUND            PIC X(01) VALUE 'N'.
           05 WS-OPENING-FOUND          PIC X(01) VALUE 'N'.
           05 WS-USE-GENERATION         PIC X(01) VALUE 'N'.
           05 WS-USE-STATUS-GENERATION  PIC X(01) VALUE 'N'.
      *
       01  WS-DOSSIER-WORK.
           05 WS-DECK-SUB               PIC 9(05) VALUE ZERO.
           05 WS-SOURCE-RANK            PIC 9(01) VALUE ZERO.
           05 WS-EVENT-SEQUENCE         PIC 9(09) VALUE ZERO.
           05 WS-AUDIT-SOURCE           PIC X(08) VALUE SPACES.
           05 WS-NEWEST-GENERATION      PIC X(08) VALUE SPACES.
           05 WS-GENERATION-DATE        PIC X(08) VALUE SPACES.
           05 WS-LEFT-DATE              PIC X(08) VALUE SPACES.
           05 WS-STATUS-FROM-DATE       PIC X(08) VALUE SPACES.
           05 WS-SUSPENSE-FROM-DATE     PIC X(08) VALUE SPACES.
           05 WS-OVERFLOW-TABLE         PIC X(30) VALUE SPACES.
           05 WS-REJECT-REASON          PIC X(26) VALUE SPACES.
      *
       01  WS-DOSSIER-COUNTS.
           05 WS-DECK-CARDS-READ        PIC 9(07) VALUE ZERO.
           05 WS-DECK-CARDS-REJECTED    PIC 9(07) VALUE ZERO.
           05 WS-AUDIT-READ             PIC 9(09) VALUE ZERO.
           05 WS-ARCHIVE-READ           PIC 9(09) VALUE ZERO.
           05 WS-EXCEPTIONS-READ        PIC 9(09) VALUE ZERO.
           05 WS-STATUS-GENS-READ       PIC 9(07) VALUE ZERO.
           05 WS-RECYCLE-READ           PIC 9(09) VALUE ZERO.
           05 WS-SUSPENSE-GENS-READ     PIC 9(07) VALUE ZERO.
           05 WS-WRITE-OFFS-READ        PIC 9(09) VALUE ZERO.
           05 WS-CLOSED-ITEMS-READ      PIC 9(09) VALUE ZERO.
           05 WS-UNDATED-SKIPPED        PIC 9(09) VALUE ZERO.
           05 WS-EVENTS-REPORTED        PIC 9(09) VALUE ZERO.
           05 WS-POLICIES-WITH-EVENTS   PIC 9(07) VALUE ZERO.
           05 WS-POLICIES-NO-ACTIVITY   PIC 9(07) VALUE ZERO.
      *
       01  WS-REPORT-EDIT-FIELDS.
           05 WS-COUNT-LABEL            PIC X(27) VALUE SPACES.
           05 WS-COUNT-EDIT             PIC ZZZ,ZZZ,ZZ9.
           05 WS-HELD-FROM-DATE         PIC X(08) VALUE SPACES.
           05 WS-PREMIUM-EDIT           PIC Z,ZZZ,ZZ9.99.
           05 WS-LOW-EDIT               PIC Z,ZZZ,ZZ9.99.
           05 WS-HIGH-EDIT              PIC Z,ZZZ,ZZ9.99.
           05 WS-CARD-EDIT              PIC ZZZZZZ9.
      *
       01  WS-RUN-PARMS.
           05 WS-RUN-DATE               PIC X(08) VALUE SPACES.
           05 WS-FROM-DATE              PIC X(08) VALUE SPACES.
           05 WS-TO-DATE                PIC X(08) VALUE SPACES.
      *
       01  WS-END.
           05 FILLER                    PIC X(32) VALUE
           '** THIS IS END OF WS EXER30 **'.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZATION
           IF WS-ABORT-RUN = 'N'
               PERFORM 2000-SORT-DOSSIER-EVENTS
           END-IF
           IF WS-ABORT-RUN = 'N'
               PERFORM 3000-PRODUCE-DOSSIER
               PERFORM 5000-PRODUCE-SUMMARY
           END-IF
           IF WS-DECK-CARDS-REJECTED > ZERO
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 9999-END-OF-JOB
           GOBACK.
      *
       1000-INITIALIZATION.
           DISPLAY 'POLICY-DOSSIER'
           OPEN OUTPUT DOSSIER-REPORT-FILE
           OPEN OUTPUT DOSSIER-FILE
           PERFORM 1100-READ-CONTROL-CARD
           MOVE SPACES TO DOSSIER-REPORT-RECORD
           STRING 'EXER30 POLICY LIFECYCLE DOSSIER - RUN DATE '
               WS-RUN-DATE
               DELIMITED BY SIZE INTO DOSSIER-REPORT-RECORD
           END-STRING
           WRITE DOSSIER-REPORT-RECORD
           MOVE SPACES TO DOSSIER-REPORT-RECORD
           STRING 'EVENTS FROM ' WS-FROM-DATE ' TO ' WS-TO-DATE
               DELIMITED BY SIZE INTO DOSSIER-REPORT-RECORD
           END-STRING
           WRITE DOSSIER-REPORT-RECORD
           IF WS-ABORT-RUN = 'N'
               OPEN INPUT DECK-CARD-FILE
               PERFORM 1300-LOAD-DECK-CARD
                   UNTIL WS-EOF-DECK-FILE = 'Y'
               CLOSE DECK-CARD-FILE
           END-IF
           .
      *
      ******************************************************
      *  1100 - RUN DATE, THEN THE DATE RANGE. A BLANK FROM *
      *  DATE TAKES EVERYTHING ON FILE; A BLANK TO DATE     *
      *  RUNS TO THE RUN DATE.                              *
      ******************************************************
       1100-READ-CONTROL-CARD.
           OPEN INPUT SYSIN-FILE
           READ SYSIN-FILE
               AT END
                   MOVE SPACES TO SYSIN-RECORD
           END-READ
           MOVE SI-RUN-DATE TO WS-RUN-DATE
           MOVE SI-FROM-DATE TO WS-FROM-DATE
           MOVE SI-TO-DATE TO WS-TO-DATE
           IF WS-FROM-DATE = SPACES
               MOVE ZERO TO WS-FROM-DATE
           END-IF
           IF WS-TO-DATE = SPACES
               MOVE WS-RUN-DATE TO WS-TO-DATE
           END-IF
           EVALUATE TRUE
               WHEN WS-RUN-DATE NOT NUMERIC
                   DISPLAY 'EXER30 ABEND - RUN DATE ' WS-RUN-DATE
                       ' NOT NUMERIC, RUN ABORTED'
                   MOVE 16 TO RETURN-CODE
                   MOVE 'Y' TO WS-ABORT-RUN
               WHEN WS-FROM-DATE NOT NUMERIC
                   OR WS-TO-DATE NOT NUMERIC
                   DISPLAY 'EXER30 ABEND - DATE RANGE ' WS-FROM-DATE
                       ' TO ' WS-TO-DATE ' NOT NUMERIC, RUN ABORTED'
                   MOVE 16 TO RETURN-CODE
                   MOVE 'Y' TO WS-ABORT-RUN
               WHEN WS-FROM-DATE > WS-TO-DATE
                   DISPLAY 'EXER30 ABEND - FROM DATE ' WS-FROM-DATE
                       ' IS AFTER TO DATE ' WS-TO-DATE
                       ', RUN ABORTED'
                   MOVE 16 TO RETURN-CODE
                   MOVE 'Y' TO WS-ABORT-RUN
           END-EVALUATE
           CLOSE SYSIN-FILE
           .
      *
      ******************************************************
      *  1300 - EACH DECK CARD IS ONE POLICY. A BLANK CARD  *
      *  OR A POLICY ALREADY ON THE DECK IS REJECTED; THE   *
      *  REST ARE SLOTTED INTO POLICY ORDER.                *
      ******************************************************
       1300-LOAD-DECK-CARD.
           READ DECK-CARD-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-DECK-FILE
               NOT AT END
                   ADD 1 TO WS-DECK-CARDS-READ
                   PERFORM 1310-EDIT-DECK-CARD
           END-READ
           .
      *
       1310-EDIT-DECK-CARD.
           MOVE DK-POLICY-NUMBER TO WS-SK-POLICY-NUMBER
           PERFORM 2910-CHECK-DECK-POLICY
           EVALUATE TRUE
               WHEN DK-POLICY-NUMBER = SPACES
                   MOVE 'BLANK POLICY NUMBER'
                       TO WS-REJECT-REASON
                   PERFORM 1330-REJECT-DECK-CARD
               WHEN WS-ON-DECK = 'Y'
                   MOVE 'POLICY ALREADY ON THE DECK'
                       TO WS-REJECT-REASON
                   PERFORM 1330-REJECT-DECK-CARD
               WHEN DKT-ENTRY-COUNT >= 500
                   DISPLAY 'EXER30 ABEND - DECK HOLDS MORE THAN 500 '
                       'POLICIES, SPLIT THE DECK, RUN ABORTED'
                   MOVE 16 TO RETURN-CODE
                   MOVE 'Y' TO WS-ABORT-RUN
                   MOVE 'Y' TO WS-EOF-DECK-FILE
               WHEN OTHER
                   MOVE DKT-ENTRY-COUNT TO WS-DECK-SUB
                   ADD 1 TO DKT-ENTRY-COUNT
                   MOVE 'N' TO WS-SLOT-FOUND
                   PERFORM 1320-OPEN-DECK-SLOT
                       UNTIL WS-SLOT-FOUND = 'Y'
                   ADD 1 TO WS-DECK-SUB
                   MOVE DK-POLICY-NUMBER
                       TO DKT-POLICY-NUMBER(WS-DECK-SUB)
                   MOVE ZERO TO DKT-EVENT-COUNT(WS-DECK-SUB)
           END-EVALUATE
           .
      *
       1320-OPEN-DECK-SLOT.
           IF WS-DECK-SUB = ZERO
               MOVE 'Y' TO WS-SLOT-FOUND
           ELSE
               IF DKT-POLICY-NUMBER(WS-DECK-SUB) < DK-POLICY-NUMBER
                   MOVE 'Y' TO WS-SLOT-FOUND
               ELSE
                   MOVE DKT-ENTRY(WS-DECK-SUB)
                       TO DKT-ENTRY(WS-DECK-SUB + 1)
                   SUBTRACT 1 FROM WS-DECK-SUB
               END-IF
           END-IF
           .
      *
       1330-REJECT-DECK-CARD.
           ADD 1 TO WS-DECK-CARDS-REJECTED
           MOVE WS-DECK-CARDS-READ TO WS-CARD-EDIT
           MOVE SPACES TO DOSSIER-REPORT-RECORD
           STRING '*** DECK CARD ' WS-CARD-EDIT ' REJECTED - '
               WS-REJECT-REASON ' ' DK-POLICY-NUMBER
               DELIMITED BY SIZE INTO DOSSIER-REPORT-RECORD
           END-STRING
           WRITE DOSSIER-REPORT-RECORD
           .
      *
       2000-SORT-DOSSIER-EVENTS.
           SORT DOSSIER-SORT-FILE
               ON ASCENDING KEY DX-POLICY-NUMBER
                                DX-EVENT-DATE
                                DX-SOURCE-RANK
                                DX-SEQUENCE
               INPUT PROCEDURE IS 2100-GATHER-DOSSIER-EVENTS
               GIVING SORTED-DOSSIER-FILE
           .
      *
      ******************************************************
      *  2100 - ONE PASS OVER EACH SOURCE. ONLY RECORDS FOR *
      *  A DECK POLICY ARE KEPT. STATUS IMAGES, RECYCLE     *
      *  OVERRIDES AND SUSPENSE ITEMS ARE FIRST GATHERED    *
      *  INTO TABLES, AS THEIR EVENTS DEPEND ON EVERYTHING  *
      *  ON FILE FOR THE ITEM.                              *
      ******************************************************
       2100-GATHER-DOSSIER-EVENTS.
           IF DKT-ENTRY-COUNT > ZERO
               PERFORM 2200-GATHER-AUDIT-EVENTS
               PERFORM 2300-GATHER-EXCEPTION-EVENTS
               PERFORM 2400-GATHER-STATUS-EVENTS
           END-IF
           IF DKT-ENTRY-COUNT > ZERO
               AND WS-ABORT-RUN = 'N'
               PERFORM 2500-GATHER-RECYCLE-EVENTS
           END-IF
           IF DKT-ENTRY-COUNT > ZERO
               AND WS-ABORT-RUN = 'N'
               PERFORM 2600-GATHER-SUSPENSE-EVENTS
           END-IF
           IF WS-OVERFLOW-TABLE NOT = SPACES
               DISPLAY 'EXER30 ABEND - MORE ' WS-OVERFLOW-TABLE
                   ' THAN THE TABLE HOLDS'
               DISPLAY 'EXER30 ABEND - SPLIT THE DECK, RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-ABORT-RUN
           END-IF
           .
      *
      ******************************************************
      *  2200 - VALIDATION DECISIONS. THE ARCHIVE HOLDS THE *
      *  OLDER RECORDS, SO IT IS READ FIRST.                *
      ******************************************************
       2200-GATHER-AUDIT-EVENTS.
           MOVE 1 TO WS-SOURCE-RANK
           MOVE 'ARCHIVE' TO WS-AUDIT-SOURCE
           MOVE 'N' TO WS-EOF-AUDIT-FILE
           OPEN INPUT AUDIT-ARCHIVE-FILE
           PERFORM 2210-READ-ARCHIVE-RECORD
               UNTIL WS-EOF-AUDIT-FILE = 'Y'
           CLOSE AUDIT-ARCHIVE-FILE
           MOVE 'AUDIT' TO WS-AUDIT-SOURCE
           MOVE 'N' TO WS-EOF-AUDIT-FILE
           OPEN INPUT AUDIT-TRAIL-FILE
           PERFORM 2220-READ-AUDIT-RECORD
               UNTIL WS-EOF-AUDIT-FILE = 'Y'
           CLOSE AUDIT-TRAIL-FILE
           .
      *
       2210-READ-ARCHIVE-RECORD.
           READ AUDIT-ARCHIVE-FILE INTO WS-AUDIT-RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-AUDIT-FILE
               NOT AT END
                   ADD 1 TO WS-ARCHIVE-READ
                   PERFORM 2230-POST-AUDIT-EVENT
           END-READ
           .
      *
       2220-READ-AUDIT-RECORD.
           READ AUDIT-TRAIL-FILE INTO WS-AUDIT-RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-AUDIT-FILE
               NOT AT END
                   ADD 1 TO WS-AUDIT-READ
                   PERFORM 2230-POST-AUDIT-EVENT
           END-READ
           .
      *
       2230-POST-AUDIT-EVENT.
           MOVE WAU-POLICY-NUMBER TO WS-SK-POLICY-NUMBER
           PERFORM 2910-CHECK-DECK-POLICY
           IF WS-ON-DECK = 'Y'
               MOVE SPACES TO WS-DOSSIER-EVENT
               MOVE WAU-POLICY-NUMBER TO WDS-POLICY-NUMBER
               MOVE WAU-RUN-DATE TO WDS-EVENT-DATE
               MOVE WS-AUDIT-SOURCE TO WDS-EVENT-SOURCE
               IF WAU-PASS-FAIL = 'P'
                   MOVE 'VPAS' TO WDS-EVENT-CODE
                   MOVE 'VALIDATION PASSED' TO WDS-EVENT-TEXT
               ELSE
                   MOVE 'VREJ' TO WDS-EVENT-CODE
                   MOVE 'VALIDATION REJECTED' TO WDS-EVENT-TEXT
               END-IF
               MOVE WAU-REASON-CODE TO WDS-REASON-CODE
               MOVE WAU-PREMIUM-AMOUNT TO WDS-PREMIUM-AMOUNT
               MOVE WAU-LOW-BOUND TO WDS-LOW-BOUND
               MOVE WAU-HIGH-BOUND TO WDS-HIGH-BOUND
               MOVE WAU-BAND-SOURCE TO WDS-BAND-SOURCE
               MOVE WAU-RATE-VERSION TO WDS-RATE-VERSION
               STRING 'STATE ' WAU-STATE-CODE ' TYPE '
                   WAU-POLICY-TYPE
                   DELIMITED BY SIZE INTO WDS-REFERENCE
               END-STRING
               PERFORM 2900-RELEASE-DOSSIER-EVENT
           END-IF
           .
      *
      ******************************************************
      *  2300 - EVERY REJECT POSTED TO THE EXCEPTIONS       *
      *  DATASET, EXER00'S AND BILLING'S (R009) ALIKE.      *
      ******************************************************
       2300-GATHER-EXCEPTION-EVENTS.
           MOVE 2 TO WS-SOURCE-RANK
           OPEN INPUT EXCEPTION-FILE
           PERFORM 2310-READ-EXCEPTION-RECORD
               UNTIL WS-EOF-EXCEPTION-FILE = 'Y'
           CLOSE EXCEPTION-FILE
           .
      *
       2310-READ-EXCEPTION-RECORD.
           READ EXCEPTION-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-EXCEPTION-FILE
               NOT AT END
                   ADD 1 TO WS-EXCEPTIONS-READ
                   MOVE EX-POLICY-NUMBER TO WS-SK-POLICY-NUMBER
                   PERFORM 2910-CHECK-DECK-POLICY
                   IF WS-ON-DECK = 'Y'
                       MOVE SPACES TO WS-DOSSIER-EVENT
                       MOVE EX-POLICY-NUMBER TO WDS-POLICY-NUMBER
                       MOVE EX-RUN-DATE TO WDS-EVENT-DATE
                       MOVE 'EXCEPTN' TO WDS-EVENT-SOURCE
                       MOVE 'XREJ' TO WDS-EVENT-CODE
                       MOVE 'REJECT POSTED' TO WDS-EVENT-TEXT
                       MOVE EX-REASON-CODE TO WDS-REASON-CODE
                       MOVE EX-PREMIUM-AMOUNT TO WDS-PREMIUM-AMOUNT
                       MOVE ZERO TO WDS-LOW-BOUND
                       MOVE ZERO TO WDS-HIGH-BOUND
                       MOVE EX-REASON-TEXT TO WDS-REFERENCE
                       PERFORM 2900-RELEASE-DOSSIER-EVENT
                   END-IF
           END-READ
           .
      *
      ******************************************************
      *  2400 - STATIN IS THE STATUS MASTER GDG BASE, SO    *
      *  EVERY RETAINED GENERATION IS READ IN TURN. CONTROL *
      *  RECORDS ONLY COUNT THE GENERATIONS AND GIVE THE    *
      *  OLDEST ONE HELD; EACH DETAIL IMAGE NOT SEEN BEFORE *
      *  IS AN EVENT. AS IN 2610, DETAILS ARE TAKEN ONLY    *
      *  BETWEEN A DATED HEADER AND ITS PROOF RECORD, SO A  *
      *  GENERATION FROM BEFORE THE CONTROL RECORDS (NO     *
      *  HEADER) POSTS NOTHING.                             *
      ******************************************************
       2400-GATHER-STATUS-EVENTS.
           MOVE 3 TO WS-SOURCE-RANK
           OPEN INPUT STATUS-FILE
           PERFORM 2410-READ-STATUS-RECORD
               UNTIL WS-EOF-STATUS-FILE = 'Y'
           CLOSE STATUS-FILE
           .
      *
       2405-START-STATUS-GENERATION.
           ADD 1 TO WS-STATUS-GENS-READ
           IF XH-RUN-DATE NUMERIC
               MOVE 'Y' TO WS-USE-STATUS-GENERATION
               IF XH-RUN-DATE < WS-STATUS-FROM-DATE
                   OR WS-STATUS-FROM-DATE = SPACES
                   MOVE XH-RUN-DATE TO WS-STATUS-FROM-DATE
               END-IF
           ELSE
               MOVE 'N' TO WS-USE-STATUS-GENERATION
           END-IF
           .
      *
       2410-READ-STATUS-RECORD.
           READ STATUS-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-STATUS-FILE
               NOT AT END
                   EVALUATE TRUE
                       WHEN XH-CONTROL-KEY = LOW-VALUES
                           PERFORM 2405-START-STATUS-GENERATION
                       WHEN XT-CONTROL-KEY = HIGH-VALUES
                           IF XP-STATUS-CODE = '*'
                               MOVE 'N' TO WS-USE-STATUS-GENERATION
                           END-IF
                       WHEN WS-USE-STATUS-GENERATION = 'N'
                           CONTINUE
                       WHEN OTHER
                           MOVE XS-POLICY-NUMBER
                               TO WS-SK-POLICY-NUMBER
                           PERFORM 2910-CHECK-DECK-POLICY
                           IF WS-ON-DECK = 'Y'
                               PERFORM 2420-POST-STATUS-IMAGE
                           END-IF
                   END-EVALUATE
           END-READ
           .
      *
       2420-POST-STATUS-IMAGE.
           MOVE XS-POLICY-NUMBER TO WS-SI-POLICY-NUMBER
           MOVE XS-REASON-CODE TO WS-SI-REASON-CODE
           MOVE XS-DATE-OPENED TO WS-SI-DATE-OPENED
           MOVE XS-STATUS-CODE TO WS-SI-STATUS-CODE
           MOVE XS-ACTION-CODE TO WS-SI-ACTION-CODE
           MOVE XS-DATE-UPDATED TO WS-SI-DATE-UPDATED
           MOVE XS-WAIVER-EXPIRY-DATE TO WS-SI-EXPIRY-DATE
           MOVE 'N' TO WS-ENTRY-FOUND
           MOVE 'N' TO WS-OPENING-FOUND
           IF SIM-ENTRY-COUNT > ZERO
               SET SIM-IDX TO 1
               SEARCH SIM-ENTRY
                   WHEN SIM-ENTRY(SIM-IDX) = WS-STATUS-IMAGE
                       MOVE 'Y' TO WS-ENTRY-FOUND
               END-SEARCH
               SET SIM-IDX TO 1
               SEARCH SIM-ENTRY
                   WHEN SIM-OPEN-KEY(SIM-IDX) = WS-SI-OPEN-KEY
                       MOVE 'Y' TO WS-OPENING-FOUND
               END-SEARCH
           END-IF
           EVALUATE TRUE
               WHEN WS-ENTRY-FOUND = 'Y'
                   CONTINUE
               WHEN SIM-ENTRY-COUNT >= 5000
                   MOVE 'EXCEPTION STATUS CHANGES'
                       TO WS-OVERFLOW-TABLE
               WHEN OTHER
                   ADD 1 TO SIM-ENTRY-COUNT
                   MOVE WS-STATUS-IMAGE
                       TO SIM-ENTRY(SIM-ENTRY-COUNT)
                   IF WS-OPENING-FOUND = 'N'
                       PERFORM 2430-RELEASE-EXCEPTION-OPENED
                   END-IF
                   IF XS-STATUS-CODE NOT = 'O'
                       OR XS-DATE-UPDATED NOT = XS-DATE-OPENED
                       PERFORM 2440-RELEASE-STATUS-CHANGE
                   END-IF
           END-EVALUATE
           .
      *
       2430-RELEASE-EXCEPTION-OPENED.
           MOVE SPACES TO WS-DOSSIER-EVENT
           MOVE XS-POLICY-NUMBER TO WDS-POLICY-NUMBER
           MOVE XS-DATE-OPENED TO WDS-EVENT-DATE
           MOVE 'STATUS' TO WDS-EVENT-SOURCE
           MOVE 'EOPN' TO WDS-EVENT-CODE
           MOVE 'EXCEPTION OPENED' TO WDS-EVENT-TEXT
           MOVE XS-REASON-CODE TO WDS-REASON-CODE
           MOVE XS-ORIGINAL-PREMIUM TO WDS-PREMIUM-AMOUNT
           MOVE ZERO TO WDS-LOW-BOUND
           MOVE ZERO TO WDS-HIGH-BOUND
           MOVE 'O' TO WDS-STATUS-CODE
           PERFORM 2900-RELEASE-DOSSIER-EVENT
           .
      *
       2440-RELEASE-STATUS-CHANGE.
           MOVE SPACES TO WS-DOSSIER-EVENT
           MOVE XS-POLICY-NUMBER TO WDS-POLICY-NUMBER
           MOVE XS-DATE-UPDATED TO WDS-EVENT-DATE
           MOVE 'STATUS' TO WDS-EVENT-SOURCE
           MOVE XS-REASON-CODE TO WDS-REASON-CODE
           MOVE XS-ORIGINAL-PREMIUM TO WDS-PREMIUM-AMOUNT
           MOVE ZERO TO WDS-LOW-BOUND
           MOVE ZERO TO WDS-HIGH-BOUND
           MOVE XS-STATUS-CODE TO WDS-STATUS-CODE
           MOVE XS-ACTION-CODE TO WDS-ACTION-CODE
           EVALUATE XS-STATUS-CODE
               WHEN 'C'
                   MOVE 'ECOR' TO WDS-EVENT-CODE
                   MOVE 'EXCEPTION CORRECTED' TO WDS-EVENT-TEXT
                   MOVE XS-CORRECTED-PREMIUM TO WDS-PREMIUM-AMOUNT
                   MOVE 'CORRECTED PREMIUM KEYED'
                       TO WDS-REFERENCE
               WHEN 'W'
                   MOVE 'EWAV' TO WDS-EVENT-CODE
                   MOVE 'EXCEPTION WAIVED' TO WDS-EVENT-TEXT
                   STRING 'WAIVER EXPIRES ' XS-WAIVER-EXPIRY-DATE
                       DELIMITED BY SIZE INTO WDS-REFERENCE
                   END-STRING
               WHEN 'R'
                   MOVE 'EREV' TO WDS-EVENT-CODE
                   MOVE 'EXCEPTION REVALIDATED' TO WDS-EVENT-TEXT
                   IF XS-ACTION-CODE = 'C'
                       MOVE XS-CORRECTED-PREMIUM
                           TO WDS-PREMIUM-AMOUNT
                   END-IF
                   MOVE 'PASSED A LATER VALIDATION'
                       TO WDS-REFERENCE
               WHEN 'X'
                   MOVE 'ECLS' TO WDS-EVENT-CODE
                   MOVE 'EXCEPTION CLOSED' TO WDS-EVENT-TEXT
                   MOVE 'POLICY LEFT THE BOOK' TO WDS-REFERENCE
               WHEN OTHER
                   MOVE 'EREO' TO WDS-EVENT-CODE
                   MOVE 'EXCEPTION RE-OPENED' TO WDS-EVENT-TEXT
                   IF XS-WAIVER-EXPIRY-DATE NOT = SPACES
                       AND XS-WAIVER-EXPIRY-DATE NOT >
                           XS-DATE-UPDATED
                       STRING 'WAIVER EXPIRED '
                           XS-WAIVER-EXPIRY-DATE
                           DELIMITED BY SIZE INTO WDS-REFERENCE
                       END-STRING
                   ELSE
                       MOVE 'REJECTED AGAIN' TO WDS-REFERENCE
                   END-IF
           END-EVALUATE
           PERFORM 2900-RELEASE-DOSSIER-EVENT
           .
      *
      ******************************************************
      *  2500 - THE RECYCLE HISTORY (EVERY NIGHT'S RECYCLE  *
      *  FILE, APPENDED BY EXER02J). EACH OVERRIDE KEEPS    *
      *  ITS FIRST AND LAST NIGHT IN THE DATE RANGE.        *
      ******************************************************
       2500-GATHER-RECYCLE-EVENTS.
           MOVE 4 TO WS-SOURCE-RANK
           OPEN INPUT RECYCLE-FILE
           PERFORM 2510-READ-RECYCLE-RECORD
               UNTIL WS-EOF-RECYCLE-FILE = 'Y'
           CLOSE RECYCLE-FILE
           IF ROT-ENTRY-COUNT > ZERO
               PERFORM 2530-RELEASE-OVERRIDE
                   VARYING ROT-IDX FROM 1 BY 1
                   UNTIL ROT-IDX > ROT-ENTRY-COUNT
           END-IF
           .
      *
       2510-READ-RECYCLE-RECORD.
           READ RECYCLE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-RECYCLE-FILE
               NOT AT END
                   ADD 1 TO WS-RECYCLE-READ
                   MOVE RY-POLICY-NUMBER TO WS-SK-POLICY-NUMBER
                   PERFORM 2910-CHECK-DECK-POLICY
                   EVALUATE TRUE
                       WHEN WS-ON-DECK = 'N'
                           CONTINUE
                       WHEN RY-RUN-DATE NOT NUMERIC
                           ADD 1 TO WS-UNDATED-SKIPPED
                       WHEN RY-RUN-DATE < WS-FROM-DATE
                           OR RY-RUN-DATE > WS-TO-DATE
                           CONTINUE
                       WHEN OTHER
                           PERFORM 2520-POST-OVERRIDE
                   END-EVALUATE
           END-READ
           .
      *
       2520-POST-OVERRIDE.
           MOVE RY-POLICY-NUMBER TO WS-OK-POLICY-NUMBER
           MOVE RY-REASON-CODE TO WS-OK-REASON-CODE
           MOVE RY-ACTION-CODE TO WS-OK-ACTION-CODE
           MOVE RY-CORRECTED-PREMIUM TO WS-OK-CORRECTED-PREMIUM
           MOVE 'N' TO WS-ENTRY-FOUND
           IF ROT-ENTRY-COUNT > ZERO
               SET ROT-IDX TO 1
               SEARCH ROT-ENTRY
                   WHEN ROT-KEY(ROT-IDX) = WS-OVERRIDE-KEY
                       MOVE 'Y' TO WS-ENTRY-FOUND
               END-SEARCH
           END-IF
           EVALUATE TRUE
               WHEN WS-ENTRY-FOUND = 'Y'
                   IF RY-RUN-DATE < ROT-FIRST-DATE(ROT-IDX)
                       MOVE RY-RUN-DATE TO ROT-FIRST-DATE(ROT-IDX)
                   END-IF
                   IF RY-RUN-DATE > ROT-LAST-DATE(ROT-IDX)
                       MOVE RY-RUN-DATE TO ROT-LAST-DATE(ROT-IDX)
                   END-IF
               WHEN ROT-ENTRY-COUNT >= 5000
                   MOVE 'RECYCLE OVERRIDES' TO WS-OVERFLOW-TABLE
               WHEN OTHER
                   ADD 1 TO ROT-ENTRY-COUNT
                   MOVE WS-OVERRIDE-KEY TO ROT-KEY(ROT-ENTRY-COUNT)
                   MOVE RY-RUN-DATE
                       TO ROT-FIRST-DATE(ROT-ENTRY-COUNT)
                   MOVE RY-RUN-DATE
                       TO ROT-LAST-DATE(ROT-ENTRY-COUNT)
           END-EVALUATE
           .
      *
       2530-RELEASE-OVERRIDE.
           MOVE SPACES TO WS-DOSSIER-EVENT
           MOVE ROT-POLICY-NUMBER(ROT-IDX) TO WDS-POLICY-NUMBER
           MOVE ROT-FIRST-DATE(ROT-IDX) TO WDS-EVENT-DATE
           MOVE 'RECYCLE' TO WDS-EVENT-SOURCE
           MOVE 'ROVR' TO WDS-EVENT-CODE
           MOVE ROT-REASON-CODE(ROT-IDX) TO WDS-REASON-CODE
           MOVE ROT-CORRECTED-PREMIUM(ROT-IDX) TO WDS-PREMIUM-AMOUNT
           MOVE ZERO TO WDS-LOW-BOUND
           MOVE ZERO TO WDS-HIGH-BOUND
           MOVE ROT-ACTION-CODE(ROT-IDX) TO WDS-ACTION-CODE
           IF ROT-ACTION-CODE(ROT-IDX) = 'W'
               MOVE 'WAIVER OVERRIDE' TO WDS-EVENT-TEXT
           ELSE
               MOVE 'CORRECTION OVERRIDE' TO WDS-EVENT-TEXT
           END-IF
           STRING 'ISSUED NIGHTLY TO ' ROT-LAST-DATE(ROT-IDX)
               DELIMITED BY SIZE INTO WDS-REFERENCE
           END-STRING
           PERFORM 2900-RELEASE-DOSSIER-EVENT
           .
      *
      ******************************************************
      *  2600 - SUSPIN IS THE SUSPENSE GDG BASE. ONLY THE   *
      *  NIGHTLY EXER04 GENERATIONS ARE USED - THE EXER15   *
      *  CLEANUP AND CONVERSION GENERATIONS CARRY NOTHING   *
      *  THE NEXT EXER04 GENERATION DOES NOT. THEN THE      *
      *  WRITE-OFF AND CLOSED-ITEM HISTORY SAY WHY AN ITEM  *
      *  LEFT.                                              *
      ******************************************************
       2600-GATHER-SUSPENSE-EVENTS.
           MOVE 5 TO WS-SOURCE-RANK
           OPEN INPUT SUSPENSE-FILE
           PERFORM 2610-READ-SUSPENSE-RECORD
               UNTIL WS-EOF-SUSPENSE-FILE = 'Y'
           CLOSE SUSPENSE-FILE
           OPEN INPUT APPROVED-WOFF-FILE
           PERFORM 2640-READ-WRITE-OFF
               UNTIL WS-EOF-WOFF-FILE = 'Y'
           CLOSE APPROVED-WOFF-FILE
           OPEN INPUT CLOSED-ITEM-FILE
           PERFORM 2650-READ-CLOSED-ITEM
               UNTIL WS-EOF-CLOSED-FILE = 'Y'
           CLOSE CLOSED-ITEM-FILE
           IF GDT-ENTRY-COUNT > ZERO
               PERFORM VARYING GDT-IDX FROM 1 BY 1
                       UNTIL GDT-IDX > GDT-ENTRY-COUNT
                   IF GDT-RUN-DATE(GDT-IDX) > WS-NEWEST-GENERATION
                       OR WS-NEWEST-GENERATION = SPACES
                       MOVE GDT-RUN-DATE(GDT-IDX)
                           TO WS-NEWEST-GENERATION
                   END-IF
               END-PERFORM
           END-IF
           IF SIT-ENTRY-COUNT > ZERO
               PERFORM 2700-RELEASE-SUSPENSE-ITEM
                   VARYING SIT-IDX FROM 1 BY 1
                   UNTIL SIT-IDX > SIT-ENTRY-COUNT
           END-IF
           .
      *
       2610-READ-SUSPENSE-RECORD.
           READ SUSPENSE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SUSPENSE-FILE
               NOT AT END
                   EVALUATE TRUE
                       WHEN SH-CONTROL-KEY = LOW-VALUES
                           PERFORM 2620-START-GENERATION
                       WHEN ST-CONTROL-KEY = HIGH-VALUES
                           CONTINUE
                       WHEN WS-USE-GENERATION = 'N'
                           CONTINUE
                       WHEN OTHER
                           MOVE SP-POLICY-NUMBER
                               TO WS-SK-POLICY-NUMBER
                           PERFORM 2910-CHECK-DECK-POLICY
                           IF WS-ON-DECK = 'Y'
                               PERFORM 2630-POST-GENERATION-ITEM
                           END-IF
                   END-EVALUATE
           END-READ
           .
      *
       2620-START-GENERATION.
           ADD 1 TO WS-SUSPENSE-GENS-READ
           IF SH-CREATE-PROGRAM = 'EXER04'
               AND SH-RUN-DATE NUMERIC
               MOVE 'Y' TO WS-USE-GENERATION
               MOVE SH-RUN-DATE TO WS-GENERATION-DATE
               IF SH-RUN-DATE < WS-SUSPENSE-FROM-DATE
                   OR WS-SUSPENSE-FROM-DATE = SPACES
                   MOVE SH-RUN-DATE TO WS-SUSPENSE-FROM-DATE
               END-IF
               MOVE 'N' TO WS-ENTRY-FOUND
               IF GDT-ENTRY-COUNT > ZERO
                   SET GDT-IDX TO 1
                   SEARCH GDT-ENTRY
                       WHEN GDT-RUN-DATE(GDT-IDX) = SH-RUN-DATE
                           MOVE 'Y' TO WS-ENTRY-FOUND
                   END-SEARCH
               END-IF
               EVALUATE TRUE
                   WHEN WS-ENTRY-FOUND = 'Y'
                       CONTINUE
                   WHEN GDT-ENTRY-COUNT >= 1000
                       MOVE 'SUSPENSE GENERATIONS'
                           TO WS-OVERFLOW-TABLE
                   WHEN OTHER
                       ADD 1 TO GDT-ENTRY-COUNT
                       MOVE SH-RUN-DATE
                           TO GDT-RUN-DATE(GDT-ENTRY-COUNT)
               END-EVALUATE
           ELSE
               MOVE 'N' TO WS-USE-GENERATION
           END-IF
           .
      *
       2630-POST-GENERATION-ITEM.
           MOVE SP-POLICY-NUMBER TO WS-SK-POLICY-NUMBER
           MOVE SP-SOURCE-SIDE TO WS-SK-SOURCE-SIDE
           MOVE SP-DATE-ENTERED TO WS-SK-DATE-ENTERED
           MOVE SP-PREMIUM-AMOUNT TO WS-SK-PREMIUM-AMOUNT
           PERFORM 2920-FIND-SUSPENSE-ITEM
           IF WS-ENTRY-FOUND = 'Y'
               IF SIT-FIRST-GENERATION(SIT-IDX) = SPACES
                   OR WS-GENERATION-DATE < SIT-FIRST-GENERATION(SIT-IDX)
                   MOVE WS-GENERATION-DATE
                       TO SIT-FIRST-GENERATION(SIT-IDX)
               END-IF
               IF SIT-LAST-GENERATION(SIT-IDX) = SPACES
                   OR WS-GENERATION-DATE > SIT-LAST-GENERATION(SIT-IDX)
                   MOVE WS-GENERATION-DATE
                       TO SIT-LAST-GENERATION(SIT-IDX)
               END-IF
           END-IF
           .
      *
       2640-READ-WRITE-OFF.
           READ APPROVED-WOFF-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-WOFF-FILE
               NOT AT END
                   ADD 1 TO WS-WRITE-OFFS-READ
                   MOVE WO-POLICY-NUMBER TO WS-SK-POLICY-NUMBER
                   PERFORM 2910-CHECK-DECK-POLICY
                   IF WS-ON-DECK = 'Y'
                       MOVE WO-SOURCE-SIDE TO WS-SK-SOURCE-SIDE
                       MOVE WO-DATE-ENTERED TO WS-SK-DATE-ENTERED
                       MOVE WO-PREMIUM-AMOUNT
                           TO WS-SK-PREMIUM-AMOUNT
                       PERFORM 2920-FIND-SUSPENSE-ITEM
                       IF WS-ENTRY-FOUND = 'Y'
                           MOVE 'Y' TO SIT-WRITTEN-OFF(SIT-IDX)
                           MOVE WO-APPROVER-ID
                               TO SIT-APPROVER-ID(SIT-IDX)
                           MOVE WO-PROPOSED-DATE
                               TO SIT-PROPOSED-DATE(SIT-IDX)
                       END-IF
                   END-IF
           END-READ
           .
      *
       2650-READ-CLOSED-ITEM.
           READ CLOSED-ITEM-FILE INTO WS-SUSPENSE-RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-CLOSED-FILE
               NOT AT END
                   ADD 1 TO WS-CLOSED-ITEMS-READ
                   MOVE WSR-POLICY-NUMBER TO WS-SK-POLICY-NUMBER
                   PERFORM 2910-CHECK-DECK-POLICY
                   IF WS-ON-DECK = 'Y'
                       MOVE WSR-SOURCE-SIDE TO WS-SK-SOURCE-SIDE
                       MOVE WSR-DATE-ENTERED TO WS-SK-DATE-ENTERED
                       MOVE WSR-PREMIUM-AMOUNT
                           TO WS-SK-PREMIUM-AMOUNT
                       PERFORM 2920-FIND-SUSPENSE-ITEM
                       IF WS-ENTRY-FOUND = 'Y'
                           MOVE 'Y' TO SIT-CLOSED(SIT-IDX)
                       END-IF
                   END-IF
           END-READ
           .
      *
      ******************************************************
      *  2700 - THE ITEM WAS ENTERED ON ITS DATE ENTERED.   *
      *  IF IT IS MISSING FROM A LATER EXER04 GENERATION IT *
      *  LEFT ON THE FIRST SUCH GENERATION: BY A CLOSURE OR *
      *  WRITE-OFF IF ONE IS ON FILE, OTHERWISE BY A MATCH. *
      *  A WRITE-OFF STILL IN SUSPENSE IS APPROVED BUT NOT  *
      *  YET APPLIED. A WRITE-OFF OR CLOSURE OF AN ITEM ON  *
      *  NO RETAINED GENERATION IS SHOWN WITHOUT ITS DATE   *
      *  OF LEAVING, WHICH IS NO LONGER ON FILE.            *
      ******************************************************
       2700-RELEASE-SUSPENSE-ITEM.
           MOVE SPACES TO WS-DOSSIER-EVENT
           MOVE SIT-POLICY-NUMBER(SIT-IDX) TO WDS-POLICY-NUMBER
           MOVE 'SUSPENSE' TO WDS-EVENT-SOURCE
           MOVE SIT-PREMIUM-AMOUNT(SIT-IDX) TO WDS-PREMIUM-AMOUNT
           MOVE ZERO TO WDS-LOW-BOUND
           MOVE ZERO TO WDS-HIGH-BOUND
           MOVE SIT-SOURCE-SIDE(SIT-IDX) TO WDS-SOURCE-SIDE
           MOVE SIT-DATE-ENTERED(SIT-IDX) TO WDS-EVENT-DATE
           MOVE 'SENT' TO WDS-EVENT-CODE
           MOVE 'SUSPENSE ENTERED' TO WDS-EVENT-TEXT
           IF SIT-LAST-GENERATION(SIT-IDX) = WS-NEWEST-GENERATION
               AND WS-NEWEST-GENERATION NOT = SPACES
               STRING 'STILL IN SUSPENSE AT '
                   WS-NEWEST-GENERATION
                   DELIMITED BY SIZE INTO WDS-REFERENCE
               END-STRING
           END-IF
           PERFORM 2900-RELEASE-DOSSIER-EVENT
           MOVE SPACES TO WDS-REFERENCE
           EVALUATE TRUE
               WHEN SIT-LAST-GENERATION(SIT-IDX) = SPACES
                   PERFORM 2720-RELEASE-UNDATED-EXIT
               WHEN SIT-LAST-GENERATION(SIT-IDX) =
                       WS-NEWEST-GENERATION
                   IF SIT-WRITTEN-OFF(SIT-IDX) = 'Y'
                       MOVE 'WOFFHIST' TO WDS-EVENT-SOURCE
                       MOVE SIT-PROPOSED-DATE(SIT-IDX)
                           TO WDS-EVENT-DATE
                       MOVE 'WAPP' TO WDS-EVENT-CODE
                       MOVE 'WRITE-OFF APPROVED' TO WDS-EVENT-TEXT
                       STRING 'NOT YET APPLIED, BY '
                           SIT-APPROVER-ID(SIT-IDX)
                           DELIMITED BY SIZE INTO WDS-REFERENCE
                       END-STRING
                       PERFORM 2900-RELEASE-DOSSIER-EVENT
                   END-IF
               WHEN OTHER
                   PERFORM 2710-RELEASE-SUSPENSE-EXIT
           END-EVALUATE
           .
      *
       2710-RELEASE-SUSPENSE-EXIT.
           MOVE HIGH-VALUES TO WS-LEFT-DATE
           PERFORM VARYING GDT-IDX FROM 1 BY 1
                   UNTIL GDT-IDX > GDT-ENTRY-COUNT
               IF GDT-RUN-DATE(GDT-IDX) >
                       SIT-LAST-GENERATION(SIT-IDX)
                   AND GDT-RUN-DATE(GDT-IDX) < WS-LEFT-DATE
                   MOVE GDT-RUN-DATE(GDT-IDX) TO WS-LEFT-DATE
               END-IF
           END-PERFORM
           MOVE WS-LEFT-DATE TO WDS-EVENT-DATE
           EVALUATE TRUE
               WHEN SIT-CLOSED(SIT-IDX) = 'Y'
                   MOVE 'SCLS' TO WDS-EVENT-CODE
                   MOVE 'SUSPENSE CLOSED' TO WDS-EVENT-TEXT
                   MOVE 'POLICY DROPPED' TO WDS-REFERENCE
               WHEN SIT-WRITTEN-OFF(SIT-IDX) = 'Y'
                   MOVE 'SWOF' TO WDS-EVENT-CODE
                   MOVE 'SUSPENSE WRITTEN OFF' TO WDS-EVENT-TEXT
                   STRING 'APPROVED BY ' SIT-APPROVER-ID(SIT-IDX)
                       DELIMITED BY SIZE INTO WDS-REFERENCE
                   END-STRING
               WHEN OTHER
                   MOVE 'SMAT' TO WDS-EVENT-CODE
                   MOVE 'SUSPENSE MATCHED' TO WDS-EVENT-TEXT
                   MOVE 'CLEARED BY A MATCH' TO WDS-REFERENCE
           END-EVALUATE
           PERFORM 2900-RELEASE-DOSSIER-EVENT
           .
      *
       2720-RELEASE-UNDATED-EXIT.
           EVALUATE TRUE
               WHEN SIT-CLOSED(SIT-IDX) = 'Y'
                   MOVE 'CLSDHIST' TO WDS-EVENT-SOURCE
                   MOVE 'SCLS' TO WDS-EVENT-CODE
                   MOVE 'SUSPENSE CLOSED' TO WDS-EVENT-TEXT
                   MOVE 'POLICY DROPPED, DATE NOT HELD'
                       TO WDS-REFERENCE
                   PERFORM 2900-RELEASE-DOSSIER-EVENT
               WHEN SIT-WRITTEN-OFF(SIT-IDX) = 'Y'
                   MOVE 'WOFFHIST' TO WDS-EVENT-SOURCE
                   MOVE SIT-PROPOSED-DATE(SIT-IDX) TO WDS-EVENT-DATE
                   MOVE 'SWOF' TO WDS-EVENT-CODE
                   MOVE 'SUSPENSE WRITTEN OFF' TO WDS-EVENT-TEXT
                   STRING 'PROPOSAL DATE, BY '
                       SIT-APPROVER-ID(SIT-IDX)
                       DELIMITED BY SIZE INTO WDS-REFERENCE
                   END-STRING
                   PERFORM 2900-RELEASE-DOSSIER-EVENT
           END-EVALUATE
           .
      *
      ******************************************************
      *  2900 - AN EVENT IS KEPT ONLY IF IT IS DATED WITHIN *
      *  THE RANGE. UNDATED RECORDS (WRITTEN BEFORE THEIR   *
      *  DATE FIELD EXISTED) ARE COUNTED, NOT REPORTED.     *
      ******************************************************
       2900-RELEASE-DOSSIER-EVENT.
           MOVE 'D' TO WDS-RECORD-TYPE
           EVALUATE TRUE
               WHEN WDS-EVENT-DATE NOT NUMERIC
                   ADD 1 TO WS-UNDATED-SKIPPED
               WHEN WDS-EVENT-DATE < WS-FROM-DATE
                   OR WDS-EVENT-DATE > WS-TO-DATE
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-EVENT-SEQUENCE
                   MOVE WDS-POLICY-NUMBER TO DX-POLICY-NUMBER
                   MOVE WDS-EVENT-DATE TO DX-EVENT-DATE
                   MOVE WS-SOURCE-RANK TO DX-SOURCE-RANK
                   MOVE WS-EVENT-SEQUENCE TO DX-SEQUENCE
                   MOVE WS-DOSSIER-EVENT TO DX-DOSSIER-DETAIL
                   RELEASE DOSSIER-SORT-RECORD
           END-EVALUATE
           .
      *
       2910-CHECK-DECK-POLICY.
           MOVE 'N' TO WS-ON-DECK
           IF DKT-ENTRY-COUNT > ZERO
               SEARCH ALL DKT-ENTRY
                   WHEN DKT-POLICY-NUMBER(DKT-IDX) =
                           WS-SK-POLICY-NUMBER
                       MOVE 'Y' TO WS-ON-DECK
               END-SEARCH
           END-IF
           .
      *
       2920-FIND-SUSPENSE-ITEM.
           MOVE 'N' TO WS-ENTRY-FOUND
           IF SIT-ENTRY-COUNT > ZERO
               SET SIT-IDX TO 1
               SEARCH SIT-ENTRY
                   WHEN SIT-KEY(SIT-IDX) = WS-SUSPENSE-KEY
                       MOVE 'Y' TO WS-ENTRY-FOUND
               END-SEARCH
           END-IF
           IF WS-ENTRY-FOUND = 'N'
               IF SIT-ENTRY-COUNT >= 5000
                   MOVE 'SUSPENSE ITEMS' TO WS-OVERFLOW-TABLE
               ELSE
                   ADD 1 TO SIT-ENTRY-COUNT
                   SET SIT-IDX TO SIT-ENTRY-COUNT
                   MOVE WS-SUSPENSE-KEY TO SIT-KEY(SIT-IDX)
                   MOVE SPACES TO SIT-FIRST-GENERATION(SIT-IDX)
                   MOVE SPACES TO SIT-LAST-GENERATION(SIT-IDX)
                   MOVE 'N' TO SIT-WRITTEN-OFF(SIT-IDX)
                   MOVE SPACES TO SIT-APPROVER-ID(SIT-IDX)
                   MOVE SPACES TO SIT-PROPOSED-DATE(SIT-IDX)
                   MOVE 'N' TO SIT-CLOSED(SIT-IDX)
                   MOVE 'Y' TO WS-ENTRY-FOUND
               END-IF
           END-IF
           .
      *
      ******************************************************
      *  3000 - WALK THE DECK IN POLICY ORDER AGAINST THE   *
      *  SORTED EVENTS. EVERY DECK POLICY GETS A HEADING    *
      *  AND EITHER ITS EVENTS OR A NO ACTIVITY FOUND LINE, *
      *  ON THE REPORT AND ON THE DOSSIER FILE ALIKE.       *
      ******************************************************
       3000-PRODUCE-DOSSIER.
           MOVE SPACES TO WS-DOSSIER-HEADER
           MOVE 'H' TO WDH-RECORD-TYPE
           MOVE WS-RUN-DATE TO WDH-RUN-DATE
           MOVE WS-FROM-DATE TO WDH-FROM-DATE
           MOVE WS-TO-DATE TO WDH-TO-DATE
           MOVE DKT-ENTRY-COUNT TO WDH-POLICY-COUNT
           MOVE WS-STATUS-FROM-DATE TO WDH-STATUS-FROM-DATE
           MOVE WS-SUSPENSE-FROM-DATE TO WDH-SUSPENSE-FROM-DATE
           WRITE DOSSIER-RECORD FROM WS-DOSSIER-HEADER
           OPEN INPUT SORTED-DOSSIER-FILE
           PERFORM 3100-READ-SORTED-EVENT
           IF DKT-ENTRY-COUNT > ZERO
               PERFORM 3200-PRODUCE-POLICY-DOSSIER
                   VARYING DKT-IDX FROM 1 BY 1
                   UNTIL DKT-IDX > DKT-ENTRY-COUNT
           END-IF
           CLOSE SORTED-DOSSIER-FILE
           MOVE SPACES TO WS-DOSSIER-TRAILER
           MOVE 'T' TO WDT-RECORD-TYPE
           MOVE DKT-ENTRY-COUNT TO WDT-POLICY-COUNT
           MOVE WS-EVENTS-REPORTED TO WDT-EVENT-COUNT
           MOVE WS-POLICIES-NO-ACTIVITY TO WDT-NO-ACTIVITY-COUNT
           WRITE DOSSIER-RECORD FROM WS-DOSSIER-TRAILER
           .
      *
       3100-READ-SORTED-EVENT.
           READ SORTED-DOSSIER-FILE INTO WS-SORTED-EVENT
               AT END
                   MOVE 'Y' TO WS-EOF-SORTED-DOSSIER
                   MOVE HIGH-VALUES TO WS-SE-POLICY-NUMBER
           END-READ
           .
      *
       3200-PRODUCE-POLICY-DOSSIER.
           MOVE SPACES TO DOSSIER-REPORT-RECORD
           WRITE DOSSIER-REPORT-RECORD
           MOVE SPACES TO DOSSIER-REPORT-RECORD
           STRING 'POLICY ' DKT-POLICY-NUMBER(DKT-IDX)
               DELIMITED BY SIZE INTO DOSSIER-REPORT-RECORD
           END-STRING
           WRITE DOSSIER-REPORT-RECORD
           MOVE SPACES TO DOSSIER-REPORT-RECORD
           STRING '  DATE     SOURCE   EVENT                  RSN '
               '     PREMIUM S'
               DELIMITED BY SIZE INTO DOSSIER-REPORT-RECORD
           END-STRING
           WRITE DOSSIER-REPORT-RECORD
           PERFORM 3300-PRINT-DOSSIER-EVENT
               UNTIL WS-SE-POLICY-NUMBER NOT =
                   DKT-POLICY-NUMBER(DKT-IDX)
           IF DKT-EVENT-COUNT(DKT-IDX) = ZERO
               ADD 1 TO WS-POLICIES-NO-ACTIVITY
               MOVE SPACES TO DOSSIER-REPORT-RECORD
               STRING '  NO ACTIVITY FOUND FROM ' WS-FROM-DATE
                   ' TO ' WS-TO-DATE
                   DELIMITED BY SIZE INTO DOSSIER-REPORT-RECORD
               END-STRING
               WRITE DOSSIER-REPORT-RECORD
               MOVE SPACES TO WS-DOSSIER-EVENT
               MOVE 'N' TO WDS-RECORD-TYPE
               MOVE DKT-POLICY-NUMBER(DKT-IDX) TO WDS-POLICY-NUMBER
               MOVE 'NO ACTIVITY FOUND' TO WDS-EVENT-TEXT
               MOVE ZERO TO WDS-PREMIUM-AMOUNT
               MOVE ZERO TO WDS-LOW-BOUND
               MOVE ZERO TO WDS-HIGH-BOUND
               WRITE DOSSIER-RECORD FROM WS-DOSSIER-EVENT
           ELSE
               ADD 1 TO WS-POLICIES-WITH-EVENTS
           END-IF
           .
      *
      ******************************************************
      *  3300 - ONE LINE PER EVENT; A SECOND LINE CARRIES   *
      *  THE BAND FOR A VALIDATION DECISION, OR THE         *
      *  REFERENCE FOR ANY OTHER EVENT THAT HAS ONE.        *
      ******************************************************
       3300-PRINT-DOSSIER-EVENT.
           MOVE WS-SE-DOSSIER-DETAIL TO WS-DOSSIER-EVENT
           ADD 1 TO DKT-EVENT-COUNT(DKT-IDX)
           ADD 1 TO WS-EVENTS-REPORTED
           WRITE DOSSIER-RECORD FROM WS-DOSSIER-EVENT
           MOVE WDS-PREMIUM-AMOUNT TO WS-PREMIUM-EDIT
           MOVE SPACES TO DOSSIER-REPORT-RECORD
           STRING '  ' WDS-EVENT-DATE ' ' WDS-EVENT-SOURCE ' '
               WDS-EVENT-TEXT ' ' WDS-REASON-CODE ' '
               WS-PREMIUM-EDIT ' ' WDS-SOURCE-SIDE
               DELIMITED BY SIZE INTO DOSSIER-REPORT-RECORD
           END-STRING
           WRITE DOSSIER-REPORT-RECORD
           MOVE SPACES TO DOSSIER-REPORT-RECORD
           IF WDS-EVENT-CODE = 'VPAS' OR WDS-EVENT-CODE = 'VREJ'
               MOVE WDS-LOW-BOUND TO WS-LOW-EDIT
               MOVE WDS-HIGH-BOUND TO WS-HIGH-EDIT
               STRING '             BAND ' WS-LOW-EDIT ' -'
                   WS-HIGH-EDIT ' SRC ' WDS-BAND-SOURCE
                   ' VER ' WDS-RATE-VERSION ' '
                   WDS-REFERENCE
                   DELIMITED BY SIZE INTO DOSSIER-REPORT-RECORD
               END-STRING
               WRITE DOSSIER-REPORT-RECORD
           ELSE
               IF WDS-REFERENCE NOT = SPACES
                   STRING '             ' WDS-REFERENCE
                       DELIMITED BY SIZE INTO DOSSIER-REPORT-RECORD
                   END-STRING
                   WRITE DOSSIER-REPORT-RECORD
               END-IF
           END-IF
           PERFORM 3100-READ-SORTED-EVENT
           .
      *
       5000-PRODUCE-SUMMARY.
           MOVE SPACES TO DOSSIER-REPORT-RECORD
           WRITE DOSSIER-REPORT-RECORD
           MOVE 'DECK CARDS READ..........: ' TO WS-COUNT-LABEL
           MOVE WS-DECK-CARDS-READ TO WS-COUNT-EDIT
           PERFORM 5100-WRITE-COUNT-LINE
           MOVE 'DECK CARDS REJECTED......: ' TO WS-COUNT-LABEL
           MOVE WS-DECK-CARDS-REJECTED TO WS-COUNT-EDIT
           PERFORM 5100-WRITE-COUNT-LINE
           MOVE 'POLICIES SEARCHED........: ' TO WS-COUNT-LABEL
           MOVE DKT-ENTRY-COUNT TO WS-COUNT-EDIT
           PERFORM 5100-WRITE-COUNT-LINE
           MOVE 'POLICIES WITH ACTIVITY...: ' TO WS-COUNT-LABEL
           MOVE WS-POLICIES-WITH-EVENTS TO WS-COUNT-EDIT
           PERFORM 5100-WRITE-COUNT-LINE
           MOVE 'POLICIES - NO ACTIVITY...: ' TO WS-COUNT-LABEL
           MOVE WS-POLICIES-NO-ACTIVITY TO WS-COUNT-EDIT
           PERFORM 5100-WRITE-COUNT-LINE
           MOVE 'EVENTS REPORTED..........: ' TO WS-COUNT-LABEL
           MOVE WS-EVENTS-REPORTED TO WS-COUNT-EDIT
           PERFORM 5100-WRITE-COUNT-LINE
           MOVE 'AUDIT TRAIL READ.........: ' TO WS-COUNT-LABEL
           MOVE WS-AUDIT-READ TO WS-COUNT-EDIT
           PERFORM 5100-WRITE-COUNT-LINE
           MOVE 'AUDIT ARCHIVE READ.......: ' TO WS-COUNT-LABEL
           MOVE WS-ARCHIVE-READ TO WS-COUNT-EDIT
           PERFORM 5100-WRITE-COUNT-LINE
           MOVE 'EXCEPTIONS READ..........: ' TO WS-COUNT-LABEL
           MOVE WS-EXCEPTIONS-READ TO WS-COUNT-EDIT
           PERFORM 5100-WRITE-COUNT-LINE
           MOVE 'STATUS GENERATIONS READ..: ' TO WS-COUNT-LABEL
           MOVE WS-STATUS-GENS-READ TO WS-COUNT-EDIT
           PERFORM 5100-WRITE-COUNT-LINE
           MOVE 'RECYCLE HISTORY READ.....: ' TO WS-COUNT-LABEL
           MOVE WS-RECYCLE-READ TO WS-COUNT-EDIT
           PERFORM 5100-WRITE-COUNT-LINE
           MOVE 'SUSPENSE GENERATIONS READ: ' TO WS-COUNT-LABEL
           MOVE WS-SUSPENSE-GENS-READ TO WS-COUNT-EDIT
           PERFORM 5100-WRITE-COUNT-LINE
           MOVE '  EXER04 RUN DATES USED..: ' TO WS-COUNT-LABEL
           MOVE GDT-ENTRY-COUNT TO WS-COUNT-EDIT
           PERFORM 5100-WRITE-COUNT-LINE
           MOVE 'WRITE-OFF HISTORY READ...: ' TO WS-COUNT-LABEL
           MOVE WS-WRITE-OFFS-READ TO WS-COUNT-EDIT
           PERFORM 5100-WRITE-COUNT-LINE
           MOVE 'CLOSED ITEMS READ........: ' TO WS-COUNT-LABEL
           MOVE WS-CLOSED-ITEMS-READ TO WS-COUNT-EDIT
           PERFORM 5100-WRITE-COUNT-LINE
           MOVE 'UNDATED RECORDS SKIPPED..: ' TO WS-COUNT-LABEL
           MOVE WS-UNDATED-SKIPPED TO WS-COUNT-EDIT
           PERFORM 5100-WRITE-COUNT-LINE
           MOVE 'STATUS MASTER HELD FROM..: ' TO WS-COUNT-LABEL
           MOVE WS-STATUS-FROM-DATE TO WS-HELD-FROM-DATE
           PERFORM 5200-WRITE-DATE-LINE
           MOVE 'SUSPENSE HELD FROM.......: ' TO WS-COUNT-LABEL
           MOVE WS-SUSPENSE-FROM-DATE TO WS-HELD-FROM-DATE
           PERFORM 5200-WRITE-DATE-LINE
           .
      *
       5100-WRITE-COUNT-LINE.
           MOVE SPACES TO DOSSIER-REPORT-RECORD
           STRING WS-COUNT-LABEL WS-COUNT-EDIT
               DELIMITED BY SIZE INTO DOSSIER-REPORT-RECORD
           END-STRING
           WRITE DOSSIER-REPORT-RECORD
           .
      *
       5200-WRITE-DATE-LINE.
           IF WS-HELD-FROM-DATE = SPACES
               MOVE '    NONE' TO WS-HELD-FROM-DATE
           END-IF
           MOVE SPACES TO DOSSIER-REPORT-RECORD
           STRING WS-COUNT-LABEL '   ' WS-HELD-FROM-DATE
               DELIMITED BY SIZE INTO DOSSIER-REPORT-RECORD
           END-STRING
           WRITE DOSSIER-REPORT-RECORD
           .
      *
       9999-END-OF-JOB.
           CLOSE DOSSIER-REPORT-FILE
           CLOSE DOSSIER-FILE
           DISPLAY 'POLICY-DOSSIER'
           .
