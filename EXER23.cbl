       IDENTIFICATION DIVISION.
       PROGRAM-ID.  EXER23.
      ******************************************************
      *  DUPLICATE-COVERAGE DETECTION ON INSURED NAME      *
      *  READS THE NIGHTLY POLICY EXTRACT AND GROUPS THE   *
      *  IN-FORCE POLICIES BY NORMALIZED INSURED NAME,     *
      *  STATE CODE AND POLICY TYPE. THE NAME IS UPPER     *
      *  CASED, PUNCTUATION IS DROPPED, RUNS OF SPACES     *
      *  COLLAPSE TO ONE, AND TRAILING COMPANY SUFFIXES    *
      *  (INC, LLC, CORP AND THE LIKE) ARE STRIPPED. A     *
      *  POLICY'S TERM RUNS FROM ITS EFFECTIVE DATE FOR    *
      *  THE SYSIN TERM MONTHS; IT IS IN FORCE UNTIL THE   *
      *  TERM ENDS. ANY TWO POLICIES IN A GROUP WHOSE      *
      *  TERMS OVERLAP ARE A DUPLICATE-COVERAGE SUSPECT.   *
      *  SUSPECTS ARE CARRIED ON THE SUSPECT MASTER (GDG,  *
      *  SEE DUPSREC). UNDERWRITING'S DISPOSITION CARDS    *
      *  ARE APPLIED TO THE OLD GENERATION FIRST: A        *
      *  CLEARED PAIR IS NEVER REPORTED AGAIN, A CONFIRMED *
      *  PAIR IS REPORTED UNTIL ONE POLICY LEAVES FORCE.   *
      *  NEW SUSPECTS OR REJECTED CARDS END THE JOB RC=4.  *
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLICY-MASTER-FILE ASSIGN TO POLICYIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT OLD-SUSPECT-FILE ASSIGN TO DUPIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT NEW-SUSPECT-FILE ASSIGN TO DUPOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT DISPOSITION-CARD-FILE ASSIGN TO DUPCARD
               ORGANIZATION IS SEQUENTIAL.
           SELECT SUSPECT-REPORT-FILE ASSIGN TO DUPRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT SYSIN-FILE ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL.
           SELECT NAME-SORT-FILE ASSIGN TO SORTNM.
           SELECT SORTED-NAME-FILE ASSIGN TO NAMESRT
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  POLICY-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY POLICYM.
      *
       FD  OLD-SUSPECT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DUPSREC.
      *
       FD  NEW-SUSPECT-FILE
           LABEL RECORDS ARE STANDARD.
       01  NEW-SUSPECT-RECORD            PIC X(120).
      *
       FD  DISPOSITION-CARD-FILE
           LABEL RECORDS ARE STANDARD.
       01  DISPOSITION-CARD-RECORD.
           05  DC-POLICY-NUMBER-1        PIC X(10).
           05  DC-POLICY-NUMBER-2        PIC X(10).
           05  DC-ACTION-CODE            PIC X(01).
           05  DC-USER-ID                PIC X(08).
           05  FILLER                    PIC X(51).
      *
       FD  SUSPECT-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  SUSPECT-REPORT-RECORD         PIC X(80).
      *
       FD  SYSIN-FILE
           LABEL RECORDS ARE STANDARD.
       01  SYSIN-RECORD.
           05  SI-RUN-DATE               PIC X(08).
           05  SI-TERM-MONTHS            PIC X(02).
           05  FILLER                    PIC X(70).
      *
       FD  RUN-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       COPY RUNLOG.
      *
      ******************************************************
      *  IN-FORCE POLICY SORT RECORD. NAME, STATE AND TYPE  *
      *  FORM THE GROUP; EFFECTIVE DATE ORDERS THE GROUP SO *
      *  ONLY LATER POLICIES NEED TESTING FOR OVERLAP.      *
      ******************************************************
       SD  NAME-SORT-FILE.
       01  NAME-SORT-RECORD.
           05  NS-INSURED-NAME           PIC X(30).
           05  NS-STATE-CODE             PIC X(02).
           05  NS-POLICY-TYPE            PIC X(02).
           05  NS-EFFECTIVE-DATE         PIC X(08).
           05  NS-POLICY-NUMBER          PIC X(10).
           05  NS-TERM-END-DATE          PIC X(08).
           05  NS-PREMIUM-AMOUNT         PIC 9(7)V99.
      *
       FD  SORTED-NAME-FILE
           LABEL RECORDS ARE STANDARD.
       01  SORTED-NAME-RECORD.
           05  SN-INSURED-NAME           PIC X(30).
           05  SN-STATE-CODE             PIC X(02).
           05  SN-POLICY-TYPE            PIC X(02).
           05  SN-EFFECTIVE-DATE         PIC X(08).
           05  SN-POLICY-NUMBER          PIC X(10).
           05  SN-TERM-END-DATE          PIC X(08).
           05  SN-PREMIUM-AMOUNT         PIC 9(7)V99.
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-BEG.
           05 FILLER                    PIC X(32) VALUE
           '** THIS IS BEGIN OF WS EXER23 **'.
      *
      ******************************************************
      *  THE SUSPECT MASTER, HELD WHOLE SO THE DISPOSITION  *
      *  CARDS AND TONIGHT'S PAIRS CAN BE MATCHED IN ANY    *
      *  ORDER. SUS-SEEN MARKS THE PAIRS FOUND AGAIN        *
      *  TONIGHT - ONLY THOSE GO TO THE NEW GENERATION.     *
      ******************************************************
       01  SUSPECT-TABLE.
           05 SUS-ENTRY-COUNT           PIC 9(04) VALUE ZERO.
           05 SUS-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON SUS-ENTRY-COUNT
                   INDEXED BY SUS-IDX.
               10 SUS-POLICY-NUMBER-1   PIC X(10).
               10 SUS-POLICY-NUMBER-2   PIC X(10).
               10 SUS-INSURED-NAME      PIC X(30).
               10 SUS-STATE-CODE        PIC X(02).
               10 SUS-POLICY-TYPE       PIC X(02).
               10 SUS-EFFECTIVE-DATE-1  PIC X(08).
               10 SUS-EFFECTIVE-DATE-2  PIC X(08).
               10 SUS-PREMIUM-1         PIC 9(7)V99.
               10 SUS-PREMIUM-2         PIC 9(7)V99.
               10 SUS-STATUS-CODE       PIC X(01).
               10 SUS-DATE-FOUND        PIC X(08).
               10 SUS-DATE-DISPOSED     PIC X(08).
               10 SUS-DISPOSED-BY       PIC X(08).
               10 SUS-SEEN              PIC X(01).
      *
      ******************************************************
      *  ONE NAME/STATE/TYPE GROUP FROM THE SORTED FILE,    *
      *  IN EFFECTIVE DATE ORDER.                           *
      ******************************************************
       01  GROUP-TABLE.
           05 GRP-ENTRY-COUNT           PIC 9(03) VALUE ZERO.
           05 GRP-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON GRP-ENTRY-COUNT
                   INDEXED BY GRP-IDX GRP-IDX-2.
               10 GRP-POLICY-NUMBER     PIC X(10).
               10 GRP-EFFECTIVE-DATE    PIC X(08).
               10 GRP-TERM-END-DATE     PIC X(08).
               10 GRP-PREMIUM-AMOUNT    PIC 9(7)V99.
      *
       01  SUFFIX-TABLE.
           05 SFX-ENTRY OCCURS 12 TIMES
                   INDEXED BY SFX-IDX.
               10 SFX-WORD              PIC X(12).
      *
       01  WS-GROUP-KEY.
           05 WS-GROUP-NAME             PIC X(30) VALUE SPACES.
           05 WS-GROUP-STATE-CODE       PIC X(02) VALUE SPACES.
           05 WS-GROUP-POLICY-TYPE      PIC X(02) VALUE SPACES.
      *
       01  WS-PAIR.
           05 WS-PAIR-POLICY-1          PIC X(10) VALUE SPACES.
           05 WS-PAIR-POLICY-2          PIC X(10) VALUE SPACES.
           05 WS-PAIR-EFFECTIVE-1       PIC X(08) VALUE SPACES.
           05 WS-PAIR-EFFECTIVE-2       PIC X(08) VALUE SPACES.
           05 WS-PAIR-PREMIUM-1         PIC 9(7)V99 VALUE ZERO.
           05 WS-PAIR-PREMIUM-2         PIC 9(7)V99 VALUE ZERO.
           05 WS-PAIR-STATUS-TEXT       PIC X(09) VALUE SPACES.
      *
      ******************************************************
      *  NAME NORMALIZATION WORK AREA                       *
      ******************************************************
       01  WS-NAME-WORK.
           05 WS-NORM-IN                PIC X(30) VALUE SPACES.
           05 WS-NORM-OUT               PIC X(30) VALUE SPACES.
           05 WS-NORM-CHAR              PIC X(01) VALUE SPACE.
           05 WS-NORM-LEN               PIC 9(02) VALUE ZERO.
           05 WS-CHAR-SUB               PIC 9(02) VALUE ZERO.
           05 WS-SPACE-POS              PIC 9(02) VALUE ZERO.
           05 WS-LAST-WORD              PIC X(30) VALUE SPACES.
           05 WS-LAST-WAS-SPACE         PIC X(01) VALUE 'Y'.
           05 WS-SUFFIX-DONE            PIC X(01) VALUE 'N'.
      *
       01  WS-TERM-WORK.
           05 WS-TERM-MONTHS            PIC 9(02) VALUE 12.
           05 WS-EFF-DATE               PIC X(08) VALUE SPACES.
           05 WS-EFF-DATE-N REDEFINES WS-EFF-DATE.
               10 WS-EFF-YEAR           PIC 9(04).
               10 WS-EFF-MONTH          PIC 9(02).
               10 WS-EFF-DAY            PIC 9(02).
           05 WS-END-DATE               PIC X(08) VALUE SPACES.
           05 WS-END-DATE-N REDEFINES WS-END-DATE.
               10 WS-END-YEAR           PIC 9(04).
               10 WS-END-MONTH          PIC 9(02).
               10 WS-END-DAY            PIC 9(02).
           05 WS-MONTH-COUNT            PIC 9(04) VALUE ZERO.
           05 WS-YEAR-COUNT             PIC 9(04) VALUE ZERO.
      *
       COPY DUPSREC REPLACING ==DUPLICATE-SUSPECT-RECORD==
                    BY ==WS-SUSPECT-RECORD==
                    LEADING ==DU== BY ==WDU==.
      *
       01  WS-SWITCHES.
           05 WS-EOF-POLICY-FILE        PIC X(01) VALUE 'N'.
           05 WS-EOF-OLD-SUSPECT        PIC X(01) VALUE 'N'.
           05 WS-EOF-CARD-FILE          PIC X(01) VALUE 'N'.
           05 WS-EOF-SORTED-NAME        PIC X(01) VALUE 'N'.
           05 WS-ABORT-RUN              PIC X(01) VALUE 'N'.
           05 WS-SUSPECT-FOUND          PIC X(01) VALUE 'N'.
           05 WS-OVERFLOW-WARNED        PIC X(01) VALUE 'N'.
      *
       01  WS-SUSPECT-COUNTS.
           05 WS-DETAILS-READ           PIC 9(09) VALUE ZERO.
           05 WS-POLICIES-IN-FORCE      PIC 9(09) VALUE ZERO.
           05 WS-POLICIES-OUT-OF-FORCE  PIC 9(09) VALUE ZERO.
           05 WS-POLICIES-BAD-DATE      PIC 9(09) VALUE ZERO.
           05 WS-POLICIES-NO-NAME       PIC 9(09) VALUE ZERO.
           05 WS-GROUPS-OVERFLOWED      PIC 9(09) VALUE ZERO.
           05 WS-PAIRS-FOUND            PIC 9(09) VALUE ZERO.
           05 WS-SUSPECTS-NEW           PIC 9(09) VALUE ZERO.
           05 WS-SUSPECTS-OPEN          PIC 9(09) VALUE ZERO.
           05 WS-SUSPECTS-CONFIRMED     PIC 9(09) VALUE ZERO.
           05 WS-SUSPECTS-CLEARED       PIC 9(09) VALUE ZERO.
           05 WS-SUSPECTS-NOT-HELD      PIC 9(09) VALUE ZERO.
           05 WS-SUSPECTS-CARRIED       PIC 9(09) VALUE ZERO.
           05 WS-SUSPECTS-RETIRED       PIC 9(09) VALUE ZERO.
           05 WS-CARDS-READ             PIC 9(07) VALUE ZERO.
           05 WS-CARDS-APPLIED          PIC 9(07) VALUE ZERO.
           05 WS-CARDS-REJECTED         PIC 9(07) VALUE ZERO.
      *
       01  WS-REPORT-EDIT-FIELDS.
           05 WS-COUNT-LABEL            PIC X(27) VALUE SPACES.
           05 WS-COUNT-EDIT             PIC ZZZ,ZZZ,ZZ9.
           05 WS-PREMIUM-EDIT-1         PIC Z,ZZZ,ZZ9.99.
           05 WS-PREMIUM-EDIT-2         PIC Z,ZZZ,ZZ9.99.
           05 WS-REJECT-REASON          PIC X(30) VALUE SPACES.
      *
       01  WS-RUN-PARMS.
           05 WS-RUN-DATE               PIC X(08) VALUE SPACES.
      *
       01  WS-END.
           05 FILLER                    PIC X(32) VALUE
           '** THIS IS END OF WS EXER23 **'.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZATION
           IF WS-ABORT-RUN = 'N'
               PERFORM 2000-LOAD-SUSPECT-TABLE
           END-IF
           IF WS-ABORT-RUN = 'N'
               PERFORM 2500-APPLY-DISPOSITION-CARDS
               PERFORM 3000-SORT-IN-FORCE-POLICIES
               PERFORM 4000-FIND-DUPLICATE-COVERAGE
               PERFORM 5000-WRITE-SUSPECT-FILE
               PERFORM 6000-PRODUCE-SUSPECT-SUMMARY
               IF (WS-SUSPECTS-NEW > ZERO
                   OR WS-CARDS-REJECTED > ZERO)
                   AND RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM 9999-END-OF-JOB
           GOBACK.
      *
       1000-INITIALIZATION.
           DISPLAY 'DUPLICATE-COVERAGE'
           PERFORM 1100-READ-CONTROL-CARD
           PERFORM 1200-PRIME-SUFFIX-TABLE
           OPEN OUTPUT SUSPECT-REPORT-FILE
           MOVE SPACES TO SUSPECT-REPORT-RECORD
           STRING 'EXER23 DUPLICATE COVERAGE SUSPECTS - RUN DATE '
               WS-RUN-DATE ' TERM ' WS-TERM-MONTHS ' MONTHS'
               DELIMITED BY SIZE INTO SUSPECT-REPORT-RECORD
           END-STRING
           WRITE SUSPECT-REPORT-RECORD
           .
      *
      ******************************************************
      *  1100 - THE RUN DATE DECIDES WHICH TERMS ARE STILL  *
      *  IN FORCE AND MUST BE NUMERIC. THE TERM LENGTH      *
      *  DEFAULTS TO 12 MONTHS.                             *
      ******************************************************
       1100-READ-CONTROL-CARD.
           OPEN INPUT SYSIN-FILE
           READ SYSIN-FILE
               AT END
                   MOVE SPACES TO SYSIN-RECORD
           END-READ
           MOVE SI-RUN-DATE TO WS-RUN-DATE
           IF SI-TERM-MONTHS NUMERIC
               AND SI-TERM-MONTHS NOT = ZERO
               MOVE SI-TERM-MONTHS TO WS-TERM-MONTHS
           END-IF
           IF WS-RUN-DATE NOT NUMERIC
               DISPLAY 'EXER23 ABEND - RUN DATE ' WS-RUN-DATE
                   ' NOT NUMERIC, RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-ABORT-RUN
           END-IF
           CLOSE SYSIN-FILE
           .
      *
      ******************************************************
      *  1200 - COMPANY SUFFIXES STRIPPED FROM THE END OF A *
      *  NORMALIZED NAME.                                   *
      ******************************************************
       1200-PRIME-SUFFIX-TABLE.
           MOVE 'INC' TO SFX-WORD(1)
           MOVE 'INCORPORATED' TO SFX-WORD(2)
           MOVE 'LLC' TO SFX-WORD(3)
           MOVE 'LLP' TO SFX-WORD(4)
           MOVE 'LP' TO SFX-WORD(5)
           MOVE 'LTD' TO SFX-WORD(6)
           MOVE 'CORP' TO SFX-WORD(7)
           MOVE 'CORPORATION' TO SFX-WORD(8)
           MOVE 'CO' TO SFX-WORD(9)
           MOVE 'COMPANY' TO SFX-WORD(10)
           MOVE 'PC' TO SFX-WORD(11)
           MOVE 'PLLC' TO SFX-WORD(12)
           .
      *
       2000-LOAD-SUSPECT-TABLE.
           OPEN INPUT OLD-SUSPECT-FILE
           PERFORM 2100-LOAD-ONE-SUSPECT
               UNTIL WS-EOF-OLD-SUSPECT = 'Y'
           CLOSE OLD-SUSPECT-FILE
           .
      *
       2100-LOAD-ONE-SUSPECT.
           READ OLD-SUSPECT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-OLD-SUSPECT
               NOT AT END
                   IF SUS-ENTRY-COUNT >= 5000
                       DISPLAY 'EXER23 ABEND - SUSPECT MASTER '
                           'EXCEEDS 5000 PAIRS, RUN ABORTED'
                       MOVE 16 TO RETURN-CODE
                       MOVE 'Y' TO WS-ABORT-RUN
                       MOVE 'Y' TO WS-EOF-OLD-SUSPECT
                   ELSE
                       ADD 1 TO SUS-ENTRY-COUNT
                       SET SUS-IDX TO SUS-ENTRY-COUNT
                       MOVE DU-POLICY-NUMBER-1
                           TO SUS-POLICY-NUMBER-1(SUS-IDX)
                       MOVE DU-POLICY-NUMBER-2
                           TO SUS-POLICY-NUMBER-2(SUS-IDX)
                       MOVE DU-INSURED-NAME
                           TO SUS-INSURED-NAME(SUS-IDX)
                       MOVE DU-STATE-CODE TO SUS-STATE-CODE(SUS-IDX)
                       MOVE DU-POLICY-TYPE
                           TO SUS-POLICY-TYPE(SUS-IDX)
                       MOVE DU-EFFECTIVE-DATE-1
                           TO SUS-EFFECTIVE-DATE-1(SUS-IDX)
                       MOVE DU-EFFECTIVE-DATE-2
                           TO SUS-EFFECTIVE-DATE-2(SUS-IDX)
                       MOVE DU-PREMIUM-1 TO SUS-PREMIUM-1(SUS-IDX)
                       MOVE DU-PREMIUM-2 TO SUS-PREMIUM-2(SUS-IDX)
                       MOVE DU-STATUS-CODE
                           TO SUS-STATUS-CODE(SUS-IDX)
                       MOVE DU-DATE-FOUND TO SUS-DATE-FOUND(SUS-IDX)
                       MOVE DU-DATE-DISPOSED
                           TO SUS-DATE-DISPOSED(SUS-IDX)
                       MOVE DU-DISPOSED-BY
                           TO SUS-DISPOSED-BY(SUS-IDX)
                       MOVE 'N' TO SUS-SEEN(SUS-IDX)
                   END-IF
           END-READ
           .
      *
      ******************************************************
      *  2500 - UNDERWRITING'S DISPOSITIONS AGAINST THE OLD *
      *  GENERATION. THE TWO POLICIES MAY BE KEYED IN       *
      *  EITHER ORDER. ACTION C CLEARS, F CONFIRMS AND O    *
      *  RE-OPENS A PAIR; A CARD WITH NO USER ID, A BAD     *
      *  ACTION OR NO MATCHING PAIR IS REJECTED.            *
      ******************************************************
       2500-APPLY-DISPOSITION-CARDS.
           OPEN INPUT DISPOSITION-CARD-FILE
           MOVE SPACES TO SUSPECT-REPORT-RECORD
           WRITE SUSPECT-REPORT-RECORD
           MOVE SPACES TO SUSPECT-REPORT-RECORD
           STRING 'DISPOSITION CARDS:'
               DELIMITED BY SIZE INTO SUSPECT-REPORT-RECORD
           END-STRING
           WRITE SUSPECT-REPORT-RECORD
           PERFORM 2600-APPLY-ONE-CARD
               UNTIL WS-EOF-CARD-FILE = 'Y'
           CLOSE DISPOSITION-CARD-FILE
           .
      *
       2600-APPLY-ONE-CARD.
           READ DISPOSITION-CARD-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-CARD-FILE
               NOT AT END
                   ADD 1 TO WS-CARDS-READ
                   PERFORM 2700-MATCH-CARD-TO-PAIR
           END-READ
           .
      *
       2700-MATCH-CARD-TO-PAIR.
           MOVE SPACES TO WS-REJECT-REASON
           IF DC-POLICY-NUMBER-1 < DC-POLICY-NUMBER-2
               MOVE DC-POLICY-NUMBER-1 TO WS-PAIR-POLICY-1
               MOVE DC-POLICY-NUMBER-2 TO WS-PAIR-POLICY-2
           ELSE
               MOVE DC-POLICY-NUMBER-2 TO WS-PAIR-POLICY-1
               MOVE DC-POLICY-NUMBER-1 TO WS-PAIR-POLICY-2
           END-IF
           EVALUATE TRUE
               WHEN DC-ACTION-CODE NOT = 'C'
                       AND DC-ACTION-CODE NOT = 'F'
                       AND DC-ACTION-CODE NOT = 'O'
                   MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
               WHEN DC-USER-ID = SPACES
                   MOVE 'NO USER ID' TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM 4600-FIND-SUSPECT-PAIR
                   IF WS-SUSPECT-FOUND = 'N'
                       MOVE 'PAIR NOT ON SUSPECT FILE'
                           TO WS-REJECT-REASON
                   END-IF
           END-EVALUATE
           MOVE SPACES TO SUSPECT-REPORT-RECORD
           IF WS-REJECT-REASON = SPACES
               ADD 1 TO WS-CARDS-APPLIED
               MOVE DC-ACTION-CODE TO SUS-STATUS-CODE(SUS-IDX)
               MOVE WS-RUN-DATE TO SUS-DATE-DISPOSED(SUS-IDX)
               MOVE DC-USER-ID TO SUS-DISPOSED-BY(SUS-IDX)
               STRING '  APPLIED  ' WS-PAIR-POLICY-1 ' '
                   WS-PAIR-POLICY-2 ' ACTION ' DC-ACTION-CODE
                   ' BY ' DC-USER-ID
                   DELIMITED BY SIZE INTO SUSPECT-REPORT-RECORD
               END-STRING
           ELSE
               ADD 1 TO WS-CARDS-REJECTED
               STRING '  REJECTED ' DC-POLICY-NUMBER-1 ' '
                   DC-POLICY-NUMBER-2 ' ACTION ' DC-ACTION-CODE
                   ' - ' WS-REJECT-REASON
                   DELIMITED BY SIZE INTO SUSPECT-REPORT-RECORD
               END-STRING
           END-IF
           WRITE SUSPECT-REPORT-RECORD
           .
      *
       3000-SORT-IN-FORCE-POLICIES.
           SORT NAME-SORT-FILE
               ON ASCENDING KEY NS-INSURED-NAME
                                NS-STATE-CODE
                                NS-POLICY-TYPE
                                NS-EFFECTIVE-DATE
                                NS-POLICY-NUMBER
               INPUT PROCEDURE IS 3100-RELEASE-IN-FORCE
               GIVING SORTED-NAME-FILE
           .
      *
       3100-RELEASE-IN-FORCE.
           OPEN INPUT POLICY-MASTER-FILE
           PERFORM 3200-RELEASE-ONE-POLICY
               UNTIL WS-EOF-POLICY-FILE = 'Y'
           CLOSE POLICY-MASTER-FILE
           .
      *
      ******************************************************
      *  3200 - DETAIL RECORDS ONLY. A POLICY WITH A BAD    *
      *  EFFECTIVE DATE OR NO USABLE NAME CANNOT BE         *
      *  GROUPED AND IS COUNTED; ONE WHOSE TERM HAS ENDED   *
      *  IS OUT OF FORCE.                                   *
      ******************************************************
       3200-RELEASE-ONE-POLICY.
           READ POLICY-MASTER-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-POLICY-FILE
               NOT AT END
                   IF PM-RECORD-TYPE = 'D'
                       ADD 1 TO WS-DETAILS-READ
                       PERFORM 3300-SCREEN-POLICY
                   END-IF
           END-READ
           .
      *
       3300-SCREEN-POLICY.
           MOVE PM-EFFECTIVE-DATE TO WS-EFF-DATE
           IF WS-EFF-DATE NOT NUMERIC
               OR WS-EFF-MONTH < 1
               OR WS-EFF-MONTH > 12
               ADD 1 TO WS-POLICIES-BAD-DATE
           ELSE
               PERFORM 3400-COMPUTE-TERM-END
               IF WS-END-DATE NOT > WS-RUN-DATE
                   ADD 1 TO WS-POLICIES-OUT-OF-FORCE
               ELSE
                   PERFORM 3500-NORMALIZE-NAME
                   IF WS-NORM-OUT = SPACES
                       ADD 1 TO WS-POLICIES-NO-NAME
                   ELSE
                       ADD 1 TO WS-POLICIES-IN-FORCE
                       MOVE SPACES TO NAME-SORT-RECORD
                       MOVE WS-NORM-OUT TO NS-INSURED-NAME
                       MOVE PM-STATE-CODE TO NS-STATE-CODE
                       MOVE PM-POLICY-TYPE TO NS-POLICY-TYPE
                       MOVE PM-EFFECTIVE-DATE TO NS-EFFECTIVE-DATE
                       MOVE PM-POLICY-NUMBER TO NS-POLICY-NUMBER
                       MOVE WS-END-DATE TO NS-TERM-END-DATE
                       MOVE ZERO TO NS-PREMIUM-AMOUNT
                       IF PM-PREMIUM-AMOUNT NUMERIC
                           MOVE PM-PREMIUM-AMOUNT
                               TO NS-PREMIUM-AMOUNT
                       END-IF
                       RELEASE NAME-SORT-RECORD
                   END-IF
               END-IF
           END-IF
           .
      *
      ******************************************************
      *  3400 - TERM END = EFFECTIVE DATE PLUS THE TERM     *
      *  MONTHS, SAME DAY OF MONTH. THE DATE IS ONLY EVER   *
      *  COMPARED, NEVER EDITED, SO A DAY PAST THE END OF   *
      *  A SHORT MONTH (0231) STILL ORDERS CORRECTLY.       *
      ******************************************************
       3400-COMPUTE-TERM-END.
           COMPUTE WS-MONTH-COUNT = WS-EFF-MONTH - 1 + WS-TERM-MONTHS
           DIVIDE WS-MONTH-COUNT BY 12
               GIVING WS-YEAR-COUNT
               REMAINDER WS-MONTH-COUNT
           COMPUTE WS-END-YEAR = WS-EFF-YEAR + WS-YEAR-COUNT
           COMPUTE WS-END-MONTH = WS-MONTH-COUNT + 1
           MOVE WS-EFF-DAY TO WS-END-DAY
           .
      *
      ******************************************************
      *  3500 - NORMALIZE THE INSURED NAME: UPPER CASE,     *
      *  KEEP LETTERS AND DIGITS, DROP PUNCTUATION, ONE     *
      *  SPACE BETWEEN WORDS, THEN STRIP TRAILING COMPANY   *
      *  SUFFIXES (A ONE-WORD NAME IS NEVER STRIPPED).      *
      ******************************************************
       3500-NORMALIZE-NAME.
           MOVE PM-INSURED-NAME TO WS-NORM-IN
           INSPECT WS-NORM-IN CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE SPACES TO WS-NORM-OUT
           MOVE ZERO TO WS-NORM-LEN
           MOVE 'Y' TO WS-LAST-WAS-SPACE
           PERFORM VARYING WS-CHAR-SUB FROM 1 BY 1
                   UNTIL WS-CHAR-SUB > 30
               MOVE WS-NORM-IN(WS-CHAR-SUB:1) TO WS-NORM-CHAR
               EVALUATE TRUE
                   WHEN WS-NORM-CHAR = SPACE
                       IF WS-LAST-WAS-SPACE = 'N'
                           ADD 1 TO WS-NORM-LEN
                           MOVE 'Y' TO WS-LAST-WAS-SPACE
                       END-IF
                   WHEN WS-NORM-CHAR ALPHABETIC-UPPER
                       OR WS-NORM-CHAR NUMERIC
                       ADD 1 TO WS-NORM-LEN
                       MOVE WS-NORM-CHAR
                           TO WS-NORM-OUT(WS-NORM-LEN:1)
                       MOVE 'N' TO WS-LAST-WAS-SPACE
               END-EVALUATE
           END-PERFORM
           IF WS-LAST-WAS-SPACE = 'Y'
               AND WS-NORM-LEN > ZERO
               SUBTRACT 1 FROM WS-NORM-LEN
           END-IF
           MOVE 'N' TO WS-SUFFIX-DONE
           PERFORM 3600-STRIP-SUFFIX-WORD
               UNTIL WS-SUFFIX-DONE = 'Y'
           .
      *
       3600-STRIP-SUFFIX-WORD.
           MOVE ZERO TO WS-SPACE-POS
           PERFORM VARYING WS-CHAR-SUB FROM WS-NORM-LEN BY -1
                   UNTIL WS-CHAR-SUB = ZERO
                       OR WS-SPACE-POS > ZERO
               IF WS-NORM-OUT(WS-CHAR-SUB:1) = SPACE
                   MOVE WS-CHAR-SUB TO WS-SPACE-POS
               END-IF
           END-PERFORM
           IF WS-SPACE-POS = ZERO
               MOVE 'Y' TO WS-SUFFIX-DONE
           ELSE
               MOVE WS-NORM-OUT(WS-SPACE-POS + 1:
                   WS-NORM-LEN - WS-SPACE-POS) TO WS-LAST-WORD
               SET SFX-IDX TO 1
               SEARCH SFX-ENTRY
                   AT END
                       MOVE 'Y' TO WS-SUFFIX-DONE
                   WHEN SFX-WORD(SFX-IDX) = WS-LAST-WORD
                       MOVE SPACES TO WS-NORM-OUT(WS-SPACE-POS:)
                       COMPUTE WS-NORM-LEN = WS-SPACE-POS - 1
               END-SEARCH
           END-IF
           .
      *
      ******************************************************
      *  4000 - WALK THE SORTED FILE ONE NAME/STATE/TYPE    *
      *  GROUP AT A TIME. A GROUP OF TWO OR MORE POLICIES   *
      *  IS TESTED FOR OVERLAPPING TERMS.                   *
      ******************************************************
       4000-FIND-DUPLICATE-COVERAGE.
           MOVE SPACES TO SUSPECT-REPORT-RECORD
           WRITE SUSPECT-REPORT-RECORD
           MOVE SPACES TO SUSPECT-REPORT-RECORD
           STRING 'SUSPECT PAIRS (NEW, OPEN AND CONFIRMED):'
               DELIMITED BY SIZE INTO SUSPECT-REPORT-RECORD
           END-STRING
           WRITE SUSPECT-REPORT-RECORD
           OPEN INPUT SORTED-NAME-FILE
           MOVE ZERO TO GRP-ENTRY-COUNT
           PERFORM 4100-READ-SORTED-POLICY
               UNTIL WS-EOF-SORTED-NAME = 'Y'
           PERFORM 4300-CHECK-GROUP-OVERLAPS
           CLOSE SORTED-NAME-FILE
           .
      *
       4100-READ-SORTED-POLICY.
           READ SORTED-NAME-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SORTED-NAME
               NOT AT END
                   IF SN-INSURED-NAME NOT = WS-GROUP-NAME
                       OR SN-STATE-CODE NOT = WS-GROUP-STATE-CODE
                       OR SN-POLICY-TYPE NOT = WS-GROUP-POLICY-TYPE
                       PERFORM 4300-CHECK-GROUP-OVERLAPS
                       MOVE ZERO TO GRP-ENTRY-COUNT
                       MOVE 'N' TO WS-OVERFLOW-WARNED
                       MOVE SN-INSURED-NAME TO WS-GROUP-NAME
                       MOVE SN-STATE-CODE TO WS-GROUP-STATE-CODE
                       MOVE SN-POLICY-TYPE TO WS-GROUP-POLICY-TYPE
                   END-IF
                   PERFORM 4200-ADD-GROUP-ENTRY
           END-READ
           .
      *
       4200-ADD-GROUP-ENTRY.
           IF GRP-ENTRY-COUNT >= 100
               IF WS-OVERFLOW-WARNED = 'N'
                   DISPLAY 'EXER23 WARNING - MORE THAN 100 '
                       'POLICIES FOR ' WS-GROUP-NAME ' '
                       WS-GROUP-STATE-CODE ' ' WS-GROUP-POLICY-TYPE
                       ', REMAINDER NOT TESTED'
                   ADD 1 TO WS-GROUPS-OVERFLOWED
                   MOVE 'Y' TO WS-OVERFLOW-WARNED
               END-IF
           ELSE
               ADD 1 TO GRP-ENTRY-COUNT
               SET GRP-IDX TO GRP-ENTRY-COUNT
               MOVE SN-POLICY-NUMBER TO GRP-POLICY-NUMBER(GRP-IDX)
               MOVE SN-EFFECTIVE-DATE TO GRP-EFFECTIVE-DATE(GRP-IDX)
               MOVE SN-TERM-END-DATE TO GRP-TERM-END-DATE(GRP-IDX)
               MOVE SN-PREMIUM-AMOUNT
                   TO GRP-PREMIUM-AMOUNT(GRP-IDX)
           END-IF
           .
      *
      ******************************************************
      *  4300 - THE GROUP IS IN EFFECTIVE DATE ORDER, SO A  *
      *  LATER POLICY OVERLAPS AN EARLIER ONE WHEN IT TAKES *
      *  EFFECT BEFORE THE EARLIER TERM ENDS. A RENEWAL     *
      *  TAKING EFFECT ON THE EXPIRY DATE DOES NOT OVERLAP. *
      ******************************************************
       4300-CHECK-GROUP-OVERLAPS.
           IF GRP-ENTRY-COUNT > 1
               PERFORM VARYING GRP-IDX-2 FROM 2 BY 1
                       UNTIL GRP-IDX-2 > GRP-ENTRY-COUNT
                   PERFORM VARYING GRP-IDX FROM 1 BY 1
                           UNTIL GRP-IDX >= GRP-IDX-2
                       IF GRP-EFFECTIVE-DATE(GRP-IDX-2) <
                               GRP-TERM-END-DATE(GRP-IDX)
                           PERFORM 4400-POST-SUSPECT-PAIR
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF
           .
      *
      ******************************************************
      *  4400 - A PAIR ALREADY ON THE SUSPECT MASTER KEEPS  *
      *  ITS DISPOSITION: CLEARED IS SILENTLY CARRIED,      *
      *  OPEN AND CONFIRMED ARE REPORTED AGAIN. A NEW PAIR  *
      *  IS ADDED OPEN.                                     *
      ******************************************************
       4400-POST-SUSPECT-PAIR.
           ADD 1 TO WS-PAIRS-FOUND
           IF GRP-POLICY-NUMBER(GRP-IDX) <
                   GRP-POLICY-NUMBER(GRP-IDX-2)
               MOVE GRP-POLICY-NUMBER(GRP-IDX) TO WS-PAIR-POLICY-1
               MOVE GRP-EFFECTIVE-DATE(GRP-IDX)
                   TO WS-PAIR-EFFECTIVE-1
               MOVE GRP-PREMIUM-AMOUNT(GRP-IDX) TO WS-PAIR-PREMIUM-1
               MOVE GRP-POLICY-NUMBER(GRP-IDX-2) TO WS-PAIR-POLICY-2
               MOVE GRP-EFFECTIVE-DATE(GRP-IDX-2)
                   TO WS-PAIR-EFFECTIVE-2
               MOVE GRP-PREMIUM-AMOUNT(GRP-IDX-2)
                   TO WS-PAIR-PREMIUM-2
           ELSE
               MOVE GRP-POLICY-NUMBER(GRP-IDX-2) TO WS-PAIR-POLICY-1
               MOVE GRP-EFFECTIVE-DATE(GRP-IDX-2)
                   TO WS-PAIR-EFFECTIVE-1
               MOVE GRP-PREMIUM-AMOUNT(GRP-IDX-2)
                   TO WS-PAIR-PREMIUM-1
               MOVE GRP-POLICY-NUMBER(GRP-IDX) TO WS-PAIR-POLICY-2
               MOVE GRP-EFFECTIVE-DATE(GRP-IDX)
                   TO WS-PAIR-EFFECTIVE-2
               MOVE GRP-PREMIUM-AMOUNT(GRP-IDX) TO WS-PAIR-PREMIUM-2
           END-IF
           PERFORM 4600-FIND-SUSPECT-PAIR
           IF WS-SUSPECT-FOUND = 'N'
               IF SUS-ENTRY-COUNT >= 5000
                   ADD 1 TO WS-SUSPECTS-NOT-HELD
                   MOVE 'NOT HELD' TO WS-PAIR-STATUS-TEXT
                   PERFORM 4700-PRINT-SUSPECT-PAIR
               ELSE
                   ADD 1 TO SUS-ENTRY-COUNT
                   SET SUS-IDX TO SUS-ENTRY-COUNT
                   MOVE WS-PAIR-POLICY-1
                       TO SUS-POLICY-NUMBER-1(SUS-IDX)
                   MOVE WS-PAIR-POLICY-2
                       TO SUS-POLICY-NUMBER-2(SUS-IDX)
                   MOVE 'O' TO SUS-STATUS-CODE(SUS-IDX)
                   MOVE WS-RUN-DATE TO SUS-DATE-FOUND(SUS-IDX)
                   MOVE SPACES TO SUS-DATE-DISPOSED(SUS-IDX)
                   MOVE SPACES TO SUS-DISPOSED-BY(SUS-IDX)
                   PERFORM 4500-REFRESH-SUSPECT-ENTRY
                   ADD 1 TO WS-SUSPECTS-NEW
                   MOVE 'NEW' TO WS-PAIR-STATUS-TEXT
                   PERFORM 4700-PRINT-SUSPECT-PAIR
               END-IF
           ELSE
               PERFORM 4500-REFRESH-SUSPECT-ENTRY
               EVALUATE SUS-STATUS-CODE(SUS-IDX)
                   WHEN 'C'
                       ADD 1 TO WS-SUSPECTS-CLEARED
                   WHEN 'F'
                       ADD 1 TO WS-SUSPECTS-CONFIRMED
                       MOVE 'CONFIRMED' TO WS-PAIR-STATUS-TEXT
                       PERFORM 4700-PRINT-SUSPECT-PAIR
                   WHEN OTHER
                       ADD 1 TO WS-SUSPECTS-OPEN
                       MOVE 'OPEN' TO WS-PAIR-STATUS-TEXT
                       PERFORM 4700-PRINT-SUSPECT-PAIR
               END-EVALUATE
           END-IF
           .
      *
       4500-REFRESH-SUSPECT-ENTRY.
           MOVE WS-GROUP-NAME TO SUS-INSURED-NAME(SUS-IDX)
           MOVE WS-GROUP-STATE-CODE TO SUS-STATE-CODE(SUS-IDX)
           MOVE WS-GROUP-POLICY-TYPE TO SUS-POLICY-TYPE(SUS-IDX)
           MOVE WS-PAIR-EFFECTIVE-1 TO SUS-EFFECTIVE-DATE-1(SUS-IDX)
           MOVE WS-PAIR-EFFECTIVE-2 TO SUS-EFFECTIVE-DATE-2(SUS-IDX)
           MOVE WS-PAIR-PREMIUM-1 TO SUS-PREMIUM-1(SUS-IDX)
           MOVE WS-PAIR-PREMIUM-2 TO SUS-PREMIUM-2(SUS-IDX)
           MOVE 'Y' TO SUS-SEEN(SUS-IDX)
           .
      *
       4600-FIND-SUSPECT-PAIR.
           MOVE 'N' TO WS-SUSPECT-FOUND
           IF SUS-ENTRY-COUNT > ZERO
               SET SUS-IDX TO 1
               SEARCH SUS-ENTRY
                   WHEN SUS-POLICY-NUMBER-1(SUS-IDX) =
                           WS-PAIR-POLICY-1
                       AND SUS-POLICY-NUMBER-2(SUS-IDX) =
                           WS-PAIR-POLICY-2
                       MOVE 'Y' TO WS-SUSPECT-FOUND
               END-SEARCH
           END-IF
           .
      *
       4700-PRINT-SUSPECT-PAIR.
           MOVE WS-PAIR-PREMIUM-1 TO WS-PREMIUM-EDIT-1
           MOVE WS-PAIR-PREMIUM-2 TO WS-PREMIUM-EDIT-2
           MOVE SPACES TO SUSPECT-REPORT-RECORD
           STRING WS-PAIR-STATUS-TEXT ' ' WS-GROUP-NAME ' '
               WS-GROUP-STATE-CODE ' ' WS-GROUP-POLICY-TYPE
               DELIMITED BY SIZE INTO SUSPECT-REPORT-RECORD
           END-STRING
           WRITE SUSPECT-REPORT-RECORD
           MOVE SPACES TO SUSPECT-REPORT-RECORD
           STRING '  ' WS-PAIR-POLICY-1 ' EFF ' WS-PAIR-EFFECTIVE-1
               ' ' WS-PREMIUM-EDIT-1 ' | ' WS-PAIR-POLICY-2
               ' EFF ' WS-PAIR-EFFECTIVE-2 ' ' WS-PREMIUM-EDIT-2
               DELIMITED BY SIZE INTO SUSPECT-REPORT-RECORD
           END-STRING
           WRITE SUSPECT-REPORT-RECORD
           .
      *
      ******************************************************
      *  5000 - ONLY PAIRS FOUND AGAIN TONIGHT GO FORWARD.  *
      ******************************************************
       5000-WRITE-SUSPECT-FILE.
           OPEN OUTPUT NEW-SUSPECT-FILE
           PERFORM VARYING SUS-IDX FROM 1 BY 1
                   UNTIL SUS-IDX > SUS-ENTRY-COUNT
               IF SUS-SEEN(SUS-IDX) = 'Y'
                   PERFORM 5100-WRITE-ONE-SUSPECT
               ELSE
                   ADD 1 TO WS-SUSPECTS-RETIRED
               END-IF
           END-PERFORM
           CLOSE NEW-SUSPECT-FILE
           .
      *
       5100-WRITE-ONE-SUSPECT.
           MOVE SPACES TO WS-SUSPECT-RECORD
           MOVE SUS-POLICY-NUMBER-1(SUS-IDX) TO WDU-POLICY-NUMBER-1
           MOVE SUS-POLICY-NUMBER-2(SUS-IDX) TO WDU-POLICY-NUMBER-2
           MOVE SUS-INSURED-NAME(SUS-IDX) TO WDU-INSURED-NAME
           MOVE SUS-STATE-CODE(SUS-IDX) TO WDU-STATE-CODE
           MOVE SUS-POLICY-TYPE(SUS-IDX) TO WDU-POLICY-TYPE
           MOVE SUS-EFFECTIVE-DATE-1(SUS-IDX) TO WDU-EFFECTIVE-DATE-1
           MOVE SUS-EFFECTIVE-DATE-2(SUS-IDX) TO WDU-EFFECTIVE-DATE-2
           MOVE SUS-PREMIUM-1(SUS-IDX) TO WDU-PREMIUM-1
           MOVE SUS-PREMIUM-2(SUS-IDX) TO WDU-PREMIUM-2
           MOVE SUS-STATUS-CODE(SUS-IDX) TO WDU-STATUS-CODE
           MOVE SUS-DATE-FOUND(SUS-IDX) TO WDU-DATE-FOUND
           MOVE SUS-DATE-DISPOSED(SUS-IDX) TO WDU-DATE-DISPOSED
           MOVE SUS-DISPOSED-BY(SUS-IDX) TO WDU-DISPOSED-BY
           WRITE NEW-SUSPECT-RECORD FROM WS-SUSPECT-RECORD
           ADD 1 TO WS-SUSPECTS-CARRIED
           .
      *
       6000-PRODUCE-SUSPECT-SUMMARY.
           MOVE SPACES TO SUSPECT-REPORT-RECORD
           WRITE SUSPECT-REPORT-RECORD
           MOVE 'POLICY DETAILS READ......: ' TO WS-COUNT-LABEL
           MOVE WS-DETAILS-READ TO WS-COUNT-EDIT
           PERFORM 6100-WRITE-COUNT-LINE
           MOVE 'IN FORCE AND GROUPED.....: ' TO WS-COUNT-LABEL
           MOVE WS-POLICIES-IN-FORCE TO WS-COUNT-EDIT
           PERFORM 6100-WRITE-COUNT-LINE
           MOVE 'TERM ENDED (OUT OF FORCE): ' TO WS-COUNT-LABEL
           MOVE WS-POLICIES-OUT-OF-FORCE TO WS-COUNT-EDIT
           PERFORM 6100-WRITE-COUNT-LINE
           MOVE 'BAD EFFECTIVE DATE.......: ' TO WS-COUNT-LABEL
           MOVE WS-POLICIES-BAD-DATE TO WS-COUNT-EDIT
           PERFORM 6100-WRITE-COUNT-LINE
           MOVE 'NO USABLE INSURED NAME...: ' TO WS-COUNT-LABEL
           MOVE WS-POLICIES-NO-NAME TO WS-COUNT-EDIT
           PERFORM 6100-WRITE-COUNT-LINE
           MOVE 'GROUPS OVER 100 POLICIES.: ' TO WS-COUNT-LABEL
           MOVE WS-GROUPS-OVERFLOWED TO WS-COUNT-EDIT
           PERFORM 6100-WRITE-COUNT-LINE
           MOVE 'OVERLAPPING PAIRS FOUND..: ' TO WS-COUNT-LABEL
           MOVE WS-PAIRS-FOUND TO WS-COUNT-EDIT
           PERFORM 6100-WRITE-COUNT-LINE
           MOVE '  NEW SUSPECTS...........: ' TO WS-COUNT-LABEL
           MOVE WS-SUSPECTS-NEW TO WS-COUNT-EDIT
           PERFORM 6100-WRITE-COUNT-LINE
           MOVE '  STILL OPEN.............: ' TO WS-COUNT-LABEL
           MOVE WS-SUSPECTS-OPEN TO WS-COUNT-EDIT
           PERFORM 6100-WRITE-COUNT-LINE
           MOVE '  CONFIRMED..............: ' TO WS-COUNT-LABEL
           MOVE WS-SUSPECTS-CONFIRMED TO WS-COUNT-EDIT
           PERFORM 6100-WRITE-COUNT-LINE
           MOVE '  CLEARED (NOT REPORTED).: ' TO WS-COUNT-LABEL
           MOVE WS-SUSPECTS-CLEARED TO WS-COUNT-EDIT
           PERFORM 6100-WRITE-COUNT-LINE
           MOVE '  NOT HELD (FILE FULL)...: ' TO WS-COUNT-LABEL
           MOVE WS-SUSPECTS-NOT-HELD TO WS-COUNT-EDIT
           PERFORM 6100-WRITE-COUNT-LINE
           MOVE 'SUSPECTS CARRIED FORWARD.: ' TO WS-COUNT-LABEL
           MOVE WS-SUSPECTS-CARRIED TO WS-COUNT-EDIT
           PERFORM 6100-WRITE-COUNT-LINE
           MOVE 'SUSPECTS RETIRED.........: ' TO WS-COUNT-LABEL
           MOVE WS-SUSPECTS-RETIRED TO WS-COUNT-EDIT
           PERFORM 6100-WRITE-COUNT-LINE
           MOVE 'DISPOSITION CARDS READ...: ' TO WS-COUNT-LABEL
           MOVE WS-CARDS-READ TO WS-COUNT-EDIT
           PERFORM 6100-WRITE-COUNT-LINE
           MOVE 'DISPOSITION CARDS APPLIED: ' TO WS-COUNT-LABEL
           MOVE WS-CARDS-APPLIED TO WS-COUNT-EDIT
           PERFORM 6100-WRITE-COUNT-LINE
           MOVE 'DISPOSITION CARDS REJECTD: ' TO WS-COUNT-LABEL
           MOVE WS-CARDS-REJECTED TO WS-COUNT-EDIT
           PERFORM 6100-WRITE-COUNT-LINE
           .
      *
       6100-WRITE-COUNT-LINE.
           MOVE SPACES TO SUSPECT-REPORT-RECORD
           STRING WS-COUNT-LABEL WS-COUNT-EDIT
               DELIMITED BY SIZE INTO SUSPECT-REPORT-RECORD
           END-STRING
           WRITE SUSPECT-REPORT-RECORD
           .
      *
       9999-END-OF-JOB.
           PERFORM 9800-WRITE-RUN-LOG
           CLOSE SUSPECT-REPORT-FILE
           DISPLAY 'DUPLICATE-COVERAGE'
           .
      *
       9800-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE
           MOVE SPACES TO RUN-LOG-RECORD
           MOVE 'EXER23' TO RL-PROGRAM-ID
           MOVE WS-RUN-DATE TO RL-RUN-DATE
           MOVE RETURN-CODE TO RL-RETURN-CODE
           MOVE WS-POLICIES-IN-FORCE TO RL-KEY-COUNT-1
           MOVE WS-SUSPECTS-NEW TO RL-KEY-COUNT-2
           COMPUTE RL-KEY-COUNT-3 =
               WS-SUSPECTS-OPEN + WS-SUSPECTS-CONFIRMED
           MOVE ZERO TO RL-AMOUNT
           WRITE RUN-LOG-RECORD
           CLOSE RUN-LOG-FILE
           .
