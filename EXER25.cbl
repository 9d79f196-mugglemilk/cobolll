       IDENTIFICATION DIVISION.
       PROGRAM-ID.  EXER25.
      ******************************************************
      *  QUARTER-END IN-FORCE PREMIUM BY STATE AND LINE    *
      *  RUNS ON THE LAST RUN DATE OF THE QUARTER, ONCE    *
      *  EXER21J HAS RETAINED THAT NIGHT'S VALIDATED FEED. *
      *  SNAPSHOTS EVERY VALIDATED POLICY TO A NEW         *
      *  GENERATION OF THE QUARTER-END SNAPSHOT (QTRSNAP)  *
      *  AND REPORTS IN-FORCE POLICY COUNT AND APPROVED    *
      *  PREMIUM BY STATE CODE AND POLICY TYPE, WITH THE   *
      *  REFERENCE FILE (REFREC) DESCRIPTIONS IN EFFECT ON *
      *  THE RUN DATE. THE CHANGE FROM THE PRIOR QUARTER'S *
      *  SNAPSHOT IS SPLIT INTO NEW BUSINESS, DROPPED AND  *
      *  RE-RATED (SAME POLICY, NEW APPROVED PREMIUM).     *
      *  THE TOTALS MUST TIE TO THAT NIGHT'S RUN-LEVEL     *
      *  CTLTOTAL RECORD (RECORDS PASSED AND VALIDATED     *
      *  PREMIUM) AND THE PROOF IS PRINTED.                *
      *  COLUMN 9 OF THE CONTROL CARD = 'R' REPRINTS THE   *
      *  SNAPSHOT GENERATION ON SNAPIN FROM ITS OWN        *
      *  SUMMARY ROWS AND HEADER - NO OTHER INPUT IS READ  *
      *  AND NOTHING IS WRITTEN, SO A PRIOR QUARTER PRINTS *
      *  EXACTLY AS IT DID AT THE TIME.                    *
      *  COLUMN 9 = 'F' MARKS THE FIRST QUARTER ON FILE -  *
      *  SNAPIN IS NOT READ AND EVERY POLICY COUNTS AS NEW *
      *  BUSINESS. OTHERWISE SNAPIN MUST HOLD AN EARLIER   *
      *  QUARTER'S SNAPSHOT.                               *
      *  RETURN CODES:                                     *
      *    RC=4  RUN DATE NOT IN A QUARTER-END MONTH       *
      *    RC=8  TOTALS DO NOT TIE TO CTLTOTAL, OR A FEED  *
      *          OR SNAPSHOT TRAILER IS OUT OF BALANCE     *
      *    RC=16 BAD CONTROL CARD, NO CTLTOTAL OR FEED FOR *
      *          THE RUN DATE, TOO MANY STATE/TYPE ROWS,   *
      *          OR THE PRIOR SNAPSHOT IS EMPTY, IS NOT    *
      *          FROM AN EARLIER QUARTER OR DOES NOT PROVE *
      *          TO ITS TRAILER, OR A REPRINTED SNAPSHOT   *
      *          HAS NO HEADER OR NO TRAILER               *
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VALIDATED-FILE ASSIGN TO FEEDIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT CONTROL-TOTAL-FILE ASSIGN TO CTLTOTIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT REFERENCE-FILE ASSIGN TO REFIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT OLD-SNAPSHOT-FILE ASSIGN TO SNAPIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT NEW-SNAPSHOT-FILE ASSIGN TO SNAPOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT QUARTER-REPORT-FILE ASSIGN TO QTRRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT SYSIN-FILE ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT FEED-SORT-FILE ASSIGN TO SORTFD.
           SELECT SORTED-FEED-FILE ASSIGN TO FEEDSRT
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  VALIDATED-FILE
           LABEL RECORDS ARE STANDARD.
       COPY VALFDREC.
      *
       FD  CONTROL-TOTAL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CTLTOTAL.
      *
       FD  REFERENCE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY REFREC.
      *
       FD  OLD-SNAPSHOT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY QTRSNAP.
      *
       FD  NEW-SNAPSHOT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY QTRSNAP REPLACING
                    ==QUARTER-SNAPSHOT-RECORD==
                    BY ==NEW-SNAPSHOT-RECORD==
                    ==QUARTER-SNAPSHOT-HEADER==
                    BY ==NEW-SNAPSHOT-HEADER==
                    ==QUARTER-SNAPSHOT-SUMMARY==
                    BY ==NEW-SNAPSHOT-SUMMARY==
                    ==QUARTER-SNAPSHOT-TRAILER==
                    BY ==NEW-SNAPSHOT-TRAILER==
                    LEADING ==QS== BY ==NS==
                    LEADING ==QH== BY ==NH==
                    LEADING ==QM== BY ==NM==
                    LEADING ==QT== BY ==NT==.
      *
       FD  QUARTER-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  QUARTER-REPORT-RECORD         PIC X(80).
      *
       FD  SYSIN-FILE
           LABEL RECORDS ARE STANDARD.
       01  SYSIN-RECORD.
           05  SI-RUN-DATE               PIC X(08).
           05  SI-RUN-MODE               PIC X(01).
           05  FILLER                    PIC X(71).
      *
       SD  FEED-SORT-FILE.
       01  FEED-SORT-RECORD.
           05  FS-POLICY-NUMBER          PIC X(10).
           05  FS-STATE-CODE             PIC X(02).
           05  FS-POLICY-TYPE            PIC X(02).
           05  FS-EFFECTIVE-DATE         PIC X(08).
           05  FS-APPROVED-PREMIUM       PIC 9(7)V99.
           05  FILLER                    PIC X(09).
      *
       FD  SORTED-FEED-FILE
           LABEL RECORDS ARE STANDARD.
       01  SORTED-FEED-RECORD.
           05  SF-POLICY-NUMBER          PIC X(10).
           05  SF-STATE-CODE             PIC X(02).
           05  SF-POLICY-TYPE            PIC X(02).
           05  SF-EFFECTIVE-DATE         PIC X(08).
           05  SF-APPROVED-PREMIUM       PIC 9(7)V99.
           05  FILLER                    PIC X(09).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-BEG.
           05 FILLER                    PIC X(32) VALUE
           '** THIS IS BEGIN OF WS EXER25 **'.
      *
      ******************************************************
      *  REFERENCE DESCRIPTIONS - EVERY STATE (S) AND TYPE  *
      *  (T) ROW ON THE REFERENCE FILE WITH ITS RANGE.      *
      ******************************************************
       01  STATE-DESCRIPTION-TABLE.
           05 SDT-ENTRY-COUNT           PIC 9(04) VALUE ZERO.
           05 SDT-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON SDT-ENTRY-COUNT
                   INDEXED BY SDT-IDX.
               10 SDT-STATE-CODE        PIC X(02).
               10 SDT-EFFECTIVE-FROM    PIC X(08).
               10 SDT-EFFECTIVE-TO      PIC X(08).
               10 SDT-DESCRIPTION       PIC X(20).
      *
       01  TYPE-DESCRIPTION-TABLE.
           05 TDT-ENTRY-COUNT           PIC 9(04) VALUE ZERO.
           05 TDT-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON TDT-ENTRY-COUNT
                   INDEXED BY TDT-IDX.
               10 TDT-POLICY-TYPE       PIC X(02).
               10 TDT-EFFECTIVE-FROM    PIC X(08).
               10 TDT-EFFECTIVE-TO      PIC X(08).
               10 TDT-DESCRIPTION       PIC X(20).
      *
      ******************************************************
      *  ONE ROW PER STATE/POLICY TYPE, KEPT IN STATE/TYPE  *
      *  ORDER AS ROWS ARE ADDED SO THE SUMMARY RECORDS AND *
      *  THE REPORT COME OUT SORTED. LOADED FROM THE 'S'    *
      *  RECORDS ON A REPRINT.                              *
      ******************************************************
       01  STATE-TYPE-CELL-TABLE.
           05 CEL-ENTRY-COUNT           PIC 9(04) VALUE ZERO.
           05 CEL-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON CEL-ENTRY-COUNT
                   INDEXED BY CEL-IDX.
               10 CEL-KEY.
                   15 CEL-STATE-CODE    PIC X(02).
                   15 CEL-POLICY-TYPE   PIC X(02).
               10 CEL-STATE-DESCRIPTION PIC X(20).
               10 CEL-TYPE-DESCRIPTION  PIC X(20).
               10 CEL-PRIOR-COUNT       PIC 9(07).
               10 CEL-PRIOR-PREMIUM     PIC 9(11)V99.
               10 CEL-NEW-COUNT         PIC 9(07).
               10 CEL-NEW-PREMIUM       PIC 9(11)V99.
               10 CEL-DROPPED-COUNT     PIC 9(07).
               10 CEL-DROPPED-PREMIUM   PIC 9(11)V99.
               10 CEL-RERATED-COUNT     PIC 9(07).
               10 CEL-RERATE-CHANGE     PIC S9(11)V99.
               10 CEL-INFORCE-COUNT     PIC 9(07).
               10 CEL-INFORCE-PREMIUM   PIC 9(11)V99.
      *
       01  WS-SWITCHES.
           05 WS-EOF-VALIDATED-FILE     PIC X(01) VALUE 'N'.
           05 WS-EOF-CONTROL-FILE       PIC X(01) VALUE 'N'.
           05 WS-EOF-REFERENCE-FILE     PIC X(01) VALUE 'N'.
           05 WS-EOF-OLD-SNAPSHOT       PIC X(01) VALUE 'N'.
           05 WS-EOF-SORTED-FEED        PIC X(01) VALUE 'N'.
           05 WS-ABORT-RUN              PIC X(01) VALUE 'N'.
           05 WS-CONTROL-TOTAL-FOUND    PIC X(01) VALUE 'N'.
           05 WS-CELL-FOUND             PIC X(01) VALUE 'N'.
           05 WS-DESCRIPTION-FOUND      PIC X(01) VALUE 'N'.
           05 WS-OUT-OF-BALANCE         PIC X(01) VALUE 'N'.
           05 WS-REPRINT-RUN            PIC X(01) VALUE 'N'.
           05 WS-PRIOR-TRAILER-FOUND    PIC X(01) VALUE 'N'.
           05 WS-TRAILER-FOUND          PIC X(01) VALUE 'N'.
           05 WS-FIRST-QUARTER          PIC X(01) VALUE 'N'.
      *
      ******************************************************
      *  THE SNAPSHOT HEADER - BUILT FROM THE CONTROL CARD, *
      *  CTLTOTAL AND THE PRIOR SNAPSHOT ON A SNAPSHOT RUN, *
      *  READ BACK FROM THE 'H' RECORD ON A REPRINT.        *
      ******************************************************
       01  WS-SNAPSHOT-HEADER.
           05 WS-QUARTER                PIC X(06) VALUE SPACES.
           05 WS-SNAP-RUN-DATE          PIC X(08) VALUE SPACES.
           05 WS-PRIOR-QUARTER          PIC X(06) VALUE SPACES.
           05 WS-PRIOR-RUN-DATE         PIC X(08) VALUE SPACES.
           05 WS-CT-RUN-ID              PIC X(08) VALUE SPACES.
           05 WS-CT-RECORDS-PASSED      PIC 9(07) VALUE ZERO.
           05 WS-CT-TOTAL-PREMIUM       PIC 9(11)V99 VALUE ZERO.
      *
       01  WS-PRIOR-ITEM.
           05 WS-PRIOR-POLICY-NUMBER    PIC X(10) VALUE HIGH-VALUES.
           05 WS-PRIOR-STATE-CODE       PIC X(02) VALUE SPACES.
           05 WS-PRIOR-POLICY-TYPE      PIC X(02) VALUE SPACES.
           05 WS-PRIOR-PREMIUM          PIC 9(7)V99 VALUE ZERO.
      *
       01  WS-MATCH-CONTROL.
           05 WS-CURRENT-POLICY-NUMBER  PIC X(10) VALUE HIGH-VALUES.
           05 WS-CELL-KEY.
               10 WS-CELL-STATE-CODE    PIC X(02) VALUE SPACES.
               10 WS-CELL-POLICY-TYPE   PIC X(02) VALUE SPACES.
           05 WS-INSERT-SUB             PIC 9(04) VALUE ZERO.
           05 WS-MOVE-SUB               PIC 9(04) VALUE ZERO.
      *
       01  WS-FEED-CONTROL.
           05 WS-FEED-RUN-DATE          PIC X(08) VALUE SPACES.
           05 WS-FEED-HEADERS-READ      PIC 9(05) VALUE ZERO.
           05 WS-SEGMENT-COUNT          PIC 9(09) VALUE ZERO.
           05 WS-SEGMENT-HASH           PIC 9(13)V99 VALUE ZERO.
      *
       01  WS-SNAPSHOT-COUNTS.
           05 WS-DETAIL-COUNT           PIC 9(09) VALUE ZERO.
           05 WS-DETAIL-HASH            PIC 9(13)V99 VALUE ZERO.
           05 WS-PRIOR-DETAIL-COUNT     PIC 9(09) VALUE ZERO.
           05 WS-PRIOR-DETAIL-HASH      PIC 9(13)V99 VALUE ZERO.
           05 WS-PRIOR-SUMMARY-COUNT    PIC 9(05) VALUE ZERO.
      *
       01  WS-QUARTER-TOTALS.
           05 WS-TOT-PRIOR-COUNT        PIC 9(09) VALUE ZERO.
           05 WS-TOT-PRIOR-PREMIUM      PIC 9(13)V99 VALUE ZERO.
           05 WS-TOT-NEW-COUNT          PIC 9(09) VALUE ZERO.
           05 WS-TOT-NEW-PREMIUM        PIC 9(13)V99 VALUE ZERO.
           05 WS-TOT-DROPPED-COUNT      PIC 9(09) VALUE ZERO.
           05 WS-TOT-DROPPED-PREMIUM    PIC 9(13)V99 VALUE ZERO.
           05 WS-TOT-RERATED-COUNT      PIC 9(09) VALUE ZERO.
           05 WS-TOT-RERATE-CHANGE      PIC S9(13)V99 VALUE ZERO.
           05 WS-TOT-INFORCE-COUNT      PIC 9(09) VALUE ZERO.
           05 WS-TOT-INFORCE-PREMIUM    PIC 9(13)V99 VALUE ZERO.
           05 WS-ROLL-PREMIUM           PIC S9(13)V99 VALUE ZERO.
      *
       01  WS-WORK-FIELDS.
           05 WS-RUN-MONTH              PIC X(02) VALUE SPACES.
      *
       01  WS-REPORT-EDIT-FIELDS.
           05 WS-COUNT-LABEL            PIC X(27) VALUE SPACES.
           05 WS-COUNT-EDIT             PIC Z,ZZZ,ZZ9.
           05 WS-COUNT-EDIT-2           PIC Z,ZZZ,ZZ9.
           05 WS-SHORT-COUNT-EDIT       PIC ZZZZZZ9.
           05 WS-SHORT-COUNT-EDIT-2     PIC ZZZZZZ9.
           05 WS-SHORT-COUNT-EDIT-3     PIC ZZZZZZ9.
           05 WS-AMOUNT-EDIT            PIC ZZ,ZZZ,ZZ9.99.
           05 WS-AMOUNT-EDIT-2          PIC ZZ,ZZZ,ZZ9.99.
           05 WS-CHANGE-EDIT            PIC ZZ,ZZZ,ZZ9.99-.
           05 WS-PREMIUM-EDIT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 WS-SIGNED-PREMIUM-EDIT    PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
      *
       01  WS-RUN-PARMS.
           05 WS-RUN-DATE               PIC X(08) VALUE SPACES.
           05 WS-RUN-MODE               PIC X(01) VALUE SPACE.
      *
       01  WS-END.
           05 FILLER                    PIC X(32) VALUE
           '** THIS IS END OF WS EXER25 **'.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZATION
           IF WS-ABORT-RUN = 'N'
               IF WS-REPRINT-RUN = 'Y'
                   PERFORM 5000-LOAD-SNAPSHOT-SUMMARY
               ELSE
                   PERFORM 2000-LOAD-REFERENCE-TABLES
                   PERFORM 2200-FIND-CONTROL-TOTAL
                   IF WS-ABORT-RUN = 'N'
                       PERFORM 2500-SORT-FEED
                   END-IF
                   IF WS-ABORT-RUN = 'N'
                       PERFORM 3000-COMPARE-WITH-PRIOR
                   END-IF
                   IF WS-ABORT-RUN = 'N'
                       PERFORM 4000-WRITE-SNAPSHOT-SUMMARY
                   END-IF
               END-IF
           END-IF
           IF WS-ABORT-RUN = 'N'
               PERFORM 6000-PRODUCE-QUARTER-REPORT
           END-IF
           PERFORM 9999-END-OF-JOB
           GOBACK.
      *
       1000-INITIALIZATION.
           DISPLAY 'QUARTER-END-INFORCE'
           PERFORM 1100-READ-CONTROL-CARD
           OPEN INPUT OLD-SNAPSHOT-FILE
           OPEN OUTPUT QUARTER-REPORT-FILE
           IF WS-RUN-MODE = 'R'
               MOVE 'Y' TO WS-REPRINT-RUN
           ELSE
               IF WS-RUN-MODE = 'F'
                   MOVE 'Y' TO WS-FIRST-QUARTER
               END-IF
               IF WS-RUN-DATE NOT NUMERIC
                   DISPLAY 'EXER25 ABEND - RUN DATE ' WS-RUN-DATE
                       ' NOT NUMERIC, RUN ABORTED'
                   MOVE 16 TO RETURN-CODE
                   MOVE 'Y' TO WS-ABORT-RUN
               ELSE
                   OPEN OUTPUT NEW-SNAPSHOT-FILE
                   PERFORM 1200-SET-QUARTER
                   PERFORM 1300-READ-PRIOR-HEADER
               END-IF
           END-IF
           .
      *
       1100-READ-CONTROL-CARD.
           OPEN INPUT SYSIN-FILE
           READ SYSIN-FILE
               AT END
                   MOVE SPACES TO SYSIN-RECORD
           END-READ
           MOVE SI-RUN-DATE TO WS-RUN-DATE
           MOVE SI-RUN-MODE TO WS-RUN-MODE
           CLOSE SYSIN-FILE
           .
      *
      ******************************************************
      *  1200 - THE QUARTER IS NAMED YYYYQN FROM THE RUN    *
      *  DATE. A RUN OUTSIDE MARCH, JUNE, SEPTEMBER OR      *
      *  DECEMBER IS ALLOWED (A LATE CATCH-UP) BUT WARNED.  *
      ******************************************************
       1200-SET-QUARTER.
           MOVE WS-RUN-DATE TO WS-SNAP-RUN-DATE
           MOVE WS-RUN-DATE(5:2) TO WS-RUN-MONTH
           MOVE SPACES TO WS-QUARTER
           EVALUATE WS-RUN-MONTH
               WHEN '01' WHEN '02' WHEN '03'
                   STRING WS-RUN-DATE(1:4) 'Q1'
                       DELIMITED BY SIZE INTO WS-QUARTER
                   END-STRING
               WHEN '04' WHEN '05' WHEN '06'
                   STRING WS-RUN-DATE(1:4) 'Q2'
                       DELIMITED BY SIZE INTO WS-QUARTER
                   END-STRING
               WHEN '07' WHEN '08' WHEN '09'
                   STRING WS-RUN-DATE(1:4) 'Q3'
                       DELIMITED BY SIZE INTO WS-QUARTER
                   END-STRING
               WHEN OTHER
                   STRING WS-RUN-DATE(1:4) 'Q4'
                       DELIMITED BY SIZE INTO WS-QUARTER
                   END-STRING
           END-EVALUATE
           IF WS-RUN-MONTH NOT = '03' AND NOT = '06'
                   AND NOT = '09' AND NOT = '12'
               DISPLAY 'EXER25 WARNING - RUN DATE ' WS-RUN-DATE
                   ' IS NOT IN A QUARTER-END MONTH'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           .
      *
      ******************************************************
      *  1300 - THE FIRST QUARTER ON FILE ('F' CARD) LEAVES *
      *  THE PRIOR QUARTER BLANK AND EVERY POLICY COUNTS AS *
      *  NEW BUSINESS. OTHERWISE THE PRIOR GENERATION MUST  *
      *  HAVE A HEADER FROM AN EARLIER QUARTER AND RUN DATE *
      *  - AN EMPTY GENERATION, OR THIS QUARTER'S OWN (A    *
      *  RERUN POINTED AT ITS OWN OUTPUT), ABORTS.          *
      ******************************************************
       1300-READ-PRIOR-HEADER.
           IF WS-FIRST-QUARTER = 'Y'
               MOVE 'Y' TO WS-EOF-OLD-SNAPSHOT
           ELSE
               PERFORM 3020-READ-OLD-SNAPSHOT
               EVALUATE TRUE
                   WHEN WS-EOF-OLD-SNAPSHOT = 'Y'
                       DISPLAY 'EXER25 ABEND - PRIOR SNAPSHOT '
                           'EMPTY, RUN ABORTED'
                       MOVE 16 TO RETURN-CODE
                       MOVE 'Y' TO WS-ABORT-RUN
                   WHEN QH-RECORD-TYPE NOT = 'H'
                       DISPLAY 'EXER25 ABEND - PRIOR SNAPSHOT '
                           'HEADER MISSING, RUN ABORTED'
                       MOVE 16 TO RETURN-CODE
                       MOVE 'Y' TO WS-ABORT-RUN
                   WHEN QH-RUN-DATE NOT < WS-RUN-DATE
                       OR QH-QUARTER NOT < WS-QUARTER
                       DISPLAY 'EXER25 ABEND - PRIOR SNAPSHOT IS '
                           QH-QUARTER ' RUN ' QH-RUN-DATE
                           ', NOT BEFORE ' WS-QUARTER
                           ' RUN ' WS-RUN-DATE ', RUN ABORTED'
                       MOVE 16 TO RETURN-CODE
                       MOVE 'Y' TO WS-ABORT-RUN
                   WHEN OTHER
                       MOVE QH-QUARTER TO WS-PRIOR-QUARTER
                       MOVE QH-RUN-DATE TO WS-PRIOR-RUN-DATE
                       PERFORM 1310-PROVE-PRIOR-SNAPSHOT
               END-EVALUATE
           END-IF
           .
      *
      ******************************************************
      *  1310 - THE PRIOR DETAILS DECIDE WHAT IS NEW,       *
      *  DROPPED AND RE-RATED, SO THE PRIOR GENERATION IS   *
      *  PROVED TO ITS TRAILER BEFORE THE MERGE, AS A       *
      *  REPRINT PROVES IT. A MISSING TRAILER OR DETAILS    *
      *  THAT DO NOT FOOT (A TRUNCATED GENERATION) ABORT.   *
      *  THE FILE IS THEN REOPENED AND LEFT PAST ITS HEADER *
      *  FOR 3030.                                          *
      ******************************************************
       1310-PROVE-PRIOR-SNAPSHOT.
           PERFORM 3020-READ-OLD-SNAPSHOT
           PERFORM 1320-PROVE-PRIOR-RECORD
               UNTIL WS-EOF-OLD-SNAPSHOT = 'Y'
                   OR WS-PRIOR-TRAILER-FOUND = 'Y'
           EVALUATE TRUE
               WHEN WS-PRIOR-TRAILER-FOUND = 'N'
                   DISPLAY 'EXER25 ABEND - PRIOR SNAPSHOT TRAILER '
                       'MISSING, RUN ABORTED'
                   MOVE 16 TO RETURN-CODE
                   MOVE 'Y' TO WS-ABORT-RUN
               WHEN QT-DETAIL-COUNT NOT = WS-PRIOR-DETAIL-COUNT
                   OR QT-PREMIUM-HASH NOT = WS-PRIOR-DETAIL-HASH
                   OR QT-SUMMARY-COUNT NOT = WS-PRIOR-SUMMARY-COUNT
                   DISPLAY 'EXER25 ABEND - PRIOR SNAPSHOT TRAILER '
                       'OUT OF BALANCE, RUN ABORTED'
                   MOVE 16 TO RETURN-CODE
                   MOVE 'Y' TO WS-ABORT-RUN
               WHEN OTHER
                   CLOSE OLD-SNAPSHOT-FILE
                   OPEN INPUT OLD-SNAPSHOT-FILE
                   MOVE 'N' TO WS-EOF-OLD-SNAPSHOT
                   PERFORM 3020-READ-OLD-SNAPSHOT
           END-EVALUATE
           .
      *
       1320-PROVE-PRIOR-RECORD.
           EVALUATE QS-RECORD-TYPE
               WHEN 'D'
                   ADD 1 TO WS-PRIOR-DETAIL-COUNT
                   ADD QS-APPROVED-PREMIUM TO WS-PRIOR-DETAIL-HASH
               WHEN 'S'
                   ADD 1 TO WS-PRIOR-SUMMARY-COUNT
               WHEN 'T'
                   MOVE 'Y' TO WS-PRIOR-TRAILER-FOUND
           END-EVALUATE
           IF WS-PRIOR-TRAILER-FOUND = 'N'
               PERFORM 3020-READ-OLD-SNAPSHOT
           END-IF
           .
      *
       2000-LOAD-REFERENCE-TABLES.
           OPEN INPUT REFERENCE-FILE
           PERFORM 2100-LOAD-ONE-REFERENCE
               UNTIL WS-EOF-REFERENCE-FILE = 'Y'
           CLOSE REFERENCE-FILE
           .
      *
       2100-LOAD-ONE-REFERENCE.
           READ REFERENCE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-REFERENCE-FILE
               NOT AT END
                   IF RE-EFFECTIVE-FROM = SPACES
                       MOVE '00000000' TO RE-EFFECTIVE-FROM
                   END-IF
                   IF RE-EFFECTIVE-TO = SPACES
                       MOVE '99999999' TO RE-EFFECTIVE-TO
                   END-IF
                   EVALUATE RE-REF-KIND
                       WHEN 'S'
                           IF SDT-ENTRY-COUNT < 200
                               ADD 1 TO SDT-ENTRY-COUNT
                               MOVE RE-CODE TO
                                   SDT-STATE-CODE(SDT-ENTRY-COUNT)
                               MOVE RE-EFFECTIVE-FROM TO
                                   SDT-EFFECTIVE-FROM(SDT-ENTRY-COUNT)
                               MOVE RE-EFFECTIVE-TO TO
                                   SDT-EFFECTIVE-TO(SDT-ENTRY-COUNT)
                               MOVE RE-DESCRIPTION TO
                                   SDT-DESCRIPTION(SDT-ENTRY-COUNT)
                           END-IF
                       WHEN 'T'
                           IF TDT-ENTRY-COUNT < 100
                               ADD 1 TO TDT-ENTRY-COUNT
                               MOVE RE-CODE TO
                                   TDT-POLICY-TYPE(TDT-ENTRY-COUNT)
                               MOVE RE-EFFECTIVE-FROM TO
                                   TDT-EFFECTIVE-FROM(TDT-ENTRY-COUNT)
                               MOVE RE-EFFECTIVE-TO TO
                                   TDT-EFFECTIVE-TO(TDT-ENTRY-COUNT)
                               MOVE RE-DESCRIPTION TO
                                   TDT-DESCRIPTION(TDT-ENTRY-COUNT)
                           END-IF
                   END-EVALUATE
           END-READ
           .
      *
      ******************************************************
      *  2200 - THE RUN-LEVEL RECORD FOR THE RUN DATE: A    *
      *  FULL-BOOK EXER00 RECORD OR EXER08'S CONSOLIDATION  *
      *  ('**' RANGE). IF MORE THAN ONE MATCHES, THE LAST   *
      *  ONE READ IS TAKEN.                                 *
      ******************************************************
       2200-FIND-CONTROL-TOTAL.
           OPEN INPUT CONTROL-TOTAL-FILE
           PERFORM 2210-READ-CONTROL-TOTAL
               UNTIL WS-EOF-CONTROL-FILE = 'Y'
           CLOSE CONTROL-TOTAL-FILE
           IF WS-CONTROL-TOTAL-FOUND = 'N'
               DISPLAY 'EXER25 ABEND - NO RUN-LEVEL CTLTOTAL FOR '
                   WS-RUN-DATE ', RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-ABORT-RUN
           END-IF
           .
      *
       2210-READ-CONTROL-TOTAL.
           READ CONTROL-TOTAL-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-CONTROL-FILE
               NOT AT END
                   IF CT-RUN-DATE = WS-RUN-DATE
                       AND CT-STATE-RANGE-FROM = '**'
                       MOVE 'Y' TO WS-CONTROL-TOTAL-FOUND
                       MOVE CT-RUN-ID TO WS-CT-RUN-ID
                       MOVE CT-RECORDS-PASSED
                           TO WS-CT-RECORDS-PASSED
                       MOVE CT-TOTAL-PREMIUM TO WS-CT-TOTAL-PREMIUM
                   END-IF
           END-READ
           .
      *
       2500-SORT-FEED.
           SORT FEED-SORT-FILE
               ON ASCENDING KEY FS-POLICY-NUMBER
               INPUT PROCEDURE IS 2600-RELEASE-FEED
               GIVING SORTED-FEED-FILE
           IF WS-FEED-HEADERS-READ = ZERO
               DISPLAY 'EXER25 ABEND - NO VALIDATED FEED FOR '
                   WS-RUN-DATE ', RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-ABORT-RUN
           END-IF
           .
      *
      ******************************************************
      *  2600 - ONLY SEGMENTS WHOSE HEADER CARRIES THE RUN  *
      *  DATE ARE SNAPSHOT, SO THE WRONG NIGHT'S RETAINED   *
      *  FEED ABORTS INSTEAD OF PRINTING A QUARTER THAT     *
      *  CANNOT TIE. EACH SEGMENT IS PROVED AGAINST ITS     *
      *  OWN TRAILER.                                       *
      ******************************************************
       2600-RELEASE-FEED.
           OPEN INPUT VALIDATED-FILE
           PERFORM 2610-RELEASE-FEED-RECORD
               UNTIL WS-EOF-VALIDATED-FILE = 'Y'
           CLOSE VALIDATED-FILE
           .
      *
       2610-RELEASE-FEED-RECORD.
           READ VALIDATED-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-VALIDATED-FILE
               NOT AT END
                   EVALUATE VP-RECORD-TYPE
                       WHEN 'H'
                           MOVE VH-RUN-DATE TO WS-FEED-RUN-DATE
                           MOVE ZERO TO WS-SEGMENT-COUNT
                           MOVE ZERO TO WS-SEGMENT-HASH
                           IF WS-FEED-RUN-DATE = WS-RUN-DATE
                               ADD 1 TO WS-FEED-HEADERS-READ
                           END-IF
                       WHEN 'D'
                           IF WS-FEED-RUN-DATE = WS-RUN-DATE
                               PERFORM 2620-RELEASE-FEED-DETAIL
                           END-IF
                       WHEN 'T'
                           IF WS-FEED-RUN-DATE = WS-RUN-DATE
                               PERFORM 2630-PROVE-FEED-TRAILER
                           END-IF
                   END-EVALUATE
           END-READ
           .
      *
       2620-RELEASE-FEED-DETAIL.
           ADD 1 TO WS-SEGMENT-COUNT
           ADD VP-APPROVED-PREMIUM TO WS-SEGMENT-HASH
           MOVE SPACES TO FEED-SORT-RECORD
           MOVE VP-POLICY-NUMBER TO FS-POLICY-NUMBER
           MOVE VP-STATE-CODE TO FS-STATE-CODE
           MOVE VP-POLICY-TYPE TO FS-POLICY-TYPE
           MOVE VP-EFFECTIVE-DATE TO FS-EFFECTIVE-DATE
           MOVE VP-APPROVED-PREMIUM TO FS-APPROVED-PREMIUM
           RELEASE FEED-SORT-RECORD
           .
      *
       2630-PROVE-FEED-TRAILER.
           IF VT-RECORD-COUNT NOT = WS-SEGMENT-COUNT
               OR VT-PREMIUM-HASH NOT = WS-SEGMENT-HASH
               MOVE 'Y' TO WS-OUT-OF-BALANCE
               DISPLAY 'EXER25 WARNING - FEED TRAILER OUT OF '
                   'BALANCE FOR RUN ' WS-FEED-RUN-DATE
           END-IF
           .
      *
      ******************************************************
      *  3000 - WALK TONIGHT'S SORTED FEED AND THE PRIOR    *
      *  QUARTER'S DETAILS (ALREADY IN POLICY ORDER)        *
      *  TOGETHER. EVERY CURRENT POLICY IS WRITTEN TO THE   *
      *  NEW SNAPSHOT AS IT IS CLASSIFIED.                  *
      ******************************************************
       3000-COMPARE-WITH-PRIOR.
           PERFORM 3050-WRITE-SNAPSHOT-HEADER
           OPEN INPUT SORTED-FEED-FILE
           PERFORM 3010-READ-SORTED-FEED
           PERFORM 3030-READ-PRIOR-DETAIL
           PERFORM 3100-COMPARE-ONE-POLICY
               UNTIL (WS-CURRENT-POLICY-NUMBER = HIGH-VALUES
                   AND WS-PRIOR-POLICY-NUMBER = HIGH-VALUES)
                   OR WS-ABORT-RUN = 'Y'
           CLOSE SORTED-FEED-FILE
           .
      *
       3010-READ-SORTED-FEED.
           READ SORTED-FEED-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SORTED-FEED
                   MOVE HIGH-VALUES TO WS-CURRENT-POLICY-NUMBER
               NOT AT END
                   MOVE SF-POLICY-NUMBER TO WS-CURRENT-POLICY-NUMBER
           END-READ
           .
      *
       3020-READ-OLD-SNAPSHOT.
           READ OLD-SNAPSHOT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-OLD-SNAPSHOT
           END-READ
           .
      *
      ******************************************************
      *  3030 - THE PRIOR DETAILS END AT THE FIRST SUMMARY  *
      *  OR TRAILER RECORD.                                 *
      ******************************************************
       3030-READ-PRIOR-DETAIL.
           MOVE HIGH-VALUES TO WS-PRIOR-POLICY-NUMBER
           IF WS-EOF-OLD-SNAPSHOT = 'N'
               PERFORM 3020-READ-OLD-SNAPSHOT
               IF WS-EOF-OLD-SNAPSHOT = 'N'
                   AND QS-RECORD-TYPE = 'D'
                   MOVE QS-POLICY-NUMBER TO WS-PRIOR-POLICY-NUMBER
                   MOVE QS-STATE-CODE TO WS-PRIOR-STATE-CODE
                   MOVE QS-POLICY-TYPE TO WS-PRIOR-POLICY-TYPE
                   MOVE QS-APPROVED-PREMIUM TO WS-PRIOR-PREMIUM
               ELSE
                   MOVE 'Y' TO WS-EOF-OLD-SNAPSHOT
               END-IF
           END-IF
           .
      *
       3050-WRITE-SNAPSHOT-HEADER.
           MOVE SPACES TO NEW-SNAPSHOT-HEADER
           MOVE 'H' TO NH-RECORD-TYPE
           MOVE WS-QUARTER TO NH-QUARTER
           MOVE WS-SNAP-RUN-DATE TO NH-RUN-DATE
           MOVE WS-PRIOR-QUARTER TO NH-PRIOR-QUARTER
           MOVE WS-PRIOR-RUN-DATE TO NH-PRIOR-RUN-DATE
           MOVE WS-CT-RUN-ID TO NH-CT-RUN-ID
           MOVE WS-CT-RECORDS-PASSED TO NH-CT-RECORDS-PASSED
           MOVE WS-CT-TOTAL-PREMIUM TO NH-CT-TOTAL-PREMIUM
           WRITE NEW-SNAPSHOT-HEADER
           .
      *
       3100-COMPARE-ONE-POLICY.
           EVALUATE TRUE
               WHEN WS-CURRENT-POLICY-NUMBER < WS-PRIOR-POLICY-NUMBER
                   PERFORM 3200-COUNT-NEW-BUSINESS
                   PERFORM 3600-WRITE-SNAPSHOT-DETAIL
                   PERFORM 3010-READ-SORTED-FEED
               WHEN WS-CURRENT-POLICY-NUMBER > WS-PRIOR-POLICY-NUMBER
                   PERFORM 3300-COUNT-DROPPED
                   PERFORM 3030-READ-PRIOR-DETAIL
               WHEN OTHER
                   PERFORM 3400-COUNT-CONTINUING
                   PERFORM 3600-WRITE-SNAPSHOT-DETAIL
                   PERFORM 3010-READ-SORTED-FEED
                   PERFORM 3030-READ-PRIOR-DETAIL
           END-EVALUATE
           .
      *
       3200-COUNT-NEW-BUSINESS.
           MOVE SF-STATE-CODE TO WS-CELL-STATE-CODE
           MOVE SF-POLICY-TYPE TO WS-CELL-POLICY-TYPE
           PERFORM 3500-FIND-CELL
           IF WS-ABORT-RUN = 'N'
               ADD 1 TO CEL-NEW-COUNT(CEL-IDX)
               ADD SF-APPROVED-PREMIUM TO CEL-NEW-PREMIUM(CEL-IDX)
               ADD 1 TO CEL-INFORCE-COUNT(CEL-IDX)
               ADD SF-APPROVED-PREMIUM
                   TO CEL-INFORCE-PREMIUM(CEL-IDX)
           END-IF
           .
      *
       3300-COUNT-DROPPED.
           MOVE WS-PRIOR-STATE-CODE TO WS-CELL-STATE-CODE
           MOVE WS-PRIOR-POLICY-TYPE TO WS-CELL-POLICY-TYPE
           PERFORM 3500-FIND-CELL
           IF WS-ABORT-RUN = 'N'
               ADD 1 TO CEL-PRIOR-COUNT(CEL-IDX)
               ADD WS-PRIOR-PREMIUM TO CEL-PRIOR-PREMIUM(CEL-IDX)
               ADD 1 TO CEL-DROPPED-COUNT(CEL-IDX)
               ADD WS-PRIOR-PREMIUM
                   TO CEL-DROPPED-PREMIUM(CEL-IDX)
           END-IF
           .
      *
      ******************************************************
      *  3400 - A POLICY ON BOTH SNAPSHOTS IN THE SAME      *
      *  STATE AND TYPE IS RE-RATED WHEN ITS APPROVED       *
      *  PREMIUM MOVED. ONE THAT CHANGED STATE OR TYPE      *
      *  LEAVES ITS OLD ROW AS DROPPED AND JOINS ITS NEW    *
      *  ROW AS NEW, SO EVERY ROW STILL ROLLS FORWARD.      *
      ******************************************************
       3400-COUNT-CONTINUING.
           IF SF-STATE-CODE = WS-PRIOR-STATE-CODE
               AND SF-POLICY-TYPE = WS-PRIOR-POLICY-TYPE
               MOVE SF-STATE-CODE TO WS-CELL-STATE-CODE
               MOVE SF-POLICY-TYPE TO WS-CELL-POLICY-TYPE
               PERFORM 3500-FIND-CELL
               IF WS-ABORT-RUN = 'N'
                   ADD 1 TO CEL-PRIOR-COUNT(CEL-IDX)
                   ADD WS-PRIOR-PREMIUM
                       TO CEL-PRIOR-PREMIUM(CEL-IDX)
                   ADD 1 TO CEL-INFORCE-COUNT(CEL-IDX)
                   ADD SF-APPROVED-PREMIUM
                       TO CEL-INFORCE-PREMIUM(CEL-IDX)
                   IF SF-APPROVED-PREMIUM NOT = WS-PRIOR-PREMIUM
                       ADD 1 TO CEL-RERATED-COUNT(CEL-IDX)
                       COMPUTE CEL-RERATE-CHANGE(CEL-IDX) =
                           CEL-RERATE-CHANGE(CEL-IDX)
                           + SF-APPROVED-PREMIUM - WS-PRIOR-PREMIUM
                   END-IF
               END-IF
           ELSE
               PERFORM 3300-COUNT-DROPPED
               IF WS-ABORT-RUN = 'N'
                   PERFORM 3200-COUNT-NEW-BUSINESS
               END-IF
           END-IF
           .
      *
      ******************************************************
      *  3500 - FIND THE STATE/TYPE ROW, INSERTING IT IN    *
      *  KEY ORDER (WITH ITS DESCRIPTIONS) THE FIRST TIME   *
      *  IT IS SEEN. LEAVES CEL-IDX ON THE ROW.             *
      ******************************************************
       3500-FIND-CELL.
           MOVE 'N' TO WS-CELL-FOUND
           MOVE ZERO TO WS-INSERT-SUB
           PERFORM VARYING CEL-IDX FROM 1 BY 1
                   UNTIL CEL-IDX > CEL-ENTRY-COUNT
                       OR WS-CELL-FOUND = 'Y'
                       OR WS-INSERT-SUB > ZERO
               IF CEL-KEY(CEL-IDX) = WS-CELL-KEY
                   MOVE 'Y' TO WS-CELL-FOUND
               ELSE
                   IF CEL-KEY(CEL-IDX) > WS-CELL-KEY
                       SET WS-INSERT-SUB TO CEL-IDX
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CELL-FOUND = 'Y'
               SET CEL-IDX DOWN BY 1
           ELSE
               IF CEL-ENTRY-COUNT >= 1000
                   DISPLAY 'EXER25 ABEND - OVER 1000 STATE/TYPE '
                       'ROWS, RUN ABORTED'
                   MOVE 16 TO RETURN-CODE
                   MOVE 'Y' TO WS-ABORT-RUN
               ELSE
                   PERFORM 3510-INSERT-CELL
               END-IF
           END-IF
           .
      *
       3510-INSERT-CELL.
           ADD 1 TO CEL-ENTRY-COUNT
           IF WS-INSERT-SUB = ZERO
               MOVE CEL-ENTRY-COUNT TO WS-INSERT-SUB
           ELSE
               PERFORM VARYING WS-MOVE-SUB FROM CEL-ENTRY-COUNT
                       BY -1 UNTIL WS-MOVE-SUB <= WS-INSERT-SUB
                   MOVE CEL-ENTRY(WS-MOVE-SUB - 1)
                       TO CEL-ENTRY(WS-MOVE-SUB)
               END-PERFORM
           END-IF
           SET CEL-IDX TO WS-INSERT-SUB
           MOVE WS-CELL-KEY TO CEL-KEY(CEL-IDX)
           MOVE ZERO TO CEL-PRIOR-COUNT(CEL-IDX)
           MOVE ZERO TO CEL-PRIOR-PREMIUM(CEL-IDX)
           MOVE ZERO TO CEL-NEW-COUNT(CEL-IDX)
           MOVE ZERO TO CEL-NEW-PREMIUM(CEL-IDX)
           MOVE ZERO TO CEL-DROPPED-COUNT(CEL-IDX)
           MOVE ZERO TO CEL-DROPPED-PREMIUM(CEL-IDX)
           MOVE ZERO TO CEL-RERATED-COUNT(CEL-IDX)
           MOVE ZERO TO CEL-RERATE-CHANGE(CEL-IDX)
           MOVE ZERO TO CEL-INFORCE-COUNT(CEL-IDX)
           MOVE ZERO TO CEL-INFORCE-PREMIUM(CEL-IDX)
           PERFORM 3520-DESCRIBE-STATE
           PERFORM 3530-DESCRIBE-TYPE
           .
      *
      ******************************************************
      *  3520/3530 - THE DESCRIPTION IN EFFECT ON THE RUN   *
      *  DATE; FAILING THAT, THE LAST ROW FOR THE CODE, SO  *
      *  AN END-DATED CODE STILL CARRYING IN-FORCE BUSINESS *
      *  IS NAMED.                                          *
      ******************************************************
       3520-DESCRIBE-STATE.
           MOVE 'N' TO WS-DESCRIPTION-FOUND
           MOVE '*** NOT ON REFERENCE' TO CEL-STATE-DESCRIPTION(CEL-IDX)
           PERFORM VARYING SDT-IDX FROM 1 BY 1
                   UNTIL SDT-IDX > SDT-ENTRY-COUNT
                       OR WS-DESCRIPTION-FOUND = 'Y'
               IF SDT-STATE-CODE(SDT-IDX) = WS-CELL-STATE-CODE
                   MOVE SDT-DESCRIPTION(SDT-IDX)
                       TO CEL-STATE-DESCRIPTION(CEL-IDX)
                   IF WS-RUN-DATE NOT < SDT-EFFECTIVE-FROM(SDT-IDX)
                       AND WS-RUN-DATE NOT > SDT-EFFECTIVE-TO(SDT-IDX)
                       MOVE 'Y' TO WS-DESCRIPTION-FOUND
                   END-IF
               END-IF
           END-PERFORM
           .
      *
       3530-DESCRIBE-TYPE.
           MOVE 'N' TO WS-DESCRIPTION-FOUND
           MOVE '*** NOT ON REFERENCE' TO CEL-TYPE-DESCRIPTION(CEL-IDX)
           PERFORM VARYING TDT-IDX FROM 1 BY 1
                   UNTIL TDT-IDX > TDT-ENTRY-COUNT
                       OR WS-DESCRIPTION-FOUND = 'Y'
               IF TDT-POLICY-TYPE(TDT-IDX) = WS-CELL-POLICY-TYPE
                   MOVE TDT-DESCRIPTION(TDT-IDX)
                       TO CEL-TYPE-DESCRIPTION(CEL-IDX)
                   IF WS-RUN-DATE NOT < TDT-EFFECTIVE-FROM(TDT-IDX)
                       AND WS-RUN-DATE NOT > TDT-EFFECTIVE-TO(TDT-IDX)
                       MOVE 'Y' TO WS-DESCRIPTION-FOUND
                   END-IF
               END-IF
           END-PERFORM
           .
      *
       3600-WRITE-SNAPSHOT-DETAIL.
           MOVE SPACES TO NEW-SNAPSHOT-RECORD
           MOVE 'D' TO NS-RECORD-TYPE
           MOVE SF-POLICY-NUMBER TO NS-POLICY-NUMBER
           MOVE SF-STATE-CODE TO NS-STATE-CODE
           MOVE SF-POLICY-TYPE TO NS-POLICY-TYPE
           MOVE SF-EFFECTIVE-DATE TO NS-EFFECTIVE-DATE
           MOVE SF-APPROVED-PREMIUM TO NS-APPROVED-PREMIUM
           WRITE NEW-SNAPSHOT-RECORD
           ADD 1 TO WS-DETAIL-COUNT
           ADD SF-APPROVED-PREMIUM TO WS-DETAIL-HASH
           .
      *
       4000-WRITE-SNAPSHOT-SUMMARY.
           PERFORM 4100-WRITE-SUMMARY-ROW
               VARYING CEL-IDX FROM 1 BY 1
               UNTIL CEL-IDX > CEL-ENTRY-COUNT
           MOVE SPACES TO NEW-SNAPSHOT-TRAILER
           MOVE 'T' TO NT-RECORD-TYPE
           MOVE WS-DETAIL-COUNT TO NT-DETAIL-COUNT
           MOVE WS-DETAIL-HASH TO NT-PREMIUM-HASH
           MOVE CEL-ENTRY-COUNT TO NT-SUMMARY-COUNT
           WRITE NEW-SNAPSHOT-TRAILER
           .
      *
       4100-WRITE-SUMMARY-ROW.
           MOVE SPACES TO NEW-SNAPSHOT-SUMMARY
           MOVE 'S' TO NM-RECORD-TYPE
           MOVE CEL-STATE-CODE(CEL-IDX) TO NM-STATE-CODE
           MOVE CEL-POLICY-TYPE(CEL-IDX) TO NM-POLICY-TYPE
           MOVE CEL-STATE-DESCRIPTION(CEL-IDX)
               TO NM-STATE-DESCRIPTION
           MOVE CEL-TYPE-DESCRIPTION(CEL-IDX)
               TO NM-TYPE-DESCRIPTION
           MOVE CEL-PRIOR-COUNT(CEL-IDX) TO NM-PRIOR-COUNT
           MOVE CEL-PRIOR-PREMIUM(CEL-IDX) TO NM-PRIOR-PREMIUM
           MOVE CEL-NEW-COUNT(CEL-IDX) TO NM-NEW-COUNT
           MOVE CEL-NEW-PREMIUM(CEL-IDX) TO NM-NEW-PREMIUM
           MOVE CEL-DROPPED-COUNT(CEL-IDX) TO NM-DROPPED-COUNT
           MOVE CEL-DROPPED-PREMIUM(CEL-IDX) TO NM-DROPPED-PREMIUM
           MOVE CEL-RERATED-COUNT(CEL-IDX) TO NM-RERATED-COUNT
           MOVE CEL-RERATE-CHANGE(CEL-IDX) TO NM-RERATE-CHANGE
           MOVE CEL-INFORCE-COUNT(CEL-IDX) TO NM-INFORCE-COUNT
           MOVE CEL-INFORCE-PREMIUM(CEL-IDX) TO NM-INFORCE-PREMIUM
           WRITE NEW-SNAPSHOT-SUMMARY
           .
      *
      ******************************************************
      *  5000 - REPRINT: REBUILD THE ROW TABLE AND HEADER   *
      *  FROM THE RETAINED GENERATION AND PROVE IT AGAINST  *
      *  ITS OWN TRAILER BEFORE PRINTING. A GENERATION CUT  *
      *  SHORT BEFORE ITS TRAILER ABORTS, AS IN 1310.       *
      ******************************************************
       5000-LOAD-SNAPSHOT-SUMMARY.
           PERFORM 3020-READ-OLD-SNAPSHOT
           IF WS-EOF-OLD-SNAPSHOT = 'Y'
               OR QH-RECORD-TYPE NOT = 'H'
               DISPLAY 'EXER25 ABEND - SNAPSHOT HEADER MISSING, '
                   'RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-ABORT-RUN
           ELSE
               MOVE QH-QUARTER TO WS-QUARTER
               MOVE QH-RUN-DATE TO WS-SNAP-RUN-DATE
               MOVE QH-PRIOR-QUARTER TO WS-PRIOR-QUARTER
               MOVE QH-PRIOR-RUN-DATE TO WS-PRIOR-RUN-DATE
               MOVE QH-CT-RUN-ID TO WS-CT-RUN-ID
               MOVE QH-CT-RECORDS-PASSED TO WS-CT-RECORDS-PASSED
               MOVE QH-CT-TOTAL-PREMIUM TO WS-CT-TOTAL-PREMIUM
               PERFORM 3020-READ-OLD-SNAPSHOT
               PERFORM 5100-LOAD-ONE-SNAPSHOT-RECORD
                   UNTIL WS-EOF-OLD-SNAPSHOT = 'Y'
                       OR WS-ABORT-RUN = 'Y'
               IF WS-ABORT-RUN = 'N'
                   AND WS-TRAILER-FOUND = 'N'
                   DISPLAY 'EXER25 ABEND - SNAPSHOT TRAILER MISSING, '
                       'RUN ABORTED'
                   MOVE 16 TO RETURN-CODE
                   MOVE 'Y' TO WS-ABORT-RUN
               END-IF
           END-IF
           .
      *
       5100-LOAD-ONE-SNAPSHOT-RECORD.
           EVALUATE QS-RECORD-TYPE
               WHEN 'D'
                   ADD 1 TO WS-DETAIL-COUNT
                   ADD QS-APPROVED-PREMIUM TO WS-DETAIL-HASH
               WHEN 'S'
                   PERFORM 5200-LOAD-SUMMARY-ROW
               WHEN 'T'
                   MOVE 'Y' TO WS-TRAILER-FOUND
                   IF QT-DETAIL-COUNT NOT = WS-DETAIL-COUNT
                       OR QT-PREMIUM-HASH NOT = WS-DETAIL-HASH
                       OR QT-SUMMARY-COUNT NOT = CEL-ENTRY-COUNT
                       MOVE 'Y' TO WS-OUT-OF-BALANCE
                       DISPLAY 'EXER25 WARNING - SNAPSHOT TRAILER '
                           'OUT OF BALANCE'
                   END-IF
           END-EVALUATE
           PERFORM 3020-READ-OLD-SNAPSHOT
           .
      *
       5200-LOAD-SUMMARY-ROW.
           IF CEL-ENTRY-COUNT >= 1000
               DISPLAY 'EXER25 ABEND - OVER 1000 STATE/TYPE '
                   'ROWS, RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-ABORT-RUN
           ELSE
               ADD 1 TO CEL-ENTRY-COUNT
               SET CEL-IDX TO CEL-ENTRY-COUNT
               MOVE QM-STATE-CODE TO CEL-STATE-CODE(CEL-IDX)
               MOVE QM-POLICY-TYPE TO CEL-POLICY-TYPE(CEL-IDX)
               MOVE QM-STATE-DESCRIPTION
                   TO CEL-STATE-DESCRIPTION(CEL-IDX)
               MOVE QM-TYPE-DESCRIPTION
                   TO CEL-TYPE-DESCRIPTION(CEL-IDX)
               MOVE QM-PRIOR-COUNT TO CEL-PRIOR-COUNT(CEL-IDX)
               MOVE QM-PRIOR-PREMIUM TO CEL-PRIOR-PREMIUM(CEL-IDX)
               MOVE QM-NEW-COUNT TO CEL-NEW-COUNT(CEL-IDX)
               MOVE QM-NEW-PREMIUM TO CEL-NEW-PREMIUM(CEL-IDX)
               MOVE QM-DROPPED-COUNT TO CEL-DROPPED-COUNT(CEL-IDX)
               MOVE QM-DROPPED-PREMIUM
                   TO CEL-DROPPED-PREMIUM(CEL-IDX)
               MOVE QM-RERATED-COUNT TO CEL-RERATED-COUNT(CEL-IDX)
               MOVE QM-RERATE-CHANGE TO CEL-RERATE-CHANGE(CEL-IDX)
               MOVE QM-INFORCE-COUNT TO CEL-INFORCE-COUNT(CEL-IDX)
               MOVE QM-INFORCE-PREMIUM
                   TO CEL-INFORCE-PREMIUM(CEL-IDX)
           END-IF
           .
      *
      ******************************************************
      *  6000 - THE REPORT IS PRINTED FROM THE ROW TABLE    *
      *  AND HEADER FIELDS ONLY, WHICH ARE EXACTLY WHAT THE *
      *  SNAPSHOT CARRIES - A REPRINT IS THE SAME REPORT.   *
      ******************************************************
       6000-PRODUCE-QUARTER-REPORT.
           PERFORM 6100-TOTAL-ROWS
               VARYING CEL-IDX FROM 1 BY 1
               UNTIL CEL-IDX > CEL-ENTRY-COUNT
           MOVE SPACES TO QUARTER-REPORT-RECORD
           STRING 'EXER25 QUARTER-END IN-FORCE PREMIUM - QUARTER '
               WS-QUARTER ' RUN DATE ' WS-SNAP-RUN-DATE
               DELIMITED BY SIZE INTO QUARTER-REPORT-RECORD
           END-STRING
           WRITE QUARTER-REPORT-RECORD
           IF WS-REPRINT-RUN = 'Y'
               MOVE SPACES TO QUARTER-REPORT-RECORD
               STRING 'REPRINTED FROM THE RETAINED SNAPSHOT'
                   DELIMITED BY SIZE INTO QUARTER-REPORT-RECORD
               END-STRING
               WRITE QUARTER-REPORT-RECORD
           END-IF
           PERFORM 6200-WRITE-INFORCE-SECTION
           PERFORM 6400-WRITE-CHANGE-SECTION
           PERFORM 6600-WRITE-PROOF-SECTION
           .
      *
       6100-TOTAL-ROWS.
           ADD CEL-PRIOR-COUNT(CEL-IDX) TO WS-TOT-PRIOR-COUNT
           ADD CEL-PRIOR-PREMIUM(CEL-IDX) TO WS-TOT-PRIOR-PREMIUM
           ADD CEL-NEW-COUNT(CEL-IDX) TO WS-TOT-NEW-COUNT
           ADD CEL-NEW-PREMIUM(CEL-IDX) TO WS-TOT-NEW-PREMIUM
           ADD CEL-DROPPED-COUNT(CEL-IDX) TO WS-TOT-DROPPED-COUNT
           ADD CEL-DROPPED-PREMIUM(CEL-IDX)
               TO WS-TOT-DROPPED-PREMIUM
           ADD CEL-RERATED-COUNT(CEL-IDX) TO WS-TOT-RERATED-COUNT
           ADD CEL-RERATE-CHANGE(CEL-IDX) TO WS-TOT-RERATE-CHANGE
           ADD CEL-INFORCE-COUNT(CEL-IDX) TO WS-TOT-INFORCE-COUNT
           ADD CEL-INFORCE-PREMIUM(CEL-IDX)
               TO WS-TOT-INFORCE-PREMIUM
           .
      *
       6200-WRITE-INFORCE-SECTION.
           MOVE SPACES TO QUARTER-REPORT-RECORD
           WRITE QUARTER-REPORT-RECORD
           MOVE SPACES TO QUARTER-REPORT-RECORD
           STRING 'IN-FORCE BY STATE AND POLICY TYPE:'
               DELIMITED BY SIZE INTO QUARTER-REPORT-RECORD
           END-STRING
           WRITE QUARTER-REPORT-RECORD
           MOVE SPACES TO QUARTER-REPORT-RECORD
           STRING 'ST STATE                TY POLICY TYPE        '
               '   POLICIES   APPROVED PREMIUM'
               DELIMITED BY SIZE INTO QUARTER-REPORT-RECORD
           END-STRING
           WRITE QUARTER-REPORT-RECORD
           PERFORM 6300-WRITE-INFORCE-ROW
               VARYING CEL-IDX FROM 1 BY 1
               UNTIL CEL-IDX > CEL-ENTRY-COUNT
           MOVE WS-TOT-INFORCE-COUNT TO WS-COUNT-EDIT
           MOVE WS-TOT-INFORCE-PREMIUM TO WS-PREMIUM-EDIT
           MOVE SPACES TO QUARTER-REPORT-RECORD
           STRING 'TOTAL IN FORCE                              '
               WS-COUNT-EDIT ' ' WS-PREMIUM-EDIT
               DELIMITED BY SIZE INTO QUARTER-REPORT-RECORD
           END-STRING
           WRITE QUARTER-REPORT-RECORD
           .
      *
      ******************************************************
      *  6300 - A ROW WHOSE LAST POLICY DROPPED THIS        *
      *  QUARTER IS SHOWN ONLY IN THE CHANGE SECTION.       *
      ******************************************************
       6300-WRITE-INFORCE-ROW.
           IF CEL-INFORCE-COUNT(CEL-IDX) > ZERO
               MOVE CEL-INFORCE-COUNT(CEL-IDX) TO WS-COUNT-EDIT
               MOVE CEL-INFORCE-PREMIUM(CEL-IDX) TO WS-PREMIUM-EDIT
               MOVE SPACES TO QUARTER-REPORT-RECORD
               STRING CEL-STATE-CODE(CEL-IDX) ' '
                   CEL-STATE-DESCRIPTION(CEL-IDX) ' '
                   CEL-POLICY-TYPE(CEL-IDX) ' '
                   CEL-TYPE-DESCRIPTION(CEL-IDX) ' '
                   WS-COUNT-EDIT ' ' WS-PREMIUM-EDIT
                   DELIMITED BY SIZE INTO QUARTER-REPORT-RECORD
               END-STRING
               WRITE QUARTER-REPORT-RECORD
           END-IF
           .
      *
       6400-WRITE-CHANGE-SECTION.
           MOVE SPACES TO QUARTER-REPORT-RECORD
           WRITE QUARTER-REPORT-RECORD
           MOVE SPACES TO QUARTER-REPORT-RECORD
           IF WS-PRIOR-QUARTER = SPACES
               STRING 'CHANGE FROM PRIOR QUARTER-END: NO PRIOR '
                   'SNAPSHOT - ALL POLICIES ARE NEW'
                   DELIMITED BY SIZE INTO QUARTER-REPORT-RECORD
               END-STRING
           ELSE
               STRING 'CHANGE FROM PRIOR QUARTER-END: QUARTER '
                   WS-PRIOR-QUARTER ' RUN DATE ' WS-PRIOR-RUN-DATE
                   DELIMITED BY SIZE INTO QUARTER-REPORT-RECORD
               END-STRING
           END-IF
           WRITE QUARTER-REPORT-RECORD
           MOVE SPACES TO QUARTER-REPORT-RECORD
           STRING 'ST TY     NEW   NEW PREMIUM DROPPED  DROP '
               'PREMIUM RERATED  RERATE CHANGE'
               DELIMITED BY SIZE INTO QUARTER-REPORT-RECORD
           END-STRING
           WRITE QUARTER-REPORT-RECORD
           PERFORM 6500-WRITE-CHANGE-ROW
               VARYING CEL-IDX FROM 1 BY 1
               UNTIL CEL-IDX > CEL-ENTRY-COUNT
           .
      *
       6500-WRITE-CHANGE-ROW.
           IF CEL-NEW-COUNT(CEL-IDX) > ZERO
               OR CEL-DROPPED-COUNT(CEL-IDX) > ZERO
               OR CEL-RERATED-COUNT(CEL-IDX) > ZERO
               MOVE CEL-NEW-COUNT(CEL-IDX) TO WS-SHORT-COUNT-EDIT
               MOVE CEL-NEW-PREMIUM(CEL-IDX) TO WS-AMOUNT-EDIT
               MOVE CEL-DROPPED-COUNT(CEL-IDX)
                   TO WS-SHORT-COUNT-EDIT-2
               MOVE CEL-DROPPED-PREMIUM(CEL-IDX)
                   TO WS-AMOUNT-EDIT-2
               MOVE CEL-RERATED-COUNT(CEL-IDX)
                   TO WS-SHORT-COUNT-EDIT-3
               MOVE CEL-RERATE-CHANGE(CEL-IDX) TO WS-CHANGE-EDIT
               MOVE SPACES TO QUARTER-REPORT-RECORD
               STRING CEL-STATE-CODE(CEL-IDX) ' '
                   CEL-POLICY-TYPE(CEL-IDX) ' '
                   WS-SHORT-COUNT-EDIT ' ' WS-AMOUNT-EDIT ' '
                   WS-SHORT-COUNT-EDIT-2 ' ' WS-AMOUNT-EDIT-2 ' '
                   WS-SHORT-COUNT-EDIT-3 ' ' WS-CHANGE-EDIT
                   DELIMITED BY SIZE INTO QUARTER-REPORT-RECORD
               END-STRING
               WRITE QUARTER-REPORT-RECORD
           END-IF
           .
      *
      ******************************************************
      *  6600 - THE PROOF. THE SNAPSHOT MUST TIE TO THE     *
      *  NIGHT'S RUN-LEVEL CTLTOTAL ON POLICY COUNT AND     *
      *  PREMIUM, AND THE PRIOR QUARTER MUST ROLL FORWARD   *
      *  TO THIS ONE THROUGH NEW, DROPPED AND RE-RATED.     *
      ******************************************************
       6600-WRITE-PROOF-SECTION.
           MOVE SPACES TO QUARTER-REPORT-RECORD
           WRITE QUARTER-REPORT-RECORD
           MOVE SPACES TO QUARTER-REPORT-RECORD
           STRING 'PROOF TO CTLTOTAL - RUN ID ' WS-CT-RUN-ID
               DELIMITED BY SIZE INTO QUARTER-REPORT-RECORD
           END-STRING
           WRITE QUARTER-REPORT-RECORD
           MOVE 'SNAPSHOT POLICIES........: ' TO WS-COUNT-LABEL
           MOVE WS-TOT-INFORCE-COUNT TO WS-COUNT-EDIT
           PERFORM 6700-WRITE-COUNT-LINE
           MOVE 'CTLTOTAL RECORDS PASSED..: ' TO WS-COUNT-LABEL
           MOVE WS-CT-RECORDS-PASSED TO WS-COUNT-EDIT
           PERFORM 6700-WRITE-COUNT-LINE
           MOVE 'SNAPSHOT PREMIUM.........: ' TO WS-COUNT-LABEL
           MOVE WS-TOT-INFORCE-PREMIUM TO WS-PREMIUM-EDIT
           PERFORM 6800-WRITE-PREMIUM-LINE
           MOVE 'CTLTOTAL PREMIUM.........: ' TO WS-COUNT-LABEL
           MOVE WS-CT-TOTAL-PREMIUM TO WS-PREMIUM-EDIT
           PERFORM 6800-WRITE-PREMIUM-LINE
           MOVE SPACES TO QUARTER-REPORT-RECORD
           IF WS-TOT-INFORCE-COUNT = WS-CT-RECORDS-PASSED
               AND WS-TOT-INFORCE-PREMIUM = WS-CT-TOTAL-PREMIUM
               STRING 'SNAPSHOT TIES TO CTLTOTAL'
                   DELIMITED BY SIZE INTO QUARTER-REPORT-RECORD
               END-STRING
           ELSE
               STRING '*** SNAPSHOT DOES NOT TIE TO CTLTOTAL ***'
                   DELIMITED BY SIZE INTO QUARTER-REPORT-RECORD
               END-STRING
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           WRITE QUARTER-REPORT-RECORD
           MOVE SPACES TO QUARTER-REPORT-RECORD
           WRITE QUARTER-REPORT-RECORD
           MOVE SPACES TO QUARTER-REPORT-RECORD
           STRING 'ROLL FORWARD FROM PRIOR QUARTER-END:'
               DELIMITED BY SIZE INTO QUARTER-REPORT-RECORD
           END-STRING
           WRITE QUARTER-REPORT-RECORD
           MOVE 'PRIOR QUARTER PREMIUM....: ' TO WS-COUNT-LABEL
           MOVE WS-TOT-PRIOR-PREMIUM TO WS-PREMIUM-EDIT
           PERFORM 6800-WRITE-PREMIUM-LINE
           MOVE ' + NEW BUSINESS..........: ' TO WS-COUNT-LABEL
           MOVE WS-TOT-NEW-PREMIUM TO WS-PREMIUM-EDIT
           PERFORM 6800-WRITE-PREMIUM-LINE
           MOVE ' - DROPPED...............: ' TO WS-COUNT-LABEL
           MOVE WS-TOT-DROPPED-PREMIUM TO WS-PREMIUM-EDIT
           PERFORM 6800-WRITE-PREMIUM-LINE
           MOVE WS-TOT-RERATE-CHANGE TO WS-SIGNED-PREMIUM-EDIT
           MOVE SPACES TO QUARTER-REPORT-RECORD
           STRING ' +/- RE-RATED...........: '
               WS-SIGNED-PREMIUM-EDIT
               DELIMITED BY SIZE INTO QUARTER-REPORT-RECORD
           END-STRING
           WRITE QUARTER-REPORT-RECORD
           MOVE ' = IN FORCE..............: ' TO WS-COUNT-LABEL
           MOVE WS-TOT-INFORCE-PREMIUM TO WS-PREMIUM-EDIT
           PERFORM 6800-WRITE-PREMIUM-LINE
           MOVE WS-TOT-PRIOR-COUNT TO WS-COUNT-EDIT
           MOVE WS-TOT-NEW-COUNT TO WS-COUNT-EDIT-2
           MOVE SPACES TO QUARTER-REPORT-RECORD
           STRING 'POLICIES: PRIOR ' WS-COUNT-EDIT
               ' + NEW ' WS-COUNT-EDIT-2
               DELIMITED BY SIZE INTO QUARTER-REPORT-RECORD
           END-STRING
           WRITE QUARTER-REPORT-RECORD
           MOVE WS-TOT-DROPPED-COUNT TO WS-COUNT-EDIT
           MOVE WS-TOT-INFORCE-COUNT TO WS-COUNT-EDIT-2
           MOVE SPACES TO QUARTER-REPORT-RECORD
           STRING '          - DROPPED ' WS-COUNT-EDIT
               ' = IN FORCE ' WS-COUNT-EDIT-2
               DELIMITED BY SIZE INTO QUARTER-REPORT-RECORD
           END-STRING
           WRITE QUARTER-REPORT-RECORD
           MOVE WS-TOT-RERATED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO QUARTER-REPORT-RECORD
           STRING 'POLICIES RE-RATED........: ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO QUARTER-REPORT-RECORD
           END-STRING
           WRITE QUARTER-REPORT-RECORD
           COMPUTE WS-ROLL-PREMIUM = WS-TOT-PRIOR-PREMIUM
               + WS-TOT-NEW-PREMIUM - WS-TOT-DROPPED-PREMIUM
               + WS-TOT-RERATE-CHANGE
           MOVE SPACES TO QUARTER-REPORT-RECORD
           IF WS-ROLL-PREMIUM = WS-TOT-INFORCE-PREMIUM
               AND WS-TOT-PRIOR-COUNT + WS-TOT-NEW-COUNT
                   - WS-TOT-DROPPED-COUNT = WS-TOT-INFORCE-COUNT
               STRING 'PRIOR QUARTER ROLLS FORWARD TO IN FORCE'
                   DELIMITED BY SIZE INTO QUARTER-REPORT-RECORD
               END-STRING
           ELSE
               STRING '*** PRIOR QUARTER DOES NOT ROLL FORWARD ***'
                   DELIMITED BY SIZE INTO QUARTER-REPORT-RECORD
               END-STRING
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           WRITE QUARTER-REPORT-RECORD
           IF WS-OUT-OF-BALANCE = 'Y'
               MOVE SPACES TO QUARTER-REPORT-RECORD
               STRING '*** A FEED OR SNAPSHOT TRAILER IS OUT OF '
                   'BALANCE ***'
                   DELIMITED BY SIZE INTO QUARTER-REPORT-RECORD
               END-STRING
               WRITE QUARTER-REPORT-RECORD
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           .
      *
       6700-WRITE-COUNT-LINE.
           MOVE SPACES TO QUARTER-REPORT-RECORD
           STRING WS-COUNT-LABEL WS-COUNT-EDIT
               DELIMITED BY SIZE INTO QUARTER-REPORT-RECORD
           END-STRING
           WRITE QUARTER-REPORT-RECORD
           .
      *
       6800-WRITE-PREMIUM-LINE.
           MOVE SPACES TO QUARTER-REPORT-RECORD
           STRING WS-COUNT-LABEL WS-PREMIUM-EDIT
               DELIMITED BY SIZE INTO QUARTER-REPORT-RECORD
           END-STRING
           WRITE QUARTER-REPORT-RECORD
           .
      *
       9999-END-OF-JOB.
           CLOSE OLD-SNAPSHOT-FILE
           CLOSE QUARTER-REPORT-FILE
           IF WS-REPRINT-RUN = 'N'
               AND WS-RUN-DATE NUMERIC
               CLOSE NEW-SNAPSHOT-FILE
           END-IF
           DISPLAY 'QUARTER-END-INFORCE'
           .
