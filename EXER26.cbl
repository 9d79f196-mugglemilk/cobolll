       IDENTIFICATION DIVISION.
       PROGRAM-ID.  EXER26.
      ******************************************************
      *  RATE VERSION COMPARISON                           *
      *  ON REQUEST - ACTUARIAL ATTACHES THE REPORT TO     *
      *  EVERY FILING SIGN-OFF. COMPARES ANY TWO RATE      *
      *  VERSIONS BAND BY BAND ON POLICY TYPE, STATE CODE  *
      *  AND EFFECTIVE DATE RANGE. A REPLACED VERSION IS   *
      *  READ FROM THE RATE ARCHIVE (RATEARC); THE VERSION *
      *  STILL IN PRODUCTION FROM THE RATE FILE ITSELF.    *
      *  THE REGISTRY (RATEVER) SAYS WHICH IS WHICH AND    *
      *  WHEN AND BY WHOM EACH WAS PROMOTED. LISTS:        *
      *   - BANDS ADDED (ONLY IN THE NEW VERSION)          *
      *   - BANDS REMOVED (ONLY IN THE OLD VERSION)        *
      *   - LOW/HIGH BOUNDS CHANGED, OLD AND NEW SIDE BY   *
      *     SIDE                                           *
      *   - EFFECTIVE DATES MOVED, OLD AND NEW RANGE       *
      *  A BAND MATCHES ON TYPE, STATE AND THE SAME DATE   *
      *  RANGE FIRST; A BAND LEFT OVER IS PAIRED WITH A    *
      *  LEFT-OVER BAND FOR THE SAME TYPE AND STATE WHOSE  *
      *  RANGE OVERLAPS IT AS A DATE MOVE. ANYTHING STILL  *
      *  UNPAIRED IS ADDED OR REMOVED.                     *
      *  RETURN CODES:                                     *
      *    RC=16 BAD CONTROL CARD, OR A VERSION NOT ON THE *
      *          REGISTRY OR NOT ON THE ARCHIVE            *
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-REGISTRY-FILE ASSIGN TO RATEREG
               ORGANIZATION IS SEQUENTIAL.
           SELECT RATE-ARCHIVE-FILE ASSIGN TO RATEARC
               ORGANIZATION IS SEQUENTIAL.
           SELECT RATE-FILE ASSIGN TO RATECUR
               ORGANIZATION IS SEQUENTIAL.
           SELECT DIFF-REPORT-FILE ASSIGN TO DIFFRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT SYSIN-FILE ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  RATE-REGISTRY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY RATEVER.
      *
       FD  RATE-ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY RATEARC.
      *
       FD  RATE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY RATEREC.
      *
       FD  DIFF-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  DIFF-REPORT-RECORD            PIC X(80).
      *
       FD  SYSIN-FILE
           LABEL RECORDS ARE STANDARD.
       01  SYSIN-RECORD.
           05  SI-OLD-VERSION            PIC X(03).
           05  SI-NEW-VERSION            PIC X(03).
           05  FILLER                    PIC X(74).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-BEG.
           05 FILLER                    PIC X(32) VALUE
           '** THIS IS BEGIN OF WS EXER26 **'.
      *
      ******************************************************
      *  THE TWO VERSIONS BEING COMPARED. XXT-MATCH IS      *
      *  'N' UNTIL THE BAND IS PAIRED, THEN 'E' (SAME DATE  *
      *  RANGE) OR 'M' (DATES MOVED); XXT-PAIR-SUB POINTS   *
      *  AT THE BAND IT WAS PAIRED WITH IN THE OTHER TABLE. *
      ******************************************************
       01  OLD-VERSION-TABLE.
           05 OVT-ENTRY-COUNT           PIC 9(04) VALUE ZERO.
           05 OVT-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON OVT-ENTRY-COUNT
                   INDEXED BY OVT-IDX.
               10 OVT-POLICY-TYPE       PIC X(02).
               10 OVT-STATE-CODE        PIC X(02).
               10 OVT-LOW-BOUND         PIC 9(7)V99.
               10 OVT-HIGH-BOUND        PIC 9(7)V99.
               10 OVT-EFFECTIVE-FROM    PIC X(08).
               10 OVT-EFFECTIVE-TO      PIC X(08).
               10 OVT-MATCH             PIC X(01).
               10 OVT-PAIR-SUB          PIC 9(04).
      *
       01  NEW-VERSION-TABLE.
           05 NVT-ENTRY-COUNT           PIC 9(04) VALUE ZERO.
           05 NVT-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON NVT-ENTRY-COUNT
                   INDEXED BY NVT-IDX.
               10 NVT-POLICY-TYPE       PIC X(02).
               10 NVT-STATE-CODE        PIC X(02).
               10 NVT-LOW-BOUND         PIC 9(7)V99.
               10 NVT-HIGH-BOUND        PIC 9(7)V99.
               10 NVT-EFFECTIVE-FROM    PIC X(08).
               10 NVT-EFFECTIVE-TO      PIC X(08).
               10 NVT-MATCH             PIC X(01).
               10 NVT-PAIR-SUB          PIC 9(04).
      *
       01  WS-SWITCHES.
           05 WS-EOF-REGISTRY-FILE      PIC X(01) VALUE 'N'.
           05 WS-EOF-ARCHIVE-FILE       PIC X(01) VALUE 'N'.
           05 WS-EOF-RATE-FILE          PIC X(01) VALUE 'N'.
           05 WS-ABORT-RUN              PIC X(01) VALUE 'N'.
           05 WS-LOADING-OLD-SIDE       PIC X(01) VALUE 'Y'.
      *
       01  WS-VERSION-CONTROL.
           05 WS-CURRENT-VERSION        PIC 9(03) VALUE ZERO.
           05 WS-OLD-VERSION            PIC 9(03) VALUE ZERO.
           05 WS-NEW-VERSION            PIC 9(03) VALUE ZERO.
           05 WS-LOAD-VERSION           PIC 9(03) VALUE ZERO.
           05 WS-OLD-PROMOTE-DATE       PIC X(08) VALUE SPACES.
           05 WS-OLD-PROMOTE-USER       PIC X(08) VALUE SPACES.
           05 WS-NEW-PROMOTE-DATE       PIC X(08) VALUE SPACES.
           05 WS-NEW-PROMOTE-USER       PIC X(08) VALUE SPACES.
      *
       01  WS-LOAD-ROW.
           05 WS-LOAD-POLICY-TYPE       PIC X(02) VALUE SPACES.
           05 WS-LOAD-STATE-CODE        PIC X(02) VALUE SPACES.
           05 WS-LOAD-LOW-BOUND         PIC 9(7)V99 VALUE ZERO.
           05 WS-LOAD-HIGH-BOUND        PIC 9(7)V99 VALUE ZERO.
           05 WS-LOAD-EFFECTIVE-FROM    PIC X(08) VALUE SPACES.
           05 WS-LOAD-EFFECTIVE-TO      PIC X(08) VALUE SPACES.
      *
       01  WS-DIFF-COUNTS.
           05 WS-UNCHANGED-COUNT        PIC 9(05) VALUE ZERO.
           05 WS-ADDED-COUNT            PIC 9(05) VALUE ZERO.
           05 WS-REMOVED-COUNT          PIC 9(05) VALUE ZERO.
           05 WS-BOUNDS-CHANGED-COUNT   PIC 9(05) VALUE ZERO.
           05 WS-DATES-MOVED-COUNT      PIC 9(05) VALUE ZERO.
      *
       01  WS-REPORT-EDIT-FIELDS.
           05 WS-COUNT-LABEL            PIC X(27) VALUE SPACES.
           05 WS-COUNT-EDIT             PIC Z,ZZZ,ZZ9.
           05 WS-OLD-LOW-EDIT           PIC Z,ZZZ,ZZ9.99.
           05 WS-OLD-HIGH-EDIT          PIC Z,ZZZ,ZZ9.99.
           05 WS-NEW-LOW-EDIT           PIC Z,ZZZ,ZZ9.99.
           05 WS-NEW-HIGH-EDIT          PIC Z,ZZZ,ZZ9.99.
           05 WS-SIDE-TEXT              PIC X(40) VALUE SPACES.
      *
       01  WS-END.
           05 FILLER                    PIC X(32) VALUE
           '** THIS IS END OF WS EXER26 **'.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZATION
           IF WS-ABORT-RUN = 'N'
               PERFORM 2000-LOAD-BOTH-VERSIONS
           END-IF
           IF WS-ABORT-RUN = 'N'
               PERFORM 3000-PAIR-SAME-RANGE
               PERFORM 3100-PAIR-MOVED-RANGE
               PERFORM 4000-PRODUCE-DIFF-REPORT
           END-IF
           PERFORM 9999-END-OF-JOB
           GOBACK.
      *
       1000-INITIALIZATION.
           DISPLAY 'RATE-VERSION-DIFF'
           OPEN OUTPUT DIFF-REPORT-FILE
           PERFORM 1200-READ-RATE-REGISTRY
           PERFORM 1100-READ-CONTROL-CARD
           .
      *
      ******************************************************
      *  1100 - COLS 1-3 THE OLD VERSION, COLS 4-6 THE NEW  *
      *  ONE; A BLANK NEW VERSION MEANS THE VERSION IN      *
      *  PRODUCTION, SO A FILING JUST PROMOTED IS COMPARED  *
      *  WITH THE ONE IT REPLACED BY CODING ONLY COLS 1-3.  *
      ******************************************************
       1100-READ-CONTROL-CARD.
           OPEN INPUT SYSIN-FILE
           READ SYSIN-FILE
               AT END
                   MOVE SPACES TO SYSIN-RECORD
           END-READ
           CLOSE SYSIN-FILE
           IF SI-NEW-VERSION = SPACES
               MOVE WS-CURRENT-VERSION TO WS-NEW-VERSION
           ELSE
               IF SI-NEW-VERSION NUMERIC
                   MOVE SI-NEW-VERSION TO WS-NEW-VERSION
               ELSE
                   DISPLAY 'EXER26 ABEND - NEW VERSION '
                       SI-NEW-VERSION ' NOT NUMERIC, RUN ABORTED'
                   MOVE 16 TO RETURN-CODE
                   MOVE 'Y' TO WS-ABORT-RUN
               END-IF
           END-IF
           IF SI-OLD-VERSION NUMERIC
               MOVE SI-OLD-VERSION TO WS-OLD-VERSION
           ELSE
               DISPLAY 'EXER26 ABEND - OLD VERSION '
                   SI-OLD-VERSION ' NOT NUMERIC, RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-ABORT-RUN
           END-IF
           IF WS-ABORT-RUN = 'N'
               IF WS-OLD-VERSION > WS-CURRENT-VERSION
                   OR WS-NEW-VERSION > WS-CURRENT-VERSION
                   DISPLAY 'EXER26 ABEND - VERSION NOT ON THE '
                       'REGISTRY, LATEST IS ' WS-CURRENT-VERSION
                       ', RUN ABORTED'
                   MOVE 16 TO RETURN-CODE
                   MOVE 'Y' TO WS-ABORT-RUN
               END-IF
           END-IF
           IF WS-ABORT-RUN = 'N'
               AND WS-OLD-VERSION = WS-NEW-VERSION
               DISPLAY 'EXER26 ABEND - OLD AND NEW VERSION ARE '
                   'BOTH ' WS-OLD-VERSION ', RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-ABORT-RUN
           END-IF
           IF WS-ABORT-RUN = 'N'
               PERFORM 1300-FIND-PROMOTIONS
           END-IF
           .
      *
       1200-READ-RATE-REGISTRY.
           MOVE ZERO TO WS-CURRENT-VERSION
           OPEN INPUT RATE-REGISTRY-FILE
           PERFORM UNTIL WS-EOF-REGISTRY-FILE = 'Y'
               READ RATE-REGISTRY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-REGISTRY-FILE
                   NOT AT END
                       MOVE RV-RATE-VERSION TO WS-CURRENT-VERSION
               END-READ
           END-PERFORM
           CLOSE RATE-REGISTRY-FILE
           .
      *
      ******************************************************
      *  1300 - SECOND PASS OF THE REGISTRY FOR THE DATE    *
      *  AND USER OF EACH VERSION. VERSION 000 HAS NO       *
      *  REGISTRY RECORD AND IS SHOWN AS PREDATING IT.      *
      ******************************************************
       1300-FIND-PROMOTIONS.
           MOVE 'N' TO WS-EOF-REGISTRY-FILE
           OPEN INPUT RATE-REGISTRY-FILE
           PERFORM UNTIL WS-EOF-REGISTRY-FILE = 'Y'
               READ RATE-REGISTRY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-REGISTRY-FILE
                   NOT AT END
                       IF RV-RATE-VERSION = WS-OLD-VERSION
                           MOVE RV-PROMOTE-DATE
                               TO WS-OLD-PROMOTE-DATE
                           MOVE RV-PROMOTE-USER
                               TO WS-OLD-PROMOTE-USER
                       END-IF
                       IF RV-RATE-VERSION = WS-NEW-VERSION
                           MOVE RV-PROMOTE-DATE
                               TO WS-NEW-PROMOTE-DATE
                           MOVE RV-PROMOTE-USER
                               TO WS-NEW-PROMOTE-USER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RATE-REGISTRY-FILE
           .
      *
       2000-LOAD-BOTH-VERSIONS.
           MOVE 'Y' TO WS-LOADING-OLD-SIDE
           MOVE WS-OLD-VERSION TO WS-LOAD-VERSION
           PERFORM 2100-LOAD-ONE-VERSION
           IF WS-ABORT-RUN = 'N'
               MOVE 'N' TO WS-LOADING-OLD-SIDE
               MOVE WS-NEW-VERSION TO WS-LOAD-VERSION
               PERFORM 2100-LOAD-ONE-VERSION
           END-IF
           .
      *
       2100-LOAD-ONE-VERSION.
           IF WS-LOAD-VERSION = WS-CURRENT-VERSION
               PERFORM 2200-LOAD-FROM-RATE-FILE
           ELSE
               PERFORM 2300-LOAD-FROM-ARCHIVE
           END-IF
           IF WS-ABORT-RUN = 'N'
               IF (WS-LOADING-OLD-SIDE = 'Y'
                       AND OVT-ENTRY-COUNT = ZERO)
                   OR (WS-LOADING-OLD-SIDE = 'N'
                       AND NVT-ENTRY-COUNT = ZERO)
                   DISPLAY 'EXER26 ABEND - VERSION '
                       WS-LOAD-VERSION ' HAS NO ROWS ON THE '
                       'ARCHIVE, RUN ABORTED'
                   MOVE 16 TO RETURN-CODE
                   MOVE 'Y' TO WS-ABORT-RUN
               END-IF
           END-IF
           .
      *
       2200-LOAD-FROM-RATE-FILE.
           MOVE 'N' TO WS-EOF-RATE-FILE
           OPEN INPUT RATE-FILE
           PERFORM UNTIL WS-EOF-RATE-FILE = 'Y'
                   OR WS-ABORT-RUN = 'Y'
               READ RATE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-RATE-FILE
                   NOT AT END
                       MOVE RF-POLICY-TYPE TO WS-LOAD-POLICY-TYPE
                       MOVE RF-STATE-CODE TO WS-LOAD-STATE-CODE
                       MOVE RF-LOW-BOUND TO WS-LOAD-LOW-BOUND
                       MOVE RF-HIGH-BOUND TO WS-LOAD-HIGH-BOUND
                       MOVE RF-EFFECTIVE-FROM
                           TO WS-LOAD-EFFECTIVE-FROM
                       MOVE RF-EFFECTIVE-TO TO WS-LOAD-EFFECTIVE-TO
                       PERFORM 2400-ADD-LOAD-ROW
               END-READ
           END-PERFORM
           CLOSE RATE-FILE
           .
      *
       2300-LOAD-FROM-ARCHIVE.
           MOVE 'N' TO WS-EOF-ARCHIVE-FILE
           OPEN INPUT RATE-ARCHIVE-FILE
           PERFORM UNTIL WS-EOF-ARCHIVE-FILE = 'Y'
                   OR WS-ABORT-RUN = 'Y'
               READ RATE-ARCHIVE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-ARCHIVE-FILE
                   NOT AT END
                       IF RA-RATE-VERSION = WS-LOAD-VERSION
                           MOVE RA-POLICY-TYPE
                               TO WS-LOAD-POLICY-TYPE
                           MOVE RA-STATE-CODE TO WS-LOAD-STATE-CODE
                           MOVE RA-LOW-BOUND TO WS-LOAD-LOW-BOUND
                           MOVE RA-HIGH-BOUND TO WS-LOAD-HIGH-BOUND
                           MOVE RA-EFFECTIVE-FROM
                               TO WS-LOAD-EFFECTIVE-FROM
                           MOVE RA-EFFECTIVE-TO
                               TO WS-LOAD-EFFECTIVE-TO
                           PERFORM 2400-ADD-LOAD-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RATE-ARCHIVE-FILE
           .
      *
      ******************************************************
      *  2400 - BLANK EFFECTIVE DATES ARE OPEN-ENDED (SAME  *
      *  NORMALIZATION AS EXER00 AND EXER03), SO A BAND     *
      *  PROMOTED BEFORE AND AFTER EXER03 NORMALIZED ITS    *
      *  DATES STILL COMPARES AS THE SAME RANGE.            *
      ******************************************************
       2400-ADD-LOAD-ROW.
           IF WS-LOAD-EFFECTIVE-FROM = SPACES
               MOVE '00000000' TO WS-LOAD-EFFECTIVE-FROM
           END-IF
           IF WS-LOAD-EFFECTIVE-TO = SPACES
               MOVE '99999999' TO WS-LOAD-EFFECTIVE-TO
           END-IF
           IF WS-LOADING-OLD-SIDE = 'Y'
               IF OVT-ENTRY-COUNT >= 200
                   PERFORM 2900-TABLE-OVERFLOW
               ELSE
                   ADD 1 TO OVT-ENTRY-COUNT
                   SET OVT-IDX TO OVT-ENTRY-COUNT
                   MOVE WS-LOAD-POLICY-TYPE TO OVT-POLICY-TYPE(OVT-IDX)
                   MOVE WS-LOAD-STATE-CODE TO OVT-STATE-CODE(OVT-IDX)
                   MOVE WS-LOAD-LOW-BOUND TO OVT-LOW-BOUND(OVT-IDX)
                   MOVE WS-LOAD-HIGH-BOUND TO OVT-HIGH-BOUND(OVT-IDX)
                   MOVE WS-LOAD-EFFECTIVE-FROM
                       TO OVT-EFFECTIVE-FROM(OVT-IDX)
                   MOVE WS-LOAD-EFFECTIVE-TO
                       TO OVT-EFFECTIVE-TO(OVT-IDX)
                   MOVE 'N' TO OVT-MATCH(OVT-IDX)
                   MOVE ZERO TO OVT-PAIR-SUB(OVT-IDX)
               END-IF
           ELSE
               IF NVT-ENTRY-COUNT >= 200
                   PERFORM 2900-TABLE-OVERFLOW
               ELSE
                   ADD 1 TO NVT-ENTRY-COUNT
                   SET NVT-IDX TO NVT-ENTRY-COUNT
                   MOVE WS-LOAD-POLICY-TYPE TO NVT-POLICY-TYPE(NVT-IDX)
                   MOVE WS-LOAD-STATE-CODE TO NVT-STATE-CODE(NVT-IDX)
                   MOVE WS-LOAD-LOW-BOUND TO NVT-LOW-BOUND(NVT-IDX)
                   MOVE WS-LOAD-HIGH-BOUND TO NVT-HIGH-BOUND(NVT-IDX)
                   MOVE WS-LOAD-EFFECTIVE-FROM
                       TO NVT-EFFECTIVE-FROM(NVT-IDX)
                   MOVE WS-LOAD-EFFECTIVE-TO
                       TO NVT-EFFECTIVE-TO(NVT-IDX)
                   MOVE 'N' TO NVT-MATCH(NVT-IDX)
                   MOVE ZERO TO NVT-PAIR-SUB(NVT-IDX)
               END-IF
           END-IF
           .
      *
       2900-TABLE-OVERFLOW.
           DISPLAY 'EXER26 ABEND - VERSION ' WS-LOAD-VERSION
               ' EXCEEDS 200 ROWS, RUN ABORTED'
           MOVE 16 TO RETURN-CODE
           MOVE 'Y' TO WS-ABORT-RUN
           .
      *
      ******************************************************
      *  3000 - FIRST PASS: SAME TYPE, STATE AND DATE       *
      *  RANGE. THE BAND IS UNCHANGED OR ITS BOUNDS MOVED.  *
      ******************************************************
       3000-PAIR-SAME-RANGE.
           PERFORM VARYING OVT-IDX FROM 1 BY 1
                   UNTIL OVT-IDX > OVT-ENTRY-COUNT
               PERFORM VARYING NVT-IDX FROM 1 BY 1
                       UNTIL NVT-IDX > NVT-ENTRY-COUNT
                           OR OVT-MATCH(OVT-IDX) NOT = 'N'
                   IF NVT-MATCH(NVT-IDX) = 'N'
                       AND NVT-POLICY-TYPE(NVT-IDX) =
                           OVT-POLICY-TYPE(OVT-IDX)
                       AND NVT-STATE-CODE(NVT-IDX) =
                           OVT-STATE-CODE(OVT-IDX)
                       AND NVT-EFFECTIVE-FROM(NVT-IDX) =
                           OVT-EFFECTIVE-FROM(OVT-IDX)
                       AND NVT-EFFECTIVE-TO(NVT-IDX) =
                           OVT-EFFECTIVE-TO(OVT-IDX)
                       MOVE 'E' TO OVT-MATCH(OVT-IDX)
                       MOVE 'E' TO NVT-MATCH(NVT-IDX)
                       SET OVT-PAIR-SUB(OVT-IDX) TO NVT-IDX
                       SET NVT-PAIR-SUB(NVT-IDX) TO OVT-IDX
                   END-IF
               END-PERFORM
           END-PERFORM
           .
      *
      ******************************************************
      *  3100 - SECOND PASS: A LEFT-OVER OLD BAND AND A     *
      *  LEFT-OVER NEW BAND FOR THE SAME TYPE AND STATE     *
      *  WHOSE RANGES OVERLAP ARE ONE BAND WHOSE EFFECTIVE  *
      *  DATES MOVED.                                       *
      ******************************************************
       3100-PAIR-MOVED-RANGE.
           PERFORM VARYING OVT-IDX FROM 1 BY 1
                   UNTIL OVT-IDX > OVT-ENTRY-COUNT
               PERFORM VARYING NVT-IDX FROM 1 BY 1
                       UNTIL NVT-IDX > NVT-ENTRY-COUNT
                           OR OVT-MATCH(OVT-IDX) NOT = 'N'
                   IF NVT-MATCH(NVT-IDX) = 'N'
                       AND NVT-POLICY-TYPE(NVT-IDX) =
                           OVT-POLICY-TYPE(OVT-IDX)
                       AND NVT-STATE-CODE(NVT-IDX) =
                           OVT-STATE-CODE(OVT-IDX)
                       AND NVT-EFFECTIVE-FROM(NVT-IDX) NOT >
                           OVT-EFFECTIVE-TO(OVT-IDX)
                       AND NVT-EFFECTIVE-TO(NVT-IDX) NOT <
                           OVT-EFFECTIVE-FROM(OVT-IDX)
                       MOVE 'M' TO OVT-MATCH(OVT-IDX)
                       MOVE 'M' TO NVT-MATCH(NVT-IDX)
                       SET OVT-PAIR-SUB(OVT-IDX) TO NVT-IDX
                       SET NVT-PAIR-SUB(NVT-IDX) TO OVT-IDX
                   END-IF
               END-PERFORM
           END-PERFORM
           .
      *
       4000-PRODUCE-DIFF-REPORT.
           MOVE SPACES TO DIFF-REPORT-RECORD
           STRING 'EXER26 RATE VERSION COMPARISON - OLD VERSION '
               WS-OLD-VERSION ' NEW VERSION ' WS-NEW-VERSION
               DELIMITED BY SIZE INTO DIFF-REPORT-RECORD
           END-STRING
           WRITE DIFF-REPORT-RECORD
           MOVE SPACES TO DIFF-REPORT-RECORD
           IF WS-OLD-PROMOTE-DATE = SPACES
               STRING 'OLD ' WS-OLD-VERSION
                   ' - PREDATES THE RATE VERSION REGISTRY'
                   DELIMITED BY SIZE INTO DIFF-REPORT-RECORD
               END-STRING
           ELSE
               STRING 'OLD ' WS-OLD-VERSION ' - PROMOTED '
                   WS-OLD-PROMOTE-DATE ' BY ' WS-OLD-PROMOTE-USER
                   DELIMITED BY SIZE INTO DIFF-REPORT-RECORD
               END-STRING
           END-IF
           WRITE DIFF-REPORT-RECORD
           MOVE SPACES TO WS-SIDE-TEXT
           IF WS-NEW-VERSION = WS-CURRENT-VERSION
               MOVE ' (IN PRODUCTION)' TO WS-SIDE-TEXT
           END-IF
           MOVE SPACES TO DIFF-REPORT-RECORD
           IF WS-NEW-PROMOTE-DATE = SPACES
               STRING 'NEW ' WS-NEW-VERSION
                   ' - PREDATES THE RATE VERSION REGISTRY'
                   WS-SIDE-TEXT
                   DELIMITED BY SIZE INTO DIFF-REPORT-RECORD
               END-STRING
           ELSE
               STRING 'NEW ' WS-NEW-VERSION ' - PROMOTED '
                   WS-NEW-PROMOTE-DATE ' BY ' WS-NEW-PROMOTE-USER
                   WS-SIDE-TEXT
                   DELIMITED BY SIZE INTO DIFF-REPORT-RECORD
               END-STRING
           END-IF
           WRITE DIFF-REPORT-RECORD
           PERFORM 4100-WRITE-ADDED-BANDS
           PERFORM 4200-WRITE-REMOVED-BANDS
           PERFORM 4300-WRITE-BOUNDS-CHANGED
           PERFORM 4400-WRITE-DATES-MOVED
           PERFORM 4500-WRITE-DIFF-SUMMARY
           .
      *
       4100-WRITE-ADDED-BANDS.
           MOVE 'BANDS ADDED (NEW VERSION ONLY):' TO WS-SIDE-TEXT
           PERFORM 4800-WRITE-SECTION-HEADING
           MOVE SPACES TO DIFF-REPORT-RECORD
           STRING 'TY ST EFFECTIVE RANGE      LOW BOUND   '
               'HIGH BOUND'
               DELIMITED BY SIZE INTO DIFF-REPORT-RECORD
           END-STRING
           WRITE DIFF-REPORT-RECORD
           PERFORM VARYING NVT-IDX FROM 1 BY 1
                   UNTIL NVT-IDX > NVT-ENTRY-COUNT
               IF NVT-MATCH(NVT-IDX) = 'N'
                   ADD 1 TO WS-ADDED-COUNT
                   MOVE NVT-LOW-BOUND(NVT-IDX) TO WS-NEW-LOW-EDIT
                   MOVE NVT-HIGH-BOUND(NVT-IDX) TO WS-NEW-HIGH-EDIT
                   MOVE SPACES TO DIFF-REPORT-RECORD
                   STRING NVT-POLICY-TYPE(NVT-IDX) ' '
                       NVT-STATE-CODE(NVT-IDX) ' '
                       NVT-EFFECTIVE-FROM(NVT-IDX) '-'
                       NVT-EFFECTIVE-TO(NVT-IDX) ' '
                       WS-NEW-LOW-EDIT ' ' WS-NEW-HIGH-EDIT
                       DELIMITED BY SIZE INTO DIFF-REPORT-RECORD
                   END-STRING
                   WRITE DIFF-REPORT-RECORD
               END-IF
           END-PERFORM
           IF WS-ADDED-COUNT = ZERO
               PERFORM 4900-WRITE-NONE-LINE
           END-IF
           .
      *
       4200-WRITE-REMOVED-BANDS.
           MOVE 'BANDS REMOVED (OLD VERSION ONLY):' TO WS-SIDE-TEXT
           PERFORM 4800-WRITE-SECTION-HEADING
           MOVE SPACES TO DIFF-REPORT-RECORD
           STRING 'TY ST EFFECTIVE RANGE      LOW BOUND   '
               'HIGH BOUND'
               DELIMITED BY SIZE INTO DIFF-REPORT-RECORD
           END-STRING
           WRITE DIFF-REPORT-RECORD
           PERFORM VARYING OVT-IDX FROM 1 BY 1
                   UNTIL OVT-IDX > OVT-ENTRY-COUNT
               IF OVT-MATCH(OVT-IDX) = 'N'
                   ADD 1 TO WS-REMOVED-COUNT
                   MOVE OVT-LOW-BOUND(OVT-IDX) TO WS-OLD-LOW-EDIT
                   MOVE OVT-HIGH-BOUND(OVT-IDX) TO WS-OLD-HIGH-EDIT
                   MOVE SPACES TO DIFF-REPORT-RECORD
                   STRING OVT-POLICY-TYPE(OVT-IDX) ' '
                       OVT-STATE-CODE(OVT-IDX) ' '
                       OVT-EFFECTIVE-FROM(OVT-IDX) '-'
                       OVT-EFFECTIVE-TO(OVT-IDX) ' '
                       WS-OLD-LOW-EDIT ' ' WS-OLD-HIGH-EDIT
                       DELIMITED BY SIZE INTO DIFF-REPORT-RECORD
                   END-STRING
                   WRITE DIFF-REPORT-RECORD
               END-IF
           END-PERFORM
           IF WS-REMOVED-COUNT = ZERO
               PERFORM 4900-WRITE-NONE-LINE
           END-IF
           .
      *
      ******************************************************
      *  4300 - EVERY PAIRED BAND WHOSE LOW OR HIGH BOUND   *
      *  CHANGED, SHOWN UNDER THE NEW VERSION'S RANGE.      *
      ******************************************************
       4300-WRITE-BOUNDS-CHANGED.
           MOVE 'LOW/HIGH BOUNDS CHANGED:' TO WS-SIDE-TEXT
           PERFORM 4800-WRITE-SECTION-HEADING
           MOVE SPACES TO DIFF-REPORT-RECORD
           STRING 'TY ST EFFECTIVE RANGE       OLD LOW     OLD HIGH'
               '      NEW LOW     NEW HIGH'
               DELIMITED BY SIZE INTO DIFF-REPORT-RECORD
           END-STRING
           WRITE DIFF-REPORT-RECORD
           PERFORM VARYING NVT-IDX FROM 1 BY 1
                   UNTIL NVT-IDX > NVT-ENTRY-COUNT
               IF NVT-MATCH(NVT-IDX) NOT = 'N'
                   SET OVT-IDX TO NVT-PAIR-SUB(NVT-IDX)
                   IF NVT-LOW-BOUND(NVT-IDX) NOT =
                           OVT-LOW-BOUND(OVT-IDX)
                       OR NVT-HIGH-BOUND(NVT-IDX) NOT =
                           OVT-HIGH-BOUND(OVT-IDX)
                       ADD 1 TO WS-BOUNDS-CHANGED-COUNT
                       MOVE OVT-LOW-BOUND(OVT-IDX) TO WS-OLD-LOW-EDIT
                       MOVE OVT-HIGH-BOUND(OVT-IDX)
                           TO WS-OLD-HIGH-EDIT
                       MOVE NVT-LOW-BOUND(NVT-IDX) TO WS-NEW-LOW-EDIT
                       MOVE NVT-HIGH-BOUND(NVT-IDX)
                           TO WS-NEW-HIGH-EDIT
                       MOVE SPACES TO DIFF-REPORT-RECORD
                       STRING NVT-POLICY-TYPE(NVT-IDX) ' '
                           NVT-STATE-CODE(NVT-IDX) ' '
                           NVT-EFFECTIVE-FROM(NVT-IDX) '-'
                           NVT-EFFECTIVE-TO(NVT-IDX)
                           WS-OLD-LOW-EDIT ' ' WS-OLD-HIGH-EDIT ' '
                           WS-NEW-LOW-EDIT ' ' WS-NEW-HIGH-EDIT
                           DELIMITED BY SIZE INTO DIFF-REPORT-RECORD
                       END-STRING
                       WRITE DIFF-REPORT-RECORD
                   ELSE
                       IF NVT-MATCH(NVT-IDX) = 'E'
                           ADD 1 TO WS-UNCHANGED-COUNT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-BOUNDS-CHANGED-COUNT = ZERO
               PERFORM 4900-WRITE-NONE-LINE
           END-IF
           .
      *
       4400-WRITE-DATES-MOVED.
           MOVE 'EFFECTIVE DATES MOVED:' TO WS-SIDE-TEXT
           PERFORM 4800-WRITE-SECTION-HEADING
           MOVE SPACES TO DIFF-REPORT-RECORD
           STRING 'TY ST OLD EFFECTIVE RANGE    NEW EFFECTIVE RANGE'
               DELIMITED BY SIZE INTO DIFF-REPORT-RECORD
           END-STRING
           WRITE DIFF-REPORT-RECORD
           PERFORM VARYING NVT-IDX FROM 1 BY 1
                   UNTIL NVT-IDX > NVT-ENTRY-COUNT
               IF NVT-MATCH(NVT-IDX) = 'M'
                   ADD 1 TO WS-DATES-MOVED-COUNT
                   SET OVT-IDX TO NVT-PAIR-SUB(NVT-IDX)
                   MOVE SPACES TO DIFF-REPORT-RECORD
                   STRING NVT-POLICY-TYPE(NVT-IDX) ' '
                       NVT-STATE-CODE(NVT-IDX) ' '
                       OVT-EFFECTIVE-FROM(OVT-IDX) '-'
                       OVT-EFFECTIVE-TO(OVT-IDX) '    '
                       NVT-EFFECTIVE-FROM(NVT-IDX) '-'
                       NVT-EFFECTIVE-TO(NVT-IDX)
                       DELIMITED BY SIZE INTO DIFF-REPORT-RECORD
                   END-STRING
                   WRITE DIFF-REPORT-RECORD
               END-IF
           END-PERFORM
           IF WS-DATES-MOVED-COUNT = ZERO
               PERFORM 4900-WRITE-NONE-LINE
           END-IF
           .
      *
       4500-WRITE-DIFF-SUMMARY.
           MOVE SPACES TO DIFF-REPORT-RECORD
           WRITE DIFF-REPORT-RECORD
           MOVE 'BANDS IN OLD VERSION.....: ' TO WS-COUNT-LABEL
           MOVE OVT-ENTRY-COUNT TO WS-COUNT-EDIT
           PERFORM 4700-WRITE-COUNT-LINE
           MOVE 'BANDS IN NEW VERSION.....: ' TO WS-COUNT-LABEL
           MOVE NVT-ENTRY-COUNT TO WS-COUNT-EDIT
           PERFORM 4700-WRITE-COUNT-LINE
           MOVE 'BANDS UNCHANGED..........: ' TO WS-COUNT-LABEL
           MOVE WS-UNCHANGED-COUNT TO WS-COUNT-EDIT
           PERFORM 4700-WRITE-COUNT-LINE
           MOVE 'BANDS ADDED..............: ' TO WS-COUNT-LABEL
           MOVE WS-ADDED-COUNT TO WS-COUNT-EDIT
           PERFORM 4700-WRITE-COUNT-LINE
           MOVE 'BANDS REMOVED............: ' TO WS-COUNT-LABEL
           MOVE WS-REMOVED-COUNT TO WS-COUNT-EDIT
           PERFORM 4700-WRITE-COUNT-LINE
           MOVE 'BOUNDS CHANGED...........: ' TO WS-COUNT-LABEL
           MOVE WS-BOUNDS-CHANGED-COUNT TO WS-COUNT-EDIT
           PERFORM 4700-WRITE-COUNT-LINE
           MOVE 'EFFECTIVE DATES MOVED....: ' TO WS-COUNT-LABEL
           MOVE WS-DATES-MOVED-COUNT TO WS-COUNT-EDIT
           PERFORM 4700-WRITE-COUNT-LINE
           IF WS-ADDED-COUNT = ZERO AND WS-REMOVED-COUNT = ZERO
               AND WS-BOUNDS-CHANGED-COUNT = ZERO
               AND WS-DATES-MOVED-COUNT = ZERO
               MOVE SPACES TO DIFF-REPORT-RECORD
               STRING 'NO DIFFERENCES BETWEEN THE TWO VERSIONS'
                   DELIMITED BY SIZE INTO DIFF-REPORT-RECORD
               END-STRING
               WRITE DIFF-REPORT-RECORD
           END-IF
           .
      *
       4700-WRITE-COUNT-LINE.
           MOVE SPACES TO DIFF-REPORT-RECORD
           STRING WS-COUNT-LABEL WS-COUNT-EDIT
               DELIMITED BY SIZE INTO DIFF-REPORT-RECORD
           END-STRING
           WRITE DIFF-REPORT-RECORD
           .
      *
       4800-WRITE-SECTION-HEADING.
           MOVE SPACES TO DIFF-REPORT-RECORD
           WRITE DIFF-REPORT-RECORD
           MOVE SPACES TO DIFF-REPORT-RECORD
           STRING WS-SIDE-TEXT
               DELIMITED BY SIZE INTO DIFF-REPORT-RECORD
           END-STRING
           WRITE DIFF-REPORT-RECORD
           .
      *
       4900-WRITE-NONE-LINE.
           MOVE SPACES TO DIFF-REPORT-RECORD
           STRING '  NONE'
               DELIMITED BY SIZE INTO DIFF-REPORT-RECORD
           END-STRING
           WRITE DIFF-REPORT-RECORD
           .
      *
       9999-END-OF-JOB.
           CLOSE DIFF-REPORT-FILE
           DISPLAY 'RATE-VERSION-DIFF'
           .
