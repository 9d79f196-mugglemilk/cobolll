      *     EFFECTIVE DATE RANGE                           *
      *   - WILDCARD '**'/'**' DEFAULT ROW PRESENT         *
      *   - NO MORE THAN 200 ROWS (EXER00 TABLE LIMIT)     *
      *   - PROMOTION DATE AND PROMOTING USER ON SYSIN     *
      *  EACH PROMOTION IS A NEW RATE VERSION: THE TABLE   *
      *  BEING REPLACED IS FIRST COPIED TO THE RATE        *
      *  ARCHIVE UNDER ITS OWN VERSION, AND THE NEW        *
      *  VERSION, DATE AND USER ARE APPENDED TO THE RATE   *
      *  VERSION REGISTRY (SEE RATEVER AND RATEARC).       *
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL.
           SELECT EDIT-REPORT-FILE ASSIGN TO RATERPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT CURRENT-RATE-FILE ASSIGN TO RATECUR
               ORGANIZATION IS SEQUENTIAL.
           SELECT RATE-ARCHIVE-FILE ASSIGN TO RATEARC
               ORGANIZATION IS SEQUENTIAL.
           SELECT RATE-REGISTRY-FILE ASSIGN TO RATEREG
               ORGANIZATION IS SEQUENTIAL.
           SELECT SYSIN-FILE ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  EDIT-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  EDIT-REPORT-RECORD            PIC X(80).
      *
       FD  CURRENT-RATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  CURRENT-RATE-RECORD           PIC X(40).
      *
       FD  RATE-ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY RATEARC.
      *
       FD  RATE-REGISTRY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY RATEVER.
      *
       FD  SYSIN-FILE
           LABEL RECORDS ARE STANDARD.
       01  SYSIN-RECORD.
           05  SI-PROMOTE-DATE           PIC X(08).
           05  SI-PROMOTE-USER           PIC X(08).
           05  FILLER                    PIC X(64).
      *
       WORKING-STORAGE SECTION.
      *
           05 WS-FILE-CLEAN             PIC X(01) VALUE 'Y'.
           05 WS-WILDCARD-FOUND         PIC X(01) VALUE 'N'.
           05 WS-ROW-IN-ERROR           PIC X(01) VALUE 'N'.
           05 WS-EOF-REGISTRY-FILE      PIC X(01) VALUE 'N'.
           05 WS-EOF-CURRENT-RATE-FILE  PIC X(01) VALUE 'N'.
      *
       01  WS-VERSION-CONTROL.
           05 WS-CURRENT-VERSION        PIC 9(03) VALUE ZERO.
           05 WS-NEW-VERSION            PIC 9(03) VALUE ZERO.
           05 WS-ARCHIVED-ROWS          PIC 9(04) VALUE ZERO.
      *
       01  WS-RUN-PARMS.
           05 WS-PROMOTE-DATE           PIC X(08) VALUE SPACES.
           05 WS-PROMOTE-USER           PIC X(08) VALUE SPACES.
      *
       01  WS-EDIT-CONTROL.
           05 WS-ROW-NUMBER             PIC 9(04) VALUE ZERO.
               DELIMITED BY SIZE INTO EDIT-REPORT-RECORD
           END-STRING
           WRITE EDIT-REPORT-RECORD
           PERFORM 1100-READ-CONTROL-CARD
           PERFORM 1200-LOAD-REFERENCE-TABLE
           PERFORM 1400-READ-RATE-REGISTRY
           .
      *
      ******************************************************
      *  1100 - THE PROMOTION DATE AND PROMOTING USER GO ON *
      *  THE REGISTRY, SO A CANDIDATE WITHOUT THEM IS NOT   *
      *  PROMOTED.                                          *
      ******************************************************
       1100-READ-CONTROL-CARD.
           OPEN INPUT SYSIN-FILE
           READ SYSIN-FILE
               AT END
                   MOVE SPACES TO SYSIN-RECORD
           END-READ
           MOVE SI-PROMOTE-DATE TO WS-PROMOTE-DATE
           MOVE SI-PROMOTE-USER TO WS-PROMOTE-USER
           CLOSE SYSIN-FILE
           IF WS-PROMOTE-DATE NOT NUMERIC
               MOVE ZERO TO WS-ROW-NUMBER
               MOVE 'PROMOTION DATE MISSING OR NOT NUMERIC'
                   TO WS-ERROR-TEXT
               PERFORM 2900-REPORT-ROW-ERROR
           END-IF
           IF WS-PROMOTE-USER = SPACES
               MOVE ZERO TO WS-ROW-NUMBER
               MOVE 'PROMOTING USER MISSING' TO WS-ERROR-TEXT
               PERFORM 2900-REPORT-ROW-ERROR
           END-IF
           .
      *
      ******************************************************
               PERFORM 2900-REPORT-ROW-ERROR
           END-IF
           .
      *
      ******************************************************
      *  1400 - THE LAST REGISTRY RECORD IS THE VERSION NOW *
      *  IN PRODUCTION (NONE = 000, THE TABLE THAT PREDATES *
      *  THE REGISTRY). THE CANDIDATE BECOMES THE NEXT ONE. *
      ******************************************************
       1400-READ-RATE-REGISTRY.
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
           IF WS-CURRENT-VERSION = 999
               MOVE ZERO TO WS-ROW-NUMBER
               MOVE 'RATE VERSION 999 REACHED' TO WS-ERROR-TEXT
               PERFORM 2900-REPORT-ROW-ERROR
           ELSE
               COMPUTE WS-NEW-VERSION = WS-CURRENT-VERSION + 1
           END-IF
           .
      *
       1300-LOAD-ONE-REFERENCE.
           IF RE-EFFECTIVE-FROM = SPACES
           .
      *
       4000-PROMOTE-RATE-FILE.
           PERFORM 4100-ARCHIVE-OUTGOING-TABLE
           OPEN OUTPUT PROMOTED-RATE-FILE
           PERFORM VARYING CRT-IDX FROM 1 BY 1
                   UNTIL CRT-IDX > CRT-ENTRY-COUNT
               WRITE PROMOTED-RATE-RECORD FROM RATE-FILE-RECORD
           END-PERFORM
           CLOSE PROMOTED-RATE-FILE
           PERFORM 4200-REGISTER-NEW-VERSION
           .
      *
      ******************************************************
      *  4100 - COPY THE TABLE ABOUT TO BE REPLACED TO THE  *
      *  RATE ARCHIVE UNDER ITS OWN VERSION, AS IT STANDS,  *
      *  BEFORE RATEOUT IS OPENED OVER IT.                  *
      ******************************************************
       4100-ARCHIVE-OUTGOING-TABLE.
           MOVE ZERO TO WS-ARCHIVED-ROWS
           OPEN INPUT CURRENT-RATE-FILE
           OPEN EXTEND RATE-ARCHIVE-FILE
           PERFORM UNTIL WS-EOF-CURRENT-RATE-FILE = 'Y'
               READ CURRENT-RATE-FILE INTO RATE-FILE-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-CURRENT-RATE-FILE
                   NOT AT END
                       ADD 1 TO WS-ARCHIVED-ROWS
                       MOVE SPACES TO RATE-ARCHIVE-RECORD
                       MOVE WS-CURRENT-VERSION TO RA-RATE-VERSION
                       MOVE RF-POLICY-TYPE TO RA-POLICY-TYPE
                       MOVE RF-STATE-CODE TO RA-STATE-CODE
                       MOVE RF-LOW-BOUND TO RA-LOW-BOUND
                       MOVE RF-HIGH-BOUND TO RA-HIGH-BOUND
                       MOVE RF-EFFECTIVE-FROM TO RA-EFFECTIVE-FROM
                       MOVE RF-EFFECTIVE-TO TO RA-EFFECTIVE-TO
                       WRITE RATE-ARCHIVE-RECORD
               END-READ
           END-PERFORM
           CLOSE CURRENT-RATE-FILE
           CLOSE RATE-ARCHIVE-FILE
           .
      *
       4200-REGISTER-NEW-VERSION.
           OPEN EXTEND RATE-REGISTRY-FILE
           MOVE SPACES TO RATE-REGISTRY-RECORD
           MOVE WS-NEW-VERSION TO RV-RATE-VERSION
           MOVE WS-PROMOTE-DATE TO RV-PROMOTE-DATE
           MOVE WS-PROMOTE-USER TO RV-PROMOTE-USER
           MOVE CRT-ENTRY-COUNT TO RV-ROW-COUNT
           MOVE WS-CURRENT-VERSION TO RV-REPLACED-VERSION
           MOVE WS-ARCHIVED-ROWS TO RV-ARCHIVED-ROW-COUNT
           WRITE RATE-REGISTRY-RECORD
           CLOSE RATE-REGISTRY-FILE
           .
      *
       5000-WRITE-REPORT-SUMMARY.
                   'FILE PROMOTED'
                   DELIMITED BY SIZE INTO EDIT-REPORT-RECORD
               END-STRING
               WRITE EDIT-REPORT-RECORD
               MOVE SPACES TO EDIT-REPORT-RECORD
               STRING 'RATE VERSION........: ' WS-NEW-VERSION
                   ' PROMOTED ' WS-PROMOTE-DATE
                   ' BY ' WS-PROMOTE-USER
                   DELIMITED BY SIZE INTO EDIT-REPORT-RECORD
               END-STRING
               WRITE EDIT-REPORT-RECORD
               MOVE WS-ARCHIVED-ROWS TO WS-COUNT-EDIT
               MOVE SPACES TO EDIT-REPORT-RECORD
               STRING 'REPLACED VERSION....: ' WS-CURRENT-VERSION
                   ' ARCHIVED, ROWS ' WS-COUNT-EDIT
                   DELIMITED BY SIZE INTO EDIT-REPORT-RECORD
               END-STRING
           ELSE
               STRING 'RESULT..............: REJECTED - '
                   'FILE NOT PROMOTED'
