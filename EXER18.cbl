       IDENTIFICATION DIVISION.
       PROGRAM-ID.  EXER18.
      ******************************************************
      *  UNDERWRITING DESK WORK QUEUES AND SLA ESCALATION  *
      *  RUNS AFTER EXER02. READS THE NEW EXCEPTION STATUS *
      *  MASTER AND ROUTES EVERY ITEM STILL WAITING ON     *
      *  UNDERWRITING (O/C/W - REVALIDATED AND CLOSED      *
      *  ITEMS NEED NO DESK ACTION) TO A DESK, USING THE   *
      *  DESK ASSIGNMENT TABLE KEYED BY STATE CODE, POLICY *
      *  TYPE AND REASON CODE (SEE DESKREC). THE STATE AND *
      *  TYPE COME FROM THE NIGHTLY EXTRACT; A POLICY NOT  *
      *  ON THE EXTRACT CAN STILL ROUTE ON A '**' ROW.     *
      *  AN ITEM NO ROW MATCHES GOES TO THE UNASSIGNED     *
      *  DESK '????' SO IT IS NEVER SILENTLY LOST.         *
      *  OUTPUT:                                           *
      *   - DESKRPT: ONE WORKLIST PER DESK, OLDEST DATE    *
      *     OPENED FIRST, EACH ITEM AGED INTO THE 0-7,     *
      *     8-14, 15-30, 31-60 AND 61+ DAY BUCKETS, WITH   *
      *     A DESK SUMMARY AGAINST EACH DESK'S ITEM LIMIT  *
      *   - ESCLRPT: EVERY ITEM OLDER THAN THE SLA FOR ITS *
      *     REASON CODE ('S' ROWS; REASON CODES WITHOUT A  *
      *     ROW TAKE THE SYSIN DEFAULT)                    *
      *  ANY DESK OVER ITS ITEM LIMIT ENDS THE JOB RC=4.   *
      *  BOTH THE STATUS MASTER (EXER02 WRITES IT OUT OF   *
      *  ITS MATCH-MERGE) AND THE EXTRACT ARRIVE IN POLICY *
      *  NUMBER ORDER AND ARE WALKED TOGETHER; A MASTER    *
      *  OUT OF SEQUENCE ABORTS RC=16.                     *
      *  SO DOES A MASTER GENERATION THAT DOES NOT PROVE - *
      *  DETAILS NOT FOOTING TO THE STATUS TRAILERS, THE   *
      *  PROOF NOT FOOTING TO THE OPEN WORK, OR A HEADER   *
      *  DATED AFTER THE RUN. THE PROOF IS PRINTED WITH    *
      *  THE DESK SUMMARY.                                 *
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DESK-TABLE-FILE ASSIGN TO DESKIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT STATUS-FILE ASSIGN TO STATIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT POLICY-MASTER-FILE ASSIGN TO POLICYIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT WORKLIST-REPORT-FILE ASSIGN TO DESKRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT ESCALATION-REPORT-FILE ASSIGN TO ESCLRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT SYSIN-FILE ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL.
           SELECT ROUTE-SORT-FILE ASSIGN TO SORTRT.
           SELECT SORTED-ROUTE-FILE ASSIGN TO ROUTSRT
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  DESK-TABLE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DESKREC.
      *
       FD  STATUS-FILE
           LABEL RECORDS ARE STANDARD.
       COPY EXSTATUS.
      *
       FD  POLICY-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY POLICYM.
      *
       FD  WORKLIST-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  WORKLIST-REPORT-RECORD        PIC X(80).
      *
       FD  ESCALATION-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  ESCALATION-REPORT-RECORD      PIC X(80).
      *
       FD  SYSIN-FILE
           LABEL RECORDS ARE STANDARD.
       01  SYSIN-RECORD.
           05  SI-RUN-DATE               PIC X(08).
           05  SI-DEFAULT-SLA-DAYS       PIC X(03).
           05  FILLER                    PIC X(69).
      *
       FD  RUN-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       COPY RUNLOG.
      *
      ******************************************************
      *  ROUTED ITEM SORT RECORD. DESK, THEN DATE OPENED,   *
      *  SO EACH DESK'S WORKLIST PRINTS OLDEST FIRST.       *
      ******************************************************
       SD  ROUTE-SORT-FILE.
       01  ROUTE-SORT-RECORD.
           05  RS-DESK-ID                PIC X(04).
           05  RS-DATE-OPENED            PIC X(08).
           05  RS-POLICY-NUMBER          PIC X(10).
           05  RS-REASON-CODE            PIC X(04).
           05  RS-STATUS-CODE            PIC X(01).
           05  RS-STATE-CODE             PIC X(02).
           05  RS-POLICY-TYPE            PIC X(02).
           05  RS-AGE-DAYS               PIC 9(05).
           05  RS-SLA-DAYS               PIC 9(03).
           05  RS-PREMIUM-AMOUNT         PIC 9(7)V99.
      *
       FD  SORTED-ROUTE-FILE
           LABEL RECORDS ARE STANDARD.
       01  SORTED-ROUTE-RECORD.
           05  SR-DESK-ID                PIC X(04).
           05  SR-DATE-OPENED            PIC X(08).
           05  SR-POLICY-NUMBER          PIC X(10).
           05  SR-REASON-CODE            PIC X(04).
           05  SR-STATUS-CODE            PIC X(01).
           05  SR-STATE-CODE             PIC X(02).
           05  SR-POLICY-TYPE            PIC X(02).
           05  SR-AGE-DAYS               PIC 9(05).
           05  SR-SLA-DAYS               PIC 9(03).
           05  SR-PREMIUM-AMOUNT         PIC 9(7)V99.
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-BEG.
           05 FILLER                    PIC X(32) VALUE
           '** THIS IS BEGIN OF WS EXER18 **'.
      *
       01  ASSIGNMENT-TABLE.
           05 ASG-ENTRY-COUNT           PIC 9(03) VALUE ZERO.
           05 ASG-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON ASG-ENTRY-COUNT
                   INDEXED BY ASG-IDX.
               10 ASG-STATE-CODE        PIC X(02).
               10 ASG-POLICY-TYPE       PIC X(02).
               10 ASG-REASON-CODE       PIC X(04).
               10 ASG-DESK-ID           PIC X(04).
      *
      ******************************************************
      *  ONE ENTRY PER DESK, PLUS THE UNASSIGNED DESK       *
      *  ADDED AT LOAD TIME. THE BUCKET COUNTS ARE 0-7,     *
      *  8-14, 15-30, 31-60 AND 61+ DAYS, IN THAT ORDER.    *
      ******************************************************
       01  DESK-TABLE.
           05 DSK-ENTRY-COUNT           PIC 9(03) VALUE ZERO.
           05 DSK-ENTRY OCCURS 1 TO 101 TIMES
                   DEPENDING ON DSK-ENTRY-COUNT
                   INDEXED BY DSK-IDX.
               10 DSK-DESK-ID           PIC X(04).
               10 DSK-DESK-NAME         PIC X(20).
               10 DSK-ITEM-LIMIT        PIC 9(05).
               10 DSK-ITEM-COUNT        PIC 9(07).
               10 DSK-PAST-SLA          PIC 9(07).
               10 DSK-BUCKET-COUNT      PIC 9(07) OCCURS 5 TIMES.
      *
       01  SLA-TABLE.
           05 SLA-ENTRY-COUNT           PIC 9(03) VALUE ZERO.
           05 SLA-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON SLA-ENTRY-COUNT
                   INDEXED BY SLA-IDX.
               10 SLA-REASON-CODE       PIC X(04).
               10 SLA-DAYS              PIC 9(03).
      *
       01  WS-CURR-POLICY.
           05 WS-CURR-POLICY-NUMBER     PIC X(10) VALUE LOW-VALUES.
           05 WS-CURR-STATE-CODE        PIC X(02) VALUE SPACES.
           05 WS-CURR-POLICY-TYPE       PIC X(02) VALUE SPACES.
      *
       01  WS-ROUTE-CONTROL.
           05 WS-PREV-STATUS-POLICY     PIC X(10) VALUE LOW-VALUES.
           05 WS-ITEM-STATE-CODE        PIC X(02) VALUE SPACES.
           05 WS-ITEM-POLICY-TYPE       PIC X(02) VALUE SPACES.
           05 WS-ROUTE-DESK-ID          PIC X(04) VALUE SPACES.
           05 WS-ROUTE-SCORE            PIC 9(01) VALUE ZERO.
           05 WS-BEST-SCORE             PIC 9(01) VALUE ZERO.
           05 WS-ROW-MATCHES            PIC X(01) VALUE 'N'.
           05 WS-UNASSIGNED-DESK-ID     PIC X(04) VALUE '????'.
           05 WS-CURRENT-DESK-ID        PIC X(04) VALUE SPACES.
           05 WS-BUCKET-SUB             PIC 9(01) VALUE ZERO.
      *
       01  WS-AGE-CONTROL.
           05 WS-DEFAULT-SLA-DAYS       PIC 9(03) VALUE 30.
           05 WS-RUN-DATE-INTEGER       PIC 9(08) VALUE ZERO.
           05 WS-ITEM-DATE-INTEGER      PIC 9(08) VALUE ZERO.
           05 WS-ITEM-AGE-DAYS          PIC S9(08) VALUE ZERO.
      *
       01  WS-DATE-CHECK.
           05 WS-DTC-DATE               PIC X(08).
           05 WS-DTC-DATE-N REDEFINES WS-DTC-DATE.
               10 WS-DTC-YEAR           PIC 9(04).
               10 WS-DTC-MONTH          PIC 9(02).
               10 WS-DTC-DAY            PIC 9(02).
           05 WS-DTC-DAYS-IN-MONTH      PIC 9(02) VALUE ZERO.
           05 WS-DTC-QUOTIENT           PIC 9(04) VALUE ZERO.
           05 WS-DTC-REMAINDER          PIC 9(04) VALUE ZERO.
           05 WS-DTC-VALID              PIC X(01) VALUE 'N'.
      *
      ******************************************************
      *  STATUS MASTER CONTROL - ONE ROW PER STATUS CODE,   *
      *  IN TRAILER ORDER. THE DETAILS ARE FOOTED AGAINST   *
      *  THE TRAILERS AS THE MASTER IS READ, AND THE        *
      *  GENERATION IS REJECTED UNLESS EVERY TRAILER AND    *
      *  THE PROOF RECORD FOOT.                             *
      ******************************************************
       01  STATUS-CONTROL-TABLE.
           05 XCT-ENTRY OCCURS 5 TIMES
                   INDEXED BY XCT-IDX.
               10 XCT-STATUS-CODE       PIC X(01).
               10 XCT-DETAIL-COUNT      PIC 9(07).
               10 XCT-DETAIL-HASH       PIC 9(11)V99.
               10 XCT-TRAILER-SEEN      PIC X(01).
               10 XCT-TRAILER-COUNT     PIC 9(07).
               10 XCT-TRAILER-HASH      PIC 9(11)V99.
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
       01  WS-SWITCHES.
           05 WS-EOF-DESK-FILE          PIC X(01) VALUE 'N'.
           05 WS-EOF-STATUS-FILE        PIC X(01) VALUE 'N'.
           05 WS-EOF-POLICY-FILE        PIC X(01) VALUE 'N'.
           05 WS-EOF-SORTED-ROUTE       PIC X(01) VALUE 'N'.
           05 WS-ABORT-RUN              PIC X(01) VALUE 'N'.
           05 WS-DESK-FOUND             PIC X(01) VALUE 'N'.
      *
       01  WS-QUEUE-COUNTS.
           05 WS-STATUS-READ            PIC 9(09) VALUE ZERO.
           05 WS-ITEMS-ROUTED           PIC 9(09) VALUE ZERO.
           05 WS-ITEMS-UNASSIGNED       PIC 9(09) VALUE ZERO.
           05 WS-ITEMS-NOT-ON-EXTRACT   PIC 9(09) VALUE ZERO.
           05 WS-ITEMS-PAST-SLA         PIC 9(09) VALUE ZERO.
           05 WS-DESKS-OVER-LIMIT       PIC 9(09) VALUE ZERO.
      *
       01  WS-REPORT-EDIT-FIELDS.
           05 WS-COUNT-LABEL            PIC X(27) VALUE SPACES.
           05 WS-COUNT-EDIT             PIC ZZZ,ZZZ,ZZ9.
           05 WS-AGE-EDIT               PIC ZZZZ9.
           05 WS-SLA-EDIT               PIC ZZ9.
           05 WS-PREMIUM-EDIT           PIC Z,ZZZ,ZZ9.99.
           05 WS-ITEMS-EDIT             PIC ZZZ,ZZ9.
           05 WS-LIMIT-EDIT             PIC ZZ,ZZ9.
           05 WS-BUCKET-EDIT-1          PIC ZZ,ZZ9.
           05 WS-BUCKET-EDIT-2          PIC ZZ,ZZ9.
           05 WS-BUCKET-EDIT-3          PIC ZZ,ZZ9.
           05 WS-BUCKET-EDIT-4          PIC ZZ,ZZ9.
           05 WS-BUCKET-EDIT-5          PIC ZZ,ZZ9.
           05 WS-BUCKET-LABEL           PIC X(05) VALUE SPACES.
           05 WS-SLA-FLAG               PIC X(09) VALUE SPACES.
           05 WS-LIMIT-FLAG             PIC X(10) VALUE SPACES.
      *
       01  WS-RUN-PARMS.
           05 WS-RUN-DATE               PIC X(08) VALUE SPACES.
      *
       01  WS-END.
           05 FILLER                    PIC X(32) VALUE
           '** THIS IS END OF WS EXER18 **'.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZATION
           IF WS-ABORT-RUN = 'N'
               PERFORM 1500-LOAD-DESK-TABLE
           END-IF
           IF WS-ABORT-RUN = 'N'
               PERFORM 2000-SORT-ROUTED-ITEMS
           END-IF
           IF WS-ABORT-RUN = 'N'
               PERFORM 3000-PRODUCE-WORKLISTS
               PERFORM 5000-PRODUCE-DESK-SUMMARY
               IF WS-DESKS-OVER-LIMIT > ZERO
                   AND RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM 9999-END-OF-JOB
           GOBACK.
      *
       1000-INITIALIZATION.
           DISPLAY 'DESK-WORK-QUEUES'
           PERFORM 1100-READ-CONTROL-CARD
           PERFORM 1200-PRIME-STATUS-CONTROL
           OPEN OUTPUT WORKLIST-REPORT-FILE
           OPEN OUTPUT ESCALATION-REPORT-FILE
           MOVE SPACES TO WORKLIST-REPORT-RECORD
           STRING 'EXER18 UNDERWRITING DESK WORKLISTS - RUN DATE '
               WS-RUN-DATE
               DELIMITED BY SIZE INTO WORKLIST-REPORT-RECORD
           END-STRING
           WRITE WORKLIST-REPORT-RECORD
           MOVE SPACES TO ESCALATION-REPORT-RECORD
           STRING 'EXER18 SLA ESCALATION REPORT - RUN DATE '
               WS-RUN-DATE
               DELIMITED BY SIZE INTO ESCALATION-REPORT-RECORD
           END-STRING
           WRITE ESCALATION-REPORT-RECORD
           MOVE SPACES TO ESCALATION-REPORT-RECORD
           STRING 'DESK POLICY     RSN  S ST TY OPENED     AGE  SLA'
               DELIMITED BY SIZE INTO ESCALATION-REPORT-RECORD
           END-STRING
           WRITE ESCALATION-REPORT-RECORD
           .
      *
      ******************************************************
      *  1100 - THE RUN DATE IS THE AGING BASE AND MUST BE  *
      *  NUMERIC; THE DEFAULT SLA COVERS ANY REASON CODE    *
      *  THE DESK TABLE CARRIES NO 'S' ROW FOR.             *
      ******************************************************
       1100-READ-CONTROL-CARD.
           OPEN INPUT SYSIN-FILE
           READ SYSIN-FILE
               AT END
                   MOVE SPACES TO SYSIN-RECORD
           END-READ
           MOVE SI-RUN-DATE TO WS-RUN-DATE
           IF SI-DEFAULT-SLA-DAYS NUMERIC
               AND SI-DEFAULT-SLA-DAYS NOT = ZERO
               MOVE SI-DEFAULT-SLA-DAYS TO WS-DEFAULT-SLA-DAYS
           END-IF
           IF WS-RUN-DATE NUMERIC
               COMPUTE WS-RUN-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(WS-RUN-DATE))
           ELSE
               DISPLAY 'EXER18 ABEND - RUN DATE ' WS-RUN-DATE
                   ' NOT NUMERIC, RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-ABORT-RUN
           END-IF
           CLOSE SYSIN-FILE
           .
      *
       1200-PRIME-STATUS-CONTROL.
           PERFORM VARYING XCT-IDX FROM 1 BY 1
                   UNTIL XCT-IDX > 5
               MOVE ZERO TO XCT-DETAIL-COUNT(XCT-IDX)
               MOVE ZERO TO XCT-DETAIL-HASH(XCT-IDX)
               MOVE 'N' TO XCT-TRAILER-SEEN(XCT-IDX)
               MOVE ZERO TO XCT-TRAILER-COUNT(XCT-IDX)
               MOVE ZERO TO XCT-TRAILER-HASH(XCT-IDX)
           END-PERFORM
           MOVE 'O' TO XCT-STATUS-CODE(1)
           MOVE 'C' TO XCT-STATUS-CODE(2)
           MOVE 'W' TO XCT-STATUS-CODE(3)
           MOVE 'R' TO XCT-STATUS-CODE(4)
           MOVE 'X' TO XCT-STATUS-CODE(5)
           .
      *
      ******************************************************
      *  1500 - LOAD THE DESK TABLE. EVERY ASSIGNMENT ROW   *
      *  MUST NAME A DEFINED DESK AND THE TABLE MUST HOLD   *
      *  AT LEAST ONE ASSIGNMENT, OR THE ROUTING WOULD      *
      *  DUMP THE WHOLE BOOK ON THE UNASSIGNED DESK.        *
      ******************************************************
       1500-LOAD-DESK-TABLE.
           OPEN INPUT DESK-TABLE-FILE
           PERFORM 1510-LOAD-ONE-ROW
               UNTIL WS-EOF-DESK-FILE = 'Y'
           CLOSE DESK-TABLE-FILE
           IF WS-ABORT-RUN = 'N'
               IF ASG-ENTRY-COUNT = ZERO
                   DISPLAY 'EXER18 ABEND - DESK TABLE HAS NO '
                       'ASSIGNMENT ROWS, RUN ABORTED'
                   MOVE 16 TO RETURN-CODE
                   MOVE 'Y' TO WS-ABORT-RUN
               ELSE
                   PERFORM 1600-CHECK-ASSIGNED-DESK
                       VARYING ASG-IDX FROM 1 BY 1
                       UNTIL ASG-IDX > ASG-ENTRY-COUNT
               END-IF
           END-IF
           IF WS-ABORT-RUN = 'N'
               ADD 1 TO DSK-ENTRY-COUNT
               SET DSK-IDX TO DSK-ENTRY-COUNT
               MOVE WS-UNASSIGNED-DESK-ID TO DSK-DESK-ID(DSK-IDX)
               MOVE 'UNASSIGNED' TO DSK-DESK-NAME(DSK-IDX)
               MOVE ZERO TO DSK-ITEM-LIMIT(DSK-IDX)
               PERFORM 1550-CLEAR-DESK-COUNTS
           END-IF
           .
      *
       1510-LOAD-ONE-ROW.
           READ DESK-TABLE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-DESK-FILE
               NOT AT END
                   EVALUATE DK-ROW-KIND
                       WHEN 'A'
                           PERFORM 1520-ADD-ASSIGNMENT-ROW
                       WHEN 'D'
                           PERFORM 1530-ADD-DESK-ROW
                       WHEN 'S'
                           PERFORM 1540-ADD-SLA-ROW
                       WHEN OTHER
                           DISPLAY 'EXER18 ABEND - DESK TABLE ROW '
                               'KIND ' DK-ROW-KIND
                               ' NOT A/D/S, RUN ABORTED'
                           MOVE 16 TO RETURN-CODE
                           MOVE 'Y' TO WS-ABORT-RUN
                           MOVE 'Y' TO WS-EOF-DESK-FILE
                   END-EVALUATE
           END-READ
           .
      *
       1520-ADD-ASSIGNMENT-ROW.
           IF ASG-ENTRY-COUNT >= 500
               DISPLAY 'EXER18 ABEND - DESK TABLE EXCEEDS 500 '
                   'ASSIGNMENT ROWS, RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-ABORT-RUN
               MOVE 'Y' TO WS-EOF-DESK-FILE
           ELSE
               ADD 1 TO ASG-ENTRY-COUNT
               MOVE DK-STATE-CODE
                   TO ASG-STATE-CODE(ASG-ENTRY-COUNT)
               MOVE DK-POLICY-TYPE
                   TO ASG-POLICY-TYPE(ASG-ENTRY-COUNT)
               MOVE DK-REASON-CODE
                   TO ASG-REASON-CODE(ASG-ENTRY-COUNT)
               MOVE DK-DESK-ID
                   TO ASG-DESK-ID(ASG-ENTRY-COUNT)
           END-IF
           .
      *
       1530-ADD-DESK-ROW.
           IF DSK-ENTRY-COUNT >= 100
               DISPLAY 'EXER18 ABEND - DESK TABLE EXCEEDS 100 '
                   'DESKS, RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-ABORT-RUN
               MOVE 'Y' TO WS-EOF-DESK-FILE
           ELSE
               ADD 1 TO DSK-ENTRY-COUNT
               SET DSK-IDX TO DSK-ENTRY-COUNT
               MOVE DD-DESK-ID TO DSK-DESK-ID(DSK-IDX)
               MOVE DD-DESK-NAME TO DSK-DESK-NAME(DSK-IDX)
               IF DD-ITEM-LIMIT NUMERIC
                   MOVE DD-ITEM-LIMIT TO DSK-ITEM-LIMIT(DSK-IDX)
               ELSE
                   MOVE ZERO TO DSK-ITEM-LIMIT(DSK-IDX)
               END-IF
               PERFORM 1550-CLEAR-DESK-COUNTS
           END-IF
           .
      *
       1540-ADD-SLA-ROW.
           IF SLA-ENTRY-COUNT >= 50
               DISPLAY 'EXER18 ABEND - DESK TABLE EXCEEDS 50 '
                   'SLA ROWS, RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-ABORT-RUN
               MOVE 'Y' TO WS-EOF-DESK-FILE
           ELSE
               ADD 1 TO SLA-ENTRY-COUNT
               MOVE DS-REASON-CODE
                   TO SLA-REASON-CODE(SLA-ENTRY-COUNT)
               IF DS-SLA-DAYS NUMERIC
                   MOVE DS-SLA-DAYS TO SLA-DAYS(SLA-ENTRY-COUNT)
               ELSE
                   MOVE WS-DEFAULT-SLA-DAYS
                       TO SLA-DAYS(SLA-ENTRY-COUNT)
               END-IF
           END-IF
           .
      *
       1550-CLEAR-DESK-COUNTS.
           MOVE ZERO TO DSK-ITEM-COUNT(DSK-IDX)
           MOVE ZERO TO DSK-PAST-SLA(DSK-IDX)
           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                   UNTIL WS-BUCKET-SUB > 5
               MOVE ZERO TO DSK-BUCKET-COUNT(DSK-IDX, WS-BUCKET-SUB)
           END-PERFORM
           .
      *
       1600-CHECK-ASSIGNED-DESK.
           SET DSK-IDX TO 1
           SEARCH DSK-ENTRY
               AT END
                   DISPLAY 'EXER18 ABEND - ASSIGNMENT ROW DESK '
                       ASG-DESK-ID(ASG-IDX)
                       ' HAS NO DESK ROW, RUN ABORTED'
                   MOVE 16 TO RETURN-CODE
                   MOVE 'Y' TO WS-ABORT-RUN
               WHEN DSK-DESK-ID(DSK-IDX) = ASG-DESK-ID(ASG-IDX)
                   CONTINUE
           END-SEARCH
           .
      *
       2000-SORT-ROUTED-ITEMS.
           SORT ROUTE-SORT-FILE
               ON ASCENDING KEY RS-DESK-ID
                                RS-DATE-OPENED
                                RS-POLICY-NUMBER
                                RS-REASON-CODE
               INPUT PROCEDURE IS 2100-ROUTE-STATUS-ITEMS
               GIVING SORTED-ROUTE-FILE
           .
      *
       2100-ROUTE-STATUS-ITEMS.
           OPEN INPUT STATUS-FILE
           OPEN INPUT POLICY-MASTER-FILE
           PERFORM 2200-ROUTE-ONE-STATUS
               UNTIL WS-EOF-STATUS-FILE = 'Y'
           CLOSE STATUS-FILE
           CLOSE POLICY-MASTER-FILE
           IF WS-ABORT-RUN = 'N'
               PERFORM 2240-PROVE-STATUS-MASTER
           END-IF
           .
      *
       2200-ROUTE-ONE-STATUS.
           READ STATUS-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-STATUS-FILE
               NOT AT END
                   ADD 1 TO WS-CTL-RECORDS-READ
                   IF XS-POLICY-NUMBER < WS-PREV-STATUS-POLICY
                       DISPLAY 'EXER18 ABEND - STATUS MASTER OUT '
                           'OF SEQUENCE AT POLICY '
                           XS-POLICY-NUMBER ', RUN ABORTED'
                       MOVE 16 TO RETURN-CODE
                       MOVE 'Y' TO WS-ABORT-RUN
                       MOVE 'Y' TO WS-EOF-STATUS-FILE
                   ELSE
                       MOVE XS-POLICY-NUMBER
                           TO WS-PREV-STATUS-POLICY
                       PERFORM 2210-CHECK-STATUS-RECORD
                   END-IF
           END-READ
           .
      *
      ******************************************************
      *  2210 - HEADER FIRST, THEN DETAILS, THEN ONE        *
      *  TRAILER PER STATUS CODE, THEN THE PROOF LAST. THE  *
      *  FIRST FAULT FOUND IS KEPT AND NOTHING AFTER IT IS  *
      *  USED.                                              *
      ******************************************************
       2210-CHECK-STATUS-RECORD.
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
                   PERFORM 2220-POST-STATUS-TRAILER
               WHEN WS-CTL-TRAILERS-SEEN > ZERO
                   MOVE 'DETAIL RECORD FOLLOWS THE TRAILERS'
                       TO WS-CTL-ERROR
               WHEN OTHER
                   PERFORM 2230-POST-STATUS-DETAIL
           END-EVALUATE
           .
      *
       2220-POST-STATUS-TRAILER.
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
       2230-POST-STATUS-DETAIL.
           SET XCT-IDX TO 1
           SEARCH XCT-ENTRY
               AT END
                   STRING 'DETAIL WITH UNKNOWN STATUS CODE '
                       XS-STATUS-CODE
                       DELIMITED BY SIZE INTO WS-CTL-ERROR
                   END-STRING
               WHEN XCT-STATUS-CODE(XCT-IDX) = XS-STATUS-CODE
                   ADD 1 TO XCT-DETAIL-COUNT(XCT-IDX)
                   ADD XS-ORIGINAL-PREMIUM XS-CORRECTED-PREMIUM
                       TO XCT-DETAIL-HASH(XCT-IDX)
           END-SEARCH
           ADD 1 TO WS-STATUS-READ
           IF XS-STATUS-CODE = 'O'
               OR XS-STATUS-CODE = 'C'
               OR XS-STATUS-CODE = 'W'
               PERFORM 2300-RELEASE-ROUTED-ITEM
           END-IF
           .
      *
      ******************************************************
      *  2240 - A GENERATION IS ONLY USED IF IT PROVES:     *
      *  HEADER AND PROOF PRESENT, EVERY TRAILER FOOTING TO *
      *  ITS DETAILS, OLD + POSTED - CLOSED - WRITTEN OFF   *
      *  FOOTING TO THE OPEN-WORK (O/C/W/R) TRAILERS, AND   *
      *  THE HEADER NOT DATED AFTER THE RUN.                *
      ******************************************************
       2240-PROVE-STATUS-MASTER.
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
               PERFORM 2250-FOOT-STATUS-TRAILER
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
               END-EVALUATE
           END-IF
           IF WS-CTL-ERROR NOT = SPACES
               DISPLAY 'EXER18 ABEND - STATUS MASTER REJECTED - '
                   WS-CTL-ERROR
               DISPLAY 'EXER18 ABEND - CHECK THE STATIN GENERATION, '
                   'RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-ABORT-RUN
           END-IF
           .
      *
       2250-FOOT-STATUS-TRAILER.
           IF XCT-TRAILER-SEEN(XCT-IDX) = 'N'
               STRING 'NO TRAILER FOR STATUS CODE '
                   XCT-STATUS-CODE(XCT-IDX)
                   DELIMITED BY SIZE INTO WS-CTL-ERROR
               END-STRING
           ELSE
               IF XCT-DETAIL-COUNT(XCT-IDX) NOT =
                       XCT-TRAILER-COUNT(XCT-IDX)
                   OR XCT-DETAIL-HASH(XCT-IDX) NOT =
                       XCT-TRAILER-HASH(XCT-IDX)
                   STRING 'DETAILS DO NOT FOOT TO TRAILER FOR '
                       'STATUS CODE ' XCT-STATUS-CODE(XCT-IDX)
                       DELIMITED BY SIZE INTO WS-CTL-ERROR
                   END-STRING
               END-IF
           END-IF
           .
      *
       2300-RELEASE-ROUTED-ITEM.
           PERFORM 2400-FIND-POLICY-ON-EXTRACT
           PERFORM 2500-FIND-DESK
           PERFORM 2600-COMPUTE-ITEM-AGE
           MOVE SPACES TO ROUTE-SORT-RECORD
           MOVE WS-ROUTE-DESK-ID TO RS-DESK-ID
           MOVE XS-DATE-OPENED TO RS-DATE-OPENED
           MOVE XS-POLICY-NUMBER TO RS-POLICY-NUMBER
           MOVE XS-REASON-CODE TO RS-REASON-CODE
           MOVE XS-STATUS-CODE TO RS-STATUS-CODE
           MOVE WS-ITEM-STATE-CODE TO RS-STATE-CODE
           MOVE WS-ITEM-POLICY-TYPE TO RS-POLICY-TYPE
           MOVE WS-ITEM-AGE-DAYS TO RS-AGE-DAYS
           PERFORM 2700-FIND-SLA-DAYS
           MOVE XS-ORIGINAL-PREMIUM TO RS-PREMIUM-AMOUNT
           RELEASE ROUTE-SORT-RECORD
           ADD 1 TO WS-ITEMS-ROUTED
           .
      *
      ******************************************************
      *  2400 - ADVANCE THE EXTRACT UP TO THE STATUS        *
      *  POLICY. HEADER AND TRAILER RECORDS ARE PASSED      *
      *  OVER. A POLICY NOT ON THE EXTRACT ROUTES WITH A    *
      *  BLANK STATE AND TYPE (ONLY '**' ROWS MATCH IT).    *
      ******************************************************
       2400-FIND-POLICY-ON-EXTRACT.
           PERFORM 2410-READ-POLICY-DETAIL
               UNTIL WS-CURR-POLICY-NUMBER NOT < XS-POLICY-NUMBER
           IF WS-CURR-POLICY-NUMBER = XS-POLICY-NUMBER
               MOVE WS-CURR-STATE-CODE TO WS-ITEM-STATE-CODE
               MOVE WS-CURR-POLICY-TYPE TO WS-ITEM-POLICY-TYPE
           ELSE
               MOVE SPACES TO WS-ITEM-STATE-CODE
               MOVE SPACES TO WS-ITEM-POLICY-TYPE
               ADD 1 TO WS-ITEMS-NOT-ON-EXTRACT
           END-IF
           .
      *
       2410-READ-POLICY-DETAIL.
           IF WS-EOF-POLICY-FILE = 'Y'
               MOVE HIGH-VALUES TO WS-CURR-POLICY-NUMBER
           ELSE
               READ POLICY-MASTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-POLICY-FILE
                       MOVE HIGH-VALUES TO WS-CURR-POLICY-NUMBER
                   NOT AT END
                       IF PM-RECORD-TYPE = 'D'
                           MOVE PM-POLICY-NUMBER
                               TO WS-CURR-POLICY-NUMBER
                           MOVE PM-STATE-CODE
                               TO WS-CURR-STATE-CODE
                           MOVE PM-POLICY-TYPE
                               TO WS-CURR-POLICY-TYPE
                       END-IF
               END-READ
           END-IF
           .
      *
      ******************************************************
      *  2500 - THE MOST SPECIFIC MATCHING ASSIGNMENT ROW   *
      *  WINS: AN EXACT STATE SCORES 4, AN EXACT TYPE 2     *
      *  AND AN EXACT REASON 1, SO STATE OUTRANKS TYPE      *
      *  OUTRANKS REASON. ON A TIE THE EARLIER ROW IN THE   *
      *  TABLE STANDS.                                      *
      ******************************************************
       2500-FIND-DESK.
           MOVE WS-UNASSIGNED-DESK-ID TO WS-ROUTE-DESK-ID
           MOVE ZERO TO WS-BEST-SCORE
           MOVE 'N' TO WS-DESK-FOUND
           PERFORM 2510-SCORE-ASSIGNMENT-ROW
               VARYING ASG-IDX FROM 1 BY 1
               UNTIL ASG-IDX > ASG-ENTRY-COUNT
           IF WS-DESK-FOUND = 'N'
               ADD 1 TO WS-ITEMS-UNASSIGNED
           END-IF
           .
      *
       2510-SCORE-ASSIGNMENT-ROW.
           MOVE 'Y' TO WS-ROW-MATCHES
           MOVE ZERO TO WS-ROUTE-SCORE
           EVALUATE TRUE
               WHEN ASG-STATE-CODE(ASG-IDX) = '**'
                   CONTINUE
               WHEN ASG-STATE-CODE(ASG-IDX) = WS-ITEM-STATE-CODE
                   ADD 4 TO WS-ROUTE-SCORE
               WHEN OTHER
                   MOVE 'N' TO WS-ROW-MATCHES
           END-EVALUATE
           EVALUATE TRUE
               WHEN ASG-POLICY-TYPE(ASG-IDX) = '**'
                   CONTINUE
               WHEN ASG-POLICY-TYPE(ASG-IDX) = WS-ITEM-POLICY-TYPE
                   ADD 2 TO WS-ROUTE-SCORE
               WHEN OTHER
                   MOVE 'N' TO WS-ROW-MATCHES
           END-EVALUATE
           EVALUATE TRUE
               WHEN ASG-REASON-CODE(ASG-IDX) = '****'
                   CONTINUE
               WHEN ASG-REASON-CODE(ASG-IDX) = XS-REASON-CODE
                   ADD 1 TO WS-ROUTE-SCORE
               WHEN OTHER
                   MOVE 'N' TO WS-ROW-MATCHES
           END-EVALUATE
           IF WS-ROW-MATCHES = 'Y'
               IF WS-DESK-FOUND = 'N'
                   OR WS-ROUTE-SCORE > WS-BEST-SCORE
                   MOVE 'Y' TO WS-DESK-FOUND
                   MOVE WS-ROUTE-SCORE TO WS-BEST-SCORE
                   MOVE ASG-DESK-ID(ASG-IDX) TO WS-ROUTE-DESK-ID
               END-IF
           END-IF
           .
      *
      ******************************************************
      *  2600 - AGE IN DAYS FROM THE DATE OPENED TO THE     *
      *  RUN DATE. THE DATE IS VALIDATED AS A REAL          *
      *  CALENDAR DATE FIRST (SAME RULES AS EXER06) - A     *
      *  DATE THAT WILL NOT CONVERT AGES AS ZERO.           *
      ******************************************************
       2600-COMPUTE-ITEM-AGE.
           MOVE ZERO TO WS-ITEM-AGE-DAYS
           MOVE XS-DATE-OPENED TO WS-DTC-DATE
           PERFORM 2610-EDIT-DATE
           IF WS-DTC-VALID = 'Y'
               COMPUTE WS-ITEM-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(WS-DTC-DATE))
               COMPUTE WS-ITEM-AGE-DAYS =
                   WS-RUN-DATE-INTEGER - WS-ITEM-DATE-INTEGER
               IF WS-ITEM-AGE-DAYS < ZERO
                   MOVE ZERO TO WS-ITEM-AGE-DAYS
               END-IF
               IF WS-ITEM-AGE-DAYS > 99999
                   MOVE 99999 TO WS-ITEM-AGE-DAYS
               END-IF
           END-IF
           .
      *
       2610-EDIT-DATE.
           MOVE 'Y' TO WS-DTC-VALID
           IF WS-DTC-DATE NOT NUMERIC
               MOVE 'N' TO WS-DTC-VALID
           ELSE
               IF WS-DTC-MONTH < 01 OR WS-DTC-MONTH > 12
                   MOVE 'N' TO WS-DTC-VALID
               ELSE
                   PERFORM 2620-SET-DAYS-IN-MONTH
                   IF WS-DTC-DAY < 01
                       OR WS-DTC-DAY > WS-DTC-DAYS-IN-MONTH
                       MOVE 'N' TO WS-DTC-VALID
                   END-IF
               END-IF
           END-IF
           .
      *
       2620-SET-DAYS-IN-MONTH.
           EVALUATE WS-DTC-MONTH
               WHEN 01
               WHEN 03
               WHEN 05
               WHEN 07
               WHEN 08
               WHEN 10
               WHEN 12
                   MOVE 31 TO WS-DTC-DAYS-IN-MONTH
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30 TO WS-DTC-DAYS-IN-MONTH
               WHEN 02
                   PERFORM 2630-SET-FEBRUARY-DAYS
           END-EVALUATE
           .
      *
       2630-SET-FEBRUARY-DAYS.
           MOVE 28 TO WS-DTC-DAYS-IN-MONTH
           DIVIDE WS-DTC-YEAR BY 4
               GIVING WS-DTC-QUOTIENT
               REMAINDER WS-DTC-REMAINDER
           IF WS-DTC-REMAINDER = ZERO
               MOVE 29 TO WS-DTC-DAYS-IN-MONTH
               DIVIDE WS-DTC-YEAR BY 100
                   GIVING WS-DTC-QUOTIENT
                   REMAINDER WS-DTC-REMAINDER
               IF WS-DTC-REMAINDER = ZERO
                   MOVE 28 TO WS-DTC-DAYS-IN-MONTH
                   DIVIDE WS-DTC-YEAR BY 400
                       GIVING WS-DTC-QUOTIENT
                       REMAINDER WS-DTC-REMAINDER
                   IF WS-DTC-REMAINDER = ZERO
                       MOVE 29 TO WS-DTC-DAYS-IN-MONTH
                   END-IF
               END-IF
           END-IF
           .
      *
       2700-FIND-SLA-DAYS.
           MOVE WS-DEFAULT-SLA-DAYS TO RS-SLA-DAYS
           IF SLA-ENTRY-COUNT > ZERO
               SET SLA-IDX TO 1
               SEARCH SLA-ENTRY
                   AT END
                       CONTINUE
                   WHEN SLA-REASON-CODE(SLA-IDX) = XS-REASON-CODE
                       MOVE SLA-DAYS(SLA-IDX) TO RS-SLA-DAYS
               END-SEARCH
           END-IF
           .
      *
      ******************************************************
      *  3000 - PRINT THE WORKLISTS FROM THE SORTED ROUTED  *
      *  ITEMS, BREAKING ON DESK. EVERY ITEM IS COUNTED     *
      *  INTO ITS DESK AND AGE BUCKET; AN ITEM OLDER THAN   *
      *  ITS SLA IS FLAGGED AND ALSO GOES TO THE            *
      *  ESCALATION REPORT.                                 *
      ******************************************************
       3000-PRODUCE-WORKLISTS.
           OPEN INPUT SORTED-ROUTE-FILE
           MOVE SPACES TO WS-CURRENT-DESK-ID
           PERFORM 3100-PRINT-ONE-ITEM
               UNTIL WS-EOF-SORTED-ROUTE = 'Y'
           IF WS-CURRENT-DESK-ID NOT = SPACES
               PERFORM 3400-PRINT-DESK-FOOTING
           END-IF
           CLOSE SORTED-ROUTE-FILE
           .
      *
       3100-PRINT-ONE-ITEM.
           READ SORTED-ROUTE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SORTED-ROUTE
               NOT AT END
                   IF SR-DESK-ID NOT = WS-CURRENT-DESK-ID
                       IF WS-CURRENT-DESK-ID NOT = SPACES
                           PERFORM 3400-PRINT-DESK-FOOTING
                       END-IF
                       MOVE SR-DESK-ID TO WS-CURRENT-DESK-ID
                       PERFORM 3300-PRINT-DESK-HEADING
                   END-IF
                   PERFORM 3200-PRINT-ITEM-LINE
           END-READ
           .
      *
       3200-PRINT-ITEM-LINE.
           EVALUATE TRUE
               WHEN SR-AGE-DAYS <= 7
                   MOVE 1 TO WS-BUCKET-SUB
                   MOVE '0-7' TO WS-BUCKET-LABEL
               WHEN SR-AGE-DAYS <= 14
                   MOVE 2 TO WS-BUCKET-SUB
                   MOVE '8-14' TO WS-BUCKET-LABEL
               WHEN SR-AGE-DAYS <= 30
                   MOVE 3 TO WS-BUCKET-SUB
                   MOVE '15-30' TO WS-BUCKET-LABEL
               WHEN SR-AGE-DAYS <= 60
                   MOVE 4 TO WS-BUCKET-SUB
                   MOVE '31-60' TO WS-BUCKET-LABEL
               WHEN OTHER
                   MOVE 5 TO WS-BUCKET-SUB
                   MOVE '61+' TO WS-BUCKET-LABEL
           END-EVALUATE
           ADD 1 TO DSK-ITEM-COUNT(DSK-IDX)
           ADD 1 TO DSK-BUCKET-COUNT(DSK-IDX, WS-BUCKET-SUB)
           MOVE SPACES TO WS-SLA-FLAG
           IF SR-AGE-DAYS > SR-SLA-DAYS
               MOVE 'PAST SLA' TO WS-SLA-FLAG
               ADD 1 TO DSK-PAST-SLA(DSK-IDX)
               ADD 1 TO WS-ITEMS-PAST-SLA
               PERFORM 3500-WRITE-ESCALATION-LINE
           END-IF
           MOVE SR-AGE-DAYS TO WS-AGE-EDIT
           MOVE SR-PREMIUM-AMOUNT TO WS-PREMIUM-EDIT
           MOVE SPACES TO WORKLIST-REPORT-RECORD
           STRING '  ' SR-POLICY-NUMBER ' ' SR-REASON-CODE
               ' ' SR-STATUS-CODE ' ' SR-STATE-CODE
               ' ' SR-POLICY-TYPE ' ' SR-DATE-OPENED
               ' ' WS-AGE-EDIT ' ' WS-BUCKET-LABEL
               ' ' WS-PREMIUM-EDIT ' ' WS-SLA-FLAG
               DELIMITED BY SIZE INTO WORKLIST-REPORT-RECORD
           END-STRING
           WRITE WORKLIST-REPORT-RECORD
           .
      *
       3300-PRINT-DESK-HEADING.
           SET DSK-IDX TO 1
           SEARCH DSK-ENTRY
               AT END
                   SET DSK-IDX TO DSK-ENTRY-COUNT
               WHEN DSK-DESK-ID(DSK-IDX) = WS-CURRENT-DESK-ID
                   CONTINUE
           END-SEARCH
           MOVE SPACES TO WORKLIST-REPORT-RECORD
           WRITE WORKLIST-REPORT-RECORD
           MOVE SPACES TO WORKLIST-REPORT-RECORD
           STRING 'DESK ' WS-CURRENT-DESK-ID ' - '
               DSK-DESK-NAME(DSK-IDX)
               DELIMITED BY SIZE INTO WORKLIST-REPORT-RECORD
           END-STRING
           WRITE WORKLIST-REPORT-RECORD
           MOVE SPACES TO WORKLIST-REPORT-RECORD
           STRING '  POLICY     RSN  S ST TY OPENED     AGE BUCKT'
               '      PREMIUM'
               DELIMITED BY SIZE INTO WORKLIST-REPORT-RECORD
           END-STRING
           WRITE WORKLIST-REPORT-RECORD
           .
      *
       3400-PRINT-DESK-FOOTING.
           MOVE DSK-ITEM-COUNT(DSK-IDX) TO WS-ITEMS-EDIT
           MOVE DSK-PAST-SLA(DSK-IDX) TO WS-COUNT-EDIT
           MOVE SPACES TO WORKLIST-REPORT-RECORD
           STRING '  DESK ' WS-CURRENT-DESK-ID ' ITEMS '
               WS-ITEMS-EDIT ' PAST SLA ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WORKLIST-REPORT-RECORD
           END-STRING
           WRITE WORKLIST-REPORT-RECORD
           .
      *
       3500-WRITE-ESCALATION-LINE.
           MOVE SR-AGE-DAYS TO WS-AGE-EDIT
           MOVE SR-SLA-DAYS TO WS-SLA-EDIT
           MOVE SPACES TO ESCALATION-REPORT-RECORD
           STRING SR-DESK-ID ' ' SR-POLICY-NUMBER
               ' ' SR-REASON-CODE ' ' SR-STATUS-CODE
               ' ' SR-STATE-CODE ' ' SR-POLICY-TYPE
               ' ' SR-DATE-OPENED ' ' WS-AGE-EDIT
               '  ' WS-SLA-EDIT
               DELIMITED BY SIZE INTO ESCALATION-REPORT-RECORD
           END-STRING
           WRITE ESCALATION-REPORT-RECORD
           .
      *
      ******************************************************
      *  5000 - ONE LINE PER DESK: ITEMS AGAINST THE LIMIT  *
      *  AND THE AGE BUCKET SPREAD. A DESK WITH A NON-ZERO  *
      *  LIMIT AND MORE ITEMS THAN THAT LIMIT IS FLAGGED    *
      *  OVER LIMIT AND DRIVES THE RC=4 WARNING.            *
      ******************************************************
       5000-PRODUCE-DESK-SUMMARY.
           MOVE SPACES TO WORKLIST-REPORT-RECORD
           WRITE WORKLIST-REPORT-RECORD
           MOVE SPACES TO WORKLIST-REPORT-RECORD
           STRING 'DESK SUMMARY (ITEMS / LIMIT / 0-7 / 8-14 / '
               '15-30 / 31-60 / 61+):'
               DELIMITED BY SIZE INTO WORKLIST-REPORT-RECORD
           END-STRING
           WRITE WORKLIST-REPORT-RECORD
           PERFORM 5100-SUMMARIZE-ONE-DESK
               VARYING DSK-IDX FROM 1 BY 1
               UNTIL DSK-IDX > DSK-ENTRY-COUNT
           MOVE 'STATUS RECORDS READ......: ' TO WS-COUNT-LABEL
           MOVE WS-STATUS-READ TO WS-COUNT-EDIT
           PERFORM 5200-WRITE-COUNT-LINE
           MOVE 'ITEMS ROUTED.............: ' TO WS-COUNT-LABEL
           MOVE WS-ITEMS-ROUTED TO WS-COUNT-EDIT
           PERFORM 5200-WRITE-COUNT-LINE
           MOVE 'ITEMS UNASSIGNED.........: ' TO WS-COUNT-LABEL
           MOVE WS-ITEMS-UNASSIGNED TO WS-COUNT-EDIT
           PERFORM 5200-WRITE-COUNT-LINE
           MOVE 'ITEMS NOT ON EXTRACT.....: ' TO WS-COUNT-LABEL
           MOVE WS-ITEMS-NOT-ON-EXTRACT TO WS-COUNT-EDIT
           PERFORM 5200-WRITE-COUNT-LINE
           MOVE 'ITEMS PAST SLA...........: ' TO WS-COUNT-LABEL
           MOVE WS-ITEMS-PAST-SLA TO WS-COUNT-EDIT
           PERFORM 5200-WRITE-COUNT-LINE
           MOVE 'DESKS OVER LIMIT.........: ' TO WS-COUNT-LABEL
           MOVE WS-DESKS-OVER-LIMIT TO WS-COUNT-EDIT
           PERFORM 5200-WRITE-COUNT-LINE
           PERFORM 5300-WRITE-BALANCE-PROOF
           MOVE SPACES TO ESCALATION-REPORT-RECORD
           MOVE WS-ITEMS-PAST-SLA TO WS-COUNT-EDIT
           STRING 'ITEMS PAST SLA...........: ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO ESCALATION-REPORT-RECORD
           END-STRING
           WRITE ESCALATION-REPORT-RECORD
           .
      *
       5100-SUMMARIZE-ONE-DESK.
           MOVE SPACES TO WS-LIMIT-FLAG
           IF DSK-ITEM-LIMIT(DSK-IDX) > ZERO
               AND DSK-ITEM-COUNT(DSK-IDX) >
                   DSK-ITEM-LIMIT(DSK-IDX)
               MOVE 'OVER LIMIT' TO WS-LIMIT-FLAG
               ADD 1 TO WS-DESKS-OVER-LIMIT
               DISPLAY 'EXER18 WARNING - DESK '
                   DSK-DESK-ID(DSK-IDX) ' OVER ITEM LIMIT'
           END-IF
           MOVE DSK-ITEM-COUNT(DSK-IDX) TO WS-ITEMS-EDIT
           MOVE DSK-ITEM-LIMIT(DSK-IDX) TO WS-LIMIT-EDIT
           MOVE DSK-BUCKET-COUNT(DSK-IDX, 1) TO WS-BUCKET-EDIT-1
           MOVE DSK-BUCKET-COUNT(DSK-IDX, 2) TO WS-BUCKET-EDIT-2
           MOVE DSK-BUCKET-COUNT(DSK-IDX, 3) TO WS-BUCKET-EDIT-3
           MOVE DSK-BUCKET-COUNT(DSK-IDX, 4) TO WS-BUCKET-EDIT-4
           MOVE DSK-BUCKET-COUNT(DSK-IDX, 5) TO WS-BUCKET-EDIT-5
           MOVE SPACES TO WORKLIST-REPORT-RECORD
           STRING '  ' DSK-DESK-ID(DSK-IDX) ' ' WS-ITEMS-EDIT
               ' ' WS-LIMIT-EDIT ' ' WS-BUCKET-EDIT-1
               ' ' WS-BUCKET-EDIT-2 ' ' WS-BUCKET-EDIT-3
               ' ' WS-BUCKET-EDIT-4 ' ' WS-BUCKET-EDIT-5
               ' ' WS-LIMIT-FLAG
               DELIMITED BY SIZE INTO WORKLIST-REPORT-RECORD
           END-STRING
           WRITE WORKLIST-REPORT-RECORD
           .
      *
       5200-WRITE-COUNT-LINE.
           MOVE SPACES TO WORKLIST-REPORT-RECORD
           STRING WS-COUNT-LABEL WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WORKLIST-REPORT-RECORD
           END-STRING
           WRITE WORKLIST-REPORT-RECORD
           .
      *
       5300-WRITE-BALANCE-PROOF.
           MOVE SPACES TO WORKLIST-REPORT-RECORD
           STRING 'STATUS MASTER BALANCE PROOF (OPEN WORK O/C/W/R) '
               '- BUILT BY ' WS-CTL-HEADER-PROGRAM ' '
               WS-CTL-HEADER-DATE
               DELIMITED BY SIZE INTO WORKLIST-REPORT-RECORD
           END-STRING
           WRITE WORKLIST-REPORT-RECORD
           MOVE 'OLD OPEN WORK............: ' TO WS-COUNT-LABEL
           MOVE WS-CTL-OLD-COUNT TO WS-COUNT-EDIT
           PERFORM 5200-WRITE-COUNT-LINE
           MOVE '  + POSTED...............: ' TO WS-COUNT-LABEL
           MOVE WS-CTL-POSTED-COUNT TO WS-COUNT-EDIT
           PERFORM 5200-WRITE-COUNT-LINE
           MOVE '  - CLOSED...............: ' TO WS-COUNT-LABEL
           MOVE WS-CTL-CLOSED-COUNT TO WS-COUNT-EDIT
           PERFORM 5200-WRITE-COUNT-LINE
           MOVE '  - WRITTEN OFF..........: ' TO WS-COUNT-LABEL
           MOVE WS-CTL-WRITTEN-OFF-COUNT TO WS-COUNT-EDIT
           PERFORM 5200-WRITE-COUNT-LINE
           MOVE '  = NEW OPEN WORK........: ' TO WS-COUNT-LABEL
           MOVE WS-CTL-OPEN-WORK TO WS-COUNT-EDIT
           PERFORM 5200-WRITE-COUNT-LINE
           MOVE SPACES TO WORKLIST-REPORT-RECORD
           STRING 'BALANCE PROOF............: BALANCED'
               DELIMITED BY SIZE INTO WORKLIST-REPORT-RECORD
           END-STRING
           WRITE WORKLIST-REPORT-RECORD
           .
      *
       9999-END-OF-JOB.
           PERFORM 9800-WRITE-RUN-LOG
           CLOSE WORKLIST-REPORT-FILE
           CLOSE ESCALATION-REPORT-FILE
           DISPLAY 'DESK-WORK-QUEUES'
           .
      *
       9800-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE
           MOVE SPACES TO RUN-LOG-RECORD
           MOVE 'EXER18' TO RL-PROGRAM-ID
           MOVE WS-RUN-DATE TO RL-RUN-DATE
           MOVE RETURN-CODE TO RL-RETURN-CODE
           MOVE WS-ITEMS-ROUTED TO RL-KEY-COUNT-1
           MOVE WS-ITEMS-PAST-SLA TO RL-KEY-COUNT-2
           MOVE WS-DESKS-OVER-LIMIT TO RL-KEY-COUNT-3
           MOVE ZERO TO RL-AMOUNT
           WRITE RUN-LOG-RECORD
           CLOSE RUN-LOG-FILE
           .
