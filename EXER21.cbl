       IDENTIFICATION DIVISION.
       PROGRAM-ID.  EXER21.
      ******************************************************
      *  NIGHTLY POLICY PREMIUM HISTORY UPDATE             *
      *  RUNS AFTER EXER00 (AFTER EVERY PARTITION ON A     *
      *  SPLIT NIGHT) AND BEFORE BILLING'S PICKUP EMPTIES  *
      *  THE VALIDATED FEED. EACH FEED DETAIL IS COMPARED  *
      *  WITH THE POLICY'S LATEST EARLIER RECORD ON THE    *
      *  PREMIUM HISTORY KSDS (SEE PREMHIST) AND A NEW     *
      *  HISTORY RECORD IS WRITTEN ONLY WHEN THE POLICY IS *
      *  NEW OR ITS APPROVED PREMIUM OR EFFECTIVE DATE     *
      *  MOVED. A PREMIUM THAT MOVED WHILE THE EFFECTIVE   *
      *  DATE STAYED THE SAME HAS NO ENDORSEMENT OR        *
      *  RENEWAL BEHIND IT (AN UPSTREAM ERROR OR AN        *
      *  UNAUTHORIZED RE-RATE) AND IS LISTED ON HISTRPT;   *
      *  ANY SUCH CHANGE ENDS THE JOB RC=4.                *
      *  THE RUN DATE AND RUN ID COME FROM THE FEED        *
      *  HEADER. A RERUN FOR THE SAME RUN DATE REPLACES    *
      *  OR REMOVES THAT NIGHT'S RECORDS INSTEAD OF        *
      *  STACKING A SECOND CHANGE. A FEED WITHOUT A        *
      *  LEADING HEADER ABORTS RC=16 BEFORE ANY UPDATE; A  *
      *  TRAILER OUT OF BALANCE WITH ITS DETAILS ENDS      *
      *  RC=8.                                             *
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VALIDATED-FILE ASSIGN TO VALDIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT PREMIUM-HISTORY-FILE ASSIGN TO PREMHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HS-KEY
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT HISTORY-REPORT-FILE ASSIGN TO HISTRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  VALIDATED-FILE
           LABEL RECORDS ARE STANDARD.
       COPY VALFDREC.
      *
       FD  PREMIUM-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY PREMHIST.
      *
       FD  HISTORY-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  HISTORY-REPORT-RECORD         PIC X(80).
      *
       FD  RUN-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       COPY RUNLOG.
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-BEG.
           05 FILLER                    PIC X(32) VALUE
           '** THIS IS BEGIN OF WS EXER21 **'.
      *
       01  WS-SWITCHES.
           05 WS-EOF-VALIDATED-FILE     PIC X(01) VALUE 'N'.
           05 WS-ABORT-RUN              PIC X(01) VALUE 'N'.
           05 WS-END-OF-POLICY-HIST     PIC X(01) VALUE 'N'.
           05 WS-LAST-APPROVAL-FOUND    PIC X(01) VALUE 'N'.
           05 WS-TONIGHT-ON-FILE        PIC X(01) VALUE 'N'.
           05 WS-CHANGE-KIND            PIC X(01) VALUE SPACE.
      *
       01  WS-FILE-STATUS-FIELDS.
           05 WS-HISTORY-FILE-STATUS    PIC X(02) VALUE '00'.
      *
      ******************************************************
      *  THE POLICY'S LATEST HISTORY RECORD BEFORE THE      *
      *  FEED RUN DATE - THE APPROVAL TONIGHT'S DETAIL IS   *
      *  MEASURED AGAINST.                                  *
      ******************************************************
       01  WS-LAST-APPROVAL.
           05 WS-LAST-RUN-DATE          PIC X(08) VALUE SPACES.
           05 WS-LAST-EFFECTIVE-DATE    PIC X(08) VALUE SPACES.
           05 WS-LAST-PREMIUM           PIC 9(7)V99 VALUE ZERO.
      *
       01  WS-FEED-CONTROL.
           05 WS-FEED-RUN-DATE          PIC X(08) VALUE SPACES.
           05 WS-FEED-RUN-ID            PIC X(08) VALUE SPACES.
           05 WS-FEED-HEADERS-READ      PIC 9(05) VALUE ZERO.
           05 WS-SEGMENT-COUNT          PIC 9(09) VALUE ZERO.
           05 WS-SEGMENT-HASH           PIC 9(13)V99 VALUE ZERO.
      *
       01  WS-HISTORY-COUNTS.
           05 WS-DETAILS-READ           PIC 9(09) VALUE ZERO.
           05 WS-NEW-POLICIES           PIC 9(09) VALUE ZERO.
           05 WS-POLICIES-REDATED       PIC 9(09) VALUE ZERO.
           05 WS-MIDTERM-CHANGES        PIC 9(09) VALUE ZERO.
           05 WS-POLICIES-UNCHANGED     PIC 9(09) VALUE ZERO.
           05 WS-HISTORY-WRITTEN        PIC 9(09) VALUE ZERO.
           05 WS-HISTORY-REPLACED       PIC 9(09) VALUE ZERO.
           05 WS-HISTORY-REMOVED        PIC 9(09) VALUE ZERO.
           05 WS-TOTAL-PREMIUM          PIC 9(11)V99 VALUE ZERO.
      *
       01  WS-REPORT-EDIT-FIELDS.
           05 WS-COUNT-LABEL            PIC X(27) VALUE SPACES.
           05 WS-COUNT-EDIT             PIC Z,ZZZ,ZZ9.
           05 WS-AMOUNT-EDIT            PIC Z,ZZZ,ZZ9.99.
           05 WS-OLD-AMOUNT-EDIT        PIC Z,ZZZ,ZZ9.99.
           05 WS-PREMIUM-EDIT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
      *
       01  WS-END.
           05 FILLER                    PIC X(32) VALUE
           '** THIS IS END OF WS EXER21 **'.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZATION
           IF WS-ABORT-RUN = 'N'
               PERFORM 2000-READ-VALIDATED-RECORD
               PERFORM 3000-PROCESS-FEED-RECORD
                   UNTIL WS-EOF-VALIDATED-FILE = 'Y'
                       OR WS-ABORT-RUN = 'Y'
               PERFORM 4000-PRODUCE-HISTORY-REPORT
           END-IF
           PERFORM 9999-END-OF-JOB
           GOBACK.
      *
       1000-INITIALIZATION.
           DISPLAY 'PREMIUM-HISTORY'
           OPEN INPUT VALIDATED-FILE
           OPEN OUTPUT HISTORY-REPORT-FILE
           OPEN I-O PREMIUM-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS NOT = '00'
               OPEN OUTPUT PREMIUM-HISTORY-FILE
               CLOSE PREMIUM-HISTORY-FILE
               OPEN I-O PREMIUM-HISTORY-FILE
           END-IF
           PERFORM 1100-VERIFY-FEED-HEADER
           .
      *
      ******************************************************
      *  1100 - THE FIRST FEED RECORD MUST BE A HEADER: IT  *
      *  CARRIES THE RUN DATE EVERY HISTORY RECORD IS       *
      *  KEYED BY. AN EMPTY FEED (ALREADY PICKED UP) OR A   *
      *  HEADERLESS ONE ABORTS BEFORE ANY UPDATE.           *
      ******************************************************
       1100-VERIFY-FEED-HEADER.
           READ VALIDATED-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-VALIDATED-FILE
           END-READ
           IF WS-EOF-VALIDATED-FILE = 'Y'
               OR VP-RECORD-TYPE NOT = 'H'
               DISPLAY 'EXER21 ABEND - VALIDATED FEED HEADER '
                   'MISSING, RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-ABORT-RUN
           ELSE
               PERFORM 1200-START-FEED-SEGMENT
               IF WS-FEED-RUN-DATE NOT NUMERIC
                   DISPLAY 'EXER21 ABEND - FEED RUN DATE '
                       WS-FEED-RUN-DATE ' NOT NUMERIC, RUN ABORTED'
                   MOVE 16 TO RETURN-CODE
                   MOVE 'Y' TO WS-ABORT-RUN
               ELSE
                   MOVE SPACES TO HISTORY-REPORT-RECORD
                   STRING 'EXER21 PREMIUM HISTORY UPDATE - FEED RUN '
                       WS-FEED-RUN-DATE ' RUN ID ' WS-FEED-RUN-ID
                       DELIMITED BY SIZE INTO HISTORY-REPORT-RECORD
                   END-STRING
                   WRITE HISTORY-REPORT-RECORD
                   MOVE SPACES TO HISTORY-REPORT-RECORD
                   STRING 'MID-TERM PREMIUM CHANGES (PREMIUM MOVED, '
                       'EFFECTIVE DATE UNCHANGED):'
                       DELIMITED BY SIZE INTO HISTORY-REPORT-RECORD
                   END-STRING
                   WRITE HISTORY-REPORT-RECORD
                   MOVE SPACES TO HISTORY-REPORT-RECORD
                   STRING 'POLICY     ST TY EFFECTIVE  LAST RUN  '
                       '  OLD PREMIUM    NEW PREMIUM'
                       DELIMITED BY SIZE INTO HISTORY-REPORT-RECORD
                   END-STRING
                   WRITE HISTORY-REPORT-RECORD
               END-IF
           END-IF
           .
      *
      ******************************************************
      *  1200 - A HEADER OPENS A FEED SEGMENT. ONE NIGHT'S  *
      *  FEED HAS ONE; PARTITION FEEDS PASSED CONCATENATED  *
      *  EACH BRING THEIR OWN, AND EACH SEGMENT IS PROVED   *
      *  AGAINST ITS OWN TRAILER.                           *
      ******************************************************
       1200-START-FEED-SEGMENT.
           ADD 1 TO WS-FEED-HEADERS-READ
           MOVE VH-RUN-DATE TO WS-FEED-RUN-DATE
           MOVE VH-RUN-ID TO WS-FEED-RUN-ID
           MOVE ZERO TO WS-SEGMENT-COUNT
           MOVE ZERO TO WS-SEGMENT-HASH
           .
      *
       2000-READ-VALIDATED-RECORD.
           READ VALIDATED-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-VALIDATED-FILE
           END-READ
           .
      *
       3000-PROCESS-FEED-RECORD.
           EVALUATE VP-RECORD-TYPE
               WHEN 'H'
                   PERFORM 1200-START-FEED-SEGMENT
               WHEN 'T'
                   PERFORM 3900-PROVE-FEED-TRAILER
               WHEN 'D'
                   PERFORM 3100-POST-FEED-DETAIL
           END-EVALUATE
           PERFORM 2000-READ-VALIDATED-RECORD
           .
      *
       3100-POST-FEED-DETAIL.
           ADD 1 TO WS-DETAILS-READ
           ADD 1 TO WS-SEGMENT-COUNT
           ADD VP-APPROVED-PREMIUM TO WS-SEGMENT-HASH
           ADD VP-APPROVED-PREMIUM TO WS-TOTAL-PREMIUM
           PERFORM 3200-FIND-LAST-APPROVAL
           PERFORM 3300-CLASSIFY-CHANGE
           IF WS-CHANGE-KIND = SPACE
               ADD 1 TO WS-POLICIES-UNCHANGED
               IF WS-TONIGHT-ON-FILE = 'Y'
                   PERFORM 3500-REMOVE-TONIGHT-RECORD
               END-IF
           ELSE
               PERFORM 3400-WRITE-HISTORY-RECORD
               IF WS-CHANGE-KIND = 'M'
                   PERFORM 3600-REPORT-MIDTERM-CHANGE
               END-IF
           END-IF
           .
      *
      ******************************************************
      *  3200 - WALK THE POLICY'S HISTORY OLDEST FIRST AND  *
      *  KEEP THE LAST RECORD BEFORE THE FEED RUN DATE.     *
      *  A RECORD ALREADY ON FILE FOR THE FEED RUN DATE     *
      *  MEANS THIS NIGHT IS BEING RERUN.                   *
      ******************************************************
       3200-FIND-LAST-APPROVAL.
           MOVE 'N' TO WS-LAST-APPROVAL-FOUND
           MOVE 'N' TO WS-TONIGHT-ON-FILE
           MOVE 'N' TO WS-END-OF-POLICY-HIST
           MOVE VP-POLICY-NUMBER TO HS-POLICY-NUMBER
           MOVE LOW-VALUES TO HS-RUN-DATE
           START PREMIUM-HISTORY-FILE
               KEY IS NOT LESS THAN HS-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-POLICY-HIST
           END-START
           PERFORM 3210-READ-NEXT-HISTORY
               UNTIL WS-END-OF-POLICY-HIST = 'Y'
           .
      *
       3210-READ-NEXT-HISTORY.
           READ PREMIUM-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-POLICY-HIST
               NOT AT END
                   EVALUATE TRUE
                       WHEN HS-POLICY-NUMBER NOT = VP-POLICY-NUMBER
                           MOVE 'Y' TO WS-END-OF-POLICY-HIST
                       WHEN HS-RUN-DATE = WS-FEED-RUN-DATE
                           MOVE 'Y' TO WS-TONIGHT-ON-FILE
                           MOVE 'Y' TO WS-END-OF-POLICY-HIST
                       WHEN HS-RUN-DATE > WS-FEED-RUN-DATE
                           MOVE 'Y' TO WS-END-OF-POLICY-HIST
                       WHEN OTHER
                           MOVE 'Y' TO WS-LAST-APPROVAL-FOUND
                           MOVE HS-RUN-DATE TO WS-LAST-RUN-DATE
                           MOVE HS-EFFECTIVE-DATE
                               TO WS-LAST-EFFECTIVE-DATE
                           MOVE HS-APPROVED-PREMIUM
                               TO WS-LAST-PREMIUM
                   END-EVALUATE
           END-READ
           .
      *
       3300-CLASSIFY-CHANGE.
           EVALUATE TRUE
               WHEN WS-LAST-APPROVAL-FOUND = 'N'
                   MOVE 'N' TO WS-CHANGE-KIND
                   MOVE ZERO TO WS-LAST-PREMIUM
                   ADD 1 TO WS-NEW-POLICIES
               WHEN VP-EFFECTIVE-DATE NOT = WS-LAST-EFFECTIVE-DATE
                   MOVE 'E' TO WS-CHANGE-KIND
                   ADD 1 TO WS-POLICIES-REDATED
               WHEN VP-APPROVED-PREMIUM NOT = WS-LAST-PREMIUM
                   MOVE 'M' TO WS-CHANGE-KIND
                   ADD 1 TO WS-MIDTERM-CHANGES
               WHEN OTHER
                   MOVE SPACE TO WS-CHANGE-KIND
           END-EVALUATE
           .
      *
      ******************************************************
      *  3400 - ON A RERUN THE NIGHT'S RECORD IS ALREADY ON *
      *  FILE (DUPLICATE KEY) AND IS REPLACED.              *
      ******************************************************
       3400-WRITE-HISTORY-RECORD.
           MOVE SPACES TO PREMIUM-HISTORY-RECORD
           MOVE VP-POLICY-NUMBER TO HS-POLICY-NUMBER
           MOVE WS-FEED-RUN-DATE TO HS-RUN-DATE
           MOVE VP-STATE-CODE TO HS-STATE-CODE
           MOVE VP-POLICY-TYPE TO HS-POLICY-TYPE
           MOVE VP-EFFECTIVE-DATE TO HS-EFFECTIVE-DATE
           MOVE VP-APPROVED-PREMIUM TO HS-APPROVED-PREMIUM
           MOVE WS-FEED-RUN-ID TO HS-RUN-ID
           MOVE WS-CHANGE-KIND TO HS-CHANGE-KIND
           MOVE WS-LAST-PREMIUM TO HS-PRIOR-PREMIUM
           WRITE PREMIUM-HISTORY-RECORD
               INVALID KEY
                   REWRITE PREMIUM-HISTORY-RECORD
                   ADD 1 TO WS-HISTORY-REPLACED
               NOT INVALID KEY
                   ADD 1 TO WS-HISTORY-WRITTEN
           END-WRITE
           .
      *
      ******************************************************
      *  3500 - A RERUN WHOSE DETAIL NO LONGER DIFFERS FROM *
      *  THE EARLIER APPROVAL REMOVES THE RECORD THE FIRST  *
      *  ATTEMPT WROTE, SO NO PHANTOM CHANGE IS LEFT.       *
      ******************************************************
       3500-REMOVE-TONIGHT-RECORD.
           MOVE VP-POLICY-NUMBER TO HS-POLICY-NUMBER
           MOVE WS-FEED-RUN-DATE TO HS-RUN-DATE
           DELETE PREMIUM-HISTORY-FILE RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-HISTORY-REMOVED
           END-DELETE
           .
      *
       3600-REPORT-MIDTERM-CHANGE.
           MOVE WS-LAST-PREMIUM TO WS-OLD-AMOUNT-EDIT
           MOVE VP-APPROVED-PREMIUM TO WS-AMOUNT-EDIT
           MOVE SPACES TO HISTORY-REPORT-RECORD
           STRING VP-POLICY-NUMBER ' ' VP-STATE-CODE ' '
               VP-POLICY-TYPE ' ' VP-EFFECTIVE-DATE '  '
               WS-LAST-RUN-DATE '  ' WS-OLD-AMOUNT-EDIT '  '
               WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO HISTORY-REPORT-RECORD
           END-STRING
           WRITE HISTORY-REPORT-RECORD
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           .
      *
      ******************************************************
      *  3900 - PROVE THE SEGMENT AGAINST ITS TRAILER. THE  *
      *  HISTORY ALREADY POSTED FROM IT IS GOOD DATA, BUT   *
      *  A SHORT OR PADDED FEED MUST NOT PASS UNNOTICED.    *
      ******************************************************
       3900-PROVE-FEED-TRAILER.
           IF VT-RECORD-COUNT NOT = WS-SEGMENT-COUNT
               OR VT-PREMIUM-HASH NOT = WS-SEGMENT-HASH
               DISPLAY 'EXER21 WARNING - FEED TRAILER OUT OF '
                   'BALANCE FOR RUN ' WS-FEED-RUN-DATE ' '
                   WS-FEED-RUN-ID
               MOVE SPACES TO HISTORY-REPORT-RECORD
               STRING '*** FEED TRAILER OUT OF BALANCE - RUN ID '
                   WS-FEED-RUN-ID ' ***'
                   DELIMITED BY SIZE INTO HISTORY-REPORT-RECORD
               END-STRING
               WRITE HISTORY-REPORT-RECORD
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           MOVE ZERO TO WS-SEGMENT-COUNT
           MOVE ZERO TO WS-SEGMENT-HASH
           .
      *
       4000-PRODUCE-HISTORY-REPORT.
           MOVE 'FEED DETAILS READ........: ' TO WS-COUNT-LABEL
           MOVE WS-DETAILS-READ TO WS-COUNT-EDIT
           PERFORM 4100-WRITE-COUNT-LINE
           MOVE 'NEW POLICIES.............: ' TO WS-COUNT-LABEL
           MOVE WS-NEW-POLICIES TO WS-COUNT-EDIT
           PERFORM 4100-WRITE-COUNT-LINE
           MOVE 'EFFECTIVE DATE MOVED.....: ' TO WS-COUNT-LABEL
           MOVE WS-POLICIES-REDATED TO WS-COUNT-EDIT
           PERFORM 4100-WRITE-COUNT-LINE
           MOVE 'MID-TERM PREMIUM CHANGES.: ' TO WS-COUNT-LABEL
           MOVE WS-MIDTERM-CHANGES TO WS-COUNT-EDIT
           PERFORM 4100-WRITE-COUNT-LINE
           MOVE 'UNCHANGED................: ' TO WS-COUNT-LABEL
           MOVE WS-POLICIES-UNCHANGED TO WS-COUNT-EDIT
           PERFORM 4100-WRITE-COUNT-LINE
           MOVE 'HISTORY RECORDS WRITTEN..: ' TO WS-COUNT-LABEL
           MOVE WS-HISTORY-WRITTEN TO WS-COUNT-EDIT
           PERFORM 4100-WRITE-COUNT-LINE
           MOVE 'HISTORY REPLACED (RERUN).: ' TO WS-COUNT-LABEL
           MOVE WS-HISTORY-REPLACED TO WS-COUNT-EDIT
           PERFORM 4100-WRITE-COUNT-LINE
           MOVE 'HISTORY REMOVED (RERUN)..: ' TO WS-COUNT-LABEL
           MOVE WS-HISTORY-REMOVED TO WS-COUNT-EDIT
           PERFORM 4100-WRITE-COUNT-LINE
           MOVE WS-TOTAL-PREMIUM TO WS-PREMIUM-EDIT
           MOVE SPACES TO HISTORY-REPORT-RECORD
           STRING 'TOTAL APPROVED PREMIUM...: ' WS-PREMIUM-EDIT
               DELIMITED BY SIZE INTO HISTORY-REPORT-RECORD
           END-STRING
           WRITE HISTORY-REPORT-RECORD
           .
      *
       4100-WRITE-COUNT-LINE.
           MOVE SPACES TO HISTORY-REPORT-RECORD
           STRING WS-COUNT-LABEL WS-COUNT-EDIT
               DELIMITED BY SIZE INTO HISTORY-REPORT-RECORD
           END-STRING
           WRITE HISTORY-REPORT-RECORD
           .
      *
       9999-END-OF-JOB.
           PERFORM 9800-WRITE-RUN-LOG
           CLOSE VALIDATED-FILE
           CLOSE PREMIUM-HISTORY-FILE
           CLOSE HISTORY-REPORT-FILE
           DISPLAY 'PREMIUM-HISTORY'
           .
      *
       9800-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE
           MOVE SPACES TO RUN-LOG-RECORD
           MOVE 'EXER21' TO RL-PROGRAM-ID
           MOVE WS-FEED-RUN-DATE TO RL-RUN-DATE
           MOVE WS-FEED-RUN-ID TO RL-RUN-ID
           MOVE RETURN-CODE TO RL-RETURN-CODE
           MOVE WS-DETAILS-READ TO RL-KEY-COUNT-1
           MOVE WS-HISTORY-WRITTEN TO RL-KEY-COUNT-2
           MOVE WS-MIDTERM-CHANGES TO RL-KEY-COUNT-3
           MOVE WS-TOTAL-PREMIUM TO RL-AMOUNT
           WRITE RUN-LOG-RECORD
           CLOSE RUN-LOG-FILE
           .
