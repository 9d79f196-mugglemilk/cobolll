       IDENTIFICATION DIVISION.
       PROGRAM-ID.  EXER22.
      ******************************************************
      *  PREMIUM HISTORY AS-OF INQUIRY                     *
      *  ANSWERS "WHAT WAS THIS POLICY APPROVED AT ON      *
      *  DATE X" FOR BILLING DISPUTES FROM THE PREMIUM     *
      *  HISTORY KSDS EXER21 MAINTAINS (SEE PREMHIST).     *
      *  ONE INQUIRY CARD PER POLICY AND AS-OF DATE. FOR   *
      *  EACH CARD THE REPORT LISTS THE POLICY'S WHOLE     *
      *  HISTORY, OLDEST FIRST, WITH MID-TERM CHANGES      *
      *  MARKED, THEN THE PREMIUM APPROVED ON THE AS-OF    *
      *  DATE: THE LATEST RECORD WHOSE FEED RUN DATE IS ON *
      *  OR BEFORE IT. A CARD WITH A BAD DATE, OR FOR A    *
      *  POLICY NOT ON THE HISTORY, ENDS THE JOB RC=4.     *
      *  THE HISTORY IS ONLY READ, SO THE INQUIRY CAN RUN  *
      *  ANY TIME OUTSIDE THE NIGHTLY EXER21 STEP.         *
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INQUIRY-CARD-FILE ASSIGN TO INQIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT PREMIUM-HISTORY-FILE ASSIGN TO PREMHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HS-KEY
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT INQUIRY-REPORT-FILE ASSIGN TO INQRPT
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  INQUIRY-CARD-FILE
           LABEL RECORDS ARE STANDARD.
       01  INQUIRY-CARD-RECORD.
           05  IQ-POLICY-NUMBER          PIC X(10).
           05  IQ-AS-OF-DATE             PIC X(08).
           05  FILLER                    PIC X(62).
      *
       FD  PREMIUM-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY PREMHIST.
      *
       FD  INQUIRY-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  INQUIRY-REPORT-RECORD         PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-BEG.
           05 FILLER                    PIC X(32) VALUE
           '** THIS IS BEGIN OF WS EXER22 **'.
      *
       01  WS-SWITCHES.
           05 WS-EOF-CARD-FILE          PIC X(01) VALUE 'N'.
           05 WS-ABORT-RUN              PIC X(01) VALUE 'N'.
           05 WS-END-OF-POLICY-HIST     PIC X(01) VALUE 'N'.
           05 WS-POLICY-ON-HISTORY      PIC X(01) VALUE 'N'.
           05 WS-AS-OF-FOUND            PIC X(01) VALUE 'N'.
      *
       01  WS-FILE-STATUS-FIELDS.
           05 WS-HISTORY-FILE-STATUS    PIC X(02) VALUE '00'.
      *
      ******************************************************
      *  THE RECORD IN FORCE ON THE AS-OF DATE, KEPT AS     *
      *  THE POLICY'S HISTORY IS WALKED.                    *
      ******************************************************
       01  WS-AS-OF-APPROVAL.
           05 WS-AS-OF-RUN-DATE         PIC X(08) VALUE SPACES.
           05 WS-AS-OF-RUN-ID           PIC X(08) VALUE SPACES.
           05 WS-AS-OF-EFFECTIVE-DATE   PIC X(08) VALUE SPACES.
           05 WS-AS-OF-PREMIUM          PIC 9(7)V99 VALUE ZERO.
      *
       01  WS-INQUIRY-COUNTS.
           05 WS-CARDS-READ             PIC 9(07) VALUE ZERO.
           05 WS-CARDS-ANSWERED         PIC 9(07) VALUE ZERO.
           05 WS-CARDS-REJECTED         PIC 9(07) VALUE ZERO.
      *
       01  WS-CHANGE-TEXT               PIC X(16) VALUE SPACES.
      *
       01  WS-REPORT-EDIT-FIELDS.
           05 WS-COUNT-LABEL            PIC X(27) VALUE SPACES.
           05 WS-COUNT-EDIT             PIC Z,ZZZ,ZZ9.
           05 WS-AMOUNT-EDIT            PIC Z,ZZZ,ZZ9.99.
      *
       01  WS-END.
           05 FILLER                    PIC X(32) VALUE
           '** THIS IS END OF WS EXER22 **'.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZATION
           IF WS-ABORT-RUN = 'N'
               PERFORM 2000-ANSWER-INQUIRY-CARDS
                   UNTIL WS-EOF-CARD-FILE = 'Y'
               PERFORM 5000-PRODUCE-INQUIRY-SUMMARY
           END-IF
           IF WS-CARDS-REJECTED > ZERO
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 9999-END-OF-JOB
           GOBACK.
      *
       1000-INITIALIZATION.
           DISPLAY 'PREMIUM-AS-OF'
           OPEN INPUT INQUIRY-CARD-FILE
           OPEN OUTPUT INQUIRY-REPORT-FILE
           OPEN INPUT PREMIUM-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS NOT = '00'
               DISPLAY 'EXER22 ABEND - PREMIUM HISTORY OPEN STATUS '
                   WS-HISTORY-FILE-STATUS ', RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-ABORT-RUN
           END-IF
           MOVE SPACES TO INQUIRY-REPORT-RECORD
           STRING 'EXER22 PREMIUM HISTORY AS-OF INQUIRY'
               DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
           END-STRING
           WRITE INQUIRY-REPORT-RECORD
           .
      *
       2000-ANSWER-INQUIRY-CARDS.
           READ INQUIRY-CARD-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-CARD-FILE
               NOT AT END
                   ADD 1 TO WS-CARDS-READ
                   PERFORM 2100-ANSWER-ONE-CARD
           END-READ
           .
      *
       2100-ANSWER-ONE-CARD.
           MOVE SPACES TO INQUIRY-REPORT-RECORD
           WRITE INQUIRY-REPORT-RECORD
           MOVE SPACES TO INQUIRY-REPORT-RECORD
           STRING 'POLICY ' IQ-POLICY-NUMBER
               ' AS OF ' IQ-AS-OF-DATE
               DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
           END-STRING
           WRITE INQUIRY-REPORT-RECORD
           IF IQ-POLICY-NUMBER = SPACES
               OR IQ-AS-OF-DATE NOT NUMERIC
               ADD 1 TO WS-CARDS-REJECTED
               MOVE SPACES TO INQUIRY-REPORT-RECORD
               STRING '  *** CARD REJECTED - POLICY OR AS-OF DATE '
                   'MISSING OR INVALID'
                   DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
               END-STRING
               WRITE INQUIRY-REPORT-RECORD
           ELSE
               PERFORM 3000-WALK-POLICY-HISTORY
               PERFORM 4000-WRITE-AS-OF-ANSWER
           END-IF
           .
      *
      ******************************************************
      *  3000 - POSITION AT THE POLICY'S OLDEST RECORD AND  *
      *  READ FORWARD UNTIL THE POLICY CHANGES, PRINTING    *
      *  EVERY CHANGE AND KEEPING THE LAST ONE ON OR        *
      *  BEFORE THE AS-OF DATE.                             *
      ******************************************************
       3000-WALK-POLICY-HISTORY.
           MOVE 'N' TO WS-POLICY-ON-HISTORY
           MOVE 'N' TO WS-AS-OF-FOUND
           MOVE 'N' TO WS-END-OF-POLICY-HIST
           MOVE IQ-POLICY-NUMBER TO HS-POLICY-NUMBER
           MOVE LOW-VALUES TO HS-RUN-DATE
           START PREMIUM-HISTORY-FILE
               KEY IS NOT LESS THAN HS-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-POLICY-HIST
           END-START
           PERFORM 3100-READ-NEXT-HISTORY
               UNTIL WS-END-OF-POLICY-HIST = 'Y'
           .
      *
       3100-READ-NEXT-HISTORY.
           READ PREMIUM-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-POLICY-HIST
               NOT AT END
                   IF HS-POLICY-NUMBER NOT = IQ-POLICY-NUMBER
                       MOVE 'Y' TO WS-END-OF-POLICY-HIST
                   ELSE
                       IF WS-POLICY-ON-HISTORY = 'N'
                           MOVE 'Y' TO WS-POLICY-ON-HISTORY
                           PERFORM 3200-PRINT-HISTORY-HEADING
                       END-IF
                       PERFORM 3300-PRINT-HISTORY-LINE
                       IF HS-RUN-DATE NOT > IQ-AS-OF-DATE
                           MOVE 'Y' TO WS-AS-OF-FOUND
                           MOVE HS-RUN-DATE TO WS-AS-OF-RUN-DATE
                           MOVE HS-RUN-ID TO WS-AS-OF-RUN-ID
                           MOVE HS-EFFECTIVE-DATE
                               TO WS-AS-OF-EFFECTIVE-DATE
                           MOVE HS-APPROVED-PREMIUM
                               TO WS-AS-OF-PREMIUM
                       END-IF
                   END-IF
           END-READ
           .
      *
       3200-PRINT-HISTORY-HEADING.
           MOVE SPACES TO INQUIRY-REPORT-RECORD
           STRING '  RUN DATE RUN ID   ST TY EFFECTIVE '
               '    PREMIUM    CHANGE'
               DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
           END-STRING
           WRITE INQUIRY-REPORT-RECORD
           .
      *
       3300-PRINT-HISTORY-LINE.
           EVALUATE HS-CHANGE-KIND
               WHEN 'N'
                   MOVE 'FIRST APPROVAL' TO WS-CHANGE-TEXT
               WHEN 'E'
                   MOVE 'EFFECTIVE MOVED' TO WS-CHANGE-TEXT
               WHEN 'M'
                   MOVE '*** MID-TERM ***' TO WS-CHANGE-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-CHANGE-TEXT
           END-EVALUATE
           MOVE HS-APPROVED-PREMIUM TO WS-AMOUNT-EDIT
           MOVE SPACES TO INQUIRY-REPORT-RECORD
           STRING '  ' HS-RUN-DATE ' ' HS-RUN-ID ' '
               HS-STATE-CODE ' ' HS-POLICY-TYPE ' '
               HS-EFFECTIVE-DATE ' ' WS-AMOUNT-EDIT ' '
               WS-CHANGE-TEXT
               DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
           END-STRING
           WRITE INQUIRY-REPORT-RECORD
           .
      *
       4000-WRITE-AS-OF-ANSWER.
           MOVE SPACES TO INQUIRY-REPORT-RECORD
           EVALUATE TRUE
               WHEN WS-POLICY-ON-HISTORY = 'N'
                   ADD 1 TO WS-CARDS-REJECTED
                   STRING '  *** POLICY NOT ON PREMIUM HISTORY'
                       DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
                   END-STRING
               WHEN WS-AS-OF-FOUND = 'N'
                   ADD 1 TO WS-CARDS-ANSWERED
                   STRING '  NO APPROVAL ON OR BEFORE '
                       IQ-AS-OF-DATE
                       DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
                   END-STRING
               WHEN OTHER
                   ADD 1 TO WS-CARDS-ANSWERED
                   MOVE WS-AS-OF-PREMIUM TO WS-AMOUNT-EDIT
                   STRING '  APPROVED ON ' IQ-AS-OF-DATE ': '
                       WS-AMOUNT-EDIT ' (RUN ' WS-AS-OF-RUN-DATE
                       ' ' WS-AS-OF-RUN-ID ' EFF '
                       WS-AS-OF-EFFECTIVE-DATE ')'
                       DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
                   END-STRING
           END-EVALUATE
           WRITE INQUIRY-REPORT-RECORD
           .
      *
       5000-PRODUCE-INQUIRY-SUMMARY.
           MOVE SPACES TO INQUIRY-REPORT-RECORD
           WRITE INQUIRY-REPORT-RECORD
           MOVE 'INQUIRY CARDS READ.......: ' TO WS-COUNT-LABEL
           MOVE WS-CARDS-READ TO WS-COUNT-EDIT
           PERFORM 5100-WRITE-COUNT-LINE
           MOVE 'INQUIRIES ANSWERED.......: ' TO WS-COUNT-LABEL
           MOVE WS-CARDS-ANSWERED TO WS-COUNT-EDIT
           PERFORM 5100-WRITE-COUNT-LINE
           MOVE 'INQUIRIES REJECTED.......: ' TO WS-COUNT-LABEL
           MOVE WS-CARDS-REJECTED TO WS-COUNT-EDIT
           PERFORM 5100-WRITE-COUNT-LINE
           .
      *
       5100-WRITE-COUNT-LINE.
           MOVE SPACES TO INQUIRY-REPORT-RECORD
           STRING WS-COUNT-LABEL WS-COUNT-EDIT
               DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
           END-STRING
           WRITE INQUIRY-REPORT-RECORD
           .
      *
       9999-END-OF-JOB.
           CLOSE INQUIRY-CARD-FILE
           IF WS-ABORT-RUN = 'N'
               CLOSE PREMIUM-HISTORY-FILE
           END-IF
           CLOSE INQUIRY-REPORT-FILE
           DISPLAY 'PREMIUM-AS-OF'
           .
