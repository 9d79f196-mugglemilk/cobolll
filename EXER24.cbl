       IDENTIFICATION DIVISION.
       PROGRAM-ID.  EXER24.
      ******************************************************
      *  BILLING ACKNOWLEDGMENT RECONCILIATION             *
      *  MATCHES BILLING'S ACKNOWLEDGMENT FILE (ACKREC)    *
      *  AGAINST THE RETAINED COPY OF THE VALIDATED FEED   *
      *  IT ANSWERS (KEPT BY EXER21J BEFORE THE PICKUP) ON *
      *  RUN DATE, RUN ID AND POLICY NUMBER. BOTH FILES    *
      *  ARE SORTED ON THAT KEY AND WALKED TOGETHER, SO    *
      *  VOLUME IS BOUNDED BY SORT WORK SPACE, NOT BY AN   *
      *  IN-CORE TABLE. ACKRPT LISTS THE THREE KINDS OF    *
      *  MISMATCH:                                         *
      *    NOT ACKED - ON THE FEED, NEVER ACKNOWLEDGED     *
      *    NOT SENT  - ACKNOWLEDGED, NEVER ON THE FEED     *
      *    REJECTED  - BILLING REFUSED TO LOAD IT          *
      *  EVERY REJECT IS APPENDED TO THE CUMULATIVE        *
      *  EXCEPTIONS DATASET UNDER REASON CODE R009, DATED  *
      *  WITH THE FEED'S RUN DATE, SO EXER02 POSTS IT TO   *
      *  THE EXCEPTION STATUS MASTER AND UNDERWRITING      *
      *  WORKS IT LIKE ANY OTHER EXCEPTION; A REPLAYED     *
      *  ACKNOWLEDGMENT CARRIES THE SAME DATE AND IS       *
      *  TREATED AS HISTORY. RUNS EARLY IN THE NIGHTLY     *
      *  CHAIN, BEFORE EXER02. RETURN CODES:               *
      *    RC=4  BILLING REJECTS POSTED                    *
      *    RC=8  NO ACKNOWLEDGMENT, AN ACKNOWLEDGMENT OR   *
      *          RETAINED FEED TRAILER OUT OF BALANCE, OR  *
      *          ANY NOT ACKED / NOT SENT / BAD ACK CODE - *
      *          EXER13 HOLDS THE NIGHT NO-GO              *
      *    RC=16 RETAINED FEED HAS NO HEADER               *
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VALIDATED-FILE ASSIGN TO FEEDIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT BILLING-ACK-FILE ASSIGN TO ACKIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT EXCEPTION-FILE ASSIGN TO EXCPTOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT ACK-REPORT-FILE ASSIGN TO ACKRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT SYSIN-FILE ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL.
           SELECT FEED-SORT-FILE ASSIGN TO SORTFD.
           SELECT SORTED-FEED-FILE ASSIGN TO FEEDSRT
               ORGANIZATION IS SEQUENTIAL.
           SELECT ACK-SORT-FILE ASSIGN TO SORTAK.
           SELECT SORTED-ACK-FILE ASSIGN TO ACKSRT
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  VALIDATED-FILE
           LABEL RECORDS ARE STANDARD.
       COPY VALFDREC.
      *
       FD  BILLING-ACK-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ACKREC.
      *
       FD  EXCEPTION-FILE
           LABEL RECORDS ARE STANDARD.
       COPY EXCPREC.
      *
       FD  ACK-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  ACK-REPORT-RECORD             PIC X(80).
      *
       FD  SYSIN-FILE
           LABEL RECORDS ARE STANDARD.
       01  SYSIN-RECORD.
           05  SI-RUN-DATE               PIC X(08).
           05  FILLER                    PIC X(72).
      *
       FD  RUN-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       COPY RUNLOG.
      *
      ******************************************************
      *  FEED DETAIL SORT RECORD - THE RUN DATE AND RUN ID  *
      *  OF THE HEADER THE DETAIL CAME UNDER ARE CARRIED    *
      *  ON EVERY DETAIL SO THE KEY MATCHES THE ACK'S.      *
      ******************************************************
       SD  FEED-SORT-FILE.
       01  FEED-SORT-RECORD.
           05  FS-KEY.
               10  FS-RUN-DATE           PIC X(08).
               10  FS-RUN-ID             PIC X(08).
               10  FS-POLICY-NUMBER      PIC X(10).
           05  FS-APPROVED-PREMIUM       PIC 9(7)V99.
           05  FILLER                    PIC X(05).
      *
       FD  SORTED-FEED-FILE
           LABEL RECORDS ARE STANDARD.
       01  SORTED-FEED-RECORD.
           05  SF-KEY.
               10  SF-RUN-DATE           PIC X(08).
               10  SF-RUN-ID             PIC X(08).
               10  SF-POLICY-NUMBER      PIC X(10).
           05  SF-APPROVED-PREMIUM       PIC 9(7)V99.
           05  FILLER                    PIC X(05).
      *
       SD  ACK-SORT-FILE.
       01  ACK-SORT-RECORD.
           05  AS-KEY.
               10  AS-RUN-DATE           PIC X(08).
               10  AS-RUN-ID             PIC X(08).
               10  AS-POLICY-NUMBER      PIC X(10).
           05  AS-ACK-CODE               PIC X(01).
           05  AS-REJECT-REASON          PIC X(04).
           05  AS-REJECT-TEXT            PIC X(20).
           05  AS-BATCH-ID               PIC X(12).
           05  FILLER                    PIC X(17).
      *
       FD  SORTED-ACK-FILE
           LABEL RECORDS ARE STANDARD.
       01  SORTED-ACK-RECORD.
           05  SA-KEY.
               10  SA-RUN-DATE           PIC X(08).
               10  SA-RUN-ID             PIC X(08).
               10  SA-POLICY-NUMBER      PIC X(10).
           05  SA-ACK-CODE               PIC X(01).
           05  SA-REJECT-REASON          PIC X(04).
           05  SA-REJECT-TEXT            PIC X(20).
           05  SA-BATCH-ID               PIC X(12).
           05  FILLER                    PIC X(17).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-BEG.
           05 FILLER                    PIC X(32) VALUE
           '** THIS IS BEGIN OF WS EXER24 **'.
      *
       01  WS-SWITCHES.
           05 WS-EOF-VALIDATED-FILE     PIC X(01) VALUE 'N'.
           05 WS-EOF-ACK-FILE           PIC X(01) VALUE 'N'.
           05 WS-EOF-SORTED-FEED        PIC X(01) VALUE 'N'.
           05 WS-EOF-SORTED-ACK         PIC X(01) VALUE 'N'.
           05 WS-ABORT-RUN              PIC X(01) VALUE 'N'.
           05 WS-ACK-SEGMENT-OPEN       PIC X(01) VALUE 'N'.
           05 WS-ACK-OUT-OF-BALANCE     PIC X(01) VALUE 'N'.
           05 WS-FEED-OUT-OF-BALANCE    PIC X(01) VALUE 'N'.
      *
      ******************************************************
      *  MATCH KEYS - RUN DATE + RUN ID + POLICY NUMBER.    *
      *  HIGH-VALUES ONCE A SORTED FILE IS EXHAUSTED, SO    *
      *  THE OTHER SIDE RUNS OUT AS UNMATCHED.              *
      ******************************************************
       01  WS-MATCH-CONTROL.
           05 WS-FEED-KEY               PIC X(26) VALUE HIGH-VALUES.
           05 WS-ACK-KEY                PIC X(26) VALUE HIGH-VALUES.
      *
       01  WS-FEED-CONTROL.
           05 WS-FEED-RUN-DATE          PIC X(08) VALUE SPACES.
           05 WS-FEED-RUN-ID            PIC X(08) VALUE SPACES.
           05 WS-SEGMENT-COUNT          PIC 9(09) VALUE ZERO.
           05 WS-SEGMENT-HASH           PIC 9(13)V99 VALUE ZERO.
      *
       01  WS-ACK-CONTROL.
           05 WS-ACK-CREATE-DATE        PIC X(08) VALUE SPACES.
           05 WS-ACK-HEADERS-READ       PIC 9(05) VALUE ZERO.
           05 WS-ACK-SEG-COUNT          PIC 9(09) VALUE ZERO.
           05 WS-ACK-SEG-ACCEPTED       PIC 9(09) VALUE ZERO.
           05 WS-ACK-SEG-REJECTED       PIC 9(09) VALUE ZERO.
      *
       01  WS-RECON-COUNTS.
           05 WS-FEED-DETAILS           PIC 9(09) VALUE ZERO.
           05 WS-FEED-PREMIUM           PIC 9(11)V99 VALUE ZERO.
           05 WS-ACK-DETAILS            PIC 9(09) VALUE ZERO.
           05 WS-MATCHED-ACCEPTED       PIC 9(09) VALUE ZERO.
           05 WS-MATCHED-REJECTED       PIC 9(09) VALUE ZERO.
           05 WS-SENT-NOT-ACKED         PIC 9(09) VALUE ZERO.
           05 WS-ACKED-NOT-SENT         PIC 9(09) VALUE ZERO.
           05 WS-BAD-ACK-CODES          PIC 9(09) VALUE ZERO.
           05 WS-REJECTED-PREMIUM       PIC 9(11)V99 VALUE ZERO.
      *
       01  WS-REPORT-EDIT-FIELDS.
           05 WS-COUNT-LABEL            PIC X(27) VALUE SPACES.
           05 WS-COUNT-EDIT             PIC Z,ZZZ,ZZ9.
           05 WS-AMOUNT-EDIT            PIC Z,ZZZ,ZZ9.99.
           05 WS-PREMIUM-EDIT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
      *
       01  WS-RUN-PARMS.
           05 WS-RUN-DATE               PIC X(08) VALUE SPACES.
      *
       01  WS-END.
           05 FILLER                    PIC X(32) VALUE
           '** THIS IS END OF WS EXER24 **'.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZATION
           IF WS-ABORT-RUN = 'N'
               PERFORM 2000-SORT-FEED
               PERFORM 2500-SORT-ACKNOWLEDGMENTS
               PERFORM 2900-CHECK-ACK-RECEIVED
           END-IF
           IF WS-ABORT-RUN = 'N'
               AND WS-ACK-HEADERS-READ > ZERO
               PERFORM 3000-MATCH-CONTROL
           END-IF
           IF WS-ABORT-RUN = 'N'
               PERFORM 4000-PRODUCE-RECON-REPORT
           END-IF
           PERFORM 9999-END-OF-JOB
           GOBACK.
      *
       1000-INITIALIZATION.
           DISPLAY 'BILLING-ACK-RECON'
           PERFORM 1100-READ-CONTROL-CARD
           OPEN INPUT VALIDATED-FILE
           OPEN OUTPUT ACK-REPORT-FILE
           MOVE SPACES TO ACK-REPORT-RECORD
           STRING 'EXER24 BILLING ACKNOWLEDGMENT RECONCILIATION - '
               'RUN DATE ' WS-RUN-DATE
               DELIMITED BY SIZE INTO ACK-REPORT-RECORD
           END-STRING
           WRITE ACK-REPORT-RECORD
           PERFORM 1200-VERIFY-FEED-HEADER
           .
      *
       1100-READ-CONTROL-CARD.
           OPEN INPUT SYSIN-FILE
           READ SYSIN-FILE
               AT END
                   MOVE SPACES TO SYSIN-RECORD
           END-READ
           MOVE SI-RUN-DATE TO WS-RUN-DATE
           CLOSE SYSIN-FILE
           .
      *
      ******************************************************
      *  1200 - THE RETAINED FEED MUST START WITH A HEADER. *
      *  WITHOUT ONE THERE IS NOTHING TO RECONCILE AGAINST  *
      *  AND THE RUN ABORTS BEFORE ANY EXCEPTION IS POSTED. *
      ******************************************************
       1200-VERIFY-FEED-HEADER.
           PERFORM 2110-READ-FEED-RECORD
           IF WS-EOF-VALIDATED-FILE = 'Y'
               OR VP-RECORD-TYPE NOT = 'H'
               DISPLAY 'EXER24 ABEND - RETAINED FEED HEADER '
                   'MISSING, RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-ABORT-RUN
           END-IF
           .
      *
       2000-SORT-FEED.
           SORT FEED-SORT-FILE
               ON ASCENDING KEY FS-RUN-DATE
                                FS-RUN-ID
                                FS-POLICY-NUMBER
               INPUT PROCEDURE IS 2100-RELEASE-FEED
               GIVING SORTED-FEED-FILE
           .
      *
      ******************************************************
      *  2100 - THE HEADER ALREADY READ OPENS THE FIRST     *
      *  SEGMENT. PARTITION FEEDS RETAINED TOGETHER EACH    *
      *  BRING THEIR OWN HEADER AND TRAILER, AND EACH       *
      *  SEGMENT IS PROVED AGAINST ITS OWN TRAILER.         *
      ******************************************************
       2100-RELEASE-FEED.
           PERFORM 2120-RELEASE-FEED-RECORD
               UNTIL WS-EOF-VALIDATED-FILE = 'Y'
           .
      *
       2110-READ-FEED-RECORD.
           READ VALIDATED-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-VALIDATED-FILE
           END-READ
           .
      *
       2120-RELEASE-FEED-RECORD.
           EVALUATE VP-RECORD-TYPE
               WHEN 'H'
                   MOVE VH-RUN-DATE TO WS-FEED-RUN-DATE
                   MOVE VH-RUN-ID TO WS-FEED-RUN-ID
                   MOVE ZERO TO WS-SEGMENT-COUNT
                   MOVE ZERO TO WS-SEGMENT-HASH
               WHEN 'D'
                   ADD 1 TO WS-FEED-DETAILS
                   ADD 1 TO WS-SEGMENT-COUNT
                   ADD VP-APPROVED-PREMIUM TO WS-SEGMENT-HASH
                   ADD VP-APPROVED-PREMIUM TO WS-FEED-PREMIUM
                   MOVE SPACES TO FEED-SORT-RECORD
                   MOVE WS-FEED-RUN-DATE TO FS-RUN-DATE
                   MOVE WS-FEED-RUN-ID TO FS-RUN-ID
                   MOVE VP-POLICY-NUMBER TO FS-POLICY-NUMBER
                   MOVE VP-APPROVED-PREMIUM TO FS-APPROVED-PREMIUM
                   RELEASE FEED-SORT-RECORD
               WHEN 'T'
                   IF VT-RECORD-COUNT NOT = WS-SEGMENT-COUNT
                       OR VT-PREMIUM-HASH NOT = WS-SEGMENT-HASH
                       MOVE 'Y' TO WS-FEED-OUT-OF-BALANCE
                       DISPLAY 'EXER24 WARNING - RETAINED FEED '
                           'TRAILER OUT OF BALANCE FOR RUN '
                           WS-FEED-RUN-DATE ' ' WS-FEED-RUN-ID
                   END-IF
           END-EVALUATE
           PERFORM 2110-READ-FEED-RECORD
           .
      *
       2500-SORT-ACKNOWLEDGMENTS.
           SORT ACK-SORT-FILE
               ON ASCENDING KEY AS-RUN-DATE
                                AS-RUN-ID
                                AS-POLICY-NUMBER
               INPUT PROCEDURE IS 2600-RELEASE-ACKNOWLEDGMENTS
               GIVING SORTED-ACK-FILE
           .
      *
       2600-RELEASE-ACKNOWLEDGMENTS.
           OPEN INPUT BILLING-ACK-FILE
           PERFORM 2610-RELEASE-ONE-ACK
               UNTIL WS-EOF-ACK-FILE = 'Y'
           CLOSE BILLING-ACK-FILE
           IF WS-ACK-SEGMENT-OPEN = 'Y'
               MOVE 'Y' TO WS-ACK-OUT-OF-BALANCE
               DISPLAY 'EXER24 WARNING - ACKNOWLEDGMENT TRAILER '
                   'MISSING'
           END-IF
           .
      *
      ******************************************************
      *  2610 - BILLING MAY ANSWER A SPLIT NIGHT'S FEEDS    *
      *  IN ONE FILE OR SEVERAL: EVERY HEADER OPENS A       *
      *  SEGMENT AND ITS TRAILER MUST PROVE THE DETAILS,    *
      *  ACCEPTS AND REJECTS SINCE. A DETAIL OUTSIDE A      *
      *  SEGMENT OR A SEGMENT WITHOUT A TRAILER LEAVES THE  *
      *  ACKNOWLEDGMENT OUT OF BALANCE.                     *
      ******************************************************
       2610-RELEASE-ONE-ACK.
           READ BILLING-ACK-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-ACK-FILE
               NOT AT END
                   EVALUATE AK-RECORD-TYPE
                       WHEN 'H'
                           PERFORM 2620-START-ACK-SEGMENT
                       WHEN 'D'
                           PERFORM 2630-RELEASE-ACK-DETAIL
                       WHEN 'T'
                           PERFORM 2640-PROVE-ACK-TRAILER
                   END-EVALUATE
           END-READ
           .
      *
       2620-START-ACK-SEGMENT.
           IF WS-ACK-SEGMENT-OPEN = 'Y'
               MOVE 'Y' TO WS-ACK-OUT-OF-BALANCE
               DISPLAY 'EXER24 WARNING - ACKNOWLEDGMENT TRAILER '
                   'MISSING BEFORE HEADER ' AH-CREATE-DATE
           END-IF
           ADD 1 TO WS-ACK-HEADERS-READ
           IF WS-ACK-HEADERS-READ = 1
               MOVE AH-CREATE-DATE TO WS-ACK-CREATE-DATE
           END-IF
           MOVE 'Y' TO WS-ACK-SEGMENT-OPEN
           MOVE ZERO TO WS-ACK-SEG-COUNT
           MOVE ZERO TO WS-ACK-SEG-ACCEPTED
           MOVE ZERO TO WS-ACK-SEG-REJECTED
           .
      *
       2630-RELEASE-ACK-DETAIL.
           IF WS-ACK-SEGMENT-OPEN = 'N'
               MOVE 'Y' TO WS-ACK-OUT-OF-BALANCE
           END-IF
           ADD 1 TO WS-ACK-DETAILS
           ADD 1 TO WS-ACK-SEG-COUNT
           EVALUATE AK-ACK-CODE
               WHEN 'A'
                   ADD 1 TO WS-ACK-SEG-ACCEPTED
               WHEN 'R'
                   ADD 1 TO WS-ACK-SEG-REJECTED
           END-EVALUATE
           MOVE SPACES TO ACK-SORT-RECORD
           MOVE AK-RUN-DATE TO AS-RUN-DATE
           MOVE AK-RUN-ID TO AS-RUN-ID
           MOVE AK-POLICY-NUMBER TO AS-POLICY-NUMBER
           MOVE AK-ACK-CODE TO AS-ACK-CODE
           MOVE AK-REJECT-REASON TO AS-REJECT-REASON
           MOVE AK-REJECT-TEXT TO AS-REJECT-TEXT
           MOVE AK-BATCH-ID TO AS-BATCH-ID
           RELEASE ACK-SORT-RECORD
           .
      *
       2640-PROVE-ACK-TRAILER.
           IF WS-ACK-SEGMENT-OPEN = 'N'
               OR AT-RECORD-COUNT NOT = WS-ACK-SEG-COUNT
               OR AT-ACCEPTED-COUNT NOT = WS-ACK-SEG-ACCEPTED
               OR AT-REJECTED-COUNT NOT = WS-ACK-SEG-REJECTED
               MOVE 'Y' TO WS-ACK-OUT-OF-BALANCE
               DISPLAY 'EXER24 WARNING - ACKNOWLEDGMENT TRAILER '
                   'OUT OF BALANCE'
           END-IF
           MOVE 'N' TO WS-ACK-SEGMENT-OPEN
           .
      *
      ******************************************************
      *  2900 - NO HEADER AT ALL MEANS BILLING SENT NOTHING *
      *  BACK: THE NIGHT IS NO-GO, AND THE MATCH IS SKIPPED *
      *  RATHER THAN LISTING THE WHOLE FEED AS NOT ACKED.   *
      ******************************************************
       2900-CHECK-ACK-RECEIVED.
           IF WS-ACK-HEADERS-READ = ZERO
               DISPLAY 'EXER24 WARNING - NO BILLING '
                   'ACKNOWLEDGMENT RECEIVED'
               MOVE SPACES TO ACK-REPORT-RECORD
               STRING '*** NO BILLING ACKNOWLEDGMENT RECEIVED - '
                   'FEED NOT RECONCILED ***'
                   DELIMITED BY SIZE INTO ACK-REPORT-RECORD
               END-STRING
               WRITE ACK-REPORT-RECORD
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               MOVE SPACES TO ACK-REPORT-RECORD
               STRING 'ACKNOWLEDGMENT FILE CREATED '
                   WS-ACK-CREATE-DATE
                   DELIMITED BY SIZE INTO ACK-REPORT-RECORD
               END-STRING
               WRITE ACK-REPORT-RECORD
               MOVE SPACES TO ACK-REPORT-RECORD
               STRING 'KIND      POLICY     RUN DATE RUN ID   '
                   'BATCH ID     RSN  BILLING REASON'
                   DELIMITED BY SIZE INTO ACK-REPORT-RECORD
               END-STRING
               WRITE ACK-REPORT-RECORD
           END-IF
           .
      *
      ******************************************************
      *  3000 - WALK THE SORTED FEED AND THE SORTED ACKS    *
      *  TOGETHER ONE KEY AT A TIME. A DUPLICATE ACK FOR    *
      *  ONE POLICY MATCHES ONCE; THE SECOND COPY HAS NO    *
      *  FEED DETAIL LEFT AND REPORTS AS NOT SENT.          *
      ******************************************************
       3000-MATCH-CONTROL.
           OPEN INPUT SORTED-FEED-FILE
           OPEN INPUT SORTED-ACK-FILE
           OPEN EXTEND EXCEPTION-FILE
           PERFORM 3010-READ-SORTED-FEED
           PERFORM 3020-READ-SORTED-ACK
           PERFORM 3100-MATCH-ONE-KEY
               UNTIL WS-FEED-KEY = HIGH-VALUES
                   AND WS-ACK-KEY = HIGH-VALUES
           CLOSE SORTED-FEED-FILE
           CLOSE SORTED-ACK-FILE
           CLOSE EXCEPTION-FILE
           .
      *
       3010-READ-SORTED-FEED.
           READ SORTED-FEED-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SORTED-FEED
                   MOVE HIGH-VALUES TO WS-FEED-KEY
               NOT AT END
                   MOVE SF-KEY TO WS-FEED-KEY
           END-READ
           .
      *
       3020-READ-SORTED-ACK.
           READ SORTED-ACK-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SORTED-ACK
                   MOVE HIGH-VALUES TO WS-ACK-KEY
               NOT AT END
                   MOVE SA-KEY TO WS-ACK-KEY
           END-READ
           .
      *
       3100-MATCH-ONE-KEY.
           EVALUATE TRUE
               WHEN WS-FEED-KEY < WS-ACK-KEY
                   PERFORM 3200-REPORT-NOT-ACKED
                   PERFORM 3010-READ-SORTED-FEED
               WHEN WS-FEED-KEY > WS-ACK-KEY
                   PERFORM 3300-REPORT-NOT-SENT
                   PERFORM 3020-READ-SORTED-ACK
               WHEN OTHER
                   PERFORM 3400-APPLY-MATCHED-ACK
                   PERFORM 3010-READ-SORTED-FEED
                   PERFORM 3020-READ-SORTED-ACK
           END-EVALUATE
           .
      *
       3200-REPORT-NOT-ACKED.
           ADD 1 TO WS-SENT-NOT-ACKED
           MOVE SF-APPROVED-PREMIUM TO WS-AMOUNT-EDIT
           MOVE SPACES TO ACK-REPORT-RECORD
           STRING 'NOT ACKED ' SF-POLICY-NUMBER ' ' SF-RUN-DATE
               ' ' SF-RUN-ID ' ' '             ' '     '
               'PREMIUM ' WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO ACK-REPORT-RECORD
           END-STRING
           WRITE ACK-REPORT-RECORD
           .
      *
       3300-REPORT-NOT-SENT.
           ADD 1 TO WS-ACKED-NOT-SENT
           MOVE SPACES TO ACK-REPORT-RECORD
           STRING 'NOT SENT  ' SA-POLICY-NUMBER ' ' SA-RUN-DATE
               ' ' SA-RUN-ID ' ' SA-BATCH-ID ' ' SA-REJECT-REASON
               ' ACK CODE ' SA-ACK-CODE
               DELIMITED BY SIZE INTO ACK-REPORT-RECORD
           END-STRING
           WRITE ACK-REPORT-RECORD
           .
      *
       3400-APPLY-MATCHED-ACK.
           EVALUATE SA-ACK-CODE
               WHEN 'A'
                   ADD 1 TO WS-MATCHED-ACCEPTED
               WHEN 'R'
                   ADD 1 TO WS-MATCHED-REJECTED
                   ADD SF-APPROVED-PREMIUM TO WS-REJECTED-PREMIUM
                   PERFORM 3500-REPORT-REJECT
                   PERFORM 3600-POST-REJECT-EXCEPTION
               WHEN OTHER
                   ADD 1 TO WS-BAD-ACK-CODES
                   MOVE SPACES TO ACK-REPORT-RECORD
                   STRING 'BAD CODE  ' SA-POLICY-NUMBER ' '
                       SA-RUN-DATE ' ' SA-RUN-ID ' ' SA-BATCH-ID
                       ' ' SA-REJECT-REASON ' ACK CODE '
                       SA-ACK-CODE
                       DELIMITED BY SIZE INTO ACK-REPORT-RECORD
                   END-STRING
                   WRITE ACK-REPORT-RECORD
           END-EVALUATE
           .
      *
       3500-REPORT-REJECT.
           MOVE SPACES TO ACK-REPORT-RECORD
           STRING 'REJECTED  ' SA-POLICY-NUMBER ' ' SA-RUN-DATE
               ' ' SA-RUN-ID ' ' SA-BATCH-ID ' ' SA-REJECT-REASON
               ' ' SA-REJECT-TEXT
               DELIMITED BY SIZE INTO ACK-REPORT-RECORD
           END-STRING
           WRITE ACK-REPORT-RECORD
           .
      *
      ******************************************************
      *  3600 - THE EXCEPTION CARRIES THE PREMIUM BILLING   *
      *  REFUSED AND THE FEED'S RUN DATE, NOT TONIGHT'S: A  *
      *  REPLAYED ACKNOWLEDGMENT THEN POSTS NOTHING NEW,    *
      *  WHILE A FRESH REJECT OF A LATER FEED RE-OPENS A    *
      *  REVALIDATED R009 ITEM IN EXER02.                   *
      ******************************************************
       3600-POST-REJECT-EXCEPTION.
           MOVE SPACES TO EXCEPTION-RECORD
           MOVE SF-POLICY-NUMBER TO EX-POLICY-NUMBER
           MOVE SF-APPROVED-PREMIUM TO EX-PREMIUM-AMOUNT
           MOVE 'R009' TO EX-REASON-CODE
           STRING 'BILLING REJECT ' SA-REJECT-REASON ' '
               SA-REJECT-TEXT
               DELIMITED BY SIZE INTO EX-REASON-TEXT
           END-STRING
           MOVE SF-RUN-DATE TO EX-RUN-DATE
           WRITE EXCEPTION-RECORD
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           .
      *
       4000-PRODUCE-RECON-REPORT.
           MOVE 'FEED DETAILS SENT........: ' TO WS-COUNT-LABEL
           MOVE WS-FEED-DETAILS TO WS-COUNT-EDIT
           PERFORM 4100-WRITE-COUNT-LINE
           MOVE 'ACKNOWLEDGMENTS RECEIVED.: ' TO WS-COUNT-LABEL
           MOVE WS-ACK-DETAILS TO WS-COUNT-EDIT
           PERFORM 4100-WRITE-COUNT-LINE
           MOVE 'ACCEPTED BY BILLING......: ' TO WS-COUNT-LABEL
           MOVE WS-MATCHED-ACCEPTED TO WS-COUNT-EDIT
           PERFORM 4100-WRITE-COUNT-LINE
           MOVE 'REJECTED (POSTED R009)...: ' TO WS-COUNT-LABEL
           MOVE WS-MATCHED-REJECTED TO WS-COUNT-EDIT
           PERFORM 4100-WRITE-COUNT-LINE
           MOVE 'SENT, NOT ACKNOWLEDGED...: ' TO WS-COUNT-LABEL
           MOVE WS-SENT-NOT-ACKED TO WS-COUNT-EDIT
           PERFORM 4100-WRITE-COUNT-LINE
           MOVE 'ACKNOWLEDGED, NOT SENT...: ' TO WS-COUNT-LABEL
           MOVE WS-ACKED-NOT-SENT TO WS-COUNT-EDIT
           PERFORM 4100-WRITE-COUNT-LINE
           MOVE 'INVALID ACK CODES........: ' TO WS-COUNT-LABEL
           MOVE WS-BAD-ACK-CODES TO WS-COUNT-EDIT
           PERFORM 4100-WRITE-COUNT-LINE
           MOVE WS-FEED-PREMIUM TO WS-PREMIUM-EDIT
           MOVE SPACES TO ACK-REPORT-RECORD
           STRING 'PREMIUM SENT.............: ' WS-PREMIUM-EDIT
               DELIMITED BY SIZE INTO ACK-REPORT-RECORD
           END-STRING
           WRITE ACK-REPORT-RECORD
           MOVE WS-REJECTED-PREMIUM TO WS-PREMIUM-EDIT
           MOVE SPACES TO ACK-REPORT-RECORD
           STRING 'PREMIUM REJECTED.........: ' WS-PREMIUM-EDIT
               DELIMITED BY SIZE INTO ACK-REPORT-RECORD
           END-STRING
           WRITE ACK-REPORT-RECORD
           PERFORM 4200-WRITE-BALANCE-LINE
           .
      *
       4100-WRITE-COUNT-LINE.
           MOVE SPACES TO ACK-REPORT-RECORD
           STRING WS-COUNT-LABEL WS-COUNT-EDIT
               DELIMITED BY SIZE INTO ACK-REPORT-RECORD
           END-STRING
           WRITE ACK-REPORT-RECORD
           .
      *
      ******************************************************
      *  4200 - THE ACKNOWLEDGMENT IS IN BALANCE ONLY WHEN  *
      *  EVERY DETAIL SENT WAS ANSWERED EXACTLY ONCE WITH A *
      *  VALID CODE AND EVERY TRAILER PROVED. ANYTHING ELSE *
      *  ENDS RC=8 SO EXER13 HOLDS THE NIGHT NO-GO.         *
      ******************************************************
       4200-WRITE-BALANCE-LINE.
           MOVE SPACES TO ACK-REPORT-RECORD
           IF WS-ACK-HEADERS-READ > ZERO
               AND WS-SENT-NOT-ACKED = ZERO
               AND WS-ACKED-NOT-SENT = ZERO
               AND WS-BAD-ACK-CODES = ZERO
               AND WS-ACK-OUT-OF-BALANCE = 'N'
               AND WS-FEED-OUT-OF-BALANCE = 'N'
               STRING 'ACKNOWLEDGMENT IN BALANCE WITH FEED'
                   DELIMITED BY SIZE INTO ACK-REPORT-RECORD
               END-STRING
           ELSE
               STRING '*** ACKNOWLEDGMENT OUT OF BALANCE WITH '
                   'FEED ***'
                   DELIMITED BY SIZE INTO ACK-REPORT-RECORD
               END-STRING
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           WRITE ACK-REPORT-RECORD
           IF WS-ACK-OUT-OF-BALANCE = 'Y'
               MOVE SPACES TO ACK-REPORT-RECORD
               STRING '*** ACKNOWLEDGMENT TRAILER OUT OF BALANCE ***'
                   DELIMITED BY SIZE INTO ACK-REPORT-RECORD
               END-STRING
               WRITE ACK-REPORT-RECORD
           END-IF
           IF WS-FEED-OUT-OF-BALANCE = 'Y'
               MOVE SPACES TO ACK-REPORT-RECORD
               STRING '*** RETAINED FEED TRAILER OUT OF BALANCE ***'
                   DELIMITED BY SIZE INTO ACK-REPORT-RECORD
               END-STRING
               WRITE ACK-REPORT-RECORD
           END-IF
           .
      *
       9999-END-OF-JOB.
           PERFORM 9800-WRITE-RUN-LOG
           CLOSE VALIDATED-FILE
           CLOSE ACK-REPORT-FILE
           DISPLAY 'BILLING-ACK-RECON'
           .
      *
       9800-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE
           MOVE SPACES TO RUN-LOG-RECORD
           MOVE 'EXER24' TO RL-PROGRAM-ID
           MOVE WS-RUN-DATE TO RL-RUN-DATE
           MOVE RETURN-CODE TO RL-RETURN-CODE
           MOVE WS-FEED-DETAILS TO RL-KEY-COUNT-1
           MOVE WS-MATCHED-ACCEPTED TO RL-KEY-COUNT-2
           MOVE WS-MATCHED-REJECTED TO RL-KEY-COUNT-3
           MOVE WS-FEED-PREMIUM TO RL-AMOUNT
           WRITE RUN-LOG-RECORD
           CLOSE RUN-LOG-FILE
           .
