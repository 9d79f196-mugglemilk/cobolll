       IDENTIFICATION DIVISION.
       PROGRAM-ID.  EXER27.
      ******************************************************
      *  MASTER CONTROL RECORDS - ONE-TIME CONVERSION      *
      *  REWRITES THE EXCEPTION STATUS MASTER AND THE G/L  *
      *  SUSPENSE FILE WITH THE HEADER, TRAILER AND PROOF  *
      *  RECORDS EVERY READER NOW DEMANDS. EACH DETAIL IS  *
      *  COPIED UNCHANGED; THE HEADER IS DATED THE LAST    *
      *  COMPLETED RUN DATE (SYSIN) AND NAMES EXER27 AS    *
      *  CREATOR; ONE TRAILER PER STATUS CODE (O/C/W/R/X)  *
      *  OR SOURCE SIDE (A/G) CARRIES THE ITEM COUNT AND   *
      *  PREMIUM HASH; THE PROOF OPENS THE CHAIN WITH OLD  *
      *  = NEW AND NOTHING POSTED, CLOSED OR WRITTEN OFF.  *
      *  ONE BALANCE-PROOF RECORD PER MASTER GOES ON THE   *
      *  RUN-LOG SO EXER13 HAS A CLOSING COUNT TO CHAIN    *
      *  THE FIRST CONTROLLED NIGHT FROM. A FILE THAT      *
      *  ALREADY CARRIES CONTROL RECORDS, OR A DETAIL WITH *
      *  A STATUS CODE OR SOURCE SIDE OUTSIDE THE TABLE,   *
      *  ABORTS THE RUN RC=16.                             *
      *  RUN ONCE, WITH THE NIGHTLY CHAIN HELD, AHEAD OF   *
      *  THE FIRST NIGHT THAT EXPECTS CONTROL RECORDS; NOT *
      *  PART OF THE NIGHTLY CHAIN.                        *
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-STATUS-FILE ASSIGN TO STATIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT NEW-STATUS-FILE ASSIGN TO STATOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT OLD-SUSPENSE-FILE ASSIGN TO SUSPIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT NEW-SUSPENSE-FILE ASSIGN TO SUSPOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL.
           SELECT CONVERT-REPORT-FILE ASSIGN TO CONVRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT SYSIN-FILE ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-STATUS-FILE
           LABEL RECORDS ARE STANDARD.
       01  OLD-STATUS-INPUT-RECORD       PIC X(60).
      *
       FD  NEW-STATUS-FILE
           LABEL RECORDS ARE STANDARD.
       COPY EXSTATUS.
      *
       FD  OLD-SUSPENSE-FILE
           LABEL RECORDS ARE STANDARD.
       01  OLD-SUSPENSE-INPUT-RECORD     PIC X(40).
      *
       FD  NEW-SUSPENSE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SUSPREC.
      *
       FD  RUN-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       COPY RUNLOG.
      *
       FD  CONVERT-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONVERT-REPORT-RECORD         PIC X(80).
      *
       FD  SYSIN-FILE
           LABEL RECORDS ARE STANDARD.
       01  SYSIN-RECORD.
           05  SI-RUN-DATE               PIC X(08).
           05  FILLER                    PIC X(72).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-BEG.
           05 FILLER                    PIC X(32) VALUE
           '** THIS IS BEGIN OF WS EXER27 **'.
      *
      ******************************************************
      *  ONE ROW PER STATUS CODE AND PER SOURCE SIDE, IN    *
      *  THE ORDER THE TRAILERS ARE WRITTEN.                *
      ******************************************************
       01  STATUS-CONTROL-TABLE.
           05 XCT-ENTRY OCCURS 5 TIMES
                   INDEXED BY XCT-IDX.
               10 XCT-STATUS-CODE       PIC X(01).
               10 XCT-NEW-COUNT         PIC 9(07).
               10 XCT-NEW-HASH          PIC 9(11)V99.
      *
       01  SUSPENSE-CONTROL-TABLE.
           05 SPC-ENTRY OCCURS 2 TIMES
                   INDEXED BY SPC-IDX.
               10 SPC-SOURCE-SIDE       PIC X(01).
               10 SPC-NEW-COUNT         PIC 9(07).
               10 SPC-NEW-HASH          PIC 9(11)V99.
      *
       01  WS-STATUS-BALANCE.
           05 WS-PRF-OLD-COUNT          PIC 9(07) VALUE ZERO.
           05 WS-PRF-POSTED-COUNT       PIC 9(07) VALUE ZERO.
           05 WS-PRF-CLOSED-COUNT       PIC 9(07) VALUE ZERO.
           05 WS-PRF-WRITTEN-OFF-COUNT  PIC 9(07) VALUE ZERO.
           05 WS-PRF-NEW-COUNT          PIC 9(07) VALUE ZERO.
           05 WS-PRF-PROVED-COUNT       PIC S9(09) VALUE ZERO.
           05 WS-PRF-BALANCED           PIC X(01) VALUE 'N'.
      *
       01  WS-SUSPENSE-BALANCE.
           05 WS-SPF-OLD-COUNT          PIC 9(07) VALUE ZERO.
           05 WS-SPF-POSTED-COUNT       PIC 9(07) VALUE ZERO.
           05 WS-SPF-CLOSED-COUNT       PIC 9(07) VALUE ZERO.
           05 WS-SPF-WRITTEN-OFF-COUNT  PIC 9(07) VALUE ZERO.
           05 WS-SPF-NEW-COUNT          PIC 9(07) VALUE ZERO.
           05 WS-SPF-PROVED-COUNT       PIC S9(09) VALUE ZERO.
           05 WS-SPF-BALANCED           PIC X(01) VALUE 'N'.
      *
       01  WS-SWITCHES.
           05 WS-EOF-STATUS-FILE        PIC X(01) VALUE 'N'.
           05 WS-EOF-SUSPENSE-FILE      PIC X(01) VALUE 'N'.
           05 WS-ABORT-RUN              PIC X(01) VALUE 'N'.
      *
       01  WS-CONVERT-COUNTS.
           05 WS-STATUS-READ            PIC 9(09) VALUE ZERO.
           05 WS-SUSPENSE-READ          PIC 9(09) VALUE ZERO.
      *
       01  WS-REPORT-EDIT-FIELDS.
           05 WS-COUNT-LABEL            PIC X(27) VALUE SPACES.
           05 WS-COUNT-EDIT             PIC ZZZ,ZZZ,ZZ9.
           05 WS-HASH-EDIT              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
      *
       01  WS-RUN-PARMS.
           05 WS-RUN-DATE               PIC X(08) VALUE SPACES.
      *
       01  WS-END.
           05 FILLER                    PIC X(32) VALUE
           '** THIS IS END OF WS EXER27 **'.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZATION
           IF WS-ABORT-RUN = 'N'
               PERFORM 2000-CONVERT-STATUS-FILE
                   UNTIL WS-EOF-STATUS-FILE = 'Y'
                   OR WS-ABORT-RUN = 'Y'
           END-IF
           IF WS-ABORT-RUN = 'N'
               PERFORM 3000-CONVERT-SUSPENSE-FILE
                   UNTIL WS-EOF-SUSPENSE-FILE = 'Y'
                   OR WS-ABORT-RUN = 'Y'
           END-IF
           IF WS-ABORT-RUN = 'N'
               PERFORM 4000-WRITE-STATUS-TRAILERS
               PERFORM 4500-WRITE-SUSPENSE-TRAILERS
               PERFORM 7000-PRODUCE-CONVERT-REPORT
           END-IF
           PERFORM 9999-END-OF-JOB
           GOBACK.
      *
       1000-INITIALIZATION.
           DISPLAY 'MASTER-CONTROL-CONVERSION'
           PERFORM 1100-READ-CONTROL-CARD
           PERFORM 1200-PRIME-CONTROL-TABLES
           OPEN INPUT OLD-STATUS-FILE
           OPEN OUTPUT NEW-STATUS-FILE
           OPEN INPUT OLD-SUSPENSE-FILE
           OPEN OUTPUT NEW-SUSPENSE-FILE
           OPEN OUTPUT CONVERT-REPORT-FILE
           IF WS-ABORT-RUN = 'N'
               PERFORM 1300-WRITE-HEADERS
           END-IF
           .
      *
      ******************************************************
      *  1100 - THE DATE OF THE LAST COMPLETED NIGHTLY RUN, *
      *  SO THE NEXT NIGHT'S WRITERS ACCEPT THE HEADERS AS  *
      *  AN EARLIER GENERATION.                             *
      ******************************************************
       1100-READ-CONTROL-CARD.
           OPEN INPUT SYSIN-FILE
           READ SYSIN-FILE
               AT END
                   MOVE SPACES TO SYSIN-RECORD
           END-READ
           MOVE SI-RUN-DATE TO WS-RUN-DATE
           IF WS-RUN-DATE NOT NUMERIC
               DISPLAY 'EXER27 ABEND - RUN DATE ' WS-RUN-DATE
                   ' NOT NUMERIC, RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-ABORT-RUN
           END-IF
           CLOSE SYSIN-FILE
           .
      *
       1200-PRIME-CONTROL-TABLES.
           PERFORM VARYING XCT-IDX FROM 1 BY 1
                   UNTIL XCT-IDX > 5
               MOVE ZERO TO XCT-NEW-COUNT(XCT-IDX)
               MOVE ZERO TO XCT-NEW-HASH(XCT-IDX)
           END-PERFORM
           MOVE 'O' TO XCT-STATUS-CODE(1)
           MOVE 'C' TO XCT-STATUS-CODE(2)
           MOVE 'W' TO XCT-STATUS-CODE(3)
           MOVE 'R' TO XCT-STATUS-CODE(4)
           MOVE 'X' TO XCT-STATUS-CODE(5)
           PERFORM VARYING SPC-IDX FROM 1 BY 1
                   UNTIL SPC-IDX > 2
               MOVE ZERO TO SPC-NEW-COUNT(SPC-IDX)
               MOVE ZERO TO SPC-NEW-HASH(SPC-IDX)
           END-PERFORM
           MOVE 'A' TO SPC-SOURCE-SIDE(1)
           MOVE 'G' TO SPC-SOURCE-SIDE(2)
           .
      *
       1300-WRITE-HEADERS.
           MOVE SPACES TO EXCEPTION-STATUS-HEADER
           MOVE LOW-VALUES TO XH-CONTROL-KEY
           MOVE WS-RUN-DATE TO XH-RUN-DATE
           MOVE 'EXER27' TO XH-CREATE-PROGRAM
           WRITE EXCEPTION-STATUS-HEADER
           MOVE SPACES TO SUSPENSE-HEADER
           MOVE LOW-VALUES TO SH-CONTROL-KEY
           MOVE WS-RUN-DATE TO SH-RUN-DATE
           MOVE 'EXER27' TO SH-CREATE-PROGRAM
           WRITE SUSPENSE-HEADER
           .
      *
       2000-CONVERT-STATUS-FILE.
           READ OLD-STATUS-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-STATUS-FILE
               NOT AT END
                   ADD 1 TO WS-STATUS-READ
                   MOVE OLD-STATUS-INPUT-RECORD
                       TO EXCEPTION-STATUS-RECORD
                   PERFORM 2100-FOOT-STATUS-DETAIL
                   IF WS-ABORT-RUN = 'N'
                       WRITE EXCEPTION-STATUS-RECORD
                   END-IF
           END-READ
           .
      *
      ******************************************************
      *  2100 - A CONTROL KEY MEANS THE FILE WAS CONVERTED  *
      *  ALREADY; A CODE OUTSIDE THE TABLE COULD NEVER BE   *
      *  FOOTED TO A TRAILER. EITHER ONE STOPS THE RUN.     *
      ******************************************************
       2100-FOOT-STATUS-DETAIL.
           IF XS-POLICY-NUMBER = LOW-VALUES
               OR XS-POLICY-NUMBER = HIGH-VALUES
               DISPLAY 'EXER27 ABEND - STATIN ALREADY CARRIES '
                   'CONTROL RECORDS, RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-ABORT-RUN
           ELSE
               SET XCT-IDX TO 1
               SEARCH XCT-ENTRY
                   AT END
                       DISPLAY 'EXER27 ABEND - STATUS CODE '
                           XS-STATUS-CODE ' ON POLICY '
                           XS-POLICY-NUMBER ' NOT O/C/W/R/X, '
                           'RUN ABORTED'
                       MOVE 16 TO RETURN-CODE
                       MOVE 'Y' TO WS-ABORT-RUN
                   WHEN XCT-STATUS-CODE(XCT-IDX) = XS-STATUS-CODE
                       ADD 1 TO XCT-NEW-COUNT(XCT-IDX)
                       ADD XS-ORIGINAL-PREMIUM XS-CORRECTED-PREMIUM
                           TO XCT-NEW-HASH(XCT-IDX)
               END-SEARCH
           END-IF
           .
      *
       3000-CONVERT-SUSPENSE-FILE.
           READ OLD-SUSPENSE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SUSPENSE-FILE
               NOT AT END
                   ADD 1 TO WS-SUSPENSE-READ
                   MOVE OLD-SUSPENSE-INPUT-RECORD TO SUSPENSE-RECORD
                   PERFORM 3100-FOOT-SUSPENSE-DETAIL
                   IF WS-ABORT-RUN = 'N'
                       WRITE SUSPENSE-RECORD
                   END-IF
           END-READ
           .
      *
       3100-FOOT-SUSPENSE-DETAIL.
           IF SP-POLICY-NUMBER = LOW-VALUES
               OR SP-POLICY-NUMBER = HIGH-VALUES
               DISPLAY 'EXER27 ABEND - SUSPIN ALREADY CARRIES '
                   'CONTROL RECORDS, RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-ABORT-RUN
           ELSE
               SET SPC-IDX TO 1
               SEARCH SPC-ENTRY
                   AT END
                       DISPLAY 'EXER27 ABEND - SOURCE SIDE '
                           SP-SOURCE-SIDE ' ON POLICY '
                           SP-POLICY-NUMBER ' NOT A/G, '
                           'RUN ABORTED'
                       MOVE 16 TO RETURN-CODE
                       MOVE 'Y' TO WS-ABORT-RUN
                   WHEN SPC-SOURCE-SIDE(SPC-IDX) = SP-SOURCE-SIDE
                       ADD 1 TO SPC-NEW-COUNT(SPC-IDX)
                       ADD SP-PREMIUM-AMOUNT
                           TO SPC-NEW-HASH(SPC-IDX)
               END-SEARCH
           END-IF
           .
      *
      ******************************************************
      *  4000 - TRAILERS, THEN A PROOF THAT OPENS THE CHAIN *
      *  ON OPEN WORK (O/C/W/R): THE CONVERTED GENERATION   *
      *  IS ITS OWN STARTING POINT, SO OLD = NEW.           *
      ******************************************************
       4000-WRITE-STATUS-TRAILERS.
           PERFORM 4100-WRITE-ONE-STATUS-TRAILER
               VARYING XCT-IDX FROM 1 BY 1
               UNTIL XCT-IDX > 5
           COMPUTE WS-PRF-NEW-COUNT =
               XCT-NEW-COUNT(1) + XCT-NEW-COUNT(2)
               + XCT-NEW-COUNT(3) + XCT-NEW-COUNT(4)
           MOVE WS-PRF-NEW-COUNT TO WS-PRF-OLD-COUNT
           MOVE ZERO TO WS-PRF-POSTED-COUNT
           MOVE ZERO TO WS-PRF-CLOSED-COUNT
           MOVE ZERO TO WS-PRF-WRITTEN-OFF-COUNT
           COMPUTE WS-PRF-PROVED-COUNT =
               WS-PRF-OLD-COUNT + WS-PRF-POSTED-COUNT
               - WS-PRF-CLOSED-COUNT - WS-PRF-WRITTEN-OFF-COUNT
           IF WS-PRF-PROVED-COUNT = WS-PRF-NEW-COUNT
               MOVE 'Y' TO WS-PRF-BALANCED
           ELSE
               MOVE 'N' TO WS-PRF-BALANCED
           END-IF
           MOVE SPACES TO EXCEPTION-STATUS-PROOF
           MOVE HIGH-VALUES TO XP-CONTROL-KEY
           MOVE '*' TO XP-STATUS-CODE
           MOVE WS-PRF-OLD-COUNT TO XP-OLD-COUNT
           MOVE WS-PRF-POSTED-COUNT TO XP-POSTED-COUNT
           MOVE WS-PRF-CLOSED-COUNT TO XP-CLOSED-COUNT
           MOVE WS-PRF-WRITTEN-OFF-COUNT TO XP-WRITTEN-OFF-COUNT
           WRITE EXCEPTION-STATUS-PROOF
           .
      *
       4100-WRITE-ONE-STATUS-TRAILER.
           MOVE SPACES TO EXCEPTION-STATUS-TRAILER
           MOVE HIGH-VALUES TO XT-CONTROL-KEY
           MOVE XCT-STATUS-CODE(XCT-IDX) TO XT-STATUS-CODE
           MOVE XCT-NEW-COUNT(XCT-IDX) TO XT-ITEM-COUNT
           MOVE XCT-NEW-HASH(XCT-IDX) TO XT-PREMIUM-HASH
           WRITE EXCEPTION-STATUS-TRAILER
           .
      *
       4500-WRITE-SUSPENSE-TRAILERS.
           PERFORM 4510-WRITE-ONE-SUSP-TRAILER
               VARYING SPC-IDX FROM 1 BY 1
               UNTIL SPC-IDX > 2
           COMPUTE WS-SPF-NEW-COUNT =
               SPC-NEW-COUNT(1) + SPC-NEW-COUNT(2)
           MOVE WS-SPF-NEW-COUNT TO WS-SPF-OLD-COUNT
           MOVE ZERO TO WS-SPF-POSTED-COUNT
           MOVE ZERO TO WS-SPF-CLOSED-COUNT
           MOVE ZERO TO WS-SPF-WRITTEN-OFF-COUNT
           COMPUTE WS-SPF-PROVED-COUNT =
               WS-SPF-OLD-COUNT + WS-SPF-POSTED-COUNT
               - WS-SPF-CLOSED-COUNT - WS-SPF-WRITTEN-OFF-COUNT
           IF WS-SPF-PROVED-COUNT = WS-SPF-NEW-COUNT
               MOVE 'Y' TO WS-SPF-BALANCED
           ELSE
               MOVE 'N' TO WS-SPF-BALANCED
           END-IF
           MOVE SPACES TO SUSPENSE-PROOF
           MOVE HIGH-VALUES TO SB-CONTROL-KEY
           MOVE '*' TO SB-SOURCE-SIDE
           MOVE WS-SPF-OLD-COUNT TO SB-OLD-COUNT
           MOVE WS-SPF-POSTED-COUNT TO SB-POSTED-COUNT
           MOVE WS-SPF-CLOSED-COUNT TO SB-CLOSED-COUNT
           MOVE WS-SPF-WRITTEN-OFF-COUNT TO SB-WRITTEN-OFF-COUNT
           WRITE SUSPENSE-PROOF
           .
      *
       4510-WRITE-ONE-SUSP-TRAILER.
           MOVE SPACES TO SUSPENSE-TRAILER
           MOVE HIGH-VALUES TO ST-CONTROL-KEY
           MOVE SPC-SOURCE-SIDE(SPC-IDX) TO ST-SOURCE-SIDE
           MOVE SPC-NEW-COUNT(SPC-IDX) TO ST-ITEM-COUNT
           MOVE SPC-NEW-HASH(SPC-IDX) TO ST-PREMIUM-HASH
           WRITE SUSPENSE-TRAILER
           .
      *
       7000-PRODUCE-CONVERT-REPORT.
           MOVE SPACES TO CONVERT-REPORT-RECORD
           STRING 'EXER27 MASTER CONTROL CONVERSION REPORT - RUN DATE '
               WS-RUN-DATE
               DELIMITED BY SIZE INTO CONVERT-REPORT-RECORD
           END-STRING
           WRITE CONVERT-REPORT-RECORD
           MOVE 'STATUS RECORDS CONVERTED.: ' TO WS-COUNT-LABEL
           MOVE WS-STATUS-READ TO WS-COUNT-EDIT
           PERFORM 7100-WRITE-COUNT-LINE
           PERFORM 7200-WRITE-STATUS-TRAILER-LINE
               VARYING XCT-IDX FROM 1 BY 1
               UNTIL XCT-IDX > 5
           MOVE 'OPEN WORK (O/C/W/R)......: ' TO WS-COUNT-LABEL
           MOVE WS-PRF-NEW-COUNT TO WS-COUNT-EDIT
           PERFORM 7100-WRITE-COUNT-LINE
           MOVE 'SUSPENSE ITEMS CONVERTED.: ' TO WS-COUNT-LABEL
           MOVE WS-SUSPENSE-READ TO WS-COUNT-EDIT
           PERFORM 7100-WRITE-COUNT-LINE
           PERFORM 7300-WRITE-SUSP-TRAILER-LINE
               VARYING SPC-IDX FROM 1 BY 1
               UNTIL SPC-IDX > 2
           .
      *
       7100-WRITE-COUNT-LINE.
           MOVE SPACES TO CONVERT-REPORT-RECORD
           STRING WS-COUNT-LABEL WS-COUNT-EDIT
               DELIMITED BY SIZE INTO CONVERT-REPORT-RECORD
           END-STRING
           WRITE CONVERT-REPORT-RECORD
           .
      *
       7200-WRITE-STATUS-TRAILER-LINE.
           MOVE XCT-NEW-COUNT(XCT-IDX) TO WS-COUNT-EDIT
           MOVE XCT-NEW-HASH(XCT-IDX) TO WS-HASH-EDIT
           MOVE SPACES TO CONVERT-REPORT-RECORD
           STRING '  STATUS ' XCT-STATUS-CODE(XCT-IDX)
               ' TRAILER.........: ' WS-COUNT-EDIT
               '  HASH ' WS-HASH-EDIT
               DELIMITED BY SIZE INTO CONVERT-REPORT-RECORD
           END-STRING
           WRITE CONVERT-REPORT-RECORD
           .
      *
       7300-WRITE-SUSP-TRAILER-LINE.
           MOVE SPC-NEW-COUNT(SPC-IDX) TO WS-COUNT-EDIT
           MOVE SPC-NEW-HASH(SPC-IDX) TO WS-HASH-EDIT
           MOVE SPACES TO CONVERT-REPORT-RECORD
           STRING '  SIDE ' SPC-SOURCE-SIDE(SPC-IDX)
               ' TRAILER...........: ' WS-COUNT-EDIT
               '  HASH ' WS-HASH-EDIT
               DELIMITED BY SIZE INTO CONVERT-REPORT-RECORD
           END-STRING
           WRITE CONVERT-REPORT-RECORD
           .
      *
       9999-END-OF-JOB.
           PERFORM 9800-WRITE-RUN-LOG
           CLOSE OLD-STATUS-FILE
           CLOSE NEW-STATUS-FILE
           CLOSE OLD-SUSPENSE-FILE
           CLOSE NEW-SUSPENSE-FILE
           CLOSE CONVERT-REPORT-FILE
           DISPLAY 'MASTER-CONTROL-CONVERSION'
           .
      *
      ******************************************************
      *  9800 - RUN-STATUS RECORD (1 STATUS RECORDS, 2      *
      *  SUSPENSE ITEMS CONVERTED), THEN ONE BALANCE-PROOF  *
      *  RECORD PER MASTER WHEN BOTH FILES CONVERTED.       *
      ******************************************************
       9800-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE
           MOVE SPACES TO RUN-LOG-RECORD
           MOVE 'EXER27' TO RL-PROGRAM-ID
           MOVE WS-RUN-DATE TO RL-RUN-DATE
           MOVE RETURN-CODE TO RL-RETURN-CODE
           MOVE WS-STATUS-READ TO RL-KEY-COUNT-1
           MOVE WS-SUSPENSE-READ TO RL-KEY-COUNT-2
           MOVE ZERO TO RL-KEY-COUNT-3
           MOVE ZERO TO RL-AMOUNT
           WRITE RUN-LOG-RECORD
           IF WS-ABORT-RUN = 'N'
               MOVE SPACES TO RUN-LOG-PROOF-RECORD
               MOVE 'EXER27' TO RB-PROGRAM-ID
               MOVE WS-RUN-DATE TO RB-RUN-DATE
               MOVE 'EXSTATUS' TO RB-MASTER-ID
               MOVE WS-PRF-OLD-COUNT TO RB-OLD-COUNT
               MOVE WS-PRF-POSTED-COUNT TO RB-POSTED-COUNT
               MOVE WS-PRF-CLOSED-COUNT TO RB-CLOSED-COUNT
               MOVE WS-PRF-WRITTEN-OFF-COUNT TO RB-WRITTEN-OFF-COUNT
               MOVE WS-PRF-NEW-COUNT TO RB-NEW-COUNT
               MOVE WS-PRF-BALANCED TO RB-BALANCED
               MOVE 'B' TO RB-RECORD-KIND
               WRITE RUN-LOG-PROOF-RECORD
               MOVE SPACES TO RUN-LOG-PROOF-RECORD
               MOVE 'EXER27' TO RB-PROGRAM-ID
               MOVE WS-RUN-DATE TO RB-RUN-DATE
               MOVE 'SUSPENSE' TO RB-MASTER-ID
               MOVE WS-SPF-OLD-COUNT TO RB-OLD-COUNT
               MOVE WS-SPF-POSTED-COUNT TO RB-POSTED-COUNT
               MOVE WS-SPF-CLOSED-COUNT TO RB-CLOSED-COUNT
               MOVE WS-SPF-WRITTEN-OFF-COUNT TO RB-WRITTEN-OFF-COUNT
               MOVE WS-SPF-NEW-COUNT TO RB-NEW-COUNT
               MOVE WS-SPF-BALANCED TO RB-BALANCED
               MOVE 'B' TO RB-RECORD-KIND
               WRITE RUN-LOG-PROOF-RECORD
           END-IF
           CLOSE RUN-LOG-FILE
           .
