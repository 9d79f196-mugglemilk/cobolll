       IDENTIFICATION DIVISION.
       PROGRAM-ID.  EXER19.
      ******************************************************
      *  WAIVER EXPIRY DATE - ONE-TIME CONVERSION          *
      *  REWRITES THE EXCEPTION STATUS MASTER FROM THE     *
      *  50-BYTE LAYOUT TO THE 60-BYTE LAYOUT THAT CARRIES *
      *  XS-WAIVER-EXPIRY-DATE, SO EVERY WAIVER ALREADY ON *
      *  THE MASTER GETS AN EXPIRY DATE BEFORE EXER02      *
      *  STARTS ENFORCING THEM. A LIVE WAIVER (ACTION W,   *
      *  STATUS W OR R) EXPIRES ONE YEAR AFTER THE DATE IT *
      *  WAS LAST KEYED (XS-DATE-UPDATED), BUT NEVER LESS  *
      *  THAN 60 DAYS AFTER THE CONVERSION DATE, SO EVERY  *
      *  CONVERTED WAIVER SHOWS ON AT LEAST ONE EXPIRY     *
      *  NOTICE (EXER20) BEFORE IT LAPSES. ALL OTHER ITEMS *
      *  CONVERT WITH A BLANK EXPIRY DATE.                 *
      *  RUN ONCE, WITH THE NIGHTLY CHAIN HELD, AHEAD OF   *
      *  THE FIRST EXER02 RUN ON THE 60-BYTE LAYOUT; NOT   *
      *  PART OF THE NIGHTLY CHAIN.                        *
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-STATUS-FILE ASSIGN TO STATIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT NEW-STATUS-FILE ASSIGN TO STATOUT
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
       01  OLD-STATUS-INPUT-RECORD       PIC X(50).
      *
       FD  NEW-STATUS-FILE
           LABEL RECORDS ARE STANDARD.
       COPY EXSTATUS.
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
           '** THIS IS BEGIN OF WS EXER19 **'.
      *
      ******************************************************
      *  PRE-EXPIRY STATUS LAYOUT, FROZEN HERE SO THE       *
      *  CONVERSION STAYS CORRECT NO MATTER HOW THE LIVE    *
      *  COPYBOOK EVOLVES AFTERWARDS.                       *
      ******************************************************
       01  OLD-STATUS-RECORD.
           05 OX-POLICY-NUMBER          PIC X(10).
           05 OX-REASON-CODE            PIC X(04).
           05 OX-STATUS-CODE            PIC X(01).
           05 OX-ORIGINAL-PREMIUM       PIC 9(7)V99.
           05 OX-CORRECTED-PREMIUM      PIC 9(7)V99.
           05 OX-DATE-OPENED            PIC X(08).
           05 OX-DATE-UPDATED           PIC X(08).
           05 OX-ACTION-CODE            PIC X(01).
      *
       01  WS-EXPIRY-CONTROL.
           05 WS-GRACE-DAYS             PIC 9(03) VALUE 60.
           05 WS-RUN-DATE-INTEGER       PIC 9(08) VALUE ZERO.
           05 WS-FLOOR-DATE             PIC X(08) VALUE SPACES.
           05 WS-FLOOR-DATE-N REDEFINES WS-FLOOR-DATE
                                        PIC 9(08).
           05 WS-EXPIRY-DATE            PIC X(08) VALUE SPACES.
           05 WS-EXPIRY-DATE-N REDEFINES WS-EXPIRY-DATE.
               10 WS-EXP-YEAR           PIC 9(04).
               10 WS-EXP-MONTH          PIC 9(02).
               10 WS-EXP-DAY            PIC 9(02).
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
       01  WS-SWITCHES.
           05 WS-EOF-STATUS-FILE        PIC X(01) VALUE 'N'.
           05 WS-ABORT-RUN              PIC X(01) VALUE 'N'.
      *
       01  WS-CONVERT-COUNTS.
           05 WS-STATUS-READ            PIC 9(09) VALUE ZERO.
           05 WS-WAIVERS-DATED          PIC 9(09) VALUE ZERO.
           05 WS-WAIVERS-AT-FLOOR       PIC 9(09) VALUE ZERO.
      *
       01  WS-REPORT-EDIT-FIELDS.
           05 WS-COUNT-LABEL            PIC X(27) VALUE SPACES.
           05 WS-COUNT-EDIT             PIC ZZZ,ZZZ,ZZ9.
      *
       01  WS-RUN-PARMS.
           05 WS-RUN-DATE               PIC X(08) VALUE SPACES.
      *
       01  WS-END.
           05 FILLER                    PIC X(32) VALUE
           '** THIS IS END OF WS EXER19 **'.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZATION
           IF WS-ABORT-RUN = 'N'
               PERFORM 2000-CONVERT-STATUS-FILE
                   UNTIL WS-EOF-STATUS-FILE = 'Y'
               PERFORM 7000-PRODUCE-CONVERT-REPORT
           END-IF
           PERFORM 9999-END-OF-JOB
           GOBACK.
      *
       1000-INITIALIZATION.
           DISPLAY 'WAIVER-EXPIRY-CONVERSION'
           PERFORM 1100-READ-CONTROL-CARD
           OPEN INPUT OLD-STATUS-FILE
           OPEN OUTPUT NEW-STATUS-FILE
           OPEN OUTPUT CONVERT-REPORT-FILE
           .
      *
      ******************************************************
      *  1100 - THE CONVERSION DATE SETS THE FLOOR EVERY    *
      *  CONVERTED WAIVER'S EXPIRY IS HELD TO.              *
      ******************************************************
       1100-READ-CONTROL-CARD.
           OPEN INPUT SYSIN-FILE
           READ SYSIN-FILE
               AT END
                   MOVE SPACES TO SYSIN-RECORD
           END-READ
           MOVE SI-RUN-DATE TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO WS-DTC-DATE
           PERFORM 2210-EDIT-DATE
           IF WS-DTC-VALID = 'Y'
               COMPUTE WS-RUN-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(WS-RUN-DATE))
               COMPUTE WS-FLOOR-DATE-N =
                   FUNCTION DATE-OF-INTEGER
                       (WS-RUN-DATE-INTEGER + WS-GRACE-DAYS)
           ELSE
               DISPLAY 'EXER19 ABEND - RUN DATE ' WS-RUN-DATE
                   ' NOT A VALID DATE, RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-ABORT-RUN
           END-IF
           CLOSE SYSIN-FILE
           .
      *
       2000-CONVERT-STATUS-FILE.
           READ OLD-STATUS-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-STATUS-FILE
               NOT AT END
                   ADD 1 TO WS-STATUS-READ
                   PERFORM 2100-BUILD-NEW-STATUS
                   WRITE EXCEPTION-STATUS-RECORD
           END-READ
           .
      *
       2100-BUILD-NEW-STATUS.
           MOVE OLD-STATUS-INPUT-RECORD TO OLD-STATUS-RECORD
           MOVE SPACES TO EXCEPTION-STATUS-RECORD
           MOVE OX-POLICY-NUMBER TO XS-POLICY-NUMBER
           MOVE OX-REASON-CODE TO XS-REASON-CODE
           MOVE OX-STATUS-CODE TO XS-STATUS-CODE
           MOVE OX-ORIGINAL-PREMIUM TO XS-ORIGINAL-PREMIUM
           MOVE OX-CORRECTED-PREMIUM TO XS-CORRECTED-PREMIUM
           MOVE OX-DATE-OPENED TO XS-DATE-OPENED
           MOVE OX-DATE-UPDATED TO XS-DATE-UPDATED
           MOVE OX-ACTION-CODE TO XS-ACTION-CODE
           MOVE SPACES TO XS-WAIVER-EXPIRY-DATE
           IF OX-ACTION-CODE = 'W'
               AND (OX-STATUS-CODE = 'W'
                   OR OX-STATUS-CODE = 'R')
               PERFORM 2200-SET-WAIVER-EXPIRY
               MOVE WS-EXPIRY-DATE TO XS-WAIVER-EXPIRY-DATE
               ADD 1 TO WS-WAIVERS-DATED
           END-IF
           .
      *
      ******************************************************
      *  2200 - ANNIVERSARY OF THE DATE THE WAIVER WAS      *
      *  KEYED (A 29 FEBRUARY WAIVER EXPIRES 28 FEBRUARY),  *
      *  HELD TO THE FLOOR DATE. A KEYED DATE THAT IS NOT A *
      *  VALID DATE TAKES THE FLOOR DATE.                   *
      ******************************************************
       2200-SET-WAIVER-EXPIRY.
           MOVE OX-DATE-UPDATED TO WS-DTC-DATE
           PERFORM 2210-EDIT-DATE
           IF WS-DTC-VALID = 'Y'
               MOVE WS-DTC-DATE TO WS-EXPIRY-DATE
               ADD 1 TO WS-EXP-YEAR
               IF WS-EXP-MONTH = 02 AND WS-EXP-DAY = 29
                   MOVE 28 TO WS-EXP-DAY
               END-IF
           ELSE
               MOVE SPACES TO WS-EXPIRY-DATE
           END-IF
           IF WS-EXPIRY-DATE < WS-FLOOR-DATE
               MOVE WS-FLOOR-DATE TO WS-EXPIRY-DATE
               ADD 1 TO WS-WAIVERS-AT-FLOOR
           END-IF
           .
      *
       2210-EDIT-DATE.
           MOVE 'Y' TO WS-DTC-VALID
           IF WS-DTC-DATE NOT NUMERIC
               MOVE 'N' TO WS-DTC-VALID
           ELSE
               IF WS-DTC-MONTH < 01 OR WS-DTC-MONTH > 12
                   MOVE 'N' TO WS-DTC-VALID
               ELSE
                   PERFORM 2220-SET-DAYS-IN-MONTH
                   IF WS-DTC-DAY < 01
                       OR WS-DTC-DAY > WS-DTC-DAYS-IN-MONTH
                       MOVE 'N' TO WS-DTC-VALID
                   END-IF
               END-IF
           END-IF
           .
      *
       2220-SET-DAYS-IN-MONTH.
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
                   PERFORM 2230-SET-FEBRUARY-DAYS
           END-EVALUATE
           .
      *
       2230-SET-FEBRUARY-DAYS.
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
       7000-PRODUCE-CONVERT-REPORT.
           MOVE SPACES TO CONVERT-REPORT-RECORD
           STRING 'EXER19 WAIVER EXPIRY CONVERSION REPORT - RUN DATE '
               WS-RUN-DATE
               DELIMITED BY SIZE INTO CONVERT-REPORT-RECORD
           END-STRING
           WRITE CONVERT-REPORT-RECORD
           MOVE 'STATUS RECORDS CONVERTED.: ' TO WS-COUNT-LABEL
           MOVE WS-STATUS-READ TO WS-COUNT-EDIT
           PERFORM 7100-WRITE-COUNT-LINE
           MOVE 'WAIVERS GIVEN EXPIRY DATE: ' TO WS-COUNT-LABEL
           MOVE WS-WAIVERS-DATED TO WS-COUNT-EDIT
           PERFORM 7100-WRITE-COUNT-LINE
           MOVE 'WAIVERS HELD TO FLOOR....: ' TO WS-COUNT-LABEL
           MOVE WS-WAIVERS-AT-FLOOR TO WS-COUNT-EDIT
           PERFORM 7100-WRITE-COUNT-LINE
           MOVE SPACES TO CONVERT-REPORT-RECORD
           STRING 'FLOOR EXPIRY DATE........: ' WS-FLOOR-DATE
               DELIMITED BY SIZE INTO CONVERT-REPORT-RECORD
           END-STRING
           WRITE CONVERT-REPORT-RECORD
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
       9999-END-OF-JOB.
           CLOSE OLD-STATUS-FILE
           CLOSE NEW-STATUS-FILE
           CLOSE CONVERT-REPORT-FILE
           DISPLAY 'WAIVER-EXPIRY-CONVERSION'
           .
