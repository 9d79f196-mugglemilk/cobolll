               ORGANIZATION IS SEQUENTIAL.
           SELECT RATE-FILE ASSIGN TO RATEIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT RATE-REGISTRY-FILE ASSIGN TO RATEREG
               ORGANIZATION IS SEQUENTIAL.
           SELECT REFERENCE-FILE ASSIGN TO REFIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT RECYCLE-FILE ASSIGN TO RECYCLIN
       FD  RATE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY RATEREC.
      *
       FD  RATE-REGISTRY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY RATEVER.
      *
       FD  REFERENCE-FILE
           LABEL RECORDS ARE STANDARD.
       01  WS-SWITCHES.
           05 WS-EOF-POLICY-FILE        PIC X(01) VALUE 'N'.
           05 WS-EOF-RATE-FILE          PIC X(01) VALUE 'N'.
           05 WS-EOF-REGISTRY-FILE      PIC X(01) VALUE 'N'.
           05 WS-EOF-REFERENCE-FILE     PIC X(01) VALUE 'N'.
           05 WS-EOF-RECYCLE-FILE       PIC X(01) VALUE 'N'.
           05 WS-ABORT-RUN              PIC X(01) VALUE 'N'.
       01  WS-RUN-PARMS.
           05 WS-RUN-DATE               PIC X(08) VALUE SPACES.
           05 WS-RUN-ID                 PIC X(08) VALUE SPACES.
      *
       01  WS-RATE-VERSION-CONTROL.
           05 WS-RATE-VERSION           PIC 9(03) VALUE ZERO.
           05 WS-RATE-VERSION-ROWS      PIC 9(04) VALUE ZERO.
      *
      ******************************************************
      *  SPLIT-BY-STATE PARTITION RANGE. BLANK = FULL-BOOK  *
               END-READ
           END-PERFORM
           CLOSE RATE-FILE
           PERFORM 2010-READ-RATE-VERSION
           .
      *
      ******************************************************
      *  2010 - THE LAST REGISTRY RECORD IS THE VERSION ON  *
      *  RATEIN (AN EMPTY REGISTRY = VERSION 000). IT GOES  *
      *  ON EVERY AUDIT RECORD. A ROW COUNT THAT DISAGREES  *
      *  WITH THE REGISTRY MEANS THE TABLE WAS CHANGED      *
      *  OUTSIDE EXER03 AND IS FLAGGED FOR FOLLOW-UP.       *
      ******************************************************
       2010-READ-RATE-VERSION.
           MOVE ZERO TO WS-RATE-VERSION
           MOVE ZERO TO WS-RATE-VERSION-ROWS
           MOVE 'N' TO WS-EOF-REGISTRY-FILE
           OPEN INPUT RATE-REGISTRY-FILE
           PERFORM UNTIL WS-EOF-REGISTRY-FILE = 'Y'
               READ RATE-REGISTRY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-REGISTRY-FILE
                   NOT AT END
                       MOVE RV-RATE-VERSION TO WS-RATE-VERSION
                       MOVE RV-ROW-COUNT TO WS-RATE-VERSION-ROWS
               END-READ
           END-PERFORM
           CLOSE RATE-REGISTRY-FILE
           IF WS-RATE-VERSION > ZERO
               AND WS-RATE-VERSION-ROWS NOT = PRT-ENTRY-COUNT
               DISPLAY 'EXER00 WARNING - RATE FILE HAS '
                   PRT-ENTRY-COUNT ' ROWS, REGISTRY VERSION '
                   WS-RATE-VERSION ' HAS ' WS-RATE-VERSION-ROWS
           END-IF
           .
      *
      ******************************************************
               DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
           END-STRING
           WRITE CONTROL-REPORT-RECORD
           MOVE SPACES TO CONTROL-REPORT-RECORD
           STRING 'RATE TABLE VERSION..: ' WS-RATE-VERSION
               DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
           END-STRING
           WRITE CONTROL-REPORT-RECORD
           IF WS-PARTITION-MODE = 'Y'
               MOVE WS-RECORDS-SKIPPED TO WS-RECORDS-READ-EDIT
               MOVE SPACES TO CONTROL-REPORT-RECORD
           MOVE PM-POLICY-TYPE TO AU-POLICY-TYPE
           MOVE WS-RUN-DATE TO AU-RUN-DATE
           MOVE WS-BAND-SOURCE TO AU-BAND-SOURCE
           MOVE WS-RATE-VERSION TO AU-RATE-VERSION
           MOVE FUNCTION CURRENT-DATE TO AU-TIMESTAMP
           WRITE AUDIT-RECORD
           .
