      *   SPACE = NO BAND CHECK RAN (FIELD EDITS FAILED,   *
      *       A WAIVER OVERRIDE APPLIED, OR THE RECORD     *
      *       PREDATES THE FIELD)                          *
      * AU-RATE-VERSION IS THE RATE TABLE VERSION (SEE     *
      * RATEVER) EXER00 VALIDATED AGAINST THAT NIGHT;      *
      * SPACES ON RECORDS THAT PREDATE THE FIELD.          *
      ******************************************************
       01  AUDIT-RECORD.
           05  AU-POLICY-NUMBER          PIC X(10).
           05  AU-RUN-DATE               PIC X(08).
           05  AU-TIMESTAMP              PIC X(26).
           05  AU-BAND-SOURCE            PIC X(01).
           05  AU-RATE-VERSION           PIC X(03).
