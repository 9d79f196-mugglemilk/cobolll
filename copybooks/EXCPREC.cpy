      * REVALIDATED ITEM FROM REPLAYED HISTORY. RECORDS    *
      * WRITTEN BEFORE THE FIELD EXISTED CARRY SPACES AND  *
      * ARE TREATED AS HISTORY.                            *
      * EXER24 APPENDS BILLING REJECTS (FROM BILLING'S     *
      * ACKNOWLEDGMENT OF THE FEED) UNDER REASON CODE      *
      * R009, DATED WITH THE FEED'S RUN DATE.              *
      ******************************************************
       01  EXCEPTION-RECORD.
           05  EX-POLICY-NUMBER          PIC X(10).
