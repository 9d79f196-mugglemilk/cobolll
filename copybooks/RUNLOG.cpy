      *            3 SUSPENSE PURGED                       *
      *   EXER08 - 1 READ, 2 PASSED, 3 REJECTED,           *
      *            AMOUNT CONSOLIDATED PREMIUM             *
      *   EXER18 - 1 ITEMS ROUTED TO DESKS, 2 ITEMS PAST   *
      *            SLA, 3 DESKS OVER ITEM LIMIT            *
      *   EXER21 - 1 FEED DETAILS READ, 2 HISTORY RECORDS  *
      *            WRITTEN, 3 MID-TERM PREMIUM CHANGES,    *
      *            AMOUNT FEED APPROVED PREMIUM            *
      *   EXER23 - 1 POLICIES IN FORCE CHECKED, 2 NEW      *
      *            DUPLICATE SUSPECTS, 3 OPEN AND          *
      *            CONFIRMED SUSPECTS REPORTED             *
      *   EXER24 - 1 FEED DETAILS SENT, 2 ACCEPTED BY      *
      *            BILLING, 3 REJECTED BY BILLING (POSTED  *
      *            AS R009), AMOUNT PREMIUM SENT           *
      *   EXER28 - 1 G-SIDE ITEMS CLASSIFIED, 2 LEAKAGE    *
      *            ITEMS, 3 TIMING ITEMS, AMOUNT LEAKAGE   *
      *            PREMIUM                                 *
      * RL-RETURN-CODE IS THE JOB'S FINAL RETURN CODE.     *
      * PROGRAMS WITHOUT A RUN ID ON SYSIN CARRY SPACES.   *
      * RL-RECORD-KIND IS SPACE ON A RUN-STATUS RECORD.    *
      * A PROGRAM THAT ROLLS THE EXCEPTION STATUS MASTER   *
      * OR THE G/L SUSPENSE FILE TO A NEW GENERATION       *
      * (EXER02, EXER04, EXER15, AND THE EXER27            *
      * CONVERSION) ALSO APPENDS ONE BALANCE-PROOF RECORD  *
      * PER MASTER, KIND 'B', RIGHT AFTER ITS RUN-STATUS   *
      * RECORD: OLD + POSTED - CLOSED - WRITTEN OFF = NEW, *
      * AND WHETHER IT BALANCED. RB-MASTER-ID IS           *
      * 'EXSTATUS' OR 'SUSPENSE'. EXER13 CHAINS THE PROOFS *
      * NIGHT TO NIGHT.                                    *
      ******************************************************
       01  RUN-LOG-RECORD.
           05  RL-PROGRAM-ID             PIC X(08).
           05  RL-KEY-COUNT-2            PIC 9(09).
           05  RL-KEY-COUNT-3            PIC 9(09).
           05  RL-AMOUNT                 PIC 9(11)V99.
           05  RL-RECORD-KIND            PIC X(01).
           05  FILLER                    PIC X(09).
       01  RUN-LOG-PROOF-RECORD.
           05  RB-PROGRAM-ID             PIC X(08).
           05  RB-RUN-DATE               PIC X(08).
           05  RB-MASTER-ID              PIC X(08).
           05  RB-OLD-COUNT              PIC 9(09).
           05  RB-POSTED-COUNT           PIC 9(09).
           05  RB-CLOSED-COUNT           PIC 9(09).
           05  RB-WRITTEN-OFF-COUNT      PIC 9(09).
           05  RB-NEW-COUNT              PIC 9(09).
           05  RB-BALANCED               PIC X(01).
           05  RB-RECORD-KIND            PIC X(01).
           05  FILLER                    PIC X(09).
