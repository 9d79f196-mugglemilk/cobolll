      ******************************************************
      * DESKREC.CPY                                        *
      * UNDERWRITING DESK ASSIGNMENT TABLE RECORD -        *
      * MAINTAINED BY UNDERWRITING MANAGEMENT AND READ BY  *
      * EXER18 TO ROUTE WORKABLE EXCEPTION STATUS ITEMS TO *
      * A DESK. THREE ROW KINDS SHARE THE 40-BYTE RECORD:  *
      *   DK-ROW-KIND 'A' - ASSIGNMENT: STATE CODE, POLICY *
      *       TYPE AND REASON CODE TO DESK. '**' (STATE OR *
      *       TYPE) AND '****' (REASON) MATCH ANYTHING;    *
      *       THE MOST SPECIFIC MATCHING ROW WINS (STATE   *
      *       OUTRANKS TYPE OUTRANKS REASON).              *
      *   DK-ROW-KIND 'D' - DESK: DESK NAME AND THE OPEN   *
      *       ITEM LIMIT (ZERO = NO LIMIT)                 *
      *   DK-ROW-KIND 'S' - SLA: DAYS AN ITEM OF THE       *
      *       REASON CODE MAY SIT BEFORE IT ESCALATES      *
      * THE DESK AND SLA VIEWS REDEFINE THE ASSIGNMENT     *
      * LAYOUT UNDER THE FD.                               *
      ******************************************************
       01  DESK-TABLE-RECORD.
           05  DK-ROW-KIND               PIC X(01).
           05  DK-STATE-CODE             PIC X(02).
           05  DK-POLICY-TYPE            PIC X(02).
           05  DK-REASON-CODE            PIC X(04).
           05  DK-DESK-ID                PIC X(04).
           05  FILLER                    PIC X(27).
       01  DESK-DEFINITION-RECORD.
           05  DD-ROW-KIND               PIC X(01).
           05  DD-DESK-ID                PIC X(04).
           05  DD-DESK-NAME              PIC X(20).
           05  DD-ITEM-LIMIT             PIC 9(05).
           05  FILLER                    PIC X(10).
       01  DESK-SLA-RECORD.
           05  DS-ROW-KIND               PIC X(01).
           05  DS-REASON-CODE            PIC X(04).
           05  DS-SLA-DAYS               PIC 9(03).
           05  FILLER                    PIC X(32).
