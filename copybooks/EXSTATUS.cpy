      *       NOT COUNTED AS OPEN WORK)                    *
      * XS-ACTION-CODE HOLDS THE LAST CORRECTION ACTION    *
      * (C/W, SPACE IF NEVER WORKED). A REVALIDATED WAIVER *
      * KEEPS FEEDING THE RECYCLE FILE UNTIL IT EXPIRES -  *
      * THE MASTER PREMIUM OF A WAIVED POLICY NEVER        *
      * CHANGES, SO THE OVERRIDE MUST LAST AS LONG AS THE  *
      * WAIVER DOES. A REVALIDATED ITEM THAT               *
      * REJECTS AGAIN ON A LATER RUN IS RE-OPENED.         *
      * XS-WAIVER-EXPIRY-DATE (YYYYMMDD) IS KEYED ON EVERY *
      * W CARD AND IS THE LAST DAY THE WAIVER OVERRIDES    *
      * THE RATE BAND. ON THE RUN THAT REACHES IT, EXER02  *
      * STOPS RECYCLING THE WAIVER AND RE-OPENS THE ITEM   *
      * (STATUS O, ACTION SPACE); THE EXPIRY DATE STAYS ON *
      * THE RE-OPENED ITEM SO AN AUDIT PASS ON A LATER RUN *
      * CAN MARK IT REVALIDATED. SPACES WHEN NO WAIVER.    *
      * EVERY GENERATION IS BRACKETED BY CONTROL RECORDS,  *
      * WHICH SORT OUTSIDE THE DETAIL ITEMS:               *
      *   HEADER  - XH-CONTROL-KEY LOW-VALUES, FIRST       *
      *       RECORD: RUN DATE AND CREATING PROGRAM, AND   *
      *       THE RUN DATE OF THE GENERATION IT WAS BUILT  *
      *       FROM                                         *
      *   TRAILER - XT-CONTROL-KEY HIGH-VALUES, ONE PER    *
      *       STATUS CODE IN O/C/W/R/X ORDER, WRITTEN EVEN *
      *       WHEN ZERO: ITEM COUNT AND PREMIUM HASH       *
      *       (ORIGINAL PLUS CORRECTED PREMIUM)            *
      *   PROOF   - XP-CONTROL-KEY HIGH-VALUES, STATUS     *
      *       '*', LAST RECORD: THE ROLL FROM THE PRIOR    *
      *       GENERATION, OLD + POSTED - CLOSED - WRITTEN  *
      *       OFF = NEW, COUNTED ON OPEN WORK (O/C/W/R).   *
      *       CLOSED IS ITEMS SET TO X; X ITEMS STAY ON    *
      *       FILE UNDER THEIR OWN TRAILER. NOTHING IS     *
      *       WRITTEN OFF THE STATUS MASTER, SO THAT       *
      *       FIGURE IS CARRIED AS ZERO.                   *
      * A READER REJECTS A GENERATION WHOSE DETAILS DO NOT *
      * FOOT TO THE TRAILERS, WHOSE PROOF DOES NOT FOOT TO *
      * THE O/C/W/R TRAILERS, OR WHOSE HEADER IS DATED     *
      * AFTER THE RUN DATE. THE HEADER, TRAILER AND PROOF  *
      * VIEWS REDEFINE THE DETAIL LAYOUT UNDER THE FD.     *
      ******************************************************
       01  EXCEPTION-STATUS-RECORD.
           05  XS-POLICY-NUMBER          PIC X(10).
           05  XS-DATE-OPENED            PIC X(08).
           05  XS-DATE-UPDATED           PIC X(08).
           05  XS-ACTION-CODE            PIC X(01).
           05  XS-WAIVER-EXPIRY-DATE     PIC X(08).
           05  FILLER                    PIC X(02).
       01  EXCEPTION-STATUS-HEADER.
           05  XH-CONTROL-KEY            PIC X(10).
           05  XH-RUN-DATE               PIC X(08).
           05  XH-CREATE-PROGRAM         PIC X(08).
           05  XH-PRIOR-RUN-DATE         PIC X(08).
           05  FILLER                    PIC X(26).
       01  EXCEPTION-STATUS-TRAILER.
           05  XT-CONTROL-KEY            PIC X(10).
           05  FILLER                    PIC X(04).
           05  XT-STATUS-CODE            PIC X(01).
           05  XT-ITEM-COUNT             PIC 9(07).
           05  XT-PREMIUM-HASH           PIC 9(11)V99.
           05  FILLER                    PIC X(25).
       01  EXCEPTION-STATUS-PROOF.
           05  XP-CONTROL-KEY            PIC X(10).
           05  FILLER                    PIC X(04).
           05  XP-STATUS-CODE            PIC X(01).
           05  XP-OLD-COUNT              PIC 9(07).
           05  XP-POSTED-COUNT           PIC 9(07).
           05  XP-CLOSED-COUNT           PIC 9(07).
           05  XP-WRITTEN-OFF-COUNT      PIC 9(07).
           05  FILLER                    PIC X(17).
