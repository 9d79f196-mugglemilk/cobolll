      * SP-SOURCE-SIDE VALUES:                             *
      *   A = AUDITED PREMIUM WITH NO G/L POSTING          *
      *   G = G/L POSTING WITH NO AUDITED PREMIUM          *
      * EVERY GENERATION IS BRACKETED BY CONTROL RECORDS,  *
      * WHICH SORT OUTSIDE THE DETAIL ITEMS:               *
      *   HEADER  - SH-CONTROL-KEY LOW-VALUES, FIRST       *
      *       RECORD: RUN DATE AND CREATING PROGRAM, AND   *
      *       THE RUN DATE OF THE GENERATION IT WAS BUILT  *
      *       FROM                                         *
      *   TRAILER - ST-CONTROL-KEY HIGH-VALUES, ONE PER    *
      *       SOURCE SIDE IN A/G ORDER, WRITTEN EVEN WHEN  *
      *       ZERO: ITEM COUNT AND PREMIUM HASH            *
      *   PROOF   - SB-CONTROL-KEY HIGH-VALUES, SIDE '*',  *
      *       LAST RECORD: THE ROLL FROM THE PRIOR         *
      *       GENERATION, OLD + POSTED - CLOSED - WRITTEN  *
      *       OFF = NEW. POSTED IS NEW UNMATCHED ITEMS,    *
      *       CLOSED IS ITEMS CLEARED BY A MATCH OR PURGED *
      *       FOR A DROPPED POLICY, WRITTEN OFF IS ITEMS   *
      *       RETIRED ON AN APPROVED WRITE-OFF.            *
      * A READER REJECTS A GENERATION WHOSE DETAILS DO NOT *
      * FOOT TO THE TRAILERS, WHOSE PROOF DOES NOT FOOT TO *
      * THE TRAILERS, OR WHOSE HEADER IS DATED AFTER THE   *
      * RUN DATE. THE HEADER, TRAILER AND PROOF VIEWS      *
      * REDEFINE THE DETAIL LAYOUT UNDER THE FD.           *
      ******************************************************
       01  SUSPENSE-RECORD.
           05  SP-POLICY-NUMBER          PIC X(10).
           05  SP-DATE-ENTERED           PIC X(08).
           05  SP-AGE-DAYS               PIC 9(03).
           05  FILLER                    PIC X(09).
       01  SUSPENSE-HEADER.
           05  SH-CONTROL-KEY            PIC X(10).
           05  SH-RUN-DATE               PIC X(08).
           05  SH-CREATE-PROGRAM         PIC X(08).
           05  SH-PRIOR-RUN-DATE         PIC X(08).
           05  FILLER                    PIC X(06).
       01  SUSPENSE-TRAILER.
           05  ST-CONTROL-KEY            PIC X(10).
           05  ST-SOURCE-SIDE            PIC X(01).
           05  ST-ITEM-COUNT             PIC 9(07).
           05  ST-PREMIUM-HASH           PIC 9(11)V99.
           05  FILLER                    PIC X(09).
       01  SUSPENSE-PROOF.
           05  SB-CONTROL-KEY            PIC X(10).
           05  SB-SOURCE-SIDE            PIC X(01).
           05  SB-OLD-COUNT              PIC 9(07).
           05  SB-POSTED-COUNT           PIC 9(07).
           05  SB-CLOSED-COUNT           PIC 9(07).
           05  SB-WRITTEN-OFF-COUNT      PIC 9(07).
           05  FILLER                    PIC X(01).
