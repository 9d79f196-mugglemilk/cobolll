      ******************************************************
      * DUPSREC.CPY                                        *
      * DUPLICATE-COVERAGE SUSPECT MASTER (GDG) - CARRIED  *
      * FORWARD BY EXER23. ONE RECORD PER PAIR OF IN-FORCE *
      * POLICIES WHOSE INSURED NAMES NORMALIZE THE SAME,   *
      * WITH THE SAME STATE AND POLICY TYPE AND            *
      * OVERLAPPING TERMS. THE PAIR IS KEYED LOW POLICY    *
      * NUMBER FIRST. UNDERWRITING DISPOSES OF A PAIR      *
      * WITH A CARD ON THE EXER23 DISPOSITION DECK:        *
      *   DU-STATUS-CODE 'O' - OPEN, AWAITING REVIEW       *
      *   DU-STATUS-CODE 'C' - CLEARED (NOT A DUPLICATE) - *
      *       KEPT SO THE PAIR IS NEVER REPORTED AGAIN     *
      *   DU-STATUS-CODE 'F' - CONFIRMED DUPLICATE - STAYS *
      *       ON THE REPORT UNTIL ONE POLICY LEAVES FORCE  *
      * A PAIR THAT NO LONGER MATCHES (A POLICY DROPPED,   *
      * WENT OUT OF FORCE OR WAS RENAMED) IS NOT CARRIED   *
      * TO THE NEXT GENERATION.                            *
      ******************************************************
       01  DUPLICATE-SUSPECT-RECORD.
           05  DU-POLICY-NUMBER-1        PIC X(10).
           05  DU-POLICY-NUMBER-2        PIC X(10).
           05  DU-INSURED-NAME           PIC X(30).
           05  DU-STATE-CODE             PIC X(02).
           05  DU-POLICY-TYPE            PIC X(02).
           05  DU-EFFECTIVE-DATE-1       PIC X(08).
           05  DU-EFFECTIVE-DATE-2       PIC X(08).
           05  DU-PREMIUM-1              PIC 9(7)V99.
           05  DU-PREMIUM-2              PIC 9(7)V99.
           05  DU-STATUS-CODE            PIC X(01).
           05  DU-DATE-FOUND             PIC X(08).
           05  DU-DATE-DISPOSED          PIC X(08).
           05  DU-DISPOSED-BY            PIC X(08).
           05  FILLER                    PIC X(07).
