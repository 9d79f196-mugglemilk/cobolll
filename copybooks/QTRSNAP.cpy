      ******************************************************
      * QTRSNAP.CPY                                        *
      * QUARTER-END IN-FORCE SNAPSHOT (GDG) - WRITTEN BY   *
      * EXER25 FROM THE VALIDATED FEED RETAINED ON THE     *
      * LAST RUN DATE OF THE QUARTER. ONE GENERATION PER   *
      * QUARTER, KEPT SO ANY QUARTER CAN BE REPRINTED      *
      * EXACTLY AND SO THE NEXT QUARTER CAN MEASURE ITS    *
      * CHANGE AGAINST IT. RECORD ORDER ON THE FILE:       *
      *   QS-RECORD-TYPE 'H' - HEADER (QUARTER, RUN DATE,  *
      *       PRIOR QUARTER, AND THE CTLTOTAL FIGURES THE  *
      *       SNAPSHOT WAS PROVED AGAINST)                 *
      *   QS-RECORD-TYPE 'D' - ONE PER VALIDATED POLICY,   *
      *       IN POLICY NUMBER ORDER                       *
      *   QS-RECORD-TYPE 'S' - ONE PER STATE/POLICY TYPE,  *
      *       IN STATE/TYPE ORDER, CARRYING THE REFERENCE  *
      *       DESCRIPTIONS AS OF THE SNAPSHOT AND THE      *
      *       CHANGE FROM THE PRIOR QUARTER - THE REPORT   *
      *       IS PRINTED FROM THESE ROWS, SO A REPRINT     *
      *       NEEDS NOTHING BUT THE GENERATION ITSELF      *
      *   QS-RECORD-TYPE 'T' - TRAILER (DETAIL COUNT,      *
      *       PREMIUM HASH AND SUMMARY ROW COUNT)          *
      * PER ROW: PRIOR + NEW - DROPPED = IN-FORCE COUNT,   *
      * AND PRIOR + NEW - DROPPED + RE-RATE CHANGE =       *
      * IN-FORCE PREMIUM. A POLICY WHOSE STATE OR TYPE     *
      * CHANGED IS COUNTED DROPPED FROM ITS OLD ROW AND    *
      * NEW IN ITS NEW ROW.                                *
      * THE HEADER, SUMMARY AND TRAILER VIEWS REDEFINE THE *
      * DETAIL LAYOUT UNDER THE FD.                        *
      ******************************************************
       01  QUARTER-SNAPSHOT-RECORD.
           05  QS-RECORD-TYPE            PIC X(01).
           05  QS-POLICY-NUMBER          PIC X(10).
           05  QS-STATE-CODE             PIC X(02).
           05  QS-POLICY-TYPE            PIC X(02).
           05  QS-EFFECTIVE-DATE         PIC X(08).
           05  QS-APPROVED-PREMIUM       PIC 9(7)V99.
           05  FILLER                    PIC X(118).
       01  QUARTER-SNAPSHOT-HEADER.
           05  QH-RECORD-TYPE            PIC X(01).
           05  QH-QUARTER                PIC X(06).
           05  QH-RUN-DATE               PIC X(08).
           05  QH-PRIOR-QUARTER          PIC X(06).
           05  QH-PRIOR-RUN-DATE         PIC X(08).
           05  QH-CT-RUN-ID              PIC X(08).
           05  QH-CT-RECORDS-PASSED      PIC 9(07).
           05  QH-CT-TOTAL-PREMIUM       PIC 9(11)V99.
           05  FILLER                    PIC X(93).
       01  QUARTER-SNAPSHOT-SUMMARY.
           05  QM-RECORD-TYPE            PIC X(01).
           05  QM-STATE-CODE             PIC X(02).
           05  QM-POLICY-TYPE            PIC X(02).
           05  QM-STATE-DESCRIPTION      PIC X(20).
           05  QM-TYPE-DESCRIPTION       PIC X(20).
           05  QM-PRIOR-COUNT            PIC 9(07).
           05  QM-PRIOR-PREMIUM          PIC 9(11)V99.
           05  QM-NEW-COUNT              PIC 9(07).
           05  QM-NEW-PREMIUM            PIC 9(11)V99.
           05  QM-DROPPED-COUNT          PIC 9(07).
           05  QM-DROPPED-PREMIUM        PIC 9(11)V99.
           05  QM-RERATED-COUNT          PIC 9(07).
           05  QM-RERATE-CHANGE          PIC S9(11)V99.
           05  QM-INFORCE-COUNT          PIC 9(07).
           05  QM-INFORCE-PREMIUM        PIC 9(11)V99.
           05  FILLER                    PIC X(05).
       01  QUARTER-SNAPSHOT-TRAILER.
           05  QT-RECORD-TYPE            PIC X(01).
           05  QT-DETAIL-COUNT           PIC 9(09).
           05  QT-PREMIUM-HASH           PIC 9(13)V99.
           05  QT-SUMMARY-COUNT          PIC 9(05).
           05  FILLER                    PIC X(120).
