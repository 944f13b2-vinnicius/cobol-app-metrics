      *----------------------------------------------------------------*
      * CPYMGLS                                                        *
      * GL reconciliation summary record.                              *
      * One record per METGLR01 run on the METGLRS summary dataset:    *
      * the metrics-versus-ledger control totals plus the type with    *
      * the largest amount difference, in fixed fields a program can   *
      * read - written for the METDIG01 morning digest the same way    *
      * CPYMRCS carries the METRCN01 reconciliation, so the digest     *
      * never scrapes the print report.  The business date is the one  *
      * the run reconciled; zero means the run saw neither a history   *
      * generation nor a date on SYSIN.  The worst-type fields are     *
      * zero when every type was inside tolerance.                     *
      *----------------------------------------------------------------*
          05 MET-GLS-DATE                PIC 9(8).
          05 MET-GLS-TYPES-CHECKED       PIC 9(4).
          05 MET-GLS-TYPES-IN-TOLERANCE  PIC 9(4).
          05 MET-GLS-TYPES-OUT-TOLERANCE PIC 9(4).
          05 MET-GLS-METRIC-COUNT        PIC 9(11).
          05 MET-GLS-GL-COUNT            PIC 9(11).
          05 MET-GLS-METRIC-AMOUNT       PIC 9(13).
          05 MET-GLS-GL-AMOUNT           PIC 9(13)V99.
          05 MET-GLS-WORST-TXN-TYPE      PIC 9(2).
          05 MET-GLS-WORST-AMOUNT-DIFF   PIC S9(13)V99 SIGN IS LEADING
                                         SEPARATE CHARACTER.
          05 MET-GLS-WORST-COUNT-DIFF    PIC S9(10) SIGN IS LEADING
                                         SEPARATE CHARACTER.
