      *----------------------------------------------------------------*
      * CPYMGLC                                                        *
      * General-ledger daily posting control-total record.             *
      * One record per posting date per transaction type on the core   *
      * banking GL control-total file the ledger run hands over each   *
      * night: how many postings of the type the ledger accepted for   *
      * the date and their total value, in currency units and cents.   *
      * MET-GLC-TXN-TYPE carries the same WS-TXN-TYPE-CODE value       *
      * (CPYMTYP) the banking transactions pass to METRICEX, so the    *
      * GL side ties straight back to the 620/621 business-value       *
      * counter cells - see METGLR01.                                  *
      *----------------------------------------------------------------*
          05 MET-GLC-POST-DATE           PIC 9(8).
          05 MET-GLC-TXN-TYPE            PIC 9(2).
          05 MET-GLC-POSTED-COUNT        PIC 9(9).
          05 MET-GLC-POSTED-AMOUNT       PIC 9(13)V99.
