      * carried in front of the key, so the hour-of-day cells the MSNP *
      * screen and the exports show are always today's while this file *
      * keeps the permanent day-by-day record for trend work.          *
      * MET-HST-REGION is the cell's CICS region (APPLID) - one record *
      * per region per cell; a reader wanting the consolidated figure  *
      * adds the regions together on MET-HST-CELL-KEY.                 *
      *----------------------------------------------------------------*
          05 MET-HST-DATE                PIC 9(8).
          05 MET-HST-KEY.
             10 MET-HST-CELL-KEY.
                15 MET-HST-METRIC-ID     PIC 9(3).
                15 MET-HST-TXN-TYPE      PIC 9(2).
                15 MET-HST-BUCKET        PIC 9(2).
                15 MET-HST-HOUR          PIC 9(2).
             10 MET-HST-REGION           PIC X(8).
          05 MET-HST-VALUE               PIC 9(9) COMP.
