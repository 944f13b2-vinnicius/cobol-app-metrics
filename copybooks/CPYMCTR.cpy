      * duration sum and 07 for the duration count, so one generic     *
      * file backs every counter/histogram cell for every metric ID,   *
      * transaction type and hour of day.                              *
      *                                                                *
      * MET-CTR-REGION is the APPLID of the CICS region (AOR) that     *
      * posted to the cell, carried last in the key so each region     *
      * keeps its own cells while MET-CTR-CELL-KEY still names the     *
      * same cell across every region: a generic browse on             *
      * MET-CTR-CELL-KEY sums the regions into the consolidated value. *
      *----------------------------------------------------------------*
          05 MET-CTR-KEY.
             10 MET-CTR-CELL-KEY.
                15 MET-CTR-METRIC-ID     PIC 9(3).
                15 MET-CTR-TXN-TYPE      PIC 9(2).
                15 MET-CTR-BUCKET        PIC 9(2).
                15 MET-CTR-HOUR          PIC 9(2).
             10 MET-CTR-REGION           PIC X(8).
          05 MET-CTR-VALUE               PIC 9(9) COMP.
