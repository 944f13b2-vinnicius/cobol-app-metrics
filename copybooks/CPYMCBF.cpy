      *----------------------------------------------------------------*
      * CPYMCBF                                                        *
      * Region-local counter buffer row.                               *
      * One row per counter cell on METCBFVS, a user-maintained data   *
      * table that lives in the region's own storage (not recoverable, *
      * no VSAM source), keyed exactly like METCTRVS.  METRICEX and    *
      * METRAPI add their increments here instead of holding a         *
      * METCTRVS record for update on every call, and the MFLS flush   *
      * transaction (METRFLSH) moves what has built up onto METCTRVS   *
      * on a short timer.                                              *
      *                                                                *
      * MET-CBF-BASE-VALUE is the cell's METCTRVS value as of the last *
      * flush (or the first touch since the region started) and        *
      * MET-CBF-PENDING the increments added since, so BASE plus       *
      * PENDING is the region's exact cumulative value for the cell -  *
      * the figure the instrumentation ships - without a METCTRVS      *
      * read.  The flush rebases MET-CBF-BASE-VALUE from the file      *
      * every pass, which is also how a day-end reset by METRARCH      *
      * reaches the buffer.                                            *
      *----------------------------------------------------------------*
          05 MET-CBF-KEY.
             10 MET-CBF-CELL-KEY.
                15 MET-CBF-METRIC-ID     PIC 9(3).
                15 MET-CBF-TXN-TYPE      PIC 9(2).
                15 MET-CBF-BUCKET        PIC 9(2).
                15 MET-CBF-HOUR          PIC 9(2).
             10 MET-CBF-REGION           PIC X(8).
          05 MET-CBF-BASE-VALUE          PIC 9(9) COMP.
          05 MET-CBF-PENDING             PIC 9(9) COMP.
