      *----------------------------------------------------------------*
      * CPYMFLC                                                        *
      * Counter flush control record.                                  *
      * One row per CICS region on METFLCVS, a VSAM KSDS keyed by the  *
      * region's APPLID, rewritten by the MFLS flush transaction       *
      * (METRFLSH) at the end of every pass.  MET-FLC-MARK-DATE/-TIME  *
      * is the flush watermark: the moment the pass started, so every  *
      * increment the region took before it is on METCTRVS - a pass    *
      * with any failed cell leaves it where it was, and a region's    *
      * row is only written once a pass has flushed cleanly.  METRARCH *
      * waits for every active region's watermark to pass its own      *
      * start before capturing the day, METRALRT only treats an hour   *
      * as finished once every active region's watermark is past the   *
      * end of it, and the MSNP screen shows the flush lag - seconds   *
      * since the watermark - so whoever is watching can see how       *
      * stale the file is.                                             *
      *                                                                *
      * A region that shuts down cleanly flushes one last time from    *
      * the shutdown program list and is marked stopped, so the        *
      * readers stop waiting on it.  A region whose watermark is more  *
      * than an hour old is treated the same way - it has gone         *
      * without shutting down, and whatever it had buffered went with  *
      * it.                                                            *
      *----------------------------------------------------------------*
          05 MET-FLC-REGION              PIC X(8).
          05 MET-FLC-STATUS              PIC X(1).
             88 MET-FLC-ACTIVE           VALUE 'A'.
             88 MET-FLC-STOPPED          VALUE 'S'.
          05 MET-FLC-MARK-DATE           PIC 9(8).
          05 MET-FLC-MARK-TIME           PIC 9(6).
          05 MET-FLC-MARK-ABSTIME        PIC S9(15) COMP-3.
          05 MET-FLC-LAST-INTERVAL       PIC 9(7) COMP.
          05 MET-FLC-CELLS-FLUSHED       PIC 9(9) COMP.
          05 MET-FLC-CELLS-FAILED        PIC 9(9) COMP.
