      *----------------------------------------------------------------*
      * CPYMHBT                                                        *
      * Metrics pipeline heartbeat control record.                     *
      * One row per CICS region on METHBTVS, a VSAM KSDS keyed by the  *
      * region's APPLID, the same way METFLCVS (CPYMFLC) is.  The MHBT *
      * canary (METRHBT) takes the next sequence number off the row    *
      * and stamps the moment it emitted; METRAPI, as it delivers the  *
      * heartbeat, stamps the moment it reached each side of the       *
      * pipeline:                                                      *
      *                                                                *
      *   MET-HBT-EXTRACT-... - the last heartbeat written to the      *
      *     METEXTR daily extract                                      *
      *   MET-HBT-COLLECT-... - the last heartbeat METCOLECT accepted  *
      *     (a heartbeat held on METRQ for METRRCVR does not count -   *
      *     the collector was not seeing it)                           *
      *                                                                *
      * METRALRT compares both against now on every pass and raises    *
      * a gap event when either has gone quiet for longer than the     *
      * CPYMHBC limit during the business day; MET-HBT-ALERT-DATE/     *
      * -HOUR is the hour it last did so, which keeps a gap that       *
      * persists to one event per region per hour however many         *
      * regions' alert transactions see it.  The METHBG01 nightly gap  *
      * job takes the row as the list of regions expected to beat.     *
      *                                                                *
      * The sequence number runs on across days and wraps back to 1    *
      * after 999999999.  Zero ABSTIME means never.                    *
      *----------------------------------------------------------------*
          05 MET-HBT-REGION              PIC X(8).
          05 MET-HBT-SEQUENCE            PIC 9(9).
          05 MET-HBT-EMIT-DATE           PIC 9(8).
          05 MET-HBT-EMIT-TIME           PIC 9(6).
          05 MET-HBT-EMIT-ABSTIME        PIC S9(15) COMP-3.
          05 MET-HBT-EXTRACT-DATE        PIC 9(8).
          05 MET-HBT-EXTRACT-TIME        PIC 9(6).
          05 MET-HBT-EXTRACT-ABSTIME     PIC S9(15) COMP-3.
          05 MET-HBT-COLLECT-DATE        PIC 9(8).
          05 MET-HBT-COLLECT-TIME        PIC 9(6).
          05 MET-HBT-COLLECT-ABSTIME     PIC S9(15) COMP-3.
          05 MET-HBT-ALERT-DATE          PIC 9(8).
          05 MET-HBT-ALERT-HOUR          PIC 9(2).
