      *          metric is stamped METRIC_MODE=GAUGE (attribute 24)    *
      *          so the nightly reconciliation bypasses it             *
      *                                                                *
      * METRAPI stamps transaction_type (22), hour_of_day (23) and     *
      * the region's APPLID as cics_region (03) on every metric it     *
      * ships, plus the bucket label (99) on each duration histogram   *
      * record and METRIC_MODE (24) on an emit, inside the same 10     *
      * attribute slots - so the caller may supply at most 7           *
      * attributes on a 'C' request, 6 on a 'D' and 8 on an 'M'; more  *
      * is rejected with 12/BADAT.                                     *
      *                                                                *
      * Return codes:                                                  *
      *    00 - delivered (or queued on METRQ for METRRCVR replay)     *
      *    04 - operation code not recognized          (BADOP)         *
      *    08 - transaction type not in CPYMTYP        (BADTY)         *
      *    12 - metric id not numeric                  (BADID)         *
      *         or attribute list failed checks        (BADAT)         *
      *----------------------------------------------------------------*
          05 MET-API-OPERATION           PIC X(1).
             88 MET-API-OP-COUNTER       VALUE 'C'.
