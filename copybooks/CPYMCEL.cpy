      *----------------------------------------------------------------*
      * CPYMCEL                                                        *
      * Capacity ceiling control record.                               *
      * One 80-byte card per transaction type on the small capacity    *
      * ceiling control file capacity planning keeps for the METRPT06  *
      * forecast: the most a type can be allowed to reach before it    *
      * needs more capacity, in the same units the forecast projects.  *
      *                                                                *
      *   MET-CEL-PEAK-CEILING - transactions started (601) in the     *
      *     busiest hour of an average day                             *
      *   MET-CEL-TAIL-CEILING - transactions per average day landing  *
      *     in the two slowest duration buckets (610 buckets 04 and    *
      *     05)                                                        *
      *                                                                *
      * Zero means no ceiling is set for that measure: the forecast    *
      * still projects it but cannot say when it runs out.  A type     *
      * with no card at all is treated the same way.  MET-CEL-BASIS    *
      * says where the number came from (for example the region's      *
      * MAXTASKS share or the DB2 thread limit) and is printed with    *
      * the forecast.                                                  *
      *----------------------------------------------------------------*
          05 MET-CEL-TXN-TYPE            PIC 9(2).
          05 FILLER                      PIC X(1).
          05 MET-CEL-PEAK-CEILING        PIC 9(9).
          05 FILLER                      PIC X(1).
          05 MET-CEL-TAIL-CEILING        PIC 9(9).
          05 FILLER                      PIC X(1).
          05 MET-CEL-BASIS               PIC X(40).
          05 FILLER                      PIC X(17).
