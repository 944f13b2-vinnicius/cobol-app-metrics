      *----------------------------------------------------------------*
      * CPYMHBC                                                        *
      * Metrics pipeline heartbeat constants.                          *
      * The MHBT canary transaction (METRHBT) emits metric 690         *
      * through METRAPI on a short timer in every region that takes    *
      * metrics, marked METRIC_MODE=HEARTBEAT (24) and carrying its    *
      * own sequence number (70) and emit date and time (71).  The     *
      * heartbeat proves the whole delivery pipeline was working at    *
      * that moment - the METEXTR extract write on one side and the    *
      * METCOLECT ship on the other - so a stretch with no heartbeat   *
      * is a stretch where the metrics were blind, and a stretch with  *
      * heartbeats but no business metrics genuinely had no traffic.   *
      *                                                                *
      * Every program that emits, records or checks the heartbeat      *
      * takes its rules from here, so the canary, METRAPI, the         *
      * METRALRT live gap check and the METHBG01 nightly gap job can   *
      * never disagree about what a gap is:                            *
      *                                                                *
      *   WS-HBC-INTERVAL-MINUTES - the canary's timer interval; a     *
      *     change to the MHBT timer is a change here                  *
      *   WS-HBC-GRACE-MINUTES - allowance for timer drift before a    *
      *     late heartbeat counts as a missed one                      *
      *   WS-HBC-GAP-LIMIT-MINUTES - a gap longer than this inside     *
      *     the business day raises an event through the METRRTVS      *
      *     routing row of the canary's transaction type               *
      *   WS-HBC-DAY-START-HOUR / -END-HOUR - the business day the     *
      *     gap limit applies to (start inclusive, end exclusive)      *
      *                                                                *
      * WS-HBC-TXN-TYPE is the canary's own transaction type; it must  *
      * be on the METTYPVS registry (METRAPI refuses an unknown type)  *
      * and its METRRTVS row, if any, routes the gap events.           *
      *----------------------------------------------------------------*
       01 WS-HEARTBEAT-CONSTANTS.
          05 WS-HBC-METRIC-ID           PIC 9(3)  VALUE 690.
          05 WS-HBC-TXN-TYPE            PIC 9(2)  VALUE 90.
          05 WS-HBC-METRIC-MODE         PIC X(16) VALUE 'HEARTBEAT'.
          05 WS-HBC-INTERVAL-MINUTES    PIC 9(3)  VALUE 005.
          05 WS-HBC-GRACE-MINUTES       PIC 9(3)  VALUE 002.
          05 WS-HBC-GAP-LIMIT-MINUTES   PIC 9(3)  VALUE 020.
          05 WS-HBC-DAY-START-HOUR      PIC 9(2)  VALUE 07.
          05 WS-HBC-DAY-END-HOUR        PIC 9(2)  VALUE 19.
