      *----------------------------------------------------------------*
      * CPYMHBG                                                        *
      * Heartbeat coverage record.                                     *
      * Written by the METHBG01 nightly gap job to the METHBGS         *
      * coverage generation - one generation per business date - in    *
      * this order:                                                    *
      *                                                                *
      *   'S' - one run summary, first, for the METDIG01 morning       *
      *         digest (region blank)                                  *
      *   'G' - one row per heartbeat gap, by region then start time   *
      *   'H' - one row per region per hour of the day, saying         *
      *         whether the hour had traffic, had none, or could not   *
      *         be seen - kept so "was it quiet or were we blind?"     *
      *         can still be answered for any hour long after the      *
      *         print report has gone                                  *
      *                                                                *
      * Times are HHMM; a gap's end is the minute the next heartbeat   *
      * arrived (2400 when none did before midnight), so the gap       *
      * covers its start up to, not including, its end.  Beats due is  *
      * the gap's length over the heartbeat interval - how many        *
      * heartbeats should have been seen in it.                        *
      *                                                                *
      * Gap paths: 'E' - the METEXTR extract only, 'C' - METCOLECT     *
      * only, 'B' - both.  Gap cause:                                  *
      *   'P' - the other path still had heartbeats: one path lost     *
      *   'L' - the sequence numbers jumped across the gap: the        *
      *         canary sent heartbeats that neither path recorded      *
      *   'D' - the sequence numbers ran on unbroken: nothing was      *
      *         sent - the canary or its region was down               *
      *   'U' - no heartbeat on one side of the gap to tell by         *
      *                                                                *
      * Hour verdicts, judged on the extract path (the record every    *
      * report is built from): 'T' traffic, 'N' no traffic - fully     *
      * covered and quiet, 'P' partly blind, 'B' blind all hour.       *
      *----------------------------------------------------------------*
          05 MET-HBG-RECORD-TYPE         PIC X(1).
             88 MET-HBG-SUMMARY-ROW      VALUE 'S'.
             88 MET-HBG-GAP-ROW          VALUE 'G'.
             88 MET-HBG-HOUR-ROW         VALUE 'H'.
          05 MET-HBG-DATE                PIC 9(8).
          05 MET-HBG-REGION              PIC X(8).
          05 MET-HBG-DETAIL              PIC X(60).
          05 MET-HBG-SUMMARY REDEFINES MET-HBG-DETAIL.
             10 MET-HBG-REGIONS-CHECKED  PIC 9(4).
             10 MET-HBG-BEATS-EXPECTED   PIC 9(7).
             10 MET-HBG-BEATS-EXTRACT    PIC 9(7).
             10 MET-HBG-BEATS-COLLECTOR  PIC 9(7).
             10 MET-HBG-GAP-COUNT        PIC 9(5).
             10 MET-HBG-GAPS-OVER-LIMIT  PIC 9(5).
             10 MET-HBG-BLIND-HOURS      PIC 9(5).
             10 MET-HBG-LONGEST-GAP      PIC 9(4).
             10 MET-HBG-GAP-LIMIT        PIC 9(4).
             10 FILLER                   PIC X(12).
          05 MET-HBG-GAP REDEFINES MET-HBG-DETAIL.
             10 MET-HBG-GAP-START        PIC 9(4).
             10 MET-HBG-GAP-END          PIC 9(4).
             10 MET-HBG-GAP-MINUTES      PIC 9(4).
             10 MET-HBG-GAP-PATHS        PIC X(1).
                88 MET-HBG-EXTRACT-PATH  VALUE 'E'.
                88 MET-HBG-COLLECT-PATH  VALUE 'C'.
                88 MET-HBG-BOTH-PATHS    VALUE 'B'.
             10 MET-HBG-GAP-CAUSE        PIC X(1).
                88 MET-HBG-ONE-PATH-LOST VALUE 'P'.
                88 MET-HBG-BEATS-LOST    VALUE 'L'.
                88 MET-HBG-CANARY-DOWN   VALUE 'D'.
                88 MET-HBG-CAUSE-UNKNOWN VALUE 'U'.
             10 MET-HBG-GAP-BEATS-DUE    PIC 9(5).
             10 MET-HBG-GAP-ALERT        PIC X(1).
                88 MET-HBG-OVER-LIMIT    VALUE 'Y'.
             10 FILLER                   PIC X(40).
          05 MET-HBG-HOUR REDEFINES MET-HBG-DETAIL.
             10 MET-HBG-HOUR-OF-DAY      PIC 9(2).
             10 MET-HBG-HOUR-BEATS-EXT   PIC 9(3).
             10 MET-HBG-HOUR-BEATS-COL   PIC 9(3).
             10 MET-HBG-HOUR-BLIND-EXT   PIC 9(2).
             10 MET-HBG-HOUR-BLIND-COL   PIC 9(2).
             10 MET-HBG-HOUR-TRAFFIC     PIC 9(9).
             10 MET-HBG-HOUR-VERDICT     PIC X(1).
                88 MET-HBG-HAD-TRAFFIC   VALUE 'T'.
                88 MET-HBG-NO-TRAFFIC    VALUE 'N'.
                88 MET-HBG-PARTLY-BLIND  VALUE 'P'.
                88 MET-HBG-BLIND         VALUE 'B'.
             10 FILLER                   PIC X(38).
