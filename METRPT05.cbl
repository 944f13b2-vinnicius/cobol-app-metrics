      * from the type's registry defaults - the same resolution       *
      * order METRICEX applies when it buckets the durations, so the  *
      * interpolation uses the boundaries the counts were actually    *
      * binned under.  An optional SYSIN card names one CICS region   *
      * (APPLID) to score on its own; without it every region's cells *
      * are summed into the consolidated scorecard.                   *
      *                                                                *
      * The interpolation is standard linear-within-bucket: the       *
      * percentile's target rank is placed proportionally between     *

       01  WS-REPORT-DATE                 PIC 9(8) VALUE ZERO.

      *----------------------------------------------------------------*
      * CICS region (APPLID) the report is for, off the SYSIN card -   *
      * SPACES reports every region's cells consolidated               *
      *----------------------------------------------------------------*
       01  WS-REPORT-REGION               PIC X(8) VALUE SPACES.

      *----------------------------------------------------------------*
      * Histogram table - the five 610 bucket counts per transaction   *
      * type per hour of day.  The OCCURS 20 on the type dimension is  *
           05  FILLER                      PIC X(14)
               VALUE 'BUSINESS DATE '.
           05  WS-HDG-DATE                 PIC 9(8).
           05  FILLER                      PIC X(9)
               VALUE '  REGION '.
           05  WS-HDG-REGION               PIC X(8).

       01  WS-TYPE-HEADING-LINE.
           05  FILLER                      PIC X(18)
      * generation's 610 cells into the histogram table, then print    *
      * one percentile/SLA scorecard per transaction type              *
      *----------------------------------------------------------------*
           PERFORM RESOLVE-REGION-CARD
           PERFORM LOAD-TXN-TYPE-TABLE
           PERFORM CLEAR-HISTOGRAM-TABLE

               WS-BUCKET-IDX)
           .

       RESOLVE-REGION-CARD.
      *----------------------------------------------------------------*
      * Pick up the optional region card; a missing or blank card      *
      * leaves the report consolidated across every region             *
      *----------------------------------------------------------------*
           MOVE SPACES TO WS-REPORT-REGION
           ACCEPT WS-REPORT-REGION
           IF WS-REPORT-REGION = LOW-VALUES
               MOVE SPACES TO WS-REPORT-REGION
           END-IF
           .

       READ-NEXT-HISTORY-RECORD.
      *----------------------------------------------------------------*
      * Read the next counter cell off the history, flagging end of    *
       ACCUMULATE-ONE-RECORD.
      *----------------------------------------------------------------*
      * Fold one history cell into the histogram table.  Only the      *
      * 610 bucket cells 1-5 (of the chosen region, when one was       *
      * asked for) are this report's business; everything else on      *
      * the generation is counted as outside the report                *
      *----------------------------------------------------------------*
           IF WS-REPORT-DATE = ZERO
               MOVE MET-HST-DATE TO WS-REPORT-DATE
               OR MET-HST-METRIC-ID NOT = 610
               OR MET-HST-BUCKET < 1
               OR MET-HST-BUCKET > 5
               OR (WS-REPORT-REGION NOT = SPACES
                   AND MET-HST-REGION NOT = WS-REPORT-REGION)
               ADD 1 TO WS-RECORDS-SKIPPED
           ELSE
               COMPUTE WS-HOUR-IDX = MET-HST-HOUR + 1
      * type, then the control totals                                  *
      *----------------------------------------------------------------*
           MOVE WS-REPORT-DATE TO WS-HDG-DATE
           IF WS-REPORT-REGION = SPACES
               MOVE 'ALL' TO WS-HDG-REGION
           ELSE
               MOVE WS-REPORT-REGION TO WS-HDG-REGION
           END-IF
           WRITE REPORT-LINE FROM WS-HEADING-LINE-1

      * The > 20 leg guards the histogram table's OCCURS against a
