      * and the five duration buckets (610), with the peak hour - the *
      * hour with the most started transactions - flagged.  Region    *
      * sizing and batch-window scheduling come off these numbers     *
      * instead of guesses.  An optional SYSIN card names one CICS    *
      * region (APPLID) to profile on its own; without it every       *
      * region's cells are summed into the consolidated profile.      *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.

       01  WS-REPORT-DATE                 PIC 9(8) VALUE ZERO.

      *----------------------------------------------------------------*
      * CICS region (APPLID) the report is for, off the SYSIN card -   *
      * SPACES reports every region's cells consolidated               *
      *----------------------------------------------------------------*
       01  WS-REPORT-REGION               PIC X(8) VALUE SPACES.

      *----------------------------------------------------------------*
      * Profile table - one row per transaction type per hour of day,  *
      * one column per measure the report prints.  The OCCURS 20 is    *
           05  FILLER                      PIC X(14)
               VALUE 'BUSINESS DATE '.
           05  WS-HDG-DATE                 PIC 9(8).
           05  FILLER                      PIC X(9)
               VALUE '  REGION '.
           05  WS-HDG-REGION               PIC X(8).

       01  WS-TYPE-HEADING-LINE.
           05  FILLER                      PIC X(18)
      * history generation into the profile table, then print one      *
      * hour-by-hour profile per transaction type                      *
      *----------------------------------------------------------------*
           PERFORM RESOLVE-REGION-CARD
           PERFORM LOAD-TXN-TYPE-TABLE
           OPEN INPUT COUNTER-HISTORY
           OPEN OUTPUT PROFILE-REPORT
           STOP RUN
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
      *----------------------------------------------------------------*
      * Fold one history cell into the profile table.  Cells for       *
      * metrics this report does not profile (file reads, DB selects,  *
      * the amount metrics, the duration sum/count), and cells of      *
      * other regions when one region was asked for, are counted as    *
      * outside the report rather than silently dropped                *
      *----------------------------------------------------------------*
           IF WS-REPORT-DATE = ZERO
           IF WS-TYPE-IDX = ZERO
               OR WS-TYPE-IDX > 20
               OR MET-HST-HOUR > 23
               OR (WS-REPORT-REGION NOT = SPACES
                   AND MET-HST-REGION NOT = WS-REPORT-REGION)
               ADD 1 TO WS-RECORDS-SKIPPED
           ELSE
               COMPUTE WS-HOUR-IDX = MET-HST-HOUR + 1
      * Print the report heading and one profile per transaction type  *
      *----------------------------------------------------------------*
           MOVE WS-REPORT-DATE TO WS-HDG-DATE
           IF WS-REPORT-REGION = SPACES
               MOVE 'ALL' TO WS-HDG-REGION
           ELSE
               MOVE WS-REPORT-REGION TO WS-HDG-REGION
           END-IF
           WRITE REPORT-LINE FROM WS-HEADING-LINE-1

      * The > 20 leg guards the profile table's OCCURS against a
