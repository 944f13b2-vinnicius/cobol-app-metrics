       IDENTIFICATION DIVISION.
       PROGRAM-ID. METRPT06.
       AUTHOR. COBOL-METRICS-TEAM.

      *----------------------------------------------------------------*
      * Capacity forecast report.                                      *
      * Reads the trailing monthly summary generations METROL01        *
      * writes (CPYMSUM, concatenated on the METMSUM DD - the          *
      * schedule supplies the 13 kept months) and, per transaction     *
      * type, builds two monthly series:                               *
      *                                                                *
      *   PEAK-HOUR STARTED - transactions started (601) in the        *
      *     month's busiest hour of day, per average day               *
      *   SLOW TAIL - transactions per average day landing in the      *
      *     two slowest duration buckets (610 buckets 04 and 05)       *
      *                                                                *
      * Each series is fitted with a least-squares straight line over  *
      * the months read (gaps in the run of months are allowed for)    *
      * and projected six months past the last month.  The projection  *
      * is checked against the type's ceiling on the capacity ceiling  *
      * control file (CPYMCEL): each measure gets the number of        *
      * months until the fitted line reaches its ceiling, and is       *
      * flagged when that falls inside the six-month planning          *
      * horizon - or the latest month is already at or over it.  A     *
      * type needs three months on file before it is projected.        *
      *                                                                *
      * Monthly totals are turned into per-average-day figures using   *
      * the month's calendar length, so a 28-day February does not     *
      * read as a dip in demand.                                       *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MONTHLY-SUMMARY ASSIGN TO METMSUM
               ORGANIZATION IS SEQUENTIAL.

           SELECT CEILING-CONTROL ASSIGN TO METCEIL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CEILING-STATUS.

           SELECT FORECAST-REPORT ASSIGN TO METFCST
               ORGANIZATION IS SEQUENTIAL.

           SELECT TYPE-CONTROL ASSIGN TO METTYPVS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MET-TYP-TXN-TYPE
               FILE STATUS IS WS-TYPE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------*
      * One counter cell per month per record - see CPYMSUM            *
      *----------------------------------------------------------------*
       FD  MONTHLY-SUMMARY
           RECORDING MODE IS F.
       01  SUMMARY-RECORD.
           COPY CPYMSUM.

      *----------------------------------------------------------------*
      * One capacity ceiling card per transaction type - see CPYMCEL   *
      *----------------------------------------------------------------*
       FD  CEILING-CONTROL
           RECORDING MODE IS F.
       01  CEILING-RECORD.
           COPY CPYMCEL.

       FD  FORECAST-REPORT
           RECORDING MODE IS F.
       01  REPORT-LINE                    PIC X(132).

      *----------------------------------------------------------------*
      * Transaction-type registry control file - see CPYMTYR           *
      *----------------------------------------------------------------*
       FD  TYPE-CONTROL.
       01  TYPE-CONTROL-RECORD.
           COPY CPYMTYR.

       WORKING-STORAGE SECTION.

       01  WS-EOF-FLAG                    PIC X VALUE 'N'.
           88  WS-END-OF-SUMMARY          VALUE 'Y'.
           88  WS-NOT-END-OF-SUMMARY      VALUE 'N'.

       01  WS-TYPE-STATUS                 PIC X(2).
           88  WS-TYPE-STATUS-OK          VALUE '00'.
           88  WS-TYPE-AT-END             VALUE '10'.

       01  WS-CEILING-STATUS              PIC X(2).
           88  WS-CEILING-STATUS-OK       VALUE '00'.
           88  WS-CEILING-AT-END          VALUE '10'.

      *----------------------------------------------------------------*
      * Forecast controls                                              *
      *----------------------------------------------------------------*
       01  WS-FORECAST-CONTROLS.
           05  WS-HORIZON-MONTHS          PIC 9(2) VALUE 06.
           05  WS-MINIMUM-MONTHS          PIC 9(2) VALUE 03.

      *----------------------------------------------------------------*
      * Distinct months seen, in arrival order - one slot per summary  *
      * generation on the concatenation - with the month's calendar    *
      * length and its ordinal (year * 12 + month - 1), so months can  *
      * be placed on the trend line even when one is missing           *
      *----------------------------------------------------------------*
       01  WS-MONTH-TABLE.
           05  WS-MONTH-COUNT             PIC 9(2) COMP VALUE ZERO.
           05  WS-MONTH-ENTRY OCCURS 14 TIMES.
               10  WS-MON-MONTH           PIC 9(6).
               10  WS-MON-DAYS            PIC 9(2).
               10  WS-MON-ORDINAL         PIC 9(6) COMP.

      *----------------------------------------------------------------*
      * Forecast table - per month per transaction type, the month's   *
      * 601 total for each hour of day and its 610 bucket 04/05 total. *
      * The OCCURS 20 on the type dimension is kept in step with the   *
      * runtime type table's slot count (CPYMTYT)                      *
      *----------------------------------------------------------------*
       01  WS-FORECAST-TABLE.
           05  WS-FCT-MONTH OCCURS 14 TIMES.
               10  WS-FCT-TYPE OCCURS 20 TIMES.
                   15  WS-FCT-STARTED OCCURS 24 TIMES
                                          PIC 9(12) COMP.
                   15  WS-FCT-TAIL        PIC 9(12) COMP.

      *----------------------------------------------------------------*
      * Ceilings per runtime type-table slot, off METCEIL              *
      *----------------------------------------------------------------*
       01  WS-CEILING-TABLE.
           05  WS-CEL-ENTRY OCCURS 20 TIMES.
               10  WS-CEL-PEAK            PIC 9(9) COMP.
               10  WS-CEL-TAIL            PIC 9(9) COMP.
               10  WS-CEL-BASIS           PIC X(40).

       01  WS-WORK-FIELDS.
           05  WS-TYPE-IDX                PIC 9(2) COMP.
           05  WS-HOUR-IDX                PIC 9(2) COMP.
           05  WS-MONTH-IDX               PIC 9(2) COMP.
           05  WS-SCAN-MONTH-IDX          PIC 9(2) COMP.
           05  WS-LATEST-IDX              PIC 9(2) COMP.
           05  WS-MEAS-IDX                PIC 9(1) COMP.
           05  WS-PROJ-IDX                PIC 9(2) COMP.
           05  WS-FIRST-ORDINAL           PIC 9(6) COMP.
           05  WS-LAST-ORDINAL            PIC 9(6) COMP.
           05  WS-PEAK-HOUR               PIC 9(2) COMP.
           05  WS-PEAK-TOTAL              PIC 9(12) COMP.
           05  WS-TYPE-ACTIVITY           PIC 9(15) COMP.
           05  WS-RECORDS-USED            PIC 9(9) COMP VALUE ZERO.
           05  WS-RECORDS-SKIPPED         PIC 9(9) COMP VALUE ZERO.
           05  WS-TYPES-FORECAST          PIC 9(9) COMP VALUE ZERO.
           05  WS-MEASURES-FLAGGED        PIC 9(9) COMP VALUE ZERO.
           05  WS-CEILING-CARDS           PIC 9(9) COMP VALUE ZERO.

      *----------------------------------------------------------------*
      * Calendar work for a month's length and ordinal                 *
      *----------------------------------------------------------------*
       01  WS-CALENDAR-WORK.
           05  WS-CAL-MONTH               PIC 9(6).
           05  FILLER REDEFINES WS-CAL-MONTH.
               10  WS-CAL-YEAR            PIC 9(4).
               10  WS-CAL-MM              PIC 9(2).
           05  WS-LEAP-QUOTIENT           PIC 9(4) COMP.
           05  WS-LEAP-REM-4              PIC 9(4) COMP.
           05  WS-LEAP-REM-100            PIC 9(4) COMP.
           05  WS-LEAP-REM-400            PIC 9(4) COMP.

       01  WS-MONTH-LENGTH-DATA           PIC X(24)
           VALUE '312831303130313130313031'.
       01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTH-DATA.
           05  WS-MONTH-LENGTH OCCURS 12 TIMES PIC 9(2).

      *----------------------------------------------------------------*
      * Trend-line work.  X is the month's ordinal less the first      *
      * month's; Y the measure's per-average-day value for the month   *
      *----------------------------------------------------------------*
       01  WS-TREND-WORK.
           05  WS-POINT-X                 PIC S9(4) COMP.
           05  WS-POINT-Y                 PIC 9(9)V99 COMP-3.
           05  WS-POINT-COUNT             PIC 9(2) COMP.
           05  WS-SUM-X                   PIC S9(7) COMP-3.
           05  WS-SUM-XX                  PIC S9(9) COMP-3.
           05  WS-SUM-Y                   PIC S9(13)V99 COMP-3.
           05  WS-SUM-XY                  PIC S9(15)V99 COMP-3.
           05  WS-DENOMINATOR             PIC S9(11) COMP-3.
           05  WS-SLOPE                   PIC S9(11)V9(4) COMP-3.
           05  WS-INTERCEPT               PIC S9(13)V9(4) COMP-3.
           05  WS-LAST-X                  PIC S9(4) COMP.
           05  WS-LATEST-VALUE            PIC 9(9)V99 COMP-3.
           05  WS-PROJECTED               PIC S9(13)V99 COMP-3.
           05  WS-CEILING                 PIC 9(9) COMP.
           05  WS-MONTHS-RAW              PIC S9(9)V99 COMP-3.
           05  WS-MONTHS-WHOLE            PIC S9(9) COMP-3.
           05  WS-MONTHS-EDIT             PIC ZZ9.
           05  WS-TREND-FLAG              PIC X.
               88  WS-TREND-FITTED        VALUE 'Y'.
           05  WS-CEILING-FLAG            PIC X.
               88  WS-CEILING-INSIDE      VALUE 'Y'.
               88  WS-CEILING-ALREADY     VALUE 'N'.
               88  WS-CEILING-CLEAR       VALUE ' '.

      *----------------------------------------------------------------*
      * Measure display names, indexed the same way as WS-MEAS-IDX     *
      *----------------------------------------------------------------*
       01  WS-MEASURE-NAME-DATA.
           05  FILLER            PIC X(18) VALUE 'PEAK-HOUR STARTED '.
           05  FILLER            PIC X(18) VALUE 'SLOW TAIL 610/4+5 '.

       01  WS-MEASURE-NAME-TABLE REDEFINES WS-MEASURE-NAME-DATA.
           05  WS-MEASURE-NAME OCCURS 2 TIMES
                                          PIC X(18).

      *----------------------------------------------------------------*
      * Print-line layouts                                             *
      *----------------------------------------------------------------*
       01  WS-HEADING-LINE-1.
           05  FILLER                      PIC X(46)
               VALUE 'METRPT06  -  CAPACITY FORECAST AGAINST CEILING'.

       01  WS-HEADING-LINE-2.
           05  FILLER                      PIC X(13)
               VALUE 'MONTHS READ: '.
           05  WS-HDG-MONTHS               PIC Z9.
           05  FILLER                      PIC X(8)
               VALUE '   FROM '.
           05  WS-HDG-FIRST                PIC 9(6).
           05  FILLER                      PIC X(4)
               VALUE ' TO '.
           05  WS-HDG-LAST                 PIC 9(6).
           05  FILLER                      PIC X(22)
               VALUE '   PLANNING HORIZON: '.
           05  WS-HDG-HORIZON              PIC Z9.
           05  FILLER                      PIC X(7)
               VALUE ' MONTHS'.

       01  WS-HEADING-LINE-3.
           05  FILLER                      PIC X(29)
               VALUE 'FIGURES ARE PER AVERAGE DAY; '.
           05  FILLER                      PIC X(22)
               VALUE 'GROWTH IS PER MONTH; '.
           05  FILLER                      PIC X(45)
               VALUE 'MONTHS IS TIME LEFT UNTIL THE CEILING IS MET'.

       01  WS-COLUMN-HEADING-LINE.
           05  FILLER                      PIC X(21)
               VALUE '  MEASURE'.
           05  FILLER                      PIC X(11)
               VALUE '     LATEST'.
           05  FILLER                      PIC X(11)
               VALUE '  GROWTH/MO'.
           05  WS-COL-PROJECTION OCCURS 6 TIMES.
               10  WS-COL-PAD              PIC X(5).
               10  WS-COL-MONTH            PIC 9(6).
           05  FILLER                      PIC X(12)
               VALUE '     CEILING'.
           05  FILLER                      PIC X(8)
               VALUE '  MONTHS'.

       01  WS-TYPE-LINE.
           05  FILLER                      PIC X(5) VALUE 'TYPE '.
           05  WS-TYL-CODE                 PIC 99.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-TYL-NAME                 PIC X(16).
           05  FILLER                      PIC X(26)
               VALUE '   PEAK HOUR LAST MONTH: '.
           05  WS-TYL-PEAK-HOUR            PIC 99.
           05  FILLER                      PIC X(18)
               VALUE '   CEILING BASIS: '.
           05  WS-TYL-BASIS                PIC X(40).

       01  WS-DETAIL-LINE.
           05  FILLER                      PIC X(2).
           05  WS-DET-MEASURE              PIC X(18).
           05  FILLER                      PIC X(1).
           05  WS-DET-LATEST               PIC ZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(1).
           05  WS-DET-GROWTH               PIC -ZZZ,ZZ9.9.
           05  WS-DET-PROJECTION OCCURS 6 TIMES.
               10  FILLER                  PIC X(1).
               10  WS-DET-PROJ             PIC ZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(1).
           05  WS-DET-CEILING              PIC ZZZ,ZZZ,ZZ9.
           05  WS-DET-CEILING-X REDEFINES WS-DET-CEILING
                                           PIC X(11).
           05  FILLER                      PIC X(4).
           05  WS-DET-MONTHS               PIC X(4).

       01  WS-NOTE-LINE.
           05  FILLER                      PIC X(10).
           05  WS-NOT-TEXT                 PIC X(100).

       01  WS-TOTAL-LINE.
           05  WS-TOT-DESCRIPTION          PIC X(34).
           05  WS-TOT-COUNT                PIC ZZZ,ZZZ,ZZ9.

      *----------------------------------------------------------------*
      * Compiled-in transaction-type defaults - see CPYMTYP.  Only     *
      * used to seed the runtime table when METTYPVS cannot be read    *
      *----------------------------------------------------------------*
           COPY CPYMTYP.

      *----------------------------------------------------------------*
      * Runtime transaction-type table, loaded from METTYPVS at        *
      * startup - see CPYMTYT                                          *
      *----------------------------------------------------------------*
           COPY CPYMTYT.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
      *----------------------------------------------------------------*
      * Load the transaction-type registry and the ceilings, fold the  *
      * run of monthly summaries into the forecast table, then fit,    *
      * project and check every type                                   *
      *----------------------------------------------------------------*
           PERFORM LOAD-TXN-TYPE-TABLE
           PERFORM LOAD-CEILINGS
           PERFORM CLEAR-FORECAST-TABLE

           OPEN INPUT MONTHLY-SUMMARY
           OPEN OUTPUT FORECAST-REPORT

           PERFORM READ-NEXT-SUMMARY-RECORD
           PERFORM ACCUMULATE-ONE-RECORD
               UNTIL WS-END-OF-SUMMARY

           PERFORM PRINT-REPORT

           CLOSE MONTHLY-SUMMARY
           CLOSE FORECAST-REPORT
           STOP RUN
           .

       LOAD-CEILINGS.
      *----------------------------------------------------------------*
      * Load the capacity ceilings onto the type slots they belong to. *
      * No ceiling file means no ceilings - the forecast still prints, *
      * it just cannot say when anything runs out                      *
      *----------------------------------------------------------------*
           PERFORM CLEAR-ONE-CEILING
               VARYING WS-TYPE-IDX FROM 1 BY 1
               UNTIL WS-TYPE-IDX > 20

           OPEN INPUT CEILING-CONTROL
           IF WS-CEILING-STATUS-OK
               PERFORM LOAD-ONE-CEILING-CARD
                   UNTIL NOT WS-CEILING-STATUS-OK
               CLOSE CEILING-CONTROL
           ELSE
               DISPLAY 'METRPT06: METCEIL OPEN FAILED, STATUS='
                   WS-CEILING-STATUS ' - NO CEILINGS CHECKED'
           END-IF
           .

       CLEAR-ONE-CEILING.
           MOVE ZERO TO WS-CEL-PEAK(WS-TYPE-IDX)
           MOVE ZERO TO WS-CEL-TAIL(WS-TYPE-IDX)
           MOVE 'NO CEILING CARD' TO WS-CEL-BASIS(WS-TYPE-IDX)
           .

       LOAD-ONE-CEILING-CARD.
      *----------------------------------------------------------------*
      * Place one ceiling card on its type's slot; a card for a type   *
      * the registry does not know, or with unusable figures, is       *
      * named on the log and ignored                                   *
      *----------------------------------------------------------------*
           READ CEILING-CONTROL
           IF WS-CEILING-STATUS-OK
               MOVE MET-CEL-TXN-TYPE TO WS-TYP-LOOKUP-CODE
               PERFORM FIND-TXN-TYPE-ENTRY
               IF WS-TYP-FOUND-IDX = ZERO
                   OR WS-TYP-FOUND-IDX > 20
                   OR MET-CEL-PEAK-CEILING NOT NUMERIC
                   OR MET-CEL-TAIL-CEILING NOT NUMERIC
                   DISPLAY 'METRPT06: CEILING CARD IGNORED - '
                       CEILING-RECORD(1:24)
               ELSE
                   ADD 1 TO WS-CEILING-CARDS
                   MOVE MET-CEL-PEAK-CEILING
                       TO WS-CEL-PEAK(WS-TYP-FOUND-IDX)
                   MOVE MET-CEL-TAIL-CEILING
                       TO WS-CEL-TAIL(WS-TYP-FOUND-IDX)
                   MOVE MET-CEL-BASIS TO WS-CEL-BASIS(WS-TYP-FOUND-IDX)
               END-IF
           END-IF
           .

       CLEAR-FORECAST-TABLE.
      *----------------------------------------------------------------*
      * Zero every forecast cell before the accumulation - the table   *
      * is too large for VALUE clauses on its elementary items         *
      *----------------------------------------------------------------*
           PERFORM CLEAR-ONE-MONTH
               VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > 14
           .

       CLEAR-ONE-MONTH.
           PERFORM CLEAR-ONE-TYPE
               VARYING WS-TYPE-IDX FROM 1 BY 1
               UNTIL WS-TYPE-IDX > 20
           .

       CLEAR-ONE-TYPE.
           MOVE ZERO TO WS-FCT-TAIL(WS-MONTH-IDX, WS-TYPE-IDX)
           PERFORM CLEAR-ONE-HOUR
               VARYING WS-HOUR-IDX FROM 1 BY 1
               UNTIL WS-HOUR-IDX > 24
           .

       CLEAR-ONE-HOUR.
           MOVE ZERO TO WS-FCT-STARTED(WS-MONTH-IDX, WS-TYPE-IDX,
               WS-HOUR-IDX)
           .

       READ-NEXT-SUMMARY-RECORD.
      *----------------------------------------------------------------*
      * Read the next cell off the summary concatenation, flagging     *
      * end of file                                                    *
      *----------------------------------------------------------------*
           READ MONTHLY-SUMMARY
               AT END
                   SET WS-END-OF-SUMMARY TO TRUE
           END-READ
           .

       ACCUMULATE-ONE-RECORD.
      *----------------------------------------------------------------*
      * Fold one monthly cell into the forecast table.  Cells for      *
      * metrics the forecast does not use, types the registry does     *
      * not know, or months past the month table's capacity are        *
      * counted as outside the report rather than silently dropped     *
      *----------------------------------------------------------------*
           PERFORM FIND-MONTH-INDEX
           MOVE MET-SUM-TXN-TYPE TO WS-TYP-LOOKUP-CODE
           PERFORM FIND-TXN-TYPE-ENTRY
           MOVE WS-TYP-FOUND-IDX TO WS-TYPE-IDX

           IF WS-MONTH-IDX = ZERO
               OR WS-TYPE-IDX = ZERO
               OR WS-TYPE-IDX > 20
               OR MET-SUM-HOUR > 23
               ADD 1 TO WS-RECORDS-SKIPPED
           ELSE
               COMPUTE WS-HOUR-IDX = MET-SUM-HOUR + 1
               EVALUATE TRUE
                   WHEN MET-SUM-METRIC-ID = 601
                       AND MET-SUM-BUCKET = ZERO
                       ADD MET-SUM-VALUE TO WS-FCT-STARTED(WS-MONTH-IDX,
                           WS-TYPE-IDX, WS-HOUR-IDX)
                       ADD 1 TO WS-RECORDS-USED
                   WHEN MET-SUM-METRIC-ID = 610
                       AND (MET-SUM-BUCKET = 04
                        OR MET-SUM-BUCKET = 05)
                       ADD MET-SUM-VALUE
                           TO WS-FCT-TAIL(WS-MONTH-IDX, WS-TYPE-IDX)
                       ADD 1 TO WS-RECORDS-USED
                   WHEN OTHER
                       ADD 1 TO WS-RECORDS-SKIPPED
               END-EVALUATE
           END-IF

           PERFORM READ-NEXT-SUMMARY-RECORD
           .

       FIND-MONTH-INDEX.
      *----------------------------------------------------------------*
      * Locate this record's month on the month table, adding it when  *
      * this is the first record of a new generation; zero means the   *
      * run holds more generations than the table has slots            *
      *----------------------------------------------------------------*
           MOVE ZERO TO WS-MONTH-IDX
           PERFORM TEST-ONE-MONTH-ENTRY
               VARYING WS-SCAN-MONTH-IDX FROM 1 BY 1
               UNTIL WS-SCAN-MONTH-IDX > WS-MONTH-COUNT

           IF WS-MONTH-IDX = ZERO
               AND WS-MONTH-COUNT < 14
               AND MET-SUM-MONTH NUMERIC
               ADD 1 TO WS-MONTH-COUNT
               MOVE WS-MONTH-COUNT TO WS-MONTH-IDX
               PERFORM ADD-MONTH-ENTRY
           END-IF
           .

       TEST-ONE-MONTH-ENTRY.
           IF WS-MON-MONTH(WS-SCAN-MONTH-IDX) = MET-SUM-MONTH
               MOVE WS-SCAN-MONTH-IDX TO WS-MONTH-IDX
           END-IF
           .

       ADD-MONTH-ENTRY.
      *----------------------------------------------------------------*
      * Record the month with its calendar length (leap Februaries     *
      * included) and its ordinal                                      *
      *----------------------------------------------------------------*
           MOVE MET-SUM-MONTH TO WS-MON-MONTH(WS-MONTH-IDX)
           MOVE MET-SUM-MONTH TO WS-CAL-MONTH
           IF WS-CAL-MM < 01 OR WS-CAL-MM > 12
               MOVE 01 TO WS-CAL-MM
           END-IF

           MOVE WS-MONTH-LENGTH(WS-CAL-MM) TO WS-MON-DAYS(WS-MONTH-IDX)
           IF WS-CAL-MM = 02
               DIVIDE WS-CAL-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-4
               DIVIDE WS-CAL-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-100
               DIVIDE WS-CAL-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-400
               IF WS-LEAP-REM-4 = ZERO
                   AND (WS-LEAP-REM-100 NOT = ZERO
                    OR WS-LEAP-REM-400 = ZERO)
                   MOVE 29 TO WS-MON-DAYS(WS-MONTH-IDX)
               END-IF
           END-IF

           COMPUTE WS-MON-ORDINAL(WS-MONTH-IDX) =
               WS-CAL-YEAR * 12 + WS-CAL-MM - 1
           .

       PRINT-REPORT.
      *----------------------------------------------------------------*
      * Find the first and latest months, print the headings, then     *
      * one block per type with history, then the control totals       *
      *----------------------------------------------------------------*
           MOVE ZERO TO WS-LATEST-IDX
           MOVE 999999 TO WS-FIRST-ORDINAL
           MOVE ZERO TO WS-LAST-ORDINAL
           PERFORM TEST-ONE-MONTH-RANGE
               VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > WS-MONTH-COUNT

           PERFORM PRINT-HEADINGS

           IF WS-MONTH-COUNT = ZERO
               MOVE 'NO MONTHLY SUMMARY RECORDS WERE READ'
                   TO WS-NOT-TEXT
               WRITE REPORT-LINE FROM WS-NOTE-LINE
           ELSE
      * The > 20 leg guards the forecast table's OCCURS against a
      * runtime type table that has grown past it
               PERFORM FORECAST-ONE-TYPE
                   VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > WS-TYP-COUNT
                   OR WS-TYPE-IDX > 20
           END-IF

           PERFORM PRINT-CONTROL-TOTALS
           .

       TEST-ONE-MONTH-RANGE.
           IF WS-MON-ORDINAL(WS-MONTH-IDX) < WS-FIRST-ORDINAL
               MOVE WS-MON-ORDINAL(WS-MONTH-IDX) TO WS-FIRST-ORDINAL
               MOVE WS-MON-MONTH(WS-MONTH-IDX) TO WS-HDG-FIRST
           END-IF
           IF WS-MON-ORDINAL(WS-MONTH-IDX) > WS-LAST-ORDINAL
               MOVE WS-MON-ORDINAL(WS-MONTH-IDX) TO WS-LAST-ORDINAL
               MOVE WS-MONTH-IDX TO WS-LATEST-IDX
           END-IF
           .

       PRINT-HEADINGS.
      *----------------------------------------------------------------*
      * Report headings; the projection columns are labelled with the  *
      * six months that follow the latest month read                   *
      *----------------------------------------------------------------*
           WRITE REPORT-LINE FROM WS-HEADING-LINE-1
           MOVE WS-MONTH-COUNT TO WS-HDG-MONTHS
           MOVE WS-HORIZON-MONTHS TO WS-HDG-HORIZON
           IF WS-LATEST-IDX = ZERO
               MOVE ZERO TO WS-HDG-FIRST
               MOVE ZERO TO WS-HDG-LAST
               MOVE ZERO TO WS-CAL-MONTH
           ELSE
               MOVE WS-MON-MONTH(WS-LATEST-IDX) TO WS-HDG-LAST
               MOVE WS-MON-MONTH(WS-LATEST-IDX) TO WS-CAL-MONTH
           END-IF
           WRITE REPORT-LINE FROM WS-HEADING-LINE-2
           WRITE REPORT-LINE FROM WS-HEADING-LINE-3
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM LABEL-ONE-PROJECTION-MONTH
               VARYING WS-PROJ-IDX FROM 1 BY 1
               UNTIL WS-PROJ-IDX > 6
           WRITE REPORT-LINE FROM WS-COLUMN-HEADING-LINE
           .

       LABEL-ONE-PROJECTION-MONTH.
           IF WS-CAL-MM < 12
               ADD 1 TO WS-CAL-MM
           ELSE
               MOVE 01 TO WS-CAL-MM
               ADD 1 TO WS-CAL-YEAR
           END-IF
           MOVE SPACES TO WS-COL-PAD(WS-PROJ-IDX)
           MOVE WS-CAL-MONTH TO WS-COL-MONTH(WS-PROJ-IDX)
           .

       FORECAST-ONE-TYPE.
      *----------------------------------------------------------------*
      * One block per type that has any activity on file: the type     *
      * line, then one projected line per measure                      *
      *----------------------------------------------------------------*
           MOVE ZERO TO WS-TYPE-ACTIVITY
           PERFORM ADD-ONE-MONTH-ACTIVITY
               VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > WS-MONTH-COUNT

           IF WS-TYPE-ACTIVITY > ZERO
               ADD 1 TO WS-TYPES-FORECAST
               MOVE WS-LATEST-IDX TO WS-MONTH-IDX
               PERFORM FIND-PEAK-HOUR

               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-TYP-CODE(WS-TYPE-IDX) TO WS-TYL-CODE
               MOVE WS-TYP-NAME(WS-TYPE-IDX) TO WS-TYL-NAME
               MOVE WS-PEAK-HOUR TO WS-TYL-PEAK-HOUR
               MOVE WS-CEL-BASIS(WS-TYPE-IDX) TO WS-TYL-BASIS
               WRITE REPORT-LINE FROM WS-TYPE-LINE

               PERFORM FORECAST-ONE-MEASURE
                   VARYING WS-MEAS-IDX FROM 1 BY 1
                   UNTIL WS-MEAS-IDX > 2
           END-IF
           .

       ADD-ONE-MONTH-ACTIVITY.
           ADD WS-FCT-TAIL(WS-MONTH-IDX, WS-TYPE-IDX)
               TO WS-TYPE-ACTIVITY
           PERFORM ADD-ONE-HOUR-ACTIVITY
               VARYING WS-HOUR-IDX FROM 1 BY 1
               UNTIL WS-HOUR-IDX > 24
           .

       ADD-ONE-HOUR-ACTIVITY.
           ADD WS-FCT-STARTED(WS-MONTH-IDX, WS-TYPE-IDX, WS-HOUR-IDX)
               TO WS-TYPE-ACTIVITY
           .

       FIND-PEAK-HOUR.
      *----------------------------------------------------------------*
      * The month's busiest hour of day for the type and its 601       *
      * total; the earliest hour wins a tie                            *
      *----------------------------------------------------------------*
           MOVE ZERO TO WS-PEAK-HOUR
           MOVE ZERO TO WS-PEAK-TOTAL
           PERFORM TEST-ONE-PEAK-HOUR
               VARYING WS-HOUR-IDX FROM 1 BY 1
               UNTIL WS-HOUR-IDX > 24
           .

       TEST-ONE-PEAK-HOUR.
           IF WS-FCT-STARTED(WS-MONTH-IDX, WS-TYPE-IDX, WS-HOUR-IDX)
               > WS-PEAK-TOTAL
               MOVE WS-FCT-STARTED(WS-MONTH-IDX, WS-TYPE-IDX,
                   WS-HOUR-IDX) TO WS-PEAK-TOTAL
               COMPUTE WS-PEAK-HOUR = WS-HOUR-IDX - 1
           END-IF
           .

       FORECAST-ONE-MEASURE.
      *----------------------------------------------------------------*
      * Fit the measure's monthly series, project it across the        *
      * horizon, check it against the type's ceiling and print it      *
      *----------------------------------------------------------------*
           IF WS-MEAS-IDX = 1
               MOVE WS-CEL-PEAK(WS-TYPE-IDX) TO WS-CEILING
           ELSE
               MOVE WS-CEL-TAIL(WS-TYPE-IDX) TO WS-CEILING
           END-IF

           PERFORM FIT-TREND-LINE

           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-MEASURE-NAME(WS-MEAS-IDX) TO WS-DET-MEASURE
           MOVE WS-LATEST-VALUE TO WS-DET-LATEST
           IF WS-CEILING = ZERO
               MOVE '    NOT SET' TO WS-DET-CEILING-X
           ELSE
               MOVE WS-CEILING TO WS-DET-CEILING
           END-IF

           IF WS-TREND-FITTED
               MOVE WS-SLOPE TO WS-DET-GROWTH
               PERFORM PROJECT-ONE-MONTH
                   VARYING WS-PROJ-IDX FROM 1 BY 1
                   UNTIL WS-PROJ-IDX > 6
               PERFORM WORK-OUT-MONTHS-TO-CEILING
           ELSE
               MOVE ' -- ' TO WS-DET-MONTHS
               MOVE SPACES TO WS-CEILING-FLAG
           END-IF

           WRITE REPORT-LINE FROM WS-DETAIL-LINE

           IF NOT WS-TREND-FITTED
               MOVE SPACES TO WS-NOTE-LINE
               MOVE 'TOO LITTLE HISTORY TO PROJECT' TO WS-NOT-TEXT
               WRITE REPORT-LINE FROM WS-NOTE-LINE
           END-IF

           IF NOT WS-CEILING-CLEAR
               ADD 1 TO WS-MEASURES-FLAGGED
               PERFORM PRINT-CEILING-FLAG
           END-IF
           .

       FIT-TREND-LINE.
      *----------------------------------------------------------------*
      * Least-squares straight line through the months read: slope is  *
      * the growth per month, the line's value at the latest month     *
      * plus K is the projection K months out.  The latest month's own *
      * figure is kept for the LATEST column and the at-ceiling test   *
      *----------------------------------------------------------------*
           MOVE ZERO TO WS-POINT-COUNT
           MOVE ZERO TO WS-SUM-X
           MOVE ZERO TO WS-SUM-XX
           MOVE ZERO TO WS-SUM-Y
           MOVE ZERO TO WS-SUM-XY
           MOVE ZERO TO WS-LATEST-VALUE
           MOVE ZERO TO WS-SLOPE
           MOVE ZERO TO WS-INTERCEPT
           MOVE 'N' TO WS-TREND-FLAG
           COMPUTE WS-LAST-X = WS-LAST-ORDINAL - WS-FIRST-ORDINAL

           PERFORM ADD-ONE-TREND-POINT
               VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > WS-MONTH-COUNT

           COMPUTE WS-DENOMINATOR =
               WS-POINT-COUNT * WS-SUM-XX - WS-SUM-X * WS-SUM-X

           IF WS-POINT-COUNT NOT < WS-MINIMUM-MONTHS
               AND WS-DENOMINATOR NOT = ZERO
               COMPUTE WS-SLOPE ROUNDED =
                   (WS-POINT-COUNT * WS-SUM-XY - WS-SUM-X * WS-SUM-Y)
                   / WS-DENOMINATOR
               COMPUTE WS-INTERCEPT ROUNDED =
                   (WS-SUM-Y - WS-SLOPE * WS-SUM-X) / WS-POINT-COUNT
               MOVE 'Y' TO WS-TREND-FLAG
           END-IF
           .

       ADD-ONE-TREND-POINT.
      *----------------------------------------------------------------*
      * One month's point: the measure's monthly total over the        *
      * month's days                                                   *
      *----------------------------------------------------------------*
           IF WS-MEAS-IDX = 1
               PERFORM FIND-PEAK-HOUR
               COMPUTE WS-POINT-Y ROUNDED =
                   WS-PEAK-TOTAL / WS-MON-DAYS(WS-MONTH-IDX)
           ELSE
               COMPUTE WS-POINT-Y ROUNDED =
                   WS-FCT-TAIL(WS-MONTH-IDX, WS-TYPE-IDX)
                   / WS-MON-DAYS(WS-MONTH-IDX)
           END-IF
           COMPUTE WS-POINT-X =
               WS-MON-ORDINAL(WS-MONTH-IDX) - WS-FIRST-ORDINAL

           ADD 1 TO WS-POINT-COUNT
           ADD WS-POINT-X TO WS-SUM-X
           COMPUTE WS-SUM-XX = WS-SUM-XX + WS-POINT-X * WS-POINT-X
           ADD WS-POINT-Y TO WS-SUM-Y
           COMPUTE WS-SUM-XY = WS-SUM-XY + WS-POINT-X * WS-POINT-Y

           IF WS-MONTH-IDX = WS-LATEST-IDX
               MOVE WS-POINT-Y TO WS-LATEST-VALUE
           END-IF
           .

       PROJECT-ONE-MONTH.
      *----------------------------------------------------------------*
      * The fitted line K months past the latest month, never below    *
      * zero - a shrinking type runs out of demand, not into negatives *
      *----------------------------------------------------------------*
           COMPUTE WS-POINT-X = WS-LAST-X + WS-PROJ-IDX
           COMPUTE WS-PROJECTED ROUNDED =
               WS-INTERCEPT + WS-SLOPE * WS-POINT-X
           IF WS-PROJECTED < ZERO
               MOVE ZERO TO WS-PROJECTED
           END-IF
           MOVE WS-PROJECTED TO WS-DET-PROJ(WS-PROJ-IDX)
           .

       WORK-OUT-MONTHS-TO-CEILING.
      *----------------------------------------------------------------*
      * Months until the fitted line first reaches the ceiling,        *
      * rounded up and never less than one: NOW when the latest month  *
      * is already at or over it, NONE when the line is flat or        *
      * falling, -- when no ceiling is set.  Inside the horizon (or    *
      * NOW) flags the measure                                         *
      *----------------------------------------------------------------*
           MOVE SPACES TO WS-CEILING-FLAG

           EVALUATE TRUE
               WHEN WS-CEILING = ZERO
                   MOVE ' -- ' TO WS-DET-MONTHS
               WHEN WS-LATEST-VALUE NOT < WS-CEILING
                   MOVE ' NOW' TO WS-DET-MONTHS
                   SET WS-CEILING-ALREADY TO TRUE
               WHEN WS-SLOPE NOT > ZERO
                   MOVE 'NONE' TO WS-DET-MONTHS
               WHEN OTHER
                   COMPUTE WS-MONTHS-RAW ROUNDED =
                       (WS-CEILING - WS-INTERCEPT) / WS-SLOPE
                       - WS-LAST-X
                       ON SIZE ERROR
                           MOVE 999 TO WS-MONTHS-RAW
                   END-COMPUTE
                   MOVE WS-MONTHS-RAW TO WS-MONTHS-WHOLE
                   IF WS-MONTHS-WHOLE < WS-MONTHS-RAW
                       ADD 1 TO WS-MONTHS-WHOLE
                   END-IF
                   IF WS-MONTHS-WHOLE < 1
                       MOVE 1 TO WS-MONTHS-WHOLE
                   END-IF
                   IF WS-MONTHS-WHOLE > 999
                       MOVE 999 TO WS-MONTHS-WHOLE
                   END-IF
                   MOVE WS-MONTHS-WHOLE TO WS-MONTHS-EDIT
                   MOVE SPACES TO WS-DET-MONTHS
                   MOVE WS-MONTHS-EDIT TO WS-DET-MONTHS(2:3)
                   IF WS-MONTHS-WHOLE NOT > WS-HORIZON-MONTHS
                       SET WS-CEILING-INSIDE TO TRUE
                   END-IF
           END-EVALUATE
           .

       PRINT-CEILING-FLAG.
      *----------------------------------------------------------------*
      * Spell out a flagged measure under its line                     *
      *----------------------------------------------------------------*
           MOVE SPACES TO WS-NOTE-LINE
           IF WS-CEILING-ALREADY
               STRING '*** ' DELIMITED BY SIZE
                      WS-MEASURE-NAME(WS-MEAS-IDX) DELIMITED BY SIZE
                      'IS ALREADY AT OR OVER ITS CEILING'
                          DELIMITED BY SIZE
                   INTO WS-NOT-TEXT
               END-STRING
           ELSE
               STRING '*** ' DELIMITED BY SIZE
                      WS-MEASURE-NAME(WS-MEAS-IDX) DELIMITED BY SIZE
                      'REACHES ITS CEILING IN' DELIMITED BY SIZE
                      WS-MONTHS-EDIT DELIMITED BY SIZE
                      ' MONTH(S) - INSIDE THE PLANNING HORIZON'
                          DELIMITED BY SIZE
                   INTO WS-NOT-TEXT
               END-STRING
           END-IF
           WRITE REPORT-LINE FROM WS-NOTE-LINE
           .

       PRINT-CONTROL-TOTALS.
      *----------------------------------------------------------------*
      * Control totals - what was read, what was outside the report,   *
      * and how much was flagged                                       *
      *----------------------------------------------------------------*
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'SUMMARY RECORDS USED:             '
               TO WS-TOT-DESCRIPTION
           MOVE WS-RECORDS-USED TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE 'SUMMARY RECORDS OUTSIDE REPORT:   '
               TO WS-TOT-DESCRIPTION
           MOVE WS-RECORDS-SKIPPED TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE 'CEILING CARDS LOADED:             '
               TO WS-TOT-DESCRIPTION
           MOVE WS-CEILING-CARDS TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE 'TRANSACTION TYPES FORECAST:       '
               TO WS-TOT-DESCRIPTION
           MOVE WS-TYPES-FORECAST TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE 'MEASURES FLAGGED AGAINST CEILING: '
               TO WS-TOT-DESCRIPTION
           MOVE WS-MEASURES-FLAGGED TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           .

       LOAD-TXN-TYPE-TABLE.
      *----------------------------------------------------------------*
      * Load the transaction-type registry off METTYPVS into the       *
      * runtime table (CPYMTYT), capped at the table's slot count.     *
      * A registry that cannot be opened, or is empty, seeds the       *
      * table from the CPYMTYP compiled-in defaults instead - the      *
      * same degradation the online programs use                       *
      *----------------------------------------------------------------*
           MOVE ZERO TO WS-TYP-COUNT

           OPEN INPUT TYPE-CONTROL
           IF WS-TYPE-STATUS-OK
               PERFORM LOAD-ONE-REGISTRY-ROW
                   UNTIL NOT WS-TYPE-STATUS-OK
                   OR WS-TYP-COUNT = WS-TYP-MAX-ENTRIES
               CLOSE TYPE-CONTROL
           END-IF

           IF WS-TYP-COUNT = ZERO
               PERFORM SEED-TYPES-FROM-DEFAULTS
           END-IF
           SET WS-TYP-TABLE-LOADED TO TRUE
           .

       LOAD-ONE-REGISTRY-ROW.
      *----------------------------------------------------------------*
      * Read the next registry row into the next runtime table slot    *
      *----------------------------------------------------------------*
           READ TYPE-CONTROL
           IF WS-TYPE-STATUS-OK
               ADD 1 TO WS-TYP-COUNT
               MOVE MET-TYP-TXN-TYPE TO WS-TYP-CODE(WS-TYP-COUNT)
               MOVE MET-TYP-NAME TO WS-TYP-NAME(WS-TYP-COUNT)
               MOVE MET-TYP-LIMIT-1-MS
                   TO WS-TYP-LIMIT-1-MS(WS-TYP-COUNT)
               MOVE MET-TYP-LIMIT-2-MS
                   TO WS-TYP-LIMIT-2-MS(WS-TYP-COUNT)
               MOVE MET-TYP-LIMIT-3-MS
                   TO WS-TYP-LIMIT-3-MS(WS-TYP-COUNT)
               MOVE MET-TYP-LIMIT-4-MS
                   TO WS-TYP-LIMIT-4-MS(WS-TYP-COUNT)
           END-IF
           .

       SEED-TYPES-FROM-DEFAULTS.
      *----------------------------------------------------------------*
      * No usable registry - seed the runtime table from the CPYMTYP   *
      * compiled-in defaults so the report still runs                  *
      *----------------------------------------------------------------*
           PERFORM SEED-ONE-DEFAULT-TYPE
               VARYING WS-TYP-SEED-IDX FROM 1 BY 1
               UNTIL WS-TYP-SEED-IDX > WS-TXN-TYPE-COUNT
           MOVE WS-TXN-TYPE-COUNT TO WS-TYP-COUNT
           .

       SEED-ONE-DEFAULT-TYPE.
      *----------------------------------------------------------------*
      * Copy one CPYMTYP default entry into the runtime table          *
      *----------------------------------------------------------------*
           MOVE WS-TXN-TYPE-CODE(WS-TYP-SEED-IDX)
               TO WS-TYP-CODE(WS-TYP-SEED-IDX)
           MOVE WS-TXN-TYPE-NAME(WS-TYP-SEED-IDX)
               TO WS-TYP-NAME(WS-TYP-SEED-IDX)
           MOVE WS-TXN-BUCKET-1-LIMIT(WS-TYP-SEED-IDX)
               TO WS-TYP-LIMIT-1-MS(WS-TYP-SEED-IDX)
           MOVE WS-TXN-BUCKET-2-LIMIT(WS-TYP-SEED-IDX)
               TO WS-TYP-LIMIT-2-MS(WS-TYP-SEED-IDX)
           MOVE WS-TXN-BUCKET-3-LIMIT(WS-TYP-SEED-IDX)
               TO WS-TYP-LIMIT-3-MS(WS-TYP-SEED-IDX)
           MOVE WS-TXN-BUCKET-4-LIMIT(WS-TYP-SEED-IDX)
               TO WS-TYP-LIMIT-4-MS(WS-TYP-SEED-IDX)
           .

       FIND-TXN-TYPE-ENTRY.
      *----------------------------------------------------------------*
      * Locate WS-TYP-LOOKUP-CODE on the runtime type table by plain   *
      * scan over the live slots; WS-TYP-FOUND-IDX zero means a type   *
      * the registry does not know                                     *
      *----------------------------------------------------------------*
           MOVE ZERO TO WS-TYP-FOUND-IDX
           PERFORM TEST-ONE-TYPE-ENTRY
               VARYING WS-TYP-SCAN-IDX FROM 1 BY 1
               UNTIL WS-TYP-SCAN-IDX > WS-TYP-COUNT
           .

       TEST-ONE-TYPE-ENTRY.
           IF WS-TYP-CODE(WS-TYP-SCAN-IDX) = WS-TYP-LOOKUP-CODE
               MOVE WS-TYP-SCAN-IDX TO WS-TYP-FOUND-IDX
           END-IF
           .
