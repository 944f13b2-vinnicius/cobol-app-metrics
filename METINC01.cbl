       IDENTIFICATION DIVISION.
       PROGRAM-ID. METINC01.
       AUTHOR. COBOL-METRICS-TEAM.

      *----------------------------------------------------------------*
      * Incident post-mortem pack.                                     *
      * After an SLA breach the bridge used to rebuild the picture by  *
      * hand from five different files.  This job does it in one       *
      * pass per incident window - a run of METALGVS alert rows        *
      * (CPYMALR) for one transaction type from its first breach       *
      * ('B') to the all-clear ('C') that leaves none of the type's    *
      * breached metrics still open - and prints one pack per window:  *
      *                                                                *
      *   TIMELINE - every breach, escalation and all-clear row in     *
      *     the window, in log order                                   *
      *   HOURLY COUNTERS - transactions started (601), errors (603)   *
      *     and +Inf durations (610 bucket 05) for each hour of the    *
      *     window off the METHSTVS history store, regions added       *
      *     together, against the same hours one week earlier          *
      *   TOP ERROR CODES - the window's 603 records on the METEXTR    *
      *     extract by error code (attribute 60), worst first          *
      *   CUSTOMER IMPACT - the distinct customers and accounts on     *
      *     the METCAPVS flight-recorder captures (CPYMCAP) for the    *
      *     type inside the window                                     *
      *   PRIOR CHANGES - every change METAUDVS (CPYMAUD) shows taking *
      *     effect for the type in the 24 hours before the breach,     *
      *     with the requesting operator, the approver and the screen  *
      *     it came from - requests, approvals and rejections are not  *
      *     changes to the live cutoffs, so they are left out          *
      *                                                                *
      * SYSIN, one card:                                               *
      *    columns 1-8   - business date of the breach, YYYYMMDD       *
      *                    (required - no usable date, no packs,       *
      *                    return code 12)                             *
      *    columns 10-11 - transaction type; blank prints a pack for   *
      *                    every window on the date                    *
      *                                                                *
      * A window still open at the end of the day is packed up to      *
      * 23:59:59 and says so.  An all-clear at the start of the day    *
      * that closes a window opened the day before belongs to that     *
      * day's pack and is only counted here.  The METEXTR DD must name *
      * the extract generation for the date being packed.              *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-LOG ASSIGN TO METALGVS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MET-ALR-KEY
               FILE STATUS IS WS-ALERT-STATUS.

           SELECT HISTORY-STORE ASSIGN TO METHSTVS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-STORE-KEY
               FILE STATUS IS WS-STORE-STATUS.

           SELECT METRIC-EXTRACT ASSIGN TO METEXTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.

           SELECT CAPTURE-FILE ASSIGN TO METCAPVS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MET-CAP-KEY
               FILE STATUS IS WS-CAPTURE-STATUS.

           SELECT AUDIT-TRAIL ASSIGN TO METAUDVS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MET-AUD-KEY
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT PACK-REPORT ASSIGN TO METINCR
               ORGANIZATION IS SEQUENTIAL.

           SELECT TYPE-CONTROL ASSIGN TO METTYPVS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MET-TYP-TXN-TYPE
               FILE STATUS IS WS-TYPE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------*
      * One breach or all-clear event per record - see CPYMALR         *
      *----------------------------------------------------------------*
       FD  ALERT-LOG.
       01  ALERT-RECORD.
           COPY CPYMALR.

      *----------------------------------------------------------------*
      * The keyed history store record - byte for byte the CPYMHST     *
      * layout, regrouped so the date plus counter key (region         *
      * included) is a single 25-byte RECORD KEY item, as METHLD01     *
      * loads it                                                       *
      *----------------------------------------------------------------*
       FD  HISTORY-STORE.
       01  HISTORY-STORE-RECORD.
           05  HST-STORE-KEY.
               10  HST-STORE-DATE         PIC 9(8).
               10  HST-STORE-METRIC-ID    PIC 9(3).
               10  HST-STORE-TXN-TYPE     PIC 9(2).
               10  HST-STORE-BUCKET       PIC 9(2).
               10  HST-STORE-HOUR         PIC 9(2).
               10  HST-STORE-REGION       PIC X(8).
           05  HST-STORE-VALUE            PIC 9(9) COMP.

      *----------------------------------------------------------------*
      * One WS-METRIC record per SEND-METRIC call - see CPYMETR        *
      *----------------------------------------------------------------*
       FD  METRIC-EXTRACT
           RECORDING MODE IS F.
       01  METRIC-EXTRACT-RECORD.
           COPY CPYMETR.

      *----------------------------------------------------------------*
      * One captured failure per record - see CPYMCAP                  *
      *----------------------------------------------------------------*
       FD  CAPTURE-FILE.
       01  CAPTURE-RECORD.
           COPY CPYMCAP.

      *----------------------------------------------------------------*
      * One audit row per record - see CPYMAUD                         *
      *----------------------------------------------------------------*
       FD  AUDIT-TRAIL.
       01  AUDIT-RECORD.
           COPY CPYMAUD.

       FD  PACK-REPORT
           RECORDING MODE IS F.
       01  REPORT-LINE                    PIC X(132).

      *----------------------------------------------------------------*
      * Transaction-type registry control file - see CPYMTYR           *
      *----------------------------------------------------------------*
       FD  TYPE-CONTROL.
       01  TYPE-CONTROL-RECORD.
           COPY CPYMTYR.

       WORKING-STORAGE SECTION.

       01  WS-ALERT-STATUS                PIC X(2).
           88  WS-ALERT-STATUS-OK         VALUE '00'.

       01  WS-STORE-STATUS                PIC X(2).
           88  WS-STORE-STATUS-OK         VALUE '00'.

       01  WS-EXTRACT-STATUS              PIC X(2).
           88  WS-EXTRACT-STATUS-OK       VALUE '00'.

       01  WS-CAPTURE-STATUS              PIC X(2).
           88  WS-CAPTURE-STATUS-OK       VALUE '00'.

       01  WS-AUDIT-STATUS                PIC X(2).
           88  WS-AUDIT-STATUS-OK         VALUE '00'.

       01  WS-TYPE-STATUS                 PIC X(2).
           88  WS-TYPE-STATUS-OK          VALUE '00'.
           88  WS-TYPE-AT-END             VALUE '10'.

       01  WS-EOF-FLAG                    PIC X VALUE 'N'.
           88  WS-END-OF-BROWSE           VALUE 'Y'.
           88  WS-NOT-END-OF-BROWSE       VALUE 'N'.

      *----------------------------------------------------------------*
      * Whether each supporting file could be opened; a file that      *
      * cannot be read leaves its section of every pack saying so      *
      * rather than failing the whole job                              *
      *----------------------------------------------------------------*
       01  WS-FILE-FLAGS.
           05  WS-STORE-OPEN-FLAG         PIC X VALUE 'N'.
               88  WS-STORE-OPEN          VALUE 'Y'.
           05  WS-EXTRACT-OPEN-FLAG       PIC X VALUE 'N'.
               88  WS-EXTRACT-OPEN        VALUE 'Y'.
           05  WS-CAPTURE-OPEN-FLAG       PIC X VALUE 'N'.
               88  WS-CAPTURE-OPEN        VALUE 'Y'.
           05  WS-AUDIT-OPEN-FLAG         PIC X VALUE 'N'.
               88  WS-AUDIT-OPEN          VALUE 'Y'.

      *----------------------------------------------------------------*
      * SYSIN control card                                             *
      *----------------------------------------------------------------*
       01  WS-CONTROL-CARD.
           05  WS-CARD-DATE               PIC X(8).
           05  WS-CARD-DATE-NUM REDEFINES WS-CARD-DATE
                                          PIC 9(8).
           05  FILLER                     PIC X(1).
           05  WS-CARD-TYPE               PIC X(2).
           05  WS-CARD-TYPE-NUM REDEFINES WS-CARD-TYPE
                                          PIC 9(2).
           05  FILLER                     PIC X(69).

       01  WS-RUN-CONTROLS.
           05  WS-RUN-DATE                PIC 9(8).
           05  WS-RUN-TYPE                PIC 9(2) VALUE ZERO.
           05  WS-TYPE-FILTER-FLAG        PIC X VALUE 'N'.
               88  WS-ONE-TYPE-ONLY       VALUE 'Y'.
               88  WS-EVERY-TYPE          VALUE 'N'.
           05  WS-LOOKBACK-DATE           PIC 9(8).
           05  WS-WEEK-EARLIER-DATE       PIC 9(8).

      *----------------------------------------------------------------*
      * Prior-calendar-day work - the day before WS-BASE-DATE into     *
      * WS-PRIOR-DATE                                                  *
      *----------------------------------------------------------------*
       01  WS-DATE-WORK.
           05  WS-BASE-DATE               PIC 9(8).
           05  WS-PRIOR-DATE              PIC 9(8).
           05  FILLER REDEFINES WS-PRIOR-DATE.
               10  WS-PRV-YEAR            PIC 9(4).
               10  WS-PRV-MONTH           PIC 9(2).
               10  WS-PRV-DAY             PIC 9(2).
           05  WS-MONTH-DAYS              PIC 9(2).
           05  WS-DAYS-BACK               PIC 9(2) COMP.
           05  WS-LEAP-QUOTIENT           PIC 9(4) COMP.
           05  WS-LEAP-REM-4              PIC 9(4) COMP.
           05  WS-LEAP-REM-100            PIC 9(4) COMP.
           05  WS-LEAP-REM-400            PIC 9(4) COMP.

       01  WS-MONTH-LENGTH-DATA           PIC X(24)
           VALUE '312831303130313130313031'.
       01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTH-DATA.
           05  WS-MONTH-LENGTH OCCURS 12 TIMES PIC 9(2).

      *----------------------------------------------------------------*
      * Incident windows found on the alert log for the date, in the   *
      * order their first breach was read.  Each window tracks which   *
      * of its type's metrics are still in breach - it closes on the   *
      * all-clear that leaves none open - and carries its own error    *
      * code table, filled from the extract in one pass for all        *
      * windows.  Codes past the table's slots are still counted, as   *
      * other codes                                                    *
      *----------------------------------------------------------------*
       01  WS-WINDOW-TABLE.
           05  WS-WINDOW-COUNT            PIC 9(2) COMP VALUE ZERO.
           05  WS-WINDOW-ENTRY OCCURS 30 TIMES.
               10  WS-WIN-TXN-TYPE        PIC 9(2).
               10  WS-WIN-TYPE-IDX        PIC 9(2) COMP.
               10  WS-WIN-START-HOUR      PIC 9(2).
               10  WS-WIN-START-TIME      PIC 9(6).
               10  WS-WIN-END-HOUR        PIC 9(2).
               10  WS-WIN-END-TIME        PIC 9(6).
               10  WS-WIN-STATE           PIC X.
                   88  WS-WIN-OPEN        VALUE 'O'.
                   88  WS-WIN-CLEARED     VALUE 'C'.
                   88  WS-WIN-RAN-TO-EOD  VALUE 'E'.
               10  WS-WIN-EVENTS          PIC 9(5) COMP.
               10  WS-WIN-ESCALATIONS     PIC 9(5) COMP.
               10  WS-WIN-METRIC-COUNT    PIC 9(1) COMP.
               10  WS-WIN-METRIC OCCURS 4 TIMES.
                   15  WS-WIN-METRIC-ID   PIC 9(3).
                   15  WS-WIN-METRIC-FLAG PIC X.
                       88  WS-WIN-METRIC-OPEN  VALUE 'Y'.
               10  WS-WIN-CODE-COUNT      PIC 9(2) COMP.
               10  WS-WIN-ERROR-TOTAL     PIC 9(9) COMP.
               10  WS-WIN-OTHER-ERRORS    PIC 9(9) COMP.
               10  WS-WIN-CODE-ENTRY OCCURS 25 TIMES.
                   15  WS-WIN-CODE        PIC X(16).
                   15  WS-WIN-CODE-TOTAL  PIC 9(9) COMP.
                   15  WS-WIN-CODE-FLAG   PIC X.
                       88  WS-WIN-CODE-PRINTED VALUE 'Y'.

      *----------------------------------------------------------------*
      * Hour-by-hour counters for the window being packed.  Columns:   *
      * 1/2 started (601) on the date / a week earlier, 3/4 errors     *
      * (603), 5/6 +Inf durations (610 bucket 05).  WS-HRL-CELLS       *
      * counts the store cells read per column, so an empty day can    *
      * be told from a quiet one                                       *
      *----------------------------------------------------------------*
       01  WS-HOURLY-TABLE.
           05  WS-HRL-HOUR OCCURS 24 TIMES.
               10  WS-HRL-VALUE OCCURS 6 TIMES
                                          PIC 9(9) COMP.
           05  WS-HRL-CELLS OCCURS 6 TIMES
                                          PIC 9(7) COMP.
           05  WS-HRL-TOTAL OCCURS 6 TIMES
                                          PIC 9(11) COMP.

       01  WS-HISTORY-SERIES.
           05  WS-HS-DATE                 PIC 9(8).
           05  WS-HS-METRIC-ID            PIC 9(3).
           05  WS-HS-BUCKET               PIC 9(2).
           05  WS-HS-COLUMN               PIC 9(1) COMP.

      *----------------------------------------------------------------*
      * Distinct customers and accounts captured in the window, found  *
      * by linear search.  A full table stops counting new ones and    *
      * the pack says the figure is a floor                            *
      *----------------------------------------------------------------*
       01  WS-IMPACT-TABLES.
           05  WS-CUSTOMER-COUNT          PIC 9(3) COMP.
           05  WS-CUSTOMER-ID OCCURS 500 TIMES
                                          PIC X(8).
           05  WS-ACCOUNT-COUNT           PIC 9(3) COMP.
           05  WS-ACCOUNT-NUMBER OCCURS 500 TIMES
                                          PIC X(12).
           05  WS-CUSTOMER-FULL-FLAG      PIC X.
               88  WS-CUSTOMER-TABLE-FULL VALUE 'Y'.
           05  WS-ACCOUNT-FULL-FLAG       PIC X.
               88  WS-ACCOUNT-TABLE-FULL  VALUE 'Y'.
           05  WS-CAPTURES-IN-WINDOW      PIC 9(9) COMP.
           05  WS-LONGEST-DURATION        PIC 9(9) COMP.

       01  WS-WORK-FIELDS.
           05  WS-WIN-IDX                 PIC 9(2) COMP.
           05  WS-SCAN-WIN-IDX            PIC 9(2) COMP.
           05  WS-METRIC-IDX              PIC 9(1) COMP.
           05  WS-FOUND-METRIC-IDX        PIC 9(1) COMP.
           05  WS-OPEN-METRICS            PIC 9(1) COMP.
           05  WS-CODE-IDX                PIC 9(2) COMP.
           05  WS-FOUND-CODE-IDX          PIC 9(2) COMP.
           05  WS-BEST-IDX                PIC 9(2) COMP.
           05  WS-BEST-COUNT              PIC 9(9) COMP.
           05  WS-CODES-PRINTED           PIC 9(2) COMP.
           05  WS-HOUR-IDX                PIC 9(2) COMP.
           05  WS-HOUR-SLOT               PIC 9(2) COMP.
           05  WS-COLUMN-IDX              PIC 9(1) COMP.
           05  WS-SLOT-IDX                PIC 9(3) COMP.
           05  WS-SLOT-FOUND-FLAG         PIC X.
               88  WS-SLOT-FOUND          VALUE 'Y'.
           05  WS-ATTR-IDX                PIC 9(2) COMP.
           05  WS-REC-TYPE-NAME           PIC X(16).
           05  WS-REC-ERROR-CODE          PIC X(16).
           05  WS-REC-HOUR-TEXT           PIC X(2).
           05  WS-REC-HOUR-NUM REDEFINES WS-REC-HOUR-TEXT
                                          PIC 9(2).
           05  WS-REC-HOUR                PIC 9(2).
           05  WS-HOUR-EDIT               PIC 9(2).
           05  WS-CHANGE                  PIC S9(11) COMP.
           05  WS-CHANGES-PRINTED         PIC 9(5) COMP.
           05  WS-WINDOW-FULL-FLAG        PIC X VALUE 'N'.
               88  WS-WINDOW-TABLE-FULL   VALUE 'Y'.

       01  WS-CONTROL-TOTALS.
           05  WS-ALERT-ROWS-READ         PIC 9(9) COMP VALUE ZERO.
           05  WS-WINDOWS-DROPPED         PIC 9(9) COMP VALUE ZERO.
           05  WS-EARLIER-CLEARS          PIC 9(9) COMP VALUE ZERO.
           05  WS-EXTRACT-RECORDS         PIC 9(9) COMP VALUE ZERO.
           05  WS-EXTRACT-ERRORS-USED     PIC 9(9) COMP VALUE ZERO.
           05  WS-PACKS-PRINTED           PIC 9(9) COMP VALUE ZERO.

      *----------------------------------------------------------------*
      * Print-line layouts                                             *
      *----------------------------------------------------------------*
       01  WS-RULE-LINE                   PIC X(132) VALUE ALL '='.

       01  WS-HEADING-LINE-1.
           05  FILLER                      PIC X(42)
               VALUE 'METINC01  -  INCIDENT POST-MORTEM PACK   '.
           05  FILLER                      PIC X(15)
               VALUE 'BUSINESS DATE: '.
           05  WS-HDG-DATE                 PIC 9(8).
           05  FILLER                      PIC X(9)
               VALUE '   TYPE: '.
           05  WS-HDG-TYPE                 PIC X(9).

       01  WS-PACK-HEADING-LINE.
           05  FILLER                      PIC X(13)
               VALUE 'INCIDENT NO. '.
           05  WS-PKH-NUMBER               PIC Z9.
           05  FILLER                      PIC X(8)
               VALUE '   TYPE '.
           05  WS-PKH-TYPE                 PIC 99.
           05  FILLER                      PIC X(1).
           05  WS-PKH-NAME                 PIC X(16).
           05  FILLER                      PIC X(11)
               VALUE '   BREACH '.
           05  WS-PKH-START                PIC X(8).
           05  FILLER                      PIC X(10)
               VALUE '   CLEAR '.
           05  WS-PKH-END                  PIC X(8).
           05  FILLER                      PIC X(3).
           05  WS-PKH-STATE                PIC X(30).

       01  WS-PACK-SUMMARY-LINE.
           05  FILLER                      PIC X(4).
           05  FILLER                      PIC X(14)
               VALUE 'ALERT EVENTS: '.
           05  WS-PKS-EVENTS               PIC ZZ,ZZ9.
           05  FILLER                      PIC X(17)
               VALUE '   ESCALATIONS: '.
           05  WS-PKS-ESCALATIONS          PIC ZZ,ZZ9.
           05  FILLER                      PIC X(21)
               VALUE '   METRICS BREACHED: '.
           05  WS-PKS-METRIC OCCURS 4 TIMES.
               10  WS-PKS-METRIC-ID        PIC X(3).
               10  FILLER                  PIC X(1).

       01  WS-SECTION-LINE.
           05  FILLER                      PIC X(2).
           05  WS-SEC-TEXT                 PIC X(60).

       01  WS-TIMELINE-HEADING-LINE.
           05  FILLER                      PIC X(37)
               VALUE '      TIME      METRIC  EVENT        '.
           05  FILLER                      PIC X(21)
               VALUE 'THRESHOLD      ACTUAL'.

       01  WS-TIMELINE-LINE.
           05  FILLER                      PIC X(6).
           05  WS-TML-TIME                 PIC X(8).
           05  FILLER                      PIC X(4).
           05  WS-TML-METRIC               PIC 9(3).
           05  FILLER                      PIC X(3).
           05  WS-TML-EVENT                PIC X(10).
           05  FILLER                      PIC X(1).
           05  WS-TML-THRESHOLD            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(1).
           05  WS-TML-ACTUAL               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(2).
           05  WS-TML-NOTE                 PIC X(20).

       01  WS-HOURLY-HEADING-LINE-1.
           05  FILLER                      PIC X(10).
           05  FILLER                      PIC X(36)
               VALUE '       ------- STARTED (601) -------'.
           05  FILLER                      PIC X(36)
               VALUE '       ------- ERRORS (603) --------'.
           05  FILLER                      PIC X(36)
               VALUE '       ---- +INF DURATION (610/05) -'.

       01  WS-HOURLY-HEADING-LINE-2.
           05  FILLER                      PIC X(10)
               VALUE '      HOUR'.
           05  FILLER                      PIC X(36)
               VALUE '   THIS DAY  WEEK EARLIER     CHANGE'.
           05  FILLER                      PIC X(36)
               VALUE '   THIS DAY  WEEK EARLIER     CHANGE'.
           05  FILLER                      PIC X(36)
               VALUE '   THIS DAY  WEEK EARLIER     CHANGE'.

       01  WS-HOURLY-LINE.
           05  FILLER                      PIC X(5).
           05  WS-HRD-HOUR                 PIC X(5).
           05  WS-HRD-GROUP OCCURS 3 TIMES.
               10  WS-HRD-THIS-DAY         PIC ZZZ,ZZZ,ZZ9.
               10  FILLER                  PIC X(3).
               10  WS-HRD-WEEK-EARLIER     PIC ZZZ,ZZZ,ZZ9.
               10  WS-HRD-CHANGE           PIC -ZZ,ZZZ,ZZ9.

       01  WS-ERROR-HEADING-LINE.
           05  FILLER                      PIC X(6).
           05  FILLER                      PIC X(18)
               VALUE 'ERROR CODE        '.
           05  FILLER                      PIC X(11)
               VALUE 'ERROR COUNT'.

       01  WS-ERROR-LINE.
           05  FILLER                      PIC X(6).
           05  WS-ERD-CODE                 PIC X(16).
           05  FILLER                      PIC X(2).
           05  WS-ERD-COUNT                PIC ZZZ,ZZZ,ZZ9.

       01  WS-IMPACT-LINE.
           05  FILLER                      PIC X(6).
           05  WS-IMP-DESCRIPTION          PIC X(34).
           05  WS-IMP-COUNT                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(2).
           05  WS-IMP-NOTE                 PIC X(30).

       01  WS-CHANGE-HEADING-LINE.
           05  FILLER                      PIC X(45)
               VALUE '      DATE      TIME      OPERATOR  ACTION   '.
           05  FILLER                      PIC X(46)
               VALUE 'OLD LIMITS (MS) 1-4        NEW LIMITS (MS) 1-4'.
           05  FILLER                      PIC X(21)
               VALUE '       FROM  CHECKER'.

       01  WS-CHANGE-LINE.
           05  FILLER                      PIC X(6).
           05  WS-CHG-DATE                 PIC 9(8).
           05  FILLER                      PIC X(2).
           05  WS-CHG-TIME                 PIC X(8).
           05  FILLER                      PIC X(2).
           05  WS-CHG-OPERATOR             PIC X(8).
           05  FILLER                      PIC X(2).
           05  WS-CHG-ACTION               PIC X(6).
           05  FILLER                      PIC X(3).
           05  WS-CHG-OLD OCCURS 4 TIMES.
               10  WS-CHG-OLD-LIMIT        PIC ZZZZ9.
               10  FILLER                  PIC X(1).
           05  FILLER                      PIC X(3).
           05  WS-CHG-NEW OCCURS 4 TIMES.
               10  WS-CHG-NEW-LIMIT        PIC ZZZZ9.
               10  FILLER                  PIC X(1).
           05  FILLER                      PIC X(2).
           05  WS-CHG-SOURCE               PIC X(4).
           05  FILLER                      PIC X(2).
           05  WS-CHG-CHECKER              PIC X(8).

       01  WS-NOTE-LINE.
           05  FILLER                      PIC X(6).
           05  WS-NOT-TEXT                 PIC X(100).

       01  WS-TOTAL-LINE.
           05  WS-TOT-DESCRIPTION          PIC X(34).
           05  WS-TOT-COUNT                PIC ZZZ,ZZZ,ZZ9.

      *----------------------------------------------------------------*
      * HHMMSS to HH:MM:SS for the print lines                         *
      *----------------------------------------------------------------*
       01  WS-TIME-EDIT-WORK.
           05  WS-TIME-IN                 PIC 9(6).
           05  FILLER REDEFINES WS-TIME-IN.
               10  WS-TIME-IN-HH          PIC 9(2).
               10  WS-TIME-IN-MM          PIC 9(2).
               10  WS-TIME-IN-SS          PIC 9(2).
           05  WS-TIME-OUT.
               10  WS-TIME-OUT-HH         PIC 9(2).
               10  FILLER                 PIC X VALUE ':'.
               10  WS-TIME-OUT-MM         PIC 9(2).
               10  FILLER                 PIC X VALUE ':'.
               10  WS-TIME-OUT-SS         PIC 9(2).

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
      * Take the date and type off SYSIN, find the day's incident      *
      * windows on the alert log, tally the extract's errors into      *
      * them, then print one pack per window                           *
      *----------------------------------------------------------------*
           PERFORM TAKE-CONTROL-CARD
           PERFORM LOAD-TXN-TYPE-TABLE
           PERFORM WORK-OUT-COMPARISON-DATES

           OPEN INPUT ALERT-LOG
           IF NOT WS-ALERT-STATUS-OK
               DISPLAY 'METINC01: METALGVS OPEN FAILED, STATUS='
                   WS-ALERT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PACK-REPORT

           PERFORM PRINT-RUN-HEADING
           PERFORM FIND-INCIDENT-WINDOWS

           IF WS-WINDOW-COUNT = ZERO
               MOVE 'NO INCIDENT WINDOWS ON THE ALERT LOG FOR THE DATE'
                   TO WS-NOT-TEXT
               WRITE REPORT-LINE FROM WS-NOTE-LINE
           ELSE
               PERFORM COLLECT-WINDOW-ERRORS
               PERFORM OPEN-SUPPORTING-FILES
               PERFORM PRINT-ONE-PACK
                   VARYING WS-WIN-IDX FROM 1 BY 1
                   UNTIL WS-WIN-IDX > WS-WINDOW-COUNT
               PERFORM CLOSE-SUPPORTING-FILES
           END-IF

           PERFORM PRINT-CONTROL-TOTALS

           CLOSE ALERT-LOG
           CLOSE PACK-REPORT
           STOP RUN
           .

       TAKE-CONTROL-CARD.
      *----------------------------------------------------------------*
      * The business date is required; the type is optional, blank     *
      * meaning every type.  An unusable card is a hard failure - a    *
      * pack for the wrong day is worse than none                      *
      *----------------------------------------------------------------*
           MOVE SPACES TO WS-CONTROL-CARD
           ACCEPT WS-CONTROL-CARD

           IF WS-CARD-DATE = SPACES
               OR WS-CARD-DATE NOT NUMERIC
               DISPLAY 'METINC01: NO USABLE BUSINESS DATE ON SYSIN'
                   ' - NO PACKS PRINTED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-CARD-DATE-NUM TO WS-RUN-DATE

           IF WS-CARD-TYPE NOT = SPACES
               IF WS-CARD-TYPE NUMERIC
                   MOVE WS-CARD-TYPE-NUM TO WS-RUN-TYPE
                   SET WS-ONE-TYPE-ONLY TO TRUE
               ELSE
                   DISPLAY 'METINC01: TRANSACTION TYPE ON SYSIN IS'
                       ' NOT NUMERIC - NO PACKS PRINTED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           .

       WORK-OUT-COMPARISON-DATES.
      *----------------------------------------------------------------*
      * The day before the breach date bounds the 24-hour change       *
      * lookback; the same weekday a week earlier is the baseline the  *
      * hourly counters are set against                                *
      *----------------------------------------------------------------*
           MOVE WS-RUN-DATE TO WS-BASE-DATE
           PERFORM COMPUTE-PRIOR-DATE
           MOVE WS-PRIOR-DATE TO WS-LOOKBACK-DATE

           MOVE WS-RUN-DATE TO WS-BASE-DATE
           PERFORM STEP-BACK-ONE-DAY
               VARYING WS-DAYS-BACK FROM 1 BY 1
               UNTIL WS-DAYS-BACK > 7
           MOVE WS-BASE-DATE TO WS-WEEK-EARLIER-DATE
           .

       STEP-BACK-ONE-DAY.
           PERFORM COMPUTE-PRIOR-DATE
           MOVE WS-PRIOR-DATE TO WS-BASE-DATE
           .

       COMPUTE-PRIOR-DATE.
      *----------------------------------------------------------------*
      * The calendar day before WS-BASE-DATE, leap years included      *
      *----------------------------------------------------------------*
           MOVE WS-BASE-DATE TO WS-PRIOR-DATE

           IF WS-PRV-DAY > 01
               SUBTRACT 1 FROM WS-PRV-DAY
           ELSE
               IF WS-PRV-MONTH > 01
                   SUBTRACT 1 FROM WS-PRV-MONTH
               ELSE
                   MOVE 12 TO WS-PRV-MONTH
                   SUBTRACT 1 FROM WS-PRV-YEAR
               END-IF
               MOVE WS-MONTH-LENGTH(WS-PRV-MONTH) TO WS-MONTH-DAYS

               IF WS-PRV-MONTH = 02
                   DIVIDE WS-PRV-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REM-4
                   DIVIDE WS-PRV-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REM-100
                   DIVIDE WS-PRV-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REM-400
                   IF WS-LEAP-REM-4 = ZERO
                       AND (WS-LEAP-REM-100 NOT = ZERO
                        OR WS-LEAP-REM-400 = ZERO)
                       MOVE 29 TO WS-MONTH-DAYS
                   END-IF
               END-IF

               MOVE WS-MONTH-DAYS TO WS-PRV-DAY
           END-IF
           .

       PRINT-RUN-HEADING.
           MOVE WS-RUN-DATE TO WS-HDG-DATE
           IF WS-ONE-TYPE-ONLY
               MOVE WS-RUN-TYPE TO WS-HDG-TYPE
           ELSE
               MOVE 'ALL' TO WS-HDG-TYPE
           END-IF
           WRITE REPORT-LINE FROM WS-HEADING-LINE-1
           .

       FIND-INCIDENT-WINDOWS.
      *----------------------------------------------------------------*
      * Browse the date's alert rows in key order (hour, type, metric, *
      * event) and build the incident windows.  Windows still open     *
      * when the day's rows run out are carried to the end of the day  *
      *----------------------------------------------------------------*
           MOVE WS-RUN-DATE TO MET-ALR-DATE
           MOVE ZERO TO MET-ALR-HOUR
           MOVE ZERO TO MET-ALR-TXN-TYPE
           MOVE ZERO TO MET-ALR-METRIC-ID
           MOVE SPACE TO MET-ALR-EVENT
           SET WS-NOT-END-OF-BROWSE TO TRUE

           START ALERT-LOG KEY IS NOT LESS THAN MET-ALR-KEY
           IF WS-ALERT-STATUS-OK
               PERFORM READ-NEXT-ALERT-ROW
               PERFORM SCAN-ONE-ALERT-ROW
                   UNTIL WS-END-OF-BROWSE
           END-IF

           PERFORM CLOSE-WINDOW-AT-END-OF-DAY
               VARYING WS-WIN-IDX FROM 1 BY 1
               UNTIL WS-WIN-IDX > WS-WINDOW-COUNT
           .

       READ-NEXT-ALERT-ROW.
      *----------------------------------------------------------------*
      * Read the next alert row; the first row past the date, end of   *
      * file or any other non-OK status ends the browse                *
      *----------------------------------------------------------------*
           READ ALERT-LOG NEXT RECORD
           IF NOT WS-ALERT-STATUS-OK
               OR MET-ALR-DATE NOT = WS-RUN-DATE
               SET WS-END-OF-BROWSE TO TRUE
           END-IF
           .

       SCAN-ONE-ALERT-ROW.
      *----------------------------------------------------------------*
      * Fold one alert row into its type's open window - a breach      *
      * opens one if the type has none                                 *
      *----------------------------------------------------------------*
           ADD 1 TO WS-ALERT-ROWS-READ

           IF WS-EVERY-TYPE
               OR MET-ALR-TXN-TYPE = WS-RUN-TYPE
               PERFORM FIND-OPEN-WINDOW
               IF MET-ALR-EVENT-BREACH
                   PERFORM NOTE-BREACH-EVENT
               ELSE
                   PERFORM NOTE-CLEAR-EVENT
               END-IF
           END-IF

           PERFORM READ-NEXT-ALERT-ROW
           .

       FIND-OPEN-WINDOW.
      *----------------------------------------------------------------*
      * WS-WIN-IDX is the row's type's open window, zero if none       *
      *----------------------------------------------------------------*
           MOVE ZERO TO WS-WIN-IDX
           PERFORM TEST-ONE-OPEN-WINDOW
               VARYING WS-SCAN-WIN-IDX FROM 1 BY 1
               UNTIL WS-SCAN-WIN-IDX > WS-WINDOW-COUNT
           .

       TEST-ONE-OPEN-WINDOW.
           IF WS-WIN-TXN-TYPE(WS-SCAN-WIN-IDX) = MET-ALR-TXN-TYPE
               AND WS-WIN-OPEN(WS-SCAN-WIN-IDX)
               MOVE WS-SCAN-WIN-IDX TO WS-WIN-IDX
           END-IF
           .

       NOTE-BREACH-EVENT.
      *----------------------------------------------------------------*
      * A breach opens a window when its type has none, and marks its  *
      * metric in breach.  Rows within an hour arrive in metric order, *
      * not time order, so the window starts at the earliest breach    *
      * time seen                                                      *
      *----------------------------------------------------------------*
           IF WS-WIN-IDX = ZERO
               PERFORM OPEN-NEW-WINDOW
           END-IF

           IF WS-WIN-IDX > ZERO
               ADD 1 TO WS-WIN-EVENTS(WS-WIN-IDX)
               IF MET-ALR-WAS-ESCALATED
                   ADD 1 TO WS-WIN-ESCALATIONS(WS-WIN-IDX)
               END-IF
               IF MET-ALR-TIME < WS-WIN-START-TIME(WS-WIN-IDX)
                   MOVE MET-ALR-TIME TO WS-WIN-START-TIME(WS-WIN-IDX)
               END-IF

               PERFORM FIND-WINDOW-METRIC
               IF WS-FOUND-METRIC-IDX = ZERO
                   AND WS-WIN-METRIC-COUNT(WS-WIN-IDX) < 4
                   ADD 1 TO WS-WIN-METRIC-COUNT(WS-WIN-IDX)
                   MOVE WS-WIN-METRIC-COUNT(WS-WIN-IDX)
                       TO WS-FOUND-METRIC-IDX
                   MOVE MET-ALR-METRIC-ID TO WS-WIN-METRIC-ID
                       (WS-WIN-IDX, WS-FOUND-METRIC-IDX)
               END-IF
               IF WS-FOUND-METRIC-IDX > ZERO
                   SET WS-WIN-METRIC-OPEN(WS-WIN-IDX,
                       WS-FOUND-METRIC-IDX) TO TRUE
               END-IF
           END-IF
           .

       OPEN-NEW-WINDOW.
      *----------------------------------------------------------------*
      * Start a window at this breach.  A full table is reported once  *
      * and further windows are counted as dropped                     *
      *----------------------------------------------------------------*
           IF WS-WINDOW-COUNT < 30
               ADD 1 TO WS-WINDOW-COUNT
               MOVE WS-WINDOW-COUNT TO WS-WIN-IDX
               MOVE MET-ALR-TXN-TYPE TO WS-WIN-TXN-TYPE(WS-WIN-IDX)
               MOVE MET-ALR-TXN-TYPE TO WS-TYP-LOOKUP-CODE
               PERFORM FIND-TXN-TYPE-ENTRY
               MOVE WS-TYP-FOUND-IDX TO WS-WIN-TYPE-IDX(WS-WIN-IDX)
               MOVE MET-ALR-HOUR TO WS-WIN-START-HOUR(WS-WIN-IDX)
               MOVE MET-ALR-TIME TO WS-WIN-START-TIME(WS-WIN-IDX)
               MOVE 23 TO WS-WIN-END-HOUR(WS-WIN-IDX)
               MOVE 235959 TO WS-WIN-END-TIME(WS-WIN-IDX)
               SET WS-WIN-OPEN(WS-WIN-IDX) TO TRUE
               MOVE ZERO TO WS-WIN-EVENTS(WS-WIN-IDX)
               MOVE ZERO TO WS-WIN-ESCALATIONS(WS-WIN-IDX)
               MOVE ZERO TO WS-WIN-METRIC-COUNT(WS-WIN-IDX)
               MOVE ZERO TO WS-WIN-CODE-COUNT(WS-WIN-IDX)
               MOVE ZERO TO WS-WIN-ERROR-TOTAL(WS-WIN-IDX)
               MOVE ZERO TO WS-WIN-OTHER-ERRORS(WS-WIN-IDX)
           ELSE
               ADD 1 TO WS-WINDOWS-DROPPED
               IF NOT WS-WINDOW-TABLE-FULL
                   SET WS-WINDOW-TABLE-FULL TO TRUE
                   DISPLAY 'METINC01: WINDOW TABLE FULL - '
                       'FURTHER WINDOWS DROPPED'
               END-IF
           END-IF
           .

       NOTE-CLEAR-EVENT.
      *----------------------------------------------------------------*
      * An all-clear stands its metric down; the one that leaves the   *
      * window with no metric in breach closes it.  An all-clear with  *
      * no open window belongs to a window opened the day before       *
      *----------------------------------------------------------------*
           IF WS-WIN-IDX = ZERO
               ADD 1 TO WS-EARLIER-CLEARS
           ELSE
               ADD 1 TO WS-WIN-EVENTS(WS-WIN-IDX)
               PERFORM FIND-WINDOW-METRIC
               IF WS-FOUND-METRIC-IDX > ZERO
                   MOVE 'N' TO WS-WIN-METRIC-FLAG(WS-WIN-IDX,
                       WS-FOUND-METRIC-IDX)
               END-IF

               MOVE ZERO TO WS-OPEN-METRICS
               PERFORM COUNT-ONE-OPEN-METRIC
                   VARYING WS-METRIC-IDX FROM 1 BY 1
                   UNTIL WS-METRIC-IDX > WS-WIN-METRIC-COUNT(WS-WIN-IDX)
               IF WS-OPEN-METRICS = ZERO
                   SET WS-WIN-CLEARED(WS-WIN-IDX) TO TRUE
                   MOVE MET-ALR-HOUR TO WS-WIN-END-HOUR(WS-WIN-IDX)
                   MOVE MET-ALR-TIME TO WS-WIN-END-TIME(WS-WIN-IDX)
               END-IF
           END-IF
           .

       FIND-WINDOW-METRIC.
           MOVE ZERO TO WS-FOUND-METRIC-IDX
           PERFORM TEST-ONE-WINDOW-METRIC
               VARYING WS-METRIC-IDX FROM 1 BY 1
               UNTIL WS-METRIC-IDX > WS-WIN-METRIC-COUNT(WS-WIN-IDX)
           .

       TEST-ONE-WINDOW-METRIC.
           IF WS-WIN-METRIC-ID(WS-WIN-IDX, WS-METRIC-IDX)
               = MET-ALR-METRIC-ID
               MOVE WS-METRIC-IDX TO WS-FOUND-METRIC-IDX
           END-IF
           .

       COUNT-ONE-OPEN-METRIC.
           IF WS-WIN-METRIC-OPEN(WS-WIN-IDX, WS-METRIC-IDX)
               ADD 1 TO WS-OPEN-METRICS
           END-IF
           .

       CLOSE-WINDOW-AT-END-OF-DAY.
           IF WS-WIN-OPEN(WS-WIN-IDX)
               SET WS-WIN-RAN-TO-EOD(WS-WIN-IDX) TO TRUE
           END-IF
           .

       COLLECT-WINDOW-ERRORS.
      *----------------------------------------------------------------*
      * One pass of the extract for all windows: every error record    *
      * (603) is tallied into each window of its type whose hours it   *
      * falls in.  No extract means no error codes in the packs        *
      *----------------------------------------------------------------*
           OPEN INPUT METRIC-EXTRACT
           IF WS-EXTRACT-STATUS-OK
               SET WS-EXTRACT-OPEN TO TRUE
               SET WS-NOT-END-OF-BROWSE TO TRUE
               PERFORM READ-NEXT-EXTRACT-RECORD
               PERFORM TALLY-ONE-EXTRACT-RECORD
                   UNTIL WS-END-OF-BROWSE
               CLOSE METRIC-EXTRACT
           ELSE
               DISPLAY 'METINC01: METEXTR OPEN FAILED, STATUS='
                   WS-EXTRACT-STATUS ' - NO ERROR CODES'
           END-IF
           .

       READ-NEXT-EXTRACT-RECORD.
           READ METRIC-EXTRACT
               AT END
                   SET WS-END-OF-BROWSE TO TRUE
           END-READ
           .

       TALLY-ONE-EXTRACT-RECORD.
      *----------------------------------------------------------------*
      * Decode an error record's type name, hour and error code and    *
      * offer it to every window                                       *
      *----------------------------------------------------------------*
           ADD 1 TO WS-EXTRACT-RECORDS

           IF WS-METRIC-ID = 603
               PERFORM DECODE-ERROR-RECORD
               PERFORM TALLY-ERROR-FOR-WINDOW
                   VARYING WS-WIN-IDX FROM 1 BY 1
                   UNTIL WS-WIN-IDX > WS-WINDOW-COUNT
           END-IF

           PERFORM READ-NEXT-EXTRACT-RECORD
           .

       DECODE-ERROR-RECORD.
      *----------------------------------------------------------------*
      * Pull the transaction type (22), hour of day (23) and error     *
      * code (60) off the record's attributes.  A record without a     *
      * usable hour cannot be placed in a window and is left out       *
      *----------------------------------------------------------------*
           MOVE '(NO TYPE)       ' TO WS-REC-TYPE-NAME
           MOVE '(NO CODE)       ' TO WS-REC-ERROR-CODE
           MOVE 99 TO WS-REC-HOUR

           PERFORM SCAN-ONE-ATTRIBUTE
               VARYING WS-ATTR-IDX FROM 1 BY 1
               UNTIL WS-ATTR-IDX > WS-ATTR-COUNT
           .

       SCAN-ONE-ATTRIBUTE.
      *----------------------------------------------------------------*
      * Pull one attribute slot's value into the matching decode field *
      *----------------------------------------------------------------*
           EVALUATE WS-ATTR-CODE(WS-ATTR-IDX)
               WHEN 22
                   MOVE WS-ATTR-VALUE(WS-ATTR-IDX)
                       TO WS-REC-TYPE-NAME
               WHEN 23
                   MOVE WS-ATTR-VALUE(WS-ATTR-IDX)(1:2)
                       TO WS-REC-HOUR-TEXT
                   IF WS-REC-HOUR-TEXT NUMERIC
                       MOVE WS-REC-HOUR-NUM TO WS-REC-HOUR
                   END-IF
               WHEN 60
                   MOVE WS-ATTR-VALUE(WS-ATTR-IDX)
                       TO WS-REC-ERROR-CODE
           END-EVALUATE
           .

       TALLY-ERROR-FOR-WINDOW.
      *----------------------------------------------------------------*
      * Count the error against this window's code table when the      *
      * type name matches and the hour is inside the window; a code    *
      * the table has no slot left for counts as an other code         *
      *----------------------------------------------------------------*
           IF WS-WIN-TYPE-IDX(WS-WIN-IDX) > ZERO
               AND WS-TYP-NAME(WS-WIN-TYPE-IDX(WS-WIN-IDX))
                   = WS-REC-TYPE-NAME
               AND WS-REC-HOUR NOT < WS-WIN-START-HOUR(WS-WIN-IDX)
               AND WS-REC-HOUR NOT > WS-WIN-END-HOUR(WS-WIN-IDX)
               ADD 1 TO WS-EXTRACT-ERRORS-USED
               ADD 1 TO WS-WIN-ERROR-TOTAL(WS-WIN-IDX)
               MOVE ZERO TO WS-FOUND-CODE-IDX
               PERFORM TEST-ONE-WINDOW-CODE
                   VARYING WS-CODE-IDX FROM 1 BY 1
                   UNTIL WS-CODE-IDX > WS-WIN-CODE-COUNT(WS-WIN-IDX)
               IF WS-FOUND-CODE-IDX = ZERO
                   AND WS-WIN-CODE-COUNT(WS-WIN-IDX) < 25
                   ADD 1 TO WS-WIN-CODE-COUNT(WS-WIN-IDX)
                   MOVE WS-WIN-CODE-COUNT(WS-WIN-IDX)
                       TO WS-FOUND-CODE-IDX
                   MOVE WS-REC-ERROR-CODE
                       TO WS-WIN-CODE(WS-WIN-IDX, WS-FOUND-CODE-IDX)
                   MOVE ZERO TO WS-WIN-CODE-TOTAL(WS-WIN-IDX,
                       WS-FOUND-CODE-IDX)
                   MOVE 'N' TO WS-WIN-CODE-FLAG(WS-WIN-IDX,
                       WS-FOUND-CODE-IDX)
               END-IF
               IF WS-FOUND-CODE-IDX = ZERO
                   ADD 1 TO WS-WIN-OTHER-ERRORS(WS-WIN-IDX)
               ELSE
                   ADD 1 TO WS-WIN-CODE-TOTAL(WS-WIN-IDX,
                       WS-FOUND-CODE-IDX)
               END-IF
           END-IF
           .

       TEST-ONE-WINDOW-CODE.
           IF WS-WIN-CODE(WS-WIN-IDX, WS-CODE-IDX) = WS-REC-ERROR-CODE
               MOVE WS-CODE-IDX TO WS-FOUND-CODE-IDX
           END-IF
           .

       OPEN-SUPPORTING-FILES.
      *----------------------------------------------------------------*
      * The history store, capture file and audit trail are each       *
      * optional - one that cannot be opened blanks its own section    *
      *----------------------------------------------------------------*
           OPEN INPUT HISTORY-STORE
           IF WS-STORE-STATUS-OK
               SET WS-STORE-OPEN TO TRUE
           ELSE
               DISPLAY 'METINC01: METHSTVS OPEN FAILED, STATUS='
                   WS-STORE-STATUS
           END-IF

           OPEN INPUT CAPTURE-FILE
           IF WS-CAPTURE-STATUS-OK
               SET WS-CAPTURE-OPEN TO TRUE
           ELSE
               DISPLAY 'METINC01: METCAPVS OPEN FAILED, STATUS='
                   WS-CAPTURE-STATUS
           END-IF

           OPEN INPUT AUDIT-TRAIL
           IF WS-AUDIT-STATUS-OK
               SET WS-AUDIT-OPEN TO TRUE
           ELSE
               DISPLAY 'METINC01: METAUDVS OPEN FAILED, STATUS='
                   WS-AUDIT-STATUS
           END-IF
           .

       CLOSE-SUPPORTING-FILES.
           IF WS-STORE-OPEN
               CLOSE HISTORY-STORE
           END-IF
           IF WS-CAPTURE-OPEN
               CLOSE CAPTURE-FILE
           END-IF
           IF WS-AUDIT-OPEN
               CLOSE AUDIT-TRAIL
           END-IF
           .

       PRINT-ONE-PACK.
      *----------------------------------------------------------------*
      * One incident window's pack: heading, then the five sections    *
      *----------------------------------------------------------------*
           ADD 1 TO WS-PACKS-PRINTED
           PERFORM PRINT-PACK-HEADING
           PERFORM PRINT-WINDOW-TIMELINE
           PERFORM PRINT-HOURLY-COMPARISON
           PERFORM PRINT-TOP-ERROR-CODES
           PERFORM PRINT-CUSTOMER-IMPACT
           PERFORM PRINT-PRIOR-CHANGES
           .

       PRINT-PACK-HEADING.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-RULE-LINE

           MOVE WS-WIN-IDX TO WS-PKH-NUMBER
           MOVE WS-WIN-TXN-TYPE(WS-WIN-IDX) TO WS-PKH-TYPE
           IF WS-WIN-TYPE-IDX(WS-WIN-IDX) = ZERO
               MOVE '(UNKNOWN TYPE)' TO WS-PKH-NAME
           ELSE
               MOVE WS-TYP-NAME(WS-WIN-TYPE-IDX(WS-WIN-IDX))
                   TO WS-PKH-NAME
           END-IF
           MOVE WS-WIN-START-TIME(WS-WIN-IDX) TO WS-TIME-IN
           PERFORM EDIT-TIME
           MOVE WS-TIME-OUT TO WS-PKH-START
           IF WS-WIN-CLEARED(WS-WIN-IDX)
               MOVE WS-WIN-END-TIME(WS-WIN-IDX) TO WS-TIME-IN
               PERFORM EDIT-TIME
               MOVE WS-TIME-OUT TO WS-PKH-END
               MOVE SPACES TO WS-PKH-STATE
           ELSE
               MOVE '--:--:--' TO WS-PKH-END
               MOVE 'NOT CLEARED BY END OF DAY' TO WS-PKH-STATE
           END-IF
           WRITE REPORT-LINE FROM WS-PACK-HEADING-LINE

           MOVE WS-WIN-EVENTS(WS-WIN-IDX) TO WS-PKS-EVENTS
           MOVE WS-WIN-ESCALATIONS(WS-WIN-IDX) TO WS-PKS-ESCALATIONS
           PERFORM LIST-ONE-BREACHED-METRIC
               VARYING WS-METRIC-IDX FROM 1 BY 1
               UNTIL WS-METRIC-IDX > 4
           WRITE REPORT-LINE FROM WS-PACK-SUMMARY-LINE
           WRITE REPORT-LINE FROM WS-RULE-LINE
           .

       LIST-ONE-BREACHED-METRIC.
           IF WS-METRIC-IDX > WS-WIN-METRIC-COUNT(WS-WIN-IDX)
               MOVE SPACES TO WS-PKS-METRIC-ID(WS-METRIC-IDX)
           ELSE
               MOVE WS-WIN-METRIC-ID(WS-WIN-IDX, WS-METRIC-IDX)
                   TO WS-PKS-METRIC-ID(WS-METRIC-IDX)
           END-IF
           .

       EDIT-TIME.
           MOVE WS-TIME-IN-HH TO WS-TIME-OUT-HH
           MOVE WS-TIME-IN-MM TO WS-TIME-OUT-MM
           MOVE WS-TIME-IN-SS TO WS-TIME-OUT-SS
           .

       PRINT-SECTION-HEADING.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-SECTION-LINE
           .

       PRINT-NOTE.
           WRITE REPORT-LINE FROM WS-NOTE-LINE
           .

       PRINT-WINDOW-TIMELINE.
      *----------------------------------------------------------------*
      * Re-browse the date's alert rows from the window's first hour   *
      * and print the type's rows timed inside the window - another    *
      * window for the same type later in the day is left to its own   *
      * pack                                                           *
      *----------------------------------------------------------------*
           MOVE 'TIMELINE' TO WS-SEC-TEXT
           PERFORM PRINT-SECTION-HEADING
           WRITE REPORT-LINE FROM WS-TIMELINE-HEADING-LINE

           MOVE WS-RUN-DATE TO MET-ALR-DATE
           MOVE WS-WIN-START-HOUR(WS-WIN-IDX) TO MET-ALR-HOUR
           MOVE ZERO TO MET-ALR-TXN-TYPE
           MOVE ZERO TO MET-ALR-METRIC-ID
           MOVE SPACE TO MET-ALR-EVENT
           SET WS-NOT-END-OF-BROWSE TO TRUE

           START ALERT-LOG KEY IS NOT LESS THAN MET-ALR-KEY
           IF WS-ALERT-STATUS-OK
               PERFORM READ-NEXT-ALERT-ROW
               PERFORM PRINT-ONE-TIMELINE-ROW
                   UNTIL WS-END-OF-BROWSE
           END-IF
           .

       PRINT-ONE-TIMELINE-ROW.
           IF MET-ALR-HOUR > WS-WIN-END-HOUR(WS-WIN-IDX)
               SET WS-END-OF-BROWSE TO TRUE
           ELSE
               IF MET-ALR-TXN-TYPE = WS-WIN-TXN-TYPE(WS-WIN-IDX)
                   AND MET-ALR-TIME
                       NOT < WS-WIN-START-TIME(WS-WIN-IDX)
                   AND MET-ALR-TIME
                       NOT > WS-WIN-END-TIME(WS-WIN-IDX)
                   MOVE MET-ALR-TIME TO WS-TIME-IN
                   PERFORM EDIT-TIME
                   MOVE WS-TIME-OUT TO WS-TML-TIME
                   MOVE MET-ALR-METRIC-ID TO WS-TML-METRIC
                   MOVE SPACES TO WS-TML-NOTE
                   IF MET-ALR-EVENT-BREACH
                       MOVE 'BREACH' TO WS-TML-EVENT
                       IF MET-ALR-WAS-ESCALATED
                           MOVE 'ESCALATED' TO WS-TML-NOTE
                       END-IF
                   ELSE
                       MOVE 'ALL-CLEAR' TO WS-TML-EVENT
                   END-IF
                   MOVE MET-ALR-THRESHOLD TO WS-TML-THRESHOLD
                   MOVE MET-ALR-ACTUAL TO WS-TML-ACTUAL
                   WRITE REPORT-LINE FROM WS-TIMELINE-LINE
               END-IF
               PERFORM READ-NEXT-ALERT-ROW
           END-IF
           .

       PRINT-HOURLY-COMPARISON.
      *----------------------------------------------------------------*
      * Gather the window type's hourly cells for the date and for a   *
      * week earlier off the history store, then print each hour of    *
      * the window side by side with the change                        *
      *----------------------------------------------------------------*
           MOVE 'HOURLY COUNTERS AGAINST THE SAME HOURS A WEEK EARLIER'
               TO WS-SEC-TEXT
           PERFORM PRINT-SECTION-HEADING

           IF NOT WS-STORE-OPEN
               MOVE 'HISTORY STORE NOT AVAILABLE - SEE THE JOB LOG'
                   TO WS-NOT-TEXT
               PERFORM PRINT-NOTE
           ELSE
               PERFORM CLEAR-ONE-HOURLY-ROW
                   VARYING WS-HOUR-IDX FROM 1 BY 1
                   UNTIL WS-HOUR-IDX > 24
               PERFORM CLEAR-ONE-HOURLY-TOTAL
                   VARYING WS-COLUMN-IDX FROM 1 BY 1
                   UNTIL WS-COLUMN-IDX > 6

               MOVE 601 TO WS-HS-METRIC-ID
               MOVE 00 TO WS-HS-BUCKET
               MOVE 1 TO WS-HS-COLUMN
               PERFORM LOAD-HISTORY-PAIR
               MOVE 603 TO WS-HS-METRIC-ID
               MOVE 00 TO WS-HS-BUCKET
               MOVE 3 TO WS-HS-COLUMN
               PERFORM LOAD-HISTORY-PAIR
               MOVE 610 TO WS-HS-METRIC-ID
               MOVE 05 TO WS-HS-BUCKET
               MOVE 5 TO WS-HS-COLUMN
               PERFORM LOAD-HISTORY-PAIR

               WRITE REPORT-LINE FROM WS-HOURLY-HEADING-LINE-1
               WRITE REPORT-LINE FROM WS-HOURLY-HEADING-LINE-2
               PERFORM PRINT-ONE-HOURLY-ROW
                   VARYING WS-HOUR-IDX
                   FROM WS-WIN-START-HOUR(WS-WIN-IDX) BY 1
                   UNTIL WS-HOUR-IDX > WS-WIN-END-HOUR(WS-WIN-IDX)
               PERFORM PRINT-HOURLY-TOTALS
               PERFORM NOTE-MISSING-HISTORY-DAYS
           END-IF
           .

       CLEAR-ONE-HOURLY-ROW.
           PERFORM CLEAR-ONE-HOURLY-CELL
               VARYING WS-COLUMN-IDX FROM 1 BY 1
               UNTIL WS-COLUMN-IDX > 6
           .

       CLEAR-ONE-HOURLY-CELL.
           MOVE ZERO TO WS-HRL-VALUE(WS-HOUR-IDX, WS-COLUMN-IDX)
           .

       CLEAR-ONE-HOURLY-TOTAL.
           MOVE ZERO TO WS-HRL-CELLS(WS-COLUMN-IDX)
           MOVE ZERO TO WS-HRL-TOTAL(WS-COLUMN-IDX)
           .

       LOAD-HISTORY-PAIR.
      *----------------------------------------------------------------*
      * Load one measure for the date into WS-HS-COLUMN and for the    *
      * week earlier into the column after it                          *
      *----------------------------------------------------------------*
           MOVE WS-RUN-DATE TO WS-HS-DATE
           PERFORM LOAD-HISTORY-SERIES
           ADD 1 TO WS-HS-COLUMN
           MOVE WS-WEEK-EARLIER-DATE TO WS-HS-DATE
           PERFORM LOAD-HISTORY-SERIES
           .

       LOAD-HISTORY-SERIES.
      *----------------------------------------------------------------*
      * Browse the store from the first hour of the measure's cells    *
      * for the window's type on WS-HS-DATE, adding the regions        *
      * together hour by hour                                          *
      *----------------------------------------------------------------*
           MOVE WS-HS-DATE TO HST-STORE-DATE
           MOVE WS-HS-METRIC-ID TO HST-STORE-METRIC-ID
           MOVE WS-WIN-TXN-TYPE(WS-WIN-IDX) TO HST-STORE-TXN-TYPE
           MOVE WS-HS-BUCKET TO HST-STORE-BUCKET
           MOVE ZERO TO HST-STORE-HOUR
           MOVE LOW-VALUES TO HST-STORE-REGION
           SET WS-NOT-END-OF-BROWSE TO TRUE

           START HISTORY-STORE KEY IS NOT LESS THAN HST-STORE-KEY
           IF WS-STORE-STATUS-OK
               PERFORM READ-NEXT-STORE-CELL
               PERFORM ADD-ONE-STORE-CELL
                   UNTIL WS-END-OF-BROWSE
           END-IF
           .

       READ-NEXT-STORE-CELL.
      *----------------------------------------------------------------*
      * The first cell past the measure's run of hours ends the browse *
      *----------------------------------------------------------------*
           READ HISTORY-STORE NEXT RECORD
           IF NOT WS-STORE-STATUS-OK
               OR HST-STORE-DATE NOT = WS-HS-DATE
               OR HST-STORE-METRIC-ID NOT = WS-HS-METRIC-ID
               OR HST-STORE-TXN-TYPE NOT = WS-WIN-TXN-TYPE(WS-WIN-IDX)
               OR HST-STORE-BUCKET NOT = WS-HS-BUCKET
               SET WS-END-OF-BROWSE TO TRUE
           END-IF
           .

       ADD-ONE-STORE-CELL.
           IF HST-STORE-HOUR < 24
               COMPUTE WS-HOUR-SLOT = HST-STORE-HOUR + 1
               ADD HST-STORE-VALUE
                   TO WS-HRL-VALUE(WS-HOUR-SLOT, WS-HS-COLUMN)
               ADD 1 TO WS-HRL-CELLS(WS-HS-COLUMN)
           END-IF
           PERFORM READ-NEXT-STORE-CELL
           .

       PRINT-ONE-HOURLY-ROW.
      *----------------------------------------------------------------*
      * WS-HOUR-IDX runs over the window's hours of day (0-23); the    *
      * table slot is one higher                                       *
      *----------------------------------------------------------------*
           COMPUTE WS-HOUR-SLOT = WS-HOUR-IDX + 1
           MOVE SPACES TO WS-HRD-HOUR
           MOVE WS-HOUR-IDX TO WS-HOUR-EDIT
           MOVE WS-HOUR-EDIT TO WS-HRD-HOUR(1:2)
           MOVE ':00' TO WS-HRD-HOUR(3:3)
           PERFORM EDIT-ONE-HOURLY-GROUP
               VARYING WS-COLUMN-IDX FROM 1 BY 1
               UNTIL WS-COLUMN-IDX > 3
           WRITE REPORT-LINE FROM WS-HOURLY-LINE
           .

       EDIT-ONE-HOURLY-GROUP.
           COMPUTE WS-CHANGE =
               WS-HRL-VALUE(WS-HOUR-SLOT, WS-COLUMN-IDX * 2 - 1)
             - WS-HRL-VALUE(WS-HOUR-SLOT, WS-COLUMN-IDX * 2)
           MOVE WS-HRL-VALUE(WS-HOUR-SLOT, WS-COLUMN-IDX * 2 - 1)
               TO WS-HRD-THIS-DAY(WS-COLUMN-IDX)
           MOVE WS-HRL-VALUE(WS-HOUR-SLOT, WS-COLUMN-IDX * 2)
               TO WS-HRD-WEEK-EARLIER(WS-COLUMN-IDX)
           MOVE WS-CHANGE TO WS-HRD-CHANGE(WS-COLUMN-IDX)
           ADD WS-HRL-VALUE(WS-HOUR-SLOT, WS-COLUMN-IDX * 2 - 1)
               TO WS-HRL-TOTAL(WS-COLUMN-IDX * 2 - 1)
           ADD WS-HRL-VALUE(WS-HOUR-SLOT, WS-COLUMN-IDX * 2)
               TO WS-HRL-TOTAL(WS-COLUMN-IDX * 2)
           .

       PRINT-HOURLY-TOTALS.
           MOVE 'TOTAL' TO WS-HRD-HOUR
           PERFORM EDIT-ONE-TOTAL-GROUP
               VARYING WS-COLUMN-IDX FROM 1 BY 1
               UNTIL WS-COLUMN-IDX > 3
           WRITE REPORT-LINE FROM WS-HOURLY-LINE
           .

       EDIT-ONE-TOTAL-GROUP.
           COMPUTE WS-CHANGE =
               WS-HRL-TOTAL(WS-COLUMN-IDX * 2 - 1)
             - WS-HRL-TOTAL(WS-COLUMN-IDX * 2)
           MOVE WS-HRL-TOTAL(WS-COLUMN-IDX * 2 - 1)
               TO WS-HRD-THIS-DAY(WS-COLUMN-IDX)
           MOVE WS-HRL-TOTAL(WS-COLUMN-IDX * 2)
               TO WS-HRD-WEEK-EARLIER(WS-COLUMN-IDX)
           MOVE WS-CHANGE TO WS-HRD-CHANGE(WS-COLUMN-IDX)
           .

       NOTE-MISSING-HISTORY-DAYS.
      *----------------------------------------------------------------*
      * No cells at all for a day means the store does not hold it -   *
      * not loaded yet, or already aged off - rather than a quiet day  *
      *----------------------------------------------------------------*
           IF WS-HRL-CELLS(1) = ZERO
               AND WS-HRL-CELLS(3) = ZERO
               AND WS-HRL-CELLS(5) = ZERO
               MOVE 'NO HISTORY STORE CELLS FOR THE BREACH DATE'
                   TO WS-NOT-TEXT
               PERFORM PRINT-NOTE
           END-IF
           IF WS-HRL-CELLS(2) = ZERO
               AND WS-HRL-CELLS(4) = ZERO
               AND WS-HRL-CELLS(6) = ZERO
               MOVE 'NO HISTORY STORE CELLS FOR THE WEEK EARLIER'
                   TO WS-NOT-TEXT
               PERFORM PRINT-NOTE
           END-IF
           .

       PRINT-TOP-ERROR-CODES.
      *----------------------------------------------------------------*
      * The window's error codes worst first, ten at most, with any    *
      * remainder as one other-codes line                              *
      *----------------------------------------------------------------*
           MOVE 'TOP ERROR CODES (603) IN THE WINDOW' TO WS-SEC-TEXT
           PERFORM PRINT-SECTION-HEADING

           EVALUATE TRUE
               WHEN NOT WS-EXTRACT-OPEN
                   MOVE 'EXTRACT NOT AVAILABLE - SEE THE JOB LOG'
                       TO WS-NOT-TEXT
                   PERFORM PRINT-NOTE
               WHEN WS-WIN-ERROR-TOTAL(WS-WIN-IDX) = ZERO
                   MOVE 'NO ERROR RECORDS ON THE EXTRACT IN THE WINDOW'
                       TO WS-NOT-TEXT
                   PERFORM PRINT-NOTE
               WHEN OTHER
                   WRITE REPORT-LINE FROM WS-ERROR-HEADING-LINE
                   MOVE ZERO TO WS-CODES-PRINTED
                   MOVE 1 TO WS-BEST-COUNT
                   PERFORM PRINT-WORST-REMAINING-CODE
                       UNTIL WS-BEST-COUNT = ZERO
                       OR WS-CODES-PRINTED = 10
                   PERFORM PRINT-OTHER-CODES
                   MOVE 'ALL CODES' TO WS-ERD-CODE
                   MOVE WS-WIN-ERROR-TOTAL(WS-WIN-IDX) TO WS-ERD-COUNT
                   WRITE REPORT-LINE FROM WS-ERROR-LINE
           END-EVALUATE
           .

       PRINT-WORST-REMAINING-CODE.
      *----------------------------------------------------------------*
      * Select and print the unprinted code with the highest count;    *
      * WS-BEST-COUNT zero means every code is printed                 *
      *----------------------------------------------------------------*
           MOVE ZERO TO WS-BEST-IDX
           MOVE ZERO TO WS-BEST-COUNT
           PERFORM TEST-ONE-RANK-CODE
               VARYING WS-CODE-IDX FROM 1 BY 1
               UNTIL WS-CODE-IDX > WS-WIN-CODE-COUNT(WS-WIN-IDX)

           IF WS-BEST-COUNT > 0
               MOVE WS-WIN-CODE(WS-WIN-IDX, WS-BEST-IDX) TO WS-ERD-CODE
               MOVE WS-BEST-COUNT TO WS-ERD-COUNT
               WRITE REPORT-LINE FROM WS-ERROR-LINE
               SET WS-WIN-CODE-PRINTED(WS-WIN-IDX, WS-BEST-IDX)
                   TO TRUE
               ADD 1 TO WS-CODES-PRINTED
           END-IF
           .

       TEST-ONE-RANK-CODE.
           IF NOT WS-WIN-CODE-PRINTED(WS-WIN-IDX, WS-CODE-IDX)
               AND WS-WIN-CODE-TOTAL(WS-WIN-IDX, WS-CODE-IDX)
                   > WS-BEST-COUNT
               MOVE WS-CODE-IDX TO WS-BEST-IDX
               MOVE WS-WIN-CODE-TOTAL(WS-WIN-IDX, WS-CODE-IDX)
                   TO WS-BEST-COUNT
           END-IF
           .

       PRINT-OTHER-CODES.
      *----------------------------------------------------------------*
      * Codes below the top ten, plus any the code table had no slot   *
      * for, on one line                                               *
      *----------------------------------------------------------------*
           MOVE WS-WIN-OTHER-ERRORS(WS-WIN-IDX) TO WS-BEST-COUNT
           PERFORM ADD-ONE-UNPRINTED-CODE
               VARYING WS-CODE-IDX FROM 1 BY 1
               UNTIL WS-CODE-IDX > WS-WIN-CODE-COUNT(WS-WIN-IDX)
           IF WS-BEST-COUNT > 0
               MOVE 'OTHER CODES' TO WS-ERD-CODE
               MOVE WS-BEST-COUNT TO WS-ERD-COUNT
               WRITE REPORT-LINE FROM WS-ERROR-LINE
           END-IF
           .

       ADD-ONE-UNPRINTED-CODE.
           IF NOT WS-WIN-CODE-PRINTED(WS-WIN-IDX, WS-CODE-IDX)
               ADD WS-WIN-CODE-TOTAL(WS-WIN-IDX, WS-CODE-IDX)
                   TO WS-BEST-COUNT
           END-IF
           .

       PRINT-CUSTOMER-IMPACT.
      *----------------------------------------------------------------*
      * Browse the flight-recorder captures from the breach time to    *
      * the clear and count the type's distinct customers and          *
      * accounts.  Captures only exist while the type's trace row is   *
      * armed, so none at all is reported as such, not as no impact    *
      *----------------------------------------------------------------*
           MOVE 'CUSTOMER IMPACT FROM FLIGHT-RECORDER CAPTURES'
               TO WS-SEC-TEXT
           PERFORM PRINT-SECTION-HEADING

           IF NOT WS-CAPTURE-OPEN
               MOVE 'CAPTURE FILE NOT AVAILABLE - SEE THE JOB LOG'
                   TO WS-NOT-TEXT
               PERFORM PRINT-NOTE
           ELSE
               MOVE ZERO TO WS-CUSTOMER-COUNT
               MOVE ZERO TO WS-ACCOUNT-COUNT
               MOVE ZERO TO WS-CAPTURES-IN-WINDOW
               MOVE ZERO TO WS-LONGEST-DURATION
               MOVE 'N' TO WS-CUSTOMER-FULL-FLAG
               MOVE 'N' TO WS-ACCOUNT-FULL-FLAG

               MOVE WS-RUN-DATE TO MET-CAP-DATE
               MOVE WS-WIN-START-TIME(WS-WIN-IDX) TO MET-CAP-TIME
               MOVE ZERO TO MET-CAP-TASK-NUMBER
               SET WS-NOT-END-OF-BROWSE TO TRUE

               START CAPTURE-FILE KEY IS NOT LESS THAN MET-CAP-KEY
               IF WS-CAPTURE-STATUS-OK
                   PERFORM READ-NEXT-CAPTURE
                   PERFORM COUNT-ONE-CAPTURE
                       UNTIL WS-END-OF-BROWSE
               END-IF

               PERFORM PRINT-IMPACT-LINES
           END-IF
           .

       READ-NEXT-CAPTURE.
      *----------------------------------------------------------------*
      * The first capture past the date or the window's clear time     *
      * ends the browse                                                *
      *----------------------------------------------------------------*
           READ CAPTURE-FILE NEXT RECORD
           IF NOT WS-CAPTURE-STATUS-OK
               OR MET-CAP-DATE NOT = WS-RUN-DATE
               OR MET-CAP-TIME > WS-WIN-END-TIME(WS-WIN-IDX)
               SET WS-END-OF-BROWSE TO TRUE
           END-IF
           .

       COUNT-ONE-CAPTURE.
           IF MET-CAP-TXN-TYPE = WS-WIN-TXN-TYPE(WS-WIN-IDX)
               ADD 1 TO WS-CAPTURES-IN-WINDOW
               IF MET-CAP-DURATION-MS > WS-LONGEST-DURATION
                   MOVE MET-CAP-DURATION-MS TO WS-LONGEST-DURATION
               END-IF
               IF MET-CAP-CUSTOMER-ID NOT = SPACES
                   PERFORM COUNT-DISTINCT-CUSTOMER
               END-IF
               IF MET-CAP-ACCOUNT-NUMBER NOT = SPACES
                   PERFORM COUNT-DISTINCT-ACCOUNT
               END-IF
           END-IF
           PERFORM READ-NEXT-CAPTURE
           .

       COUNT-DISTINCT-CUSTOMER.
           MOVE 'N' TO WS-SLOT-FOUND-FLAG
           PERFORM TEST-ONE-CUSTOMER
               VARYING WS-SLOT-IDX FROM 1 BY 1
               UNTIL WS-SLOT-FOUND
               OR WS-SLOT-IDX > WS-CUSTOMER-COUNT
           IF NOT WS-SLOT-FOUND
               IF WS-CUSTOMER-COUNT < 500
                   ADD 1 TO WS-CUSTOMER-COUNT
                   MOVE MET-CAP-CUSTOMER-ID
                       TO WS-CUSTOMER-ID(WS-CUSTOMER-COUNT)
               ELSE
                   SET WS-CUSTOMER-TABLE-FULL TO TRUE
               END-IF
           END-IF
           .

       TEST-ONE-CUSTOMER.
           IF WS-CUSTOMER-ID(WS-SLOT-IDX) = MET-CAP-CUSTOMER-ID
               SET WS-SLOT-FOUND TO TRUE
           END-IF
           .

       COUNT-DISTINCT-ACCOUNT.
           MOVE 'N' TO WS-SLOT-FOUND-FLAG
           PERFORM TEST-ONE-ACCOUNT
               VARYING WS-SLOT-IDX FROM 1 BY 1
               UNTIL WS-SLOT-FOUND
               OR WS-SLOT-IDX > WS-ACCOUNT-COUNT
           IF NOT WS-SLOT-FOUND
               IF WS-ACCOUNT-COUNT < 500
                   ADD 1 TO WS-ACCOUNT-COUNT
                   MOVE MET-CAP-ACCOUNT-NUMBER
                       TO WS-ACCOUNT-NUMBER(WS-ACCOUNT-COUNT)
               ELSE
                   SET WS-ACCOUNT-TABLE-FULL TO TRUE
               END-IF
           END-IF
           .

       TEST-ONE-ACCOUNT.
           IF WS-ACCOUNT-NUMBER(WS-SLOT-IDX) = MET-CAP-ACCOUNT-NUMBER
               SET WS-SLOT-FOUND TO TRUE
           END-IF
           .

       PRINT-IMPACT-LINES.
           IF WS-CAPTURES-IN-WINDOW = ZERO
               MOVE 'NO CAPTURES FOR THE TYPE IN THE WINDOW - THE'
                   TO WS-NOT-TEXT
               PERFORM PRINT-NOTE
               MOVE 'FLIGHT RECORDER MAY NOT HAVE BEEN ARMED (METTRCVS)'
                   TO WS-NOT-TEXT
               PERFORM PRINT-NOTE
           ELSE
               MOVE 'CAPTURED FAILURES:' TO WS-IMP-DESCRIPTION
               MOVE WS-CAPTURES-IN-WINDOW TO WS-IMP-COUNT
               MOVE SPACES TO WS-IMP-NOTE
               WRITE REPORT-LINE FROM WS-IMPACT-LINE

               MOVE 'DISTINCT CUSTOMERS:' TO WS-IMP-DESCRIPTION
               MOVE WS-CUSTOMER-COUNT TO WS-IMP-COUNT
               IF WS-CUSTOMER-TABLE-FULL
                   MOVE 'AT LEAST - TABLE FULL' TO WS-IMP-NOTE
               END-IF
               WRITE REPORT-LINE FROM WS-IMPACT-LINE

               MOVE 'DISTINCT ACCOUNTS:' TO WS-IMP-DESCRIPTION
               MOVE WS-ACCOUNT-COUNT TO WS-IMP-COUNT
               MOVE SPACES TO WS-IMP-NOTE
               IF WS-ACCOUNT-TABLE-FULL
                   MOVE 'AT LEAST - TABLE FULL' TO WS-IMP-NOTE
               END-IF
               WRITE REPORT-LINE FROM WS-IMPACT-LINE

               MOVE 'LONGEST CAPTURED DURATION (MS):'
                   TO WS-IMP-DESCRIPTION
               MOVE WS-LONGEST-DURATION TO WS-IMP-COUNT
               MOVE SPACES TO WS-IMP-NOTE
               WRITE REPORT-LINE FROM WS-IMPACT-LINE
           END-IF
           .

       PRINT-PRIOR-CHANGES.
      *----------------------------------------------------------------*
      * Browse the audit trail from the day before the breach and      *
      * print the type's changes from the breach time that day up to   *
      * the breach itself                                              *
      *----------------------------------------------------------------*
           MOVE 'SLA AND REGISTRY CHANGES - 24 HOURS BEFORE BREACH'
               TO WS-SEC-TEXT
           PERFORM PRINT-SECTION-HEADING

           IF NOT WS-AUDIT-OPEN
               MOVE 'AUDIT TRAIL NOT AVAILABLE - SEE THE JOB LOG'
                   TO WS-NOT-TEXT
               PERFORM PRINT-NOTE
           ELSE
               WRITE REPORT-LINE FROM WS-CHANGE-HEADING-LINE
               MOVE ZERO TO WS-CHANGES-PRINTED

               MOVE WS-LOOKBACK-DATE TO MET-AUD-DATE
               MOVE ZERO TO MET-AUD-TASK-NUMBER
               SET WS-NOT-END-OF-BROWSE TO TRUE

               START AUDIT-TRAIL KEY IS NOT LESS THAN MET-AUD-KEY
               IF WS-AUDIT-STATUS-OK
                   PERFORM READ-NEXT-AUDIT-ROW
                   PERFORM PRINT-ONE-CHANGE-ROW
                       UNTIL WS-END-OF-BROWSE
               END-IF

               IF WS-CHANGES-PRINTED = ZERO
                   MOVE 'NO AUDITED CHANGES FOR THE TYPE IN THAT PERIOD'
                       TO WS-NOT-TEXT
                   PERFORM PRINT-NOTE
               END-IF
           END-IF
           .

       READ-NEXT-AUDIT-ROW.
           READ AUDIT-TRAIL NEXT RECORD
           IF NOT WS-AUDIT-STATUS-OK
               OR MET-AUD-DATE > WS-RUN-DATE
               SET WS-END-OF-BROWSE TO TRUE
           END-IF
           .

       PRINT-ONE-CHANGE-ROW.
      *----------------------------------------------------------------*
      * The task number, not the time, orders a day's rows, so every   *
      * row of both days is read and tested against the window.  Only  *
      * the rows that changed the live file are printed - an applied   *
      * change, or a row from before changes were held for approval    *
      *----------------------------------------------------------------*
           IF MET-AUD-TXN-TYPE = WS-WIN-TXN-TYPE(WS-WIN-IDX)
               AND (MET-AUD-STEP-DIRECT OR MET-AUD-STEP-APPLIED)
               AND ((MET-AUD-DATE = WS-LOOKBACK-DATE
                     AND MET-AUD-TIME
                         NOT < WS-WIN-START-TIME(WS-WIN-IDX))
                OR  (MET-AUD-DATE = WS-RUN-DATE
                     AND MET-AUD-TIME
                         NOT > WS-WIN-START-TIME(WS-WIN-IDX)))
               ADD 1 TO WS-CHANGES-PRINTED
               MOVE MET-AUD-DATE TO WS-CHG-DATE
               MOVE MET-AUD-TIME TO WS-TIME-IN
               PERFORM EDIT-TIME
               MOVE WS-TIME-OUT TO WS-CHG-TIME
               MOVE MET-AUD-OPERATOR-ID TO WS-CHG-OPERATOR
               EVALUATE TRUE
                   WHEN MET-AUD-ACTION-ADD
                       MOVE 'ADD' TO WS-CHG-ACTION
                   WHEN MET-AUD-ACTION-UPDATE
                       MOVE 'UPDATE' TO WS-CHG-ACTION
                   WHEN MET-AUD-ACTION-DELETE
                       MOVE 'DELETE' TO WS-CHG-ACTION
                   WHEN OTHER
                       MOVE MET-AUD-ACTION TO WS-CHG-ACTION
               END-EVALUATE
               MOVE MET-AUD-OLD-LIMIT-1-MS TO WS-CHG-OLD-LIMIT(1)
               MOVE MET-AUD-OLD-LIMIT-2-MS TO WS-CHG-OLD-LIMIT(2)
               MOVE MET-AUD-OLD-LIMIT-3-MS TO WS-CHG-OLD-LIMIT(3)
               MOVE MET-AUD-OLD-LIMIT-4-MS TO WS-CHG-OLD-LIMIT(4)
               MOVE MET-AUD-NEW-LIMIT-1-MS TO WS-CHG-NEW-LIMIT(1)
               MOVE MET-AUD-NEW-LIMIT-2-MS TO WS-CHG-NEW-LIMIT(2)
               MOVE MET-AUD-NEW-LIMIT-3-MS TO WS-CHG-NEW-LIMIT(3)
               MOVE MET-AUD-NEW-LIMIT-4-MS TO WS-CHG-NEW-LIMIT(4)
               MOVE MET-AUD-SOURCE TO WS-CHG-SOURCE
               MOVE MET-AUD-CHECKER-ID TO WS-CHG-CHECKER
               WRITE REPORT-LINE FROM WS-CHANGE-LINE
           END-IF
           PERFORM READ-NEXT-AUDIT-ROW
           .

       PRINT-CONTROL-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-RULE-LINE

           MOVE 'ALERT ROWS READ FOR THE DATE:     '
               TO WS-TOT-DESCRIPTION
           MOVE WS-ALERT-ROWS-READ TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE 'INCIDENT WINDOWS PACKED:          '
               TO WS-TOT-DESCRIPTION
           MOVE WS-PACKS-PRINTED TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE 'WINDOWS DROPPED - TABLE FULL:     '
               TO WS-TOT-DESCRIPTION
           MOVE WS-WINDOWS-DROPPED TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE 'CLEARS OF EARLIER-DAY WINDOWS:    '
               TO WS-TOT-DESCRIPTION
           MOVE WS-EARLIER-CLEARS TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE 'EXTRACT RECORDS READ:             '
               TO WS-TOT-DESCRIPTION
           MOVE WS-EXTRACT-RECORDS TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE 'EXTRACT ERRORS INSIDE A WINDOW:   '
               TO WS-TOT-DESCRIPTION
           MOVE WS-EXTRACT-ERRORS-USED TO WS-TOT-COUNT
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
