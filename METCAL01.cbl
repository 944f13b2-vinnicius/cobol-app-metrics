       IDENTIFICATION DIVISION.
       PROGRAM-ID. METCAL01.
       AUTHOR. COBOL-METRICS-TEAM.

      *----------------------------------------------------------------*
      * SLA threshold calibration.                                     *
      * Reads a run of METHIST daily history generations (CPYMHST,     *
      * concatenated on the METHIST DD - the schedule supplies the     *
      * trailing 30), every region summed into the consolidated cell   *
      * METRALRT alerts on, and for each transaction type proposes     *
      * the thresholds it ought to carry for the target false-alarm    *
      * rate given on SYSIN - the percentage of active hours (hours    *
      * with at least one 601 start) allowed to breach a threshold:    *
      *                                                                *
      *   BOUNDARIES 1-4 (METBNDVS) - the p50/p90/p95/p99 of the       *
      *     pooled duration histogram (610 buckets 1-5), interpolated  *
      *     linear-within-bucket as METRPT05 does.  An hour breaches   *
      *     a cutoff when more of its transactions than the            *
      *     percentile allows (50/10/5/1 per cent) land above it.      *
      *   +INF LIMIT (METSLAVS) - the smallest hourly count over the   *
      *     proposed boundary 4 that no more than the allowed number   *
      *     of active hours exceeded.  Hours are re-binned against     *
      *     the proposed cutoff by the same interpolation, so the      *
      *     limit matches the boundary it will run under.              *
      *   ERROR LIMIT (METSLAVS) - the same, over the hourly 603       *
      *     counts.                                                    *
      *                                                                *
      * The review report shows each threshold's current value, the    *
      * proposed value and how many historical hours each would have   *
      * breached, with the basis and the pooled evidence behind every  *
      * proposal.  The proposals are also written as candidate files   *
      * in METSLAVS (CPYMSLA) and METBNDVS (CPYMBND) layout.  Nothing  *
      * is changed here.  The limit rows the SLA review board approves *
      * are loaded into METSLAVS by an operator; the boundary rows are *
      * never loaded - they are the values to key on the MBND screen,  *
      * which holds each change for a second operator's approval on    *
      * MCHK and audits it like any other cutoff change.               *
      *                                                                *
      * The histogram is interpolated against the cutoffs in force     *
      * now (the METBNDVS override row, else the registry defaults).   *
      * If a type's cutoffs changed inside the history window, rerun   *
      * once the window holds only days binned under the new ones.     *
      *                                                                *
      * SYSIN, one value per record, both optional with defaults:      *
      *    record 1 - target false-alarm rate, per cent of active      *
      *               hours, PIC 9(2)V99 (0050 = 0.50 per cent)        *
      *    record 2 - minimum active hours a type needs before it is   *
      *               calibrated, PIC 9(4) (0048)                      *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COUNTER-HISTORY ASSIGN TO METHIST
               ORGANIZATION IS SEQUENTIAL.

           SELECT CALIBRATION-REPORT ASSIGN TO METCALR
               ORGANIZATION IS SEQUENTIAL.

           SELECT SLA-CANDIDATE ASSIGN TO METSLACD
               ORGANIZATION IS SEQUENTIAL.

           SELECT BOUNDARY-CANDIDATE ASSIGN TO METBNDCD
               ORGANIZATION IS SEQUENTIAL.

           SELECT SLA-CONTROL ASSIGN TO METSLAVS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MET-SLA-TXN-TYPE
               FILE STATUS IS WS-SLA-STATUS.

           SELECT BOUNDARY-CONTROL ASSIGN TO METBNDVS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MET-BND-TXN-TYPE
               FILE STATUS IS WS-BOUNDARY-STATUS.

           SELECT TYPE-CONTROL ASSIGN TO METTYPVS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MET-TYP-TXN-TYPE
               FILE STATUS IS WS-TYPE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------*
      * One date-stamped counter cell per record - see CPYMHST         *
      *----------------------------------------------------------------*
       FD  COUNTER-HISTORY
           RECORDING MODE IS F.
       01  HISTORY-RECORD.
           COPY CPYMHST.

       FD  CALIBRATION-REPORT
           RECORDING MODE IS F.
       01  REPORT-LINE                    PIC X(132).

      *----------------------------------------------------------------*
      * Candidate SLA threshold row, METSLAVS layout - see CPYMSLA     *
      *----------------------------------------------------------------*
       FD  SLA-CANDIDATE
           RECORDING MODE IS F.
       01  SLA-CANDIDATE-RECORD.
           COPY CPYMSLA REPLACING LEADING ==MET-SLA== BY ==CND-SLA==.

      *----------------------------------------------------------------*
      * Candidate boundary row, METBNDVS layout - see CPYMBND          *
      *----------------------------------------------------------------*
       FD  BOUNDARY-CANDIDATE
           RECORDING MODE IS F.
       01  BOUNDARY-CANDIDATE-RECORD.
           COPY CPYMBND REPLACING LEADING ==MET-BND== BY ==CND-BND==.

      *----------------------------------------------------------------*
      * SLA breach threshold control record - see CPYMSLA              *
      *----------------------------------------------------------------*
       FD  SLA-CONTROL.
       01  SLA-CONTROL-RECORD.
           COPY CPYMSLA.

      *----------------------------------------------------------------*
      * Latency SLA boundary override row - see CPYMBND                *
      *----------------------------------------------------------------*
       FD  BOUNDARY-CONTROL.
       01  BOUNDARY-CONTROL-RECORD.
           COPY CPYMBND.

      *----------------------------------------------------------------*
      * Transaction-type registry control file - see CPYMTYR           *
      *----------------------------------------------------------------*
       FD  TYPE-CONTROL.
       01  TYPE-CONTROL-RECORD.
           COPY CPYMTYR.

       WORKING-STORAGE SECTION.

       01  WS-EOF-FLAG                    PIC X VALUE 'N'.
           88  WS-END-OF-HISTORY          VALUE 'Y'.
           88  WS-NOT-END-OF-HISTORY      VALUE 'N'.

       01  WS-TYPE-STATUS                 PIC X(2).
           88  WS-TYPE-STATUS-OK          VALUE '00'.
           88  WS-TYPE-AT-END             VALUE '10'.

       01  WS-BOUNDARY-STATUS             PIC X(2).
           88  WS-BOUNDARY-STATUS-OK      VALUE '00'.

       01  WS-BOUNDARY-OPEN-FLAG          PIC X VALUE 'N'.
           88  WS-BOUNDARY-FILE-OPEN      VALUE 'Y'.

       01  WS-SLA-STATUS                  PIC X(2).
           88  WS-SLA-STATUS-OK           VALUE '00'.

       01  WS-SLA-OPEN-FLAG               PIC X VALUE 'N'.
           88  WS-SLA-FILE-OPEN           VALUE 'Y'.

      *----------------------------------------------------------------*
      * SYSIN controls with their shop defaults                        *
      *----------------------------------------------------------------*
       01  WS-CONTROL-CARDS.
           05  WS-RATE-CARD               PIC X(4).
           05  WS-RATE-CARD-NUM REDEFINES WS-RATE-CARD
                                          PIC 9(2)V99.
           05  WS-MINIMUM-CARD            PIC X(4).
           05  WS-TARGET-RATE             PIC 9(2)V99 VALUE 00.50.
           05  WS-MINIMUM-HOURS           PIC 9(4) VALUE 0048.

      *----------------------------------------------------------------*
      * Distinct business dates seen, in arrival order - one slot per  *
      * history generation on the concatenation                        *
      *----------------------------------------------------------------*
       01  WS-DATE-TABLE.
           05  WS-DATE-COUNT              PIC 9(2) COMP VALUE ZERO.
           05  WS-DATE-ENTRY OCCURS 31 TIMES
                                          PIC 9(8).

      *----------------------------------------------------------------*
      * Hourly table - one cell set per day per transaction type per   *
      * hour: transactions started (601), errors (603) and the five    *
      * duration histogram buckets (610/01-05), every region summed.   *
      * The OCCURS 20 on the type dimension is kept in step with the   *
      * runtime type table's slot count (CPYMTYT)                      *
      *----------------------------------------------------------------*
       01  WS-HOURLY-TABLE.
           05  WS-HRL-DAY OCCURS 31 TIMES.
               10  WS-HRL-TYPE OCCURS 20 TIMES.
                   15  WS-HRL-HOUR OCCURS 24 TIMES.
                       20  WS-HRL-STARTED PIC 9(9) COMP.
                       20  WS-HRL-ERRORS  PIC 9(9) COMP.
                       20  WS-HRL-BUCKET OCCURS 5 TIMES
                                          PIC 9(9) COMP.

       01  WS-WORK-FIELDS.
           05  WS-TYPE-IDX                PIC 9(2) COMP.
           05  WS-HOUR-IDX                PIC 9(2) COMP.
           05  WS-DAY-IDX                 PIC 9(2) COMP.
           05  WS-SCAN-DAY-IDX            PIC 9(2) COMP.
           05  WS-BUCKET-IDX              PIC 9(1) COMP.
           05  WS-BND-IDX                 PIC 9(1) COMP.
           05  WS-FIRST-DATE              PIC 9(8).
           05  WS-LAST-DATE               PIC 9(8).
           05  WS-RECORDS-USED            PIC 9(9) COMP VALUE ZERO.
           05  WS-RECORDS-SKIPPED         PIC 9(9) COMP VALUE ZERO.
           05  WS-TYPES-CALIBRATED        PIC 9(9) COMP VALUE ZERO.
           05  WS-TYPES-TOO-SHORT         PIC 9(9) COMP VALUE ZERO.
           05  WS-SLA-ROWS-WRITTEN        PIC 9(9) COMP VALUE ZERO.
           05  WS-BND-ROWS-WRITTEN        PIC 9(9) COMP VALUE ZERO.

      *----------------------------------------------------------------*
      * This type's calibration: active hours, the hours the target    *
      * rate lets breach, the pooled histogram and the peak hours      *
      *----------------------------------------------------------------*
       01  WS-TYPE-WORK.
           05  WS-ACTIVE-HOURS            PIC 9(4) COMP.
           05  WS-ALLOWED-HOURS           PIC 9(4) COMP.
           05  WS-POOLED-BUCKET OCCURS 5 TIMES
                                          PIC 9(12) COMP.
           05  WS-PEAK-INF                PIC 9(9) COMP.
           05  WS-PEAK-ERRORS             PIC 9(9) COMP.

      *----------------------------------------------------------------*
      * Current and proposed thresholds.  Boundaries are indexed 1-4   *
      * as on CPYMBND; the open flag marks a percentile that landed    *
      * in the +Inf bucket, where the current cutoff is kept           *
      *----------------------------------------------------------------*
       01  WS-THRESHOLD-WORK.
           05  WS-CURRENT-BND OCCURS 4 TIMES
                                          PIC 9(5).
           05  WS-PROPOSED-BND OCCURS 4 TIMES
                                          PIC 9(5).
           05  WS-PROPOSED-OPEN OCCURS 4 TIMES
                                          PIC X.
           05  WS-BOUNDARY-SOURCE         PIC X(10).
           05  WS-CURRENT-INF-LIMIT       PIC 9(9) COMP.
           05  WS-CURRENT-ERR-LIMIT       PIC 9(9) COMP.
           05  WS-PROPOSED-INF-LIMIT      PIC 9(9) COMP.
           05  WS-PROPOSED-ERR-LIMIT      PIC 9(9) COMP.
           05  WS-SLA-SOURCE              PIC X(10).

      *----------------------------------------------------------------*
      * Percentile each boundary is proposed at, indexed the same way  *
      *----------------------------------------------------------------*
       01  WS-BOUNDARY-PCT-DATA           PIC X(8) VALUE '50909599'.
       01  WS-BOUNDARY-PCT-TABLE REDEFINES WS-BOUNDARY-PCT-DATA.
           05  WS-BOUNDARY-PCT OCCURS 4 TIMES
                                          PIC 9(2).

      *----------------------------------------------------------------*
      * The cell set being worked on - pooled or one hour: the five    *
      * counts, their running cumulative form, the total, and each     *
      * bucket's lower/upper cutoff under the current boundaries.      *
      * Bucket 5's upper cutoff is open (+Inf)                         *
      *----------------------------------------------------------------*
       01  WS-CELL-WORK.
           05  WS-CEL-COUNT OCCURS 5 TIMES
                                          PIC 9(12) COMP.
           05  WS-CEL-CUM OCCURS 5 TIMES  PIC 9(12) COMP.
           05  WS-CEL-TOTAL               PIC 9(12) COMP.
           05  WS-CEL-LOWER OCCURS 5 TIMES
                                          PIC 9(5).
           05  WS-CEL-UPPER OCCURS 5 TIMES
                                          PIC 9(5).

      *----------------------------------------------------------------*
      * Percentile computation work fields - WS-PCTL-PCT in,           *
      * WS-PCTL-VALUE (and the open-ended flag) out                    *
      *----------------------------------------------------------------*
       01  WS-PERCENTILE-WORK.
           05  WS-PCTL-PCT                PIC 9(2).
           05  WS-PCTL-TARGET             PIC 9(12)V99 COMP-3.
           05  WS-PCTL-PRIOR              PIC 9(12) COMP.
           05  WS-PCTL-BUCKET             PIC 9(1) COMP.
           05  WS-PCTL-SCAN               PIC 9(1) COMP.
           05  WS-PCTL-VALUE              PIC 9(7)V9 COMP-3.
           05  WS-PCTL-OPEN-FLAG          PIC X.
               88  WS-PCTL-OPEN-ENDED     VALUE 'Y'.

      *----------------------------------------------------------------*
      * Count-above estimation - WS-EST-CUTOFF in, WS-EST-ABOVE out:   *
      * how many of the staged cell set's transactions took longer     *
      * than the cutoff                                                *
      *----------------------------------------------------------------*
       01  WS-ESTIMATE-WORK.
           05  WS-EST-CUTOFF              PIC 9(5).
           05  WS-EST-BUCKET              PIC 9(1) COMP.
           05  WS-EST-SCAN                PIC 9(1) COMP.
           05  WS-EST-ABOVE               PIC 9(12)V99 COMP-3.
           05  WS-EST-WHOLE               PIC 9(9) COMP.

      *----------------------------------------------------------------*
      * Hourly series for the limit search - one value per active      *
      * hour - and the search's working fields.  The search finds the  *
      * smallest limit no more than WS-ALLOWED-HOURS values exceed     *
      *----------------------------------------------------------------*
       01  WS-SERIES-TABLE.
           05  WS-SERIES-COUNT            PIC 9(4) COMP.
           05  WS-SERIES-VALUE OCCURS 744 TIMES
                                          PIC 9(9) COMP.

       01  WS-SEARCH-WORK.
           05  WS-SERIES-IDX              PIC 9(4) COMP.
           05  WS-SERIES-MAX              PIC 9(9) COMP.
           05  WS-SEARCH-LOW              PIC 9(9) COMP.
           05  WS-SEARCH-HIGH             PIC 9(9) COMP.
           05  WS-SEARCH-MID              PIC 9(9) COMP.
           05  WS-OVER-LIMIT              PIC 9(9) COMP.
           05  WS-OVER-COUNT              PIC 9(4) COMP.
           05  WS-BREACH-CURRENT          PIC 9(4) COMP.
           05  WS-BREACH-PROPOSED         PIC 9(4) COMP.
           05  WS-BREACH-SHARE            PIC 9(2) COMP.
           05  WS-LIMIT-CURRENT           PIC 9(9) COMP.
           05  WS-LIMIT-PROPOSED          PIC 9(9) COMP.

      *----------------------------------------------------------------*
      * Print-line layouts                                             *
      *----------------------------------------------------------------*
       01  WS-HEADING-LINE-1.
           05  FILLER                      PIC X(38)
               VALUE 'METCAL01  -  SLA THRESHOLD CALIBRATION'.
           05  FILLER                      PIC X(39)
               VALUE '  (PROPOSALS ONLY - NOTHING IS APPLIED)'.

       01  WS-HEADING-LINE-2.
           05  FILLER                      PIC X(19)
               VALUE 'HISTORY DAYS READ: '.
           05  WS-HDG-DAYS                 PIC Z9.
           05  FILLER                      PIC X(8)
               VALUE '   FROM '.
           05  WS-HDG-FIRST                PIC 9(8).
           05  FILLER                      PIC X(4)
               VALUE ' TO '.
           05  WS-HDG-LAST                 PIC 9(8).
           05  FILLER                      PIC X(29)
               VALUE '   TARGET FALSE-ALARM RATE: '.
           05  WS-HDG-RATE                 PIC Z9.99.
           05  FILLER                      PIC X(22)
               VALUE ' % OF ACTIVE HOURS    '.
           05  FILLER                      PIC X(22)
               VALUE 'MINIMUM ACTIVE HOURS: '.
           05  WS-HDG-MINIMUM              PIC ZZZ9.

       01  WS-HEADING-LINE-3.
           05  FILLER                      PIC X(47)
               VALUE 'AN ACTIVE HOUR IS AN HOUR WITH ANY 601 STARTS; '.
           05  FILLER                      PIC X(43)
               VALUE '* MARKS A PROPOSED VALUE THAT DIFFERS FROM '.
           05  FILLER                      PIC X(7)
               VALUE 'CURRENT'.

       01  WS-TYPE-LINE.
           05  FILLER                      PIC X(5) VALUE 'TYPE '.
           05  WS-TYL-CODE                 PIC 99.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-TYL-NAME                 PIC X(16).
           05  FILLER                      PIC X(16)
               VALUE '  ACTIVE HOURS: '.
           05  WS-TYL-ACTIVE               PIC ZZZ9.
           05  FILLER                      PIC X(23)
               VALUE '   BREACH HOURS ALLOWED'.
           05  FILLER                      PIC X(12)
               VALUE ' AT TARGET: '.
           05  WS-TYL-ALLOWED              PIC ZZZ9.
           05  FILLER                      PIC X(12)
               VALUE '   SLA ROW: '.
           05  WS-TYL-SLA-SOURCE           PIC X(10).
           05  FILLER                      PIC X(11)
               VALUE ' CUTOFFS: '.
           05  WS-TYL-BND-SOURCE           PIC X(10).

       01  WS-COLUMN-HEADING-LINE-1.
           05  FILLER                      PIC X(26)
               VALUE '  THRESHOLD'.
           05  FILLER                      PIC X(11)
               VALUE '    CURRENT'.
           05  FILLER                      PIC X(14)
               VALUE '      PROPOSED'.
           05  FILLER                      PIC X(11)
               VALUE '      HOURS'.
           05  FILLER                      PIC X(16)
               VALUE '       HOURS'.
           05  FILLER                      PIC X(5)
               VALUE 'BASIS'.

       01  WS-COLUMN-HEADING-LINE-2.
           05  FILLER                      PIC X(51) VALUE SPACES.
           05  FILLER                      PIC X(11)
               VALUE ' AT CURRENT'.
           05  FILLER                      PIC X(12)
               VALUE ' AT PROPOSED'.

       01  WS-DETAIL-LINE.
           05  FILLER                      PIC X(2).
           05  WS-DET-THRESHOLD            PIC X(24).
           05  WS-DET-CURRENT              PIC ZZZ,ZZZ,ZZ9.
           05  WS-DET-CURRENT-X REDEFINES WS-DET-CURRENT
                                           PIC X(11).
           05  FILLER                      PIC X(2).
           05  WS-DET-CHANGED              PIC X(1).
           05  WS-DET-PROPOSED             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(4).
           05  WS-DET-BREACH-CURRENT       PIC ZZZ,ZZ9.
           05  WS-DET-BREACH-CURRENT-X REDEFINES WS-DET-BREACH-CURRENT
                                           PIC X(7).
           05  FILLER                      PIC X(5).
           05  WS-DET-BREACH-PROPOSED      PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(4).
           05  WS-DET-BASIS                PIC X(50).

       01  WS-EVIDENCE-LINE-1.
           05  FILLER                      PIC X(30)
               VALUE '  EVIDENCE - POOLED 610 COUNTS'.
           05  FILLER                      PIC X(15)
               VALUE ' (BUCKETS 1-5):'.
           05  WS-EVL-BUCKETS OCCURS 5 TIMES.
               10  FILLER                  PIC X(1).
               10  WS-EVL-BUCKET           PIC ZZZ,ZZZ,ZZZ,ZZ9.

       01  WS-EVIDENCE-LINE-2.
           05  FILLER                      PIC X(32)
               VALUE '  EVIDENCE - WORST HOUR: +INF = '.
           05  WS-EVL-PEAK-INF             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(12)
               VALUE '   ERRORS = '.
           05  WS-EVL-PEAK-ERRORS          PIC ZZZ,ZZZ,ZZ9.

       01  WS-NOTE-LINE.
           05  FILLER                      PIC X(2).
           05  WS-NOT-TEXT                 PIC X(100).

       01  WS-BASIS-WORK.
           05  WS-BASIS-PCT                PIC 99.
           05  WS-BASIS-SHARE              PIC Z9.

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
      * Take the SYSIN controls, load the transaction-type registry,   *
      * fold the history run into the hourly table, then calibrate     *
      * every type and write its candidate rows                        *
      *----------------------------------------------------------------*
           PERFORM RESOLVE-CONTROL-CARDS
           PERFORM LOAD-TXN-TYPE-TABLE
           PERFORM CLEAR-HOURLY-TABLE

           OPEN INPUT COUNTER-HISTORY
           OPEN OUTPUT CALIBRATION-REPORT
           OPEN OUTPUT SLA-CANDIDATE
           OPEN OUTPUT BOUNDARY-CANDIDATE

           OPEN INPUT BOUNDARY-CONTROL
           IF WS-BOUNDARY-STATUS-OK
               SET WS-BOUNDARY-FILE-OPEN TO TRUE
           END-IF

           OPEN INPUT SLA-CONTROL
           IF WS-SLA-STATUS-OK
               SET WS-SLA-FILE-OPEN TO TRUE
           END-IF

           PERFORM READ-NEXT-HISTORY-RECORD
           PERFORM ACCUMULATE-ONE-RECORD
               UNTIL WS-END-OF-HISTORY

           PERFORM PRINT-REPORT

           CLOSE COUNTER-HISTORY
           CLOSE CALIBRATION-REPORT
           CLOSE SLA-CANDIDATE
           CLOSE BOUNDARY-CANDIDATE
           IF WS-BOUNDARY-FILE-OPEN
               CLOSE BOUNDARY-CONTROL
           END-IF
           IF WS-SLA-FILE-OPEN
               CLOSE SLA-CONTROL
           END-IF
           STOP RUN
           .

       RESOLVE-CONTROL-CARDS.
      *----------------------------------------------------------------*
      * Take the target false-alarm rate and minimum active hours off  *
      * SYSIN; a missing or unusable card leaves the shop default      *
      * standing                                                       *
      *----------------------------------------------------------------*
           MOVE SPACES TO WS-RATE-CARD
           ACCEPT WS-RATE-CARD
           IF WS-RATE-CARD NUMERIC
               AND WS-RATE-CARD NOT = ZEROS
               MOVE WS-RATE-CARD-NUM TO WS-TARGET-RATE
           END-IF

           MOVE SPACES TO WS-MINIMUM-CARD
           ACCEPT WS-MINIMUM-CARD
           IF WS-MINIMUM-CARD NUMERIC
               MOVE WS-MINIMUM-CARD TO WS-MINIMUM-HOURS
           END-IF
           .

       CLEAR-HOURLY-TABLE.
      *----------------------------------------------------------------*
      * Zero every hourly cell before the accumulation - the table is  *
      * too large for VALUE clauses on its elementary items            *
      *----------------------------------------------------------------*
           PERFORM CLEAR-ONE-DAY
               VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > 31
           .

       CLEAR-ONE-DAY.
           PERFORM CLEAR-ONE-TYPE
               VARYING WS-TYPE-IDX FROM 1 BY 1
               UNTIL WS-TYPE-IDX > 20
           .

       CLEAR-ONE-TYPE.
           PERFORM CLEAR-ONE-HOUR
               VARYING WS-HOUR-IDX FROM 1 BY 1
               UNTIL WS-HOUR-IDX > 24
           .

       CLEAR-ONE-HOUR.
           MOVE ZERO TO WS-HRL-STARTED(WS-DAY-IDX, WS-TYPE-IDX,
               WS-HOUR-IDX)
           MOVE ZERO TO WS-HRL-ERRORS(WS-DAY-IDX, WS-TYPE-IDX,
               WS-HOUR-IDX)
           PERFORM CLEAR-ONE-BUCKET
               VARYING WS-BUCKET-IDX FROM 1 BY 1
               UNTIL WS-BUCKET-IDX > 5
           .

       CLEAR-ONE-BUCKET.
           MOVE ZERO TO WS-HRL-BUCKET(WS-DAY-IDX, WS-TYPE-IDX,
               WS-HOUR-IDX, WS-BUCKET-IDX)
           .

       READ-NEXT-HISTORY-RECORD.
      *----------------------------------------------------------------*
      * Read the next counter cell off the history concatenation,      *
      * flagging end of file                                           *
      *----------------------------------------------------------------*
           READ COUNTER-HISTORY
               AT END
                   SET WS-END-OF-HISTORY TO TRUE
           END-READ
           .

       ACCUMULATE-ONE-RECORD.
      *----------------------------------------------------------------*
      * Fold one history cell into the hourly table, summing regions.  *
      * Cells for metrics calibration does not use, types the          *
      * registry does not know, or days past the date table's          *
      * capacity are counted as outside the report                     *
      *----------------------------------------------------------------*
           PERFORM FIND-DATE-INDEX
           MOVE MET-HST-TXN-TYPE TO WS-TYP-LOOKUP-CODE
           PERFORM FIND-TXN-TYPE-ENTRY
           MOVE WS-TYP-FOUND-IDX TO WS-TYPE-IDX

           IF WS-DAY-IDX = ZERO
               OR WS-TYPE-IDX = ZERO
               OR WS-TYPE-IDX > 20
               OR MET-HST-HOUR > 23
               ADD 1 TO WS-RECORDS-SKIPPED
           ELSE
               COMPUTE WS-HOUR-IDX = MET-HST-HOUR + 1
               EVALUATE TRUE
                   WHEN MET-HST-METRIC-ID = 601
                       AND MET-HST-BUCKET = ZERO
                       ADD MET-HST-VALUE TO WS-HRL-STARTED(WS-DAY-IDX,
                           WS-TYPE-IDX, WS-HOUR-IDX)
                       ADD 1 TO WS-RECORDS-USED
                   WHEN MET-HST-METRIC-ID = 603
                       AND MET-HST-BUCKET = ZERO
                       ADD MET-HST-VALUE TO WS-HRL-ERRORS(WS-DAY-IDX,
                           WS-TYPE-IDX, WS-HOUR-IDX)
                       ADD 1 TO WS-RECORDS-USED
                   WHEN MET-HST-METRIC-ID = 610
                       AND MET-HST-BUCKET NOT < 1
                       AND MET-HST-BUCKET NOT > 5
                       ADD MET-HST-VALUE TO WS-HRL-BUCKET(WS-DAY-IDX,
                           WS-TYPE-IDX, WS-HOUR-IDX, MET-HST-BUCKET)
                       ADD 1 TO WS-RECORDS-USED
                   WHEN OTHER
                       ADD 1 TO WS-RECORDS-SKIPPED
               END-EVALUATE
           END-IF

           PERFORM READ-NEXT-HISTORY-RECORD
           .

       FIND-DATE-INDEX.
      *----------------------------------------------------------------*
      * Locate this record's business date on the date table, adding   *
      * it when this is the first record of a new generation; zero     *
      * means the run holds more generations than the table has slots  *
      *----------------------------------------------------------------*
           MOVE ZERO TO WS-DAY-IDX
           PERFORM TEST-ONE-DATE-ENTRY
               VARYING WS-SCAN-DAY-IDX FROM 1 BY 1
               UNTIL WS-SCAN-DAY-IDX > WS-DATE-COUNT

           IF WS-DAY-IDX = ZERO
               AND WS-DATE-COUNT < 31
               ADD 1 TO WS-DATE-COUNT
               MOVE MET-HST-DATE TO WS-DATE-ENTRY(WS-DATE-COUNT)
               MOVE WS-DATE-COUNT TO WS-DAY-IDX
           END-IF
           .

       TEST-ONE-DATE-ENTRY.
           IF WS-DATE-ENTRY(WS-SCAN-DAY-IDX) = MET-HST-DATE
               MOVE WS-SCAN-DAY-IDX TO WS-DAY-IDX
           END-IF
           .

       PRINT-REPORT.
      *----------------------------------------------------------------*
      * Print the report headings, one calibration block per type,     *
      * then the control totals                                        *
      *----------------------------------------------------------------*
           MOVE 99999999 TO WS-FIRST-DATE
           MOVE ZERO TO WS-LAST-DATE
           PERFORM TEST-ONE-DATE-RANGE
               VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > WS-DATE-COUNT
           IF WS-DATE-COUNT = ZERO
               MOVE ZERO TO WS-FIRST-DATE
           END-IF

           WRITE REPORT-LINE FROM WS-HEADING-LINE-1
           MOVE WS-DATE-COUNT TO WS-HDG-DAYS
           MOVE WS-FIRST-DATE TO WS-HDG-FIRST
           MOVE WS-LAST-DATE TO WS-HDG-LAST
           MOVE WS-TARGET-RATE TO WS-HDG-RATE
           MOVE WS-MINIMUM-HOURS TO WS-HDG-MINIMUM
           WRITE REPORT-LINE FROM WS-HEADING-LINE-2
           WRITE REPORT-LINE FROM WS-HEADING-LINE-3

      * The > 20 leg guards the hourly table's OCCURS against a
      * runtime type table that has grown past it
           PERFORM CALIBRATE-ONE-TYPE
               VARYING WS-TYPE-IDX FROM 1 BY 1
               UNTIL WS-TYPE-IDX > WS-TYP-COUNT
               OR WS-TYPE-IDX > 20

           PERFORM PRINT-CONTROL-TOTALS
           .

       TEST-ONE-DATE-RANGE.
           IF WS-DATE-ENTRY(WS-DAY-IDX) < WS-FIRST-DATE
               MOVE WS-DATE-ENTRY(WS-DAY-IDX) TO WS-FIRST-DATE
           END-IF
           IF WS-DATE-ENTRY(WS-DAY-IDX) > WS-LAST-DATE
               MOVE WS-DATE-ENTRY(WS-DAY-IDX) TO WS-LAST-DATE
           END-IF
           .

       CALIBRATE-ONE-TYPE.
      *----------------------------------------------------------------*
      * One type's calibration block.  A type with no active hours is  *
      * left off the report; one with fewer than the minimum gets its  *
      * heading and a note but no proposals and no candidate rows      *
      *----------------------------------------------------------------*
           PERFORM RESOLVE-TYPE-BOUNDARIES
           PERFORM RESOLVE-TYPE-SLA-LIMITS
           PERFORM POOL-TYPE-HISTORY

           IF WS-ACTIVE-HOURS > ZERO
               COMPUTE WS-ALLOWED-HOURS =
                   WS-ACTIVE-HOURS * WS-TARGET-RATE / 100

               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-TYP-CODE(WS-TYPE-IDX) TO WS-TYL-CODE
               MOVE WS-TYP-NAME(WS-TYPE-IDX) TO WS-TYL-NAME
               MOVE WS-ACTIVE-HOURS TO WS-TYL-ACTIVE
               MOVE WS-ALLOWED-HOURS TO WS-TYL-ALLOWED
               MOVE WS-SLA-SOURCE TO WS-TYL-SLA-SOURCE
               MOVE WS-BOUNDARY-SOURCE TO WS-TYL-BND-SOURCE
               WRITE REPORT-LINE FROM WS-TYPE-LINE

               IF WS-ACTIVE-HOURS < WS-MINIMUM-HOURS
                   ADD 1 TO WS-TYPES-TOO-SHORT
                   MOVE SPACES TO WS-NOTE-LINE
                   MOVE 'TOO FEW ACTIVE HOURS - NO PROPOSAL'
                       TO WS-NOT-TEXT
                   WRITE REPORT-LINE FROM WS-NOTE-LINE
               ELSE
                   ADD 1 TO WS-TYPES-CALIBRATED
                   WRITE REPORT-LINE FROM WS-COLUMN-HEADING-LINE-1
                   WRITE REPORT-LINE FROM WS-COLUMN-HEADING-LINE-2
                   PERFORM CALIBRATE-ONE-BOUNDARY
                       VARYING WS-BND-IDX FROM 1 BY 1
                       UNTIL WS-BND-IDX > 4
                   PERFORM CALIBRATE-INF-LIMIT
                   PERFORM CALIBRATE-ERROR-LIMIT
                   PERFORM PRINT-TYPE-EVIDENCE
                   PERFORM WRITE-CANDIDATE-ROWS
               END-IF
           END-IF
           .

       RESOLVE-TYPE-BOUNDARIES.
      *----------------------------------------------------------------*
      * This type's cutoffs in force: the METBNDVS override row when   *
      * there is one, else the registry defaults - the resolution      *
      * order METRICEX bucketed the counts under                       *
      *----------------------------------------------------------------*
           MOVE 'DEFAULT   ' TO WS-BOUNDARY-SOURCE
           MOVE WS-TYP-LIMIT-1-MS(WS-TYPE-IDX) TO WS-CURRENT-BND(1)
           MOVE WS-TYP-LIMIT-2-MS(WS-TYPE-IDX) TO WS-CURRENT-BND(2)
           MOVE WS-TYP-LIMIT-3-MS(WS-TYPE-IDX) TO WS-CURRENT-BND(3)
           MOVE WS-TYP-LIMIT-4-MS(WS-TYPE-IDX) TO WS-CURRENT-BND(4)

           IF WS-BOUNDARY-FILE-OPEN
               MOVE WS-TYP-CODE(WS-TYPE-IDX) TO MET-BND-TXN-TYPE
               READ BOUNDARY-CONTROL
               IF WS-BOUNDARY-STATUS-OK
                   MOVE 'OVERRIDE  ' TO WS-BOUNDARY-SOURCE
                   MOVE MET-BND-LIMIT-1-MS TO WS-CURRENT-BND(1)
                   MOVE MET-BND-LIMIT-2-MS TO WS-CURRENT-BND(2)
                   MOVE MET-BND-LIMIT-3-MS TO WS-CURRENT-BND(3)
                   MOVE MET-BND-LIMIT-4-MS TO WS-CURRENT-BND(4)
               END-IF
           END-IF

           MOVE ZEROS TO WS-CEL-LOWER(1)
           MOVE WS-CURRENT-BND(1) TO WS-CEL-UPPER(1)
           MOVE WS-CURRENT-BND(1) TO WS-CEL-LOWER(2)
           MOVE WS-CURRENT-BND(2) TO WS-CEL-UPPER(2)
           MOVE WS-CURRENT-BND(2) TO WS-CEL-LOWER(3)
           MOVE WS-CURRENT-BND(3) TO WS-CEL-UPPER(3)
           MOVE WS-CURRENT-BND(3) TO WS-CEL-LOWER(4)
           MOVE WS-CURRENT-BND(4) TO WS-CEL-UPPER(4)
           MOVE WS-CURRENT-BND(4) TO WS-CEL-LOWER(5)
           MOVE WS-CURRENT-BND(4) TO WS-CEL-UPPER(5)
           .

       RESOLVE-TYPE-SLA-LIMITS.
      *----------------------------------------------------------------*
      * This type's current METSLAVS limits; no row means neither      *
      * check is armed, exactly as METRALRT treats it                  *
      *----------------------------------------------------------------*
           MOVE 'NO ROW    ' TO WS-SLA-SOURCE
           MOVE ZERO TO WS-CURRENT-INF-LIMIT
           MOVE ZERO TO WS-CURRENT-ERR-LIMIT

           IF WS-SLA-FILE-OPEN
               MOVE WS-TYP-CODE(WS-TYPE-IDX) TO MET-SLA-TXN-TYPE
               READ SLA-CONTROL
               IF WS-SLA-STATUS-OK
                   MOVE 'ON FILE   ' TO WS-SLA-SOURCE
                   MOVE MET-SLA-INF-LIMIT TO WS-CURRENT-INF-LIMIT
                   MOVE MET-SLA-ERR-LIMIT TO WS-CURRENT-ERR-LIMIT
               END-IF
           END-IF
           .

       POOL-TYPE-HISTORY.
      *----------------------------------------------------------------*
      * Count the type's active hours and pool their histogram counts  *
      * and worst hours across the whole history run                   *
      *----------------------------------------------------------------*
           MOVE ZERO TO WS-ACTIVE-HOURS
           MOVE ZERO TO WS-PEAK-INF
           MOVE ZERO TO WS-PEAK-ERRORS
           PERFORM CLEAR-ONE-POOLED-BUCKET
               VARYING WS-BUCKET-IDX FROM 1 BY 1
               UNTIL WS-BUCKET-IDX > 5

           PERFORM POOL-ONE-DAY
               VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > WS-DATE-COUNT
           .

       CLEAR-ONE-POOLED-BUCKET.
           MOVE ZERO TO WS-POOLED-BUCKET(WS-BUCKET-IDX)
           .

       POOL-ONE-DAY.
           PERFORM POOL-ONE-HOUR
               VARYING WS-HOUR-IDX FROM 1 BY 1
               UNTIL WS-HOUR-IDX > 24
           .

       POOL-ONE-HOUR.
           IF WS-HRL-STARTED(WS-DAY-IDX, WS-TYPE-IDX, WS-HOUR-IDX)
               > ZERO
               ADD 1 TO WS-ACTIVE-HOURS
               PERFORM POOL-ONE-BUCKET
                   VARYING WS-BUCKET-IDX FROM 1 BY 1
                   UNTIL WS-BUCKET-IDX > 5
               IF WS-HRL-BUCKET(WS-DAY-IDX, WS-TYPE-IDX, WS-HOUR-IDX,
                   5) > WS-PEAK-INF
                   MOVE WS-HRL-BUCKET(WS-DAY-IDX, WS-TYPE-IDX,
                       WS-HOUR-IDX, 5) TO WS-PEAK-INF
               END-IF
               IF WS-HRL-ERRORS(WS-DAY-IDX, WS-TYPE-IDX, WS-HOUR-IDX)
                   > WS-PEAK-ERRORS
                   MOVE WS-HRL-ERRORS(WS-DAY-IDX, WS-TYPE-IDX,
                       WS-HOUR-IDX) TO WS-PEAK-ERRORS
               END-IF
           END-IF
           .

       POOL-ONE-BUCKET.
           ADD WS-HRL-BUCKET(WS-DAY-IDX, WS-TYPE-IDX, WS-HOUR-IDX,
               WS-BUCKET-IDX) TO WS-POOLED-BUCKET(WS-BUCKET-IDX)
           .

       CALIBRATE-ONE-BOUNDARY.
      *----------------------------------------------------------------*
      * Propose boundary N at its percentile of the pooled histogram,  *
      * whole milliseconds, kept above the boundary before it.  A      *
      * percentile in the +Inf bucket cannot be placed and the         *
      * current cutoff stands.  Then count the active hours in which   *
      * more transactions than the percentile allows ran past the      *
      * current and the proposed cutoff                                *
      *----------------------------------------------------------------*
           PERFORM STAGE-POOLED-CELL
           MOVE WS-BOUNDARY-PCT(WS-BND-IDX) TO WS-PCTL-PCT
           PERFORM GET-ONE-PERCENTILE

           MOVE WS-PCTL-OPEN-FLAG TO WS-PROPOSED-OPEN(WS-BND-IDX)
           IF WS-PCTL-OPEN-ENDED
               MOVE WS-CURRENT-BND(WS-BND-IDX)
                   TO WS-PROPOSED-BND(WS-BND-IDX)
           ELSE
               COMPUTE WS-PROPOSED-BND(WS-BND-IDX) ROUNDED =
                   WS-PCTL-VALUE
           END-IF

           IF WS-PROPOSED-BND(WS-BND-IDX) < 1
               MOVE 1 TO WS-PROPOSED-BND(WS-BND-IDX)
           END-IF
           IF WS-BND-IDX > 1
               IF WS-PROPOSED-BND(WS-BND-IDX)
                   NOT > WS-PROPOSED-BND(WS-BND-IDX - 1)
                   COMPUTE WS-PROPOSED-BND(WS-BND-IDX) =
                       WS-PROPOSED-BND(WS-BND-IDX - 1) + 1
               END-IF
           END-IF

           COMPUTE WS-BREACH-SHARE = 100 - WS-BOUNDARY-PCT(WS-BND-IDX)
           MOVE ZERO TO WS-BREACH-CURRENT
           MOVE ZERO TO WS-BREACH-PROPOSED
           PERFORM COUNT-DAY-BOUNDARY-BREACHES
               VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > WS-DATE-COUNT

           MOVE SPACES TO WS-DETAIL-LINE
           MOVE 'BOUNDARY   (MS)' TO WS-DET-THRESHOLD
           MOVE WS-BND-IDX TO WS-DET-THRESHOLD(10:1)
           MOVE WS-CURRENT-BND(WS-BND-IDX) TO WS-DET-CURRENT
           MOVE WS-PROPOSED-BND(WS-BND-IDX) TO WS-DET-PROPOSED
           IF WS-PROPOSED-BND(WS-BND-IDX)
               NOT = WS-CURRENT-BND(WS-BND-IDX)
               MOVE '*' TO WS-DET-CHANGED
           END-IF
           MOVE WS-BREACH-CURRENT TO WS-DET-BREACH-CURRENT
           MOVE WS-BREACH-PROPOSED TO WS-DET-BREACH-PROPOSED

           MOVE WS-BOUNDARY-PCT(WS-BND-IDX) TO WS-BASIS-PCT
           MOVE WS-BREACH-SHARE TO WS-BASIS-SHARE
           IF WS-PROPOSED-OPEN(WS-BND-IDX) = 'Y'
               STRING 'POOLED P' WS-BASIS-PCT
                      ' IS PAST BOUNDARY 4 - CURRENT KEPT'
                          DELIMITED BY SIZE
                   INTO WS-DET-BASIS
               END-STRING
           ELSE
               STRING 'POOLED P' WS-BASIS-PCT
                      '; HOUR BREACHES IF OVER ' WS-BASIS-SHARE
                      '% RUN PAST IT' DELIMITED BY SIZE
                   INTO WS-DET-BASIS
               END-STRING
           END-IF
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
           .

       COUNT-DAY-BOUNDARY-BREACHES.
           PERFORM COUNT-HOUR-BOUNDARY-BREACH
               VARYING WS-HOUR-IDX FROM 1 BY 1
               UNTIL WS-HOUR-IDX > 24
           .

       COUNT-HOUR-BOUNDARY-BREACH.
      *----------------------------------------------------------------*
      * One active hour against boundary N, current and proposed: it   *
      * breaches when the share of its transactions past the cutoff    *
      * is over the percentile's allowance                             *
      *----------------------------------------------------------------*
           IF WS-HRL-STARTED(WS-DAY-IDX, WS-TYPE-IDX, WS-HOUR-IDX)
               > ZERO
               PERFORM STAGE-HOUR-CELL
               IF WS-CEL-TOTAL > ZERO
                   MOVE WS-CURRENT-BND(WS-BND-IDX) TO WS-EST-CUTOFF
                   PERFORM ESTIMATE-COUNT-ABOVE
                   IF WS-EST-ABOVE * 100
                       > WS-CEL-TOTAL * WS-BREACH-SHARE
                       ADD 1 TO WS-BREACH-CURRENT
                   END-IF
                   MOVE WS-PROPOSED-BND(WS-BND-IDX) TO WS-EST-CUTOFF
                   PERFORM ESTIMATE-COUNT-ABOVE
                   IF WS-EST-ABOVE * 100
                       > WS-CEL-TOTAL * WS-BREACH-SHARE
                       ADD 1 TO WS-BREACH-PROPOSED
                   END-IF
               END-IF
           END-IF
           .

       CALIBRATE-INF-LIMIT.
      *----------------------------------------------------------------*
      * Build each active hour's count past the proposed boundary 4,   *
      * find the smallest limit the target rate allows over that       *
      * series, and count breaches: the current limit against the      *
      * hours' actual +Inf counts, the proposed against the series     *
      *----------------------------------------------------------------*
           MOVE ZERO TO WS-SERIES-COUNT
           MOVE ZERO TO WS-BREACH-CURRENT
           PERFORM BUILD-DAY-INF-SERIES
               VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > WS-DATE-COUNT

           PERFORM FIND-LIMIT-FOR-TARGET
           MOVE WS-SEARCH-LOW TO WS-PROPOSED-INF-LIMIT
           MOVE WS-SEARCH-LOW TO WS-OVER-LIMIT
           PERFORM COUNT-SERIES-OVER-LIMIT
           MOVE WS-OVER-COUNT TO WS-BREACH-PROPOSED

           MOVE SPACES TO WS-DETAIL-LINE
           MOVE '+INF LIMIT (610/05 /HR)' TO WS-DET-THRESHOLD
           MOVE WS-CURRENT-INF-LIMIT TO WS-LIMIT-CURRENT
           MOVE WS-PROPOSED-INF-LIMIT TO WS-LIMIT-PROPOSED
           PERFORM FORMAT-LIMIT-LINE
           MOVE 'HOURLY COUNT PAST PROPOSED BOUNDARY 4 AT TARGET'
               TO WS-DET-BASIS
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
           .

       BUILD-DAY-INF-SERIES.
           PERFORM BUILD-HOUR-INF-POINT
               VARYING WS-HOUR-IDX FROM 1 BY 1
               UNTIL WS-HOUR-IDX > 24
           .

       BUILD-HOUR-INF-POINT.
           IF WS-HRL-STARTED(WS-DAY-IDX, WS-TYPE-IDX, WS-HOUR-IDX)
               > ZERO
               PERFORM STAGE-HOUR-CELL
               MOVE WS-PROPOSED-BND(4) TO WS-EST-CUTOFF
               PERFORM ESTIMATE-COUNT-ABOVE
               COMPUTE WS-EST-WHOLE ROUNDED = WS-EST-ABOVE
               ADD 1 TO WS-SERIES-COUNT
               MOVE WS-EST-WHOLE TO WS-SERIES-VALUE(WS-SERIES-COUNT)
               IF WS-CURRENT-INF-LIMIT > ZERO
                   AND WS-CEL-COUNT(5) > WS-CURRENT-INF-LIMIT
                   ADD 1 TO WS-BREACH-CURRENT
               END-IF
           END-IF
           .

       CALIBRATE-ERROR-LIMIT.
      *----------------------------------------------------------------*
      * The same search over each active hour's 603 count              *
      *----------------------------------------------------------------*
           MOVE ZERO TO WS-SERIES-COUNT
           PERFORM BUILD-DAY-ERROR-SERIES
               VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > WS-DATE-COUNT

           PERFORM FIND-LIMIT-FOR-TARGET
           MOVE WS-SEARCH-LOW TO WS-PROPOSED-ERR-LIMIT
           MOVE WS-SEARCH-LOW TO WS-OVER-LIMIT
           PERFORM COUNT-SERIES-OVER-LIMIT
           MOVE WS-OVER-COUNT TO WS-BREACH-PROPOSED

           MOVE ZERO TO WS-BREACH-CURRENT
           IF WS-CURRENT-ERR-LIMIT > ZERO
               MOVE WS-CURRENT-ERR-LIMIT TO WS-OVER-LIMIT
               PERFORM COUNT-SERIES-OVER-LIMIT
               MOVE WS-OVER-COUNT TO WS-BREACH-CURRENT
           END-IF

           MOVE SPACES TO WS-DETAIL-LINE
           MOVE 'ERROR LIMIT (603 /HR)' TO WS-DET-THRESHOLD
           MOVE WS-CURRENT-ERR-LIMIT TO WS-LIMIT-CURRENT
           MOVE WS-PROPOSED-ERR-LIMIT TO WS-LIMIT-PROPOSED
           PERFORM FORMAT-LIMIT-LINE
           MOVE 'HOURLY ERROR COUNT AT TARGET FALSE-ALARM RATE'
               TO WS-DET-BASIS
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
           .

       BUILD-DAY-ERROR-SERIES.
           PERFORM BUILD-HOUR-ERROR-POINT
               VARYING WS-HOUR-IDX FROM 1 BY 1
               UNTIL WS-HOUR-IDX > 24
           .

       BUILD-HOUR-ERROR-POINT.
           IF WS-HRL-STARTED(WS-DAY-IDX, WS-TYPE-IDX, WS-HOUR-IDX)
               > ZERO
               ADD 1 TO WS-SERIES-COUNT
               MOVE WS-HRL-ERRORS(WS-DAY-IDX, WS-TYPE-IDX, WS-HOUR-IDX)
                   TO WS-SERIES-VALUE(WS-SERIES-COUNT)
           END-IF
           .

       FORMAT-LIMIT-LINE.
      *----------------------------------------------------------------*
      * Current and proposed columns of a limit line.  A current       *
      * limit of zero is a check not armed today - it breaches nothing *
      *----------------------------------------------------------------*
           IF WS-LIMIT-CURRENT = ZERO
               MOVE '  NOT ARMED' TO WS-DET-CURRENT-X
               MOVE '     --' TO WS-DET-BREACH-CURRENT-X
           ELSE
               MOVE WS-LIMIT-CURRENT TO WS-DET-CURRENT
               MOVE WS-BREACH-CURRENT TO WS-DET-BREACH-CURRENT
           END-IF
           MOVE WS-LIMIT-PROPOSED TO WS-DET-PROPOSED
           IF WS-LIMIT-PROPOSED NOT = WS-LIMIT-CURRENT
               MOVE '*' TO WS-DET-CHANGED
           END-IF
           MOVE WS-BREACH-PROPOSED TO WS-DET-BREACH-PROPOSED
           .

       FIND-LIMIT-FOR-TARGET.
      *----------------------------------------------------------------*
      * Smallest limit that no more than WS-ALLOWED-HOURS of the       *
      * series exceed - a binary search between zero and the series'   *
      * largest value, since the count over a limit only falls as the  *
      * limit rises.  Never below one: a limit of zero would disarm    *
      * the check rather than tighten it                               *
      *----------------------------------------------------------------*
           MOVE ZERO TO WS-SERIES-MAX
           PERFORM TEST-ONE-SERIES-MAX
               VARYING WS-SERIES-IDX FROM 1 BY 1
               UNTIL WS-SERIES-IDX > WS-SERIES-COUNT

           MOVE ZERO TO WS-SEARCH-LOW
           MOVE WS-SERIES-MAX TO WS-SEARCH-HIGH
           PERFORM NARROW-LIMIT-SEARCH
               UNTIL WS-SEARCH-LOW NOT < WS-SEARCH-HIGH

           IF WS-SEARCH-LOW < 1
               MOVE 1 TO WS-SEARCH-LOW
           END-IF
           .

       TEST-ONE-SERIES-MAX.
           IF WS-SERIES-VALUE(WS-SERIES-IDX) > WS-SERIES-MAX
               MOVE WS-SERIES-VALUE(WS-SERIES-IDX) TO WS-SERIES-MAX
           END-IF
           .

       NARROW-LIMIT-SEARCH.
           COMPUTE WS-SEARCH-MID = (WS-SEARCH-LOW + WS-SEARCH-HIGH) / 2
           MOVE WS-SEARCH-MID TO WS-OVER-LIMIT
           PERFORM COUNT-SERIES-OVER-LIMIT
           IF WS-OVER-COUNT NOT > WS-ALLOWED-HOURS
               MOVE WS-SEARCH-MID TO WS-SEARCH-HIGH
           ELSE
               COMPUTE WS-SEARCH-LOW = WS-SEARCH-MID + 1
           END-IF
           .

       COUNT-SERIES-OVER-LIMIT.
      *----------------------------------------------------------------*
      * How many of the series' hours exceed WS-OVER-LIMIT - the       *
      * METRALRT breach test                                           *
      *----------------------------------------------------------------*
           MOVE ZERO TO WS-OVER-COUNT
           PERFORM TEST-ONE-SERIES-VALUE
               VARYING WS-SERIES-IDX FROM 1 BY 1
               UNTIL WS-SERIES-IDX > WS-SERIES-COUNT
           .

       TEST-ONE-SERIES-VALUE.
           IF WS-SERIES-VALUE(WS-SERIES-IDX) > WS-OVER-LIMIT
               ADD 1 TO WS-OVER-COUNT
           END-IF
           .

       STAGE-POOLED-CELL.
      *----------------------------------------------------------------*
      * Stage the type's pooled histogram as the cell set              *
      *----------------------------------------------------------------*
           MOVE ZERO TO WS-CEL-TOTAL
           PERFORM STAGE-ONE-POOLED-BUCKET
               VARYING WS-BUCKET-IDX FROM 1 BY 1
               UNTIL WS-BUCKET-IDX > 5
           .

       STAGE-ONE-POOLED-BUCKET.
           MOVE WS-POOLED-BUCKET(WS-BUCKET-IDX)
               TO WS-CEL-COUNT(WS-BUCKET-IDX)
           ADD WS-CEL-COUNT(WS-BUCKET-IDX) TO WS-CEL-TOTAL
           MOVE WS-CEL-TOTAL TO WS-CEL-CUM(WS-BUCKET-IDX)
           .

       STAGE-HOUR-CELL.
      *----------------------------------------------------------------*
      * Stage one day-hour's histogram as the cell set                 *
      *----------------------------------------------------------------*
           MOVE ZERO TO WS-CEL-TOTAL
           PERFORM STAGE-ONE-HOUR-BUCKET
               VARYING WS-BUCKET-IDX FROM 1 BY 1
               UNTIL WS-BUCKET-IDX > 5
           .

       STAGE-ONE-HOUR-BUCKET.
           MOVE WS-HRL-BUCKET(WS-DAY-IDX, WS-TYPE-IDX, WS-HOUR-IDX,
               WS-BUCKET-IDX) TO WS-CEL-COUNT(WS-BUCKET-IDX)
           ADD WS-CEL-COUNT(WS-BUCKET-IDX) TO WS-CEL-TOTAL
           MOVE WS-CEL-TOTAL TO WS-CEL-CUM(WS-BUCKET-IDX)
           .

       GET-ONE-PERCENTILE.
      *----------------------------------------------------------------*
      * Interpolate the WS-PCTL-PCT percentile off the staged cell     *
      * set.  The target rank lands in the first bucket whose          *
      * cumulative count reaches it; within that bucket the value is   *
      * placed proportionally between the bucket's cutoffs.  A rank    *
      * landing in the +Inf bucket has no upper cutoff - the value     *
      * comes back as boundary 4 with the open-ended flag set          *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-PCTL-OPEN-FLAG
           COMPUTE WS-PCTL-TARGET ROUNDED =
               WS-CEL-TOTAL * WS-PCTL-PCT / 100
           IF WS-PCTL-TARGET < 1
               MOVE 1 TO WS-PCTL-TARGET
           END-IF

           MOVE ZERO TO WS-PCTL-BUCKET
           PERFORM TEST-ONE-PCTL-BUCKET
               VARYING WS-PCTL-SCAN FROM 1 BY 1
               UNTIL WS-PCTL-SCAN > 5

           EVALUATE TRUE
               WHEN WS-PCTL-BUCKET = ZERO
                   MOVE ZERO TO WS-PCTL-VALUE
               WHEN WS-PCTL-BUCKET = 5
                   SET WS-PCTL-OPEN-ENDED TO TRUE
                   MOVE WS-CEL-LOWER(5) TO WS-PCTL-VALUE
               WHEN OTHER
                   IF WS-PCTL-BUCKET = 1
                       MOVE ZERO TO WS-PCTL-PRIOR
                   ELSE
                       MOVE WS-CEL-CUM(WS-PCTL-BUCKET - 1)
                           TO WS-PCTL-PRIOR
                   END-IF
                   COMPUTE WS-PCTL-VALUE ROUNDED =
                       WS-CEL-LOWER(WS-PCTL-BUCKET)
                       + (WS-PCTL-TARGET - WS-PCTL-PRIOR)
                       * (WS-CEL-UPPER(WS-PCTL-BUCKET)
                          - WS-CEL-LOWER(WS-PCTL-BUCKET))
                       / WS-CEL-COUNT(WS-PCTL-BUCKET)
           END-EVALUATE
           .

       TEST-ONE-PCTL-BUCKET.
           IF WS-PCTL-BUCKET = ZERO
               AND WS-CEL-CUM(WS-PCTL-SCAN) NOT < WS-PCTL-TARGET
               MOVE WS-PCTL-SCAN TO WS-PCTL-BUCKET
           END-IF
           .

       ESTIMATE-COUNT-ABOVE.
      *----------------------------------------------------------------*
      * How many of the staged cell set's transactions ran past        *
      * WS-EST-CUTOFF: every count in the buckets wholly above it,     *
      * plus the share of the bucket it falls inside that lies above   *
      * it, linear-within-bucket as in GET-ONE-PERCENTILE.  A cutoff   *
      * at or past boundary 4 falls in the open +Inf bucket and takes  *
      * the whole of it - the most that bucket could hold past it      *
      *----------------------------------------------------------------*
           MOVE 5 TO WS-EST-BUCKET
           PERFORM TEST-ONE-EST-BUCKET
               VARYING WS-EST-SCAN FROM 4 BY -1
               UNTIL WS-EST-SCAN < 1

           COMPUTE WS-EST-ABOVE =
               WS-CEL-TOTAL - WS-CEL-CUM(WS-EST-BUCKET)
           IF WS-EST-BUCKET = 5
               ADD WS-CEL-COUNT(5) TO WS-EST-ABOVE
           ELSE
               IF WS-CEL-UPPER(WS-EST-BUCKET)
                   > WS-CEL-LOWER(WS-EST-BUCKET)
                   COMPUTE WS-EST-ABOVE ROUNDED = WS-EST-ABOVE
                       + WS-CEL-COUNT(WS-EST-BUCKET)
                       * (WS-CEL-UPPER(WS-EST-BUCKET) - WS-EST-CUTOFF)
                       / (WS-CEL-UPPER(WS-EST-BUCKET)
                          - WS-CEL-LOWER(WS-EST-BUCKET))
               END-IF
           END-IF
           .

       TEST-ONE-EST-BUCKET.
           IF WS-EST-CUTOFF < WS-CEL-UPPER(WS-EST-SCAN)
               MOVE WS-EST-SCAN TO WS-EST-BUCKET
           END-IF
           .

       PRINT-TYPE-EVIDENCE.
      *----------------------------------------------------------------*
      * The pooled counts and worst hours behind the proposals, for    *
      * the review board                                               *
      *----------------------------------------------------------------*
           PERFORM SET-ONE-EVIDENCE-BUCKET
               VARYING WS-BUCKET-IDX FROM 1 BY 1
               UNTIL WS-BUCKET-IDX > 5
           WRITE REPORT-LINE FROM WS-EVIDENCE-LINE-1

           MOVE WS-PEAK-INF TO WS-EVL-PEAK-INF
           MOVE WS-PEAK-ERRORS TO WS-EVL-PEAK-ERRORS
           WRITE REPORT-LINE FROM WS-EVIDENCE-LINE-2
           .

       SET-ONE-EVIDENCE-BUCKET.
           MOVE SPACES TO WS-EVL-BUCKETS(WS-BUCKET-IDX)
           MOVE WS-POOLED-BUCKET(WS-BUCKET-IDX)
               TO WS-EVL-BUCKET(WS-BUCKET-IDX)
           .

       WRITE-CANDIDATE-ROWS.
      *----------------------------------------------------------------*
      * The type's proposals as load rows in the live files' layouts   *
      *----------------------------------------------------------------*
           MOVE WS-TYP-CODE(WS-TYPE-IDX) TO CND-SLA-TXN-TYPE
           MOVE WS-PROPOSED-INF-LIMIT TO CND-SLA-INF-LIMIT
           MOVE WS-PROPOSED-ERR-LIMIT TO CND-SLA-ERR-LIMIT
           WRITE SLA-CANDIDATE-RECORD
           ADD 1 TO WS-SLA-ROWS-WRITTEN

           MOVE WS-TYP-CODE(WS-TYPE-IDX) TO CND-BND-TXN-TYPE
           MOVE WS-PROPOSED-BND(1) TO CND-BND-LIMIT-1-MS
           MOVE WS-PROPOSED-BND(2) TO CND-BND-LIMIT-2-MS
           MOVE WS-PROPOSED-BND(3) TO CND-BND-LIMIT-3-MS
           MOVE WS-PROPOSED-BND(4) TO CND-BND-LIMIT-4-MS
           WRITE BOUNDARY-CANDIDATE-RECORD
           ADD 1 TO WS-BND-ROWS-WRITTEN
           .

       PRINT-CONTROL-TOTALS.
      *----------------------------------------------------------------*
      * Control totals - what was read, what was calibrated and what   *
      * was written for review                                         *
      *----------------------------------------------------------------*
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'HISTORY RECORDS USED:             '
               TO WS-TOT-DESCRIPTION
           MOVE WS-RECORDS-USED TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE 'HISTORY RECORDS OUTSIDE REPORT:   '
               TO WS-TOT-DESCRIPTION
           MOVE WS-RECORDS-SKIPPED TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE 'TRANSACTION TYPES CALIBRATED:     '
               TO WS-TOT-DESCRIPTION
           MOVE WS-TYPES-CALIBRATED TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE 'TYPES WITH TOO FEW ACTIVE HOURS:  '
               TO WS-TOT-DESCRIPTION
           MOVE WS-TYPES-TOO-SHORT TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE 'CANDIDATE METSLAVS ROWS WRITTEN:  '
               TO WS-TOT-DESCRIPTION
           MOVE WS-SLA-ROWS-WRITTEN TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE 'CANDIDATE METBNDVS ROWS WRITTEN:  '
               TO WS-TOT-DESCRIPTION
           MOVE WS-BND-ROWS-WRITTEN TO WS-TOT-COUNT
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
