       IDENTIFICATION DIVISION.
       PROGRAM-ID. METGLR01.
       AUTHOR. COBOL-METRICS-TEAM.

      *----------------------------------------------------------------*
      * Business-value metrics versus general-ledger reconciliation.   *
      * METRICEX keeps an amount total (620) and an amount count (621) *
      * per transaction type per hour on METCTRVS; METRARCH and        *
      * METARC01 close those cells onto the METHIST daily history      *
      * generation every night.  The core banking ledger run hands     *
      * over its own daily posting control totals (CPYMGLC) - per      *
      * transaction type, the number of postings and their value.      *
      * This job proves the two agree: per type, the day's 621 cells   *
      * summed across the hours must equal the GL posted count, and    *
      * the day's 620 cells must equal the GL posted amount.           *
      *                                                                *
      * The 620 counter holds whole currency units - RECORD-           *
      * TRANSACTION-AMOUNT drops the cents of each transaction as it   *
      * adds - so the metric amount legitimately runs below the GL     *
      * amount by up to one unit per transaction counted.  That        *
      * allowance is applied before the SYSIN amount tolerance, so a   *
      * busy type is not flagged for cents the counter never held.     *
      *                                                                *
      * Every type is printed with both sides, the differences and a   *
      * tolerance flag; a type seen on only one side is flagged NO GL  *
      * or NO METRICS.  A fixed-field run summary (CPYMGLS) is         *
      * written for the METDIG01 morning digest.                       *
      *                                                                *
      * SYSIN, one value per record, all optional with defaults:       *
      *    record 1 - business date YYYYMMDD, PIC X(8) (the date on    *
      *               the history generation)                          *
      *    record 2 - count tolerance,  PIC 9(5) (00000)               *
      *    record 3 - amount tolerance in whole currency units,        *
      *               PIC 9(9) (000000000)                             *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COUNTER-HISTORY ASSIGN TO METHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT GL-CONTROL ASSIGN TO METGLCT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

           SELECT GLR-REPORT ASSIGN TO METGLR
               ORGANIZATION IS SEQUENTIAL.

           SELECT GLR-SUMMARY ASSIGN TO METGLRS
               ORGANIZATION IS SEQUENTIAL.

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

      *----------------------------------------------------------------*
      * One GL posting control total per type per date - see CPYMGLC   *
      *----------------------------------------------------------------*
       FD  GL-CONTROL
           RECORDING MODE IS F.
       01  GL-CONTROL-RECORD.
           COPY CPYMGLC.

       FD  GLR-REPORT
           RECORDING MODE IS F.
       01  REPORT-LINE                    PIC X(120).

      *----------------------------------------------------------------*
      * Machine-readable run summary for the METDIG01 morning digest   *
      * - see CPYMGLS                                                  *
      *----------------------------------------------------------------*
       FD  GLR-SUMMARY
           RECORDING MODE IS F.
       01  GLR-SUMMARY-RECORD.
           COPY CPYMGLS.

      *----------------------------------------------------------------*
      * Transaction-type registry control file - see CPYMTYR           *
      *----------------------------------------------------------------*
       FD  TYPE-CONTROL.
       01  TYPE-CONTROL-RECORD.
           COPY CPYMTYR.

       WORKING-STORAGE SECTION.

       01  WS-HISTORY-STATUS              PIC X(2).
           88  WS-HISTORY-STATUS-OK       VALUE '00'.
           88  WS-HISTORY-AT-END          VALUE '10'.

       01  WS-GL-STATUS                   PIC X(2).
           88  WS-GL-STATUS-OK            VALUE '00'.
           88  WS-GL-AT-END               VALUE '10'.

       01  WS-TYPE-STATUS                 PIC X(2).
           88  WS-TYPE-STATUS-OK          VALUE '00'.
           88  WS-TYPE-AT-END             VALUE '10'.

       01  WS-EOF-FLAG                    PIC X VALUE 'N'.
           88  WS-END-OF-FILE             VALUE 'Y'.
           88  WS-NOT-END-OF-FILE         VALUE 'N'.

      *----------------------------------------------------------------*
      * SYSIN controls with their shop defaults                        *
      *----------------------------------------------------------------*
       01  WS-CONTROL-CARDS.
           05  WS-DATE-CARD               PIC X(8).
           05  WS-COUNT-TOL-CARD          PIC X(5).
           05  WS-AMOUNT-TOL-CARD         PIC X(9).
           05  WS-COUNT-TOLERANCE         PIC 9(5) VALUE ZERO.
           05  WS-AMOUNT-TOLERANCE        PIC 9(9) VALUE ZERO.

       01  WS-BUSINESS-DATE               PIC 9(8) VALUE ZERO.

      *----------------------------------------------------------------*
      * Per-type totals, subscripted directly by the transaction type  *
      * code - type 00 is not a valid type and is counted as unusable  *
      *----------------------------------------------------------------*
       01  WS-GLR-TYPE-TABLE.
           05  WS-GLR-ENTRY OCCURS 99 TIMES.
               10  WS-GLR-METRIC-COUNT    PIC 9(11) COMP.
               10  WS-GLR-METRIC-AMOUNT   PIC 9(13) COMP.
               10  WS-GLR-GL-COUNT        PIC 9(11) COMP.
               10  WS-GLR-GL-AMOUNT       PIC 9(13)V99 COMP-3.
               10  WS-GLR-ON-GL-FLAG      PIC X.
                   88  WS-GLR-ON-GL       VALUE 'Y'.

       01  WS-TYPE-IDX                    PIC 9(3) COMP.

       01  WS-RECON-WORK.
           05  WS-COUNT-DIFF              PIC S9(11) COMP.
           05  WS-ABS-COUNT-DIFF          PIC 9(11) COMP.
           05  WS-AMOUNT-DIFF             PIC S9(13)V99 COMP-3.
           05  WS-AMOUNT-SHORTFALL        PIC 9(13)V99 COMP-3.
           05  WS-ABS-AMOUNT-DIFF         PIC 9(13)V99 COMP-3.
           05  WS-SHORTFALL-ALLOWED       PIC 9(13) COMP.
           05  WS-COUNT-OUT-FLAG          PIC X.
               88  WS-COUNT-OUT           VALUE 'Y'.
           05  WS-AMOUNT-OUT-FLAG         PIC X.
               88  WS-AMOUNT-OUT          VALUE 'Y'.

      *----------------------------------------------------------------*
      * Run totals, and the out-of-tolerance type with the largest     *
      * absolute amount difference, carried onto the summary record    *
      *----------------------------------------------------------------*
       01  WS-GLR-TOTALS.
           05  WS-TYPES-CHECKED           PIC 9(4) COMP VALUE ZERO.
           05  WS-TYPES-IN-TOLERANCE      PIC 9(4) COMP VALUE ZERO.
           05  WS-TYPES-OUT-TOLERANCE     PIC 9(4) COMP VALUE ZERO.
           05  WS-TOTAL-METRIC-COUNT      PIC 9(11) COMP VALUE ZERO.
           05  WS-TOTAL-METRIC-AMOUNT     PIC 9(13) COMP VALUE ZERO.
           05  WS-TOTAL-GL-COUNT          PIC 9(11) COMP VALUE ZERO.
           05  WS-TOTAL-GL-AMOUNT         PIC 9(13)V99 COMP-3
                                          VALUE ZERO.
           05  WS-HISTORY-BYPASSED        PIC 9(9) COMP VALUE ZERO.
           05  WS-GL-BYPASSED             PIC 9(9) COMP VALUE ZERO.
           05  WS-GL-UNUSABLE             PIC 9(9) COMP VALUE ZERO.
           05  WS-WORST-ABS-AMOUNT        PIC 9(13)V99 COMP-3
                                          VALUE ZERO.
           05  WS-WORST-TXN-TYPE          PIC 9(2) VALUE ZERO.
           05  WS-WORST-AMOUNT-DIFF       PIC S9(13)V99 COMP-3
                                          VALUE ZERO.
           05  WS-WORST-COUNT-DIFF        PIC S9(11) COMP VALUE ZERO.

      *----------------------------------------------------------------*
      * Print-line layouts                                             *
      *----------------------------------------------------------------*
       01  WS-HEADING-LINE-1.
           05  FILLER                      PIC X(46)
               VALUE 'METGLR01  -  BUSINESS-VALUE METRICS VERSUS GL '.
           05  FILLER                      PIC X(14)
               VALUE 'RECONCILIATION'.

       01  WS-HEADING-LINE-2.
           05  FILLER                      PIC X(15)
               VALUE 'BUSINESS DATE: '.
           05  WS-HDG-DATE                 PIC 9(8).
           05  FILLER                      PIC X(20)
               VALUE '   COUNT TOLERANCE: '.
           05  WS-HDG-COUNT-TOL            PIC ZZ,ZZ9.
           05  FILLER                      PIC X(21)
               VALUE '   AMOUNT TOLERANCE: '.
           05  WS-HDG-AMOUNT-TOL           PIC ZZZ,ZZZ,ZZ9.

       01  WS-COLUMN-HEADING-LINE.
           05  FILLER            PIC X(20) VALUE 'TYPE                '.
           05  FILLER            PIC X(12) VALUE ' METRIC CNT '.
           05  FILLER            PIC X(12) VALUE '     GL CNT '.
           05  FILLER            PIC X(12) VALUE '   CNT DIFF '.
           05  FILLER            PIC X(14) VALUE '  METRIC AMT  '.
           05  FILLER            PIC X(17) VALUE '          GL AMT '.
           05  FILLER            PIC X(18) VALUE '          AMT DIFF'.
           05  FILLER            PIC X(11) VALUE ' FLAG      '.

       01  WS-DETAIL-LINE.
           05  WS-DET-TXN-TYPE             PIC 99.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-DET-TYPE-NAME            PIC X(16).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-DET-METRIC-COUNT         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-DET-GL-COUNT             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-DET-COUNT-DIFF           PIC ---,---,--9.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-DET-METRIC-AMOUNT        PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-DET-GL-AMOUNT            PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-DET-AMOUNT-DIFF          PIC -,---,---,--9.99.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DET-FLAG                 PIC X(10).

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

      *----------------------------------------------------------------*
      * Job instrumentation - the run clock and the METRBAPI request   *
      * that stages this job's own metrics (701 elapsed ms, 702        *
      * types checked, 703 types outside tolerance, 704 return code)   *
      * for the reporting pipeline                                     *
      *----------------------------------------------------------------*
       01  WS-INSTRUMENT-WORK.
           05  WS-RUN-START-RAW           PIC 9(8).
           05  FILLER REDEFINES WS-RUN-START-RAW.
               10  WS-RST-HH              PIC 9(2).
               10  WS-RST-MM              PIC 9(2).
               10  WS-RST-SS              PIC 9(2).
               10  WS-RST-HS              PIC 9(2).
           05  WS-RUN-END-RAW             PIC 9(8).
           05  FILLER REDEFINES WS-RUN-END-RAW.
               10  WS-RND-HH              PIC 9(2).
               10  WS-RND-MM              PIC 9(2).
               10  WS-RND-SS              PIC 9(2).
               10  WS-RND-HS              PIC 9(2).
           05  WS-RUN-START-MS            PIC 9(9) COMP.
           05  WS-RUN-END-MS              PIC 9(9) COMP.
           05  WS-ELAPSED-MS              PIC 9(9) COMP.

       01  MET-BAP-REQUEST.
           COPY CPYMBAP.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
      *----------------------------------------------------------------*
      * Resolve the SYSIN controls, fold the day's 620/621 history     *
      * cells and the GL control totals into the type table,           *
      * reconcile and print every type, write the digest summary and   *
      * stage the job's own metrics                                    *
      *----------------------------------------------------------------*
           ACCEPT WS-RUN-START-RAW FROM TIME
           PERFORM RESOLVE-CONTROL-CARDS
           PERFORM LOAD-TXN-TYPE-TABLE
           PERFORM CLEAR-TYPE-TABLE
           PERFORM OPEN-FILES

           PERFORM LOAD-HISTORY-AMOUNTS
           PERFORM LOAD-GL-CONTROL-TOTALS
           PERFORM PRINT-REPORT
           PERFORM WRITE-RUN-SUMMARY

           PERFORM CLOSE-FILES
           PERFORM RECORD-JOB-METRICS
           STOP RUN
           .

       RESOLVE-CONTROL-CARDS.
      *----------------------------------------------------------------*
      * Take the business date and the two tolerances off SYSIN; a     *
      * missing or unusable card leaves the default standing - for     *
      * the date, the date on the history generation itself            *
      *----------------------------------------------------------------*
           MOVE SPACES TO WS-DATE-CARD
           ACCEPT WS-DATE-CARD
           IF WS-DATE-CARD NUMERIC
               MOVE WS-DATE-CARD TO WS-BUSINESS-DATE
           END-IF

           MOVE SPACES TO WS-COUNT-TOL-CARD
           ACCEPT WS-COUNT-TOL-CARD
           IF WS-COUNT-TOL-CARD NUMERIC
               MOVE WS-COUNT-TOL-CARD TO WS-COUNT-TOLERANCE
           END-IF

           MOVE SPACES TO WS-AMOUNT-TOL-CARD
           ACCEPT WS-AMOUNT-TOL-CARD
           IF WS-AMOUNT-TOL-CARD NUMERIC
               MOVE WS-AMOUNT-TOL-CARD TO WS-AMOUNT-TOLERANCE
           END-IF
           .

       CLEAR-TYPE-TABLE.
      *----------------------------------------------------------------*
      * Zero every type slot before the two loads                      *
      *----------------------------------------------------------------*
           PERFORM CLEAR-ONE-TYPE-SLOT
               VARYING WS-TYPE-IDX FROM 1 BY 1
               UNTIL WS-TYPE-IDX > 99
           .

       CLEAR-ONE-TYPE-SLOT.
           MOVE ZERO TO WS-GLR-METRIC-COUNT(WS-TYPE-IDX)
           MOVE ZERO TO WS-GLR-METRIC-AMOUNT(WS-TYPE-IDX)
           MOVE ZERO TO WS-GLR-GL-COUNT(WS-TYPE-IDX)
           MOVE ZERO TO WS-GLR-GL-AMOUNT(WS-TYPE-IDX)
           MOVE 'N' TO WS-GLR-ON-GL-FLAG(WS-TYPE-IDX)
           .

       OPEN-FILES.
      *----------------------------------------------------------------*
      * Either input failing to open is a hard failure - there is      *
      * nothing to reconcile against                                   *
      *----------------------------------------------------------------*
           OPEN INPUT COUNTER-HISTORY
           IF NOT WS-HISTORY-STATUS-OK
               DISPLAY 'METGLR01: METHIST OPEN FAILED, STATUS='
                   WS-HISTORY-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT GL-CONTROL
           IF NOT WS-GL-STATUS-OK
               DISPLAY 'METGLR01: METGLCT OPEN FAILED, STATUS='
                   WS-GL-STATUS
               CLOSE COUNTER-HISTORY
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT GLR-REPORT
           OPEN OUTPUT GLR-SUMMARY
           .

       LOAD-HISTORY-AMOUNTS.
      *----------------------------------------------------------------*
      * Sum every 620 (amount total) and 621 (amount count) hour cell  *
      * on the generation into its type's slot.  Every other metric    *
      * is not this job's business                                     *
      *----------------------------------------------------------------*
           SET WS-NOT-END-OF-FILE TO TRUE
           PERFORM READ-NEXT-HISTORY-RECORD
           PERFORM FOLD-ONE-HISTORY-RECORD
               UNTIL WS-END-OF-FILE
           .

       READ-NEXT-HISTORY-RECORD.
      *----------------------------------------------------------------*
      * Read the next counter cell; end of file or any failing status  *
      * ends the load, a failure with a warning return code            *
      *----------------------------------------------------------------*
           READ COUNTER-HISTORY
           EVALUATE TRUE
               WHEN WS-HISTORY-STATUS-OK
                   CONTINUE
               WHEN WS-HISTORY-AT-END
                   SET WS-END-OF-FILE TO TRUE
               WHEN OTHER
                   DISPLAY 'METGLR01: METHIST READ FAILED, STATUS='
                       WS-HISTORY-STATUS ' - LOAD STOPPED'
                   MOVE 08 TO RETURN-CODE
                   SET WS-END-OF-FILE TO TRUE
           END-EVALUATE
           .

       FOLD-ONE-HISTORY-RECORD.
      *----------------------------------------------------------------*
      * With no date on SYSIN the first cell read sets the business    *
      * date; a cell for any other date, or for type 00, is counted    *
      * and bypassed                                                   *
      *----------------------------------------------------------------*
           IF WS-BUSINESS-DATE = ZERO
               MOVE MET-HST-DATE TO WS-BUSINESS-DATE
           END-IF

           IF MET-HST-DATE NOT = WS-BUSINESS-DATE
               OR MET-HST-TXN-TYPE = ZERO
               ADD 1 TO WS-HISTORY-BYPASSED
           ELSE
               MOVE MET-HST-TXN-TYPE TO WS-TYPE-IDX
               EVALUATE MET-HST-METRIC-ID
                   WHEN 620
                       ADD MET-HST-VALUE
                           TO WS-GLR-METRIC-AMOUNT(WS-TYPE-IDX)
                   WHEN 621
                       ADD MET-HST-VALUE
                           TO WS-GLR-METRIC-COUNT(WS-TYPE-IDX)
               END-EVALUATE
           END-IF

           PERFORM READ-NEXT-HISTORY-RECORD
           .

       LOAD-GL-CONTROL-TOTALS.
      *----------------------------------------------------------------*
      * Fold every GL control total for the business date into its     *
      * type's slot.  The ledger may hand over more than one record    *
      * for a type (one per posting run), so the totals accumulate     *
      *----------------------------------------------------------------*
           SET WS-NOT-END-OF-FILE TO TRUE
           PERFORM READ-NEXT-GL-RECORD
           PERFORM FOLD-ONE-GL-RECORD
               UNTIL WS-END-OF-FILE
           .

       READ-NEXT-GL-RECORD.
           READ GL-CONTROL
           EVALUATE TRUE
               WHEN WS-GL-STATUS-OK
                   CONTINUE
               WHEN WS-GL-AT-END
                   SET WS-END-OF-FILE TO TRUE
               WHEN OTHER
                   DISPLAY 'METGLR01: METGLCT READ FAILED, STATUS='
                       WS-GL-STATUS ' - LOAD STOPPED'
                   MOVE 08 TO RETURN-CODE
                   SET WS-END-OF-FILE TO TRUE
           END-EVALUATE
           .

       FOLD-ONE-GL-RECORD.
      *----------------------------------------------------------------*
      * A record for another posting date is counted and bypassed; a   *
      * record whose type or totals are not numeric cannot be tied to  *
      * anything and is counted as unusable rather than dropped        *
      *----------------------------------------------------------------*
           EVALUATE TRUE
               WHEN MET-GLC-TXN-TYPE NOT NUMERIC
                   OR MET-GLC-TXN-TYPE = ZERO
                   OR MET-GLC-POSTED-COUNT NOT NUMERIC
                   OR MET-GLC-POSTED-AMOUNT NOT NUMERIC
                   ADD 1 TO WS-GL-UNUSABLE
               WHEN MET-GLC-POST-DATE NOT = WS-BUSINESS-DATE
                   ADD 1 TO WS-GL-BYPASSED
               WHEN OTHER
                   MOVE MET-GLC-TXN-TYPE TO WS-TYPE-IDX
                   ADD MET-GLC-POSTED-COUNT
                       TO WS-GLR-GL-COUNT(WS-TYPE-IDX)
                   ADD MET-GLC-POSTED-AMOUNT
                       TO WS-GLR-GL-AMOUNT(WS-TYPE-IDX)
                   SET WS-GLR-ON-GL(WS-TYPE-IDX) TO TRUE
           END-EVALUATE

           PERFORM READ-NEXT-GL-RECORD
           .

       PRINT-REPORT.
      *----------------------------------------------------------------*
      * Headings, one line per type with activity on either side, the  *
      * all-types line and the control totals                          *
      *----------------------------------------------------------------*
           WRITE REPORT-LINE FROM WS-HEADING-LINE-1
           MOVE WS-BUSINESS-DATE TO WS-HDG-DATE
           MOVE WS-COUNT-TOLERANCE TO WS-HDG-COUNT-TOL
           MOVE WS-AMOUNT-TOLERANCE TO WS-HDG-AMOUNT-TOL
           WRITE REPORT-LINE FROM WS-HEADING-LINE-2
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-COLUMN-HEADING-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM RECONCILE-ONE-TYPE
               VARYING WS-TYPE-IDX FROM 1 BY 1
               UNTIL WS-TYPE-IDX > 99

           PERFORM PRINT-ALL-TYPES-LINE
           PERFORM PRINT-CONTROL-TOTALS
           .

       RECONCILE-ONE-TYPE.
      *----------------------------------------------------------------*
      * A type is checked when the ledger posted it or the metrics     *
      * counted it.  The counter cells outlive a quiet day as zeros,   *
      * so a type with nothing on either side is simply not printed    *
      *----------------------------------------------------------------*
           IF WS-GLR-ON-GL(WS-TYPE-IDX)
               OR WS-GLR-METRIC-COUNT(WS-TYPE-IDX) > ZERO
               OR WS-GLR-METRIC-AMOUNT(WS-TYPE-IDX) > ZERO
               PERFORM CHECK-ONE-TYPE
           END-IF
           .

       CHECK-ONE-TYPE.
      *----------------------------------------------------------------*
      * Compare the two sides.  The count must agree within the count  *
      * tolerance.  The amount may not run above the GL by more than   *
      * the amount tolerance, nor below it by more than one unit per   *
      * transaction counted (the cents the 620 counter never held)     *
      * plus the amount tolerance                                      *
      *----------------------------------------------------------------*
           ADD 1 TO WS-TYPES-CHECKED
           MOVE 'N' TO WS-COUNT-OUT-FLAG
           MOVE 'N' TO WS-AMOUNT-OUT-FLAG

           COMPUTE WS-COUNT-DIFF =
               WS-GLR-METRIC-COUNT(WS-TYPE-IDX)
               - WS-GLR-GL-COUNT(WS-TYPE-IDX)
           IF WS-COUNT-DIFF < ZERO
               COMPUTE WS-ABS-COUNT-DIFF = ZERO - WS-COUNT-DIFF
           ELSE
               MOVE WS-COUNT-DIFF TO WS-ABS-COUNT-DIFF
           END-IF
           IF WS-ABS-COUNT-DIFF > WS-COUNT-TOLERANCE
               SET WS-COUNT-OUT TO TRUE
           END-IF

           COMPUTE WS-AMOUNT-DIFF =
               WS-GLR-METRIC-AMOUNT(WS-TYPE-IDX)
               - WS-GLR-GL-AMOUNT(WS-TYPE-IDX)
           IF WS-AMOUNT-DIFF < ZERO
               COMPUTE WS-AMOUNT-SHORTFALL = ZERO - WS-AMOUNT-DIFF
               MOVE WS-AMOUNT-SHORTFALL TO WS-ABS-AMOUNT-DIFF
               COMPUTE WS-SHORTFALL-ALLOWED =
                   WS-GLR-METRIC-COUNT(WS-TYPE-IDX)
                   + WS-AMOUNT-TOLERANCE
               IF WS-AMOUNT-SHORTFALL > WS-SHORTFALL-ALLOWED
                   SET WS-AMOUNT-OUT TO TRUE
               END-IF
           ELSE
               MOVE WS-AMOUNT-DIFF TO WS-ABS-AMOUNT-DIFF
               IF WS-AMOUNT-DIFF > WS-AMOUNT-TOLERANCE
                   SET WS-AMOUNT-OUT TO TRUE
               END-IF
           END-IF

           IF WS-COUNT-OUT
               OR WS-AMOUNT-OUT
               OR NOT WS-GLR-ON-GL(WS-TYPE-IDX)
               ADD 1 TO WS-TYPES-OUT-TOLERANCE
               PERFORM TRACK-WORST-TYPE
           ELSE
               ADD 1 TO WS-TYPES-IN-TOLERANCE
           END-IF

           ADD WS-GLR-METRIC-COUNT(WS-TYPE-IDX) TO WS-TOTAL-METRIC-COUNT
           ADD WS-GLR-METRIC-AMOUNT(WS-TYPE-IDX)
               TO WS-TOTAL-METRIC-AMOUNT
           ADD WS-GLR-GL-COUNT(WS-TYPE-IDX) TO WS-TOTAL-GL-COUNT
           ADD WS-GLR-GL-AMOUNT(WS-TYPE-IDX) TO WS-TOTAL-GL-AMOUNT

           PERFORM PRINT-ONE-TYPE
           .

       TRACK-WORST-TYPE.
      *----------------------------------------------------------------*
      * Remember the out-of-tolerance type with the largest absolute   *
      * amount difference for the run summary the digest reads         *
      *----------------------------------------------------------------*
           IF WS-WORST-TXN-TYPE = ZERO
               OR WS-ABS-AMOUNT-DIFF > WS-WORST-ABS-AMOUNT
               MOVE WS-ABS-AMOUNT-DIFF TO WS-WORST-ABS-AMOUNT
               MOVE WS-TYPE-IDX TO WS-WORST-TXN-TYPE
               MOVE WS-AMOUNT-DIFF TO WS-WORST-AMOUNT-DIFF
               MOVE WS-COUNT-DIFF TO WS-WORST-COUNT-DIFF
           END-IF
           .

       PRINT-ONE-TYPE.
      *----------------------------------------------------------------*
      * Format and print one type: its registry name (or a blank name  *
      * for a type the registry does not know), both sides, the        *
      * differences and the flag                                       *
      *----------------------------------------------------------------*
           MOVE WS-TYPE-IDX TO WS-DET-TXN-TYPE
           MOVE WS-TYPE-IDX TO WS-TYP-LOOKUP-CODE
           PERFORM FIND-TXN-TYPE-ENTRY
           IF WS-TYP-FOUND-IDX > ZERO
               MOVE WS-TYP-NAME(WS-TYP-FOUND-IDX) TO WS-DET-TYPE-NAME
           ELSE
               MOVE '(NOT REGISTERED)' TO WS-DET-TYPE-NAME
           END-IF

           MOVE WS-GLR-METRIC-COUNT(WS-TYPE-IDX) TO WS-DET-METRIC-COUNT
           MOVE WS-GLR-GL-COUNT(WS-TYPE-IDX) TO WS-DET-GL-COUNT
           MOVE WS-COUNT-DIFF TO WS-DET-COUNT-DIFF
           MOVE WS-GLR-METRIC-AMOUNT(WS-TYPE-IDX)
               TO WS-DET-METRIC-AMOUNT
           MOVE WS-GLR-GL-AMOUNT(WS-TYPE-IDX) TO WS-DET-GL-AMOUNT
           MOVE WS-AMOUNT-DIFF TO WS-DET-AMOUNT-DIFF

           EVALUATE TRUE
               WHEN NOT WS-GLR-ON-GL(WS-TYPE-IDX)
                   MOVE 'NO GL     ' TO WS-DET-FLAG
               WHEN WS-GLR-METRIC-COUNT(WS-TYPE-IDX) = ZERO
                   AND WS-GLR-METRIC-AMOUNT(WS-TYPE-IDX) = ZERO
                   AND (WS-COUNT-OUT OR WS-AMOUNT-OUT)
                   MOVE 'NO METRICS' TO WS-DET-FLAG
               WHEN WS-COUNT-OUT AND WS-AMOUNT-OUT
                   MOVE 'COUNT+AMT ' TO WS-DET-FLAG
               WHEN WS-COUNT-OUT
                   MOVE 'COUNT     ' TO WS-DET-FLAG
               WHEN WS-AMOUNT-OUT
                   MOVE 'AMOUNT    ' TO WS-DET-FLAG
               WHEN OTHER
                   MOVE 'OK        ' TO WS-DET-FLAG
           END-EVALUATE

           WRITE REPORT-LINE FROM WS-DETAIL-LINE
           .

       PRINT-ALL-TYPES-LINE.
      *----------------------------------------------------------------*
      * The day's grand totals on both sides, in the detail layout     *
      *----------------------------------------------------------------*
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE ZERO TO WS-DET-TXN-TYPE
           MOVE 'ALL TYPES       ' TO WS-DET-TYPE-NAME
           MOVE WS-TOTAL-METRIC-COUNT TO WS-DET-METRIC-COUNT
           MOVE WS-TOTAL-GL-COUNT TO WS-DET-GL-COUNT
           COMPUTE WS-COUNT-DIFF =
               WS-TOTAL-METRIC-COUNT - WS-TOTAL-GL-COUNT
           MOVE WS-COUNT-DIFF TO WS-DET-COUNT-DIFF
           MOVE WS-TOTAL-METRIC-AMOUNT TO WS-DET-METRIC-AMOUNT
           MOVE WS-TOTAL-GL-AMOUNT TO WS-DET-GL-AMOUNT
           COMPUTE WS-AMOUNT-DIFF =
               WS-TOTAL-METRIC-AMOUNT - WS-TOTAL-GL-AMOUNT
           MOVE WS-AMOUNT-DIFF TO WS-DET-AMOUNT-DIFF
           MOVE SPACES TO WS-DET-FLAG

           WRITE REPORT-LINE FROM WS-DETAIL-LINE
           .

       PRINT-CONTROL-TOTALS.
      *----------------------------------------------------------------*
      * Control totals - the out-of-tolerance count is the number      *
      * finance asks for                                               *
      *----------------------------------------------------------------*
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'TYPES CHECKED:                    '
               TO WS-TOT-DESCRIPTION
           MOVE WS-TYPES-CHECKED TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE 'TYPES WITHIN TOLERANCE:           '
               TO WS-TOT-DESCRIPTION
           MOVE WS-TYPES-IN-TOLERANCE TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE 'TYPES OUTSIDE TOLERANCE:          '
               TO WS-TOT-DESCRIPTION
           MOVE WS-TYPES-OUT-TOLERANCE TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE 'HISTORY CELLS BYPASSED:           '
               TO WS-TOT-DESCRIPTION
           MOVE WS-HISTORY-BYPASSED TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE 'GL RECORDS FOR OTHER DATES:       '
               TO WS-TOT-DESCRIPTION
           MOVE WS-GL-BYPASSED TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE 'GL RECORDS NOT USABLE:            '
               TO WS-TOT-DESCRIPTION
           MOVE WS-GL-UNUSABLE TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           .

       WRITE-RUN-SUMMARY.
      *----------------------------------------------------------------*
      * One fixed-field summary record per run for the METDIG01        *
      * morning digest - the control totals plus the worst type        *
      *----------------------------------------------------------------*
           MOVE WS-BUSINESS-DATE TO MET-GLS-DATE
           MOVE WS-TYPES-CHECKED TO MET-GLS-TYPES-CHECKED
           MOVE WS-TYPES-IN-TOLERANCE TO MET-GLS-TYPES-IN-TOLERANCE
           MOVE WS-TYPES-OUT-TOLERANCE TO MET-GLS-TYPES-OUT-TOLERANCE
           MOVE WS-TOTAL-METRIC-COUNT TO MET-GLS-METRIC-COUNT
           MOVE WS-TOTAL-GL-COUNT TO MET-GLS-GL-COUNT
           MOVE WS-TOTAL-METRIC-AMOUNT TO MET-GLS-METRIC-AMOUNT
           MOVE WS-TOTAL-GL-AMOUNT TO MET-GLS-GL-AMOUNT
           MOVE WS-WORST-TXN-TYPE TO MET-GLS-WORST-TXN-TYPE
           MOVE WS-WORST-AMOUNT-DIFF TO MET-GLS-WORST-AMOUNT-DIFF
           MOVE WS-WORST-COUNT-DIFF TO MET-GLS-WORST-COUNT-DIFF

           WRITE GLR-SUMMARY-RECORD
           .

       CLOSE-FILES.
           CLOSE COUNTER-HISTORY
           CLOSE GL-CONTROL
           CLOSE GLR-REPORT
           CLOSE GLR-SUMMARY
           .

       RECORD-JOB-METRICS.
      *----------------------------------------------------------------*
      * Stage this run's own metrics through METRBAPI: elapsed time    *
      * (701), types checked (702), types outside tolerance (703) and  *
      * the return code the job is about to end with (704)             *
      *----------------------------------------------------------------*
           ACCEPT WS-RUN-END-RAW FROM TIME
           COMPUTE WS-RUN-START-MS =
               ((WS-RST-HH * 3600 + WS-RST-MM * 60 + WS-RST-SS)
               * 1000) + WS-RST-HS * 10
           COMPUTE WS-RUN-END-MS =
               ((WS-RND-HH * 3600 + WS-RND-MM * 60 + WS-RND-SS)
               * 1000) + WS-RND-HS * 10
           IF WS-RUN-END-MS < WS-RUN-START-MS
               ADD 86400000 TO WS-RUN-END-MS
           END-IF
           COMPUTE WS-ELAPSED-MS = WS-RUN-END-MS - WS-RUN-START-MS

           MOVE 701 TO MET-BAP-METRIC-ID
           MOVE WS-ELAPSED-MS TO MET-BAP-VALUE
           PERFORM EMIT-ONE-JOB-METRIC

           MOVE 702 TO MET-BAP-METRIC-ID
           MOVE WS-TYPES-CHECKED TO MET-BAP-VALUE
           PERFORM EMIT-ONE-JOB-METRIC

           MOVE 703 TO MET-BAP-METRIC-ID
           MOVE WS-TYPES-OUT-TOLERANCE TO MET-BAP-VALUE
           PERFORM EMIT-ONE-JOB-METRIC

           MOVE 704 TO MET-BAP-METRIC-ID
           MOVE RETURN-CODE TO MET-BAP-VALUE
           PERFORM EMIT-ONE-JOB-METRIC

           MOVE 'F' TO MET-BAP-OPERATION
           CALL 'METRBAPI' USING MET-BAP-REQUEST
           .

       EMIT-ONE-JOB-METRIC.
      *----------------------------------------------------------------*
      * Stage one job metric, stamped with this program's name.  An    *
      * instrumentation failure is surfaced to the log but never       *
      * fails the job it instruments                                   *
      *----------------------------------------------------------------*
           MOVE 'M' TO MET-BAP-OPERATION
           MOVE 1 TO MET-BAP-ATTR-COUNT
           MOVE 01 TO MET-BAP-ATTR-CODE(1)
           MOVE 'METGLR01        ' TO MET-BAP-ATTR-VALUE(1)
           CALL 'METRBAPI' USING MET-BAP-REQUEST
           IF MET-BAP-RETURN-CODE NOT = 00
               DISPLAY 'METGLR01: METRBAPI RC=' MET-BAP-RETURN-CODE
                   ' ' MET-BAP-ERROR-CODE
                   ' METRIC-ID=' MET-BAP-METRIC-ID
           END-IF
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
      * compiled-in defaults so the report still names the types       *
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
