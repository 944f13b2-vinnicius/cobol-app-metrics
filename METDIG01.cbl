
      *----------------------------------------------------------------*
      * Daily operations health digest.                                *
      * One page that replaces the morning tour of six outputs: the    *
      * METRCN01 reconciliation (read off its METRCNS summary record,  *
      * CPYMRCS), the METGLR01 GL reconciliation (its METGLRS summary  *
      * record, CPYMGLS), the METHBG01 heartbeat gap job (its METHBGS  *
      * coverage generation, CPYMHBG), the METALGVS breach log         *
      * (CPYMALR), the 604 reject counts and the 603 error codes off   *
      * the METEXTR daily extract (CPYMETR).  Each area prints an      *
      * OK/ATTENTION status                                            *
      * first, so a relief operator sees in one line per area whether  *
      * anything needs a closer look:                                  *
      *                                                                *
      *   RECONCILIATION - out-of-balance cell count and the worst     *
      *     delta; ATTENTION when anything is out of balance or        *
      *     unmatched, or when the summary record is missing           *
      *   GL RECONCILIATION - business-value metrics (620/621) versus  *
      *     the ledger's posting totals; ATTENTION when any type is    *
      *     outside tolerance, or when the summary record is missing   *
      *   HEARTBEAT GAPS - how long each region's metrics pipeline     *
      *     went unseen; ATTENTION when any gap was found, or when the *
      *     coverage summary is missing                                *
      *   SLA ALERTS - breach hours per transaction type off the       *
      *     alert log for the business date                            *
      *   REJECTED REQUESTS - reject counts by calling transaction     *
      *   ERRORS - the top five error codes (attribute 60)             *
      *                                                                *
      * The business date is read from SYSIN (supplied by the          *
      * scheduler); when none is supplied the suite's run-control date *
      * is used (METRUNVS, through METRRCTL).                          *
      * Runs after METRCN01 and METHBG01 in the nightly suite, so the  *
      * morning health check is two minutes, not twenty.               *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUMMARY-STATUS.

           SELECT GL-RECON-SUMMARY ASSIGN TO METGLRS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-SUMMARY-STATUS.

           SELECT HEARTBEAT-COVERAGE ASSIGN TO METHBGS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HBG-STATUS.

           SELECT ALERT-LOG ASSIGN TO METALGVS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
       01  RECON-SUMMARY-RECORD.
           COPY CPYMRCS.

      *----------------------------------------------------------------*
      * The GL reconciliation's run summary - see CPYMGLS              *
      *----------------------------------------------------------------*
       FD  GL-RECON-SUMMARY
           RECORDING MODE IS F.
       01  GL-RECON-SUMMARY-RECORD.
           COPY CPYMGLS.

      *----------------------------------------------------------------*
      * The heartbeat gap job's coverage generation - see CPYMHBG      *
      *----------------------------------------------------------------*
       FD  HEARTBEAT-COVERAGE
           RECORDING MODE IS F.
       01  HEARTBEAT-COVERAGE-RECORD.
           COPY CPYMHBG.

      *----------------------------------------------------------------*
      * One alert event row per record - see CPYMALR                   *
      *----------------------------------------------------------------*
       01  WS-SUMMARY-STATUS              PIC X(2).
           88  WS-SUMMARY-STATUS-OK       VALUE '00'.

       01  WS-GL-SUMMARY-STATUS           PIC X(2).
           88  WS-GL-SUMMARY-STATUS-OK    VALUE '00'.

       01  WS-HBG-STATUS                  PIC X(2).
           88  WS-HBG-STATUS-OK           VALUE '00'.

       01  WS-ALERT-STATUS                PIC X(2).
           88  WS-ALERT-STATUS-OK         VALUE '00'.
           88  WS-ALERT-AT-END            VALUE '10'.
           88  WS-NOT-END-OF-FILE         VALUE 'N'.

       01  WS-BUSINESS-DATE               PIC X(8) VALUE SPACES.

       01  WS-SUMMARY-FLAG                PIC X VALUE 'N'.
           88  WS-SUMMARY-PRESENT         VALUE 'Y'.
       01  WS-SUMMARY-DATE-FLAG           PIC X VALUE 'N'.
           88  WS-SUMMARY-DATE-OK         VALUE 'Y'.

       01  WS-GL-SUMMARY-FLAG             PIC X VALUE 'N'.
           88  WS-GL-SUMMARY-PRESENT      VALUE 'Y'.

       01  WS-GL-SUMMARY-DATE-FLAG        PIC X VALUE 'N'.
           88  WS-GL-SUMMARY-DATE-OK      VALUE 'Y'.

       01  WS-HBG-SUMMARY-FLAG            PIC X VALUE 'N'.
           88  WS-HBG-SUMMARY-PRESENT     VALUE 'Y'.

       01  WS-HBG-SUMMARY-DATE-FLAG       PIC X VALUE 'N'.
           88  WS-HBG-SUMMARY-DATE-OK     VALUE 'Y'.

      *----------------------------------------------------------------*
      * The summary row is kept aside while the gap rows are read      *
      * behind it; the first few gaps are listed under the area, the   *
      * ones over the alert limit before the rest                      *
      *----------------------------------------------------------------*
       01  WS-HBG-SUMMARY-ROW.
           COPY CPYMHBG.

       01  WS-HBG-GAP-TABLE.
           05  WS-HBG-GAP-ENTRY OCCURS 5 TIMES.
               10  WS-HGT-REGION          PIC X(8).
               10  WS-HGT-START           PIC 9(4).
               10  WS-HGT-END             PIC 9(4).
               10  WS-HGT-MINUTES         PIC 9(4).
               10  WS-HGT-PATHS           PIC X(1).
               10  WS-HGT-CAUSE           PIC X(1).
               10  WS-HGT-ALERT           PIC X(1).

       01  WS-HBG-GAP-CONTROL.
           05  WS-HBG-GAP-MAX             PIC 9(2) COMP VALUE 5.
           05  WS-HBG-GAP-LISTED          PIC 9(2) COMP VALUE ZERO.
           05  WS-HBG-GAP-IDX             PIC 9(2) COMP.
           05  WS-HBG-LIST-PASS           PIC X(1).

       01  WS-ALERT-LOG-FLAG              PIC X VALUE 'N'.
           88  WS-ALERT-LOG-AVAILABLE     VALUE 'Y'.

           05  WS-WOR-BUCKET               PIC Z9.
           05  FILLER                      PIC X(6) VALUE ' HOUR '.
           05  WS-WOR-HOUR                 PIC 99.
           05  FILLER                      PIC X(8) VALUE ' REGION '.
           05  WS-WOR-REGION               PIC X(8).

       01  WS-GL-WORST-LINE.
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  FILLER                      PIC X(12)
               VALUE 'WORST TYPE: '.
           05  WS-GLW-TXN-TYPE             PIC 99.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-GLW-TYPE-NAME            PIC X(16).
           05  FILLER                      PIC X(8) VALUE ' AMOUNT '.
           05  WS-GLW-AMOUNT-DIFF          PIC -,---,---,--9.99.
           05  FILLER                      PIC X(7) VALUE ' COUNT '.
           05  WS-GLW-COUNT-DIFF           PIC ---,---,--9.

       01  WS-HBG-GAP-LINE.
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  WS-HGL-REGION               PIC X(8).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-HGL-START                PIC 9(4).
           05  FILLER                      PIC X(1) VALUE '-'.
           05  WS-HGL-END                  PIC 9(4).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-HGL-MINUTES              PIC ZZZ9.
           05  FILLER                      PIC X(5) VALUE ' MIN '.
           05  WS-HGL-PATHS                PIC X(12).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-HGL-CAUSE                PIC X(14).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-HGL-ALERT                PIC X(10).

       01  WS-NOTE-LINE.
           05  FILLER                      PIC X(4) VALUE SPACES.
      *----------------------------------------------------------------*
           COPY CPYMTYT.

      *----------------------------------------------------------------*
      * Run-control check-in and check-out through METRRCTL            *
      *----------------------------------------------------------------*
       01  MET-RCQ-REQUEST.
           COPY CPYMRCQ.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
      *----------------------------------------------------------------*
      * Resolve the business date, load the type registry, gather the  *
      * six areas and print the one-page digest                        *
      *----------------------------------------------------------------*
           PERFORM RESOLVE-BUSINESS-DATE
           PERFORM CHECK-RUN-CONTROL
           PERFORM LOAD-TXN-TYPE-TABLE

           OPEN OUTPUT DIGEST-REPORT

           PERFORM GATHER-RECONCILIATION
           PERFORM GATHER-GL-RECONCILIATION
           PERFORM GATHER-HEARTBEAT-COVERAGE
           PERFORM GATHER-ALERT-LOG
           PERFORM GATHER-EXTRACT-COUNTS

           PERFORM PRINT-DIGEST

           CLOSE DIGEST-REPORT
           PERFORM RECORD-RUN-END
           STOP RUN
           .

       RESOLVE-BUSINESS-DATE.
      *----------------------------------------------------------------*
      * Take the business date the scheduler supplies on SYSIN; when   *
      * none is supplied, or it is not a usable date, the run-control  *
      * check supplies the suite's current business date               *
      *----------------------------------------------------------------*
           ACCEPT WS-BUSINESS-DATE

           IF WS-BUSINESS-DATE NOT NUMERIC
               MOVE SPACES TO WS-BUSINESS-DATE
           END-IF
           .

       CHECK-RUN-CONTROL.
      *----------------------------------------------------------------*
      * Check in with the suite's run control (METRRCTL): the job may  *
      * only run once its prerequisite is complete for the business    *
      * date, and not again once it is running or complete unless an   *
      * operator has cleared a rerun.  A refused run ends at once with *
      * return code 16, having touched nothing                         *
      *----------------------------------------------------------------*
           MOVE 'B' TO MET-RCQ-OPERATION
           MOVE 'METDIG01' TO MET-RCQ-JOB-NAME
           MOVE WS-BUSINESS-DATE TO MET-RCQ-REQUESTED-DATE
           CALL 'METRRCTL' USING MET-RCQ-REQUEST
           IF MET-RCQ-RETURN-CODE NOT = 00
               DISPLAY 'METDIG01: RUN REFUSED BY RUN CONTROL - '
                   MET-RCQ-ERROR-CODE ' ' MET-RCQ-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE MET-RCQ-BUSINESS-DATE TO WS-BUSINESS-DATE
           .

       RECORD-RUN-END.
      *----------------------------------------------------------------*
      * Check out with the run control: complete for a return code of  *
      * 4 or less, failed otherwise.  The return code is kept across   *
      * the call                                                       *
      *----------------------------------------------------------------*
           MOVE 'E' TO MET-RCQ-OPERATION
           MOVE RETURN-CODE TO MET-RCQ-JOB-RC
           CALL 'METRRCTL' USING MET-RCQ-REQUEST
           IF MET-RCQ-RETURN-CODE NOT = 00
               DISPLAY 'METDIG01: RUN CONTROL END NOT RECORDED - '
                   MET-RCQ-ERROR-CODE ' ' MET-RCQ-MESSAGE
           END-IF
           MOVE MET-RCQ-JOB-RC TO RETURN-CODE
           .

       GATHER-RECONCILIATION.
           END-IF
           .

       GATHER-GL-RECONCILIATION.
      *----------------------------------------------------------------*
      * Read the GL reconciliation's run summary, under the same rule  *
      * as the reconciliation summary: missing, unreadable or stamped  *
      * with the wrong date is itself an ATTENTION                     *
      *----------------------------------------------------------------*
           OPEN INPUT GL-RECON-SUMMARY
           IF WS-GL-SUMMARY-STATUS-OK
               SET WS-NOT-END-OF-FILE TO TRUE
               READ GL-RECON-SUMMARY
                   AT END
                       SET WS-END-OF-FILE TO TRUE
               END-READ
               IF WS-NOT-END-OF-FILE
                   SET WS-GL-SUMMARY-PRESENT TO TRUE
                   IF MET-GLS-DATE = WS-BUSINESS-DATE
                       SET WS-GL-SUMMARY-DATE-OK TO TRUE
                   END-IF
               END-IF
               CLOSE GL-RECON-SUMMARY
           END-IF
           .

       GATHER-HEARTBEAT-COVERAGE.
      *----------------------------------------------------------------*
      * Read the heartbeat gap job's summary row, under the same rule  *
      * as the other summaries: missing, unreadable or stamped with    *
      * the wrong date is itself an ATTENTION.  For the right date the *
      * gap rows behind it are read too, so the first few can be       *
      * listed; the hour rows after them are not needed here           *
      *----------------------------------------------------------------*
           OPEN INPUT HEARTBEAT-COVERAGE
           IF WS-HBG-STATUS-OK
               SET WS-NOT-END-OF-FILE TO TRUE
               READ HEARTBEAT-COVERAGE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
               END-READ
               IF WS-NOT-END-OF-FILE
                   AND MET-HBG-SUMMARY-ROW OF HEARTBEAT-COVERAGE-RECORD
                   SET WS-HBG-SUMMARY-PRESENT TO TRUE
                   MOVE HEARTBEAT-COVERAGE-RECORD
                       TO WS-HBG-SUMMARY-ROW
                   IF MET-HBG-DATE OF WS-HBG-SUMMARY-ROW
                       = WS-BUSINESS-DATE
                       SET WS-HBG-SUMMARY-DATE-OK TO TRUE
                       MOVE 'Y' TO WS-HBG-LIST-PASS
                       PERFORM READ-HEARTBEAT-GAP-ROW
                           UNTIL WS-END-OF-FILE
                   END-IF
               END-IF
               CLOSE HEARTBEAT-COVERAGE
           END-IF

           IF WS-HBG-SUMMARY-DATE-OK
               AND WS-HBG-GAP-LISTED < WS-HBG-GAP-MAX
               PERFORM LIST-GAPS-UNDER-LIMIT
           END-IF
           .

       READ-HEARTBEAT-GAP-ROW.
      *----------------------------------------------------------------*
      * Keep the next gap over the alert limit while the list has      *
      * room; the first hour row ends the gaps                         *
      *----------------------------------------------------------------*
           READ HEARTBEAT-COVERAGE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           IF WS-NOT-END-OF-FILE
               IF MET-HBG-GAP-ROW OF HEARTBEAT-COVERAGE-RECORD
                   IF MET-HBG-GAP-ALERT OF HEARTBEAT-COVERAGE-RECORD
                       = WS-HBG-LIST-PASS
                       PERFORM KEEP-HEARTBEAT-GAP
                   END-IF
               ELSE
                   SET WS-END-OF-FILE TO TRUE
               END-IF
           END-IF
           .

       LIST-GAPS-UNDER-LIMIT.
      *----------------------------------------------------------------*
      * Room left after the gaps over the limit - read the generation  *
      * again for the shorter gaps, so every gap the area counts has   *
      * the chance of a line                                           *
      *----------------------------------------------------------------*
           OPEN INPUT HEARTBEAT-COVERAGE
           IF WS-HBG-STATUS-OK
               SET WS-NOT-END-OF-FILE TO TRUE
               MOVE 'N' TO WS-HBG-LIST-PASS
               READ HEARTBEAT-COVERAGE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
               END-READ
               PERFORM READ-HEARTBEAT-GAP-ROW
                   UNTIL WS-END-OF-FILE
               CLOSE HEARTBEAT-COVERAGE
           END-IF
           .

       KEEP-HEARTBEAT-GAP.
           IF WS-HBG-GAP-LISTED < WS-HBG-GAP-MAX
               ADD 1 TO WS-HBG-GAP-LISTED
               MOVE MET-HBG-REGION OF HEARTBEAT-COVERAGE-RECORD
                   TO WS-HGT-REGION(WS-HBG-GAP-LISTED)
               MOVE MET-HBG-GAP-START OF HEARTBEAT-COVERAGE-RECORD
                   TO WS-HGT-START(WS-HBG-GAP-LISTED)
               MOVE MET-HBG-GAP-END OF HEARTBEAT-COVERAGE-RECORD
                   TO WS-HGT-END(WS-HBG-GAP-LISTED)
               MOVE MET-HBG-GAP-MINUTES OF HEARTBEAT-COVERAGE-RECORD
                   TO WS-HGT-MINUTES(WS-HBG-GAP-LISTED)
               MOVE MET-HBG-GAP-PATHS OF HEARTBEAT-COVERAGE-RECORD
                   TO WS-HGT-PATHS(WS-HBG-GAP-LISTED)
               MOVE MET-HBG-GAP-CAUSE OF HEARTBEAT-COVERAGE-RECORD
                   TO WS-HGT-CAUSE(WS-HBG-GAP-LISTED)
               MOVE MET-HBG-GAP-ALERT OF HEARTBEAT-COVERAGE-RECORD
                   TO WS-HGT-ALERT(WS-HBG-GAP-LISTED)
           END-IF
           .

       GATHER-ALERT-LOG.
      *----------------------------------------------------------------*
      * Count the business date's breach rows per transaction type     *
           WRITE REPORT-LINE FROM WS-HEADING-LINE-1

           PERFORM PRINT-RECONCILIATION-AREA
           PERFORM PRINT-GL-RECONCILIATION-AREA
           PERFORM PRINT-HEARTBEAT-AREA
           PERFORM PRINT-ALERT-AREA
           PERFORM PRINT-REJECT-AREA
           PERFORM PRINT-ERROR-AREA
                   MOVE MET-RCS-WORST-TXN-TYPE TO WS-WOR-TXN-TYPE
                   MOVE MET-RCS-WORST-BUCKET TO WS-WOR-BUCKET
                   MOVE MET-RCS-WORST-HOUR TO WS-WOR-HOUR
                   MOVE MET-RCS-WORST-REGION TO WS-WOR-REGION
                   WRITE REPORT-LINE FROM WS-WORST-LINE
               END-IF
           END-IF
           END-IF
           .

       PRINT-GL-RECONCILIATION-AREA.
      *----------------------------------------------------------------*
      * ATTENTION when any type's metrics disagree with the ledger     *
      * beyond tolerance, or when the summary is missing or stale;     *
      * the worst type names where finance should look first           *
      *----------------------------------------------------------------*
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'GL RECONCILIATION ......' TO WS-ARE-NAME

           IF NOT WS-GL-SUMMARY-PRESENT
               MOVE 'ATTENTION' TO WS-ARE-STATUS
               WRITE REPORT-LINE FROM WS-AREA-STATUS-LINE
               MOVE 'GL RECONCILIATION SUMMARY NOT AVAILABLE'
                   TO WS-NOT-TEXT
               WRITE REPORT-LINE FROM WS-NOTE-LINE
           ELSE
           IF NOT WS-GL-SUMMARY-DATE-OK
               MOVE 'ATTENTION' TO WS-ARE-STATUS
               WRITE REPORT-LINE FROM WS-AREA-STATUS-LINE
               MOVE 'SUMMARY IS FOR          - NOT THE BUSINESS DATE'
                   TO WS-NOT-TEXT
               MOVE MET-GLS-DATE TO WS-NOT-TEXT(16:8)
               WRITE REPORT-LINE FROM WS-NOTE-LINE
           ELSE
               IF MET-GLS-TYPES-OUT-TOLERANCE > ZERO
                   MOVE 'ATTENTION' TO WS-ARE-STATUS
               ELSE
                   MOVE 'OK       ' TO WS-ARE-STATUS
               END-IF
               WRITE REPORT-LINE FROM WS-AREA-STATUS-LINE

               MOVE 'TYPES CHECKED:                ' TO WS-DET-LABEL
               MOVE MET-GLS-TYPES-CHECKED TO WS-DET-COUNT
               WRITE REPORT-LINE FROM WS-DETAIL-LINE

               MOVE 'TYPES OUTSIDE TOLERANCE:      ' TO WS-DET-LABEL
               MOVE MET-GLS-TYPES-OUT-TOLERANCE TO WS-DET-COUNT
               WRITE REPORT-LINE FROM WS-DETAIL-LINE

               MOVE 'METRIC AMOUNT COUNT (621):    ' TO WS-DET-LABEL
               MOVE MET-GLS-METRIC-COUNT TO WS-DET-COUNT
               WRITE REPORT-LINE FROM WS-DETAIL-LINE

               MOVE 'GL POSTED COUNT:              ' TO WS-DET-LABEL
               MOVE MET-GLS-GL-COUNT TO WS-DET-COUNT
               WRITE REPORT-LINE FROM WS-DETAIL-LINE

               IF MET-GLS-TYPES-OUT-TOLERANCE > ZERO
                   PERFORM PRINT-GL-WORST-TYPE
               END-IF
           END-IF
           END-IF
           .

       PRINT-GL-WORST-TYPE.
      *----------------------------------------------------------------*
      * The worst type off the summary, by registry name where the     *
      * registry knows it                                              *
      *----------------------------------------------------------------*
           MOVE MET-GLS-WORST-TXN-TYPE TO WS-GLW-TXN-TYPE
           MOVE MET-GLS-WORST-TXN-TYPE TO WS-TYP-LOOKUP-CODE
           PERFORM FIND-TXN-TYPE-ENTRY
           IF WS-TYP-FOUND-IDX > ZERO
               MOVE WS-TYP-NAME(WS-TYP-FOUND-IDX) TO WS-GLW-TYPE-NAME
           ELSE
               MOVE SPACES TO WS-GLW-TYPE-NAME
           END-IF
           MOVE MET-GLS-WORST-AMOUNT-DIFF TO WS-GLW-AMOUNT-DIFF
           MOVE MET-GLS-WORST-COUNT-DIFF TO WS-GLW-COUNT-DIFF
           WRITE REPORT-LINE FROM WS-GL-WORST-LINE
           .

       PRINT-HEARTBEAT-AREA.
      *----------------------------------------------------------------*
      * ATTENTION when any region's pipeline went unseen longer than   *
      * the heartbeat interval allows, or when the coverage summary is *
      * missing or stale - an unchecked night must never read as a     *
      * night with no gaps.  The listed gaps say where and why         *
      *----------------------------------------------------------------*
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'HEARTBEAT GAPS .........' TO WS-ARE-NAME

           IF NOT WS-HBG-SUMMARY-PRESENT
               MOVE 'ATTENTION' TO WS-ARE-STATUS
               WRITE REPORT-LINE FROM WS-AREA-STATUS-LINE
               MOVE 'HEARTBEAT COVERAGE SUMMARY NOT AVAILABLE'
                   TO WS-NOT-TEXT
               WRITE REPORT-LINE FROM WS-NOTE-LINE
           ELSE
           IF NOT WS-HBG-SUMMARY-DATE-OK
               MOVE 'ATTENTION' TO WS-ARE-STATUS
               WRITE REPORT-LINE FROM WS-AREA-STATUS-LINE
               MOVE 'SUMMARY IS FOR          - NOT THE BUSINESS DATE'
                   TO WS-NOT-TEXT
               MOVE MET-HBG-DATE OF WS-HBG-SUMMARY-ROW
                   TO WS-NOT-TEXT(16:8)
               WRITE REPORT-LINE FROM WS-NOTE-LINE
           ELSE
               IF MET-HBG-GAP-COUNT OF WS-HBG-SUMMARY-ROW > ZERO
                   MOVE 'ATTENTION' TO WS-ARE-STATUS
               ELSE
                   MOVE 'OK       ' TO WS-ARE-STATUS
               END-IF
               WRITE REPORT-LINE FROM WS-AREA-STATUS-LINE

               MOVE 'REGIONS CHECKED:              ' TO WS-DET-LABEL
               MOVE MET-HBG-REGIONS-CHECKED OF WS-HBG-SUMMARY-ROW
                   TO WS-DET-COUNT
               WRITE REPORT-LINE FROM WS-DETAIL-LINE

               MOVE 'HEARTBEATS EXPECTED:          ' TO WS-DET-LABEL
               MOVE MET-HBG-BEATS-EXPECTED OF WS-HBG-SUMMARY-ROW
                   TO WS-DET-COUNT
               WRITE REPORT-LINE FROM WS-DETAIL-LINE

               MOVE 'HEARTBEATS ON EXTRACT:        ' TO WS-DET-LABEL
               MOVE MET-HBG-BEATS-EXTRACT OF WS-HBG-SUMMARY-ROW
                   TO WS-DET-COUNT
               WRITE REPORT-LINE FROM WS-DETAIL-LINE

               MOVE 'HEARTBEATS AT COLLECTOR:      ' TO WS-DET-LABEL
               MOVE MET-HBG-BEATS-COLLECTOR OF WS-HBG-SUMMARY-ROW
                   TO WS-DET-COUNT
               WRITE REPORT-LINE FROM WS-DETAIL-LINE

               MOVE 'GAPS FOUND:                   ' TO WS-DET-LABEL
               MOVE MET-HBG-GAP-COUNT OF WS-HBG-SUMMARY-ROW
                   TO WS-DET-COUNT
               WRITE REPORT-LINE FROM WS-DETAIL-LINE

               MOVE 'GAPS OVER ALERT LIMIT:        ' TO WS-DET-LABEL
               MOVE MET-HBG-GAPS-OVER-LIMIT OF WS-HBG-SUMMARY-ROW
                   TO WS-DET-COUNT
               WRITE REPORT-LINE FROM WS-DETAIL-LINE

               MOVE 'HOURS BLIND (ANY REGION):     ' TO WS-DET-LABEL
               MOVE MET-HBG-BLIND-HOURS OF WS-HBG-SUMMARY-ROW
                   TO WS-DET-COUNT
               WRITE REPORT-LINE FROM WS-DETAIL-LINE

               PERFORM PRINT-ONE-HEARTBEAT-GAP
                   VARYING WS-HBG-GAP-IDX FROM 1 BY 1
                   UNTIL WS-HBG-GAP-IDX > WS-HBG-GAP-LISTED
           END-IF
           END-IF
           .

       PRINT-ONE-HEARTBEAT-GAP.
      *----------------------------------------------------------------*
      * One listed gap: region, start to end (HHMM), length, which     *
      * path went quiet and what the sequence numbers say about why    *
      *----------------------------------------------------------------*
           MOVE WS-HGT-REGION(WS-HBG-GAP-IDX) TO WS-HGL-REGION
           MOVE WS-HGT-START(WS-HBG-GAP-IDX) TO WS-HGL-START
           MOVE WS-HGT-END(WS-HBG-GAP-IDX) TO WS-HGL-END
           MOVE WS-HGT-MINUTES(WS-HBG-GAP-IDX) TO WS-HGL-MINUTES

           EVALUATE WS-HGT-PATHS(WS-HBG-GAP-IDX)
               WHEN 'E'
                   MOVE 'EXTRACT ONLY' TO WS-HGL-PATHS
               WHEN 'C'
                   MOVE 'COLLECT ONLY' TO WS-HGL-PATHS
               WHEN OTHER
                   MOVE 'BOTH PATHS  ' TO WS-HGL-PATHS
           END-EVALUATE

           EVALUATE WS-HGT-CAUSE(WS-HBG-GAP-IDX)
               WHEN 'P'
                   MOVE 'ONE PATH LOST ' TO WS-HGL-CAUSE
               WHEN 'L'
                   MOVE 'BEATS LOST    ' TO WS-HGL-CAUSE
               WHEN 'D'
                   MOVE 'CANARY DOWN   ' TO WS-HGL-CAUSE
               WHEN OTHER
                   MOVE 'UNKNOWN       ' TO WS-HGL-CAUSE
           END-EVALUATE

           IF WS-HGT-ALERT(WS-HBG-GAP-IDX) = 'Y'
               MOVE 'OVER LIMIT' TO WS-HGL-ALERT
           ELSE
               MOVE SPACES TO WS-HGL-ALERT
           END-IF
           WRITE REPORT-LINE FROM WS-HBG-GAP-LINE
           .

       PRINT-ALERT-AREA.
      *----------------------------------------------------------------*
      * ATTENTION when the date logged any breach - or when the log    *
