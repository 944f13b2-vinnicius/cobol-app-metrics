       IDENTIFICATION DIVISION.
       PROGRAM-ID. METHBG01.
       AUTHOR. COBOL-METRICS-TEAM.

      *----------------------------------------------------------------*
      * Metrics pipeline heartbeat gap report.                         *
      * The MHBT canary (METRHBT) sends heartbeat metric 690 through   *
      * METRAPI every few minutes in every region, each carrying its   *
      * region (03), sequence number (70) and emit stamp (71).  This   *
      * job rebuilds the day minute by minute from the two pieces of   *
      * evidence the heartbeat leaves, one per side of the pipeline:   *
      *                                                                *
      *   the METEXTR daily extract - every heartbeat the extract      *
      *     write took, the record every report is built from          *
      *   the METHBRC collector receipts (CPYMHBR) - every heartbeat   *
      *     METCOLECT accepted, live or replayed off METRQ later       *
      *                                                                *
      * The regions expected to beat are the rows on METHBTVS          *
      * (CPYMHBT), plus any region the evidence turns up.  On each     *
      * side, a stretch longer than the CPYMHBC interval plus grace    *
      * without a heartbeat is a stretch where that side was blind.    *
      * Blind stretches on either side are merged into gaps, each      *
      * printed with its paths, the heartbeats due in it and its       *
      * cause, told from the heartbeats around it: the other side      *
      * still beating (one path lost), sequence numbers jumping        *
      * across the gap (heartbeats sent and lost), or running on       *
      * unbroken (nothing sent - the canary or its region was down).   *
      * A gap longer than the CPYMHBC gap limit that touches the       *
      * business day is flagged.                                       *
      *                                                                *
      * Every hour of every region is then given a verdict off the     *
      * extract side: traffic, no traffic (fully seen and genuinely    *
      * quiet), partly blind or blind - the answer to "was it quiet    *
      * or were we blind?".  Traffic is any business metric on the     *
      * extract carrying the region (03) and hour (23); moded records  *
      * (24), heartbeats among them, are not traffic.                  *
      *                                                                *
      * The gaps and hour verdicts go to the METHBGS coverage          *
      * generation (CPYMHBG) behind a run summary for the METDIG01     *
      * morning digest.                                                *
      *                                                                *
      * SYSIN, optional:                                               *
      *    record 1 - business date YYYYMMDD, PIC X(8) (the emit date  *
      *               of the first heartbeat on the extract)           *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT METRIC-EXTRACT ASSIGN TO METEXTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.

           SELECT HEARTBEAT-RECEIPTS ASSIGN TO METHBRC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECEIPT-STATUS.

           SELECT HBG-REPORT ASSIGN TO METHBG
               ORGANIZATION IS SEQUENTIAL.

           SELECT HBG-COVERAGE ASSIGN TO METHBGS
               ORGANIZATION IS SEQUENTIAL.

           SELECT HEARTBEAT-CONTROL ASSIGN TO METHBTVS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MET-HBT-REGION
               FILE STATUS IS WS-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------*
      * One WS-METRIC record per SEND-METRIC call - see CPYMETR        *
      *----------------------------------------------------------------*
       FD  METRIC-EXTRACT
           RECORDING MODE IS F.
       01  METRIC-EXTRACT-RECORD.
           COPY CPYMETR.

      *----------------------------------------------------------------*
      * One receipt per heartbeat METCOLECT accepted - see CPYMHBR     *
      *----------------------------------------------------------------*
       FD  HEARTBEAT-RECEIPTS
           RECORDING MODE IS F.
       01  HEARTBEAT-RECEIPT-RECORD.
           COPY CPYMHBR.

       FD  HBG-REPORT
           RECORDING MODE IS F.
       01  REPORT-LINE                    PIC X(120).

      *----------------------------------------------------------------*
      * Coverage generation - run summary, gaps, hour verdicts - see   *
      * CPYMHBG                                                        *
      *----------------------------------------------------------------*
       FD  HBG-COVERAGE
           RECORDING MODE IS F.
       01  HBG-COVERAGE-RECORD.
           COPY CPYMHBG.

      *----------------------------------------------------------------*
      * Region heartbeat control file - see CPYMHBT                    *
      *----------------------------------------------------------------*
       FD  HEARTBEAT-CONTROL.
       01  HEARTBEAT-CONTROL-RECORD.
           COPY CPYMHBT.

       WORKING-STORAGE SECTION.

       01  WS-EXTRACT-STATUS              PIC X(2).
           88  WS-EXTRACT-STATUS-OK       VALUE '00'.
           88  WS-EXTRACT-AT-END          VALUE '10'.

       01  WS-RECEIPT-STATUS              PIC X(2).
           88  WS-RECEIPT-STATUS-OK       VALUE '00'.
           88  WS-RECEIPT-AT-END          VALUE '10'.

       01  WS-CONTROL-STATUS              PIC X(2).
           88  WS-CONTROL-STATUS-OK       VALUE '00'.
           88  WS-CONTROL-AT-END          VALUE '10'.

       01  WS-EOF-FLAG                    PIC X VALUE 'N'.
           88  WS-END-OF-FILE             VALUE 'Y'.
           88  WS-NOT-END-OF-FILE         VALUE 'N'.

      *----------------------------------------------------------------*
      * SYSIN control                                                  *
      *----------------------------------------------------------------*
       01  WS-CONTROL-CARDS.
           05  WS-DATE-CARD               PIC X(8).

       01  WS-BUSINESS-DATE               PIC 9(8) VALUE ZERO.

           COPY CPYMHBC.

      *----------------------------------------------------------------*
      * One extract record's attributes as this job reads them - the   *
      * region, hour, sequence and emit stamp in their own layouts     *
      *----------------------------------------------------------------*
       01  WS-RECORD-DECODE.
           05  WS-ATTR-IDX                PIC 9(2) COMP.
           05  WS-REC-REGION-VALUE.
               10  WS-REC-REGION          PIC X(8).
               10  FILLER                 PIC X(8).
           05  WS-REC-HOUR-VALUE.
               10  WS-REC-HOUR            PIC X(2).
               10  WS-REC-HOUR-REST       PIC X(14).
           05  WS-REC-HOUR-NUMBER REDEFINES WS-REC-HOUR-VALUE.
               10  WS-REC-HOUR-DIGITS     PIC 9(2).
               10  FILLER                 PIC X(14).
           05  WS-REC-SEQUENCE-VALUE.
               10  WS-REC-SEQUENCE        PIC 9(9).
               10  FILLER                 PIC X(7).
           05  WS-REC-STAMP-VALUE.
               10  WS-REC-EMIT-DATE       PIC 9(8).
               10  WS-REC-EMIT-TIME       PIC 9(6).
               10  FILLER                 PIC X(2).
           05  WS-REC-MODE-FLAG           PIC X.
               88  WS-REC-MODED           VALUE 'Y'.

      *----------------------------------------------------------------*
      * One heartbeat placed in the day - whichever side it came off   *
      *----------------------------------------------------------------*
       01  WS-BEAT-WORK.
           05  WS-BEAT-REGION             PIC X(8).
           05  WS-BEAT-SEQUENCE           PIC 9(9).
           05  WS-BEAT-DATE               PIC 9(8).
           05  WS-BEAT-TIME               PIC 9(6).
           05  FILLER REDEFINES WS-BEAT-TIME.
               10  WS-BEAT-HH             PIC 9(2).
               10  WS-BEAT-MM             PIC 9(2).
               10  WS-BEAT-SS             PIC 9(2).
           05  WS-BEAT-MINUTE-IDX         PIC 9(4) COMP.
           05  WS-BEAT-USABLE-FLAG        PIC X.
               88  WS-BEAT-USABLE         VALUE 'Y'.

      *----------------------------------------------------------------*
      * The regions expected to beat, each with its day minute by      *
      * minute (subscript 1 is 00:00) and hour by hour.  A minute      *
      * records the heartbeat each side saw in it, with its sequence   *
      * number, and whether each side was blind through it             *
      *----------------------------------------------------------------*
       01  WS-RGN-MAX                     PIC 9(3) COMP VALUE 20.
       01  WS-RGN-COUNT                   PIC 9(3) COMP VALUE ZERO.
       01  WS-RGN-IDX                     PIC 9(3) COMP.
       01  WS-RGN-FOUND-IDX               PIC 9(3) COMP.
       01  WS-RGN-SCAN-IDX                PIC 9(3) COMP.
       01  WS-MIN-IDX                     PIC 9(4) COMP.
       01  WS-HOUR-IDX                    PIC 9(2) COMP.

       01  WS-REGION-TABLE.
           05  WS-RGN-ENTRY OCCURS 20 TIMES.
               10  WS-RGN-APPLID          PIC X(8).
               10  WS-RGN-BEATS-EXT       PIC 9(5) COMP.
               10  WS-RGN-BEATS-COL       PIC 9(5) COMP.
               10  WS-RGN-HOUR OCCURS 24 TIMES.
                   15  WS-HR-TRAFFIC      PIC 9(9) COMP.
                   15  WS-HR-BEATS-EXT    PIC 9(3) COMP.
                   15  WS-HR-BEATS-COL    PIC 9(3) COMP.
                   15  WS-HR-BLIND-EXT    PIC 9(2) COMP.
                   15  WS-HR-BLIND-COL    PIC 9(2) COMP.
                   15  WS-HR-VERDICT      PIC X(1).
               10  WS-RGN-MINUTE OCCURS 1440 TIMES.
                   15  WS-MIN-EXT-FLAG    PIC X(1).
                       88  WS-MIN-EXT-BEAT     VALUE 'Y'.
                   15  WS-MIN-COL-FLAG    PIC X(1).
                       88  WS-MIN-COL-BEAT     VALUE 'Y'.
                   15  WS-MIN-EXT-SEQ     PIC 9(9) COMP.
                   15  WS-MIN-COL-SEQ     PIC 9(9) COMP.
                   15  WS-MIN-BLIND-EXT-FLAG  PIC X(1).
                       88  WS-MIN-EXT-BLIND    VALUE 'Y'.
                   15  WS-MIN-BLIND-COL-FLAG  PIC X(1).
                       88  WS-MIN-COL-BLIND    VALUE 'Y'.

      *----------------------------------------------------------------*
      * Blind-stretch marking, one side at a time.  A side is blind    *
      * between two heartbeats further apart than the interval plus    *
      * grace; the day's edges count as heartbeats at minute 0 and     *
      * minute 1441, so a late first or early last beat shows too      *
      *----------------------------------------------------------------*
       01  WS-BLIND-WORK.
           05  WS-SCAN-PATH               PIC X(1).
               88  WS-SCANNING-EXTRACT    VALUE 'E'.
               88  WS-SCANNING-COLLECT    VALUE 'C'.
           05  WS-BEAT-ALLOWANCE          PIC 9(4) COMP.
           05  WS-LAST-BEAT-IDX           PIC 9(4) COMP.
           05  WS-MARK-IDX                PIC 9(4) COMP.
           05  WS-MARK-START              PIC 9(4) COMP.
           05  WS-BEAT-SPAN               PIC 9(4) COMP.
           05  WS-PATH-BEAT-FLAG          PIC X(1).
               88  WS-PATH-BEAT-HERE      VALUE 'Y'.

      *----------------------------------------------------------------*
      * Gap assembly - the open gap and the probes that tell its cause *
      *----------------------------------------------------------------*
       01  WS-GAP-WORK.
           05  WS-IN-GAP-FLAG             PIC X(1).
               88  WS-IN-GAP              VALUE 'Y'.
           05  WS-OPEN-START-IDX          PIC 9(4) COMP.
           05  WS-OPEN-EXT-FLAG           PIC X(1).
               88  WS-OPEN-EXT-BLIND      VALUE 'Y'.
           05  WS-OPEN-COL-FLAG           PIC X(1).
               88  WS-OPEN-COL-BLIND      VALUE 'Y'.
           05  WS-OPEN-MINUTES            PIC 9(4) COMP.
           05  WS-OPEN-PATHS              PIC X(1).
           05  WS-OPEN-CAUSE              PIC X(1).
           05  WS-OPEN-BEATS-DUE          PIC 9(5) COMP.
           05  WS-OPEN-ALERT              PIC X(1).
           05  WS-PROBE-IDX               PIC 9(4) COMP.
           05  WS-PROBE-FOUND-FLAG        PIC X(1).
               88  WS-PROBE-FOUND         VALUE 'Y'.
           05  WS-SEQ-BEFORE              PIC 9(9) COMP.
           05  WS-SEQ-AFTER               PIC 9(9) COMP.
           05  WS-SEQ-BEFORE-FLAG         PIC X(1).
               88  WS-SEQ-BEFORE-FOUND    VALUE 'Y'.
           05  WS-SEQ-AFTER-FLAG          PIC X(1).
               88  WS-SEQ-AFTER-FOUND     VALUE 'Y'.
           05  WS-DAY-START-MINUTE        PIC 9(4) COMP.
           05  WS-DAY-END-MINUTE          PIC 9(4) COMP.

      *----------------------------------------------------------------*
      * Every gap found, by region then start, held so the run summary *
      * can lead the coverage generation                               *
      *----------------------------------------------------------------*
       01  WS-GAP-MAX                     PIC 9(4) COMP VALUE 500.
       01  WS-GAP-COUNT                   PIC 9(4) COMP VALUE ZERO.
       01  WS-GAP-IDX                     PIC 9(4) COMP.

       01  WS-GAP-TABLE.
           05  WS-GAP-ENTRY OCCURS 500 TIMES.
               10  WS-GAP-RGN-IDX         PIC 9(3) COMP.
               10  WS-GAP-START-IDX       PIC 9(4) COMP.
               10  WS-GAP-END-IDX         PIC 9(4) COMP.
               10  WS-GAP-MINUTES         PIC 9(4) COMP.
               10  WS-GAP-PATHS           PIC X(1).
               10  WS-GAP-CAUSE           PIC X(1).
               10  WS-GAP-BEATS-DUE       PIC 9(5) COMP.
               10  WS-GAP-ALERT           PIC X(1).

      *----------------------------------------------------------------*
      * A minute offset from midnight turned back into HHMM            *
      *----------------------------------------------------------------*
       01  WS-CLOCK-WORK.
           05  WS-CLOCK-MINUTES           PIC 9(4) COMP.
           05  WS-CLOCK-HH                PIC 9(2).
           05  WS-CLOCK-MM                PIC 9(2).
           05  WS-CLOCK-HHMM              PIC 9(4).

      *----------------------------------------------------------------*
      * Run totals, carried onto the summary record                    *
      *----------------------------------------------------------------*
       01  WS-HBG-TOTALS.
           05  WS-EXTRACT-RECORDS         PIC 9(9) COMP VALUE ZERO.
           05  WS-RECEIPT-RECORDS         PIC 9(9) COMP VALUE ZERO.
           05  WS-BEATS-EXPECTED          PIC 9(7) COMP VALUE ZERO.
           05  WS-BEATS-EXTRACT           PIC 9(7) COMP VALUE ZERO.
           05  WS-BEATS-COLLECTOR         PIC 9(7) COMP VALUE ZERO.
           05  WS-GAPS-FOUND              PIC 9(5) COMP VALUE ZERO.
           05  WS-GAPS-OVER-LIMIT         PIC 9(5) COMP VALUE ZERO.
           05  WS-GAPS-NOT-KEPT           PIC 9(5) COMP VALUE ZERO.
           05  WS-HOURS-NOT-SEEN          PIC 9(5) COMP VALUE ZERO.
           05  WS-LONGEST-GAP             PIC 9(4) COMP VALUE ZERO.
           05  WS-BEATS-OTHER-DATE        PIC 9(7) COMP VALUE ZERO.
           05  WS-BEATS-UNUSABLE          PIC 9(7) COMP VALUE ZERO.
           05  WS-REGIONS-NOT-KEPT        PIC 9(7) COMP VALUE ZERO.
           05  WS-TRAFFIC-UNPLACED        PIC 9(9) COMP VALUE ZERO.

      *----------------------------------------------------------------*
      * Print-line layouts                                             *
      *----------------------------------------------------------------*
       01  WS-HEADING-LINE-1.
           05  FILLER                      PIC X(48)
               VALUE 'METHBG01  -  METRICS PIPELINE HEARTBEAT COVERAGE'.

       01  WS-HEADING-LINE-2.
           05  FILLER                      PIC X(15)
               VALUE 'BUSINESS DATE: '.
           05  WS-HDG-DATE                 PIC 9(8).
           05  FILLER                      PIC X(13)
               VALUE '   INTERVAL: '.
           05  WS-HDG-INTERVAL             PIC ZZ9.
           05  FILLER                      PIC X(10)
               VALUE '   GRACE: '.
           05  WS-HDG-GRACE                PIC ZZ9.
           05  FILLER                      PIC X(14)
               VALUE '   GAP LIMIT: '.
           05  WS-HDG-LIMIT                PIC ZZ9.
           05  FILLER                      PIC X(17)
               VALUE '   BUSINESS DAY: '.
           05  WS-HDG-DAY-START            PIC 99.
           05  FILLER                      PIC X(3) VALUE '00-'.
           05  WS-HDG-DAY-END              PIC 99.
           05  FILLER                      PIC X(2) VALUE '00'.

       01  WS-SECTION-LINE.
           05  WS-SEC-TITLE                PIC X(40).

       01  WS-GAP-HEADING-LINE.
           05  FILLER            PIC X(10) VALUE 'REGION    '.
           05  FILLER            PIC X(7)  VALUE 'START  '.
           05  FILLER            PIC X(7)  VALUE 'END    '.
           05  FILLER            PIC X(9)  VALUE ' MINUTES '.
           05  FILLER            PIC X(11) VALUE ' PATHS     '.
           05  FILLER            PIC X(15) VALUE 'CAUSE          '.
           05  FILLER            PIC X(11) VALUE ' BEATS DUE '.
           05  FILLER            PIC X(9)  VALUE ' ALERT   '.

       01  WS-GAP-DETAIL-LINE.
           05  WS-GDT-REGION               PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-GDT-START                PIC 9(4).
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  WS-GDT-END                  PIC 9(4).
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  WS-GDT-MINUTES              PIC Z,ZZ9.
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  WS-GDT-PATHS                PIC X(10).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-GDT-CAUSE                PIC X(15).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-GDT-BEATS-DUE            PIC ZZ,ZZ9.
           05  FILLER                      PIC X(5) VALUE SPACES.
           05  WS-GDT-ALERT                PIC X(10).

       01  WS-HOUR-HEADING-LINE.
           05  FILLER                      PIC X(9)
               VALUE 'REGION   '.
           05  WS-HHD-HOUR-SLOT OCCURS 24 TIMES.
               10  FILLER                  PIC X(1) VALUE SPACES.
               10  WS-HHD-HOUR             PIC 99.

       01  WS-HOUR-DETAIL-LINE.
           05  WS-HDT-REGION               PIC X(8).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-HDT-HOUR-SLOT OCCURS 24 TIMES.
               10  FILLER                  PIC X(2) VALUE SPACES.
               10  WS-HDT-VERDICT          PIC X(1).

       01  WS-LEGEND-LINE.
           05  FILLER                      PIC X(39)
               VALUE 'T=TRAFFIC  N=NO TRAFFIC (SEEN, QUIET)  '.
           05  FILLER                      PIC X(23)
               VALUE 'P=PARTLY BLIND  B=BLIND'.

       01  WS-NONE-LINE.
           05  FILLER                      PIC X(40)
               VALUE '   NONE                                 '.

       01  WS-TOTAL-LINE.
           05  WS-TOT-DESCRIPTION          PIC X(34).
           05  WS-TOT-COUNT                PIC ZZZ,ZZZ,ZZ9.

      *----------------------------------------------------------------*
      * Job instrumentation - the run clock and the METRBAPI request   *
      * that stages this job's own metrics (701 elapsed ms, 702        *
      * extract records read, 703 gaps over the limit, 704 return      *
      * code) for the reporting pipeline                               *
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
      * Resolve the business date, take the expected regions off       *
      * METHBTVS, lay both sides' heartbeats and the extract's traffic *
      * into the region table, find every region's gaps and hour       *
      * verdicts, print them and write the coverage generation, then   *
      * stage the job's own metrics                                    *
      *----------------------------------------------------------------*
           ACCEPT WS-RUN-START-RAW FROM TIME
           PERFORM RESOLVE-CONTROL-CARDS
           PERFORM LOAD-REGION-LIST
           PERFORM OPEN-FILES

           PERFORM LOAD-EXTRACT-EVIDENCE
           PERFORM LOAD-COLLECTOR-RECEIPTS
           PERFORM ASSESS-ALL-REGIONS
           PERFORM PRINT-REPORT
           PERFORM WRITE-COVERAGE-FILE

           PERFORM CLOSE-FILES
           PERFORM RECORD-JOB-METRICS
           STOP RUN
           .

       RESOLVE-CONTROL-CARDS.
      *----------------------------------------------------------------*
      * Take the business date off SYSIN; a missing or unusable card   *
      * leaves it to the first heartbeat on the extract                *
      *----------------------------------------------------------------*
           MOVE SPACES TO WS-DATE-CARD
           ACCEPT WS-DATE-CARD
           IF WS-DATE-CARD NUMERIC
               MOVE WS-DATE-CARD TO WS-BUSINESS-DATE
           END-IF

           COMPUTE WS-BEAT-ALLOWANCE =
               WS-HBC-INTERVAL-MINUTES + WS-HBC-GRACE-MINUTES
           COMPUTE WS-DAY-START-MINUTE = WS-HBC-DAY-START-HOUR * 60
           COMPUTE WS-DAY-END-MINUTE = WS-HBC-DAY-END-HOUR * 60
           .

       LOAD-REGION-LIST.
      *----------------------------------------------------------------*
      * Every region with a row on METHBTVS is expected to beat all    *
      * day.  A control file that cannot be opened is a warning - the  *
      * regions the evidence turns up are still checked                *
      *----------------------------------------------------------------*
           OPEN INPUT HEARTBEAT-CONTROL
           IF WS-CONTROL-STATUS-OK
               PERFORM LOAD-ONE-CONTROL-ROW
                   UNTIL NOT WS-CONTROL-STATUS-OK
               CLOSE HEARTBEAT-CONTROL
           ELSE
               DISPLAY 'METHBG01: METHBTVS OPEN FAILED, STATUS='
                   WS-CONTROL-STATUS ' - REGIONS FROM EVIDENCE ONLY'
               MOVE 04 TO RETURN-CODE
           END-IF
           .

       LOAD-ONE-CONTROL-ROW.
      *----------------------------------------------------------------*
      * Read the next region's control row into the region table       *
      *----------------------------------------------------------------*
           READ HEARTBEAT-CONTROL
           IF WS-CONTROL-STATUS-OK
               MOVE MET-HBT-REGION TO WS-BEAT-REGION
               PERFORM FIND-REGION-ENTRY
           END-IF
           .

       OPEN-FILES.
      *----------------------------------------------------------------*
      * Either side's evidence failing to open is a hard failure - a   *
      * gap report built off one side would blame the other            *
      *----------------------------------------------------------------*
           OPEN INPUT METRIC-EXTRACT
           IF NOT WS-EXTRACT-STATUS-OK
               DISPLAY 'METHBG01: METEXTR OPEN FAILED, STATUS='
                   WS-EXTRACT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT HEARTBEAT-RECEIPTS
           IF NOT WS-RECEIPT-STATUS-OK
               DISPLAY 'METHBG01: METHBRC OPEN FAILED, STATUS='
                   WS-RECEIPT-STATUS
               CLOSE METRIC-EXTRACT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT HBG-REPORT
           OPEN OUTPUT HBG-COVERAGE
           .

       LOAD-EXTRACT-EVIDENCE.
      *----------------------------------------------------------------*
      * Lay every heartbeat on the extract into its region's minute,   *
      * and count every business metric into its region's hour         *
      *----------------------------------------------------------------*
           SET WS-NOT-END-OF-FILE TO TRUE
           PERFORM READ-NEXT-EXTRACT-RECORD
           PERFORM FOLD-ONE-EXTRACT-RECORD
               UNTIL WS-END-OF-FILE
           .

       READ-NEXT-EXTRACT-RECORD.
      *----------------------------------------------------------------*
      * Read the next extract record; end of file or any failing       *
      * status ends the load, a failure with a warning return code     *
      *----------------------------------------------------------------*
           READ METRIC-EXTRACT
           EVALUATE TRUE
               WHEN WS-EXTRACT-STATUS-OK
                   ADD 1 TO WS-EXTRACT-RECORDS
               WHEN WS-EXTRACT-AT-END
                   SET WS-END-OF-FILE TO TRUE
               WHEN OTHER
                   DISPLAY 'METHBG01: METEXTR READ FAILED, STATUS='
                       WS-EXTRACT-STATUS ' - LOAD STOPPED'
                   MOVE 08 TO RETURN-CODE
                   SET WS-END-OF-FILE TO TRUE
           END-EVALUATE
           .

       FOLD-ONE-EXTRACT-RECORD.
      *----------------------------------------------------------------*
      * Decode the attributes this job needs, then place the record as *
      * a heartbeat or as traffic                                      *
      *----------------------------------------------------------------*
           MOVE SPACES TO WS-REC-REGION-VALUE
           MOVE SPACES TO WS-REC-HOUR-VALUE
           MOVE ZERO TO WS-REC-SEQUENCE
           MOVE ZERO TO WS-REC-EMIT-DATE
           MOVE ZERO TO WS-REC-EMIT-TIME
           MOVE 'N' TO WS-REC-MODE-FLAG

           PERFORM SCAN-ONE-ATTRIBUTE
               VARYING WS-ATTR-IDX FROM 1 BY 1
               UNTIL WS-ATTR-IDX > WS-ATTR-COUNT

           IF WS-METRIC-ID = WS-HBC-METRIC-ID
               PERFORM RECORD-EXTRACT-BEAT
           ELSE
               IF NOT WS-REC-MODED
                   PERFORM RECORD-REGION-TRAFFIC
               END-IF
           END-IF

           PERFORM READ-NEXT-EXTRACT-RECORD
           .

       SCAN-ONE-ATTRIBUTE.
      *----------------------------------------------------------------*
      * Pull one attribute slot's value into the matching decode field *
      *----------------------------------------------------------------*
           EVALUATE WS-ATTR-CODE(WS-ATTR-IDX)
               WHEN 03
                   MOVE WS-ATTR-VALUE(WS-ATTR-IDX)
                       TO WS-REC-REGION-VALUE
               WHEN 23
                   MOVE WS-ATTR-VALUE(WS-ATTR-IDX)
                       TO WS-REC-HOUR-VALUE
               WHEN 24
                   SET WS-REC-MODED TO TRUE
               WHEN 70
                   MOVE WS-ATTR-VALUE(WS-ATTR-IDX)
                       TO WS-REC-SEQUENCE-VALUE
               WHEN 71
                   MOVE WS-ATTR-VALUE(WS-ATTR-IDX)
                       TO WS-REC-STAMP-VALUE
           END-EVALUATE
           .

       RECORD-EXTRACT-BEAT.
      *----------------------------------------------------------------*
      * Place one extract heartbeat in its region's minute             *
      *----------------------------------------------------------------*
           MOVE WS-REC-REGION TO WS-BEAT-REGION
           MOVE WS-REC-SEQUENCE TO WS-BEAT-SEQUENCE
           MOVE WS-REC-EMIT-DATE TO WS-BEAT-DATE
           MOVE WS-REC-EMIT-TIME TO WS-BEAT-TIME
           IF WS-BEAT-SEQUENCE NOT NUMERIC
               MOVE ZERO TO WS-BEAT-SEQUENCE
           END-IF

           PERFORM RESOLVE-BEAT-MINUTE
           IF WS-BEAT-USABLE
               PERFORM FIND-REGION-ENTRY
               IF WS-RGN-FOUND-IDX > ZERO
                   MOVE WS-RGN-FOUND-IDX TO WS-RGN-IDX
                   MOVE WS-BEAT-MINUTE-IDX TO WS-MIN-IDX
                   IF NOT WS-MIN-EXT-BEAT(WS-RGN-IDX, WS-MIN-IDX)
                       SET WS-MIN-EXT-BEAT(WS-RGN-IDX, WS-MIN-IDX)
                           TO TRUE
                       ADD 1 TO WS-RGN-BEATS-EXT(WS-RGN-IDX)
                   END-IF
                   MOVE WS-BEAT-SEQUENCE
                       TO WS-MIN-EXT-SEQ(WS-RGN-IDX, WS-MIN-IDX)
               END-IF
           END-IF
           .

       RECORD-REGION-TRAFFIC.
      *----------------------------------------------------------------*
      * Count one business metric into its region's hour.  A region    *
      * with no canary has nothing to be judged against and its        *
      * traffic is only counted as unplaced                            *
      *----------------------------------------------------------------*
           MOVE WS-REC-REGION TO WS-BEAT-REGION
           PERFORM FIND-EXISTING-REGION

           IF WS-RGN-FOUND-IDX > ZERO
               AND WS-REC-HOUR NUMERIC
               AND WS-REC-HOUR-REST = SPACES
               AND WS-REC-HOUR-DIGITS < 24
               COMPUTE WS-HOUR-IDX = WS-REC-HOUR-DIGITS + 1
               ADD 1 TO WS-HR-TRAFFIC(WS-RGN-FOUND-IDX, WS-HOUR-IDX)
           ELSE
               ADD 1 TO WS-TRAFFIC-UNPLACED
           END-IF
           .

       LOAD-COLLECTOR-RECEIPTS.
      *----------------------------------------------------------------*
      * Lay every collector receipt into its region's minute - the     *
      * same heartbeat placed by the same emit stamp, so both sides    *
      * are judged on one clock                                        *
      *----------------------------------------------------------------*
           SET WS-NOT-END-OF-FILE TO TRUE
           PERFORM READ-NEXT-RECEIPT
           PERFORM FOLD-ONE-RECEIPT
               UNTIL WS-END-OF-FILE
           .

       READ-NEXT-RECEIPT.
           READ HEARTBEAT-RECEIPTS
           EVALUATE TRUE
               WHEN WS-RECEIPT-STATUS-OK
                   ADD 1 TO WS-RECEIPT-RECORDS
               WHEN WS-RECEIPT-AT-END
                   SET WS-END-OF-FILE TO TRUE
               WHEN OTHER
                   DISPLAY 'METHBG01: METHBRC READ FAILED, STATUS='
                       WS-RECEIPT-STATUS ' - LOAD STOPPED'
                   MOVE 08 TO RETURN-CODE
                   SET WS-END-OF-FILE TO TRUE
           END-EVALUATE
           .

       FOLD-ONE-RECEIPT.
      *----------------------------------------------------------------*
      * Place one receipt.  A heartbeat replayed off METRQ more than   *
      * once leaves more than one receipt; the minute is only counted  *
      * the first time                                                 *
      *----------------------------------------------------------------*
           MOVE MET-HBR-REGION TO WS-BEAT-REGION
           MOVE MET-HBR-SEQUENCE TO WS-BEAT-SEQUENCE
           MOVE MET-HBR-EMIT-DATE TO WS-BEAT-DATE
           MOVE MET-HBR-EMIT-TIME TO WS-BEAT-TIME
           IF WS-BEAT-SEQUENCE NOT NUMERIC
               MOVE ZERO TO WS-BEAT-SEQUENCE
           END-IF

           PERFORM RESOLVE-BEAT-MINUTE
           IF WS-BEAT-USABLE
               PERFORM FIND-REGION-ENTRY
               IF WS-RGN-FOUND-IDX > ZERO
                   MOVE WS-RGN-FOUND-IDX TO WS-RGN-IDX
                   MOVE WS-BEAT-MINUTE-IDX TO WS-MIN-IDX
                   IF NOT WS-MIN-COL-BEAT(WS-RGN-IDX, WS-MIN-IDX)
                       SET WS-MIN-COL-BEAT(WS-RGN-IDX, WS-MIN-IDX)
                           TO TRUE
                       ADD 1 TO WS-RGN-BEATS-COL(WS-RGN-IDX)
                   END-IF
                   MOVE WS-BEAT-SEQUENCE
                       TO WS-MIN-COL-SEQ(WS-RGN-IDX, WS-MIN-IDX)
               END-IF
           END-IF

           PERFORM READ-NEXT-RECEIPT
           .

       RESOLVE-BEAT-MINUTE.
      *----------------------------------------------------------------*
      * Turn a heartbeat's emit stamp into its minute of the business  *
      * day.  With no date on SYSIN the first heartbeat's emit date    *
      * is the business date.  A stamp for another date is counted     *
      * and bypassed; one that is not a real date and time cannot be   *
      * placed at all                                                  *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-BEAT-USABLE-FLAG

           IF WS-BUSINESS-DATE = ZERO
               AND WS-BEAT-DATE NUMERIC
               AND WS-BEAT-DATE > ZERO
               MOVE WS-BEAT-DATE TO WS-BUSINESS-DATE
           END-IF

           EVALUATE TRUE
               WHEN WS-BEAT-DATE NOT NUMERIC
                   OR WS-BEAT-TIME NOT NUMERIC
                   OR WS-BEAT-HH > 23
                   OR WS-BEAT-MM > 59
                   OR WS-BEAT-REGION = SPACES
                   ADD 1 TO WS-BEATS-UNUSABLE
               WHEN WS-BEAT-DATE NOT = WS-BUSINESS-DATE
                   ADD 1 TO WS-BEATS-OTHER-DATE
               WHEN OTHER
                   COMPUTE WS-BEAT-MINUTE-IDX =
                       WS-BEAT-HH * 60 + WS-BEAT-MM + 1
                   SET WS-BEAT-USABLE TO TRUE
           END-EVALUATE
           .

       FIND-EXISTING-REGION.
      *----------------------------------------------------------------*
      * Locate WS-BEAT-REGION on the region table by plain scan;       *
      * WS-RGN-FOUND-IDX zero means a region not on it                 *
      *----------------------------------------------------------------*
           MOVE ZERO TO WS-RGN-FOUND-IDX
           PERFORM TEST-ONE-REGION-ENTRY
               VARYING WS-RGN-SCAN-IDX FROM 1 BY 1
               UNTIL WS-RGN-SCAN-IDX > WS-RGN-COUNT
           .

       TEST-ONE-REGION-ENTRY.
           IF WS-RGN-APPLID(WS-RGN-SCAN-IDX) = WS-BEAT-REGION
               MOVE WS-RGN-SCAN-IDX TO WS-RGN-FOUND-IDX
           END-IF
           .

       FIND-REGION-ENTRY.
      *----------------------------------------------------------------*
      * Locate WS-BEAT-REGION on the region table, adding it when it   *
      * is new.  A full table is reported once; the regions that do    *
      * not fit are counted and left out                               *
      *----------------------------------------------------------------*
           PERFORM FIND-EXISTING-REGION

           IF WS-RGN-FOUND-IDX = ZERO
               IF WS-RGN-COUNT < WS-RGN-MAX
                   ADD 1 TO WS-RGN-COUNT
                   MOVE WS-RGN-COUNT TO WS-RGN-IDX
                   PERFORM CLEAR-REGION-ENTRY
                   MOVE WS-BEAT-REGION TO WS-RGN-APPLID(WS-RGN-IDX)
                   MOVE WS-RGN-IDX TO WS-RGN-FOUND-IDX
               ELSE
                   IF WS-REGIONS-NOT-KEPT = ZERO
                       DISPLAY 'METHBG01: REGION TABLE FULL AT '
                           WS-RGN-MAX ' - FURTHER REGIONS NOT CHECKED'
                       MOVE 04 TO RETURN-CODE
                   END-IF
                   ADD 1 TO WS-REGIONS-NOT-KEPT
               END-IF
           END-IF
           .

       CLEAR-REGION-ENTRY.
      *----------------------------------------------------------------*
      * Start a new region with an empty day                           *
      *----------------------------------------------------------------*
           MOVE ZERO TO WS-RGN-BEATS-EXT(WS-RGN-IDX)
           MOVE ZERO TO WS-RGN-BEATS-COL(WS-RGN-IDX)
           PERFORM CLEAR-ONE-HOUR
               VARYING WS-HOUR-IDX FROM 1 BY 1
               UNTIL WS-HOUR-IDX > 24
           PERFORM CLEAR-ONE-MINUTE
               VARYING WS-MIN-IDX FROM 1 BY 1
               UNTIL WS-MIN-IDX > 1440
           .

       CLEAR-ONE-HOUR.
           MOVE ZERO TO WS-HR-TRAFFIC(WS-RGN-IDX, WS-HOUR-IDX)
           MOVE ZERO TO WS-HR-BEATS-EXT(WS-RGN-IDX, WS-HOUR-IDX)
           MOVE ZERO TO WS-HR-BEATS-COL(WS-RGN-IDX, WS-HOUR-IDX)
           MOVE ZERO TO WS-HR-BLIND-EXT(WS-RGN-IDX, WS-HOUR-IDX)
           MOVE ZERO TO WS-HR-BLIND-COL(WS-RGN-IDX, WS-HOUR-IDX)
           MOVE SPACES TO WS-HR-VERDICT(WS-RGN-IDX, WS-HOUR-IDX)
           .

       CLEAR-ONE-MINUTE.
           MOVE 'N' TO WS-MIN-EXT-FLAG(WS-RGN-IDX, WS-MIN-IDX)
           MOVE 'N' TO WS-MIN-COL-FLAG(WS-RGN-IDX, WS-MIN-IDX)
           MOVE ZERO TO WS-MIN-EXT-SEQ(WS-RGN-IDX, WS-MIN-IDX)
           MOVE ZERO TO WS-MIN-COL-SEQ(WS-RGN-IDX, WS-MIN-IDX)
           MOVE 'N' TO WS-MIN-BLIND-EXT-FLAG(WS-RGN-IDX, WS-MIN-IDX)
           MOVE 'N' TO WS-MIN-BLIND-COL-FLAG(WS-RGN-IDX, WS-MIN-IDX)
           .

       ASSESS-ALL-REGIONS.
      *----------------------------------------------------------------*
      * Mark each region's blind stretches on both sides, assemble     *
      * them into gaps and give every hour its verdict                 *
      *----------------------------------------------------------------*
           PERFORM ASSESS-ONE-REGION
               VARYING WS-RGN-IDX FROM 1 BY 1
               UNTIL WS-RGN-IDX > WS-RGN-COUNT
           .

       ASSESS-ONE-REGION.
           SET WS-SCANNING-EXTRACT TO TRUE
           PERFORM MARK-PATH-BLIND-MINUTES
           SET WS-SCANNING-COLLECT TO TRUE
           PERFORM MARK-PATH-BLIND-MINUTES

           PERFORM FIND-REGION-GAPS
           PERFORM TALLY-REGION-HOURS

           COMPUTE WS-BEATS-EXPECTED = WS-BEATS-EXPECTED
               + 1440 / WS-HBC-INTERVAL-MINUTES
           ADD WS-RGN-BEATS-EXT(WS-RGN-IDX) TO WS-BEATS-EXTRACT
           ADD WS-RGN-BEATS-COL(WS-RGN-IDX) TO WS-BEATS-COLLECTOR
           .

       MARK-PATH-BLIND-MINUTES.
      *----------------------------------------------------------------*
      * Walk the day on one side, marking blind every minute between   *
      * two heartbeats (or a heartbeat and the day's edge) further     *
      * apart than the interval plus grace                             *
      *----------------------------------------------------------------*
           MOVE ZERO TO WS-LAST-BEAT-IDX
           PERFORM CHECK-ONE-PATH-MINUTE
               VARYING WS-MIN-IDX FROM 1 BY 1
               UNTIL WS-MIN-IDX > 1440

           MOVE 1441 TO WS-MIN-IDX
           PERFORM CLOSE-PATH-STRETCH
           .

       CHECK-ONE-PATH-MINUTE.
           MOVE 'N' TO WS-PATH-BEAT-FLAG
           IF WS-SCANNING-EXTRACT
               IF WS-MIN-EXT-BEAT(WS-RGN-IDX, WS-MIN-IDX)
                   SET WS-PATH-BEAT-HERE TO TRUE
               END-IF
           ELSE
               IF WS-MIN-COL-BEAT(WS-RGN-IDX, WS-MIN-IDX)
                   SET WS-PATH-BEAT-HERE TO TRUE
               END-IF
           END-IF

           IF WS-PATH-BEAT-HERE
               PERFORM CLOSE-PATH-STRETCH
               MOVE WS-MIN-IDX TO WS-LAST-BEAT-IDX
           END-IF
           .

       CLOSE-PATH-STRETCH.
      *----------------------------------------------------------------*
      * The stretch since the last heartbeat ends at WS-MIN-IDX; mark  *
      * the minutes inside it blind when it ran too long               *
      *----------------------------------------------------------------*
           COMPUTE WS-BEAT-SPAN = WS-MIN-IDX - WS-LAST-BEAT-IDX
           IF WS-BEAT-SPAN > WS-BEAT-ALLOWANCE
               COMPUTE WS-MARK-START = WS-LAST-BEAT-IDX + 1
               PERFORM MARK-ONE-BLIND-MINUTE
                   VARYING WS-MARK-IDX FROM WS-MARK-START BY 1
                   UNTIL WS-MARK-IDX NOT < WS-MIN-IDX
           END-IF
           .

       MARK-ONE-BLIND-MINUTE.
           IF WS-SCANNING-EXTRACT
               SET WS-MIN-EXT-BLIND(WS-RGN-IDX, WS-MARK-IDX) TO TRUE
           ELSE
               SET WS-MIN-COL-BLIND(WS-RGN-IDX, WS-MARK-IDX) TO TRUE
           END-IF
           .

       FIND-REGION-GAPS.
      *----------------------------------------------------------------*
      * Walk the day again, merging every unbroken run of minutes      *
      * where either side was blind into one gap                       *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-IN-GAP-FLAG
           PERFORM CHECK-ONE-GAP-MINUTE
               VARYING WS-MIN-IDX FROM 1 BY 1
               UNTIL WS-MIN-IDX > 1440

           IF WS-IN-GAP
               MOVE 1441 TO WS-MIN-IDX
               PERFORM CLOSE-OPEN-GAP
           END-IF
           .

       CHECK-ONE-GAP-MINUTE.
           IF WS-MIN-EXT-BLIND(WS-RGN-IDX, WS-MIN-IDX)
               OR WS-MIN-COL-BLIND(WS-RGN-IDX, WS-MIN-IDX)
               IF NOT WS-IN-GAP
                   SET WS-IN-GAP TO TRUE
                   MOVE WS-MIN-IDX TO WS-OPEN-START-IDX
                   MOVE 'N' TO WS-OPEN-EXT-FLAG
                   MOVE 'N' TO WS-OPEN-COL-FLAG
               END-IF
               IF WS-MIN-EXT-BLIND(WS-RGN-IDX, WS-MIN-IDX)
                   SET WS-OPEN-EXT-BLIND TO TRUE
               END-IF
               IF WS-MIN-COL-BLIND(WS-RGN-IDX, WS-MIN-IDX)
                   SET WS-OPEN-COL-BLIND TO TRUE
               END-IF
           ELSE
               IF WS-IN-GAP
                   PERFORM CLOSE-OPEN-GAP
               END-IF
           END-IF
           .

       CLOSE-OPEN-GAP.
      *----------------------------------------------------------------*
      * The open gap ends at WS-MIN-IDX: work out its paths, cause,    *
      * heartbeats due and alert flag, and keep it for the report.     *
      * A full gap table is reported once; every gap is still counted  *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-IN-GAP-FLAG
           COMPUTE WS-OPEN-MINUTES = WS-MIN-IDX - WS-OPEN-START-IDX

           EVALUATE TRUE
               WHEN WS-OPEN-EXT-BLIND AND WS-OPEN-COL-BLIND
                   MOVE 'B' TO WS-OPEN-PATHS
               WHEN WS-OPEN-EXT-BLIND
                   MOVE 'E' TO WS-OPEN-PATHS
               WHEN OTHER
                   MOVE 'C' TO WS-OPEN-PATHS
           END-EVALUATE

           PERFORM CLASSIFY-GAP-CAUSE

           COMPUTE WS-OPEN-BEATS-DUE =
               WS-OPEN-MINUTES / WS-HBC-INTERVAL-MINUTES

           MOVE 'N' TO WS-OPEN-ALERT
           IF WS-OPEN-MINUTES > WS-HBC-GAP-LIMIT-MINUTES
               AND WS-OPEN-START-IDX - 1 < WS-DAY-END-MINUTE
               AND WS-MIN-IDX - 1 > WS-DAY-START-MINUTE
               MOVE 'Y' TO WS-OPEN-ALERT
               ADD 1 TO WS-GAPS-OVER-LIMIT
           END-IF

           ADD 1 TO WS-GAPS-FOUND
           IF WS-OPEN-MINUTES > WS-LONGEST-GAP
               MOVE WS-OPEN-MINUTES TO WS-LONGEST-GAP
           END-IF

           IF WS-GAP-COUNT < WS-GAP-MAX
               ADD 1 TO WS-GAP-COUNT
               MOVE WS-RGN-IDX TO WS-GAP-RGN-IDX(WS-GAP-COUNT)
               MOVE WS-OPEN-START-IDX TO WS-GAP-START-IDX(WS-GAP-COUNT)
               MOVE WS-MIN-IDX TO WS-GAP-END-IDX(WS-GAP-COUNT)
               MOVE WS-OPEN-MINUTES TO WS-GAP-MINUTES(WS-GAP-COUNT)
               MOVE WS-OPEN-PATHS TO WS-GAP-PATHS(WS-GAP-COUNT)
               MOVE WS-OPEN-CAUSE TO WS-GAP-CAUSE(WS-GAP-COUNT)
               MOVE WS-OPEN-BEATS-DUE TO WS-GAP-BEATS-DUE(WS-GAP-COUNT)
               MOVE WS-OPEN-ALERT TO WS-GAP-ALERT(WS-GAP-COUNT)
           ELSE
               IF WS-GAPS-NOT-KEPT = ZERO
                   DISPLAY 'METHBG01: GAP TABLE FULL AT ' WS-GAP-MAX
                       ' - FURTHER GAPS COUNTED ONLY'
                   MOVE 04 TO RETURN-CODE
               END-IF
               ADD 1 TO WS-GAPS-NOT-KEPT
           END-IF
           .

       CLASSIFY-GAP-CAUSE.
      *----------------------------------------------------------------*
      * A gap on one side only, or one the other side beat inside, is  *
      * a lost path.  Otherwise the sequence numbers either side of    *
      * the gap tell it: one apart, nothing was sent in between (the   *
      * canary or its region was down); further apart, heartbeats      *
      * were sent and lost.  A gap at the day's edge, or one across    *
      * which the sequence went backward (a wrap or a rebuilt control  *
      * row), cannot be told                                           *
      *----------------------------------------------------------------*
           IF WS-OPEN-PATHS NOT = 'B'
               MOVE 'P' TO WS-OPEN-CAUSE
           ELSE
               MOVE 'N' TO WS-PROBE-FOUND-FLAG
               PERFORM TEST-BEAT-IN-GAP
                   VARYING WS-PROBE-IDX FROM WS-OPEN-START-IDX BY 1
                   UNTIL WS-PROBE-IDX NOT < WS-MIN-IDX
                   OR WS-PROBE-FOUND
               IF WS-PROBE-FOUND
                   MOVE 'P' TO WS-OPEN-CAUSE
               ELSE
                   PERFORM FIND-SEQUENCES-AROUND-GAP
                   EVALUATE TRUE
                       WHEN NOT WS-SEQ-BEFORE-FOUND
                           OR NOT WS-SEQ-AFTER-FOUND
                           OR WS-SEQ-AFTER NOT > WS-SEQ-BEFORE
                           MOVE 'U' TO WS-OPEN-CAUSE
                       WHEN WS-SEQ-AFTER = WS-SEQ-BEFORE + 1
                           MOVE 'D' TO WS-OPEN-CAUSE
                       WHEN OTHER
                           MOVE 'L' TO WS-OPEN-CAUSE
                   END-EVALUATE
               END-IF
           END-IF
           .

       TEST-BEAT-IN-GAP.
           IF WS-MIN-EXT-BEAT(WS-RGN-IDX, WS-PROBE-IDX)
               OR WS-MIN-COL-BEAT(WS-RGN-IDX, WS-PROBE-IDX)
               SET WS-PROBE-FOUND TO TRUE
           END-IF
           .

       FIND-SEQUENCES-AROUND-GAP.
      *----------------------------------------------------------------*
      * Take the sequence number of the last heartbeat before the gap  *
      * and of the first one after it, off whichever side saw it       *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-SEQ-BEFORE-FLAG
           MOVE 'N' TO WS-SEQ-AFTER-FLAG
           MOVE ZERO TO WS-SEQ-BEFORE
           MOVE ZERO TO WS-SEQ-AFTER

           IF WS-OPEN-START-IDX > 1
               COMPUTE WS-PROBE-IDX = WS-OPEN-START-IDX - 1
               PERFORM PROBE-SEQUENCE-BEFORE
                   UNTIL WS-SEQ-BEFORE-FOUND
                   OR WS-PROBE-IDX = ZERO
           END-IF

           IF WS-MIN-IDX NOT > 1440
               MOVE WS-MIN-IDX TO WS-PROBE-IDX
               PERFORM PROBE-SEQUENCE-AFTER
                   UNTIL WS-SEQ-AFTER-FOUND
                   OR WS-PROBE-IDX > 1440
           END-IF
           .

       PROBE-SEQUENCE-BEFORE.
           IF WS-MIN-EXT-BEAT(WS-RGN-IDX, WS-PROBE-IDX)
               MOVE WS-MIN-EXT-SEQ(WS-RGN-IDX, WS-PROBE-IDX)
                   TO WS-SEQ-BEFORE
               SET WS-SEQ-BEFORE-FOUND TO TRUE
           END-IF
           IF WS-MIN-COL-BEAT(WS-RGN-IDX, WS-PROBE-IDX)
               AND WS-MIN-COL-SEQ(WS-RGN-IDX, WS-PROBE-IDX)
                   > WS-SEQ-BEFORE
               MOVE WS-MIN-COL-SEQ(WS-RGN-IDX, WS-PROBE-IDX)
                   TO WS-SEQ-BEFORE
               SET WS-SEQ-BEFORE-FOUND TO TRUE
           END-IF
           SUBTRACT 1 FROM WS-PROBE-IDX
           .

       PROBE-SEQUENCE-AFTER.
           IF WS-MIN-EXT-BEAT(WS-RGN-IDX, WS-PROBE-IDX)
               MOVE WS-MIN-EXT-SEQ(WS-RGN-IDX, WS-PROBE-IDX)
                   TO WS-SEQ-AFTER
               SET WS-SEQ-AFTER-FOUND TO TRUE
           END-IF
           IF WS-MIN-COL-BEAT(WS-RGN-IDX, WS-PROBE-IDX)
               AND (NOT WS-SEQ-AFTER-FOUND
                OR WS-MIN-COL-SEQ(WS-RGN-IDX, WS-PROBE-IDX)
                   < WS-SEQ-AFTER)
               MOVE WS-MIN-COL-SEQ(WS-RGN-IDX, WS-PROBE-IDX)
                   TO WS-SEQ-AFTER
               SET WS-SEQ-AFTER-FOUND TO TRUE
           END-IF
           ADD 1 TO WS-PROBE-IDX
           .

       TALLY-REGION-HOURS.
      *----------------------------------------------------------------*
      * Fold the region's minutes into its hours and give each hour    *
      * its verdict off the extract side: blind all hour, partly       *
      * blind, fully seen and quiet, or fully seen with traffic.       *
      * Every hour short of fully seen counts as not seen              *
      *----------------------------------------------------------------*
           PERFORM TALLY-ONE-MINUTE
               VARYING WS-MIN-IDX FROM 1 BY 1
               UNTIL WS-MIN-IDX > 1440

           PERFORM JUDGE-ONE-HOUR
               VARYING WS-HOUR-IDX FROM 1 BY 1
               UNTIL WS-HOUR-IDX > 24
           .

       TALLY-ONE-MINUTE.
           COMPUTE WS-HOUR-IDX = (WS-MIN-IDX - 1) / 60 + 1
           IF WS-MIN-EXT-BEAT(WS-RGN-IDX, WS-MIN-IDX)
               ADD 1 TO WS-HR-BEATS-EXT(WS-RGN-IDX, WS-HOUR-IDX)
           END-IF
           IF WS-MIN-COL-BEAT(WS-RGN-IDX, WS-MIN-IDX)
               ADD 1 TO WS-HR-BEATS-COL(WS-RGN-IDX, WS-HOUR-IDX)
           END-IF
           IF WS-MIN-EXT-BLIND(WS-RGN-IDX, WS-MIN-IDX)
               ADD 1 TO WS-HR-BLIND-EXT(WS-RGN-IDX, WS-HOUR-IDX)
           END-IF
           IF WS-MIN-COL-BLIND(WS-RGN-IDX, WS-MIN-IDX)
               ADD 1 TO WS-HR-BLIND-COL(WS-RGN-IDX, WS-HOUR-IDX)
           END-IF
           .

       JUDGE-ONE-HOUR.
           EVALUATE TRUE
               WHEN WS-HR-BLIND-EXT(WS-RGN-IDX, WS-HOUR-IDX) = 60
                   MOVE 'B' TO WS-HR-VERDICT(WS-RGN-IDX, WS-HOUR-IDX)
               WHEN WS-HR-BLIND-EXT(WS-RGN-IDX, WS-HOUR-IDX) > ZERO
                   MOVE 'P' TO WS-HR-VERDICT(WS-RGN-IDX, WS-HOUR-IDX)
               WHEN WS-HR-TRAFFIC(WS-RGN-IDX, WS-HOUR-IDX) = ZERO
                   MOVE 'N' TO WS-HR-VERDICT(WS-RGN-IDX, WS-HOUR-IDX)
               WHEN OTHER
                   MOVE 'T' TO WS-HR-VERDICT(WS-RGN-IDX, WS-HOUR-IDX)
           END-EVALUATE

           IF WS-HR-BLIND-EXT(WS-RGN-IDX, WS-HOUR-IDX) > ZERO
               ADD 1 TO WS-HOURS-NOT-SEEN
           END-IF
           .

       PRINT-REPORT.
      *----------------------------------------------------------------*
      * Headings, the gaps, every region's hour verdicts and the       *
      * control totals                                                 *
      *----------------------------------------------------------------*
           WRITE REPORT-LINE FROM WS-HEADING-LINE-1
           MOVE WS-BUSINESS-DATE TO WS-HDG-DATE
           MOVE WS-HBC-INTERVAL-MINUTES TO WS-HDG-INTERVAL
           MOVE WS-HBC-GRACE-MINUTES TO WS-HDG-GRACE
           MOVE WS-HBC-GAP-LIMIT-MINUTES TO WS-HDG-LIMIT
           MOVE WS-HBC-DAY-START-HOUR TO WS-HDG-DAY-START
           MOVE WS-HBC-DAY-END-HOUR TO WS-HDG-DAY-END
           WRITE REPORT-LINE FROM WS-HEADING-LINE-2

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'HEARTBEAT GAPS' TO WS-SEC-TITLE
           WRITE REPORT-LINE FROM WS-SECTION-LINE
           WRITE REPORT-LINE FROM WS-GAP-HEADING-LINE
           IF WS-GAP-COUNT = ZERO
               WRITE REPORT-LINE FROM WS-NONE-LINE
           ELSE
               PERFORM PRINT-ONE-GAP
                   VARYING WS-GAP-IDX FROM 1 BY 1
                   UNTIL WS-GAP-IDX > WS-GAP-COUNT
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'HOURLY COVERAGE (EXTRACT SIDE)' TO WS-SEC-TITLE
           WRITE REPORT-LINE FROM WS-SECTION-LINE
           PERFORM SET-ONE-HOUR-HEADING
               VARYING WS-HOUR-IDX FROM 1 BY 1
               UNTIL WS-HOUR-IDX > 24
           WRITE REPORT-LINE FROM WS-HOUR-HEADING-LINE
           IF WS-RGN-COUNT = ZERO
               WRITE REPORT-LINE FROM WS-NONE-LINE
           ELSE
               PERFORM PRINT-ONE-REGION-HOURS
                   VARYING WS-RGN-IDX FROM 1 BY 1
                   UNTIL WS-RGN-IDX > WS-RGN-COUNT
           END-IF
           WRITE REPORT-LINE FROM WS-LEGEND-LINE

           PERFORM PRINT-CONTROL-TOTALS
           .

       PRINT-ONE-GAP.
      *----------------------------------------------------------------*
      * Format and print one gap                                       *
      *----------------------------------------------------------------*
           MOVE WS-GAP-RGN-IDX(WS-GAP-IDX) TO WS-RGN-IDX
           MOVE WS-RGN-APPLID(WS-RGN-IDX) TO WS-GDT-REGION

           COMPUTE WS-CLOCK-MINUTES = WS-GAP-START-IDX(WS-GAP-IDX) - 1
           PERFORM FORMAT-CLOCK-TIME
           MOVE WS-CLOCK-HHMM TO WS-GDT-START
           COMPUTE WS-CLOCK-MINUTES = WS-GAP-END-IDX(WS-GAP-IDX) - 1
           PERFORM FORMAT-CLOCK-TIME
           MOVE WS-CLOCK-HHMM TO WS-GDT-END

           MOVE WS-GAP-MINUTES(WS-GAP-IDX) TO WS-GDT-MINUTES
           MOVE WS-GAP-BEATS-DUE(WS-GAP-IDX) TO WS-GDT-BEATS-DUE

           EVALUATE WS-GAP-PATHS(WS-GAP-IDX)
               WHEN 'E'
                   MOVE 'EXTRACT   ' TO WS-GDT-PATHS
               WHEN 'C'
                   MOVE 'COLLECTOR ' TO WS-GDT-PATHS
               WHEN OTHER
                   MOVE 'BOTH      ' TO WS-GDT-PATHS
           END-EVALUATE

           EVALUATE WS-GAP-CAUSE(WS-GAP-IDX)
               WHEN 'P'
                   MOVE 'ONE PATH LOST  ' TO WS-GDT-CAUSE
               WHEN 'L'
                   MOVE 'BEATS LOST     ' TO WS-GDT-CAUSE
               WHEN 'D'
                   MOVE 'CANARY DOWN    ' TO WS-GDT-CAUSE
               WHEN OTHER
                   MOVE 'UNKNOWN        ' TO WS-GDT-CAUSE
           END-EVALUATE

           IF WS-GAP-ALERT(WS-GAP-IDX) = 'Y'
               MOVE 'OVER LIMIT' TO WS-GDT-ALERT
           ELSE
               MOVE SPACES TO WS-GDT-ALERT
           END-IF

           WRITE REPORT-LINE FROM WS-GAP-DETAIL-LINE
           .

       FORMAT-CLOCK-TIME.
      *----------------------------------------------------------------*
      * Minutes since midnight to HHMM - midnight at the day's end     *
      * reads 2400                                                     *
      *----------------------------------------------------------------*
           DIVIDE WS-CLOCK-MINUTES BY 60
               GIVING WS-CLOCK-HH REMAINDER WS-CLOCK-MM
           COMPUTE WS-CLOCK-HHMM = WS-CLOCK-HH * 100 + WS-CLOCK-MM
           .

       SET-ONE-HOUR-HEADING.
           COMPUTE WS-HHD-HOUR(WS-HOUR-IDX) = WS-HOUR-IDX - 1
           .

       PRINT-ONE-REGION-HOURS.
           MOVE WS-RGN-APPLID(WS-RGN-IDX) TO WS-HDT-REGION
           PERFORM SET-ONE-HOUR-VERDICT
               VARYING WS-HOUR-IDX FROM 1 BY 1
               UNTIL WS-HOUR-IDX > 24
           WRITE REPORT-LINE FROM WS-HOUR-DETAIL-LINE
           .

       SET-ONE-HOUR-VERDICT.
           MOVE WS-HR-VERDICT(WS-RGN-IDX, WS-HOUR-IDX)
               TO WS-HDT-VERDICT(WS-HOUR-IDX)
           .

       PRINT-CONTROL-TOTALS.
      *----------------------------------------------------------------*
      * Control totals - heartbeats expected against those each side   *
      * saw is the first thing to read                                 *
      *----------------------------------------------------------------*
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'REGIONS CHECKED:                  '
               TO WS-TOT-DESCRIPTION
           MOVE WS-RGN-COUNT TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE 'HEARTBEATS EXPECTED:              '
               TO WS-TOT-DESCRIPTION
           MOVE WS-BEATS-EXPECTED TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE 'HEARTBEATS ON THE EXTRACT:        '
               TO WS-TOT-DESCRIPTION
           MOVE WS-BEATS-EXTRACT TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE 'HEARTBEATS AT THE COLLECTOR:      '
               TO WS-TOT-DESCRIPTION
           MOVE WS-BEATS-COLLECTOR TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE 'GAPS FOUND:                       '
               TO WS-TOT-DESCRIPTION
           MOVE WS-GAPS-FOUND TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE 'GAPS OVER LIMIT IN BUSINESS DAY:  '
               TO WS-TOT-DESCRIPTION
           MOVE WS-GAPS-OVER-LIMIT TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE 'LONGEST GAP (MINUTES):            '
               TO WS-TOT-DESCRIPTION
           MOVE WS-LONGEST-GAP TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE 'REGION HOURS NOT FULLY SEEN:      '
               TO WS-TOT-DESCRIPTION
           MOVE WS-HOURS-NOT-SEEN TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE 'HEARTBEATS FOR OTHER DATES:       '
               TO WS-TOT-DESCRIPTION
           MOVE WS-BEATS-OTHER-DATE TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE 'HEARTBEATS NOT USABLE:            '
               TO WS-TOT-DESCRIPTION
           MOVE WS-BEATS-UNUSABLE TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE 'TRAFFIC RECORDS NOT PLACED:       '
               TO WS-TOT-DESCRIPTION
           MOVE WS-TRAFFIC-UNPLACED TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           .

       WRITE-COVERAGE-FILE.
      *----------------------------------------------------------------*
      * The run summary first, for the METDIG01 morning digest, then   *
      * every gap kept and every region's hours                        *
      *----------------------------------------------------------------*
           MOVE SPACES TO HBG-COVERAGE-RECORD
           SET MET-HBG-SUMMARY-ROW TO TRUE
           MOVE WS-BUSINESS-DATE TO MET-HBG-DATE
           MOVE WS-RGN-COUNT TO MET-HBG-REGIONS-CHECKED
           MOVE WS-BEATS-EXPECTED TO MET-HBG-BEATS-EXPECTED
           MOVE WS-BEATS-EXTRACT TO MET-HBG-BEATS-EXTRACT
           MOVE WS-BEATS-COLLECTOR TO MET-HBG-BEATS-COLLECTOR
           MOVE WS-GAPS-FOUND TO MET-HBG-GAP-COUNT
           MOVE WS-GAPS-OVER-LIMIT TO MET-HBG-GAPS-OVER-LIMIT
           MOVE WS-HOURS-NOT-SEEN TO MET-HBG-BLIND-HOURS
           MOVE WS-LONGEST-GAP TO MET-HBG-LONGEST-GAP
           MOVE WS-HBC-GAP-LIMIT-MINUTES TO MET-HBG-GAP-LIMIT
           WRITE HBG-COVERAGE-RECORD

           PERFORM WRITE-ONE-GAP-ROW
               VARYING WS-GAP-IDX FROM 1 BY 1
               UNTIL WS-GAP-IDX > WS-GAP-COUNT

           PERFORM WRITE-REGION-HOUR-ROWS
               VARYING WS-RGN-IDX FROM 1 BY 1
               UNTIL WS-RGN-IDX > WS-RGN-COUNT
           .

       WRITE-ONE-GAP-ROW.
           MOVE SPACES TO HBG-COVERAGE-RECORD
           SET MET-HBG-GAP-ROW TO TRUE
           MOVE WS-BUSINESS-DATE TO MET-HBG-DATE
           MOVE WS-GAP-RGN-IDX(WS-GAP-IDX) TO WS-RGN-IDX
           MOVE WS-RGN-APPLID(WS-RGN-IDX) TO MET-HBG-REGION

           COMPUTE WS-CLOCK-MINUTES = WS-GAP-START-IDX(WS-GAP-IDX) - 1
           PERFORM FORMAT-CLOCK-TIME
           MOVE WS-CLOCK-HHMM TO MET-HBG-GAP-START
           COMPUTE WS-CLOCK-MINUTES = WS-GAP-END-IDX(WS-GAP-IDX) - 1
           PERFORM FORMAT-CLOCK-TIME
           MOVE WS-CLOCK-HHMM TO MET-HBG-GAP-END

           MOVE WS-GAP-MINUTES(WS-GAP-IDX) TO MET-HBG-GAP-MINUTES
           MOVE WS-GAP-PATHS(WS-GAP-IDX) TO MET-HBG-GAP-PATHS
           MOVE WS-GAP-CAUSE(WS-GAP-IDX) TO MET-HBG-GAP-CAUSE
           MOVE WS-GAP-BEATS-DUE(WS-GAP-IDX) TO MET-HBG-GAP-BEATS-DUE
           MOVE WS-GAP-ALERT(WS-GAP-IDX) TO MET-HBG-GAP-ALERT
           WRITE HBG-COVERAGE-RECORD
           .

       WRITE-REGION-HOUR-ROWS.
           PERFORM WRITE-ONE-HOUR-ROW
               VARYING WS-HOUR-IDX FROM 1 BY 1
               UNTIL WS-HOUR-IDX > 24
           .

       WRITE-ONE-HOUR-ROW.
           MOVE SPACES TO HBG-COVERAGE-RECORD
           SET MET-HBG-HOUR-ROW TO TRUE
           MOVE WS-BUSINESS-DATE TO MET-HBG-DATE
           MOVE WS-RGN-APPLID(WS-RGN-IDX) TO MET-HBG-REGION
           COMPUTE MET-HBG-HOUR-OF-DAY = WS-HOUR-IDX - 1
           MOVE WS-HR-BEATS-EXT(WS-RGN-IDX, WS-HOUR-IDX)
               TO MET-HBG-HOUR-BEATS-EXT
           MOVE WS-HR-BEATS-COL(WS-RGN-IDX, WS-HOUR-IDX)
               TO MET-HBG-HOUR-BEATS-COL
           MOVE WS-HR-BLIND-EXT(WS-RGN-IDX, WS-HOUR-IDX)
               TO MET-HBG-HOUR-BLIND-EXT
           MOVE WS-HR-BLIND-COL(WS-RGN-IDX, WS-HOUR-IDX)
               TO MET-HBG-HOUR-BLIND-COL
           MOVE WS-HR-TRAFFIC(WS-RGN-IDX, WS-HOUR-IDX)
               TO MET-HBG-HOUR-TRAFFIC
           MOVE WS-HR-VERDICT(WS-RGN-IDX, WS-HOUR-IDX)
               TO MET-HBG-HOUR-VERDICT
           WRITE HBG-COVERAGE-RECORD
           .

       CLOSE-FILES.
           CLOSE METRIC-EXTRACT
           CLOSE HEARTBEAT-RECEIPTS
           CLOSE HBG-REPORT
           CLOSE HBG-COVERAGE
           .

       RECORD-JOB-METRICS.
      *----------------------------------------------------------------*
      * Stage this run's own metrics through METRBAPI: elapsed time    *
      * (701), extract records read (702), gaps over the limit (703)   *
      * and the return code the job is about to end with (704)         *
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
           MOVE WS-EXTRACT-RECORDS TO MET-BAP-VALUE
           PERFORM EMIT-ONE-JOB-METRIC

           MOVE 703 TO MET-BAP-METRIC-ID
           MOVE WS-GAPS-OVER-LIMIT TO MET-BAP-VALUE
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
           MOVE 'METHBG01        ' TO MET-BAP-ATTR-VALUE(1)
           CALL 'METRBAPI' USING MET-BAP-REQUEST
           IF MET-BAP-RETURN-CODE NOT = 00
               DISPLAY 'METHBG01: METRBAPI RC=' MET-BAP-RETURN-CODE
                   ' ' MET-BAP-ERROR-CODE
                   ' METRIC-ID=' MET-BAP-METRIC-ID
           END-IF
           .
