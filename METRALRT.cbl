      * the current hour's +Inf duration bucket (metric 610, bucket    *
      * 05) and error counter (metric 603) cells off METCTRVS and,     *
      * when a cell has crossed its ceiling, logs a breach event on    *
      * METALGVS (CPYMALR) and dispatches it.  The hour and event      *
      * kind are part of the log key, so a breach that persists        *
      * raises one event per hour, not one per timer pop - the         *
      * DUPREC on the log write is what suppresses the repeat.         *
      * The consecutive-hours count is within the business date - a    *
      * breach run crossing midnight starts counting again, which is   *
      * also when the counter cells themselves start a new day.        *
      *                                                                *
      * The regions buffer their counter increments and the MFLS       *
      * transaction (METRFLSH) carries them to METCTRVS on a short     *
      * timer, so the last minutes of an hour can reach the file after *
      * the hour is over.  Once every active region's flush watermark  *
      * on METFLCVS (CPYMFLC) is past the top of the current hour, the *
      * previous hour is complete on file: each pass then also         *
      * re-checks that hour (a closing pass - breaches only, logged    *
      * and dispatched under the hour they belong to, the log write    *
      * deduplicating as always), and only then may an all-clear be    *
      * raised, so a breach that arrived late is never stood down      *
      * before it has been seen.                                       *
      *                                                                *
      * Each pass during the business day also checks the metrics      *
      * pipeline itself.  The MHBT canary (METRHBT) sends a heartbeat  *
      * every few minutes in every region, and METRAPI stamps the      *
      * region's METHBTVS row (CPYMHBT) as it reaches the METEXTR      *
      * extract and METCOLECT.  A region where either stamp has gone   *
      * quiet for longer than the CPYMHBC gap limit raises a           *
      * heartbeat gap event, routed by the canary transaction type's   *
      * METRRTVS row - once per region per hour, deduplicated by the   *
      * alert hour on the region's row.  A region marked stopped on    *
      * METFLCVS has shut down cleanly and is not expected to beat.    *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
           05  WS-CURRENT-DATE             PIC 9(8).
           05  WS-CURRENT-TIME             PIC 9(6).
           05  WS-CURRENT-HOUR             PIC 9(2).
           05  WS-CHECK-HOUR               PIC 9(2).
           05  WS-CLOSING-FLAG             PIC X VALUE 'N'.
               88  WS-CLOSING-PASS         VALUE 'Y'.

      *----------------------------------------------------------------*
      * Flush watermark check - the previous hour is complete on file  *
      * once every active region has flushed past the top of the       *
      * current hour.  A region whose watermark is older than          *
      * WS-STALE-SECONDS has gone without shutting down and is not     *
      * waited on                                                      *
      *----------------------------------------------------------------*
       01  WS-FLUSH-CHECK.
           05  WS-HOUR-START-TIME          PIC 9(6).
           05  WS-MARK-AGE                 PIC S9(9) COMP.
           05  WS-STALE-SECONDS            PIC S9(9) COMP VALUE 3600.
           05  WS-PRIOR-HOUR-FLAG          PIC X.
               88  WS-PRIOR-HOUR-COMPLETE  VALUE 'Y'.
           05  WS-FLC-BROWSE-FLAG          PIC X.
               88  WS-FLC-BROWSE-DONE      VALUE 'Y'.
           05  WS-FLC-BROWSE-KEY           PIC X(8).

       01  WS-TYPE-IDX                     PIC 9(2) COMP.

      *----------------------------------------------------------------*
      * Generic browse over one counter cell's per-region rows - the   *
      * ceilings are for the whole estate, so every region's share of  *
      * the hour is summed before it is compared                       *
      *----------------------------------------------------------------*
       01  WS-CELL-BROWSE.
           05  WS-CELL-BRW-KEY.
               10  WS-CELL-BRW-CELL        PIC X(9).
               10  WS-CELL-BRW-REGION      PIC X(8).
           05  WS-CELL-WANTED              PIC X(9).
           05  WS-CELL-TOTAL               PIC 9(9) COMP.
           05  WS-CELL-DONE-FLAG           PIC X.
               88  WS-CELL-DONE            VALUE 'Y'.

      *----------------------------------------------------------------*
      * Cell values read for the type being checked this pass          *
      *----------------------------------------------------------------*
           05  FILLER                      PIC X(7) VALUE ' LIMIT='.
           05  WS-EVT-THRESHOLD            PIC 9(9).

      *----------------------------------------------------------------*
      * The heartbeat gap message - same length and lead-in as the     *
      * event message, naming the region and the silent path instead   *
      * of a transaction type                                          *
      *----------------------------------------------------------------*
       01  WS-GAP-EVENT-MESSAGE.
           05  FILLER                      PIC X(10)
               VALUE 'METRALRT: '.
           05  FILLER                      PIC X(10)
               VALUE 'HBT GAP   '.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-GAP-PATH                 PIC X(12).
           05  FILLER                      PIC X(8) VALUE ' REGION='.
           05  WS-GAP-REGION               PIC X(8).
           05  FILLER                      PIC X(6) VALUE ' HOUR='.
           05  WS-GAP-HOUR                 PIC 9(2).
           05  FILLER                      PIC X(9) VALUE ' MINUTES='.
           05  WS-GAP-MINUTES              PIC 9(9).
           05  FILLER                      PIC X(7) VALUE ' LIMIT='.
           05  WS-GAP-LIMIT                PIC 9(9).
           05  FILLER                      PIC X(5) VALUE SPACES.

      *----------------------------------------------------------------*
      * The text actually sent - whichever message the event built     *
      *----------------------------------------------------------------*
       01  WS-DISPATCH-TEXT                PIC X(96).

      *----------------------------------------------------------------*
      * Heartbeat gap check - the regions found quiet on the METHBTVS  *
      * browse, held until the browse is ended so each can be read     *
      * for update and dispatched.  Minutes are the age of each side's *
      * last heartbeat; a side never stamped reads as all nines        *
      *----------------------------------------------------------------*
       01  WS-HEARTBEAT-CHECK.
           05  WS-HBT-BROWSE-KEY           PIC X(8).
           05  WS-HBT-BROWSE-FLAG          PIC X.
               88  WS-HBT-BROWSE-DONE      VALUE 'Y'.
           05  WS-HBT-EXTRACT-AGE          PIC S9(9) COMP.
           05  WS-HBT-COLLECT-AGE          PIC S9(9) COMP.
           05  WS-QUIET-MAX                PIC 9(2) COMP VALUE 20.
           05  WS-QUIET-COUNT              PIC 9(2) COMP.
           05  WS-QUIET-IDX                PIC 9(2) COMP.
           05  WS-QUIET-REGION-TABLE.
               10  WS-QUIET-REGION OCCURS 20 TIMES.
                   15  WS-QRG-APPLID       PIC X(8).
                   15  WS-QRG-EXTRACT-AGE  PIC S9(9) COMP.
                   15  WS-QRG-COLLECT-AGE  PIC S9(9) COMP.

           COPY CPYMHBC.

       01  MET-HBT-RECORD.
           COPY CPYMHBT.

      *----------------------------------------------------------------*
      * Notification feed record (METNTFVS) - the event message        *
      * stamped with the date and time it was raised                   *
       01  MET-RTE-RECORD.
           COPY CPYMRTE.

       01  MET-FLC-RECORD.
           COPY CPYMFLC.

      *----------------------------------------------------------------*
      * Compiled-in transaction-type defaults - see CPYMTYP.  Only     *
      * used to seed the runtime table when METTYPVS cannot be read    *
       MAIN-LOGIC.
      *----------------------------------------------------------------*
      * Load the transaction-type registry, work out the current date  *
      * and hour and whether the previous hour is complete on file,    *
      * then check every armed transaction type's cells against its    *
      * thresholds                                                     *
      *----------------------------------------------------------------*
           PERFORM GET-CURRENT-DATE-TIME
           PERFORM CHECK-PRIOR-HOUR-FLUSHED
           PERFORM LOAD-TXN-TYPE-TABLE

           PERFORM CHECK-ONE-TXN-TYPE
              VARYING WS-TYPE-IDX FROM 1 BY 1
              UNTIL WS-TYPE-IDX > WS-TYP-COUNT

           IF WS-CURRENT-HOUR NOT < WS-HBC-DAY-START-HOUR
              AND WS-CURRENT-HOUR < WS-HBC-DAY-END-HOUR
              PERFORM CHECK-HEARTBEAT-GAPS
           END-IF

           EXEC CICS RETURN
           END-EXEC
           .
           COMPUTE WS-CURRENT-HOUR = WS-CURRENT-TIME / 10000
           .

       CHECK-PRIOR-HOUR-FLUSHED.
      *----------------------------------------------------------------*
      * Browse the flush control rows; the previous hour is complete   *
      * unless an active, recently flushed region's watermark is       *
      * still short of the top of the current hour.  No METFLCVS rows  *
      * at all means no region is buffering - the file is always       *
      * complete                                                       *
      *----------------------------------------------------------------*
           SET WS-PRIOR-HOUR-COMPLETE TO TRUE
           COMPUTE WS-HOUR-START-TIME = WS-CURRENT-HOUR * 10000
           MOVE 'N' TO WS-FLC-BROWSE-FLAG
           MOVE LOW-VALUES TO WS-FLC-BROWSE-KEY

           EXEC CICS STARTBR FILE('METFLCVS')
              RIDFLD(WS-FLC-BROWSE-KEY)
              KEYLENGTH(LENGTH OF WS-FLC-BROWSE-KEY)
              GTEQ
              RESP(WS-RESP)
              RESP2(WS-RESP2)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
              PERFORM CHECK-ONE-WATERMARK
                 UNTIL WS-FLC-BROWSE-DONE
              EXEC CICS ENDBR FILE('METFLCVS')
                 RESP(WS-RESP)
                 RESP2(WS-RESP2)
              END-EXEC
           END-IF
           .

       CHECK-ONE-WATERMARK.
      *----------------------------------------------------------------*
      * Read the next region's flush control row and test its          *
      * watermark against the top of the current hour                  *
      *----------------------------------------------------------------*
           EXEC CICS READNEXT FILE('METFLCVS')
              INTO(MET-FLC-RECORD)
              RIDFLD(WS-FLC-BROWSE-KEY)
              KEYLENGTH(LENGTH OF WS-FLC-BROWSE-KEY)
              RESP(WS-RESP)
              RESP2(WS-RESP2)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
              SET WS-FLC-BROWSE-DONE TO TRUE
           ELSE
              COMPUTE WS-MARK-AGE =
                 (WS-ABSTIME - MET-FLC-MARK-ABSTIME) / 1000
              IF MET-FLC-ACTIVE
                 AND WS-MARK-AGE NOT > WS-STALE-SECONDS
                 AND (MET-FLC-MARK-DATE < WS-CURRENT-DATE
                  OR (MET-FLC-MARK-DATE = WS-CURRENT-DATE
                  AND MET-FLC-MARK-TIME < WS-HOUR-START-TIME))
                 MOVE 'N' TO WS-PRIOR-HOUR-FLAG
              END-IF
           END-IF
           .

       CHECK-ONE-TXN-TYPE.
      *----------------------------------------------------------------*
      * Read one transaction type's threshold row and, when the type   *
      * is armed, compare the current hour's cells against it - after  *
      * a closing pass over the previous hour when that hour is        *
      * complete on file.  A type with no row on METSLAVS is simply    *
      * not monitored.  The type's routing row is fetched alongside so *
      * every event this pass raises for the type dispatches the same  *
      * way                                                            *
      *----------------------------------------------------------------*
           MOVE WS-TYP-CODE(WS-TYPE-IDX) TO MET-SLA-TXN-TYPE


           IF WS-RESP = DFHRESP(NORMAL)
              PERFORM READ-ROUTING-RULES

              IF WS-PRIOR-HOUR-COMPLETE
                 AND WS-CURRENT-HOUR > ZERO
                 SET WS-CLOSING-PASS TO TRUE
                 COMPUTE WS-CHECK-HOUR = WS-CURRENT-HOUR - 1
                 PERFORM CHECK-INF-BUCKET-CELL
                 PERFORM CHECK-ERROR-CELL
              END-IF

              MOVE 'N' TO WS-CLOSING-FLAG
              MOVE WS-CURRENT-HOUR TO WS-CHECK-HOUR
              PERFORM CHECK-INF-BUCKET-CELL
              PERFORM CHECK-ERROR-CELL
           END-IF
      * rules file that cannot be read - routes to the console only,   *
      * the behavior this transaction always had                       *
      *----------------------------------------------------------------*
           MOVE WS-TYP-CODE(WS-TYPE-IDX) TO MET-RTE-TXN-TYPE
           PERFORM READ-ROUTING-ROW
           .

       READ-ROUTING-ROW.
      *----------------------------------------------------------------*
      * Read the routing row for whatever type the caller has set in   *
      * MET-RTE-TXN-TYPE                                               *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-ROUTING-FLAG

           EXEC CICS READ FILE('METRRTVS')
              INTO(MET-RTE-RECORD)

       CHECK-INF-BUCKET-CELL.
      *----------------------------------------------------------------*
      * Compare the checked hour's +Inf duration bucket (every         *
      * transaction slower than the type's last SLA cutoff) against    *
      * the armed ceiling; under the ceiling, see whether a breach     *
      * needs standing down.  A closing pass only raises breaches      *
      *----------------------------------------------------------------*
           IF MET-SLA-INF-LIMIT > ZERO
              MOVE 610 TO MET-CTR-METRIC-ID

              IF WS-INF-BUCKET-COUNT > MET-SLA-INF-LIMIT
                 PERFORM RAISE-ALERT
                 IF NOT WS-CLOSING-PASS
                    PERFORM CHECK-ESCALATION
                 END-IF
              ELSE
                 IF NOT WS-CLOSING-PASS
                    AND WS-PRIOR-HOUR-COMPLETE
                    PERFORM CHECK-ALL-CLEAR
                 END-IF
              END-IF
           END-IF
           .

       CHECK-ERROR-CELL.
      *----------------------------------------------------------------*
      * Compare the checked hour's error counter against the armed     *
      * ceiling; under the ceiling, see whether a breach needs         *
      * standing down.  A closing pass only raises breaches            *
      *----------------------------------------------------------------*
           IF MET-SLA-ERR-LIMIT > ZERO
              MOVE 603 TO MET-CTR-METRIC-ID

              IF WS-ERROR-COUNT > MET-SLA-ERR-LIMIT
                 PERFORM RAISE-ALERT
                 IF NOT WS-CLOSING-PASS
                    PERFORM CHECK-ESCALATION
                 END-IF
              ELSE
                 IF NOT WS-CLOSING-PASS
                    AND WS-PRIOR-HOUR-COMPLETE
                    PERFORM CHECK-ALL-CLEAR
                 END-IF
              END-IF
           END-IF
           .
       READ-ONE-COUNTER-CELL.
      *----------------------------------------------------------------*
      * Read one METCTRVS cell for the type being checked and the      *
      * checked hour, keyed by whatever MET-CTR-METRIC-ID/-BUCKET the  *
      * caller has already set, summed across every CICS region's row  *
      * of it by a generic browse on the cell key.  A cell that does   *
      * not exist yet reads back as zero - no traffic means no breach  *
      *----------------------------------------------------------------*
           MOVE WS-TYP-CODE(WS-TYPE-IDX) TO MET-CTR-TXN-TYPE
           MOVE WS-CHECK-HOUR TO MET-CTR-HOUR
           MOVE MET-CTR-CELL-KEY TO WS-CELL-WANTED
           MOVE WS-CELL-WANTED TO WS-CELL-BRW-CELL
           MOVE LOW-VALUES TO WS-CELL-BRW-REGION
           MOVE ZERO TO WS-CELL-TOTAL

           EXEC CICS STARTBR FILE('METCTRVS')
              RIDFLD(WS-CELL-BRW-KEY)
              KEYLENGTH(LENGTH OF WS-CELL-BRW-CELL)
              GENERIC
              GTEQ
              RESP(WS-RESP)
              RESP2(WS-RESP2)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
              MOVE 'N' TO WS-CELL-DONE-FLAG
              PERFORM ADD-ONE-REGION-CELL
                 UNTIL WS-CELL-DONE
              EXEC CICS ENDBR FILE('METCTRVS')
                 RESP(WS-RESP)
                 RESP2(WS-RESP2)
              END-EXEC
           END-IF

           MOVE WS-CELL-TOTAL TO MET-CTR-VALUE
           .

       ADD-ONE-REGION-CELL.
      *----------------------------------------------------------------*
      * Read the next row of the browse and add it in while it is      *
      * still the wanted cell; the first row past it ends the browse   *
      *----------------------------------------------------------------*
           EXEC CICS READNEXT FILE('METCTRVS')
              INTO(MET-CTR-RECORD)
              RIDFLD(WS-CELL-BRW-KEY)
              KEYLENGTH(LENGTH OF WS-CELL-BRW-KEY)
              RESP(WS-RESP)
              RESP2(WS-RESP2)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
              AND MET-CTR-CELL-KEY = WS-CELL-WANTED
              ADD MET-CTR-VALUE TO WS-CELL-TOTAL
           ELSE
              SET WS-CELL-DONE TO TRUE
           END-IF
           .

      * event is dispatched anyway                                     *
      *----------------------------------------------------------------*
           MOVE WS-CURRENT-DATE TO MET-ALR-DATE
           MOVE WS-CHECK-HOUR TO MET-ALR-HOUR
           MOVE WS-TYP-CODE(WS-TYPE-IDX) TO MET-ALR-TXN-TYPE
           MOVE WS-ALERT-METRIC-ID TO MET-ALR-METRIC-ID
           MOVE 'B' TO MET-ALR-EVENT
      * evidence: no breach row at hour H-1 (a whole hour ran clean)   *
      * with a breach row at hour H-2 (there was something to stand    *
      * down from) raises the all-clear in hour H - up to an hour      *
      * late, never false, the same hourly granularity as the rest     *
      * of the alert design.  Hours 0 and 1 have no such pair on       *
      * this business date - the counters start a new day at           *
      * midnight anyway                                                *
      *----------------------------------------------------------------*
           IF WS-CURRENT-HOUR > 1
              COMPUTE WS-PREVIOUS-HOUR = WS-CURRENT-HOUR - 1
      * not mute SLA breaches; no breach is ever silent                *
      *----------------------------------------------------------------*
           PERFORM BUILD-EVENT-MESSAGE
           PERFORM ROUTE-EVENT
           .

       ROUTE-EVENT.
      *----------------------------------------------------------------*
      * Send the built text to the routing row's destinations, the     *
      * console when there is no row or nothing was routed             *
      *----------------------------------------------------------------*
           IF WS-ROUTING-FOUND
              MOVE 'N' TO WS-DISPATCHED-FLAG
              IF MET-RTE-TO-CONSOLE
      *----------------------------------------------------------------*
           MOVE WS-ALERT-DESC TO WS-EVT-DESC
           MOVE WS-TYP-NAME(WS-TYPE-IDX) TO WS-EVT-TYPE-NAME
           MOVE WS-CHECK-HOUR TO WS-EVT-HOUR
           MOVE WS-ALERT-ACTUAL TO WS-EVT-ACTUAL
           MOVE WS-ALERT-THRESHOLD TO WS-EVT-THRESHOLD
           MOVE WS-EVENT-MESSAGE TO WS-DISPATCH-TEXT
           .

       SEND-OPERATOR-MESSAGE.
      * be acted on                                                    *
      *----------------------------------------------------------------*
           EXEC CICS WRITE OPERATOR
              TEXT(WS-DISPATCH-TEXT)
              TEXTLENGTH(LENGTH OF WS-DISPATCH-TEXT)
           END-EXEC
           .

      *----------------------------------------------------------------*
           EXEC CICS WRITEQ TD
              QUEUE(MET-RTE-TD-QUEUE)
              FROM(WS-DISPATCH-TEXT)
              LENGTH(LENGTH OF WS-DISPATCH-TEXT)
              RESP(WS-RESP)
              RESP2(WS-RESP2)
           END-EXEC
      *----------------------------------------------------------------*
           EXEC CICS WRITEQ TD
              QUEUE(MET-RTE-ESC-QUEUE)
              FROM(WS-DISPATCH-TEXT)
              LENGTH(LENGTH OF WS-DISPATCH-TEXT)
              RESP(WS-RESP)
              RESP2(WS-RESP2)
           END-EXEC
      *----------------------------------------------------------------*
           MOVE WS-CURRENT-DATE TO WS-FEED-DATE
           MOVE WS-CURRENT-TIME TO WS-FEED-TIME
           MOVE WS-DISPATCH-TEXT TO WS-FEED-TEXT

           EXEC CICS WRITE FILE('METNTFVS')
              FROM(WS-FEED-RECORD)
           END-IF
           .

       CHECK-HEARTBEAT-GAPS.
      *----------------------------------------------------------------*
      * Browse every region's heartbeat control row and note the ones  *
      * where either side of the pipeline has gone quiet past the gap  *
      * limit, then - with the browse ended - raise each one's gap     *
      * event under the canary transaction type's routing row          *
      *----------------------------------------------------------------*
           MOVE ZERO TO WS-QUIET-COUNT
           MOVE 'N' TO WS-HBT-BROWSE-FLAG
           MOVE LOW-VALUES TO WS-HBT-BROWSE-KEY

           EXEC CICS STARTBR FILE('METHBTVS')
              RIDFLD(WS-HBT-BROWSE-KEY)
              KEYLENGTH(LENGTH OF WS-HBT-BROWSE-KEY)
              GTEQ
              RESP(WS-RESP)
              RESP2(WS-RESP2)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
              PERFORM CHECK-ONE-HEARTBEAT-ROW
                 UNTIL WS-HBT-BROWSE-DONE
              EXEC CICS ENDBR FILE('METHBTVS')
                 RESP(WS-RESP)
                 RESP2(WS-RESP2)
              END-EXEC
           END-IF

           IF WS-QUIET-COUNT > ZERO
              MOVE WS-HBC-TXN-TYPE TO MET-RTE-TXN-TYPE
              PERFORM READ-ROUTING-ROW
              PERFORM RAISE-HEARTBEAT-GAP
                 VARYING WS-QUIET-IDX FROM 1 BY 1
                 UNTIL WS-QUIET-IDX > WS-QUIET-COUNT
           END-IF
           .

       CHECK-ONE-HEARTBEAT-ROW.
      *----------------------------------------------------------------*
      * Read the next region's row and age both of its stamps in       *
      * minutes; a region quiet on either side is kept for an event.   *
      * Regions past the table's capacity wait for the next pass       *
      *----------------------------------------------------------------*
           EXEC CICS READNEXT FILE('METHBTVS')
              INTO(MET-HBT-RECORD)
              RIDFLD(WS-HBT-BROWSE-KEY)
              KEYLENGTH(LENGTH OF WS-HBT-BROWSE-KEY)
              RESP(WS-RESP)
              RESP2(WS-RESP2)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
              SET WS-HBT-BROWSE-DONE TO TRUE
           ELSE
              IF MET-HBT-EXTRACT-ABSTIME = ZERO
                 MOVE 999999999 TO WS-HBT-EXTRACT-AGE
              ELSE
                 COMPUTE WS-HBT-EXTRACT-AGE =
                    (WS-ABSTIME - MET-HBT-EXTRACT-ABSTIME) / 60000
              END-IF
              IF MET-HBT-COLLECT-ABSTIME = ZERO
                 MOVE 999999999 TO WS-HBT-COLLECT-AGE
              ELSE
                 COMPUTE WS-HBT-COLLECT-AGE =
                    (WS-ABSTIME - MET-HBT-COLLECT-ABSTIME) / 60000
              END-IF
              IF (WS-HBT-EXTRACT-AGE > WS-HBC-GAP-LIMIT-MINUTES
                  OR WS-HBT-COLLECT-AGE > WS-HBC-GAP-LIMIT-MINUTES)
                 AND WS-QUIET-COUNT < WS-QUIET-MAX
                 ADD 1 TO WS-QUIET-COUNT
                 MOVE MET-HBT-REGION TO WS-QRG-APPLID(WS-QUIET-COUNT)
                 MOVE WS-HBT-EXTRACT-AGE
                    TO WS-QRG-EXTRACT-AGE(WS-QUIET-COUNT)
                 MOVE WS-HBT-COLLECT-AGE
                    TO WS-QRG-COLLECT-AGE(WS-QUIET-COUNT)
              END-IF
           END-IF
           .

       RAISE-HEARTBEAT-GAP.
      *----------------------------------------------------------------*
      * Raise one quiet region's gap event, unless the region has shut *
      * down cleanly or this hour's event for it has already gone out. *
      * The alert hour is stamped on the region's row under update, so *
      * two regions' alert transactions can never both send it         *
      *----------------------------------------------------------------*
           MOVE WS-QRG-APPLID(WS-QUIET-IDX) TO MET-FLC-REGION

           EXEC CICS READ FILE('METFLCVS')
              INTO(MET-FLC-RECORD)
              RIDFLD(MET-FLC-REGION)
              KEYLENGTH(LENGTH OF MET-FLC-REGION)
              RESP(WS-RESP)
              RESP2(WS-RESP2)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
              AND MET-FLC-STOPPED
              CONTINUE
           ELSE
              MOVE WS-QRG-APPLID(WS-QUIET-IDX) TO MET-HBT-REGION

              EXEC CICS READ FILE('METHBTVS')
                 INTO(MET-HBT-RECORD)
                 RIDFLD(MET-HBT-REGION)
                 KEYLENGTH(LENGTH OF MET-HBT-REGION)
                 UPDATE
                 RESP(WS-RESP)
                 RESP2(WS-RESP2)
              END-EXEC

              IF WS-RESP = DFHRESP(NORMAL)
                 IF MET-HBT-ALERT-DATE = WS-CURRENT-DATE
                    AND MET-HBT-ALERT-HOUR = WS-CURRENT-HOUR
                    EXEC CICS UNLOCK FILE('METHBTVS')
                       RESP(WS-RESP)
                       RESP2(WS-RESP2)
                    END-EXEC
                 ELSE
                    MOVE WS-CURRENT-DATE TO MET-HBT-ALERT-DATE
                    MOVE WS-CURRENT-HOUR TO MET-HBT-ALERT-HOUR
                    EXEC CICS REWRITE FILE('METHBTVS')
                       FROM(MET-HBT-RECORD)
                       RESP(WS-RESP)
                       RESP2(WS-RESP2)
                    END-EXEC
                    IF WS-RESP NOT = DFHRESP(NORMAL)
                       DISPLAY 'METRALRT: METHBTVS REWRITE ERROR RESP='
                          WS-RESP ' RESP2=' WS-RESP2
                    END-IF
                    PERFORM BUILD-GAP-EVENT-MESSAGE
                    PERFORM ROUTE-EVENT
                 END-IF
              END-IF
           END-IF
           .

       BUILD-GAP-EVENT-MESSAGE.
      *----------------------------------------------------------------*
      * Fill in the gap message: the side or sides gone quiet and the  *
      * longer of the silences against the limit                       *
      *----------------------------------------------------------------*
           MOVE WS-QRG-EXTRACT-AGE(WS-QUIET-IDX) TO WS-HBT-EXTRACT-AGE
           MOVE WS-QRG-COLLECT-AGE(WS-QUIET-IDX) TO WS-HBT-COLLECT-AGE

           IF WS-HBT-EXTRACT-AGE > WS-HBC-GAP-LIMIT-MINUTES
              IF WS-HBT-COLLECT-AGE > WS-HBC-GAP-LIMIT-MINUTES
                 MOVE 'BOTH PATHS  ' TO WS-GAP-PATH
              ELSE
                 MOVE 'EXTRACT     ' TO WS-GAP-PATH
              END-IF
           ELSE
              MOVE 'COLLECTOR   ' TO WS-GAP-PATH
           END-IF

           IF WS-HBT-EXTRACT-AGE > WS-HBT-COLLECT-AGE
              MOVE WS-HBT-EXTRACT-AGE TO WS-GAP-MINUTES
           ELSE
              MOVE WS-HBT-COLLECT-AGE TO WS-GAP-MINUTES
           END-IF

           MOVE WS-QRG-APPLID(WS-QUIET-IDX) TO WS-GAP-REGION
           MOVE WS-CURRENT-HOUR TO WS-GAP-HOUR
           MOVE WS-HBC-GAP-LIMIT-MINUTES TO WS-GAP-LIMIT
           MOVE WS-GAP-EVENT-MESSAGE TO WS-DISPATCH-TEXT
           .

       LOAD-TXN-TYPE-TABLE.
      *----------------------------------------------------------------*
      * Load the transaction-type registry off METTYPVS into the       *
