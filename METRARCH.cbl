      * of its own), it sweeps every METCTRVS cell under CICS - the    *
      * online metrics path stays up throughout - staging each cell's  *
      * closing value on METARCVS (CPYMARC, keyed business date plus   *
      * the counter key) and zeroing the cell for the new day - every  *
      * CICS region's cells alike, region being part of that key.  The *
      * staging write and the reset commit together, one unit of work  *
      * per cell, so a failure partway leaves every cell either fully  *
      * archived-and-reset or untouched.  A rerun skips cells whose    *
      * the same control totals as before, so METRCN01 still balances. *
      *                                                                *
      * The business date is taken from the START FROM data when the   *
      * scheduler supplies one (YYYYMMDD); otherwise it is the nightly *
      * suite's run-control date off METRUNVS (CPYMRUN).  The capture  *
      * heads the suite: it checks in on that row before sweeping      *
      * anything - refused, and nothing touched, when it is already    *
      * running or complete for the date, or the date is not the       *
      * run-control date, without an operator's rerun clearance - and  *
      * records itself complete (or failed, when any cell was in       *
      * error) when the sweep ends, which is what lets METARC01 run.   *
      *                                                                *
      * The sweep browses by repositioning: note the key, end the      *
      * browse, process the cell in its own unit of work, then start   *
      * a fresh browse past that key - so no browse position is ever   *
      * held across a syncpoint.                                       *
      *                                                                *
      * The regions buffer their counter increments and the MFLS       *
      * transaction (METRFLSH) carries them to METCTRVS on a short     *
      * timer, so before the sweep starts the capture waits for every  *
      * active region's flush watermark on METFLCVS (CPYMFLC) to pass  *
      * the moment the capture started - until then the closing hours  *
      * are not all on file.  A region that does not catch up inside   *
      * the wait is named on the console and the day is captured       *
      * anyway; what it still holds lands in the new day's cells.      *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
           05  WS-ABSTIME                  PIC S9(15) COMP-3.
           05  WS-CURRENT-DATE             PIC 9(8).

      *----------------------------------------------------------------*
      * Flush watermark wait - up to WS-WAIT-LIMIT delays of 15        *
      * seconds.  A region whose watermark is older than               *
      * WS-STALE-SECONDS has gone without shutting down and is not     *
      * waited on                                                      *
      *----------------------------------------------------------------*
       01  WS-FLUSH-WAIT.
           05  WS-CUTOFF-ABSTIME           PIC S9(15) COMP-3.
           05  WS-NOW-ABSTIME              PIC S9(15) COMP-3.
           05  WS-MARK-AGE                 PIC S9(9) COMP.
           05  WS-STALE-SECONDS            PIC S9(9) COMP VALUE 3600.
           05  WS-WAIT-TRIES               PIC 9(4) COMP VALUE ZERO.
           05  WS-WAIT-LIMIT               PIC 9(4) COMP VALUE 20.
           05  WS-FLUSH-FLAG               PIC X.
               88  WS-FLUSH-CAUGHT-UP      VALUE 'Y'.
           05  WS-FLC-BROWSE-FLAG          PIC X.
               88  WS-FLC-BROWSE-DONE      VALUE 'Y'.
           05  WS-FLC-BROWSE-KEY           PIC X(8).

       01  WS-START-DATA.
           05  WS-START-DATE               PIC X(8).

               10  WS-BRW-TXN-TYPE         PIC 9(2).
               10  WS-BRW-BUCKET           PIC 9(2).
               10  WS-BRW-HOUR             PIC 9(2).
               10  WS-BRW-REGION           PIC X(8).
           05  WS-PREV-KEY                 PIC X(17).
           05  WS-PREV-KEY-FLAG            PIC X.
               88  WS-PREV-KEY-SET         VALUE 'Y'.

               VALUE ' ERRORS='.
           05  WS-MSG-ERRORS               PIC 9(9).

      *----------------------------------------------------------------*
      * Operator console warning when a region's flush has not caught  *
      * up by the end of the wait                                      *
      *----------------------------------------------------------------*
       01  WS-LAG-MESSAGE.
           05  FILLER                      PIC X(25)
               VALUE 'METRARCH: FLUSH LAGGING, '.
           05  FILLER                      PIC X(7)
               VALUE 'REGION '.
           05  WS-LAG-REGION               PIC X(8).
           05  FILLER                      PIC X(22)
               VALUE ' - DAY CAPTURED ANYWAY'.

       01  MET-CTR-RECORD.
           COPY CPYMCTR.

       01  MET-ARC-RECORD.
           COPY CPYMARC.

       01  MET-FLC-RECORD.
           COPY CPYMFLC.

      *----------------------------------------------------------------*
      * Nightly suite run control - the row on METRUNVS the capture    *
      * checks in and out on, and the suite's job sequence (CPYMRSQ)   *
      * that places the capture on it                                  *
      *----------------------------------------------------------------*
       01  WS-RUN-CONTROL.
           05  WS-RUN-KEY                  PIC X(8).
           05  WS-RUN-JOB-IDX              PIC 9(2) COMP VALUE ZERO.
           05  WS-RUN-SEQ-IDX              PIC 9(2) COMP.
           05  WS-RUN-STAMP-TIME           PIC 9(6).
           05  WS-RERUN-FLAG               PIC X VALUE 'N'.
               88  WS-RERUN-NEEDED         VALUE 'Y'.

       01  WS-REFUSAL-MESSAGE.
           05  FILLER                      PIC X(35)
               VALUE 'METRARCH: CAPTURE REFUSED FOR DATE '.
           05  WS-REF-DATE                 PIC 9(8).
           05  FILLER                      PIC X(3) VALUE ' - '.
           05  WS-REF-REASON               PIC X(44).

       01  MET-RUN-RECORD.
           COPY CPYMRUN.

           COPY CPYMRSQ.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
      *----------------------------------------------------------------*
      * Resolve the business date, wait for the regions' buffered      *
      * counters to reach the file, sweep every counter cell, then     *
      * raise the control totals on the console                        *
      *----------------------------------------------------------------*
           PERFORM RESOLVE-BUSINESS-DATE
           PERFORM CHECK-RUN-CONTROL

           PERFORM WAIT-FOR-COUNTER-FLUSH

           MOVE ZEROS TO WS-BROWSE-KEY
           MOVE 'N' TO WS-PREV-KEY-FLAG
              UNTIL WS-SWEEP-DONE

           PERFORM SEND-CONTROL-TOTALS
           PERFORM RECORD-RUN-END

           EXEC CICS RETURN
           END-EXEC
       RESOLVE-BUSINESS-DATE.
      *----------------------------------------------------------------*
      * Take the business date off the START FROM data when the        *
      * scheduler supplied one; otherwise leave it to the run-control  *
      * check to supply                                                *
      *----------------------------------------------------------------*
           MOVE SPACES TO WS-START-DATA

              AND WS-START-DATE NUMERIC
              MOVE WS-START-DATE TO WS-BUSINESS-DATE
           ELSE
              MOVE ZERO TO WS-BUSINESS-DATE
           END-IF
           .

       CHECK-RUN-CONTROL.
      *----------------------------------------------------------------*
      * Check in on the suite's run-control row - the same row the     *
      * batch jobs check in on through METRRCTL.  No date supplied     *
      * means the run-control date; an earlier date switches to that   *
      * day's kept row and needs a rerun clearance, a later one is     *
      * refused.  The capture has no prerequisite                      *
      *----------------------------------------------------------------*
           PERFORM FIND-RUN-SEQUENCE-ENTRY

           MOVE 'CURRENT ' TO WS-RUN-KEY
           EXEC CICS READ FILE('METRUNVS')
              INTO(MET-RUN-RECORD)
              RIDFLD(WS-RUN-KEY)
              UPDATE
              RESP(WS-RESP)
              RESP2(WS-RESP2)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
              DISPLAY 'METRARCH: METRUNVS READ ERROR RESP=' WS-RESP
                 ' RESP2=' WS-RESP2 ' KEY=' WS-RUN-KEY
              MOVE 'RUN-CONTROL ROW NOT AVAILABLE' TO WS-REF-REASON
              PERFORM REFUSE-CAPTURE
           END-IF

           EVALUATE TRUE
              WHEN WS-BUSINESS-DATE = ZERO
                 MOVE MET-RUN-BUSINESS-DATE TO WS-BUSINESS-DATE
              WHEN WS-BUSINESS-DATE = MET-RUN-BUSINESS-DATE
                 CONTINUE
              WHEN WS-BUSINESS-DATE > MET-RUN-BUSINESS-DATE
                 MOVE 'DATE IS LATER THAN THE RUN-CONTROL DATE'
                    TO WS-REF-REASON
                 PERFORM REFUSE-CAPTURE
              WHEN OTHER
                 PERFORM READ-EARLIER-RUN-ROW
           END-EVALUATE

           PERFORM CHECK-CAPTURE-MAY-START
           PERFORM MARK-CAPTURE-RUNNING
           .

       FIND-RUN-SEQUENCE-ENTRY.
      *----------------------------------------------------------------*
      * The capture's entry on the run-control row                     *
      *----------------------------------------------------------------*
           PERFORM TEST-ONE-RUN-SEQUENCE-ENTRY
              VARYING WS-RUN-SEQ-IDX FROM 1 BY 1
              UNTIL WS-RUN-SEQ-IDX > WS-RSQ-COUNT
           .

       TEST-ONE-RUN-SEQUENCE-ENTRY.
           IF WS-RSQ-JOB-NAME(WS-RUN-SEQ-IDX) = 'METRARCH'
              MOVE WS-RUN-SEQ-IDX TO WS-RUN-JOB-IDX
           END-IF
           .

       READ-EARLIER-RUN-ROW.
      *----------------------------------------------------------------*
      * Release the current row and take the kept row for the earlier  *
      * date instead                                                   *
      *----------------------------------------------------------------*
           EXEC CICS UNLOCK FILE('METRUNVS')
              RESP(WS-RESP)
           END-EXEC

           MOVE WS-BUSINESS-DATE TO WS-RUN-KEY
           EXEC CICS READ FILE('METRUNVS')
              INTO(MET-RUN-RECORD)
              RIDFLD(WS-RUN-KEY)
              UPDATE
              RESP(WS-RESP)
              RESP2(WS-RESP2)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'NO RUN-CONTROL ROW KEPT FOR THE DATE'
                 TO WS-REF-REASON
              PERFORM REFUSE-CAPTURE
           END-IF

           MOVE 'Y' TO WS-RERUN-FLAG
           .

       CHECK-CAPTURE-MAY-START.
      *----------------------------------------------------------------*
      * A cleared rerun lets the capture past its own status and past  *
      * the date check                                                 *
      *----------------------------------------------------------------*
           IF NOT MET-RUN-RERUN-CLEARED(WS-RUN-JOB-IDX)
              EVALUATE TRUE
                 WHEN WS-RERUN-NEEDED
                    MOVE 'NOT THE RUN-CONTROL DATE, NO RERUN CLEARED'
                       TO WS-REF-REASON
                    PERFORM REFUSE-CAPTURE
                 WHEN MET-RUN-RUNNING(WS-RUN-JOB-IDX)
                    MOVE 'RUNNING OR ABENDED, NO RERUN CLEARED'
                       TO WS-REF-REASON
                    PERFORM REFUSE-CAPTURE
                 WHEN MET-RUN-COMPLETE(WS-RUN-JOB-IDX)
                    MOVE 'ALREADY COMPLETE, NO RERUN CLEARED'
                       TO WS-REF-REASON
                    PERFORM REFUSE-CAPTURE
              END-EVALUATE
           END-IF
           .

       MARK-CAPTURE-RUNNING.
      *----------------------------------------------------------------*
      * Mark the capture running, stamp its start, use up any rerun    *
      * clearance and commit at once so the batch side sees it         *
      *----------------------------------------------------------------*
           PERFORM STAMP-RUN-TIME

           IF MET-RUN-RERUN-CLEARED(WS-RUN-JOB-IDX)
              DISPLAY 'METRARCH: CAPTURE RUNNING FOR ' WS-BUSINESS-DATE
                 ' ON RERUN CLEARANCE FROM '
                 MET-RUN-RERUN-OPERATOR(WS-RUN-JOB-IDX)
           END-IF

           SET MET-RUN-RUNNING(WS-RUN-JOB-IDX) TO TRUE
           MOVE ZERO TO MET-RUN-JOB-RC(WS-RUN-JOB-IDX)
           MOVE WS-CURRENT-DATE TO MET-RUN-START-DATE(WS-RUN-JOB-IDX)
           MOVE WS-RUN-STAMP-TIME TO MET-RUN-START-TIME(WS-RUN-JOB-IDX)
           MOVE ZERO TO MET-RUN-END-DATE(WS-RUN-JOB-IDX)
           MOVE ZERO TO MET-RUN-END-TIME(WS-RUN-JOB-IDX)
           IF MET-RUN-ATTEMPTS(WS-RUN-JOB-IDX) < 999
              ADD 1 TO MET-RUN-ATTEMPTS(WS-RUN-JOB-IDX)
           END-IF
           MOVE 'N' TO MET-RUN-RERUN-FLAG(WS-RUN-JOB-IDX)

           EXEC CICS REWRITE FILE('METRUNVS')
              FROM(MET-RUN-RECORD)
              RESP(WS-RESP)
              RESP2(WS-RESP2)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
              DISPLAY 'METRARCH: METRUNVS REWRITE ERROR RESP=' WS-RESP
                 ' RESP2=' WS-RESP2 ' KEY=' WS-RUN-KEY
              MOVE 'RUN-CONTROL ROW NOT UPDATED' TO WS-REF-REASON
              PERFORM REFUSE-CAPTURE
           END-IF

           EXEC CICS SYNCPOINT
           END-EXEC
           .

       REFUSE-CAPTURE.
      *----------------------------------------------------------------*
      * Release the run-control row, tell the console why and end the  *
      * task without sweeping anything                                 *
      *----------------------------------------------------------------*
           EXEC CICS UNLOCK FILE('METRUNVS')
              RESP(WS-RESP)
           END-EXEC

           MOVE WS-BUSINESS-DATE TO WS-REF-DATE
           EXEC CICS WRITE OPERATOR
              TEXT(WS-REFUSAL-MESSAGE)
              TEXTLENGTH(LENGTH OF WS-REFUSAL-MESSAGE)
           END-EXEC

           EXEC CICS RETURN
           END-EXEC
           .

       STAMP-RUN-TIME.
      *----------------------------------------------------------------*
      * Current date and time for the run-control stamps               *
      *----------------------------------------------------------------*
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
              YYYYMMDD(WS-CURRENT-DATE)
              TIME(WS-RUN-STAMP-TIME)
           END-EXEC
           .

       WAIT-FOR-COUNTER-FLUSH.
      *----------------------------------------------------------------*
      * Note the cutoff and wait, 15 seconds at a time, until every    *
      * active region has flushed past it - or warn the console and    *
      * carry on once the wait runs out                                *
      *----------------------------------------------------------------*
           EXEC CICS ASKTIME ABSTIME(WS-CUTOFF-ABSTIME)
           END-EXEC

           PERFORM CHECK-FLUSH-WATERMARKS
           PERFORM DELAY-AND-RECHECK
              UNTIL WS-FLUSH-CAUGHT-UP
                 OR WS-WAIT-TRIES NOT < WS-WAIT-LIMIT

           IF NOT WS-FLUSH-CAUGHT-UP
              EXEC CICS WRITE OPERATOR
                 TEXT(WS-LAG-MESSAGE)
                 TEXTLENGTH(LENGTH OF WS-LAG-MESSAGE)
              END-EXEC
              DISPLAY WS-LAG-MESSAGE
           END-IF
           .

       DELAY-AND-RECHECK.
      *----------------------------------------------------------------*
      * Give the flush transactions another 15 seconds, then look      *
      * again                                                          *
      *----------------------------------------------------------------*
           EXEC CICS DELAY INTERVAL(000015)
           END-EXEC

           ADD 1 TO WS-WAIT-TRIES
           PERFORM CHECK-FLUSH-WATERMARKS
           .

       CHECK-FLUSH-WATERMARKS.
      *----------------------------------------------------------------*
      * Browse the flush control rows; any active, recently flushed    *
      * region whose watermark is still short of the cutoff holds the  *
      * capture back.  No METFLCVS rows at all means no region is      *
      * buffering, so there is nothing to wait for                     *
      *----------------------------------------------------------------*
           SET WS-FLUSH-CAUGHT-UP TO TRUE
           MOVE 'N' TO WS-FLC-BROWSE-FLAG
           MOVE LOW-VALUES TO WS-FLC-BROWSE-KEY

           EXEC CICS ASKTIME ABSTIME(WS-NOW-ABSTIME)
           END-EXEC

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
      * Read the next region's flush control row and test it against   *
      * the cutoff                                                     *
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
                 (WS-NOW-ABSTIME - MET-FLC-MARK-ABSTIME) / 1000
              IF MET-FLC-ACTIVE
                 AND WS-MARK-AGE NOT > WS-STALE-SECONDS
                 AND MET-FLC-MARK-ABSTIME < WS-CUTOFF-ABSTIME
                 MOVE 'N' TO WS-FLUSH-FLAG
                 MOVE MET-FLC-REGION TO WS-LAG-REGION
              END-IF
           END-IF
           .

           MOVE WS-BRW-TXN-TYPE TO MET-ARC-TXN-TYPE
           MOVE WS-BRW-BUCKET TO MET-ARC-BUCKET
           MOVE WS-BRW-HOUR TO MET-ARC-HOUR
           MOVE WS-BRW-REGION TO MET-ARC-REGION

           EXEC CICS READ FILE('METARCVS')
              INTO(MET-ARC-RECORD)
           MOVE WS-BRW-TXN-TYPE TO MET-CTR-TXN-TYPE
           MOVE WS-BRW-BUCKET TO MET-CTR-BUCKET
           MOVE WS-BRW-HOUR TO MET-CTR-HOUR
           MOVE WS-BRW-REGION TO MET-CTR-REGION

           EXEC CICS READ FILE('METCTRVS')
              INTO(MET-CTR-RECORD)
              MOVE MET-CTR-TXN-TYPE TO MET-ARC-TXN-TYPE
              MOVE MET-CTR-BUCKET TO MET-ARC-BUCKET
              MOVE MET-CTR-HOUR TO MET-ARC-HOUR
              MOVE MET-CTR-REGION TO MET-ARC-REGION
              MOVE MET-CTR-VALUE TO MET-ARC-VALUE

              EXEC CICS WRITE FILE('METARCVS')
              TEXTLENGTH(LENGTH OF WS-CONSOLE-MESSAGE)
           END-EXEC
           .

       RECORD-RUN-END.
      *----------------------------------------------------------------*
      * Check out on the run-control row: complete, or failed with     *
      * return code 8 when any cell was in error - the rerun picks up  *
      * what this sweep left behind                                    *
      *----------------------------------------------------------------*
           EXEC CICS READ FILE('METRUNVS')
              INTO(MET-RUN-RECORD)
              RIDFLD(WS-RUN-KEY)
              UPDATE
              RESP(WS-RESP)
              RESP2(WS-RESP2)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
              PERFORM STAMP-RUN-TIME
              IF WS-CELLS-IN-ERROR > ZERO
                 SET MET-RUN-FAILED(WS-RUN-JOB-IDX) TO TRUE
                 MOVE 8 TO MET-RUN-JOB-RC(WS-RUN-JOB-IDX)
              ELSE
                 SET MET-RUN-COMPLETE(WS-RUN-JOB-IDX) TO TRUE
                 MOVE ZERO TO MET-RUN-JOB-RC(WS-RUN-JOB-IDX)
              END-IF
              MOVE WS-CURRENT-DATE TO MET-RUN-END-DATE(WS-RUN-JOB-IDX)
              MOVE WS-RUN-STAMP-TIME
                 TO MET-RUN-END-TIME(WS-RUN-JOB-IDX)
              EXEC CICS REWRITE FILE('METRUNVS')
                 FROM(MET-RUN-RECORD)
                 RESP(WS-RESP)
                 RESP2(WS-RESP2)
              END-EXEC
           END-IF

           IF WS-RESP = DFHRESP(NORMAL)
              EXEC CICS SYNCPOINT
              END-EXEC
           ELSE
              DISPLAY 'METRARCH: RUN CONTROL END NOT RECORDED RESP='
                 WS-RESP ' RESP2=' WS-RESP2 ' KEY=' WS-RUN-KEY
           END-IF
           .
