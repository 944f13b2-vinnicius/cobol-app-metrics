       IDENTIFICATION DIVISION.
       PROGRAM-ID. METRFLSH.
       AUTHOR. COBOL-METRICS-TEAM.

      *----------------------------------------------------------------*
      * Counter buffer flush transaction (MFLS).                       *
      * METRICEX and METRAPI no longer read-modify-write METCTRVS on   *
      * every call: each increment is added to the region's own        *
      * METCBFVS buffer (CPYMCBF), an in-storage table, so the         *
      * banking transactions stop queueing on the same few hot         *
      * METCTRVS records.  This transaction carries what has built up  *
      * in the buffer onto METCTRVS.  It runs in every region that     *
      * takes metrics, started on a short timer (like METRALRT and     *
      * METRRCVR, no terminal I/O of its own), and once more from the  *
      * shutdown program list so a region that closes cleanly leaves   *
      * nothing behind.                                                *
      *                                                                *
      * Each cell with increments pending is added to METCTRVS in its  *
      * own unit of work, and only then taken off the buffer - the     *
      * METCTRVS record is held for update for one cell's I/O, not for *
      * the life of a banking task.  Every row is rebased on the       *
      * cell's file value as it goes, which is how the day-end reset   *
      * made by METRARCH reaches the buffer; a row for an hour already *
      * over with nothing pending is dropped so the table stays small. *
      *                                                                *
      * The pass ends by stamping the region's METFLCVS row (CPYMFLC)  *
      * with the moment the pass started - the flush watermark.  Every *
      * increment the region took before that moment is on METCTRVS,   *
      * which is what METRARCH, METRALRT and the MSNP screen go by     *
      * when they need an hour's values complete, and the gap between  *
      * the watermark and now is the flush lag MSNP shows.  A pass     *
      * that could not flush every cell leaves the watermark where it  *
      * was - its counts say how many cells failed - since increments  *
      * taken before its start are still on the buffer.                *
      *                                                                *
      * The buffer is browsed by repositioning, the same way METRARCH  *
      * sweeps METCTRVS, so no browse position is held across the      *
      * per-cell syncpoints.                                           *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WS-CICS-CONTROL.
           05  WS-RESP                     PIC S9(8) COMP.
           05  WS-RESP2                    PIC S9(8) COMP.
           05  WS-CICS-STATUS              PIC S9(8) COMP.

       01  WS-FLUSH-CONTROL.
           05  WS-REGION-APPLID            PIC X(8).
           05  WS-MARK-ABSTIME             PIC S9(15) COMP-3.
           05  WS-MARK-DATE                PIC 9(8).
           05  WS-MARK-TIME                PIC 9(6).
           05  WS-CURRENT-HOUR             PIC 9(2).
           05  WS-FLUSH-DELTA              PIC 9(9) COMP.
           05  WS-FILE-VALUE               PIC 9(9) COMP.
           05  WS-FILE-FLAG                PIC X.
               88  WS-FILE-UPDATED         VALUE 'Y'.

       01  WS-SWEEP-CONTROL.
           05  WS-SWEEP-FLAG               PIC X VALUE 'N'.
               88  WS-SWEEP-DONE           VALUE 'Y'.
           05  WS-CELL-FLAG                PIC X.
               88  WS-CELL-IN-HAND         VALUE 'Y'.
           05  WS-BROWSE-KEY               PIC X(17).
           05  WS-PREV-KEY                 PIC X(17).
           05  WS-PREV-KEY-FLAG            PIC X.
               88  WS-PREV-KEY-SET         VALUE 'Y'.

       01  WS-CONTROL-TOTALS.
           05  WS-CELLS-FLUSHED            PIC 9(9) COMP VALUE ZERO.
           05  WS-CELLS-FAILED             PIC 9(9) COMP VALUE ZERO.

       01  MET-CBF-RECORD.
           COPY CPYMCBF.

       01  MET-CTR-RECORD.
           COPY CPYMCTR.

       01  MET-FLC-RECORD.
           COPY CPYMFLC.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
      *----------------------------------------------------------------*
      * Note the watermark, flush every buffered cell, then stamp the  *
      * region's flush control row                                     *
      *----------------------------------------------------------------*
           PERFORM INITIALIZE-FLUSH

           MOVE LOW-VALUES TO WS-BROWSE-KEY
           MOVE 'N' TO WS-PREV-KEY-FLAG
           PERFORM FLUSH-NEXT-CELL
              UNTIL WS-SWEEP-DONE

           PERFORM STAMP-FLUSH-CONTROL

           EXEC CICS RETURN
           END-EXEC
           .

       INITIALIZE-FLUSH.
      *----------------------------------------------------------------*
      * Resolve the region and take the watermark before the first     *
      * cell is read - anything added to the buffer after this moment  *
      * may or may not make this pass                                  *
      *----------------------------------------------------------------*
           EXEC CICS ASSIGN APPLID(WS-REGION-APPLID)
              RESP(WS-RESP)
              RESP2(WS-RESP2)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE SPACES TO WS-REGION-APPLID
           END-IF

           EXEC CICS ASKTIME ABSTIME(WS-MARK-ABSTIME)
           END-EXEC

           EXEC CICS FORMATTIME ABSTIME(WS-MARK-ABSTIME)
              YYYYMMDD(WS-MARK-DATE)
              TIME(WS-MARK-TIME)
           END-EXEC

           COMPUTE WS-CURRENT-HOUR = WS-MARK-TIME / 10000
           .

       FLUSH-NEXT-CELL.
      *----------------------------------------------------------------*
      * Fetch the next buffered cell past the last one processed by a  *
      * short reposition-browse, then flush it.  Any browse failure    *
      * other than running off the end also ends the pass - the next   *
      * timer pop starts again from the top                            *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-CELL-FLAG

           EXEC CICS STARTBR FILE('METCBFVS')
              RIDFLD(WS-BROWSE-KEY)
              KEYLENGTH(LENGTH OF WS-BROWSE-KEY)
              GTEQ
              RESP(WS-RESP)
              RESP2(WS-RESP2)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
              PERFORM FETCH-ONE-CELL
              EXEC CICS ENDBR FILE('METCBFVS')
                 RESP(WS-RESP)
                 RESP2(WS-RESP2)
              END-EXEC
           ELSE
              SET WS-SWEEP-DONE TO TRUE
           END-IF

           IF WS-CELL-IN-HAND
              PERFORM FLUSH-ONE-CELL
              MOVE WS-BROWSE-KEY TO WS-PREV-KEY
              SET WS-PREV-KEY-SET TO TRUE
           ELSE
              SET WS-SWEEP-DONE TO TRUE
           END-IF
           .

       FETCH-ONE-CELL.
      *----------------------------------------------------------------*
      * Read the row the browse is positioned on; when the GTEQ start  *
      * landed back on the row just processed, step once more          *
      *----------------------------------------------------------------*
           EXEC CICS READNEXT FILE('METCBFVS')
              INTO(MET-CBF-RECORD)
              RIDFLD(WS-BROWSE-KEY)
              KEYLENGTH(LENGTH OF WS-BROWSE-KEY)
              RESP(WS-RESP)
              RESP2(WS-RESP2)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
              AND WS-PREV-KEY-SET
              AND WS-BROWSE-KEY = WS-PREV-KEY
              EXEC CICS READNEXT FILE('METCBFVS')
                 INTO(MET-CBF-RECORD)
                 RIDFLD(WS-BROWSE-KEY)
                 KEYLENGTH(LENGTH OF WS-BROWSE-KEY)
                 RESP(WS-RESP)
                 RESP2(WS-RESP2)
              END-EXEC
           END-IF

           IF WS-RESP = DFHRESP(NORMAL)
              SET WS-CELL-IN-HAND TO TRUE
           END-IF
           .

       FLUSH-ONE-CELL.
      *----------------------------------------------------------------*
      * Carry the row's pending increments onto METCTRVS (or, with     *
      * nothing pending, just pick up the file value), then take what  *
      * was carried off the buffer row and rebase it on the file.  A   *
      * cell METCTRVS would not take stays pending for the next pass   *
      *----------------------------------------------------------------*
           MOVE MET-CBF-PENDING TO WS-FLUSH-DELTA
           MOVE MET-CBF-KEY TO MET-CTR-KEY
           MOVE 'N' TO WS-FILE-FLAG

           IF WS-FLUSH-DELTA = ZERO
              PERFORM READ-COUNTER-FILE-CELL
           ELSE
              PERFORM APPLY-DELTA-TO-FILE
           END-IF

           IF WS-FILE-UPDATED
              PERFORM REBASE-BUFFERED-CELL
           END-IF
           .

       READ-COUNTER-FILE-CELL.
      *----------------------------------------------------------------*
      * Plain read of the cell's METCTRVS value for the rebase; a      *
      * cell not on file has been reset away, so its value is zero     *
      *----------------------------------------------------------------*
           EXEC CICS READ FILE('METCTRVS')
              INTO(MET-CTR-RECORD)
              RIDFLD(MET-CTR-KEY)
              KEYLENGTH(LENGTH OF MET-CTR-KEY)
              RESP(WS-RESP)
              RESP2(WS-RESP2)
           END-EXEC

           EVALUATE WS-RESP
              WHEN DFHRESP(NORMAL)
                 MOVE MET-CTR-VALUE TO WS-FILE-VALUE
                 SET WS-FILE-UPDATED TO TRUE
              WHEN DFHRESP(NOTFND)
                 MOVE ZERO TO WS-FILE-VALUE
                 SET WS-FILE-UPDATED TO TRUE
           END-EVALUATE
           .

       APPLY-DELTA-TO-FILE.
      *----------------------------------------------------------------*
      * Add the pending increments to the cell on METCTRVS and commit  *
      * the one cell, or back it out on any failure so it is retried   *
      * whole on the next pass                                         *
      *----------------------------------------------------------------*
           EXEC CICS READ FILE('METCTRVS')
              INTO(MET-CTR-RECORD)
              RIDFLD(MET-CTR-KEY)
              KEYLENGTH(LENGTH OF MET-CTR-KEY)
              UPDATE
              RESP(WS-RESP)
              RESP2(WS-RESP2)
           END-EXEC

           EVALUATE WS-RESP
              WHEN DFHRESP(NORMAL)
                 ADD WS-FLUSH-DELTA TO MET-CTR-VALUE
                 EXEC CICS REWRITE FILE('METCTRVS')
                    FROM(MET-CTR-RECORD)
                    RESP(WS-RESP)
                    RESP2(WS-RESP2)
                 END-EXEC
              WHEN DFHRESP(NOTFND)
                 MOVE MET-CBF-KEY TO MET-CTR-KEY
                 MOVE WS-FLUSH-DELTA TO MET-CTR-VALUE
                 EXEC CICS WRITE FILE('METCTRVS')
                    FROM(MET-CTR-RECORD)
                    RIDFLD(MET-CTR-KEY)
                    RESP(WS-RESP)
                    RESP2(WS-RESP2)
                 END-EXEC
           END-EVALUATE

           IF WS-RESP = DFHRESP(NORMAL)
              MOVE MET-CTR-VALUE TO WS-FILE-VALUE
              SET WS-FILE-UPDATED TO TRUE
              ADD 1 TO WS-CELLS-FLUSHED
              EXEC CICS SYNCPOINT
              END-EXEC
           ELSE
              ADD 1 TO WS-CELLS-FAILED
              DISPLAY 'METRFLSH: METCTRVS UPDATE ERROR RESP='
                 WS-RESP ' RESP2=' WS-RESP2 ' KEY=' WS-BROWSE-KEY
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
           END-IF
           .

       REBASE-BUFFERED-CELL.
      *----------------------------------------------------------------*
      * Take exactly what was carried off the row - increments added   *
      * since the browse read it stay pending - and rebase the row on  *
      * the file value.  A row for an hour already over with nothing   *
      * left pending is dropped; the next increment for it, if any,    *
      * re-seeds it from METCTRVS                                      *
      *----------------------------------------------------------------*
           EXEC CICS READ FILE('METCBFVS')
              INTO(MET-CBF-RECORD)
              RIDFLD(WS-BROWSE-KEY)
              KEYLENGTH(LENGTH OF WS-BROWSE-KEY)
              UPDATE
              RESP(WS-RESP)
              RESP2(WS-RESP2)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
              SUBTRACT WS-FLUSH-DELTA FROM MET-CBF-PENDING
              MOVE WS-FILE-VALUE TO MET-CBF-BASE-VALUE

              IF MET-CBF-PENDING = ZERO
                 AND MET-CBF-HOUR NOT = WS-CURRENT-HOUR
                 EXEC CICS DELETE FILE('METCBFVS')
                    RESP(WS-RESP)
                    RESP2(WS-RESP2)
                 END-EXEC
              ELSE
                 EXEC CICS REWRITE FILE('METCBFVS')
                    FROM(MET-CBF-RECORD)
                    RESP(WS-RESP)
                    RESP2(WS-RESP2)
                 END-EXEC
              END-IF
           END-IF

           IF WS-RESP NOT = DFHRESP(NORMAL)
              DISPLAY 'METRFLSH: METCBFVS UPDATE ERROR RESP='
                 WS-RESP ' RESP2=' WS-RESP2 ' KEY=' WS-BROWSE-KEY
           END-IF
           .

       STAMP-FLUSH-CONTROL.
      *----------------------------------------------------------------*
      * Stamp the region's flush control row with this pass's          *
      * watermark, the interval since the last one and the pass's      *
      * cell counts.  A region on its way down is marked stopped so    *
      * the readers stop waiting on its watermark.  A region's row is  *
      * first written by a pass that flushed every cell - until then   *
      * it has no watermark to offer                                   *
      *----------------------------------------------------------------*
           EXEC CICS INQUIRE SYSTEM
              CICSSTATUS(WS-CICS-STATUS)
              RESP(WS-RESP)
              RESP2(WS-RESP2)
           END-EXEC

           MOVE WS-REGION-APPLID TO MET-FLC-REGION

           EXEC CICS READ FILE('METFLCVS')
              INTO(MET-FLC-RECORD)
              RIDFLD(MET-FLC-REGION)
              KEYLENGTH(LENGTH OF MET-FLC-REGION)
              UPDATE
              RESP(WS-RESP)
              RESP2(WS-RESP2)
           END-EXEC

           EVALUATE WS-RESP
              WHEN DFHRESP(NORMAL)
                 COMPUTE MET-FLC-LAST-INTERVAL =
                    (WS-MARK-ABSTIME - MET-FLC-MARK-ABSTIME) / 1000
                 PERFORM FILL-FLUSH-CONTROL
                 EXEC CICS REWRITE FILE('METFLCVS')
                    FROM(MET-FLC-RECORD)
                    RESP(WS-RESP)
                    RESP2(WS-RESP2)
                 END-EXEC
              WHEN DFHRESP(NOTFND)
                 IF WS-CELLS-FAILED = ZERO
                    MOVE WS-REGION-APPLID TO MET-FLC-REGION
                    MOVE ZERO TO MET-FLC-LAST-INTERVAL
                    PERFORM FILL-FLUSH-CONTROL
                    EXEC CICS WRITE FILE('METFLCVS')
                       FROM(MET-FLC-RECORD)
                       RIDFLD(MET-FLC-REGION)
                       RESP(WS-RESP)
                       RESP2(WS-RESP2)
                    END-EXEC
                 END-IF
           END-EVALUATE

           IF WS-RESP NOT = DFHRESP(NORMAL)
              AND WS-RESP NOT = DFHRESP(NOTFND)
              DISPLAY 'METRFLSH: METFLCVS UPDATE ERROR RESP='
                 WS-RESP ' RESP2=' WS-RESP2 ' REGION=' WS-REGION-APPLID
           END-IF
           .

       FILL-FLUSH-CONTROL.
      *----------------------------------------------------------------*
      * Move this pass's counts and status into the row.  The          *
      * watermark only moves on when every cell flushed - a failed     *
      * cell's increments are still on the buffer, so the hour is not  *
      * complete on METCTRVS and the prior watermark still holds       *
      *----------------------------------------------------------------*
           IF WS-CELLS-FAILED = ZERO
              MOVE WS-MARK-DATE TO MET-FLC-MARK-DATE
              MOVE WS-MARK-TIME TO MET-FLC-MARK-TIME
              MOVE WS-MARK-ABSTIME TO MET-FLC-MARK-ABSTIME
           END-IF
           MOVE WS-CELLS-FLUSHED TO MET-FLC-CELLS-FLUSHED
           MOVE WS-CELLS-FAILED TO MET-FLC-CELLS-FAILED

           IF WS-CICS-STATUS = DFHVALUE(FIRSTQUIESCE)
              OR WS-CICS-STATUS = DFHVALUE(FINALQUIESCE)
              SET MET-FLC-STOPPED TO TRUE
           ELSE
              SET MET-FLC-ACTIVE TO TRUE
           END-IF
           .
