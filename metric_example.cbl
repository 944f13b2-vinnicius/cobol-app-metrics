          05 WS-TXN-TYPE-CD              PIC 9(2).
          05 WS-CURRENT-TXN-TYPE-NAME    PIC X(16).
          05 WS-CURRENT-HOUR             PIC 9(2).
          05 WS-REGION-APPLID            PIC X(8).
          05 WS-BOUNDARY-1-MS            PIC 9(5).
          05 WS-BOUNDARY-2-MS            PIC 9(5).
          05 WS-BOUNDARY-3-MS            PIC 9(5).
          05 WS-CTR-KEY-HOUR             PIC 9(2).
          05 WS-CTR-INCREMENT-BY         PIC 9(9) COMP.
          05 WS-CTR-RESULT-VALUE         PIC 9(9) COMP.
          05 WS-CBF-DONE-FLAG            PIC X.
             88 WS-CBF-DONE              VALUE 'Y'.
          05 WS-CTR-READ-FLAG            PIC X.
             88 WS-CTR-READ-OK           VALUE 'Y'.

      *----------------------------------------------------------------*
      * Counter file record (METCTRVS, VSAM KSDS) - see CPYMCTR        *
       01 MET-CTR-RECORD.
           COPY CPYMCTR.

      *----------------------------------------------------------------*
      * Region-local counter buffer row (METCBFVS) - see CPYMCBF       *
      *----------------------------------------------------------------*
       01 MET-CBF-RECORD.
           COPY CPYMCBF.

      *----------------------------------------------------------------*
      * Latency SLA boundary control record (METBNDVS) - see CPYMBND   *
      *----------------------------------------------------------------*
           COPY CPYMBND.

      *----------------------------------------------------------------*
      * Amount band control record (METABDVS) - see CPYMABD            *
      *----------------------------------------------------------------*
       01 MET-ABD-RECORD.
           COPY CPYMABD.

      *----------------------------------------------------------------*
      * Error flight-recorder control record (METTRCVS) - see CPYMTRC  *
      *----------------------------------------------------------------*
       01 MET-TRC-RECORD.
           COPY CPYMTRC.

      *----------------------------------------------------------------*
      * Error flight-recorder capture record (METCAPVS) - see CPYMCAP  *
      *----------------------------------------------------------------*
       01 MET-CAP-RECORD.
           COPY CPYMCAP.

      *----------------------------------------------------------------*
      * Error flight-recorder working fields.  The RESP/RESP2 or       *
      * SQLCODE behind the error code is saved the moment the error    *
      * is resolved - the instrumentation's own CICS calls overwrite   *
      * WS-RESP long before the capture record is written              *
      *----------------------------------------------------------------*
       01 WS-TRACE-WORK.
          05 WS-ERROR-ORIGIN-FLAG        PIC X.
       INITIALIZE-TRANSACTION.
      *----------------------------------------------------------------*
      * Load the transaction-type registry, resolve the hour-of-day    *
      * counter bucket and the owning region's APPLID, pull the        *
      * calling transaction's real data off the commarea (falling back *
      * to the built-in demo values when there is none so the program  *
      * still runs stand-alone), and load this transaction type's      *
      * histogram boundaries                                           *
      *----------------------------------------------------------------*

           COMPUTE WS-CURRENT-HOUR = EIBTIME / 10000

      * Every counter cell and exported metric carries the region
           EXEC CICS ASSIGN APPLID(WS-REGION-APPLID)
              RESP(WS-RESP)
              RESP2(WS-RESP2)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE SPACES TO WS-REGION-APPLID
           END-IF

           PERFORM LOAD-TXN-TYPE-TABLE
           PERFORM RECEIVE-COMMAREA
           IF WS-REQUEST-ACCEPTED
      * Auto mode: the recorder runs only while the current hour's     *
      * error cell (603) has reached the row's arm limit - a plain     *
      * read of the cell, no increment, so the recorder never moves    *
      * the numbers it is watching.  The cell read is this region's    *
      * own, so a sick region arms its recorder without waiting on     *
      * the healthy ones - and it is read through the region's         *
      * counter buffer, so errors not yet flushed to METCTRVS count    *
      *----------------------------------------------------------------*

           MOVE 603 TO MET-CBF-METRIC-ID
           MOVE WS-TXN-TYPE-CD TO MET-CBF-TXN-TYPE
           MOVE ZEROS TO MET-CBF-BUCKET
           MOVE WS-CURRENT-HOUR TO MET-CBF-HOUR
           MOVE WS-REGION-APPLID TO MET-CBF-REGION
           MOVE 'N' TO WS-CBF-DONE-FLAG

           PERFORM READ-BUFFERED-CELL

           IF WS-CBF-DONE
              COMPUTE WS-TRACE-603-VALUE =
                 MET-CBF-BASE-VALUE + MET-CBF-PENDING
           ELSE
              PERFORM READ-COUNTER-FILE-CELL
              MOVE MET-CTR-VALUE TO WS-TRACE-603-VALUE
           END-IF

           IF WS-TRACE-603-VALUE NOT < MET-TRC-ARM-LIMIT

       GET-AND-INCREMENT-COUNTER.
      *----------------------------------------------------------------*
      * Add WS-CTR-INCREMENT-BY (zero is a valid, read-only,           *
      * increment) to this region's own counter cell, keyed by         *
      * whatever the caller has already moved into WS-CTR-KEY-METRIC-  *
      * ID / -TXN-TYPE / -BUCKET / -HOUR, and return the resulting     *
      * cumulative value in WS-CTR-RESULT-VALUE.  The increment goes   *
      * to the region-local METCBFVS buffer (CPYMCBF) - an in-storage  *
      * update, so no METCTRVS record is held for update on the        *
      * transaction's path; the MFLS flush carries it to METCTRVS.  A  *
      * cell the buffer has not seen yet is seeded from its METCTRVS   *
      * value; a buffer that cannot take the update (not open, full),  *
      * or a cell whose METCTRVS value cannot be read to seed it,      *
      * falls back to the read-modify-write on METCTRVS itself         *
      *----------------------------------------------------------------*

           MOVE WS-CTR-KEY-METRIC-ID TO MET-CBF-METRIC-ID
           MOVE WS-CTR-KEY-TXN-TYPE TO MET-CBF-TXN-TYPE
           MOVE WS-CTR-KEY-BUCKET TO MET-CBF-BUCKET
           MOVE WS-CTR-KEY-HOUR TO MET-CBF-HOUR
           MOVE WS-REGION-APPLID TO MET-CBF-REGION
           MOVE 'N' TO WS-CBF-DONE-FLAG

           IF WS-CTR-INCREMENT-BY = ZERO
              PERFORM READ-BUFFERED-CELL
           ELSE
              PERFORM INCREMENT-BUFFERED-CELL
              IF WS-RESP = DFHRESP(NOTFND)
                 PERFORM SEED-BUFFERED-CELL
      *          Another task seeded the cell first - add to its row
                 IF WS-RESP = DFHRESP(DUPREC)
                    PERFORM INCREMENT-BUFFERED-CELL
                 END-IF
              END-IF
           END-IF

           IF WS-CBF-DONE
              COMPUTE WS-CTR-RESULT-VALUE =
                 MET-CBF-BASE-VALUE + MET-CBF-PENDING
           ELSE
              PERFORM UPDATE-COUNTER-FILE-CELL
           END-IF
           .

       READ-BUFFERED-CELL.
      *----------------------------------------------------------------*
      * Zero increment: read the buffered cell as it stands.  A cell   *
      * not in the buffer yet is read straight off METCTRVS - nothing  *
      * is pending for it in this region                               *
      *----------------------------------------------------------------*

           EXEC CICS READ FILE('METCBFVS')
              INTO(MET-CBF-RECORD)
              RIDFLD(MET-CBF-KEY)
              KEYLENGTH(LENGTH OF MET-CBF-KEY)
              RESP(WS-RESP)
              RESP2(WS-RESP2)
           END-EXEC

           EVALUATE WS-RESP
              WHEN DFHRESP(NORMAL)
                 SET WS-CBF-DONE TO TRUE
              WHEN DFHRESP(NOTFND)
                 PERFORM READ-COUNTER-FILE-CELL
                 IF WS-CTR-READ-OK
                    MOVE MET-CTR-VALUE TO MET-CBF-BASE-VALUE
                    MOVE ZERO TO MET-CBF-PENDING
                    SET WS-CBF-DONE TO TRUE
                 END-IF
           END-EVALUATE
           .

       INCREMENT-BUFFERED-CELL.
      *----------------------------------------------------------------*
      * Add the increment to the cell's buffered row.  The row is      *
      * held only between this READ UPDATE and the REWRITE - in        *
      * storage, with no I/O in between.  WS-RESP is left NOTFND for   *
      * a cell the buffer has not seen yet                             *
      *----------------------------------------------------------------*

           EXEC CICS READ FILE('METCBFVS')
              INTO(MET-CBF-RECORD)
              RIDFLD(MET-CBF-KEY)
              KEYLENGTH(LENGTH OF MET-CBF-KEY)
              UPDATE
              RESP(WS-RESP)
              RESP2(WS-RESP2)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
              ADD WS-CTR-INCREMENT-BY TO MET-CBF-PENDING
              EXEC CICS REWRITE FILE('METCBFVS')
                 FROM(MET-CBF-RECORD)
                 RESP(WS-RESP)
                 RESP2(WS-RESP2)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL)
                 SET WS-CBF-DONE TO TRUE
              ELSE
                 DISPLAY 'METRICEX: METCBFVS REWRITE ERROR RESP='
                    WS-RESP ' RESP2=' WS-RESP2 ' METRIC-ID='
                    MET-CBF-METRIC-ID ' BUCKET=' MET-CBF-BUCKET
              END-IF
           END-IF
           .

       SEED-BUFFERED-CELL.
      *----------------------------------------------------------------*
      * First touch of the cell in this region since the buffer was    *
      * last emptied: start its row from the cell's METCTRVS value     *
      * with this increment pending.  WS-RESP is left DUPREC when      *
      * another task got the row in first.  A METCTRVS value that      *
      * cannot be read seeds nothing - a zero base would overwrite the *
      * real counter at the next flush - and the increment goes to     *
      * METCTRVS directly instead                                      *
      *----------------------------------------------------------------*

           PERFORM READ-COUNTER-FILE-CELL

           IF WS-CTR-READ-OK
              MOVE MET-CTR-VALUE TO MET-CBF-BASE-VALUE
              MOVE WS-CTR-INCREMENT-BY TO MET-CBF-PENDING

              EXEC CICS WRITE FILE('METCBFVS')
                 FROM(MET-CBF-RECORD)
                 RIDFLD(MET-CBF-KEY)
                 RESP(WS-RESP)
                 RESP2(WS-RESP2)
              END-EXEC

              EVALUATE WS-RESP
                 WHEN DFHRESP(NORMAL)
                    SET WS-CBF-DONE TO TRUE
                 WHEN DFHRESP(DUPREC)
                    CONTINUE
                 WHEN OTHER
                    DISPLAY 'METRICEX: METCBFVS WRITE ERROR RESP='
                       WS-RESP ' RESP2=' WS-RESP2 ' METRIC-ID='
                       MET-CBF-METRIC-ID ' BUCKET=' MET-CBF-BUCKET
              END-EVALUATE
           END-IF
           .

       READ-COUNTER-FILE-CELL.
      *----------------------------------------------------------------*
      * Plain read (no update) of the buffered cell's METCTRVS row; a  *
      * cell not on file yet counts as zero.  Any other failure is     *
      * logged and leaves WS-CTR-READ-OK off - the value is not known, *
      * and must not be taken for zero                                 *
      *----------------------------------------------------------------*

           MOVE MET-CBF-KEY TO MET-CTR-KEY

           EXEC CICS READ FILE('METCTRVS')
              INTO(MET-CTR-RECORD)
              RIDFLD(MET-CTR-KEY)
              KEYLENGTH(LENGTH OF MET-CTR-KEY)
              RESP(WS-RESP)
              RESP2(WS-RESP2)
           END-EXEC

           EVALUATE WS-RESP
              WHEN DFHRESP(NORMAL)
                 SET WS-CTR-READ-OK TO TRUE
              WHEN DFHRESP(NOTFND)
                 MOVE ZERO TO MET-CTR-VALUE
                 SET WS-CTR-READ-OK TO TRUE
              WHEN OTHER
                 MOVE 'N' TO WS-CTR-READ-FLAG
                 MOVE ZERO TO MET-CTR-VALUE
                 DISPLAY 'METRICEX: METCTRVS READ ERROR RESP='
                    WS-RESP ' RESP2=' WS-RESP2 ' METRIC-ID='
                    MET-CTR-METRIC-ID ' BUCKET=' MET-CTR-BUCKET
           END-EVALUATE
           .

       UPDATE-COUNTER-FILE-CELL.
      *----------------------------------------------------------------*
      * Read-modify-write the cell on METCTRVS directly - the path     *
      * every increment took before the region-local buffer, kept for  *
      * when the buffer cannot take the update                         *
      *----------------------------------------------------------------*

           MOVE WS-CTR-KEY-METRIC-ID TO MET-CTR-METRIC-ID
           MOVE WS-CTR-KEY-TXN-TYPE TO MET-CTR-TXN-TYPE
           MOVE WS-CTR-KEY-BUCKET TO MET-CTR-BUCKET
           MOVE WS-CTR-KEY-HOUR TO MET-CTR-HOUR
           MOVE WS-REGION-APPLID TO MET-CTR-REGION

           EXEC CICS READ FILE('METCTRVS')
              INTO(MET-CTR-RECORD)

      * Attribute 5: hour_of_day (23) - the counter cell posted to
           PERFORM SETUP-HOUR-ATTRIBUTE

      * Attribute 6: cics_region (03) - the region's own cell
           PERFORM SETUP-REGION-ATTRIBUTE
           .

       SETUP-DB-SELECT-ATTRIBUTES.

      * Attribute 5: hour_of_day (23) - the counter cell posted to
           PERFORM SETUP-HOUR-ATTRIBUTE

      * Attribute 6: cics_region (03) - the region's own cell
           PERFORM SETUP-REGION-ATTRIBUTE
           .

       SETUP-TRANSACTION-ATTRIBUTES.

      * Attribute 5: hour_of_day (23) - the counter cell posted to
           PERFORM SETUP-HOUR-ATTRIBUTE

      * Attribute 6: cics_region (03) - the region's own cell
           PERFORM SETUP-REGION-ATTRIBUTE
           .

       SETUP-HOUR-ATTRIBUTE.
           END-IF
           .

       SETUP-REGION-ATTRIBUTE.
      *----------------------------------------------------------------*
      * Stamp the metric with the APPLID of the CICS region that       *
      * posted it (attribute 03) - the last part of the METCTRVS cell  *
      * key, so METRCN01 can tie the extract back to the region's own  *
      * cell and the exports can be split or summed by region          *
      *----------------------------------------------------------------*

           IF WS-ATTR-COUNT < 10
              ADD 1 TO WS-ATTR-COUNT
              MOVE 3 TO WS-ATTR-CODE(WS-ATTR-COUNT)
              MOVE WS-REGION-APPLID TO WS-ATTR-VALUE(WS-ATTR-COUNT)
           END-IF
           .

       SETUP-ERROR-ATTRIBUTES.
      *----------------------------------------------------------------*
      * Configure attributes for error metrics                         *
       RECORD-REJECTED-REQUEST.
      *----------------------------------------------------------------*
      * Count the rejected request under metric 604 - one counter      *
      * cell per (claimed) transaction type and hour, zero for a       *
      * commarea too broken to name a type - and ship the metric so    *
      * the reports show which calling application is sending garbage  *
      *----------------------------------------------------------------*

           MOVE 604 TO WS-METRIC-ID

      * Attribute 5: hour_of_day (23) - the counter cell posted to
           PERFORM SETUP-HOUR-ATTRIBUTE

      * Attribute 6: cics_region (03) - the region's own cell
           PERFORM SETUP-REGION-ATTRIBUTE
           .

       SET-COMMAREA-RESULT.
