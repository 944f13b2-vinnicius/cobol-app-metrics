      * queue fallback all live here and run exactly once per request, *
      * the same way METRICEX's own instrumentation does them.         *
      *                                                                *
      * The service stamps every metric it ships with the resolved     *
      * transaction_type (22), hour_of_day (23) and cics_region (03)   *
      * attributes when the caller has not already supplied them, so   *
      * METRCN01 can reconcile service-emitted metrics the same as     *
      * METRICEX's.  Counter cells are kept per region, keyed by the   *
      * APPLID of the region the service runs in, and increments go    *
      * to the region-local METCBFVS buffer (CPYMCBF) that the MFLS    *
      * flush transaction carries to METCTRVS - the same path          *
      * METRICEX's own counters take.                                  *
      *                                                                *
      * A heartbeat from the MHBT canary (metric 690 - see CPYMHBC) is *
      * delivered like any other metric, and then its outcome is       *
      * recorded: the region's METHBTVS row (CPYMHBT) is stamped with  *
      * the moment it reached the extract and the moment METCOLECT     *
      * accepted it, and each heartbeat METCOLECT accepted is written  *
      * to the METHBRC collector receipt file (CPYMHBR) - the          *
      * evidence METRALRT and the METHBG01 gap job judge the           *
      * pipeline by.                                                   *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
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
      * Duration histogram working copy for a 'D' request              *
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
             88 WS-ATTRS-VALID           VALUE 'Y'.
             88 WS-ATTRS-INVALID         VALUE 'N'.

      *----------------------------------------------------------------*
      * How this request's metric fared on each side of the pipeline,  *
      * and the heartbeat's own sequence and emit stamp as read back   *
      * off its attributes (70 and 71)                                 *
      *----------------------------------------------------------------*
       01 WS-DELIVERY-WORK.
          05 WS-EXTRACT-FLAG             PIC X.
             88 WS-EXTRACT-WRITTEN       VALUE 'Y'.
          05 WS-COLLECT-FLAG             PIC X.
             88 WS-COLLECT-ACCEPTED      VALUE 'Y'.
          05 WS-DELIVERY-ABSTIME         PIC S9(15) COMP-3.
          05 WS-DELIVERY-DATE            PIC 9(8).
          05 WS-DELIVERY-TIME            PIC 9(6).
          05 WS-HBT-ATTR-IDX             PIC 9(2) COMP.
          05 WS-HBT-SEQUENCE-VALUE.
             10 WS-HBT-SEQUENCE          PIC 9(9).
             10 FILLER                   PIC X(7).
          05 WS-HBT-STAMP-VALUE.
             10 WS-HBT-EMIT-DATE         PIC 9(8).
             10 WS-HBT-EMIT-TIME         PIC 9(6).
             10 FILLER                   PIC X(2).

      *----------------------------------------------------------------*
      * Heartbeat rules - see CPYMHBC                                  *
      *----------------------------------------------------------------*
           COPY CPYMHBC.

      *----------------------------------------------------------------*
      * Region heartbeat control row (METHBTVS) - see CPYMHBT          *
      *----------------------------------------------------------------*
       01 MET-HBT-RECORD.
           COPY CPYMHBT.

      *----------------------------------------------------------------*
      * Heartbeat collector receipt (METHBRC) - see CPYMHBR            *
      *----------------------------------------------------------------*
       01 MET-HBR-RECORD.
           COPY CPYMHBR.

       LINKAGE SECTION.

      *----------------------------------------------------------------*

           COMPUTE WS-CURRENT-HOUR = EIBTIME / 10000

           EXEC CICS ASSIGN APPLID(WS-REGION-APPLID)
              RESP(WS-RESP)
              RESP2(WS-RESP2)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE SPACES TO WS-REGION-APPLID
           END-IF

           PERFORM LOAD-TXN-TYPE-TABLE

           MOVE 00 TO MET-API-RETURN-CODE
           END-IF

      * The attribute list must leave room for the stamps this
      * service adds on top of it - transaction_type (22),
      * hour_of_day (23) and cics_region (03) for every metric, plus
      * the bucket label (99) for a duration and METRIC_MODE (24) for
      * an emit - so the extract records can always be tied back to
      * their counter cells (or bypassed) by the nightly
      * reconciliation
           IF MET-API-RETURN-CODE = 00
              EVALUATE TRUE
                 WHEN MET-API-OP-COUNTER
                    IF MET-API-ATTR-COUNT > 7
                       MOVE 12 TO MET-API-RETURN-CODE
                       MOVE 'BADAT' TO MET-API-ERROR-CODE
                    END-IF
                 WHEN MET-API-OP-DURATION
                    IF MET-API-ATTR-COUNT > 6
                       MOVE 12 TO MET-API-RETURN-CODE
                       MOVE 'BADAT' TO MET-API-ERROR-CODE
                    END-IF
                 WHEN MET-API-OP-METRIC
                    IF MET-API-ATTR-COUNT > 8
                       MOVE 12 TO MET-API-RETURN-CODE
                       MOVE 'BADAT' TO MET-API-ERROR-CODE
                    END-IF
       BUILD-METRIC-ATTRIBUTES.
      *----------------------------------------------------------------*
      * Copy the caller's attribute list into the metric record, then  *
      * stamp the resolved transaction_type (22), hour_of_day (23) and *
      * cics_region (03) when the caller has not already supplied them *
      *----------------------------------------------------------------*

           MOVE MET-API-ATTR-COUNT TO WS-ATTR-COUNT
              MOVE 23 TO WS-ATTR-CODE(WS-ATTR-COUNT)
              MOVE WS-CURRENT-HOUR TO WS-ATTR-VALUE(WS-ATTR-COUNT)
           END-IF

           MOVE 3 TO WS-SCAN-ATTR-CODE
           PERFORM FIND-ATTRIBUTE-CODE
           IF NOT WS-SCAN-FOUND
              AND WS-ATTR-COUNT < 10
              ADD 1 TO WS-ATTR-COUNT
              MOVE 3 TO WS-ATTR-CODE(WS-ATTR-COUNT)
              MOVE WS-REGION-APPLID TO WS-ATTR-VALUE(WS-ATTR-COUNT)
           END-IF
           .

       COPY-ONE-ATTRIBUTE.

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
                 DISPLAY 'METRAPI: METCBFVS REWRITE ERROR RESP='
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
                    DISPLAY 'METRAPI: METCBFVS WRITE ERROR RESP='
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
                 DISPLAY 'METRAPI: METCTRVS READ ERROR RESP='
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
      *----------------------------------------------------------------*

           PERFORM VALIDATE-METRIC-ATTRIBUTES
           MOVE 'N' TO WS-EXTRACT-FLAG
           MOVE 'N' TO WS-COLLECT-FLAG

           IF WS-ATTRS-VALID
              PERFORM WRITE-METRIC-EXTRACT
                    RESP2(WS-RESP2)
                 END-EXEC

                 IF WS-RESP = DFHRESP(NORMAL)
                    SET WS-COLLECT-ACCEPTED TO TRUE
                 ELSE
                    PERFORM QUEUE-METRIC-FOR-RECOVERY
                 END-IF
              END-IF

              IF WS-METRIC-ID = WS-HBC-METRIC-ID
                 PERFORM RECORD-HEARTBEAT-DELIVERY
              END-IF
           ELSE
              MOVE 12 TO MET-API-RETURN-CODE
              MOVE 'BADAT' TO MET-API-ERROR-CODE
              RESP2(WS-RESP2)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
              SET WS-EXTRACT-WRITTEN TO TRUE
           ELSE
              DISPLAY 'METRAPI: METEXTR WRITE ERROR RESP='
                 WS-RESP ' RESP2=' WS-RESP2 ' METRIC-ID='
                 WS-METRIC-ID
              RESP2(WS-RESP2)
           END-EXEC
           .

       RECORD-HEARTBEAT-DELIVERY.
      *----------------------------------------------------------------*
      * A canary heartbeat has been delivered: stamp the region's      *
      * METHBTVS row with the moment it reached each side of the       *
      * pipeline it did reach, and write the collector receipt when    *
      * METCOLECT took it.  A heartbeat that reached neither side      *
      * leaves the row alone - the stale stamps are the alarm.  None   *
      * of this may fail the request; trouble is only logged           *
      *----------------------------------------------------------------*

           EXEC CICS ASKTIME ABSTIME(WS-DELIVERY-ABSTIME)
           END-EXEC

           EXEC CICS FORMATTIME ABSTIME(WS-DELIVERY-ABSTIME)
              YYYYMMDD(WS-DELIVERY-DATE)
              TIME(WS-DELIVERY-TIME)
           END-EXEC

           PERFORM DECODE-HEARTBEAT-ATTRIBUTES

           IF WS-EXTRACT-WRITTEN
              OR WS-COLLECT-ACCEPTED
              PERFORM STAMP-HEARTBEAT-CONTROL
           END-IF

           IF WS-COLLECT-ACCEPTED
              PERFORM WRITE-HEARTBEAT-RECEIPT
           END-IF
           .

       DECODE-HEARTBEAT-ATTRIBUTES.
      *----------------------------------------------------------------*
      * Read the heartbeat's sequence number (70) and emit stamp (71)  *
      * back off its attributes; one missing or mangled reads as zero  *
      *----------------------------------------------------------------*

           MOVE ZERO TO WS-HBT-SEQUENCE
           MOVE ZERO TO WS-HBT-EMIT-DATE
           MOVE ZERO TO WS-HBT-EMIT-TIME

           PERFORM DECODE-ONE-HEARTBEAT-ATTR
              VARYING WS-HBT-ATTR-IDX FROM 1 BY 1
              UNTIL WS-HBT-ATTR-IDX > WS-ATTR-COUNT

           IF WS-HBT-SEQUENCE NOT NUMERIC
              MOVE ZERO TO WS-HBT-SEQUENCE
           END-IF
           IF WS-HBT-EMIT-DATE NOT NUMERIC
              OR WS-HBT-EMIT-TIME NOT NUMERIC
              MOVE ZERO TO WS-HBT-EMIT-DATE
              MOVE ZERO TO WS-HBT-EMIT-TIME
           END-IF
           .

       DECODE-ONE-HEARTBEAT-ATTR.
           EVALUATE WS-ATTR-CODE(WS-HBT-ATTR-IDX)
              WHEN 70
                 MOVE WS-ATTR-VALUE(WS-HBT-ATTR-IDX)
                    TO WS-HBT-SEQUENCE-VALUE
              WHEN 71
                 MOVE WS-ATTR-VALUE(WS-HBT-ATTR-IDX)
                    TO WS-HBT-STAMP-VALUE
           END-EVALUATE
           .

       STAMP-HEARTBEAT-CONTROL.
      *----------------------------------------------------------------*
      * Stamp the region's control row with this delivery.  The canary *
      * wrote the row before sending, so a row that is not there has   *
      * been deleted under it and is not recreated here                *
      *----------------------------------------------------------------*

           MOVE WS-REGION-APPLID TO MET-HBT-REGION

           EXEC CICS READ FILE('METHBTVS')
              INTO(MET-HBT-RECORD)
              RIDFLD(MET-HBT-REGION)
              KEYLENGTH(LENGTH OF MET-HBT-REGION)
              UPDATE
              RESP(WS-RESP)
              RESP2(WS-RESP2)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
              IF WS-EXTRACT-WRITTEN
                 MOVE WS-DELIVERY-DATE TO MET-HBT-EXTRACT-DATE
                 MOVE WS-DELIVERY-TIME TO MET-HBT-EXTRACT-TIME
                 MOVE WS-DELIVERY-ABSTIME TO MET-HBT-EXTRACT-ABSTIME
              END-IF
              IF WS-COLLECT-ACCEPTED
                 MOVE WS-DELIVERY-DATE TO MET-HBT-COLLECT-DATE
                 MOVE WS-DELIVERY-TIME TO MET-HBT-COLLECT-TIME
                 MOVE WS-DELIVERY-ABSTIME TO MET-HBT-COLLECT-ABSTIME
              END-IF
              EXEC CICS REWRITE FILE('METHBTVS')
                 FROM(MET-HBT-RECORD)
                 RESP(WS-RESP)
                 RESP2(WS-RESP2)
              END-EXEC
           END-IF

           IF WS-RESP NOT = DFHRESP(NORMAL)
              DISPLAY 'METRAPI: METHBTVS UPDATE ERROR RESP='
                 WS-RESP ' RESP2=' WS-RESP2
                 ' REGION=' WS-REGION-APPLID
           END-IF
           .

       WRITE-HEARTBEAT-RECEIPT.
      *----------------------------------------------------------------*
      * Append the collector receipt - the same plain, append-only     *
      * write as the METEXTR extract                                   *
      *----------------------------------------------------------------*

           MOVE WS-REGION-APPLID TO MET-HBR-REGION
           MOVE WS-HBT-SEQUENCE TO MET-HBR-SEQUENCE
           MOVE WS-HBT-EMIT-DATE TO MET-HBR-EMIT-DATE
           MOVE WS-HBT-EMIT-TIME TO MET-HBR-EMIT-TIME
           MOVE WS-DELIVERY-DATE TO MET-HBR-RECEIVED-DATE
           MOVE WS-DELIVERY-TIME TO MET-HBR-RECEIVED-TIME
           SET MET-HBR-LIVE TO TRUE

           EXEC CICS WRITE FILE('METHBRC')
              FROM(MET-HBR-RECORD)
              RESP(WS-RESP)
              RESP2(WS-RESP2)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
              DISPLAY 'METRAPI: METHBRC WRITE ERROR RESP='
                 WS-RESP ' RESP2=' WS-RESP2
                 ' SEQUENCE=' WS-HBT-SEQUENCE
           END-IF
           .
