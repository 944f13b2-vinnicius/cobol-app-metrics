       IDENTIFICATION DIVISION.
       PROGRAM-ID. METRHBT.
       AUTHOR. COBOL-METRICS-TEAM.

      *----------------------------------------------------------------*
      * Metrics pipeline heartbeat canary (MHBT).                      *
      * Started on a short timer in every region that takes metrics    *
      * (like METRFLSH and METRALRT, no terminal I/O of its own), at   *
      * the interval CPYMHBC records.  Each pop emits one heartbeat -  *
      * metric 690 - through METRAPI exactly the way an application    *
      * emits a metric, so it travels the same METEXTR extract write   *
      * and METCOLECT ship as the business metrics do and proves that  *
      * path was working at that moment.                               *
      *                                                                *
      * The heartbeat is marked METRIC_MODE=HEARTBEAT (24), so no      *
      * report takes it for business traffic and the METRCN01          *
      * reconciliation bypasses it as it does any moded metric, and    *
      * carries the region's next sequence number (70, also the        *
      * metric value) and the emit date and time (71).  The sequence   *
      * is kept on the region's METHBTVS row (CPYMHBT), taken and      *
      * stamped before the heartbeat is sent; METRAPI stamps the same  *
      * row as the heartbeat reaches each side of the pipeline, and    *
      * writes the METHBRC collector receipt (CPYMHBR).                *
      *                                                                *
      * Sequence numbers let the METHBG01 nightly gap job tell a gap   *
      * where the canary sent heartbeats that were lost from one       *
      * where nothing was sent at all.                                 *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WS-CICS-CONTROL.
           05  WS-RESP                     PIC S9(8) COMP.
           05  WS-RESP2                    PIC S9(8) COMP.

       01  WS-BEAT-CONTROL.
           05  WS-REGION-APPLID            PIC X(8).
           05  WS-BEAT-ABSTIME             PIC S9(15) COMP-3.
           05  WS-BEAT-DATE                PIC 9(8).
           05  WS-BEAT-TIME                PIC 9(6).
           05  WS-ROW-FLAG                 PIC X.
               88  WS-ROW-ON-FILE          VALUE 'Y'.
           05  WS-SEQUENCE-FLAG            PIC X.
               88  WS-SEQUENCE-TAKEN       VALUE 'Y'.

      *----------------------------------------------------------------*
      * Attribute values as they go on the heartbeat - the sequence    *
      * number and the emit stamp, each in a 16-byte attribute value   *
      *----------------------------------------------------------------*
       01  WS-SEQUENCE-VALUE.
           05  WS-SEQ-DIGITS               PIC 9(9).
           05  FILLER                      PIC X(7) VALUE SPACES.

       01  WS-STAMP-VALUE.
           05  WS-STP-DATE                 PIC 9(8).
           05  WS-STP-TIME                 PIC 9(6).
           05  FILLER                      PIC X(2) VALUE SPACES.

      *----------------------------------------------------------------*
      * Heartbeat rules - see CPYMHBC                                  *
      *----------------------------------------------------------------*
           COPY CPYMHBC.

      *----------------------------------------------------------------*
      * Region heartbeat control row (METHBTVS) - see CPYMHBT          *
      *----------------------------------------------------------------*
       01  MET-HBT-RECORD.
           COPY CPYMHBT.

      *----------------------------------------------------------------*
      * METRAPI request commarea - see CPYMAPI                         *
      *----------------------------------------------------------------*
       01  MET-API-REQUEST.
           COPY CPYMAPI.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
      *----------------------------------------------------------------*
      * Take the region's next sequence number, then send the          *
      * heartbeat through the metrics service.  A sequence number      *
      * that cannot be taken sends nothing - a heartbeat without one   *
      * would only muddy the gap job's evidence, and its absence is    *
      * itself the gap the job will report                             *
      *----------------------------------------------------------------*
           PERFORM INITIALIZE-BEAT
           PERFORM TAKE-NEXT-SEQUENCE

           IF WS-SEQUENCE-TAKEN
              PERFORM SEND-HEARTBEAT
           END-IF

           EXEC CICS RETURN
           END-EXEC
           .

       INITIALIZE-BEAT.
      *----------------------------------------------------------------*
      * Resolve the region and the moment of this heartbeat            *
      *----------------------------------------------------------------*
           EXEC CICS ASSIGN APPLID(WS-REGION-APPLID)
              RESP(WS-RESP)
              RESP2(WS-RESP2)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE SPACES TO WS-REGION-APPLID
           END-IF

           EXEC CICS ASKTIME ABSTIME(WS-BEAT-ABSTIME)
           END-EXEC

           EXEC CICS FORMATTIME ABSTIME(WS-BEAT-ABSTIME)
              YYYYMMDD(WS-BEAT-DATE)
              TIME(WS-BEAT-TIME)
           END-EXEC
           .

       TAKE-NEXT-SEQUENCE.
      *----------------------------------------------------------------*
      * Read the region's control row for update, step the sequence    *
      * and stamp the emit moment.  A region's first heartbeat writes  *
      * its row, starting the sequence at 1 with nothing yet seen on   *
      * either side of the pipeline                                    *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-SEQUENCE-FLAG
           MOVE 'N' TO WS-ROW-FLAG
           MOVE WS-REGION-APPLID TO MET-HBT-REGION

           EXEC CICS READ FILE('METHBTVS')
              INTO(MET-HBT-RECORD)
              RIDFLD(MET-HBT-REGION)
              KEYLENGTH(LENGTH OF MET-HBT-REGION)
              UPDATE
              RESP(WS-RESP)
              RESP2(WS-RESP2)
           END-EXEC

           EVALUATE WS-RESP
              WHEN DFHRESP(NORMAL)
                 SET WS-ROW-ON-FILE TO TRUE
                 IF MET-HBT-SEQUENCE NOT NUMERIC
                    OR MET-HBT-SEQUENCE = 999999999
                    MOVE ZERO TO MET-HBT-SEQUENCE
                 END-IF
              WHEN DFHRESP(NOTFND)
                 MOVE WS-REGION-APPLID TO MET-HBT-REGION
                 MOVE ZERO TO MET-HBT-SEQUENCE
                 MOVE ZERO TO MET-HBT-EXTRACT-DATE
                 MOVE ZERO TO MET-HBT-EXTRACT-TIME
                 MOVE ZERO TO MET-HBT-EXTRACT-ABSTIME
                 MOVE ZERO TO MET-HBT-COLLECT-DATE
                 MOVE ZERO TO MET-HBT-COLLECT-TIME
                 MOVE ZERO TO MET-HBT-COLLECT-ABSTIME
                 MOVE ZERO TO MET-HBT-ALERT-DATE
                 MOVE ZERO TO MET-HBT-ALERT-HOUR
              WHEN OTHER
                 DISPLAY 'METRHBT: METHBTVS READ ERROR RESP='
                    WS-RESP ' RESP2=' WS-RESP2
                    ' REGION=' WS-REGION-APPLID
           END-EVALUATE

           IF WS-RESP = DFHRESP(NORMAL)
              OR WS-RESP = DFHRESP(NOTFND)
              ADD 1 TO MET-HBT-SEQUENCE
              MOVE WS-BEAT-DATE TO MET-HBT-EMIT-DATE
              MOVE WS-BEAT-TIME TO MET-HBT-EMIT-TIME
              MOVE WS-BEAT-ABSTIME TO MET-HBT-EMIT-ABSTIME
              PERFORM STORE-CONTROL-ROW
           END-IF
           .

       STORE-CONTROL-ROW.
      *----------------------------------------------------------------*
      * Put the stepped row back - rewritten when it was read, written *
      * when this is the region's first heartbeat                      *
      *----------------------------------------------------------------*
           IF WS-ROW-ON-FILE
              EXEC CICS REWRITE FILE('METHBTVS')
                 FROM(MET-HBT-RECORD)
                 RESP(WS-RESP)
                 RESP2(WS-RESP2)
              END-EXEC
           ELSE
              EXEC CICS WRITE FILE('METHBTVS')
                 FROM(MET-HBT-RECORD)
                 RIDFLD(MET-HBT-REGION)
                 RESP(WS-RESP)
                 RESP2(WS-RESP2)
              END-EXEC
           END-IF

           IF WS-RESP = DFHRESP(NORMAL)
              SET WS-SEQUENCE-TAKEN TO TRUE
           ELSE
              DISPLAY 'METRHBT: METHBTVS UPDATE ERROR RESP='
                 WS-RESP ' RESP2=' WS-RESP2
                 ' REGION=' WS-REGION-APPLID
           END-IF
           .

       SEND-HEARTBEAT.
      *----------------------------------------------------------------*
      * Emit the heartbeat through METRAPI as a ready-made metric.     *
      * METRAPI stamps the transaction type, hour and region itself;   *
      * the mode, sequence and emit stamp are the canary's.  A         *
      * refused request is surfaced to the log - most likely the       *
      * canary's transaction type is missing from the registry         *
      *----------------------------------------------------------------*
           MOVE MET-HBT-SEQUENCE TO WS-SEQ-DIGITS
           MOVE WS-BEAT-DATE TO WS-STP-DATE
           MOVE WS-BEAT-TIME TO WS-STP-TIME

           MOVE 'M' TO MET-API-OPERATION
           MOVE WS-HBC-METRIC-ID TO MET-API-METRIC-ID
           MOVE WS-HBC-TXN-TYPE TO MET-API-TXN-TYPE
           MOVE MET-HBT-SEQUENCE TO MET-API-VALUE
           MOVE 3 TO MET-API-ATTR-COUNT
           MOVE 24 TO MET-API-ATTR-CODE(1)
           MOVE WS-HBC-METRIC-MODE TO MET-API-ATTR-VALUE(1)
           MOVE 70 TO MET-API-ATTR-CODE(2)
           MOVE WS-SEQUENCE-VALUE TO MET-API-ATTR-VALUE(2)
           MOVE 71 TO MET-API-ATTR-CODE(3)
           MOVE WS-STAMP-VALUE TO MET-API-ATTR-VALUE(3)

           EXEC CICS LINK PROGRAM('METRAPI')
              COMMAREA(MET-API-REQUEST)
              LENGTH(LENGTH OF MET-API-REQUEST)
              RESP(WS-RESP)
              RESP2(WS-RESP2)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
              DISPLAY 'METRHBT: METRAPI LINK ERROR RESP='
                 WS-RESP ' RESP2=' WS-RESP2
                 ' SEQUENCE=' MET-HBT-SEQUENCE
           ELSE
              IF MET-API-RETURN-CODE NOT = 00
                 DISPLAY 'METRHBT: HEARTBEAT REFUSED RC='
                    MET-API-RETURN-CODE ' ' MET-API-ERROR-CODE
                    ' SEQUENCE=' MET-HBT-SEQUENCE
              END-IF
           END-IF
           .
