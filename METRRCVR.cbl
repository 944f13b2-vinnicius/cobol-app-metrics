      * responding normally again.  It is meant to be started on a     *
      * timer (or manually during an incident) rather than by a real   *
      * user, so it does no terminal I/O of its own.                   *
      *                                                                *
      * A replayed canary heartbeat (metric 690 - see CPYMHBC) has now *
      * reached the collector after all, so it is written to the       *
      * METHBRC collector receipt file (CPYMHBR) marked recovered,     *
      * received now.  Its region, sequence and emit stamp are read    *
      * back off its own attributes (03, 70 and 71), since the replay  *
      * may run in a region other than the one that sent it.           *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       01  WS-METRIC.
           COPY CPYMETR.

      *----------------------------------------------------------------*
      * Heartbeat receipt working fields - the replay moment and the   *
      * heartbeat's region, sequence and emit stamp as read back off   *
      * its attributes (03, 70 and 71)                                 *
      *----------------------------------------------------------------*
       01  WS-RECEIPT-WORK.
           05  WS-RECEIPT-ABSTIME          PIC S9(15) COMP-3.
           05  WS-RECEIPT-DATE             PIC 9(8).
           05  WS-RECEIPT-TIME             PIC 9(6).
           05  WS-HBT-ATTR-IDX             PIC 9(2) COMP.
           05  WS-HBT-REGION-VALUE.
               10  WS-HBT-REGION           PIC X(8).
               10  FILLER                  PIC X(8).
           05  WS-HBT-SEQUENCE-VALUE.
               10  WS-HBT-SEQUENCE         PIC 9(9).
               10  FILLER                  PIC X(7).
           05  WS-HBT-STAMP-VALUE.
               10  WS-HBT-EMIT-DATE        PIC 9(8).
               10  WS-HBT-EMIT-TIME        PIC 9(6).
               10  FILLER                  PIC X(2).

      *----------------------------------------------------------------*
      * Heartbeat rules - see CPYMHBC                                  *
      *----------------------------------------------------------------*
           COPY CPYMHBC.

      *----------------------------------------------------------------*
      * Heartbeat collector receipt (METHBRC) - see CPYMHBR            *
      *----------------------------------------------------------------*
       01  MET-HBR-RECORD.
           COPY CPYMHBR.

       PROCEDURE DIVISION.

       MAIN-LOGIC.

           IF WS-RESP = DFHRESP(NORMAL)
              SUBTRACT 1 FROM WS-ITEMS-REMAINING
              IF WS-METRIC-ID = WS-HBC-METRIC-ID
                 PERFORM WRITE-HEARTBEAT-RECEIPT
              END-IF
           ELSE
              SET WS-DRAIN-FAILED TO TRUE
           END-IF
           .

       WRITE-HEARTBEAT-RECEIPT.
      *----------------------------------------------------------------*
      * A queued heartbeat has reached the collector - record it on    *
      * METHBRC as recovered, received now.  A failed write is only    *
      * logged; it must not hold up the drain                          *
      *----------------------------------------------------------------*
           EXEC CICS ASKTIME ABSTIME(WS-RECEIPT-ABSTIME)
           END-EXEC

           EXEC CICS FORMATTIME ABSTIME(WS-RECEIPT-ABSTIME)
              YYYYMMDD(WS-RECEIPT-DATE)
              TIME(WS-RECEIPT-TIME)
           END-EXEC

           MOVE SPACES TO WS-HBT-REGION
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

           MOVE WS-HBT-REGION TO MET-HBR-REGION
           MOVE WS-HBT-SEQUENCE TO MET-HBR-SEQUENCE
           MOVE WS-HBT-EMIT-DATE TO MET-HBR-EMIT-DATE
           MOVE WS-HBT-EMIT-TIME TO MET-HBR-EMIT-TIME
           MOVE WS-RECEIPT-DATE TO MET-HBR-RECEIVED-DATE
           MOVE WS-RECEIPT-TIME TO MET-HBR-RECEIVED-TIME
           SET MET-HBR-RECOVERED TO TRUE

           EXEC CICS WRITE FILE('METHBRC')
              FROM(MET-HBR-RECORD)
              RESP(WS-RESP)
              RESP2(WS-RESP2)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
              DISPLAY 'METRRCVR: METHBRC WRITE ERROR RESP='
                 WS-RESP ' RESP2=' WS-RESP2
                 ' SEQUENCE=' WS-HBT-SEQUENCE
           END-IF
           .

       DECODE-ONE-HEARTBEAT-ATTR.
           EVALUATE WS-ATTR-CODE(WS-HBT-ATTR-IDX)
              WHEN 03
                 MOVE WS-ATTR-VALUE(WS-HBT-ATTR-IDX)
                    TO WS-HBT-REGION-VALUE
              WHEN 70
                 MOVE WS-ATTR-VALUE(WS-HBT-ATTR-IDX)
                    TO WS-HBT-SEQUENCE-VALUE
              WHEN 71
                 MOVE WS-ATTR-VALUE(WS-HBT-ATTR-IDX)
                    TO WS-HBT-STAMP-VALUE
           END-EVALUATE
           .

       DELETE-RECOVERY-QUEUE.
      *----------------------------------------------------------------*
      * Every queued metric replayed cleanly - remove the whole queue  *
