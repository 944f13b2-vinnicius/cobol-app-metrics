              10 FILLER       PIC 9(3)  VALUE 622.
              10 FILLER       PIC X(40)
                 VALUE 'mainframe_transaction_amount_band'.
           05  FILLER.
              10 FILLER       PIC 9(3)  VALUE 690.
              10 FILLER       PIC X(40)
                 VALUE 'mainframe_metrics_heartbeat'.
           05  FILLER.
              10 FILLER       PIC 9(3)  VALUE 701.
              10 FILLER       PIC X(40)
                 VALUE 'mainframe_batch_return_code'.

       01  WS-METRIC-NAME-TABLE REDEFINES WS-METRIC-NAME-TABLE-DATA.
           05  WS-METRIC-NAME-ENTRY OCCURS 15 TIMES
                                ASCENDING KEY IS WS-NAM-METRIC-ID
                                INDEXED BY WS-NAM-IDX.
              10 WS-NAM-METRIC-ID     PIC 9(3).
