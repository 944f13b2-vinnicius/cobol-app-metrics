             10 FILLER            PIC 9(2)  VALUE 02.
             10 FILLER            PIC X(20) VALUE 'TRANSACTION_ID'.
             10 FILLER            PIC X(01) VALUE 'T'.
          05 FILLER.
             10 FILLER            PIC 9(2)  VALUE 03.
             10 FILLER            PIC X(20) VALUE 'CICS_REGION'.
             10 FILLER            PIC X(01) VALUE 'T'.
          05 FILLER.
             10 FILLER            PIC 9(2)  VALUE 20.
             10 FILLER            PIC X(20) VALUE 'BUSINESS_DOMAIN'.
             10 FILLER            PIC 9(2)  VALUE 60.
             10 FILLER            PIC X(20) VALUE 'ERROR_CODE'.
             10 FILLER            PIC X(01) VALUE 'T'.
          05 FILLER.
             10 FILLER            PIC 9(2)  VALUE 70.
             10 FILLER            PIC X(20) VALUE 'HEARTBEAT_SEQ'.
             10 FILLER            PIC X(01) VALUE 'T'.
          05 FILLER.
             10 FILLER            PIC 9(2)  VALUE 71.
             10 FILLER            PIC X(20) VALUE 'HEARTBEAT_TIME'.
             10 FILLER            PIC X(01) VALUE 'T'.
          05 FILLER.
             10 FILLER            PIC 9(2)  VALUE 99.
             10 FILLER            PIC X(20) VALUE 'HISTOGRAM_BUCKET'.
             10 FILLER            PIC X(01) VALUE 'N'.

       01 WS-ATTR-CODE-REGISTRY REDEFINES WS-ATTR-CODE-TABLE-DATA.
          05 WS-ATTR-REG-ENTRY OCCURS 13 TIMES
                                ASCENDING KEY IS WS-REG-CODE
                                INDEXED BY WS-ATTR-REG-IDX.
             10 WS-REG-CODE       PIC 9(2).
                88 WS-REG-DOMAIN-NUMERIC    VALUE 'N'.

       01 WS-ATTR-REG-CONSTANTS.
          05 WS-ATTR-REG-COUNT     PIC 9(2) VALUE 13.
