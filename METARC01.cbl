      * never touched here and never closes to CICS.                  *
      *                                                                *
      * The business date is read from SYSIN (supplied by the          *
      * scheduler); when none is supplied the suite's run-control date *
      * is used (METRUNVS, through METRRCTL), and the drain only runs  *
      * once the MARC capture is complete for the date.                *
      * Rerunnable: a row whose history write failed stays staged and  *
      * is picked up by the rerun; rows already drained are gone.      *
      *----------------------------------------------------------------*
           88  WS-NOT-END-OF-STAGING      VALUE 'N'.

       01  WS-BUSINESS-DATE               PIC X(8) VALUE SPACES.

       01  WS-CONTROL-TOTALS.
           05  WS-CELLS-ARCHIVED          PIC 9(9) COMP VALUE ZERO.
       01  MET-BAP-REQUEST.
           COPY CPYMBAP.

      *----------------------------------------------------------------*
      * Run-control check-in and check-out through METRRCTL            *
      *----------------------------------------------------------------*
       01  MET-RCQ-REQUEST.
           COPY CPYMRCQ.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
      *----------------------------------------------------------------*
           ACCEPT WS-RUN-START-RAW FROM TIME
           PERFORM RESOLVE-BUSINESS-DATE
           PERFORM CHECK-RUN-CONTROL
           PERFORM OPEN-FILES
           PERFORM POSITION-ON-BUSINESS-DATE
           PERFORM READ-NEXT-STAGED-CELL
               UNTIL WS-END-OF-STAGING
           PERFORM PRINT-CONTROL-TOTALS
           PERFORM CLOSE-FILES
           PERFORM RECORD-RUN-END
           PERFORM RECORD-JOB-METRICS
           STOP RUN
           .
       RESOLVE-BUSINESS-DATE.
      *----------------------------------------------------------------*
      * Take the business date the scheduler supplies on SYSIN; when   *
      * none is supplied, or it is not a usable date, the run-control  *
      * check supplies the suite's current business date               *
      *----------------------------------------------------------------*
           ACCEPT WS-BUSINESS-DATE

           IF WS-BUSINESS-DATE NOT NUMERIC
               MOVE SPACES TO WS-BUSINESS-DATE
           END-IF
           .

               DISPLAY 'METARC01: METARCVS OPEN FAILED, STATUS='
                   WS-STAGING-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF

                   WS-HISTORY-STATUS
               CLOSE ARCHIVE-STAGING
               MOVE 12 TO RETURN-CODE
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF
           .
           MOVE ZEROS TO MET-ARC-TXN-TYPE
           MOVE ZEROS TO MET-ARC-BUCKET
           MOVE ZEROS TO MET-ARC-HOUR
           MOVE LOW-VALUES TO MET-ARC-REGION

           START ARCHIVE-STAGING
               KEY IS NOT LESS THAN MET-ARC-KEY
           MOVE MET-ARC-TXN-TYPE TO MET-HST-TXN-TYPE
           MOVE MET-ARC-BUCKET TO MET-HST-BUCKET
           MOVE MET-ARC-HOUR TO MET-HST-HOUR
           MOVE MET-ARC-REGION TO MET-HST-REGION
           MOVE MET-ARC-VALUE TO MET-HST-VALUE
           WRITE HISTORY-RECORD

                   ' METRIC-ID=' MET-ARC-METRIC-ID
                   ' BUCKET=' MET-ARC-BUCKET
                   ' HOUR=' MET-ARC-HOUR
                   ' REGION=' MET-ARC-REGION
                   ' - ROW LEFT STAGED'
               MOVE 08 TO RETURN-CODE
           END-IF
                   ' METRIC-ID=' MET-ARC-METRIC-ID
                   ' BUCKET=' MET-ARC-BUCKET
                   ' HOUR=' MET-ARC-HOUR
                   ' REGION=' MET-ARC-REGION
               MOVE 08 TO RETURN-CODE
           END-IF
           .
           CLOSE COUNTER-HISTORY
           .

       CHECK-RUN-CONTROL.
      *----------------------------------------------------------------*
      * Check in with the suite's run control (METRRCTL): the job may  *
      * only run once its prerequisite is complete for the business    *
      * date, and not again once it is running or complete unless an   *
      * operator has cleared a rerun.  A refused run ends at once with *
      * return code 16, having touched nothing                         *
      *----------------------------------------------------------------*
           MOVE 'B' TO MET-RCQ-OPERATION
           MOVE 'METARC01' TO MET-RCQ-JOB-NAME
           MOVE WS-BUSINESS-DATE TO MET-RCQ-REQUESTED-DATE
           CALL 'METRRCTL' USING MET-RCQ-REQUEST
           IF MET-RCQ-RETURN-CODE NOT = 00
               DISPLAY 'METARC01: RUN REFUSED BY RUN CONTROL - '
                   MET-RCQ-ERROR-CODE ' ' MET-RCQ-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE MET-RCQ-BUSINESS-DATE TO WS-BUSINESS-DATE
           .

       RECORD-RUN-END.
      *----------------------------------------------------------------*
      * Check out with the run control: complete for a return code of  *
      * 4 or less, failed otherwise.  The return code is kept across   *
      * the call                                                       *
      *----------------------------------------------------------------*
           MOVE 'E' TO MET-RCQ-OPERATION
           MOVE RETURN-CODE TO MET-RCQ-JOB-RC
           CALL 'METRRCTL' USING MET-RCQ-REQUEST
           IF MET-RCQ-RETURN-CODE NOT = 00
               DISPLAY 'METARC01: RUN CONTROL END NOT RECORDED - '
                   MET-RCQ-ERROR-CODE ' ' MET-RCQ-MESSAGE
           END-IF
           MOVE MET-RCQ-JOB-RC TO RETURN-CODE
           .

       RECORD-JOB-METRICS.
      *----------------------------------------------------------------*
      * Stage this run's own metrics through METRBAPI: elapsed time    *
