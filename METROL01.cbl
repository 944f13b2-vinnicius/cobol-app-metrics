      * over-year trending survives the daily aging.                  *
      *                                                                *
      * The month (YYYYMM) is read from SYSIN; when none is supplied  *
      * the month of the suite's run-control date is used (METRUNVS,  *
      * through METRRCTL) - the rollup runs on the last night of the  *
      * month, and a month other than the run-control date's own      *
      * needs an operator's rerun clearance.  Records on the          *
      * concatenation for any other month are counted and bypassed,   *
      * so a concatenation that straddles month end still rolls up    *
      * only the requested month.                                     *
      *                                                                *
      * The cell table is the same key-ordered, binary-probed shape   *
      * METRCN01 uses: the history arrives in key order within each   *
           88  WS-NOT-END-OF-HISTORY      VALUE 'N'.

       01  WS-ROLLUP-MONTH                PIC X(6) VALUE SPACES.
       01  WS-RECORD-MONTH                PIC X(6).

      *----------------------------------------------------------------*

       01  WS-TOTAL-EDIT                  PIC ZZZ,ZZZ,ZZ9.

      *----------------------------------------------------------------*
      * Run-control check-in and check-out through METRRCTL            *
      *----------------------------------------------------------------*
       01  MET-RCQ-REQUEST.
           COPY CPYMRCQ.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
      * control totals                                                 *
      *----------------------------------------------------------------*
           PERFORM RESOLVE-ROLLUP-MONTH
           PERFORM CHECK-RUN-CONTROL

           OPEN INPUT COUNTER-HISTORY
           OPEN OUTPUT MONTHLY-SUMMARY
                   WS-SUMMARY-STATUS
               CLOSE COUNTER-HISTORY
               MOVE 12 TO RETURN-CODE
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF


           CLOSE COUNTER-HISTORY
           CLOSE MONTHLY-SUMMARY
           PERFORM RECORD-RUN-END
           STOP RUN
           .

       RESOLVE-ROLLUP-MONTH.
      *----------------------------------------------------------------*
      * Take the rollup month the scheduler supplies on SYSIN; when    *
      * none is supplied, or it is not usable, the run-control check   *
      * supplies the month of the suite's current business date        *
      *----------------------------------------------------------------*
           ACCEPT WS-ROLLUP-MONTH

           IF WS-ROLLUP-MONTH NOT NUMERIC
               MOVE SPACES TO WS-ROLLUP-MONTH
           END-IF
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
           MOVE 'METROL01' TO MET-RCQ-JOB-NAME
           MOVE WS-ROLLUP-MONTH TO MET-RCQ-REQUESTED-DATE
           CALL 'METRRCTL' USING MET-RCQ-REQUEST
           IF MET-RCQ-RETURN-CODE NOT = 00
               DISPLAY 'METROL01: RUN REFUSED BY RUN CONTROL - '
                   MET-RCQ-ERROR-CODE ' ' MET-RCQ-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-ROLLUP-MONTH = SPACES
               MOVE MET-RCQ-BUSINESS-DATE(1:6) TO WS-ROLLUP-MONTH
           END-IF
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
               DISPLAY 'METROL01: RUN CONTROL END NOT RECORDED - '
                   MET-RCQ-ERROR-CODE ' ' MET-RCQ-MESSAGE
           END-IF
           MOVE MET-RCQ-JOB-RC TO RETURN-CODE
           .

       READ-NEXT-HISTORY-RECORD.
           MOVE MET-HST-DATE(1:6) TO WS-RECORD-MONTH

           IF WS-RECORD-MONTH = WS-ROLLUP-MONTH
      *        Cell key only - every CICS region's cell folds into the
      *        one consolidated month total
               MOVE MET-HST-CELL-KEY TO WS-FLD-KEY
               PERFORM FIND-OR-ADD-CELL
               IF WS-CELL-FOUND
                   ADD MET-HST-VALUE
