      * partial earlier run is simply rewritten with the same value,  *
      * and counted separately so the operator can see a rerun for    *
      * what it is.                                                    *
      *                                                                *
      * Checks in with the suite's run control (METRUNVS, through      *
      * METRRCTL) before loading anything: the load only runs once     *
      * METARC01 is complete for the business date.                    *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.

      *----------------------------------------------------------------*
      * The keyed history store record - byte for byte the CPYMHST     *
      * layout, regrouped so the date plus counter key (region         *
      * included) is a single 25-byte RECORD KEY item                  *
      *----------------------------------------------------------------*
       FD  HISTORY-STORE.
       01  HISTORY-STORE-RECORD.
               10  HST-STORE-TXN-TYPE     PIC 9(2).
               10  HST-STORE-BUCKET       PIC 9(2).
               10  HST-STORE-HOUR         PIC 9(2).
               10  HST-STORE-REGION       PIC X(8).
           05  HST-STORE-VALUE            PIC 9(9) COMP.

       WORKING-STORAGE SECTION.

       01  WS-TOTAL-EDIT                  PIC ZZZ,ZZZ,ZZ9.

      *----------------------------------------------------------------*
      * Run-control check-in and check-out through METRRCTL            *
      *----------------------------------------------------------------*
       01  MET-RCQ-REQUEST.
           COPY CPYMRCQ.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
      * Open the generation and the store, load every history record,  *
      * report the control totals and close down                       *
      *----------------------------------------------------------------*
           PERFORM CHECK-RUN-CONTROL
           PERFORM OPEN-FILES
           PERFORM READ-NEXT-HISTORY-RECORD
           PERFORM LOAD-ONE-RECORD
               UNTIL WS-END-OF-HISTORY
           PERFORM PRINT-CONTROL-TOTALS
           PERFORM CLOSE-FILES
           PERFORM RECORD-RUN-END
           STOP RUN
           .

               DISPLAY 'METHLD01: METHIST OPEN FAILED, STATUS='
                   WS-HISTORY-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF

                   WS-STORE-STATUS
               CLOSE COUNTER-HISTORY
               MOVE 12 TO RETURN-CODE
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF
           .
           MOVE MET-HST-TXN-TYPE TO HST-STORE-TXN-TYPE
           MOVE MET-HST-BUCKET TO HST-STORE-BUCKET
           MOVE MET-HST-HOUR TO HST-STORE-HOUR
           MOVE MET-HST-REGION TO HST-STORE-REGION
           MOVE MET-HST-VALUE TO HST-STORE-VALUE

           WRITE HISTORY-STORE-RECORD
           CLOSE COUNTER-HISTORY
           CLOSE HISTORY-STORE
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
           MOVE 'METHLD01' TO MET-RCQ-JOB-NAME
           MOVE SPACES TO MET-RCQ-REQUESTED-DATE
           CALL 'METRRCTL' USING MET-RCQ-REQUEST
           IF MET-RCQ-RETURN-CODE NOT = 00
               DISPLAY 'METHLD01: RUN REFUSED BY RUN CONTROL - '
                   MET-RCQ-ERROR-CODE ' ' MET-RCQ-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
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
               DISPLAY 'METHLD01: RUN CONTROL END NOT RECORDED - '
                   MET-RCQ-ERROR-CODE ' ' MET-RCQ-MESSAGE
           END-IF
           MOVE MET-RCQ-JOB-RC TO RETURN-CODE
           .
