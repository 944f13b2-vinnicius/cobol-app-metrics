      * the extract running ahead of the counter.                      *
      *                                                                *
      * The extract record is tied back to its cell through the        *
      * transaction_type (22), hour_of_day (23) and cics_region (03)   *
      * attributes and, for the duration histogram (610), the bucket   *
      * label (99).  Each CICS region keeps its own counter cells, so  *
      * each region's cell is reconciled on its own.                   *
      *                                                                *
      * Checks in with the suite's run control (METRUNVS, through      *
      * METRRCTL) before reading anything: the reconciliation only     *
      * runs once METARC01 is complete for the business date.          *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
               10  TDY-HST-TXN-TYPE       PIC 9(2).
               10  TDY-HST-BUCKET         PIC 9(2).
               10  TDY-HST-HOUR           PIC 9(2).
               10  TDY-HST-REGION         PIC X(8).
           05  TDY-HST-VALUE              PIC 9(9) COMP.

      *----------------------------------------------------------------*
                   15  WS-CEL-TXN-TYPE    PIC 9(2).
                   15  WS-CEL-BUCKET      PIC 9(2).
                   15  WS-CEL-HOUR        PIC 9(2).
                   15  WS-CEL-REGION      PIC X(8).
               10  WS-CEL-PRIOR-VALUE     PIC 9(9) COMP.
               10  WS-CEL-TODAY-VALUE     PIC 9(9) COMP.
               10  WS-CEL-EXTRACT-MAX     PIC 9(9) COMP.
               10  WS-FLD-TXN-TYPE       PIC 9(2).
               10  WS-FLD-BUCKET          PIC 9(2).
               10  WS-FLD-HOUR            PIC 9(2).
               10  WS-FLD-REGION          PIC X(8).
           05  WS-FLD-VALUE               PIC 9(9) COMP.

      *----------------------------------------------------------------*
           05  WS-REC-TYPE-NAME           PIC X(16).
           05  WS-REC-BUCKET-LABEL        PIC X(16).
           05  WS-REC-HOUR-VALUE          PIC X(16).
           05  WS-REC-REGION-VALUE        PIC X(16).
           05  WS-DECODE-OK-FLAG          PIC X.
               88  WS-DECODE-OK           VALUE 'Y'.
           05  WS-REC-GAUGE-FLAG          PIC X.
               10  WS-WORST-TXN-TYPE      PIC 9(2) VALUE ZEROS.
               10  WS-WORST-BUCKET        PIC 9(2) VALUE ZEROS.
               10  WS-WORST-HOUR          PIC 9(2) VALUE ZEROS.
               10  WS-WORST-REGION        PIC X(8) VALUE SPACES.

       01  WS-RECON-TOTALS.
           05  WS-CELLS-CHECKED           PIC 9(9) COMP VALUE ZERO.
           05  FILLER            PIC X(5)  VALUE 'TYPE '.
           05  FILLER            PIC X(7)  VALUE 'BUCKET '.
           05  FILLER            PIC X(5)  VALUE 'HOUR '.
           05  FILLER            PIC X(9)  VALUE 'REGION   '.
           05  FILLER            PIC X(14) VALUE ' PRIOR CLOSE  '.
           05  FILLER            PIC X(14) VALUE 'ACTUAL CLOSE  '.
           05  FILLER            PIC X(14) VALUE 'EXTRACT CLOSE '.
           05  WS-DET-BUCKET               PIC Z9.
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  WS-DET-HOUR                 PIC 99.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-DET-REGION               PIC X(8).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-DET-PRIOR                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  WS-DET-TODAY                PIC ZZZ,ZZZ,ZZ9.
       01  MET-BAP-REQUEST.
           COPY CPYMBAP.

      *----------------------------------------------------------------*
      * Run-control check-in and check-out through METRRCTL            *
      *----------------------------------------------------------------*
       01  MET-RCQ-REQUEST.
           COPY CPYMRCQ.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
      * job's own metrics                                              *
      *----------------------------------------------------------------*
           ACCEPT WS-RUN-START-RAW FROM TIME
           PERFORM CHECK-RUN-CONTROL
           OPEN INPUT PRIOR-HISTORY
           OPEN INPUT TODAY-HISTORY
           OPEN INPUT METRIC-EXTRACT
           CLOSE METRIC-EXTRACT
           CLOSE RECON-REPORT
           CLOSE RECON-SUMMARY
           PERFORM RECORD-RUN-END
           PERFORM RECORD-JOB-METRICS
           STOP RUN
           .
      *----------------------------------------------------------------*
      * Work out which counter cell this extract record moved, from    *
      * the metric id plus the transaction_type (22), hour_of_day (23) *
      * and cics_region (03) and, for the duration histogram,          *
      * histogram_bucket (99) attributes.  A record shipped without a  *
      * region posted to the blank-region cell                         *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-DECODE-OK-FLAG
           MOVE 'N' TO WS-REC-GAUGE-FLAG
           MOVE SPACES TO WS-REC-TYPE-NAME
           MOVE SPACES TO WS-REC-BUCKET-LABEL
           MOVE SPACES TO WS-REC-HOUR-VALUE
           MOVE SPACES TO WS-REC-REGION-VALUE

           PERFORM SCAN-ONE-ATTRIBUTE
               VARYING WS-ATTR-IDX FROM 1 BY 1
           PERFORM RESOLVE-TXN-TYPE-CODE
           PERFORM RESOLVE-BUCKET-NUMBER
           PERFORM RESOLVE-HOUR
           MOVE WS-REC-REGION-VALUE TO WS-FLD-REGION

           IF WS-FLD-TXN-TYPE NOT = 99
               AND WS-FLD-BUCKET NOT = 99
      * Pull one attribute slot's value into the matching decode field *
      *----------------------------------------------------------------*
           EVALUATE WS-ATTR-CODE(WS-ATTR-IDX)
               WHEN 03
                   MOVE WS-ATTR-VALUE(WS-ATTR-IDX)
                       TO WS-REC-REGION-VALUE
               WHEN 22
                   MOVE WS-ATTR-VALUE(WS-ATTR-IDX)
                       TO WS-REC-TYPE-NAME
               MOVE WS-CEL-TXN-TYPE(WS-CELL-IDX) TO WS-WORST-TXN-TYPE
               MOVE WS-CEL-BUCKET(WS-CELL-IDX) TO WS-WORST-BUCKET
               MOVE WS-CEL-HOUR(WS-CELL-IDX) TO WS-WORST-HOUR
               MOVE WS-CEL-REGION(WS-CELL-IDX) TO WS-WORST-REGION
           END-IF
           .

           MOVE WS-CEL-TXN-TYPE(WS-CELL-IDX) TO WS-DET-TXN-TYPE
           MOVE WS-CEL-BUCKET(WS-CELL-IDX) TO WS-DET-BUCKET
           MOVE WS-CEL-HOUR(WS-CELL-IDX) TO WS-DET-HOUR
           MOVE WS-CEL-REGION(WS-CELL-IDX) TO WS-DET-REGION
           MOVE WS-CEL-PRIOR-VALUE(WS-CELL-IDX) TO WS-DET-PRIOR
           MOVE WS-CEL-TODAY-VALUE(WS-CELL-IDX) TO WS-DET-TODAY
           MOVE WS-EXPECTED-CLOSE TO WS-DET-EXPECTED
           MOVE WS-WORST-TXN-TYPE TO MET-RCS-WORST-TXN-TYPE
           MOVE WS-WORST-BUCKET TO MET-RCS-WORST-BUCKET
           MOVE WS-WORST-HOUR TO MET-RCS-WORST-HOUR
           MOVE WS-WORST-REGION TO MET-RCS-WORST-REGION

           WRITE RECON-SUMMARY-RECORD
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
           MOVE 'METRCN01' TO MET-RCQ-JOB-NAME
           MOVE SPACES TO MET-RCQ-REQUESTED-DATE
           CALL 'METRRCTL' USING MET-RCQ-REQUEST
           IF MET-RCQ-RETURN-CODE NOT = 00
               DISPLAY 'METRCN01: RUN REFUSED BY RUN CONTROL - '
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
               DISPLAY 'METRCN01: RUN CONTROL END NOT RECORDED - '
                   MET-RCQ-ERROR-CODE ' ' MET-RCQ-MESSAGE
           END-IF
           MOVE MET-RCQ-JOB-RC TO RETURN-CODE
           .

       RECORD-JOB-METRICS.
      *----------------------------------------------------------------*
      * Stage this run's own metrics through METRBAPI: elapsed time    *
