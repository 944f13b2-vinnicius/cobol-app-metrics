       IDENTIFICATION DIVISION.
       PROGRAM-ID. METRRCTL.
       AUTHOR. COBOL-METRICS-TEAM.

      *----------------------------------------------------------------*
      * Nightly suite run-control service.                             *
      * A plain CALL with a CPYMRCQ request area checks a batch job    *
      * in and out of the METRUNVS run-control record (CPYMRUN), so    *
      * every job in the nightly metrics suite works on the same       *
      * business date and none of them runs out of turn:               *
      *                                                                *
      *   begin - resolves the business date (the run-control date     *
      *     unless the job was given one on SYSIN), checks the job's   *
      *     prerequisite (CPYMRSQ) is complete for that date and the   *
      *     job is not already running or complete, and marks it       *
      *     running with its start time;                               *
      *   end - records the job complete or failed, with its return    *
      *     code and end time, against the date the begin resolved.    *
      *                                                                *
      * Anything other than a clean start on the current date needs    *
      * an operator's rerun clearance, set by METRUN01 on the entry    *
      * for that job and date: a rerun of a job already complete, a    *
      * restart of one left running by an abend, or a run for an       *
      * earlier date (whose row the date-advance step kept).  The      *
      * clearance is used up by the run it lets through.  A job is     *
      * never cleared past an incomplete prerequisite.                 *
      *                                                                *
      * The file is opened and closed inside each call - the record    *
      * is shared with the MARC transaction and with every other job   *
      * in the suite, and is never held across the job's own work.     *
      * A refused begin changes nothing on the record.                 *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL ASSIGN TO METRUNVS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MET-RUN-KEY
               FILE STATUS IS WS-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------*
      * One run-control row per business date - see CPYMRUN            *
      *----------------------------------------------------------------*
       FD  RUN-CONTROL.
       01  RUN-CONTROL-RECORD.
           COPY CPYMRUN.

       WORKING-STORAGE SECTION.

       01  WS-RUN-STATUS                  PIC X(2).
           88  WS-RUN-STATUS-OK           VALUE '00'.

      *----------------------------------------------------------------*
      * What the begin resolved, kept for the end call - this program  *
      * stays loaded between the two                                   *
      *----------------------------------------------------------------*
       01  WS-ACTIVE-RUN.
           05  WS-ACTIVE-FLAG             PIC X VALUE 'N'.
               88  WS-RUN-BEGUN           VALUE 'Y'.
           05  WS-ACTIVE-KEY              PIC X(8).
           05  WS-ACTIVE-DATE             PIC 9(8).
           05  WS-JOB-IDX                 PIC 9(2) COMP.

       01  WS-CHECK-WORK.
           05  WS-SEQ-IDX                 PIC 9(2) COMP.
           05  WS-PREREQ-IDX              PIC 9(2) COMP.
           05  WS-FOUND-IDX               PIC 9(2) COMP.
           05  WS-FIND-NAME               PIC X(8).
           05  WS-RERUN-NEEDED-FLAG       PIC X.
               88  WS-RERUN-NEEDED        VALUE 'Y'.
           05  WS-REQUEST-DATE            PIC X(8).
           05  FILLER REDEFINES WS-REQUEST-DATE.
               10  WS-REQ-MONTH           PIC X(6).
               10  WS-REQ-DAY             PIC X(2).
           05  WS-CURRENT-MONTH           PIC X(6).
           05  WS-STATUS-TEXT             PIC X(11).

       01  WS-CLOCK.
           05  WS-TODAY                   PIC 9(8).
           05  WS-TIME-RAW                PIC 9(8).
           05  FILLER REDEFINES WS-TIME-RAW.
               10  WS-TIME-HHMMSS         PIC 9(6).
               10  WS-TIME-HS             PIC 9(2).

      *----------------------------------------------------------------*
      * The suite's job order and prerequisites - see CPYMRSQ          *
      *----------------------------------------------------------------*
           COPY CPYMRSQ.

       LINKAGE SECTION.

      *----------------------------------------------------------------*
      * Request area from the calling batch job - see CPYMRCQ          *
      *----------------------------------------------------------------*
       01  RCQ-REQUEST.
           COPY CPYMRCQ.

       PROCEDURE DIVISION USING RCQ-REQUEST.

       MAIN-LOGIC.
      *----------------------------------------------------------------*
      * Route on the operation; anything unrecognized is rejected      *
      * without touching the run-control record                        *
      *----------------------------------------------------------------*
           MOVE 00 TO MET-RCQ-RETURN-CODE
           MOVE SPACES TO MET-RCQ-ERROR-CODE
           MOVE SPACES TO MET-RCQ-MESSAGE

           EVALUATE TRUE
               WHEN MET-RCQ-OP-BEGIN
                   PERFORM PROCESS-BEGIN
               WHEN MET-RCQ-OP-END
                   PERFORM PROCESS-END
               WHEN OTHER
                   MOVE 04 TO MET-RCQ-RETURN-CODE
                   MOVE 'BADOP' TO MET-RCQ-ERROR-CODE
           END-EVALUATE

           GOBACK
           .

       PROCESS-BEGIN.
      *----------------------------------------------------------------*
      * Find the job's place in the suite, read the row for the date   *
      * it is to run for, check it may start and mark it running       *
      *----------------------------------------------------------------*
           MOVE MET-RCQ-JOB-NAME TO WS-FIND-NAME
           PERFORM FIND-SEQUENCE-ENTRY
           IF WS-FOUND-IDX = ZERO
               MOVE 12 TO MET-RCQ-RETURN-CODE
               MOVE 'BADJB' TO MET-RCQ-ERROR-CODE
               MOVE 'JOB IS NOT PART OF THE NIGHTLY SUITE'
                   TO MET-RCQ-MESSAGE
           ELSE
               MOVE WS-FOUND-IDX TO WS-JOB-IDX
               PERFORM OPEN-RUN-CONTROL
           END-IF

           IF MET-RCQ-RETURN-CODE = 00
               PERFORM READ-CURRENT-ROW
               IF MET-RCQ-RETURN-CODE = 00
                   PERFORM RESOLVE-RUN-DATE
               END-IF
               IF MET-RCQ-RETURN-CODE = 00
                   PERFORM CHECK-JOB-MAY-START
               END-IF
               IF MET-RCQ-RETURN-CODE = 00
                   PERFORM MARK-JOB-RUNNING
               END-IF
               CLOSE RUN-CONTROL
           END-IF
           .

       FIND-SEQUENCE-ENTRY.
      *----------------------------------------------------------------*
      * Locate WS-FIND-NAME on the suite sequence; zero when absent    *
      *----------------------------------------------------------------*
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM TEST-ONE-SEQUENCE-ENTRY
               VARYING WS-SEQ-IDX FROM 1 BY 1
               UNTIL WS-SEQ-IDX > WS-RSQ-COUNT
           .

       TEST-ONE-SEQUENCE-ENTRY.
           IF WS-RSQ-JOB-NAME(WS-SEQ-IDX) = WS-FIND-NAME
               MOVE WS-SEQ-IDX TO WS-FOUND-IDX
           END-IF
           .

       OPEN-RUN-CONTROL.
      *----------------------------------------------------------------*
      * A run-control file that will not open stops the job - running  *
      * unguarded is exactly what the record exists to prevent         *
      *----------------------------------------------------------------*
           OPEN I-O RUN-CONTROL
           IF NOT WS-RUN-STATUS-OK
               DISPLAY 'METRRCTL: METRUNVS OPEN FAILED, STATUS='
                   WS-RUN-STATUS
               MOVE 12 TO MET-RCQ-RETURN-CODE
               MOVE 'FILEE' TO MET-RCQ-ERROR-CODE
               MOVE 'RUN-CONTROL FILE METRUNVS WILL NOT OPEN'
                   TO MET-RCQ-MESSAGE
           END-IF
           .

       READ-CURRENT-ROW.
      *----------------------------------------------------------------*
      * Read the live row; without it there is no business date to     *
      * run for - METRUN01 ADVANCE creates it                          *
      *----------------------------------------------------------------*
           MOVE 'CURRENT ' TO MET-RUN-KEY
           READ RUN-CONTROL
           IF WS-RUN-STATUS-OK
               MOVE MET-RUN-KEY TO WS-ACTIVE-KEY
               MOVE MET-RUN-BUSINESS-DATE TO WS-ACTIVE-DATE
           ELSE
               DISPLAY 'METRRCTL: METRUNVS READ FAILED, STATUS='
                   WS-RUN-STATUS ' KEY=' MET-RUN-KEY
               MOVE 12 TO MET-RCQ-RETURN-CODE
               MOVE 'FILEE' TO MET-RCQ-ERROR-CODE
               MOVE 'NO CURRENT RUN-CONTROL ROW - RUN METRUN01 ADVANCE'
                   TO MET-RCQ-MESSAGE
           END-IF
           .

       RESOLVE-RUN-DATE.
      *----------------------------------------------------------------*
      * No usable date on the request means the run-control date.  A   *
      * requested day that is the run-control date needs nothing more; *
      * an earlier day switches to that day's kept row and needs a     *
      * rerun clearance on it; a later one is refused outright.  A     *
      * requested month (the monthly rollup) other than the run-       *
      * control date's own needs a clearance on the current row        *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-RERUN-NEEDED-FLAG
           MOVE MET-RCQ-REQUESTED-DATE TO WS-REQUEST-DATE
           MOVE MET-RUN-BUSINESS-DATE(1:6) TO WS-CURRENT-MONTH

           EVALUATE TRUE
               WHEN WS-REQUEST-DATE NUMERIC
                   AND WS-REQUEST-DATE = MET-RUN-BUSINESS-DATE
                   CONTINUE
               WHEN WS-REQUEST-DATE NUMERIC
                   AND WS-REQUEST-DATE > MET-RUN-BUSINESS-DATE
                   MOVE 08 TO MET-RCQ-RETURN-CODE
                   MOVE 'DATE ' TO MET-RCQ-ERROR-CODE
                   MOVE 'DATE IS LATER THAN THE RUN-CONTROL DATE'
                       TO MET-RCQ-MESSAGE
               WHEN WS-REQUEST-DATE NUMERIC
                   PERFORM READ-EARLIER-ROW
               WHEN WS-REQ-MONTH NUMERIC
                   AND WS-REQ-DAY = SPACES
                   AND WS-REQ-MONTH NOT = WS-CURRENT-MONTH
                   SET WS-RERUN-NEEDED TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           MOVE WS-ACTIVE-DATE TO MET-RCQ-BUSINESS-DATE
           .

       READ-EARLIER-ROW.
      *----------------------------------------------------------------*
      * Switch to the kept row for an earlier business date            *
      *----------------------------------------------------------------*
           MOVE WS-REQUEST-DATE TO MET-RUN-KEY
           READ RUN-CONTROL
           IF WS-RUN-STATUS-OK
               MOVE MET-RUN-KEY TO WS-ACTIVE-KEY
               MOVE MET-RUN-BUSINESS-DATE TO WS-ACTIVE-DATE
               SET WS-RERUN-NEEDED TO TRUE
           ELSE
               MOVE 08 TO MET-RCQ-RETURN-CODE
               MOVE 'DATE ' TO MET-RCQ-ERROR-CODE
               MOVE 'NO RUN-CONTROL ROW KEPT FOR THE DATE'
                   TO MET-RCQ-MESSAGE
           END-IF
           .

       CHECK-JOB-MAY-START.
      *----------------------------------------------------------------*
      * A cleared rerun lets the job past its own status and past the  *
      * date check; nothing lets it past an incomplete prerequisite    *
      *----------------------------------------------------------------*
           IF NOT MET-RUN-RERUN-CLEARED(WS-JOB-IDX)
               EVALUATE TRUE
                   WHEN WS-RERUN-NEEDED
                       MOVE 08 TO MET-RCQ-RETURN-CODE
                       MOVE 'DATE ' TO MET-RCQ-ERROR-CODE
                       MOVE 'NOT THE RUN-CONTROL DATE, NO RERUN CLEARED'
                           TO MET-RCQ-MESSAGE
                   WHEN MET-RUN-RUNNING(WS-JOB-IDX)
                       MOVE 08 TO MET-RCQ-RETURN-CODE
                       MOVE 'RUNNG' TO MET-RCQ-ERROR-CODE
                       MOVE 'RUNNING OR ABENDED, NO RERUN CLEARED'
                           TO MET-RCQ-MESSAGE
                   WHEN MET-RUN-COMPLETE(WS-JOB-IDX)
                       MOVE 08 TO MET-RCQ-RETURN-CODE
                       MOVE 'DONE ' TO MET-RCQ-ERROR-CODE
                       MOVE 'ALREADY COMPLETE, NO RERUN CLEARED'
                           TO MET-RCQ-MESSAGE
               END-EVALUATE
           END-IF

           IF MET-RCQ-RETURN-CODE = 00
               AND WS-RSQ-PREREQ-NAME(WS-JOB-IDX) NOT = SPACES
               MOVE WS-RSQ-PREREQ-NAME(WS-JOB-IDX) TO WS-FIND-NAME
               PERFORM FIND-SEQUENCE-ENTRY
               MOVE WS-FOUND-IDX TO WS-PREREQ-IDX
               IF NOT MET-RUN-COMPLETE(WS-PREREQ-IDX)
                   PERFORM DESCRIBE-PREREQ-STATUS
                   MOVE 08 TO MET-RCQ-RETURN-CODE
                   MOVE 'SEQER' TO MET-RCQ-ERROR-CODE
                   STRING WS-RSQ-PREREQ-NAME(WS-JOB-IDX)
                              DELIMITED BY SIZE
                          ' IS ' DELIMITED BY SIZE
                          WS-STATUS-TEXT DELIMITED BY SPACE
                          ' FOR ' DELIMITED BY SIZE
                          WS-ACTIVE-DATE DELIMITED BY SIZE
                          ' - IT MUST BE COMPLETE FIRST'
                              DELIMITED BY SIZE
                       INTO MET-RCQ-MESSAGE
                   END-STRING
               END-IF
           END-IF
           .

       DESCRIBE-PREREQ-STATUS.
      *----------------------------------------------------------------*
      * Word the prerequisite's status for the refusal message         *
      *----------------------------------------------------------------*
           EVALUATE TRUE
               WHEN MET-RUN-RUNNING(WS-PREREQ-IDX)
                   MOVE 'RUNNING' TO WS-STATUS-TEXT
               WHEN MET-RUN-FAILED(WS-PREREQ-IDX)
                   MOVE 'FAILED' TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE 'NOT-STARTED' TO WS-STATUS-TEXT
           END-EVALUATE
           .

       MARK-JOB-RUNNING.
      *----------------------------------------------------------------*
      * Mark the job running, stamp its start and use up any rerun     *
      * clearance - a second submit must ask again                     *
      *----------------------------------------------------------------*
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-TIME-RAW FROM TIME

           IF MET-RUN-RERUN-CLEARED(WS-JOB-IDX)
               DISPLAY 'METRRCTL: ' MET-RCQ-JOB-NAME
                   ' RUNNING FOR ' WS-ACTIVE-DATE
                   ' ON RERUN CLEARANCE FROM '
                   MET-RUN-RERUN-OPERATOR(WS-JOB-IDX)
           END-IF

           SET MET-RUN-RUNNING(WS-JOB-IDX) TO TRUE
           MOVE ZERO TO MET-RUN-JOB-RC(WS-JOB-IDX)
           MOVE WS-TODAY TO MET-RUN-START-DATE(WS-JOB-IDX)
           MOVE WS-TIME-HHMMSS TO MET-RUN-START-TIME(WS-JOB-IDX)
           MOVE ZERO TO MET-RUN-END-DATE(WS-JOB-IDX)
           MOVE ZERO TO MET-RUN-END-TIME(WS-JOB-IDX)
           IF MET-RUN-ATTEMPTS(WS-JOB-IDX) < 999
               ADD 1 TO MET-RUN-ATTEMPTS(WS-JOB-IDX)
           END-IF
           MOVE 'N' TO MET-RUN-RERUN-FLAG(WS-JOB-IDX)

           REWRITE RUN-CONTROL-RECORD
           IF WS-RUN-STATUS-OK
               SET WS-RUN-BEGUN TO TRUE
           ELSE
               DISPLAY 'METRRCTL: METRUNVS REWRITE FAILED, STATUS='
                   WS-RUN-STATUS ' KEY=' MET-RUN-KEY
               MOVE 12 TO MET-RCQ-RETURN-CODE
               MOVE 'FILEE' TO MET-RCQ-ERROR-CODE
               MOVE 'RUN-CONTROL RECORD COULD NOT BE UPDATED'
                   TO MET-RCQ-MESSAGE
           END-IF
           .

       PROCESS-END.
      *----------------------------------------------------------------*
      * Record the job complete (return code 4 or less) or failed      *
      * against the row the begin used                                 *
      *----------------------------------------------------------------*
           IF NOT WS-RUN-BEGUN
               MOVE 04 TO MET-RCQ-RETURN-CODE
               MOVE 'BADOP' TO MET-RCQ-ERROR-CODE
               MOVE 'END WITHOUT A SUCCESSFUL BEGIN' TO MET-RCQ-MESSAGE
           ELSE
               PERFORM OPEN-RUN-CONTROL
           END-IF

           IF MET-RCQ-RETURN-CODE = 00
               MOVE WS-ACTIVE-KEY TO MET-RUN-KEY
               READ RUN-CONTROL
               IF WS-RUN-STATUS-OK
                   PERFORM MARK-JOB-ENDED
               ELSE
                   DISPLAY 'METRRCTL: METRUNVS READ FAILED, STATUS='
                       WS-RUN-STATUS ' KEY=' MET-RUN-KEY
                   MOVE 12 TO MET-RCQ-RETURN-CODE
                   MOVE 'FILEE' TO MET-RCQ-ERROR-CODE
               END-IF
               CLOSE RUN-CONTROL
           END-IF
           .

       MARK-JOB-ENDED.
      *----------------------------------------------------------------*
      * Stamp the end, the return code and the outcome                 *
      *----------------------------------------------------------------*
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-TIME-RAW FROM TIME

           IF MET-RCQ-JOB-RC > 4
               SET MET-RUN-FAILED(WS-JOB-IDX) TO TRUE
           ELSE
               SET MET-RUN-COMPLETE(WS-JOB-IDX) TO TRUE
           END-IF
           MOVE MET-RCQ-JOB-RC TO MET-RUN-JOB-RC(WS-JOB-IDX)
           MOVE WS-TODAY TO MET-RUN-END-DATE(WS-JOB-IDX)
           MOVE WS-TIME-HHMMSS TO MET-RUN-END-TIME(WS-JOB-IDX)

           REWRITE RUN-CONTROL-RECORD
           IF WS-RUN-STATUS-OK
               MOVE 'N' TO WS-ACTIVE-FLAG
           ELSE
               DISPLAY 'METRRCTL: METRUNVS REWRITE FAILED, STATUS='
                   WS-RUN-STATUS ' KEY=' MET-RUN-KEY
               MOVE 12 TO MET-RCQ-RETURN-CODE
               MOVE 'FILEE' TO MET-RCQ-ERROR-CODE
           END-IF
           .
