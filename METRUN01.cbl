       IDENTIFICATION DIVISION.
       PROGRAM-ID. METRUN01.
       AUTHOR. COBOL-METRICS-TEAM.

      *----------------------------------------------------------------*
      * Nightly suite run-control maintenance and status job.          *
      * Works the METRUNVS run-control record (CPYMRUN) that every     *
      * job in the nightly metrics suite checks in and out of (through *
      * METRRCTL, or under CICS for the MARC capture).  One command    *
      * card per run:                                                  *
      *                                                                *
      *   ADVANCE - the date-advance step, last in the nightly         *
      *     schedule.  Refuses while any job due for the business      *
      *     date is not complete (every nightly job, plus the monthly  *
      *     rollup on the last night of a month) or any job is still   *
      *     running or failed - unless FORCE is given with an          *
      *     operator id.  Otherwise keeps the night's row under its    *
      *     own date and opens the next date (the card's date, or the  *
      *     following calendar day) with every job not started.  The   *
      *     first ADVANCE against an empty file simply opens the       *
      *     date.                                                      *
      *   RERUN - an operator's clearance for a deliberate rerun of    *
      *     one job for the current date or a kept earlier one: lets   *
      *     the next run past a complete or running status, or past    *
      *     the date check for an earlier date.  Needs an operator id; *
      *     used up by the run it lets through.                        *
      *   STATUS - prints the row for the current date, or for the     *
      *     card's date.                                               *
      *                                                                *
      * Every command ends by printing the row it worked on: one line  *
      * per job with its status, return code, start and end, how many  *
      * times it was started and what is safe to do next - so after a  *
      * failure in the night the on-call person sees exactly where the *
      * suite stopped and what may be resubmitted.                     *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL ASSIGN TO METRUNVS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MET-RUN-KEY
               FILE STATUS IS WS-RUN-STATUS.

           SELECT RUN-REPORT ASSIGN TO METRUNR
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------*
      * One run-control row per business date - see CPYMRUN            *
      *----------------------------------------------------------------*
       FD  RUN-CONTROL.
       01  RUN-CONTROL-RECORD.
           COPY CPYMRUN.

       FD  RUN-REPORT
           RECORDING MODE IS F.
       01  REPORT-LINE                    PIC X(120).

       WORKING-STORAGE SECTION.

       01  WS-RUN-STATUS                  PIC X(2).
           88  WS-RUN-STATUS-OK           VALUE '00'.
           88  WS-RUN-DUPLICATE           VALUE '22'.
           88  WS-RUN-NOT-FOUND           VALUE '23'.

      *----------------------------------------------------------------*
      * The command card:                                              *
      *   columns  1-8   ADVANCE, RERUN or STATUS                      *
      *   columns 10-17  job name (RERUN)                              *
      *   columns 19-26  business date YYYYMMDD (optional)             *
      *   columns 28-35  operator id (RERUN, and ADVANCE with FORCE)   *
      *   columns 37-41  FORCE (ADVANCE only)                          *
      *----------------------------------------------------------------*
       01  WS-CONTROL-CARD.
           05  WS-CRD-COMMAND             PIC X(8).
           05  FILLER                     PIC X(1).
           05  WS-CRD-JOB-NAME            PIC X(8).
           05  FILLER                     PIC X(1).
           05  WS-CRD-DATE                PIC X(8).
           05  FILLER                     PIC X(1).
           05  WS-CRD-OPERATOR            PIC X(8).
           05  FILLER                     PIC X(1).
           05  WS-CRD-FORCE               PIC X(5).
           05  FILLER                     PIC X(39).

       01  WS-ROW-WORK.
           05  WS-ROW-FLAG                PIC X VALUE 'N'.
               88  WS-ROW-IN-HAND         VALUE 'Y'.
           05  WS-JOB-IDX                 PIC 9(2) COMP.
           05  WS-SEQ-IDX                 PIC 9(2) COMP.
           05  WS-PREREQ-IDX              PIC 9(2) COMP.
           05  WS-FOUND-IDX               PIC 9(2) COMP.
           05  WS-FIND-NAME               PIC X(8).
           05  WS-OLD-DATE                PIC 9(8).
           05  WS-NEW-DATE                PIC 9(8).
           05  WS-NOT-FINISHED            PIC 9(2) COMP.
           05  WS-MONTH-END-FLAG          PIC X.
               88  WS-MONTH-END-NIGHT     VALUE 'Y'.
           05  WS-DUE-FLAG                PIC X.
               88  WS-JOB-DUE             VALUE 'Y'.

       01  WS-CLOCK.
           05  WS-TODAY                   PIC 9(8).
           05  WS-TIME-RAW                PIC 9(8).
           05  FILLER REDEFINES WS-TIME-RAW.
               10  WS-TIME-HHMMSS         PIC 9(6).
               10  WS-TIME-HS             PIC 9(2).

      *----------------------------------------------------------------*
      * Next-calendar-day work - the following day of WS-BASE-DATE     *
      * into WS-NEXT-DATE                                              *
      *----------------------------------------------------------------*
       01  WS-CALENDAR-WORK.
           05  WS-BASE-DATE               PIC 9(8).
           05  WS-NEXT-DATE               PIC 9(8).
           05  FILLER REDEFINES WS-NEXT-DATE.
               10  WS-NXT-YEAR            PIC 9(4).
               10  WS-NXT-MONTH           PIC 9(2).
               10  WS-NXT-DAY             PIC 9(2).
           05  WS-MONTH-DAYS              PIC 9(2).
           05  WS-LEAP-QUOTIENT           PIC 9(4) COMP.
           05  WS-LEAP-REM-4              PIC 9(4) COMP.
           05  WS-LEAP-REM-100            PIC 9(4) COMP.
           05  WS-LEAP-REM-400            PIC 9(4) COMP.

       01  WS-MONTH-LENGTH-DATA           PIC X(24)
           VALUE '312831303130313130313031'.
       01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTH-DATA.
           05  WS-MONTH-LENGTH OCCURS 12 TIMES PIC 9(2).

      *----------------------------------------------------------------*
      * Print-line layouts                                             *
      *----------------------------------------------------------------*
       01  WS-HEADING-LINE-1.
           05  FILLER                      PIC X(52)
               VALUE 'METRUN01 - NIGHTLY METRICS SUITE RUN CONTROL'.
           05  FILLER                      PIC X(14)
               VALUE 'BUSINESS DATE '.
           05  WS-HDG-DATE                 PIC 9(8).

       01  WS-HEADING-LINE-2.
           05  FILLER                      PIC X(12)
               VALUE 'DATE OPENED '.
           05  WS-HDG-OPENED-DATE          PIC 9(8).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-HDG-OPENED-TIME          PIC 9(6).

       01  WS-COLUMN-HEADING.
           05  FILLER                      PIC X(40)
               VALUE 'JOB       STATUS        RC   STARTED    '.
           05  FILLER                      PIC X(40)
               VALUE '       ENDED            TRIES  NEXT STEP'.

       01  WS-JOB-LINE.
           05  WS-JOB-NAME                 PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-JOB-STATUS               PIC X(11).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-JOB-RC                   PIC ZZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-JOB-START-DATE           PIC 9(8).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-JOB-START-TIME           PIC 9(6).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-JOB-END-DATE             PIC 9(8).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-JOB-END-TIME             PIC 9(6).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-JOB-TRIES                PIC ZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-JOB-NEXT-STEP            PIC X(50).

       01  WS-NOTE-LINE.
           05  WS-NOT-TEXT                 PIC X(100).

      *----------------------------------------------------------------*
      * The suite's job order and prerequisites - see CPYMRSQ          *
      *----------------------------------------------------------------*
           COPY CPYMRSQ.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
      *----------------------------------------------------------------*
      * Read the command card, carry it out against the run-control    *
      * file and print the row it worked on                            *
      *----------------------------------------------------------------*
           MOVE SPACES TO WS-CONTROL-CARD
           ACCEPT WS-CONTROL-CARD

           OPEN OUTPUT RUN-REPORT
           PERFORM OPEN-RUN-CONTROL

           EVALUATE WS-CRD-COMMAND
               WHEN 'ADVANCE '
                   PERFORM PROCESS-ADVANCE
               WHEN 'RERUN   '
                   PERFORM PROCESS-RERUN
               WHEN 'STATUS  '
               WHEN SPACES
                   PERFORM PROCESS-STATUS
               WHEN OTHER
                   MOVE SPACES TO WS-NOT-TEXT
                   STRING 'COMMAND NOT RECOGNIZED: ' DELIMITED BY SIZE
                          WS-CRD-COMMAND DELIMITED BY SIZE
                       INTO WS-NOT-TEXT
                   END-STRING
                   PERFORM PRINT-NOTE
                   MOVE 08 TO RETURN-CODE
           END-EVALUATE

           IF WS-ROW-IN-HAND
               PERFORM PRINT-RUN-STATUS
           END-IF

           CLOSE RUN-CONTROL
           CLOSE RUN-REPORT
           STOP RUN
           .

       OPEN-RUN-CONTROL.
      *----------------------------------------------------------------*
      * A run-control file that will not open is a hard failure        *
      *----------------------------------------------------------------*
           OPEN I-O RUN-CONTROL
           IF NOT WS-RUN-STATUS-OK
               DISPLAY 'METRUN01: METRUNVS OPEN FAILED, STATUS='
                   WS-RUN-STATUS
               CLOSE RUN-REPORT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       PROCESS-STATUS.
      *----------------------------------------------------------------*
      * Print the current row, or the kept row for the card's date     *
      *----------------------------------------------------------------*
           IF WS-CRD-DATE NUMERIC
               MOVE WS-CRD-DATE TO MET-RUN-KEY
           ELSE
               MOVE 'CURRENT ' TO MET-RUN-KEY
           END-IF

           READ RUN-CONTROL
           IF WS-RUN-STATUS-OK
               SET WS-ROW-IN-HAND TO TRUE
           ELSE
               MOVE SPACES TO WS-NOT-TEXT
               STRING 'NO RUN-CONTROL ROW FOR ' DELIMITED BY SIZE
                      MET-RUN-KEY DELIMITED BY SIZE
                   INTO WS-NOT-TEXT
               END-STRING
               PERFORM PRINT-NOTE
               MOVE 04 TO RETURN-CODE
           END-IF
           .

       PROCESS-ADVANCE.
      *----------------------------------------------------------------*
      * Open the first date on an empty file; otherwise check the      *
      * night is finished (or forced), keep its row under its own      *
      * date and open the next date on the current row                 *
      *----------------------------------------------------------------*
           MOVE 'CURRENT ' TO MET-RUN-KEY
           READ RUN-CONTROL

           EVALUATE TRUE
               WHEN WS-RUN-NOT-FOUND
                   PERFORM OPEN-FIRST-DATE
               WHEN WS-RUN-STATUS-OK
                   PERFORM ADVANCE-CURRENT-DATE
               WHEN OTHER
                   DISPLAY 'METRUN01: METRUNVS READ FAILED, STATUS='
                       WS-RUN-STATUS
                   MOVE 12 TO RETURN-CODE
           END-EVALUATE
           .

       OPEN-FIRST-DATE.
      *----------------------------------------------------------------*
      * First use of the file: open the card's date, or today          *
      *----------------------------------------------------------------*
           IF WS-CRD-DATE NUMERIC
               MOVE WS-CRD-DATE TO WS-NEW-DATE
           ELSE
               ACCEPT WS-NEW-DATE FROM DATE YYYYMMDD
           END-IF

           PERFORM BUILD-NEW-ROW
           WRITE RUN-CONTROL-RECORD
           IF WS-RUN-STATUS-OK
               SET WS-ROW-IN-HAND TO TRUE
               MOVE 'RUN CONTROL STARTED - FIRST BUSINESS DATE OPENED'
                   TO WS-NOT-TEXT
               PERFORM PRINT-NOTE
           ELSE
               DISPLAY 'METRUN01: METRUNVS WRITE FAILED, STATUS='
                   WS-RUN-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF
           .

       ADVANCE-CURRENT-DATE.
      *----------------------------------------------------------------*
      * Refuse while the night is unfinished unless forced by a named  *
      * operator, and never move the date backward                     *
      *----------------------------------------------------------------*
           MOVE MET-RUN-BUSINESS-DATE TO WS-OLD-DATE
           PERFORM COUNT-UNFINISHED-JOBS

           IF WS-CRD-DATE NUMERIC
               MOVE WS-CRD-DATE TO WS-NEW-DATE
           ELSE
               MOVE WS-OLD-DATE TO WS-BASE-DATE
               PERFORM COMPUTE-NEXT-DATE
               MOVE WS-NEXT-DATE TO WS-NEW-DATE
           END-IF

           EVALUATE TRUE
               WHEN WS-NEW-DATE NOT > WS-OLD-DATE
                   MOVE 'DATE NOT ADVANCED - NEW DATE IS NOT LATER'
                       TO WS-NOT-TEXT
                   PERFORM PRINT-NOTE
                   SET WS-ROW-IN-HAND TO TRUE
                   MOVE 08 TO RETURN-CODE
               WHEN WS-NOT-FINISHED > ZERO
                   AND (WS-CRD-FORCE NOT = 'FORCE'
                    OR WS-CRD-OPERATOR = SPACES)
                   MOVE 'DATE NOT ADVANCED - NIGHT NOT FINISHED'
                       TO WS-NOT-TEXT
                   PERFORM PRINT-NOTE
                   IF WS-CRD-FORCE = 'FORCE'
                       MOVE 'FORCE NEEDS AN OPERATOR ID' TO WS-NOT-TEXT
                       PERFORM PRINT-NOTE
                   END-IF
                   SET WS-ROW-IN-HAND TO TRUE
                   MOVE 08 TO RETURN-CODE
               WHEN OTHER
                   PERFORM KEEP-OLD-ROW
                   IF RETURN-CODE = ZERO
                       PERFORM OPEN-NEW-DATE
                   END-IF
           END-EVALUATE
           .

       COUNT-UNFINISHED-JOBS.
      *----------------------------------------------------------------*
      * Count the jobs holding the date back: any job due tonight that *
      * is not complete, and any job at all left running or failed     *
      *----------------------------------------------------------------*
           MOVE ZERO TO WS-NOT-FINISHED
           PERFORM TEST-MONTH-END-NIGHT
           PERFORM COUNT-ONE-UNFINISHED-JOB
               VARYING WS-JOB-IDX FROM 1 BY 1
               UNTIL WS-JOB-IDX > WS-RSQ-COUNT
           .

       COUNT-ONE-UNFINISHED-JOB.
           PERFORM TEST-JOB-DUE
           IF (WS-JOB-DUE
               AND NOT MET-RUN-COMPLETE(WS-JOB-IDX))
               OR MET-RUN-RUNNING(WS-JOB-IDX)
               OR MET-RUN-FAILED(WS-JOB-IDX)
               ADD 1 TO WS-NOT-FINISHED
           END-IF
           .

       TEST-MONTH-END-NIGHT.
      *----------------------------------------------------------------*
      * The row's date is a month end when the next day is the first   *
      *----------------------------------------------------------------*
           MOVE MET-RUN-BUSINESS-DATE TO WS-BASE-DATE
           PERFORM COMPUTE-NEXT-DATE
           IF WS-NXT-DAY = 01
               MOVE 'Y' TO WS-MONTH-END-FLAG
           ELSE
               MOVE 'N' TO WS-MONTH-END-FLAG
           END-IF
           .

       TEST-JOB-DUE.
      *----------------------------------------------------------------*
      * Nightly jobs are always due; the monthly rollup only on a      *
      * month end                                                      *
      *----------------------------------------------------------------*
           IF WS-RSQ-NIGHTLY(WS-JOB-IDX)
               OR WS-MONTH-END-NIGHT
               MOVE 'Y' TO WS-DUE-FLAG
           ELSE
               MOVE 'N' TO WS-DUE-FLAG
           END-IF
           .

       KEEP-OLD-ROW.
      *----------------------------------------------------------------*
      * Write the night's row under its own date so it can still be    *
      * looked at, and rerun, once the date has moved on; a row kept   *
      * by an earlier advance to the same date is replaced             *
      *----------------------------------------------------------------*
           MOVE WS-OLD-DATE TO MET-RUN-KEY
           WRITE RUN-CONTROL-RECORD
           IF WS-RUN-DUPLICATE
               REWRITE RUN-CONTROL-RECORD
           END-IF

           IF NOT WS-RUN-STATUS-OK
               DISPLAY 'METRUN01: METRUNVS WRITE FAILED, STATUS='
                   WS-RUN-STATUS ' KEY=' MET-RUN-KEY
               MOVE 'DATE NOT ADVANCED - THE NIGHT COULD NOT BE KEPT'
                   TO WS-NOT-TEXT
               PERFORM PRINT-NOTE
               MOVE 12 TO RETURN-CODE
           ELSE
               IF WS-NOT-FINISHED > ZERO
                   MOVE SPACES TO WS-NOT-TEXT
                   STRING 'NIGHT CLOSED UNFINISHED - FORCED BY '
                              DELIMITED BY SIZE
                          WS-CRD-OPERATOR DELIMITED BY SIZE
                       INTO WS-NOT-TEXT
                   END-STRING
                   PERFORM PRINT-NOTE
               END-IF
               PERFORM PRINT-RUN-STATUS
           END-IF
           .

       OPEN-NEW-DATE.
      *----------------------------------------------------------------*
      * Start the next date on the current row, every job not started  *
      *----------------------------------------------------------------*
           PERFORM BUILD-NEW-ROW
           REWRITE RUN-CONTROL-RECORD
           IF WS-RUN-STATUS-OK
               SET WS-ROW-IN-HAND TO TRUE
               MOVE 'BUSINESS DATE ADVANCED' TO WS-NOT-TEXT
               PERFORM PRINT-NOTE
           ELSE
               DISPLAY 'METRUN01: METRUNVS REWRITE FAILED, STATUS='
                   WS-RUN-STATUS ' KEY=' MET-RUN-KEY
               MOVE 12 TO RETURN-CODE
           END-IF
           .

       BUILD-NEW-ROW.
      *----------------------------------------------------------------*
      * A fresh current row for WS-NEW-DATE                            *
      *----------------------------------------------------------------*
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-TIME-RAW FROM TIME

           MOVE 'CURRENT ' TO MET-RUN-KEY
           MOVE WS-NEW-DATE TO MET-RUN-BUSINESS-DATE
           MOVE WS-TODAY TO MET-RUN-OPENED-DATE
           MOVE WS-TIME-HHMMSS TO MET-RUN-OPENED-TIME
           PERFORM RESET-ONE-JOB-ENTRY
               VARYING WS-JOB-IDX FROM 1 BY 1
               UNTIL WS-JOB-IDX > WS-RSQ-COUNT
           .

       RESET-ONE-JOB-ENTRY.
           MOVE WS-RSQ-JOB-NAME(WS-JOB-IDX)
               TO MET-RUN-JOB-NAME(WS-JOB-IDX)
           SET MET-RUN-NOT-STARTED(WS-JOB-IDX) TO TRUE
           MOVE ZERO TO MET-RUN-JOB-RC(WS-JOB-IDX)
           MOVE ZERO TO MET-RUN-START-DATE(WS-JOB-IDX)
           MOVE ZERO TO MET-RUN-START-TIME(WS-JOB-IDX)
           MOVE ZERO TO MET-RUN-END-DATE(WS-JOB-IDX)
           MOVE ZERO TO MET-RUN-END-TIME(WS-JOB-IDX)
           MOVE ZERO TO MET-RUN-ATTEMPTS(WS-JOB-IDX)
           MOVE 'N' TO MET-RUN-RERUN-FLAG(WS-JOB-IDX)
           MOVE SPACES TO MET-RUN-RERUN-OPERATOR(WS-JOB-IDX)
           .

       COMPUTE-NEXT-DATE.
      *----------------------------------------------------------------*
      * The calendar day after WS-BASE-DATE, leap years included       *
      *----------------------------------------------------------------*
           MOVE WS-BASE-DATE TO WS-NEXT-DATE
           MOVE WS-MONTH-LENGTH(WS-NXT-MONTH) TO WS-MONTH-DAYS

           IF WS-NXT-MONTH = 02
               DIVIDE WS-NXT-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-4
               DIVIDE WS-NXT-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-100
               DIVIDE WS-NXT-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-400
               IF WS-LEAP-REM-4 = ZERO
                   AND (WS-LEAP-REM-100 NOT = ZERO
                    OR WS-LEAP-REM-400 = ZERO)
                   MOVE 29 TO WS-MONTH-DAYS
               END-IF
           END-IF

           IF WS-NXT-DAY < WS-MONTH-DAYS
               ADD 1 TO WS-NXT-DAY
           ELSE
               MOVE 01 TO WS-NXT-DAY
               IF WS-NXT-MONTH < 12
                   ADD 1 TO WS-NXT-MONTH
               ELSE
                   MOVE 01 TO WS-NXT-MONTH
                   ADD 1 TO WS-NXT-YEAR
               END-IF
           END-IF
           .

       PROCESS-RERUN.
      *----------------------------------------------------------------*
      * Clear one job for a deliberate rerun on the current date or a  *
      * kept earlier one.  The clearance names the operator who gave   *
      * it, and is printed with the row                                *
      *----------------------------------------------------------------*
           MOVE WS-CRD-JOB-NAME TO WS-FIND-NAME
           PERFORM FIND-SEQUENCE-ENTRY

           EVALUATE TRUE
               WHEN WS-FOUND-IDX = ZERO
                   MOVE 'RERUN REFUSED - JOB IS NOT IN THE SUITE'
                       TO WS-NOT-TEXT
                   PERFORM PRINT-NOTE
                   MOVE 08 TO RETURN-CODE
               WHEN WS-CRD-OPERATOR = SPACES
                   MOVE 'RERUN REFUSED - AN OPERATOR ID IS REQUIRED'
                       TO WS-NOT-TEXT
                   PERFORM PRINT-NOTE
                   MOVE 08 TO RETURN-CODE
               WHEN OTHER
                   MOVE WS-FOUND-IDX TO WS-JOB-IDX
                   PERFORM READ-ROW-FOR-RERUN
                   IF WS-ROW-IN-HAND
                       PERFORM CLEAR-JOB-FOR-RERUN
                   END-IF
           END-EVALUATE
           .

       READ-ROW-FOR-RERUN.
      *----------------------------------------------------------------*
      * The current row when no date is given or the date is the       *
      * current one; otherwise the kept row for the date               *
      *----------------------------------------------------------------*
           MOVE 'CURRENT ' TO MET-RUN-KEY
           READ RUN-CONTROL

           IF WS-RUN-STATUS-OK
               AND WS-CRD-DATE NUMERIC
               AND WS-CRD-DATE NOT = MET-RUN-BUSINESS-DATE
               MOVE WS-CRD-DATE TO MET-RUN-KEY
               READ RUN-CONTROL
           END-IF

           IF WS-RUN-STATUS-OK
               SET WS-ROW-IN-HAND TO TRUE
           ELSE
               MOVE SPACES TO WS-NOT-TEXT
               STRING 'RERUN REFUSED - NO RUN-CONTROL ROW FOR '
                          DELIMITED BY SIZE
                      MET-RUN-KEY DELIMITED BY SIZE
                   INTO WS-NOT-TEXT
               END-STRING
               PERFORM PRINT-NOTE
               MOVE 08 TO RETURN-CODE
           END-IF
           .

       CLEAR-JOB-FOR-RERUN.
      *----------------------------------------------------------------*
      * Set the clearance and say so                                   *
      *----------------------------------------------------------------*
           MOVE 'Y' TO MET-RUN-RERUN-FLAG(WS-JOB-IDX)
           MOVE WS-CRD-OPERATOR TO MET-RUN-RERUN-OPERATOR(WS-JOB-IDX)

           REWRITE RUN-CONTROL-RECORD
           IF WS-RUN-STATUS-OK
               MOVE SPACES TO WS-NOT-TEXT
               STRING 'RERUN CLEARED FOR ' DELIMITED BY SIZE
                      WS-CRD-JOB-NAME DELIMITED BY SIZE
                      ' BY ' DELIMITED BY SIZE
                      WS-CRD-OPERATOR DELIMITED BY SIZE
                   INTO WS-NOT-TEXT
               END-STRING
               PERFORM PRINT-NOTE
           ELSE
               DISPLAY 'METRUN01: METRUNVS REWRITE FAILED, STATUS='
                   WS-RUN-STATUS ' KEY=' MET-RUN-KEY
               MOVE 12 TO RETURN-CODE
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

       PRINT-RUN-STATUS.
      *----------------------------------------------------------------*
      * The row in hand: headings, one line per job, and where the     *
      * night stands                                                   *
      *----------------------------------------------------------------*
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE MET-RUN-BUSINESS-DATE TO WS-HDG-DATE
           WRITE REPORT-LINE FROM WS-HEADING-LINE-1
           MOVE MET-RUN-OPENED-DATE TO WS-HDG-OPENED-DATE
           MOVE MET-RUN-OPENED-TIME TO WS-HDG-OPENED-TIME
           WRITE REPORT-LINE FROM WS-HEADING-LINE-2
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-COLUMN-HEADING

           PERFORM TEST-MONTH-END-NIGHT
           PERFORM PRINT-ONE-JOB-LINE
               VARYING WS-JOB-IDX FROM 1 BY 1
               UNTIL WS-JOB-IDX > WS-RSQ-COUNT

           PERFORM COUNT-UNFINISHED-JOBS
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-NOT-FINISHED = ZERO
               MOVE 'SUITE FINISHED FOR THE DATE' TO WS-NOT-TEXT
           ELSE
               MOVE 'SUITE NOT FINISHED FOR THE DATE - SEE NEXT STEP'
                   TO WS-NOT-TEXT
           END-IF
           PERFORM PRINT-NOTE
           .

       PRINT-ONE-JOB-LINE.
      *----------------------------------------------------------------*
      * One job's entry and what is safe to do about it next           *
      *----------------------------------------------------------------*
           MOVE MET-RUN-JOB-NAME(WS-JOB-IDX) TO WS-JOB-NAME
           MOVE MET-RUN-JOB-RC(WS-JOB-IDX) TO WS-JOB-RC
           MOVE MET-RUN-START-DATE(WS-JOB-IDX) TO WS-JOB-START-DATE
           MOVE MET-RUN-START-TIME(WS-JOB-IDX) TO WS-JOB-START-TIME
           MOVE MET-RUN-END-DATE(WS-JOB-IDX) TO WS-JOB-END-DATE
           MOVE MET-RUN-END-TIME(WS-JOB-IDX) TO WS-JOB-END-TIME
           MOVE MET-RUN-ATTEMPTS(WS-JOB-IDX) TO WS-JOB-TRIES

           EVALUATE TRUE
               WHEN MET-RUN-RUNNING(WS-JOB-IDX)
                   MOVE 'RUNNING' TO WS-JOB-STATUS
               WHEN MET-RUN-COMPLETE(WS-JOB-IDX)
                   MOVE 'COMPLETE' TO WS-JOB-STATUS
               WHEN MET-RUN-FAILED(WS-JOB-IDX)
                   MOVE 'FAILED' TO WS-JOB-STATUS
               WHEN OTHER
                   MOVE 'NOT STARTED' TO WS-JOB-STATUS
           END-EVALUATE

           PERFORM WORK-OUT-NEXT-STEP
           WRITE REPORT-LINE FROM WS-JOB-LINE
           .

       WORK-OUT-NEXT-STEP.
      *----------------------------------------------------------------*
      * What the on-call person may safely do with the job now         *
      *----------------------------------------------------------------*
           MOVE SPACES TO WS-JOB-NEXT-STEP
           PERFORM TEST-JOB-DUE
           MOVE ZERO TO WS-PREREQ-IDX
           IF WS-RSQ-PREREQ-NAME(WS-JOB-IDX) NOT = SPACES
               MOVE WS-RSQ-PREREQ-NAME(WS-JOB-IDX) TO WS-FIND-NAME
               PERFORM FIND-SEQUENCE-ENTRY
               MOVE WS-FOUND-IDX TO WS-PREREQ-IDX
           END-IF

           EVALUATE TRUE
               WHEN WS-PREREQ-IDX NOT = ZERO
                   AND NOT MET-RUN-COMPLETE(WS-PREREQ-IDX)
                   AND NOT MET-RUN-COMPLETE(WS-JOB-IDX)
                   STRING 'WAIT - NEEDS ' DELIMITED BY SIZE
                          WS-RSQ-PREREQ-NAME(WS-JOB-IDX)
                              DELIMITED BY SIZE
                          ' COMPLETE FIRST' DELIMITED BY SIZE
                       INTO WS-JOB-NEXT-STEP
                   END-STRING
               WHEN MET-RUN-RERUN-CLEARED(WS-JOB-IDX)
                   STRING 'RERUN CLEARED BY ' DELIMITED BY SIZE
                          MET-RUN-RERUN-OPERATOR(WS-JOB-IDX)
                              DELIMITED BY SIZE
                          ' - SAFE TO SUBMIT' DELIMITED BY SIZE
                       INTO WS-JOB-NEXT-STEP
                   END-STRING
               WHEN MET-RUN-COMPLETE(WS-JOB-IDX)
                   MOVE 'NONE - RERUN NEEDS A CLEARANCE'
                       TO WS-JOB-NEXT-STEP
               WHEN MET-RUN-RUNNING(WS-JOB-IDX)
                   MOVE 'IF NOT ACTIVE IT ABENDED - CLEAR A RERUN'
                       TO WS-JOB-NEXT-STEP
               WHEN MET-RUN-FAILED(WS-JOB-IDX)
                   MOVE 'FIX THE CAUSE, THEN SAFE TO RESUBMIT'
                       TO WS-JOB-NEXT-STEP
               WHEN NOT WS-JOB-DUE
                   MOVE 'NOT DUE - MONTH END ONLY' TO WS-JOB-NEXT-STEP
               WHEN OTHER
                   MOVE 'SAFE TO SUBMIT' TO WS-JOB-NEXT-STEP
           END-EVALUATE
           .

       PRINT-NOTE.
      *----------------------------------------------------------------*
      * Print a one-line note and echo it to the job log               *
      *----------------------------------------------------------------*
           WRITE REPORT-LINE FROM WS-NOTE-LINE
           DISPLAY 'METRUN01: ' WS-NOT-TEXT
           MOVE SPACES TO WS-NOT-TEXT
           .
