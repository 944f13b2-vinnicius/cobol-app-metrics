       IDENTIFICATION DIVISION.
       PROGRAM-ID. METHCV01.
       AUTHOR. COBOL-METRICS-TEAM.

      *----------------------------------------------------------------*
      * Counter history region conversion.                             *
      * One-time rewrite of a METHIST history generation (or of the    *
      * METHSTVS store unloaded to a flat file - the store record is   *
      * the same layout) from the 21-byte record written before the    *
      * counters carried their CICS region to the 29-byte CPYMHST      *
      * record: the date and cell key, eight spaces for the region,    *
      * then the value.  A blank region is a cell from before the      *
      * regions were split out; every reader that adds the regions     *
      * together on the cell key counts it like any other.             *
      *                                                                *
      * The generation is converted in place: copied converted to a    *
      * work file, then written back over itself at the new length.    *
      * A generation that is already 29 bytes will not open against    *
      * the old layout; it is left alone with return code 4, so the    *
      * job can be rerun over a partly converted set of generations.   *
      * Run from METHCV01.jcl, once, at the cutover - never part of    *
      * the nightly schedule.                                          *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-HISTORY ASSIGN TO METHOLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.

           SELECT CONVERT-WORK ASSIGN TO METHWRK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT NEW-HISTORY ASSIGN TO METHNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------*
      * The history record as it was before the region was carried -   *
      * CPYMHST without MET-HST-REGION                                 *
      *----------------------------------------------------------------*
       FD  OLD-HISTORY
           RECORDING MODE IS F.
       01  OLD-HISTORY-RECORD.
           05  OLD-HST-DATE               PIC 9(8).
           05  OLD-HST-CELL-KEY           PIC X(9).
           05  OLD-HST-VALUE              PIC 9(9) COMP.

      *----------------------------------------------------------------*
      * Converted records, held while the generation is rewritten -    *
      * see CPYMHST                                                    *
      *----------------------------------------------------------------*
       FD  CONVERT-WORK
           RECORDING MODE IS F.
       01  CONVERT-WORK-RECORD.
           COPY CPYMHST.

      *----------------------------------------------------------------*
      * The same generation, opened again for the converted records    *
      *----------------------------------------------------------------*
       FD  NEW-HISTORY
           RECORDING MODE IS F.
       01  NEW-HISTORY-RECORD             PIC X(29).

       WORKING-STORAGE SECTION.

       01  WS-OLD-STATUS                  PIC X(2).
           88  WS-OLD-STATUS-OK           VALUE '00'.
           88  WS-OLD-AT-END              VALUE '10'.
           88  WS-OLD-LENGTH-CONFLICT     VALUE '39'.

       01  WS-WORK-STATUS                 PIC X(2).
           88  WS-WORK-STATUS-OK          VALUE '00'.
           88  WS-WORK-AT-END             VALUE '10'.

       01  WS-NEW-STATUS                  PIC X(2).
           88  WS-NEW-STATUS-OK           VALUE '00'.

       01  WS-EOF-FLAG                    PIC X VALUE 'N'.
           88  WS-END-OF-FILE             VALUE 'Y'.
           88  WS-NOT-END-OF-FILE         VALUE 'N'.

       01  WS-CONTROL-TOTALS.
           05  WS-RECORDS-READ            PIC 9(9) COMP VALUE ZERO.
           05  WS-RECORDS-CONVERTED       PIC 9(9) COMP VALUE ZERO.
           05  WS-RECORDS-WRITTEN         PIC 9(9) COMP VALUE ZERO.

       01  WS-TOTAL-EDIT                  PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
      *----------------------------------------------------------------*
      * Convert the generation to the work file, then write the work   *
      * file back over the generation and report the control totals    *
      *----------------------------------------------------------------*
           PERFORM CONVERT-TO-WORK-FILE
           PERFORM WRITE-BACK-GENERATION
           PERFORM PRINT-CONTROL-TOTALS

           IF WS-RECORDS-WRITTEN NOT = WS-RECORDS-READ
               DISPLAY 'METHCV01: RECORD COUNTS DO NOT AGREE - '
                   'RESTORE THE GENERATION FROM BACKUP'
               MOVE 12 TO RETURN-CODE
           END-IF
           STOP RUN
           .

       CONVERT-TO-WORK-FILE.
      *----------------------------------------------------------------*
      * Read the old-layout generation and write each record to the    *
      * work file in the new layout.  A generation already in the new  *
      * layout ends the run with return code 4, untouched; any other   *
      * open or read failure ends it with 12 before anything is        *
      * written back                                                   *
      *----------------------------------------------------------------*
           OPEN INPUT OLD-HISTORY
           IF WS-OLD-LENGTH-CONFLICT
               DISPLAY 'METHCV01: METHOLD IS NOT IN THE 21-BYTE LAYOUT'
                   ' - ALREADY CONVERTED, LEFT AS IT IS'
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT WS-OLD-STATUS-OK
               DISPLAY 'METHCV01: METHOLD OPEN FAILED, STATUS='
                   WS-OLD-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT CONVERT-WORK
           IF NOT WS-WORK-STATUS-OK
               DISPLAY 'METHCV01: METHWRK OPEN FAILED, STATUS='
                   WS-WORK-STATUS
               CLOSE OLD-HISTORY
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           SET WS-NOT-END-OF-FILE TO TRUE
           PERFORM READ-NEXT-OLD-RECORD
           PERFORM CONVERT-ONE-RECORD
               UNTIL WS-END-OF-FILE

           CLOSE OLD-HISTORY
           CLOSE CONVERT-WORK

           IF RETURN-CODE > 4
               PERFORM PRINT-CONTROL-TOTALS
               DISPLAY 'METHCV01: GENERATION NOT REWRITTEN'
               STOP RUN
           END-IF
           .

       READ-NEXT-OLD-RECORD.
      *----------------------------------------------------------------*
      * Read the next old-layout record.  Any status other than OK or  *
      * end of file stops the conversion before the write-back         *
      *----------------------------------------------------------------*
           READ OLD-HISTORY
           EVALUATE TRUE
               WHEN WS-OLD-STATUS-OK
                   ADD 1 TO WS-RECORDS-READ
               WHEN WS-OLD-AT-END
                   SET WS-END-OF-FILE TO TRUE
               WHEN OTHER
                   DISPLAY 'METHCV01: METHOLD READ FAILED, STATUS='
                       WS-OLD-STATUS
                   MOVE 12 TO RETURN-CODE
                   SET WS-END-OF-FILE TO TRUE
           END-EVALUATE
           .

       CONVERT-ONE-RECORD.
      *----------------------------------------------------------------*
      * Date and cell key, a blank region, then the value              *
      *----------------------------------------------------------------*
           MOVE OLD-HST-DATE TO MET-HST-DATE
           MOVE OLD-HST-CELL-KEY TO MET-HST-CELL-KEY
           MOVE SPACES TO MET-HST-REGION
           MOVE OLD-HST-VALUE TO MET-HST-VALUE

           WRITE CONVERT-WORK-RECORD
           IF WS-WORK-STATUS-OK
               ADD 1 TO WS-RECORDS-CONVERTED
           ELSE
               DISPLAY 'METHCV01: METHWRK WRITE FAILED, STATUS='
                   WS-WORK-STATUS
               MOVE 12 TO RETURN-CODE
               SET WS-END-OF-FILE TO TRUE
           END-IF

           IF WS-NOT-END-OF-FILE
               PERFORM READ-NEXT-OLD-RECORD
           END-IF
           .

       WRITE-BACK-GENERATION.
      *----------------------------------------------------------------*
      * Copy the converted records back over the generation, which     *
      * METHNEW opens at the new record length                         *
      *----------------------------------------------------------------*
           OPEN INPUT CONVERT-WORK
           IF NOT WS-WORK-STATUS-OK
               DISPLAY 'METHCV01: METHWRK REOPEN FAILED, STATUS='
                   WS-WORK-STATUS ' - GENERATION NOT REWRITTEN'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT NEW-HISTORY
           IF NOT WS-NEW-STATUS-OK
               DISPLAY 'METHCV01: METHNEW OPEN FAILED, STATUS='
                   WS-NEW-STATUS ' - GENERATION NOT REWRITTEN'
               CLOSE CONVERT-WORK
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           SET WS-NOT-END-OF-FILE TO TRUE
           PERFORM READ-NEXT-WORK-RECORD
           PERFORM WRITE-ONE-RECORD
               UNTIL WS-END-OF-FILE

           CLOSE CONVERT-WORK
           CLOSE NEW-HISTORY
           .

       READ-NEXT-WORK-RECORD.
           READ CONVERT-WORK
           EVALUATE TRUE
               WHEN WS-WORK-STATUS-OK
                   CONTINUE
               WHEN WS-WORK-AT-END
                   SET WS-END-OF-FILE TO TRUE
               WHEN OTHER
                   DISPLAY 'METHCV01: METHWRK READ FAILED, STATUS='
                       WS-WORK-STATUS
                   MOVE 12 TO RETURN-CODE
                   SET WS-END-OF-FILE TO TRUE
           END-EVALUATE
           .

       WRITE-ONE-RECORD.
           WRITE NEW-HISTORY-RECORD FROM CONVERT-WORK-RECORD
           IF WS-NEW-STATUS-OK
               ADD 1 TO WS-RECORDS-WRITTEN
               PERFORM READ-NEXT-WORK-RECORD
           ELSE
               DISPLAY 'METHCV01: METHNEW WRITE FAILED, STATUS='
                   WS-NEW-STATUS
               MOVE 12 TO RETURN-CODE
               SET WS-END-OF-FILE TO TRUE
           END-IF
           .

       PRINT-CONTROL-TOTALS.
      *----------------------------------------------------------------*
      * Control totals for the operator - all three agree on a clean   *
      * conversion                                                     *
      *----------------------------------------------------------------*
           MOVE WS-RECORDS-READ TO WS-TOTAL-EDIT
           DISPLAY 'METHCV01: RECORDS READ      ' WS-TOTAL-EDIT
           MOVE WS-RECORDS-CONVERTED TO WS-TOTAL-EDIT
           DISPLAY 'METHCV01: RECORDS CONVERTED ' WS-TOTAL-EDIT
           MOVE WS-RECORDS-WRITTEN TO WS-TOTAL-EDIT
           DISPLAY 'METHCV01: RECORDS WRITTEN   ' WS-TOTAL-EDIT
           .
