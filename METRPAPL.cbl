       IDENTIFICATION DIVISION.
       PROGRAM-ID. METRPAPL.
       AUTHOR. COBOL-METRICS-TEAM.

      *----------------------------------------------------------------*
      * Approved change apply transaction (MAPL).                      *
      * Changes keyed on the MBND (METRBMNT) and MTYP (METRTMNT)       *
      * maintenance screens are held on METPNDVS (CPYMPND) until a     *
      * second operator approves them on MCHK (METRPCHK).  This        *
      * transaction moves an approved change onto METBNDVS or          *
      * METTYPVS once its effective date and time have arrived - so    *
      * the quarterly retune can be approved the afternoon before and  *
      * go live at the start of the business day.  It is started on a  *
      * short timer (like METRALRT and METRFLSH, no terminal I/O of    *
      * its own).                                                      *
      *                                                                *
      * Each pass applies the first due change in METPNDVS key order,  *
      * marks it applied (or failed, with the reason, when the row it  *
      * was to change has been added or removed since it was asked     *
      * for), writes the METAUDVS audit row carrying both operator     *
      * ids and the values it actually replaced, and commits the lot   *
      * as one unit of work.  The audit key is date plus task number,  *
      * so a task writes one audit row and applies one change; when    *
      * another change is also due the pass starts a fresh MAPL to     *
      * take it rather than waiting for the next timer pop.  A file    *
      * error backs the unit of work out and leaves the change         *
      * approved for the next pass.                                    *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WS-CICS-CONTROL.
           05  WS-RESP                     PIC S9(8) COMP.
           05  WS-RESP2                    PIC S9(8) COMP.

       01  WS-TIME-CONTROL.
           05  WS-ABSTIME                  PIC S9(15) COMP-3.
           05  WS-CURRENT-DATE             PIC 9(8).
           05  WS-CURRENT-TIME             PIC 9(6).

      *----------------------------------------------------------------*
      * METPNDVS sweep for due changes.  The sweep stops at the second *
      * due change - the first is applied, the second only says        *
      * another MAPL is wanted                                         *
      *----------------------------------------------------------------*
       01  WS-SWEEP-CONTROL.
           05  WS-PND-BROWSE-KEY           PIC X(21).
           05  WS-DUE-KEY                  PIC X(21).
           05  WS-DUE-COUNT                PIC 9(2) COMP.
           05  WS-BROWSE-DONE-FLAG         PIC X.
               88  WS-BROWSE-DONE          VALUE 'Y'.

      *----------------------------------------------------------------*
      * Outcome of applying the change.  APPLIED and FAILED both close *
      * the change; RETRY backs the unit of work out and leaves it     *
      * approved for the next pass                                     *
      *----------------------------------------------------------------*
       01  WS-APPLY-CONTROL.
           05  WS-APPLY-RESULT             PIC X.
               88  WS-APPLY-DONE           VALUE 'X'.
               88  WS-APPLY-REFUSED        VALUE 'F'.
               88  WS-APPLY-RETRY          VALUE 'R'.
           05  WS-APPLY-NOTE               PIC X(30).
           05  WS-OLD-LIMIT-1-MS           PIC 9(5).
           05  WS-OLD-LIMIT-2-MS           PIC 9(5).
           05  WS-OLD-LIMIT-3-MS           PIC 9(5).
           05  WS-OLD-LIMIT-4-MS           PIC 9(5).

       01  MET-PND-RECORD.
           COPY CPYMPND.

       01  MET-AUD-RECORD.
           COPY CPYMAUD.

       01  MET-BND-RECORD.
           COPY CPYMBND.

       01  MET-TYP-RECORD.
           COPY CPYMTYR.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
      *----------------------------------------------------------------*
      * Find the due changes, apply the first, and start another MAPL  *
      * when a second is waiting behind it                             *
      *----------------------------------------------------------------*
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC

           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
              YYYYMMDD(WS-CURRENT-DATE)
              TIME(WS-CURRENT-TIME)
           END-EXEC

           PERFORM FIND-DUE-CHANGES

           IF WS-DUE-COUNT > ZERO
              PERFORM APPLY-DUE-CHANGE
              IF WS-DUE-COUNT > 1
                 AND NOT WS-APPLY-RETRY
                 EXEC CICS START TRANSID('MAPL')
                    RESP(WS-RESP)
                    RESP2(WS-RESP2)
                 END-EXEC
              END-IF
           END-IF

           EXEC CICS RETURN
           END-EXEC
           .

       FIND-DUE-CHANGES.
      *----------------------------------------------------------------*
      * Browse METPNDVS from the top for approved changes whose        *
      * effective date and time are not in the future                  *
      *----------------------------------------------------------------*
           MOVE ZERO TO WS-DUE-COUNT
           MOVE LOW-VALUES TO WS-PND-BROWSE-KEY

           EXEC CICS STARTBR FILE('METPNDVS')
              RIDFLD(WS-PND-BROWSE-KEY)
              KEYLENGTH(LENGTH OF WS-PND-BROWSE-KEY)
              GTEQ
              RESP(WS-RESP)
              RESP2(WS-RESP2)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
              MOVE 'N' TO WS-BROWSE-DONE-FLAG
              PERFORM TEST-ONE-CHANGE-DUE
                 UNTIL WS-BROWSE-DONE
              EXEC CICS ENDBR FILE('METPNDVS')
                 RESP(WS-RESP)
                 RESP2(WS-RESP2)
              END-EXEC
           END-IF
           .

       TEST-ONE-CHANGE-DUE.
      *----------------------------------------------------------------*
      * Read the next change and count it when it is due; the first    *
      * due change's key is kept for the apply                         *
      *----------------------------------------------------------------*
           EXEC CICS READNEXT FILE('METPNDVS')
              INTO(MET-PND-RECORD)
              RIDFLD(WS-PND-BROWSE-KEY)
              RESP(WS-RESP)
              RESP2(WS-RESP2)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
              SET WS-BROWSE-DONE TO TRUE
           ELSE
              IF MET-PND-APPROVED
                 AND (MET-PND-EFFECTIVE-DATE < WS-CURRENT-DATE
                 OR (MET-PND-EFFECTIVE-DATE = WS-CURRENT-DATE
                 AND MET-PND-EFFECTIVE-TIME NOT > WS-CURRENT-TIME))
                 ADD 1 TO WS-DUE-COUNT
                 IF WS-DUE-COUNT = 1
                    MOVE MET-PND-KEY TO WS-DUE-KEY
                 ELSE
                    SET WS-BROWSE-DONE TO TRUE
                 END-IF
              END-IF
           END-IF
           .

       APPLY-DUE-CHANGE.
      *----------------------------------------------------------------*
      * Hold the change for update - it may have been rejected on MCHK *
      * since the sweep read it - then apply it to its target file,    *
      * close it and audit it in one unit of work                      *
      *----------------------------------------------------------------*
           SET WS-APPLY-RETRY TO TRUE

           EXEC CICS READ FILE('METPNDVS')
              INTO(MET-PND-RECORD)
              RIDFLD(WS-DUE-KEY)
              KEYLENGTH(LENGTH OF WS-DUE-KEY)
              UPDATE
              RESP(WS-RESP)
              RESP2(WS-RESP2)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
              DISPLAY 'METRPAPL: METPNDVS READ ERROR RESP='
                 WS-RESP ' RESP2=' WS-RESP2 ' KEY=' WS-DUE-KEY
           ELSE
              IF NOT MET-PND-APPROVED
                 EXEC CICS UNLOCK FILE('METPNDVS')
                    RESP(WS-RESP)
                    RESP2(WS-RESP2)
                 END-EXEC
                 MOVE ZERO TO WS-DUE-COUNT
              ELSE
                 MOVE SPACES TO WS-APPLY-NOTE
                 MOVE ZEROS TO WS-OLD-LIMIT-1-MS
                 MOVE ZEROS TO WS-OLD-LIMIT-2-MS
                 MOVE ZEROS TO WS-OLD-LIMIT-3-MS
                 MOVE ZEROS TO WS-OLD-LIMIT-4-MS

                 IF MET-PND-FROM-MBND
                    PERFORM APPLY-BOUNDARY-CHANGE
                 ELSE
                    PERFORM APPLY-REGISTRY-CHANGE
                 END-IF

                 IF WS-APPLY-RETRY
                    EXEC CICS SYNCPOINT ROLLBACK
                    END-EXEC
                 ELSE
                    PERFORM CLOSE-APPLIED-CHANGE
                 END-IF
              END-IF
           END-IF
           .

       APPLY-BOUNDARY-CHANGE.
      *----------------------------------------------------------------*
      * Add, replace or remove the type's METBNDVS override row.  An   *
      * add that finds a row, or an update or delete that finds none,  *
      * fails the change - the file is no longer what the approver     *
      * was shown                                                      *
      *----------------------------------------------------------------*
           MOVE MET-PND-TXN-TYPE TO MET-BND-TXN-TYPE

           IF MET-PND-ACTION-ADD
              MOVE MET-PND-NEW-LIMIT-1-MS TO MET-BND-LIMIT-1-MS
              MOVE MET-PND-NEW-LIMIT-2-MS TO MET-BND-LIMIT-2-MS
              MOVE MET-PND-NEW-LIMIT-3-MS TO MET-BND-LIMIT-3-MS
              MOVE MET-PND-NEW-LIMIT-4-MS TO MET-BND-LIMIT-4-MS
              EXEC CICS WRITE FILE('METBNDVS')
                 FROM(MET-BND-RECORD)
                 RIDFLD(MET-BND-TXN-TYPE)
                 RESP(WS-RESP)
                 RESP2(WS-RESP2)
              END-EXEC
              EVALUATE WS-RESP
                 WHEN DFHRESP(NORMAL)
                    SET WS-APPLY-DONE TO TRUE
                 WHEN DFHRESP(DUPREC)
                    SET WS-APPLY-REFUSED TO TRUE
                    MOVE 'ROW ALREADY ON METBNDVS' TO WS-APPLY-NOTE
                 WHEN OTHER
                    PERFORM REPORT-TARGET-ERROR
              END-EVALUATE
           ELSE
              EXEC CICS READ FILE('METBNDVS')
                 INTO(MET-BND-RECORD)
                 RIDFLD(MET-BND-TXN-TYPE)
                 KEYLENGTH(LENGTH OF MET-BND-TXN-TYPE)
                 UPDATE
                 RESP(WS-RESP)
                 RESP2(WS-RESP2)
              END-EXEC
              EVALUATE WS-RESP
                 WHEN DFHRESP(NORMAL)
                    MOVE MET-BND-LIMIT-1-MS TO WS-OLD-LIMIT-1-MS
                    MOVE MET-BND-LIMIT-2-MS TO WS-OLD-LIMIT-2-MS
                    MOVE MET-BND-LIMIT-3-MS TO WS-OLD-LIMIT-3-MS
                    MOVE MET-BND-LIMIT-4-MS TO WS-OLD-LIMIT-4-MS
                    PERFORM CHANGE-BOUNDARY-ROW
                 WHEN DFHRESP(NOTFND)
                    SET WS-APPLY-REFUSED TO TRUE
                    MOVE 'ROW NO LONGER ON METBNDVS' TO WS-APPLY-NOTE
                 WHEN OTHER
                    PERFORM REPORT-TARGET-ERROR
              END-EVALUATE
           END-IF
           .

       CHANGE-BOUNDARY-ROW.
      *----------------------------------------------------------------*
      * Rewrite or delete the METBNDVS row held for update             *
      *----------------------------------------------------------------*
           IF MET-PND-ACTION-DELETE
              EXEC CICS DELETE FILE('METBNDVS')
                 RESP(WS-RESP)
                 RESP2(WS-RESP2)
              END-EXEC
           ELSE
              MOVE MET-PND-NEW-LIMIT-1-MS TO MET-BND-LIMIT-1-MS
              MOVE MET-PND-NEW-LIMIT-2-MS TO MET-BND-LIMIT-2-MS
              MOVE MET-PND-NEW-LIMIT-3-MS TO MET-BND-LIMIT-3-MS
              MOVE MET-PND-NEW-LIMIT-4-MS TO MET-BND-LIMIT-4-MS
              EXEC CICS REWRITE FILE('METBNDVS')
                 FROM(MET-BND-RECORD)
                 RESP(WS-RESP)
                 RESP2(WS-RESP2)
              END-EXEC
           END-IF

           IF WS-RESP = DFHRESP(NORMAL)
              SET WS-APPLY-DONE TO TRUE
           ELSE
              PERFORM REPORT-TARGET-ERROR
           END-IF
           .

       APPLY-REGISTRY-CHANGE.
      *----------------------------------------------------------------*
      * Add, replace or remove the type's METTYPVS registry row, with  *
      * the same rule as the boundary rows                             *
      *----------------------------------------------------------------*
           MOVE MET-PND-TXN-TYPE TO MET-TYP-TXN-TYPE

           IF MET-PND-ACTION-ADD
              MOVE MET-PND-NEW-NAME TO MET-TYP-NAME
              MOVE MET-PND-NEW-LIMIT-1-MS TO MET-TYP-LIMIT-1-MS
              MOVE MET-PND-NEW-LIMIT-2-MS TO MET-TYP-LIMIT-2-MS
              MOVE MET-PND-NEW-LIMIT-3-MS TO MET-TYP-LIMIT-3-MS
              MOVE MET-PND-NEW-LIMIT-4-MS TO MET-TYP-LIMIT-4-MS
              EXEC CICS WRITE FILE('METTYPVS')
                 FROM(MET-TYP-RECORD)
                 RIDFLD(MET-TYP-TXN-TYPE)
                 RESP(WS-RESP)
                 RESP2(WS-RESP2)
              END-EXEC
              EVALUATE WS-RESP
                 WHEN DFHRESP(NORMAL)
                    SET WS-APPLY-DONE TO TRUE
                 WHEN DFHRESP(DUPREC)
                    SET WS-APPLY-REFUSED TO TRUE
                    MOVE 'TYPE ALREADY ON METTYPVS' TO WS-APPLY-NOTE
                 WHEN OTHER
                    PERFORM REPORT-TARGET-ERROR
              END-EVALUATE
           ELSE
              EXEC CICS READ FILE('METTYPVS')
                 INTO(MET-TYP-RECORD)
                 RIDFLD(MET-TYP-TXN-TYPE)
                 KEYLENGTH(LENGTH OF MET-TYP-TXN-TYPE)
                 UPDATE
                 RESP(WS-RESP)
                 RESP2(WS-RESP2)
              END-EXEC
              EVALUATE WS-RESP
                 WHEN DFHRESP(NORMAL)
                    MOVE MET-TYP-LIMIT-1-MS TO WS-OLD-LIMIT-1-MS
                    MOVE MET-TYP-LIMIT-2-MS TO WS-OLD-LIMIT-2-MS
                    MOVE MET-TYP-LIMIT-3-MS TO WS-OLD-LIMIT-3-MS
                    MOVE MET-TYP-LIMIT-4-MS TO WS-OLD-LIMIT-4-MS
                    PERFORM CHANGE-REGISTRY-ROW
                 WHEN DFHRESP(NOTFND)
                    SET WS-APPLY-REFUSED TO TRUE
                    MOVE 'TYPE NO LONGER ON METTYPVS' TO WS-APPLY-NOTE
                 WHEN OTHER
                    PERFORM REPORT-TARGET-ERROR
              END-EVALUATE
           END-IF
           .

       CHANGE-REGISTRY-ROW.
      *----------------------------------------------------------------*
      * Rewrite or delete the METTYPVS row held for update             *
      *----------------------------------------------------------------*
           IF MET-PND-ACTION-DELETE
              EXEC CICS DELETE FILE('METTYPVS')
                 RESP(WS-RESP)
                 RESP2(WS-RESP2)
              END-EXEC
           ELSE
              MOVE MET-PND-NEW-NAME TO MET-TYP-NAME
              MOVE MET-PND-NEW-LIMIT-1-MS TO MET-TYP-LIMIT-1-MS
              MOVE MET-PND-NEW-LIMIT-2-MS TO MET-TYP-LIMIT-2-MS
              MOVE MET-PND-NEW-LIMIT-3-MS TO MET-TYP-LIMIT-3-MS
              MOVE MET-PND-NEW-LIMIT-4-MS TO MET-TYP-LIMIT-4-MS
              EXEC CICS REWRITE FILE('METTYPVS')
                 FROM(MET-TYP-RECORD)
                 RESP(WS-RESP)
                 RESP2(WS-RESP2)
              END-EXEC
           END-IF

           IF WS-RESP = DFHRESP(NORMAL)
              SET WS-APPLY-DONE TO TRUE
           ELSE
              PERFORM REPORT-TARGET-ERROR
           END-IF
           .

       REPORT-TARGET-ERROR.
      *----------------------------------------------------------------*
      * A file error on the target row - log it and leave the change   *
      * approved for the next pass                                     *
      *----------------------------------------------------------------*
           SET WS-APPLY-RETRY TO TRUE
           DISPLAY 'METRPAPL: ' MET-PND-SOURCE ' APPLY ERROR RESP='
              WS-RESP ' RESP2=' WS-RESP2 ' TYPE=' MET-PND-TXN-TYPE
           .

       CLOSE-APPLIED-CHANGE.
      *----------------------------------------------------------------*
      * Mark the change applied or failed, write its audit row and     *
      * commit.  A change that cannot be closed is backed out whole,   *
      * target row included, and tried again on the next pass          *
      *----------------------------------------------------------------*
           IF WS-APPLY-DONE
              SET MET-PND-APPLIED TO TRUE
           ELSE
              SET MET-PND-FAILED TO TRUE
           END-IF
           MOVE WS-CURRENT-DATE TO MET-PND-APPLY-DATE
           MOVE WS-CURRENT-TIME TO MET-PND-APPLY-TIME
           MOVE WS-APPLY-NOTE TO MET-PND-APPLY-NOTE

           EXEC CICS REWRITE FILE('METPNDVS')
              FROM(MET-PND-RECORD)
              RESP(WS-RESP)
              RESP2(WS-RESP2)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
              PERFORM WRITE-AUDIT-RECORD
              EXEC CICS SYNCPOINT
              END-EXEC
           ELSE
              SET WS-APPLY-RETRY TO TRUE
              DISPLAY 'METRPAPL: METPNDVS REWRITE ERROR RESP='
                 WS-RESP ' RESP2=' WS-RESP2 ' KEY=' WS-DUE-KEY
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
           END-IF
           .

       WRITE-AUDIT-RECORD.
      *----------------------------------------------------------------*
      * The applied (or failed) step's audit row: the requesting       *
      * operator as OPERATOR-ID, the approver as CHECKER-ID, the       *
      * values the change actually replaced as the old values and the  *
      * change's values as the new.  An audit write that fails is      *
      * surfaced to the log - the change itself stands                 *
      *----------------------------------------------------------------*
           MOVE WS-CURRENT-DATE TO MET-AUD-DATE
           MOVE EIBTASKN TO MET-AUD-TASK-NUMBER
           MOVE WS-CURRENT-TIME TO MET-AUD-TIME
           MOVE MET-PND-MAKER-ID TO MET-AUD-OPERATOR-ID
           MOVE MET-PND-ACTION TO MET-AUD-ACTION
           MOVE MET-PND-TXN-TYPE TO MET-AUD-TXN-TYPE
           MOVE WS-OLD-LIMIT-1-MS TO MET-AUD-OLD-LIMIT-1-MS
           MOVE WS-OLD-LIMIT-2-MS TO MET-AUD-OLD-LIMIT-2-MS
           MOVE WS-OLD-LIMIT-3-MS TO MET-AUD-OLD-LIMIT-3-MS
           MOVE WS-OLD-LIMIT-4-MS TO MET-AUD-OLD-LIMIT-4-MS
           MOVE MET-PND-NEW-LIMIT-1-MS TO MET-AUD-NEW-LIMIT-1-MS
           MOVE MET-PND-NEW-LIMIT-2-MS TO MET-AUD-NEW-LIMIT-2-MS
           MOVE MET-PND-NEW-LIMIT-3-MS TO MET-AUD-NEW-LIMIT-3-MS
           MOVE MET-PND-NEW-LIMIT-4-MS TO MET-AUD-NEW-LIMIT-4-MS
           MOVE MET-PND-SOURCE TO MET-AUD-SOURCE
           IF WS-APPLY-DONE
              SET MET-AUD-STEP-APPLIED TO TRUE
           ELSE
              SET MET-AUD-STEP-FAILED TO TRUE
           END-IF
           MOVE MET-PND-CHECKER-ID TO MET-AUD-CHECKER-ID
           MOVE MET-PND-REQ-DATE TO MET-AUD-REQ-DATE
           MOVE MET-PND-REQ-TASK-NUMBER TO MET-AUD-REQ-TASK-NUMBER
           MOVE MET-PND-EFFECTIVE-DATE TO MET-AUD-EFFECTIVE-DATE
           MOVE MET-PND-EFFECTIVE-TIME TO MET-AUD-EFFECTIVE-TIME

           EXEC CICS WRITE FILE('METAUDVS')
              FROM(MET-AUD-RECORD)
              RIDFLD(MET-AUD-KEY)
              RESP(WS-RESP)
              RESP2(WS-RESP2)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
              DISPLAY 'METRPAPL: METAUDVS WRITE ERROR RESP='
                 WS-RESP ' RESP2=' WS-RESP2 ' TYPE='
                 MET-AUD-TXN-TYPE ' STEP=' MET-AUD-STEP
           END-IF
           .
