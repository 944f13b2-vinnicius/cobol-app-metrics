      * METRPT02 load the registry at startup and pick a change up on *
      * their next transaction or run.  Input is validated - the four *
      * default boundaries must ascend and the display name must not  *
      * be blank.  As on the MBND screen, a change keyed here is only  *
      * a request: it is held on METPNDVS (CPYMPND) with the keyed     *
      * effective date and time until a second operator approves it    *
      * on MCHK (METRPCHK), and the MAPL transaction (METRPAPL)        *
      * applies it to METTYPVS once that time arrives.  Every step     *
      * writes an audit row to METAUDVS (CPYMAUD) showing who changed  *
      * which type's defaults, when, with whose approval, and from     *
      * what to what, and the type's open change, if any, is shown on  *
      * the screen.                                                    *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
               88  WS-EDIT-FAILED          VALUE 'N'.
           05  WS-AUDIT-ACTION             PIC X(1).

      *----------------------------------------------------------------*
      * The requested effective date and time, as keyed and edited     *
      *----------------------------------------------------------------*
       01  WS-EFFECTIVE-WORK.
           05  WS-EFF-DATE-X               PIC X(8).
           05  WS-EFF-TIME-X               PIC X(6).
           05  WS-EFFECTIVE-DATE           PIC 9(8).
           05  FILLER REDEFINES WS-EFFECTIVE-DATE.
               10  WS-EFF-YYYY             PIC 9(4).
               10  WS-EFF-MM               PIC 9(2).
               10  WS-EFF-DD               PIC 9(2).
           05  WS-EFFECTIVE-TIME           PIC 9(6).
           05  FILLER REDEFINES WS-EFFECTIVE-TIME.
               10  WS-EFF-HH               PIC 9(2).
               10  WS-EFF-MI               PIC 9(2).
               10  WS-EFF-SS               PIC 9(2).

      *----------------------------------------------------------------*
      * Generic browse of METPNDVS for the type's open change - the    *
      * source and type part of the key is held fixed                  *
      *----------------------------------------------------------------*
       01  WS-PENDING-BROWSE.
           05  WS-PND-BROWSE-KEY.
               10  WS-PBK-TYPE-KEY.
                   15  WS-PBK-SOURCE       PIC X(4).
                   15  WS-PBK-TXN-TYPE     PIC 9(2).
               10  FILLER                  PIC X(15).
           05  WS-PND-WANTED               PIC X(6).
           05  WS-BROWSE-DONE-FLAG         PIC X.
               88  WS-BROWSE-DONE          VALUE 'Y'.
           05  WS-OPEN-CHANGE-FLAG         PIC X.
               88  WS-OPEN-CHANGE-FOUND    VALUE 'Y'.

      *----------------------------------------------------------------*
      * The type's open change as shown on the screen under the        *
      * registry row                                                   *
      *----------------------------------------------------------------*
       01  WS-PENDING-LINE.
           05  FILLER                      PIC X(13)
                                           VALUE 'OPEN CHANGE: '.
           05  WS-PNL-ACTION               PIC X(6).
           05  FILLER                      PIC X(11)
                                           VALUE ' EFFECTIVE '.
           05  WS-PNL-EFF-DATE             PIC 9(8).
           05  FILLER                      PIC X(1)  VALUE SPACE.
           05  WS-PNL-EFF-TIME             PIC 9(6).
           05  FILLER                      PIC X(1)  VALUE SPACE.
           05  WS-PNL-STATUS               PIC X(8).
           05  FILLER                      PIC X(4)  VALUE ' BY '.
           05  WS-PNL-MAKER-ID             PIC X(8).
           05  FILLER                      PIC X(13) VALUE SPACES.

      *----------------------------------------------------------------*
      * Screen output staging - the outbound map is rebuilt from       *
      * low-values on every send (the inbound area still carries the   *
           05  WS-SCR-CUR-2                PIC 9(5).
           05  WS-SCR-CUR-3                PIC 9(5).
           05  WS-SCR-CUR-4                PIC 9(5).
           05  WS-SCR-PENDING              PIC X(79).

       01  MET-TYP-RECORD.
           COPY CPYMTYR.
       01  MET-AUD-RECORD.
           COPY CPYMAUD.

       01  MET-PND-RECORD.
           COPY CPYMPND.

           COPY METTMS.

       LINKAGE SECTION.
      *----------------------------------------------------------------*
      * First entry (EIBCALEN = 0) sends the empty map.  A later entry *
      * means the operator pressed a key: PF3 ends the conversation,   *
      * ENTER displays the type's registry row, PF5/PF6/PF7 request an *
      * add/update/delete, anything else is rejected                   *
      *----------------------------------------------------------------*
           IF EIBCALEN = 0
                    MOVE SPACES TO WS-SCR-MESSAGE
                 WHEN DFHPF5
                    MOVE 'A' TO WS-AUDIT-ACTION
                    PERFORM REQUEST-ADD
                 WHEN DFHPF6
                    MOVE 'U' TO WS-AUDIT-ACTION
                    PERFORM REQUEST-UPDATE
                 WHEN DFHPF7
                    MOVE 'D' TO WS-AUDIT-ACTION
                    PERFORM REQUEST-DELETE
                 WHEN OTHER
                    MOVE 'KEY NOT ASSIGNED - SEE LEGEND'
                       TO WS-SCR-MESSAGE
           MOVE ZEROS TO WS-SCR-CUR-2
           MOVE ZEROS TO WS-SCR-CUR-3
           MOVE ZEROS TO WS-SCR-CUR-4
           MOVE SPACES TO WS-SCR-PENDING
           .

       VALIDATE-TXN-TYPE.
           END-IF
           .

       REQUEST-ADD.
      *----------------------------------------------------------------*
      * Ask for a new registry row for the type; a row already on file *
      * must be changed with UPDATE so the audit trail shows the old   *
      * values                                                         *
      *----------------------------------------------------------------*
           PERFORM VALIDATE-NEW-VALUES
           IF WS-EDIT-OK
              PERFORM VALIDATE-EFFECTIVE-TIME
           END-IF

           IF WS-EDIT-OK
              MOVE WS-TXN-TYPE-CD TO MET-TYP-TXN-TYPE
              EXEC CICS READ FILE('METTYPVS')
                 INTO(MET-TYP-RECORD)
                 RIDFLD(MET-TYP-TXN-TYPE)
                 KEYLENGTH(LENGTH OF MET-TYP-TXN-TYPE)
                 RESP(WS-RESP)
                 RESP2(WS-RESP2)
              END-EXEC

              EVALUATE WS-RESP
                 WHEN DFHRESP(NOTFND)
                    MOVE ZEROS TO WS-OLD-LIMIT-1-MS
                    MOVE ZEROS TO WS-OLD-LIMIT-2-MS
                    MOVE ZEROS TO WS-OLD-LIMIT-3-MS
                    MOVE ZEROS TO WS-OLD-LIMIT-4-MS
                    PERFORM RECORD-CHANGE-REQUEST
                 WHEN DFHRESP(NORMAL)
                    MOVE 'TYPE ALREADY ON REGISTRY - USE PF6=UPDATE'
                       TO WS-SCR-MESSAGE
                 WHEN OTHER
                    MOVE 'METTYPVS READ FAILED - CHANGE NOT REQUESTED'
                       TO WS-SCR-MESSAGE
              END-EVALUATE
           END-IF
           .

       REQUEST-UPDATE.
      *----------------------------------------------------------------*
      * Ask for an existing registry row to be replaced, noting the    *
      * values it holds now for the audit trail                        *
      *----------------------------------------------------------------*
           PERFORM VALIDATE-NEW-VALUES
           IF WS-EDIT-OK
              PERFORM VALIDATE-EFFECTIVE-TIME
           END-IF

           IF WS-EDIT-OK
              MOVE WS-TXN-TYPE-CD TO MET-TYP-TXN-TYPE
              EXEC CICS READ FILE('METTYPVS')
                 INTO(MET-TYP-RECORD)
                 RIDFLD(MET-TYP-TXN-TYPE)
                 KEYLENGTH(LENGTH OF MET-TYP-TXN-TYPE)
                 RESP(WS-RESP)
                 RESP2(WS-RESP2)
              END-EXEC
                    MOVE MET-TYP-LIMIT-2-MS TO WS-OLD-LIMIT-2-MS
                    MOVE MET-TYP-LIMIT-3-MS TO WS-OLD-LIMIT-3-MS
                    MOVE MET-TYP-LIMIT-4-MS TO WS-OLD-LIMIT-4-MS
                    PERFORM RECORD-CHANGE-REQUEST
                 WHEN DFHRESP(NOTFND)
                    MOVE 'NO REGISTRY ROW FOR TYPE - USE PF5=ADD'
                       TO WS-SCR-MESSAGE
                 WHEN OTHER
                    MOVE 'METTYPVS READ FAILED - CHANGE NOT REQUESTED'
                       TO WS-SCR-MESSAGE
              END-EVALUATE
           END-IF
           .

       REQUEST-DELETE.
      *----------------------------------------------------------------*
      * Ask for the type's registry row to be removed - once applied,  *
      * callers sending the type are rejected with BADTY (unless the   *
      * type is also in the CPYMTYP compiled-in seed) - noting the     *
      * values it holds now for the audit trail                        *
      *----------------------------------------------------------------*
           MOVE SPACES TO WS-NEW-NAME
           PERFORM VALIDATE-EFFECTIVE-TIME

           IF WS-EDIT-OK
              MOVE WS-TXN-TYPE-CD TO MET-TYP-TXN-TYPE
              EXEC CICS READ FILE('METTYPVS')
                 INTO(MET-TYP-RECORD)
                 RIDFLD(MET-TYP-TXN-TYPE)
                 KEYLENGTH(LENGTH OF MET-TYP-TXN-TYPE)
                 RESP(WS-RESP)
                 RESP2(WS-RESP2)
              END-EXEC

              EVALUATE WS-RESP
                 WHEN DFHRESP(NORMAL)
                    MOVE MET-TYP-LIMIT-1-MS TO WS-OLD-LIMIT-1-MS
                    MOVE MET-TYP-LIMIT-2-MS TO WS-OLD-LIMIT-2-MS
                    MOVE MET-TYP-LIMIT-3-MS TO WS-OLD-LIMIT-3-MS
                    MOVE MET-TYP-LIMIT-4-MS TO WS-OLD-LIMIT-4-MS
                    MOVE ZEROS TO WS-NEW-LIMIT-1-MS
                    MOVE ZEROS TO WS-NEW-LIMIT-2-MS
                    MOVE ZEROS TO WS-NEW-LIMIT-3-MS
                    MOVE ZEROS TO WS-NEW-LIMIT-4-MS
                    PERFORM RECORD-CHANGE-REQUEST
                 WHEN DFHRESP(NOTFND)
                    MOVE 'NO REGISTRY ROW FOR TYPE - NOTHING TO DELETE'
                       TO WS-SCR-MESSAGE
                 WHEN OTHER
                    MOVE 'METTYPVS READ FAILED - CHANGE NOT REQUESTED'
                       TO WS-SCR-MESSAGE
              END-EVALUATE
           END-IF
           .

       VALIDATE-EFFECTIVE-TIME.
      *----------------------------------------------------------------*
      * When the change is to take effect.  A blank date means as soon *
      * as it is approved; a date keyed without a time means the start *
      * of that business date, which is how the quarterly retune is    *
      * scheduled.  A date already gone is refused - a time earlier    *
      * today simply takes effect as soon as it is approved            *
      *----------------------------------------------------------------*
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
              TIME(WS-CURRENT-TIME)
           END-EXEC

           MOVE EFDTI TO WS-EFF-DATE-X
           INSPECT WS-EFF-DATE-X REPLACING ALL LOW-VALUE BY SPACE
           MOVE EFTMI TO WS-EFF-TIME-X
           INSPECT WS-EFF-TIME-X REPLACING ALL LOW-VALUE BY SPACE

           EVALUATE TRUE
              WHEN WS-EFF-DATE-X = SPACES
                 MOVE WS-CURRENT-DATE TO WS-EFFECTIVE-DATE
                 MOVE WS-CURRENT-TIME TO WS-EFFECTIVE-TIME
              WHEN WS-EFF-DATE-X NOT NUMERIC
                 SET WS-EDIT-FAILED TO TRUE
                 MOVE 'EFFECTIVE DATE MUST BE YYYYMMDD'
                    TO WS-SCR-MESSAGE
              WHEN WS-EFF-TIME-X = SPACES
                 MOVE WS-EFF-DATE-X TO WS-EFFECTIVE-DATE
                 MOVE ZEROS TO WS-EFFECTIVE-TIME
              WHEN WS-EFF-TIME-X NOT NUMERIC
                 SET WS-EDIT-FAILED TO TRUE
                 MOVE 'EFFECTIVE TIME MUST BE HHMMSS'
                    TO WS-SCR-MESSAGE
              WHEN OTHER
                 MOVE WS-EFF-DATE-X TO WS-EFFECTIVE-DATE
                 MOVE WS-EFF-TIME-X TO WS-EFFECTIVE-TIME
           END-EVALUATE

           IF WS-EDIT-OK
              IF WS-EFF-MM < 1 OR WS-EFF-MM > 12
                 OR WS-EFF-DD < 1 OR WS-EFF-DD > 31
                 OR WS-EFF-HH > 23 OR WS-EFF-MI > 59
                 OR WS-EFF-SS > 59
                 SET WS-EDIT-FAILED TO TRUE
                 MOVE 'EFFECTIVE DATE/TIME IS NOT VALID'
                    TO WS-SCR-MESSAGE
              ELSE
                 IF WS-EFFECTIVE-DATE < WS-CURRENT-DATE
                    SET WS-EDIT-FAILED TO TRUE
                    MOVE 'EFFECTIVE DATE IS ALREADY PAST'
                       TO WS-SCR-MESSAGE
                 END-IF
              END-IF
           END-IF
           .

       RECORD-CHANGE-REQUEST.
      *----------------------------------------------------------------*
      * Hold the change on METPNDVS for a second operator to approve   *
      * on MCHK, and write the request step to the audit trail.  Only  *
      * one change per type may be open at a time, so the order the    *
      * changes reach METTYPVS is never in doubt                       *
      *----------------------------------------------------------------*
           PERFORM FIND-OPEN-CHANGE

           IF WS-OPEN-CHANGE-FOUND
              MOVE 'CHANGE ALREADY OPEN FOR THIS TYPE - SEE MCHK'
                 TO WS-SCR-MESSAGE
           ELSE
              EXEC CICS ASSIGN USERID(WS-OPERATOR-ID)
              END-EXEC

              MOVE 'MTYP' TO MET-PND-SOURCE
              MOVE WS-TXN-TYPE-CD TO MET-PND-TXN-TYPE
              MOVE WS-CURRENT-DATE TO MET-PND-REQ-DATE
              MOVE EIBTASKN TO MET-PND-REQ-TASK-NUMBER
              MOVE WS-CURRENT-TIME TO MET-PND-REQ-TIME
              MOVE WS-OPERATOR-ID TO MET-PND-MAKER-ID
              MOVE WS-AUDIT-ACTION TO MET-PND-ACTION
              SET MET-PND-PENDING TO TRUE
              MOVE WS-EFFECTIVE-DATE TO MET-PND-EFFECTIVE-DATE
              MOVE WS-EFFECTIVE-TIME TO MET-PND-EFFECTIVE-TIME
              MOVE WS-NEW-NAME TO MET-PND-NEW-NAME
              MOVE WS-NEW-LIMIT-1-MS TO MET-PND-NEW-LIMIT-1-MS
              MOVE WS-NEW-LIMIT-2-MS TO MET-PND-NEW-LIMIT-2-MS
              MOVE WS-NEW-LIMIT-3-MS TO MET-PND-NEW-LIMIT-3-MS
              MOVE WS-NEW-LIMIT-4-MS TO MET-PND-NEW-LIMIT-4-MS
              MOVE SPACES TO MET-PND-CHECKER-ID
              MOVE ZEROS TO MET-PND-CHECK-DATE
              MOVE ZEROS TO MET-PND-CHECK-TIME
              MOVE ZEROS TO MET-PND-APPLY-DATE
              MOVE ZEROS TO MET-PND-APPLY-TIME
              MOVE SPACES TO MET-PND-APPLY-NOTE

              EXEC CICS WRITE FILE('METPNDVS')
                 FROM(MET-PND-RECORD)
                 RIDFLD(MET-PND-KEY)
                 RESP(WS-RESP)
                 RESP2(WS-RESP2)
              END-EXEC

              IF WS-RESP = DFHRESP(NORMAL)
                 PERFORM WRITE-AUDIT-RECORD
                 MOVE 'REQUESTED - NEEDS APPROVAL BY ANOTHER OPERATOR'
                    TO WS-SCR-MESSAGE
              ELSE
                 MOVE 'METPNDVS WRITE FAILED - CHANGE NOT REQUESTED'
                    TO WS-SCR-MESSAGE
              END-IF
           END-IF
           .

       FIND-OPEN-CHANGE.
      *----------------------------------------------------------------*
      * Generic browse of METPNDVS on this screen's source and the     *
      * type for a change not yet closed - pending approval, or        *
      * approved and waiting for its effective time                    *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-OPEN-CHANGE-FLAG
           MOVE LOW-VALUES TO WS-PND-BROWSE-KEY
           MOVE 'MTYP' TO WS-PBK-SOURCE
           MOVE WS-TXN-TYPE-CD TO WS-PBK-TXN-TYPE
           MOVE WS-PBK-TYPE-KEY TO WS-PND-WANTED

           EXEC CICS STARTBR FILE('METPNDVS')
              RIDFLD(WS-PND-BROWSE-KEY)
              KEYLENGTH(LENGTH OF WS-PBK-TYPE-KEY)
              GENERIC
              GTEQ
              RESP(WS-RESP)
              RESP2(WS-RESP2)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
              MOVE 'N' TO WS-BROWSE-DONE-FLAG
              PERFORM TEST-ONE-TYPE-CHANGE
                 UNTIL WS-BROWSE-DONE
              EXEC CICS ENDBR FILE('METPNDVS')
                 RESP(WS-RESP)
                 RESP2(WS-RESP2)
              END-EXEC
           END-IF
           .

       TEST-ONE-TYPE-CHANGE.
      *----------------------------------------------------------------*
      * Read the type's next change; the first open one ends the       *
      * browse with the change left in MET-PND-RECORD, as does the     *
      * first row past the type                                        *
      *----------------------------------------------------------------*
           EXEC CICS READNEXT FILE('METPNDVS')
              INTO(MET-PND-RECORD)
              RIDFLD(WS-PND-BROWSE-KEY)
              RESP(WS-RESP)
              RESP2(WS-RESP2)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR WS-PBK-TYPE-KEY NOT = WS-PND-WANTED
              SET WS-BROWSE-DONE TO TRUE
           ELSE
              IF MET-PND-OPEN
                 SET WS-OPEN-CHANGE-FOUND TO TRUE
                 SET WS-BROWSE-DONE TO TRUE
              END-IF
           END-IF
           .

       WRITE-AUDIT-RECORD.
      *----------------------------------------------------------------*
      * The request step's audit row: who asked, when, which type, the *
      * default boundaries on file now and the ones asked for, and     *
      * when the change is to take effect - the same METAUDVS trail    *
      * the MBND screen leaves.  The display name itself is not        *
      * carried on the audit row (CPYMAUD has no name fields); it is   *
      * on the METPNDVS request.  The approval, rejection and the      *
      * change's eventual application each write their own row (MCHK   *
      * and MAPL).  An audit write that fails is surfaced to the log - *
      * the request itself is already held                             *
      *----------------------------------------------------------------*
           MOVE WS-CURRENT-DATE TO MET-AUD-DATE
           MOVE EIBTASKN TO MET-AUD-TASK-NUMBER
           MOVE WS-CURRENT-TIME TO MET-AUD-TIME
           MOVE WS-NEW-LIMIT-2-MS TO MET-AUD-NEW-LIMIT-2-MS
           MOVE WS-NEW-LIMIT-3-MS TO MET-AUD-NEW-LIMIT-3-MS
           MOVE WS-NEW-LIMIT-4-MS TO MET-AUD-NEW-LIMIT-4-MS
           MOVE 'MTYP' TO MET-AUD-SOURCE
           SET MET-AUD-STEP-REQUESTED TO TRUE
           MOVE SPACES TO MET-AUD-CHECKER-ID
           MOVE MET-PND-REQ-DATE TO MET-AUD-REQ-DATE
           MOVE MET-PND-REQ-TASK-NUMBER TO MET-AUD-REQ-TASK-NUMBER
           MOVE WS-EFFECTIVE-DATE TO MET-AUD-EFFECTIVE-DATE
           MOVE WS-EFFECTIVE-TIME TO MET-AUD-EFFECTIVE-TIME

           EXEC CICS WRITE FILE('METAUDVS')
              FROM(MET-AUD-RECORD)
                       TO WS-SCR-MESSAGE
                 END-IF
              END-IF

              PERFORM FIND-OPEN-CHANGE
              IF WS-OPEN-CHANGE-FOUND
                 PERFORM FORMAT-PENDING-LINE
              END-IF
           END-IF
           .

       FORMAT-PENDING-LINE.
      *----------------------------------------------------------------*
      * Edit the open change FIND-OPEN-CHANGE left in MET-PND-RECORD   *
      * into the screen's open-change line                             *
      *----------------------------------------------------------------*
           EVALUATE TRUE
              WHEN MET-PND-ACTION-ADD
                 MOVE 'ADD' TO WS-PNL-ACTION
              WHEN MET-PND-ACTION-UPDATE
                 MOVE 'UPDATE' TO WS-PNL-ACTION
              WHEN OTHER
                 MOVE 'DELETE' TO WS-PNL-ACTION
           END-EVALUATE
           MOVE MET-PND-EFFECTIVE-DATE TO WS-PNL-EFF-DATE
           MOVE MET-PND-EFFECTIVE-TIME TO WS-PNL-EFF-TIME
           IF MET-PND-APPROVED
              MOVE 'APPROVED' TO WS-PNL-STATUS
           ELSE
              MOVE 'PENDING' TO WS-PNL-STATUS
           END-IF
           MOVE MET-PND-MAKER-ID TO WS-PNL-MAKER-ID
           MOVE WS-PENDING-LINE TO WS-SCR-PENDING
           .

       SEND-MAINT-MAP.
              MOVE WS-SCR-CUR-3 TO C3O
              MOVE WS-SCR-CUR-4 TO C4O
           END-IF
           MOVE WS-SCR-PENDING TO PENDO
           MOVE WS-SCR-MESSAGE TO MSGO

           EXEC CICS SEND MAP('METTMP1')
