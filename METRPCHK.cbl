       IDENTIFICATION DIVISION.
       PROGRAM-ID. METRPCHK.
       AUTHOR. COBOL-METRICS-TEAM.

      *----------------------------------------------------------------*
      * Pending change approval transaction (MCHK).                    *
      * Pseudo-conversational screen, driven by mapset METPMS/map      *
      * METPMP1 (bms/METPMS.bms, copybooks/METPMS.cpy), that is the    *
      * second pair of eyes on the MBND (METRBMNT) and MTYP            *
      * (METRTMNT) maintenance screens.  Those screens no longer       *
      * change METBNDVS or METTYPVS - they hold each add, update and   *
      * delete on METPNDVS (CPYMPND) with the effective date and time  *
      * the operator asked for.  This screen shows the open changes    *
      * one at a time in key order (source, type, request date),       *
      * PF8 forward and PF7 back, with the values on file now beside   *
      * the values asked for.  PF5 approves a pending change and PF6   *
      * rejects a pending or approved one; neither is open to the      *
      * operator who asked for the change.  An approved change waits   *
      * for the timer-started MAPL transaction (METRPAPL), which       *
      * applies it once its effective date and time arrive.  Both      *
      * steps write a METAUDVS audit row (CPYMAUD) carrying the        *
      * requesting and the approving/rejecting operator ids.           *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WS-CICS-CONTROL.
           05  WS-RESP                     PIC S9(8) COMP.
           05  WS-RESP2                    PIC S9(8) COMP.

      *----------------------------------------------------------------*
      * DFHAID supplies the PF-key constants (DFHPF3 etc.) tested      *
      * against EIBAID below                                           *
      *----------------------------------------------------------------*
           COPY DFHAID.

       01  WS-TIME-CONTROL.
           05  WS-ABSTIME                  PIC S9(15) COMP-3.
           05  WS-CURRENT-DATE             PIC 9(8).
           05  WS-CURRENT-TIME             PIC 9(6).

       01  WS-OPERATOR-ID                  PIC X(8).

      *----------------------------------------------------------------*
      * The change on the screen, carried on the commarea from one     *
      * interaction to the next so PF5/PF6 act on the change the       *
      * operator was looking at and PF7/PF8 move on from it            *
      *----------------------------------------------------------------*
       01  WS-APPROVAL-BROWSE.
           05  WS-APV-KEY                  PIC X(21).
           05  WS-APV-SHOWING-FLAG         PIC X(1).
               88  WS-APV-SHOWING          VALUE 'Y'.

      *----------------------------------------------------------------*
      * METPNDVS browse work.  WS-SKIP-KEY is the change already on    *
      * the screen, which a PF8 browse must step past and a PF7        *
      * browse must end before                                         *
      *----------------------------------------------------------------*
       01  WS-BROWSE-WORK.
           05  WS-PND-BROWSE-KEY           PIC X(21).
           05  WS-SKIP-KEY                 PIC X(21).
           05  WS-BROWSE-DONE-FLAG         PIC X.
               88  WS-BROWSE-DONE          VALUE 'Y'.
           05  WS-CHANGE-FOUND-FLAG        PIC X.
               88  WS-CHANGE-FOUND         VALUE 'Y'.

      *----------------------------------------------------------------*
      * What the change's type has on file now - METBNDVS for an MBND  *
      * change, METTYPVS for an MTYP one - shown beside the requested  *
      * values and written as the old values on the audit row          *
      *----------------------------------------------------------------*
       01  WS-CURRENT-VALUES.
           05  WS-CUR-FLAG                 PIC X.
               88  WS-CUR-PRESENT          VALUE 'Y'.
           05  WS-CUR-TYPE-NAME            PIC X(16).
           05  WS-CUR-NAME                 PIC X(16).
           05  WS-CUR-LIMIT-1-MS           PIC 9(5).
           05  WS-CUR-LIMIT-2-MS           PIC 9(5).
           05  WS-CUR-LIMIT-3-MS           PIC 9(5).
           05  WS-CUR-LIMIT-4-MS           PIC 9(5).

       01  WS-SCR-MESSAGE                  PIC X(79).

       01  WS-APPROVED-MESSAGE.
           05  FILLER                      PIC X(12)
                                           VALUE 'APPROVED BY '.
           05  WS-APM-CHECKER-ID           PIC X(8).
           05  FILLER                      PIC X(36)
                       VALUE ' - MAPL APPLIES IT WHEN IT FALLS DUE'.
           05  FILLER                      PIC X(23)
                       VALUE '; PF6 STILL REJECTS IT'.

       01  MET-PND-RECORD.
           COPY CPYMPND.

       01  MET-AUD-RECORD.
           COPY CPYMAUD.

       01  MET-BND-RECORD.
           COPY CPYMBND.

       01  MET-TYP-RECORD.
           COPY CPYMTYR.

           COPY METPMS.

       LINKAGE SECTION.

      *----------------------------------------------------------------*
      * The prior interaction's WS-APPROVAL-BROWSE, passed back on     *
      * RETURN TRANSID                                                 *
      *----------------------------------------------------------------*
       01  DFHCOMMAREA.
           05  CA-APV-KEY                  PIC X(21).
           05  CA-APV-SHOWING-FLAG         PIC X(1).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
      *----------------------------------------------------------------*
      * First entry (EIBCALEN = 0) shows the first open change.  A     *
      * later entry means the operator pressed a key: PF3 ends the     *
      * conversation, ENTER refreshes the change on the screen,        *
      * PF8/PF7 move to the next/previous open change, PF5 approves    *
      * and PF6 rejects the change on the screen                       *
      *----------------------------------------------------------------*
           MOVE SPACES TO WS-SCR-MESSAGE

           IF EIBCALEN = 0
              MOVE LOW-VALUES TO WS-APV-KEY
              MOVE 'N' TO WS-APV-SHOWING-FLAG
              PERFORM SHOW-CHANGE-AT-KEY
           ELSE
              MOVE DFHCOMMAREA TO WS-APPROVAL-BROWSE
              EXEC CICS RECEIVE MAP('METPMP1')
                 MAPSET('METPMS')
                 RESP(WS-RESP)
                 RESP2(WS-RESP2)
              END-EXEC

              IF EIBAID = DFHPF3
                 EXEC CICS RETURN
                 END-EXEC
              END-IF

              PERFORM PROCESS-APPROVAL-KEY
           END-IF

           PERFORM SEND-APPROVAL-MAP

           EXEC CICS RETURN TRANSID('MCHK')
              COMMAREA(WS-APPROVAL-BROWSE)
              LENGTH(LENGTH OF WS-APPROVAL-BROWSE)
           END-EXEC
           .

       PROCESS-APPROVAL-KEY.
      *----------------------------------------------------------------*
      * Act on the key pressed.  After an approval or rejection the    *
      * screen is re-read from the same key, so an approved change     *
      * stays up with its new status and a rejected one gives way to   *
      * the next open change                                           *
      *----------------------------------------------------------------*
           EVALUATE EIBAID
              WHEN DFHENTER
                 PERFORM SHOW-CHANGE-AT-KEY
              WHEN DFHPF8
                 PERFORM SHOW-NEXT-CHANGE
              WHEN DFHPF7
                 PERFORM SHOW-PREVIOUS-CHANGE
              WHEN DFHPF5
                 PERFORM APPROVE-CHANGE
                 PERFORM SHOW-CHANGE-AT-KEY
              WHEN DFHPF6
                 PERFORM REJECT-CHANGE
                 PERFORM SHOW-CHANGE-AT-KEY
              WHEN OTHER
                 MOVE 'KEY NOT ASSIGNED - SEE LEGEND'
                    TO WS-SCR-MESSAGE
                 PERFORM SHOW-CHANGE-AT-KEY
           END-EVALUATE
           .

       SHOW-CHANGE-AT-KEY.
      *----------------------------------------------------------------*
      * Show the first open change at or after the carried key - the   *
      * change already on the screen if it is still open.  Past the    *
      * last open change the browse starts again from the top, so the  *
      * screen only goes empty when nothing at all is open             *
      *----------------------------------------------------------------*
           MOVE WS-APV-KEY TO WS-PND-BROWSE-KEY
           MOVE LOW-VALUES TO WS-SKIP-KEY
           PERFORM LOCATE-CHANGE-FORWARD

           IF NOT WS-CHANGE-FOUND
              AND WS-APV-KEY NOT = LOW-VALUES
              MOVE LOW-VALUES TO WS-PND-BROWSE-KEY
              PERFORM LOCATE-CHANGE-FORWARD
           END-IF

           IF WS-CHANGE-FOUND
              PERFORM ACCEPT-LOCATED-CHANGE
           ELSE
              MOVE LOW-VALUES TO WS-APV-KEY
              MOVE 'N' TO WS-APV-SHOWING-FLAG
              IF WS-SCR-MESSAGE = SPACES
                 MOVE 'NO CHANGES ARE WAITING FOR APPROVAL OR APPLYING'
                    TO WS-SCR-MESSAGE
              END-IF
           END-IF
           .

       SHOW-NEXT-CHANGE.
      *----------------------------------------------------------------*
      * PF8 - the next open change after the one on the screen         *
      *----------------------------------------------------------------*
           IF WS-APV-SHOWING
              MOVE WS-APV-KEY TO WS-PND-BROWSE-KEY
              MOVE WS-APV-KEY TO WS-SKIP-KEY
              PERFORM LOCATE-CHANGE-FORWARD
           ELSE
              MOVE 'N' TO WS-CHANGE-FOUND-FLAG
           END-IF

           IF WS-CHANGE-FOUND
              PERFORM ACCEPT-LOCATED-CHANGE
           ELSE
              MOVE 'NO LATER OPEN CHANGE' TO WS-SCR-MESSAGE
              PERFORM SHOW-CHANGE-AT-KEY
           END-IF
           .

       SHOW-PREVIOUS-CHANGE.
      *----------------------------------------------------------------*
      * PF7 - the last open change before the one on the screen        *
      *----------------------------------------------------------------*
           IF WS-APV-SHOWING
              MOVE WS-APV-KEY TO WS-PND-BROWSE-KEY
              MOVE WS-APV-KEY TO WS-SKIP-KEY
              PERFORM LOCATE-CHANGE-BACKWARD
           ELSE
              MOVE 'N' TO WS-CHANGE-FOUND-FLAG
           END-IF

           IF WS-CHANGE-FOUND
              PERFORM ACCEPT-LOCATED-CHANGE
           ELSE
              MOVE 'NO EARLIER OPEN CHANGE' TO WS-SCR-MESSAGE
              PERFORM SHOW-CHANGE-AT-KEY
           END-IF
           .

       LOCATE-CHANGE-FORWARD.
      *----------------------------------------------------------------*
      * Browse METPNDVS forward from WS-PND-BROWSE-KEY for the first   *
      * open change other than WS-SKIP-KEY; it is left in              *
      * MET-PND-RECORD.  Closed changes stay on file as the record of  *
      * the change, so they are stepped over                           *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-CHANGE-FOUND-FLAG

           EXEC CICS STARTBR FILE('METPNDVS')
              RIDFLD(WS-PND-BROWSE-KEY)
              KEYLENGTH(LENGTH OF WS-PND-BROWSE-KEY)
              GTEQ
              RESP(WS-RESP)
              RESP2(WS-RESP2)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
              MOVE 'N' TO WS-BROWSE-DONE-FLAG
              PERFORM TEST-NEXT-CHANGE
                 UNTIL WS-BROWSE-DONE
              EXEC CICS ENDBR FILE('METPNDVS')
                 RESP(WS-RESP)
                 RESP2(WS-RESP2)
              END-EXEC
           END-IF
           .

       TEST-NEXT-CHANGE.
      *----------------------------------------------------------------*
      * Read the next change; the first open one ends the browse       *
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
              IF MET-PND-OPEN
                 AND MET-PND-KEY NOT = WS-SKIP-KEY
                 SET WS-CHANGE-FOUND TO TRUE
                 SET WS-BROWSE-DONE TO TRUE
              END-IF
           END-IF
           .

       LOCATE-CHANGE-BACKWARD.
      *----------------------------------------------------------------*
      * Browse METPNDVS backward from WS-PND-BROWSE-KEY for the last   *
      * open change keyed before WS-SKIP-KEY.  A start key past the    *
      * end of the file is replaced by high-values, which positions a  *
      * backward browse on the last record                             *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-CHANGE-FOUND-FLAG

           EXEC CICS STARTBR FILE('METPNDVS')
              RIDFLD(WS-PND-BROWSE-KEY)
              KEYLENGTH(LENGTH OF WS-PND-BROWSE-KEY)
              GTEQ
              RESP(WS-RESP)
              RESP2(WS-RESP2)
           END-EXEC

           IF WS-RESP = DFHRESP(NOTFND)
              MOVE HIGH-VALUES TO WS-PND-BROWSE-KEY
              EXEC CICS STARTBR FILE('METPNDVS')
                 RIDFLD(WS-PND-BROWSE-KEY)
                 KEYLENGTH(LENGTH OF WS-PND-BROWSE-KEY)
                 GTEQ
                 RESP(WS-RESP)
                 RESP2(WS-RESP2)
              END-EXEC
           END-IF

           IF WS-RESP = DFHRESP(NORMAL)
              MOVE 'N' TO WS-BROWSE-DONE-FLAG
              PERFORM TEST-PREVIOUS-CHANGE
                 UNTIL WS-BROWSE-DONE
              EXEC CICS ENDBR FILE('METPNDVS')
                 RESP(WS-RESP)
                 RESP2(WS-RESP2)
              END-EXEC
           END-IF
           .

       TEST-PREVIOUS-CHANGE.
      *----------------------------------------------------------------*
      * Read the previous change; the first open one keyed before the  *
      * change on the screen ends the browse                           *
      *----------------------------------------------------------------*
           EXEC CICS READPREV FILE('METPNDVS')
              INTO(MET-PND-RECORD)
              RIDFLD(WS-PND-BROWSE-KEY)
              RESP(WS-RESP)
              RESP2(WS-RESP2)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
              SET WS-BROWSE-DONE TO TRUE
           ELSE
              IF MET-PND-OPEN
                 AND MET-PND-KEY < WS-SKIP-KEY
                 SET WS-CHANGE-FOUND TO TRUE
                 SET WS-BROWSE-DONE TO TRUE
              END-IF
           END-IF
           .

       ACCEPT-LOCATED-CHANGE.
      *----------------------------------------------------------------*
      * The change left in MET-PND-RECORD becomes the one on the       *
      * screen; fetch what its type has on file now to show beside it  *
      *----------------------------------------------------------------*
           MOVE MET-PND-KEY TO WS-APV-KEY
           SET WS-APV-SHOWING TO TRUE
           PERFORM READ-CURRENT-VALUES

           IF WS-SCR-MESSAGE = SPACES
              IF MET-PND-APPROVED
                 MOVE MET-PND-CHECKER-ID TO WS-APM-CHECKER-ID
                 MOVE WS-APPROVED-MESSAGE TO WS-SCR-MESSAGE
              ELSE
                 MOVE 'PF5 APPROVES, PF6 REJECTS - NOT BY ITS REQUESTER'
                    TO WS-SCR-MESSAGE
              END-IF
           END-IF
           .

       READ-CURRENT-VALUES.
      *----------------------------------------------------------------*
      * The type's display name from the registry, and the values the  *
      * change would replace - the METBNDVS override row for an MBND   *
      * change, the METTYPVS registry row for an MTYP one.  A type     *
      * with no row (an add) shows blanks and audits zeros             *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-CUR-FLAG
           MOVE MET-PND-NEW-NAME TO WS-CUR-TYPE-NAME
           MOVE SPACES TO WS-CUR-NAME
           MOVE ZEROS TO WS-CUR-LIMIT-1-MS
           MOVE ZEROS TO WS-CUR-LIMIT-2-MS
           MOVE ZEROS TO WS-CUR-LIMIT-3-MS
           MOVE ZEROS TO WS-CUR-LIMIT-4-MS

           MOVE MET-PND-TXN-TYPE TO MET-TYP-TXN-TYPE
           EXEC CICS READ FILE('METTYPVS')
              INTO(MET-TYP-RECORD)
              RIDFLD(MET-TYP-TXN-TYPE)
              KEYLENGTH(LENGTH OF MET-TYP-TXN-TYPE)
              RESP(WS-RESP)
              RESP2(WS-RESP2)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
              MOVE MET-TYP-NAME TO WS-CUR-TYPE-NAME
              IF MET-PND-FROM-MTYP
                 SET WS-CUR-PRESENT TO TRUE
                 MOVE MET-TYP-NAME TO WS-CUR-NAME
                 MOVE MET-TYP-LIMIT-1-MS TO WS-CUR-LIMIT-1-MS
                 MOVE MET-TYP-LIMIT-2-MS TO WS-CUR-LIMIT-2-MS
                 MOVE MET-TYP-LIMIT-3-MS TO WS-CUR-LIMIT-3-MS
                 MOVE MET-TYP-LIMIT-4-MS TO WS-CUR-LIMIT-4-MS
              END-IF
           END-IF

           IF MET-PND-FROM-MBND
              MOVE MET-PND-TXN-TYPE TO MET-BND-TXN-TYPE
              EXEC CICS READ FILE('METBNDVS')
                 INTO(MET-BND-RECORD)
                 RIDFLD(MET-BND-TXN-TYPE)
                 KEYLENGTH(LENGTH OF MET-BND-TXN-TYPE)
                 RESP(WS-RESP)
                 RESP2(WS-RESP2)
              END-EXEC

              IF WS-RESP = DFHRESP(NORMAL)
                 SET WS-CUR-PRESENT TO TRUE
                 MOVE MET-BND-LIMIT-1-MS TO WS-CUR-LIMIT-1-MS
                 MOVE MET-BND-LIMIT-2-MS TO WS-CUR-LIMIT-2-MS
                 MOVE MET-BND-LIMIT-3-MS TO WS-CUR-LIMIT-3-MS
                 MOVE MET-BND-LIMIT-4-MS TO WS-CUR-LIMIT-4-MS
              END-IF
           END-IF
           .

       APPROVE-CHANGE.
      *----------------------------------------------------------------*
      * PF5 - approve the change on the screen.  It is re-read for     *
      * update so a change another operator has just approved or       *
      * rejected cannot be approved a second time, and the operator    *
      * who asked for it may not approve it                            *
      *----------------------------------------------------------------*
           IF NOT WS-APV-SHOWING
              MOVE 'NO CHANGE ON THE SCREEN TO APPROVE'
                 TO WS-SCR-MESSAGE
           ELSE
              PERFORM GET-OPERATOR-AND-TIME
              EXEC CICS READ FILE('METPNDVS')
                 INTO(MET-PND-RECORD)
                 RIDFLD(WS-APV-KEY)
                 KEYLENGTH(LENGTH OF WS-APV-KEY)
                 UPDATE
                 RESP(WS-RESP)
                 RESP2(WS-RESP2)
              END-EXEC

              EVALUATE TRUE
                 WHEN WS-RESP NOT = DFHRESP(NORMAL)
                    MOVE 'METPNDVS READ FAILED - NOT APPROVED'
                       TO WS-SCR-MESSAGE
                 WHEN NOT MET-PND-PENDING
                    PERFORM RELEASE-PENDING-ROW
                    MOVE 'CHANGE IS NO LONGER PENDING - NOT APPROVED'
                       TO WS-SCR-MESSAGE
                 WHEN MET-PND-MAKER-ID = WS-OPERATOR-ID
                    PERFORM RELEASE-PENDING-ROW
                    MOVE 'ANOTHER OPERATOR MUST APPROVE YOUR OWN CHANGE'
                       TO WS-SCR-MESSAGE
                 WHEN OTHER
                    PERFORM READ-CURRENT-VALUES
                    SET MET-PND-APPROVED TO TRUE
                    PERFORM CLOSE-CHECK-STEP
                    IF WS-RESP = DFHRESP(NORMAL)
                       SET MET-AUD-STEP-APPROVED TO TRUE
                       PERFORM WRITE-AUDIT-RECORD
                       MOVE 'CHANGE APPROVED' TO WS-SCR-MESSAGE
                    ELSE
                       MOVE 'METPNDVS REWRITE FAILED - NOT APPROVED'
                          TO WS-SCR-MESSAGE
                    END-IF
              END-EVALUATE
           END-IF
           .

       REJECT-CHANGE.
      *----------------------------------------------------------------*
      * PF6 - reject the change on the screen, whether it is still     *
      * pending or approved and waiting for its effective time.  The   *
      * operator who asked for it may not reject it either - a         *
      * requester who wants a change withdrawn asks another operator   *
      *----------------------------------------------------------------*
           IF NOT WS-APV-SHOWING
              MOVE 'NO CHANGE ON THE SCREEN TO REJECT'
                 TO WS-SCR-MESSAGE
           ELSE
              PERFORM GET-OPERATOR-AND-TIME
              EXEC CICS READ FILE('METPNDVS')
                 INTO(MET-PND-RECORD)
                 RIDFLD(WS-APV-KEY)
                 KEYLENGTH(LENGTH OF WS-APV-KEY)
                 UPDATE
                 RESP(WS-RESP)
                 RESP2(WS-RESP2)
              END-EXEC

              EVALUATE TRUE
                 WHEN WS-RESP NOT = DFHRESP(NORMAL)
                    MOVE 'METPNDVS READ FAILED - NOT REJECTED'
                       TO WS-SCR-MESSAGE
                 WHEN NOT MET-PND-OPEN
                    PERFORM RELEASE-PENDING-ROW
                    MOVE 'CHANGE IS NO LONGER OPEN - NOT REJECTED'
                       TO WS-SCR-MESSAGE
                 WHEN MET-PND-MAKER-ID = WS-OPERATOR-ID
                    PERFORM RELEASE-PENDING-ROW
                    MOVE 'ANOTHER OPERATOR MUST REJECT YOUR OWN CHANGE'
                       TO WS-SCR-MESSAGE
                 WHEN OTHER
                    PERFORM READ-CURRENT-VALUES
                    SET MET-PND-REJECTED TO TRUE
                    PERFORM CLOSE-CHECK-STEP
                    IF WS-RESP = DFHRESP(NORMAL)
                       SET MET-AUD-STEP-REJECTED TO TRUE
                       PERFORM WRITE-AUDIT-RECORD
                       MOVE 'CHANGE REJECTED' TO WS-SCR-MESSAGE
                    ELSE
                       MOVE 'METPNDVS REWRITE FAILED - NOT REJECTED'
                          TO WS-SCR-MESSAGE
                    END-IF
              END-EVALUATE
           END-IF
           .

       GET-OPERATOR-AND-TIME.
      *----------------------------------------------------------------*
      * The signed-on operator and the time of the check step          *
      *----------------------------------------------------------------*
           EXEC CICS ASSIGN USERID(WS-OPERATOR-ID)
           END-EXEC

           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC

           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
              YYYYMMDD(WS-CURRENT-DATE)
              TIME(WS-CURRENT-TIME)
           END-EXEC
           .

       RELEASE-PENDING-ROW.
      *----------------------------------------------------------------*
      * Give up the update hold on a change that is not being touched  *
      *----------------------------------------------------------------*
           EXEC CICS UNLOCK FILE('METPNDVS')
              RESP(WS-RESP)
              RESP2(WS-RESP2)
           END-EXEC
           .

       CLOSE-CHECK-STEP.
      *----------------------------------------------------------------*
      * Stamp the checker and the time on the change, whose new status *
      * the caller has set, and rewrite it                             *
      *----------------------------------------------------------------*
           MOVE WS-OPERATOR-ID TO MET-PND-CHECKER-ID
           MOVE WS-CURRENT-DATE TO MET-PND-CHECK-DATE
           MOVE WS-CURRENT-TIME TO MET-PND-CHECK-TIME

           EXEC CICS REWRITE FILE('METPNDVS')
              FROM(MET-PND-RECORD)
              RESP(WS-RESP)
              RESP2(WS-RESP2)
           END-EXEC
           .

       WRITE-AUDIT-RECORD.
      *----------------------------------------------------------------*
      * The approval or rejection step's audit row, whose step the     *
      * caller has set: the requesting operator as OPERATOR-ID, this   *
      * operator as CHECKER-ID, the values on file now as the old      *
      * values and the change's values as the new.  An audit write     *
      * that fails is surfaced to the log - the step itself is done    *
      *----------------------------------------------------------------*
           MOVE WS-CURRENT-DATE TO MET-AUD-DATE
           MOVE EIBTASKN TO MET-AUD-TASK-NUMBER
           MOVE WS-CURRENT-TIME TO MET-AUD-TIME
           MOVE MET-PND-MAKER-ID TO MET-AUD-OPERATOR-ID
           MOVE MET-PND-ACTION TO MET-AUD-ACTION
           MOVE MET-PND-TXN-TYPE TO MET-AUD-TXN-TYPE
           MOVE WS-CUR-LIMIT-1-MS TO MET-AUD-OLD-LIMIT-1-MS
           MOVE WS-CUR-LIMIT-2-MS TO MET-AUD-OLD-LIMIT-2-MS
           MOVE WS-CUR-LIMIT-3-MS TO MET-AUD-OLD-LIMIT-3-MS
           MOVE WS-CUR-LIMIT-4-MS TO MET-AUD-OLD-LIMIT-4-MS
           MOVE MET-PND-NEW-LIMIT-1-MS TO MET-AUD-NEW-LIMIT-1-MS
           MOVE MET-PND-NEW-LIMIT-2-MS TO MET-AUD-NEW-LIMIT-2-MS
           MOVE MET-PND-NEW-LIMIT-3-MS TO MET-AUD-NEW-LIMIT-3-MS
           MOVE MET-PND-NEW-LIMIT-4-MS TO MET-AUD-NEW-LIMIT-4-MS
           MOVE MET-PND-SOURCE TO MET-AUD-SOURCE
           MOVE WS-OPERATOR-ID TO MET-AUD-CHECKER-ID
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
              DISPLAY 'METRPCHK: METAUDVS WRITE ERROR RESP='
                 WS-RESP ' RESP2=' WS-RESP2 ' TYPE='
                 MET-AUD-TXN-TYPE ' STEP=' MET-AUD-STEP
           END-IF
           .

       SEND-APPROVAL-MAP.
      *----------------------------------------------------------------*
      * Clear the map to low-values - the inbound area still carries   *
      * the RECEIVE's length/flag bytes, which must not go out as      *
      * attribute bytes - then edit the change on the screen, if any,  *
      * and the message in and send, erasing the previous screen       *
      *----------------------------------------------------------------*
           MOVE LOW-VALUE TO METPMP1I

           IF WS-APV-SHOWING
              MOVE MET-PND-SOURCE TO SRCEO
              MOVE MET-PND-TXN-TYPE TO TYPEO
              MOVE WS-CUR-TYPE-NAME TO TNAMO
              EVALUATE TRUE
                 WHEN MET-PND-ACTION-ADD
                    MOVE 'ADD' TO ACTNO
                 WHEN MET-PND-ACTION-UPDATE
                    MOVE 'UPDATE' TO ACTNO
                 WHEN OTHER
                    MOVE 'DELETE' TO ACTNO
              END-EVALUATE
              IF MET-PND-APPROVED
                 MOVE 'APPROVED' TO STATO
              ELSE
                 MOVE 'PENDING' TO STATO
              END-IF
              MOVE MET-PND-EFFECTIVE-DATE TO EFDTO
              MOVE MET-PND-EFFECTIVE-TIME TO EFTMO
              MOVE MET-PND-MAKER-ID TO MAKRO
              MOVE MET-PND-REQ-DATE TO RQDTO
              MOVE MET-PND-REQ-TIME TO RQTMO

              IF WS-CUR-PRESENT
                 MOVE WS-CUR-NAME TO CNAMO
                 MOVE WS-CUR-LIMIT-1-MS TO C1O
                 MOVE WS-CUR-LIMIT-2-MS TO C2O
                 MOVE WS-CUR-LIMIT-3-MS TO C3O
                 MOVE WS-CUR-LIMIT-4-MS TO C4O
              END-IF

              IF NOT MET-PND-ACTION-DELETE
                 MOVE MET-PND-NEW-NAME TO NNAMO
                 MOVE MET-PND-NEW-LIMIT-1-MS TO N1O
                 MOVE MET-PND-NEW-LIMIT-2-MS TO N2O
                 MOVE MET-PND-NEW-LIMIT-3-MS TO N3O
                 MOVE MET-PND-NEW-LIMIT-4-MS TO N4O
              END-IF
           END-IF

           MOVE WS-SCR-MESSAGE TO MSGO

           EXEC CICS SEND MAP('METPMP1')
              MAPSET('METPMS')
              FROM(METPMP1I)
              ERASE
              RESP(WS-RESP)
              RESP2(WS-RESP2)
           END-EXEC
           .
