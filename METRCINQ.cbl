       IDENTIFICATION DIVISION.
       PROGRAM-ID. METRCINQ.
       AUTHOR. COBOL-METRICS-TEAM.

      *----------------------------------------------------------------*
      * Flight-recorder capture browse transaction (MCAP).             *
      * Pseudo-conversational screen, driven by mapset METCMS/map      *
      * METCMP1 (bms/METCMS.bms, copybooks/METCMS.cpy), that pages     *
      * through the failures METRICEX has written to the METCAPVS      *
      * capture file (CPYMCAP) while a type's METTRCVS trace row is    *
      * armed.  The operator keys a business date and a from/to time   *
      * window, optionally narrowed to one transaction type and/or     *
      * one error code; the screen lists the matching captures in      *
      * time order - customer, account, error code, the raw RESP/      *
      * RESP2 or SQLCODE and the duration - fourteen to a page, PF8    *
      * forward and PF7 back.  PF5 switches to a summary of the same   *
      * window grouped by account, worst first (most failures, then    *
      * longest duration), so the business can be told which           *
      * customers are hurting while the incident is still open.        *
      *                                                                *
      * Read-only on METCAPVS, so it is safe to run during an          *
      * incident - the same guarantee MSNP and MHST give.  The         *
      * captures carry customer ids and account numbers, so every      *
      * interaction first asks the external security manager whether   *
      * the signed-on operator may read METCAPVS; an operator without  *
      * that access is turned away before anything is read.            *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WS-CICS-CONTROL.
           05  WS-RESP                     PIC S9(8) COMP.
           05  WS-RESP2                    PIC S9(8) COMP.
           05  WS-READ-CVDA                PIC S9(8) COMP.

      *----------------------------------------------------------------*
      * DFHAID supplies the PF-key constants (DFHPF3 etc.) tested      *
      * against EIBAID below                                           *
      *----------------------------------------------------------------*
           COPY DFHAID.

       01  WS-TIME-CONTROL.
           05  WS-ABSTIME                  PIC S9(15) COMP-3.
           05  WS-CURRENT-DATE             PIC 9(8).

       01  WS-ACCESS-REFUSED-TEXT.
           05  FILLER                      PIC X(37)
                       VALUE 'MCAP - YOU ARE NOT AUTHORIZED TO READ'.
           05  FILLER                      PIC X(42)
                       VALUE ' THE METCAPVS CUSTOMER CAPTURES'.

      *----------------------------------------------------------------*
      * The browse in progress, carried on the commarea from one       *
      * interaction to the next: the window and filters last accepted  *
      * on ENTER, which view is showing, and where the detail page     *
      * on the screen starts and ends on METCAPVS so PF7/PF8 can page  *
      * from there.  The mapset runs FRSET, so an unchanged input      *
      * field comes back as low-values - the carried value is what     *
      * keeps the window without the operator re-keying it             *
      *----------------------------------------------------------------*
       01  WS-CAPTURE-BROWSE.
           05  WS-BRW-VIEW                 PIC X(1).
               88  WS-BRW-DETAIL-VIEW      VALUE 'D'.
               88  WS-BRW-SUMMARY-VIEW     VALUE 'S'.
           05  WS-BRW-DATE                 PIC 9(8).
           05  WS-BRW-FROM-TIME            PIC 9(6).
           05  WS-BRW-TO-TIME              PIC 9(6).
           05  WS-BRW-TXN-TYPE             PIC 9(2).
           05  WS-BRW-ERROR-CODE           PIC X(5).
           05  WS-BRW-FIRST-KEY            PIC X(21).
           05  WS-BRW-LAST-KEY             PIC X(21).
           05  WS-BRW-SUMMARY-PAGE         PIC 9(3).
           05  WS-BRW-ACTIVE-FLAG          PIC X(1).
               88  WS-BRW-ACTIVE           VALUE 'Y'.

      *----------------------------------------------------------------*
      * Screen input as edited on ENTER - only copied over the browse  *
      * above once every field has passed, so a bad entry leaves the   *
      * window already on the screen intact                            *
      *----------------------------------------------------------------*
       01  WS-EDIT-WORK.
           05  WS-EDT-DATE                 PIC 9(8).
           05  WS-EDT-FROM-TIME            PIC 9(6).
           05  WS-EDT-TO-TIME              PIC 9(6).
           05  WS-EDT-TXN-TYPE             PIC 9(2).
           05  WS-EDT-TYPE-X               PIC X(2).
           05  WS-EDT-ERROR-CODE           PIC X(5).
           05  WS-EDIT-OK-FLAG             PIC X.
               88  WS-EDIT-OK              VALUE 'Y'.
               88  WS-EDIT-FAILED          VALUE 'N'.

      *----------------------------------------------------------------*
      * A keyed time split for the hour/minute/second range check      *
      *----------------------------------------------------------------*
       01  WS-TIME-CHECK                   PIC 9(6).
       01  FILLER REDEFINES WS-TIME-CHECK.
           05  WS-TCK-HH                   PIC 9(2).
           05  WS-TCK-MM                   PIC 9(2).
           05  WS-TCK-SS                   PIC 9(2).

      *----------------------------------------------------------------*
      * METCAPVS browse key - the record's 21-byte key shape (see      *
      * CPYMCAP).  WS-SKIP-KEY holds a key the page being built must   *
      * not show again (the page boundary PF7/PF8 start from), or      *
      * low-values when the page starts on its start key itself        *
      *----------------------------------------------------------------*
       01  WS-CAP-KEY.
           05  WS-CKY-DATE                 PIC 9(8).
           05  WS-CKY-TIME                 PIC 9(6).
           05  WS-CKY-TASK-NUMBER          PIC 9(7).

       01  WS-BROWSE-WORK.
           05  WS-SKIP-KEY                 PIC X(21).
           05  WS-BACK-KEY                 PIC X(21).
           05  WS-BACK-COUNT               PIC 9(2) COMP.
           05  WS-BROWSE-DONE-FLAG         PIC X.
               88  WS-BROWSE-DONE          VALUE 'Y'.
           05  WS-CAPTURE-WANTED-FLAG      PIC X.
               88  WS-CAPTURE-WANTED       VALUE 'Y'.

      *----------------------------------------------------------------*
      * The page being built for the screen - fourteen list lines,     *
      * the column heading over them and the message under them        *
      *----------------------------------------------------------------*
       01  WS-SCREEN-PAGE.
           05  WS-PAGE-COUNT               PIC 9(2) COMP.
           05  WS-PAGE-LINE OCCURS 14 TIMES
                                           PIC X(79).
           05  WS-PAGE-HEADING             PIC X(79).
           05  WS-PAGE-MODE                PIC X(30).
           05  WS-PAGE-MESSAGE             PIC X(79).
           05  WS-PAGE-NOTE                PIC X(40).
           05  WS-PAGE-FIRST-TIME          PIC X(8).
           05  WS-PAGE-LAST-TIME           PIC X(8).

       01  WS-DETAIL-HEADING.
           05  FILLER                      PIC X(34)
                       VALUE 'TIME     TY CUSTOMER ACCOUNT'.
           05  FILLER                      PIC X(45)
                       VALUE 'ERROR  RESP RESP2 SQLCOD DURATION MS'.

       01  WS-SUMMARY-HEADING.
           05  FILLER                      PIC X(32)
                       VALUE 'ACCOUNT       CUSTOMER   FAILS'.
           05  FILLER                      PIC X(47)
                       VALUE 'ERROR  LONGEST MS   FIRST    LAST'.

      *----------------------------------------------------------------*
      * A capture time edited as HH:MM:SS                              *
      *----------------------------------------------------------------*
       01  WS-TIME-SPLIT                   PIC 9(6).
       01  FILLER REDEFINES WS-TIME-SPLIT.
           05  WS-TSP-HH                   PIC 9(2).
           05  WS-TSP-MM                   PIC 9(2).
           05  WS-TSP-SS                   PIC 9(2).

       01  WS-TIME-EDITED.
           05  WS-TED-HH                   PIC 9(2).
           05  FILLER                      PIC X(1)  VALUE ':'.
           05  WS-TED-MM                   PIC 9(2).
           05  FILLER                      PIC X(1)  VALUE ':'.
           05  WS-TED-SS                   PIC 9(2).

      *----------------------------------------------------------------*
      * One capture line of the detail view                            *
      *----------------------------------------------------------------*
       01  WS-DETAIL-LINE.
           05  WS-DTL-TIME                 PIC X(8).
           05  FILLER                      PIC X(1)  VALUE SPACE.
           05  WS-DTL-TXN-TYPE             PIC 9(2).
           05  FILLER                      PIC X(1)  VALUE SPACE.
           05  WS-DTL-CUSTOMER-ID          PIC X(8).
           05  FILLER                      PIC X(1)  VALUE SPACE.
           05  WS-DTL-ACCOUNT-NUMBER       PIC X(12).
           05  FILLER                      PIC X(1)  VALUE SPACE.
           05  WS-DTL-ERROR-CODE           PIC X(5).
           05  FILLER                      PIC X(1)  VALUE SPACE.
           05  WS-DTL-RESP                 PIC -ZZZ9.
           05  FILLER                      PIC X(1)  VALUE SPACE.
           05  WS-DTL-RESP2                PIC -ZZZ9.
           05  FILLER                      PIC X(1)  VALUE SPACE.
           05  WS-DTL-SQLCODE              PIC -ZZZZ9.
           05  FILLER                      PIC X(1)  VALUE SPACE.
           05  WS-DTL-DURATION-MS          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(9)  VALUE SPACES.

      *----------------------------------------------------------------*
      * Detail view message: the time span of the page on the screen   *
      *----------------------------------------------------------------*
       01  WS-DETAIL-MESSAGE.
           05  FILLER                      PIC X(8)  VALUE 'SHOWING '.
           05  WS-DMS-COUNT                PIC Z9.
           05  FILLER                      PIC X(13)
                                           VALUE ' CAPTURES AT '.
           05  WS-DMS-FIRST-TIME           PIC X(8).
           05  FILLER                      PIC X(4)  VALUE ' TO '.
           05  WS-DMS-LAST-TIME            PIC X(8).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-DMS-NOTE                 PIC X(34).

      *----------------------------------------------------------------*
      * By-account summary of the window.  One slot per distinct       *
      * account number (captures with no account share one slot,       *
      * shown as '(NO ACCOUNT)'); a window with more distinct accounts *
      * than the table holds counts the rest as unranked captures and  *
      * says so on the message line                                    *
      *----------------------------------------------------------------*
       01  WS-ACCOUNT-LIMIT                PIC 9(3) COMP VALUE 100.

       01  WS-ACCOUNT-SUMMARY.
           05  WS-ACC-COUNT                PIC 9(3) COMP.
           05  WS-WINDOW-CAPTURES          PIC 9(7) COMP.
           05  WS-UNRANKED-CAPTURES        PIC 9(7) COMP.
           05  WS-ACC-ENTRY OCCURS 100 TIMES.
               10  WS-ACC-ACCOUNT-NUMBER   PIC X(12).
               10  WS-ACC-CUSTOMER-ID      PIC X(8).
               10  WS-ACC-FAILURES         PIC 9(5) COMP.
               10  WS-ACC-LONGEST-MS       PIC 9(9) COMP.
               10  WS-ACC-LAST-ERROR       PIC X(5).
               10  WS-ACC-FIRST-TIME       PIC 9(6).
               10  WS-ACC-LAST-TIME        PIC 9(6).
               10  WS-ACC-RANKED-FLAG      PIC X(1).
                   88  WS-ACC-RANKED       VALUE 'Y'.

       01  WS-SUMMARY-WORK.
           05  WS-ACC-IDX                  PIC 9(3) COMP.
           05  WS-FOUND-IDX                PIC 9(3) COMP.
           05  WS-BEST-IDX                 PIC 9(3) COMP.
           05  WS-RANK                     PIC 9(3) COMP.
           05  WS-RANK-FROM                PIC 9(3) COMP.
           05  WS-RANK-LIMIT               PIC 9(3) COMP.
           05  WS-PAGE-TOTAL               PIC 9(3) COMP.
           05  WS-SUMMARY-ACCOUNT          PIC X(12).

      *----------------------------------------------------------------*
      * One account line of the summary view                           *
      *----------------------------------------------------------------*
       01  WS-SUMMARY-LINE.
           05  WS-SUM-ACCOUNT-NUMBER       PIC X(12).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-SUM-CUSTOMER-ID          PIC X(8).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-SUM-FAILURES             PIC ZZ,ZZ9.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-SUM-LAST-ERROR           PIC X(5).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-SUM-LONGEST-MS           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-SUM-FIRST-TIME           PIC X(8).
           05  FILLER                      PIC X(1)  VALUE SPACE.
           05  WS-SUM-LAST-TIME            PIC X(8).
           05  FILLER                      PIC X(10) VALUE SPACES.

      *----------------------------------------------------------------*
      * Summary view message: window totals and the page on screen     *
      *----------------------------------------------------------------*
       01  WS-SUMMARY-MESSAGE.
           05  WS-SMS-CAPTURES             PIC Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(13)
                                           VALUE ' CAPTURES IN '.
           05  WS-SMS-ACCOUNTS             PIC ZZ9.
           05  FILLER                      PIC X(16)
                                           VALUE ' ACCOUNTS - PAGE'.
           05  WS-SMS-PAGE                 PIC ZZ9.
           05  FILLER                      PIC X(4)  VALUE ' OF '.
           05  WS-SMS-PAGES                PIC ZZ9.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-SMS-NOTE                 PIC X(26).

       01  WS-UNRANKED-NOTE.
           05  WS-UNR-CAPTURES             PIC ZZZZZZ9.
           05  FILLER                      PIC X(19)
                                           VALUE ' OVER 100 ACCOUNTS'.

       01  MET-CAP-RECORD.
           COPY CPYMCAP.

           COPY METCMS.

       LINKAGE SECTION.

      *----------------------------------------------------------------*
      * The prior interaction's WS-CAPTURE-BROWSE, passed back on      *
      * RETURN TRANSID                                                 *
      *----------------------------------------------------------------*
       01  DFHCOMMAREA.
           05  CA-BRW-VIEW                 PIC X(1).
           05  CA-BRW-DATE                 PIC 9(8).
           05  CA-BRW-FROM-TIME            PIC 9(6).
           05  CA-BRW-TO-TIME              PIC 9(6).
           05  CA-BRW-TXN-TYPE             PIC 9(2).
           05  CA-BRW-ERROR-CODE           PIC X(5).
           05  CA-BRW-FIRST-KEY            PIC X(21).
           05  CA-BRW-LAST-KEY             PIC X(21).
           05  CA-BRW-SUMMARY-PAGE         PIC 9(3).
           05  CA-BRW-ACTIVE-FLAG          PIC X(1).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
      *----------------------------------------------------------------*
      * Every entry first checks the operator may read the captures.   *
      * First entry (EIBCALEN = 0) then sends the map with today's     *
      * whole day as the default window.  A later entry means the      *
      * operator pressed a key: PF3 ends the conversation, ENTER       *
      * starts a browse of the keyed window, PF8/PF7 page forward and  *
      * back, PF5 switches between the capture list and the account    *
      * summary                                                        *
      *----------------------------------------------------------------*
           PERFORM CHECK-CAPTURE-ACCESS

           IF EIBCALEN = 0
              PERFORM START-CONVERSATION
           ELSE
              MOVE DFHCOMMAREA TO WS-CAPTURE-BROWSE
              MOVE LOW-VALUE TO METCMP1I
              EXEC CICS RECEIVE MAP('METCMP1')
                 MAPSET('METCMS')
                 RESP(WS-RESP)
                 RESP2(WS-RESP2)
              END-EXEC

              IF EIBAID = DFHPF3
                 EXEC CICS RETURN
                 END-EXEC
              END-IF

              PERFORM PROCESS-BROWSE-KEY
           END-IF

           EXEC CICS RETURN TRANSID('MCAP')
              COMMAREA(WS-CAPTURE-BROWSE)
              LENGTH(LENGTH OF WS-CAPTURE-BROWSE)
           END-EXEC
           .

       CHECK-CAPTURE-ACCESS.
      *----------------------------------------------------------------*
      * The captures carry customer ids and account numbers, so the    *
      * screen is only for operators the security manager lets read    *
      * METCAPVS.  Anyone else gets a one-line refusal and the         *
      * conversation ends without a record being read                  *
      *----------------------------------------------------------------*
           EXEC CICS QUERY SECURITY
              RESTYPE('FILE')
              RESID('METCAPVS')
              READ(WS-READ-CVDA)
              RESP(WS-RESP)
              RESP2(WS-RESP2)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR WS-READ-CVDA NOT = DFHVALUE(READABLE)
              EXEC CICS SEND TEXT
                 FROM(WS-ACCESS-REFUSED-TEXT)
                 LENGTH(LENGTH OF WS-ACCESS-REFUSED-TEXT)
                 ERASE
                 FREEKB
              END-EXEC
              EXEC CICS RETURN
              END-EXEC
           END-IF
           .

       START-CONVERSATION.
      *----------------------------------------------------------------*
      * Seed the browse with today's whole day, every type and every   *
      * error code, and send the map with only the prompt              *
      *----------------------------------------------------------------*
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC

           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
              YYYYMMDD(WS-CURRENT-DATE)
           END-EXEC

           SET WS-BRW-DETAIL-VIEW TO TRUE
           MOVE WS-CURRENT-DATE TO WS-BRW-DATE
           MOVE ZEROS TO WS-BRW-FROM-TIME
           MOVE 235959 TO WS-BRW-TO-TIME
           MOVE ZEROS TO WS-BRW-TXN-TYPE
           MOVE SPACES TO WS-BRW-ERROR-CODE
           MOVE LOW-VALUES TO WS-BRW-FIRST-KEY
           MOVE LOW-VALUES TO WS-BRW-LAST-KEY
           MOVE 1 TO WS-BRW-SUMMARY-PAGE
           MOVE 'N' TO WS-BRW-ACTIVE-FLAG

           PERFORM CLEAR-SCREEN-PAGE
           MOVE 'KEY DATE, FROM/TO TIME (HHMMSS), TYPE, ERROR; ENTER'
              TO WS-PAGE-MESSAGE
           PERFORM SEND-BROWSE-MAP
           .

       PROCESS-BROWSE-KEY.
      *----------------------------------------------------------------*
      * Act on the key pressed.  Paging and switching views need a     *
      * browse already started with ENTER                              *
      *----------------------------------------------------------------*
           PERFORM CLEAR-SCREEN-PAGE

           EVALUATE TRUE
              WHEN EIBAID = DFHENTER
                 PERFORM START-NEW-WINDOW
              WHEN NOT WS-BRW-ACTIVE
                 MOVE 'PRESS ENTER TO BROWSE THE KEYED WINDOW FIRST'
                    TO WS-PAGE-MESSAGE
                 PERFORM SEND-BROWSE-MAP
              WHEN EIBAID = DFHPF8
                 PERFORM PAGE-FORWARD
              WHEN EIBAID = DFHPF7
                 PERFORM PAGE-BACKWARD
              WHEN EIBAID = DFHPF5
                 PERFORM SWITCH-BROWSE-VIEW
              WHEN OTHER
                 MOVE 'KEY NOT IN USE' TO WS-PAGE-NOTE
                 PERFORM REFRESH-CURRENT-PAGE
           END-EVALUATE
           .

       START-NEW-WINDOW.
      *----------------------------------------------------------------*
      * Validate the keyed window and filters; once they pass, they    *
      * replace the browse and its first page is shown in the view     *
      * already selected.  A bad entry keeps the previous browse (if   *
      * any) on the screen with the reason on the message line         *
      *----------------------------------------------------------------*
           PERFORM VALIDATE-WINDOW-INPUT

           IF WS-EDIT-OK
              MOVE WS-EDT-DATE TO WS-BRW-DATE
              MOVE WS-EDT-FROM-TIME TO WS-BRW-FROM-TIME
              MOVE WS-EDT-TO-TIME TO WS-BRW-TO-TIME
              MOVE WS-EDT-TXN-TYPE TO WS-BRW-TXN-TYPE
              MOVE WS-EDT-ERROR-CODE TO WS-BRW-ERROR-CODE
              MOVE 1 TO WS-BRW-SUMMARY-PAGE
              SET WS-BRW-ACTIVE TO TRUE
              PERFORM SET-WINDOW-START-KEY
              MOVE WS-CAP-KEY TO WS-BRW-FIRST-KEY
              MOVE WS-CAP-KEY TO WS-BRW-LAST-KEY
              PERFORM REFRESH-CURRENT-PAGE
           ELSE
              IF WS-BRW-ACTIVE
                 PERFORM REFRESH-CURRENT-PAGE
              ELSE
                 PERFORM SEND-BROWSE-MAP
              END-IF
           END-IF
           .

       VALIDATE-WINDOW-INPUT.
      *----------------------------------------------------------------*
      * Date and times take the screen value when one was keyed, else  *
      * the value carried on the commarea; type and error code are     *
      * optional - keyed blank they mean every type or every code.     *
      * The first field that fails sets the message and the window is  *
      * not started                                                    *
      *----------------------------------------------------------------*
           SET WS-EDIT-OK TO TRUE

           EVALUATE TRUE
              WHEN DATEI NUMERIC
                 MOVE DATEI TO WS-EDT-DATE
              WHEN DATEL = 0
                 AND WS-BRW-DATE NUMERIC
                 AND WS-BRW-DATE NOT = ZEROS
                 MOVE WS-BRW-DATE TO WS-EDT-DATE
              WHEN OTHER
                 SET WS-EDIT-FAILED TO TRUE
                 MOVE 'DATE MUST BE YYYYMMDD' TO WS-PAGE-MESSAGE
           END-EVALUATE

           IF WS-EDIT-OK
              EVALUATE TRUE
                 WHEN FRTMI NUMERIC
                    MOVE FRTMI TO WS-EDT-FROM-TIME
                 WHEN FRTML = 0
                    AND WS-BRW-FROM-TIME NUMERIC
                    MOVE WS-BRW-FROM-TIME TO WS-EDT-FROM-TIME
                 WHEN OTHER
                    SET WS-EDIT-FAILED TO TRUE
              END-EVALUATE
              MOVE WS-EDT-FROM-TIME TO WS-TIME-CHECK
              IF WS-EDIT-FAILED
                 OR WS-TCK-HH > 23
                 OR WS-TCK-MM > 59
                 OR WS-TCK-SS > 59
                 SET WS-EDIT-FAILED TO TRUE
                 MOVE 'FROM TIME MUST BE HHMMSS, 000000-235959'
                    TO WS-PAGE-MESSAGE
              END-IF
           END-IF

           IF WS-EDIT-OK
              EVALUATE TRUE
                 WHEN TOTMI NUMERIC
                    MOVE TOTMI TO WS-EDT-TO-TIME
                 WHEN TOTML = 0
                    AND WS-BRW-TO-TIME NUMERIC
                    MOVE WS-BRW-TO-TIME TO WS-EDT-TO-TIME
                 WHEN OTHER
                    SET WS-EDIT-FAILED TO TRUE
              END-EVALUATE
              MOVE WS-EDT-TO-TIME TO WS-TIME-CHECK
              IF WS-EDIT-FAILED
                 OR WS-TCK-HH > 23
                 OR WS-TCK-MM > 59
                 OR WS-TCK-SS > 59
                 SET WS-EDIT-FAILED TO TRUE
                 MOVE 'TO TIME MUST BE HHMMSS, 000000-235959'
                    TO WS-PAGE-MESSAGE
              END-IF
           END-IF

           IF WS-EDIT-OK
              AND WS-EDT-TO-TIME < WS-EDT-FROM-TIME
              SET WS-EDIT-FAILED TO TRUE
              MOVE 'TO TIME IS EARLIER THAN FROM TIME'
                 TO WS-PAGE-MESSAGE
           END-IF

      *    Type is optional - a keyed field wins over the commarea,
      *    and a field blanked out means every type
           IF WS-EDIT-OK
              IF TYPEL > 0
                 MOVE TYPEI TO WS-EDT-TYPE-X
                 INSPECT WS-EDT-TYPE-X REPLACING ALL LOW-VALUE BY SPACE
                 EVALUATE TRUE
                    WHEN WS-EDT-TYPE-X = SPACES
                       MOVE ZEROS TO WS-EDT-TXN-TYPE
                    WHEN WS-EDT-TYPE-X NUMERIC
                       MOVE WS-EDT-TYPE-X TO WS-EDT-TXN-TYPE
                    WHEN OTHER
                       SET WS-EDIT-FAILED TO TRUE
                       MOVE 'TYPE MUST BE 2 DIGITS, BLANK FOR ALL'
                          TO WS-PAGE-MESSAGE
                 END-EVALUATE
              ELSE
                 MOVE WS-BRW-TXN-TYPE TO WS-EDT-TXN-TYPE
              END-IF
           END-IF

      *    Error code is optional the same way
           IF WS-EDIT-OK
              IF ERRCL > 0
                 MOVE ERRCI TO WS-EDT-ERROR-CODE
                 INSPECT WS-EDT-ERROR-CODE
                    REPLACING ALL LOW-VALUE BY SPACE
              ELSE
                 MOVE WS-BRW-ERROR-CODE TO WS-EDT-ERROR-CODE
              END-IF
           END-IF
           .

       SET-WINDOW-START-KEY.
      *----------------------------------------------------------------*
      * The lowest possible METCAPVS key in the window - its date and  *
      * from time with a zero task number                              *
      *----------------------------------------------------------------*
           MOVE WS-BRW-DATE TO WS-CKY-DATE
           MOVE WS-BRW-FROM-TIME TO WS-CKY-TIME
           MOVE ZEROS TO WS-CKY-TASK-NUMBER
           .

       REFRESH-CURRENT-PAGE.
      *----------------------------------------------------------------*
      * Show the browse again where it stands: the detail page from    *
      * its first line, or the summary page last shown                 *
      *----------------------------------------------------------------*
           IF WS-BRW-SUMMARY-VIEW
              PERFORM BUILD-ACCOUNT-SUMMARY
              PERFORM LOAD-SUMMARY-PAGE
           ELSE
              MOVE WS-BRW-FIRST-KEY TO WS-CAP-KEY
              MOVE LOW-VALUES TO WS-SKIP-KEY
              PERFORM LOAD-DETAIL-PAGE
           END-IF
           PERFORM SEND-BROWSE-MAP
           .

       PAGE-FORWARD.
      *----------------------------------------------------------------*
      * Detail view: the next fourteen captures after the last one on  *
      * the screen; past the end of the window the last page stays.    *
      * Summary view: the next fourteen accounts                       *
      *----------------------------------------------------------------*
           IF WS-BRW-SUMMARY-VIEW
              PERFORM BUILD-ACCOUNT-SUMMARY
              IF WS-BRW-SUMMARY-PAGE < WS-PAGE-TOTAL
                 ADD 1 TO WS-BRW-SUMMARY-PAGE
              ELSE
                 MOVE 'END OF SUMMARY' TO WS-PAGE-NOTE
              END-IF
              PERFORM LOAD-SUMMARY-PAGE
           ELSE
              MOVE WS-BRW-LAST-KEY TO WS-CAP-KEY
              MOVE WS-BRW-LAST-KEY TO WS-SKIP-KEY
              PERFORM LOAD-DETAIL-PAGE
              IF WS-PAGE-COUNT = 0
                 MOVE WS-BRW-FIRST-KEY TO WS-CAP-KEY
                 MOVE LOW-VALUES TO WS-SKIP-KEY
                 PERFORM LOAD-DETAIL-PAGE
                 MOVE 'END OF WINDOW' TO WS-PAGE-NOTE
              END-IF
           END-IF
           PERFORM SEND-BROWSE-MAP
           .

       PAGE-BACKWARD.
      *----------------------------------------------------------------*
      * Detail view: read back from the first capture on the screen    *
      * for up to fourteen earlier matches, then show the page that    *
      * starts at the earliest of them; at the start of the window the *
      * first page stays.  Summary view: the previous fourteen         *
      * accounts                                                       *
      *----------------------------------------------------------------*
           IF WS-BRW-SUMMARY-VIEW
              PERFORM BUILD-ACCOUNT-SUMMARY
              IF WS-BRW-SUMMARY-PAGE > 1
                 SUBTRACT 1 FROM WS-BRW-SUMMARY-PAGE
              ELSE
                 MOVE 'TOP OF SUMMARY' TO WS-PAGE-NOTE
              END-IF
              PERFORM LOAD-SUMMARY-PAGE
           ELSE
              PERFORM FIND-PREVIOUS-PAGE-START
              IF WS-BACK-COUNT = 0
                 MOVE WS-BRW-FIRST-KEY TO WS-CAP-KEY
                 MOVE 'TOP OF WINDOW' TO WS-PAGE-NOTE
              ELSE
                 MOVE WS-BACK-KEY TO WS-CAP-KEY
              END-IF
              MOVE LOW-VALUES TO WS-SKIP-KEY
              PERFORM LOAD-DETAIL-PAGE
           END-IF
           PERFORM SEND-BROWSE-MAP
           .

       SWITCH-BROWSE-VIEW.
      *----------------------------------------------------------------*
      * PF5 flips between the capture list and the account summary of  *
      * the same window.  The summary always opens on its first        *
      * (worst) page; the list comes back on the page it was left on   *
      *----------------------------------------------------------------*
           IF WS-BRW-SUMMARY-VIEW
              SET WS-BRW-DETAIL-VIEW TO TRUE
           ELSE
              SET WS-BRW-SUMMARY-VIEW TO TRUE
              MOVE 1 TO WS-BRW-SUMMARY-PAGE
           END-IF
           PERFORM REFRESH-CURRENT-PAGE
           .

       LOAD-DETAIL-PAGE.
      *----------------------------------------------------------------*
      * Browse METCAPVS forward from WS-CAP-KEY, skipping WS-SKIP-KEY, *
      * and build up to fourteen lines from the captures that pass     *
      * the type and error filters, stopping at the end of the window. *
      * A page with lines moves the browse's first/last keys to it     *
      *----------------------------------------------------------------*
           MOVE WS-DETAIL-HEADING TO WS-PAGE-HEADING
           MOVE 'CAPTURES IN TIME ORDER' TO WS-PAGE-MODE
           MOVE ZERO TO WS-PAGE-COUNT

           EXEC CICS STARTBR FILE('METCAPVS')
              RIDFLD(WS-CAP-KEY)
              KEYLENGTH(LENGTH OF WS-CAP-KEY)
              GTEQ
              RESP(WS-RESP)
              RESP2(WS-RESP2)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
              MOVE 'N' TO WS-BROWSE-DONE-FLAG
              PERFORM LOAD-ONE-DETAIL-CAPTURE
                 UNTIL WS-BROWSE-DONE
              EXEC CICS ENDBR FILE('METCAPVS')
                 RESP(WS-RESP)
                 RESP2(WS-RESP2)
              END-EXEC
           END-IF
           .

       LOAD-ONE-DETAIL-CAPTURE.
      *----------------------------------------------------------------*
      * Read the next capture; the first one past the window's to      *
      * time (or off its date) ends the page, as does a full page      *
      *----------------------------------------------------------------*
           EXEC CICS READNEXT FILE('METCAPVS')
              INTO(MET-CAP-RECORD)
              RIDFLD(WS-CAP-KEY)
              KEYLENGTH(LENGTH OF WS-CAP-KEY)
              RESP(WS-RESP)
              RESP2(WS-RESP2)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR MET-CAP-DATE NOT = WS-BRW-DATE
              OR MET-CAP-TIME > WS-BRW-TO-TIME
              SET WS-BROWSE-DONE TO TRUE
           ELSE
              IF MET-CAP-KEY NOT = WS-SKIP-KEY
                 PERFORM TEST-CAPTURE-FILTERS
                 IF WS-CAPTURE-WANTED
                    ADD 1 TO WS-PAGE-COUNT
                    PERFORM FORMAT-DETAIL-LINE
                    IF WS-PAGE-COUNT = 1
                       MOVE MET-CAP-KEY TO WS-BRW-FIRST-KEY
                    END-IF
                    MOVE MET-CAP-KEY TO WS-BRW-LAST-KEY
                    IF WS-PAGE-COUNT = 14
                       SET WS-BROWSE-DONE TO TRUE
                    END-IF
                 END-IF
              END-IF
           END-IF
           .

       TEST-CAPTURE-FILTERS.
      *----------------------------------------------------------------*
      * A capture is wanted when it matches the type filter (00 is     *
      * every type) and the error filter (blank is every code)         *
      *----------------------------------------------------------------*
           MOVE 'Y' TO WS-CAPTURE-WANTED-FLAG

           IF WS-BRW-TXN-TYPE NOT = ZEROS
              AND MET-CAP-TXN-TYPE NOT = WS-BRW-TXN-TYPE
              MOVE 'N' TO WS-CAPTURE-WANTED-FLAG
           END-IF

           IF WS-BRW-ERROR-CODE NOT = SPACES
              AND MET-CAP-ERROR-CODE NOT = WS-BRW-ERROR-CODE
              MOVE 'N' TO WS-CAPTURE-WANTED-FLAG
           END-IF
           .

       FORMAT-DETAIL-LINE.
      *----------------------------------------------------------------*
      * Edit the capture just read into the next list line             *
      *----------------------------------------------------------------*
           MOVE MET-CAP-TIME TO WS-TIME-SPLIT
           PERFORM EDIT-CAPTURE-TIME
           MOVE WS-TIME-EDITED TO WS-DTL-TIME
           IF WS-PAGE-COUNT = 1
              MOVE WS-TIME-EDITED TO WS-PAGE-FIRST-TIME
           END-IF
           MOVE WS-TIME-EDITED TO WS-PAGE-LAST-TIME
           MOVE MET-CAP-TXN-TYPE TO WS-DTL-TXN-TYPE
           MOVE MET-CAP-CUSTOMER-ID TO WS-DTL-CUSTOMER-ID
           MOVE MET-CAP-ACCOUNT-NUMBER TO WS-DTL-ACCOUNT-NUMBER
           MOVE MET-CAP-ERROR-CODE TO WS-DTL-ERROR-CODE
           MOVE MET-CAP-RESP TO WS-DTL-RESP
           MOVE MET-CAP-RESP2 TO WS-DTL-RESP2
           MOVE MET-CAP-SQLCODE TO WS-DTL-SQLCODE
           MOVE MET-CAP-DURATION-MS TO WS-DTL-DURATION-MS
           MOVE WS-DETAIL-LINE TO WS-PAGE-LINE(WS-PAGE-COUNT)
           .

       EDIT-CAPTURE-TIME.
      *----------------------------------------------------------------*
      * WS-TIME-SPLIT (HHMMSS) to WS-TIME-EDITED (HH:MM:SS)            *
      *----------------------------------------------------------------*
           MOVE WS-TSP-HH TO WS-TED-HH
           MOVE WS-TSP-MM TO WS-TED-MM
           MOVE WS-TSP-SS TO WS-TED-SS
           .

       FIND-PREVIOUS-PAGE-START.
      *----------------------------------------------------------------*
      * Browse METCAPVS backward from the first capture on the screen  *
      * and remember the earliest of up to fourteen earlier captures   *
      * that pass the filters.  None found means the screen already    *
      * shows the top of the window                                    *
      *----------------------------------------------------------------*
           MOVE ZERO TO WS-BACK-COUNT
           MOVE WS-BRW-FIRST-KEY TO WS-CAP-KEY
           MOVE WS-BRW-FIRST-KEY TO WS-SKIP-KEY

           EXEC CICS STARTBR FILE('METCAPVS')
              RIDFLD(WS-CAP-KEY)
              KEYLENGTH(LENGTH OF WS-CAP-KEY)
              GTEQ
              RESP(WS-RESP)
              RESP2(WS-RESP2)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
              MOVE 'N' TO WS-BROWSE-DONE-FLAG
              PERFORM READ-ONE-PREVIOUS-CAPTURE
                 UNTIL WS-BROWSE-DONE
              EXEC CICS ENDBR FILE('METCAPVS')
                 RESP(WS-RESP)
                 RESP2(WS-RESP2)
              END-EXEC
           END-IF
           .

       READ-ONE-PREVIOUS-CAPTURE.
      *----------------------------------------------------------------*
      * Read the previous capture; the first one before the window's   *
      * from time (or off its date) ends the search, as does the       *
      * fourteenth earlier match                                       *
      *----------------------------------------------------------------*
           EXEC CICS READPREV FILE('METCAPVS')
              INTO(MET-CAP-RECORD)
              RIDFLD(WS-CAP-KEY)
              KEYLENGTH(LENGTH OF WS-CAP-KEY)
              RESP(WS-RESP)
              RESP2(WS-RESP2)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR MET-CAP-DATE NOT = WS-BRW-DATE
              OR MET-CAP-TIME < WS-BRW-FROM-TIME
              SET WS-BROWSE-DONE TO TRUE
           ELSE
              IF MET-CAP-KEY NOT = WS-SKIP-KEY
                 PERFORM TEST-CAPTURE-FILTERS
                 IF WS-CAPTURE-WANTED
                    ADD 1 TO WS-BACK-COUNT
                    MOVE MET-CAP-KEY TO WS-BACK-KEY
                    IF WS-BACK-COUNT = 14
                       SET WS-BROWSE-DONE TO TRUE
                    END-IF
                 END-IF
              END-IF
           END-IF
           .

       BUILD-ACCOUNT-SUMMARY.
      *----------------------------------------------------------------*
      * Browse the whole window on METCAPVS and total the captures     *
      * that pass the filters by account.  Rebuilt on every            *
      * interaction, so the summary keeps up with an incident that is  *
      * still writing captures                                         *
      *----------------------------------------------------------------*
           MOVE ZERO TO WS-ACC-COUNT
           MOVE ZERO TO WS-WINDOW-CAPTURES
           MOVE ZERO TO WS-UNRANKED-CAPTURES
           PERFORM SET-WINDOW-START-KEY

           EXEC CICS STARTBR FILE('METCAPVS')
              RIDFLD(WS-CAP-KEY)
              KEYLENGTH(LENGTH OF WS-CAP-KEY)
              GTEQ
              RESP(WS-RESP)
              RESP2(WS-RESP2)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
              MOVE 'N' TO WS-BROWSE-DONE-FLAG
              PERFORM TALLY-ONE-SUMMARY-CAPTURE
                 UNTIL WS-BROWSE-DONE
              EXEC CICS ENDBR FILE('METCAPVS')
                 RESP(WS-RESP)
                 RESP2(WS-RESP2)
              END-EXEC
           END-IF

           DIVIDE WS-ACC-COUNT BY 14 GIVING WS-PAGE-TOTAL
           IF WS-PAGE-TOTAL * 14 < WS-ACC-COUNT
              ADD 1 TO WS-PAGE-TOTAL
           END-IF
           IF WS-PAGE-TOTAL = 0
              MOVE 1 TO WS-PAGE-TOTAL
           END-IF
           IF WS-BRW-SUMMARY-PAGE > WS-PAGE-TOTAL
              MOVE WS-PAGE-TOTAL TO WS-BRW-SUMMARY-PAGE
           END-IF
           .

       TALLY-ONE-SUMMARY-CAPTURE.
      *----------------------------------------------------------------*
      * Read the next capture in the window and add it to its          *
      * account's slot, opening a slot for an account not yet seen     *
      *----------------------------------------------------------------*
           EXEC CICS READNEXT FILE('METCAPVS')
              INTO(MET-CAP-RECORD)
              RIDFLD(WS-CAP-KEY)
              KEYLENGTH(LENGTH OF WS-CAP-KEY)
              RESP(WS-RESP)
              RESP2(WS-RESP2)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR MET-CAP-DATE NOT = WS-BRW-DATE
              OR MET-CAP-TIME > WS-BRW-TO-TIME
              SET WS-BROWSE-DONE TO TRUE
           ELSE
              PERFORM TEST-CAPTURE-FILTERS
              IF WS-CAPTURE-WANTED
                 ADD 1 TO WS-WINDOW-CAPTURES
                 PERFORM ADD-CAPTURE-TO-ACCOUNT
              END-IF
           END-IF
           .

       ADD-CAPTURE-TO-ACCOUNT.
      *----------------------------------------------------------------*
      * Find the capture's account slot (or open one) and update its   *
      * failure count, longest duration, last error and time span.     *
      * The first customer id seen for an account is the one shown     *
      *----------------------------------------------------------------*
           IF MET-CAP-ACCOUNT-NUMBER = SPACES
              MOVE '(NO ACCOUNT)' TO WS-SUMMARY-ACCOUNT
           ELSE
              MOVE MET-CAP-ACCOUNT-NUMBER TO WS-SUMMARY-ACCOUNT
           END-IF

           MOVE ZERO TO WS-FOUND-IDX
           PERFORM FIND-ACCOUNT-SLOT
              VARYING WS-ACC-IDX FROM 1 BY 1
              UNTIL WS-ACC-IDX > WS-ACC-COUNT
                 OR WS-FOUND-IDX > 0

           IF WS-FOUND-IDX = 0
              IF WS-ACC-COUNT < WS-ACCOUNT-LIMIT
                 ADD 1 TO WS-ACC-COUNT
                 MOVE WS-ACC-COUNT TO WS-FOUND-IDX
                 MOVE WS-SUMMARY-ACCOUNT
                    TO WS-ACC-ACCOUNT-NUMBER(WS-FOUND-IDX)
                 MOVE MET-CAP-CUSTOMER-ID
                    TO WS-ACC-CUSTOMER-ID(WS-FOUND-IDX)
                 MOVE ZERO TO WS-ACC-FAILURES(WS-FOUND-IDX)
                 MOVE ZERO TO WS-ACC-LONGEST-MS(WS-FOUND-IDX)
                 MOVE MET-CAP-TIME TO WS-ACC-FIRST-TIME(WS-FOUND-IDX)
                 MOVE 'N' TO WS-ACC-RANKED-FLAG(WS-FOUND-IDX)
              ELSE
                 ADD 1 TO WS-UNRANKED-CAPTURES
              END-IF
           END-IF

           IF WS-FOUND-IDX > 0
              ADD 1 TO WS-ACC-FAILURES(WS-FOUND-IDX)
              IF MET-CAP-DURATION-MS > WS-ACC-LONGEST-MS(WS-FOUND-IDX)
                 MOVE MET-CAP-DURATION-MS
                    TO WS-ACC-LONGEST-MS(WS-FOUND-IDX)
              END-IF
              MOVE MET-CAP-ERROR-CODE TO WS-ACC-LAST-ERROR(WS-FOUND-IDX)
              MOVE MET-CAP-TIME TO WS-ACC-LAST-TIME(WS-FOUND-IDX)
           END-IF
           .

       FIND-ACCOUNT-SLOT.
           IF WS-ACC-ACCOUNT-NUMBER(WS-ACC-IDX) = WS-SUMMARY-ACCOUNT
              MOVE WS-ACC-IDX TO WS-FOUND-IDX
           END-IF
           .

       LOAD-SUMMARY-PAGE.
      *----------------------------------------------------------------*
      * Rank the accounts worst first - most failures, ties broken by  *
      * the longest duration - as far as the end of the page asked     *
      * for, putting the ranks that fall on that page onto its lines   *
      *----------------------------------------------------------------*
           MOVE WS-SUMMARY-HEADING TO WS-PAGE-HEADING
           MOVE 'BY ACCOUNT, WORST FIRST' TO WS-PAGE-MODE
           MOVE ZERO TO WS-PAGE-COUNT

           COMPUTE WS-RANK-FROM = (WS-BRW-SUMMARY-PAGE - 1) * 14 + 1
           COMPUTE WS-RANK-LIMIT = WS-BRW-SUMMARY-PAGE * 14
           IF WS-RANK-LIMIT > WS-ACC-COUNT
              MOVE WS-ACC-COUNT TO WS-RANK-LIMIT
           END-IF

           PERFORM RANK-NEXT-ACCOUNT
              VARYING WS-RANK FROM 1 BY 1
              UNTIL WS-RANK > WS-RANK-LIMIT

           MOVE WS-WINDOW-CAPTURES TO WS-SMS-CAPTURES
           MOVE WS-ACC-COUNT TO WS-SMS-ACCOUNTS
           MOVE WS-BRW-SUMMARY-PAGE TO WS-SMS-PAGE
           MOVE WS-PAGE-TOTAL TO WS-SMS-PAGES
           IF WS-UNRANKED-CAPTURES > 0
              AND WS-PAGE-NOTE = SPACES
              MOVE WS-UNRANKED-CAPTURES TO WS-UNR-CAPTURES
              MOVE WS-UNRANKED-NOTE TO WS-PAGE-NOTE
           END-IF
           MOVE WS-PAGE-NOTE TO WS-SMS-NOTE
           IF WS-PAGE-MESSAGE = SPACES
              MOVE WS-SUMMARY-MESSAGE TO WS-PAGE-MESSAGE
           END-IF
           .

       RANK-NEXT-ACCOUNT.
      *----------------------------------------------------------------*
      * Pick the worst account not yet ranked and give it this rank    *
      *----------------------------------------------------------------*
           MOVE ZERO TO WS-BEST-IDX
           PERFORM COMPARE-ONE-ACCOUNT
              VARYING WS-ACC-IDX FROM 1 BY 1
              UNTIL WS-ACC-IDX > WS-ACC-COUNT

           SET WS-ACC-RANKED(WS-BEST-IDX) TO TRUE
           IF WS-RANK NOT < WS-RANK-FROM
              ADD 1 TO WS-PAGE-COUNT
              PERFORM FORMAT-SUMMARY-LINE
           END-IF
           .

       COMPARE-ONE-ACCOUNT.
           IF NOT WS-ACC-RANKED(WS-ACC-IDX)
              IF WS-BEST-IDX = 0
                 MOVE WS-ACC-IDX TO WS-BEST-IDX
              ELSE
                 IF WS-ACC-FAILURES(WS-ACC-IDX)
                       > WS-ACC-FAILURES(WS-BEST-IDX)
                    OR (WS-ACC-FAILURES(WS-ACC-IDX)
                          = WS-ACC-FAILURES(WS-BEST-IDX)
                       AND WS-ACC-LONGEST-MS(WS-ACC-IDX)
                          > WS-ACC-LONGEST-MS(WS-BEST-IDX))
                    MOVE WS-ACC-IDX TO WS-BEST-IDX
                 END-IF
              END-IF
           END-IF
           .

       FORMAT-SUMMARY-LINE.
      *----------------------------------------------------------------*
      * Edit the account just ranked into the next list line           *
      *----------------------------------------------------------------*
           MOVE WS-ACC-ACCOUNT-NUMBER(WS-BEST-IDX)
              TO WS-SUM-ACCOUNT-NUMBER
           MOVE WS-ACC-CUSTOMER-ID(WS-BEST-IDX) TO WS-SUM-CUSTOMER-ID
           MOVE WS-ACC-FAILURES(WS-BEST-IDX) TO WS-SUM-FAILURES
           MOVE WS-ACC-LAST-ERROR(WS-BEST-IDX) TO WS-SUM-LAST-ERROR
           MOVE WS-ACC-LONGEST-MS(WS-BEST-IDX) TO WS-SUM-LONGEST-MS
           MOVE WS-ACC-FIRST-TIME(WS-BEST-IDX) TO WS-TIME-SPLIT
           PERFORM EDIT-CAPTURE-TIME
           MOVE WS-TIME-EDITED TO WS-SUM-FIRST-TIME
           MOVE WS-ACC-LAST-TIME(WS-BEST-IDX) TO WS-TIME-SPLIT
           PERFORM EDIT-CAPTURE-TIME
           MOVE WS-TIME-EDITED TO WS-SUM-LAST-TIME
           MOVE WS-SUMMARY-LINE TO WS-PAGE-LINE(WS-PAGE-COUNT)
           .

       CLEAR-SCREEN-PAGE.
           MOVE ZERO TO WS-PAGE-COUNT
           MOVE SPACES TO WS-PAGE-HEADING
           MOVE SPACES TO WS-PAGE-MODE
           MOVE SPACES TO WS-PAGE-MESSAGE
           MOVE SPACES TO WS-PAGE-NOTE
           PERFORM CLEAR-ONE-PAGE-LINE
              VARYING WS-RANK FROM 1 BY 1
              UNTIL WS-RANK > 14
           .

       CLEAR-ONE-PAGE-LINE.
           MOVE SPACES TO WS-PAGE-LINE(WS-RANK)
           .

       SEND-BROWSE-MAP.
      *----------------------------------------------------------------*
      * Edit the browse's window, the page and its message into the    *
      * map and send it, erasing whatever was on the screen before.    *
      * A detail page with no message of its own gets the time span    *
      * it covers, or says nothing in the window matched               *
      *----------------------------------------------------------------*
           IF WS-PAGE-MESSAGE = SPACES
              AND WS-BRW-DETAIL-VIEW
              AND WS-BRW-ACTIVE
              IF WS-PAGE-COUNT = 0
                 MOVE 'NO CAPTURES MATCH - IS METTRCVS ARMED?'
                    TO WS-PAGE-MESSAGE
              ELSE
                 MOVE WS-PAGE-COUNT TO WS-DMS-COUNT
                 MOVE WS-PAGE-FIRST-TIME TO WS-DMS-FIRST-TIME
                 MOVE WS-PAGE-LAST-TIME TO WS-DMS-LAST-TIME
                 MOVE WS-PAGE-NOTE TO WS-DMS-NOTE
                 MOVE WS-DETAIL-MESSAGE TO WS-PAGE-MESSAGE
              END-IF
           END-IF

           MOVE LOW-VALUE TO METCMP1I
           MOVE WS-PAGE-MODE TO MODEO
           MOVE WS-BRW-DATE TO DATEO
           MOVE WS-BRW-FROM-TIME TO FRTMO
           MOVE WS-BRW-TO-TIME TO TOTMO
           IF WS-BRW-TXN-TYPE = ZEROS
              MOVE SPACES TO TYPEO
           ELSE
              MOVE WS-BRW-TXN-TYPE TO TYPEO
           END-IF
           MOVE WS-BRW-ERROR-CODE TO ERRCO
           MOVE WS-PAGE-HEADING TO HDGO
           MOVE WS-PAGE-LINE(1) TO LN01O
           MOVE WS-PAGE-LINE(2) TO LN02O
           MOVE WS-PAGE-LINE(3) TO LN03O
           MOVE WS-PAGE-LINE(4) TO LN04O
           MOVE WS-PAGE-LINE(5) TO LN05O
           MOVE WS-PAGE-LINE(6) TO LN06O
           MOVE WS-PAGE-LINE(7) TO LN07O
           MOVE WS-PAGE-LINE(8) TO LN08O
           MOVE WS-PAGE-LINE(9) TO LN09O
           MOVE WS-PAGE-LINE(10) TO LN10O
           MOVE WS-PAGE-LINE(11) TO LN11O
           MOVE WS-PAGE-LINE(12) TO LN12O
           MOVE WS-PAGE-LINE(13) TO LN13O
           MOVE WS-PAGE-LINE(14) TO LN14O
           MOVE WS-PAGE-MESSAGE TO MSGO

           EXEC CICS SEND MAP('METCMP1')
              MAPSET('METCMS')
              FROM(METCMP1I)
              ERASE
              RESP(WS-RESP)
              RESP2(WS-RESP2)
           END-EXEC
           .
