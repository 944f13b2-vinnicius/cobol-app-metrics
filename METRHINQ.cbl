      * open.  Read-only on both files, so it is safe to run during   *
      * an incident - the same guarantee the MSNP snapshot gives.     *
      * A cell missing from either file reads back as zero: no        *
      * traffic, not an error.  An optional CICS region (APPLID)      *
      * narrows both sides to that region's own cells; left blank,    *
      * every region's cells are summed into the consolidated view.   *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
           05  WS-INQ-DATE                 PIC 9(8).
           05  WS-INQ-HOUR                 PIC 9(2).
           05  WS-INQ-TYPE                 PIC 9(2).
           05  WS-INQ-REGION               PIC X(8).
           05  WS-EDIT-OK-FLAG             PIC X.
               88  WS-EDIT-OK              VALUE 'Y'.
               88  WS-EDIT-FAILED          VALUE 'N'.

      *----------------------------------------------------------------*
      * METHSTVS read key - business date in front of the counter      *
      * key, the store's 25-byte key shape (see METHLD01)              *
      *----------------------------------------------------------------*
       01  WS-HISTORY-KEY.
           05  WS-HKY-DATE-CELL.
               10  WS-HKY-DATE             PIC 9(8).
               10  WS-HKY-METRIC-ID        PIC 9(3).
               10  WS-HKY-TXN-TYPE         PIC 9(2).
               10  WS-HKY-BUCKET           PIC 9(2).
               10  WS-HKY-HOUR             PIC 9(2).
           05  WS-HKY-REGION               PIC X(8).

      *----------------------------------------------------------------*
      * Generic browse work for the consolidated view: the date and    *
      * cell part of each file's key is held fixed while every         *
      * region's row of the cell is summed                             *
      *----------------------------------------------------------------*
       01  WS-REGION-BROWSE.
           05  WS-HKY-WANTED               PIC X(17).
           05  WS-CELL-BRW-KEY.
               10  WS-CELL-BRW-CELL        PIC X(9).
               10  WS-CELL-BRW-REGION      PIC X(8).
           05  WS-CELL-WANTED              PIC X(9).
           05  WS-REGION-TOTAL             PIC 9(9) COMP.
           05  WS-BROWSE-DONE-FLAG         PIC X.
               88  WS-BROWSE-DONE          VALUE 'Y'.

       01  MET-HST-RECORD.
           COPY CPYMHST.
           05  CA-INQ-DATE                 PIC 9(8).
           05  CA-INQ-HOUR                 PIC 9(2).
           05  CA-INQ-TYPE                 PIC 9(2).
           05  CA-INQ-REGION               PIC X(8).
           05  FILLER                      PIC X(1).

       PROCEDURE DIVISION.
              MOVE ZEROS TO WS-INQ-DATE
              MOVE ZEROS TO WS-INQ-HOUR
              MOVE ZEROS TO WS-INQ-TYPE
              MOVE SPACES TO WS-INQ-REGION
              SET WS-EDIT-FAILED TO TRUE
              PERFORM SEND-EMPTY-MAP
           ELSE
              MOVE LOW-VALUE TO METHMP1I
              EXEC CICS RECEIVE MAP('METHMP1')
                 MAPSET('METHMS')
                 RESP(WS-RESP)
                 SET WS-EDIT-FAILED TO TRUE
           END-EVALUATE

      *    Region is optional - a keyed field (blanked out, it means
      *    the consolidated view) wins over the commarea
           IF REGNL > 0
              MOVE REGNI TO WS-INQ-REGION
              INSPECT WS-INQ-REGION REPLACING ALL LOW-VALUE BY SPACE
           ELSE
              MOVE CA-INQ-REGION TO WS-INQ-REGION
           END-IF

           IF WS-EDIT-OK
              AND WS-INQ-HOUR > 23
              SET WS-EDIT-FAILED TO TRUE
       READ-ONE-MEASURE.
      *----------------------------------------------------------------*
      * Read one measure's cell off the history store for the keyed    *
      * date, and the same cell live off METCTRVS - the keyed region's *
      * own cells, or every region's summed when no region was keyed.  *
      * A cell missing from either file reads back as zero             *
      *----------------------------------------------------------------*
           MOVE WS-INQ-DATE TO WS-HKY-DATE
           MOVE WS-MSR-METRIC-ID(WS-MEASURE-IDX) TO WS-HKY-METRIC-ID
           MOVE WS-MSR-BUCKET(WS-MEASURE-IDX) TO WS-HKY-BUCKET
           MOVE WS-INQ-HOUR TO WS-HKY-HOUR

           IF WS-INQ-REGION = SPACES
              PERFORM SUM-HISTORY-ACROSS-REGIONS
              MOVE WS-REGION-TOTAL TO WS-HIST-VALUE(WS-MEASURE-IDX)
           ELSE
              MOVE WS-INQ-REGION TO WS-HKY-REGION

              EXEC CICS READ FILE('METHSTVS')
                 INTO(MET-HST-RECORD)
                 RIDFLD(WS-HISTORY-KEY)
                 KEYLENGTH(LENGTH OF WS-HISTORY-KEY)
                 RESP(WS-RESP)
                 RESP2(WS-RESP2)
              END-EXEC

              IF WS-RESP = DFHRESP(NORMAL)
                 MOVE MET-HST-VALUE TO WS-HIST-VALUE(WS-MEASURE-IDX)
              ELSE
                 MOVE ZERO TO WS-HIST-VALUE(WS-MEASURE-IDX)
              END-IF
           END-IF

           MOVE WS-MSR-METRIC-ID(WS-MEASURE-IDX) TO MET-CTR-METRIC-ID
           MOVE WS-INQ-TYPE TO MET-CTR-TXN-TYPE
           MOVE WS-MSR-BUCKET(WS-MEASURE-IDX) TO MET-CTR-BUCKET
           MOVE WS-INQ-HOUR TO MET-CTR-HOUR

           IF WS-INQ-REGION = SPACES
              PERFORM SUM-LIVE-ACROSS-REGIONS
              MOVE WS-REGION-TOTAL TO WS-LIVE-VALUE(WS-MEASURE-IDX)
           ELSE
              MOVE WS-INQ-REGION TO MET-CTR-REGION

              EXEC CICS READ FILE('METCTRVS')
                 INTO(MET-CTR-RECORD)
                 RIDFLD(MET-CTR-KEY)
                 KEYLENGTH(LENGTH OF MET-CTR-KEY)
                 RESP(WS-RESP)
                 RESP2(WS-RESP2)
              END-EXEC

              IF WS-RESP = DFHRESP(NORMAL)
                 MOVE MET-CTR-VALUE TO WS-LIVE-VALUE(WS-MEASURE-IDX)
              ELSE
                 MOVE ZERO TO WS-LIVE-VALUE(WS-MEASURE-IDX)
              END-IF
           END-IF
           .

       SUM-HISTORY-ACROSS-REGIONS.
      *----------------------------------------------------------------*
      * Generic browse of METHSTVS on the date and cell part of the    *
      * key, summing every region's row of the cell                    *
      *----------------------------------------------------------------*
           MOVE WS-HKY-DATE-CELL TO WS-HKY-WANTED
           MOVE LOW-VALUES TO WS-HKY-REGION
           MOVE ZERO TO WS-REGION-TOTAL

           EXEC CICS STARTBR FILE('METHSTVS')
              RIDFLD(WS-HISTORY-KEY)
              KEYLENGTH(LENGTH OF WS-HKY-DATE-CELL)
              GENERIC
              GTEQ
              RESP(WS-RESP)
              RESP2(WS-RESP2)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
              MOVE 'N' TO WS-BROWSE-DONE-FLAG
              PERFORM ADD-ONE-HISTORY-REGION
                 UNTIL WS-BROWSE-DONE
              EXEC CICS ENDBR FILE('METHSTVS')
                 RESP(WS-RESP)
                 RESP2(WS-RESP2)
              END-EXEC
           END-IF
           .

       ADD-ONE-HISTORY-REGION.
      *----------------------------------------------------------------*
      * Read the next history row and add it in while it is still the  *
      * wanted date and cell; the first row past it ends the browse    *
      *----------------------------------------------------------------*
           EXEC CICS READNEXT FILE('METHSTVS')
              INTO(MET-HST-RECORD)
              RIDFLD(WS-HISTORY-KEY)
              KEYLENGTH(LENGTH OF WS-HISTORY-KEY)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
              AND WS-HKY-DATE-CELL = WS-HKY-WANTED
              ADD MET-HST-VALUE TO WS-REGION-TOTAL
           ELSE
              SET WS-BROWSE-DONE TO TRUE
           END-IF
           .

       SUM-LIVE-ACROSS-REGIONS.
      *----------------------------------------------------------------*
      * Generic browse of METCTRVS on the cell key, summing every      *
      * region's row of the cell                                       *
      *----------------------------------------------------------------*
           MOVE MET-CTR-CELL-KEY TO WS-CELL-WANTED
           MOVE WS-CELL-WANTED TO WS-CELL-BRW-CELL
           MOVE LOW-VALUES TO WS-CELL-BRW-REGION
           MOVE ZERO TO WS-REGION-TOTAL

           EXEC CICS STARTBR FILE('METCTRVS')
              RIDFLD(WS-CELL-BRW-KEY)
              KEYLENGTH(LENGTH OF WS-CELL-BRW-CELL)
              GENERIC
              GTEQ
              RESP(WS-RESP)
              RESP2(WS-RESP2)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
              MOVE 'N' TO WS-BROWSE-DONE-FLAG
              PERFORM ADD-ONE-LIVE-REGION
                 UNTIL WS-BROWSE-DONE
              EXEC CICS ENDBR FILE('METCTRVS')
                 RESP(WS-RESP)
                 RESP2(WS-RESP2)
              END-EXEC
           END-IF
           .

       ADD-ONE-LIVE-REGION.
      *----------------------------------------------------------------*
      * Read the next live row and add it in while it is still the     *
      * wanted cell; the first row past it ends the browse             *
      *----------------------------------------------------------------*
           EXEC CICS READNEXT FILE('METCTRVS')
              INTO(MET-CTR-RECORD)
              RIDFLD(WS-CELL-BRW-KEY)
              KEYLENGTH(LENGTH OF WS-CELL-BRW-KEY)
              RESP(WS-RESP)
              RESP2(WS-RESP2)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
              AND MET-CTR-CELL-KEY = WS-CELL-WANTED
              ADD MET-CTR-VALUE TO WS-REGION-TOTAL
           ELSE
              SET WS-BROWSE-DONE TO TRUE
           END-IF
           .

           MOVE WS-INQ-DATE TO DATEO
           MOVE WS-INQ-HOUR TO HOURO
           MOVE WS-INQ-TYPE TO TYPEO
           MOVE WS-INQ-REGION TO REGNO
           MOVE WS-HIST-VALUE(1) TO H1O
           MOVE WS-HIST-VALUE(2) TO H2O
           MOVE WS-HIST-VALUE(3) TO H3O
