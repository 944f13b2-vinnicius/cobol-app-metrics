      * not just one.  Read-only: it never writes to METCTRVS, so it   *
      * is safe to run during an incident even if METCOLECT or the     *
      * rest of METRICEX is itself misbehaving.                        *
      *                                                                *
      * The REGION field narrows the snapshot to one CICS region's     *
      * cells (its APPLID, the last part of the counter key); left     *
      * blank, every region's cells are summed into the consolidated   *
      * view.  The region last keyed rides the commarea, so a refresh  *
      * after FRSET has wiped the field stays on the same view.        *
      *                                                                *
      * The regions buffer their counter increments and the MFLS       *
      * transaction (METRFLSH) carries them to METCTRVS on a short     *
      * timer, so what this screen shows is only as fresh as the last  *
      * flush.  FLUSH LAG is the seconds since the chosen region's     *
      * flush watermark on METFLCVS (CPYMFLC) - for the consolidated   *
      * view, the worst of the active regions - so whoever is watching *
      * knows how far behind the figures may be.                       *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.

       01  WS-CURRENT-HOUR                 PIC 9(2).

      *----------------------------------------------------------------*
      * The region the snapshot is for - SPACES for the consolidated   *
      * view - also carried on the commarea between interactions       *
      *----------------------------------------------------------------*
       01  WS-SNAPSHOT-WORK.
           05  WS-SNP-REGION               PIC X(8).

      *----------------------------------------------------------------*
      * Generic browse over one counter cell's per-region rows, for    *
      * the consolidated view                                          *
      *----------------------------------------------------------------*
       01  WS-CELL-BROWSE.
           05  WS-CELL-BRW-KEY.
               10  WS-CELL-BRW-CELL        PIC X(9).
               10  WS-CELL-BRW-REGION      PIC X(8).
           05  WS-CELL-WANTED              PIC X(9).
           05  WS-CELL-TOTAL               PIC 9(9) COMP.
           05  WS-CELL-DONE-FLAG           PIC X.
               88  WS-CELL-DONE            VALUE 'Y'.

       01  WS-SCOPE-MESSAGE                PIC X(79).

      *----------------------------------------------------------------*
      * Flush lag for the snapshot.  A region whose watermark is older *
      * than WS-STALE-SECONDS has gone without shutting down and is    *
      * left out of the consolidated view's worst case                 *
      *----------------------------------------------------------------*
       01  WS-FLUSH-LAG-WORK.
           05  WS-NOW-ABSTIME              PIC S9(15) COMP-3.
           05  WS-MARK-AGE                 PIC S9(9) COMP.
           05  WS-FLUSH-LAG                PIC 9(9) COMP.
           05  WS-STALE-SECONDS            PIC S9(9) COMP VALUE 3600.
           05  WS-FLC-BROWSE-FLAG          PIC X.
               88  WS-FLC-BROWSE-DONE      VALUE 'Y'.
           05  WS-FLC-BROWSE-KEY           PIC X(8).

       01  WS-TYPE-IDX                     PIC 9(2) COMP.
       01  WS-BUCKET-IDX                   PIC 9(2) COMP.

       01  MET-CTR-RECORD.
           COPY CPYMCTR.

       01  MET-FLC-RECORD.
           COPY CPYMFLC.

       01  WS-SNAPSHOT-TOTALS.
           05  WS-TOT-FILE-READS           PIC 9(9) COMP.
           05  WS-TOT-DB-SELECTS           PIC 9(9) COMP.

           COPY METRMS.

       LINKAGE SECTION.

      *----------------------------------------------------------------*
      * The prior interaction's WS-SNAPSHOT-WORK, passed back on       *
      * RETURN TRANSID                                                 *
      *----------------------------------------------------------------*
       01  DFHCOMMAREA.
           05  CA-SNP-REGION               PIC X(8).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
      *----------------------------------------------------------------*
      * First entry (EIBCALEN = 0) builds the consolidated snapshot    *
      * and sends the initial map.  A later entry means the user       *
      * pressed Enter or a PF key to refresh.  PF3 ends the            *
      * conversation; anything else picks up the region and refreshes  *
      * the snapshot                                                   *
      *----------------------------------------------------------------*
           IF EIBCALEN = 0
              MOVE SPACES TO WS-SNP-REGION
              PERFORM BUILD-AND-SEND-SNAPSHOT
           ELSE
              MOVE LOW-VALUE TO METRMP1I
              EXEC CICS RECEIVE MAP('METRMP1')
                 MAPSET('METRMS')
                 RESP(WS-RESP)
                 EXEC CICS RETURN
                 END-EXEC
              ELSE
                 PERFORM PICK-UP-REGION
                 PERFORM BUILD-AND-SEND-SNAPSHOT
              END-IF
           END-IF

           EXEC CICS RETURN TRANSID('MSNP')
              COMMAREA(WS-SNAPSHOT-WORK)
              LENGTH(LENGTH OF WS-SNAPSHOT-WORK)
           END-EXEC
           .

       PICK-UP-REGION.
      *----------------------------------------------------------------*
      * A keyed REGION field wins - blanked out, it means the          *
      * consolidated view; an untouched one keeps the region from the  *
      * commarea                                                       *
      *----------------------------------------------------------------*
           IF REGNL > 0
              MOVE REGNI TO WS-SNP-REGION
              INSPECT WS-SNP-REGION REPLACING ALL LOW-VALUE BY SPACE
           ELSE
              MOVE CA-SNP-REGION TO WS-SNP-REGION
           END-IF
           .

       BUILD-AND-SEND-SNAPSHOT.
      *----------------------------------------------------------------*
      * Load the transaction-type registry, work out the current hour  *
      * and the flush lag, total every transaction type's counters and *
      * histogram buckets for the hour, and send the map               *
      *----------------------------------------------------------------*
           COMPUTE WS-CURRENT-HOUR = EIBTIME / 10000

           PERFORM WORK-OUT-FLUSH-LAG
           PERFORM LOAD-TXN-TYPE-TABLE
           PERFORM CLEAR-SNAPSHOT-TOTALS
           PERFORM ACCUMULATE-ONE-TXN-TYPE
           PERFORM FORMAT-AND-SEND-MAP
           .

       WORK-OUT-FLUSH-LAG.
      *----------------------------------------------------------------*
      * Seconds since the chosen region's flush watermark, or the      *
      * worst of the active regions' for the consolidated view.  No    *
      * flush control row means nothing is buffered - a lag of zero    *
      *----------------------------------------------------------------*
           MOVE ZERO TO WS-FLUSH-LAG

           EXEC CICS ASKTIME ABSTIME(WS-NOW-ABSTIME)
           END-EXEC

           IF WS-SNP-REGION = SPACES
              MOVE 'N' TO WS-FLC-BROWSE-FLAG
              MOVE LOW-VALUES TO WS-FLC-BROWSE-KEY

              EXEC CICS STARTBR FILE('METFLCVS')
                 RIDFLD(WS-FLC-BROWSE-KEY)
                 KEYLENGTH(LENGTH OF WS-FLC-BROWSE-KEY)
                 GTEQ
                 RESP(WS-RESP)
                 RESP2(WS-RESP2)
              END-EXEC

              IF WS-RESP = DFHRESP(NORMAL)
                 PERFORM TAKE-ONE-REGION-LAG
                    UNTIL WS-FLC-BROWSE-DONE
                 EXEC CICS ENDBR FILE('METFLCVS')
                    RESP(WS-RESP)
                    RESP2(WS-RESP2)
                 END-EXEC
              END-IF
           ELSE
              MOVE WS-SNP-REGION TO MET-FLC-REGION

              EXEC CICS READ FILE('METFLCVS')
                 INTO(MET-FLC-RECORD)
                 RIDFLD(MET-FLC-REGION)
                 KEYLENGTH(LENGTH OF MET-FLC-REGION)
                 RESP(WS-RESP)
                 RESP2(WS-RESP2)
              END-EXEC

              IF WS-RESP = DFHRESP(NORMAL)
                 COMPUTE WS-MARK-AGE =
                    (WS-NOW-ABSTIME - MET-FLC-MARK-ABSTIME) / 1000
                 IF WS-MARK-AGE > ZERO
                    MOVE WS-MARK-AGE TO WS-FLUSH-LAG
                 END-IF
              END-IF
           END-IF
           .

       TAKE-ONE-REGION-LAG.
      *----------------------------------------------------------------*
      * Read the next region's flush control row and keep its lag when *
      * it is the worst active one so far                              *
      *----------------------------------------------------------------*
           EXEC CICS READNEXT FILE('METFLCVS')
              INTO(MET-FLC-RECORD)
              RIDFLD(WS-FLC-BROWSE-KEY)
              KEYLENGTH(LENGTH OF WS-FLC-BROWSE-KEY)
              RESP(WS-RESP)
              RESP2(WS-RESP2)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
              SET WS-FLC-BROWSE-DONE TO TRUE
           ELSE
              COMPUTE WS-MARK-AGE =
                 (WS-NOW-ABSTIME - MET-FLC-MARK-ABSTIME) / 1000
              IF MET-FLC-ACTIVE
                 AND WS-MARK-AGE NOT > WS-STALE-SECONDS
                 AND WS-MARK-AGE > WS-FLUSH-LAG
                 MOVE WS-MARK-AGE TO WS-FLUSH-LAG
              END-IF
           END-IF
           .

       CLEAR-SNAPSHOT-TOTALS.
      *----------------------------------------------------------------*
      * Zero the running totals before summing across transaction      *
      *----------------------------------------------------------------*
      * Read one METCTRVS cell for WS-TYP-CODE(WS-TYPE-IDX) and the    *
      * current hour, keyed by whatever MET-CTR-METRIC-ID/-BUCKET the  *
      * caller has already set - the chosen region's own cell, or      *
      * every region's cell summed for the consolidated view.  A cell  *
      * that does not exist yet reads back as zero rather than         *
      * failing the inquiry                                            *
      *----------------------------------------------------------------*
           MOVE WS-TYP-CODE(WS-TYPE-IDX) TO MET-CTR-TXN-TYPE
           MOVE WS-CURRENT-HOUR TO MET-CTR-HOUR

           IF WS-SNP-REGION = SPACES
              PERFORM SUM-CELL-ACROSS-REGIONS
           ELSE
              MOVE WS-SNP-REGION TO MET-CTR-REGION

              EXEC CICS READ FILE('METCTRVS')
                 INTO(MET-CTR-RECORD)
                 RIDFLD(MET-CTR-KEY)
                 KEYLENGTH(LENGTH OF MET-CTR-KEY)
                 RESP(WS-RESP)
                 RESP2(WS-RESP2)
              END-EXEC

              IF WS-RESP NOT = DFHRESP(NORMAL)
                 MOVE ZERO TO MET-CTR-VALUE
              END-IF
           END-IF
           .

       SUM-CELL-ACROSS-REGIONS.
      *----------------------------------------------------------------*
      * Generic browse on the cell key (everything but the region),    *
      * summing every region's row of the cell into MET-CTR-VALUE      *
      *----------------------------------------------------------------*
           MOVE MET-CTR-CELL-KEY TO WS-CELL-WANTED
           MOVE WS-CELL-WANTED TO WS-CELL-BRW-CELL
           MOVE LOW-VALUES TO WS-CELL-BRW-REGION
           MOVE ZERO TO WS-CELL-TOTAL

           EXEC CICS STARTBR FILE('METCTRVS')
              RIDFLD(WS-CELL-BRW-KEY)
              KEYLENGTH(LENGTH OF WS-CELL-BRW-CELL)
              GENERIC
              GTEQ
              RESP(WS-RESP)
              RESP2(WS-RESP2)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
              MOVE 'N' TO WS-CELL-DONE-FLAG
              PERFORM ADD-ONE-REGION-CELL
                 UNTIL WS-CELL-DONE
              EXEC CICS ENDBR FILE('METCTRVS')
                 RESP(WS-RESP)
                 RESP2(WS-RESP2)
              END-EXEC
           END-IF

           MOVE WS-CELL-TOTAL TO MET-CTR-VALUE
           .

       ADD-ONE-REGION-CELL.
      *----------------------------------------------------------------*
      * Read the next row of the browse and add it in while it is      *
      * still the wanted cell; the first row past it ends the browse   *
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
              ADD MET-CTR-VALUE TO WS-CELL-TOTAL
           ELSE
              SET WS-CELL-DONE TO TRUE
           END-IF
           .

           MOVE WS-TOT-BUCKET(3) TO B3O
           MOVE WS-TOT-BUCKET(4) TO B4O
           MOVE WS-TOT-BUCKET(5) TO B5O
           MOVE WS-FLUSH-LAG TO FLAGO
           MOVE WS-SNP-REGION TO REGNO
           MOVE SPACES TO WS-SCOPE-MESSAGE
           IF WS-SNP-REGION = SPACES
              MOVE 'ALL REGIONS CONSOLIDATED' TO WS-SCOPE-MESSAGE
           ELSE
              STRING 'REGION ' DELIMITED BY SIZE
                     WS-SNP-REGION DELIMITED BY SPACE
                     ' ONLY' DELIMITED BY SIZE
                 INTO WS-SCOPE-MESSAGE
              END-STRING
           END-IF
           MOVE WS-SCOPE-MESSAGE TO MSGO

           EXEC CICS SEND MAP('METRMP1')
              MAPSET('METRMS')
