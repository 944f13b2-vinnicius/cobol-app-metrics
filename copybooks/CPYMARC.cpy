      * A staged row already on file tells a rerun of the capture     *
      * that the cell was archived and reset by an earlier partial    *
      * run - the restart rule that makes the sweep safe to rerun.    *
      * MET-ARC-REGION is the counter cell's MET-CTR-REGION (APPLID),  *
      * so every region's cells are staged separately.                 *
      *----------------------------------------------------------------*
          05 MET-ARC-KEY.
             10 MET-ARC-DATE             PIC 9(8).
             10 MET-ARC-TXN-TYPE         PIC 9(2).
             10 MET-ARC-BUCKET           PIC 9(2).
             10 MET-ARC-HOUR             PIC 9(2).
             10 MET-ARC-REGION           PIC X(8).
          05 MET-ARC-VALUE               PIC 9(9) COMP.
