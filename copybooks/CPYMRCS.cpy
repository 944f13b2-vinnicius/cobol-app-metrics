      * has to scrape the print report.  The business date is the      *
      * one off today's history generation; zero means the run saw     *
      * no history at all.  The worst-delta fields are zero when       *
      * every cell balanced.  The worst cell's key includes the CICS   *
      * region (APPLID) whose counter cell it is.                      *
      *----------------------------------------------------------------*
          05 MET-RCS-DATE                PIC 9(8).
          05 MET-RCS-CELLS-CHECKED       PIC 9(9).
             10 MET-RCS-WORST-TXN-TYPE   PIC 9(2).
             10 MET-RCS-WORST-BUCKET     PIC 9(2).
             10 MET-RCS-WORST-HOUR       PIC 9(2).
             10 MET-RCS-WORST-REGION     PIC X(8).
