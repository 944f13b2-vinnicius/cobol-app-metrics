      *----------------------------------------------------------------*
      * CPYMRUN                                                        *
      * Nightly suite run-control record.                              *
      * METRUNVS, a small VSAM KSDS keyed by MET-RUN-KEY, holds the    *
      * business date the nightly metrics suite is working on and,     *
      * for each job in the suite (CPYMRSQ gives the order), where     *
      * that job stands for the date: not started, running, complete   *
      * or failed, its return code, when it started and ended, how     *
      * many times it has been started, and whether an operator has    *
      * cleared it for a deliberate rerun.                             *
      *                                                                *
      * The row keyed 'CURRENT ' is the live one.  The METRUN01        *
      * date-advance step copies it to a row keyed by its own          *
      * business date (YYYYMMDD) before starting the next date, so     *
      * earlier nights can still be looked at - and rerun, with an     *
      * override - afterwards.                                         *
      *                                                                *
      * Every batch job checks in through METRRCTL (CPYMRCQ) at start  *
      * and end; the MARC capture transaction (METRARCH) reads and     *
      * rewrites the same row under CICS.  The job entries are in      *
      * CPYMRSQ order, and MET-RUN-JOB-NAME repeats the name so a row  *
      * can be read on its own.                                        *
      *----------------------------------------------------------------*
          05 MET-RUN-KEY                 PIC X(8).
          05 MET-RUN-BUSINESS-DATE       PIC 9(8).
          05 MET-RUN-OPENED-DATE         PIC 9(8).
          05 MET-RUN-OPENED-TIME         PIC 9(6).
          05 MET-RUN-JOB-ENTRY OCCURS 6 TIMES.
             10 MET-RUN-JOB-NAME         PIC X(8).
             10 MET-RUN-JOB-STATUS       PIC X(1).
                88 MET-RUN-NOT-STARTED   VALUE 'N'.
                88 MET-RUN-RUNNING       VALUE 'R'.
                88 MET-RUN-COMPLETE      VALUE 'C'.
                88 MET-RUN-FAILED        VALUE 'F'.
             10 MET-RUN-JOB-RC           PIC 9(4).
             10 MET-RUN-START-DATE       PIC 9(8).
             10 MET-RUN-START-TIME       PIC 9(6).
             10 MET-RUN-END-DATE         PIC 9(8).
             10 MET-RUN-END-TIME         PIC 9(6).
             10 MET-RUN-ATTEMPTS         PIC 9(3).
             10 MET-RUN-RERUN-FLAG       PIC X(1).
                88 MET-RUN-RERUN-CLEARED VALUE 'Y'.
             10 MET-RUN-RERUN-OPERATOR   PIC X(8).
