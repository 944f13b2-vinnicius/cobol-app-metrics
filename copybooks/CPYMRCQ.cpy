      *----------------------------------------------------------------*
      * CPYMRCQ                                                        *
      * METRRCTL request area.                                         *
      * Every batch job in the nightly suite checks in and out of the  *
      * METRUNVS run-control record (CPYMRUN) with a plain             *
      * CALL 'METRRCTL' USING this area.                               *
      *                                                                *
      * Operations:                                                    *
      *    'B' - begin: resolve the business date, check the job may   *
      *          run for it and, when it may, mark it running.  The    *
      *          caller passes the date it was given on SYSIN in       *
      *          MET-RCQ-REQUESTED-DATE (YYYYMMDD, or YYYYMM for a     *
      *          monthly job; spaces for none) and gets back the       *
      *          date to run for in MET-RCQ-BUSINESS-DATE - the run-   *
      *          control date when none was requested                  *
      *    'E' - end: record the job complete (MET-RCQ-JOB-RC 4 or     *
      *          less) or failed, with the return code, against the    *
      *          date the begin resolved                               *
      *                                                                *
      * A job may begin when its prerequisite (CPYMRSQ) is complete    *
      * for the date and it is not already running or complete - or,   *
      * for those two and for any date other than the current one,     *
      * when an operator has cleared it for a rerun with METRUN01.     *
      * A refused job must end without doing anything; its entry is    *
      * left exactly as it was.                                        *
      *                                                                *
      * Return codes:                                                  *
      *    00 - cleared to run (or end recorded)                       *
      *    04 - operation code not recognized          (BADOP)         *
      *    08 - refused: prerequisite not complete     (SEQER)         *
      *                  job already running           (RUNNG)         *
      *                  job already complete          (DONE )         *
      *                  date is not the run-control   (DATE )         *
      *                  date and no rerun is cleared                  *
      *    12 - run-control record unavailable         (FILEE)         *
      *         or job not in the suite                (BADJB)         *
      *----------------------------------------------------------------*
          05 MET-RCQ-OPERATION           PIC X(1).
             88 MET-RCQ-OP-BEGIN         VALUE 'B'.
             88 MET-RCQ-OP-END           VALUE 'E'.
          05 MET-RCQ-JOB-NAME            PIC X(8).
          05 MET-RCQ-REQUESTED-DATE      PIC X(8).
          05 MET-RCQ-BUSINESS-DATE       PIC X(8).
          05 MET-RCQ-JOB-RC              PIC 9(4).
          05 MET-RCQ-RETURN-CODE         PIC 9(2).
          05 MET-RCQ-ERROR-CODE          PIC X(5).
          05 MET-RCQ-MESSAGE             PIC X(60).
