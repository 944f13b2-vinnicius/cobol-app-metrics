      *----------------------------------------------------------------*
      * CPYMAUD                                                        *
      * SLA boundary and type registry maintenance audit record.       *
      * One row per step of a METBNDVS or METTYPVS change on METAUDVS, *
      * a VSAM KSDS.  A change keyed on the MBND (METRBMNT) or MTYP    *
      * (METRTMNT) screen is only a request - it is held on METPNDVS   *
      * (CPYMPND) until a second operator approves or rejects it on    *
      * the MCHK screen (METRPCHK), and the MAPL transaction           *
      * (METRPAPL) applies an approved change once its effective date  *
      * and time arrive.  Each of those steps writes a row here,       *
      * showing which transaction type's cutoffs were touched, when,   *
      * from what to what, by whom and with whose approval.            *
      *                                                                *
      *   MET-AUD-OPERATOR-ID - the operator who asked for the change  *
      *   MET-AUD-CHECKER-ID  - the operator who approved or rejected  *
      *     it (blank on the request row)                              *
      *   MET-AUD-SOURCE      - the screen the change came from, MBND  *
      *     (METBNDVS override cutoffs) or MTYP (METTYPVS registry     *
      *     default cutoffs)                                           *
      *   MET-AUD-REQ-DATE/REQ-TASK-NUMBER - the request's METPNDVS    *
      *     key, which ties the steps of one change together           *
      *                                                                *
      * On a request, approval or rejection the old values are what    *
      * was on file at that step; on the applied row they are the      *
      * values the change actually replaced.  Old values are zero on   *
      * an add; new values are zero on a delete.  Rows written before  *
      * changes were held for approval carry spaces from MET-AUD-      *
      * SOURCE on (MET-AUD-STEP-DIRECT) - they were applied as keyed.  *
      *                                                                *
      * The CICS task number in the key keeps two rows in the same     *
      * second from colliding, which is why no task writes more than   *
      * one row.                                                       *
      *----------------------------------------------------------------*
          05 MET-AUD-KEY.
             10 MET-AUD-DATE             PIC 9(8).
          05 MET-AUD-NEW-LIMIT-2-MS      PIC 9(5).
          05 MET-AUD-NEW-LIMIT-3-MS      PIC 9(5).
          05 MET-AUD-NEW-LIMIT-4-MS      PIC 9(5).
          05 MET-AUD-SOURCE              PIC X(4).
          05 MET-AUD-STEP                PIC X(1).
             88 MET-AUD-STEP-DIRECT      VALUE SPACE.
             88 MET-AUD-STEP-REQUESTED   VALUE 'Q'.
             88 MET-AUD-STEP-APPROVED    VALUE 'V'.
             88 MET-AUD-STEP-REJECTED    VALUE 'R'.
             88 MET-AUD-STEP-APPLIED     VALUE 'X'.
             88 MET-AUD-STEP-FAILED      VALUE 'F'.
          05 MET-AUD-CHECKER-ID          PIC X(8).
          05 MET-AUD-REQ-DATE            PIC 9(8).
          05 MET-AUD-REQ-TASK-NUMBER     PIC 9(7).
          05 MET-AUD-EFFECTIVE-DATE      PIC 9(8).
          05 MET-AUD-EFFECTIVE-TIME      PIC 9(6).
