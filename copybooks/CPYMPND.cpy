      *----------------------------------------------------------------*
      * CPYMPND                                                        *
      * Pending boundary / registry change record.                     *
      * One row per change requested on the MBND (METRBMNT) or MTYP    *
      * (METRTMNT) maintenance screen, on METPNDVS, a VSAM KSDS.  No   *
      * change reaches METBNDVS or METTYPVS on one operator's say-so:  *
      * the request is held here until a second, different operator    *
      * approves or rejects it on the MCHK screen (METRPCHK), and the  *
      * timer-started MAPL transaction (METRPAPL) applies it once it   *
      * is approved and its effective date and time have arrived.      *
      *                                                                *
      * The key leads with the source screen and the transaction type  *
      * so a generic browse finds a type's open change; the request    *
      * date and CICS task number make it unique, the same trick the   *
      * METAUDVS audit key uses.  MET-PND-NEW-NAME is only used by     *
      * MTYP changes.  Rows stay on file after they are closed         *
      * (rejected, applied or failed) as the record of the change;     *
      * every step is also on the METAUDVS trail (CPYMAUD).            *
      *----------------------------------------------------------------*
          05 MET-PND-KEY.
             10 MET-PND-TYPE-KEY.
                15 MET-PND-SOURCE        PIC X(4).
                   88 MET-PND-FROM-MBND  VALUE 'MBND'.
                   88 MET-PND-FROM-MTYP  VALUE 'MTYP'.
                15 MET-PND-TXN-TYPE      PIC 9(2).
             10 MET-PND-REQ-DATE         PIC 9(8).
             10 MET-PND-REQ-TASK-NUMBER  PIC 9(7).
          05 MET-PND-REQ-TIME            PIC 9(6).
          05 MET-PND-MAKER-ID            PIC X(8).
          05 MET-PND-ACTION              PIC X(1).
             88 MET-PND-ACTION-ADD       VALUE 'A'.
             88 MET-PND-ACTION-UPDATE    VALUE 'U'.
             88 MET-PND-ACTION-DELETE    VALUE 'D'.
          05 MET-PND-STATUS              PIC X(1).
             88 MET-PND-OPEN             VALUE 'P' 'A'.
             88 MET-PND-PENDING          VALUE 'P'.
             88 MET-PND-APPROVED         VALUE 'A'.
             88 MET-PND-REJECTED         VALUE 'R'.
             88 MET-PND-APPLIED          VALUE 'X'.
             88 MET-PND-FAILED           VALUE 'F'.
          05 MET-PND-EFFECTIVE-DATE      PIC 9(8).
          05 MET-PND-EFFECTIVE-TIME      PIC 9(6).
          05 MET-PND-NEW-NAME            PIC X(16).
          05 MET-PND-NEW-LIMIT-1-MS      PIC 9(5).
          05 MET-PND-NEW-LIMIT-2-MS      PIC 9(5).
          05 MET-PND-NEW-LIMIT-3-MS      PIC 9(5).
          05 MET-PND-NEW-LIMIT-4-MS      PIC 9(5).
          05 MET-PND-CHECKER-ID          PIC X(8).
          05 MET-PND-CHECK-DATE          PIC 9(8).
          05 MET-PND-CHECK-TIME          PIC 9(6).
          05 MET-PND-APPLY-DATE          PIC 9(8).
          05 MET-PND-APPLY-TIME          PIC 9(6).
          05 MET-PND-APPLY-NOTE          PIC X(30).
