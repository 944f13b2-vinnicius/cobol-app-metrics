      *----------------------------------------------------------------*
      * CPYMHBR                                                        *
      * Heartbeat collector receipt record.                            *
      * The METCOLECT side of the heartbeat trail: one record on the   *
      * METHBRC daily receipt file (switched to a new generation with  *
      * the METEXTR extract) for every heartbeat METCOLECT accepted -  *
      * written by METRAPI when the live LINK comes back normal, and   *
      * by METRRCVR when a heartbeat held on METRQ is replayed later.  *
      * The METHBG01 nightly gap job reads it beside the extract, so   *
      * each side of the pipeline is checked on its own evidence.      *
      *                                                                *
      * The emit date and time are the canary's own stamp (attribute   *
      * 71), which is what places a heartbeat in the day; the          *
      * received stamp is when METCOLECT took it.                      *
      *----------------------------------------------------------------*
          05 MET-HBR-REGION              PIC X(8).
          05 MET-HBR-SEQUENCE            PIC 9(9).
          05 MET-HBR-EMIT-DATE           PIC 9(8).
          05 MET-HBR-EMIT-TIME           PIC 9(6).
          05 MET-HBR-RECEIVED-DATE       PIC 9(8).
          05 MET-HBR-RECEIVED-TIME       PIC 9(6).
          05 MET-HBR-PATH                PIC X(1).
             88 MET-HBR-LIVE             VALUE 'L'.
             88 MET-HBR-RECOVERED        VALUE 'R'.
