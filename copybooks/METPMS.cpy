      *----------------------------------------------------------------*
      * METPMS                                                         *
      * Symbolic map for mapset METPMS, map METPMP1 (bms/METPMS.bms).  *
      * Hand-transcribed from what a BMS translate step would produce  *
      * for that map - kept in step with it by hand since this shop's  *
      * build does not run one, the same way METBMS.cpy is kept for    *
      * the MBND screen.  Only fields METRPCHK actually sets carry a   *
      * name in the map itself; every unnamed DFHMDF field (labels,    *
      * headings, the PF-key legend) is folded into a single FILLER    *
      * covering its 3-byte L/F header plus its data length, and       *
      * consecutive unnamed fields share one combined FILLER for the   *
      * whole run - see bms/METPMS.bms for the field-by-field          *
      * POS/LENGTH this is transcribed from.                           *
      *----------------------------------------------------------------*
       01 METPMP1I.
          02 FILLER                   PIC X(66).
          02 SRCEL                    PIC S9(4) COMP.
          02 SRCEF                    PICTURE X.
          02 FILLER REDEFINES SRCEF.
             03 SRCEA                 PICTURE X.
          02 SRCEI                    PIC X(4).
          02 TYPEL                    PIC S9(4) COMP.
          02 TYPEF                    PICTURE X.
          02 FILLER REDEFINES TYPEF.
             03 TYPEA                 PICTURE X.
          02 TYPEI                    PIC X(2).
          02 TNAML                    PIC S9(4) COMP.
          02 TNAMF                    PICTURE X.
          02 FILLER REDEFINES TNAMF.
             03 TNAMA                 PICTURE X.
          02 TNAMI                    PIC X(16).
          02 FILLER                   PIC X(23).
          02 ACTNL                    PIC S9(4) COMP.
          02 ACTNF                    PICTURE X.
          02 FILLER REDEFINES ACTNF.
             03 ACTNA                 PICTURE X.
          02 ACTNI                    PIC X(6).
          02 FILLER                   PIC X(13).
          02 STATL                    PIC S9(4) COMP.
          02 STATF                    PICTURE X.
          02 FILLER REDEFINES STATF.
             03 STATA                 PICTURE X.
          02 STATI                    PIC X(8).
          02 FILLER                   PIC X(23).
          02 EFDTL                    PIC S9(4) COMP.
          02 EFDTF                    PICTURE X.
          02 FILLER REDEFINES EFDTF.
             03 EFDTA                 PICTURE X.
          02 EFDTI                    PIC X(8).
          02 EFTML                    PIC S9(4) COMP.
          02 EFTMF                    PICTURE X.
          02 FILLER REDEFINES EFTMF.
             03 EFTMA                 PICTURE X.
          02 EFTMI                    PIC X(6).
          02 FILLER                   PIC X(23).
          02 MAKRL                    PIC S9(4) COMP.
          02 MAKRF                    PICTURE X.
          02 FILLER REDEFINES MAKRF.
             03 MAKRA                 PICTURE X.
          02 MAKRI                    PIC X(8).
          02 FILLER                   PIC X(13).
          02 RQDTL                    PIC S9(4) COMP.
          02 RQDTF                    PICTURE X.
          02 FILLER REDEFINES RQDTF.
             03 RQDTA                 PICTURE X.
          02 RQDTI                    PIC X(8).
          02 RQTML                    PIC S9(4) COMP.
          02 RQTMF                    PICTURE X.
          02 FILLER REDEFINES RQTMF.
             03 RQTMA                 PICTURE X.
          02 RQTMI                    PIC X(6).
          02 FILLER                   PIC X(59).
          02 CNAML                    PIC S9(4) COMP.
          02 CNAMF                    PICTURE X.
          02 FILLER REDEFINES CNAMF.
             03 CNAMA                 PICTURE X.
          02 CNAMI                    PIC X(16).
          02 NNAML                    PIC S9(4) COMP.
          02 NNAMF                    PICTURE X.
          02 FILLER REDEFINES NNAMF.
             03 NNAMA                 PICTURE X.
          02 NNAMI                    PIC X(16).
          02 FILLER                   PIC X(23).
          02 C1L                      PIC S9(4) COMP.
          02 C1F                      PICTURE X.
          02 FILLER REDEFINES C1F.
             03 C1A                   PICTURE X.
          02 C1I                      PIC X(5).
          02 N1L                      PIC S9(4) COMP.
          02 N1F                      PICTURE X.
          02 FILLER REDEFINES N1F.
             03 N1A                   PICTURE X.
          02 N1I                      PIC X(5).
          02 FILLER                   PIC X(23).
          02 C2L                      PIC S9(4) COMP.
          02 C2F                      PICTURE X.
          02 FILLER REDEFINES C2F.
             03 C2A                   PICTURE X.
          02 C2I                      PIC X(5).
          02 N2L                      PIC S9(4) COMP.
          02 N2F                      PICTURE X.
          02 FILLER REDEFINES N2F.
             03 N2A                   PICTURE X.
          02 N2I                      PIC X(5).
          02 FILLER                   PIC X(23).
          02 C3L                      PIC S9(4) COMP.
          02 C3F                      PICTURE X.
          02 FILLER REDEFINES C3F.
             03 C3A                   PICTURE X.
          02 C3I                      PIC X(5).
          02 N3L                      PIC S9(4) COMP.
          02 N3F                      PICTURE X.
          02 FILLER REDEFINES N3F.
             03 N3A                   PICTURE X.
          02 N3I                      PIC X(5).
          02 FILLER                   PIC X(23).
          02 C4L                      PIC S9(4) COMP.
          02 C4F                      PICTURE X.
          02 FILLER REDEFINES C4F.
             03 C4A                   PICTURE X.
          02 C4I                      PIC X(5).
          02 N4L                      PIC S9(4) COMP.
          02 N4F                      PICTURE X.
          02 FILLER REDEFINES N4F.
             03 N4A                   PICTURE X.
          02 N4I                      PIC X(5).
          02 MSGL                     PIC S9(4) COMP.
          02 MSGF                     PICTURE X.
          02 FILLER REDEFINES MSGF.
             03 MSGA                  PICTURE X.
          02 MSGI                     PIC X(79).
          02 FILLER                   PIC X(82).

       01 METPMP1O REDEFINES METPMP1I.
          02 FILLER                   PIC X(66).
          02 FILLER                   PIC X(3).
          02 SRCEO                    PIC X(4).
          02 FILLER                   PIC X(3).
          02 TYPEO                    PIC X(2).
          02 FILLER                   PIC X(3).
          02 TNAMO                    PIC X(16).
          02 FILLER                   PIC X(23).
          02 FILLER                   PIC X(3).
          02 ACTNO                    PIC X(6).
          02 FILLER                   PIC X(13).
          02 FILLER                   PIC X(3).
          02 STATO                    PIC X(8).
          02 FILLER                   PIC X(23).
          02 FILLER                   PIC X(3).
          02 EFDTO                    PIC X(8).
          02 FILLER                   PIC X(3).
          02 EFTMO                    PIC X(6).
          02 FILLER                   PIC X(23).
          02 FILLER                   PIC X(3).
          02 MAKRO                    PIC X(8).
          02 FILLER                   PIC X(13).
          02 FILLER                   PIC X(3).
          02 RQDTO                    PIC X(8).
          02 FILLER                   PIC X(3).
          02 RQTMO                    PIC X(6).
          02 FILLER                   PIC X(59).
          02 FILLER                   PIC X(3).
          02 CNAMO                    PIC X(16).
          02 FILLER                   PIC X(3).
          02 NNAMO                    PIC X(16).
          02 FILLER                   PIC X(23).
          02 FILLER                   PIC X(3).
          02 C1O                      PIC ZZZZ9.
          02 FILLER                   PIC X(3).
          02 N1O                      PIC ZZZZ9.
          02 FILLER                   PIC X(23).
          02 FILLER                   PIC X(3).
          02 C2O                      PIC ZZZZ9.
          02 FILLER                   PIC X(3).
          02 N2O                      PIC ZZZZ9.
          02 FILLER                   PIC X(23).
          02 FILLER                   PIC X(3).
          02 C3O                      PIC ZZZZ9.
          02 FILLER                   PIC X(3).
          02 N3O                      PIC ZZZZ9.
          02 FILLER                   PIC X(23).
          02 FILLER                   PIC X(3).
          02 C4O                      PIC ZZZZ9.
          02 FILLER                   PIC X(3).
          02 N4O                      PIC ZZZZ9.
          02 FILLER                   PIC X(3).
          02 MSGO                     PIC X(79).
          02 FILLER                   PIC X(82).
