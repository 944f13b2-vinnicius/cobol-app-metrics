          02 FILLER REDEFINES N4F.
             03 N4A                   PICTURE X.
          02 N4I                      PIC X(5).
          02 FILLER                   PIC X(27).
          02 EFDTL                    PIC S9(4) COMP.
          02 EFDTF                    PICTURE X.
          02 FILLER REDEFINES EFDTF.
             03 EFDTA                 PICTURE X.
          02 EFDTI                    PIC X(8).
          02 FILLER                   PIC X(21).
          02 EFTML                    PIC S9(4) COMP.
          02 EFTMF                    PICTURE X.
          02 FILLER REDEFINES EFTMF.
             03 EFTMA                 PICTURE X.
          02 EFTMI                    PIC X(6).
          02 FILLER                   PIC X(4).
          02 PENDL                    PIC S9(4) COMP.
          02 PENDF                    PICTURE X.
          02 FILLER REDEFINES PENDF.
             03 PENDA                 PICTURE X.
          02 PENDI                    PIC X(79).
          02 MSGL                     PIC S9(4) COMP.
          02 MSGF                     PICTURE X.
          02 FILLER REDEFINES MSGF.
          02 C4O                      PIC ZZZZ9.
          02 FILLER                   PIC X(3).
          02 N4O                      PIC 9(5).
          02 FILLER                   PIC X(27).
          02 FILLER                   PIC X(3).
          02 EFDTO                    PIC X(8).
          02 FILLER                   PIC X(21).
          02 FILLER                   PIC X(3).
          02 EFTMO                    PIC X(6).
          02 FILLER                   PIC X(4).
          02 FILLER                   PIC X(3).
          02 PENDO                    PIC X(79).
          02 FILLER                   PIC X(3).
          02 MSGO                     PIC X(79).
          02 FILLER                   PIC X(82).
