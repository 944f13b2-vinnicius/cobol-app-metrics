          02 FILLER REDEFINES HOURF.
             03 HOURA                 PICTURE X.
          02 HOURI                    PIC X(2).
          02 FILLER                   PIC X(10).
          02 REGNL                    PIC S9(4) COMP.
          02 REGNF                    PICTURE X.
          02 FILLER REDEFINES REGNF.
             03 REGNA                 PICTURE X.
          02 REGNI                    PIC X(8).
          02 FILLER                   PIC X(27).
          02 FRDL                     PIC S9(4) COMP.
          02 FRDF                     PICTURE X.
          02 FILLER REDEFINES FRDF.
          02 FILLER REDEFINES B5F.
             03 B5A                   PICTURE X.
          02 B5I                      PIC X(9).
          02 FILLER                   PIC X(23).
          02 FLAGL                    PIC S9(4) COMP.
          02 FLAGF                    PICTURE X.
          02 FILLER REDEFINES FLAGF.
             03 FLAGA                 PICTURE X.
          02 FLAGI                    PIC X(9).
          02 MSGL                     PIC S9(4) COMP.
          02 MSGF                     PICTURE X.
          02 FILLER REDEFINES MSGF.
          02 FILLER                   PIC X(62).
          02 FILLER                   PIC X(3).
          02 HOURO                    PIC X(2).
          02 FILLER                   PIC X(10).
          02 FILLER                   PIC X(3).
          02 REGNO                    PIC X(8).
          02 FILLER                   PIC X(27).
          02 FILLER                   PIC X(3).
          02 FRDO                     PIC ZZZZZZZZ9.
          02 FILLER                   PIC X(23).
          02 FILLER                   PIC X(23).
          02 FILLER                   PIC X(3).
          02 B5O                      PIC ZZZZZZZZ9.
          02 FILLER                   PIC X(23).
          02 FILLER                   PIC X(3).
          02 FLAGO                    PIC ZZZZZZZZ9.
          02 FILLER                   PIC X(3).
          02 MSGO                     PIC X(79).
          02 FILLER                   PIC X(82).
