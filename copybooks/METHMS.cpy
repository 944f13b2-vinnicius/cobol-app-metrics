          02 FILLER REDEFINES TYPEF.
             03 TYPEA                 PICTURE X.
          02 TYPEI                    PIC X(2).
          02 FILLER                   PIC X(14).
          02 REGNL                    PIC S9(4) COMP.
          02 REGNF                    PICTURE X.
          02 FILLER REDEFINES REGNF.
             03 REGNA                 PICTURE X.
          02 REGNI                    PIC X(8).
          02 FILLER                   PIC X(57).
          02 H1L                      PIC S9(4) COMP.
          02 H1F                      PICTURE X.
          02 FILLER                   PIC X(13).
          02 FILLER                   PIC X(3).
          02 TYPEO                    PIC X(2).
          02 FILLER                   PIC X(14).
          02 FILLER                   PIC X(3).
          02 REGNO                    PIC X(8).
          02 FILLER                   PIC X(57).
          02 FILLER                   PIC X(3).
          02 H1O                      PIC ZZZZZZZZ9.
