      *----------------------------------------------------------------*
      * METCMS                                                         *
      * Symbolic map for mapset METCMS, map METCMP1 (bms/METCMS.bms).  *
      * Hand-transcribed from what a BMS translate step would produce  *
      * for that map - kept in step with it by hand since this shop's  *
      * build does not run one, the same way METHMS.cpy is kept for    *
      * the MHST history screen.  Only fields METRCINQ actually reads  *
      * or sets carry a name in the map itself; every unnamed DFHMDF   *
      * field (labels, stoppers, the PF-key legend) is folded into a   *
      * single FILLER covering its 3-byte L/F header plus its data     *
      * length, and consecutive unnamed fields share one combined      *
      * FILLER for the whole run - see bms/METCMS.bms for the          *
      * field-by-field POS/LENGTH this is transcribed from.            *
      *----------------------------------------------------------------*
       01 METCMP1I.
          02 FILLER                   PIC X(44).
          02 MODEL                    PIC S9(4) COMP.
          02 MODEF                    PICTURE X.
          02 FILLER REDEFINES MODEF.
             03 MODEA                 PICTURE X.
          02 MODEI                    PIC X(30).
          02 FILLER                   PIC X(8).
          02 DATEL                    PIC S9(4) COMP.
          02 DATEF                    PICTURE X.
          02 FILLER REDEFINES DATEF.
             03 DATEA                 PICTURE X.
          02 DATEI                    PIC X(8).
          02 FILLER                   PIC X(12).
          02 FRTML                    PIC S9(4) COMP.
          02 FRTMF                    PICTURE X.
          02 FILLER REDEFINES FRTMF.
             03 FRTMA                 PICTURE X.
          02 FRTMI                    PIC X(6).
          02 FILLER                   PIC X(10).
          02 TOTML                    PIC S9(4) COMP.
          02 TOTMF                    PICTURE X.
          02 FILLER REDEFINES TOTMF.
             03 TOTMA                 PICTURE X.
          02 TOTMI                    PIC X(6).
          02 FILLER                   PIC X(12).
          02 TYPEL                    PIC S9(4) COMP.
          02 TYPEF                    PICTURE X.
          02 FILLER REDEFINES TYPEF.
             03 TYPEA                 PICTURE X.
          02 TYPEI                    PIC X(2).
          02 FILLER                   PIC X(13).
          02 ERRCL                    PIC S9(4) COMP.
          02 ERRCF                    PICTURE X.
          02 FILLER REDEFINES ERRCF.
             03 ERRCA                 PICTURE X.
          02 ERRCI                    PIC X(5).
          02 FILLER                   PIC X(4).
          02 HDGL                     PIC S9(4) COMP.
          02 HDGF                     PICTURE X.
          02 FILLER REDEFINES HDGF.
             03 HDGA                  PICTURE X.
          02 HDGI                     PIC X(79).
          02 LN01L                    PIC S9(4) COMP.
          02 LN01F                    PICTURE X.
          02 FILLER REDEFINES LN01F.
             03 LN01A                 PICTURE X.
          02 LN01I                    PIC X(79).
          02 LN02L                    PIC S9(4) COMP.
          02 LN02F                    PICTURE X.
          02 FILLER REDEFINES LN02F.
             03 LN02A                 PICTURE X.
          02 LN02I                    PIC X(79).
          02 LN03L                    PIC S9(4) COMP.
          02 LN03F                    PICTURE X.
          02 FILLER REDEFINES LN03F.
             03 LN03A                 PICTURE X.
          02 LN03I                    PIC X(79).
          02 LN04L                    PIC S9(4) COMP.
          02 LN04F                    PICTURE X.
          02 FILLER REDEFINES LN04F.
             03 LN04A                 PICTURE X.
          02 LN04I                    PIC X(79).
          02 LN05L                    PIC S9(4) COMP.
          02 LN05F                    PICTURE X.
          02 FILLER REDEFINES LN05F.
             03 LN05A                 PICTURE X.
          02 LN05I                    PIC X(79).
          02 LN06L                    PIC S9(4) COMP.
          02 LN06F                    PICTURE X.
          02 FILLER REDEFINES LN06F.
             03 LN06A                 PICTURE X.
          02 LN06I                    PIC X(79).
          02 LN07L                    PIC S9(4) COMP.
          02 LN07F                    PICTURE X.
          02 FILLER REDEFINES LN07F.
             03 LN07A                 PICTURE X.
          02 LN07I                    PIC X(79).
          02 LN08L                    PIC S9(4) COMP.
          02 LN08F                    PICTURE X.
          02 FILLER REDEFINES LN08F.
             03 LN08A                 PICTURE X.
          02 LN08I                    PIC X(79).
          02 LN09L                    PIC S9(4) COMP.
          02 LN09F                    PICTURE X.
          02 FILLER REDEFINES LN09F.
             03 LN09A                 PICTURE X.
          02 LN09I                    PIC X(79).
          02 LN10L                    PIC S9(4) COMP.
          02 LN10F                    PICTURE X.
          02 FILLER REDEFINES LN10F.
             03 LN10A                 PICTURE X.
          02 LN10I                    PIC X(79).
          02 LN11L                    PIC S9(4) COMP.
          02 LN11F                    PICTURE X.
          02 FILLER REDEFINES LN11F.
             03 LN11A                 PICTURE X.
          02 LN11I                    PIC X(79).
          02 LN12L                    PIC S9(4) COMP.
          02 LN12F                    PICTURE X.
          02 FILLER REDEFINES LN12F.
             03 LN12A                 PICTURE X.
          02 LN12I                    PIC X(79).
          02 LN13L                    PIC S9(4) COMP.
          02 LN13F                    PICTURE X.
          02 FILLER REDEFINES LN13F.
             03 LN13A                 PICTURE X.
          02 LN13I                    PIC X(79).
          02 LN14L                    PIC S9(4) COMP.
          02 LN14F                    PICTURE X.
          02 FILLER REDEFINES LN14F.
             03 LN14A                 PICTURE X.
          02 LN14I                    PIC X(79).
          02 MSGL                     PIC S9(4) COMP.
          02 MSGF                     PICTURE X.
          02 FILLER REDEFINES MSGF.
             03 MSGA                  PICTURE X.
          02 MSGI                     PIC X(79).
          02 FILLER                   PIC X(82).

       01 METCMP1O REDEFINES METCMP1I.
          02 FILLER                   PIC X(44).
          02 FILLER                   PIC X(3).
          02 MODEO                    PIC X(30).
          02 FILLER                   PIC X(8).
          02 FILLER                   PIC X(3).
          02 DATEO                    PIC X(8).
          02 FILLER                   PIC X(12).
          02 FILLER                   PIC X(3).
          02 FRTMO                    PIC X(6).
          02 FILLER                   PIC X(10).
          02 FILLER                   PIC X(3).
          02 TOTMO                    PIC X(6).
          02 FILLER                   PIC X(12).
          02 FILLER                   PIC X(3).
          02 TYPEO                    PIC X(2).
          02 FILLER                   PIC X(13).
          02 FILLER                   PIC X(3).
          02 ERRCO                    PIC X(5).
          02 FILLER                   PIC X(4).
          02 FILLER                   PIC X(3).
          02 HDGO                     PIC X(79).
          02 FILLER                   PIC X(3).
          02 LN01O                    PIC X(79).
          02 FILLER                   PIC X(3).
          02 LN02O                    PIC X(79).
          02 FILLER                   PIC X(3).
          02 LN03O                    PIC X(79).
          02 FILLER                   PIC X(3).
          02 LN04O                    PIC X(79).
          02 FILLER                   PIC X(3).
          02 LN05O                    PIC X(79).
          02 FILLER                   PIC X(3).
          02 LN06O                    PIC X(79).
          02 FILLER                   PIC X(3).
          02 LN07O                    PIC X(79).
          02 FILLER                   PIC X(3).
          02 LN08O                    PIC X(79).
          02 FILLER                   PIC X(3).
          02 LN09O                    PIC X(79).
          02 FILLER                   PIC X(3).
          02 LN10O                    PIC X(79).
          02 FILLER                   PIC X(3).
          02 LN11O                    PIC X(79).
          02 FILLER                   PIC X(3).
          02 LN12O                    PIC X(79).
          02 FILLER                   PIC X(3).
          02 LN13O                    PIC X(79).
          02 FILLER                   PIC X(3).
          02 LN14O                    PIC X(79).
          02 FILLER                   PIC X(3).
          02 MSGO                     PIC X(79).
          02 FILLER                   PIC X(82).
