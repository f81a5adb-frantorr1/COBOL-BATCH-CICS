      ******************************************************************
      *  MAP0113 -- BMS SYMBOLIC MAP FOR TRANSACTION T113 (ACCOUNT FEE *
      *  SCHEDULE MAINTENANCE, PGMPRU13). GENERATED FROM MAPSET        *
      *  MAP0113, MAP MAP0113. DO NOT ALTER FIELD ORDER WITHOUT        *
      *  REGENERATING THE MAPSET.                                      *
      ******************************************************************
       01  MAP0113I.
           02 FILLER               PIC X(12).
           02 TIPCTAL               PIC S9(4) COMP.
           02 TIPCTAF               PIC X.
           02 FILLER REDEFINES TIPCTAF.
              03 TIPCTAA            PIC X.
           02 TIPCTAI               PIC X(02).
           02 MONEDAL               PIC S9(4) COMP.
           02 MONEDAF               PIC X.
           02 FILLER REDEFINES MONEDAF.
              03 MONEDAA            PIC X.
           02 MONEDAI               PIC X(02).
           02 FIJOL                 PIC S9(4) COMP.
           02 FIJOF                 PIC X.
           02 FILLER REDEFINES FIJOF.
              03 FIJOA              PIC X.
           02 FIJOI                 PIC 9(07)V99.
           02 XMOVL                 PIC S9(4) COMP.
           02 XMOVF                 PIC X.
           02 FILLER REDEFINES XMOVF.
              03 XMOVA              PIC X.
           02 XMOVI                 PIC 9(05)V99.
           02 LIBRESL               PIC S9(4) COMP.
           02 LIBRESF               PIC X.
           02 FILLER REDEFINES LIBRESF.
              03 LIBRESA            PIC X.
           02 LIBRESI               PIC 9(03).
           02 EXENTOL               PIC S9(4) COMP.
           02 EXENTOF               PIC X.
           02 FILLER REDEFINES EXENTOF.
              03 EXENTOA            PIC X.
           02 EXENTOI               PIC 9(09)V99.
           02 DESCRIL               PIC S9(4) COMP.
           02 DESCRIF               PIC X.
           02 FILLER REDEFINES DESCRIF.
              03 DESCRIA            PIC X.
           02 DESCRII               PIC X(15).
           02 FECPROL               PIC S9(4) COMP.
           02 FECPROF               PIC X.
           02 FILLER REDEFINES FECPROF.
              03 FECPROA            PIC X.
           02 FECPROI               PIC X(10).
           02 MSGL                  PIC S9(4) COMP.
           02 MSGF                  PIC X.
           02 FILLER REDEFINES MSGF.
              03 MSGA               PIC X.
           02 MSGI                  PIC X(60).

       01  MAP0113O REDEFINES MAP0113I.
           02 FILLER               PIC X(12).
           02 FILLER               PIC X(03).
           02 TIPCTAO               PIC X(02).
           02 FILLER               PIC X(03).
           02 MONEDAO               PIC X(02).
           02 FILLER               PIC X(03).
           02 FIJOO                 PIC 9(07)V99.
           02 FILLER               PIC X(03).
           02 XMOVO                 PIC 9(05)V99.
           02 FILLER               PIC X(03).
           02 LIBRESO               PIC 9(03).
           02 FILLER               PIC X(03).
           02 EXENTOO               PIC 9(09)V99.
           02 FILLER               PIC X(03).
           02 DESCRIO               PIC X(15).
           02 FILLER               PIC X(03).
           02 FECPROO               PIC X(10).
           02 FILLER               PIC X(03).
           02 MSGO                  PIC X(60).
