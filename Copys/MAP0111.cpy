      ******************************************************************
      *  MAP0111 -- BMS SYMBOLIC MAP FOR TRANSACTION T111 (SUPERVISOR  *
      *  APPROVAL OF PENDING T106 TRANSFERS, PGMPRU11). GENERATED FROM *
      *  MAPSET MAP0111, MAP MAP0111 (PENDING LIST LINES GENERATED     *
      *  WITH OCCURS=10). DO NOT ALTER FIELD ORDER WITHOUT             *
      *  REGENERATING THE MAPSET.                                      *
      ******************************************************************
       01  MAP0111I.
           02 FILLER               PIC X(12).
           02 FECHAL                PIC S9(4) COMP.
           02 FECHAF                PIC X.
           02 FILLER REDEFINES FECHAF.
              03 FECHAA             PIC X.
           02 FECHAI                PIC X(10).
           02 UMBRALL               PIC S9(4) COMP.
           02 UMBRALF               PIC X.
           02 FILLER REDEFINES UMBRALF.
              03 UMBRALA            PIC X.
           02 UMBRALI               PIC 9(11)V99.
           02 LINEAG OCCURS 10.
              03 LINEAL             PIC S9(4) COMP.
              03 LINEAF             PIC X.
              03 LINEAI             PIC X(75).
           02 NUMEROL               PIC S9(4) COMP.
           02 NUMEROF               PIC X.
           02 FILLER REDEFINES NUMEROF.
              03 NUMEROA            PIC X.
           02 NUMEROI               PIC 9(05).
           02 MSGL                  PIC S9(4) COMP.
           02 MSGF                  PIC X.
           02 FILLER REDEFINES MSGF.
              03 MSGA               PIC X.
           02 MSGI                  PIC X(60).

       01  MAP0111O REDEFINES MAP0111I.
           02 FILLER               PIC X(12).
           02 FILLER               PIC X(03).
           02 FECHAO                PIC X(10).
           02 FILLER               PIC X(03).
           02 UMBRALO               PIC 9(11)V99.
           02 LINEAH OCCURS 10.
              03 FILLER             PIC X(03).
              03 LINEAO             PIC X(75).
           02 FILLER               PIC X(03).
           02 NUMEROO               PIC 9(05).
           02 FILLER               PIC X(03).
           02 MSGO                  PIC X(60).
