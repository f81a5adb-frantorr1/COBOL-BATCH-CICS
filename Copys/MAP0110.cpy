      ******************************************************************
      *  MAP0110 -- BMS SYMBOLIC MAP FOR TRANSACTION T110 (STANDING    *
      *  ORDER MAINTENANCE, PGMPRU10). GENERATED FROM MAPSET MAP0110,  *
      *  MAP MAP0110 (ORDER LIST LINES GENERATED WITH OCCURS=10). DO   *
      *  NOT ALTER FIELD ORDER WITHOUT REGENERATING THE MAPSET.        *
      ******************************************************************
       01  MAP0110I.
           02 FILLER               PIC X(12).
           02 TIPCTAL               PIC S9(4) COMP.
           02 TIPCTAF               PIC X.
           02 FILLER REDEFINES TIPCTAF.
              03 TIPCTAA            PIC X.
           02 TIPCTAI               PIC X(02).
           02 NROCTAL               PIC S9(4) COMP.
           02 NROCTAF               PIC X.
           02 FILLER REDEFINES NROCTAF.
              03 NROCTAA            PIC X.
           02 NROCTAI               PIC X(15).
           02 FECHAL                PIC S9(4) COMP.
           02 FECHAF                PIC X.
           02 FILLER REDEFINES FECHAF.
              03 FECHAA             PIC X.
           02 FECHAI                PIC X(10).
           02 LINEAG OCCURS 10.
              03 LINEAL             PIC S9(4) COMP.
              03 LINEAF             PIC X.
              03 LINEAI             PIC X(75).
           02 SECUENL               PIC S9(4) COMP.
           02 SECUENF               PIC X.
           02 FILLER REDEFINES SECUENF.
              03 SECUENA            PIC X.
           02 SECUENI               PIC 9(03).
           02 TIPDESL               PIC S9(4) COMP.
           02 TIPDESF               PIC X.
           02 FILLER REDEFINES TIPDESF.
              03 TIPDESA            PIC X.
           02 TIPDESI               PIC X(02).
           02 NRODESL               PIC S9(4) COMP.
           02 NRODESF               PIC X.
           02 FILLER REDEFINES NRODESF.
              03 NRODESA            PIC X.
           02 NRODESI               PIC X(15).
           02 IMPORTL               PIC S9(4) COMP.
           02 IMPORTF               PIC X.
           02 FILLER REDEFINES IMPORTF.
              03 IMPORTA            PIC X.
           02 IMPORTI               PIC 9(09)V99.
           02 FRECUEL               PIC S9(4) COMP.
           02 FRECUEF               PIC X.
           02 FILLER REDEFINES FRECUEF.
              03 FRECUEA            PIC X.
           02 FRECUEI               PIC X(01).
           02 PROXEJL               PIC S9(4) COMP.
           02 PROXEJF               PIC X.
           02 FILLER REDEFINES PROXEJF.
              03 PROXEJA            PIC X.
           02 PROXEJI               PIC X(10).
           02 MSGL                  PIC S9(4) COMP.
           02 MSGF                  PIC X.
           02 FILLER REDEFINES MSGF.
              03 MSGA               PIC X.
           02 MSGI                  PIC X(60).

       01  MAP0110O REDEFINES MAP0110I.
           02 FILLER               PIC X(12).
           02 FILLER               PIC X(03).
           02 TIPCTAO               PIC X(02).
           02 FILLER               PIC X(03).
           02 NROCTAO               PIC X(15).
           02 FILLER               PIC X(03).
           02 FECHAO                PIC X(10).
           02 LINEAH OCCURS 10.
              03 FILLER             PIC X(03).
              03 LINEAO             PIC X(75).
           02 FILLER               PIC X(03).
           02 SECUENO               PIC 9(03).
           02 FILLER               PIC X(03).
           02 TIPDESO               PIC X(02).
           02 FILLER               PIC X(03).
           02 NRODESO               PIC X(15).
           02 FILLER               PIC X(03).
           02 IMPORTO               PIC 9(09)V99.
           02 FILLER               PIC X(03).
           02 FRECUEO               PIC X(01).
           02 FILLER               PIC X(03).
           02 PROXEJO               PIC X(10).
           02 FILLER               PIC X(03).
           02 MSGO                  PIC X(60).
