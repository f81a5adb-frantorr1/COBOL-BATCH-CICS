      ******************************************************************
      *  MAP0112 -- BMS SYMBOLIC MAP FOR TRANSACTION T112 (REVERSAL OF *
      *  A POSTED MOVEMENT, PGMPRU12, REACHED WITH PF7 FROM T109).     *
      *  GENERATED FROM MAPSET MAP0112, MAP MAP0112 (MOVEMENT LINES    *
      *  GENERATED WITH OCCURS=4). DO NOT ALTER FIELD ORDER WITHOUT    *
      *  REGENERATING THE MAPSET.                                      *
      ******************************************************************
       01  MAP0112I.
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
           02 MOVFECL               PIC S9(4) COMP.
           02 MOVFECF               PIC X.
           02 FILLER REDEFINES MOVFECF.
              03 MOVFECA            PIC X.
           02 MOVFECI               PIC X(10).
           02 MOVSECL               PIC S9(4) COMP.
           02 MOVSECF               PIC X.
           02 FILLER REDEFINES MOVSECF.
              03 MOVSECA            PIC X.
           02 MOVSECI               PIC 9(05).
           02 CTRTIPL               PIC S9(4) COMP.
           02 CTRTIPF               PIC X.
           02 FILLER REDEFINES CTRTIPF.
              03 CTRTIPA            PIC X.
           02 CTRTIPI               PIC X(02).
           02 CTRNROL               PIC S9(4) COMP.
           02 CTRNROF               PIC X.
           02 FILLER REDEFINES CTRNROF.
              03 CTRNROA            PIC X.
           02 CTRNROI               PIC X(15).
           02 LINEAG OCCURS 4.
              03 LINEAL             PIC S9(4) COMP.
              03 LINEAF             PIC X.
              03 LINEAI             PIC X(75).
           02 MSGL                  PIC S9(4) COMP.
           02 MSGF                  PIC X.
           02 FILLER REDEFINES MSGF.
              03 MSGA               PIC X.
           02 MSGI                  PIC X(60).

       01  MAP0112O REDEFINES MAP0112I.
           02 FILLER               PIC X(12).
           02 FILLER               PIC X(03).
           02 TIPCTAO               PIC X(02).
           02 FILLER               PIC X(03).
           02 NROCTAO               PIC X(15).
           02 FILLER               PIC X(03).
           02 FECHAO                PIC X(10).
           02 FILLER               PIC X(03).
           02 MOVFECO               PIC X(10).
           02 FILLER               PIC X(03).
           02 MOVSECO               PIC 9(05).
           02 FILLER               PIC X(03).
           02 CTRTIPO               PIC X(02).
           02 FILLER               PIC X(03).
           02 CTRNROO               PIC X(15).
           02 LINEAH OCCURS 4.
              03 FILLER             PIC X(03).
              03 LINEAO             PIC X(75).
           02 FILLER               PIC X(03).
           02 MSGO                  PIC X(60).
