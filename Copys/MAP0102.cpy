           02 FILLER REDEFINES LIMDESF.
              03 LIMDESA            PIC X.
           02 LIMDESI               PIC S9(09)V99.
           02 DESTIPL               PIC S9(4) COMP.
           02 DESTIPF               PIC X.
           02 FILLER REDEFINES DESTIPF.
              03 DESTIPA            PIC X.
           02 DESTIPI               PIC X(02).
           02 DESNROL               PIC S9(4) COMP.
           02 DESNROF               PIC X.
           02 FILLER REDEFINES DESNROF.
              03 DESNROA            PIC X.
           02 DESNROI               PIC X(15).
           02 PAGOL                 PIC S9(4) COMP.
           02 PAGOF                 PIC X.
           02 FILLER REDEFINES PAGOF.
              03 PAGOA              PIC X.
           02 PAGOI                 PIC X(01).
           02 INTEREL               PIC S9(4) COMP.
           02 INTEREF               PIC X.
           02 FILLER REDEFINES INTEREF.
              03 INTEREA            PIC X.
           02 INTEREI               PIC S9(09)V99.
           02 MSGL                  PIC S9(4) COMP.
           02 MSGF                  PIC X.
           02 FILLER REDEFINES MSGF.
           02 FILLER               PIC X(03).
           02 LIMDESO               PIC S9(09)V99.
           02 FILLER               PIC X(03).
           02 DESTIPO               PIC X(02).
           02 FILLER               PIC X(03).
           02 DESNROO               PIC X(15).
           02 FILLER               PIC X(03).
           02 PAGOO                 PIC X(01).
           02 FILLER               PIC X(03).
           02 INTEREO               PIC S9(09)V99.
           02 FILLER               PIC X(03).
           02 MSGO                  PIC X(60).
