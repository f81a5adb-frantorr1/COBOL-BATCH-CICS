              88 RECH-OPER-INVALIDA      VALUE '03'.
              88 RECH-IMPORTE-INVALIDO   VALUE '04'.
              88 RECH-SALDO-INSUF        VALUE '05'.
              88 RECH-CTA-INACTIVA       VALUE '06'.
           05 RECH-DESCRIPCION     PIC X(25).
           05 FILLER               PIC X(03).
