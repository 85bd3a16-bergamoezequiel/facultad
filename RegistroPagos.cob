           03 RECEMI-ESTADO PIC X(1).
               88 RECEMI-EMITIDO VALUE "E".
               88 RECEMI-ANULADO VALUE "A".
           03 RECEMI-CODIGO-VERIF PIC 9(8).

       FD RECIBOS_IMPAGOS LABEL RECORD IS STANDARD.
       01 RECIBOS_IMPAGOS_REG PIC X(80).
