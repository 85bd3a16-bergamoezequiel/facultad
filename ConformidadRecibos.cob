           03 RECEMI-ESTADO PIC X(1).
               88 RECEMI-EMITIDO VALUE "E".
               88 RECEMI-ANULADO VALUE "A".
           03 RECEMI-CODIGO-VERIF PIC 9(8).

       FD CONFORMIDAD LABEL RECORD IS STANDARD.
       01 CONFORMIDAD_REG.
