           03 RECEMI-ESTADO PIC X(1).
               88 RECEMI-EMITIDO VALUE "E".
               88 RECEMI-ANULADO VALUE "A".
           03 RECEMI-CODIGO-VERIF PIC 9(8).

       FD CONTRAMOV_RECIBOS LABEL RECORD IS STANDARD.
       01 CONTRAMOV_RECIBOS_REG.
               05 VEC-REC-FECHA PIC 9(8).
               05 VEC-REC-NETO PIC S9(9)V99.
               05 VEC-REC-ESTADO PIC X(1).
               05 VEC-REC-CODIGO-VERIF PIC 9(8).

       01 WS-REC-ENCONTRADO PIC X(1) VALUE "N".
           88 WS-REC-ENCONTRADO-SI VALUE "S".
               VEC-REC-FECHA(WS-CANT-RECIBOS)
           MOVE RECEMI-NETO TO VEC-REC-NETO(WS-CANT-RECIBOS)
           MOVE RECEMI-ESTADO TO VEC-REC-ESTADO(WS-CANT-RECIBOS)
      * Los recibos anteriores al codigo de verificacion no lo
      * traen: quedan en cero.
           IF RECEMI-CODIGO-VERIF NUMERIC THEN
               MOVE RECEMI-CODIGO-VERIF TO
                   VEC-REC-CODIGO-VERIF(WS-CANT-RECIBOS)
           ELSE
               MOVE ZEROS TO VEC-REC-CODIGO-VERIF(WS-CANT-RECIBOS)
           END-IF
           PERFORM LEER-RECIBO-EMITIDO.

       BUSCAR-FOLIO-EN-TABLA.
           MOVE VEC-REC-FECHA(SUBINDICE-REC) TO RECEMI-FECHA-EMISION
           MOVE VEC-REC-NETO(SUBINDICE-REC) TO RECEMI-NETO
           MOVE VEC-REC-ESTADO(SUBINDICE-REC) TO RECEMI-ESTADO
           MOVE VEC-REC-CODIGO-VERIF(SUBINDICE-REC) TO
               RECEMI-CODIGO-VERIF
           WRITE RECIBOS_EMITIDOS_REG
           ADD 1 TO SUBINDICE-REC.

