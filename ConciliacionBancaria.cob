           03 COB-PERIODO PIC 9(6).
           03 COB-FECHA PIC 9(8).
           03 COB-IMPORTE PIC 9(9)V99.
           03 COB-MEDIO PIC X(1).
               88 COB-RETENCION VALUE "R".
           03 COB-IMPUESTO PIC X(1).
           03 COB-CERTIFICADO PIC X(20).

       FD PAGOS LABEL RECORD IS STANDARD.
       01 PAGOS_REG.
                   MOVE "SI" TO WS-EOF-COBRANZAS
           END-READ.

      * Las retenciones sufridas cancelan deuda pero no son dinero
      * que entre al banco: no se concilian.
       CARGAR-UNA-COBRANZA.
           IF NOT COB-RETENCION THEN
               ADD 1 TO WS-CANT-CREDITOS
               MOVE "COB" TO VEC-CRE-ORIGEN(WS-CANT-CREDITOS)
               MOVE COB-SUCURSAL TO VEC-CRE-CLAVE(WS-CANT-CREDITOS)
               MOVE COB-FECHA TO VEC-CRE-FECHA(WS-CANT-CREDITOS)
               MOVE COB-IMPORTE TO VEC-CRE-IMPORTE(WS-CANT-CREDITOS)
               MOVE "N" TO VEC-CRE-APAREADO(WS-CANT-CREDITOS)
           END-IF
           PERFORM LEER-COBRANZA.

       CARGAR-PAGOS.
