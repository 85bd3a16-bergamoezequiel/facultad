           03 FEMI-CAE PIC 9(14).
           03 FEMI-CAE-VTO PIC 9(8).
           03 FEMI-FECHA-VTO PIC 9(8).
           03 FEMI-CODIGO-PAGO PIC 9(10).
           03 FEMI-CODIGO-VERIF PIC 9(8).

       FD SUCURSALES LABEL RECORD IS STANDARD.
       01 SUCURSALES_REG.
               88 SUC-CERRADA-SI VALUE "C".
           03 SUC-FECHA-CIERRE PIC 9(8).
           03 SUC-DIAS-PAGO PIC 9(3).
      * Limite de credito (cero = sin limite) y bloqueo de servicio
      * por morosidad. Una sucursal desbloqueada con doble firma
      * queda en D y el control la respeta hasta que su saldo
      * vuelva a quedar dentro del limite.
           03 SUC-LIMITE-CREDITO PIC 9(9)V99.
           03 SUC-BLOQUEO PIC X(1).
               88 SUC-BLOQUEADA VALUE "B".
               88 SUC-DESBLOQUEO-AUTORIZADO VALUE "D".
      * Jurisdiccion de Ingresos Brutos (901 a 924); cero = sin
      * percepcion.
           03 SUC-JURISDICCION PIC 9(3).

      * Layout de presentacion del organismo: un registro por
      * comprobante con el CUIT del receptor, tipo, fecha e importe
               05 VEC-FAC-CAE PIC 9(14).
               05 VEC-FAC-CAE-VTO PIC 9(8).
               05 VEC-FAC-VENCIMIENTO PIC 9(8).
               05 VEC-FAC-CODIGO-PAGO PIC 9(10).
               05 VEC-FAC-CODIGO-VERIF PIC 9(8).

       01 WS-MAX-SUCURSALES PIC 9(3) VALUE 200.
       01 WS-CANT-SUCURSALES PIC 9(3) VALUE ZERO.
           MOVE FEMI-CAE-VTO TO VEC-FAC-CAE-VTO(WS-CANT-FACTURAS)
           MOVE FEMI-FECHA-VTO TO
               VEC-FAC-VENCIMIENTO(WS-CANT-FACTURAS)
           IF FEMI-CODIGO-PAGO NUMERIC THEN
               MOVE FEMI-CODIGO-PAGO TO
                   VEC-FAC-CODIGO-PAGO(WS-CANT-FACTURAS)
           ELSE
               MOVE ZEROS TO VEC-FAC-CODIGO-PAGO(WS-CANT-FACTURAS)
           END-IF
           IF FEMI-CODIGO-VERIF NUMERIC THEN
               MOVE FEMI-CODIGO-VERIF TO
                   VEC-FAC-CODIGO-VERIF(WS-CANT-FACTURAS)
           ELSE
               MOVE ZEROS TO VEC-FAC-CODIGO-VERIF(WS-CANT-FACTURAS)
           END-IF
           PERFORM LEER-FACTURA.

       EXPORTAR-PERIODO.
           MOVE VEC-FAC-CAE-VTO(SUBINDICE-FAC) TO FEMI-CAE-VTO
           MOVE VEC-FAC-VENCIMIENTO(SUBINDICE-FAC) TO
               FEMI-FECHA-VTO
           MOVE VEC-FAC-CODIGO-PAGO(SUBINDICE-FAC) TO FEMI-CODIGO-PAGO
           MOVE VEC-FAC-CODIGO-VERIF(SUBINDICE-FAC) TO
               FEMI-CODIGO-VERIF
           WRITE FACTURAS_EMITIDAS_REG.

      * Una factura emitida sin CAE esta retenida: no puede viajar a
