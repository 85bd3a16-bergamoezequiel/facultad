      *          CobranzasSucursal.dat y los rechazados salen en
      *          RechazosDebito.dat para que cobranzas los trabaje por
      *          el circuito de reclamo de siempre.
      *          Las facturas con reclamo abierto de la sucursal en
      *          ReclamosFacturas.dat no se presentan, y lo
      *          reconocido en un reclamo resuelto a su favor se
      *          descuenta del saldo a debitar.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-RESPUESTA.

       SELECT RECLAMOS ASSIGN TO "ReclamosFacturas.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-RECLAMOS.

       SELECT RECHAZOS_DEBITO ASSIGN TO "RechazosDebito.dat"
             ORGANIZATION IS LINE SEQUENTIAL.
      *-----------------------
           03 FEMI-CAE PIC 9(14).
           03 FEMI-CAE-VTO PIC 9(8).
           03 FEMI-FECHA-VTO PIC 9(8).
           03 FEMI-CODIGO-PAGO PIC 9(10).
           03 FEMI-CODIGO-VERIF PIC 9(8).

       FD COBRANZAS LABEL RECORD IS STANDARD.
       01 COBRANZAS_REG.
           03 COB-PERIODO PIC 9(6).
           03 COB-FECHA PIC 9(8).
           03 COB-IMPORTE PIC 9(9)V99.
      * Un renglon por medio de cancelacion: el dinero cobrado (medio
      * en blanco, como los registros anteriores) o cada retencion
      * sufrida con su impuesto y su certificado.
           03 COB-MEDIO PIC X(1).
               88 COB-DINERO VALUE " " "E".
               88 COB-RETENCION VALUE "R".
           03 COB-IMPUESTO PIC X(1).
               88 COB-RET-GANANCIAS VALUE "G".
               88 COB-RET-IVA VALUE "I".
               88 COB-RET-IIBB VALUE "B".
           03 COB-CERTIFICADO PIC X(20).

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

       FD PRESENTACION LABEL RECORD IS STANDARD.
       01 PRESENTACION_REG.

       FD RECHAZOS_DEBITO LABEL RECORD IS STANDARD.
       01 RECHAZOS_DEBITO_REG PIC X(90).

       FD RECLAMOS LABEL RECORD IS STANDARD.
       01 RECLAMOS_REG.
           03 REC-SUCURSAL PIC X(3).
           03 REC-PERIODO PIC 9(6).
           03 REC-FECHA-ALTA PIC 9(8).
           03 REC-MOTIVO PIC X(30).
           03 REC-IMPORTE-DISPUTA PIC 9(9)V99.
           03 REC-ESTADO PIC X(1).
               88 REC-ABIERTO VALUE "A".
               88 REC-A-FAVOR-SUCURSAL VALUE "S".
               88 REC-RECHAZADO VALUE "R".
           03 REC-FECHA-RESOLUCION PIC 9(8).
           03 REC-IMPORTE-RECONOCIDO PIC 9(9)V99.
           03 REC-RESOLUCION PIC X(30).
           03 REC-FOLIO-NC PIC 9(9).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-STATUS-ADHESIONES PIC X(2) VALUE SPACES.
       01 WS-STATUS-SUCURSALES PIC X(2) VALUE SPACES.
       01 WS-STATUS-PRESENTACION PIC X(2) VALUE SPACES.
       01 WS-STATUS-RESPUESTA PIC X(2) VALUE SPACES.
       01 WS-STATUS-RECLAMOS PIC X(2) VALUE SPACES.

       01 WS-EOF-ADHESIONES PIC X(2) VALUE "NO".
       01 WS-EOF-FACT-EMITIDAS PIC X(2) VALUE "NO".
       01 WS-EOF-COBRANZAS PIC X(2) VALUE "NO".
       01 WS-EOF-SUCURSALES PIC X(2) VALUE "NO".
       01 WS-EOF-RESPUESTA PIC X(2) VALUE "NO".
       01 WS-EOF-RECLAMOS PIC X(2) VALUE "NO".
       01 WS-CANT-EN-RECLAMO PIC 9(4) VALUE ZERO.

       01 WS-OPCION PIC X(1).
           88 WS-OPCION-ADHERIR VALUE "1".
               05 VEC-CTA-PERIODO PIC 9(6).
               05 VEC-CTA-IMPORTE PIC S9(9)V99.
               05 VEC-CTA-COBRADO PIC S9(9)V99.
               05 VEC-CTA-EN-RECLAMO PIC X(1).

       01 WS-SALDO-FACTURA PIC S9(9)V99 VALUE ZERO.
       01 WS-CANT-PRESENTADOS PIC 9(5) VALUE ZERO.
           PERFORM CARGAR-SUCURSALES-A-VECTOR
           PERFORM CARGAR-CTACTE-A-VECTOR
           PERFORM APLICAR-COBRANZAS-AL-VECTOR
           PERFORM APLICAR-RECLAMOS-AL-VECTOR
           MOVE ZERO TO WS-CANT-PRESENTADOS
           MOVE ZERO TO WS-CANT-EN-RECLAMO
           MOVE ZERO TO WS-TOTAL-PRESENTADO
           OPEN OUTPUT PRESENTACION
           PERFORM PRESENTAR-UNA-FACTURA
           CLOSE PRESENTACION
           DISPLAY "RENGLONES PRESENTADOS: " WS-CANT-PRESENTADOS
           DISPLAY "TOTAL PRESENTADO:      " WS-TOTAL-PRESENTADO
           DISPLAY "RETENIDAS POR RECLAMO: " WS-CANT-EN-RECLAMO
           DISPLAY "ARCHIVO: PresentacionDebito.dat".

       PRESENTAR-UNA-FACTURA.
           COMPUTE WS-SALDO-FACTURA =
               VEC-CTA-IMPORTE(SUBINDICE-CTA) -
               VEC-CTA-COBRADO(SUBINDICE-CTA)
           IF WS-SALDO-FACTURA > ZERO AND
               VEC-CTA-EN-RECLAMO(SUBINDICE-CTA) = "S" THEN
               ADD 1 TO WS-CANT-EN-RECLAMO
           END-IF
           IF WS-SALDO-FACTURA > ZERO AND
               VEC-CTA-EN-RECLAMO(SUBINDICE-CTA) NOT = "S" THEN
               MOVE VEC-CTA-SUCURSAL(SUBINDICE-CTA) TO
                   WS-SUCURSAL-ENTRADA
               MOVE "N" TO WS-ADH-HALLADA
               MOVE FEMI-PERIODO TO VEC-CTA-PERIODO(WS-CANT-CTACTE)
               MOVE FEMI-IMPORTE TO VEC-CTA-IMPORTE(WS-CANT-CTACTE)
               MOVE ZERO TO VEC-CTA-COBRADO(WS-CANT-CTACTE)
               MOVE "N" TO VEC-CTA-EN-RECLAMO(WS-CANT-CTACTE)
           END-IF
           PERFORM LEER-FACTURA.

               ADD COB-IMPORTE TO VEC-CTA-COBRADO(SUBINDICE-CTA)
           END-IF.

      * Reclamos de las sucursales: el abierto retiene la factura
      * fuera de la presentacion; el resuelto a favor de la
      * sucursal descuenta lo reconocido (ya acreditado con su nota
      * de credito) del saldo a debitar.
       APLICAR-RECLAMOS-AL-VECTOR.
           MOVE "NO" TO WS-EOF-RECLAMOS
           OPEN INPUT RECLAMOS
           IF WS-STATUS-RECLAMOS = "00" THEN
               PERFORM LEER-RECLAMO
               PERFORM APLICAR-UN-RECLAMO UNTIL
                   WS-EOF-RECLAMOS = "SI"
               CLOSE RECLAMOS
           END-IF.

       LEER-RECLAMO.
           READ RECLAMOS
               AT END
                   MOVE "SI" TO WS-EOF-RECLAMOS
           END-READ.

       APLICAR-UN-RECLAMO.
           PERFORM APLICAR-RECLAMO-A-FACTURA
               VARYING SUBINDICE-CTA FROM 1 BY 1
               UNTIL SUBINDICE-CTA > WS-CANT-CTACTE
           PERFORM LEER-RECLAMO.

       APLICAR-RECLAMO-A-FACTURA.
           IF VEC-CTA-SUCURSAL(SUBINDICE-CTA) = REC-SUCURSAL AND
               VEC-CTA-PERIODO(SUBINDICE-CTA) = REC-PERIODO THEN
               EVALUATE TRUE
                   WHEN REC-ABIERTO
                       MOVE "S" TO VEC-CTA-EN-RECLAMO(SUBINDICE-CTA)
                   WHEN REC-A-FAVOR-SUCURSAL
                       ADD REC-IMPORTE-RECONOCIDO TO
                           VEC-CTA-COBRADO(SUBINDICE-CTA)
               END-EVALUATE
           END-IF.

      * Cada debito aceptado entra a CobranzasSucursal.dat como una
      * cobranza mas, con la fecha de hoy; el rechazado sale listado
      * para el circuito de cobranzas.
               MOVE RES-PERIODO TO COB-PERIODO
               MOVE WS-FECHA-HOY TO COB-FECHA
               MOVE RES-IMPORTE TO COB-IMPORTE
               MOVE SPACES TO COB-MEDIO
               MOVE SPACES TO COB-IMPUESTO
               MOVE SPACES TO COB-CERTIFICADO
               WRITE COBRANZAS_REG
           ELSE
               ADD 1 TO WS-CANT-RECHAZADOS
