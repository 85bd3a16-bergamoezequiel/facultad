      *          interes acumulados): cada corrida factura solo los
      *          meses nuevos, asi el proceso puede correr todos los
      *          meses sin cobrar dos veces el mismo atraso.
      *          Una factura con reclamo abierto en
      *          ReclamosFacturas.dat no genera interes mientras
      *          se discute; lo reconocido a la sucursal en un
      *          reclamo resuelto se descuenta de su saldo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       SELECT ND_EMITIDAS ASSIGN TO "NotasDebitoEmitidas.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-ND-EMITIDAS.

       SELECT RECLAMOS ASSIGN TO "ReclamosFacturas.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-RECLAMOS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
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

       FD PARAMETROS LABEL RECORD IS STANDARD.
       01 PARAMETROS_REG.
           03 NDE-PERIODO PIC 9(6).
           03 NDE-MESES PIC 9(3).
           03 NDE-INTERES PIC S9(9)V99.

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
       01 WS-STATUS-FACT-EMITIDAS PIC X(2) VALUE SPACES.
       01 WS-STATUS-FOLIO-ND PIC X(2) VALUE SPACES.
       01 WS-STATUS-NOTAS-DEBITO PIC X(2) VALUE SPACES.
       01 WS-STATUS-LIBRO-IVA PIC X(2) VALUE SPACES.
       01 WS-STATUS-RECLAMOS PIC X(2) VALUE SPACES.

       01 WS-EOF-FACT-EMITIDAS PIC X(2) VALUE "NO".
       01 WS-EOF-COBRANZAS PIC X(2) VALUE "NO".
       01 WS-EOF-SUCURSALES PIC X(2) VALUE "NO".
       01 WS-EOF-PARAMETROS PIC X(2) VALUE "NO".
       01 WS-EOF-RECLAMOS PIC X(2) VALUE "NO".
       01 WS-CANT-EN-RECLAMO PIC 9(4) VALUE ZERO.

      * Tasa mensual de interes por mora, en porcentaje (ej. 4,50).
      * Si no esta en Parametros.dat se pide por consola.
               05 VEC-CTA-ES-VTO PIC X(1).
               05 VEC-CTA-IMPORTE PIC S9(9)V99.
               05 VEC-CTA-COBRADO PIC S9(9)V99.
               05 VEC-CTA-EN-RECLAMO PIC X(1).

       01 WS-MAX-SUCURSALES PIC 9(3) VALUE 200.
       01 WS-CANT-SUCURSALES PIC 9(3) VALUE ZERO.
           03 FILLER PIC X(8) VALUE " TOTAL: ".
           03 LNDT-TOTAL PIC ZZZZZZZZ9,99.

       01 LINEA-VERIF-FACTURA.
           03 FILLER PIC X(24) VALUE "Codigo de verificacion: ".
           03 LVF-CODIGO PIC 9(8).

       01 BLANCO PIC X(1) VALUE SPACES.

       01 LINEA-LIBRO-IVA-ND.
           03 LLND-IVA PIC ZZZZZZZZ9,99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LLND-TOTAL PIC ZZZZZZZZ9,99.
      * Codigo de verificacion de recibos y facturas: dos
      * acumuladores encadenados sobre tipo de documento, numero,
      * titular, periodo e importe con signo. El mismo calculo esta
      * en cada programa que emite documentos y en
      * ConsultaAutenticidad, que lo recalcula: cambiarlo en todos.
       01 WS-CVER-DATOS.
           03 WS-CVER-TIPO PIC X(1).
           03 WS-CVER-NUMERO PIC 9(9).
           03 WS-CVER-TITULAR PIC X(5).
           03 WS-CVER-PERIODO PIC 9(6).
           03 WS-CVER-SIGNO PIC X(1).
           03 WS-CVER-IMPORTE PIC 9(9)V99.
       01 WS-CVER-CARACTERES REDEFINES WS-CVER-DATOS.
           03 WS-CVER-CARACTER PIC X(1) OCCURS 33 TIMES.
       01 TABLA-CVER-SIMBOLOS VALUE
           " 0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           03 VEC-CVER-SIMBOLO PIC X(1) OCCURS 37 TIMES.
       01 SUBINDICE-CVER PIC 9(2) VALUE ZERO.
       01 SUBINDICE-CVER-SIM PIC 9(2) VALUE ZERO.
       01 WS-CVER-IMPORTE-DOC PIC S9(9)V99 VALUE ZERO.
       01 WS-CVER-VALOR PIC 9(2) VALUE ZERO.
       01 WS-CVER-ACUM-A PIC 9(4) VALUE ZERO.
       01 WS-CVER-ACUM-B PIC 9(4) VALUE ZERO.
       01 WS-CVER-PRODUCTO PIC 9(8) VALUE ZERO.
       01 WS-CVER-COCIENTE PIC 9(8) VALUE ZERO.
       01 WS-CVER-CODIGO PIC 9(8) VALUE ZERO.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           PERFORM CARGAR-SUCURSALES-A-VECTOR
           PERFORM CARGAR-CTACTE-A-VECTOR
           PERFORM APLICAR-COBRANZAS-AL-VECTOR
           PERFORM APLICAR-RECLAMOS-AL-VECTOR
           PERFORM CARGAR-ND-EMITIDAS
           PERFORM LEER-FOLIO-ND

           PERFORM GRABAR-ND-EMITIDAS

           DISPLAY "NOTAS DE DEBITO EMITIDAS: " WS-CANT-ND-EMITIDAS
           DISPLAY "FACTURAS EXCLUIDAS POR RECLAMO ABIERTO: "
               WS-CANT-EN-RECLAMO
           DISPLAY "IMAGENES EN NotasDebito.dat"
           STOP RUN.

               END-IF
               MOVE FEMI-IMPORTE TO VEC-CTA-IMPORTE(WS-CANT-CTACTE)
               MOVE ZERO TO VEC-CTA-COBRADO(WS-CANT-CTACTE)
               MOVE "N" TO VEC-CTA-EN-RECLAMO(WS-CANT-CTACTE)
           END-IF
           PERFORM LEER-FACTURA.

               ADD COB-IMPORTE TO VEC-CTA-COBRADO(SUBINDICE-CTA)
           END-IF.

      * Reclamos de las sucursales: el abierto marca la factura
      * para que no genere interes; el resuelto a favor de la
      * sucursal descuenta lo reconocido (la nota de credito
      * emitida por ese importe) como si fuera cobrado.
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

       LEER-FOLIO-ND.
           MOVE ZERO TO WS-FOLIO-ND-ACTUAL
           OPEN INPUT FOLIO-NOTAS-DEBITO
           COMPUTE WS-SALDO-FACTURA =
               VEC-CTA-IMPORTE(SUBINDICE-CTA) -
               VEC-CTA-COBRADO(SUBINDICE-CTA)
           IF WS-SALDO-FACTURA > ZERO AND
               VEC-CTA-EN-RECLAMO(SUBINDICE-CTA) = "S" THEN
               ADD 1 TO WS-CANT-EN-RECLAMO
           END-IF
           IF WS-SALDO-FACTURA > ZERO AND
               VEC-CTA-EN-RECLAMO(SUBINDICE-CTA) NOT = "S" THEN
               MOVE VEC-CTA-FECHA(SUBINDICE-CTA) TO WS-FECHA-A-SERIE
               PERFORM CALCULAR-SERIE-DE-FECHA
               IF VEC-CTA-ES-VTO(SUBINDICE-CTA) = "V" THEN
               ADD 1 TO WS-CANT-ND-EMITIDAS
               PERFORM BUSCAR-SUCURSAL-DE-LA-ND
               PERFORM CALCULAR-IVA-ND
               PERFORM ASENTAR-ND-EN-CTACTE
               PERFORM GRABAR-IMAGEN-ND
               PERFORM GRABAR-LIBRO-IVA-ND
               PERFORM REGISTRAR-ND-EMITIDA
           END-IF.

           MOVE WS-IVA-ND TO LNDT-IVA
           MOVE WS-TOTAL-ND TO LNDT-TOTAL
           WRITE NOTAS_DEBITO_REG FROM LINEA-ND-TOTAL
           MOVE WS-CVER-CODIGO TO LVF-CODIGO
           WRITE NOTAS_DEBITO_REG FROM LINEA-VERIF-FACTURA
           WRITE NOTAS_DEBITO_REG FROM BLANCO.

       GRABAR-LIBRO-IVA-ND.

      * El documento entra a la cuenta corriente con estado D y el
      * periodo actual, asi CtaCteSucursales lo suma a la deuda como
      * cualquier otro comprobante. Se asienta antes de imprimir la
      * nota porque el codigo de verificacion sale del renglon.
       ASENTAR-ND-EN-CTACTE.
           MOVE VEC-CTA-SUCURSAL(SUBINDICE-CTA) TO FEMI-SUCURSAL
           MOVE WS-PERIODO-ACTUAL TO FEMI-PERIODO
           MOVE ZEROS TO FEMI-CAE
           MOVE ZEROS TO FEMI-CAE-VTO
           MOVE FEMI-FECHA-EMISION TO FEMI-FECHA-VTO
           MOVE ZEROS TO FEMI-CODIGO-PAGO
           PERFORM CALCULAR-CODIGO-VERIF-FACTURA
           WRITE FACTURAS_EMITIDAS_REG.

      * Numero de dia corrido aproximado (anios de 365 dias mas los
               VEC-DIAS-ACUM(WS-SERIE-MES) +
               WS-SERIE-DIA.

      * Cada renglon de cuenta corriente lleva su codigo de
      * verificacion; el numero del calculo es la fecha de emision
      * (la factura no tiene folio propio en el indice).
       CALCULAR-CODIGO-VERIF-FACTURA.
           MOVE FEMI-ESTADO TO WS-CVER-TIPO
           MOVE FEMI-FECHA-EMISION TO WS-CVER-NUMERO
           MOVE FEMI-SUCURSAL TO WS-CVER-TITULAR
           MOVE FEMI-PERIODO TO WS-CVER-PERIODO
           MOVE FEMI-IMPORTE TO WS-CVER-IMPORTE-DOC
           PERFORM CALCULAR-CODIGO-VERIFICACION
           MOVE WS-CVER-CODIGO TO FEMI-CODIGO-VERIF.

      * Codigo de verificacion del documento cargado en WS-CVER-*
      * (ver WS-CVER-DATOS); deja el resultado en WS-CVER-CODIGO.
       CALCULAR-CODIGO-VERIFICACION.
           IF WS-CVER-IMPORTE-DOC < ZERO THEN
               MOVE "-" TO WS-CVER-SIGNO
           ELSE
               MOVE "+" TO WS-CVER-SIGNO
           END-IF
           MOVE WS-CVER-IMPORTE-DOC TO WS-CVER-IMPORTE
           MOVE 4271 TO WS-CVER-ACUM-A
           MOVE 1693 TO WS-CVER-ACUM-B
           PERFORM ACUMULAR-CARACTER-CVER
               VARYING SUBINDICE-CVER FROM 1 BY 1
               UNTIL SUBINDICE-CVER > 33
           COMPUTE WS-CVER-CODIGO =
               WS-CVER-ACUM-A * 10000 + WS-CVER-ACUM-B.

       ACUMULAR-CARACTER-CVER.
           MOVE 38 TO WS-CVER-VALOR
           PERFORM BUSCAR-SIMBOLO-CVER
               VARYING SUBINDICE-CVER-SIM FROM 1 BY 1
               UNTIL SUBINDICE-CVER-SIM > 37 OR WS-CVER-VALOR < 38
           COMPUTE WS-CVER-PRODUCTO = WS-CVER-ACUM-A * 31 +
               WS-CVER-VALOR + SUBINDICE-CVER
           DIVIDE WS-CVER-PRODUCTO BY 9973 GIVING WS-CVER-COCIENTE
               REMAINDER WS-CVER-ACUM-A
           COMPUTE WS-CVER-PRODUCTO = WS-CVER-ACUM-B * 7 +
               WS-CVER-ACUM-A
           DIVIDE WS-CVER-PRODUCTO BY 9967 GIVING WS-CVER-COCIENTE
               REMAINDER WS-CVER-ACUM-B.

       BUSCAR-SIMBOLO-CVER.
           IF VEC-CVER-SIMBOLO(SUBINDICE-CVER-SIM) =
               WS-CVER-CARACTER(SUBINDICE-CVER) THEN
               MOVE SUBINDICE-CVER-SIM TO WS-CVER-VALOR
           END-IF.

       END PROGRAM NOTAS-DEBITO.
