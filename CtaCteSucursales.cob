      *          facturas cubiertas por un convenio de pago vigente
      *          y sin cuotas vencidas (ConveniosPago.dat) no entran
      *          en la carta; un convenio roto las reingresa solo.
      *          La cobranza registra tambien las retenciones que
      *          sufrimos cuando la sucursal es agente de retencion
      *          (impuesto, certificado e importe): cancelan la
      *          factura igual que el efectivo y forman el libro de
      *          retenciones sufridas del periodo
      *          (LibroRetencionesSufridas.dat) para las
      *          declaraciones juradas.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       SELECT CARTAS_RECLAMO ASSIGN TO "CartasReclamo.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

       SELECT LIBRO_RET_SUFRIDAS ASSIGN TO
             "LibroRetencionesSufridas.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

      * Plan de cuotas de los convenios de pago, solo consulta:
      * mientras el convenio de una factura este al dia, la factura
      * no entra en la carta de reclamo.
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

       FD DEUDA_SUCURSALES LABEL RECORD IS STANDARD.
       01 DEUDA_SUCURSALES_REG PIC X(110).
       FD CARTAS_RECLAMO LABEL RECORD IS STANDARD.
       01 CARTAS_RECLAMO_REG PIC X(80).

       FD LIBRO_RET_SUFRIDAS LABEL RECORD IS STANDARD.
       01 LIBRO_RET_SUFRIDAS_REG PIC X(100).

       FD CONVENIOS LABEL RECORD IS STANDARD.
       01 CONVENIOS_REG.
           03 CON-SUCURSAL PIC X(3).
           88 WS-OPCION-COBRANZA VALUE "1".
           88 WS-OPCION-DEUDA VALUE "2".
           88 WS-OPCION-CARTAS VALUE "3".
           88 WS-OPCION-LIBRO-RET VALUE "4".
           88 WS-OPCION-SALIR VALUE "5".

       01 WS-SUCURSAL-ENTRADA PIC X(3).
       01 WS-PERIODO-ENTRADA PIC X(6).
       01 WS-FECHA-ENTRADA PIC X(8).
       01 WS-IMPORTE-ENTRADA PIC 9(9)V99.

      * Retenciones de la cobranza en curso.
       01 WS-MAS-RETENCIONES PIC X(1) VALUE "N".
       01 WS-IMPUESTO-ENTRADA PIC X(1).
       01 WS-CERTIFICADO-ENTRADA PIC X(20).
       01 WS-RETENCION-ENTRADA PIC 9(9)V99.
       01 WS-CANT-RET-COBRANZA PIC 9(2) VALUE ZERO.
       01 WS-TOTAL-RET-COBRANZA PIC 9(9)V99 VALUE ZERO.
       01 WS-CERTIFICADO-REPETIDO PIC X(1) VALUE "N".
           88 WS-CERTIFICADO-REPETIDO-SI VALUE "S".

      * Libro de retenciones sufridas del periodo pedido.
       01 WS-PERIODO-LIBRO PIC X(6).
       01 WS-CANT-RET-LIBRO PIC 9(5) VALUE ZERO.
       01 WS-TOT-RET-GANANCIAS PIC 9(11)V99 VALUE ZERO.
       01 WS-TOT-RET-IVA PIC 9(11)V99 VALUE ZERO.
       01 WS-TOT-RET-IIBB PIC 9(11)V99 VALUE ZERO.
       01 WS-TOT-RET-GENERAL PIC 9(11)V99 VALUE ZERO.

       01 WS-DATOS-VALIDOS PIC X(1) VALUE "S".
           88 WS-DATOS-VALIDOS-SI VALUE "S".
       01 WS-FACTURA-ENCONTRADA PIC X(1) VALUE "N".
       01 LINEA-CARTA-BLANCO PIC X(80) VALUE SPACES.

       01 WS-CONTADOR-CARTAS PIC 9(4) VALUE ZERO.

       01 LINEA-LRS-ENC.
           03 FILLER PIC X(44) VALUE
               "LIBRO DE RETENCIONES SUFRIDAS DEL PERIODO   ".
           03 LRSE-PERIODO PIC X(6).

       01 LINEA-LRS-TITULOS.
           03 FILLER PIC X(40) VALUE
               "FECHA    SUC RAZON SOCIAL              ".
           03 FILLER PIC X(40) VALUE
               "CUIT        IMP CERTIFICADO         ".
           03 FILLER PIC X(12) VALUE
               "     IMPORTE".

       01 LINEA-LRS.
           03 LRS-FECHA PIC 9(8).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LRS-SUCURSAL PIC X(3).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LRS-RAZON PIC X(25).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LRS-CUIT PIC 9(11).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LRS-IMPUESTO PIC X(3).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LRS-CERTIFICADO PIC X(20).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LRS-IMPORTE PIC ZZZZZZZZ9,99.

       01 LINEA-LRS-TOTAL.
           03 LRST-ETIQUETA PIC X(30).
           03 LRST-IMPORTE PIC ZZZZZZZZZZ9,99.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           DISPLAY "1. REGISTRAR COBRANZA".
           DISPLAY "2. REPORTE DE DEUDA POR ANTIGUEDAD".
           DISPLAY "3. CARTAS DE RECLAMO POR SALDO VENCIDO".
           DISPLAY "4. LIBRO DE RETENCIONES SUFRIDAS".
           DISPLAY "5. SALIR".
           DISPLAY "--------------------------------------------".
           ACCEPT WS-OPCION.
           EVALUATE TRUE
                   PERFORM REPORTE-DEUDA
               WHEN WS-OPCION-CARTAS
                   PERFORM EMITIR-CARTAS
               WHEN WS-OPCION-LIBRO-RET
                   PERFORM EMITIR-LIBRO-RET-SUFRIDAS
               WHEN WS-OPCION-SALIR
                   CONTINUE
               WHEN OTHER
           IF WS-DATOS-VALIDOS-SI THEN
               DISPLAY "FECHA DE COBRANZA (AAAAMMDD): "
               ACCEPT WS-FECHA-ENTRADA
               DISPLAY "IMPORTE COBRADO EN DINERO (0 SI SOLO HAY "
                       "RETENCIONES): "
               MOVE ZERO TO WS-IMPORTE-ENTRADA
               ACCEPT WS-IMPORTE-ENTRADA
               IF WS-FECHA-ENTRADA NOT NUMERIC THEN
                   DISPLAY "DATOS INVALIDOS, COBRANZA CANCELADA"
               ELSE
                   PERFORM REGISTRAR-MEDIOS-COBRANZA
               END-IF
           END-IF.

      * El dinero y cada retencion van en renglones propios de
      * CobranzasSucursal.dat contra la misma factura: todos
      * cancelan deuda, y la conciliacion bancaria solo mira el
      * dinero.
       REGISTRAR-MEDIOS-COBRANZA.
           MOVE ZERO TO WS-CANT-RET-COBRANZA
           MOVE ZERO TO WS-TOTAL-RET-COBRANZA
           OPEN EXTEND COBRANZAS
           IF WS-STATUS-COBRANZAS = "35" THEN
               OPEN OUTPUT COBRANZAS
               CLOSE COBRANZAS
               OPEN EXTEND COBRANZAS
           END-IF
           IF WS-IMPORTE-ENTRADA NOT = ZERO THEN
               MOVE WS-SUCURSAL-ENTRADA TO COB-SUCURSAL
               MOVE WS-PERIODO-ENTRADA TO COB-PERIODO
               MOVE WS-FECHA-ENTRADA TO COB-FECHA
               MOVE WS-IMPORTE-ENTRADA TO COB-IMPORTE
               MOVE SPACES TO COB-MEDIO
               MOVE SPACES TO COB-IMPUESTO
               MOVE SPACES TO COB-CERTIFICADO
               WRITE COBRANZAS_REG
           END-IF
           CLOSE COBRANZAS
           DISPLAY "RETENCIONES SUFRIDAS EN ESTA COBRANZA (S/N)? "
           ACCEPT WS-MAS-RETENCIONES
           PERFORM PEDIR-RETENCION UNTIL WS-MAS-RETENCIONES NOT = "S"
           IF WS-IMPORTE-ENTRADA = ZERO AND
               WS-CANT-RET-COBRANZA = ZERO THEN
               DISPLAY "SIN DINERO NI RETENCIONES, NO SE REGISTRO "
                       "NADA"
           ELSE
               DISPLAY "COBRANZA REGISTRADA: DINERO "
                   WS-IMPORTE-ENTRADA " RETENCIONES "
                   WS-TOTAL-RET-COBRANZA
           END-IF.

       PEDIR-RETENCION.
           DISPLAY "IMPUESTO (G=GANANCIAS I=IVA B=INGRESOS BRUTOS): "
           ACCEPT WS-IMPUESTO-ENTRADA
           DISPLAY "NUMERO DE CERTIFICADO: "
           ACCEPT WS-CERTIFICADO-ENTRADA
           DISPLAY "IMPORTE RETENIDO: "
           MOVE ZERO TO WS-RETENCION-ENTRADA
           ACCEPT WS-RETENCION-ENTRADA
           IF (WS-IMPUESTO-ENTRADA NOT = "G" AND
               WS-IMPUESTO-ENTRADA NOT = "I" AND
               WS-IMPUESTO-ENTRADA NOT = "B") OR
               WS-CERTIFICADO-ENTRADA = SPACES OR
               WS-RETENCION-ENTRADA = ZERO THEN
               DISPLAY "RETENCION INVALIDA, NO SE REGISTRA"
           ELSE
               PERFORM VERIFICAR-CERTIFICADO-REPETIDO
               IF WS-CERTIFICADO-REPETIDO-SI THEN
                   DISPLAY "ESE CERTIFICADO YA ESTA REGISTRADO PARA "
                           "ESE IMPUESTO, NO SE REGISTRA"
               ELSE
                   PERFORM GRABAR-RETENCION
               END-IF
           END-IF
           DISPLAY "OTRA RETENCION (S/N)? "
           ACCEPT WS-MAS-RETENCIONES.

      * Un certificado se computa una sola vez: el mismo numero para
      * el mismo impuesto ya cargado en cualquier cobranza se
      * rechaza.
       VERIFICAR-CERTIFICADO-REPETIDO.
           MOVE "N" TO WS-CERTIFICADO-REPETIDO
           MOVE "NO" TO WS-EOF-COBRANZAS
           OPEN INPUT COBRANZAS
           IF WS-STATUS-COBRANZAS = "00" THEN
               PERFORM LEER-COBRANZA
               PERFORM COTEJAR-CERTIFICADO UNTIL
                   WS-EOF-COBRANZAS = "SI" OR
                   WS-CERTIFICADO-REPETIDO-SI
               CLOSE COBRANZAS
           END-IF.

       COTEJAR-CERTIFICADO.
           IF COB-RETENCION AND
               COB-IMPUESTO = WS-IMPUESTO-ENTRADA AND
               COB-CERTIFICADO = WS-CERTIFICADO-ENTRADA THEN
               MOVE "S" TO WS-CERTIFICADO-REPETIDO
           ELSE
               PERFORM LEER-COBRANZA
           END-IF.

       GRABAR-RETENCION.
           OPEN EXTEND COBRANZAS
           IF WS-STATUS-COBRANZAS = "35" THEN
               OPEN OUTPUT COBRANZAS
               CLOSE COBRANZAS
               OPEN EXTEND COBRANZAS
           END-IF
           MOVE WS-SUCURSAL-ENTRADA TO COB-SUCURSAL
           MOVE WS-PERIODO-ENTRADA TO COB-PERIODO
           MOVE WS-FECHA-ENTRADA TO COB-FECHA
           MOVE WS-RETENCION-ENTRADA TO COB-IMPORTE
           MOVE "R" TO COB-MEDIO
           MOVE WS-IMPUESTO-ENTRADA TO COB-IMPUESTO
           MOVE WS-CERTIFICADO-ENTRADA TO COB-CERTIFICADO
           WRITE COBRANZAS_REG
           CLOSE COBRANZAS
           ADD 1 TO WS-CANT-RET-COBRANZA
           ADD WS-RETENCION-ENTRADA TO WS-TOTAL-RET-COBRANZA.

       VERIFICAR-FACTURA-DEL-PERIODO.
           MOVE "N" TO WS-FACTURA-ENCONTRADA
           MOVE "NO" TO WS-EOF-FACT-EMITIDAS
               PERFORM LEER-FACTURA-EMITIDA
           END-IF.

      * Rearma en memoria la cuenta corriente completa: todas las
      * facturas emitidas, con lo cobrado de cada una acumulado en
      * contra.
               ADD 1 TO WS-CONTADOR-CARTAS
           END-IF.

      * Libro de retenciones sufridas: las retenciones cuya fecha
      * de cobranza cae en el periodo pedido, con los datos del
      * agente de retencion y totales por impuesto.
       EMITIR-LIBRO-RET-SUFRIDAS.
           DISPLAY "PERIODO (AAAAMM): "
           ACCEPT WS-PERIODO-LIBRO
           IF WS-PERIODO-LIBRO NOT NUMERIC THEN
               DISPLAY "PERIODO INVALIDO"
           ELSE
               MOVE ZERO TO WS-CANT-RET-LIBRO
               MOVE ZERO TO WS-TOT-RET-GANANCIAS
               MOVE ZERO TO WS-TOT-RET-IVA
               MOVE ZERO TO WS-TOT-RET-IIBB
               MOVE ZERO TO WS-TOT-RET-GENERAL
               OPEN OUTPUT LIBRO_RET_SUFRIDAS
               MOVE WS-PERIODO-LIBRO TO LRSE-PERIODO
               WRITE LIBRO_RET_SUFRIDAS_REG FROM LINEA-LRS-ENC
               WRITE LIBRO_RET_SUFRIDAS_REG FROM LINEA-LRS-TITULOS
               MOVE "NO" TO WS-EOF-COBRANZAS
               OPEN INPUT COBRANZAS
               IF WS-STATUS-COBRANZAS = "00" THEN
                   PERFORM LEER-COBRANZA
                   PERFORM LISTAR-RETENCION-SUFRIDA UNTIL
                       WS-EOF-COBRANZAS = "SI"
                   CLOSE COBRANZAS
               END-IF
               PERFORM GRABAR-TOTALES-LIBRO-RET
               CLOSE LIBRO_RET_SUFRIDAS
               DISPLAY "RETENCIONES DEL PERIODO: " WS-CANT-RET-LIBRO
               DISPLAY "LIBRO GRABADO EN LibroRetencionesSufridas.dat"
           END-IF.

       LISTAR-RETENCION-SUFRIDA.
           IF COB-RETENCION AND
               COB-FECHA(1:6) = WS-PERIODO-LIBRO THEN
               MOVE COB-FECHA TO LRS-FECHA
               MOVE COB-SUCURSAL TO LRS-SUCURSAL
               MOVE COB-SUCURSAL TO WS-SUCURSAL-ENTRADA
               PERFORM BUSCAR-SUCURSAL-TABLA
               IF WS-SUC-ENCONTRADA-SI THEN
                   MOVE VEC-SUC-RAZON(SUBINDICE-SUC) TO LRS-RAZON
                   MOVE VEC-SUC-CUIT(SUBINDICE-SUC) TO LRS-CUIT
               ELSE
                   MOVE "SUCURSAL NO EN MAESTRO" TO LRS-RAZON
                   MOVE ZEROS TO LRS-CUIT
               END-IF
               EVALUATE TRUE
                   WHEN COB-RET-GANANCIAS
                       MOVE "GAN" TO LRS-IMPUESTO
                       ADD COB-IMPORTE TO WS-TOT-RET-GANANCIAS
                   WHEN COB-RET-IVA
                       MOVE "IVA" TO LRS-IMPUESTO
                       ADD COB-IMPORTE TO WS-TOT-RET-IVA
                   WHEN OTHER
                       MOVE "IIB" TO LRS-IMPUESTO
                       ADD COB-IMPORTE TO WS-TOT-RET-IIBB
               END-EVALUATE
               MOVE COB-CERTIFICADO TO LRS-CERTIFICADO
               MOVE COB-IMPORTE TO LRS-IMPORTE
               WRITE LIBRO_RET_SUFRIDAS_REG FROM LINEA-LRS
               ADD COB-IMPORTE TO WS-TOT-RET-GENERAL
               ADD 1 TO WS-CANT-RET-LIBRO
           END-IF
           PERFORM LEER-COBRANZA.

       GRABAR-TOTALES-LIBRO-RET.
           MOVE "TOTAL RETENCIONES GANANCIAS  " TO LRST-ETIQUETA
           MOVE WS-TOT-RET-GANANCIAS TO LRST-IMPORTE
           WRITE LIBRO_RET_SUFRIDAS_REG FROM LINEA-LRS-TOTAL
           MOVE "TOTAL RETENCIONES IVA        " TO LRST-ETIQUETA
           MOVE WS-TOT-RET-IVA TO LRST-IMPORTE
           WRITE LIBRO_RET_SUFRIDAS_REG FROM LINEA-LRS-TOTAL
           MOVE "TOTAL RETENCIONES ING. BRUTOS" TO LRST-ETIQUETA
           MOVE WS-TOT-RET-IIBB TO LRST-IMPORTE
           WRITE LIBRO_RET_SUFRIDAS_REG FROM LINEA-LRS-TOTAL
           MOVE "TOTAL GENERAL DEL PERIODO    " TO LRST-ETIQUETA
           MOVE WS-TOT-RET-GENERAL TO LRST-IMPORTE
           WRITE LIBRO_RET_SUFRIDAS_REG FROM LINEA-LRS-TOTAL.

      * Numero de dia corrido aproximado (anios de 365 dias mas los
      * bisiestos acumulados); alcanza para una antiguedad en dias.
       CALCULAR-SERIE-DE-FECHA.
