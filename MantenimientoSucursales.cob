      * Purpose: Alta y modificacion de sucursales sobre
      *          Sucursales.dat, validando el CUIT y evitando
      *          codigos de sucursal duplicados antes de grabar el
      *          maestro. Lleva ademas el limite de credito de cada
      *          sucursal: el control de credito compara el saldo
      *          (FacturasEmitidas menos CobranzasSucursal) contra el
      *          limite y bloquea a las morosas; el desbloqueo pasa
      *          por la doble firma de AutorizacionesPendientes.
      *          Tambien guarda la jurisdiccion de Ingresos Brutos de
      *          la sucursal (codigo de la Comision Arbitral), con la
      *          que la corrida busca en PadronIIBB.dat la alicuota de
      *          percepcion de su CUIT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-BITACORA.

      * Cola de doble firma: el desbloqueo de una sucursal morosa
      * queda pendiente hasta que un supervisor lo apruebe en
      * AutorizacionesPendientes; con la aprobacion registrada el
      * mismo mantenimiento lo ejecuta y la marca consumida.
       SELECT AUTORIZACIONES ASSIGN TO "AutorizacionesPendientes.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-AUTORIZACIONES.

      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
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

       FD AUDITORIA_SUCURSALES LABEL RECORD IS STANDARD.
       01 AUDITORIA_SUCURSALES_REG.
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

       FD USUARIOS LABEL RECORD IS STANDARD.
       01 USUARIOS_REG.
               88 USU-DEBE-CAMBIAR-CLAVE VALUE "F".
           03 USU-CLAVES-ANTERIORES.
               05 USU-CLAVE-ANT PIC X(8) OCCURS 3 TIMES.
      * Sucursal que coordina (blanco si no es coordinador).
           03 USU-SUCURSAL-COORD PIC X(3).

       FD INTENTOS-FALLIDOS LABEL RECORD IS STANDARD.
       01 INTENTOS-FALLIDOS-REG.
           03 BIT-RESULTADO PIC X(10).
           03 BIT-CONTADOR-1 PIC 9(8).
           03 BIT-CONTADOR-2 PIC 9(8).

       FD AUTORIZACIONES LABEL RECORD IS STANDARD.
       01 AUTORIZACIONES_REG.
           03 AUT-OPERACION PIC X(10).
           03 AUT-DETALLE PIC X(40).
           03 AUT-FECHA-PEDIDO PIC 9(8).
           03 AUT-OPERADOR PIC X(8).
           03 AUT-ESTADO PIC X(1).
               88 AUT-PENDIENTE VALUE "P".
               88 AUT-APROBADA VALUE "A".
               88 AUT-RECHAZADA VALUE "R".
               88 AUT-EJECUTADA VALUE "E".
           03 AUT-SUPERVISOR PIC X(8).
           03 AUT-MOTIVO PIC X(30).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-EOF-SUCURSALES PIC X(2) VALUE "NO".
           03 WS-IMG-ZONA PIC X(2).
           03 WS-IMG-ESTADO PIC X(1).
           03 WS-IMG-FECHA-CIERRE PIC 9(8).
           03 WS-IMG-DIAS-PAGO PIC 9(3).
           03 WS-IMG-LIMITE-CREDITO PIC 9(9)V99.
           03 WS-IMG-BLOQUEO PIC X(1).
           03 WS-IMG-JURISDICCION PIC 9(3).
       01 WS-IMAGEN-ANTERIOR PIC X(200) VALUE SPACES.
       01 WS-OPERADOR-ACTUAL PIC X(8) VALUE SPACES.

               05 VEC-SUC-ESTADO PIC X(1).
               05 VEC-SUC-FECHA-CIERRE PIC 9(8).
               05 VEC-SUC-DIAS-PAGO PIC 9(3).
               05 VEC-SUC-LIMITE-CREDITO PIC 9(9)V99.
               05 VEC-SUC-BLOQUEO PIC X(1).
               05 VEC-SUC-JURISDICCION PIC 9(3).
               05 VEC-SUC-SALDO PIC S9(10)V99.

       01 WS-SUC-ENCONTRADA PIC X(1) VALUE "N".
           88 WS-SUC-ENCONTRADA-SI VALUE "S".
           88 WS-OPCION-ALTA VALUE "1".
           88 WS-OPCION-MODIFICAR VALUE "2".
           88 WS-OPCION-CIERRE VALUE "3".
           88 WS-OPCION-CONTROL-CREDITO VALUE "4".
           88 WS-OPCION-DESBLOQUEO VALUE "5".
           88 WS-OPCION-SALIR VALUE "6".

       01 WS-SUCURSAL-BUSCADA PIC X(3).
       01 WS-CAMPO-ENTRADA-25 PIC X(25).
       01 WS-CUIT-DIGITOS REDEFINES WS-CUIT-ENTRADA.
           03 WS-CUIT-DIGITO PIC 9(1) OCCURS 11 TIMES.
       01 WS-DIAS-PAGO-ENTRADA PIC X(3) VALUE SPACES.
       01 WS-LIMITE-ENTRADA PIC 9(9)V99 VALUE ZERO.
       01 WS-JURISDICCION-ENTRADA PIC X(3) VALUE SPACES.
       01 WS-JURISDICCION-NUM PIC 9(3) VALUE ZERO.
           88 WS-JURISDICCION-VALIDA VALUES 0, 901 THRU 924.

       01 WS-DATOS-VALIDOS PIC X(1) VALUE "S".
           88 WS-DATOS-VALIDOS-SI VALUE "S".

       01 WS-STATUS-TRABA-MAESTRO PIC X(2) VALUE SPACES.
       01 WS-TRABA-MAESTRO-TOMADA PIC X(1) VALUE "N".

      * Control de credito: saldo de cada sucursal acumulado en la
      * tabla en una sola pasada por facturas y cobranzas.
       01 WS-CANT-BLOQUEADAS PIC 9(3) VALUE ZERO.
       01 WS-CANT-EXCEDIDAS PIC 9(3) VALUE ZERO.
       01 WS-SALDO-EDITADO PIC -Z.ZZZ.ZZZ.ZZ9,99.
       01 WS-LIMITE-EDITADO PIC Z.ZZZ.ZZZ.ZZ9,99.

      * Soporte de la doble firma: la cola entera en memoria para
      * ubicar la aprobacion y marcarla consumida.
       01 WS-STATUS-AUTORIZACIONES PIC X(2) VALUE SPACES.
       01 WS-EOF-AUTORIZACIONES PIC X(2) VALUE "NO".
       01 WS-MAX-AUTS PIC 9(3) VALUE 200.
       01 WS-CANT-AUTS PIC 9(3) VALUE ZERO.
       01 SUBINDICE-AUT PIC 9(3) VALUE ZERO.
       01 WS-AUT-HALLADA PIC X(1) VALUE "N".
           88 WS-AUT-APROBADA-SI VALUE "S".
       01 WS-AUT-PENDIENTE PIC X(1) VALUE "N".
           88 WS-AUT-PENDIENTE-SI VALUE "S".
       01 WS-AUT-OPERACION PIC X(10) VALUE SPACES.
       01 WS-AUT-DETALLE PIC X(40) VALUE SPACES.
       01 WS-AUT-OPERADOR PIC X(8) VALUE SPACES.
       01 WS-AUT-FECHA-HOY PIC 9(8) VALUE ZERO.
       01 TABLA-AUTORIZACIONES.
           03 ELEM-AUT OCCURS 200 TIMES.
               05 VEC-AUT-OPERACION PIC X(10).
               05 VEC-AUT-DETALLE PIC X(40).
               05 VEC-AUT-FECHA PIC 9(8).
               05 VEC-AUT-OPERADOR PIC X(8).
               05 VEC-AUT-ESTADO PIC X(1).
               05 VEC-AUT-SUPERVISOR PIC X(8).
               05 VEC-AUT-MOTIVO PIC X(30).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           MOVE VEC-SUC-ZONA(SUBINDICE-SUC) TO WS-IMG-ZONA
           MOVE VEC-SUC-ESTADO(SUBINDICE-SUC) TO WS-IMG-ESTADO
           MOVE VEC-SUC-FECHA-CIERRE(SUBINDICE-SUC) TO
               WS-IMG-FECHA-CIERRE
           MOVE VEC-SUC-DIAS-PAGO(SUBINDICE-SUC) TO WS-IMG-DIAS-PAGO
           MOVE VEC-SUC-LIMITE-CREDITO(SUBINDICE-SUC) TO
               WS-IMG-LIMITE-CREDITO
           MOVE VEC-SUC-BLOQUEO(SUBINDICE-SUC) TO WS-IMG-BLOQUEO
           MOVE VEC-SUC-JURISDICCION(SUBINDICE-SUC) TO
               WS-IMG-JURISDICCION.

      * Deja en la pista de auditoria la operacion recien aplicada.
      * La imagen anterior viene cargada en WS-IMAGEN-ANTERIOR (en
           ELSE
               MOVE ZEROS TO VEC-SUC-DIAS-PAGO(SUBINDICE-SUC)
           END-IF
      * Registros anteriores al limite de credito vienen cortos:
      * quedan sin limite y sin bloqueo.
           IF SUC-LIMITE-CREDITO NUMERIC THEN
               MOVE SUC-LIMITE-CREDITO TO
                   VEC-SUC-LIMITE-CREDITO(SUBINDICE-SUC)
           ELSE
               MOVE ZEROS TO VEC-SUC-LIMITE-CREDITO(SUBINDICE-SUC)
           END-IF
           IF SUC-BLOQUEADA OR SUC-DESBLOQUEO-AUTORIZADO THEN
               MOVE SUC-BLOQUEO TO VEC-SUC-BLOQUEO(SUBINDICE-SUC)
           ELSE
               MOVE SPACE TO VEC-SUC-BLOQUEO(SUBINDICE-SUC)
           END-IF
           IF SUC-JURISDICCION NUMERIC THEN
               MOVE SUC-JURISDICCION TO
                   VEC-SUC-JURISDICCION(SUBINDICE-SUC)
           ELSE
               MOVE ZEROS TO VEC-SUC-JURISDICCION(SUBINDICE-SUC)
           END-IF
           ADD 1 TO SUBINDICE-SUC
           PERFORM LEER_SUCURSAL.

           MOVE VEC-SUC-FECHA-CIERRE(SUBINDICE-SUC) TO
               SUC-FECHA-CIERRE
           MOVE VEC-SUC-DIAS-PAGO(SUBINDICE-SUC) TO SUC-DIAS-PAGO
           MOVE VEC-SUC-LIMITE-CREDITO(SUBINDICE-SUC) TO
               SUC-LIMITE-CREDITO
           MOVE VEC-SUC-BLOQUEO(SUBINDICE-SUC) TO SUC-BLOQUEO
           MOVE VEC-SUC-JURISDICCION(SUBINDICE-SUC) TO
               SUC-JURISDICCION
           WRITE SUCURSALES_REG
           ADD 1 TO SUBINDICE-SUC.

           DISPLAY "1. ALTA".
           DISPLAY "2. MODIFICACION".
           DISPLAY "3. CIERRE DE SUCURSAL".
           DISPLAY "4. CONTROL DE CREDITO".
           DISPLAY "5. DESBLOQUEO DE SUCURSAL MOROSA".
           DISPLAY "6. SALIR".
           DISPLAY "------------------------------------------".
           ACCEPT WS-OPCION.
           EVALUATE TRUE
                       DISPLAY "SOLO UN SUPERVISOR PUEDE CERRAR UNA "
                               "SUCURSAL"
                   END-IF
               WHEN WS-OPCION-CONTROL-CREDITO
                   IF WS-PERFIL-PUEDE-OPERAR THEN
                       PERFORM CONTROLAR-CREDITO
                   ELSE
                       DISPLAY "SU PERFIL NO PERMITE EL CONTROL DE "
                               "CREDITO"
                   END-IF
               WHEN WS-OPCION-DESBLOQUEO
                   IF WS-PERFIL-PUEDE-OPERAR THEN
                       PERFORM DESBLOQUEAR-SUCURSAL
                   ELSE
                       DISPLAY "SU PERFIL NO PERMITE DESBLOQUEOS"
                   END-IF
               WHEN WS-OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                               VEC-SUC-DIAS-PAGO
                                   (WS-CANT-SUCURSALES + 1)
                       END-IF
                       DISPLAY "LIMITE DE CREDITO (0 = SIN LIMITE): "
                       MOVE ZERO TO WS-LIMITE-ENTRADA
                       ACCEPT WS-LIMITE-ENTRADA
                       MOVE WS-LIMITE-ENTRADA TO
                           VEC-SUC-LIMITE-CREDITO
                               (WS-CANT-SUCURSALES + 1)
                       MOVE SPACE TO
                           VEC-SUC-BLOQUEO(WS-CANT-SUCURSALES + 1)
                       PERFORM PEDIR-JURISDICCION
                       MOVE WS-JURISDICCION-NUM TO
                           VEC-SUC-JURISDICCION
                               (WS-CANT-SUCURSALES + 1)
                       ADD 1 TO WS-CANT-SUCURSALES
                       MOVE WS-SUCURSAL-BUSCADA TO
                           VEC-SUC-SUCURSAL(WS-CANT-SUCURSALES)
                   MOVE WS-DIAS-PAGO-ENTRADA TO
                       VEC-SUC-DIAS-PAGO(SUBINDICE-SUC)
               END-IF

      * El limite se cambia aca; el bloqueo no: lo pone el control
      * de credito y solo lo levanta la doble firma.
               MOVE VEC-SUC-LIMITE-CREDITO(SUBINDICE-SUC) TO
                   WS-LIMITE-EDITADO
               DISPLAY "LIMITE DE CREDITO ACTUAL: " WS-LIMITE-EDITADO
               DISPLAY "CAMBIA EL LIMITE DE CREDITO (S/N)? "
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = "S" THEN
                   DISPLAY "NUEVO LIMITE (0 = SIN LIMITE): "
                   MOVE ZERO TO WS-LIMITE-ENTRADA
                   ACCEPT WS-LIMITE-ENTRADA
                   MOVE WS-LIMITE-ENTRADA TO
                       VEC-SUC-LIMITE-CREDITO(SUBINDICE-SUC)
               END-IF

               DISPLAY "JURISDICCION IIBB ACTUAL: "
                   VEC-SUC-JURISDICCION(SUBINDICE-SUC)
               DISPLAY "CAMBIA LA JURISDICCION (S/N)? "
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = "S" THEN
                   PERFORM PEDIR-JURISDICCION
                   MOVE WS-JURISDICCION-NUM TO
                       VEC-SUC-JURISDICCION(SUBINDICE-SUC)
               END-IF
               PERFORM ARMAR-IMAGEN-SUCURSAL
               MOVE "M" TO ASUC-OPERACION
               PERFORM GRABAR-AUDITORIA
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF.

      * Codigo de jurisdiccion del Convenio Multilateral (901 Capital
      * Federal ... 924 Tierra del Fuego). En blanco o fuera de la
      * tabla la sucursal queda sin percepcion, con aviso.
       PEDIR-JURISDICCION.
           DISPLAY "JURISDICCION IIBB (901 A 924, ENTER = SIN "
                   "PERCEPCION): "
           MOVE SPACES TO WS-JURISDICCION-ENTRADA
           ACCEPT WS-JURISDICCION-ENTRADA
           MOVE ZERO TO WS-JURISDICCION-NUM
           IF WS-JURISDICCION-ENTRADA NOT = SPACES THEN
               IF WS-JURISDICCION-ENTRADA NUMERIC THEN
                   MOVE WS-JURISDICCION-ENTRADA TO WS-JURISDICCION-NUM
               END-IF
               IF NOT WS-JURISDICCION-VALIDA OR
                   WS-JURISDICCION-ENTRADA NOT NUMERIC THEN
                   DISPLAY "JURISDICCION INVALIDA, QUEDA SIN "
                           "PERCEPCION"
                   MOVE ZERO TO WS-JURISDICCION-NUM
               END-IF
           END-IF.

       CALCULAR-VERIFICADOR-CUIT.
           MOVE ZERO TO WS-CUIT-SUMA
           PERFORM ACUMULAR-DIGITO-CUIT
           OPEN OUTPUT TRABA-MAESTRO
           CLOSE TRABA-MAESTRO.

      * Control de credito: el saldo de cada sucursal es lo
      * facturado (facturas y notas de debito, menos notas de
      * credito) menos lo cobrado. Una sucursal activa con limite
      * que lo supera queda bloqueada y deja de recibir agenda
      * nueva; la que ya estaba bloqueada sigue asi aunque haya
      * pagado, porque el desbloqueo es siempre con doble firma.
       CONTROLAR-CREDITO.
           PERFORM LIMPIAR-SALDO-SUC
               VARYING SUBINDICE-SUC FROM 1 BY 1
               UNTIL SUBINDICE-SUC > WS-CANT-SUCURSALES
           MOVE "NO" TO WS-EOF-AUXILIAR
           OPEN INPUT FACTURAS_EMITIDAS
           IF WS-STATUS-FACT-EMITIDAS = "00" THEN
               PERFORM LEER-FACTURA-EMITIDA
               PERFORM ACUMULAR-FACTURA-CREDITO UNTIL
                   WS-EOF-AUXILIAR = "SI"
               CLOSE FACTURAS_EMITIDAS
           END-IF
           MOVE "NO" TO WS-EOF-AUXILIAR
           OPEN INPUT COBRANZAS
           IF WS-STATUS-COBRANZAS = "00" THEN
               PERFORM LEER-COBRANZA-CIERRE
               PERFORM ACUMULAR-COBRANZA-CREDITO UNTIL
                   WS-EOF-AUXILIAR = "SI"
               CLOSE COBRANZAS
           END-IF
           MOVE ZERO TO WS-CANT-EXCEDIDAS
           MOVE ZERO TO WS-CANT-BLOQUEADAS
           DISPLAY "SUC RAZON SOCIAL                      SALDO"
               "            LIMITE ESTADO"
           PERFORM EVALUAR-CREDITO-SUC
               VARYING SUBINDICE-SUC FROM 1 BY 1
               UNTIL SUBINDICE-SUC > WS-CANT-SUCURSALES
           DISPLAY "SUCURSALES SOBRE SU LIMITE: " WS-CANT-EXCEDIDAS
           DISPLAY "BLOQUEADAS EN ESTE CONTROL: " WS-CANT-BLOQUEADAS
           MOVE "CREDIT" TO BIT-EVENTO
           MOVE "OK" TO BIT-RESULTADO
           MOVE WS-CANT-EXCEDIDAS TO BIT-CONTADOR-1
           MOVE WS-CANT-BLOQUEADAS TO BIT-CONTADOR-2
           PERFORM GRABAR-BITACORA.

       LIMPIAR-SALDO-SUC.
           MOVE ZERO TO VEC-SUC-SALDO(SUBINDICE-SUC).

       ACUMULAR-FACTURA-CREDITO.
           IF FEMI-EMITIDA OR FEMI-NOTA-DEBITO OR FEMI-NOTA-CREDITO
               THEN
               MOVE FEMI-SUCURSAL TO WS-SUCURSAL-BUSCADA
               PERFORM BUSCAR-SUCURSAL-TABLA
               IF WS-SUC-ENCONTRADA-SI THEN
                   ADD FEMI-IMPORTE TO VEC-SUC-SALDO(SUBINDICE-SUC)
               END-IF
           END-IF
           PERFORM LEER-FACTURA-EMITIDA.

       ACUMULAR-COBRANZA-CREDITO.
           MOVE COB-SUCURSAL TO WS-SUCURSAL-BUSCADA
           PERFORM BUSCAR-SUCURSAL-TABLA
           IF WS-SUC-ENCONTRADA-SI THEN
               SUBTRACT COB-IMPORTE FROM VEC-SUC-SALDO(SUBINDICE-SUC)
           END-IF
           PERFORM LEER-COBRANZA-CIERRE.

      * Una sucursal desbloqueada con autorizacion (D) no se vuelve
      * a bloquear mientras siga excedida; cuando su saldo vuelve
      * dentro del limite pierde la excepcion y el proximo exceso
      * la bloquea de nuevo.
       EVALUAR-CREDITO-SUC.
           IF VEC-SUC-ESTADO(SUBINDICE-SUC) NOT = "C" AND
               VEC-SUC-LIMITE-CREDITO(SUBINDICE-SUC) > ZERO THEN
               IF VEC-SUC-SALDO(SUBINDICE-SUC) >
                   VEC-SUC-LIMITE-CREDITO(SUBINDICE-SUC) THEN
                   ADD 1 TO WS-CANT-EXCEDIDAS
                   IF VEC-SUC-BLOQUEO(SUBINDICE-SUC) = SPACE THEN
                       PERFORM ARMAR-IMAGEN-SUCURSAL
                       MOVE WS-IMAGEN-SUC-GRUPO TO WS-IMAGEN-ANTERIOR
                       MOVE "B" TO VEC-SUC-BLOQUEO(SUBINDICE-SUC)
                       PERFORM ARMAR-IMAGEN-SUCURSAL
                       MOVE "K" TO ASUC-OPERACION
                       PERFORM GRABAR-AUDITORIA
                       ADD 1 TO WS-CANT-BLOQUEADAS
                   END-IF
                   PERFORM MOSTRAR-CREDITO-SUC
               ELSE
                   IF VEC-SUC-BLOQUEO(SUBINDICE-SUC) = "D" THEN
                       PERFORM ARMAR-IMAGEN-SUCURSAL
                       MOVE WS-IMAGEN-SUC-GRUPO TO WS-IMAGEN-ANTERIOR
                       MOVE SPACE TO VEC-SUC-BLOQUEO(SUBINDICE-SUC)
                       PERFORM ARMAR-IMAGEN-SUCURSAL
                       MOVE "K" TO ASUC-OPERACION
                       PERFORM GRABAR-AUDITORIA
                   END-IF
                   IF VEC-SUC-BLOQUEO(SUBINDICE-SUC) = "B" THEN
                       PERFORM MOSTRAR-CREDITO-SUC
                   END-IF
               END-IF
           END-IF.

       MOSTRAR-CREDITO-SUC.
           MOVE VEC-SUC-SALDO(SUBINDICE-SUC) TO WS-SALDO-EDITADO
           MOVE VEC-SUC-LIMITE-CREDITO(SUBINDICE-SUC) TO
               WS-LIMITE-EDITADO
           EVALUATE VEC-SUC-BLOQUEO(SUBINDICE-SUC)
               WHEN "B"
                   DISPLAY VEC-SUC-SUCURSAL(SUBINDICE-SUC) " "
                       VEC-SUC-RAZON(SUBINDICE-SUC) " "
                       WS-SALDO-EDITADO " " WS-LIMITE-EDITADO
                       " BLOQUEADA"
               WHEN "D"
                   DISPLAY VEC-SUC-SUCURSAL(SUBINDICE-SUC) " "
                       VEC-SUC-RAZON(SUBINDICE-SUC) " "
                       WS-SALDO-EDITADO " " WS-LIMITE-EDITADO
                       " DESBLOQUEO AUTORIZADO"
           END-EVALUATE.

      * El desbloqueo de una morosa necesita dos firmas: el primer
      * pedido queda pendiente en la cola y, con la aprobacion de
      * un supervisor ya registrada, el siguiente pedido lo ejecuta
      * y consume la autorizacion.
       DESBLOQUEAR-SUCURSAL.
           DISPLAY "CODIGO DE SUCURSAL A DESBLOQUEAR: ".
           ACCEPT WS-SUCURSAL-BUSCADA.
           PERFORM BUSCAR-SUCURSAL-TABLA
           IF NOT WS-SUC-ENCONTRADA-SI THEN
               DISPLAY "SUCURSAL INEXISTENTE"
           ELSE
               IF VEC-SUC-BLOQUEO(SUBINDICE-SUC) NOT = "B" THEN
                   DISPLAY "LA SUCURSAL NO ESTA BLOQUEADA"
               ELSE
                   PERFORM ARMAR-DETALLE-AUTORIZACION
                   PERFORM BUSCAR-AUTORIZACION-APROBADA
                   IF NOT WS-AUT-APROBADA-SI THEN
                       IF WS-AUT-PENDIENTE-SI THEN
                           DISPLAY "EL DESBLOQUEO YA ESTA PEDIDO Y "
                               "ESPERA LA FIRMA DEL SUPERVISOR"
                       ELSE
                           MOVE WS-OPERADOR-ACTUAL TO WS-AUT-OPERADOR
                           PERFORM GRABAR-PEDIDO-AUTORIZACION
                           DISPLAY "EL DESBLOQUEO QUEDA PENDIENTE DE "
                               "LA FIRMA DEL SUPERVISOR (VER "
                               "AutorizacionesPendientes)"
                       END-IF
                   ELSE
                       PERFORM CONSUMIR-AUTORIZACION
                       IF WS-AUT-APROBADA-SI THEN
                           PERFORM ARMAR-IMAGEN-SUCURSAL
                           MOVE WS-IMAGEN-SUC-GRUPO TO
                               WS-IMAGEN-ANTERIOR
                           MOVE "D" TO VEC-SUC-BLOQUEO(SUBINDICE-SUC)
                           PERFORM ARMAR-IMAGEN-SUCURSAL
                           MOVE "D" TO ASUC-OPERACION
                           PERFORM GRABAR-AUDITORIA
                           DISPLAY "SUCURSAL DESBLOQUEADA"
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * La clave de la autorizacion repite el codigo: la aprobacion
      * vale solo para el desbloqueo de esa sucursal.
       ARMAR-DETALLE-AUTORIZACION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           COMPUTE WS-AUT-FECHA-HOY = WS-CURRENT-YEAR * 10000 +
               WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
           MOVE "DESBLOQSUC" TO WS-AUT-OPERACION
           MOVE SPACES TO WS-AUT-DETALLE
           STRING "SUCURSAL:" DELIMITED BY SIZE
                  WS-SUCURSAL-BUSCADA DELIMITED BY SIZE
                  INTO WS-AUT-DETALLE.

      * Rutinas de la doble firma: la cola se relee completa, se
      * busca una aprobacion exacta de esta operacion y, de
      * ejecutarse, el renglon queda marcado E con las dos firmas a
      * la vista para la auditoria.
       CARGAR-AUTORIZACIONES.
           MOVE ZERO TO WS-CANT-AUTS
           MOVE "NO" TO WS-EOF-AUTORIZACIONES
           OPEN INPUT AUTORIZACIONES
           IF WS-STATUS-AUTORIZACIONES = "00" THEN
               PERFORM LEER-AUTORIZACION
               PERFORM CARGAR-UNA-AUTORIZACION UNTIL
                   WS-EOF-AUTORIZACIONES = "SI" OR
                   WS-CANT-AUTS >= WS-MAX-AUTS
               CLOSE AUTORIZACIONES
           ELSE
               MOVE "SI" TO WS-EOF-AUTORIZACIONES
           END-IF.

       LEER-AUTORIZACION.
           READ AUTORIZACIONES
               AT END
                   MOVE "SI" TO WS-EOF-AUTORIZACIONES
           END-READ.

       CARGAR-UNA-AUTORIZACION.
           ADD 1 TO WS-CANT-AUTS
           MOVE AUT-OPERACION TO VEC-AUT-OPERACION(WS-CANT-AUTS)
           MOVE AUT-DETALLE TO VEC-AUT-DETALLE(WS-CANT-AUTS)
           MOVE AUT-FECHA-PEDIDO TO VEC-AUT-FECHA(WS-CANT-AUTS)
           MOVE AUT-OPERADOR TO VEC-AUT-OPERADOR(WS-CANT-AUTS)
           MOVE AUT-ESTADO TO VEC-AUT-ESTADO(WS-CANT-AUTS)
           MOVE AUT-SUPERVISOR TO VEC-AUT-SUPERVISOR(WS-CANT-AUTS)
           MOVE AUT-MOTIVO TO VEC-AUT-MOTIVO(WS-CANT-AUTS)
           PERFORM LEER-AUTORIZACION.

       BUSCAR-AUTORIZACION-APROBADA.
           PERFORM CARGAR-AUTORIZACIONES
           MOVE "N" TO WS-AUT-HALLADA
           MOVE "N" TO WS-AUT-PENDIENTE
           MOVE 1 TO SUBINDICE-AUT
           PERFORM AVANZAR-SUBINDICE-AUT UNTIL
               SUBINDICE-AUT > WS-CANT-AUTS OR WS-AUT-APROBADA-SI.

       AVANZAR-SUBINDICE-AUT.
           IF VEC-AUT-OPERACION(SUBINDICE-AUT) = WS-AUT-OPERACION
               AND VEC-AUT-DETALLE(SUBINDICE-AUT) = WS-AUT-DETALLE
               AND VEC-AUT-ESTADO(SUBINDICE-AUT) = "A" THEN
               MOVE "S" TO WS-AUT-HALLADA
           ELSE
               IF VEC-AUT-OPERACION(SUBINDICE-AUT) = WS-AUT-OPERACION
                   AND VEC-AUT-DETALLE(SUBINDICE-AUT) = WS-AUT-DETALLE
                   AND VEC-AUT-ESTADO(SUBINDICE-AUT) = "P" THEN
                   MOVE "S" TO WS-AUT-PENDIENTE
               END-IF
               ADD 1 TO SUBINDICE-AUT
           END-IF.

      * Si la cola no entro entera en la tabla, regrabarla desde el
      * vector perderia la cola del archivo: no se ejecuta, pero sin
      * cortar el programa para no dejar tomada la traba.
       CONSUMIR-AUTORIZACION.
           IF WS-EOF-AUTORIZACIONES NOT = "SI" THEN
               DISPLAY "LA COLA DE AUTORIZACIONES ES MAS GRANDE "
                       "QUE LA TABLA (" WS-MAX-AUTS "), NO SE "
                       "PUEDE OPERAR SIN PERDER REGISTROS"
               MOVE "N" TO WS-AUT-HALLADA
           ELSE
               MOVE "E" TO VEC-AUT-ESTADO(SUBINDICE-AUT)
               OPEN OUTPUT AUTORIZACIONES
               PERFORM GRABAR-UNA-AUTORIZACION
                   VARYING SUBINDICE-AUT FROM 1 BY 1
                   UNTIL SUBINDICE-AUT > WS-CANT-AUTS
               CLOSE AUTORIZACIONES
           END-IF.

       GRABAR-UNA-AUTORIZACION.
           MOVE VEC-AUT-OPERACION(SUBINDICE-AUT) TO AUT-OPERACION
           MOVE VEC-AUT-DETALLE(SUBINDICE-AUT) TO AUT-DETALLE
           MOVE VEC-AUT-FECHA(SUBINDICE-AUT) TO AUT-FECHA-PEDIDO
           MOVE VEC-AUT-OPERADOR(SUBINDICE-AUT) TO AUT-OPERADOR
           MOVE VEC-AUT-ESTADO(SUBINDICE-AUT) TO AUT-ESTADO
           MOVE VEC-AUT-SUPERVISOR(SUBINDICE-AUT) TO AUT-SUPERVISOR
           MOVE VEC-AUT-MOTIVO(SUBINDICE-AUT) TO AUT-MOTIVO
           WRITE AUTORIZACIONES_REG.

       GRABAR-PEDIDO-AUTORIZACION.
           OPEN EXTEND AUTORIZACIONES
           IF WS-STATUS-AUTORIZACIONES = "35" THEN
               OPEN OUTPUT AUTORIZACIONES
               CLOSE AUTORIZACIONES
               OPEN EXTEND AUTORIZACIONES
           END-IF
           MOVE WS-AUT-OPERACION TO AUT-OPERACION
           MOVE WS-AUT-DETALLE TO AUT-DETALLE
           MOVE WS-AUT-FECHA-HOY TO AUT-FECHA-PEDIDO
           MOVE WS-AUT-OPERADOR TO AUT-OPERADOR
           MOVE "P" TO AUT-ESTADO
           MOVE SPACES TO AUT-SUPERVISOR
           MOVE SPACES TO AUT-MOTIVO
           WRITE AUTORIZACIONES_REG
           CLOSE AUTORIZACIONES.
       END PROGRAM MANTENIMIENTO-SUCURSALES.
