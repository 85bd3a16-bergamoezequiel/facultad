      ******************************************************************
      * Author:
      * Date:
      * Purpose: Alta, cambio y baja de precios de venta a sucursales
      *          sobre PreciosVenta.dat, por tipo de clase y, si hace
      *          falta, por sucursal puntual (sucursal en blanco es el
      *          precio general). Como en TiposClase.dat un cambio de
      *          precio no pisa el vigente: lo cierra el dia anterior
      *          y agrega un renglon nuevo desde hoy, para que la
      *          reliquidacion de meses viejos siga valorizando con el
      *          precio de entonces. La corrida factura con este
      *          maestro; el costo docente sigue saliendo de
      *          TiposClase.dat.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. MANTENIMIENTO-PRECIOS-VENTA.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PRECIOS-VENTA ASSIGN TO "PreciosVenta.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-PRECIOS-VENTA.

       SELECT TIPOS_CLASE ASSIGN TO "TiposClase.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-TIPOS-CLASE.

       SELECT SUCURSALES ASSIGN TO "Sucursales.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-SUCURSALES.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD PRECIOS-VENTA LABEL RECORD IS STANDARD.
       01 PRECIOS-VENTA-REG.
           03 PVT-TIP_CLASE PIC X(4).
           03 PVT-SUCURSAL PIC X(3).
           03 PVT-PRECIO PIC 9(5)V99.
           03 PVT-FECHA-DESDE PIC 9(8).
           03 PVT-FECHA-HASTA PIC 9(8).

       FD TIPOS_CLASE LABEL RECORD IS STANDARD.
       01 TIPOS_CLASE_REG.
           03 TIP-TIP_CLASE PIC X(4).
           03 TIP-DESC PIC X(20).
           03 TIP-TARIFA PIC 9(5)V99.
           03 TIP-FECHA-DESDE PIC 9(8).
           03 TIP-FECHA-HASTA PIC 9(8).
           03 TIP-MIN-ALUMNOS PIC 9(3).
           03 TIP-PORC-REDUCCION PIC 9(3)V99.
           03 TIP-PAREJA PIC X(1).
           03 TIP-PORC-VIRTUAL PIC 9(3)V99.
           03 TIP-TOPE-CONCEPTO PIC 9(3)V99.

       FD SUCURSALES LABEL RECORD IS STANDARD.
       01 SUCURSALES_REG.
           03 SUC-SUCURSAL PIC X(3).
           03 SUC-RAZON PIC X(25).
           03 SUC-DIRE PIC X(20).
           03 SUC-TEL PIC X(20).
           03 SUC-CUIT PIC 9(11).
           03 SUC-IVA-COND PIC X(1).
               88 SUC-IVA-INSCRIPTO VALUE "I".
               88 SUC-IVA-REDUCIDO VALUE "R".
               88 SUC-IVA-EXENTO VALUE "E".
           03 SUC-EMPRESA PIC X(2).
           03 SUC-ZONA PIC X(2).
           03 SUC-ESTADO PIC X(1).
               88 SUC-ACTIVA-SI VALUE "A".
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
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-STATUS-PRECIOS-VENTA PIC X(2) VALUE SPACES.
       01 WS-EOF-PRECIOS-VENTA PIC X(2) VALUE "NO".
       01 WS-STATUS-TIPOS-CLASE PIC X(2) VALUE SPACES.
       01 WS-EOF-TIPOS-CLASE PIC X(2) VALUE "NO".
       01 WS-STATUS-SUCURSALES PIC X(2) VALUE SPACES.
       01 WS-EOF-SUCURSALES PIC X(2) VALUE "NO".

       01 WS-MAX-PRECIOS-VENTA PIC 9(4) VALUE 2000.
       01 WS-CANT-PRECIOS-VENTA PIC 9(4) VALUE ZERO.
       01 SUBINDICE-PVT PIC 9(4) VALUE ZERO.
       01 TABLA-PRECIOS-VENTA.
           03 ELEM-PVT OCCURS 2000 TIMES.
               05 VEC-PVT-TIP_CLASE PIC X(4).
               05 VEC-PVT-SUCURSAL PIC X(3).
               05 VEC-PVT-PRECIO PIC 9(5)V99.
               05 VEC-PVT-FECHA-DESDE PIC 9(8).
               05 VEC-PVT-FECHA-HASTA PIC 9(8).

      * Codigos de tipo de clase y de sucursal existentes, solo para
      * validar lo que se carga.
       01 WS-MAX-TIPOS-CLASE PIC 9(4) VALUE 2000.
       01 WS-CANT-TIPOS-CLASE PIC 9(4) VALUE ZERO.
       01 SUBINDICE-TIP PIC 9(4) VALUE ZERO.
       01 TABLA-TIPOS-CLASE.
           03 VEC-TIP_CLASE PIC X(4) OCCURS 2000 TIMES.

       01 WS-MAX-SUCURSALES PIC 9(4) VALUE 500.
       01 WS-CANT-SUCURSALES PIC 9(4) VALUE ZERO.
       01 SUBINDICE-SUC PIC 9(4) VALUE ZERO.
       01 TABLA-SUCURSALES.
           03 VEC-SUC-SUCURSAL PIC X(3) OCCURS 500 TIMES.

       01 WS-OPCION PIC X(1).
           88 WS-OPCION-ALTA VALUE "1".
           88 WS-OPCION-BAJA VALUE "2".
           88 WS-OPCION-LISTAR VALUE "3".
           88 WS-OPCION-SALIR VALUE "4".

       01 WS-TIPO-ENTRADA PIC X(4).
       01 WS-SUCURSAL-ENTRADA PIC X(3).
       01 WS-PRECIO-ENTRADA PIC 9(5)V99.

       01 WS-PVT-ENCONTRADO PIC X(1) VALUE "N".
           88 WS-PVT-ENCONTRADO-SI VALUE "S".
       01 WS-SUBINDICE-VIGENTE PIC 9(4) VALUE ZERO.
       01 WS-TIPO-EXISTE PIC X(1) VALUE "N".
           88 WS-TIPO-EXISTE-SI VALUE "S".
       01 WS-SUCURSAL-EXISTE PIC X(1) VALUE "N".
           88 WS-SUCURSAL-EXISTE-SI VALUE "S".

       01  WS-CURRENT-DATE-FIELDS.
             05  WS-CURRENT-DATE.
                 10  WS-CURRENT-YEAR    PIC  9(4).
                 10  WS-CURRENT-MONTH   PIC  9(2).
                 10  WS-CURRENT-DAY     PIC  9(2).
             05  WS-CURRENT-TIME.
                 10  WS-CURRENT-HOUR    PIC  9(2).
                 10  WS-CURRENT-MINUTE  PIC  9(2).
                 10  WS-CURRENT-SECOND  PIC  9(2).
                 10  WS-CURRENT-MS      PIC  9(2).
             05  WS-DIFF-FROM-GMT       PIC S9(4).
       01 WS-FECHA-HOY-GRUPO.
           03 WS-FECHA-HOY-ANIO PIC 9(4).
           03 WS-FECHA-HOY-MES PIC 9(2).
           03 WS-FECHA-HOY-DIA PIC 9(2).
       01 WS-FECHA-HOY REDEFINES WS-FECHA-HOY-GRUPO PIC 9(8).

       01 WS-FECHA-CIERRE-GRUPO.
           03 WS-FECHA-CIERRE-ANIO PIC 9(4).
           03 WS-FECHA-CIERRE-MES PIC 9(2).
           03 WS-FECHA-CIERRE-DIA PIC 9(2).
       01 WS-FECHA-CIERRE REDEFINES WS-FECHA-CIERRE-GRUPO PIC 9(8).

       01 TABLA-DIAS-POR-MES VALUE "312831303130313130313031".
           03 VEC-DIAS-MES PIC 9(2) OCCURS 12 TIMES.
       01 WS-MAX-DIA-MES-ANT PIC 9(2).
       01 WS-ANIO-CUOCIENTE PIC 9(4).
       01 WS-RESIDUO-4 PIC 9(4).
       01 WS-RESIDUO-100 PIC 9(4).
       01 WS-RESIDUO-400 PIC 9(4).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * Carga el maestro actual en memoria, aplica altas, cambios y
      * bajas de precio interactivamente y regraba el maestro
      * completo al salir
      **
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           MOVE WS-CURRENT-YEAR TO WS-FECHA-HOY-ANIO
           MOVE WS-CURRENT-MONTH TO WS-FECHA-HOY-MES
           MOVE WS-CURRENT-DAY TO WS-FECHA-HOY-DIA

           PERFORM CARGAR-PRECIOS-VENTA-A-VECTOR
           PERFORM CARGAR-TIPOS-CLASE-A-VECTOR
           PERFORM CARGAR-SUCURSALES-A-VECTOR

           PERFORM MOSTRAR-MENU UNTIL WS-OPCION-SALIR

           PERFORM GRABAR-PRECIOS-VENTA-DESDE-VECTOR
           DISPLAY "FIN DEL MANTENIMIENTO DE PRECIOS DE VENTA"
           STOP RUN.

       CARGAR-PRECIOS-VENTA-A-VECTOR.
           MOVE ZERO TO WS-CANT-PRECIOS-VENTA
           OPEN INPUT PRECIOS-VENTA
           IF WS-STATUS-PRECIOS-VENTA = "00" THEN
               PERFORM LEER-PRECIO-VENTA
               PERFORM CARGAR-REGISTRO-PVT UNTIL
                   WS-EOF-PRECIOS-VENTA = "SI" OR
                   WS-CANT-PRECIOS-VENTA >= WS-MAX-PRECIOS-VENTA
               CLOSE PRECIOS-VENTA
           END-IF
           DISPLAY "PRECIOS DE VENTA CARGADOS: "
               WS-CANT-PRECIOS-VENTA.

       LEER-PRECIO-VENTA.
           READ PRECIOS-VENTA
               AT END
                   MOVE "SI" TO WS-EOF-PRECIOS-VENTA.

       CARGAR-REGISTRO-PVT.
           ADD 1 TO WS-CANT-PRECIOS-VENTA
           MOVE PVT-TIP_CLASE TO
               VEC-PVT-TIP_CLASE(WS-CANT-PRECIOS-VENTA)
           MOVE PVT-SUCURSAL TO
               VEC-PVT-SUCURSAL(WS-CANT-PRECIOS-VENTA)
           MOVE PVT-PRECIO TO
               VEC-PVT-PRECIO(WS-CANT-PRECIOS-VENTA)
           MOVE PVT-FECHA-DESDE TO
               VEC-PVT-FECHA-DESDE(WS-CANT-PRECIOS-VENTA)
           MOVE PVT-FECHA-HASTA TO
               VEC-PVT-FECHA-HASTA(WS-CANT-PRECIOS-VENTA)
           PERFORM LEER-PRECIO-VENTA.

       CARGAR-TIPOS-CLASE-A-VECTOR.
           MOVE ZERO TO WS-CANT-TIPOS-CLASE
           OPEN INPUT TIPOS_CLASE
           IF WS-STATUS-TIPOS-CLASE = "00" THEN
               PERFORM LEER_TIPO_CLASE
               PERFORM CARGAR-REGISTRO-TIP UNTIL
                   WS-EOF-TIPOS-CLASE = "SI" OR
                   WS-CANT-TIPOS-CLASE >= WS-MAX-TIPOS-CLASE
               CLOSE TIPOS_CLASE
           END-IF.

       LEER_TIPO_CLASE.
           READ TIPOS_CLASE
               AT END
                   MOVE "SI" TO WS-EOF-TIPOS-CLASE.

       CARGAR-REGISTRO-TIP.
           ADD 1 TO WS-CANT-TIPOS-CLASE
           MOVE TIP-TIP_CLASE TO VEC-TIP_CLASE(WS-CANT-TIPOS-CLASE)
           PERFORM LEER_TIPO_CLASE.

       CARGAR-SUCURSALES-A-VECTOR.
           MOVE ZERO TO WS-CANT-SUCURSALES
           OPEN INPUT SUCURSALES
           IF WS-STATUS-SUCURSALES = "00" THEN
               PERFORM LEER_SUCURSAL
               PERFORM CARGAR-REGISTRO-SUC UNTIL
                   WS-EOF-SUCURSALES = "SI" OR
                   WS-CANT-SUCURSALES >= WS-MAX-SUCURSALES
               CLOSE SUCURSALES
           END-IF.

       LEER_SUCURSAL.
           READ SUCURSALES
               AT END
                   MOVE "SI" TO WS-EOF-SUCURSALES.

       CARGAR-REGISTRO-SUC.
           ADD 1 TO WS-CANT-SUCURSALES
           MOVE SUC-SUCURSAL TO VEC-SUC-SUCURSAL(WS-CANT-SUCURSALES)
           PERFORM LEER_SUCURSAL.

       GRABAR-PRECIOS-VENTA-DESDE-VECTOR.
           OPEN OUTPUT PRECIOS-VENTA
           MOVE 1 TO SUBINDICE-PVT
           PERFORM GRABAR-UN-PRECIO-VENTA UNTIL
               SUBINDICE-PVT > WS-CANT-PRECIOS-VENTA
           CLOSE PRECIOS-VENTA.

       GRABAR-UN-PRECIO-VENTA.
           MOVE VEC-PVT-TIP_CLASE(SUBINDICE-PVT) TO PVT-TIP_CLASE
           MOVE VEC-PVT-SUCURSAL(SUBINDICE-PVT) TO PVT-SUCURSAL
           MOVE VEC-PVT-PRECIO(SUBINDICE-PVT) TO PVT-PRECIO
           MOVE VEC-PVT-FECHA-DESDE(SUBINDICE-PVT) TO PVT-FECHA-DESDE
           MOVE VEC-PVT-FECHA-HASTA(SUBINDICE-PVT) TO PVT-FECHA-HASTA
           WRITE PRECIOS-VENTA-REG
           ADD 1 TO SUBINDICE-PVT.

       MOSTRAR-MENU.
           DISPLAY " ".
           DISPLAY "------ MANTENIMIENTO DE PRECIOS DE VENTA ------".
           DISPLAY "1. ALTA O CAMBIO DE PRECIO".
           DISPLAY "2. BAJA DE PRECIO VIGENTE".
           DISPLAY "3. LISTAR PRECIOS VIGENTES".
           DISPLAY "4. SALIR".
           DISPLAY "-----------------------------------------------".
           ACCEPT WS-OPCION.
           EVALUATE TRUE
               WHEN WS-OPCION-ALTA
                   PERFORM ALTA-PRECIO-VENTA
               WHEN WS-OPCION-BAJA
                   PERFORM BAJA-PRECIO-VENTA
               WHEN WS-OPCION-LISTAR
                   PERFORM LISTAR-PRECIOS-VENTA
               WHEN WS-OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA"
           END-EVALUATE.

       PEDIR-COMBINACION.
           DISPLAY "TIPO DE CLASE: ".
           ACCEPT WS-TIPO-ENTRADA.
           DISPLAY "CODIGO DE SUCURSAL (EN BLANCO = PRECIO GENERAL): ".
           ACCEPT WS-SUCURSAL-ENTRADA.

      * Si ya hay precio vigente para la combinacion se lo cierra
      * ayer y el nuevo arranca hoy, sin superponer vigencias.
       ALTA-PRECIO-VENTA.
           PERFORM PEDIR-COMBINACION
           PERFORM VALIDAR-COMBINACION
           IF WS-TIPO-EXISTE-SI AND WS-SUCURSAL-EXISTE-SI THEN
               IF WS-CANT-PRECIOS-VENTA >= WS-MAX-PRECIOS-VENTA THEN
                   DISPLAY "MAESTRO DE PRECIOS DE VENTA LLENO"
               ELSE
                   PERFORM BUSCAR-PRECIO-VIGENTE
                   IF WS-PVT-ENCONTRADO-SI THEN
                       DISPLAY "PRECIO VIGENTE: "
                           VEC-PVT-PRECIO(WS-SUBINDICE-VIGENTE)
                           " DESDE "
                           VEC-PVT-FECHA-DESDE(WS-SUBINDICE-VIGENTE)
                   END-IF
                   DISPLAY "PRECIO DE VENTA POR HORA: "
                   ACCEPT WS-PRECIO-ENTRADA
                   IF WS-PRECIO-ENTRADA = ZEROS THEN
                       DISPLAY "EL PRECIO DEBE SER MAYOR QUE CERO"
                   ELSE
                       IF WS-PVT-ENCONTRADO-SI THEN
                           PERFORM CALCULAR-FECHA-CIERRE-ANTERIOR
                           MOVE WS-FECHA-CIERRE TO
                               VEC-PVT-FECHA-HASTA(WS-SUBINDICE-VIGENTE)
                       END-IF
                       ADD 1 TO WS-CANT-PRECIOS-VENTA
                       MOVE WS-TIPO-ENTRADA TO
                           VEC-PVT-TIP_CLASE(WS-CANT-PRECIOS-VENTA)
                       MOVE WS-SUCURSAL-ENTRADA TO
                           VEC-PVT-SUCURSAL(WS-CANT-PRECIOS-VENTA)
                       MOVE WS-PRECIO-ENTRADA TO
                           VEC-PVT-PRECIO(WS-CANT-PRECIOS-VENTA)
                       MOVE WS-FECHA-HOY TO
                           VEC-PVT-FECHA-DESDE(WS-CANT-PRECIOS-VENTA)
                       MOVE ZEROS TO
                           VEC-PVT-FECHA-HASTA(WS-CANT-PRECIOS-VENTA)
                       DISPLAY "PRECIO DE VENTA REGISTRADO DESDE "
                           WS-FECHA-HOY
                   END-IF
               END-IF
           END-IF.

      * La baja cierra el precio vigente ayer; desde hoy la
      * combinacion vuelve a tomar el precio general o, si tampoco
      * lo hay, el costo docente.
       BAJA-PRECIO-VENTA.
           PERFORM PEDIR-COMBINACION
           PERFORM BUSCAR-PRECIO-VIGENTE
           IF NOT WS-PVT-ENCONTRADO-SI THEN
               DISPLAY "NO HAY UN PRECIO VIGENTE PARA ESA COMBINACION"
           ELSE
               PERFORM CALCULAR-FECHA-CIERRE-ANTERIOR
               MOVE WS-FECHA-CIERRE TO
                   VEC-PVT-FECHA-HASTA(WS-SUBINDICE-VIGENTE)
               DISPLAY "PRECIO DADO DE BAJA AL " WS-FECHA-CIERRE
           END-IF.

       VALIDAR-COMBINACION.
           MOVE "N" TO WS-TIPO-EXISTE
           MOVE 1 TO SUBINDICE-TIP
           PERFORM AVANZAR-SUBINDICE-TIP UNTIL
               SUBINDICE-TIP > WS-CANT-TIPOS-CLASE OR
               WS-TIPO-EXISTE-SI
           IF NOT WS-TIPO-EXISTE-SI THEN
               DISPLAY "TIPO DE CLASE INEXISTENTE EN TiposClase.dat"
           END-IF
           IF WS-SUCURSAL-ENTRADA = SPACES THEN
               MOVE "S" TO WS-SUCURSAL-EXISTE
           ELSE
               MOVE "N" TO WS-SUCURSAL-EXISTE
               MOVE 1 TO SUBINDICE-SUC
               PERFORM AVANZAR-SUBINDICE-SUC UNTIL
                   SUBINDICE-SUC > WS-CANT-SUCURSALES OR
                   WS-SUCURSAL-EXISTE-SI
               IF NOT WS-SUCURSAL-EXISTE-SI THEN
                   DISPLAY "SUCURSAL INEXISTENTE EN Sucursales.dat"
               END-IF
           END-IF.

       AVANZAR-SUBINDICE-TIP.
           IF VEC-TIP_CLASE(SUBINDICE-TIP) = WS-TIPO-ENTRADA THEN
               MOVE "S" TO WS-TIPO-EXISTE
           ELSE
               ADD 1 TO SUBINDICE-TIP
           END-IF.

       AVANZAR-SUBINDICE-SUC.
           IF VEC-SUC-SUCURSAL(SUBINDICE-SUC) = WS-SUCURSAL-ENTRADA
               THEN
               MOVE "S" TO WS-SUCURSAL-EXISTE
           ELSE
               ADD 1 TO SUBINDICE-SUC
           END-IF.

       BUSCAR-PRECIO-VIGENTE.
           MOVE "N" TO WS-PVT-ENCONTRADO
           MOVE 1 TO SUBINDICE-PVT
           PERFORM AVANZAR-SUBINDICE-PVT UNTIL
               SUBINDICE-PVT > WS-CANT-PRECIOS-VENTA OR
               WS-PVT-ENCONTRADO-SI.

       AVANZAR-SUBINDICE-PVT.
           IF VEC-PVT-TIP_CLASE(SUBINDICE-PVT) = WS-TIPO-ENTRADA
               AND VEC-PVT-SUCURSAL(SUBINDICE-PVT) =
                   WS-SUCURSAL-ENTRADA
               AND VEC-PVT-FECHA-HASTA(SUBINDICE-PVT) = ZEROS THEN
               MOVE "S" TO WS-PVT-ENCONTRADO
               MOVE SUBINDICE-PVT TO WS-SUBINDICE-VIGENTE
           ELSE
               ADD 1 TO SUBINDICE-PVT
           END-IF.

       LISTAR-PRECIOS-VENTA.
           DISPLAY "TIPO SUCURSAL   PRECIO  DESDE".
           MOVE 1 TO SUBINDICE-PVT
           PERFORM LISTAR-UN-PRECIO-VENTA UNTIL
               SUBINDICE-PVT > WS-CANT-PRECIOS-VENTA.

       LISTAR-UN-PRECIO-VENTA.
           IF VEC-PVT-FECHA-HASTA(SUBINDICE-PVT) = ZEROS THEN
               DISPLAY VEC-PVT-TIP_CLASE(SUBINDICE-PVT) " "
                   VEC-PVT-SUCURSAL(SUBINDICE-PVT) "      "
                   VEC-PVT-PRECIO(SUBINDICE-PVT) "  "
                   VEC-PVT-FECHA-DESDE(SUBINDICE-PVT)
           END-IF
           ADD 1 TO SUBINDICE-PVT.

      * Calcula en WS-FECHA-CIERRE el dia inmediato anterior a
      * WS-FECHA-HOY, para cerrar el registro vigente sin superponerse
      * con la fecha desde del registro nuevo (que arranca en
      * WS-FECHA-HOY).
       CALCULAR-FECHA-CIERRE-ANTERIOR.
           MOVE WS-FECHA-HOY-ANIO TO WS-FECHA-CIERRE-ANIO
           MOVE WS-FECHA-HOY-MES TO WS-FECHA-CIERRE-MES
           IF WS-FECHA-HOY-DIA > 1 THEN
               COMPUTE WS-FECHA-CIERRE-DIA = WS-FECHA-HOY-DIA - 1
           ELSE
               IF WS-FECHA-HOY-MES > 1 THEN
                   COMPUTE WS-FECHA-CIERRE-MES = WS-FECHA-HOY-MES - 1
               ELSE
                   MOVE 12 TO WS-FECHA-CIERRE-MES
                   COMPUTE WS-FECHA-CIERRE-ANIO =
                       WS-FECHA-HOY-ANIO - 1
               END-IF
               MOVE VEC-DIAS-MES(WS-FECHA-CIERRE-MES) TO
                   WS-MAX-DIA-MES-ANT
               IF WS-FECHA-CIERRE-MES = 2 THEN
                   PERFORM VERIFICAR-BISIESTO-CIERRE
               END-IF
               MOVE WS-MAX-DIA-MES-ANT TO WS-FECHA-CIERRE-DIA
           END-IF.

       VERIFICAR-BISIESTO-CIERRE.
           DIVIDE WS-FECHA-CIERRE-ANIO BY 4 GIVING
               WS-ANIO-CUOCIENTE REMAINDER WS-RESIDUO-4
           IF WS-RESIDUO-4 = 0 THEN
               DIVIDE WS-FECHA-CIERRE-ANIO BY 100 GIVING
                   WS-ANIO-CUOCIENTE REMAINDER WS-RESIDUO-100
               IF WS-RESIDUO-100 NOT = 0 THEN
                   MOVE 29 TO WS-MAX-DIA-MES-ANT
               ELSE
                   DIVIDE WS-FECHA-CIERRE-ANIO BY 400 GIVING
                       WS-ANIO-CUOCIENTE REMAINDER WS-RESIDUO-400
                   IF WS-RESIDUO-400 = 0 THEN
                       MOVE 29 TO WS-MAX-DIA-MES-ANT
                   END-IF
               END-IF
           END-IF.

       END PROGRAM MANTENIMIENTO-PRECIOS-VENTA.
