      ******************************************************************
      * Author:
      * Date:
      * Purpose: Alta, modificacion y listado de la escala de
      *          bonificaciones comerciales por volumen de horas sobre
      *          BonificacionesVolumen.dat. Cada tramo es propio de
      *          una sucursal o general (sucursal en blanco), se mide
      *          sobre las horas del mes (M) o las acumuladas del
      *          anio (A) y da un porcentaje de descuento sobre la
      *          venta por horas. Un tramo modificado a porcentaje
      *          cero se elimina de la escala al grabar.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. MANTENIMIENTO-BONIFICACIONES.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT BONIFICACIONES-VOLUMEN ASSIGN TO
             "BonificacionesVolumen.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-BONIF-VOLUMEN.

       SELECT SUCURSALES ASSIGN TO "Sucursales.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-SUCURSALES.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD BONIFICACIONES-VOLUMEN LABEL RECORD IS STANDARD.
       01 BONIFICACIONES-VOLUMEN-REG.
           03 BVO-SUCURSAL PIC X(3).
           03 BVO-BASE PIC X(1).
               88 BVO-BASE-MENSUAL VALUE "M".
               88 BVO-BASE-ANUAL VALUE "A".
           03 BVO-HORAS-DESDE PIC 9(6)V99.
           03 BVO-PORCENTAJE PIC 9(2)V99.

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
       01 WS-STATUS-BONIF-VOLUMEN PIC X(2) VALUE SPACES.
       01 WS-EOF-BONIF-VOLUMEN PIC X(2) VALUE "NO".
       01 WS-STATUS-SUCURSALES PIC X(2) VALUE SPACES.
       01 WS-EOF-SUCURSALES PIC X(2) VALUE "NO".

       01 WS-MAX-BONIF-VOLUMEN PIC 9(4) VALUE 500.
       01 WS-CANT-BONIF-VOLUMEN PIC 9(4) VALUE ZERO.
       01 SUBINDICE-BVO PIC 9(4) VALUE ZERO.
       01 TABLA-BONIF-VOLUMEN.
           03 ELEM-BVO OCCURS 500 TIMES.
               05 VEC-BVO-SUCURSAL PIC X(3).
               05 VEC-BVO-BASE PIC X(1).
               05 VEC-BVO-HORAS-DESDE PIC 9(6)V99.
               05 VEC-BVO-PORCENTAJE PIC 9(2)V99.

       01 WS-MAX-SUCURSALES PIC 9(4) VALUE 500.
       01 WS-CANT-SUCURSALES PIC 9(4) VALUE ZERO.
       01 SUBINDICE-SUC PIC 9(4) VALUE ZERO.
       01 TABLA-SUCURSALES.
           03 VEC-SUC-SUCURSAL PIC X(3) OCCURS 500 TIMES.

       01 WS-OPCION PIC X(1).
           88 WS-OPCION-ALTA VALUE "1".
           88 WS-OPCION-MODIFICAR VALUE "2".
           88 WS-OPCION-LISTAR VALUE "3".
           88 WS-OPCION-SALIR VALUE "4".

       01 WS-SUCURSAL-ENTRADA PIC X(3).
       01 WS-BASE-ENTRADA PIC X(1).
           88 WS-BASE-VALIDA VALUES "M", "A".
       01 WS-HORAS-ENTRADA PIC 9(6)V99.
       01 WS-PORCENTAJE-ENTRADA PIC 9(2)V99.

       01 WS-BVO-ENCONTRADO PIC X(1) VALUE "N".
           88 WS-BVO-ENCONTRADO-SI VALUE "S".
       01 WS-SUBINDICE-HALLADO PIC 9(4) VALUE ZERO.
       01 WS-SUCURSAL-EXISTE PIC X(1) VALUE "N".
           88 WS-SUCURSAL-EXISTE-SI VALUE "S".
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * Carga la escala actual en memoria, aplica altas y cambios
      * interactivamente y regraba la escala completa al salir
      **
           PERFORM CARGAR-BONIF-VOLUMEN-A-VECTOR
           PERFORM CARGAR-SUCURSALES-A-VECTOR

           PERFORM MOSTRAR-MENU UNTIL WS-OPCION-SALIR

           PERFORM GRABAR-BONIF-VOLUMEN-DESDE-VECTOR
           DISPLAY "FIN DEL MANTENIMIENTO DE BONIFICACIONES"
           STOP RUN.

       CARGAR-BONIF-VOLUMEN-A-VECTOR.
           MOVE ZERO TO WS-CANT-BONIF-VOLUMEN
           OPEN INPUT BONIFICACIONES-VOLUMEN
           IF WS-STATUS-BONIF-VOLUMEN = "00" THEN
               PERFORM LEER-BONIF-VOLUMEN
               PERFORM CARGAR-REGISTRO-BVO UNTIL
                   WS-EOF-BONIF-VOLUMEN = "SI" OR
                   WS-CANT-BONIF-VOLUMEN >= WS-MAX-BONIF-VOLUMEN
               CLOSE BONIFICACIONES-VOLUMEN
           END-IF
           DISPLAY "TRAMOS DE BONIFICACION CARGADOS: "
               WS-CANT-BONIF-VOLUMEN.

       LEER-BONIF-VOLUMEN.
           READ BONIFICACIONES-VOLUMEN
               AT END
                   MOVE "SI" TO WS-EOF-BONIF-VOLUMEN.

       CARGAR-REGISTRO-BVO.
           ADD 1 TO WS-CANT-BONIF-VOLUMEN
           MOVE BVO-SUCURSAL TO VEC-BVO-SUCURSAL(WS-CANT-BONIF-VOLUMEN)
           MOVE BVO-BASE TO VEC-BVO-BASE(WS-CANT-BONIF-VOLUMEN)
           MOVE BVO-HORAS-DESDE TO
               VEC-BVO-HORAS-DESDE(WS-CANT-BONIF-VOLUMEN)
           MOVE BVO-PORCENTAJE TO
               VEC-BVO-PORCENTAJE(WS-CANT-BONIF-VOLUMEN)
           PERFORM LEER-BONIF-VOLUMEN.

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

      * Los tramos con porcentaje cero no se regraban: es la forma
      * de darlos de baja.
       GRABAR-BONIF-VOLUMEN-DESDE-VECTOR.
           OPEN OUTPUT BONIFICACIONES-VOLUMEN
           MOVE 1 TO SUBINDICE-BVO
           PERFORM GRABAR-UN-TRAMO UNTIL
               SUBINDICE-BVO > WS-CANT-BONIF-VOLUMEN
           CLOSE BONIFICACIONES-VOLUMEN.

       GRABAR-UN-TRAMO.
           IF VEC-BVO-PORCENTAJE(SUBINDICE-BVO) NOT = ZERO THEN
               MOVE VEC-BVO-SUCURSAL(SUBINDICE-BVO) TO BVO-SUCURSAL
               MOVE VEC-BVO-BASE(SUBINDICE-BVO) TO BVO-BASE
               MOVE VEC-BVO-HORAS-DESDE(SUBINDICE-BVO) TO
                   BVO-HORAS-DESDE
               MOVE VEC-BVO-PORCENTAJE(SUBINDICE-BVO) TO
                   BVO-PORCENTAJE
               WRITE BONIFICACIONES-VOLUMEN-REG
           END-IF
           ADD 1 TO SUBINDICE-BVO.

       MOSTRAR-MENU.
           DISPLAY " ".
           DISPLAY "------ ESCALA DE BONIFICACIONES POR VOLUMEN ------".
           DISPLAY "1. ALTA DE TRAMO".
           DISPLAY "2. MODIFICACION DE PORCENTAJE (0 = BAJA)".
           DISPLAY "3. LISTAR".
           DISPLAY "4. SALIR".
           DISPLAY "--------------------------------------------------".
           ACCEPT WS-OPCION.
           EVALUATE TRUE
               WHEN WS-OPCION-ALTA
                   PERFORM ALTA-TRAMO
               WHEN WS-OPCION-MODIFICAR
                   PERFORM MODIFICAR-TRAMO
               WHEN WS-OPCION-LISTAR
                   PERFORM LISTAR-TRAMOS
               WHEN WS-OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA"
           END-EVALUATE.

       PEDIR-TRAMO.
           DISPLAY "CODIGO DE SUCURSAL (EN BLANCO = GENERAL): ".
           ACCEPT WS-SUCURSAL-ENTRADA.
           DISPLAY "BASE (M = HORAS DEL MES, A = HORAS DEL ANIO): ".
           ACCEPT WS-BASE-ENTRADA.
           DISPLAY "HORAS DESDE: ".
           ACCEPT WS-HORAS-ENTRADA.

       ALTA-TRAMO.
           PERFORM PEDIR-TRAMO
           PERFORM VALIDAR-SUCURSAL
           IF NOT WS-BASE-VALIDA THEN
               DISPLAY "BASE INVALIDA, ALTA CANCELADA"
           ELSE
               IF WS-SUCURSAL-EXISTE-SI THEN
                   PERFORM BUSCAR-TRAMO-TABLA
                   IF WS-BVO-ENCONTRADO-SI THEN
                       DISPLAY "YA EXISTE ESE TRAMO"
                   ELSE
                       IF WS-CANT-BONIF-VOLUMEN >=
                           WS-MAX-BONIF-VOLUMEN THEN
                           DISPLAY "ESCALA DE BONIFICACIONES LLENA"
                       ELSE
                           DISPLAY "PORCENTAJE (EJ 0500 = 5%): "
                           ACCEPT WS-PORCENTAJE-ENTRADA
                           IF WS-PORCENTAJE-ENTRADA = ZEROS THEN
                               DISPLAY "EL PORCENTAJE DEBE SER MAYOR "
                                       "QUE CERO, ALTA CANCELADA"
                           ELSE
                               ADD 1 TO WS-CANT-BONIF-VOLUMEN
                               MOVE WS-SUCURSAL-ENTRADA TO
                                   VEC-BVO-SUCURSAL(
                                   WS-CANT-BONIF-VOLUMEN)
                               MOVE WS-BASE-ENTRADA TO
                                   VEC-BVO-BASE(WS-CANT-BONIF-VOLUMEN)
                               MOVE WS-HORAS-ENTRADA TO
                                   VEC-BVO-HORAS-DESDE(
                                   WS-CANT-BONIF-VOLUMEN)
                               MOVE WS-PORCENTAJE-ENTRADA TO
                                   VEC-BVO-PORCENTAJE(
                                   WS-CANT-BONIF-VOLUMEN)
                               DISPLAY "TRAMO DADO DE ALTA"
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       MODIFICAR-TRAMO.
           PERFORM PEDIR-TRAMO
           PERFORM BUSCAR-TRAMO-TABLA
           IF NOT WS-BVO-ENCONTRADO-SI THEN
               DISPLAY "TRAMO INEXISTENTE"
           ELSE
               DISPLAY "PORCENTAJE ACTUAL: "
                   VEC-BVO-PORCENTAJE(WS-SUBINDICE-HALLADO)
               DISPLAY "NUEVO PORCENTAJE (0 = BAJA DEL TRAMO): "
               ACCEPT WS-PORCENTAJE-ENTRADA
               MOVE WS-PORCENTAJE-ENTRADA TO
                   VEC-BVO-PORCENTAJE(WS-SUBINDICE-HALLADO)
               DISPLAY "TRAMO MODIFICADO"
           END-IF.

       VALIDAR-SUCURSAL.
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

       AVANZAR-SUBINDICE-SUC.
           IF VEC-SUC-SUCURSAL(SUBINDICE-SUC) = WS-SUCURSAL-ENTRADA
               THEN
               MOVE "S" TO WS-SUCURSAL-EXISTE
           ELSE
               ADD 1 TO SUBINDICE-SUC
           END-IF.

       BUSCAR-TRAMO-TABLA.
           MOVE "N" TO WS-BVO-ENCONTRADO
           MOVE 1 TO SUBINDICE-BVO
           PERFORM AVANZAR-SUBINDICE-BVO UNTIL
               SUBINDICE-BVO > WS-CANT-BONIF-VOLUMEN OR
               WS-BVO-ENCONTRADO-SI.

       AVANZAR-SUBINDICE-BVO.
           IF VEC-BVO-SUCURSAL(SUBINDICE-BVO) = WS-SUCURSAL-ENTRADA
               AND VEC-BVO-BASE(SUBINDICE-BVO) = WS-BASE-ENTRADA
               AND VEC-BVO-HORAS-DESDE(SUBINDICE-BVO) =
                   WS-HORAS-ENTRADA THEN
               MOVE "S" TO WS-BVO-ENCONTRADO
               MOVE SUBINDICE-BVO TO WS-SUBINDICE-HALLADO
           ELSE
               ADD 1 TO SUBINDICE-BVO
           END-IF.

       LISTAR-TRAMOS.
           DISPLAY "SUC BASE HORAS DESDE PORCENTAJE".
           MOVE 1 TO SUBINDICE-BVO
           PERFORM LISTAR-UN-TRAMO UNTIL
               SUBINDICE-BVO > WS-CANT-BONIF-VOLUMEN.

       LISTAR-UN-TRAMO.
           IF VEC-BVO-PORCENTAJE(SUBINDICE-BVO) NOT = ZERO THEN
               DISPLAY VEC-BVO-SUCURSAL(SUBINDICE-BVO) "  "
                   VEC-BVO-BASE(SUBINDICE-BVO) "   "
                   VEC-BVO-HORAS-DESDE(SUBINDICE-BVO) "  "
                   VEC-BVO-PORCENTAJE(SUBINDICE-BVO)
           END-IF
           ADD 1 TO SUBINDICE-BVO.

       END PROGRAM MANTENIMIENTO-BONIFICACIONES.
