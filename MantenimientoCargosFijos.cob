      ******************************************************************
      * Author:
      * Date:
      * Purpose: Alta, baja y listado de los cargos fijos que se le
      *          facturan a cada sucursal ademas de las horas (canon
      *          de franquicia, alquiler de material, cuota de
      *          plataforma) sobre CargosFijosSucursal.dat. Cada cargo
      *          lleva importe neto, periodicidad, vigencia y su
      *          propia alicuota de IVA; la corrida lo factura como
      *          renglon aparte en los meses que le corresponden.
      *          Cambiar el importe de un cargo es darlo de baja y
      *          volver a darlo de alta, para no perder el historial.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. MANTENIMIENTO-CARGOS-FIJOS.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CARGOS-FIJOS ASSIGN TO "CargosFijosSucursal.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-CARGOS-FIJOS.

       SELECT SUCURSALES ASSIGN TO "Sucursales.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-SUCURSALES.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD CARGOS-FIJOS LABEL RECORD IS STANDARD.
       01 CARGOS-FIJOS-REG.
           03 CFS-SUCURSAL PIC X(3).
           03 CFS-CONCEPTO PIC X(20).
           03 CFS-IMPORTE PIC 9(7)V99.
           03 CFS-PERIODICIDAD PIC X(1).
           03 CFS-FECHA-DESDE PIC 9(8).
           03 CFS-FECHA-HASTA PIC 9(8).
           03 CFS-ALICUOTA PIC 9(2)V99.

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
       01 WS-STATUS-CARGOS-FIJOS PIC X(2) VALUE SPACES.
       01 WS-EOF-CARGOS-FIJOS PIC X(2) VALUE "NO".
       01 WS-STATUS-SUCURSALES PIC X(2) VALUE SPACES.
       01 WS-EOF-SUCURSALES PIC X(2) VALUE "NO".

       01 WS-MAX-CARGOS-FIJOS PIC 9(4) VALUE 1000.
       01 WS-CANT-CARGOS-FIJOS PIC 9(4) VALUE ZERO.
       01 SUBINDICE-CFS PIC 9(4) VALUE ZERO.
       01 TABLA-CARGOS-FIJOS.
           03 ELEM-CFS OCCURS 1000 TIMES.
               05 VEC-CFS-SUCURSAL PIC X(3).
               05 VEC-CFS-CONCEPTO PIC X(20).
               05 VEC-CFS-IMPORTE PIC 9(7)V99.
               05 VEC-CFS-PERIODICIDAD PIC X(1).
               05 VEC-CFS-FECHA-DESDE PIC 9(8).
               05 VEC-CFS-FECHA-HASTA PIC 9(8).
               05 VEC-CFS-ALICUOTA PIC 9(2)V99.

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

       01 WS-SUCURSAL-ENTRADA PIC X(3).
       01 WS-CONCEPTO-ENTRADA PIC X(20).
       01 WS-IMPORTE-ENTRADA PIC 9(7)V99.
       01 WS-PERIODICIDAD-ENTRADA PIC X(1).
           88 WS-PERIODICIDAD-VALIDA VALUES "M", "B", "T", "S", "A".
       01 WS-ALICUOTA-ENTRADA PIC 9(2)V99.
       01 WS-FECHA-DESDE-ENTRADA PIC X(8).

       01 WS-CFS-ENCONTRADO PIC X(1) VALUE "N".
           88 WS-CFS-ENCONTRADO-SI VALUE "S".
       01 WS-SUBINDICE-VIGENTE PIC 9(4) VALUE ZERO.
       01 WS-SUCURSAL-EXISTE PIC X(1) VALUE "N".
           88 WS-SUCURSAL-EXISTE-SI VALUE "S".
       01 WS-DATOS-VALIDOS PIC X(1) VALUE "S".
           88 WS-DATOS-VALIDOS-SI VALUE "S".

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
      * Carga el maestro actual en memoria, aplica altas y bajas
      * interactivamente y regraba el maestro completo al salir
      **
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           MOVE WS-CURRENT-YEAR TO WS-FECHA-HOY-ANIO
           MOVE WS-CURRENT-MONTH TO WS-FECHA-HOY-MES
           MOVE WS-CURRENT-DAY TO WS-FECHA-HOY-DIA

           PERFORM CARGAR-CARGOS-FIJOS-A-VECTOR
           PERFORM CARGAR-SUCURSALES-A-VECTOR

           PERFORM MOSTRAR-MENU UNTIL WS-OPCION-SALIR

           PERFORM GRABAR-CARGOS-FIJOS-DESDE-VECTOR
           DISPLAY "FIN DEL MANTENIMIENTO DE CARGOS FIJOS"
           STOP RUN.

       CARGAR-CARGOS-FIJOS-A-VECTOR.
           MOVE ZERO TO WS-CANT-CARGOS-FIJOS
           OPEN INPUT CARGOS-FIJOS
           IF WS-STATUS-CARGOS-FIJOS = "00" THEN
               PERFORM LEER-CARGO-FIJO
               PERFORM CARGAR-REGISTRO-CFS UNTIL
                   WS-EOF-CARGOS-FIJOS = "SI" OR
                   WS-CANT-CARGOS-FIJOS >= WS-MAX-CARGOS-FIJOS
               CLOSE CARGOS-FIJOS
           END-IF
           DISPLAY "CARGOS FIJOS CARGADOS: " WS-CANT-CARGOS-FIJOS.

       LEER-CARGO-FIJO.
           READ CARGOS-FIJOS
               AT END
                   MOVE "SI" TO WS-EOF-CARGOS-FIJOS.

       CARGAR-REGISTRO-CFS.
           ADD 1 TO WS-CANT-CARGOS-FIJOS
           MOVE CFS-SUCURSAL TO VEC-CFS-SUCURSAL(WS-CANT-CARGOS-FIJOS)
           MOVE CFS-CONCEPTO TO VEC-CFS-CONCEPTO(WS-CANT-CARGOS-FIJOS)
           MOVE CFS-IMPORTE TO VEC-CFS-IMPORTE(WS-CANT-CARGOS-FIJOS)
           MOVE CFS-PERIODICIDAD TO
               VEC-CFS-PERIODICIDAD(WS-CANT-CARGOS-FIJOS)
           MOVE CFS-FECHA-DESDE TO
               VEC-CFS-FECHA-DESDE(WS-CANT-CARGOS-FIJOS)
           MOVE CFS-FECHA-HASTA TO
               VEC-CFS-FECHA-HASTA(WS-CANT-CARGOS-FIJOS)
           MOVE CFS-ALICUOTA TO VEC-CFS-ALICUOTA(WS-CANT-CARGOS-FIJOS)
           PERFORM LEER-CARGO-FIJO.

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

       GRABAR-CARGOS-FIJOS-DESDE-VECTOR.
           OPEN OUTPUT CARGOS-FIJOS
           MOVE 1 TO SUBINDICE-CFS
           PERFORM GRABAR-UN-CARGO-FIJO UNTIL
               SUBINDICE-CFS > WS-CANT-CARGOS-FIJOS
           CLOSE CARGOS-FIJOS.

       GRABAR-UN-CARGO-FIJO.
           MOVE VEC-CFS-SUCURSAL(SUBINDICE-CFS) TO CFS-SUCURSAL
           MOVE VEC-CFS-CONCEPTO(SUBINDICE-CFS) TO CFS-CONCEPTO
           MOVE VEC-CFS-IMPORTE(SUBINDICE-CFS) TO CFS-IMPORTE
           MOVE VEC-CFS-PERIODICIDAD(SUBINDICE-CFS) TO
               CFS-PERIODICIDAD
           MOVE VEC-CFS-FECHA-DESDE(SUBINDICE-CFS) TO CFS-FECHA-DESDE
           MOVE VEC-CFS-FECHA-HASTA(SUBINDICE-CFS) TO CFS-FECHA-HASTA
           MOVE VEC-CFS-ALICUOTA(SUBINDICE-CFS) TO CFS-ALICUOTA
           WRITE CARGOS-FIJOS-REG
           ADD 1 TO SUBINDICE-CFS.

       MOSTRAR-MENU.
           DISPLAY " ".
           DISPLAY "------ MANTENIMIENTO DE CARGOS FIJOS ------".
           DISPLAY "1. ALTA DE CARGO FIJO".
           DISPLAY "2. BAJA DE CARGO FIJO".
           DISPLAY "3. LISTAR CARGOS FIJOS VIGENTES".
           DISPLAY "4. SALIR".
           DISPLAY "-------------------------------------------".
           ACCEPT WS-OPCION.
           EVALUATE TRUE
               WHEN WS-OPCION-ALTA
                   PERFORM ALTA-CARGO-FIJO
               WHEN WS-OPCION-BAJA
                   PERFORM BAJA-CARGO-FIJO
               WHEN WS-OPCION-LISTAR
                   PERFORM LISTAR-CARGOS-FIJOS
               WHEN WS-OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA"
           END-EVALUATE.

       PEDIR-CLAVE-CARGO.
           DISPLAY "CODIGO DE SUCURSAL: ".
           ACCEPT WS-SUCURSAL-ENTRADA.
           DISPLAY "CONCEPTO: ".
           ACCEPT WS-CONCEPTO-ENTRADA.

       ALTA-CARGO-FIJO.
           PERFORM PEDIR-CLAVE-CARGO
           PERFORM BUSCAR-CARGO-VIGENTE
           IF WS-CFS-ENCONTRADO-SI THEN
               DISPLAY "YA HAY UN CARGO VIGENTE CON ESE CONCEPTO PARA "
                       "LA SUCURSAL; DELO DE BAJA PARA CAMBIARLO"
           ELSE
               IF WS-CANT-CARGOS-FIJOS >= WS-MAX-CARGOS-FIJOS THEN
                   DISPLAY "MAESTRO DE CARGOS FIJOS LLENO"
               ELSE
                   DISPLAY "IMPORTE NETO: "
                   ACCEPT WS-IMPORTE-ENTRADA
                   DISPLAY "PERIODICIDAD (M/B/T/S/A): "
                   ACCEPT WS-PERIODICIDAD-ENTRADA
                   DISPLAY "ALICUOTA DE IVA (EJ 2100 = 21%): "
                   ACCEPT WS-ALICUOTA-ENTRADA
                   DISPLAY "FECHA DESDE AAAAMMDD (EN BLANCO = HOY): "
                   ACCEPT WS-FECHA-DESDE-ENTRADA
                   PERFORM VALIDAR-CARGO-FIJO
                   IF WS-DATOS-VALIDOS-SI THEN
                       ADD 1 TO WS-CANT-CARGOS-FIJOS
                       MOVE WS-SUCURSAL-ENTRADA TO
                           VEC-CFS-SUCURSAL(WS-CANT-CARGOS-FIJOS)
                       MOVE WS-CONCEPTO-ENTRADA TO
                           VEC-CFS-CONCEPTO(WS-CANT-CARGOS-FIJOS)
                       MOVE WS-IMPORTE-ENTRADA TO
                           VEC-CFS-IMPORTE(WS-CANT-CARGOS-FIJOS)
                       MOVE WS-PERIODICIDAD-ENTRADA TO
                           VEC-CFS-PERIODICIDAD(WS-CANT-CARGOS-FIJOS)
                       MOVE WS-ALICUOTA-ENTRADA TO
                           VEC-CFS-ALICUOTA(WS-CANT-CARGOS-FIJOS)
                       IF WS-FECHA-DESDE-ENTRADA = SPACES THEN
                           MOVE WS-FECHA-HOY TO
                               VEC-CFS-FECHA-DESDE(WS-CANT-CARGOS-FIJOS)
                       ELSE
                           MOVE WS-FECHA-DESDE-ENTRADA TO
                               VEC-CFS-FECHA-DESDE(WS-CANT-CARGOS-FIJOS)
                       END-IF
                       MOVE ZEROS TO
                           VEC-CFS-FECHA-HASTA(WS-CANT-CARGOS-FIJOS)
                       DISPLAY "CARGO FIJO DADO DE ALTA"
                   ELSE
                       DISPLAY "DATOS INVALIDOS, ALTA CANCELADA"
                   END-IF
               END-IF
           END-IF.

      * La baja cierra el cargo ayer: el mes en curso ya no lo
      * factura si la corrida es posterior, y los anteriores quedan
      * como estaban para la reliquidacion.
       BAJA-CARGO-FIJO.
           PERFORM PEDIR-CLAVE-CARGO
           PERFORM BUSCAR-CARGO-VIGENTE
           IF NOT WS-CFS-ENCONTRADO-SI THEN
               DISPLAY "NO HAY UN CARGO VIGENTE CON ESE CONCEPTO PARA "
                       "LA SUCURSAL"
           ELSE
               PERFORM CALCULAR-FECHA-CIERRE-ANTERIOR
               MOVE WS-FECHA-CIERRE TO
                   VEC-CFS-FECHA-HASTA(WS-SUBINDICE-VIGENTE)
               DISPLAY "CARGO FIJO DADO DE BAJA AL " WS-FECHA-CIERRE
           END-IF.

       VALIDAR-CARGO-FIJO.
           MOVE "S" TO WS-DATOS-VALIDOS
           MOVE "N" TO WS-SUCURSAL-EXISTE
           MOVE 1 TO SUBINDICE-SUC
           PERFORM AVANZAR-SUBINDICE-SUC UNTIL
               SUBINDICE-SUC > WS-CANT-SUCURSALES OR
               WS-SUCURSAL-EXISTE-SI
           IF NOT WS-SUCURSAL-EXISTE-SI THEN
               DISPLAY "SUCURSAL INEXISTENTE EN Sucursales.dat"
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF
           IF WS-CONCEPTO-ENTRADA = SPACES THEN
               DISPLAY "EL CONCEPTO NO PUEDE QUEDAR EN BLANCO"
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF
           IF WS-IMPORTE-ENTRADA = ZEROS THEN
               DISPLAY "EL IMPORTE DEBE SER MAYOR QUE CERO"
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF
           IF NOT WS-PERIODICIDAD-VALIDA THEN
               DISPLAY "PERIODICIDAD INVALIDA"
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF
           IF WS-FECHA-DESDE-ENTRADA NOT = SPACES AND
               WS-FECHA-DESDE-ENTRADA NOT NUMERIC THEN
               DISPLAY "FECHA DESDE INVALIDA"
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF.

       AVANZAR-SUBINDICE-SUC.
           IF VEC-SUC-SUCURSAL(SUBINDICE-SUC) = WS-SUCURSAL-ENTRADA
               THEN
               MOVE "S" TO WS-SUCURSAL-EXISTE
           ELSE
               ADD 1 TO SUBINDICE-SUC
           END-IF.

       BUSCAR-CARGO-VIGENTE.
           MOVE "N" TO WS-CFS-ENCONTRADO
           MOVE 1 TO SUBINDICE-CFS
           PERFORM AVANZAR-SUBINDICE-CFS UNTIL
               SUBINDICE-CFS > WS-CANT-CARGOS-FIJOS OR
               WS-CFS-ENCONTRADO-SI.

       AVANZAR-SUBINDICE-CFS.
           IF VEC-CFS-SUCURSAL(SUBINDICE-CFS) = WS-SUCURSAL-ENTRADA
               AND VEC-CFS-CONCEPTO(SUBINDICE-CFS) =
                   WS-CONCEPTO-ENTRADA
               AND VEC-CFS-FECHA-HASTA(SUBINDICE-CFS) = ZEROS THEN
               MOVE "S" TO WS-CFS-ENCONTRADO
               MOVE SUBINDICE-CFS TO WS-SUBINDICE-VIGENTE
           ELSE
               ADD 1 TO SUBINDICE-CFS
           END-IF.

       LISTAR-CARGOS-FIJOS.
           DISPLAY "SUC CONCEPTO                  IMPORTE P ALICUOTA "
                   "DESDE".
           MOVE 1 TO SUBINDICE-CFS
           PERFORM LISTAR-UN-CARGO-FIJO UNTIL
               SUBINDICE-CFS > WS-CANT-CARGOS-FIJOS.

       LISTAR-UN-CARGO-FIJO.
           IF VEC-CFS-FECHA-HASTA(SUBINDICE-CFS) = ZEROS THEN
               DISPLAY VEC-CFS-SUCURSAL(SUBINDICE-CFS) " "
                   VEC-CFS-CONCEPTO(SUBINDICE-CFS) " "
                   VEC-CFS-IMPORTE(SUBINDICE-CFS) " "
                   VEC-CFS-PERIODICIDAD(SUBINDICE-CFS) " "
                   VEC-CFS-ALICUOTA(SUBINDICE-CFS) "     "
                   VEC-CFS-FECHA-DESDE(SUBINDICE-CFS)
           END-IF
           ADD 1 TO SUBINDICE-CFS.

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

       END PROGRAM MANTENIMIENTO-CARGOS-FIJOS.
