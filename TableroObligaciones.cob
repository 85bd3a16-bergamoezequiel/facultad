      ******************************************************************
      * Author:
      * Date:
      * Purpose: Tablero de vencimientos impositivos. Para cada
      *          obligacion activa del maestro Obligaciones.dat (ver
      *          MantenimientoObligaciones) y el periodo pedido
      *          calcula el vencimiento (el dia del maestro en el mes
      *          siguiente al periodo) y muestra si el archivo que la
      *          genera ya tiene el periodo, si su sobre paso por
      *          VerificarSobre (VerificacionesSobre.dat) y si se
      *          marco como presentada (PresentacionesObligaciones
      *          .dat). Las alertas juntan lo que vence en los
      *          proximos cinco dias, o ya vencio, y sigue sin
      *          presentar. Marcar una presentacion pide un usuario
      *          de Usuarios.dat y el numero de acuse del organismo.
      *          El tablero del periodo queda en
      *          TableroObligaciones.dat.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. TABLERO-OBLIGACIONES.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OBLIGACIONES ASSIGN TO "Obligaciones.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-OBLIGACIONES.

       SELECT VERIFICACIONES ASSIGN TO "VerificacionesSobre.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-VERIFICACIONES.

       SELECT PRESENTADAS ASSIGN TO "PresentacionesObligaciones.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-PRESENTADAS.

       SELECT ARCHIVO-OBLIGACION ASSIGN TO WS-NOMBRE-ARCHIVO
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-ARCHIVO.

       SELECT USUARIOS ASSIGN TO "Usuarios.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-USUARIOS.

       SELECT TABLERO ASSIGN TO "TableroObligaciones.dat"
             ORGANIZATION IS LINE SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD OBLIGACIONES LABEL RECORD IS STANDARD.
       01 OBLIGACIONES_REG.
           03 OBL-CODIGO PIC X(4).
           03 OBL-ORGANISMO PIC X(10).
           03 OBL-DESCRIPCION PIC X(30).
           03 OBL-DIA-VTO PIC 9(2).
           03 OBL-EMPRESA PIC X(2).
           03 OBL-ARCHIVO PIC X(36).
           03 OBL-POS-PERIODO PIC 9(3).
           03 OBL-ORIGEN-SOBRE PIC X(12).
           03 OBL-ESTADO PIC X(1).
               88 OBL-ACTIVA VALUE "A".
               88 OBL-BAJA VALUE "B".

       FD VERIFICACIONES LABEL RECORD IS STANDARD.
       01 VERIFICACIONES_REG.
           03 VSO-ARCHIVO PIC X(36).
           03 VSO-ORIGEN PIC X(12).
           03 VSO-PERIODO PIC 9(6).
           03 VSO-FECHA PIC 9(8).
           03 VSO-HORA PIC 9(6).
           03 VSO-RESULTADO PIC X(1).
               88 VSO-VERIFICA VALUE "V".
               88 VSO-NO-VERIFICA VALUE "N".

       FD PRESENTADAS LABEL RECORD IS STANDARD.
       01 PRESENTADAS_REG.
           03 POB-CODIGO PIC X(4).
           03 POB-PERIODO PIC 9(6).
           03 POB-FECHA PIC 9(8).
           03 POB-USUARIO PIC X(8).
           03 POB-COMPROBANTE PIC X(20).

       FD ARCHIVO-OBLIGACION LABEL RECORD IS STANDARD.
       01 ARCHIVO-OBLIGACION-REG PIC X(200).

       FD USUARIOS LABEL RECORD IS STANDARD.
       01 USUARIOS_REG.
           03 USU-CODIGO PIC X(8).
           03 USU-CLAVE PIC X(8).
           03 USU-NOMBRE PIC X(25).
           03 USU-PERFIL PIC X(1).
               88 USU-PERFIL-CONSULTA VALUE "C".
               88 USU-PERFIL-OPERADOR VALUE "O".
               88 USU-PERFIL-SUPERVISOR VALUE "S".
           03 USU-FECHA-CLAVE PIC 9(8).
           03 USU-INTENTOS-FALLIDOS PIC 9(1).
           03 USU-BLOQUEADO PIC X(1).
               88 USU-BLOQUEADO-SI VALUE "B".
           03 USU-FORZAR-CAMBIO PIC X(1).
               88 USU-DEBE-CAMBIAR-CLAVE VALUE "F".
           03 USU-CLAVES-ANTERIORES.
               05 USU-CLAVE-ANT PIC X(8) OCCURS 3 TIMES.
      * Sucursal que coordina (blanco si no es coordinador).
           03 USU-SUCURSAL-COORD PIC X(3).

       FD TABLERO LABEL RECORD IS STANDARD.
       01 TABLERO_REG PIC X(110).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-STATUS-OBLIGACIONES PIC X(2) VALUE SPACES.
       01 WS-STATUS-VERIFICACIONES PIC X(2) VALUE SPACES.
       01 WS-STATUS-PRESENTADAS PIC X(2) VALUE SPACES.
       01 WS-STATUS-ARCHIVO PIC X(2) VALUE SPACES.
       01 WS-STATUS-USUARIOS PIC X(2) VALUE SPACES.

       01 WS-EOF-OBLIGACIONES PIC X(2) VALUE "NO".
       01 WS-EOF-FUENTE PIC X(2) VALUE "NO".
       01 WS-EOF-USUARIOS PIC X(2) VALUE "NO".

       01 WS-NOMBRE-ARCHIVO PIC X(36) VALUE SPACES.

       01 WS-OPCION PIC X(1).
           88 WS-OPCION-TABLERO VALUE "1".
           88 WS-OPCION-ALERTAS VALUE "2".
           88 WS-OPCION-MARCAR VALUE "3".
           88 WS-OPCION-SALIR VALUE "4".

       01 WS-MAX-OBLIGACIONES PIC 9(3) VALUE 100.
       01 WS-CANT-OBLIGACIONES PIC 9(3) VALUE ZERO.
       01 SUBINDICE-OBL PIC 9(3) VALUE ZERO.
       01 TABLA-OBLIGACIONES.
           03 ELEM-OBL OCCURS 100 TIMES.
               05 VEC-OBL-CODIGO PIC X(4).
               05 VEC-OBL-ORGANISMO PIC X(10).
               05 VEC-OBL-DESCRIPCION PIC X(30).
               05 VEC-OBL-DIA-VTO PIC 9(2).
               05 VEC-OBL-EMPRESA PIC X(2).
               05 VEC-OBL-ARCHIVO PIC X(36).
               05 VEC-OBL-POS-PERIODO PIC 9(3).
               05 VEC-OBL-ORIGEN-SOBRE PIC X(12).

       01 WS-PERIODO-ENTRADA PIC X(6) VALUE SPACES.
       01 WS-PERIODO-GRUPO.
           03 WS-PERIODO-ANIO PIC 9(4).
           03 WS-PERIODO-MES PIC 9(2).
       01 WS-PERIODO REDEFINES WS-PERIODO-GRUPO PIC 9(6).
       01 WS-PERIODO-ALERTA-1 PIC 9(6) VALUE ZERO.
       01 WS-PERIODO-ALERTA-2 PIC 9(6) VALUE ZERO.

       01 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
       01 WS-FECHA-LIMITE-ALERTA PIC 9(8) VALUE ZERO.
       01 WS-DIAS-ALERTA PIC 9(3) VALUE 5.

       01 WS-VTO-GRUPO.
           03 WS-VTO-ANIO PIC 9(4).
           03 WS-VTO-MES PIC 9(2).
           03 WS-VTO-DIA PIC 9(2).
       01 WS-VENCIMIENTO REDEFINES WS-VTO-GRUPO PIC 9(8).
       01 WS-VTO-TOPE PIC 9(2) VALUE ZERO.
       01 WS-VTO-CUOCIENTE PIC 9(4) VALUE ZERO.
       01 WS-VTO-RESTO PIC 9(4) VALUE ZERO.

      * Estado de la obligacion del subindice para el periodo.
       01 WS-GENERADO PIC X(2) VALUE "NO".
       01 WS-VERIFICADO PIC X(2) VALUE "NO".
       01 WS-PRESENTADO PIC X(2) VALUE "NO".
       01 WS-SITUACION PIC X(12) VALUE SPACES.
       01 WS-FECHA-PRESENTADA PIC 9(8) VALUE ZERO.
       01 WS-POS-PERIODO PIC 9(3) VALUE ZERO.
       01 WS-CANT-ALERTAS PIC 9(3) VALUE ZERO.
       01 WS-CANT-LISTADAS PIC 9(3) VALUE ZERO.
       01 WS-MODO-ALERTA PIC X(1) VALUE "N".
           88 WS-MODO-ALERTA-SI VALUE "S".

       01 WS-CODIGO-ENTRADA PIC X(4).
       01 WS-COMPROBANTE-ENTRADA PIC X(20).
       01 WS-CONFIRMA PIC X(1).
       01 WS-OBL-ENCONTRADA PIC X(1) VALUE "N".
           88 WS-OBL-ENCONTRADA-SI VALUE "S".

       01 WS-USUARIO-ENTRADA PIC X(8).
       01 WS-CLAVE-USU-ENTRADA PIC X(8).
       01 WS-IDENTIFICADO PIC X(1) VALUE "N".
           88 WS-IDENTIFICADO-SI VALUE "S".
       01 WS-PUEDE-MARCAR PIC X(1) VALUE "N".
           88 WS-PUEDE-MARCAR-SI VALUE "S".

       01 WS-FECHA-A-SUMAR PIC 9(8) VALUE ZERO.
       01 WS-DIAS-A-SUMAR PIC 9(3) VALUE ZERO.
       01 WS-FECHA-SUMADA PIC 9(8) VALUE ZERO.
       01 WS-SUMA-FECHA-GRUPO.
           03 WS-SUMA-ANIO PIC 9(4).
           03 WS-SUMA-MES PIC 9(2).
           03 WS-SUMA-DIA-FECHA PIC 9(2).
       01 WS-SUMA-FECHA REDEFINES WS-SUMA-FECHA-GRUPO PIC 9(8).
       01 WS-SUMA-DIA PIC 9(3) VALUE ZERO.
       01 WS-SUMA-TOPE-MES PIC 9(3) VALUE ZERO.
       01 WS-SUMA-CUOCIENTE PIC 9(4) VALUE ZERO.
       01 WS-SUMA-RESTO PIC 9(4) VALUE ZERO.
       01 TABLA-DIAS-POR-MES VALUE "312831303130313130313031".
           03 VEC-DIAS-MES PIC 9(2) OCCURS 12 TIMES.

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

       01 LINEA-TAB-ENC.
           03 FILLER PIC X(36) VALUE
               "TABLERO DE OBLIGACIONES DEL PERIODO ".
           03 LTE-PERIODO PIC 9(6).
           03 FILLER PIC X(10) VALUE "  AL DIA ".
           03 LTE-FECHA PIC 9(8).
       01 LINEA-TAB-TITULOS.
           03 FILLER PIC X(50) VALUE
               "COD  ORGANISMO  OBLIGACION                     EM ".
           03 FILLER PIC X(56) VALUE
               "PERIODO  VENCE    GEN VER PRE PRESENTO SITUACION".
       01 LINEA-TAB-DETALLE.
           03 LTD-CODIGO PIC X(4).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LTD-ORGANISMO PIC X(10).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LTD-DESCRIPCION PIC X(30).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LTD-EMPRESA PIC X(2).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LTD-PERIODO PIC 9(6).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LTD-VENCIMIENTO PIC 9(8).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LTD-GENERADO PIC X(3).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LTD-VERIFICADO PIC X(3).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LTD-PRESENTADO PIC X(3).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LTD-FECHA-PRESENTADA PIC X(8).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LTD-SITUACION PIC X(12).
       01 LINEA-TAB-TOTAL.
           03 FILLER PIC X(40) VALUE
               "PENDIENTES QUE VENCEN EN 5 DIAS O YA VEN".
           03 FILLER PIC X(7) VALUE "CIDAS: ".
           03 LTT-ALERTAS PIC ZZ9.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * Carga el maestro de obligaciones activas y ofrece el
      * tablero de un periodo, las alertas del momento y la marca
      * de presentacion.
      **
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           COMPUTE WS-FECHA-HOY = WS-CURRENT-YEAR * 10000 +
               WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
           MOVE WS-FECHA-HOY TO WS-FECHA-A-SUMAR
           MOVE WS-DIAS-ALERTA TO WS-DIAS-A-SUMAR
           PERFORM SUMAR-DIAS-A-FECHA
           MOVE WS-FECHA-SUMADA TO WS-FECHA-LIMITE-ALERTA

           PERFORM CARGAR-OBLIGACIONES
           IF WS-CANT-OBLIGACIONES = ZERO THEN
               DISPLAY "NO HAY OBLIGACIONES ACTIVAS EN "
                   "Obligaciones.dat (VER MantenimientoObligaciones)"
               STOP RUN
           END-IF

           PERFORM MOSTRAR-ALERTAS
           PERFORM MOSTRAR-MENU UNTIL WS-OPCION-SALIR

           DISPLAY "FIN DEL TABLERO DE OBLIGACIONES"
           STOP RUN.

       CARGAR-OBLIGACIONES.
           MOVE ZERO TO WS-CANT-OBLIGACIONES
           OPEN INPUT OBLIGACIONES
           IF WS-STATUS-OBLIGACIONES = "00" THEN
               PERFORM LEER-OBLIGACION
               PERFORM CARGAR-UNA-OBLIGACION UNTIL
                   WS-EOF-OBLIGACIONES = "SI" OR
                   WS-CANT-OBLIGACIONES >= WS-MAX-OBLIGACIONES
               CLOSE OBLIGACIONES
           END-IF.

       LEER-OBLIGACION.
           READ OBLIGACIONES
               AT END
                   MOVE "SI" TO WS-EOF-OBLIGACIONES
           END-READ.

       CARGAR-UNA-OBLIGACION.
           IF OBL-ACTIVA THEN
               ADD 1 TO WS-CANT-OBLIGACIONES
               MOVE OBL-CODIGO TO VEC-OBL-CODIGO(WS-CANT-OBLIGACIONES)
               MOVE OBL-ORGANISMO TO
                   VEC-OBL-ORGANISMO(WS-CANT-OBLIGACIONES)
               MOVE OBL-DESCRIPCION TO
                   VEC-OBL-DESCRIPCION(WS-CANT-OBLIGACIONES)
               MOVE OBL-DIA-VTO TO
                   VEC-OBL-DIA-VTO(WS-CANT-OBLIGACIONES)
               MOVE OBL-EMPRESA TO
                   VEC-OBL-EMPRESA(WS-CANT-OBLIGACIONES)
               MOVE OBL-ARCHIVO TO
                   VEC-OBL-ARCHIVO(WS-CANT-OBLIGACIONES)
               MOVE OBL-POS-PERIODO TO
                   VEC-OBL-POS-PERIODO(WS-CANT-OBLIGACIONES)
               MOVE OBL-ORIGEN-SOBRE TO
                   VEC-OBL-ORIGEN-SOBRE(WS-CANT-OBLIGACIONES)
           END-IF
           PERFORM LEER-OBLIGACION.

       MOSTRAR-MENU.
           DISPLAY " ".
           DISPLAY "------ TABLERO DE OBLIGACIONES ------".
           DISPLAY "1. TABLERO DE UN PERIODO".
           DISPLAY "2. ALERTAS (VENCEN EN 5 DIAS O VENCIDAS)".
           DISPLAY "3. MARCAR UNA OBLIGACION COMO PRESENTADA".
           DISPLAY "4. SALIR".
           DISPLAY "-------------------------------------".
           ACCEPT WS-OPCION.
           EVALUATE TRUE
               WHEN WS-OPCION-TABLERO
                   PERFORM EMITIR-TABLERO
               WHEN WS-OPCION-ALERTAS
                   PERFORM MOSTRAR-ALERTAS
               WHEN WS-OPCION-MARCAR
                   PERFORM MARCAR-PRESENTADA
               WHEN WS-OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA"
           END-EVALUATE.

      * Sin periodo se toma el mes anterior, que es el que vence
      * en el mes en curso.
       PEDIR-PERIODO.
           DISPLAY "PERIODO (AAAAMM, ENTER = MES ANTERIOR): "
           MOVE SPACES TO WS-PERIODO-ENTRADA
           ACCEPT WS-PERIODO-ENTRADA
           IF WS-PERIODO-ENTRADA = SPACES THEN
               PERFORM TOMAR-MES-ANTERIOR
               MOVE WS-PERIODO TO WS-PERIODO-ENTRADA
           END-IF
           IF WS-PERIODO-ENTRADA NOT NUMERIC THEN
               DISPLAY "EL PERIODO DEBE SER NUMERICO AAAAMM"
               MOVE ZERO TO WS-PERIODO
           ELSE
               MOVE WS-PERIODO-ENTRADA TO WS-PERIODO
               IF WS-PERIODO-MES < 1 OR WS-PERIODO-MES > 12 THEN
                   DISPLAY "MES INVALIDO"
                   MOVE ZERO TO WS-PERIODO
               END-IF
           END-IF.

       TOMAR-MES-ANTERIOR.
           MOVE WS-CURRENT-YEAR TO WS-PERIODO-ANIO
           MOVE WS-CURRENT-MONTH TO WS-PERIODO-MES
           IF WS-PERIODO-MES = 1 THEN
               MOVE 12 TO WS-PERIODO-MES
               SUBTRACT 1 FROM WS-PERIODO-ANIO
           ELSE
               SUBTRACT 1 FROM WS-PERIODO-MES
           END-IF.

       EMITIR-TABLERO.
           PERFORM PEDIR-PERIODO
           IF WS-PERIODO NOT = ZERO THEN
               MOVE "N" TO WS-MODO-ALERTA
               MOVE ZERO TO WS-CANT-ALERTAS
               OPEN OUTPUT TABLERO
               MOVE WS-PERIODO TO LTE-PERIODO
               MOVE WS-FECHA-HOY TO LTE-FECHA
               WRITE TABLERO_REG FROM LINEA-TAB-ENC
               WRITE TABLERO_REG FROM LINEA-TAB-TITULOS
               DISPLAY LINEA-TAB-TITULOS
               PERFORM INFORMAR-OBLIGACION
                   VARYING SUBINDICE-OBL FROM 1 BY 1
                   UNTIL SUBINDICE-OBL > WS-CANT-OBLIGACIONES
               MOVE WS-CANT-ALERTAS TO LTT-ALERTAS
               MOVE SPACES TO TABLERO_REG
               WRITE TABLERO_REG
               WRITE TABLERO_REG FROM LINEA-TAB-TOTAL
               CLOSE TABLERO
               DISPLAY LINEA-TAB-TOTAL
               DISPLAY "TABLERO GRABADO EN TableroObligaciones.dat"
           END-IF.

      * Las alertas miran los dos periodos que pueden vencer entre
      * hoy y el limite: el del mes anterior a hoy y el del mes
      * anterior al limite (si el limite ya cae en el mes que
      * viene).
       MOSTRAR-ALERTAS.
           MOVE "S" TO WS-MODO-ALERTA
           MOVE ZERO TO WS-CANT-ALERTAS
           PERFORM TOMAR-MES-ANTERIOR
           MOVE WS-PERIODO TO WS-PERIODO-ALERTA-1
           MOVE WS-FECHA-LIMITE-ALERTA(1:4) TO WS-PERIODO-ANIO
           MOVE WS-FECHA-LIMITE-ALERTA(5:2) TO WS-PERIODO-MES
           IF WS-PERIODO-MES = 1 THEN
               MOVE 12 TO WS-PERIODO-MES
               SUBTRACT 1 FROM WS-PERIODO-ANIO
           ELSE
               SUBTRACT 1 FROM WS-PERIODO-MES
           END-IF
           MOVE WS-PERIODO TO WS-PERIODO-ALERTA-2
           MOVE WS-PERIODO-ALERTA-1 TO WS-PERIODO
           PERFORM INFORMAR-OBLIGACION
               VARYING SUBINDICE-OBL FROM 1 BY 1
               UNTIL SUBINDICE-OBL > WS-CANT-OBLIGACIONES
           IF WS-PERIODO-ALERTA-2 NOT = WS-PERIODO-ALERTA-1 THEN
               MOVE WS-PERIODO-ALERTA-2 TO WS-PERIODO
               PERFORM INFORMAR-OBLIGACION
                   VARYING SUBINDICE-OBL FROM 1 BY 1
                   UNTIL SUBINDICE-OBL > WS-CANT-OBLIGACIONES
           END-IF
           IF WS-CANT-ALERTAS = ZERO THEN
               DISPLAY "SIN VENCIMIENTOS PENDIENTES EN LOS PROXIMOS "
                   WS-DIAS-ALERTA " DIAS"
           ELSE
               DISPLAY "*** " WS-CANT-ALERTAS " OBLIGACIONES "
                   "PENDIENTES VENCEN EN " WS-DIAS-ALERTA
                   " DIAS O YA VENCIERON ***"
           END-IF
           MOVE "N" TO WS-MODO-ALERTA.

      * En el tablero van todas; en las alertas solo las que vencen
      * dentro del limite o ya vencieron sin presentarse.
       INFORMAR-OBLIGACION.
           PERFORM EVALUAR-OBLIGACION
           IF WS-SITUACION = "VENCIDA" OR
               WS-SITUACION = "VENCE PRONTO" THEN
               ADD 1 TO WS-CANT-ALERTAS
           END-IF
           IF NOT WS-MODO-ALERTA-SI OR WS-SITUACION = "VENCIDA" OR
               WS-SITUACION = "VENCE PRONTO" THEN
               MOVE VEC-OBL-CODIGO(SUBINDICE-OBL) TO LTD-CODIGO
               MOVE VEC-OBL-ORGANISMO(SUBINDICE-OBL) TO LTD-ORGANISMO
               MOVE VEC-OBL-DESCRIPCION(SUBINDICE-OBL) TO
                   LTD-DESCRIPCION
               MOVE VEC-OBL-EMPRESA(SUBINDICE-OBL) TO LTD-EMPRESA
               MOVE WS-PERIODO TO LTD-PERIODO
               MOVE WS-VENCIMIENTO TO LTD-VENCIMIENTO
               MOVE WS-GENERADO TO LTD-GENERADO
               MOVE WS-VERIFICADO TO LTD-VERIFICADO
               MOVE WS-PRESENTADO TO LTD-PRESENTADO
               IF WS-FECHA-PRESENTADA = ZERO THEN
                   MOVE SPACES TO LTD-FECHA-PRESENTADA
               ELSE
                   MOVE WS-FECHA-PRESENTADA TO LTD-FECHA-PRESENTADA
               END-IF
               MOVE WS-SITUACION TO LTD-SITUACION
               DISPLAY LINEA-TAB-DETALLE
               IF NOT WS-MODO-ALERTA-SI THEN
                   WRITE TABLERO_REG FROM LINEA-TAB-DETALLE
               END-IF
           END-IF.

       EVALUAR-OBLIGACION.
           PERFORM CALCULAR-VENCIMIENTO
           PERFORM VERIFICAR-GENERADO
           PERFORM VERIFICAR-SOBRE-PERIODO
           PERFORM VERIFICAR-PRESENTADA
           EVALUATE TRUE
               WHEN WS-PRESENTADO = "SI"
                   MOVE "PRESENTADA" TO WS-SITUACION
               WHEN WS-VENCIMIENTO < WS-FECHA-HOY
                   MOVE "VENCIDA" TO WS-SITUACION
               WHEN WS-VENCIMIENTO <= WS-FECHA-LIMITE-ALERTA
                   MOVE "VENCE PRONTO" TO WS-SITUACION
               WHEN OTHER
                   MOVE "PENDIENTE" TO WS-SITUACION
           END-EVALUATE.

      * El dia del maestro en el mes siguiente al periodo; si el
      * mes no llega a ese dia, vence el ultimo.
       CALCULAR-VENCIMIENTO.
           MOVE WS-PERIODO-ANIO TO WS-VTO-ANIO
           MOVE WS-PERIODO-MES TO WS-VTO-MES
           ADD 1 TO WS-VTO-MES
           IF WS-VTO-MES > 12 THEN
               MOVE 1 TO WS-VTO-MES
               ADD 1 TO WS-VTO-ANIO
           END-IF
           MOVE VEC-DIAS-MES(WS-VTO-MES) TO WS-VTO-TOPE
           IF WS-VTO-MES = 2 THEN
               DIVIDE WS-VTO-ANIO BY 4 GIVING WS-VTO-CUOCIENTE
                   REMAINDER WS-VTO-RESTO
               IF WS-VTO-RESTO = ZERO THEN
                   MOVE 29 TO WS-VTO-TOPE
               END-IF
           END-IF
           IF VEC-OBL-DIA-VTO(SUBINDICE-OBL) > WS-VTO-TOPE THEN
               MOVE WS-VTO-TOPE TO WS-VTO-DIA
           ELSE
               MOVE VEC-OBL-DIA-VTO(SUBINDICE-OBL) TO WS-VTO-DIA
           END-IF.

      * Generado: el archivo del maestro tiene algun registro del
      * periodo en la posicion indicada; si el archivo no lleva el
      * periodo alcanza con que exista y no este vacio.
       VERIFICAR-GENERADO.
           MOVE "NO" TO WS-GENERADO
           MOVE VEC-OBL-ARCHIVO(SUBINDICE-OBL) TO WS-NOMBRE-ARCHIVO
           MOVE VEC-OBL-POS-PERIODO(SUBINDICE-OBL) TO WS-POS-PERIODO
           MOVE "NO" TO WS-EOF-FUENTE
           OPEN INPUT ARCHIVO-OBLIGACION
           IF WS-STATUS-ARCHIVO = "00" THEN
               PERFORM LEER-ARCHIVO-OBLIGACION
               PERFORM BUSCAR-PERIODO-GENERADO UNTIL
                   WS-EOF-FUENTE = "SI" OR WS-GENERADO = "SI"
               CLOSE ARCHIVO-OBLIGACION
           END-IF.

       LEER-ARCHIVO-OBLIGACION.
           READ ARCHIVO-OBLIGACION
               AT END
                   MOVE "SI" TO WS-EOF-FUENTE
           END-READ.

       BUSCAR-PERIODO-GENERADO.
           IF WS-POS-PERIODO = ZERO THEN
               MOVE "SI" TO WS-GENERADO
           ELSE
               IF ARCHIVO-OBLIGACION-REG(WS-POS-PERIODO:6) =
                   WS-PERIODO-GRUPO THEN
                   MOVE "SI" TO WS-GENERADO
               ELSE
                   PERFORM LEER-ARCHIVO-OBLIGACION
               END-IF
           END-IF.

      * Vale la ultima verificacion del origen y periodo: un sobre
      * que no verifico y se volvio a generar y verificar bien
      * queda verificado.
       VERIFICAR-SOBRE-PERIODO.
           IF VEC-OBL-ORIGEN-SOBRE(SUBINDICE-OBL) = SPACES THEN
               MOVE "--" TO WS-VERIFICADO
           ELSE
               MOVE "NO" TO WS-VERIFICADO
               MOVE "NO" TO WS-EOF-FUENTE
               OPEN INPUT VERIFICACIONES
               IF WS-STATUS-VERIFICACIONES = "00" THEN
                   PERFORM LEER-VERIFICACION
                   PERFORM COTEJAR-VERIFICACION UNTIL
                       WS-EOF-FUENTE = "SI"
                   CLOSE VERIFICACIONES
               END-IF
           END-IF.

       LEER-VERIFICACION.
           READ VERIFICACIONES
               AT END
                   MOVE "SI" TO WS-EOF-FUENTE
           END-READ.

       COTEJAR-VERIFICACION.
           IF VSO-ORIGEN = VEC-OBL-ORIGEN-SOBRE(SUBINDICE-OBL) AND
               VSO-PERIODO = WS-PERIODO THEN
               IF VSO-VERIFICA THEN
                   MOVE "SI" TO WS-VERIFICADO
               ELSE
                   MOVE "NO" TO WS-VERIFICADO
               END-IF
           END-IF
           PERFORM LEER-VERIFICACION.

       VERIFICAR-PRESENTADA.
           MOVE "NO" TO WS-PRESENTADO
           MOVE ZERO TO WS-FECHA-PRESENTADA
           MOVE "NO" TO WS-EOF-FUENTE
           OPEN INPUT PRESENTADAS
           IF WS-STATUS-PRESENTADAS = "00" THEN
               PERFORM LEER-PRESENTADA
               PERFORM COTEJAR-PRESENTADA UNTIL
                   WS-EOF-FUENTE = "SI" OR WS-PRESENTADO = "SI"
               CLOSE PRESENTADAS
           END-IF.

       LEER-PRESENTADA.
           READ PRESENTADAS
               AT END
                   MOVE "SI" TO WS-EOF-FUENTE
           END-READ.

       COTEJAR-PRESENTADA.
           IF POB-CODIGO = VEC-OBL-CODIGO(SUBINDICE-OBL) AND
               POB-PERIODO = WS-PERIODO THEN
               MOVE "SI" TO WS-PRESENTADO
               MOVE POB-FECHA TO WS-FECHA-PRESENTADA
           ELSE
               PERFORM LEER-PRESENTADA
           END-IF.

      * La marca queda con el usuario y el acuse del organismo; si
      * el archivo no esta generado o su sobre no verifico se pide
      * confirmacion expresa.
       MARCAR-PRESENTADA.
           DISPLAY "CODIGO DE OBLIGACION: "
           ACCEPT WS-CODIGO-ENTRADA
           MOVE "N" TO WS-OBL-ENCONTRADA
           MOVE 1 TO SUBINDICE-OBL
           PERFORM AVANZAR-SUBINDICE-OBL UNTIL
               SUBINDICE-OBL > WS-CANT-OBLIGACIONES OR
               WS-OBL-ENCONTRADA-SI
           IF NOT WS-OBL-ENCONTRADA-SI THEN
               DISPLAY "OBLIGACION INEXISTENTE O DADA DE BAJA"
           ELSE
               PERFORM PEDIR-PERIODO
               IF WS-PERIODO NOT = ZERO THEN
                   PERFORM EVALUAR-OBLIGACION
                   PERFORM CONFIRMAR-MARCA
               END-IF
           END-IF.

       AVANZAR-SUBINDICE-OBL.
           IF VEC-OBL-CODIGO(SUBINDICE-OBL) = WS-CODIGO-ENTRADA THEN
               MOVE "S" TO WS-OBL-ENCONTRADA
           ELSE
               ADD 1 TO SUBINDICE-OBL
           END-IF.

       CONFIRMAR-MARCA.
           MOVE "S" TO WS-CONFIRMA
           EVALUATE TRUE
               WHEN WS-PRESENTADO = "SI"
                   DISPLAY "YA FIGURA PRESENTADA EL "
                       WS-FECHA-PRESENTADA
                   MOVE "N" TO WS-CONFIRMA
               WHEN WS-GENERADO = "NO" OR WS-VERIFICADO = "NO"
                   DISPLAY "ATENCION: GENERADO " WS-GENERADO
                       " - SOBRE VERIFICADO " WS-VERIFICADO
                   DISPLAY "MARCA IGUAL COMO PRESENTADA (S/N)? "
                   ACCEPT WS-CONFIRMA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-CONFIRMA = "S" THEN
               PERFORM IDENTIFICAR-USUARIO
               IF WS-PUEDE-MARCAR-SI THEN
                   DISPLAY "NUMERO DE ACUSE DEL ORGANISMO: "
                   ACCEPT WS-COMPROBANTE-ENTRADA
                   IF WS-COMPROBANTE-ENTRADA = SPACES THEN
                       DISPLAY "SIN ACUSE NO SE MARCA LA PRESENTACION"
                   ELSE
                       PERFORM GRABAR-PRESENTADA
                   END-IF
               END-IF
           ELSE
               DISPLAY "MARCA CANCELADA"
           END-IF.

       GRABAR-PRESENTADA.
           OPEN EXTEND PRESENTADAS
           IF WS-STATUS-PRESENTADAS = "35" THEN
               OPEN OUTPUT PRESENTADAS
               CLOSE PRESENTADAS
               OPEN EXTEND PRESENTADAS
           END-IF
           MOVE VEC-OBL-CODIGO(SUBINDICE-OBL) TO POB-CODIGO
           MOVE WS-PERIODO TO POB-PERIODO
           MOVE WS-FECHA-HOY TO POB-FECHA
           MOVE WS-USUARIO-ENTRADA TO POB-USUARIO
           MOVE WS-COMPROBANTE-ENTRADA TO POB-COMPROBANTE
           WRITE PRESENTADAS_REG
           CLOSE PRESENTADAS
           DISPLAY "OBLIGACION " POB-CODIGO " DEL PERIODO " POB-PERIODO
               " MARCADA COMO PRESENTADA".

       IDENTIFICAR-USUARIO.
           MOVE "N" TO WS-IDENTIFICADO
           MOVE "N" TO WS-PUEDE-MARCAR
           MOVE "NO" TO WS-EOF-USUARIOS
           OPEN INPUT USUARIOS
           IF WS-STATUS-USUARIOS NOT = "00" THEN
               DISPLAY "SIN Usuarios.dat NO SE PUEDE IDENTIFICAR "
                   "QUIEN PRESENTA"
           ELSE
               DISPLAY "USUARIO: "
               ACCEPT WS-USUARIO-ENTRADA
               DISPLAY "CLAVE: "
               ACCEPT WS-CLAVE-USU-ENTRADA
               PERFORM LEER-USUARIO
               PERFORM VALIDAR-USUARIO UNTIL
                   WS-EOF-USUARIOS = "SI" OR WS-IDENTIFICADO-SI
               CLOSE USUARIOS
               IF NOT WS-IDENTIFICADO-SI THEN
                   DISPLAY "USUARIO O CLAVE INCORRECTOS"
               END-IF
           END-IF.

       LEER-USUARIO.
           READ USUARIOS
               AT END
                   MOVE "SI" TO WS-EOF-USUARIOS
           END-READ.

       VALIDAR-USUARIO.
           IF USU-CODIGO = WS-USUARIO-ENTRADA AND
               USU-CLAVE = WS-CLAVE-USU-ENTRADA THEN
               MOVE "S" TO WS-IDENTIFICADO
               EVALUATE TRUE
                   WHEN USU-BLOQUEADO-SI
                       DISPLAY "CUENTA BLOQUEADA - PIDA EL "
                           "DESBLOQUEO A UN SUPERVISOR"
                   WHEN USU-PERFIL-CONSULTA
                       DISPLAY "UN PERFIL DE CONSULTA NO PUEDE "
                           "MARCAR PRESENTACIONES"
                   WHEN OTHER
                       MOVE "S" TO WS-PUEDE-MARCAR
               END-EVALUATE
           ELSE
               PERFORM LEER-USUARIO
           END-IF.

       SUMAR-DIAS-A-FECHA.
           MOVE WS-FECHA-A-SUMAR TO WS-SUMA-FECHA
           MOVE WS-SUMA-DIA-FECHA TO WS-SUMA-DIA
           ADD WS-DIAS-A-SUMAR TO WS-SUMA-DIA
           MOVE ZERO TO WS-SUMA-TOPE-MES
           PERFORM NORMALIZAR-FECHA-SUMADA UNTIL
               WS-SUMA-DIA <= WS-SUMA-TOPE-MES
           MOVE WS-SUMA-DIA TO WS-SUMA-DIA-FECHA
           MOVE WS-SUMA-FECHA TO WS-FECHA-SUMADA.

       NORMALIZAR-FECHA-SUMADA.
           MOVE VEC-DIAS-MES(WS-SUMA-MES) TO WS-SUMA-TOPE-MES
           IF WS-SUMA-MES = 2 THEN
               DIVIDE WS-SUMA-ANIO BY 4 GIVING WS-SUMA-CUOCIENTE
                   REMAINDER WS-SUMA-RESTO
               IF WS-SUMA-RESTO = ZERO THEN
                   MOVE 29 TO WS-SUMA-TOPE-MES
               END-IF
           END-IF
           IF WS-SUMA-DIA > WS-SUMA-TOPE-MES THEN
               SUBTRACT WS-SUMA-TOPE-MES FROM WS-SUMA-DIA
               ADD 1 TO WS-SUMA-MES
               IF WS-SUMA-MES > 12 THEN
                   MOVE 1 TO WS-SUMA-MES
                   ADD 1 TO WS-SUMA-ANIO
               END-IF
               MOVE ZERO TO WS-SUMA-TOPE-MES
           END-IF.

       END PROGRAM TABLERO-OBLIGACIONES.
