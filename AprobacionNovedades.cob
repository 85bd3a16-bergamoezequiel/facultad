      ******************************************************************
      * Author:
      * Date:
      * Purpose: Aprobacion de las novedades por el coordinador de
      *          cada sucursal antes de la corrida. El coordinador
      *          (usuario con sucursal asignada en Usuarios.dat) ve
      *          lo que su sucursal mando en NovTimes1/2/3, marca
      *          como no aprobados los renglones que no reconoce y
      *          firma. La firma queda en AprobacionesNovedades.dat
      *          con la cantidad y la suma de horas que vio, y los
      *          renglones no aprobados en NovNoAprobadas.dat; el
      *          paso RetenerNoAprobadas de la cadena saca de los
      *          lotes lo no aprobado y lo de sucursales sin firma
      *          vigente antes del merge.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. APROBACION-NOVEDADES.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT USUARIOS ASSIGN TO "Usuarios.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-USUARIOS.

       SELECT INTENTOS-FALLIDOS ASSIGN TO "IntentosFallidos.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-INTENTOS.

       SELECT NovTimes1 ASSIGN TO "NovTimes1.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-NOV1.

       SELECT NovTimes2 ASSIGN TO "NovTimes2.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-NOV2.

       SELECT NovTimes3 ASSIGN TO "NovTimes3.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-NOV3.

       SELECT APROBACIONES ASSIGN TO "AprobacionesNovedades.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-APROBACIONES.

       SELECT NO_APROBADAS ASSIGN TO "NovNoAprobadas.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-NO-APROBADAS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
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
           03 USU-SUCURSAL-COORD PIC X(3).

       FD INTENTOS-FALLIDOS LABEL RECORD IS STANDARD.
       01 INTENTOS-FALLIDOS-REG.
           03 INT-USUARIO PIC X(8).
           03 INT-FECHA PIC 9(8).
           03 INT-HORA PIC 9(6).

       FD NovTimes1 LABEL RECORD IS STANDARD.
       01 NovTimes1_REG.
           03 NOV1-NUMERO PIC X(5).
               88 NOV1-ES-CABECERA VALUE "00000".
               88 NOV1-ES-COLA VALUE "99999".
           03 NOV1-RESTO PIC X(56).

       FD NovTimes2 LABEL RECORD IS STANDARD.
       01 NovTimes2_REG.
           03 NOV2-NUMERO PIC X(5).
               88 NOV2-ES-CABECERA VALUE "00000".
               88 NOV2-ES-COLA VALUE "99999".
           03 NOV2-RESTO PIC X(56).

       FD NovTimes3 LABEL RECORD IS STANDARD.
       01 NovTimes3_REG.
           03 NOV3-NUMERO PIC X(5).
               88 NOV3-ES-CABECERA VALUE "00000".
               88 NOV3-ES-COLA VALUE "99999".
           03 NOV3-RESTO PIC X(56).

      * Una firma por sucursal y aprobacion; vale la ultima.
       FD APROBACIONES LABEL RECORD IS STANDARD.
       01 APROBACIONES_REG.
           03 APR-SUCURSAL PIC X(3).
           03 APR-COORDINADOR PIC X(8).
           03 APR-FECHA PIC 9(8).
           03 APR-HORA PIC 9(6).
           03 APR-TIPO PIC X(1).
               88 APR-TOTAL VALUE "T".
               88 APR-PARCIAL VALUE "P".
           03 APR-CANT-NOVEDADES PIC 9(6).
           03 APR-SUMA-HORAS PIC 9(8)V99.
           03 APR-CANT-NO-APROBADAS PIC 9(6).

      * Renglones que el coordinador no aprobo, con la firma a la
      * que pertenecen.
       FD NO_APROBADAS LABEL RECORD IS STANDARD.
       01 NO_APROBADAS_REG.
           03 NNA-SUCURSAL PIC X(3).
           03 NNA-FECHA-FIRMA PIC 9(8).
           03 NNA-HORA-FIRMA PIC 9(6).
           03 NNA-NOVEDAD PIC X(61).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-STATUS-USUARIOS PIC X(2) VALUE SPACES.
       01 WS-STATUS-INTENTOS PIC X(2) VALUE SPACES.
       01 WS-STATUS-NOV1 PIC X(2) VALUE SPACES.
       01 WS-STATUS-NOV2 PIC X(2) VALUE SPACES.
       01 WS-STATUS-NOV3 PIC X(2) VALUE SPACES.
       01 WS-STATUS-APROBACIONES PIC X(2) VALUE SPACES.
       01 WS-STATUS-NO-APROBADAS PIC X(2) VALUE SPACES.

       01 WS-EOF-USUARIOS PIC X(2) VALUE "NO".
       01 WS-EOF-INTENTOS PIC X(2) VALUE "NO".
       01 WS-EOF-NOV PIC X(2) VALUE "NO".

       01 WS-USUARIO-ENTRADA PIC X(8).
       01 WS-CLAVE-USU-ENTRADA PIC X(8).
       01 WS-OPERADOR-ACTUAL PIC X(8) VALUE SPACES.
       01 WS-NOMBRE-COORDINADOR PIC X(25) VALUE SPACES.
       01 WS-SUCURSAL-COORD PIC X(3) VALUE SPACES.
       01 WS-IDENTIFICADO PIC X(1) VALUE "N".
           88 WS-IDENTIFICADO-SI VALUE "S".

      * Seguridad de la cuenta, igual que en los mantenimientos.
       01 WS-MAX-INTENTOS PIC 9(1) VALUE 3.
       01 WS-CANT-INTENTOS PIC 9(3) VALUE ZERO.
       01 WS-DIAS-VIGENCIA-CLAVE PIC 9(3) VALUE 90.
       01 WS-MAX-INT-TABLA PIC 9(3) VALUE 200.
       01 WS-CANT-INT-TABLA PIC 9(3) VALUE ZERO.
       01 SUBINDICE-INT PIC 9(3) VALUE ZERO.
       01 TABLA-INTENTOS.
           03 ELEM-INT OCCURS 200 TIMES.
               05 VEC-INT-USUARIO PIC X(8).
               05 VEC-INT-FECHA PIC 9(8).
               05 VEC-INT-HORA PIC 9(6).
       01 WS-SEG-SERIE-GRUPO.
           03 WS-SEG-SERIE-ANIO PIC 9(4).
           03 WS-SEG-SERIE-MES PIC 9(2).
           03 WS-SEG-SERIE-DIA PIC 9(2).
       01 WS-SEG-SERIE-FECHA REDEFINES WS-SEG-SERIE-GRUPO PIC 9(8).
       01 WS-SEG-SERIE-RESULTADO PIC 9(7) VALUE ZERO.
       01 WS-SEG-SERIE-CLAVE PIC 9(7) VALUE ZERO.
       01 TABLA-DIAS-ACUM-SEG VALUE
               "000031059090120151181212243273304334".
           03 VEC-DIAS-ACUM-SEG PIC 9(3) OCCURS 12 TIMES.

       01 WS-NOVEDAD.
           03 WS-NOV-NUMERO PIC X(5).
           03 WS-NOV-FECHA PIC 9(8).
           03 WS-NOV-SUCURSAL PIC X(3).
           03 WS-NOV-TIP_CLASE PIC X(4).
           03 WS-NOV-HORAS PIC 9(3)V99.
           03 WS-NOV-TIPO-MOV PIC X(1).
           03 WS-NOV-ALUMNOS PIC 9(3).
           03 WS-NOV-HORA-DESDE PIC 9(4).
           03 WS-NOV-HORA-HASTA PIC 9(4).
           03 FILLER PIC X(25).

      * Renglones de la sucursal del coordinador, de los tres
      * lotes, con la marca de aprobacion de cada uno.
       01 WS-MAX-RENGLONES PIC 9(5) VALUE 5000.
       01 WS-CANT-RENGLONES PIC 9(5) VALUE ZERO.
       01 SUBINDICE-REN PIC 9(5) VALUE ZERO.
       01 TABLA-RENGLONES.
           03 ELEM-REN OCCURS 5000 TIMES.
               05 VEC-REN-NOVEDAD PIC X(61).
               05 VEC-REN-APROBADO PIC X(1).
                   88 VEC-REN-APROBADO-SI VALUE "S".

       01 WS-SUMA-HORAS PIC 9(8)V99 VALUE ZERO.
       01 WS-CANT-NO-APROBADAS PIC 9(6) VALUE ZERO.
       01 WS-RENGLON-NUM PIC 9(5).
       01 WS-CONFIRMA PIC X(1).
       01 WS-FIRMADO PIC X(1) VALUE "N".
           88 WS-FIRMADO-SI VALUE "S".

       01 WS-OPCION PIC X(1).
           88 WS-OPCION-LISTAR VALUE "1".
           88 WS-OPCION-NO-APROBAR VALUE "2".
           88 WS-OPCION-REINCORPORAR VALUE "3".
           88 WS-OPCION-APROBAR-TODO VALUE "4".
           88 WS-OPCION-FIRMAR VALUE "5".
           88 WS-OPCION-SALIR VALUE "6".

       01 LINEA-RENGLON.
           03 LRE-RENGLON PIC ZZZZ9.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LRE-PROFESOR PIC X(5).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LRE-FECHA PIC 9(8).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LRE-TIPO PIC X(4).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LRE-HORAS PIC ZZ9,99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LRE-DESDE PIC 9(4).
           03 FILLER PIC X(1) VALUE "-".
           03 LRE-HASTA PIC 9(4).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LRE-MOV PIC X(1).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LRE-ESTADO PIC X(12).

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
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * Identifica al coordinador, carga lo que mando su sucursal
      * y despliega el menu de aprobacion
      **
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           PERFORM IDENTIFICAR-COORDINADOR

           MOVE ZERO TO WS-CANT-RENGLONES
           MOVE ZERO TO WS-SUMA-HORAS
           PERFORM CARGAR-NOV1
           PERFORM CARGAR-NOV2
           PERFORM CARGAR-NOV3
           DISPLAY "SUCURSAL " WS-SUCURSAL-COORD ": "
               WS-CANT-RENGLONES " NOVEDADES, " WS-SUMA-HORAS
               " HORAS"
           IF WS-CANT-RENGLONES = ZERO THEN
               DISPLAY "LA SUCURSAL NO TIENE NOVEDADES EN LOS LOTES"
               STOP RUN
           END-IF

           PERFORM MOSTRAR-MENU UNTIL WS-OPCION-SALIR

           IF NOT WS-FIRMADO-SI THEN
               DISPLAY "SALIO SIN FIRMAR: LAS NOVEDADES DE LA "
                   "SUCURSAL NO SE LIQUIDAN HASTA QUE FIRME"
           END-IF
           DISPLAY "FIN DE LA APROBACION DE NOVEDADES"
           STOP RUN.

      * Solo entra un usuario con una sucursal a cargo.
       IDENTIFICAR-COORDINADOR.
           MOVE "N" TO WS-IDENTIFICADO
           OPEN INPUT USUARIOS
           IF WS-STATUS-USUARIOS NOT = "00" THEN
               DISPLAY "NO HAY MAESTRO DE USUARIOS: NO HAY "
                   "COORDINADORES QUE PUEDAN APROBAR"
               STOP RUN
           END-IF
           DISPLAY "USUARIO: "
           ACCEPT WS-USUARIO-ENTRADA
           DISPLAY "CLAVE: "
           ACCEPT WS-CLAVE-USU-ENTRADA
           PERFORM CONTAR-INTENTOS-FALLIDOS
           IF WS-CANT-INTENTOS >= WS-MAX-INTENTOS THEN
               DISPLAY "CUENTA BLOQUEADA POR INTENTOS "
                   "FALLIDOS - PIDA EL DESBLOQUEO A UN "
                   "SUPERVISOR"
               CLOSE USUARIOS
               STOP RUN
           END-IF
           PERFORM LEER-USUARIO-LOGIN
           PERFORM VALIDAR-USUARIO-LOGIN UNTIL
               WS-EOF-USUARIOS = "SI" OR WS-IDENTIFICADO-SI
           CLOSE USUARIOS
           IF NOT WS-IDENTIFICADO-SI THEN
               PERFORM REGISTRAR-INTENTO-FALLIDO
               DISPLAY "USUARIO O CLAVE INCORRECTOS"
               STOP RUN
           END-IF
           PERFORM VERIFICAR-ESTADO-DE-CUENTA
           IF WS-SUCURSAL-COORD = SPACES THEN
               DISPLAY "EL USUARIO NO ES COORDINADOR DE NINGUNA "
                   "SUCURSAL"
               STOP RUN
           END-IF
           MOVE WS-USUARIO-ENTRADA TO WS-OPERADOR-ACTUAL
           DISPLAY "COORDINADOR: " WS-NOMBRE-COORDINADOR
               " - SUCURSAL " WS-SUCURSAL-COORD.

       LEER-USUARIO-LOGIN.
           READ USUARIOS
               AT END
                   MOVE "SI" TO WS-EOF-USUARIOS
           END-READ.

       VALIDAR-USUARIO-LOGIN.
           IF USU-CODIGO = WS-USUARIO-ENTRADA AND
               USU-CLAVE = WS-CLAVE-USU-ENTRADA THEN
               MOVE "S" TO WS-IDENTIFICADO
               MOVE USU-SUCURSAL-COORD TO WS-SUCURSAL-COORD
               MOVE USU-NOMBRE TO WS-NOMBRE-COORDINADOR
           ELSE
               PERFORM LEER-USUARIO-LOGIN
           END-IF.

       CONTAR-INTENTOS-FALLIDOS.
           MOVE ZERO TO WS-CANT-INTENTOS
           MOVE ZERO TO WS-CANT-INT-TABLA
           MOVE "NO" TO WS-EOF-INTENTOS
           OPEN INPUT INTENTOS-FALLIDOS
           IF WS-STATUS-INTENTOS = "00" THEN
               PERFORM LEER-INTENTO-FALLIDO
               PERFORM CARGAR-UN-INTENTO UNTIL
                   WS-EOF-INTENTOS = "SI" OR
                   WS-CANT-INT-TABLA >= WS-MAX-INT-TABLA
               CLOSE INTENTOS-FALLIDOS
           END-IF.

       LEER-INTENTO-FALLIDO.
           READ INTENTOS-FALLIDOS
               AT END
                   MOVE "SI" TO WS-EOF-INTENTOS
           END-READ.

       CARGAR-UN-INTENTO.
           ADD 1 TO WS-CANT-INT-TABLA
           MOVE INT-USUARIO TO VEC-INT-USUARIO(WS-CANT-INT-TABLA)
           MOVE INT-FECHA TO VEC-INT-FECHA(WS-CANT-INT-TABLA)
           MOVE INT-HORA TO VEC-INT-HORA(WS-CANT-INT-TABLA)
           IF INT-USUARIO = WS-USUARIO-ENTRADA THEN
               ADD 1 TO WS-CANT-INTENTOS
           END-IF
           PERFORM LEER-INTENTO-FALLIDO.

       REGISTRAR-INTENTO-FALLIDO.
           OPEN EXTEND INTENTOS-FALLIDOS
           IF WS-STATUS-INTENTOS = "35" THEN
               OPEN OUTPUT INTENTOS-FALLIDOS
               CLOSE INTENTOS-FALLIDOS
               OPEN EXTEND INTENTOS-FALLIDOS
           END-IF
           MOVE WS-USUARIO-ENTRADA TO INT-USUARIO
           COMPUTE INT-FECHA = WS-CURRENT-YEAR * 10000 +
               WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
           COMPUTE INT-HORA = WS-CURRENT-HOUR * 10000 +
               WS-CURRENT-MINUTE * 100 + WS-CURRENT-SECOND
           WRITE INTENTOS-FALLIDOS-REG
           CLOSE INTENTOS-FALLIDOS.

       LIMPIAR-INTENTOS-PROPIOS.
           IF WS-CANT-INTENTOS > ZERO THEN
               OPEN OUTPUT INTENTOS-FALLIDOS
               PERFORM REGRABAR-UN-INTENTO
                   VARYING SUBINDICE-INT FROM 1 BY 1
                   UNTIL SUBINDICE-INT > WS-CANT-INT-TABLA
               CLOSE INTENTOS-FALLIDOS
           END-IF.

       REGRABAR-UN-INTENTO.
           IF VEC-INT-USUARIO(SUBINDICE-INT) NOT =
               WS-USUARIO-ENTRADA THEN
               MOVE VEC-INT-USUARIO(SUBINDICE-INT) TO INT-USUARIO
               MOVE VEC-INT-FECHA(SUBINDICE-INT) TO INT-FECHA
               MOVE VEC-INT-HORA(SUBINDICE-INT) TO INT-HORA
               WRITE INTENTOS-FALLIDOS-REG
           END-IF.

       VERIFICAR-ESTADO-DE-CUENTA.
           IF USU-BLOQUEADO-SI THEN
               DISPLAY "CUENTA BLOQUEADA - PIDA EL DESBLOQUEO A UN "
                   "SUPERVISOR"
               STOP RUN
           END-IF
           IF USU-DEBE-CAMBIAR-CLAVE THEN
               DISPLAY "DEBE CAMBIAR SU CLAVE EN "
                   "MantenimientoUsuarios ANTES DE OPERAR"
               STOP RUN
           END-IF
           IF USU-FECHA-CLAVE NUMERIC AND USU-FECHA-CLAVE > ZERO
               THEN
               MOVE USU-FECHA-CLAVE TO WS-SEG-SERIE-FECHA
               PERFORM CALCULAR-SERIE-SEGURIDAD
               MOVE WS-SEG-SERIE-RESULTADO TO WS-SEG-SERIE-CLAVE
               MOVE WS-CURRENT-YEAR TO WS-SEG-SERIE-ANIO
               MOVE WS-CURRENT-MONTH TO WS-SEG-SERIE-MES
               MOVE WS-CURRENT-DAY TO WS-SEG-SERIE-DIA
               PERFORM CALCULAR-SERIE-SEGURIDAD
               IF WS-SEG-SERIE-RESULTADO - WS-SEG-SERIE-CLAVE >
                   WS-DIAS-VIGENCIA-CLAVE THEN
                   DISPLAY "LA CLAVE ESTA VENCIDA - CAMBIELA EN "
                       "MantenimientoUsuarios"
                   STOP RUN
               END-IF
           END-IF
           PERFORM LIMPIAR-INTENTOS-PROPIOS.

       CALCULAR-SERIE-SEGURIDAD.
           COMPUTE WS-SEG-SERIE-RESULTADO =
               WS-SEG-SERIE-ANIO * 365 +
               WS-SEG-SERIE-ANIO / 4 +
               VEC-DIAS-ACUM-SEG(WS-SEG-SERIE-MES) +
               WS-SEG-SERIE-DIA.

       CARGAR-NOV1.
           MOVE "NO" TO WS-EOF-NOV
           OPEN INPUT NovTimes1
           IF WS-STATUS-NOV1 = "00" THEN
               PERFORM LEER-NOV1
               PERFORM CARGAR-UNA-NOV1 UNTIL WS-EOF-NOV = "SI"
               CLOSE NovTimes1
           END-IF.

       LEER-NOV1.
           READ NovTimes1
               AT END
                   MOVE "SI" TO WS-EOF-NOV
           END-READ.

       CARGAR-UNA-NOV1.
           IF NOT NOV1-ES-CABECERA AND NOT NOV1-ES-COLA THEN
               MOVE NovTimes1_REG TO WS-NOVEDAD
               PERFORM CARGAR-NOVEDAD-SUCURSAL
           END-IF
           PERFORM LEER-NOV1.

       CARGAR-NOV2.
           MOVE "NO" TO WS-EOF-NOV
           OPEN INPUT NovTimes2
           IF WS-STATUS-NOV2 = "00" THEN
               PERFORM LEER-NOV2
               PERFORM CARGAR-UNA-NOV2 UNTIL WS-EOF-NOV = "SI"
               CLOSE NovTimes2
           END-IF.

       LEER-NOV2.
           READ NovTimes2
               AT END
                   MOVE "SI" TO WS-EOF-NOV
           END-READ.

       CARGAR-UNA-NOV2.
           IF NOT NOV2-ES-CABECERA AND NOT NOV2-ES-COLA THEN
               MOVE NovTimes2_REG TO WS-NOVEDAD
               PERFORM CARGAR-NOVEDAD-SUCURSAL
           END-IF
           PERFORM LEER-NOV2.

       CARGAR-NOV3.
           MOVE "NO" TO WS-EOF-NOV
           OPEN INPUT NovTimes3
           IF WS-STATUS-NOV3 = "00" THEN
               PERFORM LEER-NOV3
               PERFORM CARGAR-UNA-NOV3 UNTIL WS-EOF-NOV = "SI"
               CLOSE NovTimes3
           END-IF.

       LEER-NOV3.
           READ NovTimes3
               AT END
                   MOVE "SI" TO WS-EOF-NOV
           END-READ.

       CARGAR-UNA-NOV3.
           IF NOT NOV3-ES-CABECERA AND NOT NOV3-ES-COLA THEN
               MOVE NovTimes3_REG TO WS-NOVEDAD
               PERFORM CARGAR-NOVEDAD-SUCURSAL
           END-IF
           PERFORM LEER-NOV3.

      * Todo renglon de la sucursal arranca aprobado; el
      * coordinador marca los que no reconoce.
       CARGAR-NOVEDAD-SUCURSAL.
           IF WS-NOV-SUCURSAL = WS-SUCURSAL-COORD AND
               WS-CANT-RENGLONES < WS-MAX-RENGLONES THEN
               ADD 1 TO WS-CANT-RENGLONES
               MOVE WS-NOVEDAD TO VEC-REN-NOVEDAD(WS-CANT-RENGLONES)
               MOVE "S" TO VEC-REN-APROBADO(WS-CANT-RENGLONES)
               ADD WS-NOV-HORAS TO WS-SUMA-HORAS
           END-IF.

       MOSTRAR-MENU.
           DISPLAY " ".
           DISPLAY "------ APROBACION DE NOVEDADES ------".
           DISPLAY "1. LISTAR NOVEDADES DE LA SUCURSAL".
           DISPLAY "2. NO APROBAR UN RENGLON".
           DISPLAY "3. REINCORPORAR UN RENGLON".
           DISPLAY "4. APROBAR TODO".
           DISPLAY "5. FIRMAR LA APROBACION".
           DISPLAY "6. SALIR".
           DISPLAY "-------------------------------------".
           ACCEPT WS-OPCION.
           EVALUATE TRUE
               WHEN WS-OPCION-LISTAR
                   PERFORM LISTAR-RENGLONES
               WHEN WS-OPCION-NO-APROBAR
                   PERFORM NO-APROBAR-RENGLON
               WHEN WS-OPCION-REINCORPORAR
                   PERFORM REINCORPORAR-RENGLON
               WHEN WS-OPCION-APROBAR-TODO
                   PERFORM APROBAR-UN-RENGLON
                       VARYING SUBINDICE-REN FROM 1 BY 1
                       UNTIL SUBINDICE-REN > WS-CANT-RENGLONES
                   DISPLAY "TODOS LOS RENGLONES QUEDAN APROBADOS"
               WHEN WS-OPCION-FIRMAR
                   PERFORM FIRMAR-APROBACION
               WHEN WS-OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA"
           END-EVALUATE.

       LISTAR-RENGLONES.
           DISPLAY "  REN PROF  FECHA    TIPO  HORAS HORARIO   M "
               "ESTADO"
           PERFORM MOSTRAR-UN-RENGLON
               VARYING SUBINDICE-REN FROM 1 BY 1
               UNTIL SUBINDICE-REN > WS-CANT-RENGLONES.

       MOSTRAR-UN-RENGLON.
           MOVE VEC-REN-NOVEDAD(SUBINDICE-REN) TO WS-NOVEDAD
           MOVE SUBINDICE-REN TO LRE-RENGLON
           MOVE WS-NOV-NUMERO TO LRE-PROFESOR
           MOVE WS-NOV-FECHA TO LRE-FECHA
           MOVE WS-NOV-TIP_CLASE TO LRE-TIPO
           MOVE WS-NOV-HORAS TO LRE-HORAS
           MOVE WS-NOV-HORA-DESDE TO LRE-DESDE
           MOVE WS-NOV-HORA-HASTA TO LRE-HASTA
           MOVE WS-NOV-TIPO-MOV TO LRE-MOV
           IF VEC-REN-APROBADO-SI(SUBINDICE-REN) THEN
               MOVE "APROBADO" TO LRE-ESTADO
           ELSE
               MOVE "NO APROBADO" TO LRE-ESTADO
           END-IF
           DISPLAY LINEA-RENGLON.

       NO-APROBAR-RENGLON.
           PERFORM PEDIR-RENGLON
           IF WS-RENGLON-NUM > ZERO THEN
               MOVE "N" TO VEC-REN-APROBADO(WS-RENGLON-NUM)
               MOVE "N" TO WS-FIRMADO
               DISPLAY "RENGLON " WS-RENGLON-NUM " NO APROBADO"
           END-IF.

       REINCORPORAR-RENGLON.
           PERFORM PEDIR-RENGLON
           IF WS-RENGLON-NUM > ZERO THEN
               MOVE "S" TO VEC-REN-APROBADO(WS-RENGLON-NUM)
               MOVE "N" TO WS-FIRMADO
               DISPLAY "RENGLON " WS-RENGLON-NUM " APROBADO"
           END-IF.

       PEDIR-RENGLON.
           DISPLAY "NUMERO DE RENGLON: "
           MOVE ZERO TO WS-RENGLON-NUM
           ACCEPT WS-RENGLON-NUM
           IF WS-RENGLON-NUM = ZERO OR
               WS-RENGLON-NUM > WS-CANT-RENGLONES THEN
               DISPLAY "RENGLON INEXISTENTE"
               MOVE ZERO TO WS-RENGLON-NUM
           END-IF.

       APROBAR-UN-RENGLON.
           MOVE "S" TO VEC-REN-APROBADO(SUBINDICE-REN)
           MOVE "N" TO WS-FIRMADO.

      * La firma deja la aprobacion con lo que el coordinador vio:
      * si despues la sucursal manda otra cosa, la cantidad o la
      * suma de horas ya no coinciden y la firma deja de valer.
       FIRMAR-APROBACION.
           MOVE ZERO TO WS-CANT-NO-APROBADAS
           PERFORM CONTAR-NO-APROBADO
               VARYING SUBINDICE-REN FROM 1 BY 1
               UNTIL SUBINDICE-REN > WS-CANT-RENGLONES
           DISPLAY "RENGLONES: " WS-CANT-RENGLONES
               " NO APROBADOS: " WS-CANT-NO-APROBADAS
           DISPLAY "CONFIRMA LA FIRMA (S/N): "
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s" THEN
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
               MOVE WS-SUCURSAL-COORD TO APR-SUCURSAL
               MOVE WS-OPERADOR-ACTUAL TO APR-COORDINADOR
               COMPUTE APR-FECHA = WS-CURRENT-YEAR * 10000 +
                   WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
               COMPUTE APR-HORA = WS-CURRENT-HOUR * 10000 +
                   WS-CURRENT-MINUTE * 100 + WS-CURRENT-SECOND
               IF WS-CANT-NO-APROBADAS = ZERO THEN
                   MOVE "T" TO APR-TIPO
               ELSE
                   MOVE "P" TO APR-TIPO
               END-IF
               MOVE WS-CANT-RENGLONES TO APR-CANT-NOVEDADES
               MOVE WS-SUMA-HORAS TO APR-SUMA-HORAS
               MOVE WS-CANT-NO-APROBADAS TO APR-CANT-NO-APROBADAS
               OPEN EXTEND APROBACIONES
               IF WS-STATUS-APROBACIONES = "35" THEN
                   OPEN OUTPUT APROBACIONES
                   CLOSE APROBACIONES
                   OPEN EXTEND APROBACIONES
               END-IF
               WRITE APROBACIONES_REG
               CLOSE APROBACIONES
               IF WS-CANT-NO-APROBADAS > ZERO THEN
                   OPEN EXTEND NO_APROBADAS
                   IF WS-STATUS-NO-APROBADAS = "35" THEN
                       OPEN OUTPUT NO_APROBADAS
                       CLOSE NO_APROBADAS
                       OPEN EXTEND NO_APROBADAS
                   END-IF
                   PERFORM GRABAR-NO-APROBADO
                       VARYING SUBINDICE-REN FROM 1 BY 1
                       UNTIL SUBINDICE-REN > WS-CANT-RENGLONES
                   CLOSE NO_APROBADAS
               END-IF
               MOVE "S" TO WS-FIRMADO
               DISPLAY "APROBACION FIRMADA"
           ELSE
               DISPLAY "FIRMA CANCELADA"
           END-IF.

       CONTAR-NO-APROBADO.
           IF NOT VEC-REN-APROBADO-SI(SUBINDICE-REN) THEN
               ADD 1 TO WS-CANT-NO-APROBADAS
           END-IF.

       GRABAR-NO-APROBADO.
           IF NOT VEC-REN-APROBADO-SI(SUBINDICE-REN) THEN
               MOVE APR-SUCURSAL TO NNA-SUCURSAL
               MOVE APR-FECHA TO NNA-FECHA-FIRMA
               MOVE APR-HORA TO NNA-HORA-FIRMA
               MOVE VEC-REN-NOVEDAD(SUBINDICE-REN) TO NNA-NOVEDAD
               WRITE NO_APROBADAS_REG
           END-IF.

       END PROGRAM APROBACION-NOVEDADES.
