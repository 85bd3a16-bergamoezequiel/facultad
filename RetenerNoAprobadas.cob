      ******************************************************************
      * Author:
      * Date:
      * Purpose: Paso de la cadena que deja afuera del merge lo que
      *          el coordinador de la sucursal no aprobo. Una
      *          sucursal esta aprobada si su ultima firma en
      *          AprobacionesNovedades.dat cubre exactamente lo que
      *          hoy tiene en NovTimes1/2/3 (misma cantidad de
      *          renglones y misma suma de horas). De una sucursal
      *          aprobada se sacan solo los renglones que esa firma
      *          dejo en NovNoAprobadas.dat; de una sucursal sin
      *          firma vigente se saca todo. Lo sacado se reescribe
      *          fuera del lote, con la cola recalculada para que
      *          siga cerrando, y queda pendiente en
      *          NovRetenidas.dat. Las sucursales sin aprobacion, con
      *          el coordinador que tiene que firmar, salen en
      *          SucursalesSinAprobacion.dat para el tablero de la
      *          corrida.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. RETENER-NO-APROBADAS.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT NOVEDADES ASSIGN TO WS-NOMBRE-LOTE
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-NOVEDADES.

       SELECT USUARIOS ASSIGN TO "Usuarios.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-USUARIOS.

       SELECT APROBACIONES ASSIGN TO "AprobacionesNovedades.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-APROBACIONES.

       SELECT NO_APROBADAS ASSIGN TO "NovNoAprobadas.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-NO-APROBADAS.

       SELECT RETENIDAS ASSIGN TO "NovRetenidas.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-RETENIDAS.

       SELECT SIN_APROBACION ASSIGN TO "SucursalesSinAprobacion.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

      * Bitacora cronologica comun a todos los programas del
      * circuito, de solo agregado (ver ConsultaBitacora).
       SELECT BITACORA ASSIGN TO "Bitacora.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-BITACORA.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD NOVEDADES LABEL RECORD IS STANDARD.
       01 NOVEDADES_REG.
           03 NOV-NUMERO PIC X(5).
               88 NOV-ES-CABECERA VALUE "00000".
               88 NOV-ES-COLA VALUE "99999".
           03 NOV-FECHA PIC 9(8).
           03 NOV-SUCURSAL PIC X(3).
           03 NOV-TIP_CLASE PIC X(4).
           03 NOV-HORAS PIC 9(3)V99.
           03 NOV-RESTO PIC X(36).

       FD USUARIOS LABEL RECORD IS STANDARD.
       01 USUARIOS_REG.
           03 USU-CODIGO PIC X(8).
           03 USU-CLAVE PIC X(8).
           03 USU-NOMBRE PIC X(25).
           03 USU-PERFIL PIC X(1).
           03 USU-FECHA-CLAVE PIC 9(8).
           03 USU-INTENTOS-FALLIDOS PIC 9(1).
           03 USU-BLOQUEADO PIC X(1).
           03 USU-FORZAR-CAMBIO PIC X(1).
           03 USU-CLAVES-ANTERIORES.
               05 USU-CLAVE-ANT PIC X(8) OCCURS 3 TIMES.
           03 USU-SUCURSAL-COORD PIC X(3).

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

       FD NO_APROBADAS LABEL RECORD IS STANDARD.
       01 NO_APROBADAS_REG.
           03 NNA-SUCURSAL PIC X(3).
           03 NNA-FECHA-FIRMA PIC 9(8).
           03 NNA-HORA-FIRMA PIC 9(6).
           03 NNA-NOVEDAD PIC X(61).

      * Lo retenido queda pendiente con la fecha de la corrida y el
      * motivo: S=sucursal sin firma vigente, N=renglon no
      * aprobado por el coordinador.
       FD RETENIDAS LABEL RECORD IS STANDARD.
       01 RETENIDAS_REG.
           03 RET-FECHA-CORRIDA PIC 9(8).
           03 RET-MOTIVO PIC X(1).
               88 RET-SIN-FIRMA VALUE "S".
               88 RET-NO-APROBADO VALUE "N".
           03 RET-NOVEDAD PIC X(61).

       FD SIN_APROBACION LABEL RECORD IS STANDARD.
       01 SIN_APROBACION_REG.
           03 SAP-SUCURSAL PIC X(3).
           03 SAP-COORDINADOR PIC X(8).
           03 SAP-NOMBRE PIC X(25).
           03 SAP-CANT-RETENIDAS PIC 9(6).
           03 SAP-MOTIVO PIC X(20).

       FD BITACORA LABEL RECORD IS STANDARD.
       01 BITACORA_REG.
           03 BIT-FECHA PIC 9(8).
           03 BIT-HORA PIC 9(6).
           03 BIT-PROGRAMA PIC X(20).
           03 BIT-EVENTO PIC X(6).
           03 BIT-RESULTADO PIC X(10).
           03 BIT-CONTADOR-1 PIC 9(8).
           03 BIT-CONTADOR-2 PIC 9(8).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-STATUS-NOVEDADES PIC X(2) VALUE SPACES.
       01 WS-STATUS-USUARIOS PIC X(2) VALUE SPACES.
       01 WS-STATUS-APROBACIONES PIC X(2) VALUE SPACES.
       01 WS-STATUS-NO-APROBADAS PIC X(2) VALUE SPACES.
       01 WS-STATUS-RETENIDAS PIC X(2) VALUE SPACES.
       01 WS-STATUS-BITACORA PIC X(2) VALUE SPACES.

       01 WS-EOF-NOVEDADES PIC X(2) VALUE "NO".
       01 WS-EOF-ARCHIVO PIC X(2) VALUE "NO".

       01 WS-FECHA-CORRIDA PIC 9(8) VALUE ZERO.

       01 WS-NOMBRE-LOTE PIC X(15) VALUE SPACES.
       01 SUBINDICE-LOTE PIC 9(1) VALUE ZERO.
       01 TABLA-LOTES VALUE
           "NovTimes1.dat  NovTimes2.dat  NovTimes3.dat  ".
           03 VEC-LOTE-NOMBRE PIC X(15) OCCURS 3 TIMES.

      * El lote completo en memoria, con los registros de control
      * guardados aparte para devolverlos a sus lugares.
       01 WS-MAX-NOVEDADES PIC 9(5) VALUE 20000.
       01 WS-CANT-NOVEDADES PIC 9(5) VALUE ZERO.
       01 SUBINDICE-NOV PIC 9(5) VALUE ZERO.
       01 TABLA-NOVEDADES.
           03 ELEM-NOV OCCURS 20000 TIMES.
               05 VEC-NOV-REGISTRO PIC X(61).
               05 VEC-NOV-RETENER PIC X(1).
                   88 VEC-NOV-RETENER-SIN-FIRMA VALUE "S".
                   88 VEC-NOV-RETENER-NO-APROBADO VALUE "N".
                   88 VEC-NOV-QUEDA VALUE " ".

       01 WS-HAY-CABECERA PIC X(1) VALUE "N".
       01 WS-HAY-COLA PIC X(1) VALUE "N".
       01 WS-REG-CABECERA PIC X(61) VALUE SPACES.
       01 WS-REG-COLA.
           03 WS-COLA-NUMERO PIC X(5).
           03 WS-COLA-CANTIDAD PIC 9(6).
           03 WS-COLA-SUMA-HORAS PIC 9(8)V99.
           03 FILLER PIC X(40).
       01 WS-LOTE-DESBORDADO PIC X(1) VALUE "N".
           88 WS-LOTE-DESBORDADO-SI VALUE "S".
       01 WS-RETENIDAS-LOTE PIC 9(6) VALUE ZERO.

      * Por sucursal: lo que tiene en los lotes, la ultima firma y
      * el coordinador responsable.
       01 WS-MAX-SUCURSALES PIC 9(3) VALUE 200.
       01 WS-CANT-SUCURSALES PIC 9(3) VALUE ZERO.
       01 SUBINDICE-SUC PIC 9(3) VALUE ZERO.
       01 WS-SUCURSAL-BUSCADA PIC X(3) VALUE SPACES.
       01 WS-SUC-HALLADA PIC X(1) VALUE "N".
           88 WS-SUC-HALLADA-SI VALUE "S".
       01 TABLA-SUCURSALES.
           03 ELEM-SUC OCCURS 200 TIMES.
               05 VEC-SUC-SUCURSAL PIC X(3).
               05 VEC-SUC-CANT PIC 9(6).
               05 VEC-SUC-SUMA PIC 9(8)V99.
               05 VEC-SUC-COORDINADOR PIC X(8).
               05 VEC-SUC-NOMBRE PIC X(25).
               05 VEC-SUC-HAY-FIRMA PIC X(1).
                   88 VEC-SUC-HAY-FIRMA-SI VALUE "S".
               05 VEC-SUC-FIRMA-FECHA PIC 9(8).
               05 VEC-SUC-FIRMA-HORA PIC 9(6).
               05 VEC-SUC-FIRMA-CANT PIC 9(6).
               05 VEC-SUC-FIRMA-SUMA PIC 9(8)V99.
               05 VEC-SUC-APROBADA PIC X(1).
                   88 VEC-SUC-APROBADA-SI VALUE "S".
               05 VEC-SUC-RETENIDAS PIC 9(6).

      * Renglones no aprobados de todas las firmas; solo cuentan
      * los de la ultima firma de cada sucursal, y cada uno saca
      * del lote un solo renglon igual.
       01 WS-MAX-NO-APROBADAS PIC 9(5) VALUE 5000.
       01 WS-CANT-NO-APROBADAS PIC 9(5) VALUE ZERO.
       01 SUBINDICE-NNA PIC 9(5) VALUE ZERO.
       01 WS-NNA-HALLADA PIC X(1) VALUE "N".
           88 WS-NNA-HALLADA-SI VALUE "S".
       01 TABLA-NO-APROBADAS.
           03 ELEM-NNA OCCURS 5000 TIMES.
               05 VEC-NNA-SUCURSAL PIC X(3).
               05 VEC-NNA-FECHA-FIRMA PIC 9(8).
               05 VEC-NNA-HORA-FIRMA PIC 9(6).
               05 VEC-NNA-NOVEDAD PIC X(61).
               05 VEC-NNA-USADA PIC X(1).
                   88 VEC-NNA-USADA-SI VALUE "S".

       01 WS-CANT-RETENIDAS PIC 9(6) VALUE ZERO.
       01 WS-CANT-SIN-APROBACION PIC 9(3) VALUE ZERO.

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
      * Totaliza lo que cada sucursal tiene en los lotes, decide
      * que firma vale, reescribe los lotes sin lo retenido e
      * informa las sucursales sin aprobacion.
      **
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           COMPUTE WS-FECHA-CORRIDA = WS-CURRENT-YEAR * 10000 +
               WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY

           MOVE ZERO TO WS-CANT-SUCURSALES
           PERFORM TOTALIZAR-UN-LOTE
               VARYING SUBINDICE-LOTE FROM 1 BY 1
               UNTIL SUBINDICE-LOTE > 3
           PERFORM CARGAR-COORDINADORES
           PERFORM CARGAR-APROBACIONES
           PERFORM CARGAR-NO-APROBADAS
           PERFORM DECIDIR-APROBACION
               VARYING SUBINDICE-SUC FROM 1 BY 1
               UNTIL SUBINDICE-SUC > WS-CANT-SUCURSALES

           PERFORM ABRIR-RETENIDAS
           PERFORM PROCESAR-UN-LOTE
               VARYING SUBINDICE-LOTE FROM 1 BY 1
               UNTIL SUBINDICE-LOTE > 3
           CLOSE RETENIDAS

           OPEN OUTPUT SIN_APROBACION
           PERFORM INFORMAR-SIN-APROBACION
               VARYING SUBINDICE-SUC FROM 1 BY 1
               UNTIL SUBINDICE-SUC > WS-CANT-SUCURSALES
           CLOSE SIN_APROBACION

           MOVE "FIN" TO BIT-EVENTO
           MOVE "OK" TO BIT-RESULTADO
           MOVE WS-CANT-RETENIDAS TO BIT-CONTADOR-1
           MOVE WS-CANT-SIN-APROBACION TO BIT-CONTADOR-2
           PERFORM GRABAR-BITACORA
           DISPLAY "NOVEDADES RETENIDAS:       " WS-CANT-RETENIDAS
           DISPLAY "SUCURSALES SIN APROBACION: "
               WS-CANT-SIN-APROBACION
           DISPLAY "PENDIENTES EN NovRetenidas.dat"
           STOP RUN.

      * Deja un renglon en la bitacora comun; el evento, el
      * resultado y los contadores vienen cargados en el registro.
       GRABAR-BITACORA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           OPEN EXTEND BITACORA
           IF WS-STATUS-BITACORA = "35" THEN
               OPEN OUTPUT BITACORA
               CLOSE BITACORA
               OPEN EXTEND BITACORA
           END-IF
           COMPUTE BIT-FECHA = WS-CURRENT-YEAR * 10000 +
               WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
           COMPUTE BIT-HORA = WS-CURRENT-HOUR * 10000 +
               WS-CURRENT-MINUTE * 100 + WS-CURRENT-SECOND
           MOVE "RETENER-NO-APROB" TO BIT-PROGRAMA
           WRITE BITACORA_REG
           CLOSE BITACORA.

      * Primera pasada: cantidad y suma de horas por sucursal, lo
      * mismo que el coordinador vio al firmar.
       TOTALIZAR-UN-LOTE.
           MOVE VEC-LOTE-NOMBRE(SUBINDICE-LOTE) TO WS-NOMBRE-LOTE
           MOVE "NO" TO WS-EOF-NOVEDADES
           OPEN INPUT NOVEDADES
           IF WS-STATUS-NOVEDADES = "00" THEN
               PERFORM LEER-NOVEDAD
               PERFORM TOTALIZAR-NOVEDAD UNTIL
                   WS-EOF-NOVEDADES = "SI"
               CLOSE NOVEDADES
           END-IF.

       LEER-NOVEDAD.
           READ NOVEDADES
               AT END
                   MOVE "SI" TO WS-EOF-NOVEDADES
           END-READ.

       TOTALIZAR-NOVEDAD.
           IF NOT NOV-ES-CABECERA AND NOT NOV-ES-COLA THEN
               MOVE NOV-SUCURSAL TO WS-SUCURSAL-BUSCADA
               PERFORM UBICAR-SUCURSAL
               IF WS-SUC-HALLADA-SI THEN
                   ADD 1 TO VEC-SUC-CANT(SUBINDICE-SUC)
                   ADD NOV-HORAS TO VEC-SUC-SUMA(SUBINDICE-SUC)
               END-IF
           END-IF
           PERFORM LEER-NOVEDAD.

       UBICAR-SUCURSAL.
           PERFORM BUSCAR-SUCURSAL
           IF NOT WS-SUC-HALLADA-SI AND
               WS-CANT-SUCURSALES < WS-MAX-SUCURSALES THEN
               ADD 1 TO WS-CANT-SUCURSALES
               MOVE WS-CANT-SUCURSALES TO SUBINDICE-SUC
               MOVE WS-SUCURSAL-BUSCADA TO
                   VEC-SUC-SUCURSAL(SUBINDICE-SUC)
               MOVE ZERO TO VEC-SUC-CANT(SUBINDICE-SUC)
               MOVE ZERO TO VEC-SUC-SUMA(SUBINDICE-SUC)
               MOVE SPACES TO VEC-SUC-COORDINADOR(SUBINDICE-SUC)
               MOVE "SIN COORDINADOR ASIGNADO" TO
                   VEC-SUC-NOMBRE(SUBINDICE-SUC)
               MOVE "N" TO VEC-SUC-HAY-FIRMA(SUBINDICE-SUC)
               MOVE ZERO TO VEC-SUC-FIRMA-FECHA(SUBINDICE-SUC)
               MOVE ZERO TO VEC-SUC-FIRMA-HORA(SUBINDICE-SUC)
               MOVE ZERO TO VEC-SUC-FIRMA-CANT(SUBINDICE-SUC)
               MOVE ZERO TO VEC-SUC-FIRMA-SUMA(SUBINDICE-SUC)
               MOVE "N" TO VEC-SUC-APROBADA(SUBINDICE-SUC)
               MOVE ZERO TO VEC-SUC-RETENIDAS(SUBINDICE-SUC)
               MOVE "S" TO WS-SUC-HALLADA
           END-IF.

       BUSCAR-SUCURSAL.
           MOVE "N" TO WS-SUC-HALLADA
           MOVE 1 TO SUBINDICE-SUC
           PERFORM AVANZAR-SUBINDICE-SUC UNTIL
               SUBINDICE-SUC > WS-CANT-SUCURSALES OR
               WS-SUC-HALLADA-SI.

       AVANZAR-SUBINDICE-SUC.
           IF VEC-SUC-SUCURSAL(SUBINDICE-SUC) = WS-SUCURSAL-BUSCADA
               THEN
               MOVE "S" TO WS-SUC-HALLADA
           ELSE
               ADD 1 TO SUBINDICE-SUC
           END-IF.

       CARGAR-COORDINADORES.
           MOVE "NO" TO WS-EOF-ARCHIVO
           OPEN INPUT USUARIOS
           IF WS-STATUS-USUARIOS = "00" THEN
               PERFORM LEER-USUARIO
               PERFORM ANOTAR-COORDINADOR UNTIL WS-EOF-ARCHIVO = "SI"
               CLOSE USUARIOS
           END-IF.

       LEER-USUARIO.
           READ USUARIOS
               AT END
                   MOVE "SI" TO WS-EOF-ARCHIVO
           END-READ.

       ANOTAR-COORDINADOR.
           IF USU-SUCURSAL-COORD NOT = SPACES THEN
               MOVE USU-SUCURSAL-COORD TO WS-SUCURSAL-BUSCADA
               PERFORM BUSCAR-SUCURSAL
               IF WS-SUC-HALLADA-SI THEN
                   MOVE USU-CODIGO TO
                       VEC-SUC-COORDINADOR(SUBINDICE-SUC)
                   MOVE USU-NOMBRE TO VEC-SUC-NOMBRE(SUBINDICE-SUC)
               END-IF
           END-IF
           PERFORM LEER-USUARIO.

      * El archivo de firmas es cronologico: la ultima de cada
      * sucursal pisa a las anteriores.
       CARGAR-APROBACIONES.
           MOVE "NO" TO WS-EOF-ARCHIVO
           OPEN INPUT APROBACIONES
           IF WS-STATUS-APROBACIONES = "00" THEN
               PERFORM LEER-APROBACION
               PERFORM ANOTAR-APROBACION UNTIL WS-EOF-ARCHIVO = "SI"
               CLOSE APROBACIONES
           END-IF.

       LEER-APROBACION.
           READ APROBACIONES
               AT END
                   MOVE "SI" TO WS-EOF-ARCHIVO
           END-READ.

       ANOTAR-APROBACION.
           MOVE APR-SUCURSAL TO WS-SUCURSAL-BUSCADA
           PERFORM BUSCAR-SUCURSAL
           IF WS-SUC-HALLADA-SI THEN
               MOVE "S" TO VEC-SUC-HAY-FIRMA(SUBINDICE-SUC)
               MOVE APR-FECHA TO VEC-SUC-FIRMA-FECHA(SUBINDICE-SUC)
               MOVE APR-HORA TO VEC-SUC-FIRMA-HORA(SUBINDICE-SUC)
               MOVE APR-CANT-NOVEDADES TO
                   VEC-SUC-FIRMA-CANT(SUBINDICE-SUC)
               MOVE APR-SUMA-HORAS TO
                   VEC-SUC-FIRMA-SUMA(SUBINDICE-SUC)
           END-IF
           PERFORM LEER-APROBACION.

       CARGAR-NO-APROBADAS.
           MOVE ZERO TO WS-CANT-NO-APROBADAS
           MOVE "NO" TO WS-EOF-ARCHIVO
           OPEN INPUT NO_APROBADAS
           IF WS-STATUS-NO-APROBADAS = "00" THEN
               PERFORM LEER-NO-APROBADA
               PERFORM ANOTAR-NO-APROBADA UNTIL
                   WS-EOF-ARCHIVO = "SI" OR
                   WS-CANT-NO-APROBADAS >= WS-MAX-NO-APROBADAS
               CLOSE NO_APROBADAS
           END-IF.

       LEER-NO-APROBADA.
           READ NO_APROBADAS
               AT END
                   MOVE "SI" TO WS-EOF-ARCHIVO
           END-READ.

       ANOTAR-NO-APROBADA.
           ADD 1 TO WS-CANT-NO-APROBADAS
           MOVE NNA-SUCURSAL TO VEC-NNA-SUCURSAL(WS-CANT-NO-APROBADAS)
           MOVE NNA-FECHA-FIRMA TO
               VEC-NNA-FECHA-FIRMA(WS-CANT-NO-APROBADAS)
           MOVE NNA-HORA-FIRMA TO
               VEC-NNA-HORA-FIRMA(WS-CANT-NO-APROBADAS)
           MOVE NNA-NOVEDAD TO VEC-NNA-NOVEDAD(WS-CANT-NO-APROBADAS)
           MOVE "N" TO VEC-NNA-USADA(WS-CANT-NO-APROBADAS)
           PERFORM LEER-NO-APROBADA.

      * La firma vale si cubre exactamente lo que hay hoy en los
      * lotes; si la sucursal agrego o cambio algo despues de la
      * firma, hay que volver a firmar.
       DECIDIR-APROBACION.
           IF VEC-SUC-HAY-FIRMA-SI(SUBINDICE-SUC) AND
               VEC-SUC-FIRMA-CANT(SUBINDICE-SUC) =
               VEC-SUC-CANT(SUBINDICE-SUC) AND
               VEC-SUC-FIRMA-SUMA(SUBINDICE-SUC) =
               VEC-SUC-SUMA(SUBINDICE-SUC) THEN
               MOVE "S" TO VEC-SUC-APROBADA(SUBINDICE-SUC)
           END-IF.

       ABRIR-RETENIDAS.
           OPEN EXTEND RETENIDAS
           IF WS-STATUS-RETENIDAS = "35" THEN
               OPEN OUTPUT RETENIDAS
               CLOSE RETENIDAS
               OPEN EXTEND RETENIDAS
           END-IF.

      * Segunda pasada: el lote se carga entero, se marca lo que
      * se retiene y, si hubo algo, se reescribe sin eso y con la
      * cola recalculada. Un lote que no entra en la tabla no se
      * puede reescribir y corta la cadena.
       PROCESAR-UN-LOTE.
           MOVE VEC-LOTE-NOMBRE(SUBINDICE-LOTE) TO WS-NOMBRE-LOTE
           PERFORM CARGAR-LOTE
           IF WS-LOTE-DESBORDADO-SI THEN
               DISPLAY WS-NOMBRE-LOTE " EXCEDE EL MAXIMO DE "
                   WS-MAX-NOVEDADES " NOVEDADES - NO SE PUEDE "
                   "RETENER LO NO APROBADO"
               MOVE "RETEN" TO BIT-EVENTO
               MOVE "DESBORDA" TO BIT-RESULTADO
               MOVE WS-CANT-NOVEDADES TO BIT-CONTADOR-1
               MOVE SUBINDICE-LOTE TO BIT-CONTADOR-2
               PERFORM GRABAR-BITACORA
               CLOSE RETENIDAS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-RETENIDAS-LOTE > ZERO THEN
               PERFORM REGRABAR-LOTE
               DISPLAY WS-NOMBRE-LOTE ": " WS-RETENIDAS-LOTE
                   " NOVEDADES RETENIDAS"
           END-IF.

       CARGAR-LOTE.
           MOVE ZERO TO WS-CANT-NOVEDADES
           MOVE ZERO TO WS-RETENIDAS-LOTE
           MOVE "N" TO WS-HAY-CABECERA
           MOVE "N" TO WS-HAY-COLA
           MOVE "N" TO WS-LOTE-DESBORDADO
           MOVE "NO" TO WS-EOF-NOVEDADES
           OPEN INPUT NOVEDADES
           IF WS-STATUS-NOVEDADES = "00" THEN
               PERFORM LEER-NOVEDAD
               PERFORM CLASIFICAR-REGISTRO UNTIL
                   WS-EOF-NOVEDADES = "SI" OR
                   WS-CANT-NOVEDADES >= WS-MAX-NOVEDADES
               IF WS-EOF-NOVEDADES NOT = "SI" THEN
                   MOVE "S" TO WS-LOTE-DESBORDADO
               END-IF
               CLOSE NOVEDADES
           END-IF.

       CLASIFICAR-REGISTRO.
           EVALUATE TRUE
               WHEN NOV-ES-CABECERA
                   MOVE "S" TO WS-HAY-CABECERA
                   MOVE NOVEDADES_REG TO WS-REG-CABECERA
               WHEN NOV-ES-COLA
                   MOVE "S" TO WS-HAY-COLA
                   MOVE NOVEDADES_REG TO WS-REG-COLA
               WHEN OTHER
                   ADD 1 TO WS-CANT-NOVEDADES
                   MOVE NOVEDADES_REG TO
                       VEC-NOV-REGISTRO(WS-CANT-NOVEDADES)
                   MOVE SPACE TO VEC-NOV-RETENER(WS-CANT-NOVEDADES)
                   PERFORM MARCAR-RETENCION
           END-EVALUATE
           PERFORM LEER-NOVEDAD.

       MARCAR-RETENCION.
           MOVE NOV-SUCURSAL TO WS-SUCURSAL-BUSCADA
           PERFORM BUSCAR-SUCURSAL
           IF WS-SUC-HALLADA-SI THEN
               IF NOT VEC-SUC-APROBADA-SI(SUBINDICE-SUC) THEN
                   MOVE "S" TO VEC-NOV-RETENER(WS-CANT-NOVEDADES)
               ELSE
                   PERFORM BUSCAR-NO-APROBADA
                   IF WS-NNA-HALLADA-SI THEN
                       MOVE "S" TO VEC-NNA-USADA(SUBINDICE-NNA)
                       MOVE "N" TO VEC-NOV-RETENER(WS-CANT-NOVEDADES)
                   END-IF
               END-IF
               IF NOT VEC-NOV-QUEDA(WS-CANT-NOVEDADES) THEN
                   ADD 1 TO VEC-SUC-RETENIDAS(SUBINDICE-SUC)
                   ADD 1 TO WS-RETENIDAS-LOTE
               END-IF
           END-IF.

       BUSCAR-NO-APROBADA.
           MOVE "N" TO WS-NNA-HALLADA
           MOVE 1 TO SUBINDICE-NNA
           PERFORM AVANZAR-SUBINDICE-NNA UNTIL
               SUBINDICE-NNA > WS-CANT-NO-APROBADAS OR
               WS-NNA-HALLADA-SI.

       AVANZAR-SUBINDICE-NNA.
           IF NOT VEC-NNA-USADA-SI(SUBINDICE-NNA) AND
               VEC-NNA-SUCURSAL(SUBINDICE-NNA) = NOV-SUCURSAL AND
               VEC-NNA-FECHA-FIRMA(SUBINDICE-NNA) =
               VEC-SUC-FIRMA-FECHA(SUBINDICE-SUC) AND
               VEC-NNA-HORA-FIRMA(SUBINDICE-NNA) =
               VEC-SUC-FIRMA-HORA(SUBINDICE-SUC) AND
               VEC-NNA-NOVEDAD(SUBINDICE-NNA) = NOVEDADES_REG THEN
               MOVE "S" TO WS-NNA-HALLADA
           ELSE
               ADD 1 TO SUBINDICE-NNA
           END-IF.

       REGRABAR-LOTE.
           MOVE ZERO TO WS-COLA-CANTIDAD
           MOVE ZERO TO WS-COLA-SUMA-HORAS
           OPEN OUTPUT NOVEDADES
           IF WS-HAY-CABECERA = "S" THEN
               MOVE WS-REG-CABECERA TO NOVEDADES_REG
               WRITE NOVEDADES_REG
           END-IF
           PERFORM GRABAR-UNA-NOVEDAD
               VARYING SUBINDICE-NOV FROM 1 BY 1
               UNTIL SUBINDICE-NOV > WS-CANT-NOVEDADES
           IF WS-HAY-COLA = "S" THEN
               MOVE WS-REG-COLA TO NOVEDADES_REG
               WRITE NOVEDADES_REG
           END-IF
           CLOSE NOVEDADES.

       GRABAR-UNA-NOVEDAD.
           MOVE VEC-NOV-REGISTRO(SUBINDICE-NOV) TO NOVEDADES_REG
           IF VEC-NOV-QUEDA(SUBINDICE-NOV) THEN
               WRITE NOVEDADES_REG
               ADD 1 TO WS-COLA-CANTIDAD
               ADD NOV-HORAS TO WS-COLA-SUMA-HORAS
           ELSE
               MOVE WS-FECHA-CORRIDA TO RET-FECHA-CORRIDA
               MOVE VEC-NOV-RETENER(SUBINDICE-NOV) TO RET-MOTIVO
               MOVE NOVEDADES_REG TO RET-NOVEDAD
               WRITE RETENIDAS_REG
               ADD 1 TO WS-CANT-RETENIDAS
           END-IF.

       INFORMAR-SIN-APROBACION.
           IF NOT VEC-SUC-APROBADA-SI(SUBINDICE-SUC) THEN
               ADD 1 TO WS-CANT-SIN-APROBACION
               MOVE VEC-SUC-SUCURSAL(SUBINDICE-SUC) TO SAP-SUCURSAL
               MOVE VEC-SUC-COORDINADOR(SUBINDICE-SUC) TO
                   SAP-COORDINADOR
               MOVE VEC-SUC-NOMBRE(SUBINDICE-SUC) TO SAP-NOMBRE
               MOVE VEC-SUC-RETENIDAS(SUBINDICE-SUC) TO
                   SAP-CANT-RETENIDAS
               IF VEC-SUC-HAY-FIRMA-SI(SUBINDICE-SUC) THEN
                   MOVE "FIRMA NO VIGENTE" TO SAP-MOTIVO
               ELSE
                   MOVE "SIN FIRMA" TO SAP-MOTIVO
               END-IF
               WRITE SIN_APROBACION_REG
           END-IF.

       END PROGRAM RETENER-NO-APROBADAS.
