      ******************************************************************
      * Author:
      * Date:
      * Purpose: Novedades extemporaneas. Paso de la cadena, antes
      *          del merge: toda novedad de los NovTimes1/2/3 con
      *          fecha dentro de un periodo ya cerrado en
      *          PeriodosCerrados.dat (salvo el periodo que se esta
      *          corriendo, si se fuerza su reproceso) sale del lote
      *          y queda pendiente en NovExtemporaneas.dat con su
      *          periodo de origen. Las pendientes de corridas
      *          anteriores entran en esta: se intercalan en orden
      *          en NovTimes1 y quedan marcadas como incluidas, para
      *          que la liquidacion las tome como ajuste de periodos
      *          anteriores con su fecha original (y por lo tanto con
      *          la tarifa vigente a la fecha de la clase). Despues
      *          de la liquidacion ConfirmarLotes las da por
      *          liquidadas. Los lotes tocados se reescriben con la
      *          cola recalculada para que sigan cerrando.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. SEPARAR-EXTEMPORANEAS.
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

       SELECT PERIODOS_CERRADOS ASSIGN TO "PeriodosCerrados.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-PERIODOS.

       SELECT PARM_FECHAS ASSIGN TO "ParmFechas.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-PARM-FECHAS.

       SELECT PARAMETROS ASSIGN TO "Parametros.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-PARAMETROS.

       SELECT EXTEMPORANEAS ASSIGN TO "NovExtemporaneas.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-EXTEMPORANEAS.

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
           03 NOV-CLAVE.
               05 NOV-NUMERO PIC X(5).
                   88 NOV-ES-CABECERA VALUE "00000".
                   88 NOV-ES-COLA VALUE "99999".
               05 NOV-FECHA PIC 9(8).
               05 NOV-SUCURSAL PIC X(3).
           03 NOV-TIP_CLASE PIC X(4).
           03 NOV-HORAS PIC 9(3)V99.
           03 NOV-RESTO PIC X(36).

       FD PERIODOS_CERRADOS LABEL RECORD IS STANDARD.
       01 PERIODOS_CERRADOS_REG.
           03 PERCER-FECHA-DESDE PIC 9(8).
           03 PERCER-FECHA-HASTA PIC 9(8).
           03 PERCER-FECHA-CIERRE PIC 9(8).

       FD PARM_FECHAS LABEL RECORD IS STANDARD.
       01 PARM_FECHAS_REG.
           03 PARM-FECHA-DESDE PIC 9(8).
           03 PARM-FECHA-HASTA PIC 9(8).

       FD PARAMETROS LABEL RECORD IS STANDARD.
       01 PARAMETROS_REG.
           03 PAR-NOMBRE PIC X(20).
           03 PAR-VALOR PIC X(20).
           03 PAR-DESC PIC X(30).
           03 PAR-FECHA-CAMBIO PIC 9(8).

      * Estado: P pendiente de liquidar, I incluida en los lotes de
      * la corrida en curso, L liquidada como ajuste.
       FD EXTEMPORANEAS LABEL RECORD IS STANDARD.
       01 EXTEMPORANEAS_REG.
           03 EXT-FECHA-SEPARACION PIC 9(8).
           03 EXT-ESTADO PIC X(1).
               88 EXT-PENDIENTE VALUE "P".
               88 EXT-INCLUIDA VALUE "I".
               88 EXT-LIQUIDADA VALUE "L".
           03 EXT-PERIODO-DESDE PIC 9(8).
           03 EXT-PERIODO-HASTA PIC 9(8).
           03 EXT-FECHA-LIQUIDACION PIC 9(8).
           03 EXT-NOVEDAD PIC X(61).

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
       01 WS-STATUS-PERIODOS PIC X(2) VALUE SPACES.
       01 WS-STATUS-PARM-FECHAS PIC X(2) VALUE SPACES.
       01 WS-STATUS-PARAMETROS PIC X(2) VALUE SPACES.
       01 WS-STATUS-EXTEMPORANEAS PIC X(2) VALUE SPACES.
       01 WS-STATUS-BITACORA PIC X(2) VALUE SPACES.

       01 WS-EOF-NOVEDADES PIC X(2) VALUE "NO".
       01 WS-EOF-ARCHIVO PIC X(2) VALUE "NO".

       01 WS-FECHA-CORRIDA PIC 9(8) VALUE ZERO.
       01 WS-FECHA-DESDE-CORRIDA PIC 9(8) VALUE ZERO.
       01 WS-FECHA-HASTA-CORRIDA PIC 9(8) VALUE ZERO.

       01 WS-NOMBRE-LOTE PIC X(15) VALUE SPACES.
       01 SUBINDICE-LOTE PIC 9(1) VALUE ZERO.
       01 TABLA-LOTES VALUE
           "NovTimes1.dat  NovTimes2.dat  NovTimes3.dat  ".
           03 VEC-LOTE-NOMBRE PIC X(15) OCCURS 3 TIMES.

      * Periodos cerrados, sin el que se esta corriendo.
       01 WS-MAX-PERIODOS PIC 9(4) VALUE 1000.
       01 WS-CANT-PERIODOS PIC 9(4) VALUE ZERO.
       01 SUBINDICE-PER PIC 9(4) VALUE ZERO.
       01 WS-PER-HALLADO PIC X(1) VALUE "N".
           88 WS-PER-HALLADO-SI VALUE "S".
       01 TABLA-PERIODOS.
           03 ELEM-PER OCCURS 1000 TIMES.
               05 VEC-PER-DESDE PIC 9(8).
               05 VEC-PER-HASTA PIC 9(8).

      * El archivo de extemporaneas completo; las cargadas de
      * corridas anteriores quedan primero.
       01 WS-MAX-EXTEMPORANEAS PIC 9(5) VALUE 20000.
       01 WS-CANT-EXTEMPORANEAS PIC 9(5) VALUE ZERO.
       01 WS-CANT-EXT-PREVIAS PIC 9(5) VALUE ZERO.
       01 SUBINDICE-EXT PIC 9(5) VALUE ZERO.
       01 WS-EXT-HALLADA PIC X(1) VALUE "N".
           88 WS-EXT-HALLADA-SI VALUE "S".
       01 TABLA-EXTEMPORANEAS.
           03 ELEM-EXT OCCURS 20000 TIMES.
               05 VEC-EXT-FECHA-SEPARACION PIC 9(8).
               05 VEC-EXT-ESTADO PIC X(1).
                   88 VEC-EXT-PENDIENTE VALUE "P".
                   88 VEC-EXT-INCLUIDA VALUE "I".
               05 VEC-EXT-PERIODO-DESDE PIC 9(8).
               05 VEC-EXT-PERIODO-HASTA PIC 9(8).
               05 VEC-EXT-FECHA-LIQUIDACION PIC 9(8).
               05 VEC-EXT-NOVEDAD PIC X(61).

      * El lote completo en memoria, con los registros de control
      * guardados aparte para devolverlos a sus lugares.
       01 WS-MAX-NOVEDADES PIC 9(5) VALUE 20000.
       01 WS-CANT-NOVEDADES PIC 9(5) VALUE ZERO.
       01 SUBINDICE-NOV PIC 9(5) VALUE ZERO.
       01 TABLA-NOVEDADES.
           03 ELEM-NOV OCCURS 20000 TIMES.
               05 VEC-NOV-REGISTRO.
                   07 VEC-NOV-CLAVE PIC X(16).
                   07 FILLER PIC X(45).
               05 VEC-NOV-SEPARAR PIC X(1).
                   88 VEC-NOV-SEPARAR-SI VALUE "S".

       01 WS-HAY-LOTE PIC X(1) VALUE "N".
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
       01 WS-SEPARADAS-LOTE PIC 9(6) VALUE ZERO.

      * Pendientes que entran en esta corrida, ordenadas por la
      * clave del merge para intercalarlas en el lote.
       01 WS-MAX-INCLUIDAS PIC 9(4) VALUE 5000.
       01 WS-CANT-INCLUIDAS PIC 9(4) VALUE ZERO.
       01 SUBINDICE-INC PIC 9(4) VALUE ZERO.
       01 SUBINDICE-INC-SIG PIC 9(4) VALUE ZERO.
       01 WS-HUBO-CAMBIOS PIC X(1) VALUE "N".
       01 TABLA-INCLUIDAS.
           03 ELEM-INC OCCURS 5000 TIMES.
               05 VEC-INC-REGISTRO.
                   07 VEC-INC-CLAVE PIC X(16).
                   07 FILLER PIC X(45).
       01 WS-INC-AUXILIAR PIC X(61) VALUE SPACES.

       01 WS-CANT-SEPARADAS PIC 9(6) VALUE ZERO.
       01 WS-CANT-YA-EN-LOTE PIC 9(6) VALUE ZERO.

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
      * Carga los periodos cerrados y las extemporaneas, separa lo
      * tardio de cada lote, intercala en NovTimes1 lo pendiente de
      * corridas anteriores y regraba el archivo de extemporaneas.
      **
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           COMPUTE WS-FECHA-CORRIDA = WS-CURRENT-YEAR * 10000 +
               WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY

           PERFORM LEER-PERIODO-CORRIDA
           PERFORM CARGAR-PERIODOS-CERRADOS
           PERFORM CARGAR-EXTEMPORANEAS
           IF WS-CANT-EXTEMPORANEAS >= WS-MAX-EXTEMPORANEAS THEN
               DISPLAY "NovExtemporaneas.dat EXCEDE EL MAXIMO DE "
                   WS-MAX-EXTEMPORANEAS " RENGLONES"
               MOVE "EXTEMP" TO BIT-EVENTO
               MOVE "DESBORDA" TO BIT-RESULTADO
               MOVE WS-CANT-EXTEMPORANEAS TO BIT-CONTADOR-1
               MOVE ZERO TO BIT-CONTADOR-2
               PERFORM GRABAR-BITACORA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-CANT-EXTEMPORANEAS TO WS-CANT-EXT-PREVIAS

      * NovTimes1 va ultimo: recibe las pendientes que no se
      * encontraron ya dentro de algun lote.
           PERFORM PROCESAR-UN-LOTE
               VARYING SUBINDICE-LOTE FROM 3 BY -1
               UNTIL SUBINDICE-LOTE < 1

           PERFORM GRABAR-EXTEMPORANEAS

           MOVE "FIN" TO BIT-EVENTO
           MOVE "OK" TO BIT-RESULTADO
           MOVE WS-CANT-SEPARADAS TO BIT-CONTADOR-1
           COMPUTE BIT-CONTADOR-2 = WS-CANT-INCLUIDAS +
               WS-CANT-YA-EN-LOTE
           PERFORM GRABAR-BITACORA
           DISPLAY "EXTEMPORANEAS SEPARADAS:     " WS-CANT-SEPARADAS
           DISPLAY "AJUSTES INCLUIDOS EN NovTimes1.dat: "
               WS-CANT-INCLUIDAS
           IF WS-CANT-YA-EN-LOTE > ZERO THEN
               DISPLAY "AJUSTES QUE YA ESTABAN EN LOS LOTES: "
                   WS-CANT-YA-EN-LOTE
           END-IF
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
           MOVE "SEPARAR-EXTEMP" TO BIT-PROGRAMA
           WRITE BITACORA_REG
           CLOSE BITACORA.

      * El periodo de la corrida se toma igual que en la
      * liquidacion: primero los parametros FECHA-DESDE y
      * FECHA-HASTA, y si no estan, ParmFechas.dat.
       LEER-PERIODO-CORRIDA.
           MOVE "NO" TO WS-EOF-ARCHIVO
           OPEN INPUT PARAMETROS
           IF WS-STATUS-PARAMETROS = "00" THEN
               PERFORM LEER-PARAMETRO
               PERFORM BUSCAR-PARM-FECHAS UNTIL WS-EOF-ARCHIVO = "SI"
               CLOSE PARAMETROS
           END-IF
           IF WS-FECHA-DESDE-CORRIDA = ZEROS AND
               WS-FECHA-HASTA-CORRIDA = ZEROS THEN
               OPEN INPUT PARM_FECHAS
               IF WS-STATUS-PARM-FECHAS = "00" THEN
                   READ PARM_FECHAS
                       NOT AT END
                           MOVE PARM-FECHA-DESDE TO
                               WS-FECHA-DESDE-CORRIDA
                           MOVE PARM-FECHA-HASTA TO
                               WS-FECHA-HASTA-CORRIDA
                   END-READ
                   CLOSE PARM_FECHAS
               END-IF
           END-IF.

       LEER-PARAMETRO.
           READ PARAMETROS
               AT END
                   MOVE "SI" TO WS-EOF-ARCHIVO
           END-READ.

       BUSCAR-PARM-FECHAS.
           IF PAR-NOMBRE = "FECHA-DESDE" AND
               PAR-VALOR(1:8) NUMERIC THEN
               MOVE PAR-VALOR(1:8) TO WS-FECHA-DESDE-CORRIDA
           END-IF
           IF PAR-NOMBRE = "FECHA-HASTA" AND
               PAR-VALOR(1:8) NUMERIC THEN
               MOVE PAR-VALOR(1:8) TO WS-FECHA-HASTA-CORRIDA
           END-IF
           PERFORM LEER-PARAMETRO.

      * El periodo que se esta corriendo no cuenta como cerrado:
      * si figura es porque se fuerza su reproceso.
       CARGAR-PERIODOS-CERRADOS.
           MOVE ZERO TO WS-CANT-PERIODOS
           MOVE "NO" TO WS-EOF-ARCHIVO
           OPEN INPUT PERIODOS_CERRADOS
           IF WS-STATUS-PERIODOS = "00" THEN
               PERFORM LEER-PERIODO-CERRADO
               PERFORM CARGAR-UN-PERIODO UNTIL
                   WS-EOF-ARCHIVO = "SI" OR
                   WS-CANT-PERIODOS >= WS-MAX-PERIODOS
               CLOSE PERIODOS_CERRADOS
           END-IF.

       LEER-PERIODO-CERRADO.
           READ PERIODOS_CERRADOS
               AT END
                   MOVE "SI" TO WS-EOF-ARCHIVO
           END-READ.

       CARGAR-UN-PERIODO.
           IF PERCER-FECHA-DESDE NOT = WS-FECHA-DESDE-CORRIDA OR
               PERCER-FECHA-HASTA NOT = WS-FECHA-HASTA-CORRIDA THEN
               ADD 1 TO WS-CANT-PERIODOS
               MOVE PERCER-FECHA-DESDE TO
                   VEC-PER-DESDE(WS-CANT-PERIODOS)
               MOVE PERCER-FECHA-HASTA TO
                   VEC-PER-HASTA(WS-CANT-PERIODOS)
           END-IF
           PERFORM LEER-PERIODO-CERRADO.

      * Una extemporanea que quedo incluida en una corrida que no
      * llego a liquidar vuelve a pendiente y entra en esta.
       CARGAR-EXTEMPORANEAS.
           MOVE ZERO TO WS-CANT-EXTEMPORANEAS
           MOVE "NO" TO WS-EOF-ARCHIVO
           OPEN INPUT EXTEMPORANEAS
           IF WS-STATUS-EXTEMPORANEAS = "00" THEN
               PERFORM LEER-EXTEMPORANEA
               PERFORM CARGAR-UNA-EXTEMPORANEA UNTIL
                   WS-EOF-ARCHIVO = "SI" OR
                   WS-CANT-EXTEMPORANEAS >= WS-MAX-EXTEMPORANEAS
               CLOSE EXTEMPORANEAS
           END-IF.

       LEER-EXTEMPORANEA.
           READ EXTEMPORANEAS
               AT END
                   MOVE "SI" TO WS-EOF-ARCHIVO
           END-READ.

       CARGAR-UNA-EXTEMPORANEA.
           ADD 1 TO WS-CANT-EXTEMPORANEAS
           MOVE WS-CANT-EXTEMPORANEAS TO SUBINDICE-EXT
           MOVE EXT-FECHA-SEPARACION TO
               VEC-EXT-FECHA-SEPARACION(SUBINDICE-EXT)
           MOVE EXT-ESTADO TO VEC-EXT-ESTADO(SUBINDICE-EXT)
           IF EXT-INCLUIDA THEN
               MOVE "P" TO VEC-EXT-ESTADO(SUBINDICE-EXT)
           END-IF
           MOVE EXT-PERIODO-DESDE TO
               VEC-EXT-PERIODO-DESDE(SUBINDICE-EXT)
           MOVE EXT-PERIODO-HASTA TO
               VEC-EXT-PERIODO-HASTA(SUBINDICE-EXT)
           MOVE EXT-FECHA-LIQUIDACION TO
               VEC-EXT-FECHA-LIQUIDACION(SUBINDICE-EXT)
           MOVE EXT-NOVEDAD TO VEC-EXT-NOVEDAD(SUBINDICE-EXT)
           PERFORM LEER-EXTEMPORANEA.

      * El lote se carga entero; se marca lo que cae en un periodo
      * cerrado y, si hubo algo que sacar o que agregar, se
      * reescribe. Un lote que no entra en la tabla no se puede
      * reescribir y corta la cadena.
       PROCESAR-UN-LOTE.
           MOVE VEC-LOTE-NOMBRE(SUBINDICE-LOTE) TO WS-NOMBRE-LOTE
           PERFORM CARGAR-LOTE
           IF WS-LOTE-DESBORDADO-SI THEN
               DISPLAY WS-NOMBRE-LOTE " EXCEDE EL MAXIMO DE "
                   WS-MAX-NOVEDADES " NOVEDADES - NO SE PUEDEN "
                   "SEPARAR LAS EXTEMPORANEAS"
               MOVE "EXTEMP" TO BIT-EVENTO
               MOVE "DESBORDA" TO BIT-RESULTADO
               MOVE WS-CANT-NOVEDADES TO BIT-CONTADOR-1
               MOVE SUBINDICE-LOTE TO BIT-CONTADOR-2
               PERFORM GRABAR-BITACORA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ZERO TO WS-CANT-INCLUIDAS
           IF SUBINDICE-LOTE = 1 THEN
               PERFORM ELEGIR-INCLUIDAS
               PERFORM ORDENAR-INCLUIDAS
           END-IF
           IF WS-SEPARADAS-LOTE > ZERO OR
               WS-CANT-INCLUIDAS > ZERO THEN
               PERFORM REGRABAR-LOTE
               DISPLAY WS-NOMBRE-LOTE ": " WS-SEPARADAS-LOTE
                   " EXTEMPORANEAS SEPARADAS, " WS-CANT-INCLUIDAS
                   " AJUSTES INCLUIDOS"
           END-IF.

       CARGAR-LOTE.
           MOVE ZERO TO WS-CANT-NOVEDADES
           MOVE ZERO TO WS-SEPARADAS-LOTE
           MOVE "N" TO WS-HAY-LOTE
           MOVE "N" TO WS-HAY-CABECERA
           MOVE "N" TO WS-HAY-COLA
           MOVE "N" TO WS-LOTE-DESBORDADO
           MOVE "NO" TO WS-EOF-NOVEDADES
           OPEN INPUT NOVEDADES
           IF WS-STATUS-NOVEDADES = "00" THEN
               MOVE "S" TO WS-HAY-LOTE
               PERFORM LEER-NOVEDAD
               PERFORM CLASIFICAR-REGISTRO UNTIL
                   WS-EOF-NOVEDADES = "SI" OR
                   WS-CANT-NOVEDADES >= WS-MAX-NOVEDADES
               IF WS-EOF-NOVEDADES NOT = "SI" THEN
                   MOVE "S" TO WS-LOTE-DESBORDADO
               END-IF
               CLOSE NOVEDADES
           END-IF.

       LEER-NOVEDAD.
           READ NOVEDADES
               AT END
                   MOVE "SI" TO WS-EOF-NOVEDADES
           END-READ.

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
                   MOVE SPACE TO VEC-NOV-SEPARAR(WS-CANT-NOVEDADES)
                   PERFORM MARCAR-SEPARACION
           END-EVALUATE
           PERFORM LEER-NOVEDAD.

      * Una novedad de periodo cerrado que ya es una extemporanea
      * pendiente (quedo en el lote de una corrida que no llego a
      * liquidar) se deja donde esta y se toma como incluida; las
      * demas salen del lote y quedan pendientes.
       MARCAR-SEPARACION.
           PERFORM BUSCAR-PERIODO-CERRADO
           IF WS-PER-HALLADO-SI THEN
               PERFORM BUSCAR-PENDIENTE-IGUAL
               IF WS-EXT-HALLADA-SI THEN
                   MOVE "I" TO VEC-EXT-ESTADO(SUBINDICE-EXT)
                   ADD 1 TO WS-CANT-YA-EN-LOTE
               ELSE
                   MOVE "S" TO VEC-NOV-SEPARAR(WS-CANT-NOVEDADES)
                   ADD 1 TO WS-SEPARADAS-LOTE
                   PERFORM AGREGAR-EXTEMPORANEA
               END-IF
           END-IF.

       BUSCAR-PERIODO-CERRADO.
           MOVE "N" TO WS-PER-HALLADO
           MOVE 1 TO SUBINDICE-PER
           PERFORM AVANZAR-SUBINDICE-PER UNTIL
               SUBINDICE-PER > WS-CANT-PERIODOS OR
               WS-PER-HALLADO-SI.

       AVANZAR-SUBINDICE-PER.
           IF NOV-FECHA >= VEC-PER-DESDE(SUBINDICE-PER) AND
               NOV-FECHA <= VEC-PER-HASTA(SUBINDICE-PER) THEN
               MOVE "S" TO WS-PER-HALLADO
           ELSE
               ADD 1 TO SUBINDICE-PER
           END-IF.

       BUSCAR-PENDIENTE-IGUAL.
           MOVE "N" TO WS-EXT-HALLADA
           MOVE 1 TO SUBINDICE-EXT
           PERFORM AVANZAR-SUBINDICE-EXT UNTIL
               SUBINDICE-EXT > WS-CANT-EXT-PREVIAS OR
               WS-EXT-HALLADA-SI.

       AVANZAR-SUBINDICE-EXT.
           IF VEC-EXT-PENDIENTE(SUBINDICE-EXT) AND
               VEC-EXT-NOVEDAD(SUBINDICE-EXT) = NOVEDADES_REG THEN
               MOVE "S" TO WS-EXT-HALLADA
           ELSE
               ADD 1 TO SUBINDICE-EXT
           END-IF.

       AGREGAR-EXTEMPORANEA.
           IF WS-CANT-EXTEMPORANEAS < WS-MAX-EXTEMPORANEAS THEN
               ADD 1 TO WS-CANT-EXTEMPORANEAS
               MOVE WS-CANT-EXTEMPORANEAS TO SUBINDICE-EXT
               MOVE WS-FECHA-CORRIDA TO
                   VEC-EXT-FECHA-SEPARACION(SUBINDICE-EXT)
               MOVE "P" TO VEC-EXT-ESTADO(SUBINDICE-EXT)
               MOVE VEC-PER-DESDE(SUBINDICE-PER) TO
                   VEC-EXT-PERIODO-DESDE(SUBINDICE-EXT)
               MOVE VEC-PER-HASTA(SUBINDICE-PER) TO
                   VEC-EXT-PERIODO-HASTA(SUBINDICE-EXT)
               MOVE ZERO TO VEC-EXT-FECHA-LIQUIDACION(SUBINDICE-EXT)
               MOVE NOVEDADES_REG TO VEC-EXT-NOVEDAD(SUBINDICE-EXT)
               ADD 1 TO WS-CANT-SEPARADAS
           ELSE
               MOVE SPACE TO VEC-NOV-SEPARAR(WS-CANT-NOVEDADES)
               SUBTRACT 1 FROM WS-SEPARADAS-LOTE
               DISPLAY "NovExtemporaneas.dat LLENO: LA NOVEDAD "
                   NOV-NUMERO " " NOV-FECHA " QUEDA EN EL LOTE"
           END-IF.

      * Solo entran las pendientes de corridas anteriores; las que
      * se separaron en esta esperan a la proxima.
       ELEGIR-INCLUIDAS.
           PERFORM ELEGIR-UNA-INCLUIDA
               VARYING SUBINDICE-EXT FROM 1 BY 1
               UNTIL SUBINDICE-EXT > WS-CANT-EXT-PREVIAS.

       ELEGIR-UNA-INCLUIDA.
           IF VEC-EXT-PENDIENTE(SUBINDICE-EXT) AND
               WS-CANT-INCLUIDAS < WS-MAX-INCLUIDAS THEN
               ADD 1 TO WS-CANT-INCLUIDAS
               MOVE VEC-EXT-NOVEDAD(SUBINDICE-EXT) TO
                   VEC-INC-REGISTRO(WS-CANT-INCLUIDAS)
               MOVE "I" TO VEC-EXT-ESTADO(SUBINDICE-EXT)
           END-IF.

       ORDENAR-INCLUIDAS.
           MOVE "S" TO WS-HUBO-CAMBIOS
           PERFORM PASADA-DE-ORDENAMIENTO UNTIL WS-HUBO-CAMBIOS = "N".

       PASADA-DE-ORDENAMIENTO.
           MOVE "N" TO WS-HUBO-CAMBIOS
           PERFORM COMPARAR-PAR-INCLUIDAS
               VARYING SUBINDICE-INC FROM 1 BY 1
               UNTIL SUBINDICE-INC >= WS-CANT-INCLUIDAS.

       COMPARAR-PAR-INCLUIDAS.
           COMPUTE SUBINDICE-INC-SIG = SUBINDICE-INC + 1
           IF VEC-INC-CLAVE(SUBINDICE-INC) >
               VEC-INC-CLAVE(SUBINDICE-INC-SIG) THEN
               MOVE VEC-INC-REGISTRO(SUBINDICE-INC) TO WS-INC-AUXILIAR
               MOVE VEC-INC-REGISTRO(SUBINDICE-INC-SIG) TO
                   VEC-INC-REGISTRO(SUBINDICE-INC)
               MOVE WS-INC-AUXILIAR TO
                   VEC-INC-REGISTRO(SUBINDICE-INC-SIG)
               MOVE "S" TO WS-HUBO-CAMBIOS
           END-IF.

      * Lo que queda del lote y las incluidas van ordenados por la
      * clave del merge; se graban intercalados, siempre el menor
      * primero. Un NovTimes1 que no existia se crea con cabecera y
      * cola.
       REGRABAR-LOTE.
           MOVE ZERO TO WS-COLA-CANTIDAD
           MOVE ZERO TO WS-COLA-SUMA-HORAS
           OPEN OUTPUT NOVEDADES
           IF WS-HAY-CABECERA = "S" THEN
               MOVE WS-REG-CABECERA TO NOVEDADES_REG
               WRITE NOVEDADES_REG
           END-IF
           IF WS-HAY-LOTE = "N" THEN
               MOVE SPACES TO NOVEDADES_REG
               MOVE "00000" TO NOV-NUMERO
               WRITE NOVEDADES_REG
               MOVE "S" TO WS-HAY-COLA
           END-IF
           MOVE 1 TO SUBINDICE-NOV
           MOVE 1 TO SUBINDICE-INC
           PERFORM GRABAR-SIGUIENTE UNTIL
               SUBINDICE-NOV > WS-CANT-NOVEDADES AND
               SUBINDICE-INC > WS-CANT-INCLUIDAS
           IF WS-HAY-COLA = "S" THEN
               MOVE "99999" TO WS-COLA-NUMERO
               MOVE WS-REG-COLA TO NOVEDADES_REG
               WRITE NOVEDADES_REG
           END-IF
           CLOSE NOVEDADES.

       GRABAR-SIGUIENTE.
           IF SUBINDICE-NOV > WS-CANT-NOVEDADES THEN
               PERFORM GRABAR-UNA-INCLUIDA
           ELSE
               IF SUBINDICE-INC > WS-CANT-INCLUIDAS THEN
                   PERFORM GRABAR-UNA-NOVEDAD
               ELSE
                   IF VEC-INC-CLAVE(SUBINDICE-INC) <
                       VEC-NOV-CLAVE(SUBINDICE-NOV) THEN
                       PERFORM GRABAR-UNA-INCLUIDA
                   ELSE
                       PERFORM GRABAR-UNA-NOVEDAD
                   END-IF
               END-IF
           END-IF.

       GRABAR-UNA-NOVEDAD.
           IF NOT VEC-NOV-SEPARAR-SI(SUBINDICE-NOV) THEN
               MOVE VEC-NOV-REGISTRO(SUBINDICE-NOV) TO NOVEDADES_REG
               WRITE NOVEDADES_REG
               ADD 1 TO WS-COLA-CANTIDAD
               ADD NOV-HORAS TO WS-COLA-SUMA-HORAS
           END-IF
           ADD 1 TO SUBINDICE-NOV.

       GRABAR-UNA-INCLUIDA.
           MOVE VEC-INC-REGISTRO(SUBINDICE-INC) TO NOVEDADES_REG
           WRITE NOVEDADES_REG
           ADD 1 TO WS-COLA-CANTIDAD
           ADD NOV-HORAS TO WS-COLA-SUMA-HORAS
           ADD 1 TO SUBINDICE-INC.

       GRABAR-EXTEMPORANEAS.
           OPEN OUTPUT EXTEMPORANEAS
           PERFORM GRABAR-UNA-EXTEMPORANEA
               VARYING SUBINDICE-EXT FROM 1 BY 1
               UNTIL SUBINDICE-EXT > WS-CANT-EXTEMPORANEAS
           CLOSE EXTEMPORANEAS.

       GRABAR-UNA-EXTEMPORANEA.
           MOVE VEC-EXT-FECHA-SEPARACION(SUBINDICE-EXT) TO
               EXT-FECHA-SEPARACION
           MOVE VEC-EXT-ESTADO(SUBINDICE-EXT) TO EXT-ESTADO
           MOVE VEC-EXT-PERIODO-DESDE(SUBINDICE-EXT) TO
               EXT-PERIODO-DESDE
           MOVE VEC-EXT-PERIODO-HASTA(SUBINDICE-EXT) TO
               EXT-PERIODO-HASTA
           MOVE VEC-EXT-FECHA-LIQUIDACION(SUBINDICE-EXT) TO
               EXT-FECHA-LIQUIDACION
           MOVE VEC-EXT-NOVEDAD(SUBINDICE-EXT) TO EXT-NOVEDAD
           WRITE EXTEMPORANEAS_REG.

       END PROGRAM SEPARAR-EXTEMPORANEAS.
