      ******************************************************************
      * Author:
      * Date:
      * Purpose: Registro de los lotes de novedades recibidos y
      *          deteccion de reenvios. Corre en la cadena antes del
      *          merge: cada NovTimes1/2/3 con novedades queda en
      *          LotesRecibidos.dat con su numero de lote, sucursal
      *          emisora ("VAR" si trae varias), fecha y hora de
      *          recepcion (la de este paso, que identifica la
      *          corrida), cantidad, suma de horas y una huella del
      *          contenido. La huella de cada renglon se compara con
      *          los renglones ya liquidados (LotesLiquidados.dat,
      *          que graba ConfirmarLotes despues de la liquidacion)
      *          y con los lotes aceptados en este mismo paso: un
      *          lote identico, o que coincide en al menos el
      *          porcentaje del parametro UMBRAL-REENVIO (90 si no
      *          esta cargado) con un lote ya liquidado, se rechaza
      *          entero. Sus renglones pasan a LotesReenviados.dat y
      *          el lote queda vacio, con la cabecera y una cola en
      *          cero, para que el merge no lo tome.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. REGISTRO-LOTES.
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

       SELECT LOTES_RECIBIDOS ASSIGN TO "LotesRecibidos.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-LOTES.

       SELECT LOTES_LIQUIDADOS ASSIGN TO "LotesLiquidados.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-LIQUIDADOS.

       SELECT LOTES_REENVIADOS ASSIGN TO "LotesReenviados.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-REENVIADOS.

       SELECT PARAMETROS ASSIGN TO "Parametros.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-PARAMETROS.

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
       01 NOVEDADES_CTL.
           03 NOV-CTL-NUMERO PIC X(5).
           03 NOV-COLA-CANTIDAD PIC 9(6).
           03 NOV-COLA-SUMA-HORAS PIC 9(8)V99.
           03 FILLER PIC X(40).

      * Un registro por lote recibido. Estado: A aceptado, R
      * rechazado por reenvio, L liquidado, N aceptado en una
      * corrida que no llego a liquidar.
       FD LOTES_RECIBIDOS LABEL RECORD IS STANDARD.
       01 LOTES_RECIBIDOS_REG.
           03 LOT-NUMERO PIC 9(6).
           03 LOT-ARCHIVO PIC X(15).
           03 LOT-SUCURSAL PIC X(3).
           03 LOT-FECHA-RECEPCION PIC 9(8).
           03 LOT-HORA-RECEPCION PIC 9(6).
           03 LOT-CANTIDAD PIC 9(6).
           03 LOT-SUMA-HORAS PIC 9(8)V99.
           03 LOT-HUELLA PIC 9(9).
           03 LOT-ESTADO PIC X(1).
               88 LOT-ACEPTADO VALUE "A".
               88 LOT-RECHAZADO VALUE "R".
               88 LOT-LIQUIDADO VALUE "L".
               88 LOT-NO-LIQUIDADO VALUE "N".
           03 LOT-LOTE-ORIGINAL PIC 9(6).
           03 LOT-SIMILITUD PIC 9(3).
           03 LOT-FECHA-LIQUIDACION PIC 9(8).

       FD LOTES_LIQUIDADOS LABEL RECORD IS STANDARD.
       01 LOTES_LIQUIDADOS_REG.
           03 LLQ-LOTE PIC 9(6).
           03 LLQ-HUELLA PIC 9(9).

       FD LOTES_REENVIADOS LABEL RECORD IS STANDARD.
       01 LOTES_REENVIADOS_REG.
           03 REE-LOTE PIC 9(6).
           03 REE-LOTE-ORIGINAL PIC 9(6).
           03 REE-NOVEDAD PIC X(61).

       FD PARAMETROS LABEL RECORD IS STANDARD.
       01 PARAMETROS_REG.
           03 PAR-NOMBRE PIC X(20).
           03 PAR-VALOR PIC X(20).
           03 PAR-DESC PIC X(30).
           03 PAR-FECHA-CAMBIO PIC 9(8).

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
       01 WS-STATUS-LOTES PIC X(2) VALUE SPACES.
       01 WS-STATUS-LIQUIDADOS PIC X(2) VALUE SPACES.
       01 WS-STATUS-REENVIADOS PIC X(2) VALUE SPACES.
       01 WS-STATUS-PARAMETROS PIC X(2) VALUE SPACES.
       01 WS-STATUS-BITACORA PIC X(2) VALUE SPACES.

       01 WS-EOF-NOVEDADES PIC X(2) VALUE "NO".
       01 WS-EOF-ARCHIVO PIC X(2) VALUE "NO".
       01 WS-EOF-PARAMETROS PIC X(2) VALUE "NO".

       01 WS-UMBRAL-REENVIO PIC 9(3) VALUE 90.
       01 WS-FECHA-RECEPCION PIC 9(8) VALUE ZERO.
       01 WS-HORA-RECEPCION PIC 9(6) VALUE ZERO.

       01 WS-NOMBRE-LOTE PIC X(15) VALUE SPACES.
       01 SUBINDICE-LOTE PIC 9(1) VALUE ZERO.
       01 TABLA-LOTES VALUE
           "NovTimes1.dat  NovTimes2.dat  NovTimes3.dat  ".
           03 VEC-LOTE-NOMBRE PIC X(15) OCCURS 3 TIMES.

      * El lote en curso: sus renglones, para poder apartarlos si
      * se rechaza, y la huella de cada uno para compararlo.
       01 WS-MAX-NOVEDADES PIC 9(5) VALUE 20000.
       01 WS-CANT-NOVEDADES PIC 9(5) VALUE ZERO.
       01 SUBINDICE-NOV PIC 9(5) VALUE ZERO.
       01 TABLA-NOVEDADES.
           03 VEC-NOV-REGISTRO PIC X(61) OCCURS 20000 TIMES.
       01 TABLA-HUELLAS-LOTE.
           03 ELEM-HLO OCCURS 20000 TIMES.
               05 VEC-HLO-HUELLA PIC 9(9).
       01 WS-HAY-CABECERA PIC X(1) VALUE "N".
       01 WS-REG-CABECERA PIC X(61) VALUE SPACES.
       01 WS-LOTE-DESBORDADO PIC X(1) VALUE "N".
           88 WS-LOTE-DESBORDADO-SI VALUE "S".
       01 WS-LOTE-SUMA PIC 9(8)V99 VALUE ZERO.
       01 WS-LOTE-SUCURSAL PIC X(3) VALUE SPACES.
       01 WS-LOTE-HUELLA PIC 9(9) VALUE ZERO.
       01 WS-LOTE-ACUM-HUELLA PIC 9(10) VALUE ZERO.

      * Huella de un renglon: cada caracter se toma por su valor
      * de byte y se acumula con base 31 modulo un primo; la del
      * lote es la suma modular de las de sus renglones, asi no
      * depende del orden en que vengan.
       01 WS-HUE-RENGLON PIC X(61) VALUE SPACES.
       01 SUBINDICE-CAR PIC 9(2) VALUE ZERO.
       01 WS-HUE-PAR.
           03 WS-HUE-ALTO PIC X(1) VALUE LOW-VALUE.
           03 WS-HUE-BAJO PIC X(1) VALUE LOW-VALUE.
       01 WS-HUE-BYTE REDEFINES WS-HUE-PAR PIC 9(4) COMP.
       01 WS-HUE-VALOR PIC 9(9) VALUE ZERO.
       01 WS-HUE-TRABAJO PIC 9(12) VALUE ZERO.
       01 WS-HUE-COCIENTE PIC 9(12) VALUE ZERO.
       01 WS-HUE-PRIMO PIC 9(9) VALUE 999999937.

      * Lotes registrados, del primero al ultimo: el numero de lote
      * es su posicion en el archivo.
       01 WS-MAX-REGISTRADOS PIC 9(6) VALUE 20000.
       01 WS-CANT-REGISTRADOS PIC 9(6) VALUE ZERO.
       01 WS-CANT-PREVIOS PIC 9(6) VALUE ZERO.
       01 SUBINDICE-REG PIC 9(6) VALUE ZERO.
       01 TABLA-REGISTRADOS.
           03 ELEM-REG OCCURS 20000 TIMES.
               05 VEC-REG-ARCHIVO PIC X(15).
               05 VEC-REG-SUCURSAL PIC X(3).
               05 VEC-REG-FECHA PIC 9(8).
               05 VEC-REG-HORA PIC 9(6).
               05 VEC-REG-CANTIDAD PIC 9(6).
               05 VEC-REG-SUMA PIC 9(8)V99.
               05 VEC-REG-HUELLA PIC 9(9).
               05 VEC-REG-ESTADO PIC X(1).
                   88 VEC-REG-ACEPTADO VALUE "A".
                   88 VEC-REG-LIQUIDADO VALUE "L".
               05 VEC-REG-ORIGINAL PIC 9(6).
               05 VEC-REG-SIMILITUD PIC 9(3).
               05 VEC-REG-FECHA-LIQ PIC 9(8).
               05 VEC-REG-COINCIDENCIAS PIC 9(5).
               05 VEC-REG-ULTIMO-RENGLON PIC 9(5).

      * Huellas de los renglones ya liquidados (las mas recientes)
      * mas las de los lotes aceptados en este paso, ordenadas por
      * huella para cruzarlas con las del lote en curso.
       01 WS-MAX-LIQUIDADAS PIC 9(6) VALUE 200000.
       01 WS-TOPE-LIQUIDADAS PIC 9(6) VALUE 260000.
       01 WS-CANT-LIQUIDADAS PIC 9(6) VALUE ZERO.
       01 WS-TOTAL-LIQUIDADAS PIC 9(8) VALUE ZERO.
       01 WS-SALTEAR-LIQUIDADAS PIC 9(8) VALUE ZERO.
       01 WS-LEIDAS-LIQUIDADAS PIC 9(8) VALUE ZERO.
       01 SUBINDICE-LIQ PIC 9(6) VALUE ZERO.
       01 SUBINDICE-IGUAL PIC 9(6) VALUE ZERO.
       01 TABLA-LIQUIDADAS.
           03 ELEM-LIQ OCCURS 260000 TIMES.
               05 VEC-LIQ-HUELLA PIC 9(9).
               05 VEC-LIQ-LOTE PIC 9(6).

       01 WS-MAYOR-CANTIDAD PIC 9(6) VALUE ZERO.
       01 WS-SIMILITUD PIC 9(3) VALUE ZERO.
       01 WS-MEJOR-SIMILITUD PIC 9(3) VALUE ZERO.
       01 WS-MEJOR-LOTE PIC 9(6) VALUE ZERO.
       01 WS-LOTE-IDENTICO PIC X(1) VALUE "N".
           88 WS-LOTE-IDENTICO-SI VALUE "S".

       01 WS-CANT-ACEPTADOS PIC 9(4) VALUE ZERO.
       01 WS-CANT-RECHAZADOS PIC 9(4) VALUE ZERO.
       01 WS-CANT-ABANDONADOS PIC 9(6) VALUE ZERO.

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
      * Levanta lo ya registrado y lo ya liquidado, registra cada
      * lote presente decidiendo si es un reenvio y regraba el
      * registro de lotes completo.
      **
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           COMPUTE WS-FECHA-RECEPCION = WS-CURRENT-YEAR * 10000 +
               WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
           COMPUTE WS-HORA-RECEPCION = WS-CURRENT-HOUR * 10000 +
               WS-CURRENT-MINUTE * 100 + WS-CURRENT-SECOND

           PERFORM LEER-PARM-UMBRAL
           PERFORM CARGAR-REGISTRADOS
           IF WS-CANT-REGISTRADOS >= WS-MAX-REGISTRADOS THEN
               DISPLAY "LotesRecibidos.dat LLENO, NO SE PUEDEN "
                       "REGISTRAR MAS LOTES"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-CANT-REGISTRADOS TO WS-CANT-PREVIOS
           PERFORM CARGAR-LIQUIDADAS

           PERFORM REGISTRAR-UN-LOTE
               VARYING SUBINDICE-LOTE FROM 1 BY 1
               UNTIL SUBINDICE-LOTE > 3

           PERFORM GRABAR-REGISTRADOS

           MOVE "FIN" TO BIT-EVENTO
           MOVE "OK" TO BIT-RESULTADO
           MOVE WS-CANT-ACEPTADOS TO BIT-CONTADOR-1
           MOVE WS-CANT-RECHAZADOS TO BIT-CONTADOR-2
           PERFORM GRABAR-BITACORA
           DISPLAY "UMBRAL DE REENVIO:   " WS-UMBRAL-REENVIO "%"
           DISPLAY "LOTES ACEPTADOS:     " WS-CANT-ACEPTADOS
           DISPLAY "LOTES RECHAZADOS:    " WS-CANT-RECHAZADOS
           IF WS-CANT-ABANDONADOS > ZERO THEN
               DISPLAY "LOTES DE CORRIDAS SIN LIQUIDAR: "
                   WS-CANT-ABANDONADOS
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
           MOVE "REGISTRO-LOTES" TO BIT-PROGRAMA
           WRITE BITACORA_REG
           CLOSE BITACORA.

      * Porcentaje de coincidencia del parametro UMBRAL-REENVIO; si
      * no esta cargado queda el de omision.
       LEER-PARM-UMBRAL.
           MOVE "NO" TO WS-EOF-PARAMETROS
           OPEN INPUT PARAMETROS
           IF WS-STATUS-PARAMETROS = "00" THEN
               PERFORM LEER-PARAMETRO
               PERFORM BUSCAR-PARM-UMBRAL UNTIL
                   WS-EOF-PARAMETROS = "SI"
               CLOSE PARAMETROS
           END-IF.

       LEER-PARAMETRO.
           READ PARAMETROS
               AT END
                   MOVE "SI" TO WS-EOF-PARAMETROS
           END-READ.

       BUSCAR-PARM-UMBRAL.
           IF PAR-NOMBRE = "UMBRAL-REENVIO" AND
               PAR-VALOR(1:3) NUMERIC AND
               PAR-VALOR(1:3) > "000" AND
               PAR-VALOR(1:3) NOT > "100" THEN
               MOVE PAR-VALOR(1:3) TO WS-UMBRAL-REENVIO
           END-IF
           PERFORM LEER-PARAMETRO.

      * Un lote que quedo aceptado en una corrida anterior y nunca
      * se confirmo como liquidado no cuenta como ya liquidado.
       CARGAR-REGISTRADOS.
           MOVE ZERO TO WS-CANT-REGISTRADOS
           MOVE ZERO TO WS-CANT-ABANDONADOS
           MOVE "NO" TO WS-EOF-ARCHIVO
           OPEN INPUT LOTES_RECIBIDOS
           IF WS-STATUS-LOTES = "00" THEN
               PERFORM LEER-LOTE-RECIBIDO
               PERFORM CARGAR-UN-REGISTRADO UNTIL
                   WS-EOF-ARCHIVO = "SI" OR
                   WS-CANT-REGISTRADOS >= WS-MAX-REGISTRADOS
               CLOSE LOTES_RECIBIDOS
           END-IF.

       LEER-LOTE-RECIBIDO.
           READ LOTES_RECIBIDOS
               AT END
                   MOVE "SI" TO WS-EOF-ARCHIVO
           END-READ.

       CARGAR-UN-REGISTRADO.
           ADD 1 TO WS-CANT-REGISTRADOS
           MOVE WS-CANT-REGISTRADOS TO SUBINDICE-REG
           MOVE LOT-ARCHIVO TO VEC-REG-ARCHIVO(SUBINDICE-REG)
           MOVE LOT-SUCURSAL TO VEC-REG-SUCURSAL(SUBINDICE-REG)
           MOVE LOT-FECHA-RECEPCION TO VEC-REG-FECHA(SUBINDICE-REG)
           MOVE LOT-HORA-RECEPCION TO VEC-REG-HORA(SUBINDICE-REG)
           MOVE LOT-CANTIDAD TO VEC-REG-CANTIDAD(SUBINDICE-REG)
           MOVE LOT-SUMA-HORAS TO VEC-REG-SUMA(SUBINDICE-REG)
           MOVE LOT-HUELLA TO VEC-REG-HUELLA(SUBINDICE-REG)
           MOVE LOT-ESTADO TO VEC-REG-ESTADO(SUBINDICE-REG)
           MOVE LOT-LOTE-ORIGINAL TO VEC-REG-ORIGINAL(SUBINDICE-REG)
           MOVE LOT-SIMILITUD TO VEC-REG-SIMILITUD(SUBINDICE-REG)
           MOVE LOT-FECHA-LIQUIDACION TO
               VEC-REG-FECHA-LIQ(SUBINDICE-REG)
           MOVE ZERO TO VEC-REG-COINCIDENCIAS(SUBINDICE-REG)
           MOVE ZERO TO VEC-REG-ULTIMO-RENGLON(SUBINDICE-REG)
           IF LOT-ACEPTADO THEN
               MOVE "N" TO VEC-REG-ESTADO(SUBINDICE-REG)
               ADD 1 TO WS-CANT-ABANDONADOS
           END-IF
           PERFORM LEER-LOTE-RECIBIDO.

      * Se guardan las huellas liquidadas mas recientes: una
      * primera pasada cuenta y la segunda saltea las mas viejas.
       CARGAR-LIQUIDADAS.
           MOVE ZERO TO WS-TOTAL-LIQUIDADAS
           MOVE "NO" TO WS-EOF-ARCHIVO
           OPEN INPUT LOTES_LIQUIDADOS
           IF WS-STATUS-LIQUIDADOS = "00" THEN
               PERFORM LEER-LIQUIDADA
               PERFORM CONTAR-LIQUIDADA UNTIL WS-EOF-ARCHIVO = "SI"
               CLOSE LOTES_LIQUIDADOS
           END-IF
           MOVE ZERO TO WS-SALTEAR-LIQUIDADAS
           IF WS-TOTAL-LIQUIDADAS > WS-MAX-LIQUIDADAS THEN
               COMPUTE WS-SALTEAR-LIQUIDADAS =
                   WS-TOTAL-LIQUIDADAS - WS-MAX-LIQUIDADAS
           END-IF
           MOVE ZERO TO WS-CANT-LIQUIDADAS
           MOVE ZERO TO WS-LEIDAS-LIQUIDADAS
           MOVE "NO" TO WS-EOF-ARCHIVO
           OPEN INPUT LOTES_LIQUIDADOS
           IF WS-STATUS-LIQUIDADOS = "00" THEN
               PERFORM LEER-LIQUIDADA
               PERFORM CARGAR-UNA-LIQUIDADA UNTIL
                   WS-EOF-ARCHIVO = "SI"
               CLOSE LOTES_LIQUIDADOS
           END-IF.

       LEER-LIQUIDADA.
           READ LOTES_LIQUIDADOS
               AT END
                   MOVE "SI" TO WS-EOF-ARCHIVO
           END-READ.

       CONTAR-LIQUIDADA.
           ADD 1 TO WS-TOTAL-LIQUIDADAS
           PERFORM LEER-LIQUIDADA.

       CARGAR-UNA-LIQUIDADA.
           ADD 1 TO WS-LEIDAS-LIQUIDADAS
           IF WS-LEIDAS-LIQUIDADAS > WS-SALTEAR-LIQUIDADAS AND
               LLQ-LOTE > ZERO AND
               LLQ-LOTE NOT > WS-CANT-REGISTRADOS THEN
               ADD 1 TO WS-CANT-LIQUIDADAS
               MOVE LLQ-HUELLA TO VEC-LIQ-HUELLA(WS-CANT-LIQUIDADAS)
               MOVE LLQ-LOTE TO VEC-LIQ-LOTE(WS-CANT-LIQUIDADAS)
           END-IF
           PERFORM LEER-LIQUIDADA.

      * Los elementos que sobran se marcan con la huella mas alta
      * para que el ordenamiento los deje al final de la tabla.
       ORDENAR-LIQUIDADAS.
           PERFORM MARCAR-COLA-LIQUIDADAS
               VARYING SUBINDICE-LIQ FROM WS-CANT-LIQUIDADAS BY 1
               UNTIL SUBINDICE-LIQ > WS-TOPE-LIQUIDADAS
           SORT ELEM-LIQ ASCENDING KEY VEC-LIQ-HUELLA VEC-LIQ-LOTE.

       MARCAR-COLA-LIQUIDADAS.
           IF SUBINDICE-LIQ > WS-CANT-LIQUIDADAS THEN
               MOVE 999999999 TO VEC-LIQ-HUELLA(SUBINDICE-LIQ)
               MOVE ZERO TO VEC-LIQ-LOTE(SUBINDICE-LIQ)
           END-IF.

       REGISTRAR-UN-LOTE.
           MOVE VEC-LOTE-NOMBRE(SUBINDICE-LOTE) TO WS-NOMBRE-LOTE
           PERFORM CARGAR-LOTE
           IF WS-LOTE-DESBORDADO-SI THEN
               DISPLAY WS-NOMBRE-LOTE " EXCEDE EL MAXIMO DE "
                   WS-MAX-NOVEDADES " NOVEDADES - NO SE PUEDE "
                   "CONTROLAR SI ES UN REENVIO"
               MOVE "LOTE" TO BIT-EVENTO
               MOVE "DESBORDA" TO BIT-RESULTADO
               MOVE WS-CANT-NOVEDADES TO BIT-CONTADOR-1
               MOVE SUBINDICE-LOTE TO BIT-CONTADOR-2
               PERFORM GRABAR-BITACORA
               PERFORM GRABAR-REGISTRADOS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-CANT-NOVEDADES > ZERO THEN
               PERFORM COMPARAR-CON-LIQUIDADOS
               PERFORM ANOTAR-LOTE
           END-IF.

       CARGAR-LOTE.
           MOVE ZERO TO WS-CANT-NOVEDADES
           MOVE ZERO TO WS-LOTE-SUMA
           MOVE ZERO TO WS-LOTE-ACUM-HUELLA
           MOVE SPACES TO WS-LOTE-SUCURSAL
           MOVE "N" TO WS-HAY-CABECERA
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
           END-IF
           DIVIDE WS-LOTE-ACUM-HUELLA BY WS-HUE-PRIMO
               GIVING WS-HUE-COCIENTE REMAINDER WS-LOTE-HUELLA.

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
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-CANT-NOVEDADES
                   MOVE NOVEDADES_REG TO
                       VEC-NOV-REGISTRO(WS-CANT-NOVEDADES)
                   ADD NOV-HORAS TO WS-LOTE-SUMA
                   EVALUATE TRUE
                       WHEN WS-LOTE-SUCURSAL = SPACES
                           MOVE NOV-SUCURSAL TO WS-LOTE-SUCURSAL
                       WHEN WS-LOTE-SUCURSAL NOT = NOV-SUCURSAL
                           MOVE "VAR" TO WS-LOTE-SUCURSAL
                   END-EVALUATE
                   MOVE NOVEDADES_REG TO WS-HUE-RENGLON
                   PERFORM CALCULAR-HUELLA-RENGLON
                   MOVE WS-HUE-VALOR TO
                       VEC-HLO-HUELLA(WS-CANT-NOVEDADES)
                   ADD WS-HUE-VALOR TO WS-LOTE-ACUM-HUELLA
                   DIVIDE WS-LOTE-ACUM-HUELLA BY WS-HUE-PRIMO
                       GIVING WS-HUE-COCIENTE
                       REMAINDER WS-LOTE-ACUM-HUELLA
           END-EVALUATE
           PERFORM LEER-NOVEDAD.

       CALCULAR-HUELLA-RENGLON.
           MOVE ZERO TO WS-HUE-VALOR
           PERFORM SUMAR-CARACTER-HUELLA
               VARYING SUBINDICE-CAR FROM 1 BY 1
               UNTIL SUBINDICE-CAR > 61.

       SUMAR-CARACTER-HUELLA.
           MOVE WS-HUE-RENGLON(SUBINDICE-CAR:1) TO WS-HUE-BAJO
           COMPUTE WS-HUE-TRABAJO = WS-HUE-VALOR * 31 + WS-HUE-BYTE
           DIVIDE WS-HUE-TRABAJO BY WS-HUE-PRIMO
               GIVING WS-HUE-COCIENTE REMAINDER WS-HUE-VALOR.

      * Cada renglon del lote suma una coincidencia a cada lote
      * registrado que tenga un renglon con la misma huella; las
      * dos tablas van ordenadas por huella y se recorren juntas.
       COMPARAR-CON-LIQUIDADOS.
           MOVE ZERO TO WS-MEJOR-SIMILITUD
           MOVE ZERO TO WS-MEJOR-LOTE
           MOVE "N" TO WS-LOTE-IDENTICO
           PERFORM LIMPIAR-COINCIDENCIAS
               VARYING SUBINDICE-REG FROM 1 BY 1
               UNTIL SUBINDICE-REG > WS-CANT-REGISTRADOS
           PERFORM MARCAR-COLA-HUELLAS-LOTE
               VARYING SUBINDICE-NOV FROM WS-CANT-NOVEDADES BY 1
               UNTIL SUBINDICE-NOV > WS-MAX-NOVEDADES
           SORT ELEM-HLO ASCENDING KEY VEC-HLO-HUELLA
           PERFORM ORDENAR-LIQUIDADAS
           MOVE 1 TO SUBINDICE-LIQ
           PERFORM CRUZAR-UN-RENGLON
               VARYING SUBINDICE-NOV FROM 1 BY 1
               UNTIL SUBINDICE-NOV > WS-CANT-NOVEDADES
           PERFORM EVALUAR-CANDIDATO
               VARYING SUBINDICE-REG FROM 1 BY 1
               UNTIL SUBINDICE-REG > WS-CANT-REGISTRADOS.

       LIMPIAR-COINCIDENCIAS.
           MOVE ZERO TO VEC-REG-COINCIDENCIAS(SUBINDICE-REG)
           MOVE ZERO TO VEC-REG-ULTIMO-RENGLON(SUBINDICE-REG).

       MARCAR-COLA-HUELLAS-LOTE.
           IF SUBINDICE-NOV > WS-CANT-NOVEDADES THEN
               MOVE 999999999 TO VEC-HLO-HUELLA(SUBINDICE-NOV)
           END-IF.

       CRUZAR-UN-RENGLON.
           PERFORM AVANZAR-SUBINDICE-LIQ UNTIL
               SUBINDICE-LIQ > WS-CANT-LIQUIDADAS OR
               VEC-LIQ-HUELLA(SUBINDICE-LIQ) >=
               VEC-HLO-HUELLA(SUBINDICE-NOV)
           MOVE SUBINDICE-LIQ TO SUBINDICE-IGUAL
           PERFORM CONTAR-COINCIDENCIA UNTIL
               SUBINDICE-IGUAL > WS-CANT-LIQUIDADAS OR
               VEC-LIQ-HUELLA(SUBINDICE-IGUAL) NOT =
               VEC-HLO-HUELLA(SUBINDICE-NOV).

       AVANZAR-SUBINDICE-LIQ.
           ADD 1 TO SUBINDICE-LIQ.

      * Un renglon del lote nuevo cuenta una sola vez por lote
      * registrado, aunque ese lote repita la misma huella.
       CONTAR-COINCIDENCIA.
           MOVE VEC-LIQ-LOTE(SUBINDICE-IGUAL) TO SUBINDICE-REG
           IF VEC-REG-ULTIMO-RENGLON(SUBINDICE-REG) NOT =
               SUBINDICE-NOV THEN
               ADD 1 TO VEC-REG-COINCIDENCIAS(SUBINDICE-REG)
               MOVE SUBINDICE-NOV TO
                   VEC-REG-ULTIMO-RENGLON(SUBINDICE-REG)
           END-IF
           ADD 1 TO SUBINDICE-IGUAL.

      * Solo cuentan los lotes ya liquidados y los aceptados en
      * este mismo paso; la similitud se mide sobre el mayor de los
      * dos lotes.
       EVALUAR-CANDIDATO.
           IF VEC-REG-LIQUIDADO(SUBINDICE-REG) OR
               (VEC-REG-ACEPTADO(SUBINDICE-REG) AND
               SUBINDICE-REG > WS-CANT-PREVIOS) THEN
               IF VEC-REG-HUELLA(SUBINDICE-REG) = WS-LOTE-HUELLA AND
                   VEC-REG-CANTIDAD(SUBINDICE-REG) =
                   WS-CANT-NOVEDADES AND
                   VEC-REG-SUMA(SUBINDICE-REG) = WS-LOTE-SUMA AND
                   NOT WS-LOTE-IDENTICO-SI THEN
                   MOVE "S" TO WS-LOTE-IDENTICO
                   MOVE 100 TO WS-MEJOR-SIMILITUD
                   MOVE SUBINDICE-REG TO WS-MEJOR-LOTE
               END-IF
               IF VEC-REG-COINCIDENCIAS(SUBINDICE-REG) > ZERO AND
                   NOT WS-LOTE-IDENTICO-SI THEN
                   MOVE WS-CANT-NOVEDADES TO WS-MAYOR-CANTIDAD
                   IF VEC-REG-CANTIDAD(SUBINDICE-REG) >
                       WS-MAYOR-CANTIDAD THEN
                       MOVE VEC-REG-CANTIDAD(SUBINDICE-REG) TO
                           WS-MAYOR-CANTIDAD
                   END-IF
                   COMPUTE WS-SIMILITUD =
                       VEC-REG-COINCIDENCIAS(SUBINDICE-REG) * 100 /
                       WS-MAYOR-CANTIDAD
                   IF WS-SIMILITUD > WS-MEJOR-SIMILITUD THEN
                       MOVE WS-SIMILITUD TO WS-MEJOR-SIMILITUD
                       MOVE SUBINDICE-REG TO WS-MEJOR-LOTE
                   END-IF
               END-IF
           END-IF.

       ANOTAR-LOTE.
           ADD 1 TO WS-CANT-REGISTRADOS
           MOVE WS-CANT-REGISTRADOS TO SUBINDICE-REG
           MOVE WS-NOMBRE-LOTE TO VEC-REG-ARCHIVO(SUBINDICE-REG)
           MOVE WS-LOTE-SUCURSAL TO VEC-REG-SUCURSAL(SUBINDICE-REG)
           MOVE WS-FECHA-RECEPCION TO VEC-REG-FECHA(SUBINDICE-REG)
           MOVE WS-HORA-RECEPCION TO VEC-REG-HORA(SUBINDICE-REG)
           MOVE WS-CANT-NOVEDADES TO VEC-REG-CANTIDAD(SUBINDICE-REG)
           MOVE WS-LOTE-SUMA TO VEC-REG-SUMA(SUBINDICE-REG)
           MOVE WS-LOTE-HUELLA TO VEC-REG-HUELLA(SUBINDICE-REG)
           MOVE ZERO TO VEC-REG-FECHA-LIQ(SUBINDICE-REG)
           MOVE ZERO TO VEC-REG-COINCIDENCIAS(SUBINDICE-REG)
           MOVE ZERO TO VEC-REG-ULTIMO-RENGLON(SUBINDICE-REG)
           MOVE WS-MEJOR-SIMILITUD TO
               VEC-REG-SIMILITUD(SUBINDICE-REG)
           MOVE WS-MEJOR-LOTE TO VEC-REG-ORIGINAL(SUBINDICE-REG)
           IF WS-LOTE-IDENTICO-SI OR
               WS-MEJOR-SIMILITUD >= WS-UMBRAL-REENVIO THEN
               MOVE "R" TO VEC-REG-ESTADO(SUBINDICE-REG)
               ADD 1 TO WS-CANT-RECHAZADOS
               PERFORM RECHAZAR-LOTE
           ELSE
               MOVE "A" TO VEC-REG-ESTADO(SUBINDICE-REG)
               ADD 1 TO WS-CANT-ACEPTADOS
               PERFORM AGREGAR-HUELLAS-ACEPTADO
                   VARYING SUBINDICE-NOV FROM 1 BY 1
                   UNTIL SUBINDICE-NOV > WS-CANT-NOVEDADES
               DISPLAY WS-NOMBRE-LOTE ": LOTE " SUBINDICE-REG
                   " REGISTRADO, " WS-CANT-NOVEDADES " NOVEDADES"
           END-IF.

      * Un lote aceptado en este paso tambien cuenta para los que
      * siguen: el mismo lote puesto en dos NovTimes se corta aca.
       AGREGAR-HUELLAS-ACEPTADO.
           IF WS-CANT-LIQUIDADAS < WS-TOPE-LIQUIDADAS - 1 THEN
               ADD 1 TO WS-CANT-LIQUIDADAS
               MOVE VEC-HLO-HUELLA(SUBINDICE-NOV) TO
                   VEC-LIQ-HUELLA(WS-CANT-LIQUIDADAS)
               MOVE SUBINDICE-REG TO VEC-LIQ-LOTE(WS-CANT-LIQUIDADAS)
           END-IF.

      * El lote se aparta entero y en su lugar queda uno vacio que
      * cierra en cero, para que el merge lo lea sin tomar nada.
       RECHAZAR-LOTE.
           DISPLAY "*** " WS-NOMBRE-LOTE " RECHAZADO: REENVIO DEL "
               "LOTE " WS-MEJOR-LOTE " (" WS-MEJOR-SIMILITUD
               "% DE COINCIDENCIA) ***"
           OPEN EXTEND LOTES_REENVIADOS
           IF WS-STATUS-REENVIADOS = "35" THEN
               OPEN OUTPUT LOTES_REENVIADOS
               CLOSE LOTES_REENVIADOS
               OPEN EXTEND LOTES_REENVIADOS
           END-IF
           PERFORM APARTAR-UNA-NOVEDAD
               VARYING SUBINDICE-NOV FROM 1 BY 1
               UNTIL SUBINDICE-NOV > WS-CANT-NOVEDADES
           CLOSE LOTES_REENVIADOS
           OPEN OUTPUT NOVEDADES
           IF WS-HAY-CABECERA = "S" THEN
               MOVE WS-REG-CABECERA TO NOVEDADES_REG
               WRITE NOVEDADES_REG
           END-IF
           MOVE SPACES TO NOVEDADES_CTL
           MOVE "99999" TO NOV-CTL-NUMERO
           MOVE ZERO TO NOV-COLA-CANTIDAD
           MOVE ZERO TO NOV-COLA-SUMA-HORAS
           WRITE NOVEDADES_CTL
           CLOSE NOVEDADES
           MOVE "REENVIO" TO BIT-EVENTO
           MOVE "RECHAZADO" TO BIT-RESULTADO
           MOVE SUBINDICE-REG TO BIT-CONTADOR-1
           MOVE WS-MEJOR-LOTE TO BIT-CONTADOR-2
           PERFORM GRABAR-BITACORA.

       APARTAR-UNA-NOVEDAD.
           MOVE SUBINDICE-REG TO REE-LOTE
           MOVE WS-MEJOR-LOTE TO REE-LOTE-ORIGINAL
           MOVE VEC-NOV-REGISTRO(SUBINDICE-NOV) TO REE-NOVEDAD
           WRITE LOTES_REENVIADOS_REG.

       GRABAR-REGISTRADOS.
           OPEN OUTPUT LOTES_RECIBIDOS
           PERFORM GRABAR-UN-REGISTRADO
               VARYING SUBINDICE-REG FROM 1 BY 1
               UNTIL SUBINDICE-REG > WS-CANT-REGISTRADOS
           CLOSE LOTES_RECIBIDOS.

       GRABAR-UN-REGISTRADO.
           MOVE SUBINDICE-REG TO LOT-NUMERO
           MOVE VEC-REG-ARCHIVO(SUBINDICE-REG) TO LOT-ARCHIVO
           MOVE VEC-REG-SUCURSAL(SUBINDICE-REG) TO LOT-SUCURSAL
           MOVE VEC-REG-FECHA(SUBINDICE-REG) TO LOT-FECHA-RECEPCION
           MOVE VEC-REG-HORA(SUBINDICE-REG) TO LOT-HORA-RECEPCION
           MOVE VEC-REG-CANTIDAD(SUBINDICE-REG) TO LOT-CANTIDAD
           MOVE VEC-REG-SUMA(SUBINDICE-REG) TO LOT-SUMA-HORAS
           MOVE VEC-REG-HUELLA(SUBINDICE-REG) TO LOT-HUELLA
           MOVE VEC-REG-ESTADO(SUBINDICE-REG) TO LOT-ESTADO
           MOVE VEC-REG-ORIGINAL(SUBINDICE-REG) TO LOT-LOTE-ORIGINAL
           MOVE VEC-REG-SIMILITUD(SUBINDICE-REG) TO LOT-SIMILITUD
           MOVE VEC-REG-FECHA-LIQ(SUBINDICE-REG) TO
               LOT-FECHA-LIQUIDACION
           WRITE LOTES_RECIBIDOS_REG.

       END PROGRAM REGISTRO-LOTES.
