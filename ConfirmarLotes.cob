      ******************************************************************
      * Author:
      * Date:
      * Purpose: Confirmacion de los lotes liquidados. Corre en la
      *          cadena despues de la liquidacion: cada lote que el
      *          registro de lotes dejo aceptado pasa a liquidado y
      *          la huella de cada renglon que efectivamente entro
      *          (lo que quedo en el NovTimes despues de retener las
      *          novedades sin aprobar) se agrega a
      *          LotesLiquidados.dat, contra el que se controlan los
      *          reenvios de las corridas siguientes. Las
      *          novedades extemporaneas que entraron en la corrida
      *          como ajuste quedan liquidadas en
      *          NovExtemporaneas.dat.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CONFIRMAR-LOTES.
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
           03 NOV-NUMERO PIC X(5).
               88 NOV-ES-CABECERA VALUE "00000".
               88 NOV-ES-COLA VALUE "99999".
           03 NOV-RESTO PIC X(56).

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

       FD EXTEMPORANEAS LABEL RECORD IS STANDARD.
       01 EXTEMPORANEAS_REG.
           03 EXT-FECHA-SEPARACION PIC 9(8).
           03 EXT-ESTADO PIC X(1).
               88 EXT-INCLUIDA VALUE "I".
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
       01 WS-STATUS-LOTES PIC X(2) VALUE SPACES.
       01 WS-STATUS-LIQUIDADOS PIC X(2) VALUE SPACES.
       01 WS-STATUS-EXTEMPORANEAS PIC X(2) VALUE SPACES.
       01 WS-STATUS-BITACORA PIC X(2) VALUE SPACES.

       01 WS-EOF-NOVEDADES PIC X(2) VALUE "NO".
       01 WS-EOF-ARCHIVO PIC X(2) VALUE "NO".

       01 WS-NOMBRE-LOTE PIC X(15) VALUE SPACES.
       01 WS-FECHA-LIQUIDACION PIC 9(8) VALUE ZERO.

       01 WS-MAX-REGISTRADOS PIC 9(6) VALUE 20000.
       01 WS-CANT-REGISTRADOS PIC 9(6) VALUE ZERO.
       01 SUBINDICE-REG PIC 9(6) VALUE ZERO.
       01 TABLA-REGISTRADOS.
           03 VEC-REG-REGISTRO PIC X(87) OCCURS 20000 TIMES.

       01 WS-MAX-EXTEMPORANEAS PIC 9(5) VALUE 20000.
       01 WS-CANT-EXTEMPORANEAS PIC 9(5) VALUE ZERO.
       01 WS-CANT-AJUSTES PIC 9(5) VALUE ZERO.
       01 SUBINDICE-EXT PIC 9(5) VALUE ZERO.
       01 TABLA-EXTEMPORANEAS.
           03 VEC-EXT-REGISTRO PIC X(94) OCCURS 20000 TIMES.

       01 WS-CANT-CONFIRMADOS PIC 9(4) VALUE ZERO.
       01 WS-CANT-RENGLONES PIC 9(8) VALUE ZERO.

      * Huella de un renglon, igual que en el registro de lotes:
      * cada caracter por su valor de byte, con base 31 modulo un
      * primo.
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
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           COMPUTE WS-FECHA-LIQUIDACION = WS-CURRENT-YEAR * 10000 +
               WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY

           PERFORM CARGAR-REGISTRADOS
           IF WS-CANT-REGISTRADOS > ZERO THEN
               OPEN EXTEND LOTES_LIQUIDADOS
               IF WS-STATUS-LIQUIDADOS = "35" THEN
                   OPEN OUTPUT LOTES_LIQUIDADOS
                   CLOSE LOTES_LIQUIDADOS
                   OPEN EXTEND LOTES_LIQUIDADOS
               END-IF
               PERFORM CONFIRMAR-UN-LOTE
                   VARYING SUBINDICE-REG FROM 1 BY 1
                   UNTIL SUBINDICE-REG > WS-CANT-REGISTRADOS
               CLOSE LOTES_LIQUIDADOS
               PERFORM GRABAR-REGISTRADOS
           END-IF
           PERFORM CONFIRMAR-EXTEMPORANEAS

           MOVE "FIN" TO BIT-EVENTO
           MOVE "OK" TO BIT-RESULTADO
           MOVE WS-CANT-CONFIRMADOS TO BIT-CONTADOR-1
           MOVE WS-CANT-RENGLONES TO BIT-CONTADOR-2
           PERFORM GRABAR-BITACORA
           DISPLAY "LOTES CONFIRMADOS:   " WS-CANT-CONFIRMADOS
           DISPLAY "RENGLONES LIQUIDADOS: " WS-CANT-RENGLONES
           DISPLAY "AJUSTES LIQUIDADOS:   " WS-CANT-AJUSTES
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
           MOVE "CONFIRMAR-LOTES" TO BIT-PROGRAMA
           WRITE BITACORA_REG
           CLOSE BITACORA.

       CARGAR-REGISTRADOS.
           MOVE ZERO TO WS-CANT-REGISTRADOS
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
           MOVE LOTES_RECIBIDOS_REG TO
               VEC-REG-REGISTRO(WS-CANT-REGISTRADOS)
           PERFORM LEER-LOTE-RECIBIDO.

       CONFIRMAR-UN-LOTE.
           MOVE VEC-REG-REGISTRO(SUBINDICE-REG) TO LOTES_RECIBIDOS_REG
           IF LOT-ACEPTADO THEN
               MOVE LOT-ARCHIVO TO WS-NOMBRE-LOTE
               MOVE "NO" TO WS-EOF-NOVEDADES
               OPEN INPUT NOVEDADES
               IF WS-STATUS-NOVEDADES = "00" THEN
                   PERFORM LEER-NOVEDAD
                   PERFORM GRABAR-HUELLA-RENGLON UNTIL
                       WS-EOF-NOVEDADES = "SI"
                   CLOSE NOVEDADES
               END-IF
               MOVE "L" TO LOT-ESTADO
               MOVE WS-FECHA-LIQUIDACION TO LOT-FECHA-LIQUIDACION
               MOVE LOTES_RECIBIDOS_REG TO
                   VEC-REG-REGISTRO(SUBINDICE-REG)
               ADD 1 TO WS-CANT-CONFIRMADOS
           END-IF.

       LEER-NOVEDAD.
           READ NOVEDADES
               AT END
                   MOVE "SI" TO WS-EOF-NOVEDADES
           END-READ.

       GRABAR-HUELLA-RENGLON.
           IF NOT NOV-ES-CABECERA AND NOT NOV-ES-COLA THEN
               MOVE NOVEDADES_REG TO WS-HUE-RENGLON
               PERFORM CALCULAR-HUELLA-RENGLON
               MOVE LOT-NUMERO TO LLQ-LOTE
               MOVE WS-HUE-VALOR TO LLQ-HUELLA
               WRITE LOTES_LIQUIDADOS_REG
               ADD 1 TO WS-CANT-RENGLONES
           END-IF
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

       GRABAR-REGISTRADOS.
           OPEN OUTPUT LOTES_RECIBIDOS
           PERFORM GRABAR-UN-REGISTRADO
               VARYING SUBINDICE-REG FROM 1 BY 1
               UNTIL SUBINDICE-REG > WS-CANT-REGISTRADOS
           CLOSE LOTES_RECIBIDOS.

       GRABAR-UN-REGISTRADO.
           MOVE VEC-REG-REGISTRO(SUBINDICE-REG) TO LOTES_RECIBIDOS_REG
           WRITE LOTES_RECIBIDOS_REG.

      * Las extemporaneas que la corrida incluyo como ajuste de
      * periodos anteriores pasan a liquidadas; las pendientes
      * siguen esperando la proxima corrida.
       CONFIRMAR-EXTEMPORANEAS.
           MOVE ZERO TO WS-CANT-EXTEMPORANEAS
           MOVE "NO" TO WS-EOF-ARCHIVO
           OPEN INPUT EXTEMPORANEAS
           IF WS-STATUS-EXTEMPORANEAS = "00" THEN
               PERFORM LEER-EXTEMPORANEA
               PERFORM CARGAR-UNA-EXTEMPORANEA UNTIL
                   WS-EOF-ARCHIVO = "SI" OR
                   WS-CANT-EXTEMPORANEAS >= WS-MAX-EXTEMPORANEAS
               CLOSE EXTEMPORANEAS
               IF WS-CANT-AJUSTES > ZERO THEN
                   OPEN OUTPUT EXTEMPORANEAS
                   PERFORM GRABAR-UNA-EXTEMPORANEA
                       VARYING SUBINDICE-EXT FROM 1 BY 1
                       UNTIL SUBINDICE-EXT > WS-CANT-EXTEMPORANEAS
                   CLOSE EXTEMPORANEAS
               END-IF
           END-IF.

       LEER-EXTEMPORANEA.
           READ EXTEMPORANEAS
               AT END
                   MOVE "SI" TO WS-EOF-ARCHIVO
           END-READ.

       CARGAR-UNA-EXTEMPORANEA.
           IF EXT-INCLUIDA THEN
               MOVE "L" TO EXT-ESTADO
               MOVE WS-FECHA-LIQUIDACION TO EXT-FECHA-LIQUIDACION
               ADD 1 TO WS-CANT-AJUSTES
           END-IF
           ADD 1 TO WS-CANT-EXTEMPORANEAS
           MOVE EXTEMPORANEAS_REG TO
               VEC-EXT-REGISTRO(WS-CANT-EXTEMPORANEAS)
           PERFORM LEER-EXTEMPORANEA.

       GRABAR-UNA-EXTEMPORANEA.
           MOVE VEC-EXT-REGISTRO(SUBINDICE-EXT) TO EXTEMPORANEAS_REG
           WRITE EXTEMPORANEAS_REG.

       END PROGRAM CONFIRMAR-LOTES.
