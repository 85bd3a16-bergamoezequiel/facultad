      ******************************************************************
      * Author:
      * Date:
      * Purpose: Cruce de las fichadas de los relojes biometricos
      *          (FichadasReloj.dat, ver ImportadorFichadas) contra
      *          los lotes de novedades NovTimes1/2/3, antes del
      *          merge. Cada novedad presencial que no tiene una
      *          fichada del mismo profesor, sucursal y dia que la
      *          cubra se deriva a ExcepFichadas.dat. Cubrir es
      *          haber entrado antes de HORA-DESDE y salido despues
      *          de HORA-HASTA, con la tolerancia en minutos del
      *          parametro TOLERANCIA-FICHADA (10 minutos si no
      *          esta cargado); una novedad sin reloj informado se
      *          cubre con una fichada que dure al menos sus horas.
      *          Las fichadas que no cubrieron ninguna novedad son
      *          clases dadas que nadie informo y salen en
      *          FichadasSinNovedad.dat agrupadas por sucursal. Las
      *          clases suspendidas, los reversos y las clases
      *          virtuales no se fichan y no se controlan, ni
      *          las de una sucursal que no mando fichadas.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CONTROL-FICHADAS.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT FICHADAS ASSIGN TO "FichadasReloj.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-FICHADAS.

       SELECT NovTimes1 ASSIGN TO "NovTimes1.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-NOV1.

       SELECT NovTimes2 ASSIGN TO "NovTimes2.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-NOV2.

       SELECT NovTimes3 ASSIGN TO "NovTimes3.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-NOV3.

       SELECT PARAMETROS ASSIGN TO "Parametros.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-PARAMETROS.

       SELECT EXCEPCIONES_FICHADAS ASSIGN TO "ExcepFichadas.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

       SELECT FICHADAS_SIN_NOVEDAD ASSIGN TO "FichadasSinNovedad.dat"
             ORGANIZATION IS LINE SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD FICHADAS LABEL RECORD IS STANDARD.
       01 FICHADAS_REG.
           03 FIC-PROFESOR PIC X(5).
           03 FIC-SUCURSAL PIC X(3).
           03 FIC-FECHA PIC 9(8).
           03 FIC-ENTRADA PIC 9(4).
           03 FIC-SALIDA PIC 9(4).

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

       FD PARAMETROS LABEL RECORD IS STANDARD.
       01 PARAMETROS_REG.
           03 PAR-NOMBRE PIC X(20).
           03 PAR-VALOR PIC X(20).
           03 PAR-DESC PIC X(30).
           03 PAR-FECHA-CAMBIO PIC 9(8).

       FD EXCEPCIONES_FICHADAS LABEL RECORD IS STANDARD.
       01 EXCEPCIONES_FICHADAS_REG PIC X(80).

       FD FICHADAS_SIN_NOVEDAD LABEL RECORD IS STANDARD.
       01 FICHADAS_SIN_NOVEDAD_REG PIC X(80).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-STATUS-FICHADAS PIC X(2) VALUE SPACES.
       01 WS-STATUS-NOV1 PIC X(2) VALUE SPACES.
       01 WS-STATUS-NOV2 PIC X(2) VALUE SPACES.
       01 WS-STATUS-NOV3 PIC X(2) VALUE SPACES.
       01 WS-STATUS-PARAMETROS PIC X(2) VALUE SPACES.

       01 WS-EOF-FICHADAS PIC X(2) VALUE "NO".
       01 WS-EOF-NOV PIC X(2) VALUE "NO".
       01 WS-EOF-PARAMETROS PIC X(2) VALUE "NO".

      * Novedad del lote que se esta controlando; los tres lotes
      * comparten el layout.
       01 WS-NOVEDAD.
           03 WS-NOV-NUMERO PIC X(5).
           03 WS-NOV-FECHA PIC 9(8).
           03 WS-NOV-SUCURSAL PIC X(3).
           03 WS-NOV-TIP_CLASE PIC X(4).
           03 WS-NOV-HORAS PIC 9(3)V99.
           03 WS-NOV-TIPO-MOV PIC X(1).
               88 WS-NOV-ES-REVERSO VALUE "C".
               88 WS-NOV-ES-SUSPENDIDA VALUE "S".
           03 WS-NOV-ALUMNOS PIC 9(3).
           03 WS-NOV-HORA-DESDE PIC 9(4).
           03 WS-NOV-HORA-HASTA PIC 9(4).
           03 WS-NOV-CONCEPTO PIC X(1).
           03 WS-NOV-CLIENTE PIC X(5).
           03 WS-NOV-PORC-COMPARTIDO PIC 9(3)V99.
           03 WS-NOV-AVISO-FECHA PIC 9(8).
           03 WS-NOV-AVISO-HORA PIC 9(4).
           03 WS-NOV-MODALIDAD PIC X(1).
               88 WS-NOV-ES-VIRTUAL VALUE "V".

       01 WS-TOLERANCIA-FICHADA PIC 9(3) VALUE 10.

      * Reloj pasado a minutos del dia para comparar con tolerancia.
       01 WS-HH PIC 9(2) VALUE ZERO.
       01 WS-MM PIC 9(2) VALUE ZERO.
       01 WS-DESDE-MIN PIC 9(5) VALUE ZERO.
       01 WS-HASTA-MIN PIC 9(5) VALUE ZERO.
       01 WS-ENTRADA-MIN PIC 9(5) VALUE ZERO.
       01 WS-SALIDA-MIN PIC 9(5) VALUE ZERO.
       01 WS-MINUTOS-NOVEDAD PIC 9(5) VALUE ZERO.
       01 WS-LIMITE-ENTRADA PIC 9(5) VALUE ZERO.
       01 WS-LIMITE-SALIDA PIC S9(5) VALUE ZERO.
       01 WS-LIMITE-DURACION PIC S9(5) VALUE ZERO.

       01 WS-MAX-FICHADAS PIC 9(5) VALUE 20000.
       01 WS-CANT-FICHADAS PIC 9(5) VALUE ZERO.
       01 SUBINDICE-FIC PIC 9(5) VALUE ZERO.
       01 WS-FICHADA-HALLADA PIC X(1) VALUE "N".
           88 WS-FICHADA-HALLADA-SI VALUE "S".
       01 TABLA-FICHADAS.
           03 ELEM-FIC OCCURS 20000 TIMES.
               05 VEC-FIC-PROFESOR PIC X(5).
               05 VEC-FIC-SUCURSAL PIC X(3).
               05 VEC-FIC-FECHA PIC 9(8).
               05 VEC-FIC-ENTRADA PIC 9(4).
               05 VEC-FIC-SALIDA PIC 9(4).
               05 VEC-FIC-ENTRADA-MIN PIC 9(5).
               05 VEC-FIC-SALIDA-MIN PIC 9(5).
               05 VEC-FIC-USADA PIC X(1).
                   88 VEC-FIC-USADA-SI VALUE "S".

      * Totales por sucursal para el reporte: novedades
      * controladas, novedades sin fichada, fichadas y fichadas
      * sin novedad.
       01 WS-MAX-SUCURSALES PIC 9(3) VALUE 200.
       01 WS-CANT-SUCURSALES PIC 9(3) VALUE ZERO.
       01 SUBINDICE-SUC PIC 9(3) VALUE ZERO.
       01 WS-SUCURSAL-BUSCADA PIC X(3) VALUE SPACES.
       01 WS-SUC-HALLADA PIC X(1) VALUE "N".
           88 WS-SUC-HALLADA-SI VALUE "S".
       01 TABLA-SUCURSALES.
           03 ELEM-SUC OCCURS 200 TIMES.
               05 VEC-SUC-SUCURSAL PIC X(3).
               05 VEC-SUC-NOVEDADES PIC 9(5).
               05 VEC-SUC-SIN-FICHADA PIC 9(5).
               05 VEC-SUC-FICHADAS PIC 9(5).
               05 VEC-SUC-SIN-NOVEDAD PIC 9(5).

       01 WS-CANT-CONTROLADAS PIC 9(6) VALUE ZERO.
       01 WS-CANT-SIN-FICHADA PIC 9(6) VALUE ZERO.
       01 WS-CANT-NO-CONTROLADAS PIC 9(6) VALUE ZERO.
       01 WS-CANT-SIN-NOVEDAD PIC 9(6) VALUE ZERO.

       01 LINEA-EXCEP.
           03 LEF-PROFESOR PIC X(5).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LEF-FECHA PIC 9(8).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LEF-SUCURSAL PIC X(3).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LEF-TIPO PIC X(4).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LEF-DESDE PIC 9(4).
           03 FILLER PIC X(1) VALUE "-".
           03 LEF-HASTA PIC 9(4).
           03 FILLER PIC X(5) VALUE " HS: ".
           03 LEF-HORAS PIC ZZ9,99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LEF-MOTIVO PIC X(35) VALUE
               "NOVEDAD SIN FICHADA QUE LA CUBRA".

       01 LINEA-SUC-ENC.
           03 FILLER PIC X(60) VALUE
               "FICHADAS DEL RELOJ SIN NOVEDAD INFORMADA, POR SUCURSAL".

       01 LINEA-SUC.
           03 FILLER PIC X(5) VALUE "SUC: ".
           03 LSF-SUCURSAL PIC X(3).
           03 FILLER PIC X(12) VALUE " NOVEDADES: ".
           03 LSF-NOVEDADES PIC ZZZZ9.
           03 FILLER PIC X(14) VALUE " SIN FICHADA: ".
           03 LSF-SIN-FICHADA PIC ZZZZ9.
           03 FILLER PIC X(11) VALUE " FICHADAS: ".
           03 LSF-FICHADAS PIC ZZZZ9.
           03 FILLER PIC X(14) VALUE " SIN NOVEDAD: ".
           03 LSF-SIN-NOVEDAD PIC ZZZZ9.

       01 LINEA-FICHADA.
           03 FILLER PIC X(4) VALUE SPACES.
           03 FILLER PIC X(6) VALUE "PROF: ".
           03 LFS-PROFESOR PIC X(5).
           03 FILLER PIC X(8) VALUE " FECHA: ".
           03 LFS-FECHA PIC 9(8).
           03 FILLER PIC X(10) VALUE " ENTRADA: ".
           03 LFS-ENTRADA PIC 9(4).
           03 FILLER PIC X(9) VALUE " SALIDA: ".
           03 LFS-SALIDA PIC 9(4).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * Carga las fichadas, controla los tres lotes de novedades y
      * emite el reporte de fichadas sin novedad por sucursal.
      **
           PERFORM LEER-PARM-TOLERANCIA
           PERFORM CARGAR-FICHADAS-A-VECTOR
           IF WS-CANT-FICHADAS = ZERO THEN
               DISPLAY "SIN FICHADAS DEL RELOJ: NINGUNA NOVEDAD SE "
                   "CONTROLA"
           END-IF

           OPEN OUTPUT EXCEPCIONES_FICHADAS
           PERFORM CONTROLAR-NOV1
           PERFORM CONTROLAR-NOV2
           PERFORM CONTROLAR-NOV3
           CLOSE EXCEPCIONES_FICHADAS

           PERFORM GRABAR-REPORTE-SUCURSALES

           DISPLAY "TOLERANCIA EN MINUTOS:  " WS-TOLERANCIA-FICHADA
           DISPLAY "FICHADAS DEL RELOJ:     " WS-CANT-FICHADAS
           DISPLAY "NOVEDADES CONTROLADAS:  " WS-CANT-CONTROLADAS
           DISPLAY "NOVEDADES SIN FICHADA:  " WS-CANT-SIN-FICHADA
           DISPLAY "NO CONTROLADAS:         " WS-CANT-NO-CONTROLADAS
           DISPLAY "FICHADAS SIN NOVEDAD:   " WS-CANT-SIN-NOVEDAD
           DISPLAY "EXCEPCIONES EN ExcepFichadas.dat"
           DISPLAY "REPORTE EN FichadasSinNovedad.dat"
           STOP RUN.

       CARGAR-FICHADAS-A-VECTOR.
           MOVE ZERO TO WS-CANT-FICHADAS
           OPEN INPUT FICHADAS
           IF WS-STATUS-FICHADAS = "00" THEN
               PERFORM LEER-FICHADA
               PERFORM CARGAR-UNA-FICHADA UNTIL
                   WS-EOF-FICHADAS = "SI" OR
                   WS-CANT-FICHADAS >= WS-MAX-FICHADAS
               CLOSE FICHADAS
           END-IF.

       LEER-FICHADA.
           READ FICHADAS
               AT END
                   MOVE "SI" TO WS-EOF-FICHADAS
           END-READ.

       CARGAR-UNA-FICHADA.
           ADD 1 TO WS-CANT-FICHADAS
           MOVE FIC-PROFESOR TO VEC-FIC-PROFESOR(WS-CANT-FICHADAS)
           MOVE FIC-SUCURSAL TO VEC-FIC-SUCURSAL(WS-CANT-FICHADAS)
           MOVE FIC-FECHA TO VEC-FIC-FECHA(WS-CANT-FICHADAS)
           MOVE FIC-ENTRADA TO VEC-FIC-ENTRADA(WS-CANT-FICHADAS)
           MOVE FIC-SALIDA TO VEC-FIC-SALIDA(WS-CANT-FICHADAS)
           DIVIDE FIC-ENTRADA BY 100 GIVING WS-HH REMAINDER WS-MM
           COMPUTE VEC-FIC-ENTRADA-MIN(WS-CANT-FICHADAS) =
               WS-HH * 60 + WS-MM
           DIVIDE FIC-SALIDA BY 100 GIVING WS-HH REMAINDER WS-MM
           COMPUTE VEC-FIC-SALIDA-MIN(WS-CANT-FICHADAS) =
               WS-HH * 60 + WS-MM
           MOVE "N" TO VEC-FIC-USADA(WS-CANT-FICHADAS)
           MOVE FIC-SUCURSAL TO WS-SUCURSAL-BUSCADA
           PERFORM UBICAR-SUCURSAL
           IF WS-SUC-HALLADA-SI THEN
               ADD 1 TO VEC-SUC-FICHADAS(SUBINDICE-SUC)
           END-IF
           PERFORM LEER-FICHADA.

       CONTROLAR-NOV1.
           MOVE "NO" TO WS-EOF-NOV
           OPEN INPUT NovTimes1
           IF WS-STATUS-NOV1 = "00" THEN
               PERFORM LEER-NOV1
               PERFORM CONTROLAR-UNA-NOV1 UNTIL WS-EOF-NOV = "SI"
               CLOSE NovTimes1
           END-IF.

       LEER-NOV1.
           READ NovTimes1
               AT END
                   MOVE "SI" TO WS-EOF-NOV
           END-READ.

       CONTROLAR-UNA-NOV1.
           IF NOT NOV1-ES-CABECERA AND NOT NOV1-ES-COLA THEN
               MOVE NovTimes1_REG TO WS-NOVEDAD
               PERFORM CONTROLAR-NOVEDAD
           END-IF
           PERFORM LEER-NOV1.

       CONTROLAR-NOV2.
           MOVE "NO" TO WS-EOF-NOV
           OPEN INPUT NovTimes2
           IF WS-STATUS-NOV2 = "00" THEN
               PERFORM LEER-NOV2
               PERFORM CONTROLAR-UNA-NOV2 UNTIL WS-EOF-NOV = "SI"
               CLOSE NovTimes2
           END-IF.

       LEER-NOV2.
           READ NovTimes2
               AT END
                   MOVE "SI" TO WS-EOF-NOV
           END-READ.

       CONTROLAR-UNA-NOV2.
           IF NOT NOV2-ES-CABECERA AND NOT NOV2-ES-COLA THEN
               MOVE NovTimes2_REG TO WS-NOVEDAD
               PERFORM CONTROLAR-NOVEDAD
           END-IF
           PERFORM LEER-NOV2.

       CONTROLAR-NOV3.
           MOVE "NO" TO WS-EOF-NOV
           OPEN INPUT NovTimes3
           IF WS-STATUS-NOV3 = "00" THEN
               PERFORM LEER-NOV3
               PERFORM CONTROLAR-UNA-NOV3 UNTIL WS-EOF-NOV = "SI"
               CLOSE NovTimes3
           END-IF.

       LEER-NOV3.
           READ NovTimes3
               AT END
                   MOVE "SI" TO WS-EOF-NOV
           END-READ.

       CONTROLAR-UNA-NOV3.
           IF NOT NOV3-ES-CABECERA AND NOT NOV3-ES-COLA THEN
               MOVE NovTimes3_REG TO WS-NOVEDAD
               PERFORM CONTROLAR-NOVEDAD
           END-IF
           PERFORM LEER-NOV3.

      * Los reversos, las clases suspendidas, las virtuales y las
      * horas de preparacion o vigilancia no pasan por el reloj.
       CONTROLAR-NOVEDAD.
           IF WS-NOV-ES-REVERSO OR WS-NOV-ES-SUSPENDIDA OR
               WS-NOV-ES-VIRTUAL OR WS-NOV-CONCEPTO = "P" OR
               WS-NOV-CONCEPTO = "V" THEN
               ADD 1 TO WS-CANT-NO-CONTROLADAS
           ELSE
               MOVE WS-NOV-SUCURSAL TO WS-SUCURSAL-BUSCADA
               PERFORM UBICAR-SUCURSAL
               IF WS-SUC-HALLADA-SI THEN
                   ADD 1 TO VEC-SUC-NOVEDADES(SUBINDICE-SUC)
                   IF VEC-SUC-FICHADAS(SUBINDICE-SUC) = ZERO THEN
                       ADD 1 TO WS-CANT-NO-CONTROLADAS
                   ELSE
                       PERFORM CONTROLAR-CONTRA-FICHADAS
                   END-IF
               END-IF
           END-IF.

      * Una sucursal que no mando ninguna fichada en el periodo no
      * tiene reloj andando: sus novedades no se marcan una por una
      * y el reporte la muestra con cero fichadas.
       CONTROLAR-CONTRA-FICHADAS.
           ADD 1 TO WS-CANT-CONTROLADAS
           PERFORM PREPARAR-LIMITES-NOVEDAD
           MOVE "N" TO WS-FICHADA-HALLADA
           MOVE 1 TO SUBINDICE-FIC
           PERFORM BUSCAR-FICHADA-QUE-CUBRA UNTIL
               SUBINDICE-FIC > WS-CANT-FICHADAS OR
               WS-FICHADA-HALLADA-SI
           IF WS-FICHADA-HALLADA-SI THEN
               MOVE "S" TO VEC-FIC-USADA(SUBINDICE-FIC)
           ELSE
               PERFORM GRABAR-NOVEDAD-SIN-FICHADA
           END-IF.

      * Con reloj informado la fichada tiene que abarcar el
      * horario de la clase; sin reloj alcanza con que dure las
      * horas informadas. En ambos casos con la tolerancia.
       PREPARAR-LIMITES-NOVEDAD.
           MOVE ZERO TO WS-DESDE-MIN
           MOVE ZERO TO WS-HASTA-MIN
           IF WS-NOV-HORA-HASTA > WS-NOV-HORA-DESDE THEN
               DIVIDE WS-NOV-HORA-DESDE BY 100 GIVING WS-HH
                   REMAINDER WS-MM
               COMPUTE WS-DESDE-MIN = WS-HH * 60 + WS-MM
               DIVIDE WS-NOV-HORA-HASTA BY 100 GIVING WS-HH
                   REMAINDER WS-MM
               COMPUTE WS-HASTA-MIN = WS-HH * 60 + WS-MM
           END-IF
           COMPUTE WS-LIMITE-ENTRADA =
               WS-DESDE-MIN + WS-TOLERANCIA-FICHADA
           COMPUTE WS-LIMITE-SALIDA =
               WS-HASTA-MIN - WS-TOLERANCIA-FICHADA
           COMPUTE WS-MINUTOS-NOVEDAD ROUNDED = WS-NOV-HORAS * 60
           COMPUTE WS-LIMITE-DURACION =
               WS-MINUTOS-NOVEDAD - WS-TOLERANCIA-FICHADA.

       BUSCAR-FICHADA-QUE-CUBRA.
           IF VEC-FIC-PROFESOR(SUBINDICE-FIC) = WS-NOV-NUMERO AND
               VEC-FIC-SUCURSAL(SUBINDICE-FIC) = WS-NOV-SUCURSAL AND
               VEC-FIC-FECHA(SUBINDICE-FIC) = WS-NOV-FECHA THEN
               IF WS-NOV-HORA-HASTA > WS-NOV-HORA-DESDE THEN
                   IF VEC-FIC-ENTRADA-MIN(SUBINDICE-FIC) <=
                       WS-LIMITE-ENTRADA AND
                       VEC-FIC-SALIDA-MIN(SUBINDICE-FIC) >=
                       WS-LIMITE-SALIDA THEN
                       MOVE "S" TO WS-FICHADA-HALLADA
                   END-IF
               ELSE
                   IF VEC-FIC-SALIDA-MIN(SUBINDICE-FIC) -
                       VEC-FIC-ENTRADA-MIN(SUBINDICE-FIC) >=
                       WS-LIMITE-DURACION THEN
                       MOVE "S" TO WS-FICHADA-HALLADA
                   END-IF
               END-IF
           END-IF
           IF NOT WS-FICHADA-HALLADA-SI THEN
               ADD 1 TO SUBINDICE-FIC
           END-IF.

       GRABAR-NOVEDAD-SIN-FICHADA.
           ADD 1 TO WS-CANT-SIN-FICHADA
           IF WS-SUC-HALLADA-SI THEN
               ADD 1 TO VEC-SUC-SIN-FICHADA(SUBINDICE-SUC)
           END-IF
           MOVE WS-NOV-NUMERO TO LEF-PROFESOR
           MOVE WS-NOV-FECHA TO LEF-FECHA
           MOVE WS-NOV-SUCURSAL TO LEF-SUCURSAL
           MOVE WS-NOV-TIP_CLASE TO LEF-TIPO
           MOVE WS-NOV-HORA-DESDE TO LEF-DESDE
           MOVE WS-NOV-HORA-HASTA TO LEF-HASTA
           MOVE WS-NOV-HORAS TO LEF-HORAS
           WRITE EXCEPCIONES_FICHADAS_REG FROM LINEA-EXCEP.

      * Busca la sucursal en la tabla de totales y la agrega si es
      * la primera vez que aparece.
       UBICAR-SUCURSAL.
           MOVE "N" TO WS-SUC-HALLADA
           MOVE 1 TO SUBINDICE-SUC
           PERFORM AVANZAR-SUBINDICE-SUC UNTIL
               SUBINDICE-SUC > WS-CANT-SUCURSALES OR
               WS-SUC-HALLADA-SI
           IF NOT WS-SUC-HALLADA-SI AND
               WS-CANT-SUCURSALES < WS-MAX-SUCURSALES THEN
               ADD 1 TO WS-CANT-SUCURSALES
               MOVE WS-CANT-SUCURSALES TO SUBINDICE-SUC
               MOVE WS-SUCURSAL-BUSCADA TO
                   VEC-SUC-SUCURSAL(SUBINDICE-SUC)
               MOVE ZERO TO VEC-SUC-NOVEDADES(SUBINDICE-SUC)
               MOVE ZERO TO VEC-SUC-SIN-FICHADA(SUBINDICE-SUC)
               MOVE ZERO TO VEC-SUC-FICHADAS(SUBINDICE-SUC)
               MOVE ZERO TO VEC-SUC-SIN-NOVEDAD(SUBINDICE-SUC)
               MOVE "S" TO WS-SUC-HALLADA
           END-IF.

       AVANZAR-SUBINDICE-SUC.
           IF VEC-SUC-SUCURSAL(SUBINDICE-SUC) = WS-SUCURSAL-BUSCADA
               THEN
               MOVE "S" TO WS-SUC-HALLADA
           ELSE
               ADD 1 TO SUBINDICE-SUC
           END-IF.

      * Por cada sucursal el renglon de totales y debajo el detalle
      * de sus fichadas que no cubrieron ninguna novedad.
       GRABAR-REPORTE-SUCURSALES.
           PERFORM CONTAR-FICHADA-SIN-NOVEDAD
               VARYING SUBINDICE-FIC FROM 1 BY 1
               UNTIL SUBINDICE-FIC > WS-CANT-FICHADAS
           OPEN OUTPUT FICHADAS_SIN_NOVEDAD
           WRITE FICHADAS_SIN_NOVEDAD_REG FROM LINEA-SUC-ENC
           PERFORM GRABAR-UNA-SUCURSAL
               VARYING SUBINDICE-SUC FROM 1 BY 1
               UNTIL SUBINDICE-SUC > WS-CANT-SUCURSALES
           CLOSE FICHADAS_SIN_NOVEDAD.

       CONTAR-FICHADA-SIN-NOVEDAD.
           IF NOT VEC-FIC-USADA-SI(SUBINDICE-FIC) THEN
               ADD 1 TO WS-CANT-SIN-NOVEDAD
               MOVE VEC-FIC-SUCURSAL(SUBINDICE-FIC) TO
                   WS-SUCURSAL-BUSCADA
               PERFORM UBICAR-SUCURSAL
               IF WS-SUC-HALLADA-SI THEN
                   ADD 1 TO VEC-SUC-SIN-NOVEDAD(SUBINDICE-SUC)
               END-IF
           END-IF.

       GRABAR-UNA-SUCURSAL.
           MOVE VEC-SUC-SUCURSAL(SUBINDICE-SUC) TO LSF-SUCURSAL
           MOVE VEC-SUC-NOVEDADES(SUBINDICE-SUC) TO LSF-NOVEDADES
           MOVE VEC-SUC-SIN-FICHADA(SUBINDICE-SUC) TO LSF-SIN-FICHADA
           MOVE VEC-SUC-FICHADAS(SUBINDICE-SUC) TO LSF-FICHADAS
           MOVE VEC-SUC-SIN-NOVEDAD(SUBINDICE-SUC) TO LSF-SIN-NOVEDAD
           WRITE FICHADAS_SIN_NOVEDAD_REG FROM LINEA-SUC
           IF VEC-SUC-SIN-NOVEDAD(SUBINDICE-SUC) > ZERO THEN
               PERFORM GRABAR-FICHADA-DE-SUCURSAL
                   VARYING SUBINDICE-FIC FROM 1 BY 1
                   UNTIL SUBINDICE-FIC > WS-CANT-FICHADAS
           END-IF.

       GRABAR-FICHADA-DE-SUCURSAL.
           IF NOT VEC-FIC-USADA-SI(SUBINDICE-FIC) AND
               VEC-FIC-SUCURSAL(SUBINDICE-FIC) =
               VEC-SUC-SUCURSAL(SUBINDICE-SUC) THEN
               MOVE VEC-FIC-PROFESOR(SUBINDICE-FIC) TO LFS-PROFESOR
               MOVE VEC-FIC-FECHA(SUBINDICE-FIC) TO LFS-FECHA
               MOVE VEC-FIC-ENTRADA(SUBINDICE-FIC) TO LFS-ENTRADA
               MOVE VEC-FIC-SALIDA(SUBINDICE-FIC) TO LFS-SALIDA
               WRITE FICHADAS_SIN_NOVEDAD_REG FROM LINEA-FICHADA
           END-IF.

      * Tolerancia en minutos del parametro TOLERANCIA-FICHADA; si
      * no esta cargado queda la de omision.
       LEER-PARM-TOLERANCIA.
           MOVE "NO" TO WS-EOF-PARAMETROS
           OPEN INPUT PARAMETROS
           IF WS-STATUS-PARAMETROS = "00" THEN
               PERFORM LEER-PARAMETRO
               PERFORM BUSCAR-PARM-TOLERANCIA UNTIL
                   WS-EOF-PARAMETROS = "SI"
               CLOSE PARAMETROS
           END-IF.

       LEER-PARAMETRO.
           READ PARAMETROS
               AT END
                   MOVE "SI" TO WS-EOF-PARAMETROS
           END-READ.

       BUSCAR-PARM-TOLERANCIA.
           IF PAR-NOMBRE = "TOLERANCIA-FICHADA" AND
               PAR-VALOR(1:3) NUMERIC THEN
               MOVE PAR-VALOR(1:3) TO WS-TOLERANCIA-FICHADA
           END-IF
           PERFORM LEER-PARAMETRO.

       END PROGRAM CONTROL-FICHADAS.
