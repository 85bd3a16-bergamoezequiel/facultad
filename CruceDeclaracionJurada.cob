      ******************************************************************
      * Author:
      * Date:
      * Purpose: Cruce de la declaracion jurada de horas de los
      *          profesores contra lo que informaron las sucursales.
      *          El portal deja DeclaracionHoras.dat con el mismo
      *          layout de las novedades, un renglon por clase que
      *          el profesor declara haber dado en el mes. Antes de
      *          la corrida se cruza contra NovTimes1/2/3 por
      *          profesor, fecha, sucursal, tipo de clase y concepto
      *          y el resultado (CruceDeclaracion.dat) separa lo
      *          coincidente, las diferencias de horas, lo que solo
      *          declara el profesor y lo que solo informa la
      *          sucursal. Las diferencias salen ademas en
      *          DiferenciasSucursal.dat cortado por sucursal, para
      *          devolverlo por el mismo canal por el que llegan las
      *          novedades y que la sucursal las confirme o corrija
      *          antes del cierre. Los reversos anulan el renglon
      *          que revierten del mismo lado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CRUCE-DECLARACION-JURADA.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DECLARACION ASSIGN TO "DeclaracionHoras.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-DECLARACION.

       SELECT NovTimes1 ASSIGN TO "NovTimes1.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-NOV1.

       SELECT NovTimes2 ASSIGN TO "NovTimes2.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-NOV2.

       SELECT NovTimes3 ASSIGN TO "NovTimes3.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-NOV3.

       SELECT CRUCE ASSIGN TO "CruceDeclaracion.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

       SELECT DIFERENCIAS ASSIGN TO "DiferenciasSucursal.dat"
             ORGANIZATION IS LINE SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD DECLARACION LABEL RECORD IS STANDARD.
       01 DECLARACION_REG.
           03 DEC-NUMERO PIC X(5).
               88 DEC-ES-CABECERA VALUE "00000".
               88 DEC-ES-COLA VALUE "99999".
           03 DEC-RESTO PIC X(56).

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

       FD CRUCE LABEL RECORD IS STANDARD.
       01 CRUCE_REG PIC X(80).

       FD DIFERENCIAS LABEL RECORD IS STANDARD.
       01 DIFERENCIAS_REG PIC X(80).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-STATUS-DECLARACION PIC X(2) VALUE SPACES.
       01 WS-STATUS-NOV1 PIC X(2) VALUE SPACES.
       01 WS-STATUS-NOV2 PIC X(2) VALUE SPACES.
       01 WS-STATUS-NOV3 PIC X(2) VALUE SPACES.

       01 WS-EOF-DECLARACION PIC X(2) VALUE "NO".
       01 WS-EOF-NOV PIC X(2) VALUE "NO".

      * Renglon en proceso, de la declaracion o de un lote; todos
      * comparten el layout de novedades.
       01 WS-NOVEDAD.
           03 WS-NOV-NUMERO PIC X(5).
           03 WS-NOV-FECHA PIC 9(8).
           03 WS-NOV-SUCURSAL PIC X(3).
           03 WS-NOV-TIP_CLASE PIC X(4).
           03 WS-NOV-HORAS PIC 9(3)V99.
           03 WS-NOV-TIPO-MOV PIC X(1).
               88 WS-NOV-ES-REVERSO VALUE "C".
           03 WS-NOV-ALUMNOS PIC 9(3).
           03 WS-NOV-HORA-DESDE PIC 9(4).
           03 WS-NOV-HORA-HASTA PIC 9(4).
           03 WS-NOV-CONCEPTO PIC X(1).
           03 WS-NOV-CLIENTE PIC X(5).
           03 WS-NOV-PORC-COMPARTIDO PIC 9(3)V99.
           03 WS-NOV-AVISO-FECHA PIC 9(8).
           03 WS-NOV-AVISO-HORA PIC 9(4).
           03 WS-NOV-MODALIDAD PIC X(1).

      * Lo informado por las sucursales en los tres lotes. Un
      * renglon queda tomado cuando lo cruza una declaracion y
      * anulado cuando un reverso de la sucursal lo revierte.
       01 WS-MAX-SUCURSAL PIC 9(5) VALUE 20000.
       01 WS-CANT-SUCURSAL PIC 9(5) VALUE ZERO.
       01 SUBINDICE-NOV PIC 9(5) VALUE ZERO.
       01 WS-RENGLON-HALLADO PIC X(1) VALUE "N".
           88 WS-RENGLON-HALLADO-SI VALUE "S".
       01 TABLA-SUCURSAL.
           03 ELEM-NOV OCCURS 20000 TIMES.
               05 VEC-NOV-PROFESOR PIC X(5).
               05 VEC-NOV-FECHA PIC 9(8).
               05 VEC-NOV-SUCURSAL PIC X(3).
               05 VEC-NOV-TIPO PIC X(4).
               05 VEC-NOV-CONCEPTO PIC X(1).
               05 VEC-NOV-HORAS PIC 9(3)V99.
               05 VEC-NOV-ESTADO PIC X(1).
                   88 VEC-NOV-LIBRE VALUE "L".
                   88 VEC-NOV-TOMADO VALUE "T".
                   88 VEC-NOV-ANULADO VALUE "A".

      * Lo declarado por los profesores, con el mismo criterio de
      * anulacion por reverso.
       01 WS-MAX-DECLARADO PIC 9(5) VALUE 20000.
       01 WS-CANT-DECLARADO PIC 9(5) VALUE ZERO.
       01 SUBINDICE-DEC PIC 9(5) VALUE ZERO.
       01 TABLA-DECLARADO.
           03 ELEM-DEC OCCURS 20000 TIMES.
               05 VEC-DEC-PROFESOR PIC X(5).
               05 VEC-DEC-FECHA PIC 9(8).
               05 VEC-DEC-SUCURSAL PIC X(3).
               05 VEC-DEC-TIPO PIC X(4).
               05 VEC-DEC-CONCEPTO PIC X(1).
               05 VEC-DEC-HORAS PIC 9(3)V99.
               05 VEC-DEC-ANULADO PIC X(1).
                   88 VEC-DEC-ANULADO-SI VALUE "S".
               05 VEC-DEC-CRUCE PIC 9(5).
                   88 VEC-DEC-SIN-CRUCE VALUE ZERO.

      * Sucursales con diferencias, para el corte del archivo que
      * se les devuelve.
       01 WS-MAX-SUCURSALES PIC 9(3) VALUE 200.
       01 WS-CANT-SUCURSALES PIC 9(3) VALUE ZERO.
       01 SUBINDICE-SUC PIC 9(3) VALUE ZERO.
       01 WS-SUCURSAL-BUSCADA PIC X(3) VALUE SPACES.
       01 WS-SUC-HALLADA PIC X(1) VALUE "N".
           88 WS-SUC-HALLADA-SI VALUE "S".
       01 TABLA-SUCURSALES.
           03 ELEM-SUC OCCURS 200 TIMES.
               05 VEC-SUC-SUCURSAL PIC X(3).

       01 WS-CANT-COINCIDE PIC 9(6) VALUE ZERO.
       01 WS-CANT-DIFIERE PIC 9(6) VALUE ZERO.
       01 WS-CANT-SOLO-PROFESOR PIC 9(6) VALUE ZERO.
       01 WS-CANT-SOLO-SUCURSAL PIC 9(6) VALUE ZERO.
       01 WS-CANT-DIF-SUCURSAL PIC 9(6) VALUE ZERO.

       01 WS-SECCION PIC X(1) VALUE SPACES.
           88 WS-SECCION-COINCIDE VALUE "C".
           88 WS-SECCION-DIFIERE VALUE "D".
           88 WS-SECCION-SOLO-PROFESOR VALUE "P".
           88 WS-SECCION-SOLO-SUCURSAL VALUE "S".

       01 LINEA-TITULO.
           03 FILLER PIC X(60) VALUE
               "CRUCE DE LA DECLARACION JURADA CONTRA LAS SUCURSALES".

       01 LINEA-SECCION.
           03 FILLER PIC X(4) VALUE "--- ".
           03 LSE-TITULO PIC X(40).

       01 LINEA-CRUCE.
           03 LCR-PROFESOR PIC X(5).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LCR-FECHA PIC 9(8).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LCR-SUCURSAL PIC X(3).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LCR-TIPO PIC X(4).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LCR-CONCEPTO PIC X(1).
           03 FILLER PIC X(12) VALUE " DECLARADAS ".
           03 LCR-HORAS-DEC PIC ZZ9,99.
           03 FILLER PIC X(12) VALUE " INFORMADAS ".
           03 LCR-HORAS-SUC PIC ZZ9,99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LCR-RESULTADO PIC X(16).

       01 LINEA-SUC-ENC.
           03 FILLER PIC X(10) VALUE "SUCURSAL: ".
           03 LSU-SUCURSAL PIC X(3).
           03 FILLER PIC X(50) VALUE
               " - DIFERENCIAS A CONFIRMAR ANTES DEL CIERRE".
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * Carga lo informado por las sucursales y lo declarado por
      * los profesores, cruza y emite el cruce por seccion y las
      * diferencias cortadas por sucursal.
      **
           MOVE ZERO TO WS-CANT-SUCURSAL
           PERFORM CARGAR-NOV1
           PERFORM CARGAR-NOV2
           PERFORM CARGAR-NOV3
           PERFORM CARGAR-DECLARACION
           IF WS-STATUS-DECLARACION NOT = "00" THEN
               DISPLAY "NO HAY DeclaracionHoras.dat PARA CRUZAR"
               STOP RUN
           END-IF

           PERFORM CRUZAR-UNA-DECLARACION
               VARYING SUBINDICE-DEC FROM 1 BY 1
               UNTIL SUBINDICE-DEC > WS-CANT-DECLARADO

           OPEN OUTPUT CRUCE
           WRITE CRUCE_REG FROM LINEA-TITULO
           MOVE "C" TO WS-SECCION
           MOVE "COINCIDENTES" TO LSE-TITULO
           PERFORM GRABAR-SECCION-DECLARADA
           MOVE "D" TO WS-SECCION
           MOVE "DIFERENCIA DE HORAS" TO LSE-TITULO
           PERFORM GRABAR-SECCION-DECLARADA
           MOVE "P" TO WS-SECCION
           MOVE "SOLO DECLARA EL PROFESOR" TO LSE-TITULO
           PERFORM GRABAR-SECCION-DECLARADA
           MOVE "S" TO WS-SECCION
           MOVE "SOLO INFORMA LA SUCURSAL" TO LSE-TITULO
           WRITE CRUCE_REG FROM LINEA-SECCION
           PERFORM GRABAR-SOLO-SUCURSAL
               VARYING SUBINDICE-NOV FROM 1 BY 1
               UNTIL SUBINDICE-NOV > WS-CANT-SUCURSAL
           CLOSE CRUCE

           PERFORM GRABAR-DIFERENCIAS-SUCURSAL

           DISPLAY "RENGLONES DECLARADOS:   " WS-CANT-DECLARADO
           DISPLAY "RENGLONES INFORMADOS:   " WS-CANT-SUCURSAL
           DISPLAY "COINCIDENTES:           " WS-CANT-COINCIDE
           DISPLAY "DIFERENCIA DE HORAS:    " WS-CANT-DIFIERE
           DISPLAY "SOLO DECLARA PROFESOR:  " WS-CANT-SOLO-PROFESOR
           DISPLAY "SOLO INFORMA SUCURSAL:  " WS-CANT-SOLO-SUCURSAL
           DISPLAY "CRUCE EN CruceDeclaracion.dat"
           DISPLAY "RENGLONES A CONFIRMAR:  " WS-CANT-DIF-SUCURSAL
           DISPLAY "DIFERENCIAS EN DiferenciasSucursal.dat"
           STOP RUN.

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

      * Un reverso anula el primer renglon vivo con la misma clave y
      * las mismas horas; si no encuentra que anular, se descarta.
       CARGAR-NOVEDAD-SUCURSAL.
           IF WS-NOV-ES-REVERSO THEN
               MOVE "N" TO WS-RENGLON-HALLADO
               MOVE 1 TO SUBINDICE-NOV
               PERFORM BUSCAR-REVERSO-SUCURSAL UNTIL
                   SUBINDICE-NOV > WS-CANT-SUCURSAL OR
                   WS-RENGLON-HALLADO-SI
               IF WS-RENGLON-HALLADO-SI THEN
                   MOVE "A" TO VEC-NOV-ESTADO(SUBINDICE-NOV)
               END-IF
           ELSE
               IF WS-CANT-SUCURSAL < WS-MAX-SUCURSAL THEN
                   ADD 1 TO WS-CANT-SUCURSAL
                   MOVE WS-NOV-NUMERO TO
                       VEC-NOV-PROFESOR(WS-CANT-SUCURSAL)
                   MOVE WS-NOV-FECHA TO VEC-NOV-FECHA(WS-CANT-SUCURSAL)
                   MOVE WS-NOV-SUCURSAL TO
                       VEC-NOV-SUCURSAL(WS-CANT-SUCURSAL)
                   MOVE WS-NOV-TIP_CLASE TO
                       VEC-NOV-TIPO(WS-CANT-SUCURSAL)
                   MOVE WS-NOV-CONCEPTO TO
                       VEC-NOV-CONCEPTO(WS-CANT-SUCURSAL)
                   MOVE WS-NOV-HORAS TO VEC-NOV-HORAS(WS-CANT-SUCURSAL)
                   MOVE "L" TO VEC-NOV-ESTADO(WS-CANT-SUCURSAL)
               END-IF
           END-IF.

       BUSCAR-REVERSO-SUCURSAL.
           IF VEC-NOV-LIBRE(SUBINDICE-NOV) AND
               VEC-NOV-PROFESOR(SUBINDICE-NOV) = WS-NOV-NUMERO AND
               VEC-NOV-FECHA(SUBINDICE-NOV) = WS-NOV-FECHA AND
               VEC-NOV-SUCURSAL(SUBINDICE-NOV) = WS-NOV-SUCURSAL AND
               VEC-NOV-TIPO(SUBINDICE-NOV) = WS-NOV-TIP_CLASE AND
               VEC-NOV-CONCEPTO(SUBINDICE-NOV) = WS-NOV-CONCEPTO AND
               VEC-NOV-HORAS(SUBINDICE-NOV) = WS-NOV-HORAS THEN
               MOVE "S" TO WS-RENGLON-HALLADO
           ELSE
               ADD 1 TO SUBINDICE-NOV
           END-IF.

       CARGAR-DECLARACION.
           MOVE ZERO TO WS-CANT-DECLARADO
           OPEN INPUT DECLARACION
           IF WS-STATUS-DECLARACION = "00" THEN
               PERFORM LEER-DECLARACION
               PERFORM CARGAR-UNA-DECLARACION UNTIL
                   WS-EOF-DECLARACION = "SI"
               CLOSE DECLARACION
           END-IF.

       LEER-DECLARACION.
           READ DECLARACION
               AT END
                   MOVE "SI" TO WS-EOF-DECLARACION
           END-READ.

       CARGAR-UNA-DECLARACION.
           IF NOT DEC-ES-CABECERA AND NOT DEC-ES-COLA THEN
               MOVE DECLARACION_REG TO WS-NOVEDAD
               PERFORM CARGAR-RENGLON-DECLARADO
           END-IF
           PERFORM LEER-DECLARACION.

       CARGAR-RENGLON-DECLARADO.
           IF WS-NOV-ES-REVERSO THEN
               MOVE "N" TO WS-RENGLON-HALLADO
               MOVE 1 TO SUBINDICE-DEC
               PERFORM BUSCAR-REVERSO-DECLARADO UNTIL
                   SUBINDICE-DEC > WS-CANT-DECLARADO OR
                   WS-RENGLON-HALLADO-SI
               IF WS-RENGLON-HALLADO-SI THEN
                   MOVE "S" TO VEC-DEC-ANULADO(SUBINDICE-DEC)
               END-IF
           ELSE
               IF WS-CANT-DECLARADO < WS-MAX-DECLARADO THEN
                   ADD 1 TO WS-CANT-DECLARADO
                   MOVE WS-NOV-NUMERO TO
                       VEC-DEC-PROFESOR(WS-CANT-DECLARADO)
                   MOVE WS-NOV-FECHA TO
                       VEC-DEC-FECHA(WS-CANT-DECLARADO)
                   MOVE WS-NOV-SUCURSAL TO
                       VEC-DEC-SUCURSAL(WS-CANT-DECLARADO)
                   MOVE WS-NOV-TIP_CLASE TO
                       VEC-DEC-TIPO(WS-CANT-DECLARADO)
                   MOVE WS-NOV-CONCEPTO TO
                       VEC-DEC-CONCEPTO(WS-CANT-DECLARADO)
                   MOVE WS-NOV-HORAS TO
                       VEC-DEC-HORAS(WS-CANT-DECLARADO)
                   MOVE "N" TO VEC-DEC-ANULADO(WS-CANT-DECLARADO)
                   MOVE ZERO TO VEC-DEC-CRUCE(WS-CANT-DECLARADO)
               END-IF
           END-IF.

       BUSCAR-REVERSO-DECLARADO.
           IF NOT VEC-DEC-ANULADO-SI(SUBINDICE-DEC) AND
               VEC-DEC-PROFESOR(SUBINDICE-DEC) = WS-NOV-NUMERO AND
               VEC-DEC-FECHA(SUBINDICE-DEC) = WS-NOV-FECHA AND
               VEC-DEC-SUCURSAL(SUBINDICE-DEC) = WS-NOV-SUCURSAL AND
               VEC-DEC-TIPO(SUBINDICE-DEC) = WS-NOV-TIP_CLASE AND
               VEC-DEC-CONCEPTO(SUBINDICE-DEC) = WS-NOV-CONCEPTO AND
               VEC-DEC-HORAS(SUBINDICE-DEC) = WS-NOV-HORAS THEN
               MOVE "S" TO WS-RENGLON-HALLADO
           ELSE
               ADD 1 TO SUBINDICE-DEC
           END-IF.

      * Cada renglon declarado toma el primer renglon libre de la
      * sucursal con la misma clase; primero se busca uno con las
      * mismas horas para no cruzar mal dos clases del mismo dia.
       CRUZAR-UNA-DECLARACION.
           IF NOT VEC-DEC-ANULADO-SI(SUBINDICE-DEC) THEN
               MOVE "N" TO WS-RENGLON-HALLADO
               MOVE 1 TO SUBINDICE-NOV
               PERFORM BUSCAR-MISMAS-HORAS UNTIL
                   SUBINDICE-NOV > WS-CANT-SUCURSAL OR
                   WS-RENGLON-HALLADO-SI
               IF NOT WS-RENGLON-HALLADO-SI THEN
                   MOVE 1 TO SUBINDICE-NOV
                   PERFORM BUSCAR-MISMA-CLASE UNTIL
                       SUBINDICE-NOV > WS-CANT-SUCURSAL OR
                       WS-RENGLON-HALLADO-SI
               END-IF
               IF WS-RENGLON-HALLADO-SI THEN
                   MOVE "T" TO VEC-NOV-ESTADO(SUBINDICE-NOV)
                   MOVE SUBINDICE-NOV TO VEC-DEC-CRUCE(SUBINDICE-DEC)
               END-IF
           END-IF.

       BUSCAR-MISMAS-HORAS.
           PERFORM BUSCAR-MISMA-CLASE
           IF WS-RENGLON-HALLADO-SI AND
               VEC-NOV-HORAS(SUBINDICE-NOV) NOT =
               VEC-DEC-HORAS(SUBINDICE-DEC) THEN
               MOVE "N" TO WS-RENGLON-HALLADO
               ADD 1 TO SUBINDICE-NOV
           END-IF.

       BUSCAR-MISMA-CLASE.
           IF VEC-NOV-LIBRE(SUBINDICE-NOV) AND
               VEC-NOV-PROFESOR(SUBINDICE-NOV) =
               VEC-DEC-PROFESOR(SUBINDICE-DEC) AND
               VEC-NOV-FECHA(SUBINDICE-NOV) =
               VEC-DEC-FECHA(SUBINDICE-DEC) AND
               VEC-NOV-SUCURSAL(SUBINDICE-NOV) =
               VEC-DEC-SUCURSAL(SUBINDICE-DEC) AND
               VEC-NOV-TIPO(SUBINDICE-NOV) =
               VEC-DEC-TIPO(SUBINDICE-DEC) AND
               VEC-NOV-CONCEPTO(SUBINDICE-NOV) =
               VEC-DEC-CONCEPTO(SUBINDICE-DEC) THEN
               MOVE "S" TO WS-RENGLON-HALLADO
           ELSE
               ADD 1 TO SUBINDICE-NOV
           END-IF.

       GRABAR-SECCION-DECLARADA.
           WRITE CRUCE_REG FROM LINEA-SECCION
           PERFORM GRABAR-UNA-DECLARADA
               VARYING SUBINDICE-DEC FROM 1 BY 1
               UNTIL SUBINDICE-DEC > WS-CANT-DECLARADO.

       GRABAR-UNA-DECLARADA.
           IF NOT VEC-DEC-ANULADO-SI(SUBINDICE-DEC) THEN
               PERFORM ARMAR-LINEA-DECLARADA
               IF (WS-SECCION-COINCIDE AND
                   LCR-RESULTADO = "COINCIDE") OR
                   (WS-SECCION-DIFIERE AND
                   LCR-RESULTADO = "DIFIERE HORAS") OR
                   (WS-SECCION-SOLO-PROFESOR AND
                   LCR-RESULTADO = "SOLO PROFESOR") THEN
                   WRITE CRUCE_REG FROM LINEA-CRUCE
                   PERFORM CONTAR-RESULTADO
               END-IF
           END-IF.

       ARMAR-LINEA-DECLARADA.
           MOVE VEC-DEC-PROFESOR(SUBINDICE-DEC) TO LCR-PROFESOR
           MOVE VEC-DEC-FECHA(SUBINDICE-DEC) TO LCR-FECHA
           MOVE VEC-DEC-SUCURSAL(SUBINDICE-DEC) TO LCR-SUCURSAL
           MOVE VEC-DEC-TIPO(SUBINDICE-DEC) TO LCR-TIPO
           MOVE VEC-DEC-CONCEPTO(SUBINDICE-DEC) TO LCR-CONCEPTO
           MOVE VEC-DEC-HORAS(SUBINDICE-DEC) TO LCR-HORAS-DEC
           IF VEC-DEC-SIN-CRUCE(SUBINDICE-DEC) THEN
               MOVE ZERO TO LCR-HORAS-SUC
               MOVE "SOLO PROFESOR" TO LCR-RESULTADO
           ELSE
               MOVE VEC-DEC-CRUCE(SUBINDICE-DEC) TO SUBINDICE-NOV
               MOVE VEC-NOV-HORAS(SUBINDICE-NOV) TO LCR-HORAS-SUC
               IF VEC-NOV-HORAS(SUBINDICE-NOV) =
                   VEC-DEC-HORAS(SUBINDICE-DEC) THEN
                   MOVE "COINCIDE" TO LCR-RESULTADO
               ELSE
                   MOVE "DIFIERE HORAS" TO LCR-RESULTADO
               END-IF
           END-IF.

       CONTAR-RESULTADO.
           EVALUATE TRUE
               WHEN WS-SECCION-COINCIDE
                   ADD 1 TO WS-CANT-COINCIDE
               WHEN WS-SECCION-DIFIERE
                   ADD 1 TO WS-CANT-DIFIERE
               WHEN WS-SECCION-SOLO-PROFESOR
                   ADD 1 TO WS-CANT-SOLO-PROFESOR
               WHEN WS-SECCION-SOLO-SUCURSAL
                   ADD 1 TO WS-CANT-SOLO-SUCURSAL
           END-EVALUATE.

       GRABAR-SOLO-SUCURSAL.
           IF VEC-NOV-LIBRE(SUBINDICE-NOV) THEN
               PERFORM ARMAR-LINEA-SUCURSAL
               WRITE CRUCE_REG FROM LINEA-CRUCE
               PERFORM CONTAR-RESULTADO
           END-IF.

       ARMAR-LINEA-SUCURSAL.
           MOVE VEC-NOV-PROFESOR(SUBINDICE-NOV) TO LCR-PROFESOR
           MOVE VEC-NOV-FECHA(SUBINDICE-NOV) TO LCR-FECHA
           MOVE VEC-NOV-SUCURSAL(SUBINDICE-NOV) TO LCR-SUCURSAL
           MOVE VEC-NOV-TIPO(SUBINDICE-NOV) TO LCR-TIPO
           MOVE VEC-NOV-CONCEPTO(SUBINDICE-NOV) TO LCR-CONCEPTO
           MOVE ZERO TO LCR-HORAS-DEC
           MOVE VEC-NOV-HORAS(SUBINDICE-NOV) TO LCR-HORAS-SUC
           MOVE "SOLO SUCURSAL" TO LCR-RESULTADO.

      * Arma la lista de sucursales con alguna diferencia y graba
      * para cada una su encabezado y sus renglones a confirmar.
       GRABAR-DIFERENCIAS-SUCURSAL.
           MOVE ZERO TO WS-CANT-SUCURSALES
           PERFORM ANOTAR-SUCURSAL-DECLARADA
               VARYING SUBINDICE-DEC FROM 1 BY 1
               UNTIL SUBINDICE-DEC > WS-CANT-DECLARADO
           PERFORM ANOTAR-SUCURSAL-INFORMADA
               VARYING SUBINDICE-NOV FROM 1 BY 1
               UNTIL SUBINDICE-NOV > WS-CANT-SUCURSAL
           OPEN OUTPUT DIFERENCIAS
           PERFORM GRABAR-UNA-SUCURSAL
               VARYING SUBINDICE-SUC FROM 1 BY 1
               UNTIL SUBINDICE-SUC > WS-CANT-SUCURSALES
           CLOSE DIFERENCIAS.

       ANOTAR-SUCURSAL-DECLARADA.
           IF NOT VEC-DEC-ANULADO-SI(SUBINDICE-DEC) THEN
               PERFORM ARMAR-LINEA-DECLARADA
               IF LCR-RESULTADO NOT = "COINCIDE" THEN
                   MOVE LCR-SUCURSAL TO WS-SUCURSAL-BUSCADA
                   PERFORM UBICAR-SUCURSAL
               END-IF
           END-IF.

       ANOTAR-SUCURSAL-INFORMADA.
           IF VEC-NOV-LIBRE(SUBINDICE-NOV) THEN
               MOVE VEC-NOV-SUCURSAL(SUBINDICE-NOV) TO
                   WS-SUCURSAL-BUSCADA
               PERFORM UBICAR-SUCURSAL
           END-IF.

       UBICAR-SUCURSAL.
           MOVE "N" TO WS-SUC-HALLADA
           MOVE 1 TO SUBINDICE-SUC
           PERFORM AVANZAR-SUBINDICE-SUC UNTIL
               SUBINDICE-SUC > WS-CANT-SUCURSALES OR
               WS-SUC-HALLADA-SI
           IF NOT WS-SUC-HALLADA-SI AND
               WS-CANT-SUCURSALES < WS-MAX-SUCURSALES THEN
               ADD 1 TO WS-CANT-SUCURSALES
               MOVE WS-SUCURSAL-BUSCADA TO
                   VEC-SUC-SUCURSAL(WS-CANT-SUCURSALES)
           END-IF.

       AVANZAR-SUBINDICE-SUC.
           IF VEC-SUC-SUCURSAL(SUBINDICE-SUC) = WS-SUCURSAL-BUSCADA
               THEN
               MOVE "S" TO WS-SUC-HALLADA
           ELSE
               ADD 1 TO SUBINDICE-SUC
           END-IF.

       GRABAR-UNA-SUCURSAL.
           MOVE VEC-SUC-SUCURSAL(SUBINDICE-SUC) TO LSU-SUCURSAL
           WRITE DIFERENCIAS_REG FROM LINEA-SUC-ENC
           PERFORM GRABAR-DIFERENCIA-DECLARADA
               VARYING SUBINDICE-DEC FROM 1 BY 1
               UNTIL SUBINDICE-DEC > WS-CANT-DECLARADO
           PERFORM GRABAR-DIFERENCIA-INFORMADA
               VARYING SUBINDICE-NOV FROM 1 BY 1
               UNTIL SUBINDICE-NOV > WS-CANT-SUCURSAL.

       GRABAR-DIFERENCIA-DECLARADA.
           IF NOT VEC-DEC-ANULADO-SI(SUBINDICE-DEC) AND
               VEC-DEC-SUCURSAL(SUBINDICE-DEC) =
               VEC-SUC-SUCURSAL(SUBINDICE-SUC) THEN
               PERFORM ARMAR-LINEA-DECLARADA
               IF LCR-RESULTADO NOT = "COINCIDE" THEN
                   WRITE DIFERENCIAS_REG FROM LINEA-CRUCE
                   ADD 1 TO WS-CANT-DIF-SUCURSAL
               END-IF
           END-IF.

       GRABAR-DIFERENCIA-INFORMADA.
           IF VEC-NOV-LIBRE(SUBINDICE-NOV) AND
               VEC-NOV-SUCURSAL(SUBINDICE-NOV) =
               VEC-SUC-SUCURSAL(SUBINDICE-SUC) THEN
               PERFORM ARMAR-LINEA-SUCURSAL
               WRITE DIFERENCIAS_REG FROM LINEA-CRUCE
               ADD 1 TO WS-CANT-DIF-SUCURSAL
           END-IF.

       END PROGRAM CRUCE-DECLARACION-JURADA.
