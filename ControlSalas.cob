      *          a la vez en una sucursal de cuatro salas es hora
      *          inventada. El reporte de utilizacion
      *          (SalasUtilizacion.dat) muestra por sucursal el pico
      *          de simultaneidad contra las salas que tiene. Una
      *          clase de co-docencia llega como una novedad por
      *          profesor pero ocupa una sola sala, y una clase que
      *          la sucursal suspendio o una clase virtual no ocupa
      *          ninguna. Es de co-docencia la novedad con porcentaje
      *          compartido o la de un tipo de clase en pareja
      *          (TIP-PAREJA en TiposClase.dat, vigente a la fecha
      *          de la clase), igual que la paga la liquidacion.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-NOV3.

       SELECT TIPOS_CLASE ASSIGN TO "TiposClase.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-TIPOS-CLASE.

       SELECT EXCEPCIONES_SALAS ASSIGN TO "ExcepSalas.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           03 NOV1-TIP_CLASE PIC X(4).
           03 NOV1-HORAS PIC 9(3)V99.
           03 NOV1-TIPO-MOV PIC X(1).
               88 NOV1-ES-SUSPENDIDA VALUE "S".
           03 NOV1-ALUMNOS PIC 9(3).
           03 NOV1-HORA-DESDE PIC 9(4).
           03 NOV1-HORA-HASTA PIC 9(4).
           03 NOV1-CONCEPTO PIC X(1).
           03 NOV1-CLIENTE PIC X(5).
           03 NOV1-PORC-COMPARTIDO PIC 9(3)V99.
           03 NOV1-AVISO-FECHA PIC 9(8).
           03 NOV1-AVISO-HORA PIC 9(4).
           03 NOV1-MODALIDAD PIC X(1).
               88 NOV1-ES-VIRTUAL VALUE "V".

       FD NovTimes2 LABEL RECORD IS STANDARD.
       01 NovTimes2_REG.
           03 NOV2-TIP_CLASE PIC X(4).
           03 NOV2-HORAS PIC 9(3)V99.
           03 NOV2-TIPO-MOV PIC X(1).
               88 NOV2-ES-SUSPENDIDA VALUE "S".
           03 NOV2-ALUMNOS PIC 9(3).
           03 NOV2-HORA-DESDE PIC 9(4).
           03 NOV2-HORA-HASTA PIC 9(4).
           03 NOV2-CONCEPTO PIC X(1).
           03 NOV2-CLIENTE PIC X(5).
           03 NOV2-PORC-COMPARTIDO PIC 9(3)V99.
           03 NOV2-AVISO-FECHA PIC 9(8).
           03 NOV2-AVISO-HORA PIC 9(4).
           03 NOV2-MODALIDAD PIC X(1).
               88 NOV2-ES-VIRTUAL VALUE "V".

       FD NovTimes3 LABEL RECORD IS STANDARD.
       01 NovTimes3_REG.
           03 NOV3-TIP_CLASE PIC X(4).
           03 NOV3-HORAS PIC 9(3)V99.
           03 NOV3-TIPO-MOV PIC X(1).
               88 NOV3-ES-SUSPENDIDA VALUE "S".
           03 NOV3-ALUMNOS PIC 9(3).
           03 NOV3-HORA-DESDE PIC 9(4).
           03 NOV3-HORA-HASTA PIC 9(4).
           03 NOV3-CONCEPTO PIC X(1).
           03 NOV3-CLIENTE PIC X(5).
           03 NOV3-PORC-COMPARTIDO PIC 9(3)V99.
           03 NOV3-AVISO-FECHA PIC 9(8).
           03 NOV3-AVISO-HORA PIC 9(4).
           03 NOV3-MODALIDAD PIC X(1).
               88 NOV3-ES-VIRTUAL VALUE "V".

       FD TIPOS_CLASE LABEL RECORD IS STANDARD.
       01 TIPOS_CLASE_REG.
           03 TIP-TIP_CLASE PIC X(4).
           03 TIP-DESC PIC X(20).
           03 TIP-TARIFA PIC 9(5)V99.
           03 TIP-FECHA-DESDE PIC 9(8).
           03 TIP-FECHA-HASTA PIC 9(8).
           03 TIP-MIN-ALUMNOS PIC 9(3).
           03 TIP-PORC-REDUCCION PIC 9(3)V99.
           03 TIP-PAREJA PIC X(1).
           03 TIP-PORC-VIRTUAL PIC 9(3)V99.
           03 TIP-TOPE-CONCEPTO PIC 9(3)V99.

       FD EXCEPCIONES_SALAS LABEL RECORD IS STANDARD.
       01 EXCEPCIONES_SALAS_REG PIC X(90).
       01 WS-STATUS-NOV1 PIC X(2) VALUE SPACES.
       01 WS-STATUS-NOV2 PIC X(2) VALUE SPACES.
       01 WS-STATUS-NOV3 PIC X(2) VALUE SPACES.
       01 WS-STATUS-TIPOS-CLASE PIC X(2) VALUE SPACES.

       01 WS-EOF-SALAS PIC X(2) VALUE "NO".
       01 WS-EOF-NOV PIC X(2) VALUE "NO".
       01 WS-EOF-TIPOS PIC X(2) VALUE "NO".

       01 WS-OPCION PIC X(1).
           88 WS-OPCION-ALTA VALUE "1".
               05 VEC-CLA-SUCURSAL PIC X(3).
               05 VEC-CLA-DESDE PIC 9(4).
               05 VEC-CLA-HASTA PIC 9(4).
               05 VEC-CLA-TIPO PIC X(4).
               05 VEC-CLA-COMPARTIDA PIC X(1).
                   88 VEC-CLA-COMPARTIDA-SI VALUE "S".
               05 VEC-CLA-DUPLICADA PIC X(1).
                   88 VEC-CLA-DUPLICADA-SI VALUE "S".
       01 WS-CANT-COMPARTIDAS PIC 9(5) VALUE ZERO.

      * Tipos de clase con todas sus vigencias, para saber si la
      * clase se dicta en pareja a la fecha de la novedad.
       01 WS-MAX-TIPOS PIC 9(4) VALUE 2000.
       01 WS-CANT-TIPOS PIC 9(4) VALUE ZERO.
       01 SUBINDICE-TIP PIC 9(4) VALUE ZERO.
       01 WS-TIPO-HALLADO PIC X(1) VALUE "N".
           88 WS-TIPO-HALLADO-SI VALUE "S".
       01 TABLA-TIPOS.
           03 ELEM-TIP OCCURS 2000 TIMES.
               05 VEC-TIP-CODIGO PIC X(4).
               05 VEC-TIP-FECHA-DESDE PIC 9(8).
               05 VEC-TIP-FECHA-HASTA PIC 9(8).
               05 VEC-TIP-PAREJA PIC X(1).
       01 WS-CANT-VIRTUALES PIC 9(5) VALUE ZERO.

       01 WS-SIMULTANEAS PIC 9(3) VALUE ZERO.
       01 WS-CANT-EXCEDENTES PIC 9(5) VALUE ZERO.
      * capacidad sobre los lotes de novedades del periodo.
      **
           PERFORM CARGAR-SALAS-A-VECTOR
           PERFORM CARGAR-TIPOS-A-VECTOR

           PERFORM MOSTRAR-MENU UNTIL WS-OPCION-SALIR

               CLOSE SALAS
           END-IF.

       CARGAR-TIPOS-A-VECTOR.
           MOVE ZERO TO WS-CANT-TIPOS
           OPEN INPUT TIPOS_CLASE
           IF WS-STATUS-TIPOS-CLASE = "00" THEN
               PERFORM LEER-TIPO
               PERFORM CARGAR-UN-TIPO UNTIL
                   WS-EOF-TIPOS = "SI" OR
                   WS-CANT-TIPOS >= WS-MAX-TIPOS
               CLOSE TIPOS_CLASE
           END-IF.

       LEER-TIPO.
           READ TIPOS_CLASE
               AT END
                   MOVE "SI" TO WS-EOF-TIPOS
           END-READ.

       CARGAR-UN-TIPO.
           ADD 1 TO WS-CANT-TIPOS
           MOVE TIP-TIP_CLASE TO VEC-TIP-CODIGO(WS-CANT-TIPOS)
           MOVE TIP-FECHA-DESDE TO VEC-TIP-FECHA-DESDE(WS-CANT-TIPOS)
           MOVE TIP-FECHA-HASTA TO VEC-TIP-FECHA-HASTA(WS-CANT-TIPOS)
           MOVE TIP-PAREJA TO VEC-TIP-PAREJA(WS-CANT-TIPOS)
           PERFORM LEER-TIPO.

       LEER-SALA.
           READ SALAS
               AT END
               PERFORM CARGAR-CLASES-NOV1
               PERFORM CARGAR-CLASES-NOV2
               PERFORM CARGAR-CLASES-NOV3
               MOVE ZERO TO WS-CANT-COMPARTIDAS
               MOVE ZERO TO WS-CANT-VIRTUALES
               PERFORM MARCAR-PAREJA-COMPARTIDA
                   VARYING SUBINDICE-CLA FROM 1 BY 1
                   UNTIL SUBINDICE-CLA > WS-CANT-CLASES
               OPEN OUTPUT EXCEPCIONES_SALAS
               WRITE EXCEPCIONES_SALAS_REG FROM LINEA-EXCEP-ENC
               PERFORM EVALUAR-UNA-CLASE
               PERFORM GRABAR-REPORTE-UTILIZACION
               DISPLAY "CLASES EVALUADAS:  " WS-CANT-CLASES
               DISPLAY "CLASES EXCEDENTES: " WS-CANT-EXCEDENTES
               DISPLAY "CO-DOCENCIAS:      " WS-CANT-COMPARTIDAS
               DISPLAY "CLASES VIRTUALES:  " WS-CANT-VIRTUALES
               DISPLAY "EXCEPCIONES EN ExcepSalas.dat"
           END-IF.


       CARGAR-CLASE-NOV1.
           IF NOT NOV1-ES-CABECERA AND NOT NOV1-ES-COLA AND
               NOV1-ES-VIRTUAL THEN
               ADD 1 TO WS-CANT-VIRTUALES
           END-IF
           IF NOT NOV1-ES-CABECERA AND NOT NOV1-ES-COLA AND
               NOT NOV1-ES-SUSPENDIDA AND NOT NOV1-ES-VIRTUAL AND
               NOV1-HORA-HASTA > NOV1-HORA-DESDE AND
               WS-CANT-CLASES < WS-MAX-CLASES THEN
               ADD 1 TO WS-CANT-CLASES
                   VEC-CLA-SUCURSAL(WS-CANT-CLASES)
               MOVE NOV1-HORA-DESDE TO VEC-CLA-DESDE(WS-CANT-CLASES)
               MOVE NOV1-HORA-HASTA TO VEC-CLA-HASTA(WS-CANT-CLASES)
               MOVE NOV1-TIP_CLASE TO VEC-CLA-TIPO(WS-CANT-CLASES)
               MOVE "N" TO VEC-CLA-COMPARTIDA(WS-CANT-CLASES)
               MOVE "N" TO VEC-CLA-DUPLICADA(WS-CANT-CLASES)
               IF NOV1-PORC-COMPARTIDO > ZERO THEN
                   MOVE "S" TO VEC-CLA-COMPARTIDA(WS-CANT-CLASES)
               ELSE
                   PERFORM MARCAR-TIPO-EN-PAREJA
               END-IF
           END-IF
           PERFORM LEER-NOV1.


       CARGAR-CLASE-NOV2.
           IF NOT NOV2-ES-CABECERA AND NOT NOV2-ES-COLA AND
               NOV2-ES-VIRTUAL THEN
               ADD 1 TO WS-CANT-VIRTUALES
           END-IF
           IF NOT NOV2-ES-CABECERA AND NOT NOV2-ES-COLA AND
               NOT NOV2-ES-SUSPENDIDA AND NOT NOV2-ES-VIRTUAL AND
               NOV2-HORA-HASTA > NOV2-HORA-DESDE AND
               WS-CANT-CLASES < WS-MAX-CLASES THEN
               ADD 1 TO WS-CANT-CLASES
                   VEC-CLA-SUCURSAL(WS-CANT-CLASES)
               MOVE NOV2-HORA-DESDE TO VEC-CLA-DESDE(WS-CANT-CLASES)
               MOVE NOV2-HORA-HASTA TO VEC-CLA-HASTA(WS-CANT-CLASES)
               MOVE NOV2-TIP_CLASE TO VEC-CLA-TIPO(WS-CANT-CLASES)
               MOVE "N" TO VEC-CLA-COMPARTIDA(WS-CANT-CLASES)
               MOVE "N" TO VEC-CLA-DUPLICADA(WS-CANT-CLASES)
               IF NOV2-PORC-COMPARTIDO > ZERO THEN
                   MOVE "S" TO VEC-CLA-COMPARTIDA(WS-CANT-CLASES)
               ELSE
                   PERFORM MARCAR-TIPO-EN-PAREJA
               END-IF
           END-IF
           PERFORM LEER-NOV2.


       CARGAR-CLASE-NOV3.
           IF NOT NOV3-ES-CABECERA AND NOT NOV3-ES-COLA AND
               NOV3-ES-VIRTUAL THEN
               ADD 1 TO WS-CANT-VIRTUALES
           END-IF
           IF NOT NOV3-ES-CABECERA AND NOT NOV3-ES-COLA AND
               NOT NOV3-ES-SUSPENDIDA AND NOT NOV3-ES-VIRTUAL AND
               NOV3-HORA-HASTA > NOV3-HORA-DESDE AND
               WS-CANT-CLASES < WS-MAX-CLASES THEN
               ADD 1 TO WS-CANT-CLASES
                   VEC-CLA-SUCURSAL(WS-CANT-CLASES)
               MOVE NOV3-HORA-DESDE TO VEC-CLA-DESDE(WS-CANT-CLASES)
               MOVE NOV3-HORA-HASTA TO VEC-CLA-HASTA(WS-CANT-CLASES)
               MOVE NOV3-TIP_CLASE TO VEC-CLA-TIPO(WS-CANT-CLASES)
               MOVE "N" TO VEC-CLA-COMPARTIDA(WS-CANT-CLASES)
               MOVE "N" TO VEC-CLA-DUPLICADA(WS-CANT-CLASES)
               IF NOV3-PORC-COMPARTIDO > ZERO THEN
                   MOVE "S" TO VEC-CLA-COMPARTIDA(WS-CANT-CLASES)
               ELSE
                   PERFORM MARCAR-TIPO-EN-PAREJA
               END-IF
           END-IF
           PERFORM LEER-NOV3.

      * Un tipo de clase en pareja ("U" o "D") es co-docencia aunque
      * la novedad llegue sin porcentaje: la liquidacion le paga el
      * 50% a cada profesor. Vale la vigencia del tipo a la fecha de
      * la clase.
       MARCAR-TIPO-EN-PAREJA.
           MOVE "N" TO WS-TIPO-HALLADO
           MOVE 1 TO SUBINDICE-TIP
           PERFORM AVANZAR-SUBINDICE-TIP UNTIL
               SUBINDICE-TIP > WS-CANT-TIPOS OR
               WS-TIPO-HALLADO-SI
           IF WS-TIPO-HALLADO-SI THEN
               IF VEC-TIP-PAREJA(SUBINDICE-TIP) NOT = SPACE THEN
                   MOVE "S" TO VEC-CLA-COMPARTIDA(WS-CANT-CLASES)
               END-IF
           END-IF.

       AVANZAR-SUBINDICE-TIP.
           IF VEC-TIP-CODIGO(SUBINDICE-TIP) =
               VEC-CLA-TIPO(WS-CANT-CLASES) AND
               VEC-TIP-FECHA-DESDE(SUBINDICE-TIP) <=
               VEC-CLA-FECHA(WS-CANT-CLASES) AND
               (VEC-TIP-FECHA-HASTA(SUBINDICE-TIP) = ZEROS OR
                VEC-TIP-FECHA-HASTA(SUBINDICE-TIP) >=
                VEC-CLA-FECHA(WS-CANT-CLASES)) THEN
               MOVE "S" TO WS-TIPO-HALLADO
           ELSE
               ADD 1 TO SUBINDICE-TIP
           END-IF.

      * La segunda novedad de una clase de co-docencia (misma
      * sucursal, dia, reloj y tipo de clase que otra compartida ya
      * vista) queda marcada y no vuelve a ocupar sala.
       MARCAR-PAREJA-COMPARTIDA.
           IF VEC-CLA-COMPARTIDA-SI(SUBINDICE-CLA) THEN
               PERFORM BUSCAR-PAREJA-ANTERIOR
                   VARYING SUBINDICE-OTR FROM 1 BY 1
                   UNTIL SUBINDICE-OTR >= SUBINDICE-CLA OR
                   VEC-CLA-DUPLICADA-SI(SUBINDICE-CLA)
           END-IF.

       BUSCAR-PAREJA-ANTERIOR.
           IF VEC-CLA-COMPARTIDA-SI(SUBINDICE-OTR) AND
               NOT VEC-CLA-DUPLICADA-SI(SUBINDICE-OTR) AND
               VEC-CLA-SUCURSAL(SUBINDICE-OTR) =
               VEC-CLA-SUCURSAL(SUBINDICE-CLA) AND
               VEC-CLA-FECHA(SUBINDICE-OTR) =
               VEC-CLA-FECHA(SUBINDICE-CLA) AND
               VEC-CLA-DESDE(SUBINDICE-OTR) =
               VEC-CLA-DESDE(SUBINDICE-CLA) AND
               VEC-CLA-HASTA(SUBINDICE-OTR) =
               VEC-CLA-HASTA(SUBINDICE-CLA) AND
               VEC-CLA-TIPO(SUBINDICE-OTR) =
               VEC-CLA-TIPO(SUBINDICE-CLA) AND
               VEC-CLA-PROFESOR(SUBINDICE-OTR) NOT =
               VEC-CLA-PROFESOR(SUBINDICE-CLA) THEN
               MOVE "S" TO VEC-CLA-DUPLICADA(SUBINDICE-CLA)
               ADD 1 TO WS-CANT-COMPARTIDAS
           END-IF.

       EVALUAR-UNA-CLASE.
           MOVE VEC-CLA-SUCURSAL(SUBINDICE-CLA) TO
               WS-SUCURSAL-ENTRADA
           PERFORM BUSCAR-SALA-SUCURSAL
           IF WS-SALA-HALLADA-SI AND
               NOT VEC-CLA-DUPLICADA-SI(SUBINDICE-CLA) THEN
               ADD 1 TO VEC-SAL-CLASES(SUBINDICE-SAL)
               MOVE ZERO TO WS-SIMULTANEAS
               PERFORM CONTAR-SIMULTANEAS
      * cuenta, asi el resultado es cuantas salas hacen falta a la
      * vez en ese momento.
       CONTAR-SIMULTANEAS.
           IF NOT VEC-CLA-DUPLICADA-SI(SUBINDICE-OTR) AND
               VEC-CLA-SUCURSAL(SUBINDICE-OTR) =
               VEC-CLA-SUCURSAL(SUBINDICE-CLA) AND
               VEC-CLA-FECHA(SUBINDICE-OTR) =
               VEC-CLA-FECHA(SUBINDICE-CLA) AND
