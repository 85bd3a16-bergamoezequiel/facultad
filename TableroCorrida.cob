      *          checkpoint, la cantidad de excepciones de cada tipo
      *          (tipo de clase, profesores, duplicados, fechas,
      *          habilitaciones, licencias, superposiciones y
      *          rechazos de novedades), las sucursales cuyas
      *          novedades quedaron pendientes por falta de
      *          aprobacion del coordinador, con el nombre de quien
      *          tiene que firmar, y un
      *          veredicto final de CORRIDA OK o CORRIDA CON
      *          OBSERVACIONES, para decidir si se distribuyen los
      *          listados y recibos sin abrir archivo por archivo.
             "ExcepSuperposicion.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-EXCEPCION.

       SELECT SIN_APROBACION ASSIGN TO "SucursalesSinAprobacion.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-EXCEPCION.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

       FD EXCEPCIONES_SUPERPOSICION LABEL RECORD IS STANDARD.
       01 EXCEPCIONES_SUPERPOSICION_REG PIC X(80).

       FD SIN_APROBACION LABEL RECORD IS STANDARD.
       01 SIN_APROBACION_REG.
           03 SAP-SUCURSAL PIC X(3).
           03 SAP-COORDINADOR PIC X(8).
           03 SAP-NOMBRE PIC X(25).
           03 SAP-CANT-RETENIDAS PIC 9(6).
           03 SAP-MOTIVO PIC X(20).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-STATUS-CONTROL PIC X(2) VALUE SPACES.
       01 WS-CANT-RECHAZOS PIC 9(6) VALUE ZERO.
       01 WS-CANT-EXCEP-LIC PIC 9(6) VALUE ZERO.
       01 WS-CANT-EXCEP-SUP PIC 9(6) VALUE ZERO.
       01 WS-CANT-SIN-APROBACION PIC 9(6) VALUE ZERO.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           PERFORM MOSTRAR-CONTROL-DE-CORRIDA
           PERFORM MOSTRAR-CHECKPOINT
           PERFORM CONTAR-EXCEPCIONES
           PERFORM MOSTRAR-SIN-APROBACION
           PERFORM MOSTRAR-VEREDICTO
           STOP RUN.

                   ADD 1 TO WS-CONTADOR-ACTUAL
           END-READ.

      * Sucursales cuyas novedades no se liquidaron por falta de
      * la firma del coordinador; quedan pendientes hasta que la
      * firme quien figura en cada renglon.
       MOSTRAR-SIN-APROBACION.
           DISPLAY " "
           DISPLAY "SUCURSALES SIN APROBACION DEL COORDINADOR:"
           MOVE ZERO TO WS-CANT-SIN-APROBACION
           MOVE "NO" TO WS-EOF-ARCHIVO
           OPEN INPUT SIN_APROBACION
           IF WS-STATUS-EXCEPCION = "00" THEN
               PERFORM MOSTRAR-SUCURSAL-SIN-APROB UNTIL
                   WS-EOF-ARCHIVO = "SI"
               CLOSE SIN_APROBACION
           END-IF
           IF WS-CANT-SIN-APROBACION = ZERO THEN
               DISPLAY "  (NINGUNA)"
           END-IF.

       MOSTRAR-SUCURSAL-SIN-APROB.
           READ SIN_APROBACION
               AT END
                   MOVE "SI" TO WS-EOF-ARCHIVO
               NOT AT END
                   ADD 1 TO WS-CANT-SIN-APROBACION
                   DISPLAY "  SUCURSAL " SAP-SUCURSAL " "
                       SAP-MOTIVO " - " SAP-CANT-RETENIDAS
                       " NOVEDADES PENDIENTES - FALTA: " SAP-NOMBRE
           END-READ.

       MOSTRAR-VEREDICTO.
           COMPUTE WS-TOTAL-OBSERVACIONES =
               WS-CANT-EXCEP-TIPO + WS-CANT-EXCEP-PROF +
               WS-CANT-EXCEP-DUP + WS-CANT-EXCEP-FECHA +
               WS-CANT-EXCEP-HAB + WS-CANT-RECHAZOS +
               WS-CANT-EXCEP-LIC + WS-CANT-EXCEP-SUP +
               WS-CANT-SIN-APROBACION
           DISPLAY " "
           DISPLAY "================================================"
           IF WS-TOTAL-OBSERVACIONES = ZERO THEN
