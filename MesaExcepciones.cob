      *          cada renglon como revisado, justificado o a
      *          corregir con su firma y fecha, y el reporte de
      *          pendientes muestra la antiguedad para que ninguna
      *          excepcion quede colgada mas de un periodo. Las horas
      *          de preparacion y vigilancia que la corrida dejo
      *          afuera por el tope (ExcepConceptos) las autoriza o
      *          rechaza el coordinador: la autorizacion carga el
      *          importe excedente en NovConceptos.dat con el
      *          concepto HPVE (que tiene que existir en el maestro
      *          de conceptos) y la proxima corrida lo paga. Los
      *          pagos retenidos por neto anomalo (ExcepNetoAnomalo)
      *          se liberan con doble firma: aca el operador pide la
      *          liberacion, que queda en AutorizacionesPendientes.dat
      *          hasta que la apruebe un supervisor, y la corrida
      *          siguiente paga.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       SELECT EXCEP_SIN_REVISAR ASSIGN TO "ExcepSinRevisar.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

       SELECT NOV-CONCEPTOS ASSIGN TO "NovConceptos.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-NOV-CONCEPTOS.

       SELECT AUTORIZACIONES ASSIGN TO "AutorizacionesPendientes.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-AUTORIZACIONES.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               88 MESA-REVISADA VALUE "R".
               88 MESA-JUSTIFICADA VALUE "J".
               88 MESA-A-CORREGIR VALUE "C".
               88 MESA-AUTORIZADA VALUE "A".
               88 MESA-RECHAZADA VALUE "X".
           03 MESA-SEVERIDAD PIC X(1).
           03 MESA-ORIGEN PIC X(10).
           03 MESA-FECHA-ALTA PIC 9(8).

       FD EXCEP_SIN_REVISAR LABEL RECORD IS STANDARD.
       01 EXCEP_SIN_REVISAR_REG PIC X(110).

       FD NOV-CONCEPTOS LABEL RECORD IS STANDARD.
       01 NOV-CONCEPTOS-REG.
           03 NCO-PROFESOR PIC X(5).
           03 NCO-CONCEPTO PIC X(4).
           03 NCO-IMPORTE PIC 9(7)V99.
           03 NCO-SIGNO PIC X(1).
               88 NCO-SUMA VALUE "+".
               88 NCO-RESTA VALUE "-".
           03 NCO-REMUNERATIVO PIC X(1).
               88 NCO-ES-REMUNERATIVO VALUE "S".
           03 NCO-LEYENDA PIC X(30).
           03 NCO-FECHA-CARGA PIC 9(8).
           03 NCO-ESTADO PIC X(1).
               88 NCO-PENDIENTE VALUE "P".
               88 NCO-LIQUIDADA VALUE "L".
           03 NCO-FOLIO-RECIBO PIC 9(9).

       FD AUTORIZACIONES LABEL RECORD IS STANDARD.
       01 AUTORIZACIONES_REG.
           03 AUT-OPERACION PIC X(10).
           03 AUT-DETALLE PIC X(40).
           03 AUT-FECHA-PEDIDO PIC 9(8).
           03 AUT-OPERADOR PIC X(8).
           03 AUT-ESTADO PIC X(1).
               88 AUT-PENDIENTE VALUE "P".
               88 AUT-APROBADA VALUE "A".
               88 AUT-RECHAZADA VALUE "R".
               88 AUT-EJECUTADA VALUE "E".
           03 AUT-SUPERVISOR PIC X(8).
           03 AUT-MOTIVO PIC X(30).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-STATUS-MESA PIC X(2) VALUE SPACES.
       01 WS-STATUS-EXCEPCION PIC X(2) VALUE SPACES.
       01 WS-STATUS-NOV-CONCEPTOS PIC X(2) VALUE SPACES.
       01 WS-STATUS-AUTORIZACIONES PIC X(2) VALUE SPACES.
       01 WS-EOF-ARCHIVO PIC X(2) VALUE "NO".

       01 WS-NOMBRE-EXCEPCION PIC X(30) VALUE SPACES.
       01 WS-DETALLE-REPETIDO PIC X(1) VALUE "N".
           88 WS-DETALLE-REPETIDO-SI VALUE "S".
       01 WS-FIRMA-ENTRADA PIC X(8).

      * Renglon de ExcepConceptos tal como lo graba la corrida.
       01 WS-DETALLE-CONCEPTO.
           03 MDC-PROFESOR PIC X(5).
           03 FILLER PIC X(1).
           03 MDC-FECHA PIC 9(8).
           03 FILLER PIC X(1).
           03 MDC-TIPO PIC X(4).
           03 FILLER PIC X(1).
           03 MDC-CONCEPTO PIC X(1).
           03 FILLER PIC X(9).
           03 MDC-HORAS PIC ZZ9,99.
           03 FILLER PIC X(6).
           03 MDC-IMPORTE PIC ZZZZZZ9,99.
           03 FILLER PIC X(28).
       01 WS-LEYENDA-EXCEDENTE.
           03 FILLER PIC X(14) VALUE "EXCEDENTE TOPE".
           03 FILLER PIC X(1) VALUE SPACE.
           03 WS-LEYENDA-CONCEPTO PIC X(1).
           03 FILLER PIC X(1) VALUE SPACE.
           03 WS-LEYENDA-FECHA PIC 9(8).
           03 FILLER PIC X(5) VALUE SPACES.
       01 WS-CONTADOR PIC 9(4) VALUE ZERO.

      * Renglon de ExcepNetoAnomalo tal como lo graba la corrida.
       01 WS-DETALLE-NETO.
           03 MDN-PROFESOR PIC X(5).
           03 FILLER PIC X(1).
           03 MDN-FOLIO PIC 9(9).
           03 FILLER PIC X(65).

       01  WS-CURRENT-DATE-FIELDS.
             05  WS-CURRENT-DATE.
                 10  WS-CURRENT-YEAR    PIC  9(4).
           MOVE "PADRON" TO WS-ORIGEN-ACTUAL
           MOVE "A" TO WS-SEVERIDAD-ACTUAL
           PERFORM CONSOLIDAR-UN-ARCHIVO
      * Horas de preparacion y vigilancia sobre el tope: son horas
      * que el profesor reclama y no se pagaron, severidad alta.
           MOVE "ExcepConceptos.dat" TO WS-NOMBRE-EXCEPCION
           MOVE "CONCEPTO" TO WS-ORIGEN-ACTUAL
           MOVE "A" TO WS-SEVERIDAD-ACTUAL
           PERFORM CONSOLIDAR-UN-ARCHIVO
      * Novedades sin fichada del reloj que las cubra (ver
      * ControlFichadas): la sucursal tiene que justificarlas.
           MOVE "ExcepFichadas.dat" TO WS-NOMBRE-EXCEPCION
           MOVE "FICHADA" TO WS-ORIGEN-ACTUAL
           MOVE "M" TO WS-SEVERIDAD-ACTUAL
           PERFORM CONSOLIDAR-UN-ARCHIVO
      * Pagos retenidos por neto anomalo: plata de un profesor que
      * no sale hasta la doble firma, severidad alta.
           MOVE "ExcepNetoAnomalo.dat" TO WS-NOMBRE-EXCEPCION
           MOVE "NETO-ANOM" TO WS-ORIGEN-ACTUAL
           MOVE "A" TO WS-SEVERIDAD-ACTUAL
           PERFORM CONSOLIDAR-UN-ARCHIVO
      * Profesores y sucursales con patrones sospechosos en las
      * horas del mes: hay que investigarlos, severidad alta.
           MOVE "ExcepPatrones.dat" TO WS-NOMBRE-EXCEPCION
           MOVE "PATRON" TO WS-ORIGEN-ACTUAL
           MOVE "A" TO WS-SEVERIDAD-ACTUAL
           PERFORM CONSOLIDAR-UN-ARCHIVO
           DISPLAY "EXCEPCIONES CONSOLIDADAS: " WS-CONTADOR.

       CONSOLIDAR-UN-ARCHIVO.
               WS-RENGLON-NUM > WS-CANT-MESA THEN
               DISPLAY "RENGLON INVALIDO"
           ELSE
               MOVE WS-RENGLON-NUM TO SUBINDICE-MESA
               EVALUATE VEC-MESA-ORIGEN(SUBINDICE-MESA)
                   WHEN "CONCEPTO"
                       PERFORM MARCAR-RENGLON-CONCEPTO
                   WHEN "NETO-ANOM"
                       PERFORM MARCAR-RENGLON-NETO
                   WHEN OTHER
                       PERFORM MARCAR-RENGLON-COMUN
               END-EVALUATE
           END-IF.

       MARCAR-RENGLON-COMUN.
           DISPLAY "ESTADO (R=REVISADA J=JUSTIFICADA "
                   "C=A CORREGIR): "
           ACCEPT WS-ESTADO-ENTRADA
           IF WS-ESTADO-ENTRADA NOT = "R" AND
               WS-ESTADO-ENTRADA NOT = "J" AND
               WS-ESTADO-ENTRADA NOT = "C" THEN
               DISPLAY "ESTADO INVALIDO"
           ELSE
               DISPLAY "FIRMA (OPERADOR): "
               ACCEPT WS-FIRMA-ENTRADA
               IF WS-FIRMA-ENTRADA = SPACES THEN
                   DISPLAY "LA FIRMA ES OBLIGATORIA"
               ELSE
                   MOVE WS-ESTADO-ENTRADA TO
                       VEC-MESA-ESTADO(SUBINDICE-MESA)
                   MOVE WS-FIRMA-ENTRADA TO
                       VEC-MESA-FIRMA(SUBINDICE-MESA)
                   MOVE WS-FECHA-HOY TO
                       VEC-MESA-FECHA-FIRMA(SUBINDICE-MESA)
                   DISPLAY "RENGLON MARCADO Y FIRMADO"
               END-IF
           END-IF.

      * El excedente de horas de concepto se autoriza una sola vez:
      * ya autorizado o rechazado, el renglon queda cerrado.
       MARCAR-RENGLON-CONCEPTO.
           IF VEC-MESA-ESTADO(SUBINDICE-MESA) = "A" OR
               VEC-MESA-ESTADO(SUBINDICE-MESA) = "X" THEN
               DISPLAY "EL EXCEDENTE YA FUE AUTORIZADO O RECHAZADO"
           ELSE
               DISPLAY "EXCEDENTE DE HORAS (A=AUTORIZAR "
                       "X=RECHAZAR): "
               ACCEPT WS-ESTADO-ENTRADA
               IF WS-ESTADO-ENTRADA NOT = "A" AND
                   WS-ESTADO-ENTRADA NOT = "X" THEN
                   DISPLAY "ESTADO INVALIDO"
               ELSE
                   DISPLAY "FIRMA (COORDINADOR): "
                   ACCEPT WS-FIRMA-ENTRADA
                   IF WS-FIRMA-ENTRADA = SPACES THEN
                       DISPLAY "LA FIRMA ES OBLIGATORIA"
                   ELSE
                       MOVE WS-ESTADO-ENTRADA TO
                           VEC-MESA-ESTADO(SUBINDICE-MESA)
                       MOVE WS-FIRMA-ENTRADA TO
                           VEC-MESA-FIRMA(SUBINDICE-MESA)
                       MOVE WS-FECHA-HOY TO
                           VEC-MESA-FECHA-FIRMA(SUBINDICE-MESA)
                       IF WS-ESTADO-ENTRADA = "A" THEN
                           PERFORM CARGAR-EXCEDENTE-AUTORIZADO
                           DISPLAY "EXCEDENTE AUTORIZADO, SE PAGA EN "
                                   "LA PROXIMA CORRIDA"
                       ELSE
                           DISPLAY "EXCEDENTE RECHAZADO"
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CARGAR-EXCEDENTE-AUTORIZADO.
           MOVE VEC-MESA-DETALLE(SUBINDICE-MESA) TO WS-DETALLE-CONCEPTO
           MOVE MDC-CONCEPTO TO WS-LEYENDA-CONCEPTO
           MOVE MDC-FECHA TO WS-LEYENDA-FECHA
           OPEN EXTEND NOV-CONCEPTOS
           IF WS-STATUS-NOV-CONCEPTOS = "35" THEN
               OPEN OUTPUT NOV-CONCEPTOS
               CLOSE NOV-CONCEPTOS
               OPEN EXTEND NOV-CONCEPTOS
           END-IF
           MOVE MDC-PROFESOR TO NCO-PROFESOR
           MOVE "HPVE" TO NCO-CONCEPTO
           MOVE MDC-IMPORTE TO NCO-IMPORTE
           MOVE "+" TO NCO-SIGNO
           MOVE "S" TO NCO-REMUNERATIVO
           MOVE WS-LEYENDA-EXCEDENTE TO NCO-LEYENDA
           MOVE WS-FECHA-HOY TO NCO-FECHA-CARGA
           MOVE "P" TO NCO-ESTADO
           MOVE ZEROS TO NCO-FOLIO-RECIBO
           WRITE NOV-CONCEPTOS-REG
           CLOSE NOV-CONCEPTOS.

      * El pedido de liberacion es la primera firma; el pago recien
      * sale cuando un supervisor distinto lo aprueba en la cola de
      * autorizaciones. Mientras tanto se puede marcar a corregir
      * (el pago sigue retenido).
       MARCAR-RENGLON-NETO.
           IF VEC-MESA-ESTADO(SUBINDICE-MESA) = "A" THEN
               DISPLAY "LA LIBERACION DE ESTE PAGO YA FUE PEDIDA"
           ELSE
               DISPLAY "NETO ANOMALO (L=PEDIR LIBERACION "
                       "C=A CORREGIR): "
               ACCEPT WS-ESTADO-ENTRADA
               IF WS-ESTADO-ENTRADA NOT = "L" AND
                   WS-ESTADO-ENTRADA NOT = "C" THEN
                   DISPLAY "ESTADO INVALIDO"
               ELSE
                   IF WS-FIRMA-ENTRADA = SPACES THEN
                       DISPLAY "LA FIRMA ES OBLIGATORIA"
                   ELSE
                       MOVE WS-FIRMA-ENTRADA TO
                           VEC-MESA-FIRMA(SUBINDICE-MESA)
                       MOVE WS-FECHA-HOY TO
                           VEC-MESA-FECHA-FIRMA(SUBINDICE-MESA)
                       IF WS-ESTADO-ENTRADA = "L" THEN
                           MOVE "A" TO VEC-MESA-ESTADO(SUBINDICE-MESA)
                           PERFORM GRABAR-PEDIDO-LIBERACION
                           DISPLAY "LIBERACION PEDIDA, QUEDA PENDIENTE "
                                   "DE LA FIRMA DEL SUPERVISOR (VER "
                                   "AutorizacionesPendientes)"
                       ELSE
                           MOVE "C" TO VEC-MESA-ESTADO(SUBINDICE-MESA)
                           DISPLAY "RENGLON MARCADO, EL PAGO SIGUE "
                                   "RETENIDO"
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * La clave del pedido repite folio y profesor, la misma que
      * busca la corrida para liberar el pago.
       GRABAR-PEDIDO-LIBERACION.
           MOVE VEC-MESA-DETALLE(SUBINDICE-MESA) TO WS-DETALLE-NETO
           OPEN EXTEND AUTORIZACIONES
           IF WS-STATUS-AUTORIZACIONES = "35" THEN
               OPEN OUTPUT AUTORIZACIONES
               CLOSE AUTORIZACIONES
               OPEN EXTEND AUTORIZACIONES
           END-IF
           MOVE "NETO-ANOM" TO AUT-OPERACION
           MOVE SPACES TO AUT-DETALLE
           STRING "FOLIO:" DELIMITED BY SIZE
                  MDN-FOLIO DELIMITED BY SIZE
                  " PROF:" DELIMITED BY SIZE
                  MDN-PROFESOR DELIMITED BY SIZE
                  INTO AUT-DETALLE
           MOVE WS-FECHA-HOY TO AUT-FECHA-PEDIDO
           MOVE WS-FIRMA-ENTRADA TO AUT-OPERADOR
           MOVE "P" TO AUT-ESTADO
           MOVE SPACES TO AUT-SUPERVISOR
           MOVE SPACES TO AUT-MOTIVO
           WRITE AUTORIZACIONES_REG
           CLOSE AUTORIZACIONES.

       REPORTE-PENDIENTES.
           MOVE ZERO TO WS-CONTADOR
           OPEN OUTPUT EXCEP_SIN_REVISAR
