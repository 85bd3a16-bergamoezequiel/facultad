      *          comando en lugar de un dia entero de CargaAgenda.
      *          El dia de la semana usa la misma numeracion 1 a 7
      *          del calculo de la corrida (1 y 7 son fin de semana).
      *          Las sucursales bloqueadas por el control de credito
      *          no reciben clases generadas: quedan como omitidas.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       SELECT GRILLA_OMITIDAS ASSIGN TO "GrillaOmitidas.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

       SELECT SUCURSALES ASSIGN TO "Sucursales.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-SUCURSALES.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           03 AGE-SUCURSAL PIC X(3).
           03 AGE-TIP_CLASE PIC X(4).
           03 AGE-HORAS-PREVISTAS PIC 9(3)V99.
           03 AGE-HORA-DESDE PIC 9(4).
           03 AGE-HORA-HASTA PIC 9(4).

       FD FERIADOS LABEL RECORD IS STANDARD.
       01 FERIADOS-REG.

       FD GRILLA_OMITIDAS LABEL RECORD IS STANDARD.
       01 GRILLA_OMITIDAS_REG PIC X(90).

       FD SUCURSALES LABEL RECORD IS STANDARD.
       01 SUCURSALES_REG.
           03 SUC-SUCURSAL PIC X(3).
           03 SUC-RAZON PIC X(25).
           03 SUC-DIRE PIC X(20).
           03 SUC-TEL PIC X(20).
           03 SUC-CUIT PIC 9(11).
           03 SUC-IVA-COND PIC X(1).
           03 SUC-EMPRESA PIC X(2).
           03 SUC-ZONA PIC X(2).
           03 SUC-ESTADO PIC X(1).
           03 SUC-FECHA-CIERRE PIC 9(8).
           03 SUC-DIAS-PAGO PIC 9(3).
           03 SUC-LIMITE-CREDITO PIC 9(9)V99.
           03 SUC-BLOQUEO PIC X(1).
               88 SUC-BLOQUEADA VALUE "B".
      * Jurisdiccion de Ingresos Brutos (901 a 924); cero = sin
      * percepcion.
           03 SUC-JURISDICCION PIC 9(3).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-STATUS-GRILLA PIC X(2) VALUE SPACES.
       01 WS-STATUS-AGENDA PIC X(2) VALUE SPACES.
       01 WS-STATUS-FERIADOS PIC X(2) VALUE SPACES.
       01 WS-STATUS-HABILITACIONES PIC X(2) VALUE SPACES.
       01 WS-STATUS-SUCURSALES PIC X(2) VALUE SPACES.

       01 WS-EOF-FUENTE PIC X(2) VALUE "NO".

               05 VEC-HAB-FECHA-ALTA PIC 9(8).
               05 VEC-HAB-FECHA-BAJA PIC 9(8).

      * Sucursales bloqueadas por morosidad (ver el control de
      * credito de MantenimientoSucursales).
       01 WS-MAX-BLOQUEADAS PIC 9(3) VALUE 200.
       01 WS-CANT-BLOQUEADAS PIC 9(3) VALUE ZERO.
       01 SUBINDICE-BLQ PIC 9(3) VALUE ZERO.
       01 WS-SUC-BLOQUEADA PIC X(1) VALUE "N".
       01 TABLA-BLOQUEADAS.
           03 ELEM-BLQ OCCURS 200 TIMES.
               05 VEC-BLQ-SUCURSAL PIC X(3).

      * Recorrido del mes: fecha armada dia a dia y dia de la
      * semana con el mismo Zeller de la corrida.
       01 WS-FECHA-GEN-GRUPO.
           PERFORM CARGAR-GRILLA-A-VECTOR
           PERFORM CARGAR-FERIADOS-A-VECTOR
           PERFORM CARGAR-HABILITACIONES-A-VECTOR
           PERFORM CARGAR-BLOQUEADAS-A-VECTOR

           PERFORM MOSTRAR-MENU UNTIL WS-OPCION-SALIR

               CLOSE HABILITACIONES
           END-IF.

      * Sin maestro de sucursales no hay bloqueos que respetar.
       CARGAR-BLOQUEADAS-A-VECTOR.
           MOVE ZERO TO WS-CANT-BLOQUEADAS
           MOVE "NO" TO WS-EOF-FUENTE
           OPEN INPUT SUCURSALES
           IF WS-STATUS-SUCURSALES = "00" THEN
               PERFORM LEER-SUCURSAL
               PERFORM CARGAR-UNA-BLOQUEADA UNTIL
                   WS-EOF-FUENTE = "SI" OR
                   WS-CANT-BLOQUEADAS >= WS-MAX-BLOQUEADAS
               CLOSE SUCURSALES
           END-IF.

       LEER-SUCURSAL.
           READ SUCURSALES
               AT END
                   MOVE "SI" TO WS-EOF-FUENTE
           END-READ.

       CARGAR-UNA-BLOQUEADA.
           IF SUC-BLOQUEADA THEN
               ADD 1 TO WS-CANT-BLOQUEADAS
               MOVE SUC-SUCURSAL TO
                   VEC-BLQ-SUCURSAL(WS-CANT-BLOQUEADAS)
           END-IF
           PERFORM LEER-SUCURSAL.

       LEER-HABILITACION.
           READ HABILITACIONES
               AT END
       GENERAR-CLASE-DE-GRILLA.
           IF VEC-GRI-DIA(SUBINDICE-GRI) = WS-DIA-SEMANA THEN
               PERFORM VERIFICAR-HABILITACION-GEN
               PERFORM VERIFICAR-BLOQUEO-GEN
               IF WS-HABILITADO = "S" AND WS-SUC-BLOQUEADA = "N" THEN
                   MOVE VEC-GRI-PROFESOR(SUBINDICE-GRI) TO
                       AGE-PROFESOR
                   MOVE WS-FECHA-GEN TO AGE-FECHA
                       AGE-TIP_CLASE
                   MOVE VEC-GRI-HORAS(SUBINDICE-GRI) TO
                       AGE-HORAS-PREVISTAS
                   MOVE VEC-GRI-DESDE(SUBINDICE-GRI) TO
                       AGE-HORA-DESDE
                   MOVE VEC-GRI-HASTA(SUBINDICE-GRI) TO
                       AGE-HORA-HASTA
                   WRITE AGENDA_CLASES_REG
                   ADD 1 TO WS-CANT-GENERADAS
               ELSE
                   MOVE VEC-GRI-SUCURSAL(SUBINDICE-GRI) TO
                       LOM-SUCURSAL
                   MOVE VEC-GRI-TIPO(SUBINDICE-GRI) TO LOM-TIPO
                   IF WS-SUC-BLOQUEADA = "S" THEN
                       MOVE "SUCURSAL BLOQUEADA POR CREDITO" TO
                           LOM-MOTIVO
                   ELSE
                       MOVE "SIN HABILITACION VIGENTE" TO LOM-MOTIVO
                   END-IF
                   WRITE GRILLA_OMITIDAS_REG FROM LINEA-OMITIDA
               END-IF
           END-IF.

       VERIFICAR-BLOQUEO-GEN.
           MOVE "N" TO WS-SUC-BLOQUEADA
           PERFORM COTEJAR-BLOQUEADA
               VARYING SUBINDICE-BLQ FROM 1 BY 1
               UNTIL SUBINDICE-BLQ > WS-CANT-BLOQUEADAS.

       COTEJAR-BLOQUEADA.
           IF VEC-BLQ-SUCURSAL(SUBINDICE-BLQ) =
               VEC-GRI-SUCURSAL(SUBINDICE-GRI) THEN
               MOVE "S" TO WS-SUC-BLOQUEADA
           END-IF.

       VERIFICAR-HABILITACION-GEN.
           MOVE "N" TO WS-HABILITADO
           MOVE 1 TO SUBINDICE-HAB
