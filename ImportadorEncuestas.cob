      ******************************************************************
      * Author:
      * Date:
      * Purpose: Importador de las encuestas de satisfaccion de los
      *          alumnos. Las sucursales juntan las encuestas en
      *          EncuestasAlumnos.csv, un renglon por encuesta, con
      *          campos separados por punto y coma:
      *          profesor;sucursal;tipo de clase;fecha;p01;...;p10
      *          (fecha AAAAMMDD, cada puntaje de 1 a 5 y en blanco o
      *          cero la pregunta no respondida). Valida el renglon
      *          contra Profesores.dat, Sucursales.dat, TiposClase.dat
      *          y el maestro de preguntas (PreguntasEncuesta.dat, la
      *          pregunta tiene que estar vigente a la fecha de la
      *          encuesta), agrega las aceptadas a Encuestas.dat y
      *          deja las rechazadas con su motivo en
      *          RechazosEncuestas.dat. Encuestas.dat se acumula de
      *          una importacion a otra: el csv ya importado se
      *          archiva y no se vuelve a pasar.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. IMPORTADOR-ENCUESTAS.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CSV_ENCUESTAS ASSIGN TO "EncuestasAlumnos.csv"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-CSV.

       SELECT PROFESORES ASSIGN TO "Profesores.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PROF-NUMERO
             FILE STATUS IS WS-STATUS-PROFESORES.

       SELECT SUCURSALES ASSIGN TO "Sucursales.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-SUCURSALES.

       SELECT TIPOS_CLASE ASSIGN TO "TiposClase.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-TIPOS.

       SELECT PREGUNTAS ASSIGN TO "PreguntasEncuesta.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-PREGUNTAS.

       SELECT ENCUESTAS ASSIGN TO "Encuestas.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-ENCUESTAS.

       SELECT RECHAZOS ASSIGN TO "RechazosEncuestas.dat"
             ORGANIZATION IS LINE SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD CSV_ENCUESTAS LABEL RECORD IS STANDARD.
       01 CSV_ENCUESTAS_REG PIC X(80).

       FD PROFESORES LABEL RECORD IS STANDARD.
       01 PROFESORES_REG.
           03 PROF-NUMERO PIC X(5).
           03 PROF-DNI PIC 9(8).
           03 PROF-NOMBRE PIC X(25).
           03 PROF-DIRE PIC X(20).
           03 PROF-TEL PIC X(20).
           03 PROF-ESTADO PIC X(1).
               88 PROF-ACTIVO-SI VALUE "A".
           03 PROF-CBU PIC X(22).
           03 PROF-EMAIL PIC X(40).
           03 PROF-EMPRESA PIC X(2).
           03 PROF-CATEGORIA PIC X(2).
           03 PROF-MEDIO-PAGO PIC X(1).
               88 PROF-PAGA-TRANSFERENCIA VALUE "T".
               88 PROF-PAGA-CHEQUE VALUE "C".
               88 PROF-PAGA-EFECTIVO VALUE "E".
           03 PROF-COND-IMPUESTO PIC X(1).
               88 PROF-MONOTRIBUTISTA VALUE "M".
               88 PROF-RESP-INSCRIPTO VALUE "I".
               88 PROF-RELACION-DEPENDENCIA VALUE "D".
           03 PROF-FECHA-INGRESO PIC 9(8).
           03 PROF-CATEG-MONOTRIBUTO PIC X(1).
           03 PROF-CUIL PIC 9(11).
           03 PROF-OBRA-SOCIAL PIC X(6).
           03 PROF-SINDICATO PIC X(4).
           03 PROF-FECHA-NACIMIENTO PIC 9(8).

       FD SUCURSALES LABEL RECORD IS STANDARD.
       01 SUCURSALES_REG.
           03 SUC-SUCURSAL PIC X(3).
           03 SUC-RAZON PIC X(25).
           03 SUC-DIRE PIC X(20).
           03 SUC-TEL PIC X(20).
           03 SUC-CUIT PIC 9(11).
           03 SUC-IVA-COND PIC X(1).
               88 SUC-IVA-INSCRIPTO VALUE "I".
               88 SUC-IVA-REDUCIDO VALUE "R".
               88 SUC-IVA-EXENTO VALUE "E".
           03 SUC-EMPRESA PIC X(2).
           03 SUC-ZONA PIC X(2).
           03 SUC-ESTADO PIC X(1).
               88 SUC-ACTIVA-SI VALUE "A".
               88 SUC-CERRADA-SI VALUE "C".
           03 SUC-FECHA-CIERRE PIC 9(8).
           03 SUC-DIAS-PAGO PIC 9(3).
      * Limite de credito (cero = sin limite) y bloqueo de servicio
      * por morosidad. Una sucursal desbloqueada con doble firma
      * queda en D y el control la respeta hasta que su saldo
      * vuelva a quedar dentro del limite.
           03 SUC-LIMITE-CREDITO PIC 9(9)V99.
           03 SUC-BLOQUEO PIC X(1).
               88 SUC-BLOQUEADA VALUE "B".
               88 SUC-DESBLOQUEO-AUTORIZADO VALUE "D".
      * Jurisdiccion de Ingresos Brutos (901 a 924); cero = sin
      * percepcion.
           03 SUC-JURISDICCION PIC 9(3).

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

       FD PREGUNTAS LABEL RECORD IS STANDARD.
       01 PREGUNTAS_REG.
           03 PRE-NUMERO PIC 9(2).
           03 PRE-TEXTO PIC X(50).
           03 PRE-ABREVIATURA PIC X(12).
           03 PRE-FECHA-ALTA PIC 9(8).
           03 PRE-FECHA-BAJA PIC 9(8).

      * El puntaje en cero es pregunta no respondida.
       FD ENCUESTAS LABEL RECORD IS STANDARD.
       01 ENCUESTAS_REG.
           03 ENC-PROFESOR PIC X(5).
           03 ENC-SUCURSAL PIC X(3).
           03 ENC-TIP_CLASE PIC X(4).
           03 ENC-FECHA PIC 9(8).
           03 ENC-PUNTAJES.
               05 ENC-PUNTAJE PIC 9(1) OCCURS 10 TIMES.
           03 ENC-FECHA-IMPORTACION PIC 9(8).

       FD RECHAZOS LABEL RECORD IS STANDARD.
       01 RECHAZOS_REG PIC X(130).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-STATUS-CSV PIC X(2) VALUE SPACES.
       01 WS-STATUS-PROFESORES PIC X(2) VALUE SPACES.
       01 WS-STATUS-SUCURSALES PIC X(2) VALUE SPACES.
       01 WS-STATUS-TIPOS PIC X(2) VALUE SPACES.
       01 WS-STATUS-PREGUNTAS PIC X(2) VALUE SPACES.
       01 WS-STATUS-ENCUESTAS PIC X(2) VALUE SPACES.

       01 WS-EOF-CSV PIC X(2) VALUE "NO".
       01 WS-EOF-SUCURSALES PIC X(2) VALUE "NO".
       01 WS-EOF-TIPOS PIC X(2) VALUE "NO".
       01 WS-EOF-PREGUNTAS PIC X(2) VALUE "NO".

      * Campos crudos del renglon antes de validar.
       01 WS-CSV-PROFESOR PIC X(5).
       01 WS-CSV-SUCURSAL PIC X(3).
       01 WS-CSV-TIP_CLASE PIC X(4).
       01 WS-CSV-FECHA PIC X(8).
       01 WS-CSV-FECHA-NUM REDEFINES WS-CSV-FECHA.
           03 WS-CSV-ANIO PIC 9(4).
           03 WS-CSV-MES PIC 9(2).
           03 WS-CSV-DIA PIC 9(2).
       01 WS-CSV-PUNTAJES.
           03 WS-CSV-PUNTAJE PIC X(1) OCCURS 10 TIMES.
       01 WS-PUNTAJES-VALIDADOS.
           03 WS-PUNTAJE-NUM PIC 9(1) OCCURS 10 TIMES.

       01 WS-RENGLON-VALIDO PIC X(1) VALUE "S".
           88 WS-RENGLON-VALIDO-SI VALUE "S".
       01 WS-MOTIVO-RECHAZO PIC X(40) VALUE SPACES.
       01 WS-CANT-RESPONDIDAS PIC 9(2) VALUE ZERO.

       01 WS-CANT-LEIDOS PIC 9(6) VALUE ZERO.
       01 WS-CANT-ACEPTADAS PIC 9(6) VALUE ZERO.
       01 WS-CANT-RECHAZADAS PIC 9(6) VALUE ZERO.
       01 WS-FECHA-HOY PIC 9(8) VALUE ZERO.

       01 WS-MAX-SUCURSALES PIC 9(3) VALUE 200.
       01 WS-CANT-SUCURSALES PIC 9(3) VALUE ZERO.
       01 SUBINDICE-SUC PIC 9(3) VALUE ZERO.
       01 WS-SUC-HALLADA PIC X(1) VALUE "N".
       01 TABLA-SUCURSALES.
           03 ELEM-SUC OCCURS 200 TIMES.
               05 VEC-SUC-SUCURSAL PIC X(3).
               05 VEC-SUC-ESTADO PIC X(1).

      * El tarifario tiene un renglon por vigencia; para validar
      * alcanza con que el codigo exista en alguno.
       01 WS-MAX-TIPOS PIC 9(3) VALUE 300.
       01 WS-CANT-TIPOS PIC 9(3) VALUE ZERO.
       01 SUBINDICE-TIP PIC 9(3) VALUE ZERO.
       01 WS-TIP-HALLADO PIC X(1) VALUE "N".
       01 TABLA-TIPOS.
           03 ELEM-TIP OCCURS 300 TIMES.
               05 VEC-TIP-TIP_CLASE PIC X(4).

      * Vigencia de cada pregunta, por numero de pregunta.
       01 SUBINDICE-PRE PIC 9(2) VALUE ZERO.
       01 TABLA-PREGUNTAS.
           03 ELEM-PRE OCCURS 10 TIMES.
               05 VEC-PRE-EXISTE PIC X(1).
               05 VEC-PRE-FECHA-ALTA PIC 9(8).
               05 VEC-PRE-FECHA-BAJA PIC 9(8).

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

       01 LINEA-RECHAZO-ENC.
           03 FILLER PIC X(60) VALUE
               "ENCUESTAS DE ALUMNOS RECHAZADAS EN LA IMPORTACION".

       01 LINEA-RECHAZO.
           03 FILLER PIC X(8) VALUE "MOTIVO: ".
           03 LRC-MOTIVO PIC X(40).
           03 FILLER PIC X(9) VALUE " RENGLON:".
           03 LRC-RENGLON PIC X(70).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * Carga sucursales, tipos de clase y preguntas, recorre el csv
      * aceptando o rechazando renglon por renglon y agrega las
      * encuestas validas a Encuestas.dat
      **
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           COMPUTE WS-FECHA-HOY = WS-CURRENT-YEAR * 10000 +
               WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
           PERFORM CARGAR-SUCURSALES-A-VECTOR
           PERFORM CARGAR-TIPOS-A-VECTOR
           PERFORM CARGAR-PREGUNTAS-A-VECTOR
           OPEN INPUT PROFESORES
           IF WS-STATUS-PROFESORES NOT = "00" THEN
               DISPLAY "NO SE PUDO ABRIR Profesores.dat"
               STOP RUN
           END-IF

           OPEN INPUT CSV_ENCUESTAS
           IF WS-STATUS-CSV NOT = "00" THEN
               DISPLAY "NO SE PUDO ABRIR EncuestasAlumnos.csv"
               CLOSE PROFESORES
               STOP RUN
           END-IF
           OPEN EXTEND ENCUESTAS
           IF WS-STATUS-ENCUESTAS = "35" THEN
               OPEN OUTPUT ENCUESTAS
               CLOSE ENCUESTAS
               OPEN EXTEND ENCUESTAS
           END-IF
           OPEN OUTPUT RECHAZOS
           WRITE RECHAZOS_REG FROM LINEA-RECHAZO-ENC

           PERFORM LEER-CSV
           PERFORM PROCESAR-RENGLON-CSV UNTIL WS-EOF-CSV = "SI"

           CLOSE CSV_ENCUESTAS
           CLOSE ENCUESTAS
           CLOSE RECHAZOS
           CLOSE PROFESORES

           DISPLAY "ENCUESTAS LEIDAS:     " WS-CANT-LEIDOS
           DISPLAY "ENCUESTAS ACEPTADAS:  " WS-CANT-ACEPTADAS
           DISPLAY "ENCUESTAS RECHAZADAS: " WS-CANT-RECHAZADAS
           DISPLAY "RECHAZOS EN RechazosEncuestas.dat"
           STOP RUN.

       CARGAR-SUCURSALES-A-VECTOR.
           MOVE ZERO TO WS-CANT-SUCURSALES
           OPEN INPUT SUCURSALES
           IF WS-STATUS-SUCURSALES = "00" THEN
               PERFORM LEER-SUCURSAL
               PERFORM CARGAR-UNA-SUCURSAL UNTIL
                   WS-EOF-SUCURSALES = "SI" OR
                   WS-CANT-SUCURSALES >= WS-MAX-SUCURSALES
               CLOSE SUCURSALES
           END-IF.

       LEER-SUCURSAL.
           READ SUCURSALES
               AT END
                   MOVE "SI" TO WS-EOF-SUCURSALES
           END-READ.

       CARGAR-UNA-SUCURSAL.
           ADD 1 TO WS-CANT-SUCURSALES
           MOVE SUC-SUCURSAL TO VEC-SUC-SUCURSAL(WS-CANT-SUCURSALES)
           MOVE SUC-ESTADO TO VEC-SUC-ESTADO(WS-CANT-SUCURSALES)
           PERFORM LEER-SUCURSAL.

       CARGAR-TIPOS-A-VECTOR.
           MOVE ZERO TO WS-CANT-TIPOS
           OPEN INPUT TIPOS_CLASE
           IF WS-STATUS-TIPOS = "00" THEN
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
           MOVE TIP-TIP_CLASE TO VEC-TIP-TIP_CLASE(WS-CANT-TIPOS)
           PERFORM LEER-TIPO.

       CARGAR-PREGUNTAS-A-VECTOR.
           MOVE 1 TO SUBINDICE-PRE
           PERFORM LIMPIAR-UNA-PREGUNTA UNTIL SUBINDICE-PRE > 10
           OPEN INPUT PREGUNTAS
           IF WS-STATUS-PREGUNTAS = "00" THEN
               PERFORM LEER-PREGUNTA
               PERFORM CARGAR-UNA-PREGUNTA UNTIL
                   WS-EOF-PREGUNTAS = "SI"
               CLOSE PREGUNTAS
           END-IF.

       LIMPIAR-UNA-PREGUNTA.
           MOVE "N" TO VEC-PRE-EXISTE(SUBINDICE-PRE)
           MOVE ZERO TO VEC-PRE-FECHA-ALTA(SUBINDICE-PRE)
           MOVE ZERO TO VEC-PRE-FECHA-BAJA(SUBINDICE-PRE)
           ADD 1 TO SUBINDICE-PRE.

       LEER-PREGUNTA.
           READ PREGUNTAS
               AT END
                   MOVE "SI" TO WS-EOF-PREGUNTAS
           END-READ.

       CARGAR-UNA-PREGUNTA.
           IF PRE-NUMERO >= 1 AND PRE-NUMERO <= 10 THEN
               MOVE "S" TO VEC-PRE-EXISTE(PRE-NUMERO)
               MOVE PRE-FECHA-ALTA TO VEC-PRE-FECHA-ALTA(PRE-NUMERO)
               MOVE PRE-FECHA-BAJA TO VEC-PRE-FECHA-BAJA(PRE-NUMERO)
           END-IF
           PERFORM LEER-PREGUNTA.

       LEER-CSV.
           READ CSV_ENCUESTAS
               AT END
                   MOVE "SI" TO WS-EOF-CSV
           END-READ.

       PROCESAR-RENGLON-CSV.
           ADD 1 TO WS-CANT-LEIDOS
           MOVE "S" TO WS-RENGLON-VALIDO
           MOVE SPACES TO WS-MOTIVO-RECHAZO
           MOVE SPACES TO WS-CSV-PROFESOR
           MOVE SPACES TO WS-CSV-SUCURSAL
           MOVE SPACES TO WS-CSV-TIP_CLASE
           MOVE SPACES TO WS-CSV-FECHA
           MOVE SPACES TO WS-CSV-PUNTAJES
           UNSTRING CSV_ENCUESTAS_REG DELIMITED BY ";"
               INTO WS-CSV-PROFESOR WS-CSV-SUCURSAL WS-CSV-TIP_CLASE
                   WS-CSV-FECHA
                   WS-CSV-PUNTAJE(1) WS-CSV-PUNTAJE(2)
                   WS-CSV-PUNTAJE(3) WS-CSV-PUNTAJE(4)
                   WS-CSV-PUNTAJE(5) WS-CSV-PUNTAJE(6)
                   WS-CSV-PUNTAJE(7) WS-CSV-PUNTAJE(8)
                   WS-CSV-PUNTAJE(9) WS-CSV-PUNTAJE(10)
           END-UNSTRING
           PERFORM VALIDAR-RENGLON
           IF WS-RENGLON-VALIDO-SI THEN
               MOVE WS-CSV-PROFESOR TO ENC-PROFESOR
               MOVE WS-CSV-SUCURSAL TO ENC-SUCURSAL
               MOVE WS-CSV-TIP_CLASE TO ENC-TIP_CLASE
               MOVE WS-CSV-FECHA TO ENC-FECHA
               MOVE WS-PUNTAJES-VALIDADOS TO ENC-PUNTAJES
               MOVE WS-FECHA-HOY TO ENC-FECHA-IMPORTACION
               WRITE ENCUESTAS_REG
               ADD 1 TO WS-CANT-ACEPTADAS
           ELSE
               ADD 1 TO WS-CANT-RECHAZADAS
               MOVE WS-MOTIVO-RECHAZO TO LRC-MOTIVO
               MOVE CSV_ENCUESTAS_REG(1:70) TO LRC-RENGLON
               WRITE RECHAZOS_REG FROM LINEA-RECHAZO
           END-IF
           PERFORM LEER-CSV.

       VALIDAR-RENGLON.
           IF WS-CSV-FECHA NOT NUMERIC THEN
               MOVE "FECHA NO NUMERICA" TO WS-MOTIVO-RECHAZO
               MOVE "N" TO WS-RENGLON-VALIDO
           ELSE
               IF WS-CSV-MES < 1 OR WS-CSV-MES > 12 OR
                   WS-CSV-DIA < 1 OR WS-CSV-DIA > 31 THEN
                   MOVE "FECHA INVALIDA" TO WS-MOTIVO-RECHAZO
                   MOVE "N" TO WS-RENGLON-VALIDO
               END-IF
           END-IF
           IF WS-RENGLON-VALIDO-SI THEN
               PERFORM VALIDAR-PUNTAJES
           END-IF
           IF WS-RENGLON-VALIDO-SI THEN
               PERFORM VALIDAR-PROFESOR
           END-IF
           IF WS-RENGLON-VALIDO-SI THEN
               PERFORM VALIDAR-SUCURSAL
           END-IF
           IF WS-RENGLON-VALIDO-SI THEN
               PERFORM VALIDAR-TIPO-CLASE
           END-IF.

      * Cada puntaje va de 1 a 5; en blanco o cero la pregunta no se
      * respondio. Una encuesta sin ninguna respuesta no se guarda.
       VALIDAR-PUNTAJES.
           MOVE ZERO TO WS-CANT-RESPONDIDAS
           MOVE 1 TO SUBINDICE-PRE
           PERFORM VALIDAR-UN-PUNTAJE UNTIL
               SUBINDICE-PRE > 10 OR NOT WS-RENGLON-VALIDO-SI
           IF WS-RENGLON-VALIDO-SI AND WS-CANT-RESPONDIDAS = ZERO
               THEN
               MOVE "ENCUESTA SIN RESPUESTAS" TO WS-MOTIVO-RECHAZO
               MOVE "N" TO WS-RENGLON-VALIDO
           END-IF.

       VALIDAR-UN-PUNTAJE.
           IF WS-CSV-PUNTAJE(SUBINDICE-PRE) = SPACE THEN
               MOVE ZERO TO WS-PUNTAJE-NUM(SUBINDICE-PRE)
           ELSE
               IF WS-CSV-PUNTAJE(SUBINDICE-PRE) NOT NUMERIC THEN
                   MOVE "PUNTAJE NO NUMERICO" TO WS-MOTIVO-RECHAZO
                   MOVE "N" TO WS-RENGLON-VALIDO
               ELSE
                   MOVE WS-CSV-PUNTAJE(SUBINDICE-PRE) TO
                       WS-PUNTAJE-NUM(SUBINDICE-PRE)
                   IF WS-PUNTAJE-NUM(SUBINDICE-PRE) > 5 THEN
                       MOVE "PUNTAJE FUERA DE ESCALA (1 A 5)" TO
                           WS-MOTIVO-RECHAZO
                       MOVE "N" TO WS-RENGLON-VALIDO
                   END-IF
               END-IF
           END-IF
           IF WS-RENGLON-VALIDO-SI AND
               WS-PUNTAJE-NUM(SUBINDICE-PRE) > ZERO THEN
               PERFORM VALIDAR-VIGENCIA-PREGUNTA
               ADD 1 TO WS-CANT-RESPONDIDAS
           END-IF
           ADD 1 TO SUBINDICE-PRE.

       VALIDAR-VIGENCIA-PREGUNTA.
           IF VEC-PRE-EXISTE(SUBINDICE-PRE) NOT = "S" THEN
               MOVE "PUNTAJE EN PREGUNTA INEXISTENTE" TO
                   WS-MOTIVO-RECHAZO
               MOVE "N" TO WS-RENGLON-VALIDO
           ELSE
               IF WS-CSV-FECHA-NUM < VEC-PRE-FECHA-ALTA(SUBINDICE-PRE)
                   OR (VEC-PRE-FECHA-BAJA(SUBINDICE-PRE) NOT = ZERO
                   AND WS-CSV-FECHA-NUM NOT <
                   VEC-PRE-FECHA-BAJA(SUBINDICE-PRE)) THEN
                   MOVE "PUNTAJE EN PREGUNTA NO VIGENTE" TO
                       WS-MOTIVO-RECHAZO
                   MOVE "N" TO WS-RENGLON-VALIDO
               END-IF
           END-IF.

      * Un profesor que ya no esta activo puede tener encuestas de
      * cuando daba clase; alcanza con que exista en el maestro.
       VALIDAR-PROFESOR.
           MOVE WS-CSV-PROFESOR TO PROF-NUMERO
           READ PROFESORES
               INVALID KEY
                   MOVE "PROFESOR INEXISTENTE" TO WS-MOTIVO-RECHAZO
                   MOVE "N" TO WS-RENGLON-VALIDO
           END-READ.

       VALIDAR-SUCURSAL.
           MOVE "N" TO WS-SUC-HALLADA
           MOVE 1 TO SUBINDICE-SUC
           PERFORM AVANZAR-SUBINDICE-SUC UNTIL
               SUBINDICE-SUC > WS-CANT-SUCURSALES OR
               WS-SUC-HALLADA = "S"
           IF WS-SUC-HALLADA NOT = "S" THEN
               MOVE "SUCURSAL INEXISTENTE" TO WS-MOTIVO-RECHAZO
               MOVE "N" TO WS-RENGLON-VALIDO
           END-IF.

       AVANZAR-SUBINDICE-SUC.
           IF VEC-SUC-SUCURSAL(SUBINDICE-SUC) = WS-CSV-SUCURSAL THEN
               MOVE "S" TO WS-SUC-HALLADA
           ELSE
               ADD 1 TO SUBINDICE-SUC
           END-IF.

       VALIDAR-TIPO-CLASE.
           MOVE "N" TO WS-TIP-HALLADO
           MOVE 1 TO SUBINDICE-TIP
           PERFORM AVANZAR-SUBINDICE-TIP UNTIL
               SUBINDICE-TIP > WS-CANT-TIPOS OR
               WS-TIP-HALLADO = "S"
           IF WS-TIP-HALLADO NOT = "S" THEN
               MOVE "TIPO DE CLASE INEXISTENTE" TO WS-MOTIVO-RECHAZO
               MOVE "N" TO WS-RENGLON-VALIDO
           END-IF.

       AVANZAR-SUBINDICE-TIP.
           IF VEC-TIP-TIP_CLASE(SUBINDICE-TIP) = WS-CSV-TIP_CLASE THEN
               MOVE "S" TO WS-TIP-HALLADO
           ELSE
               ADD 1 TO SUBINDICE-TIP
           END-IF.

       END PROGRAM IMPORTADOR-ENCUESTAS.
