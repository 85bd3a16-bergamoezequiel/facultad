      ******************************************************************
      * Author:
      * Date:
      * Purpose: Importador de las fichadas de los relojes
      *          biometricos de las sucursales. Cada reloj exporta
      *          FichadasReloj.csv con un renglon por presencia del
      *          profesor, campos separados por punto y coma:
      *          profesor;sucursal;fecha;entrada;salida (fecha
      *          AAAAMMDD, entrada y salida HHMM). Valida cada
      *          renglon contra Profesores.dat y Sucursales.dat,
      *          deja los rechazados con su motivo en
      *          RechazosFichadas.dat y graba las aceptadas en
      *          FichadasReloj.dat, que el control de fichadas
      *          cruza contra los lotes de novedades antes del
      *          merge.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. IMPORTADOR-FICHADAS.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CSV_FICHADAS ASSIGN TO "FichadasReloj.csv"
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

       SELECT FICHADAS ASSIGN TO "FichadasReloj.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-FICHADAS.

       SELECT RECHAZOS ASSIGN TO "RechazosFichadas.dat"
             ORGANIZATION IS LINE SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD CSV_FICHADAS LABEL RECORD IS STANDARD.
       01 CSV_FICHADAS_REG PIC X(80).

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

       FD FICHADAS LABEL RECORD IS STANDARD.
       01 FICHADAS_REG.
           03 FIC-PROFESOR PIC X(5).
           03 FIC-SUCURSAL PIC X(3).
           03 FIC-FECHA PIC 9(8).
           03 FIC-ENTRADA PIC 9(4).
           03 FIC-SALIDA PIC 9(4).

       FD RECHAZOS LABEL RECORD IS STANDARD.
       01 RECHAZOS_REG PIC X(130).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-STATUS-CSV PIC X(2) VALUE SPACES.
       01 WS-STATUS-PROFESORES PIC X(2) VALUE SPACES.
       01 WS-STATUS-SUCURSALES PIC X(2) VALUE SPACES.
       01 WS-STATUS-FICHADAS PIC X(2) VALUE SPACES.

       01 WS-EOF-CSV PIC X(2) VALUE "NO".
       01 WS-EOF-SUCURSALES PIC X(2) VALUE "NO".

      * Campos crudos del renglon antes de validar.
       01 WS-CSV-PROFESOR PIC X(5).
       01 WS-CSV-SUCURSAL PIC X(3).
       01 WS-CSV-FECHA PIC X(8).
       01 WS-CSV-FECHA-NUM REDEFINES WS-CSV-FECHA.
           03 WS-CSV-ANIO PIC 9(4).
           03 WS-CSV-MES PIC 9(2).
           03 WS-CSV-DIA PIC 9(2).
       01 WS-CSV-ENTRADA PIC X(4).
       01 WS-CSV-ENTRADA-NUM REDEFINES WS-CSV-ENTRADA.
           03 WS-CSV-ENTRADA-HH PIC 9(2).
           03 WS-CSV-ENTRADA-MM PIC 9(2).
       01 WS-CSV-SALIDA PIC X(4).
       01 WS-CSV-SALIDA-NUM REDEFINES WS-CSV-SALIDA.
           03 WS-CSV-SALIDA-HH PIC 9(2).
           03 WS-CSV-SALIDA-MM PIC 9(2).

       01 WS-RENGLON-VALIDO PIC X(1) VALUE "S".
           88 WS-RENGLON-VALIDO-SI VALUE "S".
       01 WS-MOTIVO-RECHAZO PIC X(40) VALUE SPACES.

       01 WS-CANT-LEIDOS PIC 9(6) VALUE ZERO.
       01 WS-CANT-ACEPTADAS PIC 9(6) VALUE ZERO.
       01 WS-CANT-RECHAZADAS PIC 9(6) VALUE ZERO.

       01 WS-MAX-SUCURSALES PIC 9(3) VALUE 200.
       01 WS-CANT-SUCURSALES PIC 9(3) VALUE ZERO.
       01 SUBINDICE-SUC PIC 9(3) VALUE ZERO.
       01 WS-SUC-HALLADA PIC X(1) VALUE "N".
       01 TABLA-SUCURSALES.
           03 ELEM-SUC OCCURS 200 TIMES.
               05 VEC-SUC-SUCURSAL PIC X(3).
               05 VEC-SUC-ESTADO PIC X(1).

       01 LINEA-RECHAZO-ENC.
           03 FILLER PIC X(60) VALUE
               "FICHADAS DEL RELOJ RECHAZADAS EN LA IMPORTACION".

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
      * Carga las sucursales, recorre la exportacion del reloj
      * aceptando o rechazando renglon por renglon y deja las
      * fichadas validas en FichadasReloj.dat
      **
           PERFORM CARGAR-SUCURSALES-A-VECTOR
           OPEN INPUT PROFESORES
           IF WS-STATUS-PROFESORES NOT = "00" THEN
               DISPLAY "NO SE PUDO ABRIR Profesores.dat"
               STOP RUN
           END-IF

           OPEN INPUT CSV_FICHADAS
           IF WS-STATUS-CSV NOT = "00" THEN
               DISPLAY "NO SE PUDO ABRIR FichadasReloj.csv"
               CLOSE PROFESORES
               STOP RUN
           END-IF
           OPEN OUTPUT FICHADAS
           OPEN OUTPUT RECHAZOS
           WRITE RECHAZOS_REG FROM LINEA-RECHAZO-ENC

           PERFORM LEER-CSV
           PERFORM PROCESAR-RENGLON-CSV UNTIL WS-EOF-CSV = "SI"

           CLOSE CSV_FICHADAS
           CLOSE FICHADAS
           CLOSE RECHAZOS
           CLOSE PROFESORES

           DISPLAY "FICHADAS LEIDAS:     " WS-CANT-LEIDOS
           DISPLAY "FICHADAS ACEPTADAS:  " WS-CANT-ACEPTADAS
           DISPLAY "FICHADAS RECHAZADAS: " WS-CANT-RECHAZADAS
           DISPLAY "RECHAZOS EN RechazosFichadas.dat"
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

       LEER-CSV.
           READ CSV_FICHADAS
               AT END
                   MOVE "SI" TO WS-EOF-CSV
           END-READ.

       PROCESAR-RENGLON-CSV.
           ADD 1 TO WS-CANT-LEIDOS
           MOVE "S" TO WS-RENGLON-VALIDO
           MOVE SPACES TO WS-MOTIVO-RECHAZO
           MOVE SPACES TO WS-CSV-PROFESOR
           MOVE SPACES TO WS-CSV-SUCURSAL
           MOVE SPACES TO WS-CSV-FECHA
           MOVE SPACES TO WS-CSV-ENTRADA
           MOVE SPACES TO WS-CSV-SALIDA
           UNSTRING CSV_FICHADAS_REG DELIMITED BY ";"
               INTO WS-CSV-PROFESOR WS-CSV-SUCURSAL WS-CSV-FECHA
                   WS-CSV-ENTRADA WS-CSV-SALIDA
           END-UNSTRING
           PERFORM VALIDAR-RENGLON
           IF WS-RENGLON-VALIDO-SI THEN
               MOVE WS-CSV-PROFESOR TO FIC-PROFESOR
               MOVE WS-CSV-SUCURSAL TO FIC-SUCURSAL
               MOVE WS-CSV-FECHA TO FIC-FECHA
               MOVE WS-CSV-ENTRADA TO FIC-ENTRADA
               MOVE WS-CSV-SALIDA TO FIC-SALIDA
               WRITE FICHADAS_REG
               ADD 1 TO WS-CANT-ACEPTADAS
           ELSE
               ADD 1 TO WS-CANT-RECHAZADAS
               MOVE WS-MOTIVO-RECHAZO TO LRC-MOTIVO
               MOVE CSV_FICHADAS_REG(1:70) TO LRC-RENGLON
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
               PERFORM VALIDAR-HORARIO
           END-IF
           IF WS-RENGLON-VALIDO-SI THEN
               PERFORM VALIDAR-PROFESOR
           END-IF
           IF WS-RENGLON-VALIDO-SI THEN
               PERFORM VALIDAR-SUCURSAL
           END-IF.

      * Entrada y salida HHMM del mismo dia; una presencia que
      * cruza la medianoche el reloj la parte en dos fichadas.
       VALIDAR-HORARIO.
           IF WS-CSV-ENTRADA NOT NUMERIC OR
               WS-CSV-SALIDA NOT NUMERIC THEN
               MOVE "ENTRADA O SALIDA NO NUMERICA" TO
                   WS-MOTIVO-RECHAZO
               MOVE "N" TO WS-RENGLON-VALIDO
           ELSE
               IF WS-CSV-ENTRADA-HH > 23 OR WS-CSV-ENTRADA-MM > 59
                   OR WS-CSV-SALIDA-HH > 23 OR WS-CSV-SALIDA-MM > 59
                   THEN
                   MOVE "HORA INVALIDA (ESPERADO HHMM)" TO
                       WS-MOTIVO-RECHAZO
                   MOVE "N" TO WS-RENGLON-VALIDO
               ELSE
                   IF WS-CSV-SALIDA NOT > WS-CSV-ENTRADA THEN
                       MOVE "SALIDA ANTERIOR A LA ENTRADA" TO
                           WS-MOTIVO-RECHAZO
                       MOVE "N" TO WS-RENGLON-VALIDO
                   END-IF
               END-IF
           END-IF.

       VALIDAR-PROFESOR.
           MOVE WS-CSV-PROFESOR TO PROF-NUMERO
           READ PROFESORES
               INVALID KEY
                   MOVE "PROFESOR INEXISTENTE" TO WS-MOTIVO-RECHAZO
                   MOVE "N" TO WS-RENGLON-VALIDO
               NOT INVALID KEY
                   IF NOT PROF-ACTIVO-SI THEN
                       MOVE "PROFESOR INACTIVO" TO WS-MOTIVO-RECHAZO
                       MOVE "N" TO WS-RENGLON-VALIDO
                   END-IF
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
           ELSE
               IF VEC-SUC-ESTADO(SUBINDICE-SUC) NOT = "A" THEN
                   MOVE "SUCURSAL NO ACTIVA" TO WS-MOTIVO-RECHAZO
                   MOVE "N" TO WS-RENGLON-VALIDO
               END-IF
           END-IF.

       AVANZAR-SUBINDICE-SUC.
           IF VEC-SUC-SUCURSAL(SUBINDICE-SUC) = WS-CSV-SUCURSAL THEN
               MOVE "S" TO WS-SUC-HALLADA
           ELSE
               ADD 1 TO SUBINDICE-SUC
           END-IF.

       END PROGRAM IMPORTADOR-FICHADAS.
