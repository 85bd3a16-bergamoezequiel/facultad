      ******************************************************************
      * Author:
      * Date:
      * Purpose: Reporte mensual de dotacion docente para recursos
      *          humanos. Para cada periodo del rango pedido
      *          reconstruye la situacion de cada profesor al inicio
      *          y al cierre del mes a partir de la pista
      *          AuditProfesores.dat (altas, bajas, liquidaciones
      *          finales y reingresos) y de PROF-FECHA-INGRESO, y da
      *          por empresa y por sucursal principal la dotacion
      *          inicial, altas, bajas, dotacion final, indice de
      *          rotacion y antiguedad media. La sucursal principal
      *          es la de mas horas liquidadas en los ultimos doce
      *          meses (DetalleLiquidado.dat, el espejo por fecha del
      *          historico). Lista las bajas del periodo con su
      *          antiguedad y las horas del ultimo trimestre segun
      *          HistoricoProfesor.dat. Sale en ReporteDotacion.dat.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. REPORTE-DOTACION.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PROFESORES ASSIGN TO "Profesores.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PROF-NUMERO
             FILE STATUS IS WS-STATUS-PROFESORES.

       SELECT AUDITORIA_PROFESORES ASSIGN TO "AuditProfesores.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-AUDIT-PROF.

       SELECT HISTORICO_PROFESOR ASSIGN TO "HistoricoProfesor.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS HIST-CLAVE
             FILE STATUS IS WS-STATUS-HISTORICO.

       SELECT DETALLE-LIQUIDADO ASSIGN TO "DetalleLiquidado.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS DET-CLAVE
             FILE STATUS IS WS-STATUS-DETALLE.

       SELECT EMPRESAS ASSIGN TO "Empresas.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-EMPRESAS.

       SELECT REPORTE ASSIGN TO "ReporteDotacion.dat"
             ORGANIZATION IS LINE SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
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

       FD AUDITORIA_PROFESORES LABEL RECORD IS STANDARD.
       01 AUDITORIA_PROFESORES_REG.
           03 APROF-FECHA PIC 9(8).
           03 APROF-HORA PIC 9(6).
           03 APROF-OPERADOR PIC X(8).
           03 APROF-OPERACION PIC X(1).
           03 APROF-CLAVE PIC X(5).
           03 APROF-IMAGEN-ANTERIOR PIC X(200).
           03 APROF-IMAGEN-NUEVA PIC X(200).

       FD HISTORICO_PROFESOR LABEL RECORD IS STANDARD.
       01 HISTORICO_PROFESOR_REG.
           03 HIST-CLAVE.
               05 HIST-NUMERO PIC X(5).
               05 HIST-PERIODO PIC 9(6).
           03 HIST-HORAS PIC S9(6)V99.
           03 HIST-IMPORTE PIC S9(10)V99.

       FD DETALLE-LIQUIDADO LABEL RECORD IS STANDARD.
       01 DETALLE-LIQUIDADO-REG.
           03 DET-CLAVE.
               05 DET-NUMERO PIC X(5).
               05 DET-FECHA PIC 9(8).
               05 DET-SECUENCIA PIC 9(3).
           03 DET-SUCURSAL PIC X(3).
           03 DET-TIP_CLASE PIC X(4).
           03 DET-HORAS PIC 9(3)V99.
           03 DET-TIPO-MOV PIC X(1).
           03 DET-IMPORTE PIC S9(9)V99.
           03 DET-ALUMNOS PIC 9(3).
           03 DET-CONCEPTO PIC X(1).
           03 DET-SELLO-FECHA PIC 9(8).
           03 DET-SELLO-HORA PIC 9(6).

       FD EMPRESAS LABEL RECORD IS STANDARD.
       01 EMPRESAS_REG.
           03 EMP-CODIGO PIC X(2).
           03 EMP-RAZON PIC X(25).
           03 EMP-CUIT PIC 9(11).

       FD REPORTE LABEL RECORD IS STANDARD.
       01 REPORTE_REG PIC X(110).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-STATUS-PROFESORES PIC X(2) VALUE SPACES.
       01 WS-STATUS-AUDIT-PROF PIC X(2) VALUE SPACES.
       01 WS-STATUS-HISTORICO PIC X(2) VALUE SPACES.
       01 WS-STATUS-DETALLE PIC X(2) VALUE SPACES.
       01 WS-STATUS-EMPRESAS PIC X(2) VALUE SPACES.

       01 WS-DETALLE-ABIERTO PIC X(1) VALUE "N".
           88 WS-DETALLE-ABIERTO-SI VALUE "S".
       01 WS-HISTORICO-ABIERTO PIC X(1) VALUE "N".
           88 WS-HISTORICO-ABIERTO-SI VALUE "S".

       01 WS-EOF-PROFESORES PIC X(2) VALUE "NO".
       01 WS-EOF-AUDITORIA PIC X(2) VALUE "NO".
       01 WS-EOF-DETALLE PIC X(2) VALUE "NO".
       01 WS-EOF-EMPRESAS PIC X(2) VALUE "NO".

       01 WS-PERIODO-DESDE-ENTRADA PIC X(6) VALUE SPACES.
       01 WS-PERIODO-HASTA-ENTRADA PIC X(6) VALUE SPACES.
       01 WS-PERIODO-HASTA PIC 9(6) VALUE ZERO.
       01 WS-PERIODO-GRUPO.
           03 WS-PERIODO-ANIO PIC 9(4).
           03 WS-PERIODO-MES PIC 9(2).
       01 WS-PERIODO REDEFINES WS-PERIODO-GRUPO PIC 9(6).
       01 WS-FECHA-INICIO PIC 9(8) VALUE ZERO.
       01 WS-FECHA-CIERRE PIC 9(8) VALUE ZERO.
       01 WS-FECHA-DESDE-HORAS PIC 9(8) VALUE ZERO.
       01 WS-DIAS-DEL-MES PIC 9(2) VALUE ZERO.
       01 WS-COCIENTE-BISIESTO PIC 9(4) VALUE ZERO.
       01 WS-RESTO-BISIESTO PIC 9(1) VALUE ZERO.
       01 TABLA-DIAS-MES VALUE "312831303130313130313031".
           03 VEC-DIAS-MES PIC 9(2) OCCURS 12 TIMES.

      * Imagen del registro de profesor guardada en la pista; solo
      * interesan estado, empresa y fecha de ingreso.
       01 WS-IMAGEN-PROF.
           03 IMG-NUMERO PIC X(5).
           03 FILLER PIC X(8).
           03 IMG-NOMBRE PIC X(25).
           03 FILLER PIC X(40).
           03 IMG-ESTADO PIC X(1).
           03 FILLER PIC X(62).
           03 IMG-EMPRESA PIC X(2).
           03 FILLER PIC X(4).
           03 IMG-FECHA-INGRESO PIC X(8).
           03 FILLER PIC X(45).

      * Situacion de cada profesor en el periodo: estado al inicio
      * y al cierre (A activo, N no), movimientos del mes y datos de
      * la ultima baja.
       01 WS-MAX-DOTACION PIC 9(4) VALUE 3000.
       01 WS-CANT-DOTACION PIC 9(4) VALUE ZERO.
       01 SUBINDICE-DOT PIC 9(4) VALUE ZERO.
       01 TABLA-DOTACION.
           03 ELEM-DOT OCCURS 3000 TIMES.
               05 VEC-DOT-NUMERO PIC X(5).
               05 VEC-DOT-NOMBRE PIC X(25).
               05 VEC-DOT-ESTADO-MAESTRO PIC X(1).
               05 VEC-DOT-EMPRESA-MAESTRO PIC X(2).
               05 VEC-DOT-INGRESO-MAESTRO PIC 9(8).
               05 VEC-DOT-INICIALIZADO PIC X(1).
               05 VEC-DOT-EMPRESA PIC X(2).
               05 VEC-DOT-INGRESO PIC 9(8).
               05 VEC-DOT-INICIO PIC X(1).
               05 VEC-DOT-CIERRE PIC X(1).
               05 VEC-DOT-ALTAS PIC 9(2).
               05 VEC-DOT-BAJAS PIC 9(2).
               05 VEC-DOT-FECHA-BAJA PIC 9(8).
               05 VEC-DOT-INGRESO-BAJA PIC 9(8).
               05 VEC-DOT-SUCURSAL PIC X(3).
       01 WS-DOT-ENCONTRADO PIC X(1) VALUE "N".
           88 WS-DOT-ENCONTRADO-SI VALUE "S".

      * Evento de la pista ya traducido: fecha desde la que rige y
      * estado al que lleva (A o N).
       01 WS-EV-FECHA PIC 9(8) VALUE ZERO.
       01 WS-EV-DESTINO PIC X(1) VALUE SPACE.

      * Acumulados por empresa y por sucursal principal.
       01 WS-MAX-EMPRESAS PIC 9(2) VALUE 20.
       01 WS-CANT-EMPRESAS PIC 9(2) VALUE ZERO.
       01 SUBINDICE-EMP PIC 9(2) VALUE ZERO.
       01 TABLA-EMPRESAS.
           03 ELEM-EMP OCCURS 20 TIMES.
               05 VEC-EMP-CODIGO PIC X(2).
               05 VEC-EMP-RAZON PIC X(25).
               05 VEC-EMP-INICIO PIC 9(5).
               05 VEC-EMP-ALTAS PIC 9(5).
               05 VEC-EMP-BAJAS PIC 9(5).
               05 VEC-EMP-CIERRE PIC 9(5).
               05 VEC-EMP-SUMA-ANTIG PIC 9(7)V99.
               05 VEC-EMP-CANT-ANTIG PIC 9(5).
       01 WS-EMP-BUSCADA PIC X(2) VALUE SPACES.
       01 WS-EMP-ENCONTRADA PIC X(1) VALUE "N".
           88 WS-EMP-ENCONTRADA-SI VALUE "S".

       01 WS-MAX-SUCURSALES PIC 9(3) VALUE 200.
       01 WS-CANT-SUCURSALES PIC 9(3) VALUE ZERO.
       01 SUBINDICE-SUC PIC 9(3) VALUE ZERO.
       01 TABLA-SUCURSALES.
           03 ELEM-SUC OCCURS 200 TIMES.
               05 VEC-SUC-CODIGO PIC X(3).
               05 VEC-SUC-INICIO PIC 9(5).
               05 VEC-SUC-ALTAS PIC 9(5).
               05 VEC-SUC-BAJAS PIC 9(5).
               05 VEC-SUC-CIERRE PIC 9(5).
               05 VEC-SUC-SUMA-ANTIG PIC 9(7)V99.
               05 VEC-SUC-CANT-ANTIG PIC 9(5).
       01 WS-SUC-BUSCADA PIC X(3) VALUE SPACES.
       01 WS-SUC-ENCONTRADA PIC X(1) VALUE "N".
           88 WS-SUC-ENCONTRADA-SI VALUE "S".

      * Horas del profesor por sucursal en los ultimos doce meses,
      * para elegir la principal.
       01 WS-CANT-HS-SUC PIC 9(2) VALUE ZERO.
       01 SUBINDICE-HS PIC 9(2) VALUE ZERO.
       01 TABLA-HORAS-SUCURSAL.
           03 ELEM-HS OCCURS 30 TIMES.
               05 VEC-HS-SUCURSAL PIC X(3).
               05 VEC-HS-HORAS PIC S9(6)V99.
       01 WS-HS-MAXIMO PIC S9(6)V99 VALUE ZERO.
       01 WS-HS-ENCONTRADA PIC X(1) VALUE "N".
           88 WS-HS-ENCONTRADA-SI VALUE "S".

      * Totales generales del periodo.
       01 WS-TOT-INICIO PIC 9(5) VALUE ZERO.
       01 WS-TOT-ALTAS PIC 9(5) VALUE ZERO.
       01 WS-TOT-BAJAS PIC 9(5) VALUE ZERO.
       01 WS-TOT-CIERRE PIC 9(5) VALUE ZERO.
       01 WS-TOT-SUMA-ANTIG PIC 9(7)V99 VALUE ZERO.
       01 WS-TOT-CANT-ANTIG PIC 9(5) VALUE ZERO.

      * Renglon comun a las tres secciones, cargado antes de editar.
       01 WS-GRP-INICIO PIC 9(5) VALUE ZERO.
       01 WS-GRP-ALTAS PIC 9(5) VALUE ZERO.
       01 WS-GRP-BAJAS PIC 9(5) VALUE ZERO.
       01 WS-GRP-CIERRE PIC 9(5) VALUE ZERO.
       01 WS-GRP-SUMA-ANTIG PIC 9(7)V99 VALUE ZERO.
       01 WS-GRP-CANT-ANTIG PIC 9(5) VALUE ZERO.
       01 WS-ROTACION PIC 9(3)V99 VALUE ZERO.
       01 WS-ANTIG-MEDIA PIC 9(3)V99 VALUE ZERO.
       01 WS-ANTIGUEDAD PIC 9(3)V99 VALUE ZERO.
       01 WS-HORAS-TRIMESTRE PIC S9(6)V99 VALUE ZERO.
       01 WS-PERIODO-TRIM-GRUPO.
           03 WS-TRIM-ANIO PIC 9(4).
           03 WS-TRIM-MES PIC 9(2).
       01 WS-PERIODO-TRIM REDEFINES WS-PERIODO-TRIM-GRUPO PIC 9(6).
       01 WS-CANT-BAJAS-LISTADAS PIC 9(4) VALUE ZERO.

      * Numero de dia corrido, con la misma cuenta que los demas
      * calculos de plazos de la casa.
       01 WS-FECHA-A-SERIE-GRUPO.
           03 WS-SERIE-ANIO PIC 9(4).
           03 WS-SERIE-MES PIC 9(2).
           03 WS-SERIE-DIA PIC 9(2).
       01 WS-FECHA-A-SERIE REDEFINES WS-FECHA-A-SERIE-GRUPO
           PIC 9(8).
       01 WS-SERIE-RESULTADO PIC 9(7).
       01 WS-SERIE-HASTA PIC 9(7) VALUE ZERO.
       01 WS-FECHA-ANTIG-HASTA PIC 9(8) VALUE ZERO.
       01 WS-FECHA-ANTIG-DESDE PIC 9(8) VALUE ZERO.
       01 TABLA-DIAS-ACUM VALUE "000031059090120151181212243273304334".
           03 VEC-DIAS-ACUM PIC 9(3) OCCURS 12 TIMES.

       01 LINEA-DOT-ENC.
           03 FILLER PIC X(33) VALUE
               "DOTACION DOCENTE - PERIODO ".
           03 LDE-PERIODO PIC 9(6).

       01 LINEA-DOT-SECCION.
           03 LDS-TITULO PIC X(60).

       01 LINEA-DOT-COLUMNAS.
           03 FILLER PIC X(38) VALUE SPACES.
           03 FILLER PIC X(36) VALUE
               "INICIAL  ALTAS  BAJAS  FINAL  ROTAC.".
           03 FILLER PIC X(12) VALUE "  ANTIG.MED.".

       01 LINEA-DOT-GRUPO.
           03 LDG-CODIGO PIC X(4).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LDG-DESCRIPCION PIC X(30).
           03 FILLER PIC X(3) VALUE SPACES.
           03 LDG-INICIO PIC ZZZZZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 LDG-ALTAS PIC ZZZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 LDG-BAJAS PIC ZZZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 LDG-CIERRE PIC ZZZZ9.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LDG-ROTACION PIC ZZ9,99.
           03 FILLER PIC X(1) VALUE "%".
           03 FILLER PIC X(3) VALUE SPACES.
           03 LDG-ANTIG-MEDIA PIC ZZ9,99.
           03 FILLER PIC X(5) VALUE " ANOS".

       01 LINEA-BAJA-COLUMNAS.
           03 FILLER PIC X(40) VALUE
               "PROF. NOMBRE                    EM SUC  ".
           03 FILLER PIC X(40) VALUE
               " FECHA BAJA  INGRESO  ANTIG.  HS.TRIM.  ".

       01 LINEA-BAJA.
           03 LBJ-PROFESOR PIC X(5).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LBJ-NOMBRE PIC X(25).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LBJ-EMPRESA PIC X(2).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LBJ-SUCURSAL PIC X(3).
           03 FILLER PIC X(3) VALUE SPACES.
           03 LBJ-FECHA-BAJA PIC 9(8).
           03 FILLER PIC X(3) VALUE SPACES.
           03 LBJ-INGRESO PIC 9(8).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LBJ-ANTIGUEDAD PIC ZZ9,99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LBJ-HORAS PIC -ZZZZ9,99.

       01 LINEA-BAJA-NINGUNA.
           03 FILLER PIC X(30) VALUE "SIN BAJAS EN EL PERIODO".
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * Carga el maestro una vez y arma el reporte de cada periodo
      * del rango reproduciendo la pista de auditoria
      **
           DISPLAY "PERIODO DESDE (AAAAMM): "
           ACCEPT WS-PERIODO-DESDE-ENTRADA
           IF WS-PERIODO-DESDE-ENTRADA NOT NUMERIC THEN
               DISPLAY "EL PERIODO DEBE SER AAAAMM"
               STOP RUN
           END-IF
           DISPLAY "PERIODO HASTA (AAAAMM, ENTER=EL MISMO): "
           ACCEPT WS-PERIODO-HASTA-ENTRADA
           IF WS-PERIODO-HASTA-ENTRADA = SPACES THEN
               MOVE WS-PERIODO-DESDE-ENTRADA TO
                   WS-PERIODO-HASTA-ENTRADA
           END-IF
           IF WS-PERIODO-HASTA-ENTRADA NOT NUMERIC THEN
               DISPLAY "EL PERIODO DEBE SER AAAAMM"
               STOP RUN
           END-IF
           MOVE WS-PERIODO-DESDE-ENTRADA TO WS-PERIODO
           MOVE WS-PERIODO-HASTA-ENTRADA TO WS-PERIODO-HASTA
           IF WS-PERIODO-MES < 1 OR WS-PERIODO-MES > 12 OR
               WS-PERIODO-HASTA < WS-PERIODO THEN
               DISPLAY "RANGO DE PERIODOS INVALIDO"
               STOP RUN
           END-IF

           PERFORM CARGAR-EMPRESAS
           PERFORM CARGAR-PROFESORES-A-VECTOR
           IF WS-CANT-DOTACION = ZERO THEN
               DISPLAY "NO SE PUDO LEER Profesores.dat: "
                       WS-STATUS-PROFESORES
               STOP RUN
           END-IF

           OPEN INPUT HISTORICO_PROFESOR
           IF WS-STATUS-HISTORICO = "00" THEN
               MOVE "S" TO WS-HISTORICO-ABIERTO
           END-IF
           OPEN INPUT DETALLE-LIQUIDADO
           IF WS-STATUS-DETALLE = "00" THEN
               MOVE "S" TO WS-DETALLE-ABIERTO
           END-IF
           OPEN OUTPUT REPORTE
           PERFORM PROCESAR-PERIODO UNTIL
               WS-PERIODO > WS-PERIODO-HASTA
           CLOSE REPORTE
           IF WS-DETALLE-ABIERTO-SI THEN
               CLOSE DETALLE-LIQUIDADO
           END-IF
           IF WS-HISTORICO-ABIERTO-SI THEN
               CLOSE HISTORICO_PROFESOR
           END-IF
           DISPLAY "REPORTE DE DOTACION GRABADO EN ReporteDotacion.dat"
           STOP RUN.

       CARGAR-EMPRESAS.
           MOVE ZERO TO WS-CANT-EMPRESAS
           OPEN INPUT EMPRESAS
           IF WS-STATUS-EMPRESAS = "00" THEN
               PERFORM LEER-EMPRESA
               PERFORM CARGAR-UNA-EMPRESA UNTIL
                   WS-EOF-EMPRESAS = "SI" OR
                   WS-CANT-EMPRESAS >= WS-MAX-EMPRESAS
               CLOSE EMPRESAS
           END-IF.

       LEER-EMPRESA.
           READ EMPRESAS
               AT END
                   MOVE "SI" TO WS-EOF-EMPRESAS
           END-READ.

       CARGAR-UNA-EMPRESA.
           ADD 1 TO WS-CANT-EMPRESAS
           MOVE EMP-CODIGO TO VEC-EMP-CODIGO(WS-CANT-EMPRESAS)
           MOVE EMP-RAZON TO VEC-EMP-RAZON(WS-CANT-EMPRESAS)
           PERFORM LEER-EMPRESA.

       CARGAR-PROFESORES-A-VECTOR.
           MOVE ZERO TO WS-CANT-DOTACION
           OPEN INPUT PROFESORES
           IF WS-STATUS-PROFESORES = "00" THEN
               PERFORM LEER-PROFESOR
               PERFORM CARGAR-UN-PROFESOR UNTIL
                   WS-EOF-PROFESORES = "SI" OR
                   WS-CANT-DOTACION >= WS-MAX-DOTACION
               CLOSE PROFESORES
           END-IF.

       LEER-PROFESOR.
           READ PROFESORES NEXT RECORD
               AT END
                   MOVE "SI" TO WS-EOF-PROFESORES
           END-READ.

       CARGAR-UN-PROFESOR.
           ADD 1 TO WS-CANT-DOTACION
           MOVE PROF-NUMERO TO VEC-DOT-NUMERO(WS-CANT-DOTACION)
           MOVE PROF-NOMBRE TO VEC-DOT-NOMBRE(WS-CANT-DOTACION)
           MOVE PROF-ESTADO TO VEC-DOT-ESTADO-MAESTRO(WS-CANT-DOTACION)
           MOVE PROF-EMPRESA TO
               VEC-DOT-EMPRESA-MAESTRO(WS-CANT-DOTACION)
           IF PROF-FECHA-INGRESO NUMERIC THEN
               MOVE PROF-FECHA-INGRESO TO
                   VEC-DOT-INGRESO-MAESTRO(WS-CANT-DOTACION)
           ELSE
               MOVE ZERO TO VEC-DOT-INGRESO-MAESTRO(WS-CANT-DOTACION)
           END-IF
           PERFORM LEER-PROFESOR.

      * Un periodo completo: se parte de cero, se reproduce la pista
      * hasta el cierre del mes, los que no tienen movimientos en la
      * pista se toman del maestro y se acumula y lista.
       PROCESAR-PERIODO.
           MOVE VEC-DIAS-MES(WS-PERIODO-MES) TO WS-DIAS-DEL-MES
           IF WS-PERIODO-MES = 2 THEN
               DIVIDE WS-PERIODO-ANIO BY 4 GIVING WS-COCIENTE-BISIESTO
                   REMAINDER WS-RESTO-BISIESTO
               IF WS-RESTO-BISIESTO = ZERO THEN
                   MOVE 29 TO WS-DIAS-DEL-MES
               END-IF
           END-IF
           COMPUTE WS-FECHA-INICIO = WS-PERIODO * 100 + 1
           COMPUTE WS-FECHA-CIERRE = WS-PERIODO * 100 + WS-DIAS-DEL-MES
           COMPUTE WS-FECHA-DESDE-HORAS = WS-FECHA-CIERRE - 10000
           MOVE WS-FECHA-CIERRE TO WS-FECHA-A-SERIE
           PERFORM CALCULAR-SERIE-DE-FECHA
           MOVE WS-SERIE-RESULTADO TO WS-SERIE-HASTA

           MOVE 1 TO SUBINDICE-DOT
           PERFORM INICIAR-PROFESOR UNTIL
               SUBINDICE-DOT > WS-CANT-DOTACION
           PERFORM REPRODUCIR-AUDITORIA
           MOVE 1 TO SUBINDICE-DOT
           PERFORM COMPLETAR-DESDE-MAESTRO UNTIL
               SUBINDICE-DOT > WS-CANT-DOTACION

           PERFORM LIMPIAR-ACUMULADOS
           MOVE 1 TO SUBINDICE-DOT
           PERFORM ACUMULAR-PROFESOR UNTIL
               SUBINDICE-DOT > WS-CANT-DOTACION
           PERFORM GRABAR-PERIODO

           IF WS-PERIODO-MES = 12 THEN
               ADD 1 TO WS-PERIODO-ANIO
               MOVE 1 TO WS-PERIODO-MES
           ELSE
               ADD 1 TO WS-PERIODO-MES
           END-IF.

       INICIAR-PROFESOR.
           MOVE "N" TO VEC-DOT-INICIALIZADO(SUBINDICE-DOT)
           MOVE VEC-DOT-EMPRESA-MAESTRO(SUBINDICE-DOT) TO
               VEC-DOT-EMPRESA(SUBINDICE-DOT)
           MOVE VEC-DOT-INGRESO-MAESTRO(SUBINDICE-DOT) TO
               VEC-DOT-INGRESO(SUBINDICE-DOT)
           MOVE "N" TO VEC-DOT-INICIO(SUBINDICE-DOT)
           MOVE "N" TO VEC-DOT-CIERRE(SUBINDICE-DOT)
           MOVE ZERO TO VEC-DOT-ALTAS(SUBINDICE-DOT)
           MOVE ZERO TO VEC-DOT-BAJAS(SUBINDICE-DOT)
           MOVE ZERO TO VEC-DOT-FECHA-BAJA(SUBINDICE-DOT)
           MOVE ZERO TO VEC-DOT-INGRESO-BAJA(SUBINDICE-DOT)
           MOVE SPACES TO VEC-DOT-SUCURSAL(SUBINDICE-DOT)
           ADD 1 TO SUBINDICE-DOT.

       REPRODUCIR-AUDITORIA.
           MOVE "NO" TO WS-EOF-AUDITORIA
           OPEN INPUT AUDITORIA_PROFESORES
           IF WS-STATUS-AUDIT-PROF = "00" THEN
               PERFORM LEER-AUDITORIA
               PERFORM APLICAR-EVENTO UNTIL WS-EOF-AUDITORIA = "SI"
               CLOSE AUDITORIA_PROFESORES
           END-IF.

       LEER-AUDITORIA.
           READ AUDITORIA_PROFESORES
               AT END
                   MOVE "SI" TO WS-EOF-AUDITORIA
           END-READ.

      * La pista esta en orden de registro. El alta y el reingreso
      * rigen desde la fecha de ingreso que quedo en la imagen nueva
      * (puede ser anterior a la carga); la baja comun y la
      * liquidacion final, desde el dia en que se registraron. La
      * primera operacion de un profesor que no es un alta trae en
      * la imagen anterior como estaba antes de la pista.
       APLICAR-EVENTO.
           PERFORM UBICAR-PROFESOR-AUDITADO
           IF WS-DOT-ENCONTRADO-SI THEN
               IF VEC-DOT-INICIALIZADO(SUBINDICE-DOT) = "N" THEN
                   MOVE "S" TO VEC-DOT-INICIALIZADO(SUBINDICE-DOT)
                   IF APROF-OPERACION NOT = "A" THEN
                       PERFORM INICIAR-DESDE-IMAGEN
                   END-IF
               END-IF
               MOVE APROF-IMAGEN-NUEVA TO WS-IMAGEN-PROF
               EVALUATE APROF-OPERACION
                   WHEN "A"
                   WHEN "R"
                       MOVE APROF-FECHA TO WS-EV-FECHA
                       IF IMG-FECHA-INGRESO NUMERIC AND
                           IMG-FECHA-INGRESO NOT = "00000000" THEN
                           MOVE IMG-FECHA-INGRESO TO WS-EV-FECHA
                       END-IF
                       IF WS-EV-FECHA <= WS-FECHA-CIERRE THEN
                           MOVE IMG-EMPRESA TO
                               VEC-DOT-EMPRESA(SUBINDICE-DOT)
                           MOVE WS-EV-FECHA TO
                               VEC-DOT-INGRESO(SUBINDICE-DOT)
                       END-IF
                       MOVE "A" TO WS-EV-DESTINO
                       PERFORM APLICAR-TRANSICION
                   WHEN "B"
                   WHEN "F"
                       MOVE APROF-FECHA TO WS-EV-FECHA
                       MOVE "N" TO WS-EV-DESTINO
                       PERFORM APLICAR-TRANSICION
                   WHEN "M"
                       IF APROF-FECHA <= WS-FECHA-CIERRE THEN
                           MOVE IMG-EMPRESA TO
                               VEC-DOT-EMPRESA(SUBINDICE-DOT)
                           IF IMG-FECHA-INGRESO NUMERIC THEN
                               MOVE IMG-FECHA-INGRESO TO
                                   VEC-DOT-INGRESO(SUBINDICE-DOT)
                           END-IF
                       END-IF
               END-EVALUATE
           END-IF
           PERFORM LEER-AUDITORIA.

      * Un profesor que ya no esta en el maestro (fusionado) se
      * agrega con el nombre de la pista para no perder su baja.
       UBICAR-PROFESOR-AUDITADO.
           MOVE "N" TO WS-DOT-ENCONTRADO
           MOVE 1 TO SUBINDICE-DOT
           PERFORM BUSCAR-PROFESOR UNTIL
               WS-DOT-ENCONTRADO-SI OR
               SUBINDICE-DOT > WS-CANT-DOTACION
           IF NOT WS-DOT-ENCONTRADO-SI AND
               WS-CANT-DOTACION < WS-MAX-DOTACION THEN
               ADD 1 TO WS-CANT-DOTACION
               MOVE WS-CANT-DOTACION TO SUBINDICE-DOT
               MOVE APROF-CLAVE TO VEC-DOT-NUMERO(SUBINDICE-DOT)
               MOVE APROF-IMAGEN-NUEVA TO WS-IMAGEN-PROF
               IF IMG-NOMBRE = SPACES THEN
                   MOVE APROF-IMAGEN-ANTERIOR TO WS-IMAGEN-PROF
               END-IF
               MOVE IMG-NOMBRE TO VEC-DOT-NOMBRE(SUBINDICE-DOT)
               MOVE "N" TO VEC-DOT-ESTADO-MAESTRO(SUBINDICE-DOT)
               MOVE IMG-EMPRESA TO
                   VEC-DOT-EMPRESA-MAESTRO(SUBINDICE-DOT)
               MOVE ZERO TO VEC-DOT-INGRESO-MAESTRO(SUBINDICE-DOT)
               PERFORM INICIAR-PROFESOR
               MOVE WS-CANT-DOTACION TO SUBINDICE-DOT
               MOVE "S" TO WS-DOT-ENCONTRADO
           END-IF.

       BUSCAR-PROFESOR.
           IF VEC-DOT-NUMERO(SUBINDICE-DOT) = APROF-CLAVE THEN
               MOVE "S" TO WS-DOT-ENCONTRADO
           ELSE
               ADD 1 TO SUBINDICE-DOT
           END-IF.

       INICIAR-DESDE-IMAGEN.
           MOVE APROF-IMAGEN-ANTERIOR TO WS-IMAGEN-PROF
           MOVE IMG-EMPRESA TO VEC-DOT-EMPRESA(SUBINDICE-DOT)
           IF IMG-FECHA-INGRESO NUMERIC THEN
               MOVE IMG-FECHA-INGRESO TO VEC-DOT-INGRESO(SUBINDICE-DOT)
           ELSE
               MOVE ZERO TO VEC-DOT-INGRESO(SUBINDICE-DOT)
           END-IF
           IF IMG-ESTADO = "A" THEN
               MOVE VEC-DOT-INGRESO(SUBINDICE-DOT) TO WS-EV-FECHA
               MOVE "A" TO WS-EV-DESTINO
               PERFORM APLICAR-TRANSICION
           END-IF.

      * Un cambio de estado antes del mes vale para el inicio y el
      * cierre; dentro del mes es un movimiento del periodo; despues
      * del cierre no cuenta.
       APLICAR-TRANSICION.
           IF WS-EV-FECHA < WS-FECHA-INICIO THEN
               MOVE WS-EV-DESTINO TO VEC-DOT-INICIO(SUBINDICE-DOT)
               MOVE WS-EV-DESTINO TO VEC-DOT-CIERRE(SUBINDICE-DOT)
           ELSE
               IF WS-EV-FECHA <= WS-FECHA-CIERRE AND
                   VEC-DOT-CIERRE(SUBINDICE-DOT) NOT = WS-EV-DESTINO
                   THEN
                   IF WS-EV-DESTINO = "A" THEN
                       ADD 1 TO VEC-DOT-ALTAS(SUBINDICE-DOT)
                   ELSE
                       ADD 1 TO VEC-DOT-BAJAS(SUBINDICE-DOT)
                       MOVE WS-EV-FECHA TO
                           VEC-DOT-FECHA-BAJA(SUBINDICE-DOT)
                       MOVE VEC-DOT-INGRESO(SUBINDICE-DOT) TO
                           VEC-DOT-INGRESO-BAJA(SUBINDICE-DOT)
                   END-IF
                   MOVE WS-EV-DESTINO TO VEC-DOT-CIERRE(SUBINDICE-DOT)
               END-IF
           END-IF.

      * Sin movimientos en la pista: el maestro dice si esta activo
      * y la fecha de ingreso desde cuando. Un inactivo sin pista no
      * tiene fecha de baja y queda fuera de la dotacion.
       COMPLETAR-DESDE-MAESTRO.
           IF VEC-DOT-INICIALIZADO(SUBINDICE-DOT) = "N" AND
               VEC-DOT-ESTADO-MAESTRO(SUBINDICE-DOT) = "A" THEN
               MOVE VEC-DOT-INGRESO(SUBINDICE-DOT) TO WS-EV-FECHA
               MOVE "A" TO WS-EV-DESTINO
               PERFORM APLICAR-TRANSICION
           END-IF
           ADD 1 TO SUBINDICE-DOT.

       LIMPIAR-ACUMULADOS.
           MOVE ZERO TO WS-TOT-INICIO
           MOVE ZERO TO WS-TOT-ALTAS
           MOVE ZERO TO WS-TOT-BAJAS
           MOVE ZERO TO WS-TOT-CIERRE
           MOVE ZERO TO WS-TOT-SUMA-ANTIG
           MOVE ZERO TO WS-TOT-CANT-ANTIG
           MOVE ZERO TO WS-CANT-SUCURSALES
           MOVE 1 TO SUBINDICE-EMP
           PERFORM LIMPIAR-UNA-EMPRESA UNTIL
               SUBINDICE-EMP > WS-CANT-EMPRESAS.

       LIMPIAR-UNA-EMPRESA.
           MOVE ZERO TO VEC-EMP-INICIO(SUBINDICE-EMP)
           MOVE ZERO TO VEC-EMP-ALTAS(SUBINDICE-EMP)
           MOVE ZERO TO VEC-EMP-BAJAS(SUBINDICE-EMP)
           MOVE ZERO TO VEC-EMP-CIERRE(SUBINDICE-EMP)
           MOVE ZERO TO VEC-EMP-SUMA-ANTIG(SUBINDICE-EMP)
           MOVE ZERO TO VEC-EMP-CANT-ANTIG(SUBINDICE-EMP)
           ADD 1 TO SUBINDICE-EMP.

      * Cada profesor que estuvo en la dotacion en algun momento del
      * mes suma a su empresa (la del cierre) y a su sucursal
      * principal; la antiguedad media es la de la dotacion final.
       ACUMULAR-PROFESOR.
           IF VEC-DOT-INICIO(SUBINDICE-DOT) = "A" OR
               VEC-DOT-CIERRE(SUBINDICE-DOT) = "A" OR
               VEC-DOT-ALTAS(SUBINDICE-DOT) > ZERO OR
               VEC-DOT-BAJAS(SUBINDICE-DOT) > ZERO THEN
               MOVE ZERO TO WS-GRP-INICIO
               MOVE ZERO TO WS-GRP-CIERRE
               MOVE ZERO TO WS-GRP-SUMA-ANTIG
               MOVE ZERO TO WS-GRP-CANT-ANTIG
               IF VEC-DOT-INICIO(SUBINDICE-DOT) = "A" THEN
                   MOVE 1 TO WS-GRP-INICIO
               END-IF
               IF VEC-DOT-CIERRE(SUBINDICE-DOT) = "A" THEN
                   MOVE 1 TO WS-GRP-CIERRE
                   IF VEC-DOT-INGRESO(SUBINDICE-DOT) > ZERO THEN
                       MOVE VEC-DOT-INGRESO(SUBINDICE-DOT) TO
                           WS-FECHA-ANTIG-DESDE
                       MOVE WS-FECHA-CIERRE TO WS-FECHA-ANTIG-HASTA
                       PERFORM CALCULAR-ANTIGUEDAD
                       MOVE WS-ANTIGUEDAD TO WS-GRP-SUMA-ANTIG
                       MOVE 1 TO WS-GRP-CANT-ANTIG
                   END-IF
               END-IF
               MOVE VEC-DOT-ALTAS(SUBINDICE-DOT) TO WS-GRP-ALTAS
               MOVE VEC-DOT-BAJAS(SUBINDICE-DOT) TO WS-GRP-BAJAS
               PERFORM DETERMINAR-SUCURSAL-PRINCIPAL
               PERFORM SUMAR-A-EMPRESA
               PERFORM SUMAR-A-SUCURSAL
               ADD WS-GRP-INICIO TO WS-TOT-INICIO
               ADD WS-GRP-ALTAS TO WS-TOT-ALTAS
               ADD WS-GRP-BAJAS TO WS-TOT-BAJAS
               ADD WS-GRP-CIERRE TO WS-TOT-CIERRE
               ADD WS-GRP-SUMA-ANTIG TO WS-TOT-SUMA-ANTIG
               ADD WS-GRP-CANT-ANTIG TO WS-TOT-CANT-ANTIG
           END-IF
           ADD 1 TO SUBINDICE-DOT.

       SUMAR-A-EMPRESA.
           MOVE VEC-DOT-EMPRESA(SUBINDICE-DOT) TO WS-EMP-BUSCADA
           MOVE "N" TO WS-EMP-ENCONTRADA
           MOVE 1 TO SUBINDICE-EMP
           PERFORM BUSCAR-EMPRESA UNTIL
               WS-EMP-ENCONTRADA-SI OR
               SUBINDICE-EMP > WS-CANT-EMPRESAS
           IF NOT WS-EMP-ENCONTRADA-SI THEN
               IF WS-CANT-EMPRESAS < WS-MAX-EMPRESAS THEN
                   ADD 1 TO WS-CANT-EMPRESAS
                   MOVE WS-CANT-EMPRESAS TO SUBINDICE-EMP
                   MOVE WS-EMP-BUSCADA TO VEC-EMP-CODIGO(SUBINDICE-EMP)
                   MOVE "EMPRESA NO REGISTRADA" TO
                       VEC-EMP-RAZON(SUBINDICE-EMP)
                   PERFORM LIMPIAR-UNA-EMPRESA
                   MOVE WS-CANT-EMPRESAS TO SUBINDICE-EMP
                   MOVE "S" TO WS-EMP-ENCONTRADA
               END-IF
           END-IF
           IF WS-EMP-ENCONTRADA-SI THEN
               ADD WS-GRP-INICIO TO VEC-EMP-INICIO(SUBINDICE-EMP)
               ADD WS-GRP-ALTAS TO VEC-EMP-ALTAS(SUBINDICE-EMP)
               ADD WS-GRP-BAJAS TO VEC-EMP-BAJAS(SUBINDICE-EMP)
               ADD WS-GRP-CIERRE TO VEC-EMP-CIERRE(SUBINDICE-EMP)
               ADD WS-GRP-SUMA-ANTIG TO
                   VEC-EMP-SUMA-ANTIG(SUBINDICE-EMP)
               ADD WS-GRP-CANT-ANTIG TO
                   VEC-EMP-CANT-ANTIG(SUBINDICE-EMP)
           END-IF.

       BUSCAR-EMPRESA.
           IF VEC-EMP-CODIGO(SUBINDICE-EMP) = WS-EMP-BUSCADA THEN
               MOVE "S" TO WS-EMP-ENCONTRADA
           ELSE
               ADD 1 TO SUBINDICE-EMP
           END-IF.

       SUMAR-A-SUCURSAL.
           MOVE VEC-DOT-SUCURSAL(SUBINDICE-DOT) TO WS-SUC-BUSCADA
           MOVE "N" TO WS-SUC-ENCONTRADA
           MOVE 1 TO SUBINDICE-SUC
           PERFORM BUSCAR-SUCURSAL UNTIL
               WS-SUC-ENCONTRADA-SI OR
               SUBINDICE-SUC > WS-CANT-SUCURSALES
           IF NOT WS-SUC-ENCONTRADA-SI THEN
               IF WS-CANT-SUCURSALES < WS-MAX-SUCURSALES THEN
                   ADD 1 TO WS-CANT-SUCURSALES
                   MOVE WS-CANT-SUCURSALES TO SUBINDICE-SUC
                   MOVE WS-SUC-BUSCADA TO VEC-SUC-CODIGO(SUBINDICE-SUC)
                   MOVE ZERO TO VEC-SUC-INICIO(SUBINDICE-SUC)
                   MOVE ZERO TO VEC-SUC-ALTAS(SUBINDICE-SUC)
                   MOVE ZERO TO VEC-SUC-BAJAS(SUBINDICE-SUC)
                   MOVE ZERO TO VEC-SUC-CIERRE(SUBINDICE-SUC)
                   MOVE ZERO TO VEC-SUC-SUMA-ANTIG(SUBINDICE-SUC)
                   MOVE ZERO TO VEC-SUC-CANT-ANTIG(SUBINDICE-SUC)
                   MOVE "S" TO WS-SUC-ENCONTRADA
               END-IF
           END-IF
           IF WS-SUC-ENCONTRADA-SI THEN
               ADD WS-GRP-INICIO TO VEC-SUC-INICIO(SUBINDICE-SUC)
               ADD WS-GRP-ALTAS TO VEC-SUC-ALTAS(SUBINDICE-SUC)
               ADD WS-GRP-BAJAS TO VEC-SUC-BAJAS(SUBINDICE-SUC)
               ADD WS-GRP-CIERRE TO VEC-SUC-CIERRE(SUBINDICE-SUC)
               ADD WS-GRP-SUMA-ANTIG TO
                   VEC-SUC-SUMA-ANTIG(SUBINDICE-SUC)
               ADD WS-GRP-CANT-ANTIG TO
                   VEC-SUC-CANT-ANTIG(SUBINDICE-SUC)
           END-IF.

       BUSCAR-SUCURSAL.
           IF VEC-SUC-CODIGO(SUBINDICE-SUC) = WS-SUC-BUSCADA THEN
               MOVE "S" TO WS-SUC-ENCONTRADA
           ELSE
               ADD 1 TO SUBINDICE-SUC
           END-IF.

      * Sucursal principal: la de mas horas en los doce meses que
      * terminan en el cierre del periodo; las correcciones (C)
      * restan. Sin horas en ese lapso queda en blanco.
       DETERMINAR-SUCURSAL-PRINCIPAL.
           MOVE SPACES TO VEC-DOT-SUCURSAL(SUBINDICE-DOT)
           MOVE ZERO TO WS-CANT-HS-SUC
           IF WS-DETALLE-ABIERTO-SI THEN
               MOVE "NO" TO WS-EOF-DETALLE
               MOVE VEC-DOT-NUMERO(SUBINDICE-DOT) TO DET-NUMERO
               MOVE WS-FECHA-DESDE-HORAS TO DET-FECHA
               MOVE ZEROS TO DET-SECUENCIA
               START DETALLE-LIQUIDADO KEY IS NOT LESS THAN DET-CLAVE
                   INVALID KEY
                       MOVE "SI" TO WS-EOF-DETALLE
               END-START
               IF WS-EOF-DETALLE = "NO" THEN
                   PERFORM LEER-DETALLE
               END-IF
               PERFORM ACUMULAR-HORAS-DETALLE UNTIL
                   WS-EOF-DETALLE = "SI"
           END-IF
           MOVE ZERO TO WS-HS-MAXIMO
           MOVE 1 TO SUBINDICE-HS
           PERFORM ELEGIR-SUCURSAL-PRINCIPAL UNTIL
               SUBINDICE-HS > WS-CANT-HS-SUC.

       LEER-DETALLE.
           READ DETALLE-LIQUIDADO NEXT RECORD
               AT END
                   MOVE "SI" TO WS-EOF-DETALLE
           END-READ.

       ACUMULAR-HORAS-DETALLE.
           IF DET-NUMERO NOT = VEC-DOT-NUMERO(SUBINDICE-DOT) OR
               DET-FECHA > WS-FECHA-CIERRE THEN
               MOVE "SI" TO WS-EOF-DETALLE
           ELSE
               MOVE "N" TO WS-HS-ENCONTRADA
               MOVE 1 TO SUBINDICE-HS
               PERFORM BUSCAR-HORAS-SUCURSAL UNTIL
                   WS-HS-ENCONTRADA-SI OR
                   SUBINDICE-HS > WS-CANT-HS-SUC
               IF NOT WS-HS-ENCONTRADA-SI AND WS-CANT-HS-SUC < 30
                   THEN
                   ADD 1 TO WS-CANT-HS-SUC
                   MOVE WS-CANT-HS-SUC TO SUBINDICE-HS
                   MOVE DET-SUCURSAL TO VEC-HS-SUCURSAL(SUBINDICE-HS)
                   MOVE ZERO TO VEC-HS-HORAS(SUBINDICE-HS)
                   MOVE "S" TO WS-HS-ENCONTRADA
               END-IF
               IF WS-HS-ENCONTRADA-SI THEN
                   IF DET-TIPO-MOV = "C" THEN
                       SUBTRACT DET-HORAS FROM
                           VEC-HS-HORAS(SUBINDICE-HS)
                   ELSE
                       ADD DET-HORAS TO VEC-HS-HORAS(SUBINDICE-HS)
                   END-IF
               END-IF
               PERFORM LEER-DETALLE
           END-IF.

       BUSCAR-HORAS-SUCURSAL.
           IF VEC-HS-SUCURSAL(SUBINDICE-HS) = DET-SUCURSAL THEN
               MOVE "S" TO WS-HS-ENCONTRADA
           ELSE
               ADD 1 TO SUBINDICE-HS
           END-IF.

       ELEGIR-SUCURSAL-PRINCIPAL.
           IF VEC-HS-HORAS(SUBINDICE-HS) > WS-HS-MAXIMO THEN
               MOVE VEC-HS-HORAS(SUBINDICE-HS) TO WS-HS-MAXIMO
               MOVE VEC-HS-SUCURSAL(SUBINDICE-HS) TO
                   VEC-DOT-SUCURSAL(SUBINDICE-DOT)
           END-IF
           ADD 1 TO SUBINDICE-HS.

      * Antiguedad en anios con dos decimales entre dos fechas.
       CALCULAR-ANTIGUEDAD.
           MOVE ZERO TO WS-ANTIGUEDAD
           IF WS-FECHA-ANTIG-DESDE > ZERO AND
               WS-FECHA-ANTIG-DESDE <= WS-FECHA-ANTIG-HASTA THEN
               MOVE WS-FECHA-ANTIG-HASTA TO WS-FECHA-A-SERIE
               PERFORM CALCULAR-SERIE-DE-FECHA
               MOVE WS-SERIE-RESULTADO TO WS-SERIE-HASTA
               MOVE WS-FECHA-ANTIG-DESDE TO WS-FECHA-A-SERIE
               PERFORM CALCULAR-SERIE-DE-FECHA
               COMPUTE WS-ANTIGUEDAD ROUNDED =
                   (WS-SERIE-HASTA - WS-SERIE-RESULTADO) / 365
           END-IF.

       CALCULAR-SERIE-DE-FECHA.
           IF WS-SERIE-MES < 1 OR WS-SERIE-MES > 12 THEN
               MOVE 1 TO WS-SERIE-MES
           END-IF
           COMPUTE WS-SERIE-RESULTADO = WS-SERIE-ANIO * 365 +
               WS-SERIE-ANIO / 4 + VEC-DIAS-ACUM(WS-SERIE-MES) +
               WS-SERIE-DIA.

       GRABAR-PERIODO.
           MOVE WS-PERIODO TO LDE-PERIODO
           WRITE REPORTE_REG FROM LINEA-DOT-ENC
           MOVE "POR EMPRESA" TO LDS-TITULO
           PERFORM GRABAR-SECCION
           MOVE 1 TO SUBINDICE-EMP
           PERFORM GRABAR-UNA-EMPRESA UNTIL
               SUBINDICE-EMP > WS-CANT-EMPRESAS
           MOVE "TOT" TO LDG-CODIGO
           MOVE "TOTAL GENERAL" TO LDG-DESCRIPCION
           MOVE WS-TOT-INICIO TO WS-GRP-INICIO
           MOVE WS-TOT-ALTAS TO WS-GRP-ALTAS
           MOVE WS-TOT-BAJAS TO WS-GRP-BAJAS
           MOVE WS-TOT-CIERRE TO WS-GRP-CIERRE
           MOVE WS-TOT-SUMA-ANTIG TO WS-GRP-SUMA-ANTIG
           MOVE WS-TOT-CANT-ANTIG TO WS-GRP-CANT-ANTIG
           PERFORM GRABAR-RENGLON-GRUPO
           MOVE "POR SUCURSAL PRINCIPAL (MAS HORAS EN 12 MESES)"
               TO LDS-TITULO
           PERFORM GRABAR-SECCION
           MOVE 1 TO SUBINDICE-SUC
           PERFORM GRABAR-UNA-SUCURSAL UNTIL
               SUBINDICE-SUC > WS-CANT-SUCURSALES
           MOVE "BAJAS DEL PERIODO" TO LDS-TITULO
           MOVE SPACES TO REPORTE_REG
           WRITE REPORTE_REG
           WRITE REPORTE_REG FROM LINEA-DOT-SECCION
           WRITE REPORTE_REG FROM LINEA-BAJA-COLUMNAS
           MOVE ZERO TO WS-CANT-BAJAS-LISTADAS
           MOVE 1 TO SUBINDICE-DOT
           PERFORM LISTAR-BAJA UNTIL SUBINDICE-DOT > WS-CANT-DOTACION
           IF WS-CANT-BAJAS-LISTADAS = ZERO THEN
               WRITE REPORTE_REG FROM LINEA-BAJA-NINGUNA
           END-IF
           MOVE SPACES TO REPORTE_REG
           WRITE REPORTE_REG
           WRITE REPORTE_REG.

       GRABAR-SECCION.
           MOVE SPACES TO REPORTE_REG
           WRITE REPORTE_REG
           WRITE REPORTE_REG FROM LINEA-DOT-SECCION
           WRITE REPORTE_REG FROM LINEA-DOT-COLUMNAS.

       GRABAR-UNA-EMPRESA.
           IF VEC-EMP-INICIO(SUBINDICE-EMP) > ZERO OR
               VEC-EMP-ALTAS(SUBINDICE-EMP) > ZERO OR
               VEC-EMP-BAJAS(SUBINDICE-EMP) > ZERO OR
               VEC-EMP-CIERRE(SUBINDICE-EMP) > ZERO THEN
               MOVE VEC-EMP-CODIGO(SUBINDICE-EMP) TO LDG-CODIGO
               MOVE VEC-EMP-RAZON(SUBINDICE-EMP) TO LDG-DESCRIPCION
               MOVE VEC-EMP-INICIO(SUBINDICE-EMP) TO WS-GRP-INICIO
               MOVE VEC-EMP-ALTAS(SUBINDICE-EMP) TO WS-GRP-ALTAS
               MOVE VEC-EMP-BAJAS(SUBINDICE-EMP) TO WS-GRP-BAJAS
               MOVE VEC-EMP-CIERRE(SUBINDICE-EMP) TO WS-GRP-CIERRE
               MOVE VEC-EMP-SUMA-ANTIG(SUBINDICE-EMP) TO
                   WS-GRP-SUMA-ANTIG
               MOVE VEC-EMP-CANT-ANTIG(SUBINDICE-EMP) TO
                   WS-GRP-CANT-ANTIG
               PERFORM GRABAR-RENGLON-GRUPO
           END-IF
           ADD 1 TO SUBINDICE-EMP.

       GRABAR-UNA-SUCURSAL.
           IF VEC-SUC-CODIGO(SUBINDICE-SUC) = SPACES THEN
               MOVE "---" TO LDG-CODIGO
               MOVE "SIN HORAS EN 12 MESES" TO
                   LDG-DESCRIPCION
           ELSE
               MOVE VEC-SUC-CODIGO(SUBINDICE-SUC) TO LDG-CODIGO
               MOVE SPACES TO LDG-DESCRIPCION
           END-IF
           MOVE VEC-SUC-INICIO(SUBINDICE-SUC) TO WS-GRP-INICIO
           MOVE VEC-SUC-ALTAS(SUBINDICE-SUC) TO WS-GRP-ALTAS
           MOVE VEC-SUC-BAJAS(SUBINDICE-SUC) TO WS-GRP-BAJAS
           MOVE VEC-SUC-CIERRE(SUBINDICE-SUC) TO WS-GRP-CIERRE
           MOVE VEC-SUC-SUMA-ANTIG(SUBINDICE-SUC) TO WS-GRP-SUMA-ANTIG
           MOVE VEC-SUC-CANT-ANTIG(SUBINDICE-SUC) TO WS-GRP-CANT-ANTIG
           PERFORM GRABAR-RENGLON-GRUPO
           ADD 1 TO SUBINDICE-SUC.

      * Rotacion: promedio de altas y bajas sobre la dotacion media
      * del mes, en porcentaje.
       GRABAR-RENGLON-GRUPO.
           MOVE WS-GRP-INICIO TO LDG-INICIO
           MOVE WS-GRP-ALTAS TO LDG-ALTAS
           MOVE WS-GRP-BAJAS TO LDG-BAJAS
           MOVE WS-GRP-CIERRE TO LDG-CIERRE
           IF WS-GRP-INICIO + WS-GRP-CIERRE > ZERO THEN
               COMPUTE WS-ROTACION ROUNDED =
                   (WS-GRP-ALTAS + WS-GRP-BAJAS) * 100 /
                   (WS-GRP-INICIO + WS-GRP-CIERRE)
           ELSE
               MOVE ZERO TO WS-ROTACION
           END-IF
           MOVE WS-ROTACION TO LDG-ROTACION
           IF WS-GRP-CANT-ANTIG > ZERO THEN
               COMPUTE WS-ANTIG-MEDIA ROUNDED =
                   WS-GRP-SUMA-ANTIG / WS-GRP-CANT-ANTIG
           ELSE
               MOVE ZERO TO WS-ANTIG-MEDIA
           END-IF
           MOVE WS-ANTIG-MEDIA TO LDG-ANTIG-MEDIA
           WRITE REPORTE_REG FROM LINEA-DOT-GRUPO.

      * Horas del ultimo trimestre: el mes de la baja y los dos
      * anteriores, del historico por profesor y periodo.
       LISTAR-BAJA.
           IF VEC-DOT-BAJAS(SUBINDICE-DOT) > ZERO THEN
               ADD 1 TO WS-CANT-BAJAS-LISTADAS
               MOVE VEC-DOT-NUMERO(SUBINDICE-DOT) TO LBJ-PROFESOR
               MOVE VEC-DOT-NOMBRE(SUBINDICE-DOT) TO LBJ-NOMBRE
               MOVE VEC-DOT-EMPRESA(SUBINDICE-DOT) TO LBJ-EMPRESA
               MOVE VEC-DOT-SUCURSAL(SUBINDICE-DOT) TO LBJ-SUCURSAL
               MOVE VEC-DOT-FECHA-BAJA(SUBINDICE-DOT) TO
                   LBJ-FECHA-BAJA
               MOVE VEC-DOT-INGRESO-BAJA(SUBINDICE-DOT) TO
                   LBJ-INGRESO
               MOVE VEC-DOT-INGRESO-BAJA(SUBINDICE-DOT) TO
                   WS-FECHA-ANTIG-DESDE
               MOVE VEC-DOT-FECHA-BAJA(SUBINDICE-DOT) TO
                   WS-FECHA-ANTIG-HASTA
               PERFORM CALCULAR-ANTIGUEDAD
               MOVE WS-ANTIGUEDAD TO LBJ-ANTIGUEDAD
               MOVE ZERO TO WS-HORAS-TRIMESTRE
               MOVE WS-PERIODO TO WS-PERIODO-TRIM
               PERFORM SUMAR-HORAS-HISTORICO 3 TIMES
               MOVE WS-HORAS-TRIMESTRE TO LBJ-HORAS
               WRITE REPORTE_REG FROM LINEA-BAJA
           END-IF
           ADD 1 TO SUBINDICE-DOT.

       SUMAR-HORAS-HISTORICO.
           IF WS-HISTORICO-ABIERTO-SI THEN
               MOVE VEC-DOT-NUMERO(SUBINDICE-DOT) TO HIST-NUMERO
               MOVE WS-PERIODO-TRIM TO HIST-PERIODO
               READ HISTORICO_PROFESOR
                   NOT INVALID KEY
                       ADD HIST-HORAS TO WS-HORAS-TRIMESTRE
               END-READ
           END-IF
           IF WS-TRIM-MES = 1 THEN
               SUBTRACT 1 FROM WS-TRIM-ANIO
               MOVE 12 TO WS-TRIM-MES
           ELSE
               SUBTRACT 1 FROM WS-TRIM-MES
           END-IF.

       END PROGRAM REPORTE-DOTACION.
