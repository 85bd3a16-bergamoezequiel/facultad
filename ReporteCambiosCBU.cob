      ******************************************************************
      * Author:
      * Date:
      * Purpose: Reporte mensual de cambios de CBU para tesoreria:
      *          lista cada cambio registrado en CambiosCBU.dat en el
      *          mes pedido (por MantenimientoProfesores o por
      *          LoteProfesores) con el CBU anterior y el nuevo, quien
      *          lo cargo, si sigue en cuarentena (parametro
      *          CUARENTENA-CBU-DIAS, 15 si no esta) y cuantos dias le
      *          faltan, si durante la cuarentena el pago sale al CBU
      *          anterior o queda retenido, y en que estado esta el
      *          aviso al e-mail anterior del profesor segun
      *          EstadoAvisos.dat. Marca al profesor con mas de un
      *          cambio en el mes. Sale en ReporteCambiosCBU.dat.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. REPORTE-CAMBIOS-CBU.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CAMBIOS-CBU ASSIGN TO "CambiosCBU.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-CAMBIOS-CBU.

       SELECT PROFESORES ASSIGN TO "Profesores.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PROF-NUMERO
             FILE STATUS IS WS-STATUS-PROFESORES.

       SELECT PARAMETROS ASSIGN TO "Parametros.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-PARAMETROS.

       SELECT ESTADO_AVISOS ASSIGN TO "EstadoAvisos.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-ESTADO.

       SELECT REPORTE ASSIGN TO "ReporteCambiosCBU.dat"
             ORGANIZATION IS LINE SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD CAMBIOS-CBU LABEL RECORD IS STANDARD.
       01 CAMBIOS-CBU-REG.
           03 CCBU-PROFESOR PIC X(5).
           03 CCBU-CBU-ANTERIOR PIC X(22).
           03 CCBU-CBU-NUEVO PIC X(22).
           03 CCBU-FECHA PIC 9(8).
           03 CCBU-HORA PIC 9(6).
           03 CCBU-OPERADOR PIC X(8).
           03 CCBU-ORIGEN PIC X(1).
           03 CCBU-REFERENCIA PIC 9(9).
           03 CCBU-EMAIL-ANTERIOR PIC X(40).

       FD PROFESORES LABEL RECORD IS STANDARD.
       01 PROFESORES_REG.
           03 PROF-NUMERO PIC X(5).
           03 PROF-DNI PIC 9(8).
           03 PROF-NOMBRE PIC X(25).
           03 PROF-DIRE PIC X(20).
           03 PROF-TEL PIC X(20).
           03 PROF-ESTADO PIC X(1).
           03 PROF-CBU PIC X(22).
           03 PROF-EMAIL PIC X(40).
           03 PROF-EMPRESA PIC X(2).
           03 PROF-CATEGORIA PIC X(2).
           03 PROF-MEDIO-PAGO PIC X(1).
               88 PROF-PAGA-CHEQUE VALUE "C".
               88 PROF-PAGA-EFECTIVO VALUE "E".
           03 PROF-COND-IMPUESTO PIC X(1).
           03 PROF-FECHA-INGRESO PIC 9(8).
           03 PROF-CATEG-MONOTRIBUTO PIC X(1).
           03 PROF-CUIL PIC 9(11).
           03 PROF-OBRA-SOCIAL PIC X(6).
           03 PROF-SINDICATO PIC X(4).
           03 PROF-FECHA-NACIMIENTO PIC 9(8).

       FD PARAMETROS LABEL RECORD IS STANDARD.
       01 PARAMETROS_REG.
           03 PAR-NOMBRE PIC X(20).
           03 PAR-VALOR PIC X(20).
           03 PAR-DESC PIC X(30).
           03 PAR-FECHA-CAMBIO PIC 9(8).

       FD ESTADO_AVISOS LABEL RECORD IS STANDARD.
       01 ESTADO_AVISOS_REG.
           03 EAV-FOLIO PIC 9(9).
           03 EAV-EMAIL PIC X(40).
           03 EAV-TEXTO PIC X(80).
           03 EAV-ESTADO PIC X(1).
           03 EAV-INTENTOS PIC 9(2).
           03 EAV-FECHA-ULTIMO PIC 9(8).

       FD REPORTE LABEL RECORD IS STANDARD.
       01 REPORTE_REG PIC X(140).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-STATUS-CAMBIOS-CBU PIC X(2) VALUE SPACES.
       01 WS-STATUS-PROFESORES PIC X(2) VALUE SPACES.
       01 WS-STATUS-PARAMETROS PIC X(2) VALUE SPACES.
       01 WS-STATUS-ESTADO PIC X(2) VALUE SPACES.

       01 WS-EOF-CAMBIOS-CBU PIC X(2) VALUE "NO".
       01 WS-EOF-PARAMETROS PIC X(2) VALUE "NO".
       01 WS-EOF-ESTADO PIC X(2) VALUE "NO".

       01 WS-CUARENTENA-CBU-DIAS PIC 9(3) VALUE 15.
       01 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
       01 WS-PERIODO-ENTRADA PIC X(6) VALUE SPACES.
       01 WS-PERIODO-GRUPO.
           03 WS-PERIODO-ANIO PIC 9(4).
           03 WS-PERIODO-MES PIC 9(2).
       01 WS-PERIODO REDEFINES WS-PERIODO-GRUPO PIC 9(6).

      * Cambios del mes pedido, en el orden en que se registraron.
       01 WS-MAX-CAMBIOS PIC 9(4) VALUE 2000.
       01 WS-CANT-CAMBIOS PIC 9(4) VALUE ZERO.
       01 SUBINDICE-CAM PIC 9(4) VALUE ZERO.
       01 SUBINDICE-CAM-2 PIC 9(4) VALUE ZERO.
       01 TABLA-CAMBIOS.
           03 ELEM-CAM OCCURS 2000 TIMES.
               05 VEC-CAM-PROFESOR PIC X(5).
               05 VEC-CAM-CBU-ANTERIOR PIC X(22).
               05 VEC-CAM-CBU-NUEVO PIC X(22).
               05 VEC-CAM-FECHA PIC 9(8).
               05 VEC-CAM-HORA PIC 9(6).
               05 VEC-CAM-OPERADOR PIC X(8).
               05 VEC-CAM-ORIGEN PIC X(1).
               05 VEC-CAM-REFERENCIA PIC 9(9).
       01 WS-CANT-DEL-PROFESOR PIC 9(4) VALUE ZERO.

      * Estado de despacho de los avisos de cambio de CBU (marca 7).
       01 WS-MAX-AVISOS PIC 9(4) VALUE 3000.
       01 WS-CANT-AVISOS PIC 9(4) VALUE ZERO.
       01 SUBINDICE-AVI PIC 9(4) VALUE ZERO.
       01 TABLA-AVISOS.
           03 ELEM-AVI OCCURS 3000 TIMES.
               05 VEC-AVI-FOLIO PIC 9(9).
               05 VEC-AVI-ESTADO PIC X(1).
       01 WS-AVISO-HALLADO PIC X(1) VALUE "N".
           88 WS-AVISO-HALLADO-SI VALUE "S".

       01 WS-CANT-EN-CUARENTENA PIC 9(4) VALUE ZERO.
       01 WS-CANT-RETENIDOS PIC 9(4) VALUE ZERO.
       01 WS-CANT-SIN-AVISO PIC 9(4) VALUE ZERO.
       01 WS-CANT-REPETIDOS PIC 9(4) VALUE ZERO.

      * Numero de dia corrido, con la misma cuenta que los demas
      * calculos de plazos de la casa.
       01 WS-FECHA-A-SERIE-GRUPO.
           03 WS-SERIE-ANIO PIC 9(4).
           03 WS-SERIE-MES PIC 9(2).
           03 WS-SERIE-DIA PIC 9(2).
       01 WS-FECHA-A-SERIE REDEFINES WS-FECHA-A-SERIE-GRUPO
           PIC 9(8).
       01 WS-SERIE-RESULTADO PIC 9(7).
       01 WS-SERIE-HOY PIC 9(7) VALUE ZERO.
       01 WS-DIAS-FALTAN PIC S9(7) VALUE ZERO.
       01 TABLA-DIAS-ACUM VALUE "000031059090120151181212243273304334".
           03 VEC-DIAS-ACUM PIC 9(3) OCCURS 12 TIMES.

       01 WS-FECHA-EDICION-GRUPO.
           03 WS-EDICION-ANIO PIC 9(4).
           03 WS-EDICION-MES PIC 9(2).
           03 WS-EDICION-DIA PIC 9(2).
       01 WS-FECHA-EDICION REDEFINES WS-FECHA-EDICION-GRUPO
           PIC 9(8).
       01 WS-FECHA-EDITADA.
           03 WS-EDITADA-DIA PIC 9(2).
           03 FILLER PIC X(1) VALUE "/".
           03 WS-EDITADA-MES PIC 9(2).
           03 FILLER PIC X(1) VALUE "/".
           03 WS-EDITADA-ANIO PIC 9(4).

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

       01 LINEA-CBU-ENC.
           03 FILLER PIC X(27) VALUE "CAMBIOS DE CBU DEL PERIODO ".
           03 LCE-PERIODO PIC 9(6).
           03 FILLER PIC X(14) VALUE " - CUARENTENA ".
           03 LCE-DIAS PIC ZZ9.
           03 FILLER PIC X(11) VALUE " DIAS - AL ".
           03 LCE-FECHA PIC X(10).

       01 LINEA-CBU-COLUMNAS.
           03 FILLER PIC X(45) VALUE
               "  PROF. NOMBRE                    FECHA      ".
           03 FILLER PIC X(45) VALUE
               "ORIG. OPERADOR CBU ANTERIOR           CBU NUE".
           03 FILLER PIC X(45) VALUE
               "VO              ESTADO    DIAS  AVISO".

       01 LINEA-CBU-DETALLE.
           03 LCD-REPETIDO PIC X(1).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LCD-PROFESOR PIC X(5).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LCD-NOMBRE PIC X(25).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LCD-FECHA PIC X(10).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LCD-ORIGEN PIC X(5).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LCD-OPERADOR PIC X(8).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LCD-CBU-ANTERIOR PIC X(22).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LCD-CBU-NUEVO PIC X(22).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LCD-ESTADO PIC X(10).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LCD-DIAS PIC ZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 LCD-AVISO PIC X(10).

       01 LINEA-CBU-TOTAL.
           03 FILLER PIC X(18) VALUE "CAMBIOS DEL MES: ".
           03 LCT-CANTIDAD PIC ZZZ9.
           03 FILLER PIC X(18) VALUE "  EN CUARENTENA: ".
           03 LCT-CUARENTENA PIC ZZZ9.
           03 FILLER PIC X(22) VALUE "  CON PAGO RETENIDO: ".
           03 LCT-RETENIDOS PIC ZZZ9.
           03 FILLER PIC X(16) VALUE "  SIN AVISO: ".
           03 LCT-SIN-AVISO PIC ZZZ9.

       01 LINEA-CBU-REFERENCIAS.
           03 FILLER PIC X(60) VALUE
               "* PROFESOR CON MAS DE UN CAMBIO DE CBU EN EL MES".
       01 LINEA-CBU-REFERENCIAS-2.
           03 FILLER PIC X(34) VALUE
               "CUARENTENA: PAGA AL CBU ANTERIOR  ".
           03 FILLER PIC X(29) VALUE
               "RETIENE: ANTERIOR NO VALIDO, ".
           03 FILLER PIC X(30) VALUE
               "EL PAGO ESPERA EL VENCIMIENTO".
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * Pide el mes, carga sus cambios de CBU y el estado de los
      * avisos y emite el reporte
      **
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           COMPUTE WS-FECHA-HOY = WS-CURRENT-YEAR * 10000 +
               WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
           MOVE WS-FECHA-HOY TO WS-FECHA-A-SERIE
           PERFORM CALCULAR-SERIE-DE-FECHA
           MOVE WS-SERIE-RESULTADO TO WS-SERIE-HOY

           DISPLAY "PERIODO DEL REPORTE (AAAAMM, ENTER=MES ACTUAL): "
           ACCEPT WS-PERIODO-ENTRADA
           IF WS-PERIODO-ENTRADA = SPACES THEN
               MOVE WS-FECHA-HOY(1:6) TO WS-PERIODO-ENTRADA
           END-IF
           IF WS-PERIODO-ENTRADA NOT NUMERIC THEN
               DISPLAY "EL PERIODO DEBE SER AAAAMM"
               STOP RUN
           END-IF
           MOVE WS-PERIODO-ENTRADA TO WS-PERIODO
           IF WS-PERIODO-MES < 1 OR WS-PERIODO-MES > 12 THEN
               DISPLAY "EL PERIODO DEBE SER AAAAMM"
               STOP RUN
           END-IF

           PERFORM LEER-PARM-CUARENTENA
           PERFORM CARGAR-CAMBIOS-DEL-MES
           IF WS-EOF-CAMBIOS-CBU NOT = "SI" THEN
               DISPLAY "LOS CAMBIOS DEL MES SUPERAN LA TABLA EN "
                       "MEMORIA; EL REPORTE SALDRIA INCOMPLETO"
               STOP RUN
           END-IF
           PERFORM CARGAR-ESTADO-AVISOS

           OPEN INPUT PROFESORES
           OPEN OUTPUT REPORTE
           MOVE WS-PERIODO TO LCE-PERIODO
           MOVE WS-CUARENTENA-CBU-DIAS TO LCE-DIAS
           MOVE WS-FECHA-HOY TO WS-FECHA-EDICION
           PERFORM EDITAR-FECHA
           MOVE WS-FECHA-EDITADA TO LCE-FECHA
           WRITE REPORTE_REG FROM LINEA-CBU-ENC
           MOVE SPACES TO REPORTE_REG
           WRITE REPORTE_REG
           WRITE REPORTE_REG FROM LINEA-CBU-COLUMNAS
           PERFORM REPORTAR-CAMBIO
               VARYING SUBINDICE-CAM FROM 1 BY 1
               UNTIL SUBINDICE-CAM > WS-CANT-CAMBIOS
           MOVE WS-CANT-CAMBIOS TO LCT-CANTIDAD
           MOVE WS-CANT-EN-CUARENTENA TO LCT-CUARENTENA
           MOVE WS-CANT-RETENIDOS TO LCT-RETENIDOS
           MOVE WS-CANT-SIN-AVISO TO LCT-SIN-AVISO
           MOVE SPACES TO REPORTE_REG
           WRITE REPORTE_REG
           WRITE REPORTE_REG FROM LINEA-CBU-TOTAL
           WRITE REPORTE_REG FROM LINEA-CBU-REFERENCIAS
           WRITE REPORTE_REG FROM LINEA-CBU-REFERENCIAS-2
           CLOSE REPORTE
           IF WS-STATUS-PROFESORES = "00" THEN
               CLOSE PROFESORES
           END-IF

           DISPLAY "CAMBIOS DE CBU DEL MES:      " WS-CANT-CAMBIOS
           DISPLAY "EN CUARENTENA:               " WS-CANT-EN-CUARENTENA
           DISPLAY "CON PAGO RETENIDO:           " WS-CANT-RETENIDOS
           DISPLAY "CON MAS DE UN CAMBIO:        " WS-CANT-REPETIDOS
           DISPLAY "REPORTE EN ReporteCambiosCBU.dat"
           STOP RUN.

       LEER-PARM-CUARENTENA.
           MOVE "NO" TO WS-EOF-PARAMETROS
           OPEN INPUT PARAMETROS
           IF WS-STATUS-PARAMETROS = "00" THEN
               PERFORM LEER-PARAMETRO
               PERFORM BUSCAR-PARM-CUARENTENA UNTIL
                   WS-EOF-PARAMETROS = "SI"
               CLOSE PARAMETROS
           END-IF.

       LEER-PARAMETRO.
           READ PARAMETROS
               AT END
                   MOVE "SI" TO WS-EOF-PARAMETROS
           END-READ.

       BUSCAR-PARM-CUARENTENA.
           IF PAR-NOMBRE = "CUARENTENA-CBU-DIAS" THEN
               IF PAR-VALOR(1:3) NUMERIC THEN
                   MOVE PAR-VALOR(1:3) TO WS-CUARENTENA-CBU-DIAS
               ELSE
                   IF PAR-VALOR(1:2) NUMERIC THEN
                       MOVE PAR-VALOR(1:2) TO WS-CUARENTENA-CBU-DIAS
                   END-IF
               END-IF
           END-IF
           PERFORM LEER-PARAMETRO.

       CARGAR-CAMBIOS-DEL-MES.
           MOVE ZERO TO WS-CANT-CAMBIOS
           MOVE "SI" TO WS-EOF-CAMBIOS-CBU
           OPEN INPUT CAMBIOS-CBU
           IF WS-STATUS-CAMBIOS-CBU = "00" THEN
               MOVE "NO" TO WS-EOF-CAMBIOS-CBU
               PERFORM LEER-CAMBIO-CBU
               PERFORM CARGAR-UN-CAMBIO UNTIL
                   WS-EOF-CAMBIOS-CBU = "SI" OR
                   WS-CANT-CAMBIOS >= WS-MAX-CAMBIOS
               CLOSE CAMBIOS-CBU
           END-IF.

       LEER-CAMBIO-CBU.
           READ CAMBIOS-CBU
               AT END
                   MOVE "SI" TO WS-EOF-CAMBIOS-CBU
           END-READ.

       CARGAR-UN-CAMBIO.
           IF CCBU-FECHA(1:6) = WS-PERIODO-ENTRADA THEN
               ADD 1 TO WS-CANT-CAMBIOS
               MOVE CCBU-PROFESOR TO VEC-CAM-PROFESOR(WS-CANT-CAMBIOS)
               MOVE CCBU-CBU-ANTERIOR TO
                   VEC-CAM-CBU-ANTERIOR(WS-CANT-CAMBIOS)
               MOVE CCBU-CBU-NUEVO TO
                   VEC-CAM-CBU-NUEVO(WS-CANT-CAMBIOS)
               MOVE CCBU-FECHA TO VEC-CAM-FECHA(WS-CANT-CAMBIOS)
               MOVE CCBU-HORA TO VEC-CAM-HORA(WS-CANT-CAMBIOS)
               MOVE CCBU-OPERADOR TO VEC-CAM-OPERADOR(WS-CANT-CAMBIOS)
               MOVE CCBU-ORIGEN TO VEC-CAM-ORIGEN(WS-CANT-CAMBIOS)
               IF CCBU-REFERENCIA NUMERIC THEN
                   MOVE CCBU-REFERENCIA TO
                       VEC-CAM-REFERENCIA(WS-CANT-CAMBIOS)
               ELSE
                   MOVE ZERO TO VEC-CAM-REFERENCIA(WS-CANT-CAMBIOS)
               END-IF
           END-IF
           PERFORM LEER-CAMBIO-CBU.

      * Solo interesan los avisos de cambio de CBU (referencia que
      * empieza con 7); el resto del estado del despachador se
      * saltea.
       CARGAR-ESTADO-AVISOS.
           MOVE ZERO TO WS-CANT-AVISOS
           OPEN INPUT ESTADO_AVISOS
           IF WS-STATUS-ESTADO = "00" THEN
               PERFORM LEER-ESTADO-AVISO
               PERFORM CARGAR-UN-ESTADO-AVISO UNTIL
                   WS-EOF-ESTADO = "SI" OR
                   WS-CANT-AVISOS >= WS-MAX-AVISOS
               CLOSE ESTADO_AVISOS
           END-IF.

       LEER-ESTADO-AVISO.
           READ ESTADO_AVISOS
               AT END
                   MOVE "SI" TO WS-EOF-ESTADO
           END-READ.

       CARGAR-UN-ESTADO-AVISO.
           IF EAV-FOLIO NUMERIC AND EAV-FOLIO(1:1) = "7" THEN
               ADD 1 TO WS-CANT-AVISOS
               MOVE EAV-FOLIO TO VEC-AVI-FOLIO(WS-CANT-AVISOS)
               MOVE EAV-ESTADO TO VEC-AVI-ESTADO(WS-CANT-AVISOS)
           END-IF
           PERFORM LEER-ESTADO-AVISO.

       REPORTAR-CAMBIO.
           MOVE SPACES TO LCD-REPETIDO
           MOVE ZERO TO WS-CANT-DEL-PROFESOR
           PERFORM CONTAR-CAMBIO-DEL-PROFESOR
               VARYING SUBINDICE-CAM-2 FROM 1 BY 1
               UNTIL SUBINDICE-CAM-2 > WS-CANT-CAMBIOS
           IF WS-CANT-DEL-PROFESOR > 1 THEN
               MOVE "*" TO LCD-REPETIDO
               ADD 1 TO WS-CANT-REPETIDOS
           END-IF
           MOVE VEC-CAM-PROFESOR(SUBINDICE-CAM) TO LCD-PROFESOR
           MOVE SPACES TO LCD-NOMBRE
           MOVE "N" TO PROF-MEDIO-PAGO
           IF WS-STATUS-PROFESORES = "00" THEN
               MOVE VEC-CAM-PROFESOR(SUBINDICE-CAM) TO PROF-NUMERO
               READ PROFESORES
                   INVALID KEY
                       MOVE "N" TO PROF-MEDIO-PAGO
                   NOT INVALID KEY
                       MOVE PROF-NOMBRE TO LCD-NOMBRE
               END-READ
           END-IF
           MOVE VEC-CAM-FECHA(SUBINDICE-CAM) TO WS-FECHA-EDICION
           PERFORM EDITAR-FECHA
           MOVE WS-FECHA-EDITADA TO LCD-FECHA
           IF VEC-CAM-ORIGEN(SUBINDICE-CAM) = "L" THEN
               MOVE "LOTE" TO LCD-ORIGEN
           ELSE
               MOVE "MANT." TO LCD-ORIGEN
           END-IF
           MOVE VEC-CAM-OPERADOR(SUBINDICE-CAM) TO LCD-OPERADOR
           MOVE VEC-CAM-CBU-ANTERIOR(SUBINDICE-CAM) TO LCD-CBU-ANTERIOR
           MOVE VEC-CAM-CBU-NUEVO(SUBINDICE-CAM) TO LCD-CBU-NUEVO
           PERFORM DETERMINAR-ESTADO-CAMBIO
           PERFORM DETERMINAR-ESTADO-AVISO
           WRITE REPORTE_REG FROM LINEA-CBU-DETALLE.

       CONTAR-CAMBIO-DEL-PROFESOR.
           IF VEC-CAM-PROFESOR(SUBINDICE-CAM-2) =
               VEC-CAM-PROFESOR(SUBINDICE-CAM) THEN
               ADD 1 TO WS-CANT-DEL-PROFESOR
           END-IF.

      * Mismo criterio que la corrida: el cambio esta en cuarentena
      * mientras no pasaron los dias del parametro desde su fecha;
      * si el CBU anterior no era valido y el profesor cobra por
      * transferencia, su pago queda retenido en vez de ir al
      * anterior.
       DETERMINAR-ESTADO-CAMBIO.
           MOVE VEC-CAM-FECHA(SUBINDICE-CAM) TO WS-FECHA-A-SERIE
           PERFORM CALCULAR-SERIE-DE-FECHA
           COMPUTE WS-DIAS-FALTAN = WS-SERIE-RESULTADO +
               WS-CUARENTENA-CBU-DIAS - WS-SERIE-HOY
           IF WS-DIAS-FALTAN > ZERO THEN
               ADD 1 TO WS-CANT-EN-CUARENTENA
               MOVE WS-DIAS-FALTAN TO LCD-DIAS
               IF VEC-CAM-CBU-ANTERIOR(SUBINDICE-CAM) NOT NUMERIC AND
                   NOT PROF-PAGA-CHEQUE AND
                   NOT PROF-PAGA-EFECTIVO THEN
                   MOVE "RETIENE" TO LCD-ESTADO
                   ADD 1 TO WS-CANT-RETENIDOS
               ELSE
                   MOVE "CUARENTENA" TO LCD-ESTADO
               END-IF
           ELSE
               MOVE ZERO TO LCD-DIAS
               MOVE "VIGENTE" TO LCD-ESTADO
           END-IF.

       DETERMINAR-ESTADO-AVISO.
           IF VEC-CAM-REFERENCIA(SUBINDICE-CAM) = ZERO THEN
               MOVE "SIN E-MAIL" TO LCD-AVISO
               ADD 1 TO WS-CANT-SIN-AVISO
           ELSE
               MOVE "N" TO WS-AVISO-HALLADO
               MOVE 1 TO SUBINDICE-AVI
               PERFORM AVANZAR-SUBINDICE-AVI UNTIL
                   SUBINDICE-AVI > WS-CANT-AVISOS OR
                   WS-AVISO-HALLADO-SI
               IF WS-AVISO-HALLADO-SI THEN
                   EVALUATE VEC-AVI-ESTADO(SUBINDICE-AVI)
                       WHEN "E"
                           MOVE "ENVIADO" TO LCD-AVISO
                       WHEN "B"
                           MOVE "REBOTADO" TO LCD-AVISO
                           ADD 1 TO WS-CANT-SIN-AVISO
                       WHEN OTHER
                           MOVE "PENDIENTE" TO LCD-AVISO
                   END-EVALUATE
               ELSE
                   MOVE "EN SPOOL" TO LCD-AVISO
               END-IF
           END-IF.

       AVANZAR-SUBINDICE-AVI.
           IF VEC-AVI-FOLIO(SUBINDICE-AVI) =
               VEC-CAM-REFERENCIA(SUBINDICE-CAM) THEN
               MOVE "S" TO WS-AVISO-HALLADO
           ELSE
               ADD 1 TO SUBINDICE-AVI
           END-IF.

       EDITAR-FECHA.
           MOVE WS-EDICION-DIA TO WS-EDITADA-DIA
           MOVE WS-EDICION-MES TO WS-EDITADA-MES
           MOVE WS-EDICION-ANIO TO WS-EDITADA-ANIO.

       CALCULAR-SERIE-DE-FECHA.
           IF WS-SERIE-MES < 1 OR WS-SERIE-MES > 12 THEN
               MOVE 1 TO WS-SERIE-MES
           END-IF
           COMPUTE WS-SERIE-RESULTADO =
               WS-SERIE-ANIO * 365 +
               WS-SERIE-ANIO / 4 +
               VEC-DIAS-ACUM(WS-SERIE-MES) +
               WS-SERIE-DIA.

       END PROGRAM REPORTE-CAMBIOS-CBU.
