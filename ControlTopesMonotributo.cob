      ******************************************************************
      * Author:
      * Date:
      * Purpose: Control de topes de categoria del monotributo: para
      *          cada profesor monotributista activo suma lo que
      *          facturo en los ultimos doce periodos de
      *          HistoricoProfesor.dat y lo compara con el tope anual
      *          vigente de su categoria (TopesMonotributo.dat). El
      *          que supera el 80% del tope o ya lo paso sale en el
      *          reporte ControlTopesMonotributo.dat y, si tiene
      *          e-mail, con un aviso en AvisosProfesores.dat para que
      *          se recategorice antes del proximo vencimiento. Los
      *          monotributistas sin categoria cargada o con una
      *          categoria sin tope vigente tambien salen observados.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CONTROL-TOPES-MONOTRIBUTO.
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

       SELECT HISTORICO_PROFESOR ASSIGN TO "HistoricoProfesor.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS HIST-CLAVE
             FILE STATUS IS WS-STATUS-HISTORICO.

       SELECT TOPES-MONOTRIBUTO ASSIGN TO "TopesMonotributo.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-TOPES.

       SELECT AVISOS_PROFESORES ASSIGN TO "AvisosProfesores.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-AVISOS.

       SELECT REPORTE ASSIGN TO "ControlTopesMonotributo.dat"
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

       FD HISTORICO_PROFESOR LABEL RECORD IS STANDARD.
       01 HISTORICO_PROFESOR_REG.
           03 HIST-CLAVE.
               05 HIST-NUMERO PIC X(5).
               05 HIST-PERIODO PIC 9(6).
           03 HIST-HORAS PIC S9(6)V99.
           03 HIST-IMPORTE PIC S9(10)V99.

       FD TOPES-MONOTRIBUTO LABEL RECORD IS STANDARD.
       01 TOPES-MONOTRIBUTO-REG.
           03 TMON-CATEGORIA PIC X(1).
           03 TMON-TOPE-ANUAL PIC 9(11)V99.
           03 TMON-FECHA-DESDE PIC 9(8).
           03 TMON-FECHA-HASTA PIC 9(8).

       FD AVISOS_PROFESORES LABEL RECORD IS STANDARD.
       01 AVISOS_PROFESORES_REG PIC X(120).

       FD REPORTE LABEL RECORD IS STANDARD.
       01 REPORTE_REG PIC X(110).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-STATUS-PROFESORES PIC X(2) VALUE SPACES.
       01 WS-STATUS-HISTORICO PIC X(2) VALUE SPACES.
       01 WS-STATUS-TOPES PIC X(2) VALUE SPACES.
       01 WS-STATUS-AVISOS PIC X(2) VALUE SPACES.

       01 WS-EOF-PROFESORES PIC X(2) VALUE "NO".
       01 WS-EOF-HISTORICO PIC X(2) VALUE "NO".
       01 WS-EOF-TOPES PIC X(2) VALUE "NO".

      * Porcentaje del tope a partir del cual se avisa.
       01 WS-PORC-AVISO PIC 9(3) VALUE 80.

       01 WS-PERIODO-ENTRADA PIC X(6).
       01 WS-PERIODO-HASTA-GRUPO.
           03 WS-HASTA-ANIO PIC 9(4).
           03 WS-HASTA-MES PIC 9(2).
       01 WS-PERIODO-HASTA REDEFINES WS-PERIODO-HASTA-GRUPO PIC 9(6).
       01 WS-PERIODO-DESDE-GRUPO.
           03 WS-DESDE-ANIO PIC 9(4).
           03 WS-DESDE-MES PIC 9(2).
       01 WS-PERIODO-DESDE REDEFINES WS-PERIODO-DESDE-GRUPO PIC 9(6).
       01 WS-MESES-SERIE PIC 9(6) VALUE ZERO.
       01 WS-MESES-RESTO PIC 9(2) VALUE ZERO.
       01 WS-PROXIMA-RECATEG PIC 9(6) VALUE ZERO.

       01 WS-MAX-TOPES PIC 9(3) VALUE 500.
       01 WS-CANT-TOPES PIC 9(3) VALUE ZERO.
       01 SUBINDICE-TMO PIC 9(3) VALUE ZERO.
       01 WS-TMO-ENCONTRADO PIC X(1) VALUE "N".
           88 WS-TMO-ENCONTRADO-SI VALUE "S".
       01 TABLA-TOPES.
           03 ELEM-TMO OCCURS 500 TIMES.
               05 VEC-TMO-CATEGORIA PIC X(1).
               05 VEC-TMO-TOPE-ANUAL PIC 9(11)V99.
               05 VEC-TMO-FECHA-DESDE PIC 9(8).
               05 VEC-TMO-FECHA-HASTA PIC 9(8).

       01 WS-FACTURADO-12-MESES PIC S9(11)V99 VALUE ZERO.
       01 WS-TOPE-VIGENTE PIC 9(11)V99 VALUE ZERO.
       01 WS-PORC-USO PIC 9(5)V99 VALUE ZERO.

       01 WS-CANT-CONTROLADOS PIC 9(5) VALUE ZERO.
       01 WS-CANT-CERCA PIC 9(5) VALUE ZERO.
       01 WS-CANT-SUPERADOS PIC 9(5) VALUE ZERO.
       01 WS-CANT-OBSERVADOS PIC 9(5) VALUE ZERO.
       01 WS-CANT-AVISOS PIC 9(4) VALUE ZERO.

       01 WS-FECHA-HOY PIC 9(8) VALUE ZERO.

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

       01 LINEA-TOPE-ENC.
           03 FILLER PIC X(40) VALUE
               "CONTROL DE TOPES DEL MONOTRIBUTO - DEL ".
           03 LTE-DESDE PIC 9(6).
           03 FILLER PIC X(4) VALUE " AL ".
           03 LTE-HASTA PIC 9(6).
           03 FILLER PIC X(29) VALUE
               "   PROXIMA RECATEGORIZACION: ".
           03 LTE-RECATEG PIC 9(6).

       01 LINEA-TOPE-DETALLE.
           03 LTD-PROFESOR PIC X(5).
           03 FILLER PIC X(1) VALUE " ".
           03 LTD-NOMBRE PIC X(25).
           03 FILLER PIC X(5) VALUE " CAT ".
           03 LTD-CATEGORIA PIC X(1).
           03 FILLER PIC X(6) VALUE " FACT ".
           03 LTD-FACTURADO PIC -ZZZZZZZZZ9,99.
           03 FILLER PIC X(6) VALUE " TOPE ".
           03 LTD-TOPE PIC ZZZZZZZZZZ9,99.
           03 FILLER PIC X(1) VALUE " ".
           03 LTD-PORCENTAJE PIC ZZZZ9,99.
           03 FILLER PIC X(2) VALUE "% ".
           03 LTD-ESTADO PIC X(20).

       01 LINEA-TOPE-TOTAL.
           03 FILLER PIC X(13) VALUE "CONTROLADOS: ".
           03 LTT-CONTROLADOS PIC ZZZZ9.
           03 FILLER PIC X(18) VALUE "  CERCA DEL TOPE: ".
           03 LTT-CERCA PIC ZZZZ9.
           03 FILLER PIC X(13) VALUE "  SUPERADOS: ".
           03 LTT-SUPERADOS PIC ZZZZ9.
           03 FILLER PIC X(14) VALUE "  OBSERVADOS: ".
           03 LTT-OBSERVADOS PIC ZZZZ9.

      * El aviso viaja en el mismo par PARA:/texto que los avisos de
      * recibo. En la posicion del folio va una referencia propia
      * (9 + AAMM del periodo + secuencia) para que el despachador
      * la lleve como cualquier otro aviso y no la repita si el
      * control se vuelve a correr en el mismo mes.
       01 LINEA-AVISO-DESTINO.
           03 FILLER PIC X(6) VALUE "PARA: ".
           03 LAV-EMAIL PIC X(40).

       01 LINEA-AVISO-TOPE.
           03 FILLER PIC X(16) VALUE "MONOTRIBUTO CAT ".
           03 LAT-CATEGORIA PIC X(1).
           03 LAT-LEYENDA PIC X(28).
           03 LAT-REFERENCIA.
               05 LAT-REF-MARCA PIC 9(1).
               05 LAT-REF-AAMM PIC 9(4).
               05 LAT-REF-SECUENCIA PIC 9(4).
           03 FILLER PIC X(6) VALUE " USO: ".
           03 LAT-PORCENTAJE PIC ZZ9.
           03 FILLER PIC X(17) VALUE "% DEL TOPE ANUAL.".
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * Pide el ultimo periodo a considerar, arma la ventana de doce
      * meses y recorre el maestro de profesores.
      **
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           COMPUTE WS-FECHA-HOY = WS-CURRENT-YEAR * 10000 +
               WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY

           DISPLAY "ULTIMO PERIODO A CONSIDERAR AAAAMM "
               "(ENTER = MES ACTUAL): "
           ACCEPT WS-PERIODO-ENTRADA
           IF WS-PERIODO-ENTRADA = SPACES THEN
               MOVE WS-CURRENT-YEAR TO WS-HASTA-ANIO
               MOVE WS-CURRENT-MONTH TO WS-HASTA-MES
           ELSE
               IF WS-PERIODO-ENTRADA NOT NUMERIC THEN
                   DISPLAY "EL PERIODO DEBE SER NUMERICO AAAAMM"
                   STOP RUN
               END-IF
               MOVE WS-PERIODO-ENTRADA TO WS-PERIODO-HASTA
           END-IF
           IF WS-HASTA-MES < 1 OR WS-HASTA-MES > 12 THEN
               DISPLAY "MES INVALIDO"
               STOP RUN
           END-IF
           PERFORM CALCULAR-VENTANA-DOCE-MESES

           PERFORM CARGAR-TOPES-A-VECTOR
           IF WS-CANT-TOPES = ZERO THEN
               DISPLAY "NO HAY TOPES CARGADOS EN TopesMonotributo.dat"
               STOP RUN
           END-IF

           OPEN INPUT PROFESORES
           IF WS-STATUS-PROFESORES NOT = "00" THEN
               DISPLAY "NO SE PUDO ABRIR Profesores.dat"
               STOP RUN
           END-IF
           OPEN INPUT HISTORICO_PROFESOR
           IF WS-STATUS-HISTORICO NOT = "00" THEN
               DISPLAY "NO SE PUDO ABRIR HistoricoProfesor.dat"
               CLOSE PROFESORES
               STOP RUN
           END-IF
           OPEN EXTEND AVISOS_PROFESORES
           IF WS-STATUS-AVISOS = "35" THEN
               OPEN OUTPUT AVISOS_PROFESORES
               CLOSE AVISOS_PROFESORES
               OPEN EXTEND AVISOS_PROFESORES
           END-IF
           OPEN OUTPUT REPORTE
           MOVE WS-PERIODO-DESDE TO LTE-DESDE
           MOVE WS-PERIODO-HASTA TO LTE-HASTA
           MOVE WS-PROXIMA-RECATEG TO LTE-RECATEG
           WRITE REPORTE_REG FROM LINEA-TOPE-ENC
           MOVE SPACES TO REPORTE_REG
           WRITE REPORTE_REG

           MOVE LOW-VALUES TO PROF-NUMERO
           START PROFESORES KEY IS NOT LESS THAN PROF-NUMERO
               INVALID KEY
                   MOVE "SI" TO WS-EOF-PROFESORES
           END-START
           PERFORM LEER-PROFESOR
           PERFORM CONTROLAR-UN-PROFESOR UNTIL
               WS-EOF-PROFESORES = "SI"

           MOVE WS-CANT-CONTROLADOS TO LTT-CONTROLADOS
           MOVE WS-CANT-CERCA TO LTT-CERCA
           MOVE WS-CANT-SUPERADOS TO LTT-SUPERADOS
           MOVE WS-CANT-OBSERVADOS TO LTT-OBSERVADOS
           MOVE SPACES TO REPORTE_REG
           WRITE REPORTE_REG
           WRITE REPORTE_REG FROM LINEA-TOPE-TOTAL

           CLOSE PROFESORES
           CLOSE HISTORICO_PROFESOR
           CLOSE AVISOS_PROFESORES
           CLOSE REPORTE

           DISPLAY "MONOTRIBUTISTAS CONTROLADOS: " WS-CANT-CONTROLADOS
           DISPLAY "POR ENCIMA DEL " WS-PORC-AVISO "% DEL TOPE:  "
               WS-CANT-CERCA
           DISPLAY "TOPE SUPERADO:               " WS-CANT-SUPERADOS
           DISPLAY "SIN CATEGORIA O SIN TOPE:    " WS-CANT-OBSERVADOS
           DISPLAY "AVISOS A PROFESORES:         " WS-CANT-AVISOS
           DISPLAY "REPORTE EN ControlTopesMonotributo.dat"
           STOP RUN.

      * Doce periodos hacia atras contando el ultimo, y la proxima
      * recategorizacion semestral (enero y julio).
       CALCULAR-VENTANA-DOCE-MESES.
           COMPUTE WS-MESES-SERIE = WS-HASTA-ANIO * 12 +
               WS-HASTA-MES - 1 - 11
           DIVIDE WS-MESES-SERIE BY 12 GIVING WS-DESDE-ANIO
               REMAINDER WS-MESES-RESTO
           COMPUTE WS-DESDE-MES = WS-MESES-RESTO + 1
           IF WS-CURRENT-MONTH < 7 THEN
               COMPUTE WS-PROXIMA-RECATEG = WS-CURRENT-YEAR * 100 + 7
           ELSE
               COMPUTE WS-PROXIMA-RECATEG =
                   (WS-CURRENT-YEAR + 1) * 100 + 1
           END-IF.

       CARGAR-TOPES-A-VECTOR.
           MOVE ZERO TO WS-CANT-TOPES
           OPEN INPUT TOPES-MONOTRIBUTO
           IF WS-STATUS-TOPES = "00" THEN
               PERFORM LEER-TOPE
               PERFORM CARGAR-REGISTRO-TMO UNTIL
                   WS-EOF-TOPES = "SI" OR
                   WS-CANT-TOPES >= WS-MAX-TOPES
               CLOSE TOPES-MONOTRIBUTO
           END-IF.

       LEER-TOPE.
           READ TOPES-MONOTRIBUTO
               AT END
                   MOVE "SI" TO WS-EOF-TOPES
           END-READ.

      * Solo interesan los topes vigentes hoy.
       CARGAR-REGISTRO-TMO.
           IF TMON-FECHA-DESDE <= WS-FECHA-HOY AND
               (TMON-FECHA-HASTA = ZEROS OR
                TMON-FECHA-HASTA >= WS-FECHA-HOY) THEN
               ADD 1 TO WS-CANT-TOPES
               MOVE TMON-CATEGORIA TO VEC-TMO-CATEGORIA(WS-CANT-TOPES)
               MOVE TMON-TOPE-ANUAL TO
                   VEC-TMO-TOPE-ANUAL(WS-CANT-TOPES)
               MOVE TMON-FECHA-DESDE TO
                   VEC-TMO-FECHA-DESDE(WS-CANT-TOPES)
               MOVE TMON-FECHA-HASTA TO
                   VEC-TMO-FECHA-HASTA(WS-CANT-TOPES)
           END-IF
           PERFORM LEER-TOPE.

       LEER-PROFESOR.
           READ PROFESORES NEXT RECORD
               AT END
                   MOVE "SI" TO WS-EOF-PROFESORES
           END-READ.

       CONTROLAR-UN-PROFESOR.
           IF PROF-MONOTRIBUTISTA AND PROF-ACTIVO-SI THEN
               ADD 1 TO WS-CANT-CONTROLADOS
               PERFORM SUMAR-DOCE-MESES
               PERFORM BUSCAR-TOPE-CATEGORIA
               PERFORM EVALUAR-TOPE-PROFESOR
           END-IF
           PERFORM LEER-PROFESOR.

       SUMAR-DOCE-MESES.
           MOVE ZERO TO WS-FACTURADO-12-MESES
           MOVE "NO" TO WS-EOF-HISTORICO
           MOVE PROF-NUMERO TO HIST-NUMERO
           MOVE WS-PERIODO-DESDE TO HIST-PERIODO
           START HISTORICO_PROFESOR KEY IS NOT LESS THAN HIST-CLAVE
               INVALID KEY
                   MOVE "SI" TO WS-EOF-HISTORICO
           END-START
           IF WS-EOF-HISTORICO NOT = "SI" THEN
               PERFORM LEER-HISTORICO
           END-IF
           PERFORM SUMAR-UN-PERIODO UNTIL WS-EOF-HISTORICO = "SI".

       LEER-HISTORICO.
           READ HISTORICO_PROFESOR NEXT RECORD
               AT END
                   MOVE "SI" TO WS-EOF-HISTORICO
               NOT AT END
                   IF HIST-NUMERO NOT = PROF-NUMERO OR
                       HIST-PERIODO > WS-PERIODO-HASTA THEN
                       MOVE "SI" TO WS-EOF-HISTORICO
                   END-IF
           END-READ.

       SUMAR-UN-PERIODO.
           ADD HIST-IMPORTE TO WS-FACTURADO-12-MESES
           PERFORM LEER-HISTORICO.

       BUSCAR-TOPE-CATEGORIA.
           MOVE "N" TO WS-TMO-ENCONTRADO
           MOVE ZERO TO WS-TOPE-VIGENTE
           MOVE 1 TO SUBINDICE-TMO
           PERFORM AVANZAR-SUBINDICE-TMO UNTIL
               SUBINDICE-TMO > WS-CANT-TOPES OR
               WS-TMO-ENCONTRADO-SI.

       AVANZAR-SUBINDICE-TMO.
           IF PROF-CATEG-MONOTRIBUTO NOT = SPACE AND
               VEC-TMO-CATEGORIA(SUBINDICE-TMO) =
                   PROF-CATEG-MONOTRIBUTO THEN
               MOVE "S" TO WS-TMO-ENCONTRADO
               MOVE VEC-TMO-TOPE-ANUAL(SUBINDICE-TMO) TO
                   WS-TOPE-VIGENTE
           ELSE
               ADD 1 TO SUBINDICE-TMO
           END-IF.

      * Sin categoria o sin tope no hay contra que comparar: sale
      * observado para que se complete el maestro. Con tope, avisa
      * desde el porcentaje de aviso en adelante.
       EVALUAR-TOPE-PROFESOR.
           MOVE PROF-NUMERO TO LTD-PROFESOR
           MOVE PROF-NOMBRE TO LTD-NOMBRE
           MOVE PROF-CATEG-MONOTRIBUTO TO LTD-CATEGORIA
           MOVE WS-FACTURADO-12-MESES TO LTD-FACTURADO
           MOVE WS-TOPE-VIGENTE TO LTD-TOPE
           MOVE ZERO TO WS-PORC-USO
           EVALUATE TRUE
               WHEN PROF-CATEG-MONOTRIBUTO = SPACE
                   MOVE ZERO TO LTD-PORCENTAJE
                   MOVE "SIN CATEGORIA" TO LTD-ESTADO
                   WRITE REPORTE_REG FROM LINEA-TOPE-DETALLE
                   ADD 1 TO WS-CANT-OBSERVADOS
               WHEN NOT WS-TMO-ENCONTRADO-SI
                   MOVE ZERO TO LTD-PORCENTAJE
                   MOVE "CATEGORIA SIN TOPE" TO LTD-ESTADO
                   WRITE REPORTE_REG FROM LINEA-TOPE-DETALLE
                   ADD 1 TO WS-CANT-OBSERVADOS
               WHEN WS-FACTURADO-12-MESES > ZERO
                   COMPUTE WS-PORC-USO ROUNDED =
                       WS-FACTURADO-12-MESES * 100 / WS-TOPE-VIGENTE
                   IF WS-PORC-USO >= WS-PORC-AVISO THEN
                       MOVE WS-PORC-USO TO LTD-PORCENTAJE
                       IF WS-FACTURADO-12-MESES > WS-TOPE-VIGENTE
                           THEN
                           MOVE "TOPE SUPERADO" TO LTD-ESTADO
                           MOVE " SUPERO EL TOPE ANUAL.  REF "
                               TO LAT-LEYENDA
                           ADD 1 TO WS-CANT-SUPERADOS
                       ELSE
                           MOVE "CERCA DEL TOPE" TO LTD-ESTADO
                           MOVE " CERCA DEL TOPE ANUAL.  REF "
                               TO LAT-LEYENDA
                           ADD 1 TO WS-CANT-CERCA
                       END-IF
                       WRITE REPORTE_REG FROM LINEA-TOPE-DETALLE
                       PERFORM GRABAR-AVISO-TOPE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       GRABAR-AVISO-TOPE.
           IF PROF-EMAIL NOT = SPACES AND WS-CANT-AVISOS < 9999 THEN
               ADD 1 TO WS-CANT-AVISOS
               MOVE PROF-EMAIL TO LAV-EMAIL
               WRITE AVISOS_PROFESORES_REG FROM LINEA-AVISO-DESTINO
               MOVE PROF-CATEG-MONOTRIBUTO TO LAT-CATEGORIA
               MOVE 9 TO LAT-REF-MARCA
               COMPUTE LAT-REF-AAMM = WS-PERIODO-HASTA - 200000
               MOVE WS-CANT-AVISOS TO LAT-REF-SECUENCIA
               IF WS-PORC-USO > 999 THEN
                   MOVE 999 TO LAT-PORCENTAJE
               ELSE
                   MOVE WS-PORC-USO TO LAT-PORCENTAJE
               END-IF
               WRITE AVISOS_PROFESORES_REG FROM LINEA-AVISO-TOPE
           END-IF.

       END PROGRAM CONTROL-TOPES-MONOTRIBUTO.
