      *          sufijo. Las pasadas
      *          particionadas no cierran el periodo: el cierre se
      *          registra aca, al final, si el operador indica el
      *          rango de fechas liquidado. Tambien se arma aca la
      *          nomina de descuentos voluntarios y las ordenes de
      *          pago a las entidades, con lo retenido por todas las
      *          particiones.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       SELECT PERIODOS-CERRADOS ASSIGN TO "PeriodosCerrados.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-PERIODOS-CERRADOS.

       SELECT ENTIDADES-DESCUENTO ASSIGN TO "EntidadesDescuento.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-ENTIDADES.

       SELECT DESCUENTOS-RETENIDOS ASSIGN TO "DescuentosRetenidos.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-DESC-RET.

       SELECT NOMINA-DESCUENTOS ASSIGN TO "NominaDescuentos.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-NOMINA-DESC.

       SELECT ORDENES-PAGO-ENTIDADES ASSIGN TO
             "OrdenesPagoEntidades.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-ORDENES-PAGO.

       SELECT FOLIO-ORDENES-PAGO ASSIGN TO "FolioOrdenesPago.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-FOLIO-OPAGO.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD PARCIAL_ENTRADA LABEL RECORD IS STANDARD.
       01 PARCIAL_ENTRADA_REG PIC X(95).
      * Cabecera de layout con que trabajoPractico1 abre cada TimesAct
      * parcial (numero "00000", primer registro del archivo).
       01 PARCIAL_CABECERA.
           03 PCAB-NUMERO PIC X(5).
               88 PCAB-ES-CABECERA VALUE "00000".
           03 PCAB-MARCA PIC X(6).
           03 PCAB-VERSION PIC 9(2).
           03 PCAB-LARGO PIC 9(3).
           03 PCAB-FECHA PIC 9(8).
           03 PCAB-ORIGEN PIC X(20).
           03 FILLER PIC X(51).

       FD TIMESACT_FINAL LABEL RECORD IS STANDARD.
       01 TIMESACT_FINAL_REG PIC X(95).
       01 TIMESACT_FINAL_CAB.
           03 FCAB-NUMERO PIC X(5).
           03 FCAB-MARCA PIC X(6).
           03 FCAB-VERSION PIC 9(2).
           03 FCAB-LARGO PIC 9(3).
           03 FCAB-FECHA PIC 9(8).
           03 FCAB-ORIGEN PIC X(20).
           03 FILLER PIC X(51).

       FD LISTADO_FINAL LABEL RECORD IS STANDARD.
       01 LISTADO_FINAL_REG PIC X(95).
           03 PERCER-FECHA-DESDE PIC 9(8).
           03 PERCER-FECHA-HASTA PIC 9(8).
           03 PERCER-FECHA-CIERRE PIC 9(8).

       FD ENTIDADES-DESCUENTO LABEL RECORD IS STANDARD.
       01 ENTIDADES-DESCUENTO-REG.
           03 ENT-CODIGO PIC X(4).
           03 ENT-NOMBRE PIC X(30).
           03 ENT-CUIT PIC 9(11).
           03 ENT-CBU PIC X(22).

       FD DESCUENTOS-RETENIDOS LABEL RECORD IS STANDARD.
       01 DESCUENTOS-RETENIDOS-REG.
           03 DRET-PERIODO PIC 9(6).
           03 DRET-ENTIDAD PIC X(4).
           03 DRET-PROFESOR PIC X(5).
           03 DRET-NOMBRE PIC X(25).
           03 DRET-CONCEPTO PIC X(20).
           03 DRET-IMPORTE PIC 9(9)V99.
           03 DRET-FOLIO-RECIBO PIC 9(9).

       FD NOMINA-DESCUENTOS LABEL RECORD IS STANDARD.
       01 NOMINA-DESCUENTOS-REG PIC X(90).

       FD ORDENES-PAGO-ENTIDADES LABEL RECORD IS STANDARD.
       01 ORDENES-PAGO-ENTIDADES-REG.
           03 OPE-NUMERO PIC 9(9).
           03 OPE-FECHA PIC 9(8).
           03 OPE-PERIODO PIC 9(6).
           03 OPE-ENTIDAD PIC X(4).
           03 OPE-NOMBRE PIC X(30).
           03 OPE-CUIT PIC 9(11).
           03 OPE-CBU PIC X(22).
           03 OPE-CANT-PROFESORES PIC 9(5).
           03 OPE-IMPORTE PIC 9(11)V99.
           03 OPE-ESTADO PIC X(1).

       FD FOLIO-ORDENES-PAGO LABEL RECORD IS STANDARD.
       01 FOLIO-ORDENES-PAGO-REG.
           03 FOLIO-OPAGO-ULTIMO PIC 9(9).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-STATUS-PARCIAL PIC X(2) VALUE SPACES.
       01 WS-CANT-COPIADAS PIC 9(7) VALUE ZERO.
       01 WS-CANT-COPIADAS-TOTAL PIC 9(7) VALUE ZERO.
       01 WS-HUBO-FALTANTE PIC X(1) VALUE "N".
       01 WS-HUBO-LAYOUT-DISTINTO PIC X(1) VALUE "N".
      * Version vigente del layout de los archivos de horas, la misma
      * que trabajoPractico1 graba en la cabecera de cada TimesAct.
       01 WS-VERSION-LAYOUT-HORAS PIC 9(2) VALUE 8.
       01 WS-LARGO-LAYOUT-HORAS PIC 9(3) VALUE 61.

       01 WS-CIERRE-DESDE PIC X(8) VALUE SPACES.
       01 WS-CIERRE-HASTA PIC X(8) VALUE SPACES.

       01 WS-STATUS-ENTIDADES PIC X(2) VALUE SPACES.
       01 WS-STATUS-DESC-RET PIC X(2) VALUE SPACES.
       01 WS-STATUS-NOMINA-DESC PIC X(2) VALUE SPACES.
       01 WS-STATUS-ORDENES-PAGO PIC X(2) VALUE SPACES.
       01 WS-STATUS-FOLIO-OPAGO PIC X(2) VALUE SPACES.
       01 WS-EOF-ENTIDADES PIC X(2) VALUE "NO".
       01 WS-EOF-DESC-RET PIC X(2) VALUE "NO".
       01 WS-MAX-ENTIDADES PIC 9(3) VALUE 100.
       01 WS-CANT-ENTIDADES PIC 9(3) VALUE ZERO.
       01 SUBINDICE-ENT PIC 9(3) VALUE ZERO.
       01 TABLA-ENTIDADES.
           03 ELEM-ENT OCCURS 100 TIMES.
               05 VEC-ENT-CODIGO PIC X(4).
               05 VEC-ENT-NOMBRE PIC X(30).
               05 VEC-ENT-CUIT PIC 9(11).
               05 VEC-ENT-CBU PIC X(22).
       01 WS-MAX-NOMINA-DVO PIC 9(4) VALUE 5000.
       01 WS-CANT-NOMINA-DVO PIC 9(4) VALUE ZERO.
       01 SUBINDICE-NDV PIC 9(4) VALUE ZERO.
       01 TABLA-NOMINA-DVO.
           03 ELEM-NDV OCCURS 5000 TIMES.
               05 VEC-NDV-ENTIDAD PIC X(4).
               05 VEC-NDV-PROFESOR PIC X(5).
               05 VEC-NDV-NOMBRE PIC X(25).
               05 VEC-NDV-CONCEPTO PIC X(20).
               05 VEC-NDV-IMPORTE PIC 9(9)V99.
               05 VEC-NDV-FOLIO PIC 9(9).
       01 WS-PERIODO-NOMINA PIC 9(6) VALUE ZERO.
       01 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
       01 WS-FOLIO-OPAGO-ACTUAL PIC 9(9) VALUE ZERO.
       01 WS-TOTAL-ENTIDAD PIC 9(11)V99 VALUE ZERO.
       01 WS-CANT-X-ENTIDAD PIC 9(5) VALUE ZERO.
       01 WS-CANT-ORDENES-PAGO PIC 9(3) VALUE ZERO.

       01 LINEA-NDV-TITULO.
           03 FILLER PIC X(41) VALUE
               "NOMINA DE DESCUENTOS RETENIDOS - PERIODO ".
           03 LNDT-PERIODO PIC 9(6).

       01 LINEA-NDV-ENTIDAD.
           03 FILLER PIC X(9) VALUE "ENTIDAD: ".
           03 LNDE-CODIGO PIC X(4).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LNDE-NOMBRE PIC X(30).
           03 FILLER PIC X(7) VALUE " CUIT: ".
           03 LNDE-CUIT PIC 9(11).

       01 LINEA-NDV-DETALLE.
           03 FILLER PIC X(2) VALUE SPACES.
           03 LNDD-PROFESOR PIC X(5).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LNDD-NOMBRE PIC X(25).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LNDD-CONCEPTO PIC X(20).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LNDD-FOLIO PIC 9(9).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LNDD-IMPORTE PIC ZZZZZZZZ9,99.

       01 LINEA-NDV-TOTAL.
           03 FILLER PIC X(15) VALUE "  TOTAL CUOTAS ".
           03 LNDTO-CANTIDAD PIC ZZZZ9.
           03 FILLER PIC X(10) VALUE "  IMPORTE ".
           03 LNDTO-IMPORTE PIC ZZZZZZZZZZ9,99.
           03 FILLER PIC X(17) VALUE "  ORDEN DE PAGO: ".
           03 LNDTO-ORDEN PIC 9(9).

       01  WS-CURRENT-DATE-FIELDS.
             05  WS-CURRENT-DATE.
                 10  WS-CURRENT-YEAR    PIC  9(4).
               DISPLAY "FALTAN PARCIALES, NO SE CONSOLIDA"
               STOP RUN
           END-IF
           IF WS-HUBO-LAYOUT-DISTINTO = "S" THEN
               DISPLAY "HAY PARCIALES CON OTRO LAYOUT, NO SE "
                   "CONSOLIDA"
               STOP RUN
           END-IF

           PERFORM CONSOLIDAR-TIMESACT
           PERFORM CONSOLIDAR-LISTADO
           PERFORM CERRAR-PERIODO-CONSOLIDADO
           PERFORM EMITIR-NOMINA-DESCUENTOS

           DISPLAY "CONSOLIDACION TERMINADA"
           STOP RUN.
                   WS-CIERRE-HASTA " REGISTRADO COMO CERRADO"
           END-IF.

      * Las particiones solo graban lo retenido por descuentos
      * voluntarios; la nomina por entidad y las ordenes de pago del
      * periodo de la corrida salen una sola vez, aca.
       EMITIR-NOMINA-DESCUENTOS.
           MOVE WS-FECHA-ENTRADA(1:6) TO WS-PERIODO-NOMINA
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           COMPUTE WS-FECHA-HOY = WS-CURRENT-YEAR * 10000 +
               WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
           PERFORM CARGAR-NOMINA-DVO-A-VECTOR
           IF WS-CANT-NOMINA-DVO = ZERO THEN
               DISPLAY "SIN DESCUENTOS VOLUNTARIOS RETENIDOS"
           ELSE
               PERFORM CARGAR-ENTIDADES-A-VECTOR
               MOVE ZERO TO WS-FOLIO-OPAGO-ACTUAL
               OPEN INPUT FOLIO-ORDENES-PAGO
               IF WS-STATUS-FOLIO-OPAGO = "00" THEN
                   READ FOLIO-ORDENES-PAGO
                       NOT AT END
                           MOVE FOLIO-OPAGO-ULTIMO TO
                               WS-FOLIO-OPAGO-ACTUAL
                   END-READ
                   CLOSE FOLIO-ORDENES-PAGO
               END-IF
               OPEN EXTEND ORDENES-PAGO-ENTIDADES
               IF WS-STATUS-ORDENES-PAGO = "35" THEN
                   OPEN OUTPUT ORDENES-PAGO-ENTIDADES
                   CLOSE ORDENES-PAGO-ENTIDADES
                   OPEN EXTEND ORDENES-PAGO-ENTIDADES
               END-IF
               IF WS-STATUS-ORDENES-PAGO NOT = "00" THEN
                   DISPLAY "NO SE PUDO ABRIR OrdenesPagoEntidades.dat"
               ELSE
                   OPEN OUTPUT NOMINA-DESCUENTOS
                   MOVE WS-PERIODO-NOMINA TO LNDT-PERIODO
                   WRITE NOMINA-DESCUENTOS-REG FROM LINEA-NDV-TITULO
                   MOVE ZERO TO WS-CANT-ORDENES-PAGO
                   PERFORM EMITIR-NOMINA-ENTIDAD
                       VARYING SUBINDICE-ENT FROM 1 BY 1
                       UNTIL SUBINDICE-ENT > WS-CANT-ENTIDADES
                   CLOSE NOMINA-DESCUENTOS
                   CLOSE ORDENES-PAGO-ENTIDADES
                   OPEN OUTPUT FOLIO-ORDENES-PAGO
                   MOVE WS-FOLIO-OPAGO-ACTUAL TO FOLIO-OPAGO-ULTIMO
                   WRITE FOLIO-ORDENES-PAGO-REG
                   CLOSE FOLIO-ORDENES-PAGO
                   DISPLAY "ORDENES DE PAGO A ENTIDADES: "
                       WS-CANT-ORDENES-PAGO
               END-IF
           END-IF.

       CARGAR-NOMINA-DVO-A-VECTOR.
           MOVE ZERO TO WS-CANT-NOMINA-DVO
           MOVE "NO" TO WS-EOF-DESC-RET
           OPEN INPUT DESCUENTOS-RETENIDOS
           IF WS-STATUS-DESC-RET = "00" THEN
               PERFORM LEER-DESC-RETENIDO
               PERFORM CARGAR-REGISTRO-NDV UNTIL
                   WS-EOF-DESC-RET = "SI" OR
                   WS-CANT-NOMINA-DVO >= WS-MAX-NOMINA-DVO
               IF WS-EOF-DESC-RET NOT = "SI" THEN
                   DISPLAY "DescuentosRetenidos.dat EXCEDE LA TABLA,"
                       " LA NOMINA SALE INCOMPLETA"
               END-IF
               CLOSE DESCUENTOS-RETENIDOS
           END-IF.

       LEER-DESC-RETENIDO.
           READ DESCUENTOS-RETENIDOS
               AT END
                   MOVE "SI" TO WS-EOF-DESC-RET.

       CARGAR-REGISTRO-NDV.
           IF DRET-PERIODO = WS-PERIODO-NOMINA THEN
               ADD 1 TO WS-CANT-NOMINA-DVO
               MOVE DRET-ENTIDAD TO VEC-NDV-ENTIDAD(WS-CANT-NOMINA-DVO)
               MOVE DRET-PROFESOR TO
                   VEC-NDV-PROFESOR(WS-CANT-NOMINA-DVO)
               MOVE DRET-NOMBRE TO VEC-NDV-NOMBRE(WS-CANT-NOMINA-DVO)
               MOVE DRET-CONCEPTO TO
                   VEC-NDV-CONCEPTO(WS-CANT-NOMINA-DVO)
               MOVE DRET-IMPORTE TO VEC-NDV-IMPORTE(WS-CANT-NOMINA-DVO)
               MOVE DRET-FOLIO-RECIBO TO
                   VEC-NDV-FOLIO(WS-CANT-NOMINA-DVO)
           END-IF
           PERFORM LEER-DESC-RETENIDO.

       CARGAR-ENTIDADES-A-VECTOR.
           MOVE ZERO TO WS-CANT-ENTIDADES
           OPEN INPUT ENTIDADES-DESCUENTO
           IF WS-STATUS-ENTIDADES = "00" THEN
               PERFORM LEER-ENTIDAD-DESCUENTO
               PERFORM CARGAR-REGISTRO-ENT UNTIL
                   WS-EOF-ENTIDADES = "SI" OR
                   WS-CANT-ENTIDADES >= WS-MAX-ENTIDADES
               CLOSE ENTIDADES-DESCUENTO
           END-IF.

       LEER-ENTIDAD-DESCUENTO.
           READ ENTIDADES-DESCUENTO
               AT END
                   MOVE "SI" TO WS-EOF-ENTIDADES.

       CARGAR-REGISTRO-ENT.
           ADD 1 TO WS-CANT-ENTIDADES
           MOVE ENT-CODIGO TO VEC-ENT-CODIGO(WS-CANT-ENTIDADES)
           MOVE ENT-NOMBRE TO VEC-ENT-NOMBRE(WS-CANT-ENTIDADES)
           MOVE ENT-CUIT TO VEC-ENT-CUIT(WS-CANT-ENTIDADES)
           MOVE ENT-CBU TO VEC-ENT-CBU(WS-CANT-ENTIDADES)
           PERFORM LEER-ENTIDAD-DESCUENTO.

       EMITIR-NOMINA-ENTIDAD.
           MOVE ZERO TO WS-TOTAL-ENTIDAD
           MOVE ZERO TO WS-CANT-X-ENTIDAD
           PERFORM SUMAR-NOMINA-ENTIDAD
               VARYING SUBINDICE-NDV FROM 1 BY 1
               UNTIL SUBINDICE-NDV > WS-CANT-NOMINA-DVO
           IF WS-TOTAL-ENTIDAD > ZERO THEN
               ADD 1 TO WS-FOLIO-OPAGO-ACTUAL
               ADD 1 TO WS-CANT-ORDENES-PAGO
               MOVE VEC-ENT-CODIGO(SUBINDICE-ENT) TO LNDE-CODIGO
               MOVE VEC-ENT-NOMBRE(SUBINDICE-ENT) TO LNDE-NOMBRE
               MOVE VEC-ENT-CUIT(SUBINDICE-ENT) TO LNDE-CUIT
               MOVE SPACES TO NOMINA-DESCUENTOS-REG
               WRITE NOMINA-DESCUENTOS-REG
               WRITE NOMINA-DESCUENTOS-REG FROM LINEA-NDV-ENTIDAD
               PERFORM GRABAR-DETALLE-NOMINA
                   VARYING SUBINDICE-NDV FROM 1 BY 1
                   UNTIL SUBINDICE-NDV > WS-CANT-NOMINA-DVO
               MOVE WS-CANT-X-ENTIDAD TO LNDTO-CANTIDAD
               MOVE WS-TOTAL-ENTIDAD TO LNDTO-IMPORTE
               MOVE WS-FOLIO-OPAGO-ACTUAL TO LNDTO-ORDEN
               WRITE NOMINA-DESCUENTOS-REG FROM LINEA-NDV-TOTAL
               MOVE WS-FOLIO-OPAGO-ACTUAL TO OPE-NUMERO
               MOVE WS-FECHA-HOY TO OPE-FECHA
               MOVE WS-PERIODO-NOMINA TO OPE-PERIODO
               MOVE VEC-ENT-CODIGO(SUBINDICE-ENT) TO OPE-ENTIDAD
               MOVE VEC-ENT-NOMBRE(SUBINDICE-ENT) TO OPE-NOMBRE
               MOVE VEC-ENT-CUIT(SUBINDICE-ENT) TO OPE-CUIT
               MOVE VEC-ENT-CBU(SUBINDICE-ENT) TO OPE-CBU
               MOVE WS-CANT-X-ENTIDAD TO OPE-CANT-PROFESORES
               MOVE WS-TOTAL-ENTIDAD TO OPE-IMPORTE
               MOVE "P" TO OPE-ESTADO
               WRITE ORDENES-PAGO-ENTIDADES-REG
           END-IF.

       SUMAR-NOMINA-ENTIDAD.
           IF VEC-NDV-ENTIDAD(SUBINDICE-NDV) =
               VEC-ENT-CODIGO(SUBINDICE-ENT) THEN
               ADD VEC-NDV-IMPORTE(SUBINDICE-NDV) TO WS-TOTAL-ENTIDAD
               ADD 1 TO WS-CANT-X-ENTIDAD
           END-IF.

       GRABAR-DETALLE-NOMINA.
           IF VEC-NDV-ENTIDAD(SUBINDICE-NDV) =
               VEC-ENT-CODIGO(SUBINDICE-ENT) THEN
               MOVE VEC-NDV-PROFESOR(SUBINDICE-NDV) TO LNDD-PROFESOR
               MOVE VEC-NDV-NOMBRE(SUBINDICE-NDV) TO LNDD-NOMBRE
               MOVE VEC-NDV-CONCEPTO(SUBINDICE-NDV) TO LNDD-CONCEPTO
               MOVE VEC-NDV-FOLIO(SUBINDICE-NDV) TO LNDD-FOLIO
               MOVE VEC-NDV-IMPORTE(SUBINDICE-NDV) TO LNDD-IMPORTE
               WRITE NOMINA-DESCUENTOS-REG FROM LINEA-NDV-DETALLE
           END-IF.

       PEDIR-SUFIJOS.
           MOVE ZERO TO WS-CANT-SUFIJOS
           MOVE SPACES TO WS-SUFIJO-ENTRADA

       VERIFICAR-PARCIALES.
           MOVE "N" TO WS-HUBO-FALTANTE
           MOVE "N" TO WS-HUBO-LAYOUT-DISTINTO
           PERFORM VERIFICAR-UN-PARCIAL
               VARYING SUBINDICE-SUF FROM 1 BY 1
               UNTIL SUBINDICE-SUF > WS-CANT-SUFIJOS.
               DISPLAY "FALTA EL PARCIAL " WS-NOMBRE-PARCIAL
               MOVE "S" TO WS-HUBO-FALTANTE
           ELSE
               MOVE "NO" TO WS-EOF-PARCIAL
               PERFORM LEER-PARCIAL
               IF WS-EOF-PARCIAL NOT = "SI" AND PCAB-ES-CABECERA AND
                   PCAB-VERSION NOT = WS-VERSION-LAYOUT-HORAS THEN
                   DISPLAY "EL PARCIAL " WS-NOMBRE-PARCIAL
                       " TIENE LAYOUT VERSION " PCAB-VERSION
                   MOVE "S" TO WS-HUBO-LAYOUT-DISTINTO
               END-IF
               CLOSE PARCIAL_ENTRADA
           END-IF.

                  INTO WS-NOMBRE-TIMESACT-FINAL
           MOVE ZERO TO WS-CANT-COPIADAS-TOTAL
           OPEN OUTPUT TIMESACT_FINAL
           PERFORM GRABAR-CABECERA-FINAL
           PERFORM COPIAR-TIMESACT-PARCIAL
               VARYING SUBINDICE-SUF FROM 1 BY 1
               UNTIL SUBINDICE-SUF > WS-CANT-SUFIJOS
                   MOVE "SI" TO WS-EOF-PARCIAL
           END-READ.

      * Las cabeceras de los parciales no pasan: el TimesAct final
      * lleva una sola, grabada al abrirlo.
       COPIAR-LINEA-TIMESACT.
           IF NOT PCAB-ES-CABECERA THEN
               WRITE TIMESACT_FINAL_REG FROM PARCIAL_ENTRADA_REG
               ADD 1 TO WS-CANT-COPIADAS
           END-IF
           PERFORM LEER-PARCIAL.

       GRABAR-CABECERA-FINAL.
           MOVE SPACES TO TIMESACT_FINAL_CAB
           MOVE "00000" TO FCAB-NUMERO
           MOVE "LAYOUT" TO FCAB-MARCA
           MOVE WS-VERSION-LAYOUT-HORAS TO FCAB-VERSION
           MOVE WS-LARGO-LAYOUT-HORAS TO FCAB-LARGO
           MOVE WS-FECHA-ENTRADA TO FCAB-FECHA
           MOVE "CONSOLIDAR-PARTIC" TO FCAB-ORIGEN
           WRITE TIMESACT_FINAL_CAB.

       CONSOLIDAR-LISTADO.
           MOVE SPACES TO WS-NOMBRE-LISTADO-FINAL
           STRING "ListadoDeHoras_" DELIMITED BY SIZE
