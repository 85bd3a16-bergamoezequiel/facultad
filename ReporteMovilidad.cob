      ******************************************************************
      * Author:
      * Date:
      * Purpose: Reporte mensual del costo de movilidad: recorre el
      *          detalle de traslados liquidados (MovilidadLiquidada
      *          .dat) del periodo pedido y totaliza el reintegro por
      *          profesor y por sucursal destino del traslado, que es
      *          la que carga con el costo en el extracto contable.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. REPORTE-MOVILIDAD.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT MOVILIDAD-LIQUIDADA ASSIGN TO "MovilidadLiquidada.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-MOV-LIQ.

       SELECT REPORTE_MOVILIDAD ASSIGN TO "ReporteMovilidad.dat"
             ORGANIZATION IS LINE SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD MOVILIDAD-LIQUIDADA LABEL RECORD IS STANDARD.
       01 MOVILIDAD-LIQUIDADA-REG.
           03 MLQ-PERIODO PIC 9(6).
           03 MLQ-PROFESOR PIC X(5).
           03 MLQ-FECHA PIC 9(8).
           03 MLQ-SUC-ORIGEN PIC X(3).
           03 MLQ-SUC-DESTINO PIC X(3).
           03 MLQ-IMPORTE PIC 9(7)V99.
           03 MLQ-FOLIO-RECIBO PIC 9(9).

       FD REPORTE_MOVILIDAD LABEL RECORD IS STANDARD.
       01 REPORTE_MOVILIDAD_REG PIC X(80).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-STATUS-MOV-LIQ PIC X(2) VALUE SPACES.
       01 WS-EOF-MOV-LIQ PIC X(2) VALUE "NO".

       01 WS-PERIODO-PEDIDO PIC 9(6) VALUE ZERO.

      * Totales por profesor y por sucursal destino; las tablas se
      * dan de alta a medida que aparecen.
       01 WS-MAX-MOV-PROF PIC 9(4) VALUE 2000.
       01 WS-CANT-MOV-PROF PIC 9(4) VALUE ZERO.
       01 SUBINDICE-MVP PIC 9(4) VALUE ZERO.
       01 TABLA-MOV-PROF.
           03 ELEM-MVP OCCURS 2000 TIMES.
               05 VEC-MVP-PROFESOR PIC X(5).
               05 VEC-MVP-TRASLADOS PIC 9(5).
               05 VEC-MVP-IMPORTE PIC 9(9)V99.

       01 WS-MAX-MOV-SUC PIC 9(3) VALUE 200.
       01 WS-CANT-MOV-SUC PIC 9(3) VALUE ZERO.
       01 SUBINDICE-MVS PIC 9(3) VALUE ZERO.
       01 TABLA-MOV-SUC.
           03 ELEM-MVS OCCURS 200 TIMES.
               05 VEC-MVS-SUCURSAL PIC X(3).
               05 VEC-MVS-TRASLADOS PIC 9(5).
               05 VEC-MVS-IMPORTE PIC 9(9)V99.

       01 WS-MVP-ENCONTRADO PIC X(1) VALUE "N".
           88 WS-MVP-ENCONTRADO-SI VALUE "S".
       01 WS-MVS-ENCONTRADA PIC X(1) VALUE "N".
           88 WS-MVS-ENCONTRADA-SI VALUE "S".

       01 WS-TOTAL-TRASLADOS PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-IMPORTE PIC 9(11)V99 VALUE ZERO.

       01 LINEA-MOVILIDAD-ENC.
           03 FILLER PIC X(36) VALUE
               "COSTO DE MOVILIDAD DEL PERIODO     ".
           03 LMEN-PERIODO PIC 9(6).

       01 LINEA-MOVILIDAD-SECCION.
           03 LMSE-TITULO PIC X(40).

       01 LINEA-MOVILIDAD-PROF.
           03 FILLER PIC X(10) VALUE "PROFESOR  ".
           03 LMPR-PROFESOR PIC X(5).
           03 FILLER PIC X(13) VALUE "  TRASLADOS: ".
           03 LMPR-TRASLADOS PIC ZZZZ9.
           03 FILLER PIC X(11) VALUE "  IMPORTE: ".
           03 LMPR-IMPORTE PIC ZZZZZZZZ9,99.

       01 LINEA-MOVILIDAD-SUC.
           03 FILLER PIC X(10) VALUE "SUCURSAL  ".
           03 LMSU-SUCURSAL PIC X(3).
           03 FILLER PIC X(15) VALUE "    TRASLADOS: ".
           03 LMSU-TRASLADOS PIC ZZZZ9.
           03 FILLER PIC X(11) VALUE "  IMPORTE: ".
           03 LMSU-IMPORTE PIC ZZZZZZZZ9,99.

       01 LINEA-MOVILIDAD-TOTAL.
           03 FILLER PIC X(28) VALUE "TOTAL DEL PERIODO TRASLADOS:".
           03 LMTO-TRASLADOS PIC ZZZZZZ9.
           03 FILLER PIC X(11) VALUE "  IMPORTE: ".
           03 LMTO-IMPORTE PIC ZZZZZZZZZZ9,99.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * Pide el periodo, acumula los traslados liquidados en el mes
      * por profesor y por sucursal y graba el reporte
      **
           DISPLAY "PERIODO A INFORMAR (AAAAMM): "
           ACCEPT WS-PERIODO-PEDIDO

           OPEN INPUT MOVILIDAD-LIQUIDADA
           IF WS-STATUS-MOV-LIQ NOT = "00" THEN
               DISPLAY "NO SE PUDO ABRIR MovilidadLiquidada.dat"
               STOP RUN
           END-IF
           PERFORM LEER-MOVILIDAD-LIQUIDADA
           PERFORM ACUMULAR-UN-TRASLADO UNTIL WS-EOF-MOV-LIQ = "SI"
           CLOSE MOVILIDAD-LIQUIDADA

           OPEN OUTPUT REPORTE_MOVILIDAD
           MOVE WS-PERIODO-PEDIDO TO LMEN-PERIODO
           WRITE REPORTE_MOVILIDAD_REG FROM LINEA-MOVILIDAD-ENC
           MOVE "POR PROFESOR" TO LMSE-TITULO
           WRITE REPORTE_MOVILIDAD_REG FROM LINEA-MOVILIDAD-SECCION
           PERFORM GRABAR-LINEA-MOV-PROF
               VARYING SUBINDICE-MVP FROM 1 BY 1
               UNTIL SUBINDICE-MVP > WS-CANT-MOV-PROF
           MOVE "POR SUCURSAL DESTINO" TO LMSE-TITULO
           WRITE REPORTE_MOVILIDAD_REG FROM LINEA-MOVILIDAD-SECCION
           PERFORM GRABAR-LINEA-MOV-SUC
               VARYING SUBINDICE-MVS FROM 1 BY 1
               UNTIL SUBINDICE-MVS > WS-CANT-MOV-SUC
           MOVE WS-TOTAL-TRASLADOS TO LMTO-TRASLADOS
           MOVE WS-TOTAL-IMPORTE TO LMTO-IMPORTE
           WRITE REPORTE_MOVILIDAD_REG FROM LINEA-MOVILIDAD-TOTAL
           CLOSE REPORTE_MOVILIDAD

           DISPLAY "REPORTE GRABADO EN ReporteMovilidad.dat"
           STOP RUN.

       LEER-MOVILIDAD-LIQUIDADA.
           READ MOVILIDAD-LIQUIDADA
               AT END
                   MOVE "SI" TO WS-EOF-MOV-LIQ
           END-READ.

       ACUMULAR-UN-TRASLADO.
           IF MLQ-PERIODO = WS-PERIODO-PEDIDO THEN
               ADD 1 TO WS-TOTAL-TRASLADOS
               ADD MLQ-IMPORTE TO WS-TOTAL-IMPORTE
               PERFORM UBICAR-PROFESOR-MOVILIDAD
               IF SUBINDICE-MVP <= WS-CANT-MOV-PROF THEN
                   ADD 1 TO VEC-MVP-TRASLADOS(SUBINDICE-MVP)
                   ADD MLQ-IMPORTE TO VEC-MVP-IMPORTE(SUBINDICE-MVP)
               END-IF
               PERFORM UBICAR-SUCURSAL-MOVILIDAD
               IF SUBINDICE-MVS <= WS-CANT-MOV-SUC THEN
                   ADD 1 TO VEC-MVS-TRASLADOS(SUBINDICE-MVS)
                   ADD MLQ-IMPORTE TO VEC-MVS-IMPORTE(SUBINDICE-MVS)
               END-IF
           END-IF
           PERFORM LEER-MOVILIDAD-LIQUIDADA.

       UBICAR-PROFESOR-MOVILIDAD.
           MOVE "N" TO WS-MVP-ENCONTRADO
           MOVE 1 TO SUBINDICE-MVP
           PERFORM AVANZAR-SUBINDICE-MVP UNTIL
               SUBINDICE-MVP > WS-CANT-MOV-PROF OR
               WS-MVP-ENCONTRADO-SI
           IF NOT WS-MVP-ENCONTRADO-SI AND
               WS-CANT-MOV-PROF < WS-MAX-MOV-PROF THEN
               ADD 1 TO WS-CANT-MOV-PROF
               MOVE WS-CANT-MOV-PROF TO SUBINDICE-MVP
               MOVE MLQ-PROFESOR TO VEC-MVP-PROFESOR(SUBINDICE-MVP)
               MOVE ZERO TO VEC-MVP-TRASLADOS(SUBINDICE-MVP)
               MOVE ZERO TO VEC-MVP-IMPORTE(SUBINDICE-MVP)
           END-IF.

       AVANZAR-SUBINDICE-MVP.
           IF VEC-MVP-PROFESOR(SUBINDICE-MVP) = MLQ-PROFESOR THEN
               MOVE "S" TO WS-MVP-ENCONTRADO
           ELSE
               ADD 1 TO SUBINDICE-MVP
           END-IF.

       UBICAR-SUCURSAL-MOVILIDAD.
           MOVE "N" TO WS-MVS-ENCONTRADA
           MOVE 1 TO SUBINDICE-MVS
           PERFORM AVANZAR-SUBINDICE-MVS UNTIL
               SUBINDICE-MVS > WS-CANT-MOV-SUC OR
               WS-MVS-ENCONTRADA-SI
           IF NOT WS-MVS-ENCONTRADA-SI AND
               WS-CANT-MOV-SUC < WS-MAX-MOV-SUC THEN
               ADD 1 TO WS-CANT-MOV-SUC
               MOVE WS-CANT-MOV-SUC TO SUBINDICE-MVS
               MOVE MLQ-SUC-DESTINO TO VEC-MVS-SUCURSAL(SUBINDICE-MVS)
               MOVE ZERO TO VEC-MVS-TRASLADOS(SUBINDICE-MVS)
               MOVE ZERO TO VEC-MVS-IMPORTE(SUBINDICE-MVS)
           END-IF.

       AVANZAR-SUBINDICE-MVS.
           IF VEC-MVS-SUCURSAL(SUBINDICE-MVS) = MLQ-SUC-DESTINO THEN
               MOVE "S" TO WS-MVS-ENCONTRADA
           ELSE
               ADD 1 TO SUBINDICE-MVS
           END-IF.

       GRABAR-LINEA-MOV-PROF.
           MOVE VEC-MVP-PROFESOR(SUBINDICE-MVP) TO LMPR-PROFESOR
           MOVE VEC-MVP-TRASLADOS(SUBINDICE-MVP) TO LMPR-TRASLADOS
           MOVE VEC-MVP-IMPORTE(SUBINDICE-MVP) TO LMPR-IMPORTE
           WRITE REPORTE_MOVILIDAD_REG FROM LINEA-MOVILIDAD-PROF.

       GRABAR-LINEA-MOV-SUC.
           MOVE VEC-MVS-SUCURSAL(SUBINDICE-MVS) TO LMSU-SUCURSAL
           MOVE VEC-MVS-TRASLADOS(SUBINDICE-MVS) TO LMSU-TRASLADOS
           MOVE VEC-MVS-IMPORTE(SUBINDICE-MVS) TO LMSU-IMPORTE
           WRITE REPORTE_MOVILIDAD_REG FROM LINEA-MOVILIDAD-SUC.

       END PROGRAM REPORTE-MOVILIDAD.
