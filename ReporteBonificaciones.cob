      ******************************************************************
      * Author:
      * Date:
      * Purpose: Reporte de bonificaciones comerciales por volumen
      *          otorgadas en un ejercicio: recorre
      *          BonificacionesOtorgadas.dat, que la corrida agrega
      *          mes a mes, y totaliza por sucursal las horas, los
      *          meses bonificados y el importe bonificado, con el
      *          total general del ejercicio al pie.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. REPORTE-BONIFICACIONES.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT BONIFICACIONES-OTORGADAS ASSIGN TO
             "BonificacionesOtorgadas.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-BONIF-OTORGADAS.

       SELECT REPORTE_BONIFICACIONES ASSIGN TO
             "ReporteBonificaciones.dat"
             ORGANIZATION IS LINE SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD BONIFICACIONES-OTORGADAS LABEL RECORD IS STANDARD.
       01 BONIFICACIONES-OTORGADAS-REG.
           03 BOT-SUCURSAL PIC X(3).
           03 BOT-PERIODO.
               05 BOT-PERIODO-ANIO PIC 9(4).
               05 BOT-PERIODO-MES PIC 9(2).
           03 BOT-HORAS-MES PIC S9(6)V99.
           03 BOT-HORAS-ANIO PIC S9(8)V99.
           03 BOT-PORCENTAJE PIC 9(2)V99.
           03 BOT-IMPORTE PIC S9(9)V99.

       FD REPORTE_BONIFICACIONES LABEL RECORD IS STANDARD.
       01 REPORTE_BONIFICACIONES_REG PIC X(80).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-STATUS-BONIF-OTORGADAS PIC X(2) VALUE SPACES.
       01 WS-EOF-BONIF-OTORGADAS PIC X(2) VALUE "NO".

       01 WS-EJERCICIO PIC 9(4) VALUE ZERO.

      * Acumulado por sucursal; la tabla se da de alta a medida que
      * aparecen sucursales en el archivo.
       01 WS-MAX-BONIF-SUC PIC 9(4) VALUE 500.
       01 WS-CANT-BONIF-SUC PIC 9(4) VALUE ZERO.
       01 SUBINDICE-BSU PIC 9(4) VALUE ZERO.
       01 TABLA-BONIF-SUC.
           03 ELEM-BSU OCCURS 500 TIMES.
               05 VEC-BSU-SUCURSAL PIC X(3).
               05 VEC-BSU-MESES PIC 9(2).
               05 VEC-BSU-HORAS PIC S9(8)V99.
               05 VEC-BSU-IMPORTE PIC S9(10)V99.

       01 WS-BSU-ENCONTRADA PIC X(1) VALUE "N".
           88 WS-BSU-ENCONTRADA-SI VALUE "S".

       01 WS-TOTAL-BONIFICADO PIC S9(11)V99 VALUE ZERO.

       01 LINEA-BONIF-ENC.
           03 FILLER PIC X(41) VALUE
               "BONIFICACIONES POR VOLUMEN DEL EJERCICIO ".
           03 LBE-EJERCICIO PIC 9(4).

       01 LINEA-BONIF-TITULOS.
           03 FILLER PIC X(60) VALUE
               "SUC. MESES  HORAS BONIFICADAS  IMPORTE BONIFICADO".

       01 LINEA-BONIF.
           03 LBO-SUCURSAL PIC X(3).
           03 FILLER PIC X(4) VALUE SPACES.
           03 LBO-MESES PIC Z9.
           03 FILLER PIC X(7) VALUE SPACES.
           03 LBO-HORAS PIC ZZZZZZZ9,99.
           03 FILLER PIC X(11) VALUE SPACES.
           03 LBO-IMPORTE PIC ZZZZZZZZZ9,99.

       01 LINEA-BONIF-TOTAL.
           03 FILLER PIC X(38) VALUE
               "TOTAL BONIFICADO EN EL EJERCICIO".
           03 LBT-IMPORTE PIC ZZZZZZZZZZ9,99.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * Pide el ejercicio, acumula lo bonificado por sucursal y
      * graba el reporte
      **
           DISPLAY "EJERCICIO A INFORMAR (AAAA): "
           ACCEPT WS-EJERCICIO

           OPEN INPUT BONIFICACIONES-OTORGADAS
           IF WS-STATUS-BONIF-OTORGADAS NOT = "00" THEN
               DISPLAY "NO HAY BONIFICACIONES OTORGADAS REGISTRADAS"
               STOP RUN
           END-IF
           PERFORM LEER-BONIF-OTORGADA
           PERFORM ACUMULAR-UNA-BONIFICACION UNTIL
               WS-EOF-BONIF-OTORGADAS = "SI"
           CLOSE BONIFICACIONES-OTORGADAS

           OPEN OUTPUT REPORTE_BONIFICACIONES
           MOVE WS-EJERCICIO TO LBE-EJERCICIO
           WRITE REPORTE_BONIFICACIONES_REG FROM LINEA-BONIF-ENC
           WRITE REPORTE_BONIFICACIONES_REG FROM LINEA-BONIF-TITULOS
           PERFORM GRABAR-LINEA-BONIF
               VARYING SUBINDICE-BSU FROM 1 BY 1
               UNTIL SUBINDICE-BSU > WS-CANT-BONIF-SUC
           MOVE WS-TOTAL-BONIFICADO TO LBT-IMPORTE
           WRITE REPORTE_BONIFICACIONES_REG FROM LINEA-BONIF-TOTAL
           CLOSE REPORTE_BONIFICACIONES

           DISPLAY "REPORTE GRABADO EN ReporteBonificaciones.dat"
           STOP RUN.

       LEER-BONIF-OTORGADA.
           READ BONIFICACIONES-OTORGADAS
               AT END
                   MOVE "SI" TO WS-EOF-BONIF-OTORGADAS
           END-READ.

       ACUMULAR-UNA-BONIFICACION.
           IF BOT-PERIODO-ANIO = WS-EJERCICIO THEN
               PERFORM UBICAR-SUCURSAL-BONIF
               IF SUBINDICE-BSU <= WS-CANT-BONIF-SUC THEN
                   ADD 1 TO VEC-BSU-MESES(SUBINDICE-BSU)
                   ADD BOT-HORAS-MES TO VEC-BSU-HORAS(SUBINDICE-BSU)
                   ADD BOT-IMPORTE TO VEC-BSU-IMPORTE(SUBINDICE-BSU)
                   ADD BOT-IMPORTE TO WS-TOTAL-BONIFICADO
               END-IF
           END-IF
           PERFORM LEER-BONIF-OTORGADA.

       UBICAR-SUCURSAL-BONIF.
           MOVE "N" TO WS-BSU-ENCONTRADA
           MOVE 1 TO SUBINDICE-BSU
           PERFORM AVANZAR-SUBINDICE-BSU UNTIL
               SUBINDICE-BSU > WS-CANT-BONIF-SUC OR
               WS-BSU-ENCONTRADA-SI
           IF NOT WS-BSU-ENCONTRADA-SI AND
               WS-CANT-BONIF-SUC < WS-MAX-BONIF-SUC THEN
               ADD 1 TO WS-CANT-BONIF-SUC
               MOVE WS-CANT-BONIF-SUC TO SUBINDICE-BSU
               MOVE BOT-SUCURSAL TO VEC-BSU-SUCURSAL(SUBINDICE-BSU)
               MOVE ZERO TO VEC-BSU-MESES(SUBINDICE-BSU)
               MOVE ZERO TO VEC-BSU-HORAS(SUBINDICE-BSU)
               MOVE ZERO TO VEC-BSU-IMPORTE(SUBINDICE-BSU)
           END-IF.

       AVANZAR-SUBINDICE-BSU.
           IF VEC-BSU-SUCURSAL(SUBINDICE-BSU) = BOT-SUCURSAL THEN
               MOVE "S" TO WS-BSU-ENCONTRADA
           ELSE
               ADD 1 TO SUBINDICE-BSU
           END-IF.

       GRABAR-LINEA-BONIF.
           MOVE VEC-BSU-SUCURSAL(SUBINDICE-BSU) TO LBO-SUCURSAL
           MOVE VEC-BSU-MESES(SUBINDICE-BSU) TO LBO-MESES
           MOVE VEC-BSU-HORAS(SUBINDICE-BSU) TO LBO-HORAS
           MOVE VEC-BSU-IMPORTE(SUBINDICE-BSU) TO LBO-IMPORTE
           WRITE REPORTE_BONIFICACIONES_REG FROM LINEA-BONIF.

       END PROGRAM REPORTE-BONIFICACIONES.
