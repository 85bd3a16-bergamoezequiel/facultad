      ******************************************************************
      * Author:
      * Date:
      * Purpose: Reporte mensual de certificaciones por vencer: de
      *          Certificaciones.dat toma el ultimo certificado de
      *          cada profesor y tipo (el que no fue renovado) y
      *          lista los que vencen dentro de los proximos dias
      *          (parametro CERTIF-DIAS-AVISO, 60 si no esta
      *          cargado), ordenados por vencimiento y marcando los
      *          que exige algun tipo de clase en CertifExigidas.dat,
      *          porque sin renovarlos esas horas no se liquidan. Al
      *          profesor activo con e-mail le deja un aviso en
      *          AvisosProfesores.dat para que el despachador se lo
      *          mande. Sale en ReporteVencCertificaciones.dat.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. REPORTE-VENCIMIENTO-CERTIF.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CERTIFICACIONES ASSIGN TO "Certificaciones.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-CERTIFICACIONES.

       SELECT CERTIF-EXIGIDAS ASSIGN TO "CertifExigidas.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-EXIGIDAS.

       SELECT PROFESORES ASSIGN TO "Profesores.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PROF-NUMERO
             FILE STATUS IS WS-STATUS-PROFESORES.

       SELECT PARAMETROS ASSIGN TO "Parametros.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-PARAMETROS.

       SELECT AVISOS_PROFESORES ASSIGN TO "AvisosProfesores.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-AVISOS.

       SELECT REPORTE ASSIGN TO "ReporteVencCertificaciones.dat"
             ORGANIZATION IS LINE SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD CERTIFICACIONES LABEL RECORD IS STANDARD.
       01 CERTIFICACIONES_REG.
           03 CER-PROFESOR PIC X(5).
           03 CER-TIPO PIC X(4).
           03 CER-NUMERO PIC X(15).
           03 CER-EMISOR PIC X(25).
           03 CER-FECHA-EMISION PIC 9(8).
           03 CER-FECHA-VENCIMIENTO PIC 9(8).

       FD CERTIF-EXIGIDAS LABEL RECORD IS STANDARD.
       01 CERTIF-EXIGIDAS-REG.
           03 CEX-TIP_CLASE PIC X(4).
           03 CEX-CERTIFICACION PIC X(4).
           03 CEX-DESCRIPCION PIC X(30).

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

       FD PARAMETROS LABEL RECORD IS STANDARD.
       01 PARAMETROS_REG.
           03 PAR-NOMBRE PIC X(20).
           03 PAR-VALOR PIC X(20).
           03 PAR-DESC PIC X(30).
           03 PAR-FECHA-CAMBIO PIC 9(8).

       FD AVISOS_PROFESORES LABEL RECORD IS STANDARD.
       01 AVISOS_PROFESORES_REG PIC X(120).

       FD REPORTE LABEL RECORD IS STANDARD.
       01 REPORTE_REG PIC X(110).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-STATUS-CERTIFICACIONES PIC X(2) VALUE SPACES.
       01 WS-STATUS-EXIGIDAS PIC X(2) VALUE SPACES.
       01 WS-STATUS-PROFESORES PIC X(2) VALUE SPACES.
       01 WS-STATUS-PARAMETROS PIC X(2) VALUE SPACES.
       01 WS-STATUS-AVISOS PIC X(2) VALUE SPACES.

       01 WS-EOF-CERTIFICACIONES PIC X(2) VALUE "NO".
       01 WS-EOF-EXIGIDAS PIC X(2) VALUE "NO".
       01 WS-EOF-PARAMETROS PIC X(2) VALUE "NO".

       01 WS-DIAS-AVISO PIC 9(3) VALUE 60.
       01 WS-FECHA-HOY PIC 9(8) VALUE ZERO.

       01 WS-MAX-CERTIFICACIONES PIC 9(4) VALUE 5000.
       01 WS-CANT-CERTIFICACIONES PIC 9(4) VALUE ZERO.
       01 SUBINDICE-CER PIC 9(4) VALUE ZERO.
       01 SUBINDICE-CER-2 PIC 9(4) VALUE ZERO.
       01 TABLA-CERTIFICACIONES.
           03 ELEM-CER OCCURS 5000 TIMES.
               05 VEC-CER-PROFESOR PIC X(5).
               05 VEC-CER-TIPO PIC X(4).
               05 VEC-CER-NUMERO PIC X(15).
               05 VEC-CER-EMISOR PIC X(25).
               05 VEC-CER-FECHA-EMISION PIC 9(8).
               05 VEC-CER-FECHA-VENCIMIENTO PIC 9(8).

       01 WS-MAX-EXIGIDAS PIC 9(3) VALUE 500.
       01 WS-CANT-EXIGIDAS PIC 9(3) VALUE ZERO.
       01 SUBINDICE-CEX PIC 9(3) VALUE ZERO.
       01 TABLA-EXIGIDAS.
           03 ELEM-CEX OCCURS 500 TIMES.
               05 VEC-CEX-TIP_CLASE PIC X(4).
               05 VEC-CEX-CERTIFICACION PIC X(4).

      * Certificados que vencen dentro del plazo, para ordenarlos
      * por fecha de vencimiento antes de listarlos.
       01 WS-MAX-POR-VENCER PIC 9(4) VALUE 1000.
       01 WS-CANT-POR-VENCER PIC 9(4) VALUE ZERO.
       01 SUBINDICE-PV PIC 9(4) VALUE ZERO.
       01 SUBINDICE-PV-2 PIC 9(4) VALUE ZERO.
       01 TABLA-POR-VENCER.
           03 ELEM-PV OCCURS 1000 TIMES.
               05 VEC-PV-VENCIMIENTO PIC 9(8).
               05 VEC-PV-DIAS PIC 9(3).
               05 VEC-PV-CER PIC 9(4).
       01 WS-ELEM-PV-AUX PIC X(15).
       01 WS-HUBO-CAMBIO PIC X(1) VALUE "N".

       01 WS-RENOVADO PIC X(1) VALUE "N".
           88 WS-RENOVADO-SI VALUE "S".
       01 WS-EXIGIDA PIC X(1) VALUE "N".
           88 WS-EXIGIDA-SI VALUE "S".
       01 WS-CANT-AVISOS PIC 9(4) VALUE ZERO.
       01 WS-CANT-EXIGIDAS-POR-VENCER PIC 9(4) VALUE ZERO.

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

       01 LINEA-VTO-ENC.
           03 FILLER PIC X(42) VALUE
               "CERTIFICACIONES QUE VENCEN EN LOS PROXIMOS".
           03 LVE-DIAS PIC ZZ9.
           03 FILLER PIC X(11) VALUE " DIAS - AL ".
           03 LVE-FECHA PIC X(10).

       01 LINEA-VTO-COLUMNAS.
           03 FILLER PIC X(40) VALUE
               "PROF. NOMBRE                    CERT NUM".
           03 FILLER PIC X(42) VALUE
               "ERO          VENCE     DIAS EXIGIDA  AVISO".

       01 LINEA-VTO-DETALLE.
           03 LVD-PROFESOR PIC X(5).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LVD-NOMBRE PIC X(25).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LVD-TIPO PIC X(4).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LVD-NUMERO PIC X(15).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LVD-VENCE PIC X(10).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LVD-DIAS PIC ZZ9.
           03 FILLER PIC X(3) VALUE SPACES.
           03 LVD-EXIGIDA PIC X(2).
           03 FILLER PIC X(6) VALUE SPACES.
           03 LVD-AVISO PIC X(2).

       01 LINEA-VTO-TOTAL.
           03 FILLER PIC X(20) VALUE "CERTIFICADOS: ".
           03 LVT-CANTIDAD PIC ZZZ9.
           03 FILLER PIC X(14) VALUE "  EXIGIDOS: ".
           03 LVT-EXIGIDAS PIC ZZZ9.
           03 FILLER PIC X(12) VALUE "  AVISOS: ".
           03 LVT-AVISOS PIC ZZZ9.

      * El aviso viaja en el mismo par PARA:/texto que los demas
      * avisos a profesores, con una referencia propia en la
      * posicion del folio (8 + AAMM del mes + secuencia) para que
      * el despachador no lo repita si el reporte se vuelve a
      * correr en el mismo mes.
       01 LINEA-AVISO-DESTINO.
           03 FILLER PIC X(6) VALUE "PARA: ".
           03 LAV-EMAIL PIC X(40).

       01 LINEA-AVISO-CERTIF.
           03 FILLER PIC X(14) VALUE "CERTIFICACION ".
           03 LAC-TIPO PIC X(4).
           03 FILLER PIC X(27) VALUE
               " PROXIMA A VENCER.     REF ".
           03 LAC-REFERENCIA.
               05 LAC-REF-MARCA PIC 9(1).
               05 LAC-REF-AAMM PIC 9(4).
               05 LAC-REF-SECUENCIA PIC 9(4).
           03 FILLER PIC X(8) VALUE " VENCE: ".
           03 LAC-VENCE PIC X(10).
           03 FILLER PIC X(9) VALUE ". RENOVAR".
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * Carga certificados y exigencias, elige los que vencen dentro
      * del plazo, los ordena por vencimiento y emite reporte y
      * avisos
      **
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           COMPUTE WS-FECHA-HOY = WS-CURRENT-YEAR * 10000 +
               WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
           MOVE WS-FECHA-HOY TO WS-FECHA-A-SERIE
           PERFORM CALCULAR-SERIE-DE-FECHA
           MOVE WS-SERIE-RESULTADO TO WS-SERIE-HOY
           PERFORM LEER-PARM-CERTIFICACIONES

           PERFORM CARGAR-CERTIFICACIONES-A-VECTOR
           IF WS-CANT-CERTIFICACIONES >= WS-MAX-CERTIFICACIONES THEN
               DISPLAY "LAS CERTIFICACIONES SUPERAN LA TABLA EN "
                       "MEMORIA; EL REPORTE SALDRIA INCOMPLETO"
               STOP RUN
           END-IF
           PERFORM CARGAR-EXIGIDAS-A-VECTOR

           MOVE 1 TO SUBINDICE-CER
           PERFORM EVALUAR-CERTIFICADO UNTIL
               SUBINDICE-CER > WS-CANT-CERTIFICACIONES
           PERFORM ORDENAR-POR-VENCIMIENTO

           OPEN INPUT PROFESORES
           OPEN EXTEND AVISOS_PROFESORES
           IF WS-STATUS-AVISOS = "35" THEN
               OPEN OUTPUT AVISOS_PROFESORES
               CLOSE AVISOS_PROFESORES
               OPEN EXTEND AVISOS_PROFESORES
           END-IF
           OPEN OUTPUT REPORTE
           MOVE WS-DIAS-AVISO TO LVE-DIAS
           MOVE WS-FECHA-HOY TO WS-FECHA-EDICION
           PERFORM EDITAR-FECHA
           MOVE WS-FECHA-EDITADA TO LVE-FECHA
           WRITE REPORTE_REG FROM LINEA-VTO-ENC
           MOVE SPACES TO REPORTE_REG
           WRITE REPORTE_REG
           WRITE REPORTE_REG FROM LINEA-VTO-COLUMNAS
           MOVE 1 TO SUBINDICE-PV
           PERFORM REPORTAR-POR-VENCER UNTIL
               SUBINDICE-PV > WS-CANT-POR-VENCER
           MOVE WS-CANT-POR-VENCER TO LVT-CANTIDAD
           MOVE WS-CANT-EXIGIDAS-POR-VENCER TO LVT-EXIGIDAS
           MOVE WS-CANT-AVISOS TO LVT-AVISOS
           MOVE SPACES TO REPORTE_REG
           WRITE REPORTE_REG
           WRITE REPORTE_REG FROM LINEA-VTO-TOTAL
           CLOSE REPORTE
           CLOSE AVISOS_PROFESORES
           IF WS-STATUS-PROFESORES = "00" THEN
               CLOSE PROFESORES
           END-IF

           DISPLAY "CERTIFICADOS POR VENCER:     " WS-CANT-POR-VENCER
           DISPLAY "EXIGIDOS POR UN TIPO DE CLASE: "
                   WS-CANT-EXIGIDAS-POR-VENCER
           DISPLAY "AVISOS A PROFESORES:         " WS-CANT-AVISOS
           DISPLAY "REPORTE EN ReporteVencCertificaciones.dat"
           STOP RUN.

       LEER-PARM-CERTIFICACIONES.
           MOVE "NO" TO WS-EOF-PARAMETROS
           OPEN INPUT PARAMETROS
           IF WS-STATUS-PARAMETROS = "00" THEN
               PERFORM LEER-PARAMETRO
               PERFORM BUSCAR-PARM-CERTIFICACIONES UNTIL
                   WS-EOF-PARAMETROS = "SI"
               CLOSE PARAMETROS
           END-IF.

       LEER-PARAMETRO.
           READ PARAMETROS
               AT END
                   MOVE "SI" TO WS-EOF-PARAMETROS
           END-READ.

       BUSCAR-PARM-CERTIFICACIONES.
           IF PAR-NOMBRE = "CERTIF-DIAS-AVISO" AND
               PAR-VALOR(1:3) NUMERIC THEN
               MOVE PAR-VALOR(1:3) TO WS-DIAS-AVISO
           END-IF
           PERFORM LEER-PARAMETRO.

       CARGAR-CERTIFICACIONES-A-VECTOR.
           MOVE ZERO TO WS-CANT-CERTIFICACIONES
           OPEN INPUT CERTIFICACIONES
           IF WS-STATUS-CERTIFICACIONES = "00" THEN
               PERFORM LEER-CERTIFICACION
               PERFORM CARGAR-REGISTRO-CER UNTIL
                   WS-EOF-CERTIFICACIONES = "SI" OR
                   WS-CANT-CERTIFICACIONES >= WS-MAX-CERTIFICACIONES
               CLOSE CERTIFICACIONES
           END-IF.

       LEER-CERTIFICACION.
           READ CERTIFICACIONES
               AT END
                   MOVE "SI" TO WS-EOF-CERTIFICACIONES
           END-READ.

       CARGAR-REGISTRO-CER.
           ADD 1 TO WS-CANT-CERTIFICACIONES
           MOVE CERTIFICACIONES_REG TO
               ELEM-CER(WS-CANT-CERTIFICACIONES)
           PERFORM LEER-CERTIFICACION.

       CARGAR-EXIGIDAS-A-VECTOR.
           MOVE ZERO TO WS-CANT-EXIGIDAS
           OPEN INPUT CERTIF-EXIGIDAS
           IF WS-STATUS-EXIGIDAS = "00" THEN
               PERFORM LEER-EXIGIDA
               PERFORM CARGAR-REGISTRO-CEX UNTIL
                   WS-EOF-EXIGIDAS = "SI" OR
                   WS-CANT-EXIGIDAS >= WS-MAX-EXIGIDAS
               CLOSE CERTIF-EXIGIDAS
           END-IF.

       LEER-EXIGIDA.
           READ CERTIF-EXIGIDAS
               AT END
                   MOVE "SI" TO WS-EOF-EXIGIDAS
           END-READ.

       CARGAR-REGISTRO-CEX.
           ADD 1 TO WS-CANT-EXIGIDAS
           MOVE CEX-TIP_CLASE TO VEC-CEX-TIP_CLASE(WS-CANT-EXIGIDAS)
           MOVE CEX-CERTIFICACION TO
               VEC-CEX-CERTIFICACION(WS-CANT-EXIGIDAS)
           PERFORM LEER-EXIGIDA.

      * Solo cuenta el ultimo certificado de cada profesor y tipo:
      * si hay otro que vence despues (o que no vence) ya se renovo.
       EVALUAR-CERTIFICADO.
           IF VEC-CER-FECHA-VENCIMIENTO(SUBINDICE-CER) NOT = ZERO
               AND VEC-CER-FECHA-VENCIMIENTO(SUBINDICE-CER) >=
                   WS-FECHA-HOY THEN
               MOVE VEC-CER-FECHA-VENCIMIENTO(SUBINDICE-CER) TO
                   WS-FECHA-A-SERIE
               PERFORM CALCULAR-SERIE-DE-FECHA
               COMPUTE WS-DIAS-FALTAN =
                   WS-SERIE-RESULTADO - WS-SERIE-HOY
               IF WS-DIAS-FALTAN <= WS-DIAS-AVISO THEN
                   MOVE "N" TO WS-RENOVADO
                   MOVE 1 TO SUBINDICE-CER-2
                   PERFORM BUSCAR-RENOVACION UNTIL
                       SUBINDICE-CER-2 > WS-CANT-CERTIFICACIONES OR
                       WS-RENOVADO-SI
                   IF NOT WS-RENOVADO-SI AND
                       WS-CANT-POR-VENCER < WS-MAX-POR-VENCER THEN
                       ADD 1 TO WS-CANT-POR-VENCER
                       MOVE VEC-CER-FECHA-VENCIMIENTO(SUBINDICE-CER)
                           TO VEC-PV-VENCIMIENTO(WS-CANT-POR-VENCER)
                       MOVE WS-DIAS-FALTAN TO
                           VEC-PV-DIAS(WS-CANT-POR-VENCER)
                       MOVE SUBINDICE-CER TO
                           VEC-PV-CER(WS-CANT-POR-VENCER)
                   END-IF
               END-IF
           END-IF
           ADD 1 TO SUBINDICE-CER.

       BUSCAR-RENOVACION.
           IF SUBINDICE-CER-2 NOT = SUBINDICE-CER AND
               VEC-CER-PROFESOR(SUBINDICE-CER-2) =
                   VEC-CER-PROFESOR(SUBINDICE-CER) AND
               VEC-CER-TIPO(SUBINDICE-CER-2) =
                   VEC-CER-TIPO(SUBINDICE-CER) AND
               (VEC-CER-FECHA-VENCIMIENTO(SUBINDICE-CER-2) = ZERO OR
                VEC-CER-FECHA-VENCIMIENTO(SUBINDICE-CER-2) >
                    VEC-CER-FECHA-VENCIMIENTO(SUBINDICE-CER)) THEN
               MOVE "S" TO WS-RENOVADO
           ELSE
               ADD 1 TO SUBINDICE-CER-2
           END-IF.

       ORDENAR-POR-VENCIMIENTO.
           MOVE "S" TO WS-HUBO-CAMBIO
           PERFORM PASADA-ORDEN-VENCIMIENTO UNTIL
               WS-HUBO-CAMBIO = "N".

       PASADA-ORDEN-VENCIMIENTO.
           MOVE "N" TO WS-HUBO-CAMBIO
           MOVE 1 TO SUBINDICE-PV
           PERFORM COMPARAR-VENCIMIENTOS UNTIL
               SUBINDICE-PV >= WS-CANT-POR-VENCER.

       COMPARAR-VENCIMIENTOS.
           COMPUTE SUBINDICE-PV-2 = SUBINDICE-PV + 1
           IF VEC-PV-VENCIMIENTO(SUBINDICE-PV) >
               VEC-PV-VENCIMIENTO(SUBINDICE-PV-2) THEN
               MOVE ELEM-PV(SUBINDICE-PV) TO WS-ELEM-PV-AUX
               MOVE ELEM-PV(SUBINDICE-PV-2) TO ELEM-PV(SUBINDICE-PV)
               MOVE WS-ELEM-PV-AUX TO ELEM-PV(SUBINDICE-PV-2)
               MOVE "S" TO WS-HUBO-CAMBIO
           END-IF
           ADD 1 TO SUBINDICE-PV.

       REPORTAR-POR-VENCER.
           MOVE VEC-PV-CER(SUBINDICE-PV) TO SUBINDICE-CER
           MOVE VEC-CER-PROFESOR(SUBINDICE-CER) TO LVD-PROFESOR
           MOVE VEC-CER-TIPO(SUBINDICE-CER) TO LVD-TIPO
           MOVE VEC-CER-NUMERO(SUBINDICE-CER) TO LVD-NUMERO
           MOVE VEC-CER-FECHA-VENCIMIENTO(SUBINDICE-CER) TO
               WS-FECHA-EDICION
           PERFORM EDITAR-FECHA
           MOVE WS-FECHA-EDITADA TO LVD-VENCE
           MOVE VEC-PV-DIAS(SUBINDICE-PV) TO LVD-DIAS
           MOVE "N" TO WS-EXIGIDA
           MOVE 1 TO SUBINDICE-CEX
           PERFORM BUSCAR-EXIGENCIA UNTIL
               SUBINDICE-CEX > WS-CANT-EXIGIDAS OR WS-EXIGIDA-SI
           IF WS-EXIGIDA-SI THEN
               MOVE "SI" TO LVD-EXIGIDA
               ADD 1 TO WS-CANT-EXIGIDAS-POR-VENCER
           ELSE
               MOVE "NO" TO LVD-EXIGIDA
           END-IF
           MOVE SPACES TO LVD-NOMBRE
           MOVE "NO" TO LVD-AVISO
           IF WS-STATUS-PROFESORES = "00" THEN
               MOVE VEC-CER-PROFESOR(SUBINDICE-CER) TO PROF-NUMERO
               READ PROFESORES
                   INVALID KEY
                       MOVE SPACES TO LVD-NOMBRE
                   NOT INVALID KEY
                       MOVE PROF-NOMBRE TO LVD-NOMBRE
                       PERFORM GRABAR-AVISO-CERTIF
               END-READ
           END-IF
           WRITE REPORTE_REG FROM LINEA-VTO-DETALLE
           ADD 1 TO SUBINDICE-PV.

       BUSCAR-EXIGENCIA.
           IF VEC-CEX-CERTIFICACION(SUBINDICE-CEX) =
               VEC-CER-TIPO(SUBINDICE-CER) THEN
               MOVE "S" TO WS-EXIGIDA
           ELSE
               ADD 1 TO SUBINDICE-CEX
           END-IF.

       GRABAR-AVISO-CERTIF.
           IF PROF-ACTIVO-SI AND PROF-EMAIL NOT = SPACES AND
               WS-CANT-AVISOS < 9999 THEN
               ADD 1 TO WS-CANT-AVISOS
               MOVE PROF-EMAIL TO LAV-EMAIL
               WRITE AVISOS_PROFESORES_REG FROM LINEA-AVISO-DESTINO
               MOVE VEC-CER-TIPO(SUBINDICE-CER) TO LAC-TIPO
               MOVE 8 TO LAC-REF-MARCA
               COMPUTE LAC-REF-AAMM = (WS-CURRENT-YEAR - 2000) * 100
                   + WS-CURRENT-MONTH
               MOVE WS-CANT-AVISOS TO LAC-REF-SECUENCIA
               MOVE LVD-VENCE TO LAC-VENCE
               WRITE AVISOS_PROFESORES_REG FROM LINEA-AVISO-CERTIF
               MOVE "SI" TO LVD-AVISO
           END-IF.

       EDITAR-FECHA.
           MOVE WS-EDICION-DIA TO WS-EDITADA-DIA
           MOVE WS-EDICION-MES TO WS-EDITADA-MES
           MOVE WS-EDICION-ANIO TO WS-EDITADA-ANIO.

       CALCULAR-SERIE-DE-FECHA.
           COMPUTE WS-SERIE-RESULTADO =
               WS-SERIE-ANIO * 365 +
               WS-SERIE-ANIO / 4 +
               VEC-DIAS-ACUM(WS-SERIE-MES) +
               WS-SERIE-DIA.

       END PROGRAM REPORTE-VENCIMIENTO-CERTIF.
