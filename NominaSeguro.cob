      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nomina mensual para el seguro de accidentes
      *          personales. Toma del TimesAct de la corrida las
      *          horas del periodo de cada profesor (las clases
      *          suspendidas no cuentan como horas trabajadas) y
      *          arma con los profesores activos la nomina en el
      *          formato de la aseguradora (NominaSeguro_AAAAMM.dat:
      *          cabecera con poliza y totales y un renglon por
      *          asegurado con DNI, fecha de nacimiento, horas y
      *          prima). La prima sale de la tarifa del contrato en
      *          Parametros.dat (SEGURO-MODALIDAD H por hora o C por
      *          capita, SEGURO-TARIFA en centavos, SEGURO-POLIZA).
      *          Contra la nomina del mes anterior marca cada
      *          asegurado como alta o permanencia y agrega las
      *          bajas. El costo se reparte por sucursal segun las
      *          horas dictadas en cada una, queda en
      *          CostoSeguroSucursal.dat y se suma al costo del
      *          cuadro de margen de la corrida (MargenSucursales.dat)
      *          que se vuelve a ordenar de peor a mejor. Control en
      *          ReporteNominaSeguro.dat.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. NOMINA-SEGURO.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT TimesAct ASSIGN TO WS-NOMBRE-TIMESACT
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-TIMESACT.

       SELECT PROFESORES ASSIGN TO "Profesores.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PROF-NUMERO
             FILE STATUS IS WS-STATUS-PROFESORES.

       SELECT PARAMETROS ASSIGN TO "Parametros.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-PARAMETROS.

       SELECT NOMINA_SEGURO ASSIGN TO WS-NOMBRE-NOMINA
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-NOMINA.

       SELECT NOMINA_ANTERIOR ASSIGN TO WS-NOMBRE-NOMINA-ANT
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-NOMINA-ANT.

       SELECT COSTO_SEGURO ASSIGN TO "CostoSeguroSucursal.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-COSTO.

       SELECT MARGEN_SUCURSALES ASSIGN TO "MargenSucursales.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-MARGEN.

       SELECT REPORTE ASSIGN TO "ReporteNominaSeguro.dat"
             ORGANIZATION IS LINE SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD TimesAct LABEL RECORD IS STANDARD.
       01 TimesAct_REG.
           03 TimesAct_CLAVE.
               05 TIMACT-NUMERO     PIC X(5).
               05 TIMACT-FECHA.
                   07 TIMACT_ANIO PIC 9(4).
                   07 TIMACT_MES  PIC 9(2).
                   07 TIMACT_DIA  PIC 9(2).
               05 TIMACT-SUCURSAL PIC X(3).
           03 TIMACT-TIP_CLASE PIC X(4).
           03 TIMACT-HORAS PIC 9(3)V99.
           03 TIMACT-TIPO-MOV PIC X(1).
           03 TIMACT-ALUMNOS PIC 9(3).
           03 TIMACT-HORA-DESDE PIC 9(4).
           03 TIMACT-HORA-HASTA PIC 9(4).
           03 TIMACT-CONCEPTO PIC X(1).
           03 TIMACT-CLIENTE PIC X(5).
           03 TIMACT-PORC-COMPARTIDO PIC 9(3)V99.
           03 TIMACT-AVISO-FECHA PIC 9(8).
           03 TIMACT-AVISO-HORA PIC 9(4).
           03 TIMACT-MODALIDAD PIC X(1).
      * Cabecera de layout (numero "00000"), primer registro de cada
      * generacion grabada desde que se versiona el registro.
       01 TimesAct_CAB.
           03 TIMACT-CAB-NUMERO PIC X(5).
               88 TIMACT-ES-CABECERA VALUE "00000".
           03 TIMACT-CAB-MARCA PIC X(6).
           03 TIMACT-CAB-VERSION PIC 9(2).
           03 TIMACT-CAB-LARGO PIC 9(3).
           03 TIMACT-CAB-FECHA PIC 9(8).
           03 TIMACT-CAB-ORIGEN PIC X(20).
           03 FILLER PIC X(17).

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

      * Formato de la aseguradora: una cabecera "H" y un renglon "D"
      * por asegurado, todos de largo fijo y sin edicion. En el
      * renglon el movimiento es A (alta respecto de la nomina
      * anterior), P (permanece) o B (baja, sin horas ni prima).
       FD NOMINA_SEGURO LABEL RECORD IS STANDARD.
       01 NOMINA_SEGURO_REG.
           03 NSD-TIPO-REG PIC X(1).
               88 NSD-ES-CABECERA VALUE "H".
               88 NSD-ES-DETALLE VALUE "D".
           03 NSD-MOVIMIENTO PIC X(1).
               88 NSD-ES-ALTA VALUE "A".
               88 NSD-PERMANECE VALUE "P".
               88 NSD-ES-BAJA VALUE "B".
           03 NSD-DNI PIC 9(8).
           03 NSD-NOMBRE PIC X(25).
           03 NSD-FECHA-NACIMIENTO PIC 9(8).
           03 NSD-HORAS PIC 9(5)V99.
           03 NSD-PRIMA PIC 9(7)V99.
           03 NSD-PROFESOR PIC X(5).
       01 NOMINA_SEGURO_CAB REDEFINES NOMINA_SEGURO_REG.
           03 NSH-TIPO-REG PIC X(1).
           03 NSH-POLIZA PIC X(12).
           03 NSH-PERIODO PIC 9(6).
           03 NSH-MODALIDAD PIC X(1).
           03 NSH-TARIFA PIC 9(7)V99.
           03 NSH-CANTIDAD PIC 9(5).
           03 NSH-HORAS PIC 9(7)V99.
           03 NSH-PRIMA PIC 9(9)V99.
           03 FILLER PIC X(10).

       FD NOMINA_ANTERIOR LABEL RECORD IS STANDARD.
       01 NOMINA_ANTERIOR_REG.
           03 NSA-TIPO-REG PIC X(1).
               88 NSA-ES-DETALLE VALUE "D".
           03 NSA-MOVIMIENTO PIC X(1).
               88 NSA-ES-BAJA VALUE "B".
           03 NSA-DNI PIC 9(8).
           03 NSA-NOMBRE PIC X(25).
           03 NSA-FECHA-NACIMIENTO PIC 9(8).
           03 NSA-HORAS PIC 9(5)V99.
           03 NSA-PRIMA PIC 9(7)V99.
           03 NSA-PROFESOR PIC X(5).

       FD COSTO_SEGURO LABEL RECORD IS STANDARD.
       01 COSTO_SEGURO_REG.
           03 CSS-PERIODO PIC 9(6).
           03 CSS-SUCURSAL PIC X(3).
           03 CSS-PROFESORES PIC 9(5).
           03 CSS-HORAS PIC 9(7)V99.
           03 CSS-COSTO PIC 9(9)V99.

      * Mismo renglon que graba la corrida en el cuadro de margen;
      * la cabecera lleva al final la marca del seguro ya sumado.
       FD MARGEN_SUCURSALES LABEL RECORD IS STANDARD.
       01 MARGEN_SUCURSALES_REG.
           03 MRG-SUCURSAL PIC X(4).
           03 MRG-RAZON PIC X(25).
           03 FILLER PIC X(6).
           03 MRG-INGRESO PIC ZZZZZZZ9,99.
           03 FILLER PIC X(8).
           03 MRG-COSTO PIC ZZZZZZZ9,99.
           03 FILLER PIC X(6).
           03 MRG-MARGEN PIC -ZZZZZZ9,99.
           03 FILLER PIC X(1).
           03 MRG-PORCENTAJE PIC -ZZ9,99.
           03 FILLER PIC X(2).
       01 MARGEN_SUCURSALES_ENC REDEFINES MARGEN_SUCURSALES_REG.
           03 MRG-ENC-TITULO PIC X(57).
           03 MRG-ENC-MARCA PIC X(18).
           03 MRG-ENC-PERIODO PIC X(6).
           03 FILLER PIC X(11).

       FD REPORTE LABEL RECORD IS STANDARD.
       01 REPORTE_REG PIC X(100).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-STATUS-TIMESACT PIC X(2) VALUE SPACES.
       01 WS-STATUS-PROFESORES PIC X(2) VALUE SPACES.
       01 WS-STATUS-PARAMETROS PIC X(2) VALUE SPACES.
       01 WS-STATUS-NOMINA PIC X(2) VALUE SPACES.
       01 WS-STATUS-NOMINA-ANT PIC X(2) VALUE SPACES.
       01 WS-STATUS-COSTO PIC X(2) VALUE SPACES.
       01 WS-STATUS-MARGEN PIC X(2) VALUE SPACES.

       01 WS-EOF-TIMESACT PIC X(2) VALUE "NO".
       01 WS-EOF-PARAMETROS PIC X(2) VALUE "NO".
       01 WS-EOF-NOMINA-ANT PIC X(2) VALUE "NO".
       01 WS-EOF-COSTO PIC X(2) VALUE "NO".
       01 WS-EOF-MARGEN PIC X(2) VALUE "NO".

      * Version vigente del layout de los archivos de horas; una
      * generacion con cabecera de otra version no se lee.
       01 WS-VERSION-LAYOUT-HORAS PIC 9(2) VALUE 8.
       01 WS-NOMBRE-TIMESACT.
           03 FILLER PIC X(9) VALUE "TimesAct_".
           03 WS-NOMBRE-TIMESACT-FECHA PIC X(8).
           03 FILLER PIC X(4) VALUE ".dat".

       01 WS-NOMBRE-NOMINA.
           03 FILLER PIC X(13) VALUE "NominaSeguro_".
           03 WS-NOMBRE-NOMINA-PERIODO PIC 9(6).
           03 FILLER PIC X(4) VALUE ".dat".

       01 WS-NOMBRE-NOMINA-ANT.
           03 FILLER PIC X(13) VALUE "NominaSeguro_".
           03 WS-NOMBRE-NOMINA-ANT-PERIODO PIC 9(6).
           03 FILLER PIC X(4) VALUE ".dat".

       01 WS-FECHA-CORRIDA PIC X(8) VALUE SPACES.
       01 WS-PERIODO-ENTRADA PIC X(6) VALUE SPACES.
       01 WS-PERIODO-GRUPO.
           03 WS-PERIODO-ANIO PIC 9(4).
           03 WS-PERIODO-MES PIC 9(2).
       01 WS-PERIODO REDEFINES WS-PERIODO-GRUPO PIC 9(6).
       01 WS-PERIODO-ANT-GRUPO.
           03 WS-PERIODO-ANT-ANIO PIC 9(4).
           03 WS-PERIODO-ANT-MES PIC 9(2).
       01 WS-PERIODO-ANT REDEFINES WS-PERIODO-ANT-GRUPO PIC 9(6).

      * Contrato con la aseguradora, de Parametros.dat.
       01 WS-SEGURO-POLIZA PIC X(12) VALUE SPACES.
       01 WS-SEGURO-MODALIDAD PIC X(1) VALUE "C".
           88 WS-SEGURO-POR-HORA VALUE "H".
           88 WS-SEGURO-POR-CAPITA VALUE "C".
       01 WS-SEGURO-TARIFA-CENTAVOS PIC 9(9) VALUE ZERO.
       01 WS-SEGURO-TARIFA PIC 9(7)V99 VALUE ZERO.

      * Asegurados del periodo con sus horas abiertas por sucursal
      * para repartir la prima.
       01 WS-MAX-ASEGURADOS PIC 9(4) VALUE 2000.
       01 WS-CANT-ASEGURADOS PIC 9(4) VALUE ZERO.
       01 SUBINDICE-ASE PIC 9(4) VALUE ZERO.
       01 TABLA-ASEGURADOS.
           03 ELEM-ASE OCCURS 2000 TIMES.
               05 VEC-ASE-PROFESOR PIC X(5).
               05 VEC-ASE-HORAS PIC 9(5)V99.
               05 VEC-ASE-PRIMA PIC 9(7)V99.
               05 VEC-ASE-CANT-SUC PIC 9(2).
               05 VEC-ASE-MOVIMIENTO PIC X(1).
               05 VEC-ASE-DNI PIC 9(8).
               05 VEC-ASE-NOMBRE PIC X(25).
               05 VEC-ASE-FECHA-NACIMIENTO PIC 9(8).
               05 ELEM-ASE-SUC OCCURS 20 TIMES.
                   07 VEC-ASE-SUCURSAL PIC X(3).
                   07 VEC-ASE-SUC-HORAS PIC 9(5)V99.
       01 SUBINDICE-ASE-SUC PIC 9(2) VALUE ZERO.
       01 WS-ASE-ENCONTRADO PIC X(1) VALUE "N".
           88 WS-ASE-ENCONTRADO-SI VALUE "S".
       01 WS-SUC-ENCONTRADA PIC X(1) VALUE "N".
           88 WS-SUC-ENCONTRADA-SI VALUE "S".

      * Nomina del mes anterior (solo los asegurados vigentes).
       01 WS-MAX-ANTERIOR PIC 9(4) VALUE 2000.
       01 WS-CANT-ANTERIOR PIC 9(4) VALUE ZERO.
       01 SUBINDICE-ANT PIC 9(4) VALUE ZERO.
       01 TABLA-ANTERIOR.
           03 ELEM-ANT OCCURS 2000 TIMES.
               05 VEC-ANT-PROFESOR PIC X(5).
               05 VEC-ANT-DNI PIC 9(8).
               05 VEC-ANT-NOMBRE PIC X(25).
               05 VEC-ANT-FECHA-NACIMIENTO PIC 9(8).
               05 VEC-ANT-SIGUE PIC X(1).
       01 WS-ANT-ENCONTRADO PIC X(1) VALUE "N".
           88 WS-ANT-ENCONTRADO-SI VALUE "S".

      * Costo por sucursal del periodo; el costo anterior es el que
      * quedo de una pasada previa del mismo periodo y ya esta
      * sumado en el cuadro de margen.
       01 WS-MAX-SUCURSALES PIC 9(3) VALUE 200.
       01 WS-CANT-SUCURSALES PIC 9(3) VALUE ZERO.
       01 SUBINDICE-SUC PIC 9(3) VALUE ZERO.
       01 TABLA-COSTO-SUCURSAL.
           03 ELEM-SUC OCCURS 200 TIMES.
               05 VEC-SUC-SUCURSAL PIC X(3).
               05 VEC-SUC-PROFESORES PIC 9(5).
               05 VEC-SUC-HORAS PIC 9(7)V99.
               05 VEC-SUC-COSTO PIC 9(9)V99.
               05 VEC-SUC-COSTO-ANTERIOR PIC 9(9)V99.
       01 WS-SUC-BUSCADA PIC X(3) VALUE SPACES.

      * Cuadro de margen de la corrida, para sumarle el seguro y
      * volver a ordenarlo.
       01 WS-MAX-MARGEN PIC 9(3) VALUE 200.
       01 WS-CANT-MARGEN PIC 9(3) VALUE ZERO.
       01 SUBINDICE-MRG PIC 9(3) VALUE ZERO.
       01 SUBINDICE-MRG-2 PIC 9(3) VALUE ZERO.
       01 TABLA-MARGEN.
           03 ELEM-MRG OCCURS 200 TIMES.
               05 VEC-MRG-RENGLON PIC X(92).
               05 VEC-MRG-PORCENTAJE PIC S9(3)V99.
       01 WS-ELEM-MRG-AUX PIC X(95).
       01 WS-HUBO-CAMBIO PIC X(1) VALUE "N".
       01 WS-MARGEN-ENCABEZADO PIC X(92) VALUE SPACES.
       01 WS-MARGEN-INGRESO PIC S9(9)V99 VALUE ZERO.
       01 WS-MARGEN-COSTO PIC S9(9)V99 VALUE ZERO.
       01 WS-MARGEN-BRUTO PIC S9(9)V99 VALUE ZERO.
       01 WS-MARGEN-PORCENTAJE PIC S9(3)V99 VALUE ZERO.
       01 WS-MARGEN-AJUSTE PIC S9(9)V99 VALUE ZERO.
       01 WS-MARGEN-MARCADO PIC X(1) VALUE "N".
           88 WS-MARGEN-MARCADO-SI VALUE "S".
       01 WS-MARCA-SEGURO PIC X(18) VALUE "INCLUYE SEGURO AP ".

       01 WS-PRIMA-REPARTIDA PIC 9(7)V99 VALUE ZERO.
       01 WS-PRIMA-SUCURSAL PIC 9(7)V99 VALUE ZERO.

       01 WS-CANT-LEIDOS PIC 9(6) VALUE ZERO.
       01 WS-CANT-NO-ACTIVOS PIC 9(4) VALUE ZERO.
       01 WS-CANT-INEXISTENTES PIC 9(4) VALUE ZERO.
       01 WS-CANT-SIN-NACIMIENTO PIC 9(4) VALUE ZERO.
       01 WS-CANT-CUBIERTOS PIC 9(5) VALUE ZERO.
       01 WS-CANT-ALTAS PIC 9(4) VALUE ZERO.
       01 WS-CANT-BAJAS PIC 9(4) VALUE ZERO.
       01 WS-TOTAL-HORAS PIC 9(7)V99 VALUE ZERO.
       01 WS-TOTAL-PRIMA PIC 9(9)V99 VALUE ZERO.

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

       01 LINEA-NOM-ENC.
           03 FILLER PIC X(40) VALUE
               "NOMINA SEGURO DE ACCIDENTES PERSONALES -".
           03 FILLER PIC X(9) VALUE " PERIODO ".
           03 LNE-PERIODO PIC 9(6).
           03 FILLER PIC X(9) VALUE " POLIZA: ".
           03 LNE-POLIZA PIC X(12).

       01 LINEA-NOM-CONTRATO.
           03 FILLER PIC X(11) VALUE "MODALIDAD: ".
           03 LNC-MODALIDAD PIC X(10).
           03 FILLER PIC X(10) VALUE "  TARIFA: ".
           03 LNC-TARIFA PIC Z.ZZZ.ZZ9,99.
           03 FILLER PIC X(12) VALUE "  CORRIDA: ".
           03 LNC-CORRIDA PIC X(8).

       01 LINEA-NOM-SECCION.
           03 LNS-TITULO PIC X(60).

       01 LINEA-NOM-PROFESOR.
           03 FILLER PIC X(2) VALUE SPACES.
           03 LNP-PROFESOR PIC X(5).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LNP-NOMBRE PIC X(25).
           03 FILLER PIC X(6) VALUE " DNI: ".
           03 LNP-DNI PIC Z(7)9.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LNP-OBSERVACION PIC X(40).

       01 LINEA-NOM-SUCURSAL.
           03 FILLER PIC X(2) VALUE SPACES.
           03 LNU-SUCURSAL PIC X(3).
           03 FILLER PIC X(13) VALUE "  PROFESORES ".
           03 LNU-PROFESORES PIC ZZZZ9.
           03 FILLER PIC X(8) VALUE "  HORAS ".
           03 LNU-HORAS PIC ZZZZZZ9,99.
           03 FILLER PIC X(8) VALUE "  COSTO ".
           03 LNU-COSTO PIC ZZZ.ZZZ.ZZ9,99.

       01 LINEA-NOM-TOTAL.
           03 FILLER PIC X(12) VALUE "ASEGURADOS: ".
           03 LNT-CUBIERTOS PIC ZZZZ9.
           03 FILLER PIC X(9) VALUE "  ALTAS: ".
           03 LNT-ALTAS PIC ZZZ9.
           03 FILLER PIC X(9) VALUE "  BAJAS: ".
           03 LNT-BAJAS PIC ZZZ9.
           03 FILLER PIC X(9) VALUE "  HORAS: ".
           03 LNT-HORAS PIC ZZZZZZ9,99.
           03 FILLER PIC X(9) VALUE "  PRIMA: ".
           03 LNT-PRIMA PIC ZZZ.ZZZ.ZZ9,99.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * Acumula las horas del periodo por profesor y sucursal, arma
      * la nomina contra la del mes anterior, reparte el costo por
      * sucursal y lo suma al cuadro de margen
      **
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           DISPLAY "FECHA DE LA CORRIDA (AAAAMMDD): "
           ACCEPT WS-FECHA-CORRIDA
           MOVE WS-FECHA-CORRIDA TO WS-NOMBRE-TIMESACT-FECHA
           DISPLAY "PERIODO DE LA NOMINA (AAAAMM, ENTER=MES DE LA "
                   "CORRIDA): "
           ACCEPT WS-PERIODO-ENTRADA
           IF WS-PERIODO-ENTRADA = SPACES THEN
               MOVE WS-FECHA-CORRIDA(1:6) TO WS-PERIODO-ENTRADA
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
           MOVE WS-PERIODO TO WS-NOMBRE-NOMINA-PERIODO
           MOVE WS-PERIODO TO WS-PERIODO-ANT
           IF WS-PERIODO-ANT-MES = 1 THEN
               SUBTRACT 1 FROM WS-PERIODO-ANT-ANIO
               MOVE 12 TO WS-PERIODO-ANT-MES
           ELSE
               SUBTRACT 1 FROM WS-PERIODO-ANT-MES
           END-IF
           MOVE WS-PERIODO-ANT TO WS-NOMBRE-NOMINA-ANT-PERIODO

           PERFORM LEER-PARM-SEGURO
           IF WS-SEGURO-TARIFA = ZERO THEN
               DISPLAY "FALTA LA TARIFA DEL SEGURO (SEGURO-TARIFA EN "
                       "PARAMETROS); NO SE ARMA LA NOMINA"
               STOP RUN
           END-IF

           PERFORM ACUMULAR-HORAS-DEL-PERIODO
           IF WS-STATUS-TIMESACT NOT = "00" THEN
               STOP RUN
           END-IF
           PERFORM CARGAR-NOMINA-ANTERIOR

           OPEN INPUT PROFESORES
           IF WS-STATUS-PROFESORES NOT = "00" THEN
               DISPLAY "NO SE PUDO ABRIR Profesores.dat: "
                       WS-STATUS-PROFESORES
               STOP RUN
           END-IF
           OPEN OUTPUT REPORTE
           PERFORM GRABAR-ENCABEZADO-REPORTE
           MOVE "ALTAS Y OBSERVACIONES DEL PERIODO" TO LNS-TITULO
           PERFORM GRABAR-SECCION
           MOVE 1 TO SUBINDICE-ASE
           PERFORM PROCESAR-ASEGURADO UNTIL
               SUBINDICE-ASE > WS-CANT-ASEGURADOS
           MOVE "BAJAS RESPECTO DE LA NOMINA ANTERIOR" TO LNS-TITULO
           PERFORM GRABAR-SECCION
           MOVE 1 TO SUBINDICE-ANT
           PERFORM PROCESAR-BAJA UNTIL
               SUBINDICE-ANT > WS-CANT-ANTERIOR
           CLOSE PROFESORES
           PERFORM GRABAR-NOMINA

           PERFORM GRABAR-COSTO-SUCURSALES
           PERFORM GRABAR-TOTALES-REPORTE
           CLOSE REPORTE
           PERFORM SUMAR-SEGURO-AL-MARGEN

           DISPLAY "NOMINA GRABADA EN " WS-NOMBRE-NOMINA
           DISPLAY "ASEGURADOS:                  " WS-CANT-CUBIERTOS
           DISPLAY "ALTAS:                       " WS-CANT-ALTAS
           DISPLAY "BAJAS:                       " WS-CANT-BAJAS
           DISPLAY "CON ACTIVIDAD NO ACTIVOS:    " WS-CANT-NO-ACTIVOS
           DISPLAY "SIN FECHA DE NACIMIENTO:     "
                   WS-CANT-SIN-NACIMIENTO
           STOP RUN.

      * Tarifa del contrato: SEGURO-TARIFA en centavos (9 digitos)
      * por hora trabajada o por asegurado segun SEGURO-MODALIDAD
      * (H o C, por capita si no esta cargada).
       LEER-PARM-SEGURO.
           MOVE "NO" TO WS-EOF-PARAMETROS
           OPEN INPUT PARAMETROS
           IF WS-STATUS-PARAMETROS = "00" THEN
               PERFORM LEER-PARAMETRO
               PERFORM BUSCAR-PARM-SEGURO UNTIL
                   WS-EOF-PARAMETROS = "SI"
               CLOSE PARAMETROS
           END-IF
           COMPUTE WS-SEGURO-TARIFA = WS-SEGURO-TARIFA-CENTAVOS / 100.

       LEER-PARAMETRO.
           READ PARAMETROS
               AT END
                   MOVE "SI" TO WS-EOF-PARAMETROS
           END-READ.

       BUSCAR-PARM-SEGURO.
           EVALUATE PAR-NOMBRE
               WHEN "SEGURO-POLIZA"
                   MOVE PAR-VALOR(1:12) TO WS-SEGURO-POLIZA
               WHEN "SEGURO-MODALIDAD"
                   IF PAR-VALOR(1:1) = "H" OR PAR-VALOR(1:1) = "C"
                       THEN
                       MOVE PAR-VALOR(1:1) TO WS-SEGURO-MODALIDAD
                   END-IF
               WHEN "SEGURO-TARIFA"
                   IF PAR-VALOR(1:9) NUMERIC THEN
                       MOVE PAR-VALOR(1:9) TO
                           WS-SEGURO-TARIFA-CENTAVOS
                   END-IF
           END-EVALUATE
           PERFORM LEER-PARAMETRO.

      * Horas trabajadas del periodo por profesor y sucursal. Las
      * clases suspendidas se pagan pero no se dictaron, asi que no
      * exponen al profesor y no entran en la nomina.
       ACUMULAR-HORAS-DEL-PERIODO.
           MOVE "NO" TO WS-EOF-TIMESACT
           OPEN INPUT TimesAct
           IF WS-STATUS-TIMESACT NOT = "00" THEN
               DISPLAY "NO SE PUDO ABRIR " WS-NOMBRE-TIMESACT
           ELSE
               PERFORM LEER-TIMESACT
               PERFORM ACUMULAR-RENGLON-TIMESACT UNTIL
                   WS-EOF-TIMESACT = "SI"
               CLOSE TimesAct
           END-IF.

      * La cabecera de layout no es una hora: se coteja su version y
      * se pasa al primer registro de la generacion. Una generacion
      * sin cabecera es anterior al versionado y se toma como vigente.
       LEER-TIMESACT.
           PERFORM LEER-TIMESACT-FISICO
           IF WS-EOF-TIMESACT NOT = "SI" AND TIMACT-ES-CABECERA THEN
               PERFORM VERIFICAR-LAYOUT-TIMESACT
               PERFORM LEER-TIMESACT-FISICO
           END-IF.

      * Leer con el registro vigente una generacion grabada con otro
      * da los campos corridos; se corta y se pide convertirla.
       VERIFICAR-LAYOUT-TIMESACT.
           IF TIMACT-CAB-VERSION NOT = WS-VERSION-LAYOUT-HORAS THEN
               DISPLAY WS-NOMBRE-TIMESACT " TIENE LAYOUT VERSION "
                   TIMACT-CAB-VERSION ", LA VIGENTE ES "
                   WS-VERSION-LAYOUT-HORAS
               DISPLAY "CONVERTIRLA CON ConversorTimes Y REPETIR"
               STOP RUN
           END-IF.

       LEER-TIMESACT-FISICO.
           READ TimesAct
               AT END
                   MOVE "SI" TO WS-EOF-TIMESACT
           END-READ.

       ACUMULAR-RENGLON-TIMESACT.
           ADD 1 TO WS-CANT-LEIDOS
           IF TIMACT_ANIO = WS-PERIODO-ANIO AND
               TIMACT_MES = WS-PERIODO-MES AND
               TIMACT-TIPO-MOV NOT = "S" AND
               TIMACT-HORAS > ZERO THEN
               PERFORM UBICAR-ASEGURADO
               IF WS-ASE-ENCONTRADO-SI THEN
                   ADD TIMACT-HORAS TO VEC-ASE-HORAS(SUBINDICE-ASE)
                   PERFORM UBICAR-SUCURSAL-ASEGURADO
                   ADD TIMACT-HORAS TO
                       VEC-ASE-SUC-HORAS(SUBINDICE-ASE,
                       SUBINDICE-ASE-SUC)
               END-IF
           END-IF
           PERFORM LEER-TIMESACT.

      * El TimesAct viene por profesor, asi que casi siempre es el
      * ultimo cargado; si no, se lo busca en la tabla.
       UBICAR-ASEGURADO.
           MOVE "N" TO WS-ASE-ENCONTRADO
           IF WS-CANT-ASEGURADOS > ZERO THEN
               IF VEC-ASE-PROFESOR(WS-CANT-ASEGURADOS) =
                   TIMACT-NUMERO THEN
                   MOVE WS-CANT-ASEGURADOS TO SUBINDICE-ASE
                   MOVE "S" TO WS-ASE-ENCONTRADO
               ELSE
                   MOVE 1 TO SUBINDICE-ASE
                   PERFORM BUSCAR-ASEGURADO UNTIL
                       WS-ASE-ENCONTRADO-SI OR
                       SUBINDICE-ASE > WS-CANT-ASEGURADOS
               END-IF
           END-IF
           IF NOT WS-ASE-ENCONTRADO-SI THEN
               IF WS-CANT-ASEGURADOS < WS-MAX-ASEGURADOS THEN
                   ADD 1 TO WS-CANT-ASEGURADOS
                   MOVE WS-CANT-ASEGURADOS TO SUBINDICE-ASE
                   MOVE TIMACT-NUMERO TO
                       VEC-ASE-PROFESOR(SUBINDICE-ASE)
                   MOVE ZERO TO VEC-ASE-HORAS(SUBINDICE-ASE)
                   MOVE ZERO TO VEC-ASE-PRIMA(SUBINDICE-ASE)
                   MOVE ZERO TO VEC-ASE-CANT-SUC(SUBINDICE-ASE)
                   MOVE "S" TO WS-ASE-ENCONTRADO
               ELSE
                   DISPLAY "TABLA DE ASEGURADOS LLENA, PROFESOR "
                           TIMACT-NUMERO " FUERA DE LA NOMINA"
               END-IF
           END-IF.

       BUSCAR-ASEGURADO.
           IF VEC-ASE-PROFESOR(SUBINDICE-ASE) = TIMACT-NUMERO THEN
               MOVE "S" TO WS-ASE-ENCONTRADO
           ELSE
               ADD 1 TO SUBINDICE-ASE
           END-IF.

      * Si un profesor dicto en mas sucursales de las que entran en
      * la tabla, el resto se carga a la ultima.
       UBICAR-SUCURSAL-ASEGURADO.
           MOVE "N" TO WS-SUC-ENCONTRADA
           MOVE 1 TO SUBINDICE-ASE-SUC
           PERFORM BUSCAR-SUCURSAL-ASEGURADO UNTIL
               WS-SUC-ENCONTRADA-SI OR
               SUBINDICE-ASE-SUC > VEC-ASE-CANT-SUC(SUBINDICE-ASE)
           IF NOT WS-SUC-ENCONTRADA-SI THEN
               IF VEC-ASE-CANT-SUC(SUBINDICE-ASE) < 20 THEN
                   ADD 1 TO VEC-ASE-CANT-SUC(SUBINDICE-ASE)
                   MOVE VEC-ASE-CANT-SUC(SUBINDICE-ASE) TO
                       SUBINDICE-ASE-SUC
                   MOVE TIMACT-SUCURSAL TO
                       VEC-ASE-SUCURSAL(SUBINDICE-ASE,
                       SUBINDICE-ASE-SUC)
                   MOVE ZERO TO
                       VEC-ASE-SUC-HORAS(SUBINDICE-ASE,
                       SUBINDICE-ASE-SUC)
               ELSE
                   MOVE 20 TO SUBINDICE-ASE-SUC
                   DISPLAY "PROFESOR " TIMACT-NUMERO
                           " CON MAS DE 20 SUCURSALES, "
                           TIMACT-SUCURSAL " SE CARGA A "
                           VEC-ASE-SUCURSAL(SUBINDICE-ASE, 20)
               END-IF
           END-IF.

       BUSCAR-SUCURSAL-ASEGURADO.
           IF VEC-ASE-SUCURSAL(SUBINDICE-ASE, SUBINDICE-ASE-SUC) =
               TIMACT-SUCURSAL THEN
               MOVE "S" TO WS-SUC-ENCONTRADA
           ELSE
               ADD 1 TO SUBINDICE-ASE-SUC
           END-IF.

      * De la nomina del mes anterior se toman los asegurados que
      * quedaron cubiertos (altas y permanencias); sus bajas ya se
      * informaron ese mes.
       CARGAR-NOMINA-ANTERIOR.
           MOVE ZERO TO WS-CANT-ANTERIOR
           MOVE "NO" TO WS-EOF-NOMINA-ANT
           OPEN INPUT NOMINA_ANTERIOR
           IF WS-STATUS-NOMINA-ANT = "00" THEN
               PERFORM LEER-NOMINA-ANTERIOR
               PERFORM CARGAR-ASEGURADO-ANTERIOR UNTIL
                   WS-EOF-NOMINA-ANT = "SI" OR
                   WS-CANT-ANTERIOR >= WS-MAX-ANTERIOR
               CLOSE NOMINA_ANTERIOR
           ELSE
               DISPLAY "SIN NOMINA ANTERIOR (" WS-NOMBRE-NOMINA-ANT
                       "): TODOS LOS ASEGURADOS SALEN COMO ALTA"
           END-IF.

       LEER-NOMINA-ANTERIOR.
           READ NOMINA_ANTERIOR
               AT END
                   MOVE "SI" TO WS-EOF-NOMINA-ANT
           END-READ.

       CARGAR-ASEGURADO-ANTERIOR.
           IF NSA-ES-DETALLE AND NOT NSA-ES-BAJA THEN
               ADD 1 TO WS-CANT-ANTERIOR
               MOVE NSA-PROFESOR TO VEC-ANT-PROFESOR(WS-CANT-ANTERIOR)
               MOVE NSA-DNI TO VEC-ANT-DNI(WS-CANT-ANTERIOR)
               MOVE NSA-NOMBRE TO VEC-ANT-NOMBRE(WS-CANT-ANTERIOR)
               MOVE NSA-FECHA-NACIMIENTO TO
                   VEC-ANT-FECHA-NACIMIENTO(WS-CANT-ANTERIOR)
               MOVE "N" TO VEC-ANT-SIGUE(WS-CANT-ANTERIOR)
           END-IF
           PERFORM LEER-NOMINA-ANTERIOR.

      * Un profesor con horas en el periodo entra en la nomina si
      * sigue activo en el maestro; la prima se calcula con la
      * tarifa del contrato y se reparte entre sus sucursales. El
      * que queda afuera lleva movimiento en blanco.
       PROCESAR-ASEGURADO.
           MOVE SPACE TO VEC-ASE-MOVIMIENTO(SUBINDICE-ASE)
           MOVE VEC-ASE-PROFESOR(SUBINDICE-ASE) TO PROF-NUMERO
           READ PROFESORES
               INVALID KEY
                   ADD 1 TO WS-CANT-INEXISTENTES
                   MOVE SPACES TO PROF-NOMBRE
                   MOVE ZERO TO PROF-DNI
                   MOVE "NO ESTA EN EL MAESTRO, FUERA DE NOMINA"
                       TO LNP-OBSERVACION
                   PERFORM GRABAR-OBSERVACION
               NOT INVALID KEY
                   IF PROF-ACTIVO-SI THEN
                       PERFORM INCLUIR-EN-NOMINA
                   ELSE
                       ADD 1 TO WS-CANT-NO-ACTIVOS
                       MOVE "CON HORAS Y NO ACTIVO, FUERA DE NOMINA"
                           TO LNP-OBSERVACION
                       PERFORM GRABAR-OBSERVACION
                   END-IF
           END-READ
           ADD 1 TO SUBINDICE-ASE.

       INCLUIR-EN-NOMINA.
           IF WS-SEGURO-POR-HORA THEN
               COMPUTE VEC-ASE-PRIMA(SUBINDICE-ASE) ROUNDED =
                   VEC-ASE-HORAS(SUBINDICE-ASE) * WS-SEGURO-TARIFA
           ELSE
               MOVE WS-SEGURO-TARIFA TO VEC-ASE-PRIMA(SUBINDICE-ASE)
           END-IF
           MOVE PROF-DNI TO VEC-ASE-DNI(SUBINDICE-ASE)
           MOVE PROF-NOMBRE TO VEC-ASE-NOMBRE(SUBINDICE-ASE)
           MOVE PROF-FECHA-NACIMIENTO TO
               VEC-ASE-FECHA-NACIMIENTO(SUBINDICE-ASE)
           MOVE "N" TO WS-ANT-ENCONTRADO
           MOVE 1 TO SUBINDICE-ANT
           PERFORM BUSCAR-EN-ANTERIOR UNTIL
               WS-ANT-ENCONTRADO-SI OR
               SUBINDICE-ANT > WS-CANT-ANTERIOR
           IF WS-ANT-ENCONTRADO-SI THEN
               MOVE "P" TO VEC-ASE-MOVIMIENTO(SUBINDICE-ASE)
               MOVE "S" TO VEC-ANT-SIGUE(SUBINDICE-ANT)
           ELSE
               MOVE "A" TO VEC-ASE-MOVIMIENTO(SUBINDICE-ASE)
               ADD 1 TO WS-CANT-ALTAS
               MOVE "ALTA" TO LNP-OBSERVACION
               PERFORM GRABAR-OBSERVACION
           END-IF
           IF PROF-FECHA-NACIMIENTO = ZERO THEN
               ADD 1 TO WS-CANT-SIN-NACIMIENTO
               MOVE "SIN FECHA DE NACIMIENTO EN EL MAESTRO"
                   TO LNP-OBSERVACION
               PERFORM GRABAR-OBSERVACION
           END-IF
           ADD 1 TO WS-CANT-CUBIERTOS
           ADD VEC-ASE-HORAS(SUBINDICE-ASE) TO WS-TOTAL-HORAS
           ADD VEC-ASE-PRIMA(SUBINDICE-ASE) TO WS-TOTAL-PRIMA
           PERFORM REPARTIR-PRIMA-POR-SUCURSAL.

       BUSCAR-EN-ANTERIOR.
           IF VEC-ANT-PROFESOR(SUBINDICE-ANT) = PROF-NUMERO THEN
               MOVE "S" TO WS-ANT-ENCONTRADO
           ELSE
               ADD 1 TO SUBINDICE-ANT
           END-IF.

      * La prima del profesor se reparte entre sus sucursales en
      * proporcion a las horas; la ultima se lleva el redondeo para
      * que la suma por sucursal de igual al total de la nomina.
       REPARTIR-PRIMA-POR-SUCURSAL.
           MOVE ZERO TO WS-PRIMA-REPARTIDA
           MOVE 1 TO SUBINDICE-ASE-SUC
           PERFORM REPARTIR-PRIMA-UNA-SUC UNTIL
               SUBINDICE-ASE-SUC > VEC-ASE-CANT-SUC(SUBINDICE-ASE).

       REPARTIR-PRIMA-UNA-SUC.
           IF SUBINDICE-ASE-SUC = VEC-ASE-CANT-SUC(SUBINDICE-ASE) THEN
               COMPUTE WS-PRIMA-SUCURSAL =
                   VEC-ASE-PRIMA(SUBINDICE-ASE) - WS-PRIMA-REPARTIDA
           ELSE
               COMPUTE WS-PRIMA-SUCURSAL ROUNDED =
                   VEC-ASE-PRIMA(SUBINDICE-ASE) *
                   VEC-ASE-SUC-HORAS(SUBINDICE-ASE, SUBINDICE-ASE-SUC)
                   / VEC-ASE-HORAS(SUBINDICE-ASE)
           END-IF
           ADD WS-PRIMA-SUCURSAL TO WS-PRIMA-REPARTIDA
           MOVE VEC-ASE-SUCURSAL(SUBINDICE-ASE, SUBINDICE-ASE-SUC)
               TO WS-SUC-BUSCADA
           PERFORM UBICAR-COSTO-SUCURSAL
           IF SUBINDICE-SUC <= WS-CANT-SUCURSALES THEN
               ADD 1 TO VEC-SUC-PROFESORES(SUBINDICE-SUC)
               ADD VEC-ASE-SUC-HORAS(SUBINDICE-ASE, SUBINDICE-ASE-SUC)
                   TO VEC-SUC-HORAS(SUBINDICE-SUC)
               ADD WS-PRIMA-SUCURSAL TO VEC-SUC-COSTO(SUBINDICE-SUC)
           END-IF
           ADD 1 TO SUBINDICE-ASE-SUC.

       UBICAR-COSTO-SUCURSAL.
           MOVE "N" TO WS-SUC-ENCONTRADA
           MOVE 1 TO SUBINDICE-SUC
           PERFORM BUSCAR-COSTO-SUCURSAL UNTIL
               WS-SUC-ENCONTRADA-SI OR
               SUBINDICE-SUC > WS-CANT-SUCURSALES
           IF NOT WS-SUC-ENCONTRADA-SI THEN
               IF WS-CANT-SUCURSALES < WS-MAX-SUCURSALES THEN
                   ADD 1 TO WS-CANT-SUCURSALES
                   MOVE WS-CANT-SUCURSALES TO SUBINDICE-SUC
                   MOVE WS-SUC-BUSCADA TO
                       VEC-SUC-SUCURSAL(SUBINDICE-SUC)
                   MOVE ZERO TO VEC-SUC-PROFESORES(SUBINDICE-SUC)
                   MOVE ZERO TO VEC-SUC-HORAS(SUBINDICE-SUC)
                   MOVE ZERO TO VEC-SUC-COSTO(SUBINDICE-SUC)
                   MOVE ZERO TO VEC-SUC-COSTO-ANTERIOR(SUBINDICE-SUC)
               ELSE
                   DISPLAY "TABLA DE SUCURSALES LLENA, " WS-SUC-BUSCADA
                           " SIN COSTO DE SEGURO"
               END-IF
           END-IF.

       BUSCAR-COSTO-SUCURSAL.
           IF VEC-SUC-SUCURSAL(SUBINDICE-SUC) = WS-SUC-BUSCADA THEN
               MOVE "S" TO WS-SUC-ENCONTRADA
           ELSE
               ADD 1 TO SUBINDICE-SUC
           END-IF.

      * Quien estaba en la nomina anterior y este mes no quedo
      * cubierto (sin horas o dado de baja) se informa como baja.
       PROCESAR-BAJA.
           IF VEC-ANT-SIGUE(SUBINDICE-ANT) = "N" THEN
               ADD 1 TO WS-CANT-BAJAS
               MOVE VEC-ANT-PROFESOR(SUBINDICE-ANT) TO LNP-PROFESOR
               MOVE VEC-ANT-NOMBRE(SUBINDICE-ANT) TO LNP-NOMBRE
               MOVE VEC-ANT-DNI(SUBINDICE-ANT) TO LNP-DNI
               MOVE "BAJA" TO LNP-OBSERVACION
               WRITE REPORTE_REG FROM LINEA-NOM-PROFESOR
           END-IF
           ADD 1 TO SUBINDICE-ANT.

      * Con los totales ya calculados se graba la nomina: la
      * cabecera, los asegurados del mes y despues las bajas.
       GRABAR-NOMINA.
           OPEN OUTPUT NOMINA_SEGURO
           MOVE SPACES TO NOMINA_SEGURO_CAB
           MOVE "H" TO NSH-TIPO-REG
           MOVE WS-SEGURO-POLIZA TO NSH-POLIZA
           MOVE WS-PERIODO TO NSH-PERIODO
           MOVE WS-SEGURO-MODALIDAD TO NSH-MODALIDAD
           MOVE WS-SEGURO-TARIFA TO NSH-TARIFA
           MOVE WS-CANT-CUBIERTOS TO NSH-CANTIDAD
           MOVE WS-TOTAL-HORAS TO NSH-HORAS
           MOVE WS-TOTAL-PRIMA TO NSH-PRIMA
           WRITE NOMINA_SEGURO_REG
           MOVE 1 TO SUBINDICE-ASE
           PERFORM GRABAR-ASEGURADO UNTIL
               SUBINDICE-ASE > WS-CANT-ASEGURADOS
           MOVE 1 TO SUBINDICE-ANT
           PERFORM GRABAR-BAJA UNTIL
               SUBINDICE-ANT > WS-CANT-ANTERIOR
           CLOSE NOMINA_SEGURO.

       GRABAR-ASEGURADO.
           IF VEC-ASE-MOVIMIENTO(SUBINDICE-ASE) NOT = SPACE THEN
               MOVE "D" TO NSD-TIPO-REG
               MOVE VEC-ASE-MOVIMIENTO(SUBINDICE-ASE) TO
                   NSD-MOVIMIENTO
               MOVE VEC-ASE-DNI(SUBINDICE-ASE) TO NSD-DNI
               MOVE VEC-ASE-NOMBRE(SUBINDICE-ASE) TO NSD-NOMBRE
               MOVE VEC-ASE-FECHA-NACIMIENTO(SUBINDICE-ASE) TO
                   NSD-FECHA-NACIMIENTO
               MOVE VEC-ASE-HORAS(SUBINDICE-ASE) TO NSD-HORAS
               MOVE VEC-ASE-PRIMA(SUBINDICE-ASE) TO NSD-PRIMA
               MOVE VEC-ASE-PROFESOR(SUBINDICE-ASE) TO NSD-PROFESOR
               WRITE NOMINA_SEGURO_REG
           END-IF
           ADD 1 TO SUBINDICE-ASE.

       GRABAR-BAJA.
           IF VEC-ANT-SIGUE(SUBINDICE-ANT) = "N" THEN
               MOVE "D" TO NSD-TIPO-REG
               MOVE "B" TO NSD-MOVIMIENTO
               MOVE VEC-ANT-DNI(SUBINDICE-ANT) TO NSD-DNI
               MOVE VEC-ANT-NOMBRE(SUBINDICE-ANT) TO NSD-NOMBRE
               MOVE VEC-ANT-FECHA-NACIMIENTO(SUBINDICE-ANT) TO
                   NSD-FECHA-NACIMIENTO
               MOVE ZERO TO NSD-HORAS
               MOVE ZERO TO NSD-PRIMA
               MOVE VEC-ANT-PROFESOR(SUBINDICE-ANT) TO NSD-PROFESOR
               WRITE NOMINA_SEGURO_REG
           END-IF
           ADD 1 TO SUBINDICE-ANT.

       GRABAR-ENCABEZADO-REPORTE.
           MOVE WS-PERIODO TO LNE-PERIODO
           MOVE WS-SEGURO-POLIZA TO LNE-POLIZA
           WRITE REPORTE_REG FROM LINEA-NOM-ENC
           IF WS-SEGURO-POR-HORA THEN
               MOVE "POR HORA" TO LNC-MODALIDAD
           ELSE
               MOVE "POR CAPITA" TO LNC-MODALIDAD
           END-IF
           MOVE WS-SEGURO-TARIFA TO LNC-TARIFA
           MOVE WS-FECHA-CORRIDA TO LNC-CORRIDA
           WRITE REPORTE_REG FROM LINEA-NOM-CONTRATO.

       GRABAR-SECCION.
           MOVE SPACES TO REPORTE_REG
           WRITE REPORTE_REG
           WRITE REPORTE_REG FROM LINEA-NOM-SECCION.

       GRABAR-OBSERVACION.
           MOVE PROF-NUMERO TO LNP-PROFESOR
           MOVE PROF-NOMBRE TO LNP-NOMBRE
           MOVE PROF-DNI TO LNP-DNI
           WRITE REPORTE_REG FROM LINEA-NOM-PROFESOR.

      * Antes de pisar el costo por sucursal se guarda el de una
      * pasada anterior del mismo periodo: es lo que ya esta sumado
      * en el cuadro de margen y hay que descontar.
       GRABAR-COSTO-SUCURSALES.
           MOVE "NO" TO WS-EOF-COSTO
           OPEN INPUT COSTO_SEGURO
           IF WS-STATUS-COSTO = "00" THEN
               PERFORM LEER-COSTO-SEGURO
               PERFORM CARGAR-COSTO-ANTERIOR UNTIL
                   WS-EOF-COSTO = "SI"
               CLOSE COSTO_SEGURO
           END-IF
           MOVE "COSTO DEL SEGURO POR SUCURSAL" TO LNS-TITULO
           PERFORM GRABAR-SECCION
           OPEN OUTPUT COSTO_SEGURO
           MOVE 1 TO SUBINDICE-SUC
           PERFORM GRABAR-COSTO-UNA-SUC UNTIL
               SUBINDICE-SUC > WS-CANT-SUCURSALES
           CLOSE COSTO_SEGURO.

       LEER-COSTO-SEGURO.
           READ COSTO_SEGURO
               AT END
                   MOVE "SI" TO WS-EOF-COSTO
           END-READ.

       CARGAR-COSTO-ANTERIOR.
           IF CSS-PERIODO = WS-PERIODO THEN
               MOVE CSS-SUCURSAL TO WS-SUC-BUSCADA
               PERFORM UBICAR-COSTO-SUCURSAL
               IF SUBINDICE-SUC <= WS-CANT-SUCURSALES THEN
                   ADD CSS-COSTO TO
                       VEC-SUC-COSTO-ANTERIOR(SUBINDICE-SUC)
               END-IF
           END-IF
           PERFORM LEER-COSTO-SEGURO.

       GRABAR-COSTO-UNA-SUC.
           IF VEC-SUC-PROFESORES(SUBINDICE-SUC) > ZERO THEN
               MOVE WS-PERIODO TO CSS-PERIODO
               MOVE VEC-SUC-SUCURSAL(SUBINDICE-SUC) TO CSS-SUCURSAL
               MOVE VEC-SUC-PROFESORES(SUBINDICE-SUC) TO
                   CSS-PROFESORES
               MOVE VEC-SUC-HORAS(SUBINDICE-SUC) TO CSS-HORAS
               MOVE VEC-SUC-COSTO(SUBINDICE-SUC) TO CSS-COSTO
               WRITE COSTO_SEGURO_REG
               MOVE VEC-SUC-SUCURSAL(SUBINDICE-SUC) TO LNU-SUCURSAL
               MOVE VEC-SUC-PROFESORES(SUBINDICE-SUC) TO
                   LNU-PROFESORES
               MOVE VEC-SUC-HORAS(SUBINDICE-SUC) TO LNU-HORAS
               MOVE VEC-SUC-COSTO(SUBINDICE-SUC) TO LNU-COSTO
               WRITE REPORTE_REG FROM LINEA-NOM-SUCURSAL
           END-IF
           ADD 1 TO SUBINDICE-SUC.

       GRABAR-TOTALES-REPORTE.
           MOVE SPACES TO REPORTE_REG
           WRITE REPORTE_REG
           MOVE WS-CANT-CUBIERTOS TO LNT-CUBIERTOS
           MOVE WS-CANT-ALTAS TO LNT-ALTAS
           MOVE WS-CANT-BAJAS TO LNT-BAJAS
           MOVE WS-TOTAL-HORAS TO LNT-HORAS
           MOVE WS-TOTAL-PRIMA TO LNT-PRIMA
           WRITE REPORTE_REG FROM LINEA-NOM-TOTAL.

      * El cuadro de margen lo graba la corrida con el costo docente;
      * aca se le suma el seguro de cada sucursal, se recalcula el
      * margen con la misma cuenta y se lo vuelve a ordenar de peor
      * a mejor. La cabecera queda marcada con el periodo del seguro
      * sumado: si se vuelve a correr la nomina del mismo periodo se
      * descuenta lo sumado antes, y si la marca es de otro periodo
      * el cuadro no corresponde a esta nomina y no se toca.
       SUMAR-SEGURO-AL-MARGEN.
           MOVE ZERO TO WS-CANT-MARGEN
           MOVE "NO" TO WS-EOF-MARGEN
           MOVE "N" TO WS-MARGEN-MARCADO
           OPEN INPUT MARGEN_SUCURSALES
           IF WS-STATUS-MARGEN NOT = "00" THEN
               DISPLAY "SIN CUADRO DE MARGEN DE LA CORRIDA, EL COSTO "
                       "QUEDA EN CostoSeguroSucursal.dat"
           ELSE
               PERFORM LEER-MARGEN
               MOVE MARGEN_SUCURSALES_REG TO WS-MARGEN-ENCABEZADO
               IF MRG-ENC-MARCA = WS-MARCA-SEGURO THEN
                   MOVE "S" TO WS-MARGEN-MARCADO
               END-IF
               IF WS-MARGEN-MARCADO-SI AND
                   MRG-ENC-PERIODO NOT = WS-PERIODO-ENTRADA THEN
                   DISPLAY "EL CUADRO DE MARGEN YA TIENE EL SEGURO "
                           "DEL PERIODO " MRG-ENC-PERIODO
                           ", NO SE MODIFICA"
                   CLOSE MARGEN_SUCURSALES
               ELSE
                   PERFORM LEER-MARGEN
                   PERFORM CARGAR-RENGLON-MARGEN UNTIL
                       WS-EOF-MARGEN = "SI" OR
                       WS-CANT-MARGEN >= WS-MAX-MARGEN
                   CLOSE MARGEN_SUCURSALES
                   PERFORM ORDENAR-MARGEN
                   PERFORM REGRABAR-MARGEN
               END-IF
           END-IF.

       LEER-MARGEN.
           READ MARGEN_SUCURSALES
               AT END
                   MOVE "SI" TO WS-EOF-MARGEN
           END-READ.

       CARGAR-RENGLON-MARGEN.
           IF MRG-SUCURSAL NOT = SPACES THEN
               MOVE MRG-INGRESO TO WS-MARGEN-INGRESO
               MOVE MRG-COSTO TO WS-MARGEN-COSTO
               MOVE MRG-PORCENTAJE TO WS-MARGEN-PORCENTAJE
               MOVE MRG-SUCURSAL(1:3) TO WS-SUC-BUSCADA
               MOVE ZERO TO WS-MARGEN-AJUSTE
               MOVE "N" TO WS-SUC-ENCONTRADA
               MOVE 1 TO SUBINDICE-SUC
               PERFORM BUSCAR-COSTO-SUCURSAL UNTIL
                   WS-SUC-ENCONTRADA-SI OR
                   SUBINDICE-SUC > WS-CANT-SUCURSALES
               IF WS-SUC-ENCONTRADA-SI THEN
                   COMPUTE WS-MARGEN-AJUSTE =
                       VEC-SUC-COSTO(SUBINDICE-SUC)
                   IF WS-MARGEN-MARCADO-SI THEN
                       SUBTRACT VEC-SUC-COSTO-ANTERIOR(SUBINDICE-SUC)
                           FROM WS-MARGEN-AJUSTE
                   END-IF
               END-IF
               IF WS-MARGEN-AJUSTE NOT = ZERO THEN
                   ADD WS-MARGEN-AJUSTE TO WS-MARGEN-COSTO
                   PERFORM CALCULAR-MARGEN-SUCURSAL
                   MOVE WS-MARGEN-COSTO TO MRG-COSTO
                   MOVE WS-MARGEN-BRUTO TO MRG-MARGEN
                   MOVE WS-MARGEN-PORCENTAJE TO MRG-PORCENTAJE
               END-IF
               ADD 1 TO WS-CANT-MARGEN
               MOVE MARGEN_SUCURSALES_REG TO
                   VEC-MRG-RENGLON(WS-CANT-MARGEN)
               MOVE WS-MARGEN-PORCENTAJE TO
                   VEC-MRG-PORCENTAJE(WS-CANT-MARGEN)
           END-IF
           PERFORM LEER-MARGEN.

      * Misma cuenta que la corrida: margen sobre el ingreso neto.
       CALCULAR-MARGEN-SUCURSAL.
           COMPUTE WS-MARGEN-BRUTO =
               WS-MARGEN-INGRESO - WS-MARGEN-COSTO
           IF WS-MARGEN-INGRESO NOT = ZERO THEN
               COMPUTE WS-MARGEN-PORCENTAJE ROUNDED =
                   WS-MARGEN-BRUTO * 100 / WS-MARGEN-INGRESO
           ELSE
               MOVE ZERO TO WS-MARGEN-PORCENTAJE
           END-IF.

       ORDENAR-MARGEN.
           MOVE "S" TO WS-HUBO-CAMBIO
           PERFORM PASADA-ORDEN-MARGEN UNTIL WS-HUBO-CAMBIO = "N".

       PASADA-ORDEN-MARGEN.
           MOVE "N" TO WS-HUBO-CAMBIO
           MOVE 1 TO SUBINDICE-MRG
           PERFORM COMPARAR-MARGEN UNTIL
               SUBINDICE-MRG >= WS-CANT-MARGEN.

       COMPARAR-MARGEN.
           COMPUTE SUBINDICE-MRG-2 = SUBINDICE-MRG + 1
           IF VEC-MRG-PORCENTAJE(SUBINDICE-MRG) >
               VEC-MRG-PORCENTAJE(SUBINDICE-MRG-2) THEN
               MOVE ELEM-MRG(SUBINDICE-MRG) TO WS-ELEM-MRG-AUX
               MOVE ELEM-MRG(SUBINDICE-MRG-2) TO
                   ELEM-MRG(SUBINDICE-MRG)
               MOVE WS-ELEM-MRG-AUX TO ELEM-MRG(SUBINDICE-MRG-2)
               MOVE "S" TO WS-HUBO-CAMBIO
           END-IF
           ADD 1 TO SUBINDICE-MRG.

       REGRABAR-MARGEN.
           OPEN OUTPUT MARGEN_SUCURSALES
           MOVE WS-MARGEN-ENCABEZADO TO MARGEN_SUCURSALES_REG
           MOVE WS-MARCA-SEGURO TO MRG-ENC-MARCA
           MOVE WS-PERIODO-ENTRADA TO MRG-ENC-PERIODO
           WRITE MARGEN_SUCURSALES_REG
           MOVE 1 TO SUBINDICE-MRG
           PERFORM REGRABAR-RENGLON-MARGEN UNTIL
               SUBINDICE-MRG > WS-CANT-MARGEN
           CLOSE MARGEN_SUCURSALES
           DISPLAY "CUADRO DE MARGEN ACTUALIZADO CON EL SEGURO ("
                   WS-CANT-MARGEN " SUCURSALES)".

       REGRABAR-RENGLON-MARGEN.
           MOVE VEC-MRG-RENGLON(SUBINDICE-MRG) TO MARGEN_SUCURSALES_REG
           WRITE MARGEN_SUCURSALES_REG
           ADD 1 TO SUBINDICE-MRG.

       END PROGRAM NOMINA-SEGURO.
