      ******************************************************************
      * Author:
      * Date:
      * Purpose: Deteccion mensual de patrones sospechosos en las
      *          horas informadas. Las validaciones de la corrida
      *          miran cada hora sola; aca se mira el conjunto del
      *          mes sobre DetalleLiquidado.dat y las generaciones de
      *          TimesAct de las corridas que lo liquidaron, con
      *          cuatro reglas:
      *            ALU  horas informadas con la cantidad justa de
      *                 alumnos minima del tipo de clase, la que
      *                 evita la tarifa reducida;
      *            DUR  clases que duran justo lo que dura la clase
      *                 mas larga de su tipo en el mes (segun el
      *                 reloj informado en la novedad);
      *            FER  dias feriados con horas cargadas;
      *            PIC  pico de horas en los dias previos a la baja
      *                 de la ultima habilitacion del profesor,
      *                 contra su ritmo de los meses anteriores.
      *          Cada regla da un puntaje de 0 a 100 por profesor y
      *          por sucursal (100 = llego al umbral de la regla) y
      *          el puntaje total es la suma. Los umbrales salen de
      *          Parametros.dat (PATRON-*) con valores de omision.
      *          El cuadro completo sale en PatronesSospechosos.dat
      *          y los casos de mayor puntaje van a
      *          ExcepPatrones.dat, que MesaExcepciones consolida
      *          para que se investiguen.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PATRONES-SOSPECHOSOS.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DETALLE-LIQUIDADO ASSIGN TO "DetalleLiquidado.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS DET-CLAVE
             FILE STATUS IS WS-STATUS-DETALLE.

       SELECT TimesAct ASSIGN TO WS-NOMBRE-TIMESACT
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-TIMESACT.

       SELECT TIPOS_CLASE ASSIGN TO "TiposClase.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-TIPOS.

       SELECT FERIADOS ASSIGN TO "Feriados.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-FERIADOS.

       SELECT HABILITACIONES ASSIGN TO "Habilitaciones.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-HABILITACIONES.

       SELECT PARAMETROS ASSIGN TO "Parametros.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-PARAMETROS.

       SELECT REPORTE-PATRONES ASSIGN TO "PatronesSospechosos.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

       SELECT EXCEPCIONES_PATRONES ASSIGN TO "ExcepPatrones.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

      * Bitacora cronologica comun a todos los programas del
      * circuito, de solo agregado (ver ConsultaBitacora).
       SELECT BITACORA ASSIGN TO "Bitacora.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-BITACORA.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
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
               88 DET-ES-REVERSO VALUE "C".
           03 DET-IMPORTE PIC S9(9)V99.
           03 DET-ALUMNOS PIC 9(3).
           03 DET-CONCEPTO PIC X(1).
               88 DET-ES-CONCEPTO VALUES "P", "V".
           03 DET-SELLO-FECHA PIC 9(8).
           03 DET-SELLO-HORA PIC 9(6).

       FD TimesAct LABEL RECORD IS STANDARD.
       01 TimesAct_REG.
           03 TIMACT-NUMERO PIC X(5).
               88 TIMACT-ES-CABECERA VALUE "00000".
           03 TIMACT-FECHA PIC 9(8).
           03 TIMACT-SUCURSAL PIC X(3).
           03 TIMACT-TIP_CLASE PIC X(4).
           03 TIMACT-HORAS PIC 9(3)V99.
           03 TIMACT-TIPO-MOV PIC X(1).
               88 TIMACT-NO-DICTADA VALUES "C", "S".
           03 TIMACT-ALUMNOS PIC 9(3).
           03 TIMACT-HORA-DESDE PIC 9(4).
           03 TIMACT-HORA-HASTA PIC 9(4).
           03 TIMACT-CONCEPTO PIC X(1).
               88 TIMACT-ES-CONCEPTO VALUES "P", "V".
           03 TIMACT-CLIENTE PIC X(5).
           03 TIMACT-PORC-COMPARTIDO PIC 9(3)V99.
           03 TIMACT-AVISO-FECHA PIC 9(8).
           03 TIMACT-AVISO-HORA PIC 9(4).
           03 TIMACT-MODALIDAD PIC X(1).

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

       FD FERIADOS LABEL RECORD IS STANDARD.
       01 FERIADOS-REG.
           03 FER-FECHA PIC 9(8).
           03 FER-DESC PIC X(20).

       FD HABILITACIONES LABEL RECORD IS STANDARD.
       01 HABILITACIONES_REG.
           03 HAB-PROFESOR PIC X(5).
           03 HAB-SUCURSAL PIC X(3).
           03 HAB-TIP_CLASE PIC X(4).
           03 HAB-FECHA-ALTA PIC 9(8).
           03 HAB-FECHA-BAJA PIC 9(8).

       FD PARAMETROS LABEL RECORD IS STANDARD.
       01 PARAMETROS_REG.
           03 PAR-NOMBRE PIC X(20).
           03 PAR-VALOR PIC X(20).
           03 PAR-DESC PIC X(30).
           03 PAR-FECHA-CAMBIO PIC 9(8).

       FD REPORTE-PATRONES LABEL RECORD IS STANDARD.
       01 REPORTE-PATRONES-REG PIC X(100).

       FD EXCEPCIONES_PATRONES LABEL RECORD IS STANDARD.
       01 EXCEPCIONES_PATRONES_REG PIC X(80).

       FD BITACORA LABEL RECORD IS STANDARD.
       01 BITACORA_REG.
           03 BIT-FECHA PIC 9(8).
           03 BIT-HORA PIC 9(6).
           03 BIT-PROGRAMA PIC X(20).
           03 BIT-EVENTO PIC X(6).
           03 BIT-RESULTADO PIC X(10).
           03 BIT-CONTADOR-1 PIC 9(8).
           03 BIT-CONTADOR-2 PIC 9(8).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-STATUS-DETALLE PIC X(2) VALUE SPACES.
       01 WS-STATUS-TIMESACT PIC X(2) VALUE SPACES.
       01 WS-STATUS-TIPOS PIC X(2) VALUE SPACES.
       01 WS-STATUS-FERIADOS PIC X(2) VALUE SPACES.
       01 WS-STATUS-HABILITACIONES PIC X(2) VALUE SPACES.
       01 WS-STATUS-PARAMETROS PIC X(2) VALUE SPACES.
       01 WS-STATUS-BITACORA PIC X(2) VALUE SPACES.
       01 WS-EOF-FUENTE PIC X(2) VALUE "NO".
       01 WS-EOF-PARAMETROS PIC X(2) VALUE "NO".

       01 WS-NOMBRE-TIMESACT.
           03 FILLER PIC X(9) VALUE "TimesAct_".
           03 WS-NOMBRE-TIMESACT-FECHA PIC 9(8).
           03 FILLER PIC X(4) VALUE ".dat".

      * Umbrales de las reglas (Parametros.dat, con su omision).
       01 WS-MIN-CLASES PIC 9(3) VALUE 10.
       01 WS-UMBRAL-ALUMNOS PIC 9(3) VALUE 80.
       01 WS-UMBRAL-DURACION PIC 9(3) VALUE 90.
       01 WS-UMBRAL-FERIADOS PIC 9(3) VALUE 2.
       01 WS-DIAS-BAJA PIC 9(3) VALUE 15.
       01 WS-UMBRAL-PICO PIC 9(3) VALUE 200.
       01 WS-PUNTAJE-MESA PIC 9(3) VALUE 100.
       01 WS-CASOS-MESA PIC 9(3) VALUE 20.
       01 WS-DIAS-HISTORIA PIC 9(3) VALUE 90.

      * Periodo analizado.
       01 WS-PERIODO-ENTRADA PIC X(6) VALUE SPACES.
       01 WS-PERIODO-GRUPO.
           03 WS-PERIODO-ANIO PIC 9(4).
           03 WS-PERIODO-MES PIC 9(2).
       01 WS-PERIODO REDEFINES WS-PERIODO-GRUPO PIC 9(6).
       01 WS-PER-LINEAL PIC 9(6) VALUE ZERO.
       01 WS-FECHA-DESDE PIC 9(8) VALUE ZERO.
       01 WS-FECHA-HASTA PIC 9(8) VALUE ZERO.
       01 WS-ULTIMO-DIA PIC 9(2) VALUE ZERO.
       01 TABLA-DIAS-POR-MES VALUE "312831303130313130313031".
           03 VEC-DIAS-MES PIC 9(2) OCCURS 12 TIMES.
       01 WS-ANIO-CUOCIENTE PIC 9(4) VALUE ZERO.
       01 WS-RESIDUO-4 PIC 9(4) VALUE ZERO.
       01 WS-SERIE-DESDE PIC 9(7) VALUE ZERO.
       01 WS-SERIE-PRIMERA PIC 9(7) VALUE ZERO.

      * Fecha corrida en dias, para las ventanas de la baja.
       01 WS-FECHA-A-SERIE-GRUPO.
           03 WS-SERIE-ANIO PIC 9(4).
           03 WS-SERIE-MES PIC 9(2).
           03 WS-SERIE-DIA PIC 9(2).
       01 WS-FECHA-A-SERIE REDEFINES WS-FECHA-A-SERIE-GRUPO
           PIC 9(8).
       01 WS-SERIE-RESULTADO PIC 9(7).
       01 TABLA-DIAS-ACUM VALUE "000031059090120151181212243273304334".
           03 VEC-DIAS-ACUM PIC 9(3) OCCURS 12 TIMES.
       01 WS-SERIE-LINEA PIC 9(7) VALUE ZERO.
       01 WS-SERIE-BAJA PIC 9(7) VALUE ZERO.
       01 WS-SERIE-ALTA PIC 9(7) VALUE ZERO.
       01 WS-DIAS-BASE PIC S9(5) VALUE ZERO.

      * Vigencias de los tipos de clase (minimo de alumnos).
       01 WS-MAX-TIPOS PIC 9(3) VALUE 500.
       01 WS-CANT-TIPOS PIC 9(3) VALUE ZERO.
       01 SUBINDICE-TIP PIC 9(3) VALUE ZERO.
       01 TABLA-TIPOS.
           03 ELEM-TIP OCCURS 500 TIMES.
               05 VEC-TIP-CODIGO PIC X(4).
               05 VEC-TIP-DESDE PIC 9(8).
               05 VEC-TIP-HASTA PIC 9(8).
               05 VEC-TIP-MIN-ALUMNOS PIC 9(3).
               05 VEC-TIP-PORC-REDUCCION PIC 9(3)V99.
       01 WS-VIGENTE-DESDE PIC 9(8) VALUE ZERO.
       01 WS-MIN-ALUMNOS-VIGENTE PIC 9(3) VALUE ZERO.
       01 WS-REDUCCION-VIGENTE PIC 9(3)V99 VALUE ZERO.

      * Duraciones del mes por tipo de clase.
       01 WS-MAX-DUR-TIPOS PIC 9(3) VALUE 200.
       01 WS-CANT-DUR-TIPOS PIC 9(3) VALUE ZERO.
       01 SUBINDICE-DTI PIC 9(3) VALUE ZERO.
       01 WS-DTI-ENCONTRADO PIC X(1) VALUE "N".
           88 WS-DTI-ENCONTRADO-SI VALUE "S".
       01 TABLA-DUR-TIPOS.
           03 ELEM-DTI OCCURS 200 TIMES.
               05 VEC-DTI-CODIGO PIC X(4).
               05 VEC-DTI-MINIMO PIC 9(4).
               05 VEC-DTI-MAXIMO PIC 9(4).

       01 WS-MAX-CLASES PIC 9(5) VALUE 30000.
       01 WS-CANT-CLASES PIC 9(5) VALUE ZERO.
       01 SUBINDICE-CLA PIC 9(5) VALUE ZERO.
       01 TABLA-CLASES.
           03 ELEM-CLA OCCURS 30000 TIMES.
               05 VEC-CLA-PROFESOR PIC 9(4).
               05 VEC-CLA-SUCURSAL PIC 9(3).
               05 VEC-CLA-TIPO PIC 9(3).
               05 VEC-CLA-MINUTOS PIC 9(4).
       01 WS-HORA-HH PIC 9(2) VALUE ZERO.
       01 WS-HORA-MM PIC 9(2) VALUE ZERO.
       01 WS-MIN-DESDE PIC 9(4) VALUE ZERO.
       01 WS-MIN-HASTA PIC 9(4) VALUE ZERO.
       01 WS-MINUTOS PIC 9(4) VALUE ZERO.

      * Feriados y corridas del mes.
       01 WS-MAX-FERIADOS PIC 9(3) VALUE 400.
       01 WS-CANT-FERIADOS PIC 9(3) VALUE ZERO.
       01 SUBINDICE-FER PIC 9(3) VALUE ZERO.
       01 TABLA-FERIADOS.
           03 VEC-FER-FECHA PIC 9(8) OCCURS 400 TIMES.
       01 WS-ES-FERIADO PIC X(1) VALUE "N".
           88 WS-ES-FERIADO-SI VALUE "S".

       01 WS-MAX-SELLOS PIC 9(3) VALUE 200.
       01 WS-CANT-SELLOS PIC 9(3) VALUE ZERO.
       01 SUBINDICE-SEL PIC 9(3) VALUE ZERO.
       01 WS-SEL-ENCONTRADO PIC X(1) VALUE "N".
           88 WS-SEL-ENCONTRADO-SI VALUE "S".
       01 TABLA-SELLOS.
           03 VEC-SEL-FECHA PIC 9(8) OCCURS 200 TIMES.

      * Acumulados por profesor.
       01 WS-MAX-PROFESORES PIC 9(4) VALUE 3000.
       01 WS-CANT-PROFESORES PIC 9(4) VALUE ZERO.
       01 SUBINDICE-PRO PIC 9(4) VALUE ZERO.
       01 WS-PRO-ENCONTRADO PIC X(1) VALUE "N".
           88 WS-PRO-ENCONTRADO-SI VALUE "S".
       01 TABLA-PROFESORES.
           03 ELEM-PRO OCCURS 3000 TIMES.
               05 VEC-PRO-NUMERO PIC X(5).
               05 VEC-PRO-LINEAS PIC 9(5).
               05 VEC-PRO-ELEG-ALU PIC 9(5).
               05 VEC-PRO-ALU-JUSTOS PIC 9(5).
               05 VEC-PRO-ELEG-DUR PIC 9(5).
               05 VEC-PRO-DUR-MAXIMA PIC 9(5).
               05 VEC-PRO-DIAS-FERIADO PIC 9(3).
               05 VEC-PRO-ULT-FERIADO PIC 9(8).
               05 VEC-PRO-ALTA PIC 9(8).
               05 VEC-PRO-BAJA PIC 9(8).
               05 VEC-PRO-ABIERTA PIC X(1).
               05 VEC-PRO-HORAS-VENTANA PIC 9(5)V99.
               05 VEC-PRO-HORAS-BASE PIC 9(5)V99.
               05 VEC-PRO-IND-ALU PIC 9(3)V99.
               05 VEC-PRO-IND-DUR PIC 9(3)V99.
               05 VEC-PRO-IND-PICO PIC 9(3)V99.
               05 VEC-PRO-PTS-ALU PIC 9(3).
               05 VEC-PRO-PTS-DUR PIC 9(3).
               05 VEC-PRO-PTS-FER PIC 9(3).
               05 VEC-PRO-PTS-PICO PIC 9(3).
               05 VEC-PRO-TOTAL PIC 9(3).
               05 VEC-PRO-MARCA PIC X(1).

      * Acumulados por sucursal.
       01 WS-MAX-SUCURSALES PIC 9(3) VALUE 300.
       01 WS-CANT-SUCURSALES PIC 9(3) VALUE ZERO.
       01 SUBINDICE-SUC PIC 9(3) VALUE ZERO.
       01 WS-SUC-ENCONTRADA PIC X(1) VALUE "N".
           88 WS-SUC-ENCONTRADA-SI VALUE "S".
       01 TABLA-SUCURSALES.
           03 ELEM-SUC OCCURS 300 TIMES.
               05 VEC-SUC-CODIGO PIC X(3).
               05 VEC-SUC-LINEAS PIC 9(6).
               05 VEC-SUC-ELEG-ALU PIC 9(6).
               05 VEC-SUC-ALU-JUSTOS PIC 9(6).
               05 VEC-SUC-ELEG-DUR PIC 9(6).
               05 VEC-SUC-DUR-MAXIMA PIC 9(6).
               05 VEC-SUC-DIAS-FERIADO PIC 9(3).
               05 VEC-SUC-IND-ALU PIC 9(3)V99.
               05 VEC-SUC-IND-DUR PIC 9(3)V99.
               05 VEC-SUC-IND-PICO PIC 9(3)V99.
               05 VEC-SUC-PTS-ALU PIC 9(3).
               05 VEC-SUC-PTS-DUR PIC 9(3).
               05 VEC-SUC-PTS-FER PIC 9(3).
               05 VEC-SUC-PTS-PICO PIC 9(3).
               05 VEC-SUC-TOTAL PIC 9(3).
               05 VEC-SUC-MARCA PIC X(1).

      * Feriados ya contados por sucursal (un dia cuenta una vez).
       01 WS-MAX-SUC-FERIADOS PIC 9(4) VALUE 3000.
       01 WS-CANT-SUC-FERIADOS PIC 9(4) VALUE ZERO.
       01 SUBINDICE-SFE PIC 9(4) VALUE ZERO.
       01 WS-SFE-ENCONTRADO PIC X(1) VALUE "N".
           88 WS-SFE-ENCONTRADO-SI VALUE "S".
       01 TABLA-SUC-FERIADOS.
           03 ELEM-SFE OCCURS 3000 TIMES.
               05 VEC-SFE-SUCURSAL PIC 9(3).
               05 VEC-SFE-FECHA PIC 9(8).

      * Sucursales donde el profesor dado de baja cargo horas en la
      * ventana previa a la baja: heredan su puntaje PIC.
       01 WS-MAX-PRO-SUC PIC 9(4) VALUE 5000.
       01 WS-CANT-PRO-SUC PIC 9(4) VALUE ZERO.
       01 SUBINDICE-PXS PIC 9(4) VALUE ZERO.
       01 WS-PXS-ENCONTRADO PIC X(1) VALUE "N".
           88 WS-PXS-ENCONTRADO-SI VALUE "S".
       01 TABLA-PRO-SUC.
           03 ELEM-PXS OCCURS 5000 TIMES.
               05 VEC-PXS-PROFESOR PIC 9(4).
               05 VEC-PXS-SUCURSAL PIC 9(3).

       01 WS-EN-PERIODO PIC X(1) VALUE "N".
           88 WS-EN-PERIODO-SI VALUE "S".
       01 WS-INDICADOR PIC 9(5)V99 VALUE ZERO.
       01 WS-UMBRAL PIC 9(3) VALUE ZERO.
       01 WS-PUNTAJE PIC 9(3) VALUE ZERO.
       01 WS-PUNTAJE-CALCULO PIC 9(7) VALUE ZERO.

      * Orden de salida por puntaje total.
       01 WS-MEJOR-TOTAL PIC 9(3) VALUE ZERO.
       01 WS-MEJOR-SUBINDICE PIC 9(4) VALUE ZERO.
       01 WS-MEJOR-ES-SUCURSAL PIC X(1) VALUE "N".
           88 WS-MEJOR-ES-SUCURSAL-SI VALUE "S".
       01 WS-QUEDAN PIC X(1) VALUE "S".
           88 WS-QUEDAN-SI VALUE "S".
       01 WS-CANT-CON-PUNTAJE PIC 9(5) VALUE ZERO.
       01 WS-CANT-A-MESA PIC 9(3) VALUE ZERO.
       01 WS-CANT-SIN-LUGAR PIC 9(5) VALUE ZERO.

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

      * Renglones del reporte.
       01 LINEA-TITULO.
           03 FILLER PIC X(40) VALUE
               "PATRONES SOSPECHOSOS EN HORAS - PERIODO ".
           03 LTI-PERIODO PIC 9(6).

       01 LINEA-UMBRALES.
           03 FILLER PIC X(14) VALUE "UMBRALES: ALU ".
           03 LUM-ALUMNOS PIC ZZ9.
           03 FILLER PIC X(6) VALUE "% DUR ".
           03 LUM-DURACION PIC ZZ9.
           03 FILLER PIC X(6) VALUE "% FER ".
           03 LUM-FERIADOS PIC ZZ9.
           03 FILLER PIC X(11) VALUE " DIAS PIC ".
           03 LUM-PICO PIC ZZ9.
           03 FILLER PIC X(6) VALUE "% EN ".
           03 LUM-DIAS-BAJA PIC ZZ9.
           03 FILLER PIC X(19) VALUE " DIAS; MIN. CLASES ".
           03 LUM-MIN-CLASES PIC ZZ9.

       01 LINEA-SECCION.
           03 LSE-TEXTO PIC X(60).

       01 LINEA-ENCABEZADO.
           03 FILLER PIC X(40) VALUE
               "ENTIDAD CLAVE LINEAS  %ALU  %DUR FER PIC".
           03 FILLER PIC X(40) VALUE
               "O%  PTS ALU DUR FER PIC  TOTAL".

       01 LINEA-ENTIDAD.
           03 LEN-ENTIDAD PIC X(8).
           03 LEN-CLAVE PIC X(5).
           03 FILLER PIC X(1) VALUE SPACE.
           03 LEN-LINEAS PIC ZZZZZ9.
           03 FILLER PIC X(1) VALUE SPACE.
           03 LEN-IND-ALU PIC ZZ9,9.
           03 FILLER PIC X(1) VALUE SPACE.
           03 LEN-IND-DUR PIC ZZ9,9.
           03 FILLER PIC X(1) VALUE SPACE.
           03 LEN-FERIADOS PIC ZZ9.
           03 FILLER PIC X(1) VALUE SPACE.
           03 LEN-IND-PICO PIC ZZ9,9.
           03 FILLER PIC X(6) VALUE SPACES.
           03 LEN-PTS-ALU PIC ZZ9.
           03 FILLER PIC X(1) VALUE SPACE.
           03 LEN-PTS-DUR PIC ZZ9.
           03 FILLER PIC X(1) VALUE SPACE.
           03 LEN-PTS-FER PIC ZZ9.
           03 FILLER PIC X(1) VALUE SPACE.
           03 LEN-PTS-PICO PIC ZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 LEN-TOTAL PIC ZZ9.

       01 LINEA-TOTALES.
           03 LTO-TITULO PIC X(40).
           03 LTO-VALOR PIC ZZZZ9.

      * Renglon que se deriva a la mesa de excepciones.
       01 LINEA-EXCEP.
           03 LEX-ENTIDAD PIC X(4).
           03 FILLER PIC X(1) VALUE SPACE.
           03 LEX-CLAVE PIC X(5).
           03 FILLER PIC X(1) VALUE SPACE.
           03 LEX-PERIODO PIC 9(6).
           03 FILLER PIC X(9) VALUE " PUNTAJE ".
           03 LEX-TOTAL PIC 9(3).
           03 FILLER PIC X(5) VALUE " ALU ".
           03 LEX-PTS-ALU PIC 9(3).
           03 FILLER PIC X(5) VALUE " DUR ".
           03 LEX-PTS-DUR PIC 9(3).
           03 FILLER PIC X(5) VALUE " FER ".
           03 LEX-PTS-FER PIC 9(3).
           03 FILLER PIC X(5) VALUE " PIC ".
           03 LEX-PTS-PICO PIC 9(3).
           03 FILLER PIC X(1) VALUE SPACE.
           03 LEX-MOTIVO PIC X(18) VALUE "PATRON SOSPECHOSO".
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * Pide el periodo, junta los acumulados de cada regla por
      * profesor y por sucursal, calcula los puntajes, emite el
      * cuadro y deriva a la mesa los casos de mayor puntaje
      **
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           DISPLAY "PERIODO (AAAAMM, EN BLANCO = MES ANTERIOR): "
           ACCEPT WS-PERIODO-ENTRADA
           IF WS-PERIODO-ENTRADA = SPACES THEN
               COMPUTE WS-PER-LINEAL = WS-CURRENT-YEAR * 12 +
                   WS-CURRENT-MONTH - 2
               DIVIDE WS-PER-LINEAL BY 12 GIVING WS-PERIODO-ANIO
                   REMAINDER WS-PERIODO-MES
               ADD 1 TO WS-PERIODO-MES
           ELSE
               IF WS-PERIODO-ENTRADA NOT NUMERIC THEN
                   DISPLAY "EL PERIODO DEBE SER NUMERICO AAAAMM"
                   STOP RUN
               END-IF
               MOVE WS-PERIODO-ENTRADA TO WS-PERIODO
               IF WS-PERIODO-MES < 1 OR WS-PERIODO-MES > 12 THEN
                   DISPLAY "MES INVALIDO"
                   STOP RUN
               END-IF
           END-IF
           MOVE VEC-DIAS-MES(WS-PERIODO-MES) TO WS-ULTIMO-DIA
           IF WS-PERIODO-MES = 2 THEN
               DIVIDE WS-PERIODO-ANIO BY 4 GIVING WS-ANIO-CUOCIENTE
                   REMAINDER WS-RESIDUO-4
               IF WS-RESIDUO-4 = ZERO THEN
                   MOVE 29 TO WS-ULTIMO-DIA
               END-IF
           END-IF
           COMPUTE WS-FECHA-DESDE = WS-PERIODO * 100 + 1
           COMPUTE WS-FECHA-HASTA = WS-PERIODO * 100 + WS-ULTIMO-DIA

           PERFORM LEER-PARAMETROS-PATRONES
           MOVE WS-FECHA-DESDE TO WS-FECHA-A-SERIE
           PERFORM CALCULAR-SERIE-DE-FECHA
           MOVE WS-SERIE-RESULTADO TO WS-SERIE-DESDE
      * La historia para el pico tiene que cubrir la ventana y los
      * dias de comparacion de una baja del primer dia del mes.
           COMPUTE WS-SERIE-PRIMERA = WS-SERIE-DESDE -
               WS-DIAS-BAJA - WS-DIAS-HISTORIA

           PERFORM CARGAR-TIPOS-CLASE
           PERFORM CARGAR-FERIADOS
           PERFORM CARGAR-BAJAS
           PERFORM RECORRER-DETALLE
           IF WS-CANT-SELLOS = ZERO THEN
               DISPLAY "EL PERIODO " WS-PERIODO
                       " NO TIENE HORAS LIQUIDADAS"
               STOP RUN
           END-IF
           PERFORM RECORRER-GENERACIONES
               VARYING SUBINDICE-SEL FROM 1 BY 1
               UNTIL SUBINDICE-SEL > WS-CANT-SELLOS
           PERFORM CONTAR-DURACION-MAXIMA
               VARYING SUBINDICE-CLA FROM 1 BY 1
               UNTIL SUBINDICE-CLA > WS-CANT-CLASES

           PERFORM PUNTUAR-PROFESOR
               VARYING SUBINDICE-PRO FROM 1 BY 1
               UNTIL SUBINDICE-PRO > WS-CANT-PROFESORES
           PERFORM PUNTUAR-SUCURSAL
               VARYING SUBINDICE-SUC FROM 1 BY 1
               UNTIL SUBINDICE-SUC > WS-CANT-SUCURSALES
           PERFORM HEREDAR-PICO-SUCURSAL
               VARYING SUBINDICE-PXS FROM 1 BY 1
               UNTIL SUBINDICE-PXS > WS-CANT-PRO-SUC
           PERFORM TOTALIZAR-SUCURSAL
               VARYING SUBINDICE-SUC FROM 1 BY 1
               UNTIL SUBINDICE-SUC > WS-CANT-SUCURSALES

           PERFORM EMITIR-REPORTE
           PERFORM DERIVAR-A-MESA
           PERFORM GRABAR-BITACORA

           DISPLAY "PATRONES SOSPECHOSOS DEL PERIODO " WS-PERIODO
           DISPLAY "PROFESORES ANALIZADOS:     " WS-CANT-PROFESORES
           DISPLAY "SUCURSALES ANALIZADAS:     " WS-CANT-SUCURSALES
           DISPLAY "CON PUNTAJE:               " WS-CANT-CON-PUNTAJE
           DISPLAY "DERIVADOS A LA MESA:       " WS-CANT-A-MESA
           IF WS-CANT-SIN-LUGAR > ZERO THEN
               DISPLAY "CLASES NO ANALIZADAS POR DURACION (TABLA "
                       "LLENA): " WS-CANT-SIN-LUGAR
           END-IF
           STOP RUN.

      * Umbrales PATRON-*; un valor no numerico deja la omision.
       LEER-PARAMETROS-PATRONES.
           MOVE "NO" TO WS-EOF-PARAMETROS
           OPEN INPUT PARAMETROS
           IF WS-STATUS-PARAMETROS = "00" THEN
               PERFORM LEER-PARAMETRO
               PERFORM BUSCAR-PARM-PATRON UNTIL
                   WS-EOF-PARAMETROS = "SI"
               CLOSE PARAMETROS
           END-IF
           IF WS-UMBRAL-ALUMNOS = ZERO THEN
               MOVE 80 TO WS-UMBRAL-ALUMNOS
           END-IF
           IF WS-UMBRAL-DURACION = ZERO THEN
               MOVE 90 TO WS-UMBRAL-DURACION
           END-IF
           IF WS-UMBRAL-FERIADOS = ZERO THEN
               MOVE 2 TO WS-UMBRAL-FERIADOS
           END-IF
           IF WS-DIAS-BAJA = ZERO THEN
               MOVE 15 TO WS-DIAS-BAJA
           END-IF
           IF WS-UMBRAL-PICO = ZERO THEN
               MOVE 200 TO WS-UMBRAL-PICO
           END-IF.

       LEER-PARAMETRO.
           READ PARAMETROS
               AT END
                   MOVE "SI" TO WS-EOF-PARAMETROS
           END-READ.

       BUSCAR-PARM-PATRON.
           IF PAR-VALOR(1:3) NUMERIC THEN
               EVALUATE PAR-NOMBRE
                   WHEN "PATRON-MIN-CLASES"
                       MOVE PAR-VALOR(1:3) TO WS-MIN-CLASES
                   WHEN "PATRON-PORC-ALUMNOS"
                       MOVE PAR-VALOR(1:3) TO WS-UMBRAL-ALUMNOS
                   WHEN "PATRON-PORC-DURACION"
                       MOVE PAR-VALOR(1:3) TO WS-UMBRAL-DURACION
                   WHEN "PATRON-DIAS-FERIADO"
                       MOVE PAR-VALOR(1:3) TO WS-UMBRAL-FERIADOS
                   WHEN "PATRON-DIAS-BAJA"
                       MOVE PAR-VALOR(1:3) TO WS-DIAS-BAJA
                   WHEN "PATRON-PORC-PICO"
                       MOVE PAR-VALOR(1:3) TO WS-UMBRAL-PICO
                   WHEN "PATRON-PUNTAJE-MESA"
                       MOVE PAR-VALOR(1:3) TO WS-PUNTAJE-MESA
                   WHEN "PATRON-CASOS-MESA"
                       MOVE PAR-VALOR(1:3) TO WS-CASOS-MESA
               END-EVALUATE
           END-IF
           PERFORM LEER-PARAMETRO.

       CALCULAR-SERIE-DE-FECHA.
           COMPUTE WS-SERIE-RESULTADO =
               WS-SERIE-ANIO * 365 +
               WS-SERIE-ANIO / 4 +
               VEC-DIAS-ACUM(WS-SERIE-MES) +
               WS-SERIE-DIA.

       CARGAR-TIPOS-CLASE.
           MOVE ZERO TO WS-CANT-TIPOS
           MOVE "NO" TO WS-EOF-FUENTE
           OPEN INPUT TIPOS_CLASE
           IF WS-STATUS-TIPOS = "00" THEN
               PERFORM LEER-TIPO-CLASE
               PERFORM GUARDAR-TIPO-CLASE UNTIL
                   WS-EOF-FUENTE = "SI" OR
                   WS-CANT-TIPOS >= WS-MAX-TIPOS
               CLOSE TIPOS_CLASE
           END-IF.

       LEER-TIPO-CLASE.
           READ TIPOS_CLASE
               AT END
                   MOVE "SI" TO WS-EOF-FUENTE
           END-READ.

       GUARDAR-TIPO-CLASE.
           ADD 1 TO WS-CANT-TIPOS
           MOVE TIP-TIP_CLASE TO VEC-TIP-CODIGO(WS-CANT-TIPOS)
           MOVE TIP-FECHA-DESDE TO VEC-TIP-DESDE(WS-CANT-TIPOS)
           MOVE TIP-FECHA-HASTA TO VEC-TIP-HASTA(WS-CANT-TIPOS)
           MOVE TIP-MIN-ALUMNOS TO VEC-TIP-MIN-ALUMNOS(WS-CANT-TIPOS)
           MOVE TIP-PORC-REDUCCION TO
               VEC-TIP-PORC-REDUCCION(WS-CANT-TIPOS)
           PERFORM LEER-TIPO-CLASE.

       CARGAR-FERIADOS.
           MOVE ZERO TO WS-CANT-FERIADOS
           MOVE "NO" TO WS-EOF-FUENTE
           OPEN INPUT FERIADOS
           IF WS-STATUS-FERIADOS = "00" THEN
               PERFORM LEER-FERIADO
               PERFORM GUARDAR-FERIADO UNTIL
                   WS-EOF-FUENTE = "SI" OR
                   WS-CANT-FERIADOS >= WS-MAX-FERIADOS
               CLOSE FERIADOS
           END-IF.

       LEER-FERIADO.
           READ FERIADOS
               AT END
                   MOVE "SI" TO WS-EOF-FUENTE
           END-READ.

       GUARDAR-FERIADO.
           IF FER-FECHA >= WS-FECHA-DESDE AND
               FER-FECHA <= WS-FECHA-HASTA THEN
               ADD 1 TO WS-CANT-FERIADOS
               MOVE FER-FECHA TO VEC-FER-FECHA(WS-CANT-FERIADOS)
           END-IF
           PERFORM LEER-FERIADO.

      * La baja del profesor es la de su ultima habilitacion cuando
      * ya no le queda ninguna abierta; el alta es la mas antigua.
       CARGAR-BAJAS.
           MOVE "NO" TO WS-EOF-FUENTE
           OPEN INPUT HABILITACIONES
           IF WS-STATUS-HABILITACIONES = "00" THEN
               PERFORM LEER-HABILITACION
               PERFORM ACUMULAR-HABILITACION UNTIL
                   WS-EOF-FUENTE = "SI"
               CLOSE HABILITACIONES
           END-IF.

       LEER-HABILITACION.
           READ HABILITACIONES
               AT END
                   MOVE "SI" TO WS-EOF-FUENTE
           END-READ.

       ACUMULAR-HABILITACION.
           MOVE HAB-PROFESOR TO DET-NUMERO
           PERFORM UBICAR-PROFESOR
           IF WS-PRO-ENCONTRADO-SI THEN
               IF VEC-PRO-ALTA(SUBINDICE-PRO) = ZERO OR
                   HAB-FECHA-ALTA < VEC-PRO-ALTA(SUBINDICE-PRO) THEN
                   MOVE HAB-FECHA-ALTA TO VEC-PRO-ALTA(SUBINDICE-PRO)
               END-IF
               IF HAB-FECHA-BAJA = ZERO THEN
                   MOVE "S" TO VEC-PRO-ABIERTA(SUBINDICE-PRO)
               ELSE
                   IF HAB-FECHA-BAJA > VEC-PRO-BAJA(SUBINDICE-PRO)
                       THEN
                       MOVE HAB-FECHA-BAJA TO
                           VEC-PRO-BAJA(SUBINDICE-PRO)
                   END-IF
               END-IF
           END-IF
           PERFORM LEER-HABILITACION.

      * Busca el profesor de DET-NUMERO y lo agrega si no esta; el
      * ultimo usado se mira primero porque el detalle viene
      * ordenado por profesor.
       UBICAR-PROFESOR.
           MOVE "N" TO WS-PRO-ENCONTRADO
           IF SUBINDICE-PRO > ZERO AND
               SUBINDICE-PRO <= WS-CANT-PROFESORES THEN
               IF VEC-PRO-NUMERO(SUBINDICE-PRO) = DET-NUMERO THEN
                   MOVE "S" TO WS-PRO-ENCONTRADO
               END-IF
           END-IF
           IF NOT WS-PRO-ENCONTRADO-SI THEN
               MOVE 1 TO SUBINDICE-PRO
               PERFORM COTEJAR-PROFESOR UNTIL
                   WS-PRO-ENCONTRADO-SI OR
                   SUBINDICE-PRO > WS-CANT-PROFESORES
           END-IF
           IF NOT WS-PRO-ENCONTRADO-SI AND
               WS-CANT-PROFESORES < WS-MAX-PROFESORES THEN
               ADD 1 TO WS-CANT-PROFESORES
               MOVE WS-CANT-PROFESORES TO SUBINDICE-PRO
               INITIALIZE ELEM-PRO(SUBINDICE-PRO)
               MOVE DET-NUMERO TO VEC-PRO-NUMERO(SUBINDICE-PRO)
               MOVE "N" TO VEC-PRO-ABIERTA(SUBINDICE-PRO)
               MOVE "N" TO VEC-PRO-MARCA(SUBINDICE-PRO)
               MOVE "S" TO WS-PRO-ENCONTRADO
           END-IF.

       COTEJAR-PROFESOR.
           IF VEC-PRO-NUMERO(SUBINDICE-PRO) = DET-NUMERO THEN
               MOVE "S" TO WS-PRO-ENCONTRADO
           ELSE
               ADD 1 TO SUBINDICE-PRO
           END-IF.

       UBICAR-SUCURSAL.
           MOVE "N" TO WS-SUC-ENCONTRADA
           MOVE 1 TO SUBINDICE-SUC
           PERFORM COTEJAR-SUCURSAL UNTIL
               WS-SUC-ENCONTRADA-SI OR
               SUBINDICE-SUC > WS-CANT-SUCURSALES
           IF NOT WS-SUC-ENCONTRADA-SI AND
               WS-CANT-SUCURSALES < WS-MAX-SUCURSALES THEN
               ADD 1 TO WS-CANT-SUCURSALES
               MOVE WS-CANT-SUCURSALES TO SUBINDICE-SUC
               INITIALIZE ELEM-SUC(SUBINDICE-SUC)
               MOVE DET-SUCURSAL TO VEC-SUC-CODIGO(SUBINDICE-SUC)
               MOVE "N" TO VEC-SUC-MARCA(SUBINDICE-SUC)
               MOVE "S" TO WS-SUC-ENCONTRADA
           END-IF.

       COTEJAR-SUCURSAL.
           IF VEC-SUC-CODIGO(SUBINDICE-SUC) = DET-SUCURSAL THEN
               MOVE "S" TO WS-SUC-ENCONTRADA
           ELSE
               ADD 1 TO SUBINDICE-SUC
           END-IF.

      **
      * Una pasada por el detalle: las horas del mes alimentan las
      * reglas ALU y FER y dan las corridas a revisar para DUR; las
      * de los meses previos solo cuentan para el pico de la baja
      **
       RECORRER-DETALLE.
           MOVE ZERO TO SUBINDICE-PRO
           OPEN INPUT DETALLE-LIQUIDADO
           IF WS-STATUS-DETALLE NOT = "00" THEN
               DISPLAY "NO SE PUDO ABRIR DetalleLiquidado.dat: "
                       WS-STATUS-DETALLE
               STOP RUN
           END-IF
           MOVE "NO" TO WS-EOF-FUENTE
           PERFORM LEER-DETALLE
           PERFORM ANALIZAR-LINEA-DETALLE UNTIL WS-EOF-FUENTE = "SI"
           CLOSE DETALLE-LIQUIDADO.

       LEER-DETALLE.
           READ DETALLE-LIQUIDADO NEXT RECORD
               AT END
                   MOVE "SI" TO WS-EOF-FUENTE
           END-READ.

       ANALIZAR-LINEA-DETALLE.
           IF NOT DET-ES-REVERSO AND NOT DET-ES-CONCEPTO AND
               DET-FECHA <= WS-FECHA-HASTA THEN
               MOVE DET-FECHA TO WS-FECHA-A-SERIE
               PERFORM CALCULAR-SERIE-DE-FECHA
               MOVE WS-SERIE-RESULTADO TO WS-SERIE-LINEA
               IF WS-SERIE-LINEA >= WS-SERIE-PRIMERA THEN
                   PERFORM UBICAR-PROFESOR
                   PERFORM UBICAR-SUCURSAL
                   IF WS-PRO-ENCONTRADO-SI AND
                       WS-SUC-ENCONTRADA-SI THEN
                       IF DET-FECHA >= WS-FECHA-DESDE THEN
                           PERFORM ACUMULAR-LINEA-DEL-MES
                       END-IF
                       PERFORM ACUMULAR-LINEA-BAJA
                   END-IF
               END-IF
           END-IF
           PERFORM LEER-DETALLE.

       ACUMULAR-LINEA-DEL-MES.
           ADD 1 TO VEC-PRO-LINEAS(SUBINDICE-PRO)
           ADD 1 TO VEC-SUC-LINEAS(SUBINDICE-SUC)
           PERFORM REGISTRAR-SELLO
           PERFORM BUSCAR-MINIMO-ALUMNOS
           IF WS-MIN-ALUMNOS-VIGENTE > ZERO AND
               WS-REDUCCION-VIGENTE > ZERO THEN
               ADD 1 TO VEC-PRO-ELEG-ALU(SUBINDICE-PRO)
               ADD 1 TO VEC-SUC-ELEG-ALU(SUBINDICE-SUC)
               IF DET-ALUMNOS = WS-MIN-ALUMNOS-VIGENTE THEN
                   ADD 1 TO VEC-PRO-ALU-JUSTOS(SUBINDICE-PRO)
                   ADD 1 TO VEC-SUC-ALU-JUSTOS(SUBINDICE-SUC)
               END-IF
           END-IF
           MOVE "N" TO WS-ES-FERIADO
           PERFORM COTEJAR-FERIADO
               VARYING SUBINDICE-FER FROM 1 BY 1
               UNTIL SUBINDICE-FER > WS-CANT-FERIADOS OR
                   WS-ES-FERIADO-SI
           IF WS-ES-FERIADO-SI THEN
               IF VEC-PRO-ULT-FERIADO(SUBINDICE-PRO) NOT = DET-FECHA
                   THEN
                   ADD 1 TO VEC-PRO-DIAS-FERIADO(SUBINDICE-PRO)
                   MOVE DET-FECHA TO VEC-PRO-ULT-FERIADO(SUBINDICE-PRO)
               END-IF
               PERFORM CONTAR-FERIADO-SUCURSAL
           END-IF.

       REGISTRAR-SELLO.
           MOVE "N" TO WS-SEL-ENCONTRADO
           PERFORM COTEJAR-SELLO
               VARYING SUBINDICE-SEL FROM 1 BY 1
               UNTIL SUBINDICE-SEL > WS-CANT-SELLOS OR
                   WS-SEL-ENCONTRADO-SI
           IF NOT WS-SEL-ENCONTRADO-SI AND
               WS-CANT-SELLOS < WS-MAX-SELLOS THEN
               ADD 1 TO WS-CANT-SELLOS
               MOVE DET-SELLO-FECHA TO VEC-SEL-FECHA(WS-CANT-SELLOS)
           END-IF.

       COTEJAR-SELLO.
           IF VEC-SEL-FECHA(SUBINDICE-SEL) = DET-SELLO-FECHA THEN
               MOVE "S" TO WS-SEL-ENCONTRADO
           END-IF.

      * Minimo de alumnos de la vigencia del tipo a la fecha de la
      * hora; entre vigencias superpuestas gana la mas reciente.
       BUSCAR-MINIMO-ALUMNOS.
           MOVE ZERO TO WS-VIGENTE-DESDE
           MOVE ZERO TO WS-MIN-ALUMNOS-VIGENTE
           MOVE ZERO TO WS-REDUCCION-VIGENTE
           PERFORM COTEJAR-VIGENCIA-TIPO
               VARYING SUBINDICE-TIP FROM 1 BY 1
               UNTIL SUBINDICE-TIP > WS-CANT-TIPOS.

       COTEJAR-VIGENCIA-TIPO.
           IF VEC-TIP-CODIGO(SUBINDICE-TIP) = DET-TIP_CLASE AND
               VEC-TIP-DESDE(SUBINDICE-TIP) <= DET-FECHA AND
               (VEC-TIP-HASTA(SUBINDICE-TIP) = ZERO OR
                VEC-TIP-HASTA(SUBINDICE-TIP) >= DET-FECHA) AND
               VEC-TIP-DESDE(SUBINDICE-TIP) >= WS-VIGENTE-DESDE THEN
               MOVE VEC-TIP-DESDE(SUBINDICE-TIP) TO WS-VIGENTE-DESDE
               MOVE VEC-TIP-MIN-ALUMNOS(SUBINDICE-TIP) TO
                   WS-MIN-ALUMNOS-VIGENTE
               MOVE VEC-TIP-PORC-REDUCCION(SUBINDICE-TIP) TO
                   WS-REDUCCION-VIGENTE
           END-IF.

       COTEJAR-FERIADO.
           IF VEC-FER-FECHA(SUBINDICE-FER) = DET-FECHA THEN
               MOVE "S" TO WS-ES-FERIADO
           END-IF.

       CONTAR-FERIADO-SUCURSAL.
           MOVE "N" TO WS-SFE-ENCONTRADO
           PERFORM COTEJAR-FERIADO-SUCURSAL
               VARYING SUBINDICE-SFE FROM 1 BY 1
               UNTIL SUBINDICE-SFE > WS-CANT-SUC-FERIADOS OR
                   WS-SFE-ENCONTRADO-SI
           IF NOT WS-SFE-ENCONTRADO-SI AND
               WS-CANT-SUC-FERIADOS < WS-MAX-SUC-FERIADOS THEN
               ADD 1 TO WS-CANT-SUC-FERIADOS
               MOVE SUBINDICE-SUC TO
                   VEC-SFE-SUCURSAL(WS-CANT-SUC-FERIADOS)
               MOVE DET-FECHA TO VEC-SFE-FECHA(WS-CANT-SUC-FERIADOS)
               ADD 1 TO VEC-SUC-DIAS-FERIADO(SUBINDICE-SUC)
           END-IF.

       COTEJAR-FERIADO-SUCURSAL.
           IF VEC-SFE-SUCURSAL(SUBINDICE-SFE) = SUBINDICE-SUC AND
               VEC-SFE-FECHA(SUBINDICE-SFE) = DET-FECHA THEN
               MOVE "S" TO WS-SFE-ENCONTRADO
           END-IF.

      * Para un profesor dado de baja en el mes: las horas de los
      * ultimos dias antes de la baja (ventana) y las de los dias
      * de comparacion anteriores a la ventana, desde su alta.
       ACUMULAR-LINEA-BAJA.
           IF VEC-PRO-ABIERTA(SUBINDICE-PRO) = "N" AND
               VEC-PRO-BAJA(SUBINDICE-PRO) >= WS-FECHA-DESDE AND
               VEC-PRO-BAJA(SUBINDICE-PRO) <= WS-FECHA-HASTA AND
               DET-FECHA <= VEC-PRO-BAJA(SUBINDICE-PRO) THEN
               MOVE VEC-PRO-BAJA(SUBINDICE-PRO) TO WS-FECHA-A-SERIE
               PERFORM CALCULAR-SERIE-DE-FECHA
               MOVE WS-SERIE-RESULTADO TO WS-SERIE-BAJA
               IF WS-SERIE-LINEA > WS-SERIE-BAJA - WS-DIAS-BAJA THEN
                   ADD DET-HORAS TO VEC-PRO-HORAS-VENTANA(SUBINDICE-PRO)
                   PERFORM REGISTRAR-PROFESOR-SUCURSAL
               ELSE
                   IF WS-SERIE-LINEA > WS-SERIE-BAJA - WS-DIAS-BAJA -
                       WS-DIAS-HISTORIA AND
                       DET-FECHA >= VEC-PRO-ALTA(SUBINDICE-PRO) THEN
                       ADD DET-HORAS TO
                           VEC-PRO-HORAS-BASE(SUBINDICE-PRO)
                   END-IF
               END-IF
           END-IF.

       REGISTRAR-PROFESOR-SUCURSAL.
           MOVE "N" TO WS-PXS-ENCONTRADO
           PERFORM COTEJAR-PROFESOR-SUCURSAL
               VARYING SUBINDICE-PXS FROM 1 BY 1
               UNTIL SUBINDICE-PXS > WS-CANT-PRO-SUC OR
                   WS-PXS-ENCONTRADO-SI
           IF NOT WS-PXS-ENCONTRADO-SI AND
               WS-CANT-PRO-SUC < WS-MAX-PRO-SUC THEN
               ADD 1 TO WS-CANT-PRO-SUC
               MOVE SUBINDICE-PRO TO VEC-PXS-PROFESOR(WS-CANT-PRO-SUC)
               MOVE SUBINDICE-SUC TO VEC-PXS-SUCURSAL(WS-CANT-PRO-SUC)
           END-IF.

       COTEJAR-PROFESOR-SUCURSAL.
           IF VEC-PXS-PROFESOR(SUBINDICE-PXS) = SUBINDICE-PRO AND
               VEC-PXS-SUCURSAL(SUBINDICE-PXS) = SUBINDICE-SUC THEN
               MOVE "S" TO WS-PXS-ENCONTRADO
           END-IF.

      **
      * Duracion de las clases del mes segun el reloj informado en
      * las novedades de cada corrida que liquido horas del mes
      **
       RECORRER-GENERACIONES.
           MOVE VEC-SEL-FECHA(SUBINDICE-SEL) TO
               WS-NOMBRE-TIMESACT-FECHA
           MOVE "NO" TO WS-EOF-FUENTE
           OPEN INPUT TimesAct
           IF WS-STATUS-TIMESACT = "00" THEN
               PERFORM LEER-TIMESACT
               PERFORM ANALIZAR-NOVEDAD UNTIL WS-EOF-FUENTE = "SI"
               CLOSE TimesAct
           ELSE
               DISPLAY "GENERACION NO DISPONIBLE, SIN REGLA DUR: "
                       WS-NOMBRE-TIMESACT
           END-IF.

       LEER-TIMESACT.
           READ TimesAct
               AT END
                   MOVE "SI" TO WS-EOF-FUENTE
           END-READ.

       ANALIZAR-NOVEDAD.
           IF NOT TIMACT-ES-CABECERA AND NOT TIMACT-NO-DICTADA AND
               NOT TIMACT-ES-CONCEPTO AND
               TIMACT-FECHA >= WS-FECHA-DESDE AND
               TIMACT-FECHA <= WS-FECHA-HASTA AND
               TIMACT-HORA-HASTA > TIMACT-HORA-DESDE THEN
               DIVIDE TIMACT-HORA-DESDE BY 100
                   GIVING WS-HORA-HH REMAINDER WS-HORA-MM
               COMPUTE WS-MIN-DESDE = WS-HORA-HH * 60 + WS-HORA-MM
               DIVIDE TIMACT-HORA-HASTA BY 100
                   GIVING WS-HORA-HH REMAINDER WS-HORA-MM
               COMPUTE WS-MIN-HASTA = WS-HORA-HH * 60 + WS-HORA-MM
               COMPUTE WS-MINUTOS = WS-MIN-HASTA - WS-MIN-DESDE
               MOVE TIMACT-NUMERO TO DET-NUMERO
               MOVE TIMACT-SUCURSAL TO DET-SUCURSAL
               PERFORM UBICAR-PROFESOR
               PERFORM UBICAR-SUCURSAL
               PERFORM UBICAR-DURACION-TIPO
               IF WS-PRO-ENCONTRADO-SI AND WS-SUC-ENCONTRADA-SI AND
                   WS-DTI-ENCONTRADO-SI THEN
                   IF WS-CANT-CLASES < WS-MAX-CLASES THEN
                       ADD 1 TO WS-CANT-CLASES
                       MOVE SUBINDICE-PRO TO
                           VEC-CLA-PROFESOR(WS-CANT-CLASES)
                       MOVE SUBINDICE-SUC TO
                           VEC-CLA-SUCURSAL(WS-CANT-CLASES)
                       MOVE SUBINDICE-DTI TO
                           VEC-CLA-TIPO(WS-CANT-CLASES)
                       MOVE WS-MINUTOS TO
                           VEC-CLA-MINUTOS(WS-CANT-CLASES)
                   ELSE
                       ADD 1 TO WS-CANT-SIN-LUGAR
                   END-IF
               END-IF
           END-IF
           PERFORM LEER-TIMESACT.

       UBICAR-DURACION-TIPO.
           MOVE "N" TO WS-DTI-ENCONTRADO
           MOVE 1 TO SUBINDICE-DTI
           PERFORM COTEJAR-DURACION-TIPO UNTIL
               WS-DTI-ENCONTRADO-SI OR
               SUBINDICE-DTI > WS-CANT-DUR-TIPOS
           IF WS-DTI-ENCONTRADO-SI THEN
               IF WS-MINUTOS < VEC-DTI-MINIMO(SUBINDICE-DTI) THEN
                   MOVE WS-MINUTOS TO VEC-DTI-MINIMO(SUBINDICE-DTI)
               END-IF
               IF WS-MINUTOS > VEC-DTI-MAXIMO(SUBINDICE-DTI) THEN
                   MOVE WS-MINUTOS TO VEC-DTI-MAXIMO(SUBINDICE-DTI)
               END-IF
           ELSE
               IF WS-CANT-DUR-TIPOS < WS-MAX-DUR-TIPOS THEN
                   ADD 1 TO WS-CANT-DUR-TIPOS
                   MOVE WS-CANT-DUR-TIPOS TO SUBINDICE-DTI
                   MOVE TIMACT-TIP_CLASE TO
                       VEC-DTI-CODIGO(SUBINDICE-DTI)
                   MOVE WS-MINUTOS TO VEC-DTI-MINIMO(SUBINDICE-DTI)
                   MOVE WS-MINUTOS TO VEC-DTI-MAXIMO(SUBINDICE-DTI)
                   MOVE "S" TO WS-DTI-ENCONTRADO
               END-IF
           END-IF.

       COTEJAR-DURACION-TIPO.
           IF VEC-DTI-CODIGO(SUBINDICE-DTI) = TIMACT-TIP_CLASE THEN
               MOVE "S" TO WS-DTI-ENCONTRADO
           ELSE
               ADD 1 TO SUBINDICE-DTI
           END-IF.

      * Un tipo de clase cuyas clases duran todas lo mismo no dice
      * nada: la regla solo mira los tipos con duraciones distintas.
       CONTAR-DURACION-MAXIMA.
           MOVE VEC-CLA-TIPO(SUBINDICE-CLA) TO SUBINDICE-DTI
           MOVE VEC-CLA-PROFESOR(SUBINDICE-CLA) TO SUBINDICE-PRO
           MOVE VEC-CLA-SUCURSAL(SUBINDICE-CLA) TO SUBINDICE-SUC
           IF VEC-DTI-MAXIMO(SUBINDICE-DTI) >
               VEC-DTI-MINIMO(SUBINDICE-DTI) THEN
               ADD 1 TO VEC-PRO-ELEG-DUR(SUBINDICE-PRO)
               ADD 1 TO VEC-SUC-ELEG-DUR(SUBINDICE-SUC)
               IF VEC-CLA-MINUTOS(SUBINDICE-CLA) =
                   VEC-DTI-MAXIMO(SUBINDICE-DTI) THEN
                   ADD 1 TO VEC-PRO-DUR-MAXIMA(SUBINDICE-PRO)
                   ADD 1 TO VEC-SUC-DUR-MAXIMA(SUBINDICE-SUC)
               END-IF
           END-IF.

      **
      * Puntajes: indicador de la regla sobre su umbral, llevado a
      * 100 como maximo
      **
       PUNTUAR-PROFESOR.
           IF VEC-PRO-ELEG-ALU(SUBINDICE-PRO) >= WS-MIN-CLASES AND
               VEC-PRO-ELEG-ALU(SUBINDICE-PRO) > ZERO THEN
               COMPUTE VEC-PRO-IND-ALU(SUBINDICE-PRO) ROUNDED =
                   VEC-PRO-ALU-JUSTOS(SUBINDICE-PRO) * 100 /
                   VEC-PRO-ELEG-ALU(SUBINDICE-PRO)
               MOVE VEC-PRO-IND-ALU(SUBINDICE-PRO) TO WS-INDICADOR
               MOVE WS-UMBRAL-ALUMNOS TO WS-UMBRAL
               PERFORM CALCULAR-PUNTAJE
               MOVE WS-PUNTAJE TO VEC-PRO-PTS-ALU(SUBINDICE-PRO)
           END-IF
           IF VEC-PRO-ELEG-DUR(SUBINDICE-PRO) >= WS-MIN-CLASES AND
               VEC-PRO-ELEG-DUR(SUBINDICE-PRO) > ZERO THEN
               COMPUTE VEC-PRO-IND-DUR(SUBINDICE-PRO) ROUNDED =
                   VEC-PRO-DUR-MAXIMA(SUBINDICE-PRO) * 100 /
                   VEC-PRO-ELEG-DUR(SUBINDICE-PRO)
               MOVE VEC-PRO-IND-DUR(SUBINDICE-PRO) TO WS-INDICADOR
               MOVE WS-UMBRAL-DURACION TO WS-UMBRAL
               PERFORM CALCULAR-PUNTAJE
               MOVE WS-PUNTAJE TO VEC-PRO-PTS-DUR(SUBINDICE-PRO)
           END-IF
           MOVE VEC-PRO-DIAS-FERIADO(SUBINDICE-PRO) TO WS-INDICADOR
           MOVE WS-UMBRAL-FERIADOS TO WS-UMBRAL
           PERFORM CALCULAR-PUNTAJE
           MOVE WS-PUNTAJE TO VEC-PRO-PTS-FER(SUBINDICE-PRO)
           PERFORM PUNTUAR-PICO-PROFESOR
           COMPUTE VEC-PRO-TOTAL(SUBINDICE-PRO) =
               VEC-PRO-PTS-ALU(SUBINDICE-PRO) +
               VEC-PRO-PTS-DUR(SUBINDICE-PRO) +
               VEC-PRO-PTS-FER(SUBINDICE-PRO) +
               VEC-PRO-PTS-PICO(SUBINDICE-PRO).

      * Ritmo diario en la ventana contra el de los dias de
      * comparacion; sin historia suficiente la regla no se aplica.
      * Con historia y sin horas previas el pico es el maximo.
       PUNTUAR-PICO-PROFESOR.
           IF VEC-PRO-ABIERTA(SUBINDICE-PRO) = "N" AND
               VEC-PRO-BAJA(SUBINDICE-PRO) >= WS-FECHA-DESDE AND
               VEC-PRO-BAJA(SUBINDICE-PRO) <= WS-FECHA-HASTA AND
               VEC-PRO-HORAS-VENTANA(SUBINDICE-PRO) > ZERO THEN
               MOVE VEC-PRO-BAJA(SUBINDICE-PRO) TO WS-FECHA-A-SERIE
               PERFORM CALCULAR-SERIE-DE-FECHA
               MOVE WS-SERIE-RESULTADO TO WS-SERIE-BAJA
               MOVE VEC-PRO-ALTA(SUBINDICE-PRO) TO WS-FECHA-A-SERIE
               PERFORM CALCULAR-SERIE-DE-FECHA
               MOVE WS-SERIE-RESULTADO TO WS-SERIE-ALTA
               COMPUTE WS-DIAS-BASE = WS-SERIE-BAJA - WS-DIAS-BAJA
                   - WS-SERIE-ALTA + 1
               IF WS-DIAS-BASE > WS-DIAS-HISTORIA THEN
                   MOVE WS-DIAS-HISTORIA TO WS-DIAS-BASE
               END-IF
               IF WS-DIAS-BASE >= WS-DIAS-BAJA THEN
                   IF VEC-PRO-HORAS-BASE(SUBINDICE-PRO) = ZERO THEN
                       MOVE 999,99 TO VEC-PRO-IND-PICO(SUBINDICE-PRO)
                   ELSE
                       COMPUTE WS-INDICADOR ROUNDED =
                           VEC-PRO-HORAS-VENTANA(SUBINDICE-PRO) *
                           WS-DIAS-BASE * 100 /
                           (VEC-PRO-HORAS-BASE(SUBINDICE-PRO) *
                            WS-DIAS-BAJA)
                       IF WS-INDICADOR > 999,99 THEN
                           MOVE 999,99 TO WS-INDICADOR
                       END-IF
                       MOVE WS-INDICADOR TO
                           VEC-PRO-IND-PICO(SUBINDICE-PRO)
                   END-IF
                   MOVE VEC-PRO-IND-PICO(SUBINDICE-PRO) TO
                       WS-INDICADOR
                   MOVE WS-UMBRAL-PICO TO WS-UMBRAL
                   PERFORM CALCULAR-PUNTAJE
                   MOVE WS-PUNTAJE TO VEC-PRO-PTS-PICO(SUBINDICE-PRO)
               END-IF
           END-IF.

       CALCULAR-PUNTAJE.
           COMPUTE WS-PUNTAJE-CALCULO =
               WS-INDICADOR * 100 / WS-UMBRAL
           IF WS-PUNTAJE-CALCULO > 100 THEN
               MOVE 100 TO WS-PUNTAJE
           ELSE
               MOVE WS-PUNTAJE-CALCULO TO WS-PUNTAJE
           END-IF.

       PUNTUAR-SUCURSAL.
           IF VEC-SUC-ELEG-ALU(SUBINDICE-SUC) >= WS-MIN-CLASES AND
               VEC-SUC-ELEG-ALU(SUBINDICE-SUC) > ZERO THEN
               COMPUTE VEC-SUC-IND-ALU(SUBINDICE-SUC) ROUNDED =
                   VEC-SUC-ALU-JUSTOS(SUBINDICE-SUC) * 100 /
                   VEC-SUC-ELEG-ALU(SUBINDICE-SUC)
               MOVE VEC-SUC-IND-ALU(SUBINDICE-SUC) TO WS-INDICADOR
               MOVE WS-UMBRAL-ALUMNOS TO WS-UMBRAL
               PERFORM CALCULAR-PUNTAJE
               MOVE WS-PUNTAJE TO VEC-SUC-PTS-ALU(SUBINDICE-SUC)
           END-IF
           IF VEC-SUC-ELEG-DUR(SUBINDICE-SUC) >= WS-MIN-CLASES AND
               VEC-SUC-ELEG-DUR(SUBINDICE-SUC) > ZERO THEN
               COMPUTE VEC-SUC-IND-DUR(SUBINDICE-SUC) ROUNDED =
                   VEC-SUC-DUR-MAXIMA(SUBINDICE-SUC) * 100 /
                   VEC-SUC-ELEG-DUR(SUBINDICE-SUC)
               MOVE VEC-SUC-IND-DUR(SUBINDICE-SUC) TO WS-INDICADOR
               MOVE WS-UMBRAL-DURACION TO WS-UMBRAL
               PERFORM CALCULAR-PUNTAJE
               MOVE WS-PUNTAJE TO VEC-SUC-PTS-DUR(SUBINDICE-SUC)
           END-IF
           MOVE VEC-SUC-DIAS-FERIADO(SUBINDICE-SUC) TO WS-INDICADOR
           MOVE WS-UMBRAL-FERIADOS TO WS-UMBRAL
           PERFORM CALCULAR-PUNTAJE
           MOVE WS-PUNTAJE TO VEC-SUC-PTS-FER(SUBINDICE-SUC).

      * La sucursal toma el pico mas alto de los profesores dados de
      * baja que le cargaron horas en la ventana previa a la baja.
       HEREDAR-PICO-SUCURSAL.
           MOVE VEC-PXS-PROFESOR(SUBINDICE-PXS) TO SUBINDICE-PRO
           MOVE VEC-PXS-SUCURSAL(SUBINDICE-PXS) TO SUBINDICE-SUC
           IF VEC-PRO-PTS-PICO(SUBINDICE-PRO) >
               VEC-SUC-PTS-PICO(SUBINDICE-SUC) THEN
               MOVE VEC-PRO-PTS-PICO(SUBINDICE-PRO) TO
                   VEC-SUC-PTS-PICO(SUBINDICE-SUC)
               MOVE VEC-PRO-IND-PICO(SUBINDICE-PRO) TO
                   VEC-SUC-IND-PICO(SUBINDICE-SUC)
           END-IF.

       TOTALIZAR-SUCURSAL.
           COMPUTE VEC-SUC-TOTAL(SUBINDICE-SUC) =
               VEC-SUC-PTS-ALU(SUBINDICE-SUC) +
               VEC-SUC-PTS-DUR(SUBINDICE-SUC) +
               VEC-SUC-PTS-FER(SUBINDICE-SUC) +
               VEC-SUC-PTS-PICO(SUBINDICE-SUC).

      **
      * Cuadro de puntajes: profesores y sucursales con algun
      * puntaje, de mayor a menor
      **
       EMITIR-REPORTE.
           OPEN OUTPUT REPORTE-PATRONES
           MOVE WS-PERIODO TO LTI-PERIODO
           WRITE REPORTE-PATRONES-REG FROM LINEA-TITULO
           MOVE WS-UMBRAL-ALUMNOS TO LUM-ALUMNOS
           MOVE WS-UMBRAL-DURACION TO LUM-DURACION
           MOVE WS-UMBRAL-FERIADOS TO LUM-FERIADOS
           MOVE WS-UMBRAL-PICO TO LUM-PICO
           MOVE WS-DIAS-BAJA TO LUM-DIAS-BAJA
           MOVE WS-MIN-CLASES TO LUM-MIN-CLASES
           WRITE REPORTE-PATRONES-REG FROM LINEA-UMBRALES
           MOVE SPACES TO REPORTE-PATRONES-REG
           WRITE REPORTE-PATRONES-REG
           WRITE REPORTE-PATRONES-REG FROM LINEA-ENCABEZADO
           MOVE ZERO TO WS-CANT-CON-PUNTAJE
           MOVE "S" TO WS-QUEDAN
           PERFORM LISTAR-MEJOR-PROFESOR UNTIL NOT WS-QUEDAN-SI
           MOVE SPACES TO REPORTE-PATRONES-REG
           WRITE REPORTE-PATRONES-REG
           MOVE "S" TO WS-QUEDAN
           PERFORM LISTAR-MEJOR-SUCURSAL UNTIL NOT WS-QUEDAN-SI
           MOVE SPACES TO REPORTE-PATRONES-REG
           WRITE REPORTE-PATRONES-REG
           MOVE "PROFESORES ANALIZADOS" TO LTO-TITULO
           MOVE WS-CANT-PROFESORES TO LTO-VALOR
           WRITE REPORTE-PATRONES-REG FROM LINEA-TOTALES
           MOVE "SUCURSALES ANALIZADAS" TO LTO-TITULO
           MOVE WS-CANT-SUCURSALES TO LTO-VALOR
           WRITE REPORTE-PATRONES-REG FROM LINEA-TOTALES
           MOVE "CON ALGUN PUNTAJE" TO LTO-TITULO
           MOVE WS-CANT-CON-PUNTAJE TO LTO-VALOR
           WRITE REPORTE-PATRONES-REG FROM LINEA-TOTALES
           CLOSE REPORTE-PATRONES.

       LISTAR-MEJOR-PROFESOR.
           MOVE ZERO TO WS-MEJOR-TOTAL
           MOVE ZERO TO WS-MEJOR-SUBINDICE
           PERFORM ELEGIR-MEJOR-PROFESOR
               VARYING SUBINDICE-PRO FROM 1 BY 1
               UNTIL SUBINDICE-PRO > WS-CANT-PROFESORES
           IF WS-MEJOR-SUBINDICE = ZERO THEN
               MOVE "N" TO WS-QUEDAN
           ELSE
               MOVE WS-MEJOR-SUBINDICE TO SUBINDICE-PRO
               MOVE "L" TO VEC-PRO-MARCA(SUBINDICE-PRO)
               ADD 1 TO WS-CANT-CON-PUNTAJE
               MOVE "PROF" TO LEN-ENTIDAD
               MOVE VEC-PRO-NUMERO(SUBINDICE-PRO) TO LEN-CLAVE
               MOVE VEC-PRO-LINEAS(SUBINDICE-PRO) TO LEN-LINEAS
               MOVE VEC-PRO-IND-ALU(SUBINDICE-PRO) TO LEN-IND-ALU
               MOVE VEC-PRO-IND-DUR(SUBINDICE-PRO) TO LEN-IND-DUR
               MOVE VEC-PRO-DIAS-FERIADO(SUBINDICE-PRO) TO
                   LEN-FERIADOS
               MOVE VEC-PRO-IND-PICO(SUBINDICE-PRO) TO LEN-IND-PICO
               MOVE VEC-PRO-PTS-ALU(SUBINDICE-PRO) TO LEN-PTS-ALU
               MOVE VEC-PRO-PTS-DUR(SUBINDICE-PRO) TO LEN-PTS-DUR
               MOVE VEC-PRO-PTS-FER(SUBINDICE-PRO) TO LEN-PTS-FER
               MOVE VEC-PRO-PTS-PICO(SUBINDICE-PRO) TO LEN-PTS-PICO
               MOVE VEC-PRO-TOTAL(SUBINDICE-PRO) TO LEN-TOTAL
               WRITE REPORTE-PATRONES-REG FROM LINEA-ENTIDAD
           END-IF.

       ELEGIR-MEJOR-PROFESOR.
           IF VEC-PRO-MARCA(SUBINDICE-PRO) = "N" AND
               VEC-PRO-TOTAL(SUBINDICE-PRO) > WS-MEJOR-TOTAL THEN
               MOVE VEC-PRO-TOTAL(SUBINDICE-PRO) TO WS-MEJOR-TOTAL
               MOVE SUBINDICE-PRO TO WS-MEJOR-SUBINDICE
           END-IF.

       LISTAR-MEJOR-SUCURSAL.
           MOVE ZERO TO WS-MEJOR-TOTAL
           MOVE ZERO TO WS-MEJOR-SUBINDICE
           PERFORM ELEGIR-MEJOR-SUCURSAL
               VARYING SUBINDICE-SUC FROM 1 BY 1
               UNTIL SUBINDICE-SUC > WS-CANT-SUCURSALES
           IF WS-MEJOR-SUBINDICE = ZERO THEN
               MOVE "N" TO WS-QUEDAN
           ELSE
               MOVE WS-MEJOR-SUBINDICE TO SUBINDICE-SUC
               MOVE "L" TO VEC-SUC-MARCA(SUBINDICE-SUC)
               ADD 1 TO WS-CANT-CON-PUNTAJE
               MOVE "SUC" TO LEN-ENTIDAD
               MOVE VEC-SUC-CODIGO(SUBINDICE-SUC) TO LEN-CLAVE
               MOVE VEC-SUC-LINEAS(SUBINDICE-SUC) TO LEN-LINEAS
               MOVE VEC-SUC-IND-ALU(SUBINDICE-SUC) TO LEN-IND-ALU
               MOVE VEC-SUC-IND-DUR(SUBINDICE-SUC) TO LEN-IND-DUR
               MOVE VEC-SUC-DIAS-FERIADO(SUBINDICE-SUC) TO
                   LEN-FERIADOS
               MOVE VEC-SUC-IND-PICO(SUBINDICE-SUC) TO LEN-IND-PICO
               MOVE VEC-SUC-PTS-ALU(SUBINDICE-SUC) TO LEN-PTS-ALU
               MOVE VEC-SUC-PTS-DUR(SUBINDICE-SUC) TO LEN-PTS-DUR
               MOVE VEC-SUC-PTS-FER(SUBINDICE-SUC) TO LEN-PTS-FER
               MOVE VEC-SUC-PTS-PICO(SUBINDICE-SUC) TO LEN-PTS-PICO
               MOVE VEC-SUC-TOTAL(SUBINDICE-SUC) TO LEN-TOTAL
               WRITE REPORTE-PATRONES-REG FROM LINEA-ENTIDAD
           END-IF.

       ELEGIR-MEJOR-SUCURSAL.
           IF VEC-SUC-MARCA(SUBINDICE-SUC) = "N" AND
               VEC-SUC-TOTAL(SUBINDICE-SUC) > WS-MEJOR-TOTAL THEN
               MOVE VEC-SUC-TOTAL(SUBINDICE-SUC) TO WS-MEJOR-TOTAL
               MOVE SUBINDICE-SUC TO WS-MEJOR-SUBINDICE
           END-IF.

      **
      * A la mesa van los de mayor puntaje, profesores y sucursales
      * mezclados, desde el puntaje minimo y hasta el cupo
      **
       DERIVAR-A-MESA.
           MOVE ZERO TO WS-CANT-A-MESA
           OPEN OUTPUT EXCEPCIONES_PATRONES
           MOVE "S" TO WS-QUEDAN
           PERFORM DERIVAR-MEJOR-CASO UNTIL
               NOT WS-QUEDAN-SI OR WS-CANT-A-MESA >= WS-CASOS-MESA
           CLOSE EXCEPCIONES_PATRONES.

       DERIVAR-MEJOR-CASO.
           MOVE ZERO TO WS-MEJOR-TOTAL
           MOVE ZERO TO WS-MEJOR-SUBINDICE
           MOVE "N" TO WS-MEJOR-ES-SUCURSAL
           PERFORM ELEGIR-CASO-PROFESOR
               VARYING SUBINDICE-PRO FROM 1 BY 1
               UNTIL SUBINDICE-PRO > WS-CANT-PROFESORES
           PERFORM ELEGIR-CASO-SUCURSAL
               VARYING SUBINDICE-SUC FROM 1 BY 1
               UNTIL SUBINDICE-SUC > WS-CANT-SUCURSALES
           IF WS-MEJOR-SUBINDICE = ZERO OR
               WS-MEJOR-TOTAL < WS-PUNTAJE-MESA THEN
               MOVE "N" TO WS-QUEDAN
           ELSE
               ADD 1 TO WS-CANT-A-MESA
               MOVE WS-PERIODO TO LEX-PERIODO
               IF WS-MEJOR-ES-SUCURSAL-SI THEN
                   MOVE WS-MEJOR-SUBINDICE TO SUBINDICE-SUC
                   MOVE "M" TO VEC-SUC-MARCA(SUBINDICE-SUC)
                   MOVE "SUC" TO LEX-ENTIDAD
                   MOVE VEC-SUC-CODIGO(SUBINDICE-SUC) TO LEX-CLAVE
                   MOVE VEC-SUC-TOTAL(SUBINDICE-SUC) TO LEX-TOTAL
                   MOVE VEC-SUC-PTS-ALU(SUBINDICE-SUC) TO LEX-PTS-ALU
                   MOVE VEC-SUC-PTS-DUR(SUBINDICE-SUC) TO LEX-PTS-DUR
                   MOVE VEC-SUC-PTS-FER(SUBINDICE-SUC) TO LEX-PTS-FER
                   MOVE VEC-SUC-PTS-PICO(SUBINDICE-SUC) TO
                       LEX-PTS-PICO
               ELSE
                   MOVE WS-MEJOR-SUBINDICE TO SUBINDICE-PRO
                   MOVE "M" TO VEC-PRO-MARCA(SUBINDICE-PRO)
                   MOVE "PROF" TO LEX-ENTIDAD
                   MOVE VEC-PRO-NUMERO(SUBINDICE-PRO) TO LEX-CLAVE
                   MOVE VEC-PRO-TOTAL(SUBINDICE-PRO) TO LEX-TOTAL
                   MOVE VEC-PRO-PTS-ALU(SUBINDICE-PRO) TO LEX-PTS-ALU
                   MOVE VEC-PRO-PTS-DUR(SUBINDICE-PRO) TO LEX-PTS-DUR
                   MOVE VEC-PRO-PTS-FER(SUBINDICE-PRO) TO LEX-PTS-FER
                   MOVE VEC-PRO-PTS-PICO(SUBINDICE-PRO) TO
                       LEX-PTS-PICO
               END-IF
               WRITE EXCEPCIONES_PATRONES_REG FROM LINEA-EXCEP
           END-IF.

       ELEGIR-CASO-PROFESOR.
           IF VEC-PRO-MARCA(SUBINDICE-PRO) NOT = "M" AND
               VEC-PRO-TOTAL(SUBINDICE-PRO) > WS-MEJOR-TOTAL THEN
               MOVE VEC-PRO-TOTAL(SUBINDICE-PRO) TO WS-MEJOR-TOTAL
               MOVE SUBINDICE-PRO TO WS-MEJOR-SUBINDICE
               MOVE "N" TO WS-MEJOR-ES-SUCURSAL
           END-IF.

       ELEGIR-CASO-SUCURSAL.
           IF VEC-SUC-MARCA(SUBINDICE-SUC) NOT = "M" AND
               VEC-SUC-TOTAL(SUBINDICE-SUC) > WS-MEJOR-TOTAL THEN
               MOVE VEC-SUC-TOTAL(SUBINDICE-SUC) TO WS-MEJOR-TOTAL
               MOVE SUBINDICE-SUC TO WS-MEJOR-SUBINDICE
               MOVE "S" TO WS-MEJOR-ES-SUCURSAL
           END-IF.

       GRABAR-BITACORA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           OPEN EXTEND BITACORA
           IF WS-STATUS-BITACORA = "35" THEN
               OPEN OUTPUT BITACORA
               CLOSE BITACORA
               OPEN EXTEND BITACORA
           END-IF
           COMPUTE BIT-FECHA = WS-CURRENT-YEAR * 10000 +
               WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
           COMPUTE BIT-HORA = WS-CURRENT-HOUR * 10000 +
               WS-CURRENT-MINUTE * 100 + WS-CURRENT-SECOND
           MOVE "PATRONES-SOSPECHOSOS" TO BIT-PROGRAMA
           MOVE "FIN" TO BIT-EVENTO
           MOVE WS-PERIODO TO BIT-RESULTADO
           MOVE WS-CANT-CON-PUNTAJE TO BIT-CONTADOR-1
           MOVE WS-CANT-A-MESA TO BIT-CONTADOR-2
           WRITE BITACORA_REG
           CLOSE BITACORA.

       END PROGRAM PATRONES-SOSPECHOSOS.
