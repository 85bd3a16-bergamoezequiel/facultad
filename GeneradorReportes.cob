      ******************************************************************
      * Author:
      * Date:
      * Purpose: Generador de reportes a pedido sobre el detalle
      *          liquidado (DetalleLiquidado.dat) cruzado con los
      *          maestros de sucursales, profesores, empresas, tipos
      *          de clase y categorias. Lo que se lista lo dice una
      *          tarjeta de definicion (por omision
      *          DefinicionReporte.dat): un renglon por clave, con la
      *          clave en las columnas 1 a 12 y el valor desde la 13.
      *          Los renglones en blanco o que empiezan con "*" no se
      *          leen. Claves:
      *            TITULO     titulo del listado
      *            DESDE      fecha AAAAMMDD (por omision, todo)
      *            HASTA      fecha AAAAMMDD (por omision, todo)
      *            SALIDA     nombre base de los archivos de salida
      *                       (por omision ReporteAPedido)
      *            SUCURSAL, ZONA, EMPRESA, TIPO, CATEGORIA,
      *            CONCEPTO, MOVIMIENTO, PROFESOR, MES
      *                       filtro por ese campo; repitiendo la
      *                       clave se aceptan varios valores
      *            CORTE      campo de corte de control, hasta tres,
      *                       del mas general al mas fino
      *            COLUMNA    HORAS, IMPORTE, ALUMNOS o CANTIDAD, en
      *                       el orden en que se quieren (sin
      *                       ninguna salen las cuatro)
      *          La empresa es la empleadora del profesor; la zona,
      *          la de la sucursal donde se dicto. El concepto va
      *          como D (dictado comun), P (preparacion) o V
      *          (vigilancia) y el mes como AAAAMM. Los reversos
      *          restan horas, importe y cantidad y no suman alumnos.
      *          Sale el listado impreso en <salida>.dat, con un
      *          renglon por grupo del corte mas fino, subtotales
      *          por cada nivel y total general, y los mismos
      *          grupos separados por ";" en <salida>.csv.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. GENERADOR-REPORTES.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DEFINICION ASSIGN TO WS-NOMBRE-DEFINICION
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-DEFINICION.

       SELECT DETALLE-LIQUIDADO ASSIGN TO "DetalleLiquidado.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS DET-CLAVE
             FILE STATUS IS WS-STATUS-DETALLE.

       SELECT PROFESORES ASSIGN TO "Profesores.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PROF-NUMERO
             FILE STATUS IS WS-STATUS-PROFESORES.

       SELECT SUCURSALES ASSIGN TO "Sucursales.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-SUCURSALES.

       SELECT EMPRESAS ASSIGN TO "Empresas.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-EMPRESAS.

       SELECT TIPOS_CLASE ASSIGN TO "TiposClase.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-TIPOS.

       SELECT CATEGORIAS ASSIGN TO "Categorias.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-CATEGORIAS.

       SELECT SORT-TRABAJO ASSIGN TO "SortReporte.tmp".

       SELECT ORDENADA ASSIGN TO "ReporteAPedido.tmp"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-ORDENADA.

       SELECT REPORTE ASSIGN TO WS-NOMBRE-REPORTE
             ORGANIZATION IS LINE SEQUENTIAL.

       SELECT REPORTE_CSV ASSIGN TO WS-NOMBRE-CSV
             ORGANIZATION IS LINE SEQUENTIAL.

       SELECT BITACORA ASSIGN TO "Bitacora.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-BITACORA.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD DEFINICION LABEL RECORD IS STANDARD.
       01 DEFINICION_REG.
           03 DEF-CLAVE PIC X(12).
           03 DEF-VALOR PIC X(30).
           03 FILLER PIC X(38).

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
           03 DET-SELLO-FECHA PIC 9(8).
           03 DET-SELLO-HORA PIC 9(6).

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

       FD EMPRESAS LABEL RECORD IS STANDARD.
       01 EMPRESAS_REG.
           03 EMP-CODIGO PIC X(2).
           03 EMP-RAZON PIC X(25).
           03 EMP-CUIT PIC 9(11).

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

       FD CATEGORIAS LABEL RECORD IS STANDARD.
       01 CATEGORIAS_REG.
           03 CAT-CODIGO PIC X(2).
           03 CAT-DESC PIC X(20).
           03 CAT-COEFICIENTE PIC 9V9(4).

      * Un renglon por linea de detalle elegida: los codigos de los
      * cortes (la clave de orden), sus descripciones y lo que la
      * linea aporta a cada columna con el signo ya resuelto.
       SD SORT-TRABAJO.
       01 SORT-REG.
           03 SORT-CLAVE.
               05 SORT-CORTE PIC X(8) OCCURS 3 TIMES.
           03 SORT-DESC PIC X(25) OCCURS 3 TIMES.
           03 SORT-HORAS PIC S9(5)V99.
           03 SORT-IMPORTE PIC S9(9)V99.
           03 SORT-ALUMNOS PIC 9(5).
           03 SORT-CANTIDAD PIC S9(5).

       FD ORDENADA LABEL RECORD IS STANDARD.
       01 ORD-REG.
           03 ORD-CLAVE.
               05 ORD-CORTE PIC X(8) OCCURS 3 TIMES.
           03 ORD-DESC PIC X(25) OCCURS 3 TIMES.
           03 ORD-HORAS PIC S9(5)V99.
           03 ORD-IMPORTE PIC S9(9)V99.
           03 ORD-ALUMNOS PIC 9(5).
           03 ORD-CANTIDAD PIC S9(5).

       FD REPORTE LABEL RECORD IS STANDARD.
       01 REPORTE_REG PIC X(123).

       FD REPORTE_CSV LABEL RECORD IS STANDARD.
       01 REPORTE_CSV_REG PIC X(180).

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
       01 WS-STATUS-DEFINICION PIC X(2) VALUE SPACES.
       01 WS-STATUS-DETALLE PIC X(2) VALUE SPACES.
       01 WS-STATUS-PROFESORES PIC X(2) VALUE SPACES.
       01 WS-STATUS-SUCURSALES PIC X(2) VALUE SPACES.
       01 WS-STATUS-EMPRESAS PIC X(2) VALUE SPACES.
       01 WS-STATUS-TIPOS PIC X(2) VALUE SPACES.
       01 WS-STATUS-CATEGORIAS PIC X(2) VALUE SPACES.
       01 WS-STATUS-ORDENADA PIC X(2) VALUE SPACES.
       01 WS-STATUS-BITACORA PIC X(2) VALUE SPACES.

       01 WS-EOF-DEFINICION PIC X(2) VALUE "NO".
       01 WS-EOF-DETALLE PIC X(2) VALUE "NO".
       01 WS-EOF-SUCURSALES PIC X(2) VALUE "NO".
       01 WS-EOF-EMPRESAS PIC X(2) VALUE "NO".
       01 WS-EOF-TIPOS PIC X(2) VALUE "NO".
       01 WS-EOF-CATEGORIAS PIC X(2) VALUE "NO".
       01 WS-EOF-ORDENADA PIC X(2) VALUE "NO".

       01 WS-PROFESORES-ABIERTO PIC X(1) VALUE "N".
           88 WS-PROFESORES-ABIERTO-SI VALUE "S".

       01 WS-ENTRADA-NOMBRE PIC X(40) VALUE SPACES.
       01 WS-NOMBRE-DEFINICION PIC X(40) VALUE
           "DefinicionReporte.dat".
       01 WS-NOMBRE-BASE PIC X(30) VALUE "ReporteAPedido".
       01 WS-NOMBRE-REPORTE PIC X(40) VALUE SPACES.
       01 WS-NOMBRE-CSV PIC X(40) VALUE SPACES.

      * Lo que dice la tarjeta de definicion.
       01 WS-TITULO PIC X(30) VALUE
           "REPORTE DEL DETALLE LIQUIDADO".
       01 WS-FECHA-DESDE PIC 9(8) VALUE ZERO.
       01 WS-FECHA-HASTA PIC 9(8) VALUE 99999999.
       01 WS-LINEA-DEFINICION PIC 9(4) VALUE ZERO.
       01 WS-DEFINICION-VALIDA PIC X(1) VALUE "S".
           88 WS-DEFINICION-VALIDA-SI VALUE "S".
       01 WS-MENSAJE-DEFINICION PIC X(40) VALUE SPACES.

      * Campos por los que se puede filtrar y cortar. El orden es
      * el de los subindices que usan los filtros y los cortes.
       01 TABLA-CAMPOS-VALORES.
           03 FILLER PIC X(10) VALUE "SUCURSAL".
           03 FILLER PIC X(10) VALUE "ZONA".
           03 FILLER PIC X(10) VALUE "EMPRESA".
           03 FILLER PIC X(10) VALUE "TIPO".
           03 FILLER PIC X(10) VALUE "CATEGORIA".
           03 FILLER PIC X(10) VALUE "CONCEPTO".
           03 FILLER PIC X(10) VALUE "MOVIMIENTO".
           03 FILLER PIC X(10) VALUE "PROFESOR".
           03 FILLER PIC X(10) VALUE "MES".
       01 TABLA-CAMPOS REDEFINES TABLA-CAMPOS-VALORES.
           03 VEC-CAMPO-NOMBRE PIC X(10) OCCURS 9 TIMES.
       01 WS-CANT-CAMPOS PIC 9(2) VALUE 9.
       01 SUBINDICE-CAMPO PIC 9(2) VALUE ZERO.
       01 WS-CAMPO-BUSCADO PIC X(10) VALUE SPACES.
       01 WS-CAMPO-HALLADO PIC X(1) VALUE "N".
           88 WS-CAMPO-HALLADO-SI VALUE "S".

      * Valor y descripcion de cada campo para la linea que se esta
      * leyendo, y si el campo tiene filtros y la linea los cumple.
       01 TABLA-ESTADO-CAMPOS.
           03 ELEM-CAMPO OCCURS 9 TIMES.
               05 VEC-CAMPO-FILTRADO PIC X(1).
               05 VEC-CAMPO-CUMPLE PIC X(1).
               05 VEC-CAMPO-VALOR PIC X(8).
               05 VEC-CAMPO-DESC PIC X(25).

       01 WS-MAX-FILTROS PIC 9(3) VALUE 100.
       01 WS-CANT-FILTROS PIC 9(3) VALUE ZERO.
       01 SUBINDICE-FIL PIC 9(3) VALUE ZERO.
       01 TABLA-FILTROS.
           03 ELEM-FIL OCCURS 100 TIMES.
               05 VEC-FIL-CAMPO PIC 9(2).
               05 VEC-FIL-VALOR PIC X(8).

       01 WS-CANT-CORTES PIC 9(1) VALUE ZERO.
       01 SUBINDICE-CORTE PIC 9(1) VALUE ZERO.
       01 TABLA-CORTES.
           03 VEC-CORTE-CAMPO PIC 9(2) OCCURS 3 TIMES.

       01 TABLA-COLUMNAS-VALORES.
           03 FILLER PIC X(10) VALUE "HORAS".
           03 FILLER PIC X(10) VALUE "IMPORTE".
           03 FILLER PIC X(10) VALUE "ALUMNOS".
           03 FILLER PIC X(10) VALUE "CANTIDAD".
       01 TABLA-COLUMNAS REDEFINES TABLA-COLUMNAS-VALORES.
           03 VEC-COLUMNA-NOMBRE PIC X(10) OCCURS 4 TIMES.
       01 TABLA-TITULOS-VALORES.
           03 FILLER PIC X(16) VALUE "           HORAS".
           03 FILLER PIC X(16) VALUE "         IMPORTE".
           03 FILLER PIC X(16) VALUE "         ALUMNOS".
           03 FILLER PIC X(16) VALUE "        CANTIDAD".
       01 TABLA-TITULOS REDEFINES TABLA-TITULOS-VALORES.
           03 VEC-COLUMNA-TITULO PIC X(16) OCCURS 4 TIMES.
       01 WS-CANT-COLUMNAS PIC 9(1) VALUE ZERO.
       01 SUBINDICE-COL PIC 9(1) VALUE ZERO.
       01 WS-COLUMNA-HALLADA PIC 9(1) VALUE ZERO.
       01 WS-COLUMNA-REPETIDA PIC X(1) VALUE "N".
           88 WS-COLUMNA-REPETIDA-SI VALUE "S".
       01 TABLA-COLUMNAS-ELEGIDAS.
           03 VEC-COL-ELEGIDA PIC 9(1) OCCURS 4 TIMES.

      * Maestros en memoria para el cruce.
       01 WS-MAX-SUCURSALES PIC 9(3) VALUE 200.
       01 WS-CANT-SUCURSALES PIC 9(3) VALUE ZERO.
       01 SUBINDICE-SUC PIC 9(3) VALUE ZERO.
       01 TABLA-SUCURSALES.
           03 ELEM-SUC OCCURS 200 TIMES.
               05 VEC-SUC-CODIGO PIC X(3).
               05 VEC-SUC-RAZON PIC X(25).
               05 VEC-SUC-ZONA PIC X(2).
       01 WS-SUC-ENCONTRADA PIC X(1) VALUE "N".
           88 WS-SUC-ENCONTRADA-SI VALUE "S".

       01 WS-MAX-EMPRESAS PIC 9(2) VALUE 20.
       01 WS-CANT-EMPRESAS PIC 9(2) VALUE ZERO.
       01 SUBINDICE-EMP PIC 9(2) VALUE ZERO.
       01 TABLA-EMPRESAS.
           03 ELEM-EMP OCCURS 20 TIMES.
               05 VEC-EMP-CODIGO PIC X(2).
               05 VEC-EMP-RAZON PIC X(25).
       01 WS-EMP-ENCONTRADA PIC X(1) VALUE "N".
           88 WS-EMP-ENCONTRADA-SI VALUE "S".

       01 WS-MAX-TIPOS PIC 9(3) VALUE 100.
       01 WS-CANT-TIPOS PIC 9(3) VALUE ZERO.
       01 SUBINDICE-TIP PIC 9(3) VALUE ZERO.
       01 TABLA-TIPOS.
           03 ELEM-TIP OCCURS 100 TIMES.
               05 VEC-TIP-CODIGO PIC X(4).
               05 VEC-TIP-DESC PIC X(20).
       01 WS-TIP-ENCONTRADO PIC X(1) VALUE "N".
           88 WS-TIP-ENCONTRADO-SI VALUE "S".
       01 WS-TIP-BUSCADO PIC X(4) VALUE SPACES.

       01 WS-MAX-CATEGORIAS PIC 9(2) VALUE 50.
       01 WS-CANT-CATEGORIAS PIC 9(2) VALUE ZERO.
       01 SUBINDICE-CAT PIC 9(2) VALUE ZERO.
       01 TABLA-CATEGORIAS.
           03 ELEM-CAT OCCURS 50 TIMES.
               05 VEC-CAT-CODIGO PIC X(2).
               05 VEC-CAT-DESC PIC X(20).
       01 WS-CAT-ENCONTRADA PIC X(1) VALUE "N".
           88 WS-CAT-ENCONTRADA-SI VALUE "S".

      * El detalle viene ordenado por profesor: el maestro se lee con
      * clave solo cuando cambia el numero.
       01 WS-PROF-ACTUAL PIC X(5) VALUE HIGH-VALUES.
       01 WS-PROF-NOMBRE PIC X(25) VALUE SPACES.
       01 WS-PROF-EMPRESA PIC X(2) VALUE SPACES.
       01 WS-PROF-CATEGORIA PIC X(2) VALUE SPACES.

       01 WS-LINEA-PASA PIC X(1) VALUE "S".
           88 WS-LINEA-PASA-SI VALUE "S".

      * Acumulados: el primero es el total general, los otros tres
      * los de cada nivel de corte.
       01 TABLA-ACUMULADOS.
           03 ELEM-ACU OCCURS 4 TIMES.
               05 VEC-ACU-HORAS PIC S9(7)V99.
               05 VEC-ACU-IMPORTE PIC S9(11)V99.
               05 VEC-ACU-ALUMNOS PIC 9(7).
               05 VEC-ACU-CANTIDAD PIC S9(7).
       01 SUBINDICE-ACU PIC 9(1) VALUE ZERO.
       01 WS-NIVEL PIC 9(1) VALUE ZERO.
       01 WS-NIVEL-CAMBIO PIC 9(1) VALUE ZERO.
       01 WS-PRIMER-GRUPO PIC X(1) VALUE "S".
           88 WS-PRIMER-GRUPO-SI VALUE "S".
       01 TABLA-ANTERIOR.
           03 ELEM-ANT OCCURS 3 TIMES.
               05 VEC-ANT-CORTE PIC X(8).
               05 VEC-ANT-DESC PIC X(25).

       01 WS-LEIDOS-DETALLE PIC 9(8) VALUE ZERO.
       01 WS-SELECCIONADOS PIC 9(8) VALUE ZERO.
       01 WS-GRUPOS PIC 9(6) VALUE ZERO.

      * Ediciones del ancho de la columna, para que los importes
      * queden alineados a la derecha bajo su titulo.
       01 WS-EDIT-HORAS PIC -ZZZZZZZZZZZ9,99.
       01 WS-EDIT-IMPORTE PIC -ZZZZZZZZZZZ9,99.
       01 WS-EDIT-ALUMNOS PIC ZZZZZZZZZZZZZZZ9.
       01 WS-EDIT-CANTIDAD PIC -ZZZZZZZZZZZZZZ9.

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

       01 LINEA-ENC-TITULO.
           03 LET-TITULO PIC X(30).
           03 FILLER PIC X(8) VALUE "  DESDE ".
           03 LET-DESDE PIC 9(8).
           03 FILLER PIC X(7) VALUE " HASTA ".
           03 LET-HASTA PIC 9(8).

       01 LINEA-ENC-FILTRO.
           03 FILLER PIC X(9) VALUE "FILTRO   ".
           03 LEF-CAMPO PIC X(10).
           03 FILLER PIC X(3) VALUE " = ".
           03 LEF-VALOR PIC X(8).

       01 LINEA-ENC-CORTE.
           03 FILLER PIC X(9) VALUE "CORTE    ".
           03 LEK-NIVEL PIC 9(1).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LEK-CAMPO PIC X(10).

      * Renglon comun al encabezado de columnas, a los grupos, a los
      * subtotales y al total general.
       01 LINEA-GRUPO.
           03 ELEM-LGR-CORTE OCCURS 3 TIMES.
               05 LGR-CORTE PIC X(8).
               05 FILLER PIC X(1).
           03 LGR-DESC PIC X(31).
           03 FILLER PIC X(1).
           03 LGR-COLUMNA PIC X(16) OCCURS 4 TIMES.

       01 LINEA-SEPARADOR.
           03 FILLER PIC X(59) VALUE ALL "-".
           03 FILLER PIC X(64) VALUE ALL "-".

       01 LINEA-SIN-DATOS.
           03 FILLER PIC X(50) VALUE
               "NINGUNA LINEA DEL DETALLE CUMPLE LA DEFINICION".

       01 LINEA-CSV.
           03 LCS-CORTE-1 PIC X(8).
           03 FILLER PIC X(1) VALUE ";".
           03 LCS-DESC-1 PIC X(25).
           03 FILLER PIC X(1) VALUE ";".
           03 LCS-CORTE-2 PIC X(8).
           03 FILLER PIC X(1) VALUE ";".
           03 LCS-DESC-2 PIC X(25).
           03 FILLER PIC X(1) VALUE ";".
           03 LCS-CORTE-3 PIC X(8).
           03 FILLER PIC X(1) VALUE ";".
           03 LCS-DESC-3 PIC X(25).
           03 FILLER PIC X(1) VALUE ";".
           03 LCS-COL-1 PIC X(16).
           03 FILLER PIC X(1) VALUE ";".
           03 LCS-COL-2 PIC X(16).
           03 FILLER PIC X(1) VALUE ";".
           03 LCS-COL-3 PIC X(16).
           03 FILLER PIC X(1) VALUE ";".
           03 LCS-COL-4 PIC X(16).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * Lee la definicion, elige y ordena las lineas del detalle por
      * los cortes pedidos y emite el listado con sus subtotales
      **
           DISPLAY "DEFINICION DEL REPORTE (ENTER=DefinicionReporte.dat"
               "): "
           ACCEPT WS-ENTRADA-NOMBRE
           IF WS-ENTRADA-NOMBRE NOT = SPACES THEN
               MOVE WS-ENTRADA-NOMBRE TO WS-NOMBRE-DEFINICION
           END-IF
           PERFORM LEER-DEFINICION
           IF NOT WS-DEFINICION-VALIDA-SI THEN
               DISPLAY "LA DEFINICION TIENE ERRORES, NO SE EMITE"
               STOP RUN
           END-IF
           IF WS-CANT-COLUMNAS = ZERO THEN
               MOVE 4 TO WS-CANT-COLUMNAS
               MOVE 1 TO VEC-COL-ELEGIDA(1)
               MOVE 2 TO VEC-COL-ELEGIDA(2)
               MOVE 3 TO VEC-COL-ELEGIDA(3)
               MOVE 4 TO VEC-COL-ELEGIDA(4)
           END-IF
           STRING WS-NOMBRE-BASE DELIMITED BY SPACE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-NOMBRE-REPORTE
           STRING WS-NOMBRE-BASE DELIMITED BY SPACE
                  ".csv" DELIMITED BY SIZE
                  INTO WS-NOMBRE-CSV

           OPEN INPUT DETALLE-LIQUIDADO
           IF WS-STATUS-DETALLE NOT = "00" THEN
               DISPLAY "NO SE PUDO ABRIR DetalleLiquidado.dat: "
                       WS-STATUS-DETALLE
               STOP RUN
           END-IF
           CLOSE DETALLE-LIQUIDADO
           PERFORM CARGAR-SUCURSALES
           PERFORM CARGAR-EMPRESAS
           PERFORM CARGAR-TIPOS
           PERFORM CARGAR-CATEGORIAS

           SORT SORT-TRABAJO
               ASCENDING KEY SORT-CLAVE
               INPUT PROCEDURE IS SELECCIONAR-DETALLE
               GIVING ORDENADA

           OPEN OUTPUT REPORTE
           OPEN OUTPUT REPORTE_CSV
           PERFORM GRABAR-ENCABEZADO
           PERFORM EMITIR-GRUPOS
           CLOSE REPORTE
           CLOSE REPORTE_CSV
           PERFORM GRABAR-BITACORA
           DISPLAY "LINEAS DE DETALLE LEIDAS: " WS-LEIDOS-DETALLE
           DISPLAY "LINEAS QUE CUMPLEN LA DEFINICION: "
                   WS-SELECCIONADOS
           DISPLAY "REPORTE GRABADO EN " WS-NOMBRE-REPORTE
           DISPLAY "CSV GRABADO EN " WS-NOMBRE-CSV
           STOP RUN.

      * La definicion se lee entera aunque tenga errores, para que
      * salgan todos juntos con su numero de renglon.
       LEER-DEFINICION.
           OPEN INPUT DEFINICION
           IF WS-STATUS-DEFINICION NOT = "00" THEN
               DISPLAY "NO SE ENCONTRO LA DEFINICION "
                       WS-NOMBRE-DEFINICION
               STOP RUN
           END-IF
           MOVE 1 TO SUBINDICE-CAMPO
           PERFORM LIMPIAR-ESTADO-CAMPO UNTIL
               SUBINDICE-CAMPO > WS-CANT-CAMPOS
           PERFORM LEER-RENGLON-DEFINICION
           PERFORM INTERPRETAR-RENGLON UNTIL
               WS-EOF-DEFINICION = "SI"
           CLOSE DEFINICION
           IF WS-FECHA-DESDE > WS-FECHA-HASTA THEN
               DISPLAY "LA FECHA DESDE ES POSTERIOR A LA HASTA"
               MOVE "N" TO WS-DEFINICION-VALIDA
           END-IF.

       LIMPIAR-ESTADO-CAMPO.
           MOVE "N" TO VEC-CAMPO-FILTRADO(SUBINDICE-CAMPO)
           MOVE "N" TO VEC-CAMPO-CUMPLE(SUBINDICE-CAMPO)
           MOVE SPACES TO VEC-CAMPO-VALOR(SUBINDICE-CAMPO)
           MOVE SPACES TO VEC-CAMPO-DESC(SUBINDICE-CAMPO)
           ADD 1 TO SUBINDICE-CAMPO.

       LEER-RENGLON-DEFINICION.
           READ DEFINICION
               AT END
                   MOVE "SI" TO WS-EOF-DEFINICION
               NOT AT END
                   ADD 1 TO WS-LINEA-DEFINICION
           END-READ.

       INTERPRETAR-RENGLON.
           MOVE SPACES TO WS-MENSAJE-DEFINICION
           IF DEF-CLAVE NOT = SPACES AND DEF-CLAVE(1:1) NOT = "*"
               THEN
               EVALUATE DEF-CLAVE
                   WHEN "TITULO"
                       MOVE DEF-VALOR TO WS-TITULO
                   WHEN "DESDE"
                       IF DEF-VALOR(1:8) NUMERIC THEN
                           MOVE DEF-VALOR(1:8) TO WS-FECHA-DESDE
                       ELSE
                           MOVE "LA FECHA DEBE SER AAAAMMDD" TO
                               WS-MENSAJE-DEFINICION
                       END-IF
                   WHEN "HASTA"
                       IF DEF-VALOR(1:8) NUMERIC THEN
                           MOVE DEF-VALOR(1:8) TO WS-FECHA-HASTA
                       ELSE
                           MOVE "LA FECHA DEBE SER AAAAMMDD" TO
                               WS-MENSAJE-DEFINICION
                       END-IF
                   WHEN "SALIDA"
                       IF DEF-VALOR = SPACES THEN
                           MOVE "FALTA EL NOMBRE DE SALIDA" TO
                               WS-MENSAJE-DEFINICION
                       ELSE
                           MOVE DEF-VALOR TO WS-NOMBRE-BASE
                       END-IF
                   WHEN "CORTE"
                       PERFORM AGREGAR-CORTE
                   WHEN "COLUMNA"
                       PERFORM AGREGAR-COLUMNA
                   WHEN OTHER
                       PERFORM AGREGAR-FILTRO
               END-EVALUATE
           END-IF
           IF WS-MENSAJE-DEFINICION NOT = SPACES THEN
               DISPLAY "RENGLON " WS-LINEA-DEFINICION ": "
                       WS-MENSAJE-DEFINICION
               MOVE "N" TO WS-DEFINICION-VALIDA
           END-IF
           PERFORM LEER-RENGLON-DEFINICION.

       AGREGAR-CORTE.
           MOVE DEF-VALOR(1:10) TO WS-CAMPO-BUSCADO
           PERFORM UBICAR-CAMPO
           IF NOT WS-CAMPO-HALLADO-SI THEN
               MOVE "CAMPO DE CORTE DESCONOCIDO" TO
                   WS-MENSAJE-DEFINICION
           ELSE
               IF WS-CANT-CORTES >= 3 THEN
                   MOVE "NO SE ADMITEN MAS DE TRES CORTES" TO
                       WS-MENSAJE-DEFINICION
               ELSE
                   ADD 1 TO WS-CANT-CORTES
                   MOVE SUBINDICE-CAMPO TO
                       VEC-CORTE-CAMPO(WS-CANT-CORTES)
               END-IF
           END-IF.

      * Una columna pedida dos veces sale una sola.
       AGREGAR-COLUMNA.
           MOVE ZERO TO WS-COLUMNA-HALLADA
           MOVE 1 TO SUBINDICE-COL
           PERFORM BUSCAR-COLUMNA UNTIL
               WS-COLUMNA-HALLADA > ZERO OR SUBINDICE-COL > 4
           IF WS-COLUMNA-HALLADA = ZERO THEN
               MOVE "COLUMNA DESCONOCIDA" TO WS-MENSAJE-DEFINICION
           ELSE
               MOVE "N" TO WS-COLUMNA-REPETIDA
               MOVE 1 TO SUBINDICE-COL
               PERFORM BUSCAR-COLUMNA-ELEGIDA UNTIL
                   WS-COLUMNA-REPETIDA-SI OR
                   SUBINDICE-COL > WS-CANT-COLUMNAS
               IF NOT WS-COLUMNA-REPETIDA-SI THEN
                   ADD 1 TO WS-CANT-COLUMNAS
                   MOVE WS-COLUMNA-HALLADA TO
                       VEC-COL-ELEGIDA(WS-CANT-COLUMNAS)
               END-IF
           END-IF.

       BUSCAR-COLUMNA.
           IF VEC-COLUMNA-NOMBRE(SUBINDICE-COL) = DEF-VALOR(1:10)
               THEN
               MOVE SUBINDICE-COL TO WS-COLUMNA-HALLADA
           ELSE
               ADD 1 TO SUBINDICE-COL
           END-IF.

       BUSCAR-COLUMNA-ELEGIDA.
           IF VEC-COL-ELEGIDA(SUBINDICE-COL) = WS-COLUMNA-HALLADA
               THEN
               MOVE "S" TO WS-COLUMNA-REPETIDA
           ELSE
               ADD 1 TO SUBINDICE-COL
           END-IF.

       AGREGAR-FILTRO.
           MOVE DEF-CLAVE(1:10) TO WS-CAMPO-BUSCADO
           PERFORM UBICAR-CAMPO
           IF NOT WS-CAMPO-HALLADO-SI OR DEF-CLAVE(11:2) NOT = SPACES
               THEN
               MOVE "CLAVE DESCONOCIDA" TO WS-MENSAJE-DEFINICION
           ELSE
               IF WS-CANT-FILTROS >= WS-MAX-FILTROS THEN
                   MOVE "DEMASIADOS VALORES DE FILTRO" TO
                       WS-MENSAJE-DEFINICION
               ELSE
                   ADD 1 TO WS-CANT-FILTROS
                   MOVE SUBINDICE-CAMPO TO
                       VEC-FIL-CAMPO(WS-CANT-FILTROS)
                   MOVE DEF-VALOR(1:8) TO
                       VEC-FIL-VALOR(WS-CANT-FILTROS)
                   MOVE "S" TO VEC-CAMPO-FILTRADO(SUBINDICE-CAMPO)
               END-IF
           END-IF.

       UBICAR-CAMPO.
           MOVE "N" TO WS-CAMPO-HALLADO
           MOVE 1 TO SUBINDICE-CAMPO
           PERFORM BUSCAR-CAMPO UNTIL
               WS-CAMPO-HALLADO-SI OR
               SUBINDICE-CAMPO > WS-CANT-CAMPOS.

       BUSCAR-CAMPO.
           IF VEC-CAMPO-NOMBRE(SUBINDICE-CAMPO) = WS-CAMPO-BUSCADO
               THEN
               MOVE "S" TO WS-CAMPO-HALLADO
           ELSE
               ADD 1 TO SUBINDICE-CAMPO
           END-IF.

       CARGAR-SUCURSALES.
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
           MOVE SUC-SUCURSAL TO VEC-SUC-CODIGO(WS-CANT-SUCURSALES)
           MOVE SUC-RAZON TO VEC-SUC-RAZON(WS-CANT-SUCURSALES)
           MOVE SUC-ZONA TO VEC-SUC-ZONA(WS-CANT-SUCURSALES)
           PERFORM LEER-SUCURSAL.

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

      * TiposClase.dat tiene un renglon por vigencia de tarifa; para
      * el nombre alcanza con el primero de cada tipo.
       CARGAR-TIPOS.
           MOVE ZERO TO WS-CANT-TIPOS
           OPEN INPUT TIPOS_CLASE
           IF WS-STATUS-TIPOS = "00" THEN
               PERFORM LEER-TIPO
               PERFORM CARGAR-UN-TIPO UNTIL
                   WS-EOF-TIPOS = "SI" OR
                   WS-CANT-TIPOS >= WS-MAX-TIPOS
               CLOSE TIPOS_CLASE
           END-IF.

       LEER-TIPO.
           READ TIPOS_CLASE
               AT END
                   MOVE "SI" TO WS-EOF-TIPOS
           END-READ.

       CARGAR-UN-TIPO.
           MOVE TIP-TIP_CLASE TO WS-TIP-BUSCADO
           PERFORM UBICAR-TIPO
           IF NOT WS-TIP-ENCONTRADO-SI THEN
               ADD 1 TO WS-CANT-TIPOS
               MOVE TIP-TIP_CLASE TO VEC-TIP-CODIGO(WS-CANT-TIPOS)
               MOVE TIP-DESC TO VEC-TIP-DESC(WS-CANT-TIPOS)
           END-IF
           PERFORM LEER-TIPO.

       CARGAR-CATEGORIAS.
           MOVE ZERO TO WS-CANT-CATEGORIAS
           OPEN INPUT CATEGORIAS
           IF WS-STATUS-CATEGORIAS = "00" THEN
               PERFORM LEER-CATEGORIA
               PERFORM CARGAR-UNA-CATEGORIA UNTIL
                   WS-EOF-CATEGORIAS = "SI" OR
                   WS-CANT-CATEGORIAS >= WS-MAX-CATEGORIAS
               CLOSE CATEGORIAS
           END-IF.

       LEER-CATEGORIA.
           READ CATEGORIAS
               AT END
                   MOVE "SI" TO WS-EOF-CATEGORIAS
           END-READ.

       CARGAR-UNA-CATEGORIA.
           ADD 1 TO WS-CANT-CATEGORIAS
           MOVE CAT-CODIGO TO VEC-CAT-CODIGO(WS-CANT-CATEGORIAS)
           MOVE CAT-DESC TO VEC-CAT-DESC(WS-CANT-CATEGORIAS)
           PERFORM LEER-CATEGORIA.

      * Entrada del SORT: barre el detalle entero, arma los valores
      * de cada campo para la linea y suelta las que pasan los
      * filtros con la clave de los cortes pedidos.
       SELECCIONAR-DETALLE.
           MOVE "NO" TO WS-EOF-DETALLE
           OPEN INPUT PROFESORES
           IF WS-STATUS-PROFESORES = "00" THEN
               MOVE "S" TO WS-PROFESORES-ABIERTO
           END-IF
           OPEN INPUT DETALLE-LIQUIDADO
           PERFORM LEER-DETALLE
           PERFORM SELECCIONAR-UNA-LINEA UNTIL
               WS-EOF-DETALLE = "SI"
           CLOSE DETALLE-LIQUIDADO
           IF WS-PROFESORES-ABIERTO-SI THEN
               CLOSE PROFESORES
           END-IF.

       LEER-DETALLE.
           READ DETALLE-LIQUIDADO NEXT RECORD
               AT END
                   MOVE "SI" TO WS-EOF-DETALLE
           END-READ.

       SELECCIONAR-UNA-LINEA.
           ADD 1 TO WS-LEIDOS-DETALLE
           IF DET-FECHA >= WS-FECHA-DESDE AND
               DET-FECHA <= WS-FECHA-HASTA THEN
               PERFORM ARMAR-VALORES-LINEA
               PERFORM APLICAR-FILTROS
               IF WS-LINEA-PASA-SI THEN
                   PERFORM SOLTAR-LINEA
               END-IF
           END-IF
           PERFORM LEER-DETALLE.

       ARMAR-VALORES-LINEA.
           IF DET-NUMERO NOT = WS-PROF-ACTUAL THEN
               PERFORM LEER-PROFESOR-DETALLE
           END-IF

           MOVE DET-SUCURSAL TO VEC-CAMPO-VALOR(1)
           MOVE "SUCURSAL NO REGISTRADA" TO VEC-CAMPO-DESC(1)
           MOVE SPACES TO VEC-CAMPO-VALOR(2)
           MOVE "N" TO WS-SUC-ENCONTRADA
           MOVE 1 TO SUBINDICE-SUC
           PERFORM BUSCAR-SUCURSAL UNTIL
               WS-SUC-ENCONTRADA-SI OR
               SUBINDICE-SUC > WS-CANT-SUCURSALES
           IF WS-SUC-ENCONTRADA-SI THEN
               MOVE VEC-SUC-RAZON(SUBINDICE-SUC) TO VEC-CAMPO-DESC(1)
               MOVE VEC-SUC-ZONA(SUBINDICE-SUC) TO VEC-CAMPO-VALOR(2)
           END-IF
           MOVE SPACES TO VEC-CAMPO-DESC(2)
           STRING "ZONA " DELIMITED BY SIZE
                  VEC-CAMPO-VALOR(2) DELIMITED BY SIZE
                  INTO VEC-CAMPO-DESC(2)

           MOVE WS-PROF-EMPRESA TO VEC-CAMPO-VALOR(3)
           MOVE "EMPRESA NO REGISTRADA" TO VEC-CAMPO-DESC(3)
           MOVE "N" TO WS-EMP-ENCONTRADA
           MOVE 1 TO SUBINDICE-EMP
           PERFORM BUSCAR-EMPRESA UNTIL
               WS-EMP-ENCONTRADA-SI OR
               SUBINDICE-EMP > WS-CANT-EMPRESAS
           IF WS-EMP-ENCONTRADA-SI THEN
               MOVE VEC-EMP-RAZON(SUBINDICE-EMP) TO VEC-CAMPO-DESC(3)
           END-IF

           MOVE DET-TIP_CLASE TO VEC-CAMPO-VALOR(4)
           MOVE "TIPO NO REGISTRADO" TO VEC-CAMPO-DESC(4)
           MOVE DET-TIP_CLASE TO WS-TIP-BUSCADO
           PERFORM UBICAR-TIPO
           IF WS-TIP-ENCONTRADO-SI THEN
               MOVE VEC-TIP-DESC(SUBINDICE-TIP) TO VEC-CAMPO-DESC(4)
           END-IF

           MOVE WS-PROF-CATEGORIA TO VEC-CAMPO-VALOR(5)
           MOVE "CATEGORIA NO REGISTRADA" TO VEC-CAMPO-DESC(5)
           MOVE "N" TO WS-CAT-ENCONTRADA
           MOVE 1 TO SUBINDICE-CAT
           PERFORM BUSCAR-CATEGORIA UNTIL
               WS-CAT-ENCONTRADA-SI OR
               SUBINDICE-CAT > WS-CANT-CATEGORIAS
           IF WS-CAT-ENCONTRADA-SI THEN
               MOVE VEC-CAT-DESC(SUBINDICE-CAT) TO VEC-CAMPO-DESC(5)
           END-IF

           EVALUATE DET-CONCEPTO
               WHEN "P"
                   MOVE "P" TO VEC-CAMPO-VALOR(6)
                   MOVE "PREPARACION" TO VEC-CAMPO-DESC(6)
               WHEN "V"
                   MOVE "V" TO VEC-CAMPO-VALOR(6)
                   MOVE "VIGILANCIA" TO VEC-CAMPO-DESC(6)
               WHEN OTHER
                   MOVE "D" TO VEC-CAMPO-VALOR(6)
                   MOVE "DICTADO" TO VEC-CAMPO-DESC(6)
           END-EVALUATE

           MOVE DET-TIPO-MOV TO VEC-CAMPO-VALOR(7)
           IF DET-ES-REVERSO THEN
               MOVE "REVERSO" TO VEC-CAMPO-DESC(7)
           ELSE
               MOVE "HORA LIQUIDADA" TO VEC-CAMPO-DESC(7)
           END-IF

           MOVE DET-NUMERO TO VEC-CAMPO-VALOR(8)
           MOVE WS-PROF-NOMBRE TO VEC-CAMPO-DESC(8)

           MOVE DET-FECHA(1:6) TO VEC-CAMPO-VALOR(9)
           MOVE SPACES TO VEC-CAMPO-DESC(9)
           STRING "PERIODO " DELIMITED BY SIZE
                  DET-FECHA(1:4) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  DET-FECHA(5:2) DELIMITED BY SIZE
                  INTO VEC-CAMPO-DESC(9).

       LEER-PROFESOR-DETALLE.
           MOVE DET-NUMERO TO WS-PROF-ACTUAL
           MOVE "PROFESOR NO REGISTRADO" TO WS-PROF-NOMBRE
           MOVE SPACES TO WS-PROF-EMPRESA
           MOVE SPACES TO WS-PROF-CATEGORIA
           IF WS-PROFESORES-ABIERTO-SI THEN
               MOVE DET-NUMERO TO PROF-NUMERO
               READ PROFESORES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PROF-NOMBRE TO WS-PROF-NOMBRE
                       MOVE PROF-EMPRESA TO WS-PROF-EMPRESA
                       MOVE PROF-CATEGORIA TO WS-PROF-CATEGORIA
               END-READ
           END-IF.

       BUSCAR-SUCURSAL.
           IF VEC-SUC-CODIGO(SUBINDICE-SUC) = DET-SUCURSAL THEN
               MOVE "S" TO WS-SUC-ENCONTRADA
           ELSE
               ADD 1 TO SUBINDICE-SUC
           END-IF.

       BUSCAR-EMPRESA.
           IF VEC-EMP-CODIGO(SUBINDICE-EMP) = WS-PROF-EMPRESA THEN
               MOVE "S" TO WS-EMP-ENCONTRADA
           ELSE
               ADD 1 TO SUBINDICE-EMP
           END-IF.

       UBICAR-TIPO.
           MOVE "N" TO WS-TIP-ENCONTRADO
           MOVE 1 TO SUBINDICE-TIP
           PERFORM BUSCAR-TIPO UNTIL
               WS-TIP-ENCONTRADO-SI OR
               SUBINDICE-TIP > WS-CANT-TIPOS.

       BUSCAR-TIPO.
           IF VEC-TIP-CODIGO(SUBINDICE-TIP) = WS-TIP-BUSCADO THEN
               MOVE "S" TO WS-TIP-ENCONTRADO
           ELSE
               ADD 1 TO SUBINDICE-TIP
           END-IF.

       BUSCAR-CATEGORIA.
           IF VEC-CAT-CODIGO(SUBINDICE-CAT) = WS-PROF-CATEGORIA THEN
               MOVE "S" TO WS-CAT-ENCONTRADA
           ELSE
               ADD 1 TO SUBINDICE-CAT
           END-IF.

      * Entre valores de un mismo campo vale cualquiera; entre
      * campos distintos tienen que cumplirse todos.
       APLICAR-FILTROS.
           MOVE 1 TO SUBINDICE-CAMPO
           PERFORM REINICIAR-CUMPLE UNTIL
               SUBINDICE-CAMPO > WS-CANT-CAMPOS
           MOVE 1 TO SUBINDICE-FIL
           PERFORM PROBAR-UN-FILTRO UNTIL
               SUBINDICE-FIL > WS-CANT-FILTROS
           MOVE "S" TO WS-LINEA-PASA
           MOVE 1 TO SUBINDICE-CAMPO
           PERFORM VERIFICAR-CAMPO-FILTRADO UNTIL
               SUBINDICE-CAMPO > WS-CANT-CAMPOS.

       REINICIAR-CUMPLE.
           MOVE "N" TO VEC-CAMPO-CUMPLE(SUBINDICE-CAMPO)
           ADD 1 TO SUBINDICE-CAMPO.

       PROBAR-UN-FILTRO.
           MOVE VEC-FIL-CAMPO(SUBINDICE-FIL) TO SUBINDICE-CAMPO
           IF VEC-FIL-VALOR(SUBINDICE-FIL) =
               VEC-CAMPO-VALOR(SUBINDICE-CAMPO) THEN
               MOVE "S" TO VEC-CAMPO-CUMPLE(SUBINDICE-CAMPO)
           END-IF
           ADD 1 TO SUBINDICE-FIL.

       VERIFICAR-CAMPO-FILTRADO.
           IF VEC-CAMPO-FILTRADO(SUBINDICE-CAMPO) = "S" AND
               VEC-CAMPO-CUMPLE(SUBINDICE-CAMPO) = "N" THEN
               MOVE "N" TO WS-LINEA-PASA
           END-IF
           ADD 1 TO SUBINDICE-CAMPO.

      * Los reversos restan horas, importe y cantidad; los alumnos
      * de un reverso no se cuentan. Un detalle grabado antes de que
      * la linea llevara alumnos los trae en blanco y suma cero.
       SOLTAR-LINEA.
           MOVE SPACES TO SORT-REG
           MOVE 1 TO SUBINDICE-CORTE
           PERFORM CARGAR-CORTE-SORT UNTIL
               SUBINDICE-CORTE > WS-CANT-CORTES
           IF DET-ES-REVERSO THEN
               COMPUTE SORT-HORAS = DET-HORAS * -1
               COMPUTE SORT-IMPORTE = DET-IMPORTE * -1
               MOVE ZERO TO SORT-ALUMNOS
               MOVE -1 TO SORT-CANTIDAD
           ELSE
               MOVE DET-HORAS TO SORT-HORAS
               MOVE DET-IMPORTE TO SORT-IMPORTE
               IF DET-ALUMNOS NUMERIC THEN
                   MOVE DET-ALUMNOS TO SORT-ALUMNOS
               ELSE
                   MOVE ZERO TO SORT-ALUMNOS
               END-IF
               MOVE 1 TO SORT-CANTIDAD
           END-IF
           RELEASE SORT-REG
           ADD 1 TO WS-SELECCIONADOS.

       CARGAR-CORTE-SORT.
           MOVE VEC-CORTE-CAMPO(SUBINDICE-CORTE) TO SUBINDICE-CAMPO
           MOVE VEC-CAMPO-VALOR(SUBINDICE-CAMPO) TO
               SORT-CORTE(SUBINDICE-CORTE)
           MOVE VEC-CAMPO-DESC(SUBINDICE-CAMPO) TO
               SORT-DESC(SUBINDICE-CORTE)
           ADD 1 TO SUBINDICE-CORTE.

      * Encabezado del listado: titulo, rango, filtros y cortes de
      * la definicion y los nombres de las columnas. El CSV lleva
      * un renglon de nombres de campo.
       GRABAR-ENCABEZADO.
           MOVE WS-TITULO TO LET-TITULO
           MOVE WS-FECHA-DESDE TO LET-DESDE
           MOVE WS-FECHA-HASTA TO LET-HASTA
           WRITE REPORTE_REG FROM LINEA-ENC-TITULO
           MOVE 1 TO SUBINDICE-FIL
           PERFORM LISTAR-UN-FILTRO UNTIL
               SUBINDICE-FIL > WS-CANT-FILTROS
           MOVE 1 TO SUBINDICE-CORTE
           PERFORM LISTAR-UN-CORTE UNTIL
               SUBINDICE-CORTE > WS-CANT-CORTES
           WRITE REPORTE_REG FROM LINEA-SEPARADOR

           MOVE SPACES TO LINEA-GRUPO
           MOVE 1 TO SUBINDICE-CORTE
           PERFORM TITULAR-UN-CORTE UNTIL
               SUBINDICE-CORTE > WS-CANT-CORTES
           MOVE "DESCRIPCION" TO LGR-DESC
           MOVE 1 TO SUBINDICE-COL
           PERFORM TITULAR-UNA-COLUMNA UNTIL
               SUBINDICE-COL > WS-CANT-COLUMNAS
           WRITE REPORTE_REG FROM LINEA-GRUPO
           WRITE REPORTE_REG FROM LINEA-SEPARADOR

           MOVE LGR-CORTE(1) TO LCS-CORTE-1
           MOVE LGR-CORTE(2) TO LCS-CORTE-2
           MOVE LGR-CORTE(3) TO LCS-CORTE-3
           MOVE SPACES TO LCS-DESC-1
           MOVE SPACES TO LCS-DESC-2
           MOVE SPACES TO LCS-DESC-3
           IF WS-CANT-CORTES >= 1 THEN
               MOVE "DESCRIPCION" TO LCS-DESC-1
           END-IF
           IF WS-CANT-CORTES >= 2 THEN
               MOVE "DESCRIPCION" TO LCS-DESC-2
           END-IF
           IF WS-CANT-CORTES >= 3 THEN
               MOVE "DESCRIPCION" TO LCS-DESC-3
           END-IF
           MOVE SPACES TO LCS-COL-1
           MOVE SPACES TO LCS-COL-2
           MOVE SPACES TO LCS-COL-3
           MOVE SPACES TO LCS-COL-4
           MOVE 1 TO SUBINDICE-COL
           PERFORM NOMBRAR-COLUMNA-CSV UNTIL
               SUBINDICE-COL > WS-CANT-COLUMNAS
           WRITE REPORTE_CSV_REG FROM LINEA-CSV.

       LISTAR-UN-FILTRO.
           MOVE VEC-FIL-CAMPO(SUBINDICE-FIL) TO SUBINDICE-CAMPO
           MOVE VEC-CAMPO-NOMBRE(SUBINDICE-CAMPO) TO LEF-CAMPO
           MOVE VEC-FIL-VALOR(SUBINDICE-FIL) TO LEF-VALOR
           WRITE REPORTE_REG FROM LINEA-ENC-FILTRO
           ADD 1 TO SUBINDICE-FIL.

       LISTAR-UN-CORTE.
           MOVE SUBINDICE-CORTE TO LEK-NIVEL
           MOVE VEC-CORTE-CAMPO(SUBINDICE-CORTE) TO SUBINDICE-CAMPO
           MOVE VEC-CAMPO-NOMBRE(SUBINDICE-CAMPO) TO LEK-CAMPO
           WRITE REPORTE_REG FROM LINEA-ENC-CORTE
           ADD 1 TO SUBINDICE-CORTE.

       TITULAR-UN-CORTE.
           MOVE VEC-CORTE-CAMPO(SUBINDICE-CORTE) TO SUBINDICE-CAMPO
           MOVE VEC-CAMPO-NOMBRE(SUBINDICE-CAMPO) TO
               LGR-CORTE(SUBINDICE-CORTE)
           ADD 1 TO SUBINDICE-CORTE.

       TITULAR-UNA-COLUMNA.
           MOVE VEC-COLUMNA-TITULO(VEC-COL-ELEGIDA(SUBINDICE-COL)) TO
               LGR-COLUMNA(SUBINDICE-COL)
           ADD 1 TO SUBINDICE-COL.

       NOMBRAR-COLUMNA-CSV.
           EVALUATE SUBINDICE-COL
               WHEN 1
                   MOVE VEC-COLUMNA-NOMBRE(VEC-COL-ELEGIDA(1)) TO
                       LCS-COL-1
               WHEN 2
                   MOVE VEC-COLUMNA-NOMBRE(VEC-COL-ELEGIDA(2)) TO
                       LCS-COL-2
               WHEN 3
                   MOVE VEC-COLUMNA-NOMBRE(VEC-COL-ELEGIDA(3)) TO
                       LCS-COL-3
               WHEN 4
                   MOVE VEC-COLUMNA-NOMBRE(VEC-COL-ELEGIDA(4)) TO
                       LCS-COL-4
           END-EVALUATE
           ADD 1 TO SUBINDICE-COL.

      * Recorrido con corte de control sobre lo ordenado: al cambiar
      * la clave de un nivel se cierran ese nivel y los de abajo, del
      * mas fino al mas general, y cada uno suma al de arriba.
       EMITIR-GRUPOS.
           MOVE 1 TO SUBINDICE-ACU
           PERFORM LIMPIAR-ACUMULADO UNTIL SUBINDICE-ACU > 4
           MOVE "NO" TO WS-EOF-ORDENADA
           OPEN INPUT ORDENADA
           PERFORM LEER-ORDENADA
           IF WS-EOF-ORDENADA = "SI" THEN
               WRITE REPORTE_REG FROM LINEA-SIN-DATOS
           ELSE
               PERFORM PROCESAR-ORDENADA UNTIL
                   WS-EOF-ORDENADA = "SI"
               PERFORM CERRAR-NIVEL
                   VARYING WS-NIVEL FROM WS-CANT-CORTES BY -1
                   UNTIL WS-NIVEL < 1
               PERFORM IMPRIMIR-TOTAL-GENERAL
           END-IF
           CLOSE ORDENADA.

       LIMPIAR-ACUMULADO.
           MOVE ZERO TO VEC-ACU-HORAS(SUBINDICE-ACU)
           MOVE ZERO TO VEC-ACU-IMPORTE(SUBINDICE-ACU)
           MOVE ZERO TO VEC-ACU-ALUMNOS(SUBINDICE-ACU)
           MOVE ZERO TO VEC-ACU-CANTIDAD(SUBINDICE-ACU)
           ADD 1 TO SUBINDICE-ACU.

       LEER-ORDENADA.
           READ ORDENADA
               AT END
                   MOVE "SI" TO WS-EOF-ORDENADA
           END-READ.

       PROCESAR-ORDENADA.
           IF WS-PRIMER-GRUPO-SI THEN
               MOVE "N" TO WS-PRIMER-GRUPO
               PERFORM GUARDAR-CLAVE-GRUPO
           ELSE
               MOVE ZERO TO WS-NIVEL-CAMBIO
               MOVE 1 TO SUBINDICE-CORTE
               PERFORM COMPARAR-UN-CORTE UNTIL
                   SUBINDICE-CORTE > WS-CANT-CORTES OR
                   WS-NIVEL-CAMBIO > ZERO
               IF WS-NIVEL-CAMBIO > ZERO THEN
                   PERFORM CERRAR-NIVEL
                       VARYING WS-NIVEL FROM WS-CANT-CORTES BY -1
                       UNTIL WS-NIVEL < WS-NIVEL-CAMBIO
                   PERFORM GUARDAR-CLAVE-GRUPO
               END-IF
           END-IF
           COMPUTE SUBINDICE-ACU = WS-CANT-CORTES + 1
           ADD ORD-HORAS TO VEC-ACU-HORAS(SUBINDICE-ACU)
           ADD ORD-IMPORTE TO VEC-ACU-IMPORTE(SUBINDICE-ACU)
           ADD ORD-ALUMNOS TO VEC-ACU-ALUMNOS(SUBINDICE-ACU)
           ADD ORD-CANTIDAD TO VEC-ACU-CANTIDAD(SUBINDICE-ACU)
           PERFORM LEER-ORDENADA.

       COMPARAR-UN-CORTE.
           IF ORD-CORTE(SUBINDICE-CORTE) NOT =
               VEC-ANT-CORTE(SUBINDICE-CORTE) THEN
               MOVE SUBINDICE-CORTE TO WS-NIVEL-CAMBIO
           ELSE
               ADD 1 TO SUBINDICE-CORTE
           END-IF.

       GUARDAR-CLAVE-GRUPO.
           MOVE 1 TO SUBINDICE-CORTE
           PERFORM GUARDAR-UN-CORTE UNTIL SUBINDICE-CORTE > 3.

       GUARDAR-UN-CORTE.
           MOVE ORD-CORTE(SUBINDICE-CORTE) TO
               VEC-ANT-CORTE(SUBINDICE-CORTE)
           MOVE ORD-DESC(SUBINDICE-CORTE) TO
               VEC-ANT-DESC(SUBINDICE-CORTE)
           ADD 1 TO SUBINDICE-CORTE.

      * El nivel mas fino sale como renglon de grupo (y al CSV); los
      * de arriba, como subtotal. Lo acumulado pasa al nivel de
      * arriba y se limpia.
       CERRAR-NIVEL.
           COMPUTE SUBINDICE-ACU = WS-NIVEL + 1
           MOVE SPACES TO LINEA-GRUPO
           MOVE 1 TO SUBINDICE-CORTE
           PERFORM MOSTRAR-UN-CORTE UNTIL SUBINDICE-CORTE > WS-NIVEL
           PERFORM COLOCAR-COLUMNAS
           IF WS-NIVEL = WS-CANT-CORTES THEN
               MOVE VEC-ANT-DESC(WS-NIVEL) TO LGR-DESC
               WRITE REPORTE_REG FROM LINEA-GRUPO
               PERFORM GRABAR-RENGLON-CSV
               ADD 1 TO WS-GRUPOS
           ELSE
               STRING "TOTAL " DELIMITED BY SIZE
                      VEC-ANT-DESC(WS-NIVEL) DELIMITED BY SIZE
                      INTO LGR-DESC
               WRITE REPORTE_REG FROM LINEA-GRUPO
               MOVE SPACES TO REPORTE_REG
               WRITE REPORTE_REG
           END-IF
           ADD VEC-ACU-HORAS(SUBINDICE-ACU) TO
               VEC-ACU-HORAS(WS-NIVEL)
           ADD VEC-ACU-IMPORTE(SUBINDICE-ACU) TO
               VEC-ACU-IMPORTE(WS-NIVEL)
           ADD VEC-ACU-ALUMNOS(SUBINDICE-ACU) TO
               VEC-ACU-ALUMNOS(WS-NIVEL)
           ADD VEC-ACU-CANTIDAD(SUBINDICE-ACU) TO
               VEC-ACU-CANTIDAD(WS-NIVEL)
           PERFORM LIMPIAR-ACUMULADO.

       MOSTRAR-UN-CORTE.
           MOVE VEC-ANT-CORTE(SUBINDICE-CORTE) TO
               LGR-CORTE(SUBINDICE-CORTE)
           ADD 1 TO SUBINDICE-CORTE.

      * Sin cortes el unico grupo es el total, y es lo que va al CSV.
       IMPRIMIR-TOTAL-GENERAL.
           MOVE 1 TO SUBINDICE-ACU
           MOVE SPACES TO LINEA-GRUPO
           PERFORM COLOCAR-COLUMNAS
           MOVE "TOTAL GENERAL" TO LGR-DESC
           WRITE REPORTE_REG FROM LINEA-SEPARADOR
           WRITE REPORTE_REG FROM LINEA-GRUPO
           IF WS-CANT-CORTES = ZERO THEN
               PERFORM GRABAR-RENGLON-CSV
               ADD 1 TO WS-GRUPOS
           END-IF.

       COLOCAR-COLUMNAS.
           MOVE 1 TO SUBINDICE-COL
           PERFORM COLOCAR-UNA-COLUMNA UNTIL
               SUBINDICE-COL > WS-CANT-COLUMNAS.

       COLOCAR-UNA-COLUMNA.
           EVALUATE VEC-COL-ELEGIDA(SUBINDICE-COL)
               WHEN 1
                   MOVE VEC-ACU-HORAS(SUBINDICE-ACU) TO WS-EDIT-HORAS
                   MOVE WS-EDIT-HORAS TO LGR-COLUMNA(SUBINDICE-COL)
               WHEN 2
                   MOVE VEC-ACU-IMPORTE(SUBINDICE-ACU) TO
                       WS-EDIT-IMPORTE
                   MOVE WS-EDIT-IMPORTE TO LGR-COLUMNA(SUBINDICE-COL)
               WHEN 3
                   MOVE VEC-ACU-ALUMNOS(SUBINDICE-ACU) TO
                       WS-EDIT-ALUMNOS
                   MOVE WS-EDIT-ALUMNOS TO LGR-COLUMNA(SUBINDICE-COL)
               WHEN 4
                   MOVE VEC-ACU-CANTIDAD(SUBINDICE-ACU) TO
                       WS-EDIT-CANTIDAD
                   MOVE WS-EDIT-CANTIDAD TO
                       LGR-COLUMNA(SUBINDICE-COL)
           END-EVALUATE
           ADD 1 TO SUBINDICE-COL.

       GRABAR-RENGLON-CSV.
           MOVE VEC-ANT-CORTE(1) TO LCS-CORTE-1
           MOVE VEC-ANT-CORTE(2) TO LCS-CORTE-2
           MOVE VEC-ANT-CORTE(3) TO LCS-CORTE-3
           MOVE VEC-ANT-DESC(1) TO LCS-DESC-1
           MOVE VEC-ANT-DESC(2) TO LCS-DESC-2
           MOVE VEC-ANT-DESC(3) TO LCS-DESC-3
           IF WS-CANT-CORTES = ZERO THEN
               MOVE "TOTAL GENERAL" TO LCS-DESC-1
           END-IF
           MOVE LGR-COLUMNA(1) TO LCS-COL-1
           MOVE LGR-COLUMNA(2) TO LCS-COL-2
           MOVE LGR-COLUMNA(3) TO LCS-COL-3
           MOVE LGR-COLUMNA(4) TO LCS-COL-4
           WRITE REPORTE_CSV_REG FROM LINEA-CSV.

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
           MOVE "GENERADOR-REPORTES" TO BIT-PROGRAMA
           MOVE "FIN" TO BIT-EVENTO
           IF WS-SELECCIONADOS = ZERO THEN
               MOVE "SIN DATOS" TO BIT-RESULTADO
           ELSE
               MOVE "EMITIDO" TO BIT-RESULTADO
           END-IF
           MOVE WS-LEIDOS-DETALLE TO BIT-CONTADOR-1
           MOVE WS-SELECCIONADOS TO BIT-CONTADOR-2
           WRITE BITACORA_REG
           CLOSE BITACORA.

       END PROGRAM GENERADOR-REPORTES.
