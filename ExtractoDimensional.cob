      ******************************************************************
      * Author:
      * Date:
      * Purpose: Extracto dimensional para la herramienta de tableros
      *          de la direccion. Arma una tabla de hechos con una
      *          fila por linea del detalle liquidado
      *          (DetalleLiquidado.dat) con las claves de profesor,
      *          fecha, sucursal, tipo de clase, empresa (la
      *          empleadora del profesor), zona (la de la sucursal) y
      *          categoria, y las medidas horas, alumnos e importe
      *          (los reversos en negativo, sin alumnos). Las
      *          dimensiones salen enteras en cada extraccion desde
      *          Profesores, Sucursales, Empresas, TiposClase y
      *          Categorias, mas un calendario con los feriados que
      *          cubre los anios del detalle. Del profesor solo van
      *          los datos que sirven para el analisis, nunca los
      *          personales ni los bancarios.
      *          La extraccion es completa (todo el detalle) o
      *          incremental: las lineas grabadas por corridas
      *          posteriores a la ultima extraccion registrada en
      *          ExtraccionesDimensionales.dat, segun el sello de la
      *          corrida que lleva cada linea. La clave del hecho es
      *          profesor, fecha y secuencia: una linea regrabada por
      *          un reproceso vuelve a salir con su sello nuevo y
      *          reemplaza a la cargada antes. Si desde entonces hubo
      *          una anulacion de corrida o una restauracion integral
      *          el detalle pudo perder lineas ya extraidas y se
      *          exige una completa. No corre con una liquidacion en
      *          curso. Los hechos y los totales de control de cada
      *          archivo salen con la fecha y hora de la extraccion
      *          en el nombre; todo separado por ";".
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. EXTRACTO-DIMENSIONAL.
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

       SELECT FERIADOS ASSIGN TO "Feriados.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-FERIADOS.

       SELECT TRABA-LIQUIDACION ASSIGN TO "TrabaLiquidacion.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-TRABA.

       SELECT EXTRACCIONES ASSIGN TO "ExtraccionesDimensionales.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-EXTRACCIONES.

       SELECT BITACORA ASSIGN TO "Bitacora.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-BITACORA.

       SELECT HECHOS ASSIGN TO WS-NOMBRE-HECHOS
             ORGANIZATION IS LINE SEQUENTIAL.

       SELECT CONTROL-EXTRACCION ASSIGN TO WS-NOMBRE-CONTROL
             ORGANIZATION IS LINE SEQUENTIAL.

       SELECT DIM-PROFESOR ASSIGN TO "DimProfesor.csv"
             ORGANIZATION IS LINE SEQUENTIAL.

       SELECT DIM-SUCURSAL ASSIGN TO "DimSucursal.csv"
             ORGANIZATION IS LINE SEQUENTIAL.

       SELECT DIM-EMPRESA ASSIGN TO "DimEmpresa.csv"
             ORGANIZATION IS LINE SEQUENTIAL.

       SELECT DIM-TIPO-CLASE ASSIGN TO "DimTipoClase.csv"
             ORGANIZATION IS LINE SEQUENTIAL.

       SELECT DIM-CATEGORIA ASSIGN TO "DimCategoria.csv"
             ORGANIZATION IS LINE SEQUENTIAL.

       SELECT DIM-CALENDARIO ASSIGN TO "DimCalendario.csv"
             ORGANIZATION IS LINE SEQUENTIAL.
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

       FD FERIADOS LABEL RECORD IS STANDARD.
       01 FERIADOS-REG.
           03 FER-FECHA PIC 9(8).
           03 FER-DESC PIC X(20).

       FD TRABA-LIQUIDACION LABEL RECORD IS STANDARD.
       01 TRABA-LIQUIDACION-REG.
           03 TRABA-OPERADOR PIC X(8).
           03 TRABA-FECHA PIC 9(8).
           03 TRABA-HORA PIC 9(6).

      * Una fila por extraccion hecha: cuando, de que tipo, el rango
      * de sellos de corrida que cubrio y sus totales de hechos. El
      * sello hasta de la ultima es el punto de partida de la
      * siguiente incremental.
       FD EXTRACCIONES LABEL RECORD IS STANDARD.
       01 EXTRACCIONES_REG.
           03 EXD-FECHA PIC 9(8).
           03 EXD-HORA PIC 9(6).
           03 EXD-TIPO PIC X(1).
               88 EXD-ES-COMPLETA VALUE "C".
               88 EXD-ES-INCREMENTAL VALUE "I".
           03 EXD-SELLO-DESDE PIC 9(14).
           03 EXD-SELLO-HASTA PIC 9(14).
           03 EXD-HECHOS PIC 9(8).
           03 EXD-HORAS PIC S9(7)V99.
           03 EXD-ALUMNOS PIC 9(8).
           03 EXD-IMPORTE PIC S9(11)V99.

       FD BITACORA LABEL RECORD IS STANDARD.
       01 BITACORA_REG.
           03 BIT-FECHA PIC 9(8).
           03 BIT-HORA PIC 9(6).
           03 BIT-PROGRAMA PIC X(20).
           03 BIT-EVENTO PIC X(6).
           03 BIT-RESULTADO PIC X(10).
           03 BIT-CONTADOR-1 PIC 9(8).
           03 BIT-CONTADOR-2 PIC 9(8).

       FD HECHOS LABEL RECORD IS STANDARD.
       01 HECHOS_REG PIC X(150).

       FD CONTROL-EXTRACCION LABEL RECORD IS STANDARD.
       01 CONTROL-EXTRACCION-REG PIC X(150).

       FD DIM-PROFESOR LABEL RECORD IS STANDARD.
       01 DIM-PROFESOR-REG PIC X(150).

       FD DIM-SUCURSAL LABEL RECORD IS STANDARD.
       01 DIM-SUCURSAL-REG PIC X(150).

       FD DIM-EMPRESA LABEL RECORD IS STANDARD.
       01 DIM-EMPRESA-REG PIC X(150).

       FD DIM-TIPO-CLASE LABEL RECORD IS STANDARD.
       01 DIM-TIPO-CLASE-REG PIC X(150).

       FD DIM-CATEGORIA LABEL RECORD IS STANDARD.
       01 DIM-CATEGORIA-REG PIC X(150).

       FD DIM-CALENDARIO LABEL RECORD IS STANDARD.
       01 DIM-CALENDARIO-REG PIC X(150).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-STATUS-DETALLE PIC X(2) VALUE SPACES.
       01 WS-STATUS-PROFESORES PIC X(2) VALUE SPACES.
       01 WS-STATUS-SUCURSALES PIC X(2) VALUE SPACES.
       01 WS-STATUS-EMPRESAS PIC X(2) VALUE SPACES.
       01 WS-STATUS-TIPOS PIC X(2) VALUE SPACES.
       01 WS-STATUS-CATEGORIAS PIC X(2) VALUE SPACES.
       01 WS-STATUS-FERIADOS PIC X(2) VALUE SPACES.
       01 WS-STATUS-TRABA PIC X(2) VALUE SPACES.
       01 WS-STATUS-EXTRACCIONES PIC X(2) VALUE SPACES.
       01 WS-STATUS-BITACORA PIC X(2) VALUE SPACES.

       01 WS-EOF-DETALLE PIC X(2) VALUE "NO".
       01 WS-EOF-PROFESORES PIC X(2) VALUE "NO".
       01 WS-EOF-SUCURSALES PIC X(2) VALUE "NO".
       01 WS-EOF-EMPRESAS PIC X(2) VALUE "NO".
       01 WS-EOF-TIPOS PIC X(2) VALUE "NO".
       01 WS-EOF-CATEGORIAS PIC X(2) VALUE "NO".
       01 WS-EOF-FERIADOS PIC X(2) VALUE "NO".
       01 WS-EOF-EXTRACCIONES PIC X(2) VALUE "NO".
       01 WS-EOF-BITACORA PIC X(2) VALUE "NO".

       01 WS-TIPO-EXTRACCION PIC X(1) VALUE SPACE.
           88 WS-EXTRACCION-COMPLETA VALUE "C".
           88 WS-EXTRACCION-INCREMENTAL VALUE "I".
       01 WS-LIQUIDACION-EN-CURSO PIC X(1) VALUE "N".
           88 WS-LIQUIDACION-EN-CURSO-SI VALUE "S".
       01 WS-PROFESORES-ABIERTO PIC X(1) VALUE "N".
           88 WS-PROFESORES-ABIERTO-SI VALUE "S".

      * Ultima extraccion registrada.
       01 WS-HAY-EXTRACCION-ANTERIOR PIC X(1) VALUE "N".
           88 WS-HAY-EXTRACCION-ANTERIOR-SI VALUE "S".
       01 WS-ULT-MOMENTO PIC 9(14) VALUE ZERO.
       01 WS-ULT-SELLO-HASTA PIC 9(14) VALUE ZERO.
       01 WS-ULT-TIPO PIC X(1) VALUE SPACE.
       01 WS-MOMENTO-BITACORA PIC 9(14) VALUE ZERO.
       01 WS-HUBO-REVERSION PIC X(1) VALUE "N".
           88 WS-HUBO-REVERSION-SI VALUE "S".
       01 WS-PROGRAMA-REVERSION PIC X(20) VALUE SPACES.

      * Rango de sellos de la extraccion: desde (excluido) el hasta
      * de la anterior en una incremental, y hasta el mayor sello
      * extraido (si no entra ninguna linea nueva, queda el mismo).
       01 WS-SELLO-DESDE PIC 9(14) VALUE ZERO.
       01 WS-SELLO-HASTA PIC 9(14) VALUE ZERO.
       01 WS-SELLO-LINEA PIC 9(14) VALUE ZERO.

       01 WS-SUFIJO-EXTRACCION PIC 9(14) VALUE ZERO.
       01 WS-NOMBRE-HECHOS PIC X(40) VALUE SPACES.
       01 WS-NOMBRE-CONTROL PIC X(40) VALUE SPACES.

      * Maestros en memoria para las claves de los hechos.
       01 WS-MAX-SUCURSALES PIC 9(3) VALUE 200.
       01 WS-CANT-SUCURSALES PIC 9(3) VALUE ZERO.
       01 SUBINDICE-SUC PIC 9(3) VALUE ZERO.
       01 TABLA-SUCURSALES.
           03 ELEM-SUC OCCURS 200 TIMES.
               05 VEC-SUC-CODIGO PIC X(3).
               05 VEC-SUC-ZONA PIC X(2).
       01 WS-SUC-ENCONTRADA PIC X(1) VALUE "N".
           88 WS-SUC-ENCONTRADA-SI VALUE "S".

       01 WS-PROF-ACTUAL PIC X(5) VALUE HIGH-VALUES.
       01 WS-PROF-EMPRESA PIC X(2) VALUE SPACES.
       01 WS-PROF-CATEGORIA PIC X(2) VALUE SPACES.

       01 WS-MAX-FERIADOS PIC 9(3) VALUE 500.
       01 WS-CANT-FERIADOS PIC 9(3) VALUE ZERO.
       01 SUBINDICE-FER PIC 9(3) VALUE ZERO.
       01 TABLA-FERIADOS.
           03 ELEM-FER OCCURS 500 TIMES.
               05 VEC-FER-FECHA PIC 9(8).
               05 VEC-FER-DESC PIC X(20).
       01 WS-FER-ENCONTRADO PIC X(1) VALUE "N".
           88 WS-FER-ENCONTRADO-SI VALUE "S".

      * Totales de control.
       01 WS-LEIDOS-DETALLE PIC 9(8) VALUE ZERO.
       01 WS-CANT-HECHOS PIC 9(8) VALUE ZERO.
       01 WS-TOT-HORAS PIC S9(7)V99 VALUE ZERO.
       01 WS-TOT-ALUMNOS PIC 9(8) VALUE ZERO.
       01 WS-TOT-IMPORTE PIC S9(11)V99 VALUE ZERO.
       01 WS-CANT-DIM PIC 9(8) VALUE ZERO.
       01 WS-CANT-PROFESORES PIC 9(8) VALUE ZERO.
       01 WS-HORAS-LINEA PIC S9(5)V99 VALUE ZERO.
       01 WS-IMPORTE-LINEA PIC S9(9)V99 VALUE ZERO.
       01 WS-ALUMNOS-LINEA PIC 9(3) VALUE ZERO.

      * Anios que cubre el calendario: los del detalle entero (no
      * solo los de la extraccion), para que toda fecha de hecho
      * cargada tenga su dia.
       01 WS-ANIO-MINIMO PIC 9(4) VALUE 9999.
       01 WS-ANIO-MAXIMO PIC 9(4) VALUE ZERO.

      * Recorrido del calendario y dia de la semana con el mismo
      * Zeller de la corrida (1 = domingo ... 7 = sabado).
       01 WS-FECHA-GEN-GRUPO.
           03 WS-GEN-ANIO PIC 9(4).
           03 WS-GEN-MES PIC 9(2).
           03 WS-GEN-DIA PIC 9(2).
       01 WS-FECHA-GEN REDEFINES WS-FECHA-GEN-GRUPO PIC 9(8).
       01 WS-ULTIMO-DIA-MES PIC 9(2) VALUE ZERO.
       01 TABLA-DIAS-POR-MES VALUE "312831303130313130313031".
           03 VEC-DIAS-MES PIC 9(2) OCCURS 12 TIMES.
       01 WS-RESIDUO-4 PIC 9(4) VALUE ZERO.
       01 WS-ANIO-CUOCIENTE PIC 9(4) VALUE ZERO.
       01 WS-DIA-SEMANA PIC 9(1) VALUE ZERO.
       01 WS-DIASEM-MES-AJUSTADO PIC 9(2) VALUE ZERO.
       01 WS-DIASEM-ANIO-AJUSTADO PIC 9(4) VALUE ZERO.
       01 WS-DIASEM-SIGLO PIC 9(2) VALUE ZERO.
       01 WS-DIASEM-ANIO-CENTURIA PIC 9(2) VALUE ZERO.
       01 WS-DIASEM-TERMINO-MES PIC 9(4) VALUE ZERO.
       01 WS-DIASEM-SUMA PIC 9(4) VALUE ZERO.
       01 WS-DIASEM-CUOCIENTE PIC 9(4) VALUE ZERO.
       01 WS-DIASEM-INDICE PIC 9(1) VALUE ZERO.

       01 TABLA-NOMBRES-DIA.
           03 FILLER PIC X(9) VALUE "DOMINGO".
           03 FILLER PIC X(9) VALUE "LUNES".
           03 FILLER PIC X(9) VALUE "MARTES".
           03 FILLER PIC X(9) VALUE "MIERCOLES".
           03 FILLER PIC X(9) VALUE "JUEVES".
           03 FILLER PIC X(9) VALUE "VIERNES".
           03 FILLER PIC X(9) VALUE "SABADO".
       01 TABLA-NOMBRES-DIA-GRUPO REDEFINES TABLA-NOMBRES-DIA.
           03 VEC-NOMBRE-DIA PIC X(9) OCCURS 7 TIMES.

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
       01 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
       01 WS-HORA-HOY PIC 9(6) VALUE ZERO.

      * Renglones de salida.
       01 LINEA-HECHO-ENC.
           03 FILLER PIC X(40) VALUE
               "PROFESOR;FECHA;SECUENCIA;SUCURSAL;TIPO_C".
           03 FILLER PIC X(40) VALUE
               "LASE;EMPRESA;ZONA;CATEGORIA;CONCEPTO;MOV".
           03 FILLER PIC X(40) VALUE
               "IMIENTO;HORAS;ALUMNOS;IMPORTE;SELLO     ".

       01 LINEA-HECHO.
           03 LHE-PROFESOR PIC X(5).
           03 FILLER PIC X(1) VALUE ";".
           03 LHE-FECHA PIC 9(8).
           03 FILLER PIC X(1) VALUE ";".
           03 LHE-SECUENCIA PIC 9(3).
           03 FILLER PIC X(1) VALUE ";".
           03 LHE-SUCURSAL PIC X(3).
           03 FILLER PIC X(1) VALUE ";".
           03 LHE-TIPO PIC X(4).
           03 FILLER PIC X(1) VALUE ";".
           03 LHE-EMPRESA PIC X(2).
           03 FILLER PIC X(1) VALUE ";".
           03 LHE-ZONA PIC X(2).
           03 FILLER PIC X(1) VALUE ";".
           03 LHE-CATEGORIA PIC X(2).
           03 FILLER PIC X(1) VALUE ";".
           03 LHE-CONCEPTO PIC X(1).
           03 FILLER PIC X(1) VALUE ";".
           03 LHE-MOVIMIENTO PIC X(1).
           03 FILLER PIC X(1) VALUE ";".
           03 LHE-HORAS PIC -9(5),99.
           03 FILLER PIC X(1) VALUE ";".
           03 LHE-ALUMNOS PIC 9(3).
           03 FILLER PIC X(1) VALUE ";".
           03 LHE-IMPORTE PIC -9(9),99.
           03 FILLER PIC X(1) VALUE ";".
           03 LHE-SELLO PIC 9(14).

       01 LINEA-PROFESOR-ENC.
           03 FILLER PIC X(40) VALUE
               "NUMERO;NOMBRE;EMPRESA;CATEGORIA;ESTADO;F".
           03 FILLER PIC X(40) VALUE
               "ECHA_INGRESO;CONDICION_IMPOSITIVA       ".

       01 LINEA-PROFESOR.
           03 LDP-NUMERO PIC X(5).
           03 FILLER PIC X(1) VALUE ";".
           03 LDP-NOMBRE PIC X(25).
           03 FILLER PIC X(1) VALUE ";".
           03 LDP-EMPRESA PIC X(2).
           03 FILLER PIC X(1) VALUE ";".
           03 LDP-CATEGORIA PIC X(2).
           03 FILLER PIC X(1) VALUE ";".
           03 LDP-ESTADO PIC X(1).
           03 FILLER PIC X(1) VALUE ";".
           03 LDP-INGRESO PIC X(8).
           03 FILLER PIC X(1) VALUE ";".
           03 LDP-CONDICION PIC X(1).

       01 LINEA-SUCURSAL-ENC.
           03 FILLER PIC X(40) VALUE
               "CODIGO;RAZON;EMPRESA;ZONA;ESTADO;CONDICI".
           03 FILLER PIC X(40) VALUE
               "ON_IVA                                  ".

       01 LINEA-SUCURSAL.
           03 LDS-CODIGO PIC X(3).
           03 FILLER PIC X(1) VALUE ";".
           03 LDS-RAZON PIC X(25).
           03 FILLER PIC X(1) VALUE ";".
           03 LDS-EMPRESA PIC X(2).
           03 FILLER PIC X(1) VALUE ";".
           03 LDS-ZONA PIC X(2).
           03 FILLER PIC X(1) VALUE ";".
           03 LDS-ESTADO PIC X(1).
           03 FILLER PIC X(1) VALUE ";".
           03 LDS-IVA PIC X(1).

       01 LINEA-EMPRESA-ENC.
           03 FILLER PIC X(40) VALUE "CODIGO;RAZON;CUIT".

       01 LINEA-EMPRESA.
           03 LDE-CODIGO PIC X(2).
           03 FILLER PIC X(1) VALUE ";".
           03 LDE-RAZON PIC X(25).
           03 FILLER PIC X(1) VALUE ";".
           03 LDE-CUIT PIC 9(11).

       01 LINEA-TIPO-ENC.
           03 FILLER PIC X(40) VALUE
               "CODIGO;DESCRIPCION;TARIFA;VIGENCIA_DESDE".
           03 FILLER PIC X(40) VALUE
               ";VIGENCIA_HASTA                         ".

       01 LINEA-TIPO.
           03 LDT-CODIGO PIC X(4).
           03 FILLER PIC X(1) VALUE ";".
           03 LDT-DESC PIC X(20).
           03 FILLER PIC X(1) VALUE ";".
           03 LDT-TARIFA PIC 9(5),99.
           03 FILLER PIC X(1) VALUE ";".
           03 LDT-DESDE PIC 9(8).
           03 FILLER PIC X(1) VALUE ";".
           03 LDT-HASTA PIC 9(8).

       01 LINEA-CATEGORIA-ENC.
           03 FILLER PIC X(40) VALUE "CODIGO;DESCRIPCION;COEFICIENTE".

       01 LINEA-CATEGORIA.
           03 LDC-CODIGO PIC X(2).
           03 FILLER PIC X(1) VALUE ";".
           03 LDC-DESC PIC X(20).
           03 FILLER PIC X(1) VALUE ";".
           03 LDC-COEFICIENTE PIC 9,9999.

       01 LINEA-CALENDARIO-ENC.
           03 FILLER PIC X(40) VALUE
               "FECHA;ANIO;MES;DIA;PERIODO;DIA_SEMANA;NO".
           03 FILLER PIC X(40) VALUE
               "MBRE_DIA;HABIL;FERIADO;DESCRIPCION_FERIA".
           03 FILLER PIC X(40) VALUE "DO".

       01 LINEA-CALENDARIO.
           03 LDK-FECHA PIC 9(8).
           03 FILLER PIC X(1) VALUE ";".
           03 LDK-ANIO PIC 9(4).
           03 FILLER PIC X(1) VALUE ";".
           03 LDK-MES PIC 9(2).
           03 FILLER PIC X(1) VALUE ";".
           03 LDK-DIA PIC 9(2).
           03 FILLER PIC X(1) VALUE ";".
           03 LDK-PERIODO PIC 9(6).
           03 FILLER PIC X(1) VALUE ";".
           03 LDK-DIA-SEMANA PIC 9(1).
           03 FILLER PIC X(1) VALUE ";".
           03 LDK-NOMBRE-DIA PIC X(9).
           03 FILLER PIC X(1) VALUE ";".
           03 LDK-HABIL PIC X(1).
           03 FILLER PIC X(1) VALUE ";".
           03 LDK-FERIADO PIC X(1).
           03 FILLER PIC X(1) VALUE ";".
           03 LDK-DESC-FERIADO PIC X(20).

       01 LINEA-CONTROL-ENC.
           03 FILLER PIC X(40) VALUE
               "ARCHIVO;TIPO;SELLO_DESDE;SELLO_HASTA;REG".
           03 FILLER PIC X(40) VALUE
               "ISTROS;HORAS;ALUMNOS;IMPORTE            ".

       01 LINEA-CONTROL.
           03 LCO-ARCHIVO PIC X(40).
           03 FILLER PIC X(1) VALUE ";".
           03 LCO-TIPO PIC X(1).
           03 FILLER PIC X(1) VALUE ";".
           03 LCO-SELLO-DESDE PIC 9(14).
           03 FILLER PIC X(1) VALUE ";".
           03 LCO-SELLO-HASTA PIC 9(14).
           03 FILLER PIC X(1) VALUE ";".
           03 LCO-REGISTROS PIC 9(8).
           03 FILLER PIC X(1) VALUE ";".
           03 LCO-HORAS PIC -9(7),99.
           03 FILLER PIC X(1) VALUE ";".
           03 LCO-ALUMNOS PIC 9(8).
           03 FILLER PIC X(1) VALUE ";".
           03 LCO-IMPORTE PIC -9(11),99.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * Verifica que se pueda extraer, graba las dimensiones, los
      * hechos y el calendario con sus totales de control y registra
      * la extraccion
      **
           DISPLAY "TIPO DE EXTRACCION (C=COMPLETA, I=INCREMENTAL): "
           ACCEPT WS-TIPO-EXTRACCION
           IF NOT WS-EXTRACCION-COMPLETA AND
               NOT WS-EXTRACCION-INCREMENTAL THEN
               DISPLAY "TIPO DE EXTRACCION INVALIDO"
               STOP RUN
           END-IF

           PERFORM VERIFICAR-LIQUIDACION-EN-CURSO
           IF WS-LIQUIDACION-EN-CURSO-SI THEN
               DISPLAY "HAY UNA LIQUIDACION EN CURSO (TOMADA POR "
                       TRABA-OPERADOR "), REINTENTE AL TERMINAR"
               STOP RUN
           END-IF

           PERFORM LEER-ULTIMA-EXTRACCION
           IF WS-EXTRACCION-INCREMENTAL THEN
               IF NOT WS-HAY-EXTRACCION-ANTERIOR-SI THEN
                   DISPLAY "NO HAY EXTRACCION ANTERIOR REGISTRADA: "
                           "CORRESPONDE UNA COMPLETA"
                   STOP RUN
               END-IF
               PERFORM BUSCAR-REVERSIONES
               IF WS-HUBO-REVERSION-SI THEN
                   DISPLAY "DESDE LA ULTIMA EXTRACCION CORRIO "
                           WS-PROGRAMA-REVERSION
                   DISPLAY "EL DETALLE PUDO PERDER LINEAS YA "
                           "EXTRAIDAS: CORRESPONDE UNA COMPLETA"
                   STOP RUN
               END-IF
               MOVE WS-ULT-SELLO-HASTA TO WS-SELLO-DESDE
           ELSE
               MOVE ZERO TO WS-SELLO-DESDE
           END-IF
           MOVE WS-SELLO-DESDE TO WS-SELLO-HASTA

           OPEN INPUT DETALLE-LIQUIDADO
           IF WS-STATUS-DETALLE NOT = "00" THEN
               DISPLAY "NO SE PUDO ABRIR DetalleLiquidado.dat: "
                       WS-STATUS-DETALLE
               STOP RUN
           END-IF
           CLOSE DETALLE-LIQUIDADO

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           COMPUTE WS-FECHA-HOY = WS-CURRENT-YEAR * 10000 +
               WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
           COMPUTE WS-HORA-HOY = WS-CURRENT-HOUR * 10000 +
               WS-CURRENT-MINUTE * 100 + WS-CURRENT-SECOND
           COMPUTE WS-SUFIJO-EXTRACCION =
               WS-FECHA-HOY * 1000000 + WS-HORA-HOY
           STRING "HechosHoras_" DELIMITED BY SIZE
                  WS-SUFIJO-EXTRACCION DELIMITED BY SIZE
                  ".csv" DELIMITED BY SIZE
                  INTO WS-NOMBRE-HECHOS
           STRING "ControlExtraccion_" DELIMITED BY SIZE
                  WS-SUFIJO-EXTRACCION DELIMITED BY SIZE
                  ".csv" DELIMITED BY SIZE
                  INTO WS-NOMBRE-CONTROL

           OPEN OUTPUT CONTROL-EXTRACCION
           WRITE CONTROL-EXTRACCION-REG FROM LINEA-CONTROL-ENC
           PERFORM EXTRAER-PROFESORES
           PERFORM EXTRAER-SUCURSALES
           PERFORM EXTRAER-EMPRESAS
           PERFORM EXTRAER-TIPOS
           PERFORM EXTRAER-CATEGORIAS
           PERFORM EXTRAER-HECHOS
           PERFORM EXTRAER-CALENDARIO
           CLOSE CONTROL-EXTRACCION

           PERFORM REGISTRAR-EXTRACCION
           PERFORM GRABAR-BITACORA
           DISPLAY "LINEAS DE DETALLE LEIDAS: " WS-LEIDOS-DETALLE
           DISPLAY "HECHOS EXTRAIDOS: " WS-CANT-HECHOS
           DISPLAY "HECHOS EN " WS-NOMBRE-HECHOS
           DISPLAY "TOTALES DE CONTROL EN " WS-NOMBRE-CONTROL
           STOP RUN.

       VERIFICAR-LIQUIDACION-EN-CURSO.
           MOVE "N" TO WS-LIQUIDACION-EN-CURSO
           OPEN INPUT TRABA-LIQUIDACION
           IF WS-STATUS-TRABA = "00" THEN
               READ TRABA-LIQUIDACION
                   NOT AT END
                       MOVE "S" TO WS-LIQUIDACION-EN-CURSO
               END-READ
               CLOSE TRABA-LIQUIDACION
           END-IF.

       LEER-ULTIMA-EXTRACCION.
           MOVE "N" TO WS-HAY-EXTRACCION-ANTERIOR
           OPEN INPUT EXTRACCIONES
           IF WS-STATUS-EXTRACCIONES = "00" THEN
               PERFORM LEER-EXTRACCION
               PERFORM GUARDAR-EXTRACCION UNTIL
                   WS-EOF-EXTRACCIONES = "SI"
               CLOSE EXTRACCIONES
           END-IF.

       LEER-EXTRACCION.
           READ EXTRACCIONES
               AT END
                   MOVE "SI" TO WS-EOF-EXTRACCIONES
           END-READ.

       GUARDAR-EXTRACCION.
           MOVE "S" TO WS-HAY-EXTRACCION-ANTERIOR
           COMPUTE WS-ULT-MOMENTO = EXD-FECHA * 1000000 + EXD-HORA
           MOVE EXD-SELLO-HASTA TO WS-ULT-SELLO-HASTA
           MOVE EXD-TIPO TO WS-ULT-TIPO
           PERFORM LEER-EXTRACCION.

      * Una anulacion de corrida borra lineas del detalle y una
      * restauracion integral lo vuelve atras: ninguna de las dos
      * deja sello, asi que una incremental no las veria.
       BUSCAR-REVERSIONES.
           MOVE "N" TO WS-HUBO-REVERSION
           OPEN INPUT BITACORA
           IF WS-STATUS-BITACORA = "00" THEN
               PERFORM LEER-BITACORA
               PERFORM REVISAR-BITACORA UNTIL
                   WS-EOF-BITACORA = "SI"
               CLOSE BITACORA
           END-IF.

       LEER-BITACORA.
           READ BITACORA
               AT END
                   MOVE "SI" TO WS-EOF-BITACORA
           END-READ.

       REVISAR-BITACORA.
           IF BIT-FECHA NUMERIC AND BIT-HORA NUMERIC THEN
               COMPUTE WS-MOMENTO-BITACORA =
                   BIT-FECHA * 1000000 + BIT-HORA
               IF WS-MOMENTO-BITACORA >= WS-ULT-MOMENTO THEN
                   IF (BIT-PROGRAMA = "ANULACION-CORRIDA" AND
                       BIT-EVENTO = "ANUCOR") OR
                      (BIT-PROGRAMA = "RESTAURAR-INTEGRAL" AND
                       BIT-EVENTO = "FIN") THEN
                       MOVE "S" TO WS-HUBO-REVERSION
                       MOVE BIT-PROGRAMA TO WS-PROGRAMA-REVERSION
                   END-IF
               END-IF
           END-IF
           PERFORM LEER-BITACORA.

       EXTRAER-PROFESORES.
           MOVE ZERO TO WS-CANT-DIM
           OPEN OUTPUT DIM-PROFESOR
           WRITE DIM-PROFESOR-REG FROM LINEA-PROFESOR-ENC
           OPEN INPUT PROFESORES
           IF WS-STATUS-PROFESORES = "00" THEN
               PERFORM LEER-PROFESOR
               PERFORM GRABAR-DIM-PROFESOR UNTIL
                   WS-EOF-PROFESORES = "SI"
               CLOSE PROFESORES
           ELSE
               DISPLAY "AVISO: NO SE PUDO LEER Profesores.dat: "
                       WS-STATUS-PROFESORES
           END-IF
           CLOSE DIM-PROFESOR
           MOVE WS-CANT-DIM TO WS-CANT-PROFESORES
           MOVE "DimProfesor.csv" TO LCO-ARCHIVO
           PERFORM GRABAR-CONTROL-DIMENSION.

       LEER-PROFESOR.
           READ PROFESORES NEXT RECORD
               AT END
                   MOVE "SI" TO WS-EOF-PROFESORES
           END-READ.

       GRABAR-DIM-PROFESOR.
           MOVE PROF-NUMERO TO LDP-NUMERO
           MOVE PROF-NOMBRE TO LDP-NOMBRE
           MOVE PROF-EMPRESA TO LDP-EMPRESA
           MOVE PROF-CATEGORIA TO LDP-CATEGORIA
           MOVE PROF-ESTADO TO LDP-ESTADO
           IF PROF-FECHA-INGRESO NUMERIC THEN
               MOVE PROF-FECHA-INGRESO TO LDP-INGRESO
           ELSE
               MOVE "00000000" TO LDP-INGRESO
           END-IF
           MOVE PROF-COND-IMPUESTO TO LDP-CONDICION
           WRITE DIM-PROFESOR-REG FROM LINEA-PROFESOR
           ADD 1 TO WS-CANT-DIM
           PERFORM LEER-PROFESOR.

      * La sucursal queda ademas en memoria para la zona de los
      * hechos.
       EXTRAER-SUCURSALES.
           MOVE ZERO TO WS-CANT-DIM
           MOVE ZERO TO WS-CANT-SUCURSALES
           OPEN OUTPUT DIM-SUCURSAL
           WRITE DIM-SUCURSAL-REG FROM LINEA-SUCURSAL-ENC
           OPEN INPUT SUCURSALES
           IF WS-STATUS-SUCURSALES = "00" THEN
               PERFORM LEER-SUCURSAL
               PERFORM GRABAR-DIM-SUCURSAL UNTIL
                   WS-EOF-SUCURSALES = "SI"
               CLOSE SUCURSALES
           END-IF
           CLOSE DIM-SUCURSAL
           MOVE "DimSucursal.csv" TO LCO-ARCHIVO
           PERFORM GRABAR-CONTROL-DIMENSION.

       LEER-SUCURSAL.
           READ SUCURSALES
               AT END
                   MOVE "SI" TO WS-EOF-SUCURSALES
           END-READ.

       GRABAR-DIM-SUCURSAL.
           MOVE SUC-SUCURSAL TO LDS-CODIGO
           MOVE SUC-RAZON TO LDS-RAZON
           MOVE SUC-EMPRESA TO LDS-EMPRESA
           MOVE SUC-ZONA TO LDS-ZONA
           MOVE SUC-ESTADO TO LDS-ESTADO
           MOVE SUC-IVA-COND TO LDS-IVA
           WRITE DIM-SUCURSAL-REG FROM LINEA-SUCURSAL
           ADD 1 TO WS-CANT-DIM
           IF WS-CANT-SUCURSALES < WS-MAX-SUCURSALES THEN
               ADD 1 TO WS-CANT-SUCURSALES
               MOVE SUC-SUCURSAL TO VEC-SUC-CODIGO(WS-CANT-SUCURSALES)
               MOVE SUC-ZONA TO VEC-SUC-ZONA(WS-CANT-SUCURSALES)
           END-IF
           PERFORM LEER-SUCURSAL.

       EXTRAER-EMPRESAS.
           MOVE ZERO TO WS-CANT-DIM
           OPEN OUTPUT DIM-EMPRESA
           WRITE DIM-EMPRESA-REG FROM LINEA-EMPRESA-ENC
           OPEN INPUT EMPRESAS
           IF WS-STATUS-EMPRESAS = "00" THEN
               PERFORM LEER-EMPRESA
               PERFORM GRABAR-DIM-EMPRESA UNTIL
                   WS-EOF-EMPRESAS = "SI"
               CLOSE EMPRESAS
           END-IF
           CLOSE DIM-EMPRESA
           MOVE "DimEmpresa.csv" TO LCO-ARCHIVO
           PERFORM GRABAR-CONTROL-DIMENSION.

       LEER-EMPRESA.
           READ EMPRESAS
               AT END
                   MOVE "SI" TO WS-EOF-EMPRESAS
           END-READ.

       GRABAR-DIM-EMPRESA.
           MOVE EMP-CODIGO TO LDE-CODIGO
           MOVE EMP-RAZON TO LDE-RAZON
           MOVE EMP-CUIT TO LDE-CUIT
           WRITE DIM-EMPRESA-REG FROM LINEA-EMPRESA
           ADD 1 TO WS-CANT-DIM
           PERFORM LEER-EMPRESA.

      * Un renglon por vigencia de tarifa, como esta en el maestro.
       EXTRAER-TIPOS.
           MOVE ZERO TO WS-CANT-DIM
           OPEN OUTPUT DIM-TIPO-CLASE
           WRITE DIM-TIPO-CLASE-REG FROM LINEA-TIPO-ENC
           OPEN INPUT TIPOS_CLASE
           IF WS-STATUS-TIPOS = "00" THEN
               PERFORM LEER-TIPO
               PERFORM GRABAR-DIM-TIPO UNTIL
                   WS-EOF-TIPOS = "SI"
               CLOSE TIPOS_CLASE
           END-IF
           CLOSE DIM-TIPO-CLASE
           MOVE "DimTipoClase.csv" TO LCO-ARCHIVO
           PERFORM GRABAR-CONTROL-DIMENSION.

       LEER-TIPO.
           READ TIPOS_CLASE
               AT END
                   MOVE "SI" TO WS-EOF-TIPOS
           END-READ.

       GRABAR-DIM-TIPO.
           MOVE TIP-TIP_CLASE TO LDT-CODIGO
           MOVE TIP-DESC TO LDT-DESC
           MOVE TIP-TARIFA TO LDT-TARIFA
           MOVE TIP-FECHA-DESDE TO LDT-DESDE
           MOVE TIP-FECHA-HASTA TO LDT-HASTA
           WRITE DIM-TIPO-CLASE-REG FROM LINEA-TIPO
           ADD 1 TO WS-CANT-DIM
           PERFORM LEER-TIPO.

       EXTRAER-CATEGORIAS.
           MOVE ZERO TO WS-CANT-DIM
           OPEN OUTPUT DIM-CATEGORIA
           WRITE DIM-CATEGORIA-REG FROM LINEA-CATEGORIA-ENC
           OPEN INPUT CATEGORIAS
           IF WS-STATUS-CATEGORIAS = "00" THEN
               PERFORM LEER-CATEGORIA
               PERFORM GRABAR-DIM-CATEGORIA UNTIL
                   WS-EOF-CATEGORIAS = "SI"
               CLOSE CATEGORIAS
           END-IF
           CLOSE DIM-CATEGORIA
           MOVE "DimCategoria.csv" TO LCO-ARCHIVO
           PERFORM GRABAR-CONTROL-DIMENSION.

       LEER-CATEGORIA.
           READ CATEGORIAS
               AT END
                   MOVE "SI" TO WS-EOF-CATEGORIAS
           END-READ.

       GRABAR-DIM-CATEGORIA.
           MOVE CAT-CODIGO TO LDC-CODIGO
           MOVE CAT-DESC TO LDC-DESC
           MOVE CAT-COEFICIENTE TO LDC-COEFICIENTE
           WRITE DIM-CATEGORIA-REG FROM LINEA-CATEGORIA
           ADD 1 TO WS-CANT-DIM
           PERFORM LEER-CATEGORIA.

       GRABAR-CONTROL-DIMENSION.
           MOVE "C" TO LCO-TIPO
           MOVE ZERO TO LCO-SELLO-DESDE
           MOVE ZERO TO LCO-SELLO-HASTA
           MOVE WS-CANT-DIM TO LCO-REGISTROS
           MOVE ZERO TO LCO-HORAS
           MOVE ZERO TO LCO-ALUMNOS
           MOVE ZERO TO LCO-IMPORTE
           WRITE CONTROL-EXTRACCION-REG FROM LINEA-CONTROL.

      * Se barre el detalle entero: en la completa entra todo; en la
      * incremental, las lineas con sello posterior al de la
      * extraccion anterior. Una linea grabada antes de que el
      * detalle llevara sello lo tiene en cero y solo sale en una
      * completa.
       EXTRAER-HECHOS.
           MOVE "NO" TO WS-EOF-DETALLE
           OPEN OUTPUT HECHOS
           WRITE HECHOS_REG FROM LINEA-HECHO-ENC
           OPEN INPUT PROFESORES
           IF WS-STATUS-PROFESORES = "00" THEN
               MOVE "S" TO WS-PROFESORES-ABIERTO
           END-IF
           OPEN INPUT DETALLE-LIQUIDADO
           PERFORM LEER-DETALLE
           PERFORM REVISAR-LINEA-DETALLE UNTIL
               WS-EOF-DETALLE = "SI"
           CLOSE DETALLE-LIQUIDADO
           IF WS-PROFESORES-ABIERTO-SI THEN
               CLOSE PROFESORES
           END-IF
           CLOSE HECHOS
           MOVE WS-NOMBRE-HECHOS TO LCO-ARCHIVO
           MOVE WS-TIPO-EXTRACCION TO LCO-TIPO
           MOVE WS-SELLO-DESDE TO LCO-SELLO-DESDE
           MOVE WS-SELLO-HASTA TO LCO-SELLO-HASTA
           MOVE WS-CANT-HECHOS TO LCO-REGISTROS
           MOVE WS-TOT-HORAS TO LCO-HORAS
           MOVE WS-TOT-ALUMNOS TO LCO-ALUMNOS
           MOVE WS-TOT-IMPORTE TO LCO-IMPORTE
           WRITE CONTROL-EXTRACCION-REG FROM LINEA-CONTROL.

       LEER-DETALLE.
           READ DETALLE-LIQUIDADO NEXT RECORD
               AT END
                   MOVE "SI" TO WS-EOF-DETALLE
           END-READ.

       REVISAR-LINEA-DETALLE.
           ADD 1 TO WS-LEIDOS-DETALLE
           IF DET-FECHA(1:4) < WS-ANIO-MINIMO THEN
               MOVE DET-FECHA(1:4) TO WS-ANIO-MINIMO
           END-IF
           IF DET-FECHA(1:4) > WS-ANIO-MAXIMO THEN
               MOVE DET-FECHA(1:4) TO WS-ANIO-MAXIMO
           END-IF
           IF DET-SELLO-FECHA NUMERIC AND DET-SELLO-HORA NUMERIC
               THEN
               COMPUTE WS-SELLO-LINEA =
                   DET-SELLO-FECHA * 1000000 + DET-SELLO-HORA
           ELSE
               MOVE ZERO TO WS-SELLO-LINEA
           END-IF
           IF WS-EXTRACCION-COMPLETA OR
               WS-SELLO-LINEA > WS-SELLO-DESDE THEN
               PERFORM GRABAR-HECHO
           END-IF
           PERFORM LEER-DETALLE.

       GRABAR-HECHO.
           IF DET-NUMERO NOT = WS-PROF-ACTUAL THEN
               PERFORM LEER-PROFESOR-DETALLE
           END-IF
           MOVE SPACES TO LHE-ZONA
           MOVE "N" TO WS-SUC-ENCONTRADA
           MOVE 1 TO SUBINDICE-SUC
           PERFORM BUSCAR-SUCURSAL UNTIL
               WS-SUC-ENCONTRADA-SI OR
               SUBINDICE-SUC > WS-CANT-SUCURSALES
           IF WS-SUC-ENCONTRADA-SI THEN
               MOVE VEC-SUC-ZONA(SUBINDICE-SUC) TO LHE-ZONA
           END-IF
           IF DET-ES-REVERSO THEN
               COMPUTE WS-HORAS-LINEA = DET-HORAS * -1
               COMPUTE WS-IMPORTE-LINEA = DET-IMPORTE * -1
               MOVE ZERO TO WS-ALUMNOS-LINEA
           ELSE
               MOVE DET-HORAS TO WS-HORAS-LINEA
               MOVE DET-IMPORTE TO WS-IMPORTE-LINEA
               IF DET-ALUMNOS NUMERIC THEN
                   MOVE DET-ALUMNOS TO WS-ALUMNOS-LINEA
               ELSE
                   MOVE ZERO TO WS-ALUMNOS-LINEA
               END-IF
           END-IF
           MOVE DET-NUMERO TO LHE-PROFESOR
           MOVE DET-FECHA TO LHE-FECHA
           MOVE DET-SECUENCIA TO LHE-SECUENCIA
           MOVE DET-SUCURSAL TO LHE-SUCURSAL
           MOVE DET-TIP_CLASE TO LHE-TIPO
           MOVE WS-PROF-EMPRESA TO LHE-EMPRESA
           MOVE WS-PROF-CATEGORIA TO LHE-CATEGORIA
           IF DET-CONCEPTO = "P" OR DET-CONCEPTO = "V" THEN
               MOVE DET-CONCEPTO TO LHE-CONCEPTO
           ELSE
               MOVE "D" TO LHE-CONCEPTO
           END-IF
           MOVE DET-TIPO-MOV TO LHE-MOVIMIENTO
           MOVE WS-HORAS-LINEA TO LHE-HORAS
           MOVE WS-ALUMNOS-LINEA TO LHE-ALUMNOS
           MOVE WS-IMPORTE-LINEA TO LHE-IMPORTE
           MOVE WS-SELLO-LINEA TO LHE-SELLO
           WRITE HECHOS_REG FROM LINEA-HECHO
           ADD 1 TO WS-CANT-HECHOS
           ADD WS-HORAS-LINEA TO WS-TOT-HORAS
           ADD WS-ALUMNOS-LINEA TO WS-TOT-ALUMNOS
           ADD WS-IMPORTE-LINEA TO WS-TOT-IMPORTE
           IF WS-SELLO-LINEA > WS-SELLO-HASTA THEN
               MOVE WS-SELLO-LINEA TO WS-SELLO-HASTA
           END-IF.

       LEER-PROFESOR-DETALLE.
           MOVE DET-NUMERO TO WS-PROF-ACTUAL
           MOVE SPACES TO WS-PROF-EMPRESA
           MOVE SPACES TO WS-PROF-CATEGORIA
           IF WS-PROFESORES-ABIERTO-SI THEN
               MOVE DET-NUMERO TO PROF-NUMERO
               READ PROFESORES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
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

      * Todos los dias de los anios del detalle (el anio en curso si
      * el detalle esta vacio), con dia de la semana, feriado y dia
      * habil (ni sabado, ni domingo, ni feriado).
       EXTRAER-CALENDARIO.
           IF WS-ANIO-MAXIMO = ZERO THEN
               MOVE WS-CURRENT-YEAR TO WS-ANIO-MINIMO
               MOVE WS-CURRENT-YEAR TO WS-ANIO-MAXIMO
           END-IF
           PERFORM CARGAR-FERIADOS
           MOVE ZERO TO WS-CANT-DIM
           OPEN OUTPUT DIM-CALENDARIO
           WRITE DIM-CALENDARIO-REG FROM LINEA-CALENDARIO-ENC
           MOVE WS-ANIO-MINIMO TO WS-GEN-ANIO
           MOVE 1 TO WS-GEN-MES
           MOVE 1 TO WS-GEN-DIA
           PERFORM GRABAR-DIA-CALENDARIO UNTIL
               WS-GEN-ANIO > WS-ANIO-MAXIMO
           CLOSE DIM-CALENDARIO
           MOVE "DimCalendario.csv" TO LCO-ARCHIVO
           PERFORM GRABAR-CONTROL-DIMENSION.

       CARGAR-FERIADOS.
           MOVE ZERO TO WS-CANT-FERIADOS
           OPEN INPUT FERIADOS
           IF WS-STATUS-FERIADOS = "00" THEN
               PERFORM LEER-FERIADO
               PERFORM CARGAR-UN-FERIADO UNTIL
                   WS-EOF-FERIADOS = "SI" OR
                   WS-CANT-FERIADOS >= WS-MAX-FERIADOS
               CLOSE FERIADOS
           END-IF.

       LEER-FERIADO.
           READ FERIADOS
               AT END
                   MOVE "SI" TO WS-EOF-FERIADOS
           END-READ.

       CARGAR-UN-FERIADO.
           ADD 1 TO WS-CANT-FERIADOS
           MOVE FER-FECHA TO VEC-FER-FECHA(WS-CANT-FERIADOS)
           MOVE FER-DESC TO VEC-FER-DESC(WS-CANT-FERIADOS)
           PERFORM LEER-FERIADO.

       GRABAR-DIA-CALENDARIO.
           PERFORM CALCULAR-DIA-SEMANA
           MOVE WS-FECHA-GEN TO LDK-FECHA
           MOVE WS-GEN-ANIO TO LDK-ANIO
           MOVE WS-GEN-MES TO LDK-MES
           MOVE WS-GEN-DIA TO LDK-DIA
           COMPUTE LDK-PERIODO = WS-GEN-ANIO * 100 + WS-GEN-MES
           MOVE WS-DIA-SEMANA TO LDK-DIA-SEMANA
           MOVE VEC-NOMBRE-DIA(WS-DIA-SEMANA) TO LDK-NOMBRE-DIA
           MOVE "N" TO WS-FER-ENCONTRADO
           MOVE 1 TO SUBINDICE-FER
           PERFORM BUSCAR-FERIADO UNTIL
               WS-FER-ENCONTRADO-SI OR
               SUBINDICE-FER > WS-CANT-FERIADOS
           IF WS-FER-ENCONTRADO-SI THEN
               MOVE "S" TO LDK-FERIADO
               MOVE VEC-FER-DESC(SUBINDICE-FER) TO LDK-DESC-FERIADO
           ELSE
               MOVE "N" TO LDK-FERIADO
               MOVE SPACES TO LDK-DESC-FERIADO
           END-IF
           IF WS-FER-ENCONTRADO-SI OR WS-DIA-SEMANA = 1 OR
               WS-DIA-SEMANA = 7 THEN
               MOVE "N" TO LDK-HABIL
           ELSE
               MOVE "S" TO LDK-HABIL
           END-IF
           WRITE DIM-CALENDARIO-REG FROM LINEA-CALENDARIO
           ADD 1 TO WS-CANT-DIM
           PERFORM AVANZAR-DIA.

       BUSCAR-FERIADO.
           IF VEC-FER-FECHA(SUBINDICE-FER) = WS-FECHA-GEN THEN
               MOVE "S" TO WS-FER-ENCONTRADO
           ELSE
               ADD 1 TO SUBINDICE-FER
           END-IF.

       AVANZAR-DIA.
           MOVE VEC-DIAS-MES(WS-GEN-MES) TO WS-ULTIMO-DIA-MES
           IF WS-GEN-MES = 2 THEN
               DIVIDE WS-GEN-ANIO BY 4 GIVING WS-ANIO-CUOCIENTE
                   REMAINDER WS-RESIDUO-4
               IF WS-RESIDUO-4 = ZERO THEN
                   MOVE 29 TO WS-ULTIMO-DIA-MES
               END-IF
           END-IF
           IF WS-GEN-DIA < WS-ULTIMO-DIA-MES THEN
               ADD 1 TO WS-GEN-DIA
           ELSE
               MOVE 1 TO WS-GEN-DIA
               IF WS-GEN-MES < 12 THEN
                   ADD 1 TO WS-GEN-MES
               ELSE
                   MOVE 1 TO WS-GEN-MES
                   ADD 1 TO WS-GEN-ANIO
               END-IF
           END-IF.

      * Zeller identico al de la corrida.
       CALCULAR-DIA-SEMANA.
           IF WS-GEN-MES <= 2 THEN
               COMPUTE WS-DIASEM-MES-AJUSTADO = WS-GEN-MES + 12
               COMPUTE WS-DIASEM-ANIO-AJUSTADO = WS-GEN-ANIO - 1
           ELSE
               MOVE WS-GEN-MES TO WS-DIASEM-MES-AJUSTADO
               MOVE WS-GEN-ANIO TO WS-DIASEM-ANIO-AJUSTADO
           END-IF
           DIVIDE WS-DIASEM-ANIO-AJUSTADO BY 100 GIVING
               WS-DIASEM-SIGLO REMAINDER WS-DIASEM-ANIO-CENTURIA
           COMPUTE WS-DIASEM-TERMINO-MES =
               (13 * (WS-DIASEM-MES-AJUSTADO + 1)) / 5
           COMPUTE WS-DIASEM-SUMA = WS-GEN-DIA +
               WS-DIASEM-TERMINO-MES + WS-DIASEM-ANIO-CENTURIA +
               (5 * WS-DIASEM-SIGLO)
           DIVIDE WS-DIASEM-ANIO-CENTURIA BY 4 GIVING
               WS-DIASEM-CUOCIENTE
           ADD WS-DIASEM-CUOCIENTE TO WS-DIASEM-SUMA
           DIVIDE WS-DIASEM-SIGLO BY 4 GIVING WS-DIASEM-CUOCIENTE
           ADD WS-DIASEM-CUOCIENTE TO WS-DIASEM-SUMA
           DIVIDE WS-DIASEM-SUMA BY 7 GIVING WS-DIASEM-CUOCIENTE
               REMAINDER WS-DIASEM-INDICE
           IF WS-DIASEM-INDICE = 0 THEN
               MOVE 7 TO WS-DIA-SEMANA
           ELSE
               MOVE WS-DIASEM-INDICE TO WS-DIA-SEMANA
           END-IF.

       REGISTRAR-EXTRACCION.
           OPEN EXTEND EXTRACCIONES
           IF WS-STATUS-EXTRACCIONES = "35" THEN
               OPEN OUTPUT EXTRACCIONES
               CLOSE EXTRACCIONES
               OPEN EXTEND EXTRACCIONES
           END-IF
           MOVE WS-FECHA-HOY TO EXD-FECHA
           MOVE WS-HORA-HOY TO EXD-HORA
           MOVE WS-TIPO-EXTRACCION TO EXD-TIPO
           MOVE WS-SELLO-DESDE TO EXD-SELLO-DESDE
           MOVE WS-SELLO-HASTA TO EXD-SELLO-HASTA
           MOVE WS-CANT-HECHOS TO EXD-HECHOS
           MOVE WS-TOT-HORAS TO EXD-HORAS
           MOVE WS-TOT-ALUMNOS TO EXD-ALUMNOS
           MOVE WS-TOT-IMPORTE TO EXD-IMPORTE
           WRITE EXTRACCIONES_REG
           CLOSE EXTRACCIONES.

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
           MOVE "EXTRACTO-DIMENSIONAL" TO BIT-PROGRAMA
           MOVE "FIN" TO BIT-EVENTO
           IF WS-EXTRACCION-COMPLETA THEN
               MOVE "COMPLETA" TO BIT-RESULTADO
           ELSE
               MOVE "INCREMENT" TO BIT-RESULTADO
           END-IF
           MOVE WS-CANT-HECHOS TO BIT-CONTADOR-1
           MOVE WS-CANT-PROFESORES TO BIT-CONTADOR-2
           WRITE BITACORA_REG
           CLOSE BITACORA.

       END PROGRAM EXTRACTO-DIMENSIONAL.
