      ******************************************************************
      * Author:
      * Date:
      * Purpose: Muestreo estadistico de horas liquidadas para
      *          auditoria interna. Para un periodo cerrado saca de
      *          DetalleLiquidado.dat una muestra reproducible: la
      *          semilla queda registrada en MuestrasAuditoria.dat y
      *          con la misma semilla y el mismo detalle sale la
      *          misma muestra. La poblacion son las horas (no los
      *          reversos) con fecha en el periodo, estratificadas
      *          por sucursal y banda de importe (menor que el
      *          promedio, hasta tres promedios, mas de tres). El
      *          tamano sale del nivel de confianza pedido y del
      *          desvio tolerable (muestreo por atributos con cero
      *          desvios esperados, con correccion por poblacion
      *          finita) y se reparte entre estratos en proporcion a
      *          su cantidad, con al menos un caso por estrato.
      *          Por cada caso arma el legajo de evidencia en
      *          LegajoAuditoria_AAAAMM.dat: la novedad original de
      *          la generacion de TimesAct de la corrida (o del
      *          ArchivoHistorico si ya se depuro) con los lotes de
      *          la sucursal recibidos ese dia, la traza de calculo
      *          que deja TrazaCalculo, la habilitacion vigente a la
      *          fecha de la hora y el recibo en que se pago.
      *          El resultado de la revision de cada caso se carga
      *          aca mismo (CasosAuditoria.dat) y el informe final
      *          sale en InformeAuditoria_AAAAMM.dat.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. MUESTREO-AUDITORIA.
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

       SELECT PERIODOS-CERRADOS ASSIGN TO "PeriodosCerrados.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-PERIODOS.

       SELECT MUESTRAS ASSIGN TO "MuestrasAuditoria.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-MUESTRAS.

       SELECT CASOS ASSIGN TO "CasosAuditoria.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-CASOS.

       SELECT TimesAct ASSIGN TO WS-NOMBRE-TIMESACT
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-TIMESACT.

       SELECT ARCHIVO-HISTORICO ASSIGN TO "ArchivoHistorico.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-ARCHIVO.

       SELECT LOTES_RECIBIDOS ASSIGN TO "LotesRecibidos.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-LOTES.

       SELECT TRAZA ASSIGN TO "TrazaCalculo.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-TRAZA.

       SELECT HABILITACIONES ASSIGN TO "Habilitaciones.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-HABILITACIONES.

       SELECT RECIBOS_EMITIDOS ASSIGN TO "RecibosEmitidos.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-RECIBOS.

       SELECT LEGAJO ASSIGN TO WS-NOMBRE-LEGAJO
             ORGANIZATION IS LINE SEQUENTIAL.

       SELECT INFORME ASSIGN TO WS-NOMBRE-INFORME
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
           03 DET-SELLO-FECHA PIC 9(8).
           03 DET-SELLO-HORA PIC 9(6).

       FD PERIODOS-CERRADOS LABEL RECORD IS STANDARD.
       01 PERIODOS-CERRADOS-REG.
           03 PERCER-FECHA-DESDE PIC 9(8).
           03 PERCER-FECHA-HASTA PIC 9(8).
           03 PERCER-FECHA-CIERRE PIC 9(8).

      * Una muestra por periodo, con todo lo necesario para
      * reproducirla.
       FD MUESTRAS LABEL RECORD IS STANDARD.
       01 MUESTRAS_REG.
           03 MUE-PERIODO PIC 9(6).
           03 MUE-SEMILLA PIC 9(10).
           03 MUE-CONFIANZA PIC 9(2).
           03 MUE-DESVIO-TOLERABLE PIC 9(2)V99.
           03 MUE-POBLACION PIC 9(7).
           03 MUE-IMPORTE-POBLACION PIC S9(11)V99.
           03 MUE-TAMANIO PIC 9(5).
           03 MUE-ESTRATOS PIC 9(4).
           03 MUE-FECHA PIC 9(8).
           03 MUE-HORA PIC 9(6).

      * Un caso por hora elegida; el resultado arranca pendiente y
      * lo completa el auditor al revisar el legajo.
       FD CASOS LABEL RECORD IS STANDARD.
       01 CASOS_REG.
           03 CAS-PERIODO PIC 9(6).
           03 CAS-CASO PIC 9(4).
           03 CAS-DET-CLAVE.
               05 CAS-NUMERO PIC X(5).
               05 CAS-FECHA PIC 9(8).
               05 CAS-SECUENCIA PIC 9(3).
           03 CAS-SUCURSAL PIC X(3).
           03 CAS-TIP_CLASE PIC X(4).
           03 CAS-HORAS PIC 9(3)V99.
           03 CAS-IMPORTE PIC S9(9)V99.
           03 CAS-BANDA PIC 9(1).
           03 CAS-SELLO-FECHA PIC 9(8).
           03 CAS-RESULTADO PIC X(1).
               88 CAS-PENDIENTE VALUE "P".
               88 CAS-CONFORME VALUE "C".
               88 CAS-OBSERVADO VALUE "O".
               88 CAS-NO-VERIFICABLE VALUE "N".
           03 CAS-OBSERVACION PIC X(40).
           03 CAS-REVISOR PIC X(8).
           03 CAS-FECHA-REVISION PIC 9(8).

       FD TimesAct LABEL RECORD IS STANDARD.
       01 TimesAct_REG.
           03 TIMACT-NUMERO PIC X(5).
               88 TIMACT-ES-CABECERA VALUE "00000".
           03 TIMACT-FECHA PIC 9(8).
           03 TIMACT-SUCURSAL PIC X(3).
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

       FD ARCHIVO-HISTORICO LABEL RECORD IS STANDARD.
       01 ARCHIVO-HISTORICO-REG.
           03 ARCH-ORIGEN PIC X(10).
           03 ARCH-FECHA-GENERACION PIC 9(8).
           03 ARCH-DATOS PIC X(95).

       FD LOTES_RECIBIDOS LABEL RECORD IS STANDARD.
       01 LOTES_RECIBIDOS_REG.
           03 LOT-NUMERO PIC 9(6).
           03 LOT-ARCHIVO PIC X(15).
           03 LOT-SUCURSAL PIC X(3).
           03 LOT-FECHA-RECEPCION PIC 9(8).
           03 LOT-HORA-RECEPCION PIC 9(6).
           03 LOT-CANTIDAD PIC 9(6).
           03 LOT-SUMA-HORAS PIC 9(8)V99.
           03 LOT-HUELLA PIC 9(9).
           03 LOT-ESTADO PIC X(1).
               88 LOT-RECHAZADO VALUE "R".
           03 LOT-LOTE-ORIGINAL PIC 9(6).
           03 LOT-SIMILITUD PIC 9(3).
           03 LOT-FECHA-LIQUIDACION PIC 9(8).

       FD TRAZA LABEL RECORD IS STANDARD.
       01 TRAZA_REG PIC X(90).

       FD HABILITACIONES LABEL RECORD IS STANDARD.
       01 HABILITACIONES_REG.
           03 HAB-PROFESOR PIC X(5).
           03 HAB-SUCURSAL PIC X(3).
           03 HAB-TIP_CLASE PIC X(4).
           03 HAB-FECHA-ALTA PIC 9(8).
           03 HAB-FECHA-BAJA PIC 9(8).

       FD RECIBOS_EMITIDOS LABEL RECORD IS STANDARD.
       01 RECIBOS_EMITIDOS_REG.
           03 RECEMI-FOLIO PIC 9(9).
           03 RECEMI-PROFESOR PIC X(5).
           03 RECEMI-FECHA-EMISION PIC 9(8).
           03 RECEMI-NETO PIC S9(9)V99.
           03 RECEMI-ESTADO PIC X(1).
           03 RECEMI-CODIGO-VERIF PIC 9(8).

       FD LEGAJO LABEL RECORD IS STANDARD.
       01 LEGAJO_REG PIC X(100).

       FD INFORME LABEL RECORD IS STANDARD.
       01 INFORME_REG PIC X(100).

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
       01 WS-STATUS-PERIODOS PIC X(2) VALUE SPACES.
       01 WS-STATUS-MUESTRAS PIC X(2) VALUE SPACES.
       01 WS-STATUS-CASOS PIC X(2) VALUE SPACES.
       01 WS-STATUS-TIMESACT PIC X(2) VALUE SPACES.
       01 WS-STATUS-ARCHIVO PIC X(2) VALUE SPACES.
       01 WS-STATUS-LOTES PIC X(2) VALUE SPACES.
       01 WS-STATUS-TRAZA PIC X(2) VALUE SPACES.
       01 WS-STATUS-HABILITACIONES PIC X(2) VALUE SPACES.
       01 WS-STATUS-RECIBOS PIC X(2) VALUE SPACES.
       01 WS-STATUS-BITACORA PIC X(2) VALUE SPACES.

       01 WS-EOF-FUENTE PIC X(2) VALUE "NO".

       01 WS-OPCION PIC 9(1) VALUE ZERO.
           88 WS-OPCION-MUESTRA VALUE 1.
           88 WS-OPCION-REVISION VALUE 2.
           88 WS-OPCION-INFORME VALUE 3.
           88 WS-OPCION-SALIR VALUE 4.

       01 WS-NOMBRE-TIMESACT.
           03 FILLER PIC X(9) VALUE "TimesAct_".
           03 WS-NOMBRE-TIMESACT-FECHA PIC 9(8).
           03 FILLER PIC X(4) VALUE ".dat".
       01 WS-NOMBRE-LEGAJO.
           03 FILLER PIC X(16) VALUE "LegajoAuditoria_".
           03 WS-NOMBRE-LEGAJO-PERIODO PIC 9(6).
           03 FILLER PIC X(4) VALUE ".dat".
       01 WS-NOMBRE-INFORME.
           03 FILLER PIC X(17) VALUE "InformeAuditoria_".
           03 WS-NOMBRE-INFORME-PERIODO PIC 9(6).
           03 FILLER PIC X(4) VALUE ".dat".
       01 WS-COMANDO PIC X(80) VALUE SPACES.

      * Periodo pedido, con su primer y ultimo dia.
       01 WS-PERIODO-ENTRADA PIC X(6) VALUE SPACES.
       01 WS-PERIODO-GRUPO.
           03 WS-PERIODO-ANIO PIC 9(4).
           03 WS-PERIODO-MES PIC 9(2).
       01 WS-PERIODO REDEFINES WS-PERIODO-GRUPO PIC 9(6).
       01 WS-FECHA-DESDE PIC 9(8) VALUE ZERO.
       01 WS-FECHA-HASTA PIC 9(8) VALUE ZERO.
       01 WS-ULTIMO-DIA PIC 9(2) VALUE ZERO.
       01 TABLA-DIAS-POR-MES VALUE "312831303130313130313031".
           03 VEC-DIAS-MES PIC 9(2) OCCURS 12 TIMES.
       01 WS-ANIO-CUOCIENTE PIC 9(4) VALUE ZERO.
       01 WS-RESIDUO-4 PIC 9(4) VALUE ZERO.
       01 WS-PERIODO-VALIDO PIC X(1) VALUE "N".
           88 WS-PERIODO-VALIDO-SI VALUE "S".
       01 WS-PERIODO-CERRADO PIC X(1) VALUE "N".
           88 WS-PERIODO-CERRADO-SI VALUE "S".

      * Parametros de la muestra. El factor de confiabilidad es el
      * de cero desvios esperados para cada nivel de confianza.
       01 WS-CONFIANZA-ENTRADA PIC X(2) VALUE SPACES.
       01 WS-CONFIANZA PIC 9(2) VALUE ZERO.
       01 WS-FACTOR-CONFIABILIDAD PIC 9V99 VALUE ZERO.
       01 WS-DESVIO-ENTRADA PIC 9(2)V99 VALUE ZERO.
       01 WS-DESVIO-TOLERABLE PIC 9(2)V99 VALUE ZERO.
       01 WS-SEMILLA-ENTRADA PIC 9(10) VALUE ZERO.
       01 WS-SEMILLA PIC 9(10) VALUE ZERO.
       01 WS-TAMANIO-BASE PIC 9(7) VALUE ZERO.
       01 WS-TAMANIO PIC 9(7) VALUE ZERO.
       01 WS-TAMANIO-REAL PIC 9(7) VALUE ZERO.

      * Generador congruencial de Park y Miller: la misma semilla
      * da siempre la misma sucesion.
       01 WS-ALEATORIO PIC 9(10) VALUE ZERO.
       01 WS-MODULO-ALEATORIO PIC 9(10) VALUE 2147483647.
       01 WS-MULTIPLICADOR-ALEATORIO PIC 9(5) VALUE 16807.
       01 WS-PRODUCTO-ALEATORIO PIC 9(15) VALUE ZERO.
       01 WS-CUOCIENTE-ALEATORIO PIC 9(15) VALUE ZERO.
       01 WS-LADO-IZQUIERDO PIC 9(18) VALUE ZERO.
       01 WS-LADO-DERECHO PIC 9(18) VALUE ZERO.

      * Poblacion del periodo, en el orden de la clave del detalle.
       01 WS-MAX-POBLACION PIC 9(5) VALUE 20000.
       01 WS-CANT-POBLACION PIC 9(5) VALUE ZERO.
       01 SUBINDICE-POB PIC 9(5) VALUE ZERO.
       01 WS-POBLACION-EXCEDIDA PIC X(1) VALUE "N".
           88 WS-POBLACION-EXCEDIDA-SI VALUE "S".
       01 TABLA-POBLACION.
           03 ELEM-POB OCCURS 20000 TIMES.
               05 VEC-POB-CLAVE.
                   07 VEC-POB-NUMERO PIC X(5).
                   07 VEC-POB-FECHA PIC 9(8).
                   07 VEC-POB-SECUENCIA PIC 9(3).
               05 VEC-POB-SUCURSAL PIC X(3).
               05 VEC-POB-TIPO PIC X(4).
               05 VEC-POB-HORAS PIC 9(3)V99.
               05 VEC-POB-IMPORTE PIC S9(9)V99.
               05 VEC-POB-SELLO PIC 9(8).
               05 VEC-POB-BANDA PIC 9(1).
               05 VEC-POB-ESTRATO PIC 9(4).
       01 WS-IMPORTE-POBLACION PIC S9(11)V99 VALUE ZERO.
       01 WS-IMPORTE-PROMEDIO PIC S9(9)V99 VALUE ZERO.
       01 WS-TOPE-BANDA-1 PIC S9(11)V99 VALUE ZERO.
       01 WS-TOPE-BANDA-2 PIC S9(11)V99 VALUE ZERO.

      * Estrato = sucursal + banda de importe.
       01 WS-MAX-ESTRATOS PIC 9(4) VALUE 600.
       01 WS-CANT-ESTRATOS PIC 9(4) VALUE ZERO.
       01 SUBINDICE-EST PIC 9(4) VALUE ZERO.
       01 WS-EST-ENCONTRADO PIC X(1) VALUE "N".
           88 WS-EST-ENCONTRADO-SI VALUE "S".
       01 TABLA-ESTRATOS.
           03 ELEM-EST OCCURS 600 TIMES.
               05 VEC-EST-SUCURSAL PIC X(3).
               05 VEC-EST-BANDA PIC 9(1).
               05 VEC-EST-CANTIDAD PIC 9(5).
               05 VEC-EST-A-ELEGIR PIC 9(5).
               05 VEC-EST-VISTOS PIC 9(5).
               05 VEC-EST-ELEGIDOS PIC 9(5).

      * Muestras y casos ya registrados, en memoria mientras dura
      * la sesion y regrabados completos al salir.
       01 WS-MAX-MUESTRAS PIC 9(3) VALUE 300.
       01 WS-CANT-MUESTRAS PIC 9(3) VALUE ZERO.
       01 SUBINDICE-MUE PIC 9(3) VALUE ZERO.
       01 WS-MUE-ENCONTRADA PIC X(1) VALUE "N".
           88 WS-MUE-ENCONTRADA-SI VALUE "S".
       01 TABLA-MUESTRAS.
           03 ELEM-MUE OCCURS 300 TIMES.
               05 VEC-MUE-PERIODO PIC 9(6).
               05 VEC-MUE-SEMILLA PIC 9(10).
               05 VEC-MUE-CONFIANZA PIC 9(2).
               05 VEC-MUE-DESVIO PIC 9(2)V99.
               05 VEC-MUE-POBLACION PIC 9(7).
               05 VEC-MUE-IMPORTE PIC S9(11)V99.
               05 VEC-MUE-TAMANIO PIC 9(5).
               05 VEC-MUE-ESTRATOS PIC 9(4).
               05 VEC-MUE-FECHA PIC 9(8).
               05 VEC-MUE-HORA PIC 9(6).

       01 WS-MAX-CASOS PIC 9(5) VALUE 9000.
       01 WS-CANT-CASOS PIC 9(5) VALUE ZERO.
       01 SUBINDICE-CAS PIC 9(5) VALUE ZERO.
       01 WS-CAS-ENCONTRADO PIC X(1) VALUE "N".
           88 WS-CAS-ENCONTRADO-SI VALUE "S".
       01 WS-NUMERO-CASO PIC 9(4) VALUE ZERO.
       01 TABLA-CASOS.
           03 ELEM-CAS OCCURS 9000 TIMES.
               05 VEC-CAS-PERIODO PIC 9(6).
               05 VEC-CAS-CASO PIC 9(4).
               05 VEC-CAS-CLAVE.
                   07 VEC-CAS-NUMERO PIC X(5).
                   07 VEC-CAS-FECHA PIC 9(8).
                   07 VEC-CAS-SECUENCIA PIC 9(3).
               05 VEC-CAS-SUCURSAL PIC X(3).
               05 VEC-CAS-TIPO PIC X(4).
               05 VEC-CAS-HORAS PIC 9(3)V99.
               05 VEC-CAS-IMPORTE PIC S9(9)V99.
               05 VEC-CAS-BANDA PIC 9(1).
               05 VEC-CAS-SELLO PIC 9(8).
               05 VEC-CAS-RESULTADO PIC X(1).
               05 VEC-CAS-OBSERVACION PIC X(40).
               05 VEC-CAS-REVISOR PIC X(8).
               05 VEC-CAS-FECHA-REVISION PIC 9(8).

       01 WS-MAX-HABILITACIONES PIC 9(5) VALUE 5000.
       01 WS-CANT-HABILITACIONES PIC 9(5) VALUE ZERO.
       01 SUBINDICE-HAB PIC 9(5) VALUE ZERO.
       01 TABLA-HABILITACIONES.
           03 ELEM-HAB OCCURS 5000 TIMES.
               05 VEC-HAB-PROFESOR PIC X(5).
               05 VEC-HAB-SUCURSAL PIC X(3).
               05 VEC-HAB-TIPO PIC X(4).
               05 VEC-HAB-ALTA PIC 9(8).
               05 VEC-HAB-BAJA PIC 9(8).

      * Busqueda de la novedad original del caso en la generacion
      * de la corrida: la secuencia del detalle es el orden de la
      * hora entre las del mismo profesor y fecha.
       01 WS-NOVEDAD-BUSCADA.
           03 WS-NOV-BUS-NUMERO PIC X(5).
           03 WS-NOV-BUS-FECHA PIC 9(8).
           03 WS-NOV-BUS-SUCURSAL PIC X(3).
           03 WS-NOV-BUS-TIPO PIC X(4).
           03 WS-NOV-BUS-HORAS PIC 9(3)V99.
       01 WS-REGISTRO-NOVEDAD PIC X(95) VALUE SPACES.
       01 WS-NOVEDAD-LEIDA REDEFINES WS-REGISTRO-NOVEDAD.
           03 WS-NOVL-NUMERO PIC X(5).
           03 WS-NOVL-FECHA PIC 9(8).
           03 WS-NOVL-SUCURSAL PIC X(3).
           03 WS-NOVL-TIPO PIC X(4).
           03 WS-NOVL-HORAS PIC 9(3)V99.
           03 WS-NOVL-TIPO-MOV PIC X(1).
           03 WS-NOVL-ALUMNOS PIC 9(3).
           03 WS-NOVL-HORA-DESDE PIC 9(4).
           03 WS-NOVL-HORA-HASTA PIC 9(4).
           03 WS-NOVL-CONCEPTO PIC X(1).
           03 FILLER PIC X(57).
       01 WS-NOVEDAD-HALLADA PIC X(95) VALUE SPACES.
       01 WS-NOVEDAD-CANDIDATA PIC X(95) VALUE SPACES.
       01 WS-NOV-ESTADO PIC X(1) VALUE "N".
           88 WS-NOV-EXACTA VALUE "E".
           88 WS-NOV-CANDIDATA VALUE "C".
           88 WS-NOV-NO-HALLADA VALUE "N".
       01 WS-OCURRENCIA PIC 9(3) VALUE ZERO.
       01 WS-OCURRENCIA-HALLADA PIC 9(3) VALUE ZERO.
       01 WS-OCURRENCIA-CANDIDATA PIC 9(3) VALUE ZERO.
       01 WS-ORIGEN-NOVEDAD PIC X(10) VALUE SPACES.
       01 WS-GENERACION-EN-LINEA PIC X(1) VALUE "N".
           88 WS-GENERACION-EN-LINEA-SI VALUE "S".

      * Copia del bloque de la hora dentro de la traza.
       01 WS-OCURRENCIA-TRAZA PIC 9(3) VALUE ZERO.
       01 WS-COPIANDO-TRAZA PIC X(1) VALUE "N".
           88 WS-COPIANDO-TRAZA-SI VALUE "S".
       01 WS-TRAZA-TERMINADA PIC X(1) VALUE "N".
           88 WS-TRAZA-TERMINADA-SI VALUE "S".
       01 WS-TRAZA-PROFESOR-OK PIC X(1) VALUE "N".
           88 WS-TRAZA-PROFESOR-OK-SI VALUE "S".
       01 WS-RENGLONES-TRAZA PIC 9(4) VALUE ZERO.

       01 WS-CANT-HALLADOS PIC 9(4) VALUE ZERO.

      * Carga de la revision.
       01 WS-CASO-ENTRADA PIC X(4) VALUE SPACES.
       01 WS-RESULTADO-ENTRADA PIC X(1) VALUE SPACES.
           88 WS-RESULTADO-VALIDO VALUES "C", "O", "N".
       01 WS-OBSERVACION-ENTRADA PIC X(40) VALUE SPACES.
       01 WS-REVISOR-ENTRADA PIC X(8) VALUE SPACES.

      * Totales del informe.
       01 WS-CANT-CONFORMES PIC 9(5) VALUE ZERO.
       01 WS-CANT-OBSERVADOS PIC 9(5) VALUE ZERO.
       01 WS-CANT-NO-VERIFICABLES PIC 9(5) VALUE ZERO.
       01 WS-CANT-PENDIENTES PIC 9(5) VALUE ZERO.
       01 WS-CANT-REVISADOS PIC 9(5) VALUE ZERO.
       01 WS-IMPORTE-MUESTRA PIC S9(11)V99 VALUE ZERO.
       01 WS-IMPORTE-OBSERVADO PIC S9(11)V99 VALUE ZERO.
       01 WS-TASA-DESVIO PIC 9(3)V99 VALUE ZERO.

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
       01 WS-BIT-EVENTO PIC X(6) VALUE SPACES.
       01 WS-BIT-RESULTADO PIC X(10) VALUE SPACES.
       01 WS-BIT-CONTADOR-1 PIC 9(8) VALUE ZERO.
       01 WS-BIT-CONTADOR-2 PIC 9(8) VALUE ZERO.
       01 WS-HORA-HOY PIC 9(6) VALUE ZERO.

      * Renglones del legajo.
       01 LINEA-LEG-TITULO.
           03 FILLER PIC X(30) VALUE
               "LEGAJO DE EVIDENCIA - PERIODO ".
           03 LLT-PERIODO PIC 9(6).
           03 FILLER PIC X(9) VALUE " SEMILLA ".
           03 LLT-SEMILLA PIC 9(10).
           03 FILLER PIC X(11) VALUE " CONFIANZA ".
           03 LLT-CONFIANZA PIC 99.
           03 FILLER PIC X(12) VALUE "% TOLERABLE ".
           03 LLT-DESVIO PIC Z9,99.
           03 FILLER PIC X(1) VALUE "%".

       01 LINEA-LEG-CASO.
           03 FILLER PIC X(5) VALUE "CASO ".
           03 LLC-CASO PIC 9(4).
           03 FILLER PIC X(6) VALUE " PROF ".
           03 LLC-PROFESOR PIC X(5).
           03 FILLER PIC X(7) VALUE " FECHA ".
           03 LLC-FECHA PIC 9(8).
           03 FILLER PIC X(5) VALUE " SEC ".
           03 LLC-SECUENCIA PIC 9(3).
           03 FILLER PIC X(5) VALUE " SUC ".
           03 LLC-SUCURSAL PIC X(3).
           03 FILLER PIC X(6) VALUE " TIPO ".
           03 LLC-TIPO PIC X(4).
           03 FILLER PIC X(7) VALUE " HORAS ".
           03 LLC-HORAS PIC ZZ9,99.
           03 FILLER PIC X(5) VALUE " IMP ".
           03 LLC-IMPORTE PIC -ZZZZZZZ9,99.
           03 FILLER PIC X(7) VALUE " BANDA ".
           03 LLC-BANDA PIC 9(1).

       01 LINEA-LEG-SECCION.
           03 FILLER PIC X(2) VALUE SPACES.
           03 LLS-TEXTO PIC X(70).

       01 LINEA-LEG-NOVEDAD.
           03 FILLER PIC X(9) VALUE "    NOV: ".
           03 LLN-NUMERO PIC X(5).
           03 FILLER PIC X(1) VALUE SPACE.
           03 LLN-FECHA PIC 9(8).
           03 FILLER PIC X(5) VALUE " SUC ".
           03 LLN-SUCURSAL PIC X(3).
           03 FILLER PIC X(6) VALUE " TIPO ".
           03 LLN-TIPO PIC X(4).
           03 FILLER PIC X(4) VALUE " HS ".
           03 LLN-HORAS PIC ZZ9,99.
           03 FILLER PIC X(5) VALUE " MOV ".
           03 LLN-TIPO-MOV PIC X(1).
           03 FILLER PIC X(5) VALUE " ALU ".
           03 LLN-ALUMNOS PIC ZZ9.
           03 FILLER PIC X(1) VALUE SPACE.
           03 LLN-HORA-DESDE PIC 9(4).
           03 FILLER PIC X(1) VALUE "-".
           03 LLN-HORA-HASTA PIC 9(4).
           03 FILLER PIC X(3) VALUE " C ".
           03 LLN-CONCEPTO PIC X(1).
           03 FILLER PIC X(2) VALUE " (".
           03 LLN-ORIGEN PIC X(10).
           03 FILLER PIC X(1) VALUE ")".

       01 LINEA-LEG-LOTE.
           03 FILLER PIC X(9) VALUE "    LOTE ".
           03 LLL-LOTE PIC 9(6).
           03 FILLER PIC X(9) VALUE " ARCHIVO ".
           03 LLL-ARCHIVO PIC X(15).
           03 FILLER PIC X(5) VALUE " SUC ".
           03 LLL-SUCURSAL PIC X(3).
           03 FILLER PIC X(10) VALUE " RECIBIDO ".
           03 LLL-FECHA PIC 9(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 LLL-HORA PIC 9(6).
           03 FILLER PIC X(8) VALUE " ESTADO ".
           03 LLL-ESTADO PIC X(1).

       01 LINEA-LEG-TRAZA.
           03 FILLER PIC X(4) VALUE SPACES.
           03 LLR-TEXTO PIC X(90).

       01 LINEA-LEG-HABILITACION.
           03 FILLER PIC X(20) VALUE "    HABILITADO: SUC ".
           03 LLH-SUCURSAL PIC X(3).
           03 FILLER PIC X(6) VALUE " TIPO ".
           03 LLH-TIPO PIC X(4).
           03 FILLER PIC X(7) VALUE " ALTA ".
           03 LLH-ALTA PIC 9(8).
           03 FILLER PIC X(6) VALUE " BAJA ".
           03 LLH-BAJA PIC X(8).

       01 LINEA-LEG-RECIBO.
           03 FILLER PIC X(17) VALUE "    RECIBO FOLIO ".
           03 LLB-FOLIO PIC 9(9).
           03 FILLER PIC X(9) VALUE " EMITIDO ".
           03 LLB-FECHA PIC 9(8).
           03 FILLER PIC X(6) VALUE " NETO ".
           03 LLB-NETO PIC -ZZZZZZZZ9,99.
           03 FILLER PIC X(8) VALUE " ESTADO ".
           03 LLB-ESTADO PIC X(1).

       01 LINEA-LEG-AVISO.
           03 FILLER PIC X(4) VALUE SPACES.
           03 LLA-TEXTO PIC X(80).

      * Renglones del informe final.
       01 LINEA-INF-TITULO.
           03 FILLER PIC X(39) VALUE
               "INFORME DE AUDITORIA DE HORAS - PERIODO".
           03 FILLER PIC X(1) VALUE SPACE.
           03 LIT-PERIODO PIC 9(6).

       01 LINEA-INF-DATO.
           03 LID-TITULO PIC X(40).
           03 LID-VALOR PIC ZZZZZZZZZ9.

       01 LINEA-INF-IMPORTE.
           03 LII-TITULO PIC X(40).
           03 LII-VALOR PIC -ZZZZZZZZZZ9,99.

       01 LINEA-INF-ENCABEZADO.
           03 FILLER PIC X(29) VALUE
               "CASO PROF  FECHA    SUC TIPO ".
           03 FILLER PIC X(40) VALUE
               "     IMPORTE  R  REVISOR  OBSERVACION".

       01 LINEA-INF-CASO.
           03 LIC-CASO PIC 9(4).
           03 FILLER PIC X(1) VALUE SPACE.
           03 LIC-PROFESOR PIC X(5).
           03 FILLER PIC X(1) VALUE SPACE.
           03 LIC-FECHA PIC 9(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 LIC-SUCURSAL PIC X(3).
           03 FILLER PIC X(1) VALUE SPACE.
           03 LIC-TIPO PIC X(4).
           03 FILLER PIC X(1) VALUE SPACE.
           03 LIC-IMPORTE PIC -ZZZZZZZ9,99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 LIC-RESULTADO PIC X(1).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LIC-REVISOR PIC X(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 LIC-OBSERVACION PIC X(40).

       01 LINEA-INF-CONCLUSION.
           03 LIX-TEXTO PIC X(100).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * Carga las muestras y los casos registrados, atiende el menu
      * y regraba los dos archivos completos al salir
      **
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           COMPUTE WS-FECHA-HOY = WS-CURRENT-YEAR * 10000 +
               WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
           COMPUTE WS-HORA-HOY = WS-CURRENT-HOUR * 10000 +
               WS-CURRENT-MINUTE * 100 + WS-CURRENT-SECOND

           PERFORM CARGAR-MUESTRAS-A-VECTOR
           PERFORM CARGAR-CASOS-A-VECTOR
           IF WS-CANT-MUESTRAS >= WS-MAX-MUESTRAS OR
               WS-CANT-CASOS >= WS-MAX-CASOS THEN
               DISPLAY "LAS MUESTRAS REGISTRADAS SUPERAN LA TABLA EN "
                       "MEMORIA; NO SE PUEDE SEGUIR SIN PERDER CASOS"
               STOP RUN
           END-IF

           PERFORM MOSTRAR-MENU UNTIL WS-OPCION-SALIR

           PERFORM GRABAR-MUESTRAS-DESDE-VECTOR
           PERFORM GRABAR-CASOS-DESDE-VECTOR
           DISPLAY "FIN DEL MUESTREO DE AUDITORIA"
           STOP RUN.

       CARGAR-MUESTRAS-A-VECTOR.
           MOVE ZERO TO WS-CANT-MUESTRAS
           MOVE "NO" TO WS-EOF-FUENTE
           OPEN INPUT MUESTRAS
           IF WS-STATUS-MUESTRAS = "00" THEN
               PERFORM LEER-MUESTRA
               PERFORM CARGAR-UNA-MUESTRA UNTIL
                   WS-EOF-FUENTE = "SI" OR
                   WS-CANT-MUESTRAS >= WS-MAX-MUESTRAS
               CLOSE MUESTRAS
           END-IF.

       LEER-MUESTRA.
           READ MUESTRAS
               AT END
                   MOVE "SI" TO WS-EOF-FUENTE
           END-READ.

       CARGAR-UNA-MUESTRA.
           ADD 1 TO WS-CANT-MUESTRAS
           MOVE MUE-PERIODO TO VEC-MUE-PERIODO(WS-CANT-MUESTRAS)
           MOVE MUE-SEMILLA TO VEC-MUE-SEMILLA(WS-CANT-MUESTRAS)
           MOVE MUE-CONFIANZA TO VEC-MUE-CONFIANZA(WS-CANT-MUESTRAS)
           MOVE MUE-DESVIO-TOLERABLE TO
               VEC-MUE-DESVIO(WS-CANT-MUESTRAS)
           MOVE MUE-POBLACION TO VEC-MUE-POBLACION(WS-CANT-MUESTRAS)
           MOVE MUE-IMPORTE-POBLACION TO
               VEC-MUE-IMPORTE(WS-CANT-MUESTRAS)
           MOVE MUE-TAMANIO TO VEC-MUE-TAMANIO(WS-CANT-MUESTRAS)
           MOVE MUE-ESTRATOS TO VEC-MUE-ESTRATOS(WS-CANT-MUESTRAS)
           MOVE MUE-FECHA TO VEC-MUE-FECHA(WS-CANT-MUESTRAS)
           MOVE MUE-HORA TO VEC-MUE-HORA(WS-CANT-MUESTRAS)
           PERFORM LEER-MUESTRA.

       CARGAR-CASOS-A-VECTOR.
           MOVE ZERO TO WS-CANT-CASOS
           MOVE "NO" TO WS-EOF-FUENTE
           OPEN INPUT CASOS
           IF WS-STATUS-CASOS = "00" THEN
               PERFORM LEER-CASO
               PERFORM CARGAR-UN-CASO UNTIL
                   WS-EOF-FUENTE = "SI" OR
                   WS-CANT-CASOS >= WS-MAX-CASOS
               CLOSE CASOS
           END-IF.

       LEER-CASO.
           READ CASOS
               AT END
                   MOVE "SI" TO WS-EOF-FUENTE
           END-READ.

       CARGAR-UN-CASO.
           ADD 1 TO WS-CANT-CASOS
           MOVE CAS-PERIODO TO VEC-CAS-PERIODO(WS-CANT-CASOS)
           MOVE CAS-CASO TO VEC-CAS-CASO(WS-CANT-CASOS)
           MOVE CAS-DET-CLAVE TO VEC-CAS-CLAVE(WS-CANT-CASOS)
           MOVE CAS-SUCURSAL TO VEC-CAS-SUCURSAL(WS-CANT-CASOS)
           MOVE CAS-TIP_CLASE TO VEC-CAS-TIPO(WS-CANT-CASOS)
           MOVE CAS-HORAS TO VEC-CAS-HORAS(WS-CANT-CASOS)
           MOVE CAS-IMPORTE TO VEC-CAS-IMPORTE(WS-CANT-CASOS)
           MOVE CAS-BANDA TO VEC-CAS-BANDA(WS-CANT-CASOS)
           MOVE CAS-SELLO-FECHA TO VEC-CAS-SELLO(WS-CANT-CASOS)
           MOVE CAS-RESULTADO TO VEC-CAS-RESULTADO(WS-CANT-CASOS)
           MOVE CAS-OBSERVACION TO
               VEC-CAS-OBSERVACION(WS-CANT-CASOS)
           MOVE CAS-REVISOR TO VEC-CAS-REVISOR(WS-CANT-CASOS)
           MOVE CAS-FECHA-REVISION TO
               VEC-CAS-FECHA-REVISION(WS-CANT-CASOS)
           PERFORM LEER-CASO.

       GRABAR-MUESTRAS-DESDE-VECTOR.
           OPEN OUTPUT MUESTRAS
           PERFORM GRABAR-UNA-MUESTRA
               VARYING SUBINDICE-MUE FROM 1 BY 1
               UNTIL SUBINDICE-MUE > WS-CANT-MUESTRAS
           CLOSE MUESTRAS.

       GRABAR-UNA-MUESTRA.
           MOVE VEC-MUE-PERIODO(SUBINDICE-MUE) TO MUE-PERIODO
           MOVE VEC-MUE-SEMILLA(SUBINDICE-MUE) TO MUE-SEMILLA
           MOVE VEC-MUE-CONFIANZA(SUBINDICE-MUE) TO MUE-CONFIANZA
           MOVE VEC-MUE-DESVIO(SUBINDICE-MUE) TO MUE-DESVIO-TOLERABLE
           MOVE VEC-MUE-POBLACION(SUBINDICE-MUE) TO MUE-POBLACION
           MOVE VEC-MUE-IMPORTE(SUBINDICE-MUE) TO
               MUE-IMPORTE-POBLACION
           MOVE VEC-MUE-TAMANIO(SUBINDICE-MUE) TO MUE-TAMANIO
           MOVE VEC-MUE-ESTRATOS(SUBINDICE-MUE) TO MUE-ESTRATOS
           MOVE VEC-MUE-FECHA(SUBINDICE-MUE) TO MUE-FECHA
           MOVE VEC-MUE-HORA(SUBINDICE-MUE) TO MUE-HORA
           WRITE MUESTRAS_REG.

       GRABAR-CASOS-DESDE-VECTOR.
           OPEN OUTPUT CASOS
           PERFORM GRABAR-UN-CASO
               VARYING SUBINDICE-CAS FROM 1 BY 1
               UNTIL SUBINDICE-CAS > WS-CANT-CASOS
           CLOSE CASOS.

       GRABAR-UN-CASO.
           MOVE VEC-CAS-PERIODO(SUBINDICE-CAS) TO CAS-PERIODO
           MOVE VEC-CAS-CASO(SUBINDICE-CAS) TO CAS-CASO
           MOVE VEC-CAS-CLAVE(SUBINDICE-CAS) TO CAS-DET-CLAVE
           MOVE VEC-CAS-SUCURSAL(SUBINDICE-CAS) TO CAS-SUCURSAL
           MOVE VEC-CAS-TIPO(SUBINDICE-CAS) TO CAS-TIP_CLASE
           MOVE VEC-CAS-HORAS(SUBINDICE-CAS) TO CAS-HORAS
           MOVE VEC-CAS-IMPORTE(SUBINDICE-CAS) TO CAS-IMPORTE
           MOVE VEC-CAS-BANDA(SUBINDICE-CAS) TO CAS-BANDA
           MOVE VEC-CAS-SELLO(SUBINDICE-CAS) TO CAS-SELLO-FECHA
           MOVE VEC-CAS-RESULTADO(SUBINDICE-CAS) TO CAS-RESULTADO
           MOVE VEC-CAS-OBSERVACION(SUBINDICE-CAS) TO CAS-OBSERVACION
           MOVE VEC-CAS-REVISOR(SUBINDICE-CAS) TO CAS-REVISOR
           MOVE VEC-CAS-FECHA-REVISION(SUBINDICE-CAS) TO
               CAS-FECHA-REVISION
           WRITE CASOS_REG.

       MOSTRAR-MENU.
           DISPLAY " ".
           DISPLAY "------ MUESTREO PARA AUDITORIA DE HORAS ------".
           DISPLAY "1. SACAR LA MUESTRA DE UN PERIODO CERRADO".
           DISPLAY "2. REGISTRAR LA REVISION DE UN CASO".
           DISPLAY "3. EMITIR EL INFORME FINAL DE UN PERIODO".
           DISPLAY "4. SALIR".
           DISPLAY "----------------------------------------------".
           ACCEPT WS-OPCION.
           EVALUATE TRUE
               WHEN WS-OPCION-MUESTRA
                   PERFORM SACAR-MUESTRA
               WHEN WS-OPCION-REVISION
                   PERFORM REGISTRAR-REVISION
               WHEN WS-OPCION-INFORME
                   PERFORM EMITIR-INFORME
               WHEN WS-OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA"
           END-EVALUATE.

      * Pide y valida el periodo; deja armados el primer y el ultimo
      * dia del mes.
       PEDIR-PERIODO.
           MOVE "N" TO WS-PERIODO-VALIDO
           DISPLAY "PERIODO (AAAAMM): "
           ACCEPT WS-PERIODO-ENTRADA
           IF WS-PERIODO-ENTRADA NOT NUMERIC THEN
               DISPLAY "EL PERIODO DEBE SER NUMERICO AAAAMM"
           ELSE
               MOVE WS-PERIODO-ENTRADA TO WS-PERIODO
               IF WS-PERIODO-MES < 1 OR WS-PERIODO-MES > 12 THEN
                   DISPLAY "MES INVALIDO"
               ELSE
                   MOVE "S" TO WS-PERIODO-VALIDO
                   MOVE VEC-DIAS-MES(WS-PERIODO-MES) TO WS-ULTIMO-DIA
                   IF WS-PERIODO-MES = 2 THEN
                       DIVIDE WS-PERIODO-ANIO BY 4
                           GIVING WS-ANIO-CUOCIENTE
                           REMAINDER WS-RESIDUO-4
                       IF WS-RESIDUO-4 = ZERO THEN
                           MOVE 29 TO WS-ULTIMO-DIA
                       END-IF
                   END-IF
                   COMPUTE WS-FECHA-DESDE = WS-PERIODO * 100 + 1
                   COMPUTE WS-FECHA-HASTA =
                       WS-PERIODO * 100 + WS-ULTIMO-DIA
               END-IF
           END-IF.

       BUSCAR-MUESTRA.
           MOVE "N" TO WS-MUE-ENCONTRADA
           MOVE 1 TO SUBINDICE-MUE
           PERFORM COTEJAR-MUESTRA UNTIL
               WS-MUE-ENCONTRADA-SI OR
               SUBINDICE-MUE > WS-CANT-MUESTRAS.

       COTEJAR-MUESTRA.
           IF VEC-MUE-PERIODO(SUBINDICE-MUE) = WS-PERIODO THEN
               MOVE "S" TO WS-MUE-ENCONTRADA
           ELSE
               ADD 1 TO SUBINDICE-MUE
           END-IF.

      **
      * Muestra de un periodo cerrado: una sola por periodo, para
      * que los resultados de la revision no queden colgados de una
      * muestra que ya no existe.
      **
       SACAR-MUESTRA.
           PERFORM PEDIR-PERIODO
           IF WS-PERIODO-VALIDO-SI THEN
               PERFORM BUSCAR-MUESTRA
               IF WS-MUE-ENCONTRADA-SI THEN
                   MOVE "N" TO WS-PERIODO-VALIDO
                   DISPLAY "EL PERIODO YA TIENE MUESTRA, SEMILLA "
                           VEC-MUE-SEMILLA(SUBINDICE-MUE)
               END-IF
           END-IF
           IF WS-PERIODO-VALIDO-SI THEN
               PERFORM VERIFICAR-PERIODO-CERRADO
               IF NOT WS-PERIODO-CERRADO-SI THEN
                   MOVE "N" TO WS-PERIODO-VALIDO
                   DISPLAY "EL PERIODO NO ESTA CERRADO"
               END-IF
           END-IF
           IF WS-PERIODO-VALIDO-SI THEN
               PERFORM PEDIR-PARAMETROS-MUESTRA
           END-IF
           IF WS-PERIODO-VALIDO-SI THEN
               PERFORM CARGAR-POBLACION
               IF WS-CANT-POBLACION = ZERO THEN
                   MOVE "N" TO WS-PERIODO-VALIDO
                   DISPLAY "EL PERIODO NO TIENE HORAS LIQUIDADAS"
               END-IF
               IF WS-POBLACION-EXCEDIDA-SI THEN
                   MOVE "N" TO WS-PERIODO-VALIDO
                   DISPLAY "EL PERIODO SUPERA LAS " WS-MAX-POBLACION
                           " HORAS QUE ADMITE LA TABLA; NO SE SACA "
                           "UNA MUESTRA SOBRE UNA POBLACION PARCIAL"
               END-IF
           END-IF
           IF WS-PERIODO-VALIDO-SI THEN
               PERFORM ESTRATIFICAR-POBLACION
               PERFORM CALCULAR-TAMANIO
               PERFORM REPARTIR-TAMANIO
                   VARYING SUBINDICE-EST FROM 1 BY 1
                   UNTIL SUBINDICE-EST > WS-CANT-ESTRATOS
               MOVE WS-SEMILLA TO WS-ALEATORIO
               MOVE ZERO TO WS-TAMANIO-REAL
               MOVE ZERO TO WS-NUMERO-CASO
               PERFORM CARGAR-HABILITACIONES
               MOVE WS-PERIODO TO WS-NOMBRE-LEGAJO-PERIODO
               OPEN OUTPUT LEGAJO
               MOVE WS-PERIODO TO LLT-PERIODO
               MOVE WS-SEMILLA TO LLT-SEMILLA
               MOVE WS-CONFIANZA TO LLT-CONFIANZA
               MOVE WS-DESVIO-TOLERABLE TO LLT-DESVIO
               WRITE LEGAJO_REG FROM LINEA-LEG-TITULO
               PERFORM ELEGIR-UNA-HORA
                   VARYING SUBINDICE-POB FROM 1 BY 1
                   UNTIL SUBINDICE-POB > WS-CANT-POBLACION
               CLOSE LEGAJO
               PERFORM REGISTRAR-MUESTRA
               MOVE "MUESTR" TO WS-BIT-EVENTO
               MOVE WS-PERIODO TO WS-BIT-RESULTADO
               MOVE WS-CANT-POBLACION TO WS-BIT-CONTADOR-1
               MOVE WS-TAMANIO-REAL TO WS-BIT-CONTADOR-2
               PERFORM GRABAR-BITACORA
               DISPLAY "POBLACION DEL PERIODO:  " WS-CANT-POBLACION
               DISPLAY "ESTRATOS:               " WS-CANT-ESTRATOS
               DISPLAY "TAMANIO CALCULADO:      " WS-TAMANIO
               DISPLAY "CASOS ELEGIDOS:         " WS-TAMANIO-REAL
               DISPLAY "SEMILLA:                " WS-SEMILLA
               DISPLAY "LEGAJO GRABADO EN " WS-NOMBRE-LEGAJO
           END-IF.

      * Cerrado es que algun cierre cubra el mes entero.
       VERIFICAR-PERIODO-CERRADO.
           MOVE "N" TO WS-PERIODO-CERRADO
           MOVE "NO" TO WS-EOF-FUENTE
           OPEN INPUT PERIODOS-CERRADOS
           IF WS-STATUS-PERIODOS = "00" THEN
               PERFORM LEER-PERIODO-CERRADO
               PERFORM COTEJAR-PERIODO-CERRADO UNTIL
                   WS-EOF-FUENTE = "SI" OR WS-PERIODO-CERRADO-SI
               CLOSE PERIODOS-CERRADOS
           END-IF.

       LEER-PERIODO-CERRADO.
           READ PERIODOS-CERRADOS
               AT END
                   MOVE "SI" TO WS-EOF-FUENTE
           END-READ.

       COTEJAR-PERIODO-CERRADO.
           IF PERCER-FECHA-DESDE <= WS-FECHA-DESDE AND
               PERCER-FECHA-HASTA >= WS-FECHA-HASTA THEN
               MOVE "S" TO WS-PERIODO-CERRADO
           ELSE
               PERFORM LEER-PERIODO-CERRADO
           END-IF.

       PEDIR-PARAMETROS-MUESTRA.
           DISPLAY "NIVEL DE CONFIANZA (90, 95 O 99): "
           ACCEPT WS-CONFIANZA-ENTRADA
           EVALUATE WS-CONFIANZA-ENTRADA
               WHEN "90"
                   MOVE 2,31 TO WS-FACTOR-CONFIABILIDAD
               WHEN "95"
                   MOVE 3,00 TO WS-FACTOR-CONFIABILIDAD
               WHEN "99"
                   MOVE 4,61 TO WS-FACTOR-CONFIABILIDAD
               WHEN OTHER
                   MOVE "N" TO WS-PERIODO-VALIDO
                   DISPLAY "NIVEL DE CONFIANZA INVALIDO"
           END-EVALUATE
           IF WS-PERIODO-VALIDO-SI THEN
               MOVE WS-CONFIANZA-ENTRADA TO WS-CONFIANZA
               DISPLAY "DESVIO TOLERABLE EN % (EN BLANCO = 5): "
               MOVE ZERO TO WS-DESVIO-ENTRADA
               ACCEPT WS-DESVIO-ENTRADA
               MOVE WS-DESVIO-ENTRADA TO WS-DESVIO-TOLERABLE
               IF WS-DESVIO-TOLERABLE = ZERO THEN
                   MOVE 5 TO WS-DESVIO-TOLERABLE
               END-IF
               IF WS-DESVIO-TOLERABLE < 1 OR
                   WS-DESVIO-TOLERABLE > 50 THEN
                   MOVE "N" TO WS-PERIODO-VALIDO
                   DISPLAY "EL DESVIO TOLERABLE VA DE 1 A 50"
               END-IF
           END-IF
           IF WS-PERIODO-VALIDO-SI THEN
               DISPLAY "SEMILLA (EN BLANCO = TOMADA DEL RELOJ): "
               MOVE ZERO TO WS-SEMILLA-ENTRADA
               ACCEPT WS-SEMILLA-ENTRADA
               IF WS-SEMILLA-ENTRADA = ZERO THEN
                   COMPUTE WS-SEMILLA = WS-CURRENT-HOUR * 1000000 +
                       WS-CURRENT-MINUTE * 10000 +
                       WS-CURRENT-SECOND * 100 + WS-CURRENT-MS + 1
               ELSE
                   MOVE WS-SEMILLA-ENTRADA TO WS-SEMILLA
                   IF WS-SEMILLA >= WS-MODULO-ALEATORIO THEN
                       MOVE "N" TO WS-PERIODO-VALIDO
                       DISPLAY "LA SEMILLA VA DE 1 A 2147483646"
                   END-IF
               END-IF
           END-IF.

      * Horas del periodo, sin los reversos: son las que se pagaron.
       CARGAR-POBLACION.
           MOVE ZERO TO WS-CANT-POBLACION
           MOVE ZERO TO WS-IMPORTE-POBLACION
           MOVE "N" TO WS-POBLACION-EXCEDIDA
           OPEN INPUT DETALLE-LIQUIDADO
           IF WS-STATUS-DETALLE NOT = "00" THEN
               DISPLAY "NO SE PUDO ABRIR DetalleLiquidado.dat: "
                       WS-STATUS-DETALLE
           ELSE
               MOVE "NO" TO WS-EOF-FUENTE
               PERFORM LEER-DETALLE
               PERFORM GUARDAR-HORA-POBLACION UNTIL
                   WS-EOF-FUENTE = "SI"
               CLOSE DETALLE-LIQUIDADO
           END-IF.

       LEER-DETALLE.
           READ DETALLE-LIQUIDADO NEXT RECORD
               AT END
                   MOVE "SI" TO WS-EOF-FUENTE
           END-READ.

       GUARDAR-HORA-POBLACION.
           IF DET-FECHA >= WS-FECHA-DESDE AND
               DET-FECHA <= WS-FECHA-HASTA AND
               NOT DET-ES-REVERSO THEN
               IF WS-CANT-POBLACION >= WS-MAX-POBLACION THEN
                   MOVE "S" TO WS-POBLACION-EXCEDIDA
               ELSE
                   ADD 1 TO WS-CANT-POBLACION
                   MOVE DET-CLAVE TO VEC-POB-CLAVE(WS-CANT-POBLACION)
                   MOVE DET-SUCURSAL TO
                       VEC-POB-SUCURSAL(WS-CANT-POBLACION)
                   MOVE DET-TIP_CLASE TO
                       VEC-POB-TIPO(WS-CANT-POBLACION)
                   MOVE DET-HORAS TO VEC-POB-HORAS(WS-CANT-POBLACION)
                   MOVE DET-IMPORTE TO
                       VEC-POB-IMPORTE(WS-CANT-POBLACION)
                   MOVE DET-SELLO-FECHA TO
                       VEC-POB-SELLO(WS-CANT-POBLACION)
                   ADD DET-IMPORTE TO WS-IMPORTE-POBLACION
               END-IF
           END-IF
           PERFORM LEER-DETALLE.

      * Bandas de importe contra el promedio de la hora del periodo.
       ESTRATIFICAR-POBLACION.
           MOVE ZERO TO WS-CANT-ESTRATOS
           COMPUTE WS-IMPORTE-PROMEDIO ROUNDED =
               WS-IMPORTE-POBLACION / WS-CANT-POBLACION
           MOVE WS-IMPORTE-PROMEDIO TO WS-TOPE-BANDA-1
           COMPUTE WS-TOPE-BANDA-2 = WS-IMPORTE-PROMEDIO * 3
           PERFORM UBICAR-HORA-EN-ESTRATO
               VARYING SUBINDICE-POB FROM 1 BY 1
               UNTIL SUBINDICE-POB > WS-CANT-POBLACION.

       UBICAR-HORA-EN-ESTRATO.
           EVALUATE TRUE
               WHEN VEC-POB-IMPORTE(SUBINDICE-POB) < WS-TOPE-BANDA-1
                   MOVE 1 TO VEC-POB-BANDA(SUBINDICE-POB)
               WHEN VEC-POB-IMPORTE(SUBINDICE-POB) <= WS-TOPE-BANDA-2
                   MOVE 2 TO VEC-POB-BANDA(SUBINDICE-POB)
               WHEN OTHER
                   MOVE 3 TO VEC-POB-BANDA(SUBINDICE-POB)
           END-EVALUATE
           MOVE "N" TO WS-EST-ENCONTRADO
           MOVE 1 TO SUBINDICE-EST
           PERFORM COTEJAR-ESTRATO UNTIL
               WS-EST-ENCONTRADO-SI OR
               SUBINDICE-EST > WS-CANT-ESTRATOS
           IF NOT WS-EST-ENCONTRADO-SI THEN
               IF WS-CANT-ESTRATOS < WS-MAX-ESTRATOS THEN
                   ADD 1 TO WS-CANT-ESTRATOS
               END-IF
               MOVE WS-CANT-ESTRATOS TO SUBINDICE-EST
               MOVE VEC-POB-SUCURSAL(SUBINDICE-POB) TO
                   VEC-EST-SUCURSAL(SUBINDICE-EST)
               MOVE VEC-POB-BANDA(SUBINDICE-POB) TO
                   VEC-EST-BANDA(SUBINDICE-EST)
               MOVE ZERO TO VEC-EST-CANTIDAD(SUBINDICE-EST)
               MOVE ZERO TO VEC-EST-A-ELEGIR(SUBINDICE-EST)
               MOVE ZERO TO VEC-EST-VISTOS(SUBINDICE-EST)
               MOVE ZERO TO VEC-EST-ELEGIDOS(SUBINDICE-EST)
           END-IF
           ADD 1 TO VEC-EST-CANTIDAD(SUBINDICE-EST)
           MOVE SUBINDICE-EST TO VEC-POB-ESTRATO(SUBINDICE-POB).

       COTEJAR-ESTRATO.
           IF VEC-EST-SUCURSAL(SUBINDICE-EST) =
               VEC-POB-SUCURSAL(SUBINDICE-POB) AND
               VEC-EST-BANDA(SUBINDICE-EST) =
               VEC-POB-BANDA(SUBINDICE-POB) THEN
               MOVE "S" TO WS-EST-ENCONTRADO
           ELSE
               ADD 1 TO SUBINDICE-EST
           END-IF.

      * Tamano por atributos con cero desvios esperados (factor de
      * confiabilidad sobre desvio tolerable), corregido por
      * poblacion finita y redondeado hacia arriba.
       CALCULAR-TAMANIO.
           COMPUTE WS-TAMANIO-BASE =
               WS-FACTOR-CONFIABILIDAD * 100 / WS-DESVIO-TOLERABLE
               + 0,9999
           COMPUTE WS-TAMANIO =
               WS-TAMANIO-BASE * WS-CANT-POBLACION /
               (WS-TAMANIO-BASE + WS-CANT-POBLACION) + 0,9999
           IF WS-TAMANIO < 1 THEN
               MOVE 1 TO WS-TAMANIO
           END-IF
           IF WS-TAMANIO > WS-CANT-POBLACION THEN
               MOVE WS-CANT-POBLACION TO WS-TAMANIO
           END-IF.

      * Reparto proporcional a la cantidad del estrato, con un
      * caso como minimo para que ninguna sucursal quede afuera.
       REPARTIR-TAMANIO.
           COMPUTE VEC-EST-A-ELEGIR(SUBINDICE-EST) ROUNDED =
               WS-TAMANIO * VEC-EST-CANTIDAD(SUBINDICE-EST) /
               WS-CANT-POBLACION
           IF VEC-EST-A-ELEGIR(SUBINDICE-EST) = ZERO THEN
               MOVE 1 TO VEC-EST-A-ELEGIR(SUBINDICE-EST)
           END-IF
           IF VEC-EST-A-ELEGIR(SUBINDICE-EST) >
               VEC-EST-CANTIDAD(SUBINDICE-EST) THEN
               MOVE VEC-EST-CANTIDAD(SUBINDICE-EST) TO
                   VEC-EST-A-ELEGIR(SUBINDICE-EST)
           END-IF.

      * Seleccion secuencial dentro de cada estrato: la hora entra
      * con probabilidad (faltan elegir) / (faltan ver), comparada
      * en enteros para que no haya redondeos.
       ELEGIR-UNA-HORA.
           MOVE VEC-POB-ESTRATO(SUBINDICE-POB) TO SUBINDICE-EST
           PERFORM AVANZAR-ALEATORIO
           COMPUTE WS-LADO-IZQUIERDO = WS-ALEATORIO *
               (VEC-EST-CANTIDAD(SUBINDICE-EST) -
                VEC-EST-VISTOS(SUBINDICE-EST))
           COMPUTE WS-LADO-DERECHO = WS-MODULO-ALEATORIO *
               (VEC-EST-A-ELEGIR(SUBINDICE-EST) -
                VEC-EST-ELEGIDOS(SUBINDICE-EST))
           IF WS-LADO-IZQUIERDO < WS-LADO-DERECHO THEN
               ADD 1 TO VEC-EST-ELEGIDOS(SUBINDICE-EST)
               PERFORM REGISTRAR-CASO
           END-IF
           ADD 1 TO VEC-EST-VISTOS(SUBINDICE-EST).

       AVANZAR-ALEATORIO.
           COMPUTE WS-PRODUCTO-ALEATORIO =
               WS-ALEATORIO * WS-MULTIPLICADOR-ALEATORIO
           DIVIDE WS-PRODUCTO-ALEATORIO BY WS-MODULO-ALEATORIO
               GIVING WS-CUOCIENTE-ALEATORIO
               REMAINDER WS-ALEATORIO.

       REGISTRAR-CASO.
           ADD 1 TO WS-TAMANIO-REAL
           ADD 1 TO WS-NUMERO-CASO
           IF WS-CANT-CASOS < WS-MAX-CASOS THEN
               ADD 1 TO WS-CANT-CASOS
               MOVE WS-PERIODO TO VEC-CAS-PERIODO(WS-CANT-CASOS)
               MOVE WS-NUMERO-CASO TO VEC-CAS-CASO(WS-CANT-CASOS)
               MOVE VEC-POB-CLAVE(SUBINDICE-POB) TO
                   VEC-CAS-CLAVE(WS-CANT-CASOS)
               MOVE VEC-POB-SUCURSAL(SUBINDICE-POB) TO
                   VEC-CAS-SUCURSAL(WS-CANT-CASOS)
               MOVE VEC-POB-TIPO(SUBINDICE-POB) TO
                   VEC-CAS-TIPO(WS-CANT-CASOS)
               MOVE VEC-POB-HORAS(SUBINDICE-POB) TO
                   VEC-CAS-HORAS(WS-CANT-CASOS)
               MOVE VEC-POB-IMPORTE(SUBINDICE-POB) TO
                   VEC-CAS-IMPORTE(WS-CANT-CASOS)
               MOVE VEC-POB-BANDA(SUBINDICE-POB) TO
                   VEC-CAS-BANDA(WS-CANT-CASOS)
               MOVE VEC-POB-SELLO(SUBINDICE-POB) TO
                   VEC-CAS-SELLO(WS-CANT-CASOS)
               MOVE "P" TO VEC-CAS-RESULTADO(WS-CANT-CASOS)
               MOVE SPACES TO VEC-CAS-OBSERVACION(WS-CANT-CASOS)
               MOVE SPACES TO VEC-CAS-REVISOR(WS-CANT-CASOS)
               MOVE ZERO TO VEC-CAS-FECHA-REVISION(WS-CANT-CASOS)
           ELSE
               DISPLAY "TABLA DE CASOS LLENA: EL CASO "
                       WS-NUMERO-CASO " NO SE REGISTRA"
           END-IF
           PERFORM ARMAR-LEGAJO-CASO.

       REGISTRAR-MUESTRA.
           ADD 1 TO WS-CANT-MUESTRAS
           MOVE WS-PERIODO TO VEC-MUE-PERIODO(WS-CANT-MUESTRAS)
           MOVE WS-SEMILLA TO VEC-MUE-SEMILLA(WS-CANT-MUESTRAS)
           MOVE WS-CONFIANZA TO VEC-MUE-CONFIANZA(WS-CANT-MUESTRAS)
           MOVE WS-DESVIO-TOLERABLE TO
               VEC-MUE-DESVIO(WS-CANT-MUESTRAS)
           MOVE WS-CANT-POBLACION TO
               VEC-MUE-POBLACION(WS-CANT-MUESTRAS)
           MOVE WS-IMPORTE-POBLACION TO
               VEC-MUE-IMPORTE(WS-CANT-MUESTRAS)
           MOVE WS-TAMANIO-REAL TO VEC-MUE-TAMANIO(WS-CANT-MUESTRAS)
           MOVE WS-CANT-ESTRATOS TO
               VEC-MUE-ESTRATOS(WS-CANT-MUESTRAS)
           MOVE WS-FECHA-HOY TO VEC-MUE-FECHA(WS-CANT-MUESTRAS)
           MOVE WS-HORA-HOY TO VEC-MUE-HORA(WS-CANT-MUESTRAS).

       CARGAR-HABILITACIONES.
           MOVE ZERO TO WS-CANT-HABILITACIONES
           MOVE "NO" TO WS-EOF-FUENTE
           OPEN INPUT HABILITACIONES
           IF WS-STATUS-HABILITACIONES = "00" THEN
               PERFORM LEER-HABILITACION
               PERFORM GUARDAR-HABILITACION UNTIL
                   WS-EOF-FUENTE = "SI" OR
                   WS-CANT-HABILITACIONES >= WS-MAX-HABILITACIONES
               CLOSE HABILITACIONES
           END-IF.

       LEER-HABILITACION.
           READ HABILITACIONES
               AT END
                   MOVE "SI" TO WS-EOF-FUENTE
           END-READ.

       GUARDAR-HABILITACION.
           ADD 1 TO WS-CANT-HABILITACIONES
           MOVE HAB-PROFESOR TO
               VEC-HAB-PROFESOR(WS-CANT-HABILITACIONES)
           MOVE HAB-SUCURSAL TO
               VEC-HAB-SUCURSAL(WS-CANT-HABILITACIONES)
           MOVE HAB-TIP_CLASE TO VEC-HAB-TIPO(WS-CANT-HABILITACIONES)
           MOVE HAB-FECHA-ALTA TO VEC-HAB-ALTA(WS-CANT-HABILITACIONES)
           MOVE HAB-FECHA-BAJA TO VEC-HAB-BAJA(WS-CANT-HABILITACIONES)
           PERFORM LEER-HABILITACION.

      **
      * Legajo de evidencia de la hora elegida (SUBINDICE-POB)
      **
       ARMAR-LEGAJO-CASO.
           MOVE SPACES TO LEGAJO_REG
           WRITE LEGAJO_REG
           MOVE WS-NUMERO-CASO TO LLC-CASO
           MOVE VEC-POB-NUMERO(SUBINDICE-POB) TO LLC-PROFESOR
           MOVE VEC-POB-FECHA(SUBINDICE-POB) TO LLC-FECHA
           MOVE VEC-POB-SECUENCIA(SUBINDICE-POB) TO LLC-SECUENCIA
           MOVE VEC-POB-SUCURSAL(SUBINDICE-POB) TO LLC-SUCURSAL
           MOVE VEC-POB-TIPO(SUBINDICE-POB) TO LLC-TIPO
           MOVE VEC-POB-HORAS(SUBINDICE-POB) TO LLC-HORAS
           MOVE VEC-POB-IMPORTE(SUBINDICE-POB) TO LLC-IMPORTE
           MOVE VEC-POB-BANDA(SUBINDICE-POB) TO LLC-BANDA
           WRITE LEGAJO_REG FROM LINEA-LEG-CASO
           PERFORM LEGAJO-NOVEDAD
           PERFORM LEGAJO-LOTES
           PERFORM LEGAJO-TRAZA
           PERFORM LEGAJO-HABILITACION
           PERFORM LEGAJO-RECIBO.

      * La novedad sale de la generacion de TimesAct de la corrida
      * que liquido la hora (el sello del detalle); si la generacion
      * ya se depuro se la busca en el ArchivoHistorico.
       LEGAJO-NOVEDAD.
           MOVE "1) NOVEDAD ORIGINAL" TO LLS-TEXTO
           WRITE LEGAJO_REG FROM LINEA-LEG-SECCION
           MOVE VEC-POB-NUMERO(SUBINDICE-POB) TO WS-NOV-BUS-NUMERO
           MOVE VEC-POB-FECHA(SUBINDICE-POB) TO WS-NOV-BUS-FECHA
           MOVE VEC-POB-SUCURSAL(SUBINDICE-POB) TO
               WS-NOV-BUS-SUCURSAL
           MOVE VEC-POB-TIPO(SUBINDICE-POB) TO WS-NOV-BUS-TIPO
           MOVE VEC-POB-HORAS(SUBINDICE-POB) TO WS-NOV-BUS-HORAS
           MOVE "N" TO WS-NOV-ESTADO
           MOVE "N" TO WS-GENERACION-EN-LINEA
           MOVE ZERO TO WS-OCURRENCIA
           MOVE ZERO TO WS-OCURRENCIA-HALLADA
           MOVE ZERO TO WS-OCURRENCIA-CANDIDATA
           MOVE VEC-POB-SELLO(SUBINDICE-POB) TO
               WS-NOMBRE-TIMESACT-FECHA
           MOVE "EN LINEA" TO WS-ORIGEN-NOVEDAD
           MOVE "NO" TO WS-EOF-FUENTE
           OPEN INPUT TimesAct
           IF WS-STATUS-TIMESACT = "00" THEN
               PERFORM LEER-TIMESACT
               PERFORM COTEJAR-TIMESACT UNTIL
                   WS-EOF-FUENTE = "SI" OR WS-NOV-EXACTA
               CLOSE TimesAct
           END-IF
           IF NOT WS-NOV-EXACTA AND NOT WS-NOV-CANDIDATA THEN
               MOVE "HISTORICO" TO WS-ORIGEN-NOVEDAD
               MOVE ZERO TO WS-OCURRENCIA
               MOVE "NO" TO WS-EOF-FUENTE
               OPEN INPUT ARCHIVO-HISTORICO
               IF WS-STATUS-ARCHIVO = "00" THEN
                   PERFORM LEER-ARCHIVO-HISTORICO
                   PERFORM COTEJAR-ARCHIVO-HISTORICO UNTIL
                       WS-EOF-FUENTE = "SI" OR WS-NOV-EXACTA
                   CLOSE ARCHIVO-HISTORICO
               END-IF
           ELSE
               MOVE "S" TO WS-GENERACION-EN-LINEA
           END-IF
           IF WS-NOV-CANDIDATA THEN
               MOVE WS-NOVEDAD-CANDIDATA TO WS-NOVEDAD-HALLADA
               MOVE WS-OCURRENCIA-CANDIDATA TO WS-OCURRENCIA-HALLADA
           END-IF
           IF WS-NOV-NO-HALLADA THEN
               MOVE "NO SE ENCONTRO LA NOVEDAD NI EN LA GENERACION NI"
                   TO LLA-TEXTO
               WRITE LEGAJO_REG FROM LINEA-LEG-AVISO
               MOVE "EN EL ARCHIVO HISTORICO" TO LLA-TEXTO
               WRITE LEGAJO_REG FROM LINEA-LEG-AVISO
           ELSE
               MOVE WS-NOVEDAD-HALLADA TO WS-REGISTRO-NOVEDAD
               MOVE WS-NOVL-NUMERO TO LLN-NUMERO
               MOVE WS-NOVL-FECHA TO LLN-FECHA
               MOVE WS-NOVL-SUCURSAL TO LLN-SUCURSAL
               MOVE WS-NOVL-TIPO TO LLN-TIPO
               MOVE WS-NOVL-HORAS TO LLN-HORAS
               MOVE WS-NOVL-TIPO-MOV TO LLN-TIPO-MOV
               MOVE WS-NOVL-ALUMNOS TO LLN-ALUMNOS
               MOVE WS-NOVL-HORA-DESDE TO LLN-HORA-DESDE
               MOVE WS-NOVL-HORA-HASTA TO LLN-HORA-HASTA
               MOVE WS-NOVL-CONCEPTO TO LLN-CONCEPTO
               MOVE WS-ORIGEN-NOVEDAD TO LLN-ORIGEN
               WRITE LEGAJO_REG FROM LINEA-LEG-NOVEDAD
               IF WS-NOV-CANDIDATA THEN
                   MOVE "LA SECUENCIA NO COINCIDE: SE MUESTRA LA "
                       TO LLA-TEXTO
                   WRITE LEGAJO_REG FROM LINEA-LEG-AVISO
                   MOVE "PRIMERA NOVEDAD IGUAL DEL PROFESOR Y FECHA"
                       TO LLA-TEXTO
                   WRITE LEGAJO_REG FROM LINEA-LEG-AVISO
               END-IF
           END-IF.

       LEER-TIMESACT.
           READ TimesAct
               AT END
                   MOVE "SI" TO WS-EOF-FUENTE
           END-READ.

       COTEJAR-TIMESACT.
           IF NOT TIMACT-ES-CABECERA THEN
               MOVE TimesAct_REG TO WS-REGISTRO-NOVEDAD
               PERFORM COTEJAR-NOVEDAD
           END-IF
           PERFORM LEER-TIMESACT.

       LEER-ARCHIVO-HISTORICO.
           READ ARCHIVO-HISTORICO
               AT END
                   MOVE "SI" TO WS-EOF-FUENTE
           END-READ.

       COTEJAR-ARCHIVO-HISTORICO.
           IF ARCH-ORIGEN = "TIMESACT" AND
               ARCH-FECHA-GENERACION = VEC-POB-SELLO(SUBINDICE-POB)
               AND ARCH-DATOS(1:5) NOT = "00000" THEN
               MOVE ARCH-DATOS TO WS-REGISTRO-NOVEDAD
               PERFORM COTEJAR-NOVEDAD
           END-IF
           PERFORM LEER-ARCHIVO-HISTORICO.

      * La novedad en la posicion de la secuencia es la exacta; la
      * primera igual en sucursal, tipo y horas queda de reserva.
       COTEJAR-NOVEDAD.
           IF WS-NOVL-NUMERO = WS-NOV-BUS-NUMERO AND
               WS-NOVL-FECHA = WS-NOV-BUS-FECHA THEN
               ADD 1 TO WS-OCURRENCIA
               IF WS-NOVL-SUCURSAL = WS-NOV-BUS-SUCURSAL AND
                   WS-NOVL-TIPO = WS-NOV-BUS-TIPO AND
                   WS-NOVL-HORAS = WS-NOV-BUS-HORAS THEN
                   IF WS-OCURRENCIA =
                       VEC-POB-SECUENCIA(SUBINDICE-POB) THEN
                       MOVE "E" TO WS-NOV-ESTADO
                       MOVE WS-REGISTRO-NOVEDAD TO WS-NOVEDAD-HALLADA
                       MOVE WS-OCURRENCIA TO WS-OCURRENCIA-HALLADA
                   ELSE
                       IF WS-NOV-NO-HALLADA THEN
                           MOVE "C" TO WS-NOV-ESTADO
                           MOVE WS-REGISTRO-NOVEDAD TO
                               WS-NOVEDAD-CANDIDATA
                           MOVE WS-OCURRENCIA TO
                               WS-OCURRENCIA-CANDIDATA
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * El lote no viaja en la novedad: se listan los lotes que esa
      * corrida recibio de la sucursal de la hora o con varias
      * sucursales, que son los unicos donde pudo venir.
       LEGAJO-LOTES.
           MOVE "   LOTES DE LA SUCURSAL RECIBIDOS EN LA CORRIDA"
               TO LLS-TEXTO
           WRITE LEGAJO_REG FROM LINEA-LEG-SECCION
           MOVE ZERO TO WS-CANT-HALLADOS
           MOVE "NO" TO WS-EOF-FUENTE
           OPEN INPUT LOTES_RECIBIDOS
           IF WS-STATUS-LOTES = "00" THEN
               PERFORM LEER-LOTE
               PERFORM COTEJAR-LOTE UNTIL WS-EOF-FUENTE = "SI"
               CLOSE LOTES_RECIBIDOS
           END-IF
           IF WS-CANT-HALLADOS = ZERO THEN
               MOVE "SIN LOTES REGISTRADOS PARA LA CORRIDA"
                   TO LLA-TEXTO
               WRITE LEGAJO_REG FROM LINEA-LEG-AVISO
           END-IF.

       LEER-LOTE.
           READ LOTES_RECIBIDOS
               AT END
                   MOVE "SI" TO WS-EOF-FUENTE
           END-READ.

       COTEJAR-LOTE.
           IF LOT-FECHA-RECEPCION = VEC-POB-SELLO(SUBINDICE-POB) AND
               NOT LOT-RECHAZADO AND
               (LOT-SUCURSAL = VEC-POB-SUCURSAL(SUBINDICE-POB) OR
                LOT-SUCURSAL = "VAR") THEN
               ADD 1 TO WS-CANT-HALLADOS
               MOVE LOT-NUMERO TO LLL-LOTE
               MOVE LOT-ARCHIVO TO LLL-ARCHIVO
               MOVE LOT-SUCURSAL TO LLL-SUCURSAL
               MOVE LOT-FECHA-RECEPCION TO LLL-FECHA
               MOVE LOT-HORA-RECEPCION TO LLL-HORA
               MOVE LOT-ESTADO TO LLL-ESTADO
               WRITE LEGAJO_REG FROM LINEA-LEG-LOTE
           END-IF
           PERFORM LEER-LOTE.

      * La traza la arma TrazaCalculo sobre la misma generacion; del
      * resultado se copia solo el bloque de esta hora, que es el de
      * la misma posicion entre las del profesor en esa fecha.
       LEGAJO-TRAZA.
           MOVE "2) TRAZA DE CALCULO" TO LLS-TEXTO
           WRITE LEGAJO_REG FROM LINEA-LEG-SECCION
           IF NOT WS-GENERACION-EN-LINEA-SI THEN
               MOVE "LA GENERACION DE LA CORRIDA NO ESTA EN LINEA: NO"
                   TO LLA-TEXTO
               WRITE LEGAJO_REG FROM LINEA-LEG-AVISO
               MOVE "SE PUEDE REHACER EL CALCULO" TO LLA-TEXTO
               WRITE LEGAJO_REG FROM LINEA-LEG-AVISO
           ELSE
               OPEN OUTPUT TRAZA
               CLOSE TRAZA
               MOVE SPACES TO WS-COMANDO
               STRING "printf '" DELIMITED BY SIZE
                      VEC-POB-NUMERO(SUBINDICE-POB) DELIMITED BY SIZE
                      "\n" DELIMITED BY SIZE
                      VEC-POB-SELLO(SUBINDICE-POB) DELIMITED BY SIZE
                      "\n' | ./TrazaCalculo > /dev/null"
                          DELIMITED BY SIZE
                      INTO WS-COMANDO
               CALL "SYSTEM" USING WS-COMANDO
               MOVE ZERO TO WS-OCURRENCIA-TRAZA
               MOVE ZERO TO WS-RENGLONES-TRAZA
               MOVE "N" TO WS-COPIANDO-TRAZA
               MOVE "N" TO WS-TRAZA-TERMINADA
               MOVE "N" TO WS-TRAZA-PROFESOR-OK
               MOVE "NO" TO WS-EOF-FUENTE
               OPEN INPUT TRAZA
               IF WS-STATUS-TRAZA = "00" THEN
                   PERFORM LEER-TRAZA
                   PERFORM COPIAR-RENGLON-TRAZA UNTIL
                       WS-EOF-FUENTE = "SI" OR WS-TRAZA-TERMINADA-SI
                   CLOSE TRAZA
               END-IF
               IF WS-RENGLONES-TRAZA = ZERO THEN
                   MOVE "LA TRAZA NO DEVOLVIO EL CALCULO DE LA HORA"
                       TO LLA-TEXTO
                   WRITE LEGAJO_REG FROM LINEA-LEG-AVISO
               END-IF
           END-IF.

       LEER-TRAZA.
           READ TRAZA
               AT END
                   MOVE "SI" TO WS-EOF-FUENTE
           END-READ.

       COPIAR-RENGLON-TRAZA.
           EVALUATE TRUE
               WHEN TRAZA_REG(1:25) = "TRAZA DE CALCULO - PROF: "
                   IF TRAZA_REG(26:5) =
                       VEC-POB-NUMERO(SUBINDICE-POB) THEN
                       MOVE "S" TO WS-TRAZA-PROFESOR-OK
                   END-IF
               WHEN WS-COPIANDO-TRAZA-SI
                   IF TRAZA_REG(1:4) = SPACES THEN
                       MOVE TRAZA_REG TO LLR-TEXTO
                       WRITE LEGAJO_REG FROM LINEA-LEG-TRAZA
                       ADD 1 TO WS-RENGLONES-TRAZA
                   ELSE
                       MOVE "S" TO WS-TRAZA-TERMINADA
                   END-IF
               WHEN TRAZA_REG(1:6) = "FECHA " AND
                   TRAZA_REG(7:8) = WS-NOV-BUS-FECHA AND
                   WS-TRAZA-PROFESOR-OK-SI
                   ADD 1 TO WS-OCURRENCIA-TRAZA
                   IF WS-OCURRENCIA-TRAZA = WS-OCURRENCIA-HALLADA THEN
                       MOVE "S" TO WS-COPIANDO-TRAZA
                       MOVE TRAZA_REG TO LLR-TEXTO
                       WRITE LEGAJO_REG FROM LINEA-LEG-TRAZA
                       ADD 1 TO WS-RENGLONES-TRAZA
                   END-IF
           END-EVALUATE
           PERFORM LEER-TRAZA.

       LEGAJO-HABILITACION.
           MOVE "3) HABILITACION VIGENTE A LA FECHA DE LA HORA"
               TO LLS-TEXTO
           WRITE LEGAJO_REG FROM LINEA-LEG-SECCION
           MOVE ZERO TO WS-CANT-HALLADOS
           PERFORM COTEJAR-HABILITACION
               VARYING SUBINDICE-HAB FROM 1 BY 1
               UNTIL SUBINDICE-HAB > WS-CANT-HABILITACIONES
           IF WS-CANT-HALLADOS = ZERO THEN
               MOVE "SIN HABILITACION VIGENTE PARA SUCURSAL Y TIPO"
                   TO LLA-TEXTO
               WRITE LEGAJO_REG FROM LINEA-LEG-AVISO
           END-IF.

       COTEJAR-HABILITACION.
           IF VEC-HAB-PROFESOR(SUBINDICE-HAB) =
               VEC-POB-NUMERO(SUBINDICE-POB) AND
               VEC-HAB-SUCURSAL(SUBINDICE-HAB) =
               VEC-POB-SUCURSAL(SUBINDICE-POB) AND
               VEC-HAB-TIPO(SUBINDICE-HAB) =
               VEC-POB-TIPO(SUBINDICE-POB) AND
               VEC-HAB-ALTA(SUBINDICE-HAB) <=
               VEC-POB-FECHA(SUBINDICE-POB) AND
               (VEC-HAB-BAJA(SUBINDICE-HAB) = ZERO OR
                VEC-HAB-BAJA(SUBINDICE-HAB) >=
                VEC-POB-FECHA(SUBINDICE-POB)) THEN
               ADD 1 TO WS-CANT-HALLADOS
               MOVE VEC-HAB-SUCURSAL(SUBINDICE-HAB) TO LLH-SUCURSAL
               MOVE VEC-HAB-TIPO(SUBINDICE-HAB) TO LLH-TIPO
               MOVE VEC-HAB-ALTA(SUBINDICE-HAB) TO LLH-ALTA
               IF VEC-HAB-BAJA(SUBINDICE-HAB) = ZERO THEN
                   MOVE "ABIERTA" TO LLH-BAJA
               ELSE
                   MOVE VEC-HAB-BAJA(SUBINDICE-HAB) TO LLH-BAJA
               END-IF
               WRITE LEGAJO_REG FROM LINEA-LEG-HABILITACION
           END-IF.

      * El recibo de la hora es el que la misma corrida emitio al
      * profesor.
       LEGAJO-RECIBO.
           MOVE "4) RECIBO EN QUE SE PAGO" TO LLS-TEXTO
           WRITE LEGAJO_REG FROM LINEA-LEG-SECCION
           MOVE ZERO TO WS-CANT-HALLADOS
           MOVE "NO" TO WS-EOF-FUENTE
           OPEN INPUT RECIBOS_EMITIDOS
           IF WS-STATUS-RECIBOS = "00" THEN
               PERFORM LEER-RECIBO
               PERFORM COTEJAR-RECIBO UNTIL WS-EOF-FUENTE = "SI"
               CLOSE RECIBOS_EMITIDOS
           END-IF
           IF WS-CANT-HALLADOS = ZERO THEN
               MOVE "SIN RECIBO EMITIDO POR LA CORRIDA" TO LLA-TEXTO
               WRITE LEGAJO_REG FROM LINEA-LEG-AVISO
           END-IF.

       LEER-RECIBO.
           READ RECIBOS_EMITIDOS
               AT END
                   MOVE "SI" TO WS-EOF-FUENTE
           END-READ.

       COTEJAR-RECIBO.
           IF RECEMI-PROFESOR = VEC-POB-NUMERO(SUBINDICE-POB) AND
               RECEMI-FECHA-EMISION = VEC-POB-SELLO(SUBINDICE-POB)
               THEN
               ADD 1 TO WS-CANT-HALLADOS
               MOVE RECEMI-FOLIO TO LLB-FOLIO
               MOVE RECEMI-FECHA-EMISION TO LLB-FECHA
               MOVE RECEMI-NETO TO LLB-NETO
               MOVE RECEMI-ESTADO TO LLB-ESTADO
               WRITE LEGAJO_REG FROM LINEA-LEG-RECIBO
           END-IF
           PERFORM LEER-RECIBO.

      **
      * Resultado de la revision de un caso
      **
       REGISTRAR-REVISION.
           PERFORM PEDIR-PERIODO
           IF WS-PERIODO-VALIDO-SI THEN
               DISPLAY "NUMERO DE CASO: "
               ACCEPT WS-CASO-ENTRADA
               IF WS-CASO-ENTRADA NOT NUMERIC THEN
                   MOVE "N" TO WS-PERIODO-VALIDO
                   DISPLAY "EL CASO DEBE SER NUMERICO (4 DIGITOS)"
               ELSE
                   MOVE WS-CASO-ENTRADA TO WS-NUMERO-CASO
               END-IF
           END-IF
           IF WS-PERIODO-VALIDO-SI THEN
               MOVE "N" TO WS-CAS-ENCONTRADO
               MOVE 1 TO SUBINDICE-CAS
               PERFORM BUSCAR-CASO UNTIL
                   WS-CAS-ENCONTRADO-SI OR
                   SUBINDICE-CAS > WS-CANT-CASOS
               IF NOT WS-CAS-ENCONTRADO-SI THEN
                   DISPLAY "EL CASO NO EXISTE EN LA MUESTRA DEL "
                           "PERIODO"
               ELSE
                   PERFORM CARGAR-RESULTADO-CASO
               END-IF
           END-IF.

       BUSCAR-CASO.
           IF VEC-CAS-PERIODO(SUBINDICE-CAS) = WS-PERIODO AND
               VEC-CAS-CASO(SUBINDICE-CAS) = WS-NUMERO-CASO THEN
               MOVE "S" TO WS-CAS-ENCONTRADO
           ELSE
               ADD 1 TO SUBINDICE-CAS
           END-IF.

       CARGAR-RESULTADO-CASO.
           DISPLAY "PROFESOR " VEC-CAS-NUMERO(SUBINDICE-CAS)
                   " FECHA " VEC-CAS-FECHA(SUBINDICE-CAS)
                   " SUC " VEC-CAS-SUCURSAL(SUBINDICE-CAS)
                   " TIPO " VEC-CAS-TIPO(SUBINDICE-CAS)
           DISPLAY "RESULTADO ACTUAL: " VEC-CAS-RESULTADO(SUBINDICE-CAS)
                   " " VEC-CAS-OBSERVACION(SUBINDICE-CAS)
           DISPLAY "RESULTADO (C CONFORME, O OBSERVADO, N NO "
                   "VERIFICABLE): "
           ACCEPT WS-RESULTADO-ENTRADA
           IF NOT WS-RESULTADO-VALIDO THEN
               DISPLAY "RESULTADO INVALIDO, NO SE REGISTRA"
           ELSE
               MOVE SPACES TO WS-OBSERVACION-ENTRADA
               IF WS-RESULTADO-ENTRADA NOT = "C" THEN
                   DISPLAY "OBSERVACION: "
                   ACCEPT WS-OBSERVACION-ENTRADA
               END-IF
               DISPLAY "REVISOR: "
               ACCEPT WS-REVISOR-ENTRADA
               IF WS-REVISOR-ENTRADA = SPACES THEN
                   DISPLAY "FALTA EL REVISOR, NO SE REGISTRA"
               ELSE
                   MOVE WS-RESULTADO-ENTRADA TO
                       VEC-CAS-RESULTADO(SUBINDICE-CAS)
                   MOVE WS-OBSERVACION-ENTRADA TO
                       VEC-CAS-OBSERVACION(SUBINDICE-CAS)
                   MOVE WS-REVISOR-ENTRADA TO
                       VEC-CAS-REVISOR(SUBINDICE-CAS)
                   MOVE WS-FECHA-HOY TO
                       VEC-CAS-FECHA-REVISION(SUBINDICE-CAS)
                   DISPLAY "REVISION REGISTRADA"
               END-IF
           END-IF.

      **
      * Informe final: parametros de la muestra, cada caso con su
      * resultado y la conclusion sobre la tasa de desvio
      **
       EMITIR-INFORME.
           PERFORM PEDIR-PERIODO
           IF WS-PERIODO-VALIDO-SI THEN
               PERFORM BUSCAR-MUESTRA
               IF NOT WS-MUE-ENCONTRADA-SI THEN
                   MOVE "N" TO WS-PERIODO-VALIDO
                   DISPLAY "EL PERIODO NO TIENE MUESTRA"
               END-IF
           END-IF
           IF WS-PERIODO-VALIDO-SI THEN
               MOVE ZERO TO WS-CANT-CONFORMES
               MOVE ZERO TO WS-CANT-OBSERVADOS
               MOVE ZERO TO WS-CANT-NO-VERIFICABLES
               MOVE ZERO TO WS-CANT-PENDIENTES
               MOVE ZERO TO WS-IMPORTE-MUESTRA
               MOVE ZERO TO WS-IMPORTE-OBSERVADO
               MOVE WS-PERIODO TO WS-NOMBRE-INFORME-PERIODO
               OPEN OUTPUT INFORME
               MOVE WS-PERIODO TO LIT-PERIODO
               WRITE INFORME_REG FROM LINEA-INF-TITULO
               MOVE SPACES TO INFORME_REG
               WRITE INFORME_REG
               MOVE "SEMILLA" TO LID-TITULO
               MOVE VEC-MUE-SEMILLA(SUBINDICE-MUE) TO LID-VALOR
               WRITE INFORME_REG FROM LINEA-INF-DATO
               MOVE "NIVEL DE CONFIANZA (%)" TO LID-TITULO
               MOVE VEC-MUE-CONFIANZA(SUBINDICE-MUE) TO LID-VALOR
               WRITE INFORME_REG FROM LINEA-INF-DATO
               MOVE "DESVIO TOLERABLE (%)" TO LII-TITULO
               MOVE VEC-MUE-DESVIO(SUBINDICE-MUE) TO LII-VALOR
               WRITE INFORME_REG FROM LINEA-INF-IMPORTE
               MOVE "HORAS EN LA POBLACION" TO LID-TITULO
               MOVE VEC-MUE-POBLACION(SUBINDICE-MUE) TO LID-VALOR
               WRITE INFORME_REG FROM LINEA-INF-DATO
               MOVE "IMPORTE DE LA POBLACION" TO LII-TITULO
               MOVE VEC-MUE-IMPORTE(SUBINDICE-MUE) TO LII-VALOR
               WRITE INFORME_REG FROM LINEA-INF-IMPORTE
               MOVE "ESTRATOS (SUCURSAL Y BANDA DE IMPORTE)"
                   TO LID-TITULO
               MOVE VEC-MUE-ESTRATOS(SUBINDICE-MUE) TO LID-VALOR
               WRITE INFORME_REG FROM LINEA-INF-DATO
               MOVE "CASOS EN LA MUESTRA" TO LID-TITULO
               MOVE VEC-MUE-TAMANIO(SUBINDICE-MUE) TO LID-VALOR
               WRITE INFORME_REG FROM LINEA-INF-DATO
               MOVE SPACES TO INFORME_REG
               WRITE INFORME_REG
               WRITE INFORME_REG FROM LINEA-INF-ENCABEZADO
               PERFORM INFORMAR-UN-CASO
                   VARYING SUBINDICE-CAS FROM 1 BY 1
                   UNTIL SUBINDICE-CAS > WS-CANT-CASOS
               PERFORM CERRAR-INFORME
               CLOSE INFORME
               MOVE "INFORM" TO WS-BIT-EVENTO
               MOVE WS-CANT-REVISADOS TO WS-BIT-CONTADOR-1
               COMPUTE WS-BIT-CONTADOR-2 = WS-CANT-OBSERVADOS +
                   WS-CANT-NO-VERIFICABLES
               PERFORM GRABAR-BITACORA
               DISPLAY "INFORME GRABADO EN " WS-NOMBRE-INFORME
           END-IF.

       INFORMAR-UN-CASO.
           IF VEC-CAS-PERIODO(SUBINDICE-CAS) = WS-PERIODO THEN
               MOVE VEC-CAS-CASO(SUBINDICE-CAS) TO LIC-CASO
               MOVE VEC-CAS-NUMERO(SUBINDICE-CAS) TO LIC-PROFESOR
               MOVE VEC-CAS-FECHA(SUBINDICE-CAS) TO LIC-FECHA
               MOVE VEC-CAS-SUCURSAL(SUBINDICE-CAS) TO LIC-SUCURSAL
               MOVE VEC-CAS-TIPO(SUBINDICE-CAS) TO LIC-TIPO
               MOVE VEC-CAS-IMPORTE(SUBINDICE-CAS) TO LIC-IMPORTE
               MOVE VEC-CAS-RESULTADO(SUBINDICE-CAS) TO LIC-RESULTADO
               MOVE VEC-CAS-REVISOR(SUBINDICE-CAS) TO LIC-REVISOR
               MOVE VEC-CAS-OBSERVACION(SUBINDICE-CAS) TO
                   LIC-OBSERVACION
               WRITE INFORME_REG FROM LINEA-INF-CASO
               ADD VEC-CAS-IMPORTE(SUBINDICE-CAS) TO
                   WS-IMPORTE-MUESTRA
               EVALUATE VEC-CAS-RESULTADO(SUBINDICE-CAS)
                   WHEN "C"
                       ADD 1 TO WS-CANT-CONFORMES
                   WHEN "O"
                       ADD 1 TO WS-CANT-OBSERVADOS
                       ADD VEC-CAS-IMPORTE(SUBINDICE-CAS) TO
                           WS-IMPORTE-OBSERVADO
                   WHEN "N"
                       ADD 1 TO WS-CANT-NO-VERIFICABLES
                   WHEN OTHER
                       ADD 1 TO WS-CANT-PENDIENTES
               END-EVALUATE
           END-IF.

      * Un caso no verificable cuenta como desvio: la evidencia que
      * falta no puede darse por buena.
       CERRAR-INFORME.
           MOVE SPACES TO INFORME_REG
           WRITE INFORME_REG
           MOVE "CASOS CONFORMES" TO LID-TITULO
           MOVE WS-CANT-CONFORMES TO LID-VALOR
           WRITE INFORME_REG FROM LINEA-INF-DATO
           MOVE "CASOS OBSERVADOS" TO LID-TITULO
           MOVE WS-CANT-OBSERVADOS TO LID-VALOR
           WRITE INFORME_REG FROM LINEA-INF-DATO
           MOVE "CASOS NO VERIFICABLES" TO LID-TITULO
           MOVE WS-CANT-NO-VERIFICABLES TO LID-VALOR
           WRITE INFORME_REG FROM LINEA-INF-DATO
           MOVE "CASOS PENDIENTES DE REVISION" TO LID-TITULO
           MOVE WS-CANT-PENDIENTES TO LID-VALOR
           WRITE INFORME_REG FROM LINEA-INF-DATO
           MOVE "IMPORTE DE LA MUESTRA" TO LII-TITULO
           MOVE WS-IMPORTE-MUESTRA TO LII-VALOR
           WRITE INFORME_REG FROM LINEA-INF-IMPORTE
           MOVE "IMPORTE DE LOS CASOS OBSERVADOS" TO LII-TITULO
           MOVE WS-IMPORTE-OBSERVADO TO LII-VALOR
           WRITE INFORME_REG FROM LINEA-INF-IMPORTE
           COMPUTE WS-CANT-REVISADOS = WS-CANT-CONFORMES +
               WS-CANT-OBSERVADOS + WS-CANT-NO-VERIFICABLES
           MOVE ZERO TO WS-TASA-DESVIO
           IF WS-CANT-REVISADOS > ZERO THEN
               COMPUTE WS-TASA-DESVIO ROUNDED =
                   (WS-CANT-OBSERVADOS + WS-CANT-NO-VERIFICABLES)
                   * 100 / WS-CANT-REVISADOS
           END-IF
           MOVE "TASA DE DESVIO EN LO REVISADO (%)" TO LII-TITULO
           MOVE WS-TASA-DESVIO TO LII-VALOR
           WRITE INFORME_REG FROM LINEA-INF-IMPORTE
           MOVE SPACES TO INFORME_REG
           WRITE INFORME_REG
           MOVE SPACES TO LIX-TEXTO
           EVALUATE TRUE
               WHEN WS-CANT-PENDIENTES > ZERO
                   STRING "CONCLUSION: REVISION INCOMPLETA, QUEDAN "
                          "CASOS PENDIENTES" DELIMITED BY SIZE
                          INTO LIX-TEXTO
                   MOVE "INCOMPLETA" TO WS-BIT-RESULTADO
               WHEN WS-CANT-OBSERVADOS + WS-CANT-NO-VERIFICABLES
                   = ZERO
                   STRING "CONCLUSION: SIN DESVIOS. CON LA CONFIANZA "
                          "PEDIDA EL DESVIO DEL PERIODO NO SUPERA EL "
                          "TOLERABLE" DELIMITED BY SIZE
                          INTO LIX-TEXTO
                   MOVE "SIN DESVIO" TO WS-BIT-RESULTADO
               WHEN OTHER
                   STRING "CONCLUSION: HAY DESVIOS; NO SE PUEDE "
                          "SOSTENER EL TOLERABLE, AMPLIAR LA REVISION"
                          DELIMITED BY SIZE INTO LIX-TEXTO
                   MOVE "CON DESVIO" TO WS-BIT-RESULTADO
           END-EVALUATE
           WRITE INFORME_REG FROM LINEA-INF-CONCLUSION.

       GRABAR-BITACORA.
           OPEN EXTEND BITACORA
           IF WS-STATUS-BITACORA = "35" THEN
               OPEN OUTPUT BITACORA
               CLOSE BITACORA
               OPEN EXTEND BITACORA
           END-IF
           MOVE WS-FECHA-HOY TO BIT-FECHA
           MOVE WS-HORA-HOY TO BIT-HORA
           MOVE "MUESTREO-AUDITORIA" TO BIT-PROGRAMA
           MOVE WS-BIT-EVENTO TO BIT-EVENTO
           MOVE WS-BIT-RESULTADO TO BIT-RESULTADO
           MOVE WS-BIT-CONTADOR-1 TO BIT-CONTADOR-1
           MOVE WS-BIT-CONTADOR-2 TO BIT-CONTADOR-2
           WRITE BITACORA_REG
           CLOSE BITACORA.

       END PROGRAM MUESTREO-AUDITORIA.
