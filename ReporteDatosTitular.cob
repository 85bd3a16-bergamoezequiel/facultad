      ******************************************************************
      * Author:
      * Date:
      * Purpose: Informe de acceso a los datos personales: a pedido
      *          de un titular (numero, DNI o parte del nombre) lista
      *          todo lo que el legajo tiene de el y en que archivos
      *          del circuito aparece, con la cantidad de registros
      *          y el rango de fechas o periodos de cada uno, incluso
      *          las copias de respaldo de BackupIntegral registradas
      *          en la bitacora. El informe queda en DatosTitular.dat
      *          para entregarlo al titular.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. REPORTE-DATOS-TITULAR.
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

       SELECT DETALLE-LIQUIDADO ASSIGN TO "DetalleLiquidado.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS DET-CLAVE
             FILE STATUS IS WS-STATUS-DETALLE.

       SELECT ACUMULADO_ANUAL ASSIGN TO "AcumuladoAnual.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ACUM-NUMERO
             FILE STATUS IS WS-STATUS-ACUMULADO.

      * Bitacora comun: de ella salen las fechas de los sets de
      * BackupIntegral y las anonimizaciones ya hechas.
       SELECT BITACORA ASSIGN TO "Bitacora.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-BITACORA.

      * Cualquiera de los archivos secuenciales de la tabla de
      * archivos, o una copia de respaldo, segun el nombre cargado.
       SELECT ARCHIVO-GENERICO ASSIGN TO WS-NOMBRE-ARCHIVO
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-GENERICO.

       SELECT DATOS-TITULAR ASSIGN TO "DatosTitular.dat"
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
           03 PROF-CBU PIC X(22).
           03 PROF-EMAIL PIC X(40).
           03 PROF-EMPRESA PIC X(2).
           03 PROF-CATEGORIA PIC X(2).
           03 PROF-MEDIO-PAGO PIC X(1).
           03 PROF-COND-IMPUESTO PIC X(1).
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
           03 DET-IMPORTE PIC S9(9)V99.
           03 DET-ALUMNOS PIC 9(3).
           03 DET-CONCEPTO PIC X(1).
           03 DET-SELLO-FECHA PIC 9(8).
           03 DET-SELLO-HORA PIC 9(6).

       FD ACUMULADO_ANUAL LABEL RECORD IS STANDARD.
       01 ACUMULADO_ANUAL_REG.
           03 ACUM-NUMERO PIC X(5).
           03 ACUM-ANIO PIC 9(4).
           03 ACUM-HORAS PIC S9(6)V99.
           03 ACUM-IMPORTE PIC S9(10)V99.

       FD BITACORA LABEL RECORD IS STANDARD.
       01 BITACORA_REG.
           03 BIT-FECHA PIC 9(8).
           03 BIT-HORA PIC 9(6).
           03 BIT-PROGRAMA PIC X(20).
           03 BIT-EVENTO PIC X(6).
           03 BIT-RESULTADO PIC X(10).
           03 BIT-CONTADOR-1 PIC 9(8).
           03 BIT-CONTADOR-2 PIC 9(8).

       FD ARCHIVO-GENERICO LABEL RECORD IS STANDARD.
       01 ARCHIVO-GENERICO-REG PIC X(450).

       FD DATOS-TITULAR LABEL RECORD IS STANDARD.
       01 DATOS-TITULAR-REG PIC X(110).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-STATUS-PROFESORES PIC X(2) VALUE SPACES.
       01 WS-STATUS-HISTORICO PIC X(2) VALUE SPACES.
       01 WS-STATUS-DETALLE PIC X(2) VALUE SPACES.
       01 WS-STATUS-ACUMULADO PIC X(2) VALUE SPACES.
       01 WS-STATUS-BITACORA PIC X(2) VALUE SPACES.
       01 WS-STATUS-GENERICO PIC X(2) VALUE SPACES.

       01 WS-EOF-HISTORICO PIC X(2) VALUE "NO".
       01 WS-EOF-DETALLE PIC X(2) VALUE "NO".
       01 WS-EOF-BITACORA PIC X(2) VALUE "NO".
       01 WS-EOF-GENERICO PIC X(2) VALUE "NO".

       01  WS-CURRENT-DATE-FIELDS.
             05  WS-CURRENT-DATE.
                 10  WS-CURRENT-YEAR    PIC  9(4).
                 10  WS-CURRENT-MONTH   PIC  9(2).
                 10  WS-CURRENT-DAY     PIC  9(2).
             05  WS-CURRENT-TIME.
                 10  WS-CURRENT-HOUR    PIC  9(2).
                 10  WS-CURRENT-MINUTE  PIC  9(2).
                 10  WS-CURRENT-SECOND  PIC  9(2).

       01 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
       01 WS-NUMERO-CONSULTA PIC X(5) VALUE SPACES.
       01 WS-MARCA-ANONIMO PIC X(20) VALUE "*** ANONIMIZADO ***".

      * Archivos secuenciales que guardan algo del profesor: donde
      * esta el numero en el registro, donde la fecha o el periodo
      * (largo 8, 6, o cero si no hay) y que dato personal contiene.
      * Posicion cero: los avisos se reconocen por el email.
       01 WS-CANT-ARCHIVOS PIC 9(2) VALUE 23.
       01 SUBINDICE-ARC PIC 9(2) VALUE ZERO.
       01 TABLA-ARCHIVOS.
           03 FILLER.
               05 FILLER PIC X(25) VALUE "AuditProfesores.dat".
               05 FILLER PIC 9(3) VALUE 24.
               05 FILLER PIC 9(3) VALUE 1.
               05 FILLER PIC 9(1) VALUE 8.
               05 FILLER PIC X(35) VALUE
                   "IMAGENES DEL LEGAJO POR CAMBIO".
           03 FILLER.
               05 FILLER PIC X(25) VALUE "RecibosEmitidos.dat".
               05 FILLER PIC 9(3) VALUE 10.
               05 FILLER PIC 9(3) VALUE 15.
               05 FILLER PIC 9(1) VALUE 8.
               05 FILLER PIC X(35) VALUE "RECIBOS DE HABERES".
           03 FILLER.
               05 FILLER PIC X(25) VALUE "ConceptosLiquidados.dat".
               05 FILLER PIC 9(3) VALUE 7.
               05 FILLER PIC 9(3) VALUE 1.
               05 FILLER PIC 9(1) VALUE 6.
               05 FILLER PIC X(35) VALUE "CONCEPTOS DE CADA RECIBO".
           03 FILLER.
               05 FILLER PIC X(25) VALUE "FacturasProfesores.dat".
               05 FILLER PIC 9(3) VALUE 1.
               05 FILLER PIC 9(3) VALUE 43.
               05 FILLER PIC 9(1) VALUE 8.
               05 FILLER PIC X(35) VALUE "FACTURAS PRESENTADAS".
           03 FILLER.
               05 FILLER PIC X(25) VALUE "LibroRetenciones.dat".
               05 FILLER PIC 9(3) VALUE 1.
               05 FILLER PIC 9(3) VALUE 14.
               05 FILLER PIC 9(1) VALUE 6.
               05 FILLER PIC X(35) VALUE
                   "RETENCIONES FISCALES, CON DNI".
           03 FILLER.
               05 FILLER PIC X(25) VALUE "TransferenciasBanco.dat".
               05 FILLER PIC 9(3) VALUE 34.
               05 FILLER PIC 9(3) VALUE 47.
               05 FILLER PIC 9(1) VALUE 6.
               05 FILLER PIC X(35) VALUE
                   "TRANSFERENCIAS, CON CBU Y DNI".
           03 FILLER.
               05 FILLER PIC X(25) VALUE "ChequesEmitidos.dat".
               05 FILLER PIC 9(3) VALUE 10.
               05 FILLER PIC 9(3) VALUE 15.
               05 FILLER PIC 9(1) VALUE 6.
               05 FILLER PIC X(35) VALUE "CHEQUES EMITIDOS".
           03 FILLER.
               05 FILLER PIC X(25) VALUE "DescuentosRetenidos.dat".
               05 FILLER PIC 9(3) VALUE 11.
               05 FILLER PIC 9(3) VALUE 1.
               05 FILLER PIC 9(1) VALUE 6.
               05 FILLER PIC X(35) VALUE "DESCUENTOS A ENTIDADES".
           03 FILLER.
               05 FILLER PIC X(25) VALUE "Adelantos.dat".
               05 FILLER PIC 9(3) VALUE 1.
               05 FILLER PIC 9(3) VALUE 6.
               05 FILLER PIC 9(1) VALUE 8.
               05 FILLER PIC X(35) VALUE "ADELANTOS DE HABERES".
           03 FILLER.
               05 FILLER PIC X(25) VALUE "Embargos.dat".
               05 FILLER PIC 9(3) VALUE 1.
               05 FILLER PIC 9(3) VALUE 0.
               05 FILLER PIC 9(1) VALUE 0.
               05 FILLER PIC X(35) VALUE "EMBARGOS JUDICIALES".
           03 FILLER.
               05 FILLER PIC X(25) VALUE "EmbargosAplicados.dat".
               05 FILLER PIC 9(3) VALUE 1.
               05 FILLER PIC 9(3) VALUE 21.
               05 FILLER PIC 9(1) VALUE 6.
               05 FILLER PIC X(35) VALUE "RETENCIONES POR EMBARGO".
           03 FILLER.
               05 FILLER PIC X(25) VALUE "ArrastreSaldos.dat".
               05 FILLER PIC 9(3) VALUE 1.
               05 FILLER PIC 9(3) VALUE 17.
               05 FILLER PIC 9(1) VALUE 6.
               05 FILLER PIC X(35) VALUE "SALDOS ARRASTRADOS".
           03 FILLER.
               05 FILLER PIC X(25) VALUE "MovilidadLiquidada.dat".
               05 FILLER PIC 9(3) VALUE 7.
               05 FILLER PIC 9(3) VALUE 1.
               05 FILLER PIC 9(1) VALUE 6.
               05 FILLER PIC X(35) VALUE "MOVILIDAD ENTRE SUCURSALES".
           03 FILLER.
               05 FILLER PIC X(25) VALUE "Times.dat".
               05 FILLER PIC 9(3) VALUE 1.
               05 FILLER PIC 9(3) VALUE 6.
               05 FILLER PIC 9(1) VALUE 8.
               05 FILLER PIC X(35) VALUE "NOVEDADES DE HORAS DICTADAS".
           03 FILLER.
               05 FILLER PIC X(25) VALUE "FichadasReloj.dat".
               05 FILLER PIC 9(3) VALUE 1.
               05 FILLER PIC 9(3) VALUE 9.
               05 FILLER PIC 9(1) VALUE 8.
               05 FILLER PIC X(35) VALUE "FICHADAS DE ENTRADA Y SALIDA".
           03 FILLER.
               05 FILLER PIC X(25) VALUE "AgendaClases.dat".
               05 FILLER PIC 9(3) VALUE 1.
               05 FILLER PIC 9(3) VALUE 6.
               05 FILLER PIC 9(1) VALUE 8.
               05 FILLER PIC X(35) VALUE "AGENDA DE CLASES".
           03 FILLER.
               05 FILLER PIC X(25) VALUE "Licencias.dat".
               05 FILLER PIC 9(3) VALUE 1.
               05 FILLER PIC 9(3) VALUE 6.
               05 FILLER PIC 9(1) VALUE 8.
               05 FILLER PIC X(35) VALUE "LICENCIAS Y SU MOTIVO".
           03 FILLER.
               05 FILLER PIC X(25) VALUE "Suplencias.dat".
               05 FILLER PIC 9(3) VALUE 1.
               05 FILLER PIC 9(3) VALUE 6.
               05 FILLER PIC 9(1) VALUE 8.
               05 FILLER PIC X(35) VALUE "SUPLENCIAS DE SUS LICENCIAS".
           03 FILLER.
               05 FILLER PIC X(25) VALUE "Suplencias.dat".
               05 FILLER PIC 9(3) VALUE 22.
               05 FILLER PIC 9(3) VALUE 6.
               05 FILLER PIC 9(1) VALUE 8.
               05 FILLER PIC X(35) VALUE "SUPLENCIAS QUE CUBRIO".
           03 FILLER.
               05 FILLER PIC X(25) VALUE "Certificaciones.dat".
               05 FILLER PIC 9(3) VALUE 1.
               05 FILLER PIC 9(3) VALUE 50.
               05 FILLER PIC 9(1) VALUE 8.
               05 FILLER PIC X(35) VALUE
                   "CERTIFICACIONES PROFESIONALES".
           03 FILLER.
               05 FILLER PIC X(25) VALUE "Habilitaciones.dat".
               05 FILLER PIC 9(3) VALUE 1.
               05 FILLER PIC 9(3) VALUE 13.
               05 FILLER PIC 9(1) VALUE 8.
               05 FILLER PIC X(35) VALUE "HABILITACIONES POR SUCURSAL".
           03 FILLER.
               05 FILLER PIC X(25) VALUE "Encuestas.dat".
               05 FILLER PIC 9(3) VALUE 1.
               05 FILLER PIC 9(3) VALUE 13.
               05 FILLER PIC 9(1) VALUE 8.
               05 FILLER PIC X(35) VALUE "ENCUESTAS DE ALUMNOS".
           03 FILLER.
               05 FILLER PIC X(25) VALUE "AvisosProfesores.dat".
               05 FILLER PIC 9(3) VALUE 0.
               05 FILLER PIC 9(3) VALUE 0.
               05 FILLER PIC 9(1) VALUE 0.
               05 FILLER PIC X(35) VALUE "AVISOS ENVIADOS A SU EMAIL".
       01 TABLA-ARCHIVOS-R REDEFINES TABLA-ARCHIVOS.
           03 ELEM-ARC OCCURS 23 TIMES.
               05 VEC-ARC-NOMBRE PIC X(25).
               05 VEC-ARC-POS-PROFESOR PIC 9(3).
               05 VEC-ARC-POS-FECHA PIC 9(3).
               05 VEC-ARC-LARGO-FECHA PIC 9(1).
               05 VEC-ARC-CONTENIDO PIC X(35).

      * Copias de BackupIntegral que guardan registros por profesor,
      * todas con el numero al principio del registro.
       01 WS-CANT-COPIAS PIC 9(1) VALUE 6.
       01 SUBINDICE-COP PIC 9(1) VALUE ZERO.
       01 TABLA-COPIAS.
           03 FILLER PIC X(25) VALUE "BkProfesores_".
           03 FILLER PIC X(25) VALUE "BkAcumuladoAnual_".
           03 FILLER PIC X(25) VALUE "BkHistoricoProfesor_".
           03 FILLER PIC X(25) VALUE "BkLibroRetenciones_".
           03 FILLER PIC X(25) VALUE "BkTimes_".
           03 FILLER PIC X(25) VALUE "BkDetalleLiquidado_".
       01 TABLA-COPIAS-R REDEFINES TABLA-COPIAS.
           03 VEC-COP-PREFIJO PIC X(25) OCCURS 6 TIMES.

       01 WS-MAX-SETS PIC 9(3) VALUE 400.
       01 WS-CANT-SETS PIC 9(3) VALUE ZERO.
       01 SUBINDICE-SET PIC 9(3) VALUE ZERO.
       01 TABLA-SETS.
           03 VEC-SET-FECHA PIC 9(8) OCCURS 400 TIMES.
       01 WS-SET-ENCONTRADO PIC X(1) VALUE "N".
           88 WS-SET-ENCONTRADO-SI VALUE "S".
       01 WS-FECHA-ANONIMIZACION PIC 9(8) VALUE ZERO.

      * Parametros y resultado de la lectura de un archivo.
       01 WS-NOMBRE-ARCHIVO PIC X(40) VALUE SPACES.
       01 WS-ESC-POS-PROFESOR PIC 9(3) VALUE ZERO.
       01 WS-ESC-POS-FECHA PIC 9(3) VALUE ZERO.
       01 WS-ESC-LARGO-FECHA PIC 9(1) VALUE ZERO.
       01 WS-ESC-CANTIDAD PIC 9(7) VALUE ZERO.
       01 WS-ESC-FECHA PIC X(8) VALUE SPACES.
       01 WS-ESC-DESDE PIC X(8) VALUE SPACES.
       01 WS-ESC-HASTA PIC X(8) VALUE SPACES.

       01 WS-CANT-ARCHIVOS-CON-DATOS PIC 9(3) VALUE ZERO.
       01 WS-CANT-COPIAS-CON-DATOS PIC 9(5) VALUE ZERO.

      * Busqueda por DNI o por parte del nombre: la entrada larga
      * o no numerica se resuelve recorriendo el maestro, con lista
      * de candidatos cuando hay mas de uno.
       01 WS-BUSQUEDA-ENTRADA PIC X(25) VALUE SPACES.
       01 WS-BUSQUEDA-DNI PIC 9(8) VALUE ZERO.
       01 WS-EOF-BUSQUEDA PIC X(2) VALUE "NO".
       01 WS-ES-BUSQUEDA-DNI PIC X(1) VALUE "N".
       01 WS-LARGO-BUSQUEDA PIC 9(2) VALUE ZERO.
       01 WS-POS-BUSQUEDA PIC 9(2) VALUE ZERO.
       01 WS-POS-NOMBRE PIC 9(2) VALUE ZERO.
       01 WS-NOMBRE-COINCIDE PIC X(1) VALUE "N".
       01 WS-MAX-CANDIDATOS PIC 9(2) VALUE 20.
       01 WS-CANT-CANDIDATOS PIC 9(2) VALUE ZERO.
       01 SUBINDICE-CAN PIC 9(2) VALUE ZERO.
       01 TABLA-CANDIDATOS.
           03 ELEM-CAN OCCURS 20 TIMES.
               05 VEC-CAN-NUMERO PIC X(5).
               05 VEC-CAN-NOMBRE PIC X(25).
               05 VEC-CAN-DNI PIC 9(8).
       01 WS-ELECCION-ENTRADA PIC X(2).
       01 WS-ELECCION-NUM PIC 9(2) VALUE ZERO.

       01 LINEA-CANDIDATO.
           03 LCAN-ORDEN PIC Z9.
           03 FILLER PIC X(2) VALUE ". ".
           03 LCAN-NUMERO PIC X(5).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LCAN-NOMBRE PIC X(25).
           03 FILLER PIC X(5) VALUE " DNI ".
           03 LCAN-DNI PIC 9(8).

       01 LINEA-DT-TITULO.
           03 FILLER PIC X(41) VALUE
               "DATOS PERSONALES REGISTRADOS DEL TITULAR ".
           03 LDT-NUMERO PIC X(5).
           03 FILLER PIC X(3) VALUE " - ".
           03 LDT-NOMBRE PIC X(25).
           03 FILLER PIC X(9) VALUE "  FECHA: ".
           03 LDT-FECHA PIC 9(8).

       01 LINEA-DT-SECCION PIC X(60).

       01 LINEA-DT-CAMPO.
           03 FILLER PIC X(2) VALUE SPACES.
           03 LDC-ETIQUETA PIC X(24).
           03 LDC-VALOR PIC X(40).

       01 LINEA-DT-COLUMNAS.
           03 FILLER PIC X(40) VALUE
               "  ARCHIVO                    REGISTROS  ".
           03 FILLER PIC X(40) VALUE
               "DESDE     HASTA     CONTENIDO           ".

       01 LINEA-DT-ARCHIVO.
           03 FILLER PIC X(2) VALUE SPACES.
           03 LDA-ARCHIVO PIC X(25).
           03 LDA-CANTIDAD PIC ZZZZZZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 LDA-DESDE PIC X(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LDA-HASTA PIC X(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LDA-CONTENIDO PIC X(35).

       01 LINEA-DT-COPIA.
           03 FILLER PIC X(2) VALUE SPACES.
           03 LDP-ARCHIVO PIC X(40).
           03 LDP-CANTIDAD PIC ZZZZZZZ9.
           03 FILLER PIC X(11) VALUE " REGISTROS".

       01 LINEA-DT-TOTAL.
           03 FILLER PIC X(2) VALUE SPACES.
           03 LDT-TOTAL-TITULO PIC X(40).
           03 LDT-TOTAL-CANTIDAD PIC ZZZZ9.

       01 LINEA-DT-BLANCO PIC X(110) VALUE SPACES.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * Pide el titular, lista el legajo completo y despues recorre
      * cada archivo y cada copia de respaldo buscando su numero.
      **
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           COMPUTE WS-FECHA-HOY = WS-CURRENT-YEAR * 10000 +
               WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
           DISPLAY "TITULAR (NUMERO, DNI O PARTE DEL NOMBRE): "
           ACCEPT WS-BUSQUEDA-ENTRADA

           OPEN INPUT PROFESORES
           IF WS-STATUS-PROFESORES NOT = "00" THEN
               DISPLAY "NO SE PUDO ABRIR Profesores.dat"
               STOP RUN
           END-IF
           PERFORM RESOLVER-PROFESOR-BUSCADO
           IF WS-NUMERO-CONSULTA = SPACES THEN
               DISPLAY "CONSULTA CANCELADA"
               CLOSE PROFESORES
               STOP RUN
           END-IF
           MOVE WS-NUMERO-CONSULTA TO PROF-NUMERO
           READ PROFESORES
               INVALID KEY
                   DISPLAY "NO EXISTE UN PROFESOR CON ESE NUMERO"
                   CLOSE PROFESORES
                   STOP RUN
           END-READ

           PERFORM CARGAR-DATOS-DE-BITACORA

           OPEN OUTPUT DATOS-TITULAR
           MOVE PROF-NUMERO TO LDT-NUMERO
           MOVE PROF-NOMBRE TO LDT-NOMBRE
           MOVE WS-FECHA-HOY TO LDT-FECHA
           WRITE DATOS-TITULAR-REG FROM LINEA-DT-TITULO
           WRITE DATOS-TITULAR-REG FROM LINEA-DT-BLANCO
           PERFORM LISTAR-LEGAJO

           WRITE DATOS-TITULAR-REG FROM LINEA-DT-BLANCO
           MOVE "ARCHIVOS DONDE FIGURA EL TITULAR" TO LINEA-DT-SECCION
           WRITE DATOS-TITULAR-REG FROM LINEA-DT-SECCION
           WRITE DATOS-TITULAR-REG FROM LINEA-DT-COLUMNAS
           MOVE "Profesores.dat" TO LDA-ARCHIVO
           MOVE 1 TO LDA-CANTIDAD
           MOVE SPACES TO LDA-DESDE
           MOVE SPACES TO LDA-HASTA
           MOVE "LEGAJO COMPLETO (VER ARRIBA)" TO LDA-CONTENIDO
           WRITE DATOS-TITULAR-REG FROM LINEA-DT-ARCHIVO
           ADD 1 TO WS-CANT-ARCHIVOS-CON-DATOS
           PERFORM LISTAR-HISTORICO
           PERFORM LISTAR-DETALLE-LIQUIDADO
           PERFORM LISTAR-ACUMULADO-ANUAL
           PERFORM LISTAR-UN-ARCHIVO
               VARYING SUBINDICE-ARC FROM 1 BY 1
               UNTIL SUBINDICE-ARC > WS-CANT-ARCHIVOS

           WRITE DATOS-TITULAR-REG FROM LINEA-DT-BLANCO
           MOVE "COPIAS DE RESPALDO DONDE FIGURA EL TITULAR" TO
               LINEA-DT-SECCION
           WRITE DATOS-TITULAR-REG FROM LINEA-DT-SECCION
           PERFORM LISTAR-UN-SET
               VARYING SUBINDICE-SET FROM 1 BY 1
               UNTIL SUBINDICE-SET > WS-CANT-SETS

           WRITE DATOS-TITULAR-REG FROM LINEA-DT-BLANCO
           MOVE "ARCHIVOS CON DATOS DEL TITULAR:" TO LDT-TOTAL-TITULO
           MOVE WS-CANT-ARCHIVOS-CON-DATOS TO LDT-TOTAL-CANTIDAD
           WRITE DATOS-TITULAR-REG FROM LINEA-DT-TOTAL
           MOVE "COPIAS DE RESPALDO CON DATOS:" TO
               LDT-TOTAL-TITULO
           MOVE WS-CANT-COPIAS-CON-DATOS TO LDT-TOTAL-CANTIDAD
           WRITE DATOS-TITULAR-REG FROM LINEA-DT-TOTAL
           CLOSE DATOS-TITULAR
           CLOSE PROFESORES

           DISPLAY "ARCHIVOS CON DATOS DEL TITULAR: "
               WS-CANT-ARCHIVOS-CON-DATOS
           DISPLAY "INFORME GRABADO EN DatosTitular.dat"
           STOP RUN.

      * Todos los campos del legajo, uno por renglon.
       LISTAR-LEGAJO.
           MOVE "LEGAJO (Profesores.dat)" TO LINEA-DT-SECCION
           WRITE DATOS-TITULAR-REG FROM LINEA-DT-SECCION
           IF PROF-DIRE = WS-MARCA-ANONIMO THEN
               MOVE "DATOS ANONIMIZADOS EL" TO LDC-ETIQUETA
               MOVE SPACES TO LDC-VALOR
               IF WS-FECHA-ANONIMIZACION > ZERO THEN
                   MOVE WS-FECHA-ANONIMIZACION TO LDC-VALOR
               END-IF
               WRITE DATOS-TITULAR-REG FROM LINEA-DT-CAMPO
           END-IF
           MOVE "NUMERO" TO LDC-ETIQUETA
           MOVE PROF-NUMERO TO LDC-VALOR
           WRITE DATOS-TITULAR-REG FROM LINEA-DT-CAMPO
           MOVE "DNI" TO LDC-ETIQUETA
           MOVE PROF-DNI TO LDC-VALOR
           WRITE DATOS-TITULAR-REG FROM LINEA-DT-CAMPO
           MOVE "NOMBRE" TO LDC-ETIQUETA
           MOVE PROF-NOMBRE TO LDC-VALOR
           WRITE DATOS-TITULAR-REG FROM LINEA-DT-CAMPO
           MOVE "DOMICILIO" TO LDC-ETIQUETA
           MOVE PROF-DIRE TO LDC-VALOR
           WRITE DATOS-TITULAR-REG FROM LINEA-DT-CAMPO
           MOVE "TELEFONO" TO LDC-ETIQUETA
           MOVE PROF-TEL TO LDC-VALOR
           WRITE DATOS-TITULAR-REG FROM LINEA-DT-CAMPO
           MOVE "FECHA DE NACIMIENTO" TO LDC-ETIQUETA
           MOVE PROF-FECHA-NACIMIENTO TO LDC-VALOR
           WRITE DATOS-TITULAR-REG FROM LINEA-DT-CAMPO
           MOVE "EMAIL" TO LDC-ETIQUETA
           MOVE PROF-EMAIL TO LDC-VALOR
           WRITE DATOS-TITULAR-REG FROM LINEA-DT-CAMPO
           MOVE "CBU" TO LDC-ETIQUETA
           MOVE PROF-CBU TO LDC-VALOR
           WRITE DATOS-TITULAR-REG FROM LINEA-DT-CAMPO
           MOVE "CUIL" TO LDC-ETIQUETA
           MOVE PROF-CUIL TO LDC-VALOR
           WRITE DATOS-TITULAR-REG FROM LINEA-DT-CAMPO
           MOVE "ESTADO" TO LDC-ETIQUETA
           MOVE PROF-ESTADO TO LDC-VALOR
           WRITE DATOS-TITULAR-REG FROM LINEA-DT-CAMPO
           MOVE "EMPRESA" TO LDC-ETIQUETA
           MOVE PROF-EMPRESA TO LDC-VALOR
           WRITE DATOS-TITULAR-REG FROM LINEA-DT-CAMPO
           MOVE "CATEGORIA" TO LDC-ETIQUETA
           MOVE PROF-CATEGORIA TO LDC-VALOR
           WRITE DATOS-TITULAR-REG FROM LINEA-DT-CAMPO
           MOVE "FECHA DE INGRESO" TO LDC-ETIQUETA
           MOVE PROF-FECHA-INGRESO TO LDC-VALOR
           WRITE DATOS-TITULAR-REG FROM LINEA-DT-CAMPO
           MOVE "MEDIO DE PAGO" TO LDC-ETIQUETA
           MOVE PROF-MEDIO-PAGO TO LDC-VALOR
           WRITE DATOS-TITULAR-REG FROM LINEA-DT-CAMPO
           MOVE "CONDICION IMPOSITIVA" TO LDC-ETIQUETA
           MOVE PROF-COND-IMPUESTO TO LDC-VALOR
           WRITE DATOS-TITULAR-REG FROM LINEA-DT-CAMPO
           MOVE "CATEGORIA MONOTRIBUTO" TO LDC-ETIQUETA
           MOVE PROF-CATEG-MONOTRIBUTO TO LDC-VALOR
           WRITE DATOS-TITULAR-REG FROM LINEA-DT-CAMPO
           MOVE "OBRA SOCIAL" TO LDC-ETIQUETA
           MOVE PROF-OBRA-SOCIAL TO LDC-VALOR
           WRITE DATOS-TITULAR-REG FROM LINEA-DT-CAMPO
           MOVE "SINDICATO" TO LDC-ETIQUETA
           MOVE PROF-SINDICATO TO LDC-VALOR
           WRITE DATOS-TITULAR-REG FROM LINEA-DT-CAMPO.

      * Fechas de los sets de BackupIntegral y, si el titular ya
      * fue anonimizado, el dia en que se hizo.
       CARGAR-DATOS-DE-BITACORA.
           MOVE ZERO TO WS-CANT-SETS
           MOVE "NO" TO WS-EOF-BITACORA
           OPEN INPUT BITACORA
           IF WS-STATUS-BITACORA = "00" THEN
               PERFORM LEER-BITACORA
               PERFORM TOMAR-RENGLON-BITACORA UNTIL
                   WS-EOF-BITACORA = "SI"
               CLOSE BITACORA
           END-IF.

       LEER-BITACORA.
           READ BITACORA
               AT END
                   MOVE "SI" TO WS-EOF-BITACORA
           END-READ.

       TOMAR-RENGLON-BITACORA.
           IF BIT-PROGRAMA = "BACKUP-INTEGRAL" AND
               BIT-EVENTO = "INICIO" THEN
               MOVE "N" TO WS-SET-ENCONTRADO
               MOVE 1 TO SUBINDICE-SET
               PERFORM BUSCAR-SET UNTIL
                   WS-SET-ENCONTRADO-SI OR
                   SUBINDICE-SET > WS-CANT-SETS
               IF NOT WS-SET-ENCONTRADO-SI AND
                   WS-CANT-SETS < WS-MAX-SETS THEN
                   ADD 1 TO WS-CANT-SETS
                   MOVE BIT-FECHA TO VEC-SET-FECHA(WS-CANT-SETS)
               END-IF
           END-IF
           IF BIT-EVENTO = "ANONIM" AND
               BIT-RESULTADO(1:5) = PROF-NUMERO THEN
               MOVE BIT-FECHA TO WS-FECHA-ANONIMIZACION
           END-IF
           PERFORM LEER-BITACORA.

       BUSCAR-SET.
           IF VEC-SET-FECHA(SUBINDICE-SET) = BIT-FECHA THEN
               MOVE "S" TO WS-SET-ENCONTRADO
           ELSE
               ADD 1 TO SUBINDICE-SET
           END-IF.

       LISTAR-HISTORICO.
           MOVE ZERO TO WS-ESC-CANTIDAD
           MOVE SPACES TO WS-ESC-DESDE
           MOVE SPACES TO WS-ESC-HASTA
           MOVE "NO" TO WS-EOF-HISTORICO
           OPEN INPUT HISTORICO_PROFESOR
           IF WS-STATUS-HISTORICO = "00" THEN
               MOVE PROF-NUMERO TO HIST-NUMERO
               MOVE ZERO TO HIST-PERIODO
               START HISTORICO_PROFESOR KEY IS NOT LESS THAN
                   HIST-CLAVE
                   INVALID KEY
                       MOVE "SI" TO WS-EOF-HISTORICO
               END-START
               IF WS-EOF-HISTORICO = "NO" THEN
                   PERFORM LEER-HISTORICO
               END-IF
               PERFORM CONTAR-HISTORICO UNTIL WS-EOF-HISTORICO = "SI"
               CLOSE HISTORICO_PROFESOR
           END-IF
           MOVE "HistoricoProfesor.dat" TO LDA-ARCHIVO
           MOVE "HORAS E IMPORTES POR PERIODO" TO LDA-CONTENIDO
           PERFORM GRABAR-RENGLON-ARCHIVO.

       LEER-HISTORICO.
           READ HISTORICO_PROFESOR NEXT RECORD
               AT END
                   MOVE "SI" TO WS-EOF-HISTORICO
           END-READ.

       CONTAR-HISTORICO.
           IF HIST-NUMERO NOT = PROF-NUMERO THEN
               MOVE "SI" TO WS-EOF-HISTORICO
           ELSE
               ADD 1 TO WS-ESC-CANTIDAD
               MOVE SPACES TO WS-ESC-FECHA
               MOVE HIST-PERIODO TO WS-ESC-FECHA(1:6)
               PERFORM ACTUALIZAR-RANGO
               PERFORM LEER-HISTORICO
           END-IF.

       LISTAR-DETALLE-LIQUIDADO.
           MOVE ZERO TO WS-ESC-CANTIDAD
           MOVE SPACES TO WS-ESC-DESDE
           MOVE SPACES TO WS-ESC-HASTA
           MOVE "NO" TO WS-EOF-DETALLE
           OPEN INPUT DETALLE-LIQUIDADO
           IF WS-STATUS-DETALLE = "00" THEN
               MOVE PROF-NUMERO TO DET-NUMERO
               MOVE ZERO TO DET-FECHA
               MOVE ZERO TO DET-SECUENCIA
               START DETALLE-LIQUIDADO KEY IS NOT LESS THAN DET-CLAVE
                   INVALID KEY
                       MOVE "SI" TO WS-EOF-DETALLE
               END-START
               IF WS-EOF-DETALLE = "NO" THEN
                   PERFORM LEER-DETALLE
               END-IF
               PERFORM CONTAR-DETALLE UNTIL WS-EOF-DETALLE = "SI"
               CLOSE DETALLE-LIQUIDADO
           END-IF
           MOVE "DetalleLiquidado.dat" TO LDA-ARCHIVO
           MOVE "CLASES LIQUIDADAS POR DIA" TO LDA-CONTENIDO
           PERFORM GRABAR-RENGLON-ARCHIVO.

       LEER-DETALLE.
           READ DETALLE-LIQUIDADO NEXT RECORD
               AT END
                   MOVE "SI" TO WS-EOF-DETALLE
           END-READ.

       CONTAR-DETALLE.
           IF DET-NUMERO NOT = PROF-NUMERO THEN
               MOVE "SI" TO WS-EOF-DETALLE
           ELSE
               ADD 1 TO WS-ESC-CANTIDAD
               MOVE DET-FECHA TO WS-ESC-FECHA
               PERFORM ACTUALIZAR-RANGO
               PERFORM LEER-DETALLE
           END-IF.

       LISTAR-ACUMULADO-ANUAL.
           MOVE ZERO TO WS-ESC-CANTIDAD
           MOVE SPACES TO WS-ESC-DESDE
           MOVE SPACES TO WS-ESC-HASTA
           OPEN INPUT ACUMULADO_ANUAL
           IF WS-STATUS-ACUMULADO = "00" THEN
               MOVE PROF-NUMERO TO ACUM-NUMERO
               READ ACUMULADO_ANUAL
                   NOT INVALID KEY
                       MOVE 1 TO WS-ESC-CANTIDAD
                       MOVE SPACES TO WS-ESC-FECHA
                       MOVE ACUM-ANIO TO WS-ESC-FECHA(1:4)
                       PERFORM ACTUALIZAR-RANGO
               END-READ
               CLOSE ACUMULADO_ANUAL
           END-IF
           MOVE "AcumuladoAnual.dat" TO LDA-ARCHIVO
           MOVE "ACUMULADO DEL ANIO" TO LDA-CONTENIDO
           PERFORM GRABAR-RENGLON-ARCHIVO.

       LISTAR-UN-ARCHIVO.
           MOVE VEC-ARC-NOMBRE(SUBINDICE-ARC) TO WS-NOMBRE-ARCHIVO
           MOVE VEC-ARC-POS-PROFESOR(SUBINDICE-ARC) TO
               WS-ESC-POS-PROFESOR
           MOVE VEC-ARC-POS-FECHA(SUBINDICE-ARC) TO WS-ESC-POS-FECHA
           MOVE VEC-ARC-LARGO-FECHA(SUBINDICE-ARC) TO
               WS-ESC-LARGO-FECHA
           PERFORM RECORRER-ARCHIVO
           MOVE VEC-ARC-NOMBRE(SUBINDICE-ARC) TO LDA-ARCHIVO
           MOVE VEC-ARC-CONTENIDO(SUBINDICE-ARC) TO LDA-CONTENIDO
           PERFORM GRABAR-RENGLON-ARCHIVO.

      * Solo se listan los archivos donde el titular aparece.
       GRABAR-RENGLON-ARCHIVO.
           IF WS-ESC-CANTIDAD > ZERO THEN
               MOVE WS-ESC-CANTIDAD TO LDA-CANTIDAD
               MOVE WS-ESC-DESDE TO LDA-DESDE
               MOVE WS-ESC-HASTA TO LDA-HASTA
               WRITE DATOS-TITULAR-REG FROM LINEA-DT-ARCHIVO
               ADD 1 TO WS-CANT-ARCHIVOS-CON-DATOS
           END-IF.

      * Lectura de un archivo secuencial cualquiera contando los
      * registros del titular y el rango de fechas que cubren.
       RECORRER-ARCHIVO.
           MOVE ZERO TO WS-ESC-CANTIDAD
           MOVE SPACES TO WS-ESC-DESDE
           MOVE SPACES TO WS-ESC-HASTA
           MOVE "NO" TO WS-EOF-GENERICO
           OPEN INPUT ARCHIVO-GENERICO
           IF WS-STATUS-GENERICO = "00" THEN
               PERFORM LEER-GENERICO
               PERFORM COTEJAR-REGISTRO UNTIL WS-EOF-GENERICO = "SI"
               CLOSE ARCHIVO-GENERICO
           END-IF.

       LEER-GENERICO.
           READ ARCHIVO-GENERICO
               AT END
                   MOVE "SI" TO WS-EOF-GENERICO
           END-READ.

       COTEJAR-REGISTRO.
           IF WS-ESC-POS-PROFESOR = ZERO THEN
               IF ARCHIVO-GENERICO-REG(1:6) = "PARA: " AND
                   PROF-EMAIL NOT = SPACES AND
                   ARCHIVO-GENERICO-REG(7:40) = PROF-EMAIL THEN
                   ADD 1 TO WS-ESC-CANTIDAD
               END-IF
           ELSE
               IF ARCHIVO-GENERICO-REG(WS-ESC-POS-PROFESOR:5) =
                   PROF-NUMERO THEN
                   ADD 1 TO WS-ESC-CANTIDAD
                   IF WS-ESC-LARGO-FECHA > ZERO THEN
                       MOVE SPACES TO WS-ESC-FECHA
                       MOVE ARCHIVO-GENERICO-REG(WS-ESC-POS-FECHA:
                           WS-ESC-LARGO-FECHA) TO WS-ESC-FECHA
                       PERFORM ACTUALIZAR-RANGO
                   END-IF
               END-IF
           END-IF
           PERFORM LEER-GENERICO.

       ACTUALIZAR-RANGO.
           IF WS-ESC-DESDE = SPACES OR WS-ESC-FECHA < WS-ESC-DESDE
               THEN
               MOVE WS-ESC-FECHA TO WS-ESC-DESDE
           END-IF
           IF WS-ESC-FECHA > WS-ESC-HASTA THEN
               MOVE WS-ESC-FECHA TO WS-ESC-HASTA
           END-IF.

       LISTAR-UN-SET.
           PERFORM LISTAR-UNA-COPIA
               VARYING SUBINDICE-COP FROM 1 BY 1
               UNTIL SUBINDICE-COP > WS-CANT-COPIAS.

       LISTAR-UNA-COPIA.
           MOVE SPACES TO WS-NOMBRE-ARCHIVO
           STRING VEC-COP-PREFIJO(SUBINDICE-COP) DELIMITED BY SPACE
                  VEC-SET-FECHA(SUBINDICE-SET) DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-NOMBRE-ARCHIVO
           MOVE 1 TO WS-ESC-POS-PROFESOR
           MOVE ZERO TO WS-ESC-POS-FECHA
           MOVE ZERO TO WS-ESC-LARGO-FECHA
           PERFORM RECORRER-ARCHIVO
           IF WS-ESC-CANTIDAD > ZERO THEN
               MOVE WS-NOMBRE-ARCHIVO TO LDP-ARCHIVO
               MOVE WS-ESC-CANTIDAD TO LDP-CANTIDAD
               WRITE DATOS-TITULAR-REG FROM LINEA-DT-COPIA
               ADD 1 TO WS-CANT-COPIAS-CON-DATOS
           END-IF.

      * La entrada de cinco o menos caracteres sigue siendo el
      * numero interno de siempre; ocho digitos se toman como DNI y
      * cualquier texto mas largo como parte del nombre. Con varios
      * candidatos se elige de la lista.
       RESOLVER-PROFESOR-BUSCADO.
           MOVE SPACES TO WS-NUMERO-CONSULTA
           MOVE ZERO TO WS-LARGO-BUSQUEDA
           PERFORM MEDIR-BUSQUEDA
               VARYING WS-POS-BUSQUEDA FROM 1 BY 1
               UNTIL WS-POS-BUSQUEDA > 25
           IF WS-LARGO-BUSQUEDA <= 5 THEN
               MOVE WS-BUSQUEDA-ENTRADA(1:5) TO WS-NUMERO-CONSULTA
           ELSE
               MOVE "N" TO WS-ES-BUSQUEDA-DNI
               IF WS-LARGO-BUSQUEDA = 8 AND
                   WS-BUSQUEDA-ENTRADA(1:8) NUMERIC THEN
                   MOVE "S" TO WS-ES-BUSQUEDA-DNI
                   MOVE WS-BUSQUEDA-ENTRADA(1:8) TO WS-BUSQUEDA-DNI
               END-IF
               PERFORM ARMAR-LISTA-CANDIDATOS
               EVALUATE TRUE
                   WHEN WS-CANT-CANDIDATOS = ZERO
                       DISPLAY "NINGUN PROFESOR COINCIDE CON LA "
                           "BUSQUEDA"
                   WHEN WS-CANT-CANDIDATOS = 1
                       MOVE VEC-CAN-NUMERO(1) TO WS-NUMERO-CONSULTA
                       DISPLAY "PROFESOR HALLADO: "
                           VEC-CAN-NOMBRE(1)
                   WHEN OTHER
                       PERFORM ELEGIR-CANDIDATO
               END-EVALUATE
           END-IF.

       MEDIR-BUSQUEDA.
           IF WS-BUSQUEDA-ENTRADA(WS-POS-BUSQUEDA:1) NOT = SPACE
               THEN
               MOVE WS-POS-BUSQUEDA TO WS-LARGO-BUSQUEDA
           END-IF.

       ARMAR-LISTA-CANDIDATOS.
           MOVE ZERO TO WS-CANT-CANDIDATOS
           MOVE "NO" TO WS-EOF-BUSQUEDA
           MOVE LOW-VALUES TO PROF-NUMERO
           START PROFESORES KEY IS NOT LESS THAN PROF-NUMERO
               INVALID KEY
                   MOVE "SI" TO WS-EOF-BUSQUEDA
           END-START
           PERFORM LEER-PROFESOR-BUSQUEDA
           PERFORM EVALUAR-CANDIDATO UNTIL
               WS-EOF-BUSQUEDA = "SI" OR
               WS-CANT-CANDIDATOS >= WS-MAX-CANDIDATOS.

       LEER-PROFESOR-BUSQUEDA.
           READ PROFESORES NEXT RECORD
               AT END
                   MOVE "SI" TO WS-EOF-BUSQUEDA
           END-READ.

       EVALUAR-CANDIDATO.
           IF WS-ES-BUSQUEDA-DNI = "S" THEN
               IF PROF-DNI = WS-BUSQUEDA-DNI THEN
                   PERFORM SUMAR-CANDIDATO
               END-IF
           ELSE
               PERFORM COTEJAR-NOMBRE-PARCIAL
               IF WS-NOMBRE-COINCIDE = "S" THEN
                   PERFORM SUMAR-CANDIDATO
               END-IF
           END-IF
           PERFORM LEER-PROFESOR-BUSQUEDA.

      * Coincidencia parcial: el texto buscado aparece en alguna
      * posicion del nombre del maestro.
       COTEJAR-NOMBRE-PARCIAL.
           MOVE "N" TO WS-NOMBRE-COINCIDE
           PERFORM COTEJAR-DESDE-POSICION
               VARYING WS-POS-NOMBRE FROM 1 BY 1
               UNTIL WS-POS-NOMBRE >
                   (26 - WS-LARGO-BUSQUEDA) OR
                   WS-NOMBRE-COINCIDE = "S".

       COTEJAR-DESDE-POSICION.
           IF PROF-NOMBRE(WS-POS-NOMBRE:WS-LARGO-BUSQUEDA) =
               WS-BUSQUEDA-ENTRADA(1:WS-LARGO-BUSQUEDA) THEN
               MOVE "S" TO WS-NOMBRE-COINCIDE
           END-IF.

       SUMAR-CANDIDATO.
           ADD 1 TO WS-CANT-CANDIDATOS
           MOVE PROF-NUMERO TO VEC-CAN-NUMERO(WS-CANT-CANDIDATOS)
           MOVE PROF-NOMBRE TO VEC-CAN-NOMBRE(WS-CANT-CANDIDATOS)
           MOVE PROF-DNI TO VEC-CAN-DNI(WS-CANT-CANDIDATOS).

       ELEGIR-CANDIDATO.
           DISPLAY "VARIOS PROFESORES COINCIDEN:"
           PERFORM MOSTRAR-CANDIDATO
               VARYING SUBINDICE-CAN FROM 1 BY 1
               UNTIL SUBINDICE-CAN > WS-CANT-CANDIDATOS
           DISPLAY "ELIJA EL NUMERO DE ORDEN (ENTER CANCELA): "
           ACCEPT WS-ELECCION-ENTRADA
           IF WS-ELECCION-ENTRADA NUMERIC THEN
               MOVE WS-ELECCION-ENTRADA TO WS-ELECCION-NUM
               IF WS-ELECCION-NUM > ZERO AND
                   WS-ELECCION-NUM <= WS-CANT-CANDIDATOS THEN
                   MOVE VEC-CAN-NUMERO(WS-ELECCION-NUM) TO
                       WS-NUMERO-CONSULTA
               END-IF
           END-IF.

       MOSTRAR-CANDIDATO.
           MOVE SUBINDICE-CAN TO LCAN-ORDEN
           MOVE VEC-CAN-NUMERO(SUBINDICE-CAN) TO LCAN-NUMERO
           MOVE VEC-CAN-NOMBRE(SUBINDICE-CAN) TO LCAN-NOMBRE
           MOVE VEC-CAN-DNI(SUBINDICE-CAN) TO LCAN-DNI
           DISPLAY LINEA-CANDIDATO.

       END PROGRAM REPORTE-DATOS-TITULAR.
