      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conversor de generaciones de horas (TimesAct_,
      *          TimesSim_, Times.dat y los backups Times1_) grabadas
      *          con un registro anterior al vigente. Detecta la
      *          version de layout por la cabecera o, en las
      *          generaciones anteriores al versionado, por el largo
      *          del registro mas largo; guarda el archivo original
      *          intacto como PreConversion_<nombre>, reescribe la
      *          generacion con el registro vigente y su cabecera
      *          (los campos que la version vieja no tenia salen con
      *          los valores por defecto documentados abajo) y deja
      *          constancia en ConversionesTimes.dat y en la bitacora
      *          comun.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CONVERSOR-TIMES.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT GENERACION ASSIGN TO WS-NOMBRE-GENERACION
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-GENERACION.

       SELECT COPIA-ORIGINAL ASSIGN TO WS-NOMBRE-COPIA
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-COPIA.

       SELECT CONVERSIONES-LOG ASSIGN TO "ConversionesTimes.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-LOG.

      * Bitacora cronologica comun a todos los programas del
      * circuito, de solo agregado (ver ConsultaBitacora).
       SELECT BITACORA ASSIGN TO "Bitacora.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-BITACORA.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      * El registro de lectura es mas ancho que el vigente para poder
      * rechazar un archivo que no sea de horas.
       FD GENERACION LABEL RECORD IS STANDARD.
       01 GENERACION-REG.
           03 GEN-NUMERO PIC X(5).
               88 GEN-ES-CABECERA VALUE "00000".
           03 FILLER PIC X(15).
           03 GEN-HORAS PIC 9(3)V99.
           03 FILLER PIC X(75).
       01 GENERACION-CAB.
           03 GCAB-NUMERO PIC X(5).
           03 GCAB-MARCA PIC X(6).
           03 GCAB-VERSION PIC 9(2).
           03 GCAB-LARGO PIC 9(3).
           03 GCAB-FECHA PIC 9(8).
           03 GCAB-ORIGEN PIC X(20).
           03 FILLER PIC X(56).

       FD COPIA-ORIGINAL LABEL RECORD IS STANDARD.
       01 COPIA-ORIGINAL-REG.
           03 COP-NUMERO PIC X(5).
               88 COP-ES-CABECERA VALUE "00000".
           03 FILLER PIC X(95).
       01 COPIA-ORIGINAL-CAB.
           03 CCAB-NUMERO PIC X(5).
           03 CCAB-MARCA PIC X(6).
           03 FILLER PIC X(89).

       FD CONVERSIONES-LOG LABEL RECORD IS STANDARD.
       01 CONVERSIONES-LOG-REG PIC X(130).

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
       01 WS-STATUS-GENERACION PIC X(2) VALUE SPACES.
       01 WS-STATUS-COPIA PIC X(2) VALUE SPACES.
       01 WS-STATUS-LOG PIC X(2) VALUE SPACES.
       01 WS-STATUS-BITACORA PIC X(2) VALUE SPACES.

       01 WS-EOF-GENERACION PIC X(2) VALUE "NO".
       01 WS-EOF-COPIA PIC X(2) VALUE "NO".

       01 WS-NOMBRE-GENERACION PIC X(30) VALUE SPACES.
       01 WS-NOMBRE-COPIA PIC X(50) VALUE SPACES.
       01 WS-CONFIRMA PIC X(1) VALUE SPACES.

      * Version vigente del layout de los archivos de horas, la que
      * graban trabajoPractico1 y ConsolidarParticiones.
       01 WS-VERSION-LAYOUT-HORAS PIC 9(2) VALUE 8.
       01 WS-LARGO-LAYOUT-HORAS PIC 9(3) VALUE 61.

      * Historia del registro de horas: cada version agrega campos al
      * final de la anterior, asi que un registro viejo es siempre el
      * comienzo del vigente y convertirlo es completar la cola.
       01 TABLA-VERSIONES-VALORES.
           03 FILLER.
               05 FILLER PIC 9(2) VALUE 1.
               05 FILLER PIC 9(3) VALUE 26.
               05 FILLER PIC X(35) VALUE
                   "CLAVE, TIPO, HORAS Y MOVIMIENTO".
           03 FILLER.
               05 FILLER PIC 9(2) VALUE 2.
               05 FILLER PIC 9(3) VALUE 29.
               05 FILLER PIC X(35) VALUE "+ CANTIDAD DE ALUMNOS".
           03 FILLER.
               05 FILLER PIC 9(2) VALUE 3.
               05 FILLER PIC 9(3) VALUE 37.
               05 FILLER PIC X(35) VALUE
                   "+ FRANJA HORARIA DESDE/HASTA".
           03 FILLER.
               05 FILLER PIC 9(2) VALUE 4.
               05 FILLER PIC 9(3) VALUE 38.
               05 FILLER PIC X(35) VALUE "+ CONCEPTO DE LA HORA".
           03 FILLER.
               05 FILLER PIC 9(2) VALUE 5.
               05 FILLER PIC 9(3) VALUE 43.
               05 FILLER PIC X(35) VALUE "+ CLIENTE CORPORATIVO".
           03 FILLER.
               05 FILLER PIC 9(2) VALUE 6.
               05 FILLER PIC 9(3) VALUE 48.
               05 FILLER PIC X(35) VALUE "+ PORCENTAJE COMPARTIDO".
           03 FILLER.
               05 FILLER PIC 9(2) VALUE 7.
               05 FILLER PIC 9(3) VALUE 60.
               05 FILLER PIC X(35) VALUE "+ FECHA Y HORA DEL AVISO".
           03 FILLER.
               05 FILLER PIC 9(2) VALUE 8.
               05 FILLER PIC 9(3) VALUE 61.
               05 FILLER PIC X(35) VALUE
                   "+ MODALIDAD PRESENCIAL/VIRTUAL".
       01 TABLA-VERSIONES REDEFINES TABLA-VERSIONES-VALORES.
           03 ELEM-VER OCCURS 8 TIMES.
               05 VEC-VER-NUMERO PIC 9(2).
               05 VEC-VER-LARGO PIC 9(3).
               05 VEC-VER-CONTENIDO PIC X(35).
       01 WS-CANT-VERSIONES PIC 9(2) VALUE 8.
       01 SUBINDICE-VER PIC 9(2) VALUE ZERO.

      * Lo que deja el primer recorrido de la generacion.
       01 WS-TIENE-CABECERA PIC X(1) VALUE "N".
           88 WS-TIENE-CABECERA-SI VALUE "S".
       01 WS-VERSION-CABECERA PIC 9(2) VALUE ZERO.
       01 WS-LARGO-MAXIMO PIC 9(3) VALUE ZERO.
       01 WS-POSICION PIC 9(3) VALUE ZERO.
       01 WS-CANT-REGISTROS PIC 9(7) VALUE ZERO.
       01 WS-CANT-HORAS-INVALIDAS PIC 9(7) VALUE ZERO.
       01 WS-HORAS-ORIGEN PIC 9(8)V99 VALUE ZERO.

       01 WS-VERSION-ORIGEN PIC 9(2) VALUE ZERO.
       01 WS-LARGO-ORIGEN PIC 9(3) VALUE ZERO.
       01 WS-DETECCION PIC X(8) VALUE SPACES.

       01 WS-CANT-CONVERTIDOS PIC 9(7) VALUE ZERO.
       01 WS-HORAS-CONVERTIDAS PIC 9(8)V99 VALUE ZERO.

      * Registro vigente que se arma para cada hora convertida.
       01 WS-REG-VIGENTE.
           03 VIG-NUMERO PIC X(5).
           03 VIG-FECHA PIC 9(8).
           03 VIG-SUCURSAL PIC X(3).
           03 VIG-TIP_CLASE PIC X(4).
           03 VIG-HORAS PIC 9(3)V99.
           03 VIG-TIPO-MOV PIC X(1).
           03 VIG-ALUMNOS PIC 9(3).
           03 VIG-HORA-DESDE PIC 9(4).
           03 VIG-HORA-HASTA PIC 9(4).
           03 VIG-CONCEPTO PIC X(1).
           03 VIG-CLIENTE PIC X(5).
           03 VIG-PORC-COMPARTIDO PIC 9(3)V99.
           03 VIG-AVISO-FECHA PIC 9(8).
           03 VIG-AVISO-HORA PIC 9(4).
           03 VIG-MODALIDAD PIC X(1).

       01 WS-CAB-VIGENTE.
           03 VCAB-NUMERO PIC X(5) VALUE "00000".
           03 VCAB-MARCA PIC X(6) VALUE "LAYOUT".
           03 VCAB-VERSION PIC 9(2).
           03 VCAB-LARGO PIC 9(3).
           03 VCAB-FECHA PIC 9(8).
           03 VCAB-ORIGEN PIC X(20) VALUE "CONVERSOR-TIMES".
           03 FILLER PIC X(17) VALUE SPACES.

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

       01 LINEA-CONSTANCIA.
           03 LCON-FECHA PIC 9(8).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LCON-NOMBRE PIC X(30).
           03 FILLER PIC X(2) VALUE " V".
           03 LCON-VERSION-ORIGEN PIC 9(2).
           03 FILLER PIC X(3) VALUE "->V".
           03 LCON-VERSION-DESTINO PIC 9(2).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LCON-DETECCION PIC X(8).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LCON-REGISTROS PIC ZZZZZZ9.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LCON-HORAS PIC ZZZZZZZ9,99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LCON-COPIA PIC X(50).

       01 LINEA-VERSION.
           03 FILLER PIC X(2) VALUE SPACES.
           03 LVER-NUMERO PIC 9(2).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LVER-LARGO PIC ZZ9.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LVER-CONTENIDO PIC X(35).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * Pide la generacion, detecta su version, muestra lo que se va
      * a completar y convierte solo tras la confirmacion, dejando
      * el original guardado y la constancia de la conversion
      **
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           DISPLAY "GENERACION A CONVERTIR (TimesAct_AAAAMMDD.dat, "
               "TimesSim_, Times.dat O Times1_AAAAMMDD.dat): "
           ACCEPT WS-NOMBRE-GENERACION
           IF WS-NOMBRE-GENERACION = SPACES THEN
               DISPLAY "SIN NOMBRE NO HAY NADA QUE CONVERTIR"
               STOP RUN
           END-IF

           PERFORM ANALIZAR-GENERACION
           IF WS-STATUS-GENERACION NOT = "00" THEN
               DISPLAY "NO SE PUDO ABRIR " WS-NOMBRE-GENERACION
               STOP RUN
           END-IF
           IF WS-LARGO-MAXIMO > WS-LARGO-LAYOUT-HORAS THEN
               DISPLAY "HAY REGISTROS DE " WS-LARGO-MAXIMO
                   " POSICIONES, MAS QUE EL REGISTRO VIGENTE: NO ES "
                   "UN ARCHIVO DE HORAS"
               STOP RUN
           END-IF
           IF WS-CANT-HORAS-INVALIDAS > ZERO THEN
               DISPLAY WS-CANT-HORAS-INVALIDAS " REGISTROS CON HORAS "
                   "NO NUMERICAS: NO ES UN ARCHIVO DE HORAS"
               STOP RUN
           END-IF
           IF WS-CANT-REGISTROS = ZERO AND NOT WS-TIENE-CABECERA-SI
               THEN
               DISPLAY "LA GENERACION ESTA VACIA"
               STOP RUN
           END-IF

           PERFORM DETERMINAR-VERSION
           IF WS-VERSION-ORIGEN = ZERO THEN
               DISPLAY "VERSION DE LAYOUT DESCONOCIDA: "
                   WS-VERSION-CABECERA
               STOP RUN
           END-IF
           IF WS-TIENE-CABECERA-SI AND
               WS-VERSION-ORIGEN = WS-VERSION-LAYOUT-HORAS THEN
               DISPLAY WS-NOMBRE-GENERACION " YA ESTA EN EL LAYOUT "
                   "VIGENTE, NO HAY NADA QUE CONVERTIR"
               STOP RUN
           END-IF

           PERFORM MOSTRAR-DIAGNOSTICO
           DISPLAY "CONFIRMA LA CONVERSION (S/N)? "
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S" THEN
               DISPLAY "CONVERSION CANCELADA"
               STOP RUN
           END-IF

           PERFORM GUARDAR-ORIGINAL
           PERFORM REESCRIBIR-GENERACION
           PERFORM GRABAR-CONSTANCIA

           IF WS-CANT-CONVERTIDOS NOT = WS-CANT-REGISTROS OR
               WS-HORAS-CONVERTIDAS NOT = WS-HORAS-ORIGEN THEN
               DISPLAY "*** LA GENERACION CONVERTIDA NO CIERRA CON "
                   "LA ORIGINAL ***"
               DISPLAY "ORIGINAL:   " WS-CANT-REGISTROS
                   " REGISTROS, " WS-HORAS-ORIGEN " HORAS"
               DISPLAY "CONVERTIDA: " WS-CANT-CONVERTIDOS
                   " REGISTROS, " WS-HORAS-CONVERTIDAS " HORAS"
               DISPLAY "EL ORIGINAL QUEDO EN " WS-NOMBRE-COPIA
               MOVE "NO CIERRA" TO BIT-RESULTADO
           ELSE
               MOVE "CONVERTIDA" TO BIT-RESULTADO
           END-IF
           MOVE "CONVER" TO BIT-EVENTO
           MOVE WS-CANT-CONVERTIDOS TO BIT-CONTADOR-1
           MOVE WS-VERSION-ORIGEN TO BIT-CONTADOR-2
           PERFORM GRABAR-BITACORA

           DISPLAY "CONVERTIDOS " WS-CANT-CONVERTIDOS " REGISTROS DE "
               WS-NOMBRE-GENERACION " A LA VERSION "
               WS-VERSION-LAYOUT-HORAS
           DISPLAY "ORIGINAL GUARDADO EN " WS-NOMBRE-COPIA
           STOP RUN.

      * Primer recorrido: cabecera (si la hay), cantidad y suma de
      * horas para cotejar al final, y el largo del registro mas
      * largo, que es lo unico que dice la version de una generacion
      * anterior al versionado.
       ANALIZAR-GENERACION.
           MOVE "NO" TO WS-EOF-GENERACION
           OPEN INPUT GENERACION
           IF WS-STATUS-GENERACION = "00" THEN
               PERFORM LEER-GENERACION
               PERFORM ANALIZAR-UN-REGISTRO UNTIL
                   WS-EOF-GENERACION = "SI"
               CLOSE GENERACION
           END-IF.

       LEER-GENERACION.
           READ GENERACION
               AT END
                   MOVE "SI" TO WS-EOF-GENERACION
           END-READ.

       ANALIZAR-UN-REGISTRO.
           IF GEN-ES-CABECERA AND GCAB-MARCA = "LAYOUT" THEN
               MOVE "S" TO WS-TIENE-CABECERA
               MOVE GCAB-VERSION TO WS-VERSION-CABECERA
           ELSE
               ADD 1 TO WS-CANT-REGISTROS
               IF GEN-HORAS IS NUMERIC THEN
                   ADD GEN-HORAS TO WS-HORAS-ORIGEN
               ELSE
                   ADD 1 TO WS-CANT-HORAS-INVALIDAS
               END-IF
               PERFORM MEDIR-REGISTRO
               IF WS-POSICION > WS-LARGO-MAXIMO THEN
                   MOVE WS-POSICION TO WS-LARGO-MAXIMO
               END-IF
           END-IF
           PERFORM LEER-GENERACION.

      * El archivo de lineas no guarda los blancos del final: el
      * largo de un registro es la ultima posicion no blanca.
       MEDIR-REGISTRO.
           MOVE 100 TO WS-POSICION
           PERFORM RETROCEDER-POSICION UNTIL WS-POSICION = ZERO OR
               GENERACION-REG(WS-POSICION:1) NOT = SPACE.

       RETROCEDER-POSICION.
           SUBTRACT 1 FROM WS-POSICION.

      * Con cabecera manda la version declarada. Sin cabecera se toma
      * la version mas chica cuyo registro alcanza al mas largo
      * leido; si los campos del final venian en blanco la version
      * puede quedar por debajo de la real, pero como esos campos se
      * completan igual con blancos el registro convertido es el
      * mismo.
       DETERMINAR-VERSION.
           MOVE ZERO TO WS-VERSION-ORIGEN
           IF WS-TIENE-CABECERA-SI THEN
               MOVE "CABECERA" TO WS-DETECCION
               PERFORM UBICAR-VERSION-DECLARADA
                   VARYING SUBINDICE-VER FROM 1 BY 1
                   UNTIL SUBINDICE-VER > WS-CANT-VERSIONES
           ELSE
               MOVE "LARGO" TO WS-DETECCION
               PERFORM UBICAR-VERSION-POR-LARGO
                   VARYING SUBINDICE-VER FROM WS-CANT-VERSIONES BY -1
                   UNTIL SUBINDICE-VER = ZERO
           END-IF.

       UBICAR-VERSION-DECLARADA.
           IF VEC-VER-NUMERO(SUBINDICE-VER) = WS-VERSION-CABECERA
               THEN
               MOVE VEC-VER-NUMERO(SUBINDICE-VER) TO WS-VERSION-ORIGEN
               MOVE VEC-VER-LARGO(SUBINDICE-VER) TO WS-LARGO-ORIGEN
           END-IF.

       UBICAR-VERSION-POR-LARGO.
           IF VEC-VER-LARGO(SUBINDICE-VER) >= WS-LARGO-MAXIMO THEN
               MOVE VEC-VER-NUMERO(SUBINDICE-VER) TO WS-VERSION-ORIGEN
               MOVE VEC-VER-LARGO(SUBINDICE-VER) TO WS-LARGO-ORIGEN
           END-IF.

      * Valores por defecto de los campos que la version vieja no
      * tenia: alumnos 000 (no informado, no reduce la tarifa),
      * franja 0000-0000 (sin reloj, no genera nocturnidad), concepto
      * en blanco (hora comun), cliente en blanco (sin facturacion
      * corporativa), porcentaje compartido 000,00 (clase propia),
      * aviso en ceros (sin aviso de ausencia) y modalidad "P"
      * (presencial, la unica que habia).
       MOSTRAR-DIAGNOSTICO.
           DISPLAY "GENERACION: " WS-NOMBRE-GENERACION
           IF WS-TIENE-CABECERA-SI THEN
               DISPLAY "VERSION DECLARADA EN LA CABECERA: "
                   WS-VERSION-ORIGEN
           ELSE
               DISPLAY "SIN CABECERA DE LAYOUT; REGISTRO MAS LARGO: "
                   WS-LARGO-MAXIMO " POSICIONES"
               DISPLAY "VERSION DETECTADA: " WS-VERSION-ORIGEN
                   " (" WS-LARGO-ORIGEN " POSICIONES)"
           END-IF
           DISPLAY "REGISTROS: " WS-CANT-REGISTROS "  HORAS: "
               WS-HORAS-ORIGEN
           DISPLAY "CAMPOS QUE SE AGREGAN CON SU VALOR POR DEFECTO:"
           PERFORM MOSTRAR-VERSION-AGREGADA
               VARYING SUBINDICE-VER FROM 1 BY 1
               UNTIL SUBINDICE-VER > WS-CANT-VERSIONES
           IF WS-VERSION-ORIGEN = WS-VERSION-LAYOUT-HORAS THEN
               DISPLAY "  (NINGUNO, SOLO SE AGREGA LA CABECERA)"
           ELSE
               DISPLAY "  VALORES: ALUMNOS 000, FRANJA 0000-0000, "
                   "CONCEPTO EN BLANCO, CLIENTE EN BLANCO,"
               DISPLAY "  COMPARTIDO 000,00, AVISO EN CEROS, "
                   "MODALIDAD P (PRESENCIAL)"
           END-IF.

       MOSTRAR-VERSION-AGREGADA.
           IF VEC-VER-NUMERO(SUBINDICE-VER) > WS-VERSION-ORIGEN THEN
               MOVE VEC-VER-NUMERO(SUBINDICE-VER) TO LVER-NUMERO
               MOVE VEC-VER-LARGO(SUBINDICE-VER) TO LVER-LARGO
               MOVE VEC-VER-CONTENIDO(SUBINDICE-VER) TO
                   LVER-CONTENIDO
               DISPLAY LINEA-VERSION
           END-IF.

      * El original se copia tal cual antes de tocar nada; la
      * generacion se reescribe despues leyendo de esa copia.
       GUARDAR-ORIGINAL.
           MOVE SPACES TO WS-NOMBRE-COPIA
           STRING "PreConversion_" DELIMITED BY SIZE
                  WS-NOMBRE-GENERACION DELIMITED BY SPACE
                  INTO WS-NOMBRE-COPIA
           MOVE "NO" TO WS-EOF-GENERACION
           OPEN INPUT GENERACION
           OPEN OUTPUT COPIA-ORIGINAL
           IF WS-STATUS-COPIA NOT = "00" THEN
               DISPLAY "NO SE PUDO CREAR " WS-NOMBRE-COPIA
               CLOSE GENERACION
               STOP RUN
           END-IF
           PERFORM LEER-GENERACION
           PERFORM COPIAR-UN-ORIGINAL UNTIL WS-EOF-GENERACION = "SI"
           CLOSE COPIA-ORIGINAL
           CLOSE GENERACION.

       COPIAR-UN-ORIGINAL.
           WRITE COPIA-ORIGINAL-REG FROM GENERACION-REG
           PERFORM LEER-GENERACION.

       REESCRIBIR-GENERACION.
           MOVE ZERO TO WS-CANT-CONVERTIDOS
           MOVE ZERO TO WS-HORAS-CONVERTIDAS
           MOVE "NO" TO WS-EOF-COPIA
           OPEN INPUT COPIA-ORIGINAL
           OPEN OUTPUT GENERACION
           MOVE WS-VERSION-LAYOUT-HORAS TO VCAB-VERSION
           MOVE WS-LARGO-LAYOUT-HORAS TO VCAB-LARGO
           COMPUTE VCAB-FECHA = WS-CURRENT-YEAR * 10000 +
               WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
           WRITE GENERACION-REG FROM WS-CAB-VIGENTE
           PERFORM LEER-COPIA
           PERFORM CONVERTIR-UN-REGISTRO UNTIL WS-EOF-COPIA = "SI"
           CLOSE GENERACION
           CLOSE COPIA-ORIGINAL.

       LEER-COPIA.
           READ COPIA-ORIGINAL
               AT END
                   MOVE "SI" TO WS-EOF-COPIA
           END-READ.

      * La cabecera vieja no pasa: la generacion ya salio con la
      * vigente.
       CONVERTIR-UN-REGISTRO.
           IF COP-ES-CABECERA AND CCAB-MARCA = "LAYOUT" THEN
               CONTINUE
           ELSE
               MOVE SPACES TO WS-REG-VIGENTE
               MOVE COPIA-ORIGINAL-REG(1:WS-LARGO-ORIGEN) TO
                   WS-REG-VIGENTE(1:WS-LARGO-ORIGEN)
               PERFORM COMPLETAR-CAMPOS-NUEVOS
               WRITE GENERACION-REG FROM WS-REG-VIGENTE
               ADD 1 TO WS-CANT-CONVERTIDOS
               ADD VIG-HORAS TO WS-HORAS-CONVERTIDAS
           END-IF
           PERFORM LEER-COPIA.

       COMPLETAR-CAMPOS-NUEVOS.
           IF WS-VERSION-ORIGEN < 2 THEN
               MOVE ZERO TO VIG-ALUMNOS
           END-IF
           IF WS-VERSION-ORIGEN < 3 THEN
               MOVE ZERO TO VIG-HORA-DESDE
               MOVE ZERO TO VIG-HORA-HASTA
           END-IF
           IF WS-VERSION-ORIGEN < 4 THEN
               MOVE SPACE TO VIG-CONCEPTO
           END-IF
           IF WS-VERSION-ORIGEN < 5 THEN
               MOVE SPACES TO VIG-CLIENTE
           END-IF
           IF WS-VERSION-ORIGEN < 6 THEN
               MOVE ZERO TO VIG-PORC-COMPARTIDO
           END-IF
           IF WS-VERSION-ORIGEN < 7 THEN
               MOVE ZERO TO VIG-AVISO-FECHA
               MOVE ZERO TO VIG-AVISO-HORA
           END-IF
           IF WS-VERSION-ORIGEN < 8 THEN
               MOVE "P" TO VIG-MODALIDAD
           END-IF.

       GRABAR-CONSTANCIA.
           OPEN EXTEND CONVERSIONES-LOG
           IF WS-STATUS-LOG = "35" THEN
               OPEN OUTPUT CONVERSIONES-LOG
               CLOSE CONVERSIONES-LOG
               OPEN EXTEND CONVERSIONES-LOG
           END-IF
           COMPUTE LCON-FECHA = WS-CURRENT-YEAR * 10000 +
               WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
           MOVE WS-NOMBRE-GENERACION TO LCON-NOMBRE
           MOVE WS-VERSION-ORIGEN TO LCON-VERSION-ORIGEN
           MOVE WS-VERSION-LAYOUT-HORAS TO LCON-VERSION-DESTINO
           MOVE WS-DETECCION TO LCON-DETECCION
           MOVE WS-CANT-CONVERTIDOS TO LCON-REGISTROS
           MOVE WS-HORAS-CONVERTIDAS TO LCON-HORAS
           MOVE WS-NOMBRE-COPIA TO LCON-COPIA
           WRITE CONVERSIONES-LOG-REG FROM LINEA-CONSTANCIA
           CLOSE CONVERSIONES-LOG.

      * Deja un renglon en la bitacora comun; el evento, el
      * resultado y los contadores vienen cargados en el registro.
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
           MOVE "CONVERSOR-TIMES" TO BIT-PROGRAMA
           WRITE BITACORA_REG
           CLOSE BITACORA.

       END PROGRAM CONVERSOR-TIMES.
