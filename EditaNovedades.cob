      *          listado de rechazos con los registros que traen un
      *          NOV-TIP_CLASE inexistente, NOV-HORAS fuera de rango o
      *          un NOV-SUCURSAL que no figura en Sucursales.dat.
      *          La cantidad de alumnos informada se coteja contra
      *          los inscriptos vigentes del grupo de la grilla
      *          (Inscripciones.dat, ver MantenimientoAlumnos): las
      *          clases con mas alumnos que inscriptos y los grupos
      *          que informan sistematicamente muchos menos quedan
      *          marcados en ExcepAlumnos.dat, sin rechazar la hora.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       SELECT RECHAZOS_PENDIENTES ASSIGN TO "RechazosPendientes.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-PENDIENTES.
       SELECT INSCRIPCIONES ASSIGN TO "Inscripciones.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-INSCRIPCIONES.

       SELECT EXCEPCIONES_ALUMNOS ASSIGN TO "ExcepAlumnos.dat"
             ORGANIZATION IS LINE SEQUENTIAL.
      * Bitacora cronologica comun a todos los programas del
      * circuito, de solo agregado (ver ConsultaBitacora).
       SELECT BITACORA ASSIGN TO "Bitacora.dat"
           03 NOV1-HORA-DESDE PIC 9(4).
           03 NOV1-HORA-HASTA PIC 9(4).
           03 NOV1-CONCEPTO PIC X(1).
           03 FILLER PIC X(23).

       01 NovTimes1_CTL.
           03 NOV1-CTL-NUMERO PIC X(5).
           03 NOV2-HORA-DESDE PIC 9(4).
           03 NOV2-HORA-HASTA PIC 9(4).
           03 NOV2-CONCEPTO PIC X(1).
           03 FILLER PIC X(23).

       01 NovTimes2_CTL.
           03 NOV2-CTL-NUMERO PIC X(5).
           03 NOV3-HORA-DESDE PIC 9(4).
           03 NOV3-HORA-HASTA PIC 9(4).
           03 NOV3-CONCEPTO PIC X(1).
           03 FILLER PIC X(23).

       01 NovTimes3_CTL.
           03 NOV3-CTL-NUMERO PIC X(5).
               88 SUC-CERRADA-SI VALUE "C".
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

       FD TIPOS_CLASE LABEL RECORD IS STANDARD.
       01 TIPOS_CLASE_REG.
           03 TIP-FECHA-HASTA PIC 9(8).
           03 TIP-MIN-ALUMNOS PIC 9(3).
           03 TIP-PORC-REDUCCION PIC 9(3)V99.
           03 TIP-PAREJA PIC X(1).
           03 TIP-PORC-VIRTUAL PIC 9(3)V99.
           03 TIP-TOPE-CONCEPTO PIC 9(3)V99.

       FD PARAMETROS LABEL RECORD IS STANDARD.
       01 PARAMETROS_REG.
           03 REC-MOTIVO PIC X(35).
           03 REC-CONCEPTO PIC X(1).

       FD INSCRIPCIONES LABEL RECORD IS STANDARD.
       01 INSCRIPCIONES_REG.
           03 INS-ALUMNO PIC X(6).
           03 INS-GRUPO.
               05 INS-SUCURSAL PIC X(3).
               05 INS-TIP_CLASE PIC X(4).
               05 INS-DIA-SEMANA PIC 9(1).
               05 INS-HORA-DESDE PIC 9(4).
           03 INS-FECHA-ALTA PIC 9(8).
           03 INS-FECHA-BAJA PIC 9(8).

       FD EXCEPCIONES_ALUMNOS LABEL RECORD IS STANDARD.
       01 EXCEPCIONES_ALUMNOS_REG PIC X(90).

       FD BITACORA LABEL RECORD IS STANDARD.
       01 BITACORA_REG.
           03 BIT-FECHA PIC 9(8).

       01 WS-STATUS-BITACORA PIC X(2) VALUE SPACES.

      * Control de alumnos contra inscriptos. Un grupo sin ninguna
      * inscripcion registrada no se controla (la sucursal no usa el
      * registro). Una clase es floja cuando informa menos del
      * ALUMNOS-PORC-MINIMO de los inscriptos vigentes; el grupo
      * informa menos de manera sistematica cuando tiene al menos
      * ALUMNOS-CLASES-MINIMO clases flojas y son el
      * WS-PORC-SISTEMATICO de sus clases del lote.
       01 WS-STATUS-INSCRIPCIONES PIC X(2) VALUE SPACES.
       01 WS-EOF-INSCRIPCIONES PIC X(2) VALUE "NO".
       01 WS-MAX-INSCRIPCIONES PIC 9(5) VALUE 50000.
       01 WS-CANT-INSCRIPCIONES PIC 9(5) VALUE ZERO.
       01 SUBINDICE-INS PIC 9(5) VALUE ZERO.
       01 TABLA-INSCRIPCIONES.
           03 ELEM-INS OCCURS 50000 TIMES.
               05 VEC-INS-GRUPO PIC X(12).
               05 VEC-INS-FECHA-ALTA PIC 9(8).
               05 VEC-INS-FECHA-BAJA PIC 9(8).

       01 WS-PORC-MINIMO-ALUMNOS PIC 9(3) VALUE 50.
       01 WS-MIN-CLASES-SISTEMATICO PIC 9(3) VALUE 4.
       01 WS-PORC-SISTEMATICO PIC 9(3) VALUE 75.
       01 WS-CONTADOR-EXC-ALUMNOS PIC 9(6) VALUE ZERO.

       01 WS-GRUPO-NOVEDAD.
           03 WS-GRUPO-SUCURSAL PIC X(3).
           03 WS-GRUPO-TIP_CLASE PIC X(4).
           03 WS-GRUPO-DIA-SEMANA PIC 9(1).
           03 WS-GRUPO-HORA-DESDE PIC 9(4).
       01 WS-GRUPO-REGISTRADO PIC X(1) VALUE "N".
           88 WS-GRUPO-REGISTRADO-SI VALUE "S".
       01 WS-CANT-INSCRIPTOS PIC 9(5) VALUE ZERO.

       01 WS-MAX-GRUPOS PIC 9(4) VALUE 2000.
       01 WS-CANT-GRUPOS PIC 9(4) VALUE ZERO.
       01 SUBINDICE-GRU PIC 9(4) VALUE ZERO.
       01 WS-GRU-ENCONTRADO PIC X(1) VALUE "N".
           88 WS-GRU-ENCONTRADO-SI VALUE "S".
       01 TABLA-GRUPOS.
           03 ELEM-GRU OCCURS 2000 TIMES.
               05 VEC-GRU-GRUPO.
                   07 VEC-GRU-SUCURSAL PIC X(3).
                   07 VEC-GRU-TIP_CLASE PIC X(4).
                   07 VEC-GRU-DIA-SEMANA PIC 9(1).
                   07 VEC-GRU-HORA-DESDE PIC 9(4).
               05 VEC-GRU-CLASES PIC 9(5).
               05 VEC-GRU-FLOJAS PIC 9(5).
               05 VEC-GRU-ALUMNOS PIC 9(7).
               05 VEC-GRU-INSCRIPTOS PIC 9(7).

      * Dia de la semana de la clase, con el mismo Zeller y la
      * misma numeracion 1 a 7 que la grilla semanal.
       01 WS-DIASEM-FECHA PIC 9(8) VALUE ZERO.
       01 WS-DIASEM-FECHA-PARTES REDEFINES WS-DIASEM-FECHA.
           03 WS-DIASEM-ANIO PIC 9(4).
           03 WS-DIASEM-MES PIC 9(2).
           03 WS-DIASEM-DIA PIC 9(2).
       01 WS-DIASEM-MES-AJUSTADO PIC 9(2) VALUE ZERO.
       01 WS-DIASEM-ANIO-AJUSTADO PIC 9(4) VALUE ZERO.
       01 WS-DIASEM-SIGLO PIC 9(2) VALUE ZERO.
       01 WS-DIASEM-ANIO-CENTURIA PIC 9(2) VALUE ZERO.
       01 WS-DIASEM-TERMINO-MES PIC 9(4) VALUE ZERO.
       01 WS-DIASEM-SUMA PIC 9(4) VALUE ZERO.
       01 WS-DIASEM-CUOCIENTE PIC 9(4) VALUE ZERO.
       01 WS-DIASEM-INDICE PIC 9(1) VALUE ZERO.

       01 LINEA-EXCEP-ALUMNOS.
           03 LEA-ORIGEN PIC X(5).
           03 LEA-NUMERO PIC X(6).
           03 LEA-FECHA PIC X(9).
           03 LEA-SUCURSAL PIC X(4).
           03 LEA-TIPCLASE PIC X(5).
           03 LEA-DIA PIC 9(1).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LEA-HORA PIC 9(4).
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(5) VALUE "INF. ".
           03 LEA-ALUMNOS PIC ZZZZ9.
           03 FILLER PIC X(7) VALUE " INSC. ".
           03 LEA-INSCRIPTOS PIC ZZZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 LEA-MOTIVO PIC X(30).

       01  WS-CURRENT-DATE-FIELDS.
             05  WS-CURRENT-DATE.
                 10  WS-CURRENT-YEAR    PIC  9(4).
           PERFORM INICIO
           PERFORM CARGAR-TIPOS-CLASE-A-VECTOR
           PERFORM CARGAR-SUCURSALES-A-VECTOR
           PERFORM CARGAR-INSCRIPCIONES-A-VECTOR

           PERFORM LIMPIAR-ESTADO-LOTE
           PERFORM LEER_NOV1
           MOVE "NOV3" TO WS-ORIGEN
           PERFORM VERIFICAR-CIERRE-LOTE

           PERFORM GRABAR-GRUPOS-SISTEMATICOS
               VARYING SUBINDICE-GRU FROM 1 BY 1
               UNTIL SUBINDICE-GRU > WS-CANT-GRUPOS

           DISPLAY "REGISTROS LEIDOS     " WS-CONTADOR-LEIDOS
           DISPLAY "REGISTROS RECHAZADOS " WS-CONTADOR-RECHAZOS
           DISPLAY "MARCAS DE ALUMNOS    " WS-CONTADOR-EXC-ALUMNOS

           PERFORM FIN
           MOVE "FIN" TO BIT-EVENTO

       INICIO.
           PERFORM LEER-PARM-TOLERANCIA
           PERFORM LEER-PARM-ALUMNOS
           OPEN INPUT NovTimes1
           OPEN INPUT NovTimes2
           OPEN INPUT NovTimes3
           OPEN INPUT SUCURSALES
           OPEN INPUT TIPOS_CLASE
           OPEN OUTPUT RECHAZOS_NOVEDADES
           OPEN OUTPUT EXCEPCIONES_ALUMNOS
           OPEN EXTEND RECHAZOS_PENDIENTES
           IF WS-STATUS-PENDIENTES = "35" THEN
               OPEN OUTPUT RECHAZOS_PENDIENTES
           CLOSE SUCURSALES
           CLOSE TIPOS_CLASE
           CLOSE RECHAZOS_NOVEDADES
           CLOSE EXCEPCIONES_ALUMNOS
           CLOSE RECHAZOS_PENDIENTES.

       LEER_NOV1.
               WS-CONCEPTO NOT = "V" THEN
               MOVE "CONCEPTO DE HORA INVALIDO" TO LR-MOTIVO
               PERFORM GRABAR-RECHAZO
           END-IF

      * Solo se controla la clase dictada con alumnos y horario
      * informados: los reversos, las suspendidas, la preparacion
      * y la vigilancia no tienen alumnos propios.
           IF WS-ALUMNOS > ZERO AND WS-HORA-DESDE NOT = ZEROS AND
               WS-TIPO-MOV NOT = "C" AND WS-TIPO-MOV NOT = "S" AND
               (WS-CONCEPTO = SPACE OR WS-CONCEPTO = "D") THEN
               PERFORM CONTROLAR-ALUMNOS
           END-IF.

       CONTROLAR-ALUMNOS.
           MOVE WS-FECHA-AAAAMMDD TO WS-DIASEM-FECHA
           PERFORM CALCULAR-DIA-SEMANA
           MOVE WS-SUCURSAL TO WS-GRUPO-SUCURSAL
           MOVE WS-TIP-CLASE TO WS-GRUPO-TIP_CLASE
           MOVE WS-HORA-DESDE TO WS-GRUPO-HORA-DESDE
           MOVE "N" TO WS-GRUPO-REGISTRADO
           MOVE ZERO TO WS-CANT-INSCRIPTOS
           PERFORM CONTAR-INSCRIPTO
               VARYING SUBINDICE-INS FROM 1 BY 1
               UNTIL SUBINDICE-INS > WS-CANT-INSCRIPCIONES
           IF WS-GRUPO-REGISTRADO-SI THEN
               IF WS-ALUMNOS > WS-CANT-INSCRIPTOS THEN
                   MOVE "MAS ALUMNOS QUE INSCRIPTOS" TO LEA-MOTIVO
                   PERFORM GRABAR-EXCEPCION-ALUMNOS
               END-IF
               PERFORM ACUMULAR-GRUPO
           END-IF.

      * Vigente a la fecha de la clase: dado de alta ese dia o
      * antes y sin baja, o con la baja posterior a la clase.
       CONTAR-INSCRIPTO.
           IF VEC-INS-GRUPO(SUBINDICE-INS) = WS-GRUPO-NOVEDAD THEN
               MOVE "S" TO WS-GRUPO-REGISTRADO
               IF VEC-INS-FECHA-ALTA(SUBINDICE-INS) <=
                   WS-FECHA-AAAAMMDD AND
                   (VEC-INS-FECHA-BAJA(SUBINDICE-INS) = ZEROS OR
                   VEC-INS-FECHA-BAJA(SUBINDICE-INS) >
                   WS-FECHA-AAAAMMDD) THEN
                   ADD 1 TO WS-CANT-INSCRIPTOS
               END-IF
           END-IF.

       ACUMULAR-GRUPO.
           MOVE "N" TO WS-GRU-ENCONTRADO
           MOVE 1 TO SUBINDICE-GRU
           PERFORM AVANZAR-SUBINDICE-GRU UNTIL
               SUBINDICE-GRU > WS-CANT-GRUPOS OR WS-GRU-ENCONTRADO-SI
           IF NOT WS-GRU-ENCONTRADO-SI AND
               WS-CANT-GRUPOS < WS-MAX-GRUPOS THEN
               ADD 1 TO WS-CANT-GRUPOS
               MOVE WS-CANT-GRUPOS TO SUBINDICE-GRU
               MOVE WS-GRUPO-NOVEDAD TO VEC-GRU-GRUPO(SUBINDICE-GRU)
               MOVE ZERO TO VEC-GRU-CLASES(SUBINDICE-GRU)
               MOVE ZERO TO VEC-GRU-FLOJAS(SUBINDICE-GRU)
               MOVE ZERO TO VEC-GRU-ALUMNOS(SUBINDICE-GRU)
               MOVE ZERO TO VEC-GRU-INSCRIPTOS(SUBINDICE-GRU)
               MOVE "S" TO WS-GRU-ENCONTRADO
           END-IF
           IF WS-GRU-ENCONTRADO-SI THEN
               ADD 1 TO VEC-GRU-CLASES(SUBINDICE-GRU)
               ADD WS-ALUMNOS TO VEC-GRU-ALUMNOS(SUBINDICE-GRU)
               ADD WS-CANT-INSCRIPTOS TO
                   VEC-GRU-INSCRIPTOS(SUBINDICE-GRU)
               IF WS-ALUMNOS * 100 <
                   WS-CANT-INSCRIPTOS * WS-PORC-MINIMO-ALUMNOS THEN
                   ADD 1 TO VEC-GRU-FLOJAS(SUBINDICE-GRU)
               END-IF
           END-IF.

       AVANZAR-SUBINDICE-GRU.
           IF VEC-GRU-GRUPO(SUBINDICE-GRU) = WS-GRUPO-NOVEDAD THEN
               MOVE "S" TO WS-GRU-ENCONTRADO
           ELSE
               ADD 1 TO SUBINDICE-GRU
           END-IF.

      * Al final de los tres lotes, un renglon por cada grupo que
      * informo muchos menos alumnos que inscriptos de manera
      * sistematica, con los totales de sus clases.
       GRABAR-GRUPOS-SISTEMATICOS.
           IF VEC-GRU-FLOJAS(SUBINDICE-GRU) >=
               WS-MIN-CLASES-SISTEMATICO AND
               VEC-GRU-FLOJAS(SUBINDICE-GRU) * 100 >=
               VEC-GRU-CLASES(SUBINDICE-GRU) * WS-PORC-SISTEMATICO
               THEN
               MOVE "GRUPO" TO LEA-ORIGEN
               MOVE SPACES TO LEA-NUMERO
               MOVE SPACES TO LEA-FECHA
               MOVE VEC-GRU-CLASES(SUBINDICE-GRU) TO LEA-FECHA(1:5)
               MOVE "CL." TO LEA-FECHA(6:3)
               MOVE VEC-GRU-SUCURSAL(SUBINDICE-GRU) TO LEA-SUCURSAL
               MOVE VEC-GRU-TIP_CLASE(SUBINDICE-GRU) TO LEA-TIPCLASE
               MOVE VEC-GRU-DIA-SEMANA(SUBINDICE-GRU) TO LEA-DIA
               MOVE VEC-GRU-HORA-DESDE(SUBINDICE-GRU) TO LEA-HORA
               MOVE VEC-GRU-ALUMNOS(SUBINDICE-GRU) TO LEA-ALUMNOS
               MOVE VEC-GRU-INSCRIPTOS(SUBINDICE-GRU) TO
                   LEA-INSCRIPTOS
               MOVE "SISTEMATICAMENTE MENOS ALUMNOS" TO LEA-MOTIVO
               WRITE EXCEPCIONES_ALUMNOS_REG FROM LINEA-EXCEP-ALUMNOS
               ADD 1 TO WS-CONTADOR-EXC-ALUMNOS
           END-IF.

       GRABAR-EXCEPCION-ALUMNOS.
           MOVE WS-ORIGEN TO LEA-ORIGEN
           MOVE WS-NUMERO TO LEA-NUMERO
           MOVE WS-FECHA-AAAAMMDD TO LEA-FECHA
           MOVE WS-SUCURSAL TO LEA-SUCURSAL
           MOVE WS-TIP-CLASE TO LEA-TIPCLASE
           MOVE WS-GRUPO-DIA-SEMANA TO LEA-DIA
           MOVE WS-HORA-DESDE TO LEA-HORA
           MOVE WS-ALUMNOS TO LEA-ALUMNOS
           MOVE WS-CANT-INSCRIPTOS TO LEA-INSCRIPTOS
           WRITE EXCEPCIONES_ALUMNOS_REG FROM LINEA-EXCEP-ALUMNOS
           ADD 1 TO WS-CONTADOR-EXC-ALUMNOS.

      * Zeller identico al de la corrida y al de la grilla semanal.
       CALCULAR-DIA-SEMANA.
           IF WS-DIASEM-MES <= 2 THEN
               COMPUTE WS-DIASEM-MES-AJUSTADO = WS-DIASEM-MES + 12
               COMPUTE WS-DIASEM-ANIO-AJUSTADO = WS-DIASEM-ANIO - 1
           ELSE
               MOVE WS-DIASEM-MES TO WS-DIASEM-MES-AJUSTADO
               MOVE WS-DIASEM-ANIO TO WS-DIASEM-ANIO-AJUSTADO
           END-IF
           DIVIDE WS-DIASEM-ANIO-AJUSTADO BY 100 GIVING
               WS-DIASEM-SIGLO REMAINDER WS-DIASEM-ANIO-CENTURIA
           COMPUTE WS-DIASEM-TERMINO-MES =
               (13 * (WS-DIASEM-MES-AJUSTADO + 1)) / 5
           COMPUTE WS-DIASEM-SUMA = WS-DIASEM-DIA +
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
               MOVE 7 TO WS-GRUPO-DIA-SEMANA
           ELSE
               MOVE WS-DIASEM-INDICE TO WS-GRUPO-DIA-SEMANA
           END-IF.

       CARGAR-INSCRIPCIONES-A-VECTOR.
           MOVE ZERO TO WS-CANT-INSCRIPCIONES
           OPEN INPUT INSCRIPCIONES
           IF WS-STATUS-INSCRIPCIONES = "00" THEN
               PERFORM LEER-INSCRIPCION
               PERFORM CARGAR-REGISTRO-INS UNTIL
                   WS-EOF-INSCRIPCIONES = "SI" OR
                   WS-CANT-INSCRIPCIONES >= WS-MAX-INSCRIPCIONES
               CLOSE INSCRIPCIONES
           END-IF.

       LEER-INSCRIPCION.
           READ INSCRIPCIONES
               AT END
                   MOVE "SI" TO WS-EOF-INSCRIPCIONES
           END-READ.

       CARGAR-REGISTRO-INS.
           ADD 1 TO WS-CANT-INSCRIPCIONES
           MOVE INS-GRUPO TO VEC-INS-GRUPO(WS-CANT-INSCRIPCIONES)
           MOVE INS-FECHA-ALTA TO
               VEC-INS-FECHA-ALTA(WS-CANT-INSCRIPCIONES)
           MOVE INS-FECHA-BAJA TO
               VEC-INS-FECHA-BAJA(WS-CANT-INSCRIPCIONES)
           PERFORM LEER-INSCRIPCION.

       BUSCAR-TIPO-DE-CLASE.
           MOVE "N" TO WS-ENCONTRADO
           MOVE 1 TO SUBINDICE
           END-IF
           PERFORM LEER-PARAMETRO.

       LEER-PARM-ALUMNOS.
           MOVE "NO" TO WS-EOF-PARAMETROS
           OPEN INPUT PARAMETROS
           IF WS-STATUS-PARAMETROS = "00" THEN
               PERFORM LEER-PARAMETRO
               PERFORM BUSCAR-PARM-ALUMNOS UNTIL
                   WS-EOF-PARAMETROS = "SI"
               CLOSE PARAMETROS
           END-IF.

       BUSCAR-PARM-ALUMNOS.
           IF PAR-NOMBRE = "ALUMNOS-PORC-MINIMO" AND
               PAR-VALOR(1:3) NUMERIC THEN
               MOVE PAR-VALOR(1:3) TO WS-PORC-MINIMO-ALUMNOS
           END-IF
           IF PAR-NOMBRE = "ALUMNOS-CLASES-MINIMO" AND
               PAR-VALOR(1:3) NUMERIC THEN
               MOVE PAR-VALOR(1:3) TO WS-MIN-CLASES-SISTEMATICO
           END-IF
           PERFORM LEER-PARAMETRO.

       END PROGRAM EDITA-NOVEDADES.
