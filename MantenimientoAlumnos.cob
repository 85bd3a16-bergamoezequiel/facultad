      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maestro de alumnos (Alumnos.dat) y registro de
      *          inscripciones por grupo (Inscripciones.dat). Un grupo
      *          es un horario de la grilla semanal: sucursal, tipo de
      *          clase, dia de la semana (1 a 7, igual que la grilla)
      *          y hora de inicio. Las inscripciones tienen fecha de
      *          alta y de baja; la baja no borra el renglon, para
      *          que las clases anteriores sigan contando a ese
      *          alumno. Contra los inscriptos vigentes a la fecha de
      *          cada clase EditaNovedades controla la cantidad de
      *          alumnos que informa la sucursal.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. MANTENIMIENTO-ALUMNOS.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ALUMNOS ASSIGN TO "Alumnos.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-ALUMNOS.

       SELECT INSCRIPCIONES ASSIGN TO "Inscripciones.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-INSCRIPCIONES.

       SELECT GRILLA ASSIGN TO "GrillaSemanal.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-GRILLA.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD ALUMNOS LABEL RECORD IS STANDARD.
       01 ALUMNOS_REG.
           03 ALU-CODIGO PIC X(6).
           03 ALU-NOMBRE PIC X(30).
           03 ALU-DNI PIC 9(8).
           03 ALU-TEL PIC X(20).
           03 ALU-ESTADO PIC X(1).
               88 ALU-ACTIVO VALUE "A".
               88 ALU-DE-BAJA VALUE "B".
           03 ALU-FECHA-ALTA PIC 9(8).
           03 ALU-FECHA-BAJA PIC 9(8).

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

       FD GRILLA LABEL RECORD IS STANDARD.
       01 GRILLA_REG.
           03 GRI-PROFESOR PIC X(5).
           03 GRI-DIA-SEMANA PIC 9(1).
           03 GRI-SUCURSAL PIC X(3).
           03 GRI-TIP_CLASE PIC X(4).
           03 GRI-HORA-DESDE PIC 9(4).
           03 GRI-HORA-HASTA PIC 9(4).
           03 GRI-HORAS-PREVISTAS PIC 9(3)V99.
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-STATUS-ALUMNOS PIC X(2) VALUE SPACES.
       01 WS-STATUS-INSCRIPCIONES PIC X(2) VALUE SPACES.
       01 WS-STATUS-GRILLA PIC X(2) VALUE SPACES.
       01 WS-EOF-ARCHIVO PIC X(2) VALUE "NO".

       01 WS-MAX-ALUMNOS PIC 9(5) VALUE 20000.
       01 WS-CANT-ALUMNOS PIC 9(5) VALUE ZERO.
       01 SUBINDICE-ALU PIC 9(5) VALUE ZERO.
       01 TABLA-ALUMNOS.
           03 ELEM-ALU OCCURS 20000 TIMES.
               05 VEC-ALU-CODIGO PIC X(6).
               05 VEC-ALU-NOMBRE PIC X(30).
               05 VEC-ALU-DNI PIC 9(8).
               05 VEC-ALU-TEL PIC X(20).
               05 VEC-ALU-ESTADO PIC X(1).
               05 VEC-ALU-FECHA-ALTA PIC 9(8).
               05 VEC-ALU-FECHA-BAJA PIC 9(8).

       01 WS-MAX-INSCRIPCIONES PIC 9(5) VALUE 50000.
       01 WS-CANT-INSCRIPCIONES PIC 9(5) VALUE ZERO.
       01 SUBINDICE-INS PIC 9(5) VALUE ZERO.
       01 TABLA-INSCRIPCIONES.
           03 ELEM-INS OCCURS 50000 TIMES.
               05 VEC-INS-ALUMNO PIC X(6).
               05 VEC-INS-GRUPO PIC X(12).
               05 VEC-INS-FECHA-ALTA PIC 9(8).
               05 VEC-INS-FECHA-BAJA PIC 9(8).

      * Los horarios de la grilla, para no inscribir en un grupo
      * que no existe.
       01 WS-MAX-GRILLA PIC 9(4) VALUE 5000.
       01 WS-CANT-GRILLA PIC 9(4) VALUE ZERO.
       01 SUBINDICE-GRI PIC 9(4) VALUE ZERO.
       01 TABLA-GRILLA.
           03 ELEM-GRI OCCURS 5000 TIMES.
               05 VEC-GRI-GRUPO PIC X(12).

       01 WS-OPCION PIC X(1).
           88 WS-OPCION-ALTA-ALUMNO VALUE "1".
           88 WS-OPCION-BAJA-ALUMNO VALUE "2".
           88 WS-OPCION-INSCRIBIR VALUE "3".
           88 WS-OPCION-BAJA-INSCRIPCION VALUE "4".
           88 WS-OPCION-LISTAR VALUE "5".
           88 WS-OPCION-SALIR VALUE "6".

       01 WS-ALUMNO-ENTRADA PIC X(6).
       01 WS-NOMBRE-ENTRADA PIC X(30).
       01 WS-DNI-ENTRADA PIC 9(8).
       01 WS-TEL-ENTRADA PIC X(20).
       01 WS-FECHA-ENTRADA PIC 9(8).
       01 WS-GRUPO-ENTRADA.
           03 WS-SUCURSAL-ENTRADA PIC X(3).
           03 WS-TIPO-ENTRADA PIC X(4).
           03 WS-DIA-ENTRADA PIC 9(1).
           03 WS-HORA-ENTRADA PIC 9(4).

       01 WS-ALU-ENCONTRADO PIC X(1) VALUE "N".
           88 WS-ALU-ENCONTRADO-SI VALUE "S".
       01 WS-INS-ENCONTRADA PIC X(1) VALUE "N".
           88 WS-INS-ENCONTRADA-SI VALUE "S".
       01 WS-GRI-ENCONTRADO PIC X(1) VALUE "N".
           88 WS-GRI-ENCONTRADO-SI VALUE "S".
       01 WS-CANT-INSCRIPTOS PIC 9(5) VALUE ZERO.
       01 WS-CANT-CERRADAS PIC 9(5) VALUE ZERO.

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
       01 WS-FECHA-HOY-GRUPO.
           03 WS-FECHA-HOY-ANIO PIC 9(4).
           03 WS-FECHA-HOY-MES PIC 9(2).
           03 WS-FECHA-HOY-DIA PIC 9(2).
       01 WS-FECHA-HOY REDEFINES WS-FECHA-HOY-GRUPO PIC 9(8).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * Carga los dos maestros en memoria, aplica los movimientos
      * interactivamente y regraba ambos completos al salir
      **
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           MOVE WS-CURRENT-YEAR TO WS-FECHA-HOY-ANIO
           MOVE WS-CURRENT-MONTH TO WS-FECHA-HOY-MES
           MOVE WS-CURRENT-DAY TO WS-FECHA-HOY-DIA

           PERFORM CARGAR-ALUMNOS-A-VECTOR
           PERFORM CARGAR-INSCRIPCIONES-A-VECTOR
           PERFORM CARGAR-GRILLA-A-VECTOR

           PERFORM MOSTRAR-MENU UNTIL WS-OPCION-SALIR

           PERFORM GRABAR-ALUMNOS-DESDE-VECTOR
           PERFORM GRABAR-INSCRIPCIONES-DESDE-VECTOR
           DISPLAY "FIN DEL MANTENIMIENTO DE ALUMNOS"
           STOP RUN.

       CARGAR-ALUMNOS-A-VECTOR.
           MOVE ZERO TO WS-CANT-ALUMNOS
           MOVE "NO" TO WS-EOF-ARCHIVO
           OPEN INPUT ALUMNOS
           IF WS-STATUS-ALUMNOS = "00" THEN
               PERFORM LEER-ALUMNO
               PERFORM CARGAR-REGISTRO-ALU UNTIL
                   WS-EOF-ARCHIVO = "SI" OR
                   WS-CANT-ALUMNOS >= WS-MAX-ALUMNOS
               CLOSE ALUMNOS
           END-IF
           DISPLAY "ALUMNOS CARGADOS: " WS-CANT-ALUMNOS.

       LEER-ALUMNO.
           READ ALUMNOS
               AT END
                   MOVE "SI" TO WS-EOF-ARCHIVO
           END-READ.

       CARGAR-REGISTRO-ALU.
           ADD 1 TO WS-CANT-ALUMNOS
           MOVE ALU-CODIGO TO VEC-ALU-CODIGO(WS-CANT-ALUMNOS)
           MOVE ALU-NOMBRE TO VEC-ALU-NOMBRE(WS-CANT-ALUMNOS)
           MOVE ALU-DNI TO VEC-ALU-DNI(WS-CANT-ALUMNOS)
           MOVE ALU-TEL TO VEC-ALU-TEL(WS-CANT-ALUMNOS)
           MOVE ALU-ESTADO TO VEC-ALU-ESTADO(WS-CANT-ALUMNOS)
           MOVE ALU-FECHA-ALTA TO VEC-ALU-FECHA-ALTA(WS-CANT-ALUMNOS)
           MOVE ALU-FECHA-BAJA TO VEC-ALU-FECHA-BAJA(WS-CANT-ALUMNOS)
           PERFORM LEER-ALUMNO.

       CARGAR-INSCRIPCIONES-A-VECTOR.
           MOVE ZERO TO WS-CANT-INSCRIPCIONES
           MOVE "NO" TO WS-EOF-ARCHIVO
           OPEN INPUT INSCRIPCIONES
           IF WS-STATUS-INSCRIPCIONES = "00" THEN
               PERFORM LEER-INSCRIPCION
               PERFORM CARGAR-REGISTRO-INS UNTIL
                   WS-EOF-ARCHIVO = "SI" OR
                   WS-CANT-INSCRIPCIONES >= WS-MAX-INSCRIPCIONES
               CLOSE INSCRIPCIONES
           END-IF
           DISPLAY "INSCRIPCIONES CARGADAS: " WS-CANT-INSCRIPCIONES.

       LEER-INSCRIPCION.
           READ INSCRIPCIONES
               AT END
                   MOVE "SI" TO WS-EOF-ARCHIVO
           END-READ.

       CARGAR-REGISTRO-INS.
           ADD 1 TO WS-CANT-INSCRIPCIONES
           MOVE INS-ALUMNO TO VEC-INS-ALUMNO(WS-CANT-INSCRIPCIONES)
           MOVE INS-GRUPO TO VEC-INS-GRUPO(WS-CANT-INSCRIPCIONES)
           MOVE INS-FECHA-ALTA TO
               VEC-INS-FECHA-ALTA(WS-CANT-INSCRIPCIONES)
           MOVE INS-FECHA-BAJA TO
               VEC-INS-FECHA-BAJA(WS-CANT-INSCRIPCIONES)
           PERFORM LEER-INSCRIPCION.

       CARGAR-GRILLA-A-VECTOR.
           MOVE ZERO TO WS-CANT-GRILLA
           MOVE "NO" TO WS-EOF-ARCHIVO
           OPEN INPUT GRILLA
           IF WS-STATUS-GRILLA = "00" THEN
               PERFORM LEER-GRILLA
               PERFORM CARGAR-REGISTRO-GRI UNTIL
                   WS-EOF-ARCHIVO = "SI" OR
                   WS-CANT-GRILLA >= WS-MAX-GRILLA
               CLOSE GRILLA
           END-IF.

       LEER-GRILLA.
           READ GRILLA
               AT END
                   MOVE "SI" TO WS-EOF-ARCHIVO
           END-READ.

       CARGAR-REGISTRO-GRI.
           ADD 1 TO WS-CANT-GRILLA
           MOVE GRI-SUCURSAL TO WS-SUCURSAL-ENTRADA
           MOVE GRI-TIP_CLASE TO WS-TIPO-ENTRADA
           MOVE GRI-DIA-SEMANA TO WS-DIA-ENTRADA
           MOVE GRI-HORA-DESDE TO WS-HORA-ENTRADA
           MOVE WS-GRUPO-ENTRADA TO VEC-GRI-GRUPO(WS-CANT-GRILLA)
           PERFORM LEER-GRILLA.

       GRABAR-ALUMNOS-DESDE-VECTOR.
           OPEN OUTPUT ALUMNOS
           PERFORM GRABAR-UN-ALUMNO
               VARYING SUBINDICE-ALU FROM 1 BY 1
               UNTIL SUBINDICE-ALU > WS-CANT-ALUMNOS
           CLOSE ALUMNOS.

       GRABAR-UN-ALUMNO.
           MOVE VEC-ALU-CODIGO(SUBINDICE-ALU) TO ALU-CODIGO
           MOVE VEC-ALU-NOMBRE(SUBINDICE-ALU) TO ALU-NOMBRE
           MOVE VEC-ALU-DNI(SUBINDICE-ALU) TO ALU-DNI
           MOVE VEC-ALU-TEL(SUBINDICE-ALU) TO ALU-TEL
           MOVE VEC-ALU-ESTADO(SUBINDICE-ALU) TO ALU-ESTADO
           MOVE VEC-ALU-FECHA-ALTA(SUBINDICE-ALU) TO ALU-FECHA-ALTA
           MOVE VEC-ALU-FECHA-BAJA(SUBINDICE-ALU) TO ALU-FECHA-BAJA
           WRITE ALUMNOS_REG.

       GRABAR-INSCRIPCIONES-DESDE-VECTOR.
           OPEN OUTPUT INSCRIPCIONES
           PERFORM GRABAR-UNA-INSCRIPCION
               VARYING SUBINDICE-INS FROM 1 BY 1
               UNTIL SUBINDICE-INS > WS-CANT-INSCRIPCIONES
           CLOSE INSCRIPCIONES.

       GRABAR-UNA-INSCRIPCION.
           MOVE VEC-INS-ALUMNO(SUBINDICE-INS) TO INS-ALUMNO
           MOVE VEC-INS-GRUPO(SUBINDICE-INS) TO INS-GRUPO
           MOVE VEC-INS-FECHA-ALTA(SUBINDICE-INS) TO INS-FECHA-ALTA
           MOVE VEC-INS-FECHA-BAJA(SUBINDICE-INS) TO INS-FECHA-BAJA
           WRITE INSCRIPCIONES_REG.

       MOSTRAR-MENU.
           DISPLAY " ".
           DISPLAY "-------- MANTENIMIENTO DE ALUMNOS --------".
           DISPLAY "1. ALTA DE ALUMNO".
           DISPLAY "2. BAJA DE ALUMNO".
           DISPLAY "3. INSCRIBIR ALUMNO EN UN GRUPO".
           DISPLAY "4. BAJA DE UNA INSCRIPCION".
           DISPLAY "5. LISTAR INSCRIPTOS VIGENTES DE UN GRUPO".
           DISPLAY "6. SALIR".
           DISPLAY "------------------------------------------".
           ACCEPT WS-OPCION.
           EVALUATE TRUE
               WHEN WS-OPCION-ALTA-ALUMNO
                   PERFORM ALTA-ALUMNO
               WHEN WS-OPCION-BAJA-ALUMNO
                   PERFORM BAJA-ALUMNO
               WHEN WS-OPCION-INSCRIBIR
                   PERFORM INSCRIBIR-ALUMNO
               WHEN WS-OPCION-BAJA-INSCRIPCION
                   PERFORM BAJA-INSCRIPCION
               WHEN WS-OPCION-LISTAR
                   PERFORM LISTAR-GRUPO
               WHEN WS-OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA"
           END-EVALUATE.

      * Las altas y bajas se fechan: en cero toman la fecha de hoy.
       PEDIR-FECHA.
           DISPLAY "FECHA AAAAMMDD (0 = HOY): ".
           ACCEPT WS-FECHA-ENTRADA.
           IF WS-FECHA-ENTRADA = ZEROS THEN
               MOVE WS-FECHA-HOY TO WS-FECHA-ENTRADA
           END-IF.

       PEDIR-GRUPO.
           DISPLAY "CODIGO DE SUCURSAL: ".
           ACCEPT WS-SUCURSAL-ENTRADA.
           DISPLAY "TIPO DE CLASE: ".
           ACCEPT WS-TIPO-ENTRADA.
           DISPLAY "DIA DE LA SEMANA (1=DOMINGO ... 7=SABADO): ".
           ACCEPT WS-DIA-ENTRADA.
           DISPLAY "HORA DE INICIO HHMM: ".
           ACCEPT WS-HORA-ENTRADA.

       ALTA-ALUMNO.
           DISPLAY "CODIGO DE ALUMNO: ".
           ACCEPT WS-ALUMNO-ENTRADA.
           PERFORM BUSCAR-ALUMNO
           IF WS-ALU-ENCONTRADO-SI THEN
               DISPLAY "EL ALUMNO YA EXISTE"
           ELSE
               IF WS-CANT-ALUMNOS >= WS-MAX-ALUMNOS THEN
                   DISPLAY "MAESTRO DE ALUMNOS LLENO"
               ELSE
                   DISPLAY "APELLIDO Y NOMBRE: "
                   ACCEPT WS-NOMBRE-ENTRADA
                   DISPLAY "DNI: "
                   ACCEPT WS-DNI-ENTRADA
                   DISPLAY "TELEFONO: "
                   ACCEPT WS-TEL-ENTRADA
                   PERFORM PEDIR-FECHA
                   ADD 1 TO WS-CANT-ALUMNOS
                   MOVE WS-ALUMNO-ENTRADA TO
                       VEC-ALU-CODIGO(WS-CANT-ALUMNOS)
                   MOVE WS-NOMBRE-ENTRADA TO
                       VEC-ALU-NOMBRE(WS-CANT-ALUMNOS)
                   MOVE WS-DNI-ENTRADA TO VEC-ALU-DNI(WS-CANT-ALUMNOS)
                   MOVE WS-TEL-ENTRADA TO VEC-ALU-TEL(WS-CANT-ALUMNOS)
                   MOVE "A" TO VEC-ALU-ESTADO(WS-CANT-ALUMNOS)
                   MOVE WS-FECHA-ENTRADA TO
                       VEC-ALU-FECHA-ALTA(WS-CANT-ALUMNOS)
                   MOVE ZEROS TO VEC-ALU-FECHA-BAJA(WS-CANT-ALUMNOS)
                   DISPLAY "ALUMNO DADO DE ALTA"
               END-IF
           END-IF.

      * La baja del alumno cierra con la misma fecha todas sus
      * inscripciones vigentes.
       BAJA-ALUMNO.
           DISPLAY "CODIGO DE ALUMNO: ".
           ACCEPT WS-ALUMNO-ENTRADA.
           PERFORM BUSCAR-ALUMNO
           IF NOT WS-ALU-ENCONTRADO-SI THEN
               DISPLAY "ALUMNO INEXISTENTE"
           ELSE
               IF VEC-ALU-ESTADO(SUBINDICE-ALU) = "B" THEN
                   DISPLAY "EL ALUMNO YA ESTA DADO DE BAJA"
               ELSE
                   PERFORM PEDIR-FECHA
                   MOVE "B" TO VEC-ALU-ESTADO(SUBINDICE-ALU)
                   MOVE WS-FECHA-ENTRADA TO
                       VEC-ALU-FECHA-BAJA(SUBINDICE-ALU)
                   MOVE ZERO TO WS-CANT-CERRADAS
                   PERFORM CERRAR-INSCRIPCION-ALUMNO
                       VARYING SUBINDICE-INS FROM 1 BY 1
                       UNTIL SUBINDICE-INS > WS-CANT-INSCRIPCIONES
                   DISPLAY "ALUMNO DADO DE BAJA, INSCRIPCIONES "
                       "CERRADAS: " WS-CANT-CERRADAS
               END-IF
           END-IF.

       CERRAR-INSCRIPCION-ALUMNO.
           IF VEC-INS-ALUMNO(SUBINDICE-INS) = WS-ALUMNO-ENTRADA AND
               VEC-INS-FECHA-BAJA(SUBINDICE-INS) = ZEROS THEN
               MOVE WS-FECHA-ENTRADA TO
                   VEC-INS-FECHA-BAJA(SUBINDICE-INS)
               ADD 1 TO WS-CANT-CERRADAS
           END-IF.

       INSCRIBIR-ALUMNO.
           DISPLAY "CODIGO DE ALUMNO: ".
           ACCEPT WS-ALUMNO-ENTRADA.
           PERFORM BUSCAR-ALUMNO
           IF NOT WS-ALU-ENCONTRADO-SI THEN
               DISPLAY "ALUMNO INEXISTENTE"
           ELSE
               IF VEC-ALU-ESTADO(SUBINDICE-ALU) = "B" THEN
                   DISPLAY "EL ALUMNO ESTA DADO DE BAJA"
               ELSE
                   PERFORM PEDIR-GRUPO
                   PERFORM INSCRIBIR-EN-GRUPO
               END-IF
           END-IF.

       INSCRIBIR-EN-GRUPO.
           PERFORM BUSCAR-GRUPO-EN-GRILLA
           PERFORM BUSCAR-INSCRIPCION-VIGENTE
           EVALUATE TRUE
               WHEN NOT WS-GRI-ENCONTRADO-SI
                   DISPLAY "ESE HORARIO NO FIGURA EN LA GRILLA SEMANAL"
               WHEN WS-INS-ENCONTRADA-SI
                   DISPLAY "EL ALUMNO YA ESTA INSCRIPTO EN ESE GRUPO"
               WHEN WS-CANT-INSCRIPCIONES >= WS-MAX-INSCRIPCIONES
                   DISPLAY "REGISTRO DE INSCRIPCIONES LLENO"
               WHEN OTHER
                   PERFORM PEDIR-FECHA
                   ADD 1 TO WS-CANT-INSCRIPCIONES
                   MOVE WS-ALUMNO-ENTRADA TO
                       VEC-INS-ALUMNO(WS-CANT-INSCRIPCIONES)
                   MOVE WS-GRUPO-ENTRADA TO
                       VEC-INS-GRUPO(WS-CANT-INSCRIPCIONES)
                   MOVE WS-FECHA-ENTRADA TO
                       VEC-INS-FECHA-ALTA(WS-CANT-INSCRIPCIONES)
                   MOVE ZEROS TO
                       VEC-INS-FECHA-BAJA(WS-CANT-INSCRIPCIONES)
                   DISPLAY "ALUMNO INSCRIPTO"
           END-EVALUATE.

      * Como en las habilitaciones, la baja no borra el renglon:
      * le pone la fecha de baja.
       BAJA-INSCRIPCION.
           DISPLAY "CODIGO DE ALUMNO: ".
           ACCEPT WS-ALUMNO-ENTRADA.
           PERFORM PEDIR-GRUPO
           PERFORM BUSCAR-INSCRIPCION-VIGENTE
           IF NOT WS-INS-ENCONTRADA-SI THEN
               DISPLAY "NO HAY UNA INSCRIPCION VIGENTE DEL ALUMNO "
                       "EN ESE GRUPO"
           ELSE
               PERFORM PEDIR-FECHA
               IF WS-FECHA-ENTRADA <
                   VEC-INS-FECHA-ALTA(SUBINDICE-INS) THEN
                   DISPLAY "LA BAJA NO PUEDE SER ANTERIOR AL ALTA "
                       VEC-INS-FECHA-ALTA(SUBINDICE-INS)
               ELSE
                   MOVE WS-FECHA-ENTRADA TO
                       VEC-INS-FECHA-BAJA(SUBINDICE-INS)
                   DISPLAY "INSCRIPCION DADA DE BAJA AL "
                       WS-FECHA-ENTRADA
               END-IF
           END-IF.

       LISTAR-GRUPO.
           PERFORM PEDIR-GRUPO
           MOVE ZERO TO WS-CANT-INSCRIPTOS
           DISPLAY "ALUMNO NOMBRE                         DESDE"
           PERFORM LISTAR-UNA-INSCRIPCION
               VARYING SUBINDICE-INS FROM 1 BY 1
               UNTIL SUBINDICE-INS > WS-CANT-INSCRIPCIONES
           DISPLAY "INSCRIPTOS VIGENTES: " WS-CANT-INSCRIPTOS.

       LISTAR-UNA-INSCRIPCION.
           IF VEC-INS-GRUPO(SUBINDICE-INS) = WS-GRUPO-ENTRADA AND
               VEC-INS-FECHA-BAJA(SUBINDICE-INS) = ZEROS THEN
               ADD 1 TO WS-CANT-INSCRIPTOS
               MOVE VEC-INS-ALUMNO(SUBINDICE-INS) TO WS-ALUMNO-ENTRADA
               PERFORM BUSCAR-ALUMNO
               IF WS-ALU-ENCONTRADO-SI THEN
                   MOVE VEC-ALU-NOMBRE(SUBINDICE-ALU) TO
                       WS-NOMBRE-ENTRADA
               ELSE
                   MOVE SPACES TO WS-NOMBRE-ENTRADA
               END-IF
               DISPLAY VEC-INS-ALUMNO(SUBINDICE-INS) " "
                   WS-NOMBRE-ENTRADA " "
                   VEC-INS-FECHA-ALTA(SUBINDICE-INS)
           END-IF.

       BUSCAR-ALUMNO.
           MOVE "N" TO WS-ALU-ENCONTRADO
           MOVE 1 TO SUBINDICE-ALU
           PERFORM AVANZAR-SUBINDICE-ALU UNTIL
               SUBINDICE-ALU > WS-CANT-ALUMNOS OR
               WS-ALU-ENCONTRADO-SI.

       AVANZAR-SUBINDICE-ALU.
           IF VEC-ALU-CODIGO(SUBINDICE-ALU) = WS-ALUMNO-ENTRADA THEN
               MOVE "S" TO WS-ALU-ENCONTRADO
           ELSE
               ADD 1 TO SUBINDICE-ALU
           END-IF.

       BUSCAR-INSCRIPCION-VIGENTE.
           MOVE "N" TO WS-INS-ENCONTRADA
           MOVE 1 TO SUBINDICE-INS
           PERFORM AVANZAR-SUBINDICE-INS UNTIL
               SUBINDICE-INS > WS-CANT-INSCRIPCIONES OR
               WS-INS-ENCONTRADA-SI.

       AVANZAR-SUBINDICE-INS.
           IF VEC-INS-ALUMNO(SUBINDICE-INS) = WS-ALUMNO-ENTRADA AND
               VEC-INS-GRUPO(SUBINDICE-INS) = WS-GRUPO-ENTRADA AND
               VEC-INS-FECHA-BAJA(SUBINDICE-INS) = ZEROS THEN
               MOVE "S" TO WS-INS-ENCONTRADA
           ELSE
               ADD 1 TO SUBINDICE-INS
           END-IF.

       BUSCAR-GRUPO-EN-GRILLA.
           MOVE "N" TO WS-GRI-ENCONTRADO
           MOVE 1 TO SUBINDICE-GRI
           PERFORM AVANZAR-SUBINDICE-GRI UNTIL
               SUBINDICE-GRI > WS-CANT-GRILLA OR
               WS-GRI-ENCONTRADO-SI.

       AVANZAR-SUBINDICE-GRI.
           IF VEC-GRI-GRUPO(SUBINDICE-GRI) = WS-GRUPO-ENTRADA THEN
               MOVE "S" TO WS-GRI-ENCONTRADO
           ELSE
               ADD 1 TO SUBINDICE-GRI
           END-IF.

       END PROGRAM MANTENIMIENTO-ALUMNOS.
