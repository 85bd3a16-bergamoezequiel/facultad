      *          maestro y limitan su menu segun el perfil. Este
      *          mantenimiento exige perfil supervisor; si el maestro
      *          todavia no existe deja crear el primer usuario sin
      *          identificarse, para poder arrancar. Un usuario puede
      *          quedar registrado como coordinador de una sucursal:
      *          es quien aprueba las novedades que esa sucursal
      *          manda antes de que se liquiden.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       SELECT INTENTOS-FALLIDOS ASSIGN TO "IntentosFallidos.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-INTENTOS.

       SELECT SUCURSALES ASSIGN TO "Sucursales.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-SUCURSALES.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               88 USU-DEBE-CAMBIAR-CLAVE VALUE "F".
           03 USU-CLAVES-ANTERIORES.
               05 USU-CLAVE-ANT PIC X(8) OCCURS 3 TIMES.
      * Sucursal que coordina (blanco si no es coordinador).
           03 USU-SUCURSAL-COORD PIC X(3).

       FD INTENTOS-FALLIDOS LABEL RECORD IS STANDARD.
       01 INTENTOS-FALLIDOS-REG.
           03 INT-USUARIO PIC X(8).
           03 INT-FECHA PIC 9(8).
           03 INT-HORA PIC 9(6).

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
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-STATUS-USUARIOS PIC X(2) VALUE SPACES.
               05 VEC-USU-BLOQUEADO PIC X(1).
               05 VEC-USU-FORZAR PIC X(1).
               05 VEC-USU-CLAVE-ANT PIC X(8) OCCURS 3 TIMES.
               05 VEC-USU-SUCURSAL-COORD PIC X(3).

       01 WS-OPCION PIC X(1).
           88 WS-OPCION-ALTA VALUE "1".
           88 WS-OPCION-MODIFICAR VALUE "2".
           88 WS-OPCION-BAJA VALUE "3".
           88 WS-OPCION-DESBLOQUEAR VALUE "4".
           88 WS-OPCION-COORDINADOR VALUE "5".
           88 WS-OPCION-SALIR VALUE "6".

       01 WS-CODIGO-ENTRADA PIC X(8).
       01 WS-CLAVE-ENTRADA PIC X(8).
       01 WS-NOMBRE-ENTRADA PIC X(25).
       01 WS-PERFIL-ENTRADA PIC X(1).
       01 WS-SUCURSAL-ENTRADA PIC X(3).

       01 WS-STATUS-SUCURSALES PIC X(2) VALUE SPACES.
       01 WS-EOF-SUCURSALES PIC X(2) VALUE "NO".
       01 WS-MAX-SUCURSALES PIC 9(4) VALUE 500.
       01 WS-CANT-SUCURSALES PIC 9(4) VALUE ZERO.
       01 SUBINDICE-SUC PIC 9(4) VALUE ZERO.
       01 TABLA-SUCURSALES.
           03 VEC-SUC-SUCURSAL PIC X(3) OCCURS 500 TIMES.
       01 WS-SUCURSAL-EXISTE PIC X(1) VALUE "N".
           88 WS-SUCURSAL-EXISTE-SI VALUE "S".

       01 WS-USU-ENCONTRADO PIC X(1) VALUE "N".
           88 WS-USU-ENCONTRADO-SI VALUE "S".
           COMPUTE WS-FECHA-HOY-USU = WS-CURRENT-YEAR * 10000 +
               WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
           PERFORM CARGAR-USUARIOS-A-VECTOR
           PERFORM CARGAR-SUCURSALES-A-VECTOR
           IF WS-CANT-USUARIOS = ZERO THEN
               DISPLAY "MAESTRO DE USUARIOS VACIO: CARGUE EL PRIMER "
                       "SUPERVISOR"
               VEC-USU-CLAVE-ANT(WS-CANT-USUARIOS, 2)
           MOVE USU-CLAVE-ANT(3) TO
               VEC-USU-CLAVE-ANT(WS-CANT-USUARIOS, 3)
           MOVE USU-SUCURSAL-COORD TO
               VEC-USU-SUCURSAL-COORD(WS-CANT-USUARIOS)
           PERFORM LEER-USUARIO.

       CARGAR-SUCURSALES-A-VECTOR.
           MOVE ZERO TO WS-CANT-SUCURSALES
           OPEN INPUT SUCURSALES
           IF WS-STATUS-SUCURSALES = "00" THEN
               PERFORM LEER_SUCURSAL
               PERFORM CARGAR-REGISTRO-SUC UNTIL
                   WS-EOF-SUCURSALES = "SI" OR
                   WS-CANT-SUCURSALES >= WS-MAX-SUCURSALES
               CLOSE SUCURSALES
           END-IF.

       LEER_SUCURSAL.
           READ SUCURSALES
               AT END
                   MOVE "SI" TO WS-EOF-SUCURSALES.

       CARGAR-REGISTRO-SUC.
           ADD 1 TO WS-CANT-SUCURSALES
           MOVE SUC-SUCURSAL TO VEC-SUC-SUCURSAL(WS-CANT-SUCURSALES)
           PERFORM LEER_SUCURSAL.

       GRABAR-USUARIOS-DESDE-VECTOR.
           OPEN OUTPUT USUARIOS
           MOVE 1 TO SUBINDICE-USU
               USU-CLAVE-ANT(2)
           MOVE VEC-USU-CLAVE-ANT(SUBINDICE-USU, 3) TO
               USU-CLAVE-ANT(3)
           MOVE VEC-USU-SUCURSAL-COORD(SUBINDICE-USU) TO
               USU-SUCURSAL-COORD
           WRITE USUARIOS_REG
           ADD 1 TO SUBINDICE-USU.

           DISPLAY "2. MODIFICACION (CLAVE/PERFIL)".
           DISPLAY "3. BAJA".
           DISPLAY "4. DESBLOQUEAR USUARIO".
           DISPLAY "5. COORDINADOR DE SUCURSAL".
           DISPLAY "6. SALIR".
           DISPLAY "---------------------------------------".
           ACCEPT WS-OPCION.
           EVALUATE TRUE
                   PERFORM BAJA-USUARIO
               WHEN WS-OPCION-DESBLOQUEAR
                   PERFORM DESBLOQUEAR-USUARIO
               WHEN WS-OPCION-COORDINADOR
                   PERFORM ASIGNAR-COORDINADOR
               WHEN WS-OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                           VEC-USU-CLAVE-ANT(WS-CANT-USUARIOS, 2)
                       MOVE SPACES TO
                           VEC-USU-CLAVE-ANT(WS-CANT-USUARIOS, 3)
                       MOVE SPACES TO
                           VEC-USU-SUCURSAL-COORD(WS-CANT-USUARIOS)
                       DISPLAY "USUARIO DADO DE ALTA (DEBERA "
                           "CAMBIAR LA CLAVE AL PRIMER INGRESO)"
                   ELSE
               DISPLAY "USUARIO DESBLOQUEADO"
           END-IF.

      * Una sucursal tiene un solo coordinador: asignarla a un
      * usuario se la quita al que la tenia. Blanco deja al usuario
      * sin coordinacion; una sucursal que no esta en
      * Sucursales.dat se rechaza y la coordinacion no cambia.
       ASIGNAR-COORDINADOR.
           DISPLAY "CODIGO DE USUARIO: ".
           ACCEPT WS-CODIGO-ENTRADA.
           PERFORM BUSCAR-USUARIO-TABLA
           IF NOT WS-USU-ENCONTRADO-SI THEN
               DISPLAY "USUARIO INEXISTENTE"
           ELSE
               DISPLAY "SUCURSAL QUE COORDINA ACTUALMENTE: "
                   VEC-USU-SUCURSAL-COORD(WS-SUBINDICE-HALLADO)
               DISPLAY "SUCURSAL QUE COORDINA (ENTER PARA QUITAR): "
               ACCEPT WS-SUCURSAL-ENTRADA
               MOVE "S" TO WS-SUCURSAL-EXISTE
               IF WS-SUCURSAL-ENTRADA NOT = SPACES THEN
                   PERFORM VERIFICAR-SUCURSAL-EXISTE
               END-IF
               IF NOT WS-SUCURSAL-EXISTE-SI THEN
                   DISPLAY "SUCURSAL INEXISTENTE EN Sucursales.dat"
                   DISPLAY "COORDINACION SIN CAMBIOS"
               ELSE
                   IF WS-SUCURSAL-ENTRADA NOT = SPACES THEN
                       PERFORM QUITAR-COORDINACION-ANTERIOR
                           VARYING SUBINDICE-USU FROM 1 BY 1
                           UNTIL SUBINDICE-USU > WS-CANT-USUARIOS
                   END-IF
                   MOVE WS-SUCURSAL-ENTRADA TO
                       VEC-USU-SUCURSAL-COORD(WS-SUBINDICE-HALLADO)
                   DISPLAY "COORDINACION ACTUALIZADA"
               END-IF
           END-IF.

       VERIFICAR-SUCURSAL-EXISTE.
           MOVE "N" TO WS-SUCURSAL-EXISTE
           MOVE 1 TO SUBINDICE-SUC
           PERFORM AVANZAR-SUBINDICE-SUC UNTIL
               SUBINDICE-SUC > WS-CANT-SUCURSALES OR
               WS-SUCURSAL-EXISTE-SI.

       AVANZAR-SUBINDICE-SUC.
           IF VEC-SUC-SUCURSAL(SUBINDICE-SUC) = WS-SUCURSAL-ENTRADA
               THEN
               MOVE "S" TO WS-SUCURSAL-EXISTE
           ELSE
               ADD 1 TO SUBINDICE-SUC
           END-IF.

       QUITAR-COORDINACION-ANTERIOR.
           IF VEC-USU-SUCURSAL-COORD(SUBINDICE-USU) =
               WS-SUCURSAL-ENTRADA THEN
               DISPLAY "LA SUCURSAL DEJA DE COORDINARLA "
                   VEC-USU-CODIGO(SUBINDICE-USU)
               MOVE SPACES TO VEC-USU-SUCURSAL-COORD(SUBINDICE-USU)
           END-IF.

       LIMPIAR-INTENTOS-DEL-USUARIO.
           MOVE ZERO TO WS-CANT-INT-TABLA
           MOVE "NO" TO WS-EOF-INTENTOS
