      * Date:
      * Purpose: Cola de autorizaciones de doble firma: las
      *          operaciones sensibles (reajuste de tarifas, fusion
      *          de profesores, anulacion de recibos, liberacion de
      *          pagos retenidos por neto anomalo) quedan
      *          pendientes en AutorizacionesPendientes.dat y aca un
      *          usuario con perfil supervisor de Usuarios.dat las
      *          revisa, las aprueba (segunda firma) o las rechaza
               88 USU-DEBE-CAMBIAR-CLAVE VALUE "F".
           03 USU-CLAVES-ANTERIORES.
               05 USU-CLAVE-ANT PIC X(8) OCCURS 3 TIMES.
      * Sucursal que coordina (blanco si no es coordinador).
           03 USU-SUCURSAL-COORD PIC X(3).

       FD BITACORA LABEL RECORD IS STANDARD.
       01 BITACORA_REG.
