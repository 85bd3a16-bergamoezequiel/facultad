           03 AGE-SUCURSAL PIC X(3).
           03 AGE-TIP_CLASE PIC X(4).
           03 AGE-HORAS-PREVISTAS PIC 9(3)V99.
           03 AGE-HORA-DESDE PIC 9(4).
           03 AGE-HORA-HASTA PIC 9(4).

       FD TIPOS_CLASE LABEL RECORD IS STANDARD.
       01 TIPOS_CLASE_REG.
           03 TIP-FECHA-HASTA PIC 9(8).
           03 TIP-MIN-ALUMNOS PIC 9(3).
           03 TIP-PORC-REDUCCION PIC 9(3)V99.
           03 TIP-PAREJA PIC X(1).
           03 TIP-PORC-VIRTUAL PIC 9(3)V99.
           03 TIP-TOPE-CONCEPTO PIC 9(3)V99.

       FD SUCURSALES LABEL RECORD IS STANDARD.
       01 SUCURSALES_REG.
           03 SUC-ESTADO PIC X(1).
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

      * Mismo layout que GLExtracto.dat: la provision entra al
      * circuito contable como un extracto mas, con tipo P y su
