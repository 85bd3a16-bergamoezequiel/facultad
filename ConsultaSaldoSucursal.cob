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

       FD ACUMULADO_SUCURSAL LABEL RECORD IS STANDARD.
       01 ACUMULADO_SUCURSAL_REG.
