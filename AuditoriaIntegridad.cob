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

       FD TIPOS_CLASE LABEL RECORD IS STANDARD.
       01 TIPOS_CLASE_REG.
           03 TIP-FECHA-HASTA PIC 9(8).
           03 TIP-MIN-ALUMNOS PIC 9(3).
           03 TIP-PORC-REDUCCION PIC 9(3)V99.
           03 TIP-PAREJA PIC X(1).
           03 TIP-PORC-VIRTUAL PIC 9(3)V99.
           03 TIP-TOPE-CONCEPTO PIC 9(3)V99.

       FD TARIFAS_SUCURSAL LABEL RECORD IS STANDARD.
       01 TARIFAS_SUCURSAL_REG.
