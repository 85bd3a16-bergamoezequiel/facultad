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

       FD Times1 LABEL RECORD IS STANDARD.
       01 Times1_REG.
           03 TIM-HORA-DESDE PIC 9(4).
           03 TIM-HORA-HASTA PIC 9(4).
           03 TIM-CONCEPTO PIC X(1).
           03 TIM-CLIENTE PIC X(5).
           03 TIM-PORC-COMPARTIDO PIC 9(3)V99.
           03 TIM-AVISO-FECHA PIC 9(8).
           03 TIM-AVISO-HORA PIC 9(4).
           03 TIM-MODALIDAD PIC X(1).

       SD SORT-TRABAJO.
       01 SORT-REG.
               05 SORT-NUMERO PIC X(5).
               05 SORT-FECHA PIC 9(8).
               05 SORT-SUCURSAL PIC X(3).
           03 SORT-RESTO PIC X(45).

       FD ACUMULADO_ANUAL LABEL RECORD IS STANDARD.
       01 ACUMULADO_ANUAL_REG.

      * Las horas historicas del maestro se renumeran al vuelo y el
      * SORT las deja de nuevo en orden de clave, que es lo que el
      * merge exige del archivo. La cabecera de layout (numero
      * "00000") sigue saliendo primera.
       REASIGNAR-HORAS-HISTORICAS.
           MOVE ZERO TO WS-CONTADOR-MOVIDAS
           SORT SORT-TRABAJO
