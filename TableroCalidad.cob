               88 NOV1-ES-COLA VALUE "99999".
           03 NOV1-FECHA PIC 9(8).
           03 NOV1-SUCURSAL PIC X(3).
           03 NOV1-TIP_CLASE PIC X(4).
           03 NOV1-HORAS PIC 9(3)V99.
           03 NOV1-TIPO-MOV PIC X(1).
           03 NOV1-ALUMNOS PIC 9(3).
           03 NOV1-HORA-DESDE PIC 9(4).
           03 NOV1-HORA-HASTA PIC 9(4).
           03 NOV1-CONCEPTO PIC X(1).
           03 NOV1-CLIENTE PIC X(5).
           03 NOV1-PORC-COMPARTIDO PIC 9(3)V99.
           03 NOV1-AVISO-FECHA PIC 9(8).
           03 NOV1-AVISO-HORA PIC 9(4).
           03 NOV1-MODALIDAD PIC X(1).

       FD NovTimes2 LABEL RECORD IS STANDARD.
       01 NovTimes2_REG.
               88 NOV2-ES-COLA VALUE "99999".
           03 NOV2-FECHA PIC 9(8).
           03 NOV2-SUCURSAL PIC X(3).
           03 NOV2-TIP_CLASE PIC X(4).
           03 NOV2-HORAS PIC 9(3)V99.
           03 NOV2-TIPO-MOV PIC X(1).
           03 NOV2-ALUMNOS PIC 9(3).
           03 NOV2-HORA-DESDE PIC 9(4).
           03 NOV2-HORA-HASTA PIC 9(4).
           03 NOV2-CONCEPTO PIC X(1).
           03 NOV2-CLIENTE PIC X(5).
           03 NOV2-PORC-COMPARTIDO PIC 9(3)V99.
           03 NOV2-AVISO-FECHA PIC 9(8).
           03 NOV2-AVISO-HORA PIC 9(4).
           03 NOV2-MODALIDAD PIC X(1).

       FD NovTimes3 LABEL RECORD IS STANDARD.
       01 NovTimes3_REG.
               88 NOV3-ES-COLA VALUE "99999".
           03 NOV3-FECHA PIC 9(8).
           03 NOV3-SUCURSAL PIC X(3).
           03 NOV3-TIP_CLASE PIC X(4).
           03 NOV3-HORAS PIC 9(3)V99.
           03 NOV3-TIPO-MOV PIC X(1).
           03 NOV3-ALUMNOS PIC 9(3).
           03 NOV3-HORA-DESDE PIC 9(4).
           03 NOV3-HORA-HASTA PIC 9(4).
           03 NOV3-CONCEPTO PIC X(1).
           03 NOV3-CLIENTE PIC X(5).
           03 NOV3-PORC-COMPARTIDO PIC 9(3)V99.
           03 NOV3-AVISO-FECHA PIC 9(8).
           03 NOV3-AVISO-HORA PIC 9(4).
           03 NOV3-MODALIDAD PIC X(1).

       FD ARCHIVO_CAUSA LABEL RECORD IS STANDARD.
       01 ARCHIVO_CAUSA_REG PIC X(80).
