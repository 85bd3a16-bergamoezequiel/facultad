      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD PROFESORES LABEL RECORD IS STANDARD.
       01 PROFESORES_REG PIC X(185).
       01 PROFESORES_CLAVE REDEFINES PROFESORES_REG.
           03 PROF-NUMERO PIC X(5).
           03 FILLER PIC X(180).

       FD ACUMULADO_ANUAL LABEL RECORD IS STANDARD.
       01 ACUMULADO_ANUAL_REG PIC X(29).
           03 FILLER PIC X(20).

       FD DETALLE_LIQUIDADO LABEL RECORD IS STANDARD.
       01 DETALLE_LIQUIDADO_REG PIC X(58).
       01 DETALLE_LIQUIDADO_CLAVE REDEFINES DETALLE_LIQUIDADO_REG.
           03 DET-CLAVE PIC X(16).
           03 FILLER PIC X(42).

       FD SECUENCIAL_ENTRADA LABEL RECORD IS STANDARD.
       01 SECUENCIAL_ENTRADA_REG PIC X(200).
