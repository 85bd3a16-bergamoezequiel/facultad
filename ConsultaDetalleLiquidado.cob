           03 DET-HORAS PIC 9(3)V99.
           03 DET-TIPO-MOV PIC X(1).
           03 DET-IMPORTE PIC S9(9)V99.
           03 DET-ALUMNOS PIC 9(3).
           03 DET-CONCEPTO PIC X(1).
           03 DET-SELLO-FECHA PIC 9(8).
           03 DET-SELLO-HORA PIC 9(6).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-STATUS-DETALLE PIC X(2) VALUE SPACES.
