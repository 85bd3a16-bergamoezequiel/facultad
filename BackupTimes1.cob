      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD Times1 LABEL RECORD IS STANDARD.
       01 Times1_REG PIC X(61).

       FD TIMES1-BACKUP LABEL RECORD IS STANDARD.
       01 TIMES1-BACKUP-REG PIC X(61).

       FD BITACORA LABEL RECORD IS STANDARD.
       01 BITACORA_REG.
