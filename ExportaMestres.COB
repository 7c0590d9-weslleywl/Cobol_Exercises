       FD  STUDENT-BACKUP.
       01  BKP-STU-REGISTRO.
           05  BKP-STU-TIPO            PIC X(1).
           05  BKP-STU-DADOS           PIC X(66).

       FD  CIDADAO-BACKUP.
       01  BKP-CID-REGISTRO.
           05  BKP-CID-TIPO            PIC X(1).
           05  BKP-CID-DADOS           PIC X(96).

       WORKING-STORAGE SECTION.

