      *          student (Media entre 5 e 7 com recuperacao ainda nao
      *          lancada) from the STUDENT-MASTER, grouped by turma
      *          and disciplina, so the secretariat can schedule the
      *          exam rooms. Printed to RECUPERACAO.REL. A student
      *          taking the disciplina em dependencia is listed under
      *          the turma where it was failed, marked DEPENDENCIA, so
      *          the posting line carries RCI-DEPENDENCIA "S".
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05  SRT-ID                  PIC X(6).
           05  SRT-NOME                PIC X(30).
           05  SRT-MEDIA               PIC 9(2)V99.
           05  SRT-DEPENDENCIA         PIC X(1).

       WORKING-STORAGE SECTION.

           05  DET-NOME                PIC X(30).
           05  FILLER                  PIC X(9) VALUE "  MEDIA: ".
           05  DET-MEDIA               PIC Z9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DET-DEPENDENCIA         PIC X(11).
           05  FILLER                  PIC X(13) VALUE SPACES.

       01  WRK-LIN-QTD-GRUPO.
           05  FILLER                  PIC X(21)
                MOVE STU-ID TO SRT-ID
                MOVE STU-NOME TO SRT-NOME
                MOVE Media TO SRT-MEDIA
                MOVE STU-DEPENDENCIA TO SRT-DEPENDENCIA
                RELEASE SORT-RECORD
            END-IF.

            MOVE SRT-ID TO DET-ID.
            MOVE SRT-NOME TO DET-NOME.
            MOVE SRT-MEDIA TO DET-MEDIA.
            IF SRT-DEPENDENCIA = "S"
                MOVE "DEPENDENCIA" TO DET-DEPENDENCIA
            ELSE
                MOVE SPACES TO DET-DEPENDENCIA
            END-IF.
            MOVE WRK-LIN-DETALHE TO ROSTER-LINHA.
            WRITE ROSTER-LINHA.

