      *           (matricula + disciplina + nota), posted in bulk by
      *           RecuperacaoLote instead of one terminal session per
      *           student. Nota na convencao 9(2)V99 ("0750" = 7.50).
      *           RCI-DEPENDENCIA "S" posts to the disciplina the
      *           student carries em dependencia; space/"N" (or a line
      *           without the column) posts to the regular disciplina.
      ******************************************************************
       01  REC-INTAKE-REC.
           05  RCI-ID                  PIC X(6).
           05  RCI-DISCIPLINA          PIC X(4).
           05  RCI-REC-NOTA            PIC 9(2)V99.
           05  RCI-DEPENDENCIA         PIC X(1).
