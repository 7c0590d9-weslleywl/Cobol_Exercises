      *           disciplina - a student enrolled in several subjects
      *           holds several records under the same STU-ID, and the
      *           composite STU-CHAVE keys the indexed file.
      *           STU-DEPENDENCIA closes the key so a disciplina carried
      *           em dependencia from a previous serie can live beside
      *           the same disciplina of the current serie: "N" =
      *           disciplina regular, "S" = dependencia (STU-TURMA is
      *           then the turma where it was failed). Dependencias are
      *           graded by notas only - FALTAS.DAT keys belong to the
      *           regular disciplina - and stay out of turma averages.
      ******************************************************************
       01  STUDENT-RECORD.
           05  STU-CHAVE.
               10  STU-ID                PIC X(6).
               10  STU-DISCIPLINA        PIC X(4).
               10  STU-DEPENDENCIA       PIC X(1).
           05  STU-NOME                PIC X(30).
           05  STU-TURMA               PIC X(4).
           05  STU-N1                  PIC 9(2)V99.
