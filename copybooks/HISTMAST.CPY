      *           history written by the year-end rollover, one record
      *           per ano letivo X aluno X disciplina, so a former
      *           student can ask for a transcript of any prior year.
      *           HIS-DEPENDENCIA follows STUMAST: "S" marks the line
      *           of a disciplina cursada em dependencia that year.
      ******************************************************************
       01  HISTORICO-RECORD.
           05  HIS-CHAVE.
               10  HIS-ANO               PIC 9(4).
               10  HIS-ID                PIC X(6).
               10  HIS-DISCIPLINA        PIC X(4).
               10  HIS-DEPENDENCIA       PIC X(1).
           05  HIS-NOME                PIC X(30).
           05  HIS-TURMA               PIC X(4).
           05  HIS-N1                  PIC 9(2)V99.
           05  HIS-MEDIA-FINAL         PIC 9(2)V99.
           05  HIS-RESULTADO           PIC X(10).
           05  HIS-RESULTADO-ANO       PIC X(10).
      *        APROVADO, REPROVADO, PENDENTE, APROV-CONS (reprovado
      *        nas notas e aprovado pelo conselho de classe) ou
      *        PROM-DEP (promovido com dependencia).
