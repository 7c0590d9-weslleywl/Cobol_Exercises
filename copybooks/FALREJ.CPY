      *                    04 = faltas maiores que as aulas dadas
      *                    05 = matricula/disciplina duplicada dentro
      *                         do mesmo intake
      *                    06 = matricula fora do cadastro de alunos
      *                         (ALUNO.DAT)
      *                    07 = matricula nao ativa no cadastro de
      *                         alunos
      ******************************************************************
       01  FALTAS-REJEITO-REC.
           05  FRJ-MOTIVO              PIC X(2).
