      *                         CADASTRO-TD
      *                    07 = nota para bimestre ja fechado no
      *                         controle de periodo (PERIODO.DAT)
      *                    08 = matricula fora do cadastro de alunos
      *                         (ALUNO.DAT)
      *                    09 = matricula nao ativa no cadastro de
      *                         alunos (cancelada, evadida ou
      *                         transferida)
      ******************************************************************
       01  NOTAS-REJEITO-REC.
           05  REJ-MOTIVO              PIC X(2).
