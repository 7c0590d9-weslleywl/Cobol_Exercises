      ******************************************************************
      * Copybook: ALUMAST
      * Purpose:  ALUNO.DAT record layout - indexed personal registry
      *           of the students keyed by matricula (ALU-ID), kept
      *           apart from the aluno X disciplina grade master so
      *           the name is spelled once. Maintained by
      *           AlunoManutencao; the loaders refuse lines whose
      *           matricula is missing here or not active, and the
      *           boletim, historico and transfer programs take the
      *           name from here.
      *           ALU-SITUACAO: "A" = ativa, "C" = cancelada,
      *                         "E" = evadida, "T" = transferida
      *                         para outra escola.
      *           ALU-DT-SITUACAO: data da ultima mudanca de situacao.
      ******************************************************************
       01  ALUNO-RECORD.
           05  ALU-ID                  PIC X(6).
           05  ALU-NOME                PIC X(30).
           05  ALU-DT-NASC             PIC 9(8).
           05  ALU-RESPONSAVEL         PIC X(30).
           05  ALU-TELEFONE            PIC X(15).
           05  ALU-ENDERECO            PIC X(40).
           05  ALU-BAIRRO              PIC X(20).
           05  ALU-CIDADE              PIC X(20).
           05  ALU-CEP                 PIC X(8).
           05  ALU-DT-MATRICULA        PIC 9(8).
           05  ALU-SITUACAO            PIC X(1).
           05  ALU-DT-SITUACAO         PIC 9(8).
