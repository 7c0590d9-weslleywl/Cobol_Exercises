      ******************************************************************
      * Copybook: CENSOREC
      * Purpose:  Fixed-layout interface records of the censo escolar
      *           file (CENSO.DAT) sent to the education secretariat -
      *           four record layouts under the same FD, identified by
      *           the first byte, after the ROLREC pattern: "H" header
      *           com a data de geracao e o ano letivo de referencia,
      *           "D" detalhe com um aluno, "R" resumo de uma turma e
      *           "T" trailer com a contagem de alunos e de turmas e o
      *           hash total das matriculas numericas para o
      *           destinatario conferir a integridade do arquivo.
      *           CEN-DET-SITUACAO: "A" = ativa, "T" = transferida,
      *           "E" = evadida, "C" = cancelada, space = matricula
      *           fora do cadastro ALUNO.DAT (situacao nao informada).
      ******************************************************************
       01  CEN-HEADER.
           05  CEN-HDR-TIPO            PIC X(1).
           05  CEN-HDR-DATA            PIC 9(8).
           05  CEN-HDR-ANO             PIC 9(4).
           05  CEN-HDR-DESCRICAO       PIC X(30).
           05  FILLER                  PIC X(37).

       01  CEN-DETALHE.
           05  CEN-DET-TIPO            PIC X(1).
           05  CEN-DET-ID              PIC X(6).
           05  CEN-DET-TURMA           PIC X(4).
           05  CEN-DET-QTD-DISC        PIC 9(2).
           05  CEN-DET-QTD-DEP         PIC 9(2).
           05  CEN-DET-FREQUENCIA      PIC 9(3)V99.
           05  CEN-DET-RESULTADO       PIC X(10).
           05  CEN-DET-SITUACAO        PIC X(1).
           05  FILLER                  PIC X(49).

       01  CEN-RESUMO.
           05  CEN-RES-TIPO            PIC X(1).
           05  CEN-RES-TURMA           PIC X(4).
           05  CEN-RES-QTD-ALUNOS      PIC 9(4).
           05  CEN-RES-APROVADOS       PIC 9(4).
           05  CEN-RES-APROV-CONS      PIC 9(4).
           05  CEN-RES-PROM-DEP        PIC 9(4).
           05  CEN-RES-REPROVADOS      PIC 9(4).
           05  CEN-RES-PENDENTES       PIC 9(4).
           05  CEN-RES-TRANSFERIDOS    PIC 9(4).
           05  CEN-RES-EVADIDOS        PIC 9(4).
           05  CEN-RES-FREQ-MEDIA      PIC 9(3)V99.
           05  FILLER                  PIC X(38).

       01  CEN-TRAILER.
           05  CEN-TRL-TIPO            PIC X(1).
           05  CEN-TRL-QTD             PIC 9(9).
           05  CEN-TRL-QTD-TURMAS      PIC 9(9).
           05  CEN-TRL-HASH            PIC 9(18).
           05  FILLER                  PIC X(43).
