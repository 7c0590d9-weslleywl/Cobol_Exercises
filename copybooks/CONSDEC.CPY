      ******************************************************************
      * Copybook: CONSDEC
      * Purpose:  CONSELHO.DAT record layout - one decision of the
      *           conselho de classe per ano letivo X aluno, recorded
      *           by the coordination in ConselhoManutencao from the
      *           ConselhoLista roster. EncerramentoAno honours an
      *           "A" decision by closing the year as APROV-CONS and
      *           promoting the student; the notas and Media of the
      *           disciplinas stay exactly as graded.
      *           CON-DECISAO: "A" = aprovado pelo conselho, "R" =
      *           reprovacao mantida pelo conselho.
      ******************************************************************
       01  CONSELHO-RECORD.
           05  CON-CHAVE.
               10  CON-ANO               PIC 9(4).
               10  CON-ID                PIC X(6).
           05  CON-TURMA               PIC X(4).
           05  CON-DECISAO             PIC X(1).
           05  CON-DT-CONSELHO         PIC 9(8).
           05  CON-QTD-REPROV          PIC 9(2).
           05  CON-JUSTIFICATIVA       PIC X(60).
           05  CON-OPERADOR            PIC X(8).
           05  CON-DT-REGISTRO         PIC 9(8).
