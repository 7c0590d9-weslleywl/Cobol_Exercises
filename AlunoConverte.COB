      * Purpose: One-time conversion of STUDENT.DAT from the old
      *          layout (chave STU-ID sozinha, disciplina depois do
      *          nome) to the current STUMAST layout keyed by
      *          matricula + disciplina (todas como disciplina regular,
      *          STU-DEPENDENCIA "N") - reads the old file and
      *          writes STUDENT-CONV.DAT preserving every field,
      *          inclusive STU-REC-NOTA e STU-REC-STATUS, so a
      *          mid-year migration does not wipe the recuperacao ja
       100-CONVERTE-REGISTRO.
            MOVE ANT-STU-ID TO STU-ID.
            MOVE ANT-STU-DISCIPLINA TO STU-DISCIPLINA.
            MOVE "N" TO STU-DEPENDENCIA.
            MOVE ANT-STU-NOME TO STU-NOME.
            MOVE ANT-STU-TURMA TO STU-TURMA.
            MOVE ANT-STU-N1 TO STU-N1.
