      *        espacos nas linhas gravadas pelos lotes.
           05  AUD-APROVADOR           PIC X(8).
      *        Supervisor que autorizou a alteracao (correcoes de
      *        nota) - espacos nas linhas gravadas pelos lotes,
      *        "DEPENDEN" na linha do lote para uma disciplina em
      *        dependencia, "CONSELHO" nas decisoes do conselho.
