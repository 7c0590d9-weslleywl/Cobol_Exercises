      ******************************************************************
      * Copybook: ELSMAST
      * Purpose:  ELEITOR-SECAO.DAT record layout - indexed by CID-ID,
      *           one record per citizen holding the secao eleitoral
      *           assigned by the last SecaoDistribui run. The next
      *           run reads it back so a voter keeps the same secao
      *           while it still has room; citizens left out of the run
      *           (baixa, inscricao rejeitada, sem vaga) lose the
      *           record.
      ******************************************************************
       01  ELEITOR-SECAO-RECORD.
           05  ELS-ID                  PIC 9(9).
           05  ELS-MUNICIPIO           PIC X(20).
           05  ELS-SECAO               PIC 9(4).
           05  ELS-DT-ATRIBUICAO       PIC 9(8).
