      ******************************************************************
      * Copybook: COMPREC
      * Purpose:  Fixed-layout records of the electoral authority's
      *           comparecimento file (COMPARECIMENTO.DAT) sent after
      *           each eleicao - three layouts under the same FD,
      *           identified by the first byte like RETREC: "H" header
      *           com a data da eleicao, "D" detalhe com o eleitor e o
      *           comparecimento, "T" trailer com a contagem e o hash
      *           total de ids para conferir a integridade antes de
      *           gravar VOTACAO.DAT.
      *           COM-DET-COMPARECIMENTO: "V" = votou,
      *                                   "A" = absteve-se.
      ******************************************************************
       01  COM-HEADER.
           05  COM-HDR-TIPO            PIC X(1).
           05  COM-HDR-ELEICAO         PIC 9(8).
           05  COM-HDR-DESCRICAO       PIC X(30).
           05  FILLER                  PIC X(34).

       01  COM-DETALHE.
           05  COM-DET-TIPO            PIC X(1).
           05  COM-DET-ID              PIC 9(9).
           05  COM-DET-COMPARECIMENTO  PIC X(1).
           05  FILLER                  PIC X(62).

       01  COM-TRAILER.
           05  COM-TRL-TIPO            PIC X(1).
           05  COM-TRL-QTD             PIC 9(9).
           05  COM-TRL-HASH            PIC 9(18).
           05  FILLER                  PIC X(45).
