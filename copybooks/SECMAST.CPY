      ******************************************************************
      * Copybook: SECMAST
      * Purpose:  SECOES.DAT record layout - indexed master of the
      *           secoes eleitorais, one record per municipio X numero
      *           da secao, maintained by SecaoManutencao and read by
      *           SecaoDistribui when the voters are assigned.
      *           SEC-MUNICIPIO is written exactly as CID-MUNICIPIO
      *           comes on CIDADAO.DAT, so the distribution can match
      *           each citizen to the sections of the same municipio.
      *           SEC-CAPACIDADE: maximo de eleitores da secao.
      ******************************************************************
       01  SECAO-RECORD.
           05  SEC-CHAVE.
               10  SEC-MUNICIPIO         PIC X(20).
               10  SEC-NUMERO            PIC 9(4).
           05  SEC-LOCAL               PIC X(30).
           05  SEC-ENDERECO            PIC X(40).
           05  SEC-CAPACIDADE          PIC 9(5).
