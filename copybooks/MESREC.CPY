      ******************************************************************
      * Copybook: MESREC
      * Purpose:  MESARIOS.DAT record layout - one line per mesario
      *           drawn by MesarioSorteio for an election (ciclo = data
      *           da eleicao AAAAMMDD), in municipio X secao X ordem
      *           sequence, for the electoral authority and for the
      *           convocation notices.
      *           MES-ORDEM 1 = presidente da mesa, 2 = primeiro
      *           mesario, 3 = segundo mesario, 4 = secretario, the
      *           rest mesarios - MES-FUNCAO carries the name.
      ******************************************************************
       01  MESARIO-RECORD.
           05  MES-CICLO               PIC 9(8).
           05  MES-MUNICIPIO           PIC X(20).
           05  MES-SECAO               PIC 9(4).
           05  MES-ORDEM               PIC 9(2).
           05  MES-FUNCAO              PIC X(12).
           05  MES-ID                  PIC 9(9).
           05  MES-NOME                PIC X(30).
