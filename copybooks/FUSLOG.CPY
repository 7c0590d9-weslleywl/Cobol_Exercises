      ******************************************************************
      * Copybook: FUSLOG
      * Purpose:  FUSOES.DAT record layout - one line per fusao de
      *           cidadaos em duplicidade applied by CidadaoFunde,
      *           appended run after run so every merge can be traced:
      *           who merged, when, which id was kept and which went
      *           to baixa (motivo "DP"), what the kept record's
      *           situacao da inscricao was before and after, and what
      *           became of the carteira de habilitacao.
      ******************************************************************
       01  FUSAO-REC.
           05  FUS-DATA                PIC 9(8).
           05  FUS-HORA                PIC 9(6).
           05  FUS-OPERADOR            PIC X(8).
           05  FUS-ID-MANTIDO          PIC 9(9).
           05  FUS-ID-BAIXADO          PIC 9(9).
           05  FUS-NOME-BAIXADO        PIC X(30).
           05  FUS-MUNICIPIO-BAIXADO   PIC X(20).
           05  FUS-DT-NASC             PIC 9(8).
           05  FUS-INSCR-ANTES         PIC X(1).
           05  FUS-RETORNO-ANTES       PIC X(2).
           05  FUS-INSCR-DEPOIS        PIC X(1).
           05  FUS-RETORNO-DEPOIS      PIC X(2).
      *        Situacao da inscricao (e motivo do retorno) do
      *        cidadao mantido antes e depois da fusao - ver CIDREG.
           05  FUS-CNH-ACAO            PIC X(1).
      *        "T" = habilitacao do baixado transferida ao mantido,
      *        "M" = mantida a habilitacao do proprio mantido (a do
      *        baixado so cancelada), "-" = baixado sem habilitacao
      *        ativa.
           05  FUS-CNH-NUMERO          PIC X(11).
