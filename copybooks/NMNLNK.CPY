      ******************************************************************
      * Copybook: NMNLNK
      * Purpose:  Parameter area passed to NomeNormaliza by
      *           DuplicadoDetecta (to group likely duplicates) and
      *           by CidadaoFunde (to confer the pair before a fusao)
      *           - the caller fills the name as it is on CIDADAO.DAT
      *           and gets back the same name without accents, in
      *           upper case and with single spaces, so both programs
      *           compare names by the same rule.
      ******************************************************************
       01  NORMALIZA-PARM.
           05  NNL-NOME                PIC X(30).
           05  NNL-NOME-NORMALIZADO    PIC X(30).
