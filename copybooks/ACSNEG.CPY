      ******************************************************************
      * Copybook: ACSNEG
      * Purpose:  ACESSOS-NEGADOS.DAT record layout - one line per
      *           failed sign-on, appended by ValidaOperador and
      *           listed for the coordination by OperadorManutencao.
      *           ACN-MOTIVO: 01 = operador nao cadastrado
      *                       02 = senha invalida
      *                       03 = operador desligado
      *                       04 = perfil sem acesso ao programa
      *                       05 = cadastro de operadores ausente
      ******************************************************************
       01  ACESSO-NEGADO-REC.
           05  ACN-DATA                PIC 9(8).
           05  ACN-HORA                PIC 9(6).
           05  ACN-PROGRAMA            PIC X(20).
           05  ACN-OPERADOR            PIC X(8).
           05  ACN-MOTIVO              PIC X(2).
           05  ACN-MOTIVO-DESC         PIC X(30).
