      ******************************************************************
      * Copybook: NUMLOTE
      * Purpose:  NUMEROS-LOTES.DAT record layout - one line per lote
      *           of NUMEROS.DAT accepted by NumerosPreEdita, appended
      *           day after day. A lote whose fonte, data and numero
      *           are already here was processed before and is held
      *           back as duplicado instead of being classified and
      *           published twice.
      ******************************************************************
       01  NUMERO-LOTE-REC.
           05  NLT-FONTE               PIC X(4).
           05  NLT-DATA                PIC 9(8).
           05  NLT-LOTE                PIC 9(6).
           05  NLT-QTD                 PIC 9(6).
           05  NLT-SOMA                PIC S9(12)
               SIGN IS LEADING SEPARATE CHARACTER.
           05  NLT-DT-PROCESSAMENTO    PIC 9(8).
