      ******************************************************************
      * Copybook: NUMREC
      * Purpose:  NUMEROS.DAT record layout - each sending source
      *           delivers its numbers in lotes: a header with the
      *           fonte, the data and the numero do lote, the detail
      *           lines with NUM-VALOR and a trailer with the count and
      *           the signed sum of the lote. Three layouts under the
      *           same FD, identified by the first byte like RETREC:
      *           "H" header, "D" detalhe, "T" trailer. Several lotes
      *           and several fontes may follow one another in the
      *           day's file. NumerosPreEdita balances every lote and
      *           copies only the balanced ones, in this same layout,
      *           to NUMEROS-OK.DAT for ParouImparBatch.
      ******************************************************************
       01  NUMERO-HEADER.
           05  NUM-HDR-TIPO            PIC X(1).
           05  NUM-HDR-FONTE           PIC X(4).
           05  NUM-HDR-DATA            PIC 9(8).
           05  NUM-HDR-LOTE            PIC 9(6).
           05  FILLER                  PIC X(1).

       01  NUMERO-RECORD.
           05  NUM-TIPO                PIC X(1).
           05  NUM-VALOR               PIC S9(6)
               SIGN IS LEADING SEPARATE CHARACTER.
           05  FILLER                  PIC X(12).

       01  NUMERO-TRAILER.
           05  NUM-TRL-TIPO            PIC X(1).
           05  NUM-TRL-QTD             PIC 9(6).
           05  NUM-TRL-SOMA            PIC S9(12)
               SIGN IS LEADING SEPARATE CHARACTER.
