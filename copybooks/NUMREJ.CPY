      ******************************************************************
      * Copybook: NUMREJ
      * Purpose:  NUMEROS-REJ.DAT record layout - every NUMEROS.DAT
      *           line NumerosPreEdita holds back, with the fonte and
      *           the lote it came in and a reason code, so the
      *           sending source can fix and resend. A lote that does
      *           not balance is held back whole: all of its lines
      *           come out here with the lote's motivo.
      *           Motivos: 01 = valor nao numerico no lote
      *                    02 = quantidade difere do trailer
      *                    03 = soma difere do trailer
      *                    04 = lote duplicado da fonte
      *                    05 = lote sem trailer
      *                    06 = registro fora de lote
      *                    07 = tipo de registro invalido
      *                    08 = header invalido
      *                    09 = trailer invalido
      ******************************************************************
       01  NUMERO-REJEITO-REC.
           05  NRJ-MOTIVO              PIC X(2).
           05  NRJ-MOTIVO-DESC         PIC X(30).
           05  NRJ-FONTE               PIC X(4).
           05  NRJ-LOTE                PIC X(6).
           05  NRJ-DADOS               PIC X(20).
