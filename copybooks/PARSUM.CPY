      *           terminal session for later reporting. Alem dos
      *           contadores PAR x IMPAR a linha carrega as
      *           estatisticas do dia: minimo, maximo, soma, media e
      *           as contagens de zeros e negativos. Desde a entrada
      *           em lotes por fonte (NUMREC) a linha traz ainda, por
      *           fonte, quantos lotes balanceados e quantos numeros
      *           foram classificados; linhas gravadas antes disso
      *           terminam em PSM-QTD-NEGATIVOS e leem esses campos
      *           como espacos - teste PSM-QTD-FONTES IS NUMERIC.
      ******************************************************************
       01  PARIMPAR-SUMARIO.
           05  PSM-DATA                PIC 9(8).
               SIGN IS LEADING SEPARATE CHARACTER.
           05  PSM-QTD-ZEROS           PIC 9(6).
           05  PSM-QTD-NEGATIVOS       PIC 9(6).
           05  PSM-QTD-FONTES          PIC 9(2).
           05  PSM-FONTE OCCURS 10 TIMES.
               10  PSM-FON-CODIGO      PIC X(4).
               10  PSM-FON-LOTES       PIC 9(3).
               10  PSM-FON-QTD         PIC 9(6).
