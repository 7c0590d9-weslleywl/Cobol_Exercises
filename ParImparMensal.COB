      *          month with no summary line are flagged - a missing
      *          day means the PARIMPAR-PARES/IMPARES feed never went
      *          out, and we learn it from our own report instead of
      *          from the two consumers. A second section shows,
      *          per fonte de entrada, the lotes and numeros of the
      *          month and the days that fonte was missing (only days
      *          whose summary carries the per-fonte counts are
      *          judged; older summary lines have none).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77   WRK-TOT-MAXIMO PIC S9(6) VALUE ZERO.
       77   WRK-TOT-MEDIA PIC S9(6)V99 VALUE ZERO.
       77   WRK-DIA-MEDIA PIC S9(6)V99 VALUE ZERO.
       77   WRK-F PIC 9(2) VALUE ZERO.
       77   WRK-I PIC 9(2) VALUE ZERO.
       77   WRK-M PIC 9(2) VALUE ZERO.
       77   WRK-QTD-FONTES-LINHA PIC 9(2) VALUE ZERO.
       77   WRK-QTD-FONTES-MES PIC 9(2) VALUE ZERO.
       78   WRK-MAX-FONTES-MES VALUE 20.
       77   WRK-QTD-DIAS-COM-FONTE PIC 9(2) VALUE ZERO.
       77   WRK-QTD-AUSENTE PIC 9(2) VALUE ZERO.

       01  WRK-TABELA-DIAS.
           05  WRK-DIA-TAB OCCURS 31 TIMES.
               10  DIA-SOMA              PIC S9(13).
               10  DIA-MINIMO            PIC S9(6).
               10  DIA-MAXIMO            PIC S9(6).
               10  DIA-TEM-FONTES        PIC X(1).

      *    Fontes do mes, na ordem em que aparecem nos resumos. O
      *    ultimo elemento fica reservado: da vigesima fonte em diante
      *    tudo e somado nele, sob o codigo "OUTR".
       01  WRK-TABELA-FONTES-MES.
           05  WRK-FONTE-MES-TAB OCCURS 20 TIMES.
               10  MFN-CODIGO            PIC X(4).
               10  MFN-LOTES             PIC 9(5).
               10  MFN-QTD               PIC 9(8).
               10  MFN-DIAS-COM          PIC 9(2).
               10  MFN-DIAS-SEM          PIC 9(2).
               10  MFN-NO-DIA            PIC X(1) OCCURS 31 TIMES.

       01  WRK-LIN-CABECALHO.
           05  FILLER                  PIC X(36)
           05  DIA-LIN-SEM             PIC Z9.
           05  FILLER                  PIC X(40) VALUE SPACES.

       01  WRK-LIN-FONTE-TITULO.
           05  FILLER                  PIC X(40)
               VALUE "QUANTIDADE POR FONTE                    ".
           05  FILLER                  PIC X(40) VALUE SPACES.

       01  WRK-LIN-FONTE-COLUNAS.
           05  FILLER                  PIC X(40)
               VALUE "FONTE     LOTES    NUMEROS  DIAS COM  DI".
           05  FILLER                  PIC X(40)
               VALUE "AS SEM                                  ".

       01  WRK-LIN-FONTE.
           05  FON-LIN-CODIGO          PIC X(4).
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FON-LIN-LOTES           PIC ZZZZZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FON-LIN-QTD             PIC ZZZZZZZ9.
           05  FILLER                  PIC X(8) VALUE SPACES.
           05  FON-LIN-DIAS-COM        PIC Z9.
           05  FILLER                  PIC X(8) VALUE SPACES.
           05  FON-LIN-DIAS-SEM        PIC Z9.
           05  FILLER                  PIC X(34) VALUE SPACES.

       01  WRK-LIN-AUSENTE.
           05  AUS-LIN-ROTULO          PIC X(19).
           05  AUS-LIN-DIA-TAB OCCURS 20 TIMES.
               10  AUS-LIN-DIA         PIC 9(2).
               10  FILLER              PIC X(1).
           05  FILLER                  PIC X(1).

       01  WRK-LIN-SEM-FONTE.
           05  FILLER                  PIC X(40)
               VALUE "NENHUM RESUMO DO MES TRAZ QUANTIDADE POR".
           05  FILLER                  PIC X(40)
               VALUE " FONTE                                  ".

       01  WRK-LIN-DIAS-SEM-FONTE.
           05  FILLER                  PIC X(40)
               VALUE "DIAS COM RESUMO SEM QUANTIDADE POR FONTE".
           05  FILLER                  PIC X(3) VALUE " : ".
           05  DSF-LIN-QTD             PIC Z9.
           05  FILLER                  PIC X(35) VALUE SPACES.

       PROCEDURE DIVISION.

       000-PRINCIPAL.
                MOVE ZERO TO DIA-SOMA(WRK-DIA)
                MOVE ZERO TO DIA-MINIMO(WRK-DIA)
                MOVE ZERO TO DIA-MAXIMO(WRK-DIA)
                MOVE "N" TO DIA-TEM-FONTES(WRK-DIA)
            END-PERFORM.
            INITIALIZE WRK-TABELA-FONTES-MES.

       160-DIA-MAXIMO-DO-MES.
            EVALUATE WRK-MES
                ADD PSM-QTD-IMPAR TO DIA-IMPAR(WRK-DIA)
                ADD PSM-QTD-TOTAL TO DIA-TOTAL(WRK-DIA)
                ADD PSM-SOMA TO DIA-SOMA(WRK-DIA)
      *        Resumo com quantidade por fonte conta como dia julgado
      *        mesmo sem nenhuma fonte - todas estiveram ausentes.
                IF PSM-QTD-FONTES IS NUMERIC
                    MOVE "S" TO DIA-TEM-FONTES(WRK-DIA)
                    IF PSM-QTD-FONTES > 0
                        MOVE PSM-QTD-FONTES TO WRK-QTD-FONTES-LINHA
                        IF WRK-QTD-FONTES-LINHA > 10
                            MOVE 10 TO WRK-QTD-FONTES-LINHA
                        END-IF
                        PERFORM VARYING WRK-F FROM 1 BY 1
                                UNTIL WRK-F > WRK-QTD-FONTES-LINHA
                            PERFORM 260-ACUMULA-FONTE
                        END-PERFORM
                    END-IF
                END-IF
            END-IF.

       260-ACUMULA-FONTE.
            MOVE ZERO TO WRK-M.
            PERFORM VARYING WRK-I FROM 1 BY 1
                    UNTIL WRK-I > WRK-QTD-FONTES-MES
                       OR WRK-M > 0
                IF MFN-CODIGO(WRK-I) = PSM-FON-CODIGO(WRK-F)
                    MOVE WRK-I TO WRK-M
                END-IF
            END-PERFORM.

            IF WRK-M = 0
                IF WRK-QTD-FONTES-MES < WRK-MAX-FONTES-MES - 1
                    ADD 1 TO WRK-QTD-FONTES-MES
                    MOVE WRK-QTD-FONTES-MES TO WRK-M
                    MOVE PSM-FON-CODIGO(WRK-F) TO MFN-CODIGO(WRK-M)
                ELSE
                    MOVE WRK-MAX-FONTES-MES TO WRK-QTD-FONTES-MES
                    MOVE WRK-MAX-FONTES-MES TO WRK-M
                    MOVE "OUTR" TO MFN-CODIGO(WRK-M)
                END-IF
            END-IF.

            IF PSM-FON-LOTES(WRK-F) IS NUMERIC
                ADD PSM-FON-LOTES(WRK-F) TO MFN-LOTES(WRK-M)
            END-IF.
            IF PSM-FON-QTD(WRK-F) IS NUMERIC
                ADD PSM-FON-QTD(WRK-F) TO MFN-QTD(WRK-M)
            END-IF.
            MOVE "S" TO MFN-NO-DIA(WRK-M, WRK-DIA).

       400-IMPRIME-RELATORIO.
            OPEN OUTPUT RELATORIO-FILE.

            WRITE RELATORIO-LINHA.
            PERFORM 600-IMPRIME-TOTAIS.

            MOVE WRK-LIN-TRACO TO RELATORIO-LINHA.
            WRITE RELATORIO-LINHA.
            PERFORM 700-IMPRIME-FONTES.

            CLOSE RELATORIO-FILE.

       500-IMPRIME-DIA.
            MOVE WRK-LIN-DIAS TO RELATORIO-LINHA.
            WRITE RELATORIO-LINHA.

       700-IMPRIME-FONTES.
            MOVE WRK-LIN-FONTE-TITULO TO RELATORIO-LINHA.
            WRITE RELATORIO-LINHA.

            MOVE ZERO TO WRK-QTD-DIAS-COM-FONTE.
            PERFORM VARYING WRK-DIA FROM 1 BY 1
                    UNTIL WRK-DIA > WRK-DIA-MAXIMO
                IF DIA-TEM-FONTES(WRK-DIA) = "S"
                    ADD 1 TO WRK-QTD-DIAS-COM-FONTE
                END-IF
            END-PERFORM.

            IF WRK-QTD-FONTES-MES = 0
                MOVE WRK-LIN-SEM-FONTE TO RELATORIO-LINHA
                WRITE RELATORIO-LINHA
            ELSE
                MOVE WRK-LIN-FONTE-COLUNAS TO RELATORIO-LINHA
                WRITE RELATORIO-LINHA
                PERFORM VARYING WRK-M FROM 1 BY 1
                        UNTIL WRK-M > WRK-QTD-FONTES-MES
                    PERFORM 710-IMPRIME-FONTE
                END-PERFORM
            END-IF.

      *    Dias com resumo gravado antes da quantidade por fonte nao
      *    entram na contagem de ausencias.
            IF WRK-QTD-DIAS-COM > WRK-QTD-DIAS-COM-FONTE
                COMPUTE DSF-LIN-QTD =
                    WRK-QTD-DIAS-COM - WRK-QTD-DIAS-COM-FONTE
                MOVE WRK-LIN-DIAS-SEM-FONTE TO RELATORIO-LINHA
                WRITE RELATORIO-LINHA
            END-IF.

       710-IMPRIME-FONTE.
            MOVE SPACES TO WRK-LIN-AUSENTE.
            MOVE "      AUSENTE EM : " TO AUS-LIN-ROTULO.
            MOVE ZERO TO WRK-QTD-AUSENTE.

            PERFORM VARYING WRK-DIA FROM 1 BY 1
                    UNTIL WRK-DIA > WRK-DIA-MAXIMO
                IF MFN-NO-DIA(WRK-M, WRK-DIA) = "S"
                    ADD 1 TO MFN-DIAS-COM(WRK-M)
                ELSE
                    IF DIA-TEM-FONTES(WRK-DIA) = "S"
                        ADD 1 TO MFN-DIAS-SEM(WRK-M)
                    END-IF
                END-IF
            END-PERFORM.

            MOVE MFN-CODIGO(WRK-M) TO FON-LIN-CODIGO.
            MOVE MFN-LOTES(WRK-M) TO FON-LIN-LOTES.
            MOVE MFN-QTD(WRK-M) TO FON-LIN-QTD.
            MOVE MFN-DIAS-COM(WRK-M) TO FON-LIN-DIAS-COM.
            MOVE MFN-DIAS-SEM(WRK-M) TO FON-LIN-DIAS-SEM.
            MOVE WRK-LIN-FONTE TO RELATORIO-LINHA.
            WRITE RELATORIO-LINHA.

            PERFORM VARYING WRK-DIA FROM 1 BY 1
                    UNTIL WRK-DIA > WRK-DIA-MAXIMO
                IF MFN-NO-DIA(WRK-M, WRK-DIA) NOT = "S"
                   AND DIA-TEM-FONTES(WRK-DIA) = "S"
                    PERFORM 720-ANOTA-AUSENCIA
                END-IF
            END-PERFORM.

            IF WRK-QTD-AUSENTE > 0
                MOVE WRK-LIN-AUSENTE TO RELATORIO-LINHA
                WRITE RELATORIO-LINHA
            END-IF.

       720-ANOTA-AUSENCIA.
      *    Vinte dias por linha; a linha cheia e gravada e a lista
      *    continua na seguinte.
            IF WRK-QTD-AUSENTE = 20
                MOVE WRK-LIN-AUSENTE TO RELATORIO-LINHA
                WRITE RELATORIO-LINHA
                MOVE SPACES TO WRK-LIN-AUSENTE
                MOVE ZERO TO WRK-QTD-AUSENTE
            END-IF.
            ADD 1 TO WRK-QTD-AUSENTE.
            MOVE WRK-DIA TO AUS-LIN-DIA(WRK-QTD-AUSENTE).

       940-JOBLOG-INICIO.
            MOVE "ParImparMensal" TO JLP-PROGRAMA.
            MOVE "I" TO JLP-TIPO.
