      *          PARIMPAR-IMPARES.DAT para os dois consumidores) and
      *          persists the PAR x IMPAR summary extended with
      *          minimo, maximo, soma, media e contagens de zeros e
      *          negativos do dia. Reads NUMEROS-OK.DAT, the lotes
      *          NumerosPreEdita balanced, and also records per fonte
      *          how many lotes and numeros were classified.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NUMEROS-FILE ASSIGN TO "NUMEROS-OK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-NUMEROS.
           SELECT RESUMO-FILE ASSIGN TO "PARIMPAR-RESUMO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RESUMO.
       77   WRK-DATA-HOJE PIC 9(8) VALUE ZERO.
       77   WRK-CONFIRMA PIC X(1) VALUE SPACE.
       77   WRK-EOF PIC X(1) VALUE "N".
       77   WRK-ABORTADO PIC X(1) VALUE "N".
       77   WRK-FS-NUMEROS PIC X(2) VALUE SPACES.
       77   WRK-DIVISAO PIC S9(6) VALUE ZEROES.
       77   WRK-RESTO PIC S9(6) VALUE ZEROES.
       77   WRK-QTD-PAR PIC 9(6) VALUE ZERO.
       77   WRK-QTD-ZEROS PIC 9(6) VALUE ZERO.
       77   WRK-QTD-NEGATIVOS PIC 9(6) VALUE ZERO.
       77   WRK-TEM-NUMERO PIC X(1) VALUE "N".
       77   WRK-F PIC 9(2) VALUE ZERO.
       77   WRK-FONTE-ATUAL PIC 9(2) VALUE ZERO.
       77   WRK-QTD-FONTES PIC 9(2) VALUE ZERO.
       78   WRK-MAX-FONTES VALUE 10.

      *    Lotes e numeros por fonte, na ordem em que as fontes
      *    aparecem no arquivo. O ultimo elemento fica reservado:
      *    da decima fonte em diante tudo e somado nele, sob o codigo
      *    "OUTR".
       01  WRK-TABELA-FONTES.
           05  WRK-FONTE-TAB OCCURS 10 TIMES.
               10  FTB-CODIGO          PIC X(4).
               10  FTB-LOTES           PIC 9(3).
               10  FTB-QTD             PIC 9(6).

       PROCEDURE DIVISION.

            PERFORM 940-JOBLOG-INICIO.

            OPEN INPUT NUMEROS-FILE.
            IF WRK-FS-NUMEROS = "35"
                DISPLAY "NUMEROS-OK.DAT nao encontrado - execute"
                    " NumerosPreEdita antes."
                MOVE "S" TO WRK-ABORTADO
                PERFORM 950-JOBLOG-FIM
                GOBACK
            END-IF.

            INITIALIZE WRK-TABELA-FONTES.

            OPEN OUTPUT DETALHE-FILE.
            OPEN OUTPUT PARES-FILE.
            OPEN OUTPUT IMPARES-FILE.
                    AT END
                        MOVE "S" TO WRK-EOF
                    NOT AT END
                        PERFORM 050-TRATA-REGISTRO
                END-READ
            END-PERFORM.

            DISPLAY "TOTAL DE ZEROS               : " WRK-QTD-ZEROS.
            DISPLAY "TOTAL DE NEGATIVOS           : "
                WRK-QTD-NEGATIVOS.
            DISPLAY " ".
            DISPLAY "FONTE  LOTES  NUMEROS".
            PERFORM VARYING WRK-F FROM 1 BY 1
                    UNTIL WRK-F > WRK-QTD-FONTES
                DISPLAY FTB-CODIGO(WRK-F) "   " FTB-LOTES(WRK-F)
                    "    " FTB-QTD(WRK-F)
            END-PERFORM.

            PERFORM 900-GRAVA-RESUMO.


            GOBACK.

       050-TRATA-REGISTRO.
            EVALUATE NUM-TIPO
                WHEN "H"
                    PERFORM 060-LOCALIZA-FONTE
                    ADD 1 TO FTB-LOTES(WRK-FONTE-ATUAL)
                WHEN "D"
                    PERFORM 100-CLASSIFICA-NUMERO
                    IF WRK-FONTE-ATUAL > 0
                        ADD 1 TO FTB-QTD(WRK-FONTE-ATUAL)
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

       060-LOCALIZA-FONTE.
            MOVE ZERO TO WRK-FONTE-ATUAL.
            PERFORM VARYING WRK-F FROM 1 BY 1
                    UNTIL WRK-F > WRK-QTD-FONTES
                       OR WRK-FONTE-ATUAL > 0
                IF FTB-CODIGO(WRK-F) = NUM-HDR-FONTE
                    MOVE WRK-F TO WRK-FONTE-ATUAL
                END-IF
            END-PERFORM.

            IF WRK-FONTE-ATUAL = 0
                IF WRK-QTD-FONTES < WRK-MAX-FONTES - 1
                    ADD 1 TO WRK-QTD-FONTES
                    MOVE WRK-QTD-FONTES TO WRK-FONTE-ATUAL
                    MOVE NUM-HDR-FONTE TO FTB-CODIGO(WRK-FONTE-ATUAL)
                ELSE
                    MOVE WRK-MAX-FONTES TO WRK-QTD-FONTES
                    MOVE WRK-MAX-FONTES TO WRK-FONTE-ATUAL
                    MOVE "OUTR" TO FTB-CODIGO(WRK-FONTE-ATUAL)
                END-IF
            END-IF.

       100-CLASSIFICA-NUMERO.
            DIVIDE NUM-VALOR BY 2 GIVING WRK-DIVISAO
                REMAINDER WRK-RESTO.

       950-JOBLOG-FIM.
            MOVE "F" TO JLP-TIPO.
            IF WRK-ABORTADO = "S"
                MOVE "N" TO JLP-STATUS
            ELSE
                MOVE "S" TO JLP-STATUS
            END-IF.
            MOVE WRK-QTD-TOTAL TO JLP-QTD-LIDOS.
            MOVE WRK-QTD-TOTAL TO JLP-QTD-GRAVADOS.
            MOVE ZERO TO JLP-QTD-REJEITADOS.
            MOVE WRK-MEDIA TO PSM-MEDIA.
            MOVE WRK-QTD-ZEROS TO PSM-QTD-ZEROS.
            MOVE WRK-QTD-NEGATIVOS TO PSM-QTD-NEGATIVOS.
            MOVE WRK-QTD-FONTES TO PSM-QTD-FONTES.
            PERFORM VARYING WRK-F FROM 1 BY 1
                    UNTIL WRK-F > WRK-MAX-FONTES
                MOVE FTB-CODIGO(WRK-F) TO PSM-FON-CODIGO(WRK-F)
                MOVE FTB-LOTES(WRK-F) TO PSM-FON-LOTES(WRK-F)
                MOVE FTB-QTD(WRK-F) TO PSM-FON-QTD(WRK-F)
            END-PERFORM.

            OPEN EXTEND RESUMO-FILE.
            IF WRK-FS-RESUMO = "35"
