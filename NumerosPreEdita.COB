      ******************************************************************
      * Author:
      * Date:
      * Purpose: Pre-edit of the day's NUMEROS.DAT - runs before
      *          ParouImparBatch: every lote a sending source delivers
      *          (header with fonte, data and numero do lote, the
      *          values, trailer with count and signed sum) is
      *          balanced in a first pass before anything is
      *          published. A lote whose count or sum differs from its
      *          trailer, that carries a non-numeric value, that has
      *          no trailer or a bad header/trailer, or whose fonte,
      *          data and numero were already accepted (earlier today
      *          in the same file or on a previous day, per
      *          NUMEROS-LOTES.DAT) is held back whole on
      *          NUMEROS-REJ.DAT with a reason code; lines outside any
      *          lote are rejected one by one. The balanced lotes go,
      *          in the same layout, to NUMEROS-OK.DAT for the
      *          classification and are registered on
      *          NUMEROS-LOTES.DAT - a truncated or doubled file no
      *          longer goes out as if it were fine, and the other
      *          sources still run.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NumerosPreEdita.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NUMEROS-FILE ASSIGN TO "NUMEROS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-NUMEROS.
           SELECT NUMEROS-LIMPO ASSIGN TO "NUMEROS-OK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LIMPO.
           SELECT REJEITO-FILE ASSIGN TO "NUMEROS-REJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REJEITO.
           SELECT LOTES-FILE ASSIGN TO "NUMEROS-LOTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LOTES.

       DATA DIVISION.
       FILE SECTION.
       FD  NUMEROS-FILE.
       COPY NUMREC.

       FD  NUMEROS-LIMPO.
       01  NUMEROS-LIMPO-REC           PIC X(20).

       FD  REJEITO-FILE.
       COPY NUMREJ.

       FD  LOTES-FILE.
       COPY NUMLOTE.

       WORKING-STORAGE SECTION.

       COPY JOBLNK.

       77   WRK-EOF PIC X(1) VALUE "N".
       77   WRK-ABORTADO PIC X(1) VALUE "N".
       77   WRK-FS-NUMEROS PIC X(2) VALUE SPACES.
       77   WRK-FS-LIMPO PIC X(2) VALUE SPACES.
       77   WRK-FS-REJEITO PIC X(2) VALUE SPACES.
       77   WRK-FS-LOTES PIC X(2) VALUE SPACES.
       77   WRK-DATA-HOJE PIC 9(8) VALUE ZERO.
       77   WRK-LOTE-ABERTO PIC X(1) VALUE "N".
       77   WRK-ESTOUROU PIC X(1) VALUE "N".
       77   WRK-MOTIVO PIC X(2) VALUE SPACES.
       77   WRK-MOTIVO-DESC PIC X(30) VALUE SPACES.
       77   WRK-DATA-X PIC X(8) VALUE SPACES.
       77   WRK-L PIC 9(3) VALUE ZERO.
       77   WRK-K PIC 9(3) VALUE ZERO.
       78   WRK-MAX-LOTES VALUE 200.

       77   WRK-QTD-LIDAS PIC 9(7) VALUE ZERO.
       77   WRK-QTD-LOTES PIC 9(3) VALUE ZERO.
       77   WRK-QTD-LOTES-ACEITOS PIC 9(3) VALUE ZERO.
       77   WRK-QTD-LOTES-RETIDOS PIC 9(3) VALUE ZERO.
       77   WRK-QTD-ACEITOS PIC 9(7) VALUE ZERO.
       77   WRK-QTD-REJEITADAS PIC 9(7) VALUE ZERO.

      *    Area espelho da linha para testes de classe sobre os campos
      *    numericos de cada layout.
       01  WRK-LINHA-X.
           05  WRK-LIN-TIPO            PIC X(1).
           05  FILLER                  PIC X(19).
       01  WRK-HEADER-X REDEFINES WRK-LINHA-X.
           05  FILLER                  PIC X(1).
           05  WRK-HDR-FONTE-X         PIC X(4).
           05  WRK-HDR-DATA-X          PIC X(8).
           05  WRK-HDR-LOTE-X          PIC X(6).
           05  FILLER                  PIC X(1).
       01  WRK-DETALHE-X REDEFINES WRK-LINHA-X.
           05  FILLER                  PIC X(1).
           05  WRK-DET-SINAL-X         PIC X(1).
           05  WRK-DET-DIGITOS-X       PIC X(6).
           05  FILLER                  PIC X(12).
       01  WRK-TRAILER-X REDEFINES WRK-LINHA-X.
           05  FILLER                  PIC X(1).
           05  WRK-TRL-QTD-X           PIC X(6).
           05  WRK-TRL-SINAL-X         PIC X(1).
           05  WRK-TRL-DIGITOS-X       PIC X(12).

      *    Um elemento por lote na ordem do arquivo - a primeira
      *    passada apura o motivo (espaco = lote balanceado), a
      *    segunda encaminha cada linha pelo motivo do seu lote.
       01  WRK-TABELA-LOTES.
           05  WRK-LOTE-TAB OCCURS 200 TIMES.
               10  LTB-FONTE           PIC X(4).
               10  LTB-DATA            PIC X(8).
               10  LTB-LOTE            PIC X(6).
               10  LTB-QTD-LIDA        PIC 9(6).
               10  LTB-QTD-LINHAS      PIC 9(6).
               10  LTB-SOMA-LIDA       PIC S9(12).
               10  LTB-MOTIVO          PIC X(2).

       PROCEDURE DIVISION.

       000-PRINCIPAL.
            DISPLAY "PRE-EDICAO - DOS - LOTES - DE - NUMEROS".
            DISPLAY " ".

            PERFORM 940-JOBLOG-INICIO.

            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

            OPEN INPUT NUMEROS-FILE.
            IF WRK-FS-NUMEROS = "35"
                DISPLAY "NUMEROS.DAT nao encontrado !"
      *        O limpo do dia fica vazio - nada de ontem e reprocessado.
                OPEN OUTPUT NUMEROS-LIMPO
                CLOSE NUMEROS-LIMPO
                MOVE "S" TO WRK-ABORTADO
                PERFORM 950-JOBLOG-FIM
                GOBACK
            END-IF.

            PERFORM 200-PRIMEIRA-PASSADA.
            CLOSE NUMEROS-FILE.

            IF WRK-ESTOUROU = "S"
                DISPLAY "Mais de 200 lotes no arquivo - nada foi"
                    " liberado. Divida o NUMEROS.DAT e reenvie."
                OPEN OUTPUT NUMEROS-LIMPO
                CLOSE NUMEROS-LIMPO
                MOVE "S" TO WRK-ABORTADO
                PERFORM 950-JOBLOG-FIM
                GOBACK
            END-IF.

            PERFORM 300-CONFERE-HISTORICO.

            OPEN INPUT NUMEROS-FILE.
            OPEN OUTPUT NUMEROS-LIMPO.
            OPEN OUTPUT REJEITO-FILE.
            PERFORM 400-SEGUNDA-PASSADA.
            CLOSE NUMEROS-FILE.
            CLOSE NUMEROS-LIMPO.
            CLOSE REJEITO-FILE.

            PERFORM 500-GRAVA-HISTORICO.
            PERFORM 600-MOSTRA-LOTES.

            DISPLAY " ".
            DISPLAY "TOTAL DE LINHAS LIDAS       : " WRK-QTD-LIDAS.
            DISPLAY "LOTES NO ARQUIVO            : " WRK-QTD-LOTES.
            DISPLAY "LOTES BALANCEADOS           : "
                WRK-QTD-LOTES-ACEITOS.
            DISPLAY "LOTES RETIDOS               : "
                WRK-QTD-LOTES-RETIDOS.
            DISPLAY "NUMEROS LIBERADOS           : " WRK-QTD-ACEITOS.
            DISPLAY "LINHAS REJEITADAS           : "
                WRK-QTD-REJEITADAS.

            PERFORM 950-JOBLOG-FIM.

            GOBACK.

       200-PRIMEIRA-PASSADA.
            MOVE "N" TO WRK-EOF.
            MOVE "N" TO WRK-LOTE-ABERTO.
            PERFORM UNTIL WRK-EOF = "S"
                READ NUMEROS-FILE
                    AT END
                        MOVE "S" TO WRK-EOF
                    NOT AT END
                        ADD 1 TO WRK-QTD-LIDAS
                        PERFORM 210-CONFERE-LINHA
                END-READ
            END-PERFORM.

            IF WRK-LOTE-ABERTO = "S"
               AND LTB-MOTIVO(WRK-QTD-LOTES) = SPACES
                MOVE "05" TO LTB-MOTIVO(WRK-QTD-LOTES)
            END-IF.

       210-CONFERE-LINHA.
            MOVE NUMERO-HEADER TO WRK-LINHA-X.

            EVALUATE WRK-LIN-TIPO
                WHEN "H"
                    PERFORM 220-ABRE-LOTE
                WHEN "D"
                    IF WRK-LOTE-ABERTO = "S"
                        PERFORM 230-SOMA-DETALHE
                    END-IF
                WHEN "T"
                    IF WRK-LOTE-ABERTO = "S"
                        PERFORM 240-FECHA-LOTE
                    END-IF
                WHEN OTHER
                    IF WRK-LOTE-ABERTO = "S"
                        ADD 1 TO LTB-QTD-LINHAS(WRK-QTD-LOTES)
                        IF LTB-MOTIVO(WRK-QTD-LOTES) = SPACES
                            MOVE "07" TO LTB-MOTIVO(WRK-QTD-LOTES)
                        END-IF
                    END-IF
            END-EVALUATE.

       220-ABRE-LOTE.
      *    Header com o lote anterior ainda aberto: o anterior ficou
      *    sem trailer.
            IF WRK-LOTE-ABERTO = "S"
               AND LTB-MOTIVO(WRK-QTD-LOTES) = SPACES
                MOVE "05" TO LTB-MOTIVO(WRK-QTD-LOTES)
            END-IF.

            IF WRK-QTD-LOTES >= WRK-MAX-LOTES
                MOVE "S" TO WRK-ESTOUROU
                MOVE "N" TO WRK-LOTE-ABERTO
            ELSE
                ADD 1 TO WRK-QTD-LOTES
                MOVE "S" TO WRK-LOTE-ABERTO
                MOVE WRK-HDR-FONTE-X TO LTB-FONTE(WRK-QTD-LOTES)
                MOVE WRK-HDR-DATA-X TO LTB-DATA(WRK-QTD-LOTES)
                MOVE WRK-HDR-LOTE-X TO LTB-LOTE(WRK-QTD-LOTES)
                MOVE ZERO TO LTB-QTD-LIDA(WRK-QTD-LOTES)
                MOVE 1 TO LTB-QTD-LINHAS(WRK-QTD-LOTES)
                MOVE ZERO TO LTB-SOMA-LIDA(WRK-QTD-LOTES)
                MOVE SPACES TO LTB-MOTIVO(WRK-QTD-LOTES)

                IF WRK-HDR-FONTE-X = SPACES
                   OR WRK-HDR-DATA-X IS NOT NUMERIC
                   OR WRK-HDR-LOTE-X IS NOT NUMERIC
                    MOVE "08" TO LTB-MOTIVO(WRK-QTD-LOTES)
                ELSE
                    PERFORM 225-DUPLICADO-NO-ARQUIVO
                END-IF
            END-IF.

       225-DUPLICADO-NO-ARQUIVO.
      *    O primeiro lote aceito com a mesma fonte, data e numero
      *    segue; o repetido fica retido. Um lote anterior ja retido
      *    (fora de balanco) nao impede o reenvio corrigido.
            PERFORM VARYING WRK-K FROM 1 BY 1
                    UNTIL WRK-K >= WRK-QTD-LOTES
                IF LTB-FONTE(WRK-K) = LTB-FONTE(WRK-QTD-LOTES)
                   AND LTB-DATA(WRK-K) = LTB-DATA(WRK-QTD-LOTES)
                   AND LTB-LOTE(WRK-K) = LTB-LOTE(WRK-QTD-LOTES)
                   AND LTB-MOTIVO(WRK-K) = SPACES
                    MOVE "04" TO LTB-MOTIVO(WRK-QTD-LOTES)
                END-IF
            END-PERFORM.

       230-SOMA-DETALHE.
            ADD 1 TO LTB-QTD-LINHAS(WRK-QTD-LOTES).
            ADD 1 TO LTB-QTD-LIDA(WRK-QTD-LOTES).
            IF (WRK-DET-SINAL-X = "+" OR WRK-DET-SINAL-X = "-")
               AND WRK-DET-DIGITOS-X IS NUMERIC
                ADD NUM-VALOR TO LTB-SOMA-LIDA(WRK-QTD-LOTES)
            ELSE
                IF LTB-MOTIVO(WRK-QTD-LOTES) = SPACES
                    MOVE "01" TO LTB-MOTIVO(WRK-QTD-LOTES)
                END-IF
            END-IF.

       240-FECHA-LOTE.
            ADD 1 TO LTB-QTD-LINHAS(WRK-QTD-LOTES).
            MOVE "N" TO WRK-LOTE-ABERTO.

            IF LTB-MOTIVO(WRK-QTD-LOTES) = SPACES
                IF WRK-TRL-QTD-X IS NOT NUMERIC
                   OR WRK-TRL-DIGITOS-X IS NOT NUMERIC
                   OR (WRK-TRL-SINAL-X NOT = "+"
                       AND WRK-TRL-SINAL-X NOT = "-")
                    MOVE "09" TO LTB-MOTIVO(WRK-QTD-LOTES)
                ELSE
                    IF NUM-TRL-QTD NOT = LTB-QTD-LIDA(WRK-QTD-LOTES)
                        MOVE "02" TO LTB-MOTIVO(WRK-QTD-LOTES)
                    ELSE
                        IF NUM-TRL-SOMA NOT =
                           LTB-SOMA-LIDA(WRK-QTD-LOTES)
                            MOVE "03" TO LTB-MOTIVO(WRK-QTD-LOTES)
                        END-IF
                    END-IF
                END-IF
            END-IF.

       300-CONFERE-HISTORICO.
      *    Lote balanceado que ja consta de NUMEROS-LOTES.DAT foi
      *    processado antes - reenvio da fonte.
            OPEN INPUT LOTES-FILE.
            IF WRK-FS-LOTES NOT = "35"
                MOVE "N" TO WRK-EOF
                PERFORM UNTIL WRK-EOF = "S"
                    READ LOTES-FILE
                        AT END
                            MOVE "S" TO WRK-EOF
                        NOT AT END
                            PERFORM 310-COMPARA-LOTE-ANTERIOR
                    END-READ
                END-PERFORM
                CLOSE LOTES-FILE
            END-IF.

       310-COMPARA-LOTE-ANTERIOR.
            MOVE NLT-DATA TO WRK-DATA-X.
            PERFORM VARYING WRK-K FROM 1 BY 1
                    UNTIL WRK-K > WRK-QTD-LOTES
                IF LTB-MOTIVO(WRK-K) = SPACES
                   AND LTB-FONTE(WRK-K) = NLT-FONTE
                   AND LTB-DATA(WRK-K) = WRK-DATA-X
                   AND LTB-LOTE(WRK-K) = NLT-LOTE
                    MOVE "04" TO LTB-MOTIVO(WRK-K)
                END-IF
            END-PERFORM.

       400-SEGUNDA-PASSADA.
            MOVE "N" TO WRK-EOF.
            MOVE "N" TO WRK-LOTE-ABERTO.
            MOVE ZERO TO WRK-L.
            PERFORM UNTIL WRK-EOF = "S"
                READ NUMEROS-FILE
                    AT END
                        MOVE "S" TO WRK-EOF
                    NOT AT END
                        PERFORM 410-ENCAMINHA-LINHA
                END-READ
            END-PERFORM.

       410-ENCAMINHA-LINHA.
            MOVE NUMERO-HEADER TO WRK-LINHA-X.

            EVALUATE WRK-LIN-TIPO
                WHEN "H"
                    ADD 1 TO WRK-L
                    MOVE "S" TO WRK-LOTE-ABERTO
                    PERFORM 420-DESTINO-DO-LOTE
                WHEN "D"
                    IF WRK-LOTE-ABERTO = "S"
                        PERFORM 420-DESTINO-DO-LOTE
                    ELSE
                        MOVE "06" TO WRK-MOTIVO
                        PERFORM 440-REJEITA-FORA-DE-LOTE
                    END-IF
                WHEN "T"
                    IF WRK-LOTE-ABERTO = "S"
                        PERFORM 420-DESTINO-DO-LOTE
                        MOVE "N" TO WRK-LOTE-ABERTO
                    ELSE
                        MOVE "06" TO WRK-MOTIVO
                        PERFORM 440-REJEITA-FORA-DE-LOTE
                    END-IF
                WHEN OTHER
                    IF WRK-LOTE-ABERTO = "S"
                        PERFORM 420-DESTINO-DO-LOTE
                    ELSE
                        MOVE "07" TO WRK-MOTIVO
                        PERFORM 440-REJEITA-FORA-DE-LOTE
                    END-IF
            END-EVALUATE.

       420-DESTINO-DO-LOTE.
            IF LTB-MOTIVO(WRK-L) = SPACES
                MOVE WRK-LINHA-X TO NUMEROS-LIMPO-REC
                WRITE NUMEROS-LIMPO-REC
                IF WRK-LIN-TIPO = "D"
                    ADD 1 TO WRK-QTD-ACEITOS
                END-IF
            ELSE
                MOVE LTB-MOTIVO(WRK-L) TO WRK-MOTIVO
                MOVE LTB-FONTE(WRK-L) TO NRJ-FONTE
                MOVE LTB-LOTE(WRK-L) TO NRJ-LOTE
                PERFORM 450-GRAVA-REJEITO
            END-IF.

       440-REJEITA-FORA-DE-LOTE.
            MOVE SPACES TO NRJ-FONTE.
            MOVE SPACES TO NRJ-LOTE.
            PERFORM 450-GRAVA-REJEITO.

       450-GRAVA-REJEITO.
            MOVE WRK-MOTIVO TO NRJ-MOTIVO.
            PERFORM 460-DESCRICAO-MOTIVO.
            MOVE WRK-MOTIVO-DESC TO NRJ-MOTIVO-DESC.
            MOVE WRK-LINHA-X TO NRJ-DADOS.
            WRITE NUMERO-REJEITO-REC.
            ADD 1 TO WRK-QTD-REJEITADAS.

       460-DESCRICAO-MOTIVO.
            EVALUATE WRK-MOTIVO
                WHEN "01"
                    MOVE "VALOR NAO NUMERICO NO LOTE"
                        TO WRK-MOTIVO-DESC
                WHEN "02"
                    MOVE "QUANTIDADE DIFERE DO TRAILER"
                        TO WRK-MOTIVO-DESC
                WHEN "03"
                    MOVE "SOMA DIFERE DO TRAILER" TO WRK-MOTIVO-DESC
                WHEN "04"
                    MOVE "LOTE DUPLICADO DA FONTE" TO WRK-MOTIVO-DESC
                WHEN "05"
                    MOVE "LOTE SEM TRAILER" TO WRK-MOTIVO-DESC
                WHEN "06"
                    MOVE "REGISTRO FORA DE LOTE" TO WRK-MOTIVO-DESC
                WHEN "07"
                    MOVE "TIPO DE REGISTRO INVALIDO"
                        TO WRK-MOTIVO-DESC
                WHEN "08"
                    MOVE "HEADER INVALIDO" TO WRK-MOTIVO-DESC
                WHEN "09"
                    MOVE "TRAILER INVALIDO" TO WRK-MOTIVO-DESC
                WHEN OTHER
                    MOVE "MOTIVO DESCONHECIDO" TO WRK-MOTIVO-DESC
            END-EVALUATE.

       500-GRAVA-HISTORICO.
            OPEN EXTEND LOTES-FILE.
            IF WRK-FS-LOTES = "35"
                OPEN OUTPUT LOTES-FILE
            END-IF.
            PERFORM VARYING WRK-K FROM 1 BY 1
                    UNTIL WRK-K > WRK-QTD-LOTES
                IF LTB-MOTIVO(WRK-K) = SPACES
                    MOVE LTB-FONTE(WRK-K) TO NLT-FONTE
                    MOVE LTB-DATA(WRK-K) TO NLT-DATA
                    MOVE LTB-LOTE(WRK-K) TO NLT-LOTE
                    MOVE LTB-QTD-LIDA(WRK-K) TO NLT-QTD
                    MOVE LTB-SOMA-LIDA(WRK-K) TO NLT-SOMA
                    MOVE WRK-DATA-HOJE TO NLT-DT-PROCESSAMENTO
                    WRITE NUMERO-LOTE-REC
                END-IF
            END-PERFORM.
            CLOSE LOTES-FILE.

       600-MOSTRA-LOTES.
            DISPLAY " ".
            DISPLAY "FONTE DATA     LOTE   QTD    SITUACAO".
            PERFORM VARYING WRK-K FROM 1 BY 1
                    UNTIL WRK-K > WRK-QTD-LOTES
                IF LTB-MOTIVO(WRK-K) = SPACES
                    ADD 1 TO WRK-QTD-LOTES-ACEITOS
                    DISPLAY LTB-FONTE(WRK-K) "  " LTB-DATA(WRK-K) " "
                        LTB-LOTE(WRK-K) " " LTB-QTD-LIDA(WRK-K)
                        " BALANCEADO"
                ELSE
                    ADD 1 TO WRK-QTD-LOTES-RETIDOS
                    MOVE LTB-MOTIVO(WRK-K) TO WRK-MOTIVO
                    PERFORM 460-DESCRICAO-MOTIVO
                    DISPLAY LTB-FONTE(WRK-K) "  " LTB-DATA(WRK-K) " "
                        LTB-LOTE(WRK-K) " " LTB-QTD-LIDA(WRK-K)
                        " RETIDO " WRK-MOTIVO " " WRK-MOTIVO-DESC
                END-IF
            END-PERFORM.

       940-JOBLOG-INICIO.
            MOVE "NumerosPreEdita" TO JLP-PROGRAMA.
            MOVE "I" TO JLP-TIPO.
            MOVE SPACE TO JLP-STATUS.
            MOVE ZERO TO JLP-QTD-LIDOS.
            MOVE ZERO TO JLP-QTD-GRAVADOS.
            MOVE ZERO TO JLP-QTD-REJEITADOS.
            CALL "GravaJobLog" USING JOB-LOG-PARM END-CALL.

       950-JOBLOG-FIM.
            MOVE "F" TO JLP-TIPO.
            IF WRK-ABORTADO = "S"
                MOVE "N" TO JLP-STATUS
            ELSE
                MOVE "S" TO JLP-STATUS
            END-IF.
            MOVE WRK-QTD-LIDAS TO JLP-QTD-LIDOS.
            MOVE WRK-QTD-ACEITOS TO JLP-QTD-GRAVADOS.
            MOVE WRK-QTD-REJEITADAS TO JLP-QTD-REJEITADOS.
            CALL "GravaJobLog" USING JOB-LOG-PARM END-CALL.

       END PROGRAM NumerosPreEdita.
