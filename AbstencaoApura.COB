      ******************************************************************
      * Author:
      * Date:
      * Purpose: Post-election abstention run over VOTACAO.DAT - first
      *          recounts, for every citizen on file, the abstencoes
      *          nao justificadas seguidas as eleitor obrigatorio
      *          (VOT-TIPO-VOTO "M", absteve-se, sem justificativa),
      *          from the oldest eleicao to the most recent, and
      *          writes the count on CIDADAO.DAT; three or more in a
      *          row set CID-BLOQUEIO-ABST (multa e bloqueio de
      *          servicos), a vote or an accepted justificativa
      *          breaks the sequence and lifts it. Then lists, for
      *          the eleicao asked (vazio = a mais recente), the
      *          mandatory voters with an unjustified abstention per
      *          municipio on ABSTENCOES.REL, with the sequence and
      *          the bloqueio. Inativos (baixados) are counted but
      *          not listed. Runs after ComparecimentoCarga and again
      *          whenever the front office has recorded justificativas
      *          in JustificaAbstencao.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AbstencaoApura.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VOTACAO-FILE ASSIGN TO "VOTACAO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VOT-CHAVE
               FILE STATUS IS WRK-FS-VOTACAO.
           SELECT CIDADAO-REGISTRO-FILE ASSIGN TO "CIDADAO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CID-ID
               FILE STATUS IS WRK-FS-CIDADAO.
           SELECT RELATORIO-FILE ASSIGN TO "ABSTENCOES.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.
           SELECT SORT-SEQUENCIA ASSIGN TO "SORTWORK".
           SELECT SORT-LISTA ASSIGN TO "SORTWRK2".

       DATA DIVISION.
       FILE SECTION.
       FD  VOTACAO-FILE.
       COPY VOTREC.

       FD  CIDADAO-REGISTRO-FILE.
       COPY CIDREG.

       FD  RELATORIO-FILE.
       01  RELATORIO-LINHA             PIC X(80).

      *    SSQ-NAO-JUSTIFICADA "S" = abstencao de eleitor obrigatorio
      *    sem justificativa aceita, "N" = qualquer outra situacao.
       SD  SORT-SEQUENCIA.
       01  SORT-SEQUENCIA-RECORD.
           05  SSQ-ID                  PIC 9(9).
           05  SSQ-ELEICAO             PIC 9(8).
           05  SSQ-NAO-JUSTIFICADA     PIC X(1).

       SD  SORT-LISTA.
       01  SORT-LISTA-RECORD.
           05  SLA-MUNICIPIO           PIC X(20).
           05  SLA-NOME                PIC X(30).
           05  SLA-ID                  PIC 9(9).
           05  SLA-SEGUIDAS            PIC 9(2).
           05  SLA-BLOQUEIO            PIC X(1).

       WORKING-STORAGE SECTION.

       COPY JOBLNK.

       77   WRK-EOF PIC X(1) VALUE "N".
       77   WRK-FIM-SORT PIC X(1) VALUE "N".
       77   WRK-ABORTADO PIC X(1) VALUE "N".
       77   WRK-VALIDO PIC X(1) VALUE "N".
       77   WRK-FS-VOTACAO PIC X(2) VALUE SPACES.
       77   WRK-FS-CIDADAO PIC X(2) VALUE SPACES.
       77   WRK-FS-RELATORIO PIC X(2) VALUE SPACES.
       77   WRK-DATA-HOJE PIC 9(8) VALUE ZERO.
       77   WRK-DATA-ENTRADA PIC X(8) VALUE SPACES.
       77   WRK-ELEICAO PIC 9(8) VALUE ZERO.
       77   WRK-ULTIMA-ELEICAO PIC 9(8) VALUE ZERO.
       77   WRK-PAGINA PIC 9(4) VALUE ZERO.
       77   WRK-LINHA-ATUAL PIC 9(2) VALUE ZERO.
       77   WRK-LINHA-SAIDA PIC X(80) VALUE SPACES.
       78   WRK-LINHAS-POR-PAGINA VALUE 56.
       78   WRK-LIMITE-ABSTENCOES VALUE 3.

       77   WRK-ID-ANTERIOR PIC 9(9) VALUE ZERO.
       77   WRK-TEM-CIDADAO PIC X(1) VALUE "N".
       77   WRK-SEGUIDAS PIC 9(2) VALUE ZERO.
       77   WRK-BLOQUEIO PIC X(1) VALUE "N".
       77   WRK-MUNICIPIO-ANTERIOR PIC X(20) VALUE SPACES.
       77   WRK-TEM-GRUPO-ABERTO PIC X(1) VALUE "N".

       77   WRK-QTD-VOTACOES PIC 9(9) VALUE ZERO.
       77   WRK-QTD-CIDADAOS PIC 9(7) VALUE ZERO.
       77   WRK-QTD-ATUALIZADOS PIC 9(7) VALUE ZERO.
       77   WRK-QTD-BLOQUEADOS PIC 9(7) VALUE ZERO.
       77   WRK-QTD-NOVOS-BLOQUEIOS PIC 9(7) VALUE ZERO.
       77   WRK-QTD-DESBLOQUEADOS PIC 9(7) VALUE ZERO.
       77   WRK-QTD-SEM-REGISTRO PIC 9(7) VALUE ZERO.

       77   WRK-QTD-ELEITORES PIC 9(7) VALUE ZERO.
       77   WRK-QTD-VOTARAM PIC 9(7) VALUE ZERO.
       77   WRK-QTD-ABSTENCOES PIC 9(7) VALUE ZERO.
       77   WRK-QTD-JUSTIFICADAS PIC 9(7) VALUE ZERO.
       77   WRK-QTD-FACULTATIVOS PIC 9(7) VALUE ZERO.
       77   WRK-QTD-NAO-JUSTIFICADAS PIC 9(7) VALUE ZERO.
       77   WRK-QTD-INATIVOS PIC 9(7) VALUE ZERO.
       77   WRK-QTD-LISTADOS PIC 9(7) VALUE ZERO.
       77   WRK-QTD-NO-MUNICIPIO PIC 9(5) VALUE ZERO.

       01  WRK-CAB-RELATORIO.
           05  FILLER                  PIC X(28)
               VALUE "ABSTENCOES NAO JUSTIFICADAS".
           05  FILLER                  PIC X(9) VALUE "ELEICAO: ".
           05  CAB-ELEICAO-DIA         PIC 9(2).
           05  FILLER                  PIC X(1) VALUE "/".
           05  CAB-ELEICAO-MES         PIC 9(2).
           05  FILLER                  PIC X(1) VALUE "/".
           05  CAB-ELEICAO-ANO         PIC 9(4).
           05  FILLER                  PIC X(7) VALUE " DATA: ".
           05  CAB-DATA                PIC 9(8).
           05  FILLER                  PIC X(6) VALUE " PAG: ".
           05  CAB-PAGINA              PIC ZZZ9.
           05  FILLER                  PIC X(8) VALUE SPACES.

       01  WRK-LIN-TRACO.
           05  FILLER                  PIC X(80) VALUE ALL "-".

       01  WRK-LIN-MUNICIPIO.
           05  FILLER                  PIC X(11)
               VALUE "MUNICIPIO: ".
           05  LMU-MUNICIPIO           PIC X(20).
           05  FILLER                  PIC X(49) VALUE SPACES.

       01  WRK-LIN-COLUNAS.
           05  FILLER                  PIC X(40)
               VALUE "  INSCRICAO  NOME                      ".
           05  FILLER                  PIC X(40)
               VALUE "       SEGUIDAS   SITUACAO              ".

       01  WRK-LIN-ELEITOR.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  LEL-ID                  PIC 9(9).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  LEL-NOME                PIC X(30).
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  LEL-SEGUIDAS            PIC Z9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  LEL-SITUACAO            PIC X(22).

       01  WRK-LIN-TOTAL-MUNICIPIO.
           05  FILLER                  PIC X(28)
               VALUE "  ABSTENCOES NO MUNICIPIO : ".
           05  LTM-QTD                 PIC ZZZZ9.
           05  FILLER                  PIC X(47) VALUE SPACES.

       01  WRK-LIN-SEM-ABSTENCAO.
           05  FILLER                  PIC X(40)
               VALUE "  Nenhuma abstencao nao justificada de e".
           05  FILLER                  PIC X(40)
               VALUE "leitor obrigatorio nesta eleicao.       ".

       01  WRK-LIN-TOTAL.
           05  FILLER                  PIC X(28).
           05  TOT-VALOR               PIC ZZZZZZ9.
           05  FILLER                  PIC X(45) VALUE SPACES.

       PROCEDURE DIVISION.

       000-PRINCIPAL.
            DISPLAY "APURACAO - DE - ABSTENCOES".
            DISPLAY " ".

            PERFORM 940-JOBLOG-INICIO.

            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

            PERFORM 820-LE-PARAMETROS.

            OPEN INPUT VOTACAO-FILE.
            IF WRK-FS-VOTACAO = "35"
                DISPLAY "VOTACAO.DAT nao encontrado - rode o"
                    " ComparecimentoCarga antes da apuracao."
                MOVE "S" TO WRK-ABORTADO
                PERFORM 950-JOBLOG-FIM
                GOBACK
            END-IF.

            OPEN I-O CIDADAO-REGISTRO-FILE.
            IF WRK-FS-CIDADAO = "35"
                DISPLAY "CIDADAO.DAT nao encontrado !"
                CLOSE VOTACAO-FILE
                MOVE "S" TO WRK-ABORTADO
                PERFORM 950-JOBLOG-FIM
                GOBACK
            END-IF.

            SORT SORT-SEQUENCIA
                ON ASCENDING KEY SSQ-ID SSQ-ELEICAO
                INPUT PROCEDURE IS 100-SELECIONA-VOTACOES
                OUTPUT PROCEDURE IS 200-ATUALIZA-SEQUENCIAS.

            IF WRK-ELEICAO = ZERO
                MOVE WRK-ULTIMA-ELEICAO TO WRK-ELEICAO
            END-IF.

            SORT SORT-LISTA
                ON ASCENDING KEY SLA-MUNICIPIO SLA-NOME SLA-ID
                INPUT PROCEDURE IS 500-SELECIONA-ABSTENCOES
                OUTPUT PROCEDURE IS 600-IMPRIME-RELATORIO.

            CLOSE CIDADAO-REGISTRO-FILE.
            CLOSE VOTACAO-FILE.

            DISPLAY " ".
            DISPLAY "VOTACOES LIDAS              : " WRK-QTD-VOTACOES.
            DISPLAY "CIDADAOS APURADOS           : " WRK-QTD-CIDADAOS.
            DISPLAY "CADASTROS ATUALIZADOS       : "
                WRK-QTD-ATUALIZADOS.
            DISPLAY "BLOQUEADOS (3+ SEGUIDAS)    : "
                WRK-QTD-BLOQUEADOS.
            DISPLAY "  NOVOS BLOQUEIOS           : "
                WRK-QTD-NOVOS-BLOQUEIOS.
            DISPLAY "  BLOQUEIOS LEVANTADOS      : "
                WRK-QTD-DESBLOQUEADOS.
            DISPLAY "SEM REGISTRO NO CADASTRO    : "
                WRK-QTD-SEM-REGISTRO.
            DISPLAY "ELEICAO LISTADA             : " WRK-ELEICAO.
            DISPLAY "ABSTENCOES NAO JUSTIFICADAS : "
                WRK-QTD-LISTADOS.
            DISPLAY "Relatorio em ABSTENCOES.REL".

            PERFORM 950-JOBLOG-FIM.

            GOBACK.

       100-SELECIONA-VOTACOES.
            PERFORM UNTIL WRK-EOF = "S"
                READ VOTACAO-FILE NEXT RECORD
                    AT END
                        MOVE "S" TO WRK-EOF
                    NOT AT END
                        ADD 1 TO WRK-QTD-VOTACOES
                        PERFORM 110-LIBERA-VOTACAO
                END-READ
            END-PERFORM.

       110-LIBERA-VOTACAO.
            IF VOT-ELEICAO > WRK-ULTIMA-ELEICAO
                MOVE VOT-ELEICAO TO WRK-ULTIMA-ELEICAO
            END-IF.

            MOVE VOT-ID TO SSQ-ID.
            MOVE VOT-ELEICAO TO SSQ-ELEICAO.
            IF VOT-TIPO-VOTO = "M"
               AND VOT-COMPARECIMENTO = "A"
               AND VOT-JUSTIFICADA NOT = "S"
                MOVE "S" TO SSQ-NAO-JUSTIFICADA
            ELSE
                MOVE "N" TO SSQ-NAO-JUSTIFICADA
            END-IF.
            RELEASE SORT-SEQUENCIA-RECORD.

       200-ATUALIZA-SEQUENCIAS.
            PERFORM UNTIL WRK-FIM-SORT = "S"
                RETURN SORT-SEQUENCIA
                    AT END
                        MOVE "S" TO WRK-FIM-SORT
                    NOT AT END
                        PERFORM 210-PROCESSA-VOTACAO
                END-RETURN
            END-PERFORM.

            IF WRK-TEM-CIDADAO = "S"
                PERFORM 250-GRAVA-SEQUENCIA
            END-IF.

       210-PROCESSA-VOTACAO.
            IF SSQ-ID NOT = WRK-ID-ANTERIOR
               OR WRK-TEM-CIDADAO = "N"
                IF WRK-TEM-CIDADAO = "S"
                    PERFORM 250-GRAVA-SEQUENCIA
                END-IF
                MOVE SSQ-ID TO WRK-ID-ANTERIOR
                MOVE ZERO TO WRK-SEGUIDAS
                MOVE "S" TO WRK-TEM-CIDADAO
            END-IF.

      *    Eleicoes em ordem crescente: voto, justificativa ou voto
      *    facultativo zeram a sequencia.
            IF SSQ-NAO-JUSTIFICADA = "S"
                IF WRK-SEGUIDAS < 99
                    ADD 1 TO WRK-SEGUIDAS
                END-IF
            ELSE
                MOVE ZERO TO WRK-SEGUIDAS
            END-IF.

       250-GRAVA-SEQUENCIA.
            ADD 1 TO WRK-QTD-CIDADAOS.
            IF WRK-SEGUIDAS >= WRK-LIMITE-ABSTENCOES
                MOVE "S" TO WRK-BLOQUEIO
                ADD 1 TO WRK-QTD-BLOQUEADOS
            ELSE
                MOVE "N" TO WRK-BLOQUEIO
            END-IF.

            MOVE WRK-ID-ANTERIOR TO CID-ID.
            READ CIDADAO-REGISTRO-FILE
                INVALID KEY
                    ADD 1 TO WRK-QTD-SEM-REGISTRO
                NOT INVALID KEY
                    IF CID-ABST-SEGUIDAS NOT = WRK-SEGUIDAS
                       OR CID-BLOQUEIO-ABST NOT = WRK-BLOQUEIO
                        PERFORM 260-REGRAVA-CIDADAO
                    END-IF
            END-READ.

       260-REGRAVA-CIDADAO.
            IF WRK-BLOQUEIO = "S" AND CID-BLOQUEIO-ABST NOT = "S"
                ADD 1 TO WRK-QTD-NOVOS-BLOQUEIOS
            END-IF.
            IF WRK-BLOQUEIO = "N" AND CID-BLOQUEIO-ABST = "S"
                ADD 1 TO WRK-QTD-DESBLOQUEADOS
            END-IF.

            MOVE WRK-SEGUIDAS TO CID-ABST-SEGUIDAS.
            MOVE WRK-BLOQUEIO TO CID-BLOQUEIO-ABST.
            REWRITE CIDADAO-REGISTRO
                INVALID KEY
                    DISPLAY "Erro ao regravar cidadao " CID-ID
                NOT INVALID KEY
                    ADD 1 TO WRK-QTD-ATUALIZADOS
            END-REWRITE.

       500-SELECIONA-ABSTENCOES.
            MOVE WRK-ELEICAO TO VOT-ELEICAO.
            MOVE ZERO TO VOT-ID.
            START VOTACAO-FILE KEY IS NOT LESS THAN VOT-CHAVE
                INVALID KEY
                    MOVE "S" TO WRK-EOF
                NOT INVALID KEY
                    MOVE "N" TO WRK-EOF
            END-START.

            PERFORM UNTIL WRK-EOF = "S"
                READ VOTACAO-FILE NEXT RECORD
                    AT END
                        MOVE "S" TO WRK-EOF
                    NOT AT END
                        IF VOT-ELEICAO NOT = WRK-ELEICAO
                            MOVE "S" TO WRK-EOF
                        ELSE
                            PERFORM 510-CLASSIFICA-VOTACAO
                        END-IF
                END-READ
            END-PERFORM.

       510-CLASSIFICA-VOTACAO.
            ADD 1 TO WRK-QTD-ELEITORES.
            IF VOT-COMPARECIMENTO = "V"
                ADD 1 TO WRK-QTD-VOTARAM
            ELSE
                ADD 1 TO WRK-QTD-ABSTENCOES
                IF VOT-JUSTIFICADA = "S"
                    ADD 1 TO WRK-QTD-JUSTIFICADAS
                ELSE
                    IF VOT-TIPO-VOTO NOT = "M"
                        ADD 1 TO WRK-QTD-FACULTATIVOS
                    ELSE
                        ADD 1 TO WRK-QTD-NAO-JUSTIFICADAS
                        PERFORM 520-LIBERA-ABSTENCAO
                    END-IF
                END-IF
            END-IF.

       520-LIBERA-ABSTENCAO.
      *    O municipio e o da eleicao (retrato gravado na carga), nao
      *    o atual do cadastro.
            MOVE VOT-MUNICIPIO TO SLA-MUNICIPIO.
            MOVE VOT-ID TO SLA-ID.
            MOVE VOT-ID TO CID-ID.
            READ CIDADAO-REGISTRO-FILE
                INVALID KEY
                    MOVE "SEM REGISTRO NO CADASTRO" TO SLA-NOME
                    MOVE ZERO TO SLA-SEGUIDAS
                    MOVE "N" TO SLA-BLOQUEIO
                    RELEASE SORT-LISTA-RECORD
                NOT INVALID KEY
                    IF CID-SITUACAO = "I"
                        ADD 1 TO WRK-QTD-INATIVOS
                    ELSE
                        MOVE CID-NOME TO SLA-NOME
                        MOVE CID-ABST-SEGUIDAS TO SLA-SEGUIDAS
                        MOVE CID-BLOQUEIO-ABST TO SLA-BLOQUEIO
                        RELEASE SORT-LISTA-RECORD
                    END-IF
            END-READ.

       600-IMPRIME-RELATORIO.
            OPEN OUTPUT RELATORIO-FILE.
            MOVE WRK-ELEICAO(7:2) TO CAB-ELEICAO-DIA.
            MOVE WRK-ELEICAO(5:2) TO CAB-ELEICAO-MES.
            MOVE WRK-ELEICAO(1:4) TO CAB-ELEICAO-ANO.
            MOVE WRK-DATA-HOJE TO CAB-DATA.
            MOVE "N" TO WRK-FIM-SORT.
            MOVE "N" TO WRK-TEM-GRUPO-ABERTO.

            PERFORM UNTIL WRK-FIM-SORT = "S"
                RETURN SORT-LISTA
                    AT END
                        MOVE "S" TO WRK-FIM-SORT
                    NOT AT END
                        PERFORM 610-PROCESSA-LINHA
                END-RETURN
            END-PERFORM.

            IF WRK-TEM-GRUPO-ABERTO = "S"
                PERFORM 650-FECHA-MUNICIPIO
            ELSE
                MOVE WRK-LIN-SEM-ABSTENCAO TO RELATORIO-LINHA
                PERFORM 800-GRAVA-LINHA
            END-IF.

            PERFORM 680-GRAVA-TOTAIS.

            CLOSE RELATORIO-FILE.

       610-PROCESSA-LINHA.
            IF SLA-MUNICIPIO NOT = WRK-MUNICIPIO-ANTERIOR
               OR WRK-TEM-GRUPO-ABERTO = "N"
                IF WRK-TEM-GRUPO-ABERTO = "S"
                    PERFORM 650-FECHA-MUNICIPIO
                END-IF
                PERFORM 620-ABRE-MUNICIPIO
            END-IF.

            ADD 1 TO WRK-QTD-NO-MUNICIPIO.
            ADD 1 TO WRK-QTD-LISTADOS.
            MOVE SLA-ID TO LEL-ID.
            MOVE SLA-NOME TO LEL-NOME.
            MOVE SLA-SEGUIDAS TO LEL-SEGUIDAS.
            IF SLA-BLOQUEIO = "S"
                MOVE "BLOQUEADO - MULTA" TO LEL-SITUACAO
            ELSE
                MOVE SPACES TO LEL-SITUACAO
            END-IF.
            MOVE WRK-LIN-ELEITOR TO RELATORIO-LINHA.
            PERFORM 800-GRAVA-LINHA.

       620-ABRE-MUNICIPIO.
            MOVE SLA-MUNICIPIO TO WRK-MUNICIPIO-ANTERIOR.
            MOVE ZERO TO WRK-QTD-NO-MUNICIPIO.
            MOVE SLA-MUNICIPIO TO LMU-MUNICIPIO.

            IF WRK-LINHA-ATUAL > 0
               AND WRK-LINHA-ATUAL < WRK-LINHAS-POR-PAGINA - 4
                MOVE WRK-LIN-MUNICIPIO TO RELATORIO-LINHA
                PERFORM 800-GRAVA-LINHA
                MOVE WRK-LIN-COLUNAS TO RELATORIO-LINHA
                PERFORM 800-GRAVA-LINHA
                MOVE "S" TO WRK-TEM-GRUPO-ABERTO
            ELSE
      *        Municipio no pe da pagina comeca na seguinte, com o
      *        cabecalho do grupo repetido pela 700-NOVA-PAGINA.
                MOVE "S" TO WRK-TEM-GRUPO-ABERTO
                PERFORM 700-NOVA-PAGINA
            END-IF.

       650-FECHA-MUNICIPIO.
            MOVE WRK-QTD-NO-MUNICIPIO TO LTM-QTD.
            MOVE WRK-LIN-TOTAL-MUNICIPIO TO RELATORIO-LINHA.
            PERFORM 800-GRAVA-LINHA.
            MOVE SPACES TO RELATORIO-LINHA.
            PERFORM 800-GRAVA-LINHA.
            MOVE "N" TO WRK-TEM-GRUPO-ABERTO.

       680-GRAVA-TOTAIS.
            MOVE WRK-LIN-TRACO TO RELATORIO-LINHA.
            PERFORM 800-GRAVA-LINHA.

            MOVE "ELEITORES NA ELEICAO      : " TO WRK-LIN-TOTAL(1:28).
            MOVE WRK-QTD-ELEITORES TO TOT-VALOR.
            MOVE WRK-LIN-TOTAL TO RELATORIO-LINHA.
            PERFORM 800-GRAVA-LINHA.

            MOVE "VOTARAM                   : " TO WRK-LIN-TOTAL(1:28).
            MOVE WRK-QTD-VOTARAM TO TOT-VALOR.
            MOVE WRK-LIN-TOTAL TO RELATORIO-LINHA.
            PERFORM 800-GRAVA-LINHA.

            MOVE "ABSTENCOES                : " TO WRK-LIN-TOTAL(1:28).
            MOVE WRK-QTD-ABSTENCOES TO TOT-VALOR.
            MOVE WRK-LIN-TOTAL TO RELATORIO-LINHA.
            PERFORM 800-GRAVA-LINHA.

            MOVE "  JUSTIFICADAS            : " TO WRK-LIN-TOTAL(1:28).
            MOVE WRK-QTD-JUSTIFICADAS TO TOT-VALOR.
            MOVE WRK-LIN-TOTAL TO RELATORIO-LINHA.
            PERFORM 800-GRAVA-LINHA.

            MOVE "  DE VOTO FACULTATIVO     : " TO WRK-LIN-TOTAL(1:28).
            MOVE WRK-QTD-FACULTATIVOS TO TOT-VALOR.
            MOVE WRK-LIN-TOTAL TO RELATORIO-LINHA.
            PERFORM 800-GRAVA-LINHA.

            MOVE "  OBRIGATORIOS SEM JUSTIF.: " TO WRK-LIN-TOTAL(1:28).
            MOVE WRK-QTD-NAO-JUSTIFICADAS TO TOT-VALOR.
            MOVE WRK-LIN-TOTAL TO RELATORIO-LINHA.
            PERFORM 800-GRAVA-LINHA.

            MOVE "  INATIVOS (NAO LISTADOS) : " TO WRK-LIN-TOTAL(1:28).
            MOVE WRK-QTD-INATIVOS TO TOT-VALOR.
            MOVE WRK-LIN-TOTAL TO RELATORIO-LINHA.
            PERFORM 800-GRAVA-LINHA.

            MOVE "BLOQUEADOS NO CADASTRO    : " TO WRK-LIN-TOTAL(1:28).
            MOVE WRK-QTD-BLOQUEADOS TO TOT-VALOR.
            MOVE WRK-LIN-TOTAL TO RELATORIO-LINHA.
            PERFORM 800-GRAVA-LINHA.

       700-NOVA-PAGINA.
            ADD 1 TO WRK-PAGINA.
            MOVE WRK-PAGINA TO CAB-PAGINA.
            MOVE WRK-CAB-RELATORIO TO RELATORIO-LINHA.
            IF WRK-PAGINA = 1
                WRITE RELATORIO-LINHA
            ELSE
                WRITE RELATORIO-LINHA AFTER ADVANCING PAGE
            END-IF.
            MOVE WRK-LIN-TRACO TO RELATORIO-LINHA.
            WRITE RELATORIO-LINHA.
            MOVE 2 TO WRK-LINHA-ATUAL.
            IF WRK-TEM-GRUPO-ABERTO = "S"
                MOVE WRK-LIN-MUNICIPIO TO RELATORIO-LINHA
                WRITE RELATORIO-LINHA
                MOVE WRK-LIN-COLUNAS TO RELATORIO-LINHA
                WRITE RELATORIO-LINHA
                ADD 2 TO WRK-LINHA-ATUAL
            END-IF.

       800-GRAVA-LINHA.
      *    A quebra de pagina escreve os cabecalhos pelo proprio
      *    registro do FD - a linha pendente fica guardada e volta
      *    antes do WRITE.
            MOVE RELATORIO-LINHA TO WRK-LINHA-SAIDA.
            IF WRK-LINHA-ATUAL >= WRK-LINHAS-POR-PAGINA
               OR WRK-LINHA-ATUAL = 0
                PERFORM 700-NOVA-PAGINA
                MOVE WRK-LINHA-SAIDA TO RELATORIO-LINHA
            END-IF.
            WRITE RELATORIO-LINHA.
            ADD 1 TO WRK-LINHA-ATUAL.

       820-LE-PARAMETROS.
            DISPLAY "Data da eleicao a listar (AAAAMMDD ou vazio ="
                " a mais recente) : ".
            MOVE "N" TO WRK-VALIDO.
            PERFORM UNTIL WRK-VALIDO = "S"
                MOVE SPACES TO WRK-DATA-ENTRADA
                ACCEPT WRK-DATA-ENTRADA
                IF WRK-DATA-ENTRADA = SPACES
                    MOVE ZERO TO WRK-ELEICAO
                    MOVE "S" TO WRK-VALIDO
                ELSE
                    IF WRK-DATA-ENTRADA IS NUMERIC
                       AND WRK-DATA-ENTRADA(5:2) >= "01"
                       AND WRK-DATA-ENTRADA(5:2) <= "12"
                       AND WRK-DATA-ENTRADA(7:2) >= "01"
                       AND WRK-DATA-ENTRADA(7:2) <= "31"
                        MOVE WRK-DATA-ENTRADA TO WRK-ELEICAO
                        MOVE "S" TO WRK-VALIDO
                    ELSE
                        DISPLAY "Data invalida - digite novamente : "
                    END-IF
                END-IF
            END-PERFORM.

       940-JOBLOG-INICIO.
            MOVE "AbstencaoApura" TO JLP-PROGRAMA.
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
            MOVE WRK-QTD-VOTACOES TO JLP-QTD-LIDOS.
            MOVE WRK-QTD-ATUALIZADOS TO JLP-QTD-GRAVADOS.
            MOVE WRK-QTD-SEM-REGISTRO TO JLP-QTD-REJEITADOS.
            CALL "GravaJobLog" USING JOB-LOG-PARM END-CALL.

       END PROGRAM AbstencaoApura.
