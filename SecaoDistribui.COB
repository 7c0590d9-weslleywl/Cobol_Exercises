      ******************************************************************
      * Author:
      * Date:
      * Purpose: Assigns every active eligible citizen on CIDADAO.DAT
      *          to a secao eleitoral of SECOES.DAT in the citizen's
      *          own CID-MUNICIPIO, never beyond the secao capacity.
      *          The assignment of the previous run (ELEITOR-SECAO.DAT)
      *          is honoured first - a voter keeps the same secao while
      *          it still has room - and the other voters go to the
      *          secao of the municipio with the most free places.
      *          Inativos, non-voters and citizens whose inscricao came
      *          back rejected (CID-SIT-INSCRICAO "R") are left out and
      *          lose any previous assignment. Prints the voter list of
      *          each secao for the polling staff (SECOES-ELEITORES.REL,
      *          one secao per page) and the overflow report of the
      *          municipios whose secoes ran out of capacity, with the
      *          voters left without secao (SECOES-EXCEDENTES.REL).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SecaoDistribui.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CIDADAO-REGISTRO-FILE ASSIGN TO "CIDADAO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CID-ID
               FILE STATUS IS WRK-FS-CIDADAO.
           SELECT SECAO-MASTER ASSIGN TO "SECOES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEC-CHAVE
               FILE STATUS IS WRK-FS-SECAO.
           SELECT ELEITOR-SECAO-FILE ASSIGN TO "ELEITOR-SECAO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ELS-ID
               FILE STATUS IS WRK-FS-ELEITOR-SECAO.
           SELECT LISTA-FILE ASSIGN TO "SECOES-ELEITORES.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LISTA.
           SELECT EXCEDENTE-FILE ASSIGN TO "SECOES-EXCEDENTES.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXCEDENTE.
           SELECT SORT-DISTRIBUI ASSIGN TO "SORTWORK".
           SELECT SORT-LISTA ASSIGN TO "SORTWRK2".

       DATA DIVISION.
       FILE SECTION.
       FD  CIDADAO-REGISTRO-FILE.
       COPY CIDREG.

       FD  SECAO-MASTER.
       COPY SECMAST.

       FD  ELEITOR-SECAO-FILE.
       COPY ELSMAST.

       FD  LISTA-FILE.
       01  LISTA-LINHA                 PIC X(80).

       FD  EXCEDENTE-FILE.
       01  EXCEDENTE-LINHA             PIC X(80).

      *    SDI-ORDEM "1" = eleitor com secao anterior no mesmo
      *    municipio (disputa a vaga antes), "2" = eleitor novo ou
      *    vindo de outro municipio.
       SD  SORT-DISTRIBUI.
       01  SORT-DISTRIBUI-RECORD.
           05  SDI-MUNICIPIO           PIC X(20).
           05  SDI-ORDEM               PIC X(1).
           05  SDI-ID                  PIC 9(9).
           05  SDI-NOME                PIC X(30).
           05  SDI-SECAO-ANT           PIC 9(4).

       SD  SORT-LISTA.
       01  SORT-LISTA-RECORD.
           05  SLI-MUNICIPIO           PIC X(20).
           05  SLI-SECAO               PIC 9(4).
           05  SLI-NOME                PIC X(30).
           05  SLI-ID                  PIC 9(9).

       WORKING-STORAGE SECTION.

       COPY JOBLNK.

       77   WRK-EOF PIC X(1) VALUE "N".
       77   WRK-FIM-SORT PIC X(1) VALUE "N".
       77   WRK-FIM-SECOES PIC X(1) VALUE "N".
       77   WRK-ABORTADO PIC X(1) VALUE "N".
       77   WRK-FS-CIDADAO PIC X(2) VALUE SPACES.
       77   WRK-FS-SECAO PIC X(2) VALUE SPACES.
       77   WRK-FS-ELEITOR-SECAO PIC X(2) VALUE SPACES.
       77   WRK-FS-LISTA PIC X(2) VALUE SPACES.
       77   WRK-FS-EXCEDENTE PIC X(2) VALUE SPACES.
       77   WRK-DATA-HOJE PIC 9(8) VALUE ZERO.
       77   WRK-PAGINA PIC 9(4) VALUE ZERO.
       77   WRK-LINHA-ATUAL PIC 9(2) VALUE ZERO.
       77   WRK-LINHA-SAIDA PIC X(80) VALUE SPACES.
       78   WRK-LINHAS-POR-PAGINA VALUE 56.
       78   WRK-MAX-SECOES VALUE 500.

       77   WRK-MUNICIPIO-ANTERIOR PIC X(20) VALUE SPACES.
       77   WRK-TEM-GRUPO-ABERTO PIC X(1) VALUE "N".
       77   WRK-SECAO-ANTERIOR PIC 9(4) VALUE ZERO.
       77   WRK-POS PIC 9(3) VALUE ZERO.
       77   WRK-I PIC 9(3) VALUE ZERO.
       77   WRK-VAGAS PIC S9(5) VALUE ZERO.
       77   WRK-MAIOR-VAGA PIC S9(5) VALUE ZERO.

       77   WRK-QTD-LIDOS PIC 9(7) VALUE ZERO.
       77   WRK-QTD-INATIVOS PIC 9(7) VALUE ZERO.
       77   WRK-QTD-NAO-ELEITORES PIC 9(7) VALUE ZERO.
       77   WRK-QTD-REJEITADOS PIC 9(7) VALUE ZERO.
       77   WRK-QTD-ATRIBUIDOS PIC 9(7) VALUE ZERO.
       77   WRK-QTD-MANTIDOS PIC 9(7) VALUE ZERO.
       77   WRK-QTD-REMANEJADOS PIC 9(7) VALUE ZERO.
       77   WRK-QTD-EXCEDENTES PIC 9(7) VALUE ZERO.
       77   WRK-QTD-REMOVIDAS PIC 9(7) VALUE ZERO.
       77   WRK-QTD-MUN-EXCEDIDOS PIC 9(5) VALUE ZERO.
       77   WRK-QTD-SECOES-IGNORADAS PIC 9(5) VALUE ZERO.
       77   WRK-QTD-SECOES-LISTADAS PIC 9(5) VALUE ZERO.
       77   WRK-QTD-NA-SECAO PIC 9(5) VALUE ZERO.

       77   WRK-MUN-ELEITORES PIC 9(7) VALUE ZERO.
       77   WRK-MUN-EXCEDENTES PIC 9(7) VALUE ZERO.
       77   WRK-MUN-CAPACIDADE PIC 9(7) VALUE ZERO.

      *    Secoes do municipio em processamento, na ordem da chave
      *    (numero da secao crescente).
       01  WRK-TABELA-SECOES.
           05  WRK-SEC-QTD             PIC 9(3) VALUE ZERO.
           05  WRK-SEC-TAB OCCURS 500 TIMES.
               10  WRK-SEC-NUMERO        PIC 9(4).
               10  WRK-SEC-CAPACIDADE    PIC 9(5).
               10  WRK-SEC-OCUPACAO      PIC 9(5).

       01  WRK-CAB-RELATORIO.
           05  FILLER                  PIC X(30)
               VALUE "LISTA DE ELEITORES POR SECAO  ".
           05  FILLER                  PIC X(9) VALUE "   DATA: ".
           05  CAB-DIA                 PIC 9(2).
           05  FILLER                  PIC X(1) VALUE "/".
           05  CAB-MES                 PIC 9(2).
           05  FILLER                  PIC X(1) VALUE "/".
           05  CAB-ANO                 PIC 9(4).
           05  FILLER                  PIC X(9) VALUE "    PAG: ".
           05  CAB-PAGINA              PIC ZZZ9.
           05  FILLER                  PIC X(18) VALUE SPACES.

       01  WRK-LIN-TRACO.
           05  FILLER                  PIC X(80) VALUE ALL "-".

       01  WRK-LIN-SECAO.
           05  FILLER                  PIC X(11)
               VALUE "MUNICIPIO: ".
           05  LSE-MUNICIPIO           PIC X(20).
           05  FILLER                  PIC X(10) VALUE "   SECAO: ".
           05  LSE-SECAO               PIC ZZZ9.
           05  FILLER                  PIC X(15)
               VALUE "   CAPACIDADE: ".
           05  LSE-CAPACIDADE          PIC ZZZZ9.
           05  FILLER                  PIC X(15) VALUE SPACES.

       01  WRK-LIN-LOCAL.
           05  FILLER                  PIC X(11)
               VALUE "LOCAL    : ".
           05  LSE-LOCAL               PIC X(30).
           05  FILLER                  PIC X(39) VALUE SPACES.

       01  WRK-LIN-ENDERECO.
           05  FILLER                  PIC X(11)
               VALUE "ENDERECO : ".
           05  LSE-ENDERECO            PIC X(40).
           05  FILLER                  PIC X(29) VALUE SPACES.

       01  WRK-LIN-COLUNAS.
           05  FILLER                  PIC X(40)
               VALUE "  ORDEM  INSCRICAO  NOME                ".
           05  FILLER                  PIC X(40)
               VALUE "                    ASSINATURA          ".

       01  WRK-LIN-ELEITOR.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  LEL-ORDEM               PIC ZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  LEL-ID                  PIC 9(9).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  LEL-NOME                PIC X(30).
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  LEL-ASSINATURA          PIC X(20) VALUE ALL "_".

       01  WRK-LIN-TOTAL-SECAO.
           05  FILLER                  PIC X(24)
               VALUE "  ELEITORES NA SECAO : ".
           05  LTS-QTD                 PIC ZZZZ9.
           05  FILLER                  PIC X(51) VALUE SPACES.

       01  WRK-LIN-SEM-SECAO.
           05  FILLER                  PIC X(40)
               VALUE "  Nenhuma secao com eleitores - confira ".
           05  FILLER                  PIC X(40)
               VALUE "SECOES.DAT e CIDADAO.DAT.               ".

       01  WRK-CAB-EXCEDENTES.
           05  FILLER                  PIC X(34)
               VALUE "SECOES SEM CAPACIDADE - EXCEDENTES".
           05  FILLER                  PIC X(6) VALUE " DATA:".
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  CEX-DATA                PIC 9(8).
           05  FILLER                  PIC X(31) VALUE SPACES.

       01  WRK-LIN-EXCEDENTE.
           05  FILLER                  PIC X(13)
               VALUE "  SEM SECAO: ".
           05  LEX-ID                  PIC 9(9).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  LEX-NOME                PIC X(30).
           05  FILLER                  PIC X(15)
               VALUE "  SECAO ANTER: ".
           05  LEX-SECAO-ANT           PIC X(4).
           05  FILLER                  PIC X(7) VALUE SPACES.

       01  WRK-LIN-MUN-EXCEDIDO.
           05  FILLER                  PIC X(11)
               VALUE "MUNICIPIO: ".
           05  LMX-MUNICIPIO           PIC X(20).
           05  FILLER                  PIC X(8) VALUE " SECOES:".
           05  LMX-SECOES              PIC ZZ9.
           05  FILLER                  PIC X(7) VALUE " CAPAC:".
           05  LMX-CAPACIDADE          PIC ZZZZZZ9.
           05  FILLER                  PIC X(6) VALUE " ELEI:".
           05  LMX-ELEITORES           PIC ZZZZZZ9.
           05  FILLER                  PIC X(4) VALUE " EX:".
           05  LMX-EXCEDENTES          PIC ZZZZZZ9.

       01  WRK-LIN-TOTAL.
           05  FILLER                  PIC X(28).
           05  TOT-VALOR               PIC ZZZZZZ9.
           05  FILLER                  PIC X(45) VALUE SPACES.

       PROCEDURE DIVISION.

       000-PRINCIPAL.
            DISPLAY "DISTRIBUICAO - DE - ELEITORES - POR - SECAO".
            DISPLAY " ".

            PERFORM 940-JOBLOG-INICIO.

            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            MOVE WRK-DATA-HOJE(7:2) TO CAB-DIA.
            MOVE WRK-DATA-HOJE(5:2) TO CAB-MES.
            MOVE WRK-DATA-HOJE(1:4) TO CAB-ANO.

            OPEN INPUT SECAO-MASTER.
            IF WRK-FS-SECAO = "35"
                DISPLAY "SECOES.DAT nao encontrado - cadastre as"
                    " secoes no SecaoManutencao."
                MOVE "S" TO WRK-ABORTADO
                PERFORM 950-JOBLOG-FIM
                GOBACK
            END-IF.

            OPEN INPUT CIDADAO-REGISTRO-FILE.
            IF WRK-FS-CIDADAO = "35"
                DISPLAY "CIDADAO.DAT nao encontrado !"
                CLOSE SECAO-MASTER
                MOVE "S" TO WRK-ABORTADO
                PERFORM 950-JOBLOG-FIM
                GOBACK
            END-IF.

            OPEN I-O ELEITOR-SECAO-FILE.
            IF WRK-FS-ELEITOR-SECAO = "35"
                DISPLAY "ELEITOR-SECAO.DAT nao encontrado - primeira"
                    " distribuicao, sem secao anterior."
                OPEN OUTPUT ELEITOR-SECAO-FILE
                CLOSE ELEITOR-SECAO-FILE
                OPEN I-O ELEITOR-SECAO-FILE
            END-IF.

            OPEN OUTPUT EXCEDENTE-FILE.
            MOVE WRK-DATA-HOJE TO CEX-DATA.
            MOVE WRK-CAB-EXCEDENTES TO EXCEDENTE-LINHA.
            WRITE EXCEDENTE-LINHA.
            MOVE WRK-LIN-TRACO TO EXCEDENTE-LINHA.
            WRITE EXCEDENTE-LINHA.

            SORT SORT-DISTRIBUI
                ON ASCENDING KEY SDI-MUNICIPIO SDI-ORDEM SDI-ID
                INPUT PROCEDURE IS 100-SELECIONA-ELEITORES
                OUTPUT PROCEDURE IS 200-DISTRIBUI-ELEITORES.

            CLOSE ELEITOR-SECAO-FILE.

            PERFORM 450-GRAVA-TOTAIS-EXCEDENTES.
            CLOSE EXCEDENTE-FILE.

            SORT SORT-LISTA
                ON ASCENDING KEY SLI-MUNICIPIO SLI-SECAO SLI-NOME
                INPUT PROCEDURE IS 500-SELECIONA-ATRIBUICOES
                OUTPUT PROCEDURE IS 600-IMPRIME-LISTAS.

            CLOSE CIDADAO-REGISTRO-FILE.
            CLOSE SECAO-MASTER.

            DISPLAY " ".
            DISPLAY "CIDADAOS LIDOS              : " WRK-QTD-LIDOS.
            DISPLAY "INATIVOS (FORA DO ROL)      : " WRK-QTD-INATIVOS.
            DISPLAY "NAO ELEITORES               : "
                WRK-QTD-NAO-ELEITORES.
            DISPLAY "INSCRICAO REJEITADA         : "
                WRK-QTD-REJEITADOS.
            DISPLAY "ELEITORES COM SECAO         : "
                WRK-QTD-ATRIBUIDOS.
            DISPLAY "  MANTIDOS NA SECAO ANTERIOR: " WRK-QTD-MANTIDOS.
            DISPLAY "  NOVOS OU REMANEJADOS      : "
                WRK-QTD-REMANEJADOS.
            DISPLAY "SEM SECAO (EXCEDENTES)      : "
                WRK-QTD-EXCEDENTES.
            DISPLAY "ATRIBUICOES ANTERIORES DESFEITAS: "
                WRK-QTD-REMOVIDAS.
            DISPLAY "Listas por secao em SECOES-ELEITORES.REL".
            IF WRK-QTD-EXCEDENTES > 0
                DISPLAY "ATENCAO: " WRK-QTD-MUN-EXCEDIDOS
                    " municipio(s) sem capacidade - veja"
                    " SECOES-EXCEDENTES.REL"
            END-IF.

            PERFORM 950-JOBLOG-FIM.

            GOBACK.

       100-SELECIONA-ELEITORES.
            PERFORM UNTIL WRK-EOF = "S"
                READ CIDADAO-REGISTRO-FILE NEXT RECORD
                    AT END
                        MOVE "S" TO WRK-EOF
                    NOT AT END
                        ADD 1 TO WRK-QTD-LIDOS
                        PERFORM 110-CLASSIFICA-CIDADAO
                END-READ
            END-PERFORM.

       110-CLASSIFICA-CIDADAO.
            IF CID-SITUACAO = "I"
                ADD 1 TO WRK-QTD-INATIVOS
                PERFORM 150-DESFAZ-ATRIBUICAO
            ELSE
                IF CID-POD-VOTAR NOT = "S"
                    ADD 1 TO WRK-QTD-NAO-ELEITORES
                    PERFORM 150-DESFAZ-ATRIBUICAO
                ELSE
                    IF CID-SIT-INSCRICAO = "R"
                        ADD 1 TO WRK-QTD-REJEITADOS
                        PERFORM 150-DESFAZ-ATRIBUICAO
                    ELSE
                        PERFORM 120-LIBERA-ELEITOR
                    END-IF
                END-IF
            END-IF.

       120-LIBERA-ELEITOR.
            MOVE CID-MUNICIPIO TO SDI-MUNICIPIO.
            MOVE CID-ID TO SDI-ID.
            MOVE CID-NOME TO SDI-NOME.
            MOVE "2" TO SDI-ORDEM.
            MOVE ZERO TO SDI-SECAO-ANT.

            MOVE CID-ID TO ELS-ID.
            READ ELEITOR-SECAO-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
      *             Mudou de municipio: a secao antiga nao vale mais.
                    IF ELS-MUNICIPIO = CID-MUNICIPIO
                        MOVE "1" TO SDI-ORDEM
                        MOVE ELS-SECAO TO SDI-SECAO-ANT
                    END-IF
            END-READ.

            RELEASE SORT-DISTRIBUI-RECORD.

       150-DESFAZ-ATRIBUICAO.
            MOVE CID-ID TO ELS-ID.
            DELETE ELEITOR-SECAO-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    ADD 1 TO WRK-QTD-REMOVIDAS
            END-DELETE.

       200-DISTRIBUI-ELEITORES.
            PERFORM UNTIL WRK-FIM-SORT = "S"
                RETURN SORT-DISTRIBUI
                    AT END
                        MOVE "S" TO WRK-FIM-SORT
                    NOT AT END
                        PERFORM 210-PROCESSA-ELEITOR
                END-RETURN
            END-PERFORM.

            IF WRK-TEM-GRUPO-ABERTO = "S"
                PERFORM 400-FECHA-MUNICIPIO
            END-IF.

       210-PROCESSA-ELEITOR.
            IF SDI-MUNICIPIO NOT = WRK-MUNICIPIO-ANTERIOR
               OR WRK-TEM-GRUPO-ABERTO = "N"
                IF WRK-TEM-GRUPO-ABERTO = "S"
                    PERFORM 400-FECHA-MUNICIPIO
                END-IF
                MOVE SDI-MUNICIPIO TO WRK-MUNICIPIO-ANTERIOR
                PERFORM 300-CARREGA-SECOES
            END-IF.

            ADD 1 TO WRK-MUN-ELEITORES.
            MOVE ZERO TO WRK-POS.

            IF SDI-ORDEM = "1"
                PERFORM 250-PROCURA-SECAO-ANTERIOR
            END-IF.

            IF WRK-POS > 0
                ADD 1 TO WRK-QTD-MANTIDOS
            ELSE
                PERFORM 260-PROCURA-MAIOR-VAGA
                IF WRK-POS > 0
                    ADD 1 TO WRK-QTD-REMANEJADOS
                END-IF
            END-IF.

            IF WRK-POS > 0
                ADD 1 TO WRK-SEC-OCUPACAO(WRK-POS)
                ADD 1 TO WRK-QTD-ATRIBUIDOS
                PERFORM 270-GRAVA-ATRIBUICAO
            ELSE
                PERFORM 280-GRAVA-EXCEDENTE
            END-IF.

       250-PROCURA-SECAO-ANTERIOR.
            PERFORM VARYING WRK-I FROM 1 BY 1
                    UNTIL WRK-I > WRK-SEC-QTD OR WRK-POS > 0
                IF WRK-SEC-NUMERO(WRK-I) = SDI-SECAO-ANT
                   AND WRK-SEC-OCUPACAO(WRK-I)
                       < WRK-SEC-CAPACIDADE(WRK-I)
                    MOVE WRK-I TO WRK-POS
                END-IF
            END-PERFORM.

       260-PROCURA-MAIOR-VAGA.
      *    Secao com mais lugares livres; no empate fica a de menor
      *    numero, para o resultado ser o mesmo a cada rodada.
            MOVE ZERO TO WRK-MAIOR-VAGA.
            PERFORM VARYING WRK-I FROM 1 BY 1
                    UNTIL WRK-I > WRK-SEC-QTD
                COMPUTE WRK-VAGAS = WRK-SEC-CAPACIDADE(WRK-I)
                    - WRK-SEC-OCUPACAO(WRK-I)
                IF WRK-VAGAS > WRK-MAIOR-VAGA
                    MOVE WRK-VAGAS TO WRK-MAIOR-VAGA
                    MOVE WRK-I TO WRK-POS
                END-IF
            END-PERFORM.

       270-GRAVA-ATRIBUICAO.
            MOVE SDI-ID TO ELS-ID.
            READ ELEITOR-SECAO-FILE
                INVALID KEY
                    MOVE SDI-ID TO ELS-ID
                    MOVE SDI-MUNICIPIO TO ELS-MUNICIPIO
                    MOVE WRK-SEC-NUMERO(WRK-POS) TO ELS-SECAO
                    MOVE WRK-DATA-HOJE TO ELS-DT-ATRIBUICAO
                    WRITE ELEITOR-SECAO-RECORD
                        INVALID KEY
                            DISPLAY "Erro ao gravar a secao do"
                                " eleitor " SDI-ID
                    END-WRITE
                NOT INVALID KEY
      *             A data so muda quando a secao muda - ela diz desde
      *             quando o eleitor vota ali.
                    IF ELS-MUNICIPIO NOT = SDI-MUNICIPIO
                       OR ELS-SECAO NOT = WRK-SEC-NUMERO(WRK-POS)
                        MOVE SDI-MUNICIPIO TO ELS-MUNICIPIO
                        MOVE WRK-SEC-NUMERO(WRK-POS) TO ELS-SECAO
                        MOVE WRK-DATA-HOJE TO ELS-DT-ATRIBUICAO
                        REWRITE ELEITOR-SECAO-RECORD
                            INVALID KEY
                                DISPLAY "Erro ao regravar a secao do"
                                    " eleitor " SDI-ID
                        END-REWRITE
                    END-IF
            END-READ.

       280-GRAVA-EXCEDENTE.
            ADD 1 TO WRK-MUN-EXCEDENTES.
            ADD 1 TO WRK-QTD-EXCEDENTES.

            MOVE SDI-ID TO LEX-ID.
            MOVE SDI-NOME TO LEX-NOME.
            IF SDI-ORDEM = "1"
                MOVE SDI-SECAO-ANT TO LEX-SECAO-ANT
            ELSE
                MOVE "----" TO LEX-SECAO-ANT
            END-IF.
            MOVE WRK-LIN-EXCEDENTE TO EXCEDENTE-LINHA.
            WRITE EXCEDENTE-LINHA.

            MOVE SDI-ID TO ELS-ID.
            DELETE ELEITOR-SECAO-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    ADD 1 TO WRK-QTD-REMOVIDAS
            END-DELETE.

       300-CARREGA-SECOES.
            MOVE ZERO TO WRK-SEC-QTD.
            MOVE ZERO TO WRK-MUN-ELEITORES.
            MOVE ZERO TO WRK-MUN-EXCEDENTES.
            MOVE ZERO TO WRK-MUN-CAPACIDADE.
            MOVE "S" TO WRK-TEM-GRUPO-ABERTO.

            MOVE SDI-MUNICIPIO TO SEC-MUNICIPIO.
            MOVE ZERO TO SEC-NUMERO.
            START SECAO-MASTER KEY IS NOT LESS THAN SEC-CHAVE
                INVALID KEY
                    MOVE "S" TO WRK-FIM-SECOES
                NOT INVALID KEY
                    MOVE "N" TO WRK-FIM-SECOES
            END-START.

            PERFORM UNTIL WRK-FIM-SECOES = "S"
                READ SECAO-MASTER NEXT RECORD
                    AT END
                        MOVE "S" TO WRK-FIM-SECOES
                    NOT AT END
                        IF SEC-MUNICIPIO NOT = SDI-MUNICIPIO
                            MOVE "S" TO WRK-FIM-SECOES
                        ELSE
                            PERFORM 310-GUARDA-SECAO
                        END-IF
                END-READ
            END-PERFORM.

       310-GUARDA-SECAO.
            IF WRK-SEC-QTD < WRK-MAX-SECOES
                ADD 1 TO WRK-SEC-QTD
                MOVE SEC-NUMERO TO WRK-SEC-NUMERO(WRK-SEC-QTD)
                MOVE SEC-CAPACIDADE TO WRK-SEC-CAPACIDADE(WRK-SEC-QTD)
                MOVE ZERO TO WRK-SEC-OCUPACAO(WRK-SEC-QTD)
                ADD SEC-CAPACIDADE TO WRK-MUN-CAPACIDADE
            ELSE
                ADD 1 TO WRK-QTD-SECOES-IGNORADAS
                DISPLAY "Mais de " WRK-MAX-SECOES " secoes em "
                    SEC-MUNICIPIO " - secao " SEC-NUMERO
                    " ignorada."
            END-IF.

       400-FECHA-MUNICIPIO.
            IF WRK-MUN-EXCEDENTES > 0
                ADD 1 TO WRK-QTD-MUN-EXCEDIDOS
                MOVE WRK-MUNICIPIO-ANTERIOR TO LMX-MUNICIPIO
                MOVE WRK-SEC-QTD TO LMX-SECOES
                MOVE WRK-MUN-CAPACIDADE TO LMX-CAPACIDADE
                MOVE WRK-MUN-ELEITORES TO LMX-ELEITORES
                MOVE WRK-MUN-EXCEDENTES TO LMX-EXCEDENTES
                MOVE WRK-LIN-MUN-EXCEDIDO TO EXCEDENTE-LINHA
                WRITE EXCEDENTE-LINHA
                MOVE SPACES TO EXCEDENTE-LINHA
                WRITE EXCEDENTE-LINHA
            END-IF.
            MOVE "N" TO WRK-TEM-GRUPO-ABERTO.

       450-GRAVA-TOTAIS-EXCEDENTES.
            MOVE WRK-LIN-TRACO TO EXCEDENTE-LINHA.
            WRITE EXCEDENTE-LINHA.

            MOVE "MUNICIPIOS SEM CAPACIDADE : " TO WRK-LIN-TOTAL(1:28).
            MOVE WRK-QTD-MUN-EXCEDIDOS TO TOT-VALOR.
            MOVE WRK-LIN-TOTAL TO EXCEDENTE-LINHA.
            WRITE EXCEDENTE-LINHA.

            MOVE "ELEITORES SEM SECAO       : " TO WRK-LIN-TOTAL(1:28).
            MOVE WRK-QTD-EXCEDENTES TO TOT-VALOR.
            MOVE WRK-LIN-TOTAL TO EXCEDENTE-LINHA.
            WRITE EXCEDENTE-LINHA.

            MOVE "ELEITORES COM SECAO       : " TO WRK-LIN-TOTAL(1:28).
            MOVE WRK-QTD-ATRIBUIDOS TO TOT-VALOR.
            MOVE WRK-LIN-TOTAL TO EXCEDENTE-LINHA.
            WRITE EXCEDENTE-LINHA.

            MOVE "SECOES IGNORADAS (TABELA) : " TO WRK-LIN-TOTAL(1:28).
            MOVE WRK-QTD-SECOES-IGNORADAS TO TOT-VALOR.
            MOVE WRK-LIN-TOTAL TO EXCEDENTE-LINHA.
            WRITE EXCEDENTE-LINHA.

       500-SELECIONA-ATRIBUICOES.
            OPEN INPUT ELEITOR-SECAO-FILE.
            MOVE "N" TO WRK-EOF.
            PERFORM UNTIL WRK-EOF = "S"
                READ ELEITOR-SECAO-FILE NEXT RECORD
                    AT END
                        MOVE "S" TO WRK-EOF
                    NOT AT END
                        PERFORM 510-LIBERA-ATRIBUICAO
                END-READ
            END-PERFORM.
            CLOSE ELEITOR-SECAO-FILE.

       510-LIBERA-ATRIBUICAO.
            MOVE ELS-MUNICIPIO TO SLI-MUNICIPIO.
            MOVE ELS-SECAO TO SLI-SECAO.
            MOVE ELS-ID TO SLI-ID.
            MOVE ELS-ID TO CID-ID.
            READ CIDADAO-REGISTRO-FILE
                INVALID KEY
                    MOVE SPACES TO SLI-NOME
                NOT INVALID KEY
                    MOVE CID-NOME TO SLI-NOME
            END-READ.
            RELEASE SORT-LISTA-RECORD.

       600-IMPRIME-LISTAS.
            OPEN OUTPUT LISTA-FILE.
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
                PERFORM 650-FECHA-SECAO
            ELSE
                MOVE WRK-LIN-SEM-SECAO TO LISTA-LINHA
                PERFORM 800-GRAVA-LINHA
            END-IF.

            CLOSE LISTA-FILE.

       610-PROCESSA-LINHA.
            IF SLI-MUNICIPIO NOT = WRK-MUNICIPIO-ANTERIOR
               OR SLI-SECAO NOT = WRK-SECAO-ANTERIOR
               OR WRK-TEM-GRUPO-ABERTO = "N"
                IF WRK-TEM-GRUPO-ABERTO = "S"
                    PERFORM 650-FECHA-SECAO
                END-IF
                PERFORM 620-ABRE-SECAO
            END-IF.

            ADD 1 TO WRK-QTD-NA-SECAO.
            MOVE WRK-QTD-NA-SECAO TO LEL-ORDEM.
            MOVE SLI-ID TO LEL-ID.
            MOVE SLI-NOME TO LEL-NOME.
            MOVE WRK-LIN-ELEITOR TO LISTA-LINHA.
            PERFORM 800-GRAVA-LINHA.

       620-ABRE-SECAO.
            MOVE SLI-MUNICIPIO TO WRK-MUNICIPIO-ANTERIOR.
            MOVE SLI-SECAO TO WRK-SECAO-ANTERIOR.
            MOVE ZERO TO WRK-QTD-NA-SECAO.
            MOVE "S" TO WRK-TEM-GRUPO-ABERTO.
            ADD 1 TO WRK-QTD-SECOES-LISTADAS.

            MOVE SLI-MUNICIPIO TO SEC-MUNICIPIO.
            MOVE SLI-SECAO TO SEC-NUMERO.
            READ SECAO-MASTER
                INVALID KEY
                    MOVE ZERO TO SEC-CAPACIDADE
                    MOVE "SECAO NAO CADASTRADA" TO SEC-LOCAL
                    MOVE SPACES TO SEC-ENDERECO
            END-READ.
            MOVE SLI-MUNICIPIO TO LSE-MUNICIPIO.
            MOVE SLI-SECAO TO LSE-SECAO.
            MOVE SEC-CAPACIDADE TO LSE-CAPACIDADE.
            MOVE SEC-LOCAL TO LSE-LOCAL.
            MOVE SEC-ENDERECO TO LSE-ENDERECO.

      *    Cada secao abre pagina propria - a lista vai para a mesa
      *    receptora daquela secao.
            PERFORM 700-NOVA-PAGINA.

       650-FECHA-SECAO.
            MOVE SPACES TO LISTA-LINHA.
            PERFORM 800-GRAVA-LINHA.
            MOVE WRK-QTD-NA-SECAO TO LTS-QTD.
            MOVE WRK-LIN-TOTAL-SECAO TO LISTA-LINHA.
            PERFORM 800-GRAVA-LINHA.
            MOVE "N" TO WRK-TEM-GRUPO-ABERTO.

       700-NOVA-PAGINA.
            ADD 1 TO WRK-PAGINA.
            MOVE WRK-PAGINA TO CAB-PAGINA.
            MOVE WRK-CAB-RELATORIO TO LISTA-LINHA.
            IF WRK-PAGINA = 1
                WRITE LISTA-LINHA
            ELSE
                WRITE LISTA-LINHA AFTER ADVANCING PAGE
            END-IF.
            MOVE WRK-LIN-TRACO TO LISTA-LINHA.
            WRITE LISTA-LINHA.
            MOVE 2 TO WRK-LINHA-ATUAL.
            IF WRK-TEM-GRUPO-ABERTO = "S"
                MOVE WRK-LIN-SECAO TO LISTA-LINHA
                WRITE LISTA-LINHA
                MOVE WRK-LIN-LOCAL TO LISTA-LINHA
                WRITE LISTA-LINHA
                MOVE WRK-LIN-ENDERECO TO LISTA-LINHA
                WRITE LISTA-LINHA
                MOVE SPACES TO LISTA-LINHA
                WRITE LISTA-LINHA
                MOVE WRK-LIN-COLUNAS TO LISTA-LINHA
                WRITE LISTA-LINHA
                ADD 5 TO WRK-LINHA-ATUAL
            END-IF.

       800-GRAVA-LINHA.
      *    A quebra de pagina escreve os cabecalhos pelo proprio
      *    registro do FD - a linha pendente fica guardada e volta
      *    antes do WRITE.
            MOVE LISTA-LINHA TO WRK-LINHA-SAIDA.
            IF WRK-LINHA-ATUAL >= WRK-LINHAS-POR-PAGINA
               OR WRK-LINHA-ATUAL = 0
                PERFORM 700-NOVA-PAGINA
                MOVE WRK-LINHA-SAIDA TO LISTA-LINHA
            END-IF.
            WRITE LISTA-LINHA.
            ADD 1 TO WRK-LINHA-ATUAL.

       940-JOBLOG-INICIO.
            MOVE "SecaoDistribui" TO JLP-PROGRAMA.
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
            MOVE WRK-QTD-LIDOS TO JLP-QTD-LIDOS.
            MOVE WRK-QTD-ATRIBUIDOS TO JLP-QTD-GRAVADOS.
            MOVE WRK-QTD-EXCEDENTES TO JLP-QTD-REJEITADOS.
            CALL "GravaJobLog" USING JOB-LOG-PARM END-CALL.

       END PROGRAM SecaoDistribui.
