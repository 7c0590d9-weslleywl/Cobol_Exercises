      ******************************************************************
      * Author:
      * Date:
      * Purpose: Draws the mesarios (poll workers) of an election per
      *          municipio and secao eleitoral from the voters each
      *          secao received in SecaoDistribui (ELEITOR-SECAO.DAT).
      *          Only active citizens with CID-TIPO-VOTO "M", aged 18
      *          to 70 and with the inscricao not rejected take part;
      *          whoever served in the previous ciclo or was dispensed
      *          in this one (MESARIOS-HIST.DAT) is left out. Within
      *          the secao the citizens who served the fewest times
      *          come first and the order among them comes from a
      *          pseudo-random number computed from the CID-ID, the
      *          semente and the ciclo (data da eleicao), so the same
      *          semente and ciclo always give the same draw. Running
      *          the ciclo again after MesarioDispensa redraws it and
      *          calls the substitutes. Writes MESARIOS.DAT, one
      *          convocation notice per mesario on
      *          CONVOCACOES-MESARIOS.REL, the convocados on the history
      *          and the control list MESARIOS-SORTEIO.REL with the
      *          secoes short of candidates.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MesarioSorteio.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CIDADAO-REGISTRO-FILE ASSIGN TO "CIDADAO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CID-ID
               FILE STATUS IS WRK-FS-CIDADAO.
           SELECT ELEITOR-SECAO-FILE ASSIGN TO "ELEITOR-SECAO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ELS-ID
               FILE STATUS IS WRK-FS-ELEITOR-SECAO.
           SELECT SECAO-MASTER ASSIGN TO "SECOES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SEC-CHAVE
               FILE STATUS IS WRK-FS-SECAO.
           SELECT HISTORICO-MESARIO ASSIGN TO "MESARIOS-HIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MHI-CHAVE
               FILE STATUS IS WRK-FS-HISTORICO.
           SELECT MESARIO-FILE ASSIGN TO "MESARIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MESARIO.
           SELECT CONVOCACAO-FILE ASSIGN TO "CONVOCACOES-MESARIOS.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CONVOCACAO.
           SELECT CONTROLE-FILE ASSIGN TO "MESARIOS-SORTEIO.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CONTROLE.
           SELECT SORT-FILE ASSIGN TO "SORTWORK".

       DATA DIVISION.
       FILE SECTION.
       FD  CIDADAO-REGISTRO-FILE.
       COPY CIDREG.

       FD  ELEITOR-SECAO-FILE.
       COPY ELSMAST.

       FD  SECAO-MASTER.
       COPY SECMAST.

       FD  HISTORICO-MESARIO.
       COPY MESHIST.

       FD  MESARIO-FILE.
       COPY MESREC.

       FD  CONVOCACAO-FILE.
       01  CONVOCACAO-LINHA            PIC X(80).

       FD  CONTROLE-FILE.
       01  CONTROLE-LINHA              PIC X(80).

       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SRT-CHAVE-SECAO.
               10  SRT-MUNICIPIO         PIC X(20).
               10  SRT-SECAO             PIC 9(4).
           05  SRT-VEZES               PIC 9(3).
           05  SRT-SORTE               PIC 9(10).
           05  SRT-ID                  PIC 9(9).
           05  SRT-NOME                PIC X(30).

       WORKING-STORAGE SECTION.

       COPY JOBLNK.

       77   WRK-EOF PIC X(1) VALUE "N".
       77   WRK-FIM-SORT PIC X(1) VALUE "N".
       77   WRK-FIM-SECOES PIC X(1) VALUE "N".
       77   WRK-ABORTADO PIC X(1) VALUE "N".
       77   WRK-VALIDO PIC X(1) VALUE "N".
       77   WRK-FS-CIDADAO PIC X(2) VALUE SPACES.
       77   WRK-FS-ELEITOR-SECAO PIC X(2) VALUE SPACES.
       77   WRK-FS-SECAO PIC X(2) VALUE SPACES.
       77   WRK-FS-HISTORICO PIC X(2) VALUE SPACES.
       77   WRK-FS-MESARIO PIC X(2) VALUE SPACES.
       77   WRK-FS-CONVOCACAO PIC X(2) VALUE SPACES.
       77   WRK-FS-CONTROLE PIC X(2) VALUE SPACES.
       77   WRK-DATA-HOJE PIC 9(8) VALUE ZERO.
       77   WRK-PAGINA PIC 9(3) VALUE ZERO.
       77   WRK-LINHA-ATUAL PIC 9(2) VALUE ZERO.
       77   WRK-LINHA-SAIDA PIC X(80) VALUE SPACES.
       78   WRK-LINHAS-POR-PAGINA VALUE 56.
       78   WRK-MESARIOS-PADRAO VALUE 4.
       78   WRK-IDADE-MINIMA VALUE 18.
       78   WRK-IDADE-MAXIMA VALUE 70.
       78   WRK-MODULO VALUE 2147483647.
       78   WRK-MULTIPLICADOR VALUE 48271.

      *    Parametros do sorteio.
       77   WRK-DATA-ENTRADA PIC X(8) VALUE SPACES.
       77   WRK-SEMENTE-ENTRADA PIC X(11) VALUE SPACES.
       77   WRK-QTD-ENTRADA PIC X(1) VALUE SPACE.
       77   WRK-TESTE PIC S9(4) VALUE ZERO.
       77   WRK-CICLO PIC 9(8) VALUE ZERO.
       77   WRK-SEMENTE PIC 9(9) VALUE ZERO.
       77   WRK-POR-SECAO PIC 9(1) VALUE ZERO.
       77   WRK-CICLO-ANTERIOR PIC 9(8) VALUE ZERO.

      *    Gerador congruente (Park-Miller) da ordem do sorteio.
       77   WRK-SORTE PIC 9(18) VALUE ZERO.
       77   WRK-QUOCIENTE PIC 9(18) VALUE ZERO.

      *    Situacao do cidadao no historico de mesarios.
       77   WRK-VEZES-SERVIU PIC 9(3) VALUE ZERO.
       77   WRK-SERVIU-ANTERIOR PIC X(1) VALUE "N".
       77   WRK-DISPENSADO-ATUAL PIC X(1) VALUE "N".
       77   WRK-FIM-HISTORICO PIC X(1) VALUE "N".

      *    Quebra por secao na saida do sort, casada com SECOES.DAT.
       77   WRK-CHAVE-ATUAL PIC X(24) VALUE SPACES.
       77   WRK-CHAVE-LIMITE PIC X(24) VALUE SPACES.
       77   WRK-TEM-GRUPO-ABERTO PIC X(1) VALUE "N".
       77   WRK-SECAO-CADASTRADA PIC X(1) VALUE "N".
       77   WRK-SEC-CANDIDATOS PIC 9(7) VALUE ZERO.
       77   WRK-SEC-SORTEADOS PIC 9(2) VALUE ZERO.
       77   WRK-SEC-FALTAM PIC 9(2) VALUE ZERO.
       77   WRK-LOCAL-ATUAL PIC X(30) VALUE SPACES.
       77   WRK-ENDERECO-ATUAL PIC X(40) VALUE SPACES.

       77   WRK-QTD-LIDOS PIC 9(7) VALUE ZERO.
       77   WRK-QTD-INATIVOS PIC 9(7) VALUE ZERO.
       77   WRK-QTD-NAO-OBRIGATORIOS PIC 9(7) VALUE ZERO.
       77   WRK-QTD-FORA-IDADE PIC 9(7) VALUE ZERO.
       77   WRK-QTD-REJEITADOS PIC 9(7) VALUE ZERO.
       77   WRK-QTD-SEM-SECAO PIC 9(7) VALUE ZERO.
       77   WRK-QTD-SERVIU-ANTERIOR PIC 9(7) VALUE ZERO.
       77   WRK-QTD-DISPENSADOS PIC 9(7) VALUE ZERO.
       77   WRK-QTD-CANDIDATOS PIC 9(7) VALUE ZERO.
       77   WRK-QTD-SORTEADOS PIC 9(7) VALUE ZERO.
       77   WRK-QTD-SECOES PIC 9(5) VALUE ZERO.
       77   WRK-QTD-SECOES-INCOMPLETAS PIC 9(5) VALUE ZERO.
       77   WRK-QTD-FORA-CADASTRO PIC 9(7) VALUE ZERO.
       77   WRK-QTD-CONVOCACOES-DESFEITAS PIC 9(7) VALUE ZERO.

       01  WRK-CAB-RELATORIO.
           05  FILLER                  PIC X(30)
               VALUE "SORTEIO DE MESARIOS           ".
           05  FILLER                  PIC X(9) VALUE "   DATA: ".
           05  CAB-DIA                 PIC 9(2).
           05  FILLER                  PIC X(1) VALUE "/".
           05  CAB-MES                 PIC 9(2).
           05  FILLER                  PIC X(1) VALUE "/".
           05  CAB-ANO                 PIC 9(4).
           05  FILLER                  PIC X(9) VALUE "    PAG: ".
           05  CAB-PAGINA              PIC ZZ9.
           05  FILLER                  PIC X(19) VALUE SPACES.

       01  WRK-CAB-PARAMETROS.
           05  FILLER                  PIC X(8) VALUE "ELEICAO ".
           05  CPA-CICLO               PIC 9(8).
           05  FILLER                  PIC X(10) VALUE "  SEMENTE ".
           05  CPA-SEMENTE             PIC 9(9).
           05  FILLER                  PIC X(12) VALUE "  POR SECAO ".
           05  CPA-POR-SECAO           PIC 9(1).
           05  FILLER                  PIC X(18)
               VALUE "  CICLO ANTERIOR: ".
           05  CPA-CICLO-ANTERIOR      PIC X(8).
           05  FILLER                  PIC X(6) VALUE SPACES.

       01  WRK-LIN-TRACO.
           05  FILLER                  PIC X(80) VALUE ALL "-".

       01  WRK-LIN-COLUNAS.
           05  FILLER                  PIC X(40)
               VALUE "MUNICIPIO            SECAO  CANDIDATOS  ".
           05  FILLER                  PIC X(40)
               VALUE "SORTEADOS  FALTAM                       ".

       01  WRK-LIN-SECAO.
           05  LSE-MUNICIPIO           PIC X(20).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  LSE-SECAO               PIC ZZZ9.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  LSE-CANDIDATOS          PIC ZZZZZZ9.
           05  FILLER                  PIC X(6) VALUE SPACES.
           05  LSE-SORTEADOS           PIC Z9.
           05  FILLER                  PIC X(6) VALUE SPACES.
           05  LSE-FALTAM              PIC Z9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  LSE-OBSERVACAO          PIC X(25).

       01  WRK-LIN-TOTAL.
           05  FILLER                  PIC X(32).
           05  TOT-VALOR               PIC ZZZZZZ9.
           05  FILLER                  PIC X(41) VALUE SPACES.

      *    Linhas da convocacao.
       01  WRK-CONV-CAB.
           05  FILLER                  PIC X(50)
               VALUE "JUSTICA ELEITORAL - CONVOCACAO DE MESARIO".
           05  FILLER                  PIC X(18) VALUE SPACES.
           05  CNV-DIA                 PIC 9(2).
           05  FILLER                  PIC X(1) VALUE "/".
           05  CNV-MES                 PIC 9(2).
           05  FILLER                  PIC X(1) VALUE "/".
           05  CNV-ANO                 PIC 9(4).
           05  FILLER                  PIC X(2) VALUE SPACES.

       01  WRK-CONV-DEST.
           05  FILLER                  PIC X(14)
               VALUE "CONVOCADO(A): ".
           05  CNV-NOME                PIC X(30).
           05  FILLER                  PIC X(13)
               VALUE "  INSCRICAO: ".
           05  CNV-ID                  PIC 9(9).
           05  FILLER                  PIC X(14) VALUE SPACES.

       01  WRK-CONV-MUNICIPIO.
           05  FILLER                  PIC X(14)
               VALUE "MUNICIPIO   : ".
           05  CNV-MUNICIPIO           PIC X(20).
           05  FILLER                  PIC X(10) VALUE "  SECAO : ".
           05  CNV-SECAO               PIC ZZZ9.
           05  FILLER                  PIC X(32) VALUE SPACES.

       01  WRK-CONV-LOCAL.
           05  FILLER                  PIC X(14)
               VALUE "LOCAL       : ".
           05  CNV-LOCAL               PIC X(30).
           05  FILLER                  PIC X(36) VALUE SPACES.

       01  WRK-CONV-ENDERECO.
           05  FILLER                  PIC X(14)
               VALUE "ENDERECO    : ".
           05  CNV-ENDERECO            PIC X(40).
           05  FILLER                  PIC X(26) VALUE SPACES.

       01  WRK-CONV-FUNCAO.
           05  FILLER                  PIC X(14)
               VALUE "FUNCAO      : ".
           05  CNV-FUNCAO              PIC X(12).
           05  FILLER                  PIC X(20)
               VALUE "  DATA DA ELEICAO : ".
           05  CNV-ELE-DIA             PIC 9(2).
           05  FILLER                  PIC X(1) VALUE "/".
           05  CNV-ELE-MES             PIC 9(2).
           05  FILLER                  PIC X(1) VALUE "/".
           05  CNV-ELE-ANO             PIC 9(4).
           05  FILLER                  PIC X(24) VALUE SPACES.

       PROCEDURE DIVISION.

       000-PRINCIPAL.
            DISPLAY "SORTEIO - DE - MESARIOS".
            DISPLAY " ".

            PERFORM 940-JOBLOG-INICIO.

            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            MOVE WRK-DATA-HOJE(7:2) TO CAB-DIA.
            MOVE WRK-DATA-HOJE(5:2) TO CAB-MES.
            MOVE WRK-DATA-HOJE(1:4) TO CAB-ANO.
            MOVE WRK-DATA-HOJE(7:2) TO CNV-DIA.
            MOVE WRK-DATA-HOJE(5:2) TO CNV-MES.
            MOVE WRK-DATA-HOJE(1:4) TO CNV-ANO.

            PERFORM 820-LE-PARAMETROS.

            OPEN INPUT SECAO-MASTER.
            IF WRK-FS-SECAO = "35"
                DISPLAY "SECOES.DAT nao encontrado - cadastre as"
                    " secoes e rode o SecaoDistribui."
                MOVE "S" TO WRK-ABORTADO
                PERFORM 950-JOBLOG-FIM
                GOBACK
            END-IF.

            OPEN INPUT ELEITOR-SECAO-FILE.
            IF WRK-FS-ELEITOR-SECAO = "35"
                DISPLAY "ELEITOR-SECAO.DAT nao encontrado - rode o"
                    " SecaoDistribui antes do sorteio."
                CLOSE SECAO-MASTER
                MOVE "S" TO WRK-ABORTADO
                PERFORM 950-JOBLOG-FIM
                GOBACK
            END-IF.

            OPEN INPUT CIDADAO-REGISTRO-FILE.
            IF WRK-FS-CIDADAO = "35"
                DISPLAY "CIDADAO.DAT nao encontrado !"
                CLOSE SECAO-MASTER
                CLOSE ELEITOR-SECAO-FILE
                MOVE "S" TO WRK-ABORTADO
                PERFORM 950-JOBLOG-FIM
                GOBACK
            END-IF.

            OPEN I-O HISTORICO-MESARIO.
            IF WRK-FS-HISTORICO = "35"
                DISPLAY "MESARIOS-HIST.DAT nao encontrado - primeiro"
                    " sorteio, ninguem excluido."
                OPEN OUTPUT HISTORICO-MESARIO
                CLOSE HISTORICO-MESARIO
                OPEN I-O HISTORICO-MESARIO
            END-IF.

            PERFORM 200-PREPARA-HISTORICO.

            OPEN OUTPUT MESARIO-FILE.
            OPEN OUTPUT CONVOCACAO-FILE.
            OPEN OUTPUT CONTROLE-FILE.

            SORT SORT-FILE
                ON ASCENDING KEY SRT-MUNICIPIO SRT-SECAO SRT-VEZES
                                 SRT-SORTE SRT-ID
                INPUT PROCEDURE IS 100-SELECIONA-CANDIDATOS
                OUTPUT PROCEDURE IS 300-SORTEIA-SECOES.

            PERFORM 600-GRAVA-TOTAIS.

            CLOSE CIDADAO-REGISTRO-FILE.
            CLOSE ELEITOR-SECAO-FILE.
            CLOSE SECAO-MASTER.
            CLOSE HISTORICO-MESARIO.
            CLOSE MESARIO-FILE.
            CLOSE CONVOCACAO-FILE.
            CLOSE CONTROLE-FILE.

            DISPLAY " ".
            DISPLAY "DATA DA ELEICAO (CICLO)     : " WRK-CICLO.
            DISPLAY "CICLO ANTERIOR NO HISTORICO : " WRK-CICLO-ANTERIOR.
            DISPLAY "CIDADAOS LIDOS              : " WRK-QTD-LIDOS.
            DISPLAY "CANDIDATOS AO SORTEIO       : "
                WRK-QTD-CANDIDATOS.
            DISPLAY "EXCLUIDOS - SERVIRAM ANTES  : "
                WRK-QTD-SERVIU-ANTERIOR.
            DISPLAY "EXCLUIDOS - DISPENSADOS     : "
                WRK-QTD-DISPENSADOS.
            DISPLAY "MESARIOS SORTEADOS          : " WRK-QTD-SORTEADOS.
            DISPLAY "SECOES SORTEADAS            : " WRK-QTD-SECOES.
            DISPLAY "SECOES SEM MESARIOS BASTANTES: "
                WRK-QTD-SECOES-INCOMPLETAS.
            DISPLAY "Mesarios em MESARIOS.DAT, convocacoes em"
                " CONVOCACOES-MESARIOS.REL".
            DISPLAY "Conferencia do sorteio em MESARIOS-SORTEIO.REL".

            PERFORM 950-JOBLOG-FIM.

            GOBACK.

       100-SELECIONA-CANDIDATOS.
            PERFORM UNTIL WRK-EOF = "S"
                READ CIDADAO-REGISTRO-FILE
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
            ELSE
                IF CID-POD-VOTAR NOT = "S" OR CID-TIPO-VOTO NOT = "M"
                    ADD 1 TO WRK-QTD-NAO-OBRIGATORIOS
                ELSE
                    IF CID-IDADE < WRK-IDADE-MINIMA
                       OR CID-IDADE > WRK-IDADE-MAXIMA
                        ADD 1 TO WRK-QTD-FORA-IDADE
                    ELSE
                        IF CID-SIT-INSCRICAO = "R"
                            ADD 1 TO WRK-QTD-REJEITADOS
                        ELSE
                            PERFORM 120-CONFERE-SECAO
                        END-IF
                    END-IF
                END-IF
            END-IF.

       120-CONFERE-SECAO.
            MOVE CID-ID TO ELS-ID.
            READ ELEITOR-SECAO-FILE
                INVALID KEY
                    ADD 1 TO WRK-QTD-SEM-SECAO
                NOT INVALID KEY
                    PERFORM 130-CONSULTA-HISTORICO
                    IF WRK-SERVIU-ANTERIOR = "S"
                        ADD 1 TO WRK-QTD-SERVIU-ANTERIOR
                    ELSE
                        IF WRK-DISPENSADO-ATUAL = "S"
                            ADD 1 TO WRK-QTD-DISPENSADOS
                        ELSE
                            PERFORM 150-LIBERA-CANDIDATO
                        END-IF
                    END-IF
            END-READ.

       130-CONSULTA-HISTORICO.
      *    Le todos os ciclos do cidadao (chave = id + ciclo):
      *    conta as vezes em que serviu e ve o ciclo anterior e o
      *    atual.
            MOVE ZERO TO WRK-VEZES-SERVIU.
            MOVE "N" TO WRK-SERVIU-ANTERIOR.
            MOVE "N" TO WRK-DISPENSADO-ATUAL.

            MOVE CID-ID TO MHI-ID.
            MOVE ZERO TO MHI-CICLO.
            START HISTORICO-MESARIO KEY IS NOT LESS THAN MHI-CHAVE
                INVALID KEY
                    MOVE "S" TO WRK-FIM-HISTORICO
                NOT INVALID KEY
                    MOVE "N" TO WRK-FIM-HISTORICO
            END-START.

            PERFORM UNTIL WRK-FIM-HISTORICO = "S"
                READ HISTORICO-MESARIO NEXT RECORD
                    AT END
                        MOVE "S" TO WRK-FIM-HISTORICO
                    NOT AT END
                        IF MHI-ID NOT = CID-ID
                            MOVE "S" TO WRK-FIM-HISTORICO
                        ELSE
                            PERFORM 140-AVALIA-CICLO
                        END-IF
                END-READ
            END-PERFORM.

       140-AVALIA-CICLO.
            IF MHI-CICLO < WRK-CICLO AND MHI-SITUACAO = "C"
                ADD 1 TO WRK-VEZES-SERVIU
                IF MHI-CICLO = WRK-CICLO-ANTERIOR
                    MOVE "S" TO WRK-SERVIU-ANTERIOR
                END-IF
            END-IF.
            IF MHI-CICLO = WRK-CICLO AND MHI-SITUACAO = "D"
                MOVE "S" TO WRK-DISPENSADO-ATUAL
            END-IF.

       150-LIBERA-CANDIDATO.
            ADD 1 TO WRK-QTD-CANDIDATOS.
            PERFORM 160-CALCULA-SORTE.
            MOVE ELS-MUNICIPIO TO SRT-MUNICIPIO.
            MOVE ELS-SECAO TO SRT-SECAO.
            MOVE WRK-VEZES-SERVIU TO SRT-VEZES.
            MOVE WRK-SORTE TO SRT-SORTE.
            MOVE CID-ID TO SRT-ID.
            MOVE CID-NOME TO SRT-NOME.
            RELEASE SORT-RECORD.

       160-CALCULA-SORTE.
      *    Park-Miller sobre inscricao, semente e ciclo - depende so
      *    dos tres, nunca da ordem de leitura, e o mesmo sorteio sai
      *    de novo com a mesma semente e a mesma eleicao.
            DIVIDE CID-ID BY WRK-MODULO
                GIVING WRK-QUOCIENTE REMAINDER WRK-SORTE.
            COMPUTE WRK-SORTE =
                WRK-SORTE * WRK-MULTIPLICADOR + WRK-SEMENTE.
            PERFORM 170-PASSO-GERADOR.
            COMPUTE WRK-SORTE =
                WRK-SORTE * WRK-MULTIPLICADOR + WRK-CICLO.
            PERFORM 170-PASSO-GERADOR.
            COMPUTE WRK-SORTE = WRK-SORTE * WRK-MULTIPLICADOR.
            PERFORM 170-PASSO-GERADOR.
            COMPUTE WRK-SORTE = WRK-SORTE * WRK-MULTIPLICADOR.
            PERFORM 170-PASSO-GERADOR.

       170-PASSO-GERADOR.
            DIVIDE WRK-SORTE BY WRK-MODULO
                GIVING WRK-QUOCIENTE REMAINDER WRK-SORTE.

       200-PREPARA-HISTORICO.
      *    Acha o ciclo anterior (o maior antes do atual) e desfaz as
      *    convocacoes de um sorteio anterior da mesma eleicao - o
      *    sorteio e refeito inteiro, e as dispensas ficam.
            MOVE ZERO TO WRK-CICLO-ANTERIOR.
            MOVE LOW-VALUES TO MHI-CHAVE.
            START HISTORICO-MESARIO KEY IS NOT LESS THAN MHI-CHAVE
                INVALID KEY
                    MOVE "S" TO WRK-FIM-HISTORICO
                NOT INVALID KEY
                    MOVE "N" TO WRK-FIM-HISTORICO
            END-START.

            PERFORM UNTIL WRK-FIM-HISTORICO = "S"
                READ HISTORICO-MESARIO NEXT RECORD
                    AT END
                        MOVE "S" TO WRK-FIM-HISTORICO
                    NOT AT END
                        PERFORM 210-AVALIA-REGISTRO
                END-READ
            END-PERFORM.

            IF WRK-QTD-CONVOCACOES-DESFEITAS > 0
                DISPLAY "Eleicao " WRK-CICLO " ja sorteada - "
                    WRK-QTD-CONVOCACOES-DESFEITAS
                    " convocacao(oes) refeita(s)."
            END-IF.
            IF WRK-CICLO-ANTERIOR = ZERO
                MOVE "NENHUM" TO CPA-CICLO-ANTERIOR
            ELSE
                MOVE WRK-CICLO-ANTERIOR TO CPA-CICLO-ANTERIOR
            END-IF.

       210-AVALIA-REGISTRO.
            IF MHI-CICLO < WRK-CICLO
               AND MHI-CICLO > WRK-CICLO-ANTERIOR
                MOVE MHI-CICLO TO WRK-CICLO-ANTERIOR
            END-IF.
            IF MHI-CICLO = WRK-CICLO AND MHI-SITUACAO = "C"
                DELETE HISTORICO-MESARIO
                    INVALID KEY
                        DISPLAY "Erro ao desfazer a convocacao de "
                            MHI-ID
                    NOT INVALID KEY
                        ADD 1 TO WRK-QTD-CONVOCACOES-DESFEITAS
                END-DELETE
            END-IF.

       300-SORTEIA-SECOES.
            MOVE WRK-CICLO TO CPA-CICLO.
            MOVE WRK-SEMENTE TO CPA-SEMENTE.
            MOVE WRK-POR-SECAO TO CPA-POR-SECAO.

            PERFORM 510-LE-SECAO.

            PERFORM UNTIL WRK-FIM-SORT = "S"
                RETURN SORT-FILE
                    AT END
                        MOVE "S" TO WRK-FIM-SORT
                    NOT AT END
                        PERFORM 310-PROCESSA-CANDIDATO
                END-RETURN
            END-PERFORM.

            IF WRK-TEM-GRUPO-ABERTO = "S"
                PERFORM 400-FECHA-SECAO
            END-IF.

      *    Secoes cadastradas que nao receberam nenhum candidato.
            MOVE HIGH-VALUES TO WRK-CHAVE-LIMITE.
            PERFORM 500-SECOES-SEM-CANDIDATO.

       310-PROCESSA-CANDIDATO.
            IF SRT-CHAVE-SECAO NOT = WRK-CHAVE-ATUAL
               OR WRK-TEM-GRUPO-ABERTO = "N"
                IF WRK-TEM-GRUPO-ABERTO = "S"
                    PERFORM 400-FECHA-SECAO
                END-IF
                PERFORM 350-ABRE-SECAO
            END-IF.

            ADD 1 TO WRK-SEC-CANDIDATOS.

            IF WRK-SECAO-CADASTRADA NOT = "S"
                ADD 1 TO WRK-QTD-FORA-CADASTRO
            ELSE
                IF WRK-SEC-SORTEADOS < WRK-POR-SECAO
                    ADD 1 TO WRK-SEC-SORTEADOS
                    ADD 1 TO WRK-QTD-SORTEADOS
                    PERFORM 360-GRAVA-MESARIO
                    PERFORM 370-GRAVA-HISTORICO
                    PERFORM 380-IMPRIME-CONVOCACAO
                END-IF
            END-IF.

       350-ABRE-SECAO.
            MOVE SRT-CHAVE-SECAO TO WRK-CHAVE-LIMITE.
            PERFORM 500-SECOES-SEM-CANDIDATO.
            MOVE SRT-CHAVE-SECAO TO WRK-CHAVE-ATUAL.

            MOVE "S" TO WRK-TEM-GRUPO-ABERTO.
            MOVE ZERO TO WRK-SEC-CANDIDATOS.
            MOVE ZERO TO WRK-SEC-SORTEADOS.

      *    A secao do eleitor tem que estar no SECOES.DAT; se foi
      *    excluida depois da distribuicao, ninguem e sorteado nela.
            IF WRK-FIM-SECOES NOT = "S"
               AND SEC-CHAVE = WRK-CHAVE-ATUAL
                MOVE "S" TO WRK-SECAO-CADASTRADA
                MOVE SEC-LOCAL TO WRK-LOCAL-ATUAL
                MOVE SEC-ENDERECO TO WRK-ENDERECO-ATUAL
                PERFORM 510-LE-SECAO
            ELSE
                MOVE "N" TO WRK-SECAO-CADASTRADA
                MOVE SPACES TO WRK-LOCAL-ATUAL
                MOVE SPACES TO WRK-ENDERECO-ATUAL
            END-IF.

       360-GRAVA-MESARIO.
            MOVE WRK-CICLO TO MES-CICLO.
            MOVE SRT-MUNICIPIO TO MES-MUNICIPIO.
            MOVE SRT-SECAO TO MES-SECAO.
            MOVE WRK-SEC-SORTEADOS TO MES-ORDEM.
            EVALUATE WRK-SEC-SORTEADOS
                WHEN 1
                    MOVE "PRESIDENTE" TO MES-FUNCAO
                WHEN 2
                    MOVE "1O MESARIO" TO MES-FUNCAO
                WHEN 3
                    MOVE "2O MESARIO" TO MES-FUNCAO
                WHEN 4
                    MOVE "SECRETARIO" TO MES-FUNCAO
                WHEN OTHER
                    MOVE "MESARIO" TO MES-FUNCAO
            END-EVALUATE.
            MOVE SRT-ID TO MES-ID.
            MOVE SRT-NOME TO MES-NOME.
            WRITE MESARIO-RECORD.

       370-GRAVA-HISTORICO.
            MOVE SRT-ID TO MHI-ID.
            MOVE WRK-CICLO TO MHI-CICLO.
            MOVE SRT-MUNICIPIO TO MHI-MUNICIPIO.
            MOVE SRT-SECAO TO MHI-SECAO.
            MOVE "C" TO MHI-SITUACAO.
            MOVE WRK-SEMENTE TO MHI-SEMENTE.
            MOVE WRK-DATA-HOJE TO MHI-DT-SITUACAO.
            MOVE SPACES TO MHI-OPERADOR.
            MOVE SPACES TO MHI-MOTIVO.
            WRITE MESARIO-HIST-RECORD
                INVALID KEY
                    DISPLAY "Erro ao gravar o historico de " SRT-ID
            END-WRITE.

       380-IMPRIME-CONVOCACAO.
      *    Cada convocacao comeca em folha nova.
            MOVE WRK-CONV-CAB TO CONVOCACAO-LINHA.
            WRITE CONVOCACAO-LINHA AFTER ADVANCING PAGE.
            MOVE SPACES TO CONVOCACAO-LINHA.
            WRITE CONVOCACAO-LINHA.
            WRITE CONVOCACAO-LINHA.

            MOVE SRT-NOME TO CNV-NOME.
            MOVE SRT-ID TO CNV-ID.
            MOVE WRK-CONV-DEST TO CONVOCACAO-LINHA.
            WRITE CONVOCACAO-LINHA.
            MOVE SPACES TO CONVOCACAO-LINHA.
            WRITE CONVOCACAO-LINHA.

            MOVE "Fica V.Sa. convocado(a) a servir como membro da mesa"
                TO CONVOCACAO-LINHA.
            WRITE CONVOCACAO-LINHA.
            MOVE "receptora de votos na eleicao abaixo, no local e na"
                TO CONVOCACAO-LINHA.
            WRITE CONVOCACAO-LINHA.
            MOVE "funcao indicados:" TO CONVOCACAO-LINHA.
            WRITE CONVOCACAO-LINHA.
            MOVE SPACES TO CONVOCACAO-LINHA.
            WRITE CONVOCACAO-LINHA.

            MOVE SRT-MUNICIPIO TO CNV-MUNICIPIO.
            MOVE SRT-SECAO TO CNV-SECAO.
            MOVE WRK-CONV-MUNICIPIO TO CONVOCACAO-LINHA.
            WRITE CONVOCACAO-LINHA.
            MOVE WRK-LOCAL-ATUAL TO CNV-LOCAL.
            MOVE WRK-CONV-LOCAL TO CONVOCACAO-LINHA.
            WRITE CONVOCACAO-LINHA.
            MOVE WRK-ENDERECO-ATUAL TO CNV-ENDERECO.
            MOVE WRK-CONV-ENDERECO TO CONVOCACAO-LINHA.
            WRITE CONVOCACAO-LINHA.
            MOVE MES-FUNCAO TO CNV-FUNCAO.
            MOVE WRK-CICLO(7:2) TO CNV-ELE-DIA.
            MOVE WRK-CICLO(5:2) TO CNV-ELE-MES.
            MOVE WRK-CICLO(1:4) TO CNV-ELE-ANO.
            MOVE WRK-CONV-FUNCAO TO CONVOCACAO-LINHA.
            WRITE CONVOCACAO-LINHA.

            MOVE SPACES TO CONVOCACAO-LINHA.
            WRITE CONVOCACAO-LINHA.
            MOVE "O nao comparecimento sem justa causa sujeita o(a)"
                TO CONVOCACAO-LINHA.
            WRITE CONVOCACAO-LINHA.
            MOVE "convocado(a) a multa. Pedidos de dispensa devem ser"
                TO CONVOCACAO-LINHA.
            WRITE CONVOCACAO-LINHA.
            MOVE "apresentados ao atendimento em ate 5 dias."
                TO CONVOCACAO-LINHA.
            WRITE CONVOCACAO-LINHA.

       400-FECHA-SECAO.
            IF WRK-SECAO-CADASTRADA = "S"
                ADD 1 TO WRK-QTD-SECOES
                PERFORM 450-LINHA-SECAO
            ELSE
                MOVE WRK-CHAVE-ATUAL(1:20) TO LSE-MUNICIPIO
                MOVE WRK-CHAVE-ATUAL(21:4) TO LSE-SECAO
                MOVE WRK-SEC-CANDIDATOS TO LSE-CANDIDATOS
                MOVE ZERO TO LSE-SORTEADOS
                MOVE ZERO TO LSE-FALTAM
                MOVE "SECAO FORA DO SECOES.DAT" TO LSE-OBSERVACAO
                MOVE WRK-LIN-SECAO TO CONTROLE-LINHA
                PERFORM 800-GRAVA-LINHA
            END-IF.
            MOVE "N" TO WRK-TEM-GRUPO-ABERTO.

       450-LINHA-SECAO.
            MOVE WRK-CHAVE-ATUAL(1:20) TO LSE-MUNICIPIO.
            MOVE WRK-CHAVE-ATUAL(21:4) TO LSE-SECAO.
            MOVE WRK-SEC-CANDIDATOS TO LSE-CANDIDATOS.
            MOVE WRK-SEC-SORTEADOS TO LSE-SORTEADOS.
            COMPUTE WRK-SEC-FALTAM = WRK-POR-SECAO - WRK-SEC-SORTEADOS.
            MOVE WRK-SEC-FALTAM TO LSE-FALTAM.
            IF WRK-SEC-FALTAM > 0
                ADD 1 TO WRK-QTD-SECOES-INCOMPLETAS
                MOVE "*** CANDIDATOS INSUFIC." TO LSE-OBSERVACAO
            ELSE
                MOVE SPACES TO LSE-OBSERVACAO
            END-IF.
            MOVE WRK-LIN-SECAO TO CONTROLE-LINHA.
            PERFORM 800-GRAVA-LINHA.

       500-SECOES-SEM-CANDIDATO.
      *    Casa SECOES.DAT (mesma ordem municipio + secao) com a saida
      *    do sort: secao que ficou para tras nao teve candidato.
            PERFORM UNTIL WRK-FIM-SECOES = "S"
                       OR SEC-CHAVE NOT < WRK-CHAVE-LIMITE
                ADD 1 TO WRK-QTD-SECOES
                MOVE SEC-CHAVE TO WRK-CHAVE-ATUAL
                MOVE ZERO TO WRK-SEC-CANDIDATOS
                MOVE ZERO TO WRK-SEC-SORTEADOS
                PERFORM 450-LINHA-SECAO
                PERFORM 510-LE-SECAO
            END-PERFORM.

       510-LE-SECAO.
            IF WRK-FIM-SECOES NOT = "S"
                READ SECAO-MASTER
                    AT END
                        MOVE "S" TO WRK-FIM-SECOES
                END-READ
            END-IF.

       600-GRAVA-TOTAIS.
            MOVE SPACES TO CONTROLE-LINHA.
            PERFORM 800-GRAVA-LINHA.
            MOVE WRK-LIN-TRACO TO CONTROLE-LINHA.
            PERFORM 800-GRAVA-LINHA.

            MOVE "CIDADAOS LIDOS                : "
                TO WRK-LIN-TOTAL(1:32).
            MOVE WRK-QTD-LIDOS TO TOT-VALOR.
            PERFORM 650-LINHA-TOTAL.

            MOVE "INATIVOS (BAIXA)              : "
                TO WRK-LIN-TOTAL(1:32).
            MOVE WRK-QTD-INATIVOS TO TOT-VALOR.
            PERFORM 650-LINHA-TOTAL.

            MOVE "VOTO NAO OBRIGATORIO          : "
                TO WRK-LIN-TOTAL(1:32).
            MOVE WRK-QTD-NAO-OBRIGATORIOS TO TOT-VALOR.
            PERFORM 650-LINHA-TOTAL.

            MOVE "FORA DA FAIXA DE 18 A 70 ANOS : "
                TO WRK-LIN-TOTAL(1:32).
            MOVE WRK-QTD-FORA-IDADE TO TOT-VALOR.
            PERFORM 650-LINHA-TOTAL.

            MOVE "INSCRICAO REJEITADA           : "
                TO WRK-LIN-TOTAL(1:32).
            MOVE WRK-QTD-REJEITADOS TO TOT-VALOR.
            PERFORM 650-LINHA-TOTAL.

            MOVE "SEM SECAO ATRIBUIDA           : "
                TO WRK-LIN-TOTAL(1:32).
            MOVE WRK-QTD-SEM-SECAO TO TOT-VALOR.
            PERFORM 650-LINHA-TOTAL.

            MOVE "SERVIRAM NO CICLO ANTERIOR    : "
                TO WRK-LIN-TOTAL(1:32).
            MOVE WRK-QTD-SERVIU-ANTERIOR TO TOT-VALOR.
            PERFORM 650-LINHA-TOTAL.

            MOVE "DISPENSADOS NESTA ELEICAO     : "
                TO WRK-LIN-TOTAL(1:32).
            MOVE WRK-QTD-DISPENSADOS TO TOT-VALOR.
            PERFORM 650-LINHA-TOTAL.

            MOVE "CANDIDATOS AO SORTEIO         : "
                TO WRK-LIN-TOTAL(1:32).
            MOVE WRK-QTD-CANDIDATOS TO TOT-VALOR.
            PERFORM 650-LINHA-TOTAL.

            MOVE "CANDIDATOS EM SECAO EXCLUIDA  : "
                TO WRK-LIN-TOTAL(1:32).
            MOVE WRK-QTD-FORA-CADASTRO TO TOT-VALOR.
            PERFORM 650-LINHA-TOTAL.

            MOVE "MESARIOS SORTEADOS            : "
                TO WRK-LIN-TOTAL(1:32).
            MOVE WRK-QTD-SORTEADOS TO TOT-VALOR.
            PERFORM 650-LINHA-TOTAL.

            MOVE "SECOES COM CANDIDATOS INSUFIC.: "
                TO WRK-LIN-TOTAL(1:32).
            MOVE WRK-QTD-SECOES-INCOMPLETAS TO TOT-VALOR.
            PERFORM 650-LINHA-TOTAL.

       650-LINHA-TOTAL.
            MOVE WRK-LIN-TOTAL TO CONTROLE-LINHA.
            PERFORM 800-GRAVA-LINHA.

       700-NOVA-PAGINA.
            ADD 1 TO WRK-PAGINA.
            MOVE WRK-PAGINA TO CAB-PAGINA.
            MOVE WRK-CAB-RELATORIO TO CONTROLE-LINHA.
            WRITE CONTROLE-LINHA.
            MOVE WRK-CAB-PARAMETROS TO CONTROLE-LINHA.
            WRITE CONTROLE-LINHA.
            MOVE WRK-LIN-TRACO TO CONTROLE-LINHA.
            WRITE CONTROLE-LINHA.
            MOVE WRK-LIN-COLUNAS TO CONTROLE-LINHA.
            WRITE CONTROLE-LINHA.
            MOVE 4 TO WRK-LINHA-ATUAL.

       800-GRAVA-LINHA.
      *    A quebra de pagina escreve os cabecalhos pelo proprio
      *    registro do FD - a linha pendente fica guardada e volta
      *    antes do WRITE.
            MOVE CONTROLE-LINHA TO WRK-LINHA-SAIDA.
            IF WRK-LINHA-ATUAL >= WRK-LINHAS-POR-PAGINA
               OR WRK-LINHA-ATUAL = 0
                PERFORM 700-NOVA-PAGINA
                MOVE WRK-LINHA-SAIDA TO CONTROLE-LINHA
            END-IF.
            WRITE CONTROLE-LINHA.
            ADD 1 TO WRK-LINHA-ATUAL.

       820-LE-PARAMETROS.
            DISPLAY "Data da eleicao (AAAAMMDD) : ".
            MOVE "N" TO WRK-VALIDO.
            PERFORM UNTIL WRK-VALIDO = "S"
                ACCEPT WRK-DATA-ENTRADA
                IF WRK-DATA-ENTRADA IS NUMERIC
                   AND WRK-DATA-ENTRADA(5:2) >= "01"
                   AND WRK-DATA-ENTRADA(5:2) <= "12"
                   AND WRK-DATA-ENTRADA(7:2) >= "01"
                   AND WRK-DATA-ENTRADA(7:2) <= "31"
                    MOVE WRK-DATA-ENTRADA TO WRK-CICLO
                    MOVE "S" TO WRK-VALIDO
                ELSE
                    DISPLAY "Data invalida - digite novamente : "
                END-IF
            END-PERFORM.

            DISPLAY "Semente do sorteio (1 a 999999999) : ".
            MOVE "N" TO WRK-VALIDO.
            PERFORM UNTIL WRK-VALIDO = "S"
                MOVE SPACES TO WRK-SEMENTE-ENTRADA
                ACCEPT WRK-SEMENTE-ENTRADA
                COMPUTE WRK-TESTE =
                    FUNCTION TEST-NUMVAL(WRK-SEMENTE-ENTRADA)
                IF WRK-TESTE = 0 AND WRK-SEMENTE-ENTRADA NOT = SPACES
                    MOVE FUNCTION NUMVAL(WRK-SEMENTE-ENTRADA)
                        TO WRK-SEMENTE
                    IF WRK-SEMENTE > 0
                        MOVE "S" TO WRK-VALIDO
                    ELSE
                        DISPLAY "Semente deve ser maior que zero"
                            " - digite novamente : "
                    END-IF
                ELSE
                    DISPLAY "Valor nao numerico - digite novamente : "
                END-IF
            END-PERFORM.

            DISPLAY "Mesarios por secao (1-9 ou vazio = "
                WRK-MESARIOS-PADRAO ") : ".
            MOVE "N" TO WRK-VALIDO.
            PERFORM UNTIL WRK-VALIDO = "S"
                MOVE SPACE TO WRK-QTD-ENTRADA
                ACCEPT WRK-QTD-ENTRADA
                IF WRK-QTD-ENTRADA = SPACE
                    MOVE WRK-MESARIOS-PADRAO TO WRK-POR-SECAO
                    MOVE "S" TO WRK-VALIDO
                ELSE
                    IF WRK-QTD-ENTRADA IS NUMERIC
                       AND WRK-QTD-ENTRADA > "0"
                        MOVE WRK-QTD-ENTRADA TO WRK-POR-SECAO
                        MOVE "S" TO WRK-VALIDO
                    ELSE
                        DISPLAY "Valor invalido - digite de 1 a 9 : "
                    END-IF
                END-IF
            END-PERFORM.

       940-JOBLOG-INICIO.
            MOVE "MesarioSorteio" TO JLP-PROGRAMA.
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
            MOVE WRK-QTD-SORTEADOS TO JLP-QTD-GRAVADOS.
            MOVE WRK-QTD-SECOES-INCOMPLETAS TO JLP-QTD-REJEITADOS.
            CALL "GravaJobLog" USING JOB-LOG-PARM END-CALL.

       END PROGRAM MesarioSorteio.
