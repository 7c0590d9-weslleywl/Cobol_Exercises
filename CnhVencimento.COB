      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly run over CNH.DAT - lists per municipio the
      *          habilitacoes already vencidas and those vencendo in
      *          the next 60 days (78 WRK-DIAS-JANELA), with the days
      *          remaining or overdue, on CNH-VENCIMENTOS.REL, and
      *          prints one aviso de renovacao per citizen on
      *          CNH-AVISOS.REL, each on its own page. Habilitacoes
      *          canceladas (baixa do cidadao) are not listed; a CNH
      *          ativa whose citizen is inativo or missing from
      *          CIDADAO.DAT is counted apart for the front office to
      *          confer.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CnhVencimento.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CNH-FILE ASSIGN TO "CNH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CNH-ID
               FILE STATUS IS WRK-FS-CNH.
           SELECT CIDADAO-REGISTRO-FILE ASSIGN TO "CIDADAO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CID-ID
               FILE STATUS IS WRK-FS-CIDADAO.
           SELECT RELATORIO-FILE ASSIGN TO "CNH-VENCIMENTOS.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.
           SELECT AVISO-FILE ASSIGN TO "CNH-AVISOS.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AVISO.
           SELECT SORT-VENCIMENTO ASSIGN TO "SORTWORK".

       DATA DIVISION.
       FILE SECTION.
       FD  CNH-FILE.
       COPY CNHMAST.

       FD  CIDADAO-REGISTRO-FILE.
       COPY CIDREG.

       FD  RELATORIO-FILE.
       01  RELATORIO-LINHA             PIC X(80).

       FD  AVISO-FILE.
       01  AVISO-LINHA                 PIC X(80).

      *    SVE-CLASSE "1" = vencida, "2" = vencendo na janela.
       SD  SORT-VENCIMENTO.
       01  SORT-VENCIMENTO-RECORD.
           05  SVE-MUNICIPIO           PIC X(20).
           05  SVE-CLASSE              PIC X(1).
           05  SVE-VALIDADE            PIC 9(8).
           05  SVE-NOME                PIC X(30).
           05  SVE-ID                  PIC 9(9).
           05  SVE-NUMERO              PIC X(11).
           05  SVE-CATEGORIA           PIC X(2).
           05  SVE-DIAS                PIC S9(5).

       WORKING-STORAGE SECTION.

       COPY JOBLNK.

       77   WRK-EOF PIC X(1) VALUE "N".
       77   WRK-FIM-SORT PIC X(1) VALUE "N".
       77   WRK-ABORTADO PIC X(1) VALUE "N".
       77   WRK-FS-CNH PIC X(2) VALUE SPACES.
       77   WRK-FS-CIDADAO PIC X(2) VALUE SPACES.
       77   WRK-FS-RELATORIO PIC X(2) VALUE SPACES.
       77   WRK-FS-AVISO PIC X(2) VALUE SPACES.
       77   WRK-DATA-HOJE PIC 9(8) VALUE ZERO.
       77   WRK-DATA-LIMITE PIC 9(8) VALUE ZERO.
       77   WRK-DIAS-HOJE PIC 9(7) VALUE ZERO.
       77   WRK-DIAS-VALIDADE PIC 9(7) VALUE ZERO.
       77   WRK-PAGINA PIC 9(4) VALUE ZERO.
       77   WRK-LINHA-ATUAL PIC 9(2) VALUE ZERO.
       77   WRK-LINHA-SAIDA PIC X(80) VALUE SPACES.
       78   WRK-LINHAS-POR-PAGINA VALUE 56.
       78   WRK-DIAS-JANELA VALUE 60.

       77   WRK-MUNICIPIO-ANTERIOR PIC X(20) VALUE SPACES.
       77   WRK-CLASSE-ANTERIOR PIC X(1) VALUE SPACE.
       77   WRK-TEM-GRUPO-ABERTO PIC X(1) VALUE "N".

       77   WRK-QTD-LIDOS PIC 9(7) VALUE ZERO.
       77   WRK-QTD-CANCELADAS PIC 9(7) VALUE ZERO.
       77   WRK-QTD-EM-DIA PIC 9(7) VALUE ZERO.
       77   WRK-QTD-VENCIDAS PIC 9(7) VALUE ZERO.
       77   WRK-QTD-A-VENCER PIC 9(7) VALUE ZERO.
       77   WRK-QTD-SEM-CIDADAO PIC 9(7) VALUE ZERO.
       77   WRK-QTD-AVISOS PIC 9(7) VALUE ZERO.
       77   WRK-QTD-NO-MUNICIPIO PIC 9(5) VALUE ZERO.

       01  WRK-CAB-RELATORIO.
           05  FILLER                  PIC X(30)
               VALUE "HABILITACOES A RENOVAR        ".
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

       01  WRK-LIN-MUNICIPIO.
           05  FILLER                  PIC X(11)
               VALUE "MUNICIPIO: ".
           05  LMU-MUNICIPIO           PIC X(20).
           05  FILLER                  PIC X(49) VALUE SPACES.

       01  WRK-LIN-CLASSE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  LCL-DESCRICAO           PIC X(14).
           05  LCL-LIMITE              PIC X(10).
           05  FILLER                  PIC X(54) VALUE SPACES.

       01  WRK-DATA-EDITADA.
           05  DED-DIA                 PIC 9(2).
           05  FILLER                  PIC X(1) VALUE "/".
           05  DED-MES                 PIC 9(2).
           05  FILLER                  PIC X(1) VALUE "/".
           05  DED-ANO                 PIC 9(4).

       01  WRK-LIN-COLUNAS.
           05  FILLER                  PIC X(40)
               VALUE "  INSCRICAO NOME                        ".
           05  FILLER                  PIC X(40)
               VALUE "   REGISTRO    CAT VALIDADE     DIAS    ".

       01  WRK-LIN-HABILITACAO.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  LHB-ID                  PIC 9(9).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  LHB-NOME                PIC X(30).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  LHB-NUMERO              PIC X(11).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  LHB-CATEGORIA           PIC X(2).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  LHB-VAL-DIA             PIC 9(2).
           05  FILLER                  PIC X(1) VALUE "/".
           05  LHB-VAL-MES             PIC 9(2).
           05  FILLER                  PIC X(1) VALUE "/".
           05  LHB-VAL-ANO             PIC 9(4).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  LHB-DIAS                PIC -ZZZZ9.
           05  FILLER                  PIC X(4) VALUE SPACES.

       01  WRK-LIN-TOTAL-MUNICIPIO.
           05  FILLER                  PIC X(28)
               VALUE "  HABILITACOES NO MUNICIPIO:".
           05  LTM-QTD                 PIC ZZZZ9.
           05  FILLER                  PIC X(47) VALUE SPACES.

       01  WRK-LIN-SEM-VENCIMENTO.
           05  FILLER                  PIC X(40)
               VALUE "  Nenhuma habilitacao vencida ou a vence".
           05  FILLER                  PIC X(40)
               VALUE "r no periodo.                           ".

       01  WRK-LIN-TOTAL.
           05  FILLER                  PIC X(28).
           05  TOT-VALOR               PIC ZZZZZZ9.
           05  FILLER                  PIC X(45) VALUE SPACES.

       01  WRK-AVISO-CAB.
           05  FILLER                  PIC X(50)
               VALUE "DEPARTAMENTO DE TRANSITO - AVISO DE RENOVACAO".
           05  FILLER                  PIC X(18) VALUE SPACES.
           05  AVC-DIA                 PIC 9(2).
           05  FILLER                  PIC X(1) VALUE "/".
           05  AVC-MES                 PIC 9(2).
           05  FILLER                  PIC X(1) VALUE "/".
           05  AVC-ANO                 PIC 9(4).
           05  FILLER                  PIC X(2) VALUE SPACES.

       01  WRK-AVISO-DEST.
           05  FILLER                  PIC X(14)
               VALUE "CONDUTOR(A) : ".
           05  AVD-NOME                PIC X(30).
           05  FILLER                  PIC X(13)
               VALUE "  INSCRICAO: ".
           05  AVD-ID                  PIC 9(9).
           05  FILLER                  PIC X(14) VALUE SPACES.

       01  WRK-AVISO-MUNICIPIO.
           05  FILLER                  PIC X(14)
               VALUE "MUNICIPIO   : ".
           05  AVM-MUNICIPIO           PIC X(20).
           05  FILLER                  PIC X(46) VALUE SPACES.

       01  WRK-AVISO-HABILITACAO.
           05  FILLER                  PIC X(14)
               VALUE "REGISTRO    : ".
           05  AVH-NUMERO              PIC X(11).
           05  FILLER                  PIC X(14)
               VALUE "  CATEGORIA : ".
           05  AVH-CATEGORIA           PIC X(2).
           05  FILLER                  PIC X(13)
               VALUE "  VALIDADE : ".
           05  AVH-VAL-DIA             PIC 9(2).
           05  FILLER                  PIC X(1) VALUE "/".
           05  AVH-VAL-MES             PIC 9(2).
           05  FILLER                  PIC X(1) VALUE "/".
           05  AVH-VAL-ANO             PIC 9(4).
           05  FILLER                  PIC X(16) VALUE SPACES.

       PROCEDURE DIVISION.

       000-PRINCIPAL.
            DISPLAY "VENCIMENTO - DE - HABILITACOES".
            DISPLAY " ".

            PERFORM 940-JOBLOG-INICIO.

            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            MOVE WRK-DATA-HOJE(7:2) TO CAB-DIA.
            MOVE WRK-DATA-HOJE(5:2) TO CAB-MES.
            MOVE WRK-DATA-HOJE(1:4) TO CAB-ANO.
            MOVE WRK-DATA-HOJE(7:2) TO AVC-DIA.
            MOVE WRK-DATA-HOJE(5:2) TO AVC-MES.
            MOVE WRK-DATA-HOJE(1:4) TO AVC-ANO.

            COMPUTE WRK-DIAS-HOJE =
                FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE).
            COMPUTE WRK-DATA-LIMITE =
                FUNCTION DATE-OF-INTEGER(WRK-DIAS-HOJE
                    + WRK-DIAS-JANELA).

            OPEN INPUT CNH-FILE.
            IF WRK-FS-CNH = "35"
                DISPLAY "CNH.DAT nao encontrado - rode o CnhCarga."
                MOVE "S" TO WRK-ABORTADO
                PERFORM 950-JOBLOG-FIM
                GOBACK
            END-IF.

            OPEN INPUT CIDADAO-REGISTRO-FILE.
            IF WRK-FS-CIDADAO = "35"
                DISPLAY "CIDADAO.DAT nao encontrado !"
                CLOSE CNH-FILE
                MOVE "S" TO WRK-ABORTADO
                PERFORM 950-JOBLOG-FIM
                GOBACK
            END-IF.

            SORT SORT-VENCIMENTO
                ON ASCENDING KEY SVE-MUNICIPIO SVE-CLASSE SVE-VALIDADE
                    SVE-NOME SVE-ID
                INPUT PROCEDURE IS 100-SELECIONA-HABILITACOES
                OUTPUT PROCEDURE IS 200-IMPRIME-RELATORIO.

            CLOSE CNH-FILE.
            CLOSE CIDADAO-REGISTRO-FILE.

            DISPLAY " ".
            DISPLAY "HABILITACOES LIDAS          : " WRK-QTD-LIDOS.
            DISPLAY "CANCELADAS (BAIXA)          : "
                WRK-QTD-CANCELADAS.
            DISPLAY "EM DIA                      : " WRK-QTD-EM-DIA.
            DISPLAY "VENCIDAS                    : " WRK-QTD-VENCIDAS.
            DISPLAY "VENCENDO EM " WRK-DIAS-JANELA " DIAS          : "
                WRK-QTD-A-VENCER.
            DISPLAY "CIDADAO INATIVO/SEM REGISTRO: "
                WRK-QTD-SEM-CIDADAO.
            DISPLAY "AVISOS DE RENOVACAO         : " WRK-QTD-AVISOS.
            DISPLAY "Relatorio em CNH-VENCIMENTOS.REL, avisos em"
                " CNH-AVISOS.REL".

            PERFORM 950-JOBLOG-FIM.

            GOBACK.

       100-SELECIONA-HABILITACOES.
            PERFORM UNTIL WRK-EOF = "S"
                READ CNH-FILE
                    AT END
                        MOVE "S" TO WRK-EOF
                    NOT AT END
                        ADD 1 TO WRK-QTD-LIDOS
                        PERFORM 110-CLASSIFICA-HABILITACAO
                END-READ
            END-PERFORM.

       110-CLASSIFICA-HABILITACAO.
            IF CNH-SITUACAO = "C"
                ADD 1 TO WRK-QTD-CANCELADAS
            ELSE
                IF CNH-DT-VALIDADE > WRK-DATA-LIMITE
                    ADD 1 TO WRK-QTD-EM-DIA
                ELSE
                    MOVE CNH-ID TO CID-ID
                    READ CIDADAO-REGISTRO-FILE
                        INVALID KEY
                            ADD 1 TO WRK-QTD-SEM-CIDADAO
                            DISPLAY "CNH " CNH-ID " sem registro"
                                " no cadastro de cidadaos."
                        NOT INVALID KEY
                            IF CID-SITUACAO = "I"
                                ADD 1 TO WRK-QTD-SEM-CIDADAO
                                DISPLAY "CNH " CNH-ID " ativa de"
                                    " cidadao inativo."
                            ELSE
                                PERFORM 120-LIBERA-HABILITACAO
                            END-IF
                    END-READ
                END-IF
            END-IF.

       120-LIBERA-HABILITACAO.
            COMPUTE WRK-DIAS-VALIDADE =
                FUNCTION INTEGER-OF-DATE(CNH-DT-VALIDADE).
            COMPUTE SVE-DIAS = WRK-DIAS-VALIDADE - WRK-DIAS-HOJE.

            IF CNH-DT-VALIDADE < WRK-DATA-HOJE
                MOVE "1" TO SVE-CLASSE
                ADD 1 TO WRK-QTD-VENCIDAS
            ELSE
                MOVE "2" TO SVE-CLASSE
                ADD 1 TO WRK-QTD-A-VENCER
            END-IF.

            MOVE CID-MUNICIPIO TO SVE-MUNICIPIO.
            MOVE CNH-DT-VALIDADE TO SVE-VALIDADE.
            MOVE CID-NOME TO SVE-NOME.
            MOVE CNH-ID TO SVE-ID.
            MOVE CNH-NUMERO TO SVE-NUMERO.
            MOVE CNH-CATEGORIA TO SVE-CATEGORIA.
            RELEASE SORT-VENCIMENTO-RECORD.

       200-IMPRIME-RELATORIO.
            OPEN OUTPUT RELATORIO-FILE.
            OPEN OUTPUT AVISO-FILE.

            PERFORM UNTIL WRK-FIM-SORT = "S"
                RETURN SORT-VENCIMENTO
                    AT END
                        MOVE "S" TO WRK-FIM-SORT
                    NOT AT END
                        PERFORM 210-PROCESSA-HABILITACAO
                END-RETURN
            END-PERFORM.

            IF WRK-TEM-GRUPO-ABERTO = "S"
                PERFORM 250-FECHA-MUNICIPIO
            ELSE
                MOVE WRK-LIN-SEM-VENCIMENTO TO RELATORIO-LINHA
                PERFORM 800-GRAVA-LINHA
            END-IF.

            PERFORM 280-GRAVA-TOTAIS.

            CLOSE RELATORIO-FILE.
            CLOSE AVISO-FILE.

       210-PROCESSA-HABILITACAO.
            IF SVE-MUNICIPIO NOT = WRK-MUNICIPIO-ANTERIOR
               OR WRK-TEM-GRUPO-ABERTO = "N"
                IF WRK-TEM-GRUPO-ABERTO = "S"
                    PERFORM 250-FECHA-MUNICIPIO
                END-IF
                PERFORM 220-ABRE-MUNICIPIO
            END-IF.

            IF SVE-CLASSE NOT = WRK-CLASSE-ANTERIOR
                PERFORM 230-ABRE-CLASSE
            END-IF.

            ADD 1 TO WRK-QTD-NO-MUNICIPIO.
            MOVE SVE-ID TO LHB-ID.
            MOVE SVE-NOME TO LHB-NOME.
            MOVE SVE-NUMERO TO LHB-NUMERO.
            MOVE SVE-CATEGORIA TO LHB-CATEGORIA.
            MOVE SVE-VALIDADE(7:2) TO LHB-VAL-DIA.
            MOVE SVE-VALIDADE(5:2) TO LHB-VAL-MES.
            MOVE SVE-VALIDADE(1:4) TO LHB-VAL-ANO.
            MOVE SVE-DIAS TO LHB-DIAS.
            MOVE WRK-LIN-HABILITACAO TO RELATORIO-LINHA.
            PERFORM 800-GRAVA-LINHA.

            PERFORM 300-IMPRIME-AVISO.

       220-ABRE-MUNICIPIO.
            MOVE SVE-MUNICIPIO TO WRK-MUNICIPIO-ANTERIOR.
            MOVE SPACE TO WRK-CLASSE-ANTERIOR.
            MOVE ZERO TO WRK-QTD-NO-MUNICIPIO.
            MOVE SVE-MUNICIPIO TO LMU-MUNICIPIO.
            MOVE "S" TO WRK-TEM-GRUPO-ABERTO.

            IF WRK-LINHA-ATUAL > 0
               AND WRK-LINHA-ATUAL < WRK-LINHAS-POR-PAGINA - 6
                MOVE WRK-LIN-MUNICIPIO TO RELATORIO-LINHA
                PERFORM 800-GRAVA-LINHA
                MOVE WRK-LIN-COLUNAS TO RELATORIO-LINHA
                PERFORM 800-GRAVA-LINHA
            ELSE
      *        Municipio no pe da pagina comeca na seguinte, com o
      *        cabecalho do grupo repetido pela 700-NOVA-PAGINA.
                PERFORM 700-NOVA-PAGINA
            END-IF.

       230-ABRE-CLASSE.
            MOVE SVE-CLASSE TO WRK-CLASSE-ANTERIOR.
            IF SVE-CLASSE = "1"
                MOVE "VENCIDAS" TO LCL-DESCRICAO
                MOVE SPACES TO LCL-LIMITE
            ELSE
                MOVE "VENCENDO ATE" TO LCL-DESCRICAO
                MOVE WRK-DATA-LIMITE(7:2) TO DED-DIA
                MOVE WRK-DATA-LIMITE(5:2) TO DED-MES
                MOVE WRK-DATA-LIMITE(1:4) TO DED-ANO
                MOVE WRK-DATA-EDITADA TO LCL-LIMITE
            END-IF.
            MOVE WRK-LIN-CLASSE TO RELATORIO-LINHA.
            PERFORM 800-GRAVA-LINHA.

       250-FECHA-MUNICIPIO.
            MOVE WRK-QTD-NO-MUNICIPIO TO LTM-QTD.
            MOVE WRK-LIN-TOTAL-MUNICIPIO TO RELATORIO-LINHA.
            PERFORM 800-GRAVA-LINHA.
            MOVE SPACES TO RELATORIO-LINHA.
            PERFORM 800-GRAVA-LINHA.
            MOVE "N" TO WRK-TEM-GRUPO-ABERTO.

       280-GRAVA-TOTAIS.
            MOVE WRK-LIN-TRACO TO RELATORIO-LINHA.
            PERFORM 800-GRAVA-LINHA.

            MOVE "HABILITACOES LIDAS        : " TO WRK-LIN-TOTAL(1:28).
            MOVE WRK-QTD-LIDOS TO TOT-VALOR.
            MOVE WRK-LIN-TOTAL TO RELATORIO-LINHA.
            PERFORM 800-GRAVA-LINHA.

            MOVE "VENCIDAS                  : " TO WRK-LIN-TOTAL(1:28).
            MOVE WRK-QTD-VENCIDAS TO TOT-VALOR.
            MOVE WRK-LIN-TOTAL TO RELATORIO-LINHA.
            PERFORM 800-GRAVA-LINHA.

            MOVE "VENCENDO NA JANELA        : " TO WRK-LIN-TOTAL(1:28).
            MOVE WRK-QTD-A-VENCER TO TOT-VALOR.
            MOVE WRK-LIN-TOTAL TO RELATORIO-LINHA.
            PERFORM 800-GRAVA-LINHA.

            MOVE "EM DIA                    : " TO WRK-LIN-TOTAL(1:28).
            MOVE WRK-QTD-EM-DIA TO TOT-VALOR.
            MOVE WRK-LIN-TOTAL TO RELATORIO-LINHA.
            PERFORM 800-GRAVA-LINHA.

            MOVE "CANCELADAS (BAIXA)        : " TO WRK-LIN-TOTAL(1:28).
            MOVE WRK-QTD-CANCELADAS TO TOT-VALOR.
            MOVE WRK-LIN-TOTAL TO RELATORIO-LINHA.
            PERFORM 800-GRAVA-LINHA.

            MOVE "CIDADAO INATIVO/SEM REG.  : " TO WRK-LIN-TOTAL(1:28).
            MOVE WRK-QTD-SEM-CIDADAO TO TOT-VALOR.
            MOVE WRK-LIN-TOTAL TO RELATORIO-LINHA.
            PERFORM 800-GRAVA-LINHA.

       300-IMPRIME-AVISO.
      *    Cada aviso comeca em folha nova.
            ADD 1 TO WRK-QTD-AVISOS.
            MOVE WRK-AVISO-CAB TO AVISO-LINHA.
            IF WRK-QTD-AVISOS = 1
                WRITE AVISO-LINHA
            ELSE
                WRITE AVISO-LINHA AFTER ADVANCING PAGE
            END-IF.
            MOVE SPACES TO AVISO-LINHA.
            WRITE AVISO-LINHA.
            WRITE AVISO-LINHA.

            MOVE SVE-NOME TO AVD-NOME.
            MOVE SVE-ID TO AVD-ID.
            MOVE WRK-AVISO-DEST TO AVISO-LINHA.
            WRITE AVISO-LINHA.
            MOVE SVE-MUNICIPIO TO AVM-MUNICIPIO.
            MOVE WRK-AVISO-MUNICIPIO TO AVISO-LINHA.
            WRITE AVISO-LINHA.
            MOVE SPACES TO AVISO-LINHA.
            WRITE AVISO-LINHA.

            IF SVE-CLASSE = "1"
                MOVE "Consta em nosso cadastro que a sua carteira de"
                    TO AVISO-LINHA
                WRITE AVISO-LINHA
                MOVE "habilitacao abaixo esta VENCIDA. Conduzir com a"
                    TO AVISO-LINHA
                WRITE AVISO-LINHA
                MOVE "carteira vencida ha mais de 30 dias e infracao."
                    TO AVISO-LINHA
                WRITE AVISO-LINHA
            ELSE
                MOVE "Consta em nosso cadastro que a sua carteira de"
                    TO AVISO-LINHA
                WRITE AVISO-LINHA
                MOVE "habilitacao abaixo vence nos proximos dias."
                    TO AVISO-LINHA
                WRITE AVISO-LINHA
            END-IF.
            MOVE SPACES TO AVISO-LINHA.
            WRITE AVISO-LINHA.

            MOVE SVE-NUMERO TO AVH-NUMERO.
            MOVE SVE-CATEGORIA TO AVH-CATEGORIA.
            MOVE SVE-VALIDADE(7:2) TO AVH-VAL-DIA.
            MOVE SVE-VALIDADE(5:2) TO AVH-VAL-MES.
            MOVE SVE-VALIDADE(1:4) TO AVH-VAL-ANO.
            MOVE WRK-AVISO-HABILITACAO TO AVISO-LINHA.
            WRITE AVISO-LINHA.

            MOVE SPACES TO AVISO-LINHA.
            WRITE AVISO-LINHA.
            MOVE "Compareca ao atendimento com documento de"
                TO AVISO-LINHA.
            WRITE AVISO-LINHA.
            MOVE "identidade para agendar o exame medico e a"
                TO AVISO-LINHA.
            WRITE AVISO-LINHA.
            MOVE "renovacao da sua habilitacao." TO AVISO-LINHA.
            WRITE AVISO-LINHA.

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

       940-JOBLOG-INICIO.
            MOVE "CnhVencimento" TO JLP-PROGRAMA.
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
            MOVE WRK-QTD-AVISOS TO JLP-QTD-GRAVADOS.
            MOVE WRK-QTD-SEM-CIDADAO TO JLP-QTD-REJEITADOS.
            CALL "GravaJobLog" USING JOB-LOG-PARM END-CALL.

       END PROGRAM CnhVencimento.
