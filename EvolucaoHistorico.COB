      ******************************************************************
      * Author:
      * Date:
      * Purpose: Year-over-year performance over HISTORICO.DAT for a
      *          range of anos letivos, printed to EVOLUCAO.REL. The
      *          first section groups the disciplinas regulares by
      *          serie (primeiro digito da turma, as EncerramentoAno
      *          promotes) and disciplina and shows, year by year,
      *          the student count, the average HIS-MEDIA-FINAL and
      *          the aprovacao, recuperacao (HIS-REC-STATUS "S") and
      *          reprovacao (REPROVADO ou REPR-FALTA) rates, with the
      *          change against the previous year on file. A
      *          disciplina whose aprovacao dropped by more than the
      *          tolerance (pontos percentuais, informed at the start)
      *          is flagged QUEDA and listed again at the end of the
      *          section. The second section follows each cohort: of
      *          the students of turma X in year N, how many were
      *          promoted (serie maior em N+1), held back (mesma
      *          serie) or left the school (sem linha em N+1); a year
      *          whose successor is not yet on the historico is shown
      *          as not closed. Disciplinas em dependencia stay out of
      *          both sections, as in EstatisticaTurma.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EvolucaoHistorico.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORICO-FILE ASSIGN TO "HISTORICO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIS-CHAVE
               FILE STATUS IS WRK-FS-HISTORICO.
           SELECT CADASTRO-FILE ASSIGN TO "CADASTRO-TD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CADASTRO.
           SELECT EVOLUCAO-FILE ASSIGN TO "EVOLUCAO.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EVOLUCAO.
           SELECT SORT-DESEMPENHO ASSIGN TO "SORTWORK".
           SELECT SORT-COORTE ASSIGN TO "SORTWORK2".

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORICO-FILE.
       COPY HISTMAST.

       FD  CADASTRO-FILE.
       COPY CADTD.

       FD  EVOLUCAO-FILE.
       01  EVOLUCAO-LINHA              PIC X(80).

       SD  SORT-DESEMPENHO.
       01  SDS-RECORD.
           05  SDS-SERIE               PIC X(1).
           05  SDS-DISCIPLINA          PIC X(4).
           05  SDS-ANO                 PIC 9(4).
           05  SDS-MEDIA-FINAL         PIC 9(2)V99.
           05  SDS-RESULTADO           PIC X(10).
           05  SDS-REC-STATUS          PIC X(1).

       SD  SORT-COORTE.
       01  SDC-RECORD.
           05  SDC-ID                  PIC X(6).
           05  SDC-ANO                 PIC 9(4).
           05  SDC-TURMA               PIC X(4).

       WORKING-STORAGE SECTION.

       COPY JOBLNK.

       COPY CADWRK.

       77   WRK-EOF PIC X(1) VALUE "N".
       77   WRK-FIM-SORT PIC X(1) VALUE "N".
       77   WRK-FIM-CADASTRO PIC X(1) VALUE "N".
       77   WRK-FS-HISTORICO PIC X(2) VALUE SPACES.
       77   WRK-FS-CADASTRO PIC X(2) VALUE SPACES.
       77   WRK-FS-EVOLUCAO PIC X(2) VALUE SPACES.
       77   WRK-VALIDO PIC X(1) VALUE "N".
       77   WRK-DATA-HOJE PIC 9(8) VALUE ZERO.
       77   WRK-ANO-ENTRADA PIC X(4) VALUE SPACES.
       77   WRK-TOL-ENTRADA PIC X(2) VALUE SPACES.
       77   WRK-ANO-INICIAL PIC 9(4) VALUE ZERO.
       77   WRK-ANO-FINAL PIC 9(4) VALUE 9999.
       77   WRK-ANO-MAIOR-LIDO PIC 9(4) VALUE ZERO.
       77   WRK-ANO-MENOR-SEL PIC 9(4) VALUE 9999.
       77   WRK-ANO-MAIOR-SEL PIC 9(4) VALUE ZERO.
       78   WRK-TOLERANCIA-PADRAO VALUE 10.
       77   WRK-TOLERANCIA PIC 9(2) VALUE ZERO.
       77   WRK-QTD-LIDOS PIC 9(7) VALUE ZERO.
       77   WRK-QTD-SELECIONADOS PIC 9(7) VALUE ZERO.
       77   WRK-QTD-DEPENDENCIAS PIC 9(7) VALUE ZERO.
       77   WRK-QTD-LINHAS PIC 9(5) VALUE ZERO.

      *    Quebra serie / disciplina / ano da primeira secao.
       77   WRK-TEM-GRUPO-ABERTO PIC X(1) VALUE "N".
       77   WRK-TEM-ANO-ABERTO PIC X(1) VALUE "N".
       77   WRK-SERIE-ANTERIOR PIC X(1) VALUE SPACE.
       77   WRK-DISC-ANTERIOR PIC X(4) VALUE SPACES.
       77   WRK-ANO-ANTERIOR PIC 9(4) VALUE ZERO.
       77   WRK-ANO-ALUNOS PIC 9(5) VALUE ZERO.
       77   WRK-ANO-APROVADOS PIC 9(5) VALUE ZERO.
       77   WRK-ANO-RECUPERACAO PIC 9(5) VALUE ZERO.
       77   WRK-ANO-REPROVADOS PIC 9(5) VALUE ZERO.
       77   WRK-ANO-SOMA-MEDIAS PIC 9(7)V99 VALUE ZERO.
       77   WRK-MEDIA-ANO PIC 9(2)V99 VALUE ZERO.
       77   WRK-PCT-APROV PIC 9(3)V9 VALUE ZERO.
       77   WRK-PCT-REC PIC 9(3)V9 VALUE ZERO.
       77   WRK-PCT-REPROV PIC 9(3)V9 VALUE ZERO.
       77   WRK-TEM-ANTERIOR PIC X(1) VALUE "N".
       77   WRK-PCT-APROV-ANTERIOR PIC 9(3)V9 VALUE ZERO.
       77   WRK-MEDIA-ANTERIOR PIC 9(2)V99 VALUE ZERO.
       77   WRK-VAR-APROV PIC S9(3)V9 VALUE ZERO.
       77   WRK-VAR-MEDIA PIC S9(2)V99 VALUE ZERO.
       77   WRK-QTD-QUEDAS PIC 9(5) VALUE ZERO.
       78   WRK-MAX-QUEDAS VALUE 200.
       77   WRK-QUE-I PIC 9(3) VALUE ZERO.

      *    Coortes - um registro por aluno X ano, em ordem de
      *    matricula e ano.
       77   WRK-ULTIMO-ANO-ID PIC X(10) VALUE SPACES.
       77   WRK-CHAVE-ANO-ID PIC X(10) VALUE SPACES.
       77   WRK-COR-ID-ANTERIOR PIC X(6) VALUE SPACES.
       77   WRK-COR-ANO-ANTERIOR PIC 9(4) VALUE ZERO.
       77   WRK-COR-TURMA-ANTERIOR PIC X(4) VALUE SPACES.
       77   WRK-COR-DESTINO PIC X(1) VALUE SPACE.
       77   WRK-COR-QTD PIC 9(3) VALUE ZERO.
       78   WRK-MAX-COORTES VALUE 500.
       77   WRK-COR-I PIC 9(3) VALUE ZERO.
       77   WRK-COR-J PIC 9(3) VALUE ZERO.
       77   WRK-COR-K PIC 9(3) VALUE ZERO.
       77   WRK-COR-CHAVE PIC X(8) VALUE SPACES.
       77   WRK-QTD-COORTES-EXCEDENTES PIC 9(5) VALUE ZERO.
       77   WRK-PCT-PROMOVIDOS PIC 9(3)V9 VALUE ZERO.

       01  WRK-QUEDAS.
           05  WRK-QUE-ENTRADA OCCURS 200 TIMES.
               10  WRK-QUE-SERIE           PIC X(1).
               10  WRK-QUE-DISCIPLINA      PIC X(4).
               10  WRK-QUE-ANO             PIC 9(4).
               10  WRK-QUE-VAR-APROV       PIC S9(3)V9.

       01  WRK-COORTES.
           05  WRK-COR-ENTRADA OCCURS 501 TIMES.
               10  WRK-COR-ANO-TURMA.
                   15  WRK-COR-ANO         PIC 9(4).
                   15  WRK-COR-TURMA       PIC X(4).
               10  WRK-COR-ALUNOS          PIC 9(5).
               10  WRK-COR-PROMOVIDOS      PIC 9(5).
               10  WRK-COR-RETIDOS         PIC 9(5).
               10  WRK-COR-SAIRAM          PIC 9(5).

       01  WRK-LIN-TRACO.
           05  FILLER                  PIC X(78) VALUE ALL "-".

       01  WRK-CAB-RELATORIO.
           05  FILLER                  PIC X(38)
               VALUE "EVOLUCAO DO DESEMPENHO - ANOS LETIVOS ".
           05  CAB-ANO-INICIAL         PIC 9(4).
           05  FILLER                  PIC X(3) VALUE " A ".
           05  CAB-ANO-FINAL           PIC 9(4).
           05  FILLER                  PIC X(6) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE "DATA: ".
           05  CAB-DIA                 PIC 9(2).
           05  FILLER                  PIC X(1) VALUE "/".
           05  CAB-MES                 PIC 9(2).
           05  FILLER                  PIC X(1) VALUE "/".
           05  CAB-ANO                 PIC 9(4).

       01  WRK-CAB-TOLERANCIA.
           05  FILLER                  PIC X(46)
               VALUE "QUEDA = APROVACAO CAIU MAIS QUE A TOLERANCIA: ".
           05  CAB-TOLERANCIA          PIC Z9.
           05  FILLER                  PIC X(19)
               VALUE " PONTOS PERCENTUAIS".

       01  WRK-CAB-SECAO-1.
           05  FILLER                  PIC X(56)
               VALUE "1. DESEMPENHO POR SERIE E DISCIPLINA, ANO A ANO".

       01  WRK-CAB-GRUPO.
           05  FILLER                  PIC X(6) VALUE "SERIE ".
           05  GRP-SERIE               PIC X(1).
           05  FILLER                  PIC X(15)
               VALUE "   DISCIPLINA ".
           05  GRP-DISCIPLINA          PIC X(4).
           05  FILLER                  PIC X(3) VALUE " - ".
           05  GRP-DISC-NOME           PIC X(30).

       01  WRK-CAB-COLUNAS.
           05  FILLER                  PIC X(40)
               VALUE " ANO ALUNOS  MEDIA  %APROV  %REC %REPROV".
           05  FILLER                  PIC X(38)
               VALUE "  VAR.APROV VAR.MEDIA".

       01  WRK-LIN-ANO.
           05  LAN-ANO                 PIC 9(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  LAN-ALUNOS              PIC ZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  LAN-MEDIA               PIC Z9.99.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  LAN-APROV               PIC ZZ9.9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  LAN-REC                 PIC ZZ9.9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  LAN-REPROV              PIC ZZ9.9.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  LAN-VAR-APROV           PIC +++9.9.
           05  LAN-VAR-APROV-X REDEFINES LAN-VAR-APROV
                                       PIC X(6).
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  LAN-VAR-MEDIA           PIC ++9.99.
           05  LAN-VAR-MEDIA-X REDEFINES LAN-VAR-MEDIA
                                       PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  LAN-ALERTA              PIC X(5).

       01  WRK-CAB-QUEDAS.
           05  FILLER                  PIC X(40)
               VALUE "DISCIPLINAS COM QUEDA DE APROVACAO ACIMA".
           05  FILLER                  PIC X(38)
               VALUE " DA TOLERANCIA".

       01  WRK-LIN-QUEDA.
           05  FILLER                  PIC X(6) VALUE "SERIE ".
           05  LQU-SERIE               PIC X(1).
           05  FILLER                  PIC X(13) VALUE "  DISCIPLINA ".
           05  LQU-DISCIPLINA          PIC X(4).
           05  FILLER                  PIC X(6) VALUE "  ANO ".
           05  LQU-ANO                 PIC 9(4).
           05  FILLER                  PIC X(18)
               VALUE "  VAR. APROVACAO ".
           05  LQU-VAR-APROV           PIC +++9.9.
           05  FILLER                  PIC X(8) VALUE " PONTOS".

       01  WRK-CAB-SECAO-2.
           05  FILLER                  PIC X(41)
               VALUE "2. COORTES - SITUACAO NO ANO SEGUINTE DOS".
           05  FILLER                  PIC X(37)
               VALUE " ALUNOS DA TURMA".

       01  WRK-CAB-COL-COORTE.
           05  FILLER                  PIC X(40)
               VALUE " ANO TURMA ALUNOS PROMOVIDOS  RETIDOS  S".
           05  FILLER                  PIC X(38)
               VALUE "AIRAM %PROMOV".

       01  WRK-LIN-COORTE.
           05  LCO-ANO                 PIC 9(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  LCO-TURMA               PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  LCO-ALUNOS              PIC ZZZZ9.
           05  FILLER                  PIC X(6) VALUE SPACES.
           05  LCO-PROMOVIDOS          PIC ZZZZ9.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  LCO-RETIDOS             PIC ZZZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  LCO-SAIRAM              PIC ZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  LCO-PCT-PROMOV          PIC ZZ9.9.
           05  LCO-PCT-PROMOV-X REDEFINES LCO-PCT-PROMOV
                                       PIC X(5).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  LCO-OBSERVACAO          PIC X(24).

       PROCEDURE DIVISION.

       000-PRINCIPAL.
            DISPLAY "EVOLUCAO - DO - DESEMPENHO - POR - ANO".
            DISPLAY " ".

            PERFORM 940-JOBLOG-INICIO.

            PERFORM 800-LE-PARAMETROS.
            PERFORM 905-CARREGA-CADASTRO.

            OPEN INPUT HISTORICO-FILE.
            IF WRK-FS-HISTORICO = "35"
                DISPLAY "HISTORICO.DAT nao encontrado - nenhum ano"
                    " letivo encerrado ainda."
                PERFORM 950-JOBLOG-FIM
                GOBACK
            END-IF.
            CLOSE HISTORICO-FILE.

            OPEN OUTPUT EVOLUCAO-FILE.

            SORT SORT-DESEMPENHO
                ON ASCENDING KEY SDS-SERIE SDS-DISCIPLINA SDS-ANO
                INPUT PROCEDURE IS 100-SELECIONA-HISTORICO
                OUTPUT PROCEDURE IS 200-IMPRIME-DESEMPENHO.

            PERFORM 450-IMPRIME-QUEDAS.

            SORT SORT-COORTE
                ON ASCENDING KEY SDC-ID SDC-ANO
                INPUT PROCEDURE IS 500-SELECIONA-COORTE
                OUTPUT PROCEDURE IS 600-APURA-COORTE.

            PERFORM 700-IMPRIME-COORTES.

            CLOSE EVOLUCAO-FILE.

            DISPLAY " ".
            DISPLAY "LINHAS DO HISTORICO LIDAS   : " WRK-QTD-LIDOS.
            DISPLAY "LINHAS NO PERIODO           : "
                WRK-QTD-SELECIONADOS.
            DISPLAY "DEPENDENCIAS FORA           : "
                WRK-QTD-DEPENDENCIAS.
            DISPLAY "DISCIPLINAS EM QUEDA        : " WRK-QTD-QUEDAS.
            IF WRK-QTD-COORTES-EXCEDENTES > 0
                DISPLAY "AVISO: " WRK-QTD-COORTES-EXCEDENTES
                    " aluno(s) de turmas alem da capacidade da tabela"
                    " de coortes - reduza o periodo."
            END-IF.
            DISPLAY "Evolucao gravada em EVOLUCAO.REL".

            PERFORM 950-JOBLOG-FIM.

            GOBACK.

       050-IMPRIME-CABECALHO.
      *    Periodo em branco sai com o primeiro e o ultimo ano
      *    efetivamente encontrados no historico.
            IF WRK-QTD-SELECIONADOS > 0
                MOVE WRK-ANO-MENOR-SEL TO CAB-ANO-INICIAL
                MOVE WRK-ANO-MAIOR-SEL TO CAB-ANO-FINAL
            ELSE
                MOVE WRK-ANO-INICIAL TO CAB-ANO-INICIAL
                MOVE WRK-ANO-FINAL TO CAB-ANO-FINAL
            END-IF.
            MOVE WRK-DATA-HOJE(7:2) TO CAB-DIA.
            MOVE WRK-DATA-HOJE(5:2) TO CAB-MES.
            MOVE WRK-DATA-HOJE(1:4) TO CAB-ANO.
            MOVE WRK-CAB-RELATORIO TO EVOLUCAO-LINHA.
            WRITE EVOLUCAO-LINHA.
            MOVE WRK-TOLERANCIA TO CAB-TOLERANCIA.
            MOVE WRK-CAB-TOLERANCIA TO EVOLUCAO-LINHA.
            WRITE EVOLUCAO-LINHA.
            MOVE WRK-LIN-TRACO TO EVOLUCAO-LINHA.
            WRITE EVOLUCAO-LINHA.
            MOVE SPACES TO EVOLUCAO-LINHA.
            WRITE EVOLUCAO-LINHA.
            MOVE WRK-CAB-SECAO-1 TO EVOLUCAO-LINHA.
            WRITE EVOLUCAO-LINHA.

       100-SELECIONA-HISTORICO.
            OPEN INPUT HISTORICO-FILE.
            MOVE "N" TO WRK-EOF.
            PERFORM UNTIL WRK-EOF = "S"
                READ HISTORICO-FILE
                    AT END
                        MOVE "S" TO WRK-EOF
                    NOT AT END
                        ADD 1 TO WRK-QTD-LIDOS
                        IF HIS-ANO NOT < WRK-ANO-INICIAL
                           AND HIS-ANO NOT > WRK-ANO-FINAL
                            IF HIS-DEPENDENCIA = "S"
                                ADD 1 TO WRK-QTD-DEPENDENCIAS
                            ELSE
                                ADD 1 TO WRK-QTD-SELECIONADOS
                                PERFORM 110-GUARDA-LIMITES
                                MOVE HIS-TURMA(1:1) TO SDS-SERIE
                                MOVE HIS-DISCIPLINA TO SDS-DISCIPLINA
                                MOVE HIS-ANO TO SDS-ANO
                                MOVE HIS-MEDIA-FINAL
                                    TO SDS-MEDIA-FINAL
                                MOVE HIS-RESULTADO TO SDS-RESULTADO
                                MOVE HIS-REC-STATUS TO SDS-REC-STATUS
                                RELEASE SDS-RECORD
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE HISTORICO-FILE.

       110-GUARDA-LIMITES.
            IF HIS-ANO < WRK-ANO-MENOR-SEL
                MOVE HIS-ANO TO WRK-ANO-MENOR-SEL
            END-IF.
            IF HIS-ANO > WRK-ANO-MAIOR-SEL
                MOVE HIS-ANO TO WRK-ANO-MAIOR-SEL
            END-IF.

       200-IMPRIME-DESEMPENHO.
            PERFORM 050-IMPRIME-CABECALHO.
            MOVE "N" TO WRK-FIM-SORT.
            PERFORM UNTIL WRK-FIM-SORT = "S"
                RETURN SORT-DESEMPENHO
                    AT END
                        MOVE "S" TO WRK-FIM-SORT
                    NOT AT END
                        PERFORM 300-PROCESSA-REGISTRO
                END-RETURN
            END-PERFORM.

            IF WRK-TEM-ANO-ABERTO = "S"
                PERFORM 400-FECHA-ANO
            END-IF.

            IF WRK-QTD-SELECIONADOS = 0
                MOVE SPACES TO EVOLUCAO-LINHA
                WRITE EVOLUCAO-LINHA
                MOVE "NENHUMA LINHA DO HISTORICO NO PERIODO INFORMADO"
                    TO EVOLUCAO-LINHA
                WRITE EVOLUCAO-LINHA
            END-IF.

       300-PROCESSA-REGISTRO.
            IF WRK-TEM-GRUPO-ABERTO = "N"
               OR SDS-SERIE NOT = WRK-SERIE-ANTERIOR
               OR SDS-DISCIPLINA NOT = WRK-DISC-ANTERIOR
                IF WRK-TEM-ANO-ABERTO = "S"
                    PERFORM 400-FECHA-ANO
                END-IF
                PERFORM 350-ABRE-GRUPO
            ELSE
                IF SDS-ANO NOT = WRK-ANO-ANTERIOR
                    PERFORM 400-FECHA-ANO
                END-IF
            END-IF.

            IF WRK-TEM-ANO-ABERTO = "N"
                MOVE SDS-ANO TO WRK-ANO-ANTERIOR
                MOVE ZERO TO WRK-ANO-ALUNOS
                MOVE ZERO TO WRK-ANO-APROVADOS
                MOVE ZERO TO WRK-ANO-RECUPERACAO
                MOVE ZERO TO WRK-ANO-REPROVADOS
                MOVE ZERO TO WRK-ANO-SOMA-MEDIAS
                MOVE "S" TO WRK-TEM-ANO-ABERTO
            END-IF.

            ADD 1 TO WRK-ANO-ALUNOS.
            ADD SDS-MEDIA-FINAL TO WRK-ANO-SOMA-MEDIAS.
            IF SDS-RESULTADO = "APROVADO"
                ADD 1 TO WRK-ANO-APROVADOS
            END-IF.
            IF SDS-RESULTADO = "REPROVADO"
               OR SDS-RESULTADO = "REPR-FALTA"
                ADD 1 TO WRK-ANO-REPROVADOS
            END-IF.
            IF SDS-REC-STATUS = "S"
                ADD 1 TO WRK-ANO-RECUPERACAO
            END-IF.

       350-ABRE-GRUPO.
            MOVE SDS-SERIE TO WRK-SERIE-ANTERIOR.
            MOVE SDS-DISCIPLINA TO WRK-DISC-ANTERIOR.
            MOVE "S" TO WRK-TEM-GRUPO-ABERTO.
            MOVE "N" TO WRK-TEM-ANTERIOR.

            MOVE SDS-SERIE TO GRP-SERIE.
            MOVE SDS-DISCIPLINA TO GRP-DISCIPLINA.
            PERFORM 930-BUSCA-NOME-DISC.
            MOVE SPACES TO EVOLUCAO-LINHA.
            WRITE EVOLUCAO-LINHA.
            MOVE WRK-CAB-GRUPO TO EVOLUCAO-LINHA.
            WRITE EVOLUCAO-LINHA.
            MOVE WRK-CAB-COLUNAS TO EVOLUCAO-LINHA.
            WRITE EVOLUCAO-LINHA.

       400-FECHA-ANO.
      *    A variacao e contra o ano anterior presente no historico
      *    para a mesma serie e disciplina.
            COMPUTE WRK-MEDIA-ANO ROUNDED =
                WRK-ANO-SOMA-MEDIAS / WRK-ANO-ALUNOS.
            COMPUTE WRK-PCT-APROV ROUNDED =
                WRK-ANO-APROVADOS * 100 / WRK-ANO-ALUNOS.
            COMPUTE WRK-PCT-REC ROUNDED =
                WRK-ANO-RECUPERACAO * 100 / WRK-ANO-ALUNOS.
            COMPUTE WRK-PCT-REPROV ROUNDED =
                WRK-ANO-REPROVADOS * 100 / WRK-ANO-ALUNOS.

            MOVE WRK-ANO-ANTERIOR TO LAN-ANO.
            MOVE WRK-ANO-ALUNOS TO LAN-ALUNOS.
            MOVE WRK-MEDIA-ANO TO LAN-MEDIA.
            MOVE WRK-PCT-APROV TO LAN-APROV.
            MOVE WRK-PCT-REC TO LAN-REC.
            MOVE WRK-PCT-REPROV TO LAN-REPROV.
            MOVE SPACES TO LAN-ALERTA.

            IF WRK-TEM-ANTERIOR = "S"
                COMPUTE WRK-VAR-APROV =
                    WRK-PCT-APROV - WRK-PCT-APROV-ANTERIOR
                COMPUTE WRK-VAR-MEDIA =
                    WRK-MEDIA-ANO - WRK-MEDIA-ANTERIOR
                MOVE WRK-VAR-APROV TO LAN-VAR-APROV
                MOVE WRK-VAR-MEDIA TO LAN-VAR-MEDIA
                IF WRK-VAR-APROV < 0
                   AND WRK-VAR-APROV * -1 > WRK-TOLERANCIA
                    MOVE "QUEDA" TO LAN-ALERTA
                    PERFORM 410-GUARDA-QUEDA
                END-IF
            ELSE
                MOVE SPACES TO LAN-VAR-APROV-X
                MOVE SPACES TO LAN-VAR-MEDIA-X
            END-IF.

            MOVE WRK-LIN-ANO TO EVOLUCAO-LINHA.
            WRITE EVOLUCAO-LINHA.
            ADD 1 TO WRK-QTD-LINHAS.

            MOVE WRK-PCT-APROV TO WRK-PCT-APROV-ANTERIOR.
            MOVE WRK-MEDIA-ANO TO WRK-MEDIA-ANTERIOR.
            MOVE "S" TO WRK-TEM-ANTERIOR.
            MOVE "N" TO WRK-TEM-ANO-ABERTO.

       410-GUARDA-QUEDA.
            ADD 1 TO WRK-QTD-QUEDAS.
            IF WRK-QTD-QUEDAS NOT > WRK-MAX-QUEDAS
                MOVE WRK-SERIE-ANTERIOR
                    TO WRK-QUE-SERIE(WRK-QTD-QUEDAS)
                MOVE WRK-DISC-ANTERIOR
                    TO WRK-QUE-DISCIPLINA(WRK-QTD-QUEDAS)
                MOVE WRK-ANO-ANTERIOR TO WRK-QUE-ANO(WRK-QTD-QUEDAS)
                MOVE WRK-VAR-APROV
                    TO WRK-QUE-VAR-APROV(WRK-QTD-QUEDAS)
            END-IF.

       450-IMPRIME-QUEDAS.
            MOVE SPACES TO EVOLUCAO-LINHA.
            WRITE EVOLUCAO-LINHA.
            MOVE WRK-LIN-TRACO TO EVOLUCAO-LINHA.
            WRITE EVOLUCAO-LINHA.
            MOVE WRK-CAB-QUEDAS TO EVOLUCAO-LINHA.
            WRITE EVOLUCAO-LINHA.
            MOVE WRK-LIN-TRACO TO EVOLUCAO-LINHA.
            WRITE EVOLUCAO-LINHA.

            IF WRK-QTD-QUEDAS = 0
                MOVE "NENHUMA" TO EVOLUCAO-LINHA
                WRITE EVOLUCAO-LINHA
            END-IF.

            PERFORM VARYING WRK-QUE-I FROM 1 BY 1
                    UNTIL WRK-QUE-I > WRK-QTD-QUEDAS
                       OR WRK-QUE-I > WRK-MAX-QUEDAS
                MOVE WRK-QUE-SERIE(WRK-QUE-I) TO LQU-SERIE
                MOVE WRK-QUE-DISCIPLINA(WRK-QUE-I) TO LQU-DISCIPLINA
                MOVE WRK-QUE-ANO(WRK-QUE-I) TO LQU-ANO
                MOVE WRK-QUE-VAR-APROV(WRK-QUE-I) TO LQU-VAR-APROV
                MOVE WRK-LIN-QUEDA TO EVOLUCAO-LINHA
                WRITE EVOLUCAO-LINHA
            END-PERFORM.

       500-SELECIONA-COORTE.
      *    Um registro por aluno X ano (a turma regular); o ano
      *    seguinte ao final entra so para saber o destino da coorte.
            OPEN INPUT HISTORICO-FILE.
            MOVE "N" TO WRK-EOF.
            PERFORM UNTIL WRK-EOF = "S"
                READ HISTORICO-FILE
                    AT END
                        MOVE "S" TO WRK-EOF
                    NOT AT END
                        IF HIS-ANO NOT < WRK-ANO-INICIAL
                           AND HIS-ANO NOT > WRK-ANO-FINAL + 1
                           AND HIS-DEPENDENCIA NOT = "S"
                            PERFORM 510-LIBERA-ALUNO-ANO
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE HISTORICO-FILE.

       510-LIBERA-ALUNO-ANO.
            IF HIS-ANO > WRK-ANO-MAIOR-LIDO
                MOVE HIS-ANO TO WRK-ANO-MAIOR-LIDO
            END-IF.
            MOVE HIS-ANO TO WRK-CHAVE-ANO-ID(1:4).
            MOVE HIS-ID TO WRK-CHAVE-ANO-ID(5:6).
            IF WRK-CHAVE-ANO-ID NOT = WRK-ULTIMO-ANO-ID
                MOVE WRK-CHAVE-ANO-ID TO WRK-ULTIMO-ANO-ID
                MOVE HIS-ID TO SDC-ID
                MOVE HIS-ANO TO SDC-ANO
                MOVE HIS-TURMA TO SDC-TURMA
                RELEASE SDC-RECORD
            END-IF.

       600-APURA-COORTE.
            MOVE "N" TO WRK-FIM-SORT.
            MOVE SPACES TO WRK-COR-ID-ANTERIOR.
            PERFORM UNTIL WRK-FIM-SORT = "S"
                RETURN SORT-COORTE
                    AT END
                        MOVE "S" TO WRK-FIM-SORT
                    NOT AT END
                        PERFORM 610-PROCESSA-COORTE
                END-RETURN
            END-PERFORM.

            IF WRK-COR-ID-ANTERIOR NOT = SPACES
                PERFORM 630-ALUNO-SEM-SEGUINTE
            END-IF.

       610-PROCESSA-COORTE.
            IF WRK-COR-ID-ANTERIOR NOT = SPACES
                IF SDC-ID NOT = WRK-COR-ID-ANTERIOR
                    PERFORM 630-ALUNO-SEM-SEGUINTE
                ELSE
                    IF SDC-ANO = WRK-COR-ANO-ANTERIOR + 1
                        PERFORM 620-COMPARA-SERIE
                    ELSE
                        MOVE "S" TO WRK-COR-DESTINO
                    END-IF
                    PERFORM 650-ACUMULA-COORTE
                END-IF
            END-IF.

            MOVE SDC-ID TO WRK-COR-ID-ANTERIOR.
            MOVE SDC-ANO TO WRK-COR-ANO-ANTERIOR.
            MOVE SDC-TURMA TO WRK-COR-TURMA-ANTERIOR.

       620-COMPARA-SERIE.
      *    Serie numerica maior = promovido; mesma serie = retido.
      *    Turma sem serie numerica compara o codigo inteiro.
            IF SDC-TURMA(1:1) IS NUMERIC
               AND WRK-COR-TURMA-ANTERIOR(1:1) IS NUMERIC
                IF SDC-TURMA(1:1) > WRK-COR-TURMA-ANTERIOR(1:1)
                    MOVE "P" TO WRK-COR-DESTINO
                ELSE
                    MOVE "R" TO WRK-COR-DESTINO
                END-IF
            ELSE
                IF SDC-TURMA = WRK-COR-TURMA-ANTERIOR
                    MOVE "R" TO WRK-COR-DESTINO
                ELSE
                    MOVE "P" TO WRK-COR-DESTINO
                END-IF
            END-IF.

       630-ALUNO-SEM-SEGUINTE.
      *    Ultimo ano do aluno no historico: saiu da escola se o ano
      *    seguinte ja foi encerrado, senao o destino ainda nao e
      *    conhecido.
            IF WRK-COR-ANO-ANTERIOR < WRK-ANO-MAIOR-LIDO
                MOVE "S" TO WRK-COR-DESTINO
            ELSE
                MOVE "?" TO WRK-COR-DESTINO
            END-IF.
            PERFORM 650-ACUMULA-COORTE.

       650-ACUMULA-COORTE.
      *    Acumula o destino no par ano X turma do registro anterior,
      *    em tabela mantida em ordem de ano e turma.
            IF WRK-COR-ANO-ANTERIOR NOT > WRK-ANO-FINAL
                MOVE WRK-COR-ANO-ANTERIOR TO WRK-COR-CHAVE(1:4)
                MOVE WRK-COR-TURMA-ANTERIOR TO WRK-COR-CHAVE(5:4)
                PERFORM 660-LOCALIZA-COORTE
                IF WRK-COR-I > 0
                    PERFORM 670-CONTA-DESTINO
                END-IF
            END-IF.

       660-LOCALIZA-COORTE.
            PERFORM VARYING WRK-COR-I FROM 1 BY 1
                    UNTIL WRK-COR-I > WRK-COR-QTD
                       OR WRK-COR-ANO-TURMA(WRK-COR-I)
                          NOT < WRK-COR-CHAVE
                CONTINUE
            END-PERFORM.

            IF WRK-COR-I > WRK-COR-QTD
               OR WRK-COR-ANO-TURMA(WRK-COR-I) NOT = WRK-COR-CHAVE
                IF WRK-COR-QTD NOT < WRK-MAX-COORTES
                    ADD 1 TO WRK-QTD-COORTES-EXCEDENTES
                    MOVE ZERO TO WRK-COR-I
                ELSE
                    PERFORM VARYING WRK-COR-J FROM WRK-COR-QTD BY -1
                            UNTIL WRK-COR-J < WRK-COR-I
                        COMPUTE WRK-COR-K = WRK-COR-J + 1
                        MOVE WRK-COR-ENTRADA(WRK-COR-J)
                            TO WRK-COR-ENTRADA(WRK-COR-K)
                    END-PERFORM
                    INITIALIZE WRK-COR-ENTRADA(WRK-COR-I)
                    MOVE WRK-COR-CHAVE TO WRK-COR-ANO-TURMA(WRK-COR-I)
                    ADD 1 TO WRK-COR-QTD
                END-IF
            END-IF.

       670-CONTA-DESTINO.
            ADD 1 TO WRK-COR-ALUNOS(WRK-COR-I).
            EVALUATE WRK-COR-DESTINO
                WHEN "P"
                    ADD 1 TO WRK-COR-PROMOVIDOS(WRK-COR-I)
                WHEN "R"
                    ADD 1 TO WRK-COR-RETIDOS(WRK-COR-I)
                WHEN "S"
                    ADD 1 TO WRK-COR-SAIRAM(WRK-COR-I)
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

       700-IMPRIME-COORTES.
            MOVE SPACES TO EVOLUCAO-LINHA.
            WRITE EVOLUCAO-LINHA.
            MOVE WRK-LIN-TRACO TO EVOLUCAO-LINHA.
            WRITE EVOLUCAO-LINHA.
            MOVE WRK-CAB-SECAO-2 TO EVOLUCAO-LINHA.
            WRITE EVOLUCAO-LINHA.
            MOVE WRK-LIN-TRACO TO EVOLUCAO-LINHA.
            WRITE EVOLUCAO-LINHA.
            MOVE WRK-CAB-COL-COORTE TO EVOLUCAO-LINHA.
            WRITE EVOLUCAO-LINHA.

            IF WRK-COR-QTD = 0
                MOVE "NENHUMA TURMA NO PERIODO INFORMADO"
                    TO EVOLUCAO-LINHA
                WRITE EVOLUCAO-LINHA
            END-IF.

            PERFORM VARYING WRK-COR-I FROM 1 BY 1
                    UNTIL WRK-COR-I > WRK-COR-QTD
                MOVE WRK-COR-ANO(WRK-COR-I) TO LCO-ANO
                MOVE WRK-COR-TURMA(WRK-COR-I) TO LCO-TURMA
                MOVE WRK-COR-ALUNOS(WRK-COR-I) TO LCO-ALUNOS
                MOVE WRK-COR-PROMOVIDOS(WRK-COR-I) TO LCO-PROMOVIDOS
                MOVE WRK-COR-RETIDOS(WRK-COR-I) TO LCO-RETIDOS
                MOVE WRK-COR-SAIRAM(WRK-COR-I) TO LCO-SAIRAM
                MOVE SPACES TO LCO-OBSERVACAO
                IF WRK-COR-ANO(WRK-COR-I) < WRK-ANO-MAIOR-LIDO
                    COMPUTE WRK-PCT-PROMOVIDOS ROUNDED =
                        WRK-COR-PROMOVIDOS(WRK-COR-I) * 100
                        / WRK-COR-ALUNOS(WRK-COR-I)
                    MOVE WRK-PCT-PROMOVIDOS TO LCO-PCT-PROMOV
                ELSE
                    MOVE SPACES TO LCO-PCT-PROMOV-X
                    MOVE "ANO SEGUINTE NAO ENCERR." TO LCO-OBSERVACAO
                END-IF
                MOVE WRK-LIN-COORTE TO EVOLUCAO-LINHA
                WRITE EVOLUCAO-LINHA
            END-PERFORM.

       800-LE-PARAMETROS.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

            DISPLAY "Ano letivo inicial (AAAA ou vazio = primeiro do"
                " historico) : ".
            MOVE "N" TO WRK-VALIDO.
            PERFORM UNTIL WRK-VALIDO = "S"
                ACCEPT WRK-ANO-ENTRADA
                IF WRK-ANO-ENTRADA = SPACES
                    MOVE ZERO TO WRK-ANO-INICIAL
                    MOVE "S" TO WRK-VALIDO
                ELSE
                    IF WRK-ANO-ENTRADA IS NUMERIC
                        MOVE WRK-ANO-ENTRADA TO WRK-ANO-INICIAL
                        MOVE "S" TO WRK-VALIDO
                    ELSE
                        DISPLAY
                            "Valor nao numerico - digite novamente : "
                    END-IF
                END-IF
            END-PERFORM.

            DISPLAY "Ano letivo final (AAAA ou vazio = ultimo do"
                " historico) : ".
            MOVE "N" TO WRK-VALIDO.
            PERFORM UNTIL WRK-VALIDO = "S"
                ACCEPT WRK-ANO-ENTRADA
                IF WRK-ANO-ENTRADA = SPACES
                    MOVE 9998 TO WRK-ANO-FINAL
                    MOVE "S" TO WRK-VALIDO
                ELSE
                    IF WRK-ANO-ENTRADA IS NUMERIC
                        MOVE WRK-ANO-ENTRADA TO WRK-ANO-FINAL
                        IF WRK-ANO-FINAL < WRK-ANO-INICIAL
                            DISPLAY "Ano final anterior ao inicial -"
                                " digite novamente : "
                        ELSE
                            MOVE "S" TO WRK-VALIDO
                        END-IF
                    ELSE
                        DISPLAY
                            "Valor nao numerico - digite novamente : "
                    END-IF
                END-IF
            END-PERFORM.

            DISPLAY "Tolerancia de queda da aprovacao em pontos"
                " (1-99 ou vazio = 10) : ".
            MOVE "N" TO WRK-VALIDO.
            PERFORM UNTIL WRK-VALIDO = "S"
                ACCEPT WRK-TOL-ENTRADA
                IF WRK-TOL-ENTRADA = SPACES
                    MOVE WRK-TOLERANCIA-PADRAO TO WRK-TOLERANCIA
                    MOVE "S" TO WRK-VALIDO
                ELSE
                    IF WRK-TOL-ENTRADA(2:1) = SPACE
                        MOVE WRK-TOL-ENTRADA(1:1)
                            TO WRK-TOL-ENTRADA(2:1)
                        MOVE "0" TO WRK-TOL-ENTRADA(1:1)
                    END-IF
                    IF WRK-TOL-ENTRADA IS NUMERIC
                       AND WRK-TOL-ENTRADA NOT = "00"
                        MOVE WRK-TOL-ENTRADA TO WRK-TOLERANCIA
                        MOVE "S" TO WRK-VALIDO
                    ELSE
                        DISPLAY "Valor invalido - digite de 1 a 99 : "
                    END-IF
                END-IF
            END-PERFORM.

       905-CARREGA-CADASTRO.
            OPEN INPUT CADASTRO-FILE.

            IF WRK-FS-CADASTRO = "35"
                DISPLAY "CADASTRO-TD.DAT nao encontrado - relatorio"
                    " sai sem o nome das disciplinas."
            ELSE
                MOVE "S" TO WRK-CADASTRO-EXISTE
                PERFORM UNTIL WRK-FIM-CADASTRO = "S"
                    READ CADASTRO-FILE
                        AT END
                            MOVE "S" TO WRK-FIM-CADASTRO
                        NOT AT END
                            IF CAD-TIPO = "T"
                               AND WRK-TUR-QTD < 100
                                ADD 1 TO WRK-TUR-QTD
                                MOVE CAD-CODIGO
                                    TO WRK-TUR-CODIGO(WRK-TUR-QTD)
                                MOVE CAD-DESCRICAO
                                    TO WRK-TUR-NOME(WRK-TUR-QTD)
                            END-IF
                            IF CAD-TIPO = "D"
                               AND WRK-DIS-QTD < 100
                                ADD 1 TO WRK-DIS-QTD
                                MOVE CAD-CODIGO
                                    TO WRK-DIS-CODIGO(WRK-DIS-QTD)
                                MOVE CAD-DESCRICAO
                                    TO WRK-DIS-NOME(WRK-DIS-QTD)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CADASTRO-FILE
            END-IF.

       930-BUSCA-NOME-DISC.
            MOVE SPACES TO GRP-DISC-NOME.

            IF WRK-CADASTRO-EXISTE = "S"
               AND WRK-DIS-QTD > 0
                SET WRK-DIS-IDX TO 1
                SEARCH WRK-DIS-TAB
                    AT END
                        CONTINUE
                    WHEN WRK-DIS-CODIGO(WRK-DIS-IDX)
                         = WRK-DISC-ANTERIOR
                        MOVE WRK-DIS-NOME(WRK-DIS-IDX)
                            TO GRP-DISC-NOME
                END-SEARCH
            END-IF.

       940-JOBLOG-INICIO.
            MOVE "EvolucaoHistorico" TO JLP-PROGRAMA.
            MOVE "I" TO JLP-TIPO.
            MOVE SPACE TO JLP-STATUS.
            MOVE ZERO TO JLP-QTD-LIDOS.
            MOVE ZERO TO JLP-QTD-GRAVADOS.
            MOVE ZERO TO JLP-QTD-REJEITADOS.
            CALL "GravaJobLog" USING JOB-LOG-PARM END-CALL.

       950-JOBLOG-FIM.
            MOVE "F" TO JLP-TIPO.
            MOVE "S" TO JLP-STATUS.
            MOVE WRK-QTD-LIDOS TO JLP-QTD-LIDOS.
            MOVE WRK-QTD-LINHAS TO JLP-QTD-GRAVADOS.
            MOVE WRK-QTD-DEPENDENCIAS TO JLP-QTD-REJEITADOS.
            CALL "GravaJobLog" USING JOB-LOG-PARM END-CALL.

       END PROGRAM EvolucaoHistorico.
