      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conselho de classe roster - grades the STUDENT-MASTER
      *          the same way the EncerramentoAno pre-validation does
      *          and lists, per turma, the students the year-end
      *          closing would hold back as REPROVADO with at most N
      *          disciplinas reprovadas (N informed at run time,
      *          default 2). Every disciplina of the student is
      *          printed with Media, media final, faltas, frequencia
      *          and resultado, together with the decision already
      *          recorded on CONSELHO.DAT for the ano letivo, if any.
      *          Printed to CONSELHO.REL for the council meeting; the
      *          decisions themselves are keyed in ConselhoManutencao.
      *          A disciplina cursada em dependencia is listed under
      *          the student's current turma and marked DEPENDENCIA;
      *          it counts as a reprovada like any other. Students
      *          with up to two regular reprovadas would otherwise
      *          close as PROM-DEP - an "A" decision waives the
      *          dependencias. Students cancelled or transferred on
      *          ALUNO.DAT stay off the roster, as in the grading
      *          batch. A blank ano letivo means the one on
      *          PERIODO.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConselhoLista.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER ASSIGN TO "STUDENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STU-CHAVE
               FILE STATUS IS WRK-FS-STUDENT.
           SELECT WEIGHT-MASTER ASSIGN TO "PESOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PESOS.
           SELECT FALTAS-MASTER ASSIGN TO "FALTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAL-CHAVE
               FILE STATUS IS WRK-FS-FALTAS.
           SELECT CONSELHO-FILE ASSIGN TO "CONSELHO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CON-CHAVE
               FILE STATUS IS WRK-FS-CONSELHO.
           SELECT ROSTER-FILE ASSIGN TO "CONSELHO.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ROSTER.
           SELECT ALUNO-MASTER ASSIGN TO "ALUNO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-ID
               FILE STATUS IS WRK-FS-ALUNO.
           SELECT PERIODO-FILE ASSIGN TO "PERIODO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PERIODO.
           SELECT SORT-FILE ASSIGN TO "SORTWORK".

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER.
       COPY STUMAST.

       FD  WEIGHT-MASTER.
       COPY WGHTTBL.

       FD  FALTAS-MASTER.
       COPY FALMAST.

       FD  CONSELHO-FILE.
       COPY CONSDEC.

       FD  ROSTER-FILE.
       01  ROSTER-LINHA                PIC X(80).

       FD  ALUNO-MASTER.
       COPY ALUMAST.

       FD  PERIODO-FILE.
       COPY PERCTL.

       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SRT-TURMA               PIC X(4).
           05  SRT-ID                  PIC X(6).
           05  SRT-DISCIPLINA          PIC X(4).
           05  SRT-DEPENDENCIA         PIC X(1).
           05  SRT-NOME                PIC X(30).
           05  SRT-MEDIA               PIC 9(2)V99.
           05  SRT-MEDIA-FINAL         PIC 9(2)V99.
           05  SRT-FALTAS              PIC 9(4).
           05  SRT-FREQUENCIA          PIC 9(3)V99.
           05  SRT-RESULTADO           PIC X(10).
           05  SRT-QTD-REPROV          PIC 9(2).
           05  SRT-DECISAO             PIC X(1).

       WORKING-STORAGE SECTION.

       COPY WGHTWRK.

       COPY JOBLNK.

       77   WRK-EOF PIC X(1) VALUE "N".
       77   WRK-FIM-SORT PIC X(1) VALUE "N".
       77   WRK-FS-STUDENT PIC X(2) VALUE SPACES.
       77   WRK-FS-PESOS PIC X(2) VALUE SPACES.
       77   WRK-FS-FALTAS PIC X(2) VALUE SPACES.
       77   WRK-FS-CONSELHO PIC X(2) VALUE SPACES.
       77   WRK-FS-ROSTER PIC X(2) VALUE SPACES.
       77   WRK-FS-ALUNO PIC X(2) VALUE SPACES.
       77   WRK-FS-PERIODO PIC X(2) VALUE SPACES.
       77   WRK-ALUNO-CAD-EXISTE PIC X(1) VALUE "N".
       77   WRK-ALUNO-LIDO PIC X(6) VALUE SPACES.
       77   WRK-ALUNO-FORA PIC X(1) VALUE "N".
       77   WRK-QTD-FORA PIC 9(5) VALUE ZERO.
       77   WRK-FALTAS-EXISTE PIC X(1) VALUE "N".
       77   WRK-CONSELHO-EXISTE PIC X(1) VALUE "N".
       77   WRK-FALTAS-TOTAL PIC 9(4) VALUE ZERO.
       77   WRK-FREQUENCIA PIC 9(3)V99 VALUE ZERO.
       78   WRK-FREQUENCIA-MINIMA VALUE 75.
       77   Media PIC 9(2)V99 VALUE ZERO.
       77   WRK-MEDIA-FINAL PIC 9(2)V99 VALUE ZERO.
       77   WRK-RESULTADO PIC X(10) VALUE SPACES.
       77   WRK-ANO-LETIVO PIC 9(4) VALUE ZERO.
       77   WRK-ANO-CORRENTE PIC 9(4) VALUE ZERO.
       77   WRK-ANO-ENTRADA PIC X(4) VALUE SPACES.
       77   WRK-MAX-REPROV PIC 9(1) VALUE 2.
       77   WRK-MAX-ENTRADA PIC X(1) VALUE SPACE.
       77   WRK-VALIDO PIC X(1) VALUE "N".
       77   WRK-DATA-HOJE PIC 9(8) VALUE ZERO.
       77   WRK-BUF-I PIC 9(3) VALUE ZERO.
       77   WRK-QTD-REPROV PIC 9(2) VALUE ZERO.
       77   WRK-DECISAO PIC X(1) VALUE SPACE.
       77   WRK-TURMA-ANTERIOR PIC X(4) VALUE SPACES.
       77   WRK-ID-ANTERIOR PIC X(6) VALUE SPACES.
       77   WRK-TEM-GRUPO-ABERTO PIC X(1) VALUE "N".
       77   WRK-QTD-REGISTROS-LIDOS PIC 9(5) VALUE ZERO.
       77   WRK-QTD-DESCARTADOS PIC 9(5) VALUE ZERO.
       77   WRK-QTD-GRUPO PIC 9(5) VALUE ZERO.
       77   WRK-QTD-TOTAL PIC 9(5) VALUE ZERO.
       77   WRK-QTD-DECIDIDOS PIC 9(5) VALUE ZERO.

       01  WRK-ALUNO-BUFFER.
           05  WRK-BUF-ID              PIC X(6) VALUE SPACES.
           05  WRK-BUF-NOME            PIC X(30) VALUE SPACES.
           05  WRK-BUF-QTD             PIC 9(3) VALUE ZERO.
           05  WRK-BUF-TAB OCCURS 50 TIMES.
               10  BUF-DISCIPLINA        PIC X(4).
               10  BUF-DEPENDENCIA       PIC X(1).
               10  BUF-TURMA             PIC X(4).
               10  BUF-MEDIA             PIC 9(2)V99.
               10  BUF-MEDIA-FINAL       PIC 9(2)V99.
               10  BUF-FALTAS            PIC 9(4).
               10  BUF-FREQUENCIA        PIC 9(3)V99.
               10  BUF-RESULTADO         PIC X(10).

       01  WRK-CAB-RELATORIO.
           05  FILLER                  PIC X(33)
               VALUE "CONSELHO DE CLASSE - ANO LETIVO: ".
           05  CAB-ANO-LETIVO          PIC 9(4).
           05  FILLER                  PIC X(14)
               VALUE "  MAX.REPROV: ".
           05  CAB-MAX-REPROV          PIC 9(1).
           05  FILLER                  PIC X(8) VALUE "  DATA: ".
           05  CAB-DIA                 PIC 9(2).
           05  FILLER                  PIC X(1) VALUE "/".
           05  CAB-MES                 PIC 9(2).
           05  FILLER                  PIC X(1) VALUE "/".
           05  CAB-ANO                 PIC 9(4).
           05  FILLER                  PIC X(10) VALUE SPACES.

       01  WRK-LIN-TRACO.
           05  FILLER                  PIC X(80) VALUE ALL "-".

       01  WRK-LIN-TURMA.
           05  FILLER                  PIC X(7) VALUE "TURMA: ".
           05  GRP-TURMA               PIC X(4).
           05  FILLER                  PIC X(69) VALUE SPACES.

       01  WRK-LIN-ALUNO.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  LAL-ID                  PIC X(6).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  LAL-NOME                PIC X(30).
           05  FILLER                  PIC X(14)
               VALUE "  REPROVADAS: ".
           05  LAL-QTD-REPROV          PIC Z9.
           05  FILLER                  PIC X(12)
               VALUE "  CONSELHO: ".
           05  LAL-DECISAO             PIC X(12).
           05  FILLER                  PIC X(1) VALUE SPACE.

       01  WRK-CAB-COLUNAS.
           05  FILLER                  PIC X(40)
               VALUE "      DISC  MEDIA  M.FINAL  FALTAS   FRE".
           05  FILLER                  PIC X(40)
               VALUE "Q.%  RESULTADO                          ".

       01  WRK-LIN-DETALHE.
           05  FILLER                  PIC X(6) VALUE SPACES.
           05  DET-DISCIPLINA          PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DET-MEDIA               PIC Z9.99.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  DET-MEDIA-FINAL         PIC Z9.99.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  DET-FALTAS              PIC ZZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  DET-FREQUENCIA          PIC ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DET-RESULTADO           PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DET-DEPENDENCIA         PIC X(11).
           05  FILLER                  PIC X(12) VALUE SPACES.

       01  WRK-LIN-QTD-GRUPO.
           05  FILLER                  PIC X(36)
               VALUE "  ALUNOS DA TURMA PARA O CONSELHO : ".
           05  QTD-GRUPO               PIC ZZZZ9.
           05  FILLER                  PIC X(39) VALUE SPACES.

       01  WRK-LIN-QTD-TOTAL.
           05  FILLER                  PIC X(36)
               VALUE "TOTAL DE ALUNOS PARA O CONSELHO   : ".
           05  QTD-TOTAL               PIC ZZZZ9.
           05  FILLER                  PIC X(39) VALUE SPACES.

       PROCEDURE DIVISION.

       000-PRINCIPAL.
            DISPLAY "CONSELHO - DE - CLASSE - LISTA".
            DISPLAY " ".

            PERFORM 800-LE-PARAMETROS.

            PERFORM 940-JOBLOG-INICIO.

            MOVE WRK-DATA-HOJE(7:2) TO CAB-DIA.
            MOVE WRK-DATA-HOJE(5:2) TO CAB-MES.
            MOVE WRK-DATA-HOJE(1:4) TO CAB-ANO.
            MOVE WRK-ANO-LETIVO TO CAB-ANO-LETIVO.
            MOVE WRK-MAX-REPROV TO CAB-MAX-REPROV.

            PERFORM 900-CARREGA-PESOS.

            SORT SORT-FILE
                ON ASCENDING KEY SRT-TURMA SRT-ID SRT-DISCIPLINA
                                 SRT-DEPENDENCIA
                INPUT PROCEDURE IS 100-SELECIONA-ALUNOS
                OUTPUT PROCEDURE IS 200-IMPRIME-LISTA.

            DISPLAY " ".
            DISPLAY "REGISTROS LIDOS             : "
                WRK-QTD-REGISTROS-LIDOS.
            DISPLAY "ALUNOS PARA O CONSELHO      : " WRK-QTD-TOTAL.
            DISPLAY "JA COM DECISAO REGISTRADA   : "
                WRK-QTD-DECIDIDOS.
            DISPLAY "REGS FORA (MATR. CANCELADA) : " WRK-QTD-FORA.
            IF WRK-QTD-DESCARTADOS > 0
                DISPLAY "AVISO: " WRK-QTD-DESCARTADOS " registro(s)"
                    " alem de 50 disciplinas por aluno ficaram fora"
                    " da lista."
            END-IF.
            DISPLAY "Lista gravada em CONSELHO.REL".

            PERFORM 950-JOBLOG-FIM.

            GOBACK.

       100-SELECIONA-ALUNOS.
            OPEN INPUT STUDENT-MASTER.
            IF WRK-FS-STUDENT = "35"
                DISPLAY "STUDENT.DAT nao encontrado !"
                MOVE "S" TO WRK-EOF
            END-IF.

            OPEN INPUT FALTAS-MASTER.
            IF WRK-FS-FALTAS = "35"
                DISPLAY "FALTAS.DAT nao encontrado - frequencia"
                    " assumida em 100%."
                MOVE "N" TO WRK-FALTAS-EXISTE
            ELSE
                MOVE "S" TO WRK-FALTAS-EXISTE
            END-IF.

            OPEN INPUT CONSELHO-FILE.
            IF WRK-FS-CONSELHO = "35"
                DISPLAY "CONSELHO.DAT nao encontrado - nenhuma"
                    " decisao registrada ainda."
                MOVE "N" TO WRK-CONSELHO-EXISTE
            ELSE
                MOVE "S" TO WRK-CONSELHO-EXISTE
            END-IF.

            OPEN INPUT ALUNO-MASTER.
            IF WRK-FS-ALUNO = "35"
                DISPLAY "ALUNO.DAT nao encontrado - nenhuma matricula"
                    " fica fora da lista."
            ELSE
                MOVE "S" TO WRK-ALUNO-CAD-EXISTE
            END-IF.

            PERFORM UNTIL WRK-EOF = "S"
                READ STUDENT-MASTER
                    AT END
                        MOVE "S" TO WRK-EOF
                    NOT AT END
                        ADD 1 TO WRK-QTD-REGISTROS-LIDOS
                        PERFORM 165-BUSCA-ALUNO
                        IF WRK-ALUNO-FORA = "S"
                            ADD 1 TO WRK-QTD-FORA
                        ELSE
                            PERFORM 150-PROCESSA-REGISTRO
                        END-IF
                END-READ
            END-PERFORM.

            IF WRK-BUF-QTD > 0
                PERFORM 160-FECHA-ALUNO
            END-IF.

            IF WRK-FS-STUDENT NOT = "35"
                CLOSE STUDENT-MASTER
            END-IF.
            IF WRK-FALTAS-EXISTE = "S"
                CLOSE FALTAS-MASTER
            END-IF.
            IF WRK-CONSELHO-EXISTE = "S"
                CLOSE CONSELHO-FILE
            END-IF.
            IF WRK-ALUNO-CAD-EXISTE = "S"
                CLOSE ALUNO-MASTER
            END-IF.

       150-PROCESSA-REGISTRO.
            IF STU-ID NOT = WRK-BUF-ID
               AND WRK-BUF-QTD > 0
                PERFORM 160-FECHA-ALUNO
            END-IF.

            MOVE STU-ID TO WRK-BUF-ID.
            MOVE STU-NOME TO WRK-BUF-NOME.

            PERFORM 910-BUSCA-PESO.
            PERFORM 915-BUSCA-FALTAS.

            COMPUTE Media ROUNDED =
                (STU-N1 * WRK-P1-USAR + STU-N2 * WRK-P2-USAR +
                 STU-N3 * WRK-P3-USAR + STU-N4 * WRK-P4-USAR) / 100.

            PERFORM 920-DETERMINA-RESULTADO.

            IF WRK-BUF-QTD < 50
                ADD 1 TO WRK-BUF-QTD
                MOVE STU-DISCIPLINA TO BUF-DISCIPLINA(WRK-BUF-QTD)
                MOVE STU-DEPENDENCIA TO BUF-DEPENDENCIA(WRK-BUF-QTD)
                MOVE STU-TURMA TO BUF-TURMA(WRK-BUF-QTD)
                MOVE Media TO BUF-MEDIA(WRK-BUF-QTD)
                MOVE WRK-MEDIA-FINAL TO BUF-MEDIA-FINAL(WRK-BUF-QTD)
                MOVE WRK-FALTAS-TOTAL TO BUF-FALTAS(WRK-BUF-QTD)
                MOVE WRK-FREQUENCIA TO BUF-FREQUENCIA(WRK-BUF-QTD)
                MOVE WRK-RESULTADO TO BUF-RESULTADO(WRK-BUF-QTD)
            ELSE
                ADD 1 TO WRK-QTD-DESCARTADOS
            END-IF.

       160-FECHA-ALUNO.
      *    Mesma regra do EncerramentoAno: uma disciplina REPROVADO
      *    ou REPR-FALTA reprova o ano. Vao ao conselho os que
      *    reprovaram em no maximo WRK-MAX-REPROV disciplinas.
            MOVE ZERO TO WRK-QTD-REPROV.
            PERFORM VARYING WRK-BUF-I FROM 1 BY 1
                    UNTIL WRK-BUF-I > WRK-BUF-QTD
                IF BUF-RESULTADO(WRK-BUF-I) = "REPROVADO"
                   OR BUF-RESULTADO(WRK-BUF-I) = "REPR-FALTA"
                    ADD 1 TO WRK-QTD-REPROV
                END-IF
            END-PERFORM.

            IF WRK-QTD-REPROV > 0
               AND WRK-QTD-REPROV <= WRK-MAX-REPROV
                PERFORM 170-BUSCA-DECISAO
      *        Turma do aluno eh a das disciplinas regulares.
                MOVE BUF-TURMA(1) TO SRT-TURMA
                PERFORM VARYING WRK-BUF-I FROM WRK-BUF-QTD BY -1
                        UNTIL WRK-BUF-I < 1
                    IF BUF-DEPENDENCIA(WRK-BUF-I) NOT = "S"
                        MOVE BUF-TURMA(WRK-BUF-I) TO SRT-TURMA
                    END-IF
                END-PERFORM
                PERFORM VARYING WRK-BUF-I FROM 1 BY 1
                        UNTIL WRK-BUF-I > WRK-BUF-QTD
                    MOVE WRK-BUF-ID TO SRT-ID
                    MOVE BUF-DISCIPLINA(WRK-BUF-I) TO SRT-DISCIPLINA
                    MOVE BUF-DEPENDENCIA(WRK-BUF-I) TO SRT-DEPENDENCIA
                    MOVE WRK-BUF-NOME TO SRT-NOME
                    MOVE BUF-MEDIA(WRK-BUF-I) TO SRT-MEDIA
                    MOVE BUF-MEDIA-FINAL(WRK-BUF-I)
                        TO SRT-MEDIA-FINAL
                    MOVE BUF-FALTAS(WRK-BUF-I) TO SRT-FALTAS
                    MOVE BUF-FREQUENCIA(WRK-BUF-I) TO SRT-FREQUENCIA
                    MOVE BUF-RESULTADO(WRK-BUF-I) TO SRT-RESULTADO
                    MOVE WRK-QTD-REPROV TO SRT-QTD-REPROV
                    MOVE WRK-DECISAO TO SRT-DECISAO
                    RELEASE SORT-RECORD
                END-PERFORM
            END-IF.

            MOVE ZERO TO WRK-BUF-QTD.
            MOVE SPACES TO WRK-BUF-ID.

       165-BUSCA-ALUNO.
      *    Matricula cancelada ou transferida para outra escola nao
      *    vai ao conselho - mesma regra do AprovadoouNaoBatch. O
      *    cadastro so e lido uma vez por aluno.
            IF STU-ID NOT = WRK-ALUNO-LIDO
                MOVE STU-ID TO WRK-ALUNO-LIDO
                MOVE "N" TO WRK-ALUNO-FORA
                IF WRK-ALUNO-CAD-EXISTE = "S"
                    MOVE STU-ID TO ALU-ID
                    READ ALUNO-MASTER
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            IF ALU-SITUACAO = "C" OR ALU-SITUACAO = "T"
                                MOVE "S" TO WRK-ALUNO-FORA
                            END-IF
                    END-READ
                END-IF
            END-IF.

       170-BUSCA-DECISAO.
            MOVE SPACE TO WRK-DECISAO.

            IF WRK-CONSELHO-EXISTE = "S"
                MOVE WRK-ANO-LETIVO TO CON-ANO
                MOVE WRK-BUF-ID TO CON-ID
                READ CONSELHO-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE CON-DECISAO TO WRK-DECISAO
                END-READ
            END-IF.

       200-IMPRIME-LISTA.
            OPEN OUTPUT ROSTER-FILE.

            MOVE WRK-CAB-RELATORIO TO ROSTER-LINHA.
            WRITE ROSTER-LINHA.
            MOVE WRK-LIN-TRACO TO ROSTER-LINHA.
            WRITE ROSTER-LINHA.

            PERFORM UNTIL WRK-FIM-SORT = "S"
                RETURN SORT-FILE
                    AT END
                        MOVE "S" TO WRK-FIM-SORT
                    NOT AT END
                        PERFORM 300-PROCESSA-REGISTRO
                END-RETURN
            END-PERFORM.

            IF WRK-TEM-GRUPO-ABERTO = "S"
                PERFORM 400-FECHA-GRUPO
            END-IF.

            MOVE WRK-LIN-TRACO TO ROSTER-LINHA.
            WRITE ROSTER-LINHA.
            MOVE WRK-QTD-TOTAL TO QTD-TOTAL.
            MOVE WRK-LIN-QTD-TOTAL TO ROSTER-LINHA.
            WRITE ROSTER-LINHA.

            CLOSE ROSTER-FILE.

       300-PROCESSA-REGISTRO.
            IF SRT-TURMA NOT = WRK-TURMA-ANTERIOR
                IF WRK-TEM-GRUPO-ABERTO = "S"
                    PERFORM 400-FECHA-GRUPO
                END-IF
                MOVE SRT-TURMA TO WRK-TURMA-ANTERIOR
                MOVE SPACES TO WRK-ID-ANTERIOR
                PERFORM 350-ABRE-GRUPO
            END-IF.

            IF SRT-ID NOT = WRK-ID-ANTERIOR
                MOVE SRT-ID TO WRK-ID-ANTERIOR
                PERFORM 360-IMPRIME-ALUNO
            END-IF.

            MOVE SRT-DISCIPLINA TO DET-DISCIPLINA.
            MOVE SRT-MEDIA TO DET-MEDIA.
            MOVE SRT-MEDIA-FINAL TO DET-MEDIA-FINAL.
            MOVE SRT-FALTAS TO DET-FALTAS.
            MOVE SRT-FREQUENCIA TO DET-FREQUENCIA.
            MOVE SRT-RESULTADO TO DET-RESULTADO.
            IF SRT-DEPENDENCIA = "S"
                MOVE "DEPENDENCIA" TO DET-DEPENDENCIA
            ELSE
                MOVE SPACES TO DET-DEPENDENCIA
            END-IF.
            MOVE WRK-LIN-DETALHE TO ROSTER-LINHA.
            WRITE ROSTER-LINHA.

       350-ABRE-GRUPO.
            MOVE SPACES TO ROSTER-LINHA.
            WRITE ROSTER-LINHA.
            MOVE SRT-TURMA TO GRP-TURMA.
            MOVE WRK-LIN-TURMA TO ROSTER-LINHA.
            WRITE ROSTER-LINHA.
            MOVE ZERO TO WRK-QTD-GRUPO.
            MOVE "S" TO WRK-TEM-GRUPO-ABERTO.

       360-IMPRIME-ALUNO.
            MOVE SPACES TO ROSTER-LINHA.
            WRITE ROSTER-LINHA.
            MOVE SRT-ID TO LAL-ID.
            MOVE SRT-NOME TO LAL-NOME.
            MOVE SRT-QTD-REPROV TO LAL-QTD-REPROV.
            EVALUATE SRT-DECISAO
                WHEN "A"
                    MOVE "APROVADO" TO LAL-DECISAO
                    ADD 1 TO WRK-QTD-DECIDIDOS
                WHEN "R"
                    MOVE "REPR.MANTIDA" TO LAL-DECISAO
                    ADD 1 TO WRK-QTD-DECIDIDOS
                WHEN OTHER
                    MOVE "A DECIDIR" TO LAL-DECISAO
            END-EVALUATE.
            MOVE WRK-LIN-ALUNO TO ROSTER-LINHA.
            WRITE ROSTER-LINHA.
            MOVE WRK-CAB-COLUNAS TO ROSTER-LINHA.
            WRITE ROSTER-LINHA.

            ADD 1 TO WRK-QTD-GRUPO.
            ADD 1 TO WRK-QTD-TOTAL.

       400-FECHA-GRUPO.
            MOVE SPACES TO ROSTER-LINHA.
            WRITE ROSTER-LINHA.
            MOVE WRK-QTD-GRUPO TO QTD-GRUPO.
            MOVE WRK-LIN-QTD-GRUPO TO ROSTER-LINHA.
            WRITE ROSTER-LINHA.
            MOVE "N" TO WRK-TEM-GRUPO-ABERTO.

       800-LE-PARAMETROS.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            PERFORM 810-CARREGA-ANO-LETIVO.

            DISPLAY "Ano letivo do conselho (AAAA ou vazio = "
                WRK-ANO-CORRENTE ") : ".
            MOVE "N" TO WRK-VALIDO.
            PERFORM UNTIL WRK-VALIDO = "S"
                ACCEPT WRK-ANO-ENTRADA
                IF WRK-ANO-ENTRADA = SPACES
                    MOVE WRK-ANO-CORRENTE TO WRK-ANO-LETIVO
                    MOVE "S" TO WRK-VALIDO
                ELSE
                    IF WRK-ANO-ENTRADA IS NUMERIC
                        MOVE WRK-ANO-ENTRADA TO WRK-ANO-LETIVO
                        MOVE "S" TO WRK-VALIDO
                    ELSE
                        DISPLAY
                            "Valor nao numerico - digite novamente : "
                    END-IF
                END-IF
            END-PERFORM.

            DISPLAY "Maximo de disciplinas reprovadas (1-9 ou vazio"
                " = 2) : ".
            MOVE "N" TO WRK-VALIDO.
            PERFORM UNTIL WRK-VALIDO = "S"
                ACCEPT WRK-MAX-ENTRADA
                IF WRK-MAX-ENTRADA = SPACE
                    MOVE 2 TO WRK-MAX-REPROV
                    MOVE "S" TO WRK-VALIDO
                ELSE
                    IF WRK-MAX-ENTRADA IS NUMERIC
                       AND WRK-MAX-ENTRADA NOT = "0"
                        MOVE WRK-MAX-ENTRADA TO WRK-MAX-REPROV
                        MOVE "S" TO WRK-VALIDO
                    ELSE
                        DISPLAY "Valor invalido - digite de 1 a 9 : "
                    END-IF
                END-IF
            END-PERFORM.

       810-CARREGA-ANO-LETIVO.
      *    O ano letivo em curso vem do PERIODO.DAT; sem ele vale o
      *    ano corrente.
            MOVE WRK-DATA-HOJE(1:4) TO WRK-ANO-CORRENTE.
            OPEN INPUT PERIODO-FILE.
            IF WRK-FS-PERIODO NOT = "35"
                READ PERIODO-FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        MOVE PER-ANO-LETIVO TO WRK-ANO-CORRENTE
                END-READ
                CLOSE PERIODO-FILE
            END-IF.

       940-JOBLOG-INICIO.
            MOVE "ConselhoLista" TO JLP-PROGRAMA.
            MOVE "I" TO JLP-TIPO.
            MOVE SPACE TO JLP-STATUS.
            MOVE ZERO TO JLP-QTD-LIDOS.
            MOVE ZERO TO JLP-QTD-GRAVADOS.
            MOVE ZERO TO JLP-QTD-REJEITADOS.
            CALL "GravaJobLog" USING JOB-LOG-PARM END-CALL.

       950-JOBLOG-FIM.
            MOVE "F" TO JLP-TIPO.
            MOVE "S" TO JLP-STATUS.
            MOVE WRK-QTD-REGISTROS-LIDOS TO JLP-QTD-LIDOS.
            MOVE WRK-QTD-TOTAL TO JLP-QTD-GRAVADOS.
            MOVE WRK-QTD-DESCARTADOS TO JLP-QTD-REJEITADOS.
            CALL "GravaJobLog" USING JOB-LOG-PARM END-CALL.

       900-CARREGA-PESOS.
            OPEN INPUT WEIGHT-MASTER.

            IF WRK-FS-PESOS NOT = "35"
                PERFORM UNTIL WRK-PESO-QTD NOT < 500
                    READ WEIGHT-MASTER
                        AT END
                            EXIT PERFORM
                        NOT AT END
                            ADD 1 TO WRK-PESO-QTD
                            MOVE WGT-TURMA
                                TO WRK-PESO-TURMA(WRK-PESO-QTD)
                            MOVE WGT-DISCIPLINA
                                TO WRK-PESO-DISCIPLINA(WRK-PESO-QTD)
                            MOVE WGT-P1 TO WRK-PESO-P1(WRK-PESO-QTD)
                            MOVE WGT-P2 TO WRK-PESO-P2(WRK-PESO-QTD)
                            MOVE WGT-P3 TO WRK-PESO-P3(WRK-PESO-QTD)
                            MOVE WGT-P4 TO WRK-PESO-P4(WRK-PESO-QTD)
                    END-READ
                END-PERFORM
                CLOSE WEIGHT-MASTER
            END-IF.

       910-BUSCA-PESO.
            MOVE 20 TO WRK-P1-USAR WRK-P2-USAR WRK-P3-USAR.
            MOVE 40 TO WRK-P4-USAR.

            IF WRK-PESO-QTD > 0
                SET WRK-PESO-IDX TO 1
                SEARCH WRK-PESO-TAB
                    AT END
                        CONTINUE
                    WHEN WRK-PESO-TURMA(WRK-PESO-IDX) = STU-TURMA
                     AND WRK-PESO-DISCIPLINA(WRK-PESO-IDX)
                         = STU-DISCIPLINA
                        MOVE WRK-PESO-P1(WRK-PESO-IDX) TO WRK-P1-USAR
                        MOVE WRK-PESO-P2(WRK-PESO-IDX) TO WRK-P2-USAR
                        MOVE WRK-PESO-P3(WRK-PESO-IDX) TO WRK-P3-USAR
                        MOVE WRK-PESO-P4(WRK-PESO-IDX) TO WRK-P4-USAR
                END-SEARCH
            END-IF.

       915-BUSCA-FALTAS.
      *    Sem registro de faltas (ou sem aulas dadas informadas) a
      *    frequencia fica em 100% - a regra so reprova quando o
      *    escritorio carregou as faltas da disciplina.
      *    Dependencia nao tem faltas proprias - a chave de
      *    FALTAS.DAT pertence a disciplina regular do aluno.
            MOVE 100 TO WRK-FREQUENCIA.
            MOVE ZERO TO WRK-FALTAS-TOTAL.

            IF WRK-FALTAS-EXISTE = "S"
               AND STU-DEPENDENCIA NOT = "S"
                MOVE STU-ID TO FAL-ID
                MOVE STU-DISCIPLINA TO FAL-DISCIPLINA
                READ FALTAS-MASTER
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        COMPUTE WRK-FALTAS-TOTAL =
                            FAL-F1 + FAL-F2 + FAL-F3 + FAL-F4
                        IF FAL-AULAS-DADAS > 0
                            COMPUTE WRK-FREQUENCIA ROUNDED =
                                (FAL-AULAS-DADAS - WRK-FALTAS-TOTAL)
                                * 100 / FAL-AULAS-DADAS
                        END-IF
                END-READ
            END-IF.

       920-DETERMINA-RESULTADO.
            MOVE Media TO WRK-MEDIA-FINAL.

            IF WRK-FREQUENCIA < WRK-FREQUENCIA-MINIMA
                MOVE "REPR-FALTA" TO WRK-RESULTADO
            ELSE
            IF Media >= 7
                MOVE "APROVADO" TO WRK-RESULTADO
            ELSE IF Media >= 5
                IF STU-REC-STATUS = "S"
                    COMPUTE WRK-MEDIA-FINAL ROUNDED =
                        (Media + STU-REC-NOTA) / 2
                    IF WRK-MEDIA-FINAL >= 5
                        MOVE "APROVADO" TO WRK-RESULTADO
                    ELSE
                        MOVE "REPROVADO" TO WRK-RESULTADO
                    END-IF
                ELSE
                    MOVE "PENDENTE" TO WRK-RESULTADO
                END-IF
            ELSE
                MOVE "REPROVADO" TO WRK-RESULTADO
            END-IF
            END-IF
            END-IF.

       END PROGRAM ConselhoLista.
