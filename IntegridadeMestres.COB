      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly referential integrity sweep over the school
      *          masters - each file already checks itself, this run
      *          checks them against one another: STUDENT.DAT,
      *          FALTAS.DAT, PESOS.DAT, CADASTRO-TD.DAT,
      *          CORRECOES-PENDENTES.DAT, PERIODO.DAT and HISTORICO.DAT.
      *          INTEGRIDADE.REL prints one exception class per rule,
      *          each with its own section and count, and a resumo
      *          por regra at the end; a rule whose file is missing is
      *          reported as nao aplicada. The run ends with status
      *          "N" in JOBLOG.DAT when any exception is found (the
      *          count goes in the rejeitados), so a dirty master
      *          stops the daily chain and shows up before it reaches
      *          the boletins. A disciplina em dependencia keeps the
      *          turma where it was failed and is left out of the
      *          "duas turmas no mesmo ano" rule.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IntegridadeMestres.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER ASSIGN TO "STUDENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-CHAVE
               FILE STATUS IS WRK-FS-STUDENT.
           SELECT FALTAS-MASTER ASSIGN TO "FALTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FAL-CHAVE
               FILE STATUS IS WRK-FS-FALTAS.
           SELECT WEIGHT-MASTER ASSIGN TO "PESOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PESOS.
           SELECT CADASTRO-FILE ASSIGN TO "CADASTRO-TD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CADASTRO.
           SELECT PENDENTES-FILE ASSIGN TO "CORRECOES-PENDENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PENDENTES.
           SELECT PERIODO-FILE ASSIGN TO "PERIODO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PERIODO.
           SELECT HISTORICO-FILE ASSIGN TO "HISTORICO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIS-CHAVE
               FILE STATUS IS WRK-FS-HISTORICO.
           SELECT INTEGRIDADE-FILE ASSIGN TO "INTEGRIDADE.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-INTEGRIDADE.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER.
       COPY STUMAST.

       FD  FALTAS-MASTER.
       COPY FALMAST.

       FD  WEIGHT-MASTER.
       COPY WGHTTBL.

       FD  CADASTRO-FILE.
       COPY CADTD.

       FD  PENDENTES-FILE.
       COPY CORPEND.

       FD  PERIODO-FILE.
       COPY PERCTL.

       FD  HISTORICO-FILE.
       COPY HISTMAST.

       FD  INTEGRIDADE-FILE.
       01  INTEGRIDADE-LINHA           PIC X(80).

       WORKING-STORAGE SECTION.

       COPY CADWRK.

       COPY JOBLNK.

       77   WRK-EOF PIC X(1) VALUE "N".
       77   WRK-ABORTADO PIC X(1) VALUE "N".
       77   WRK-FS-STUDENT PIC X(2) VALUE SPACES.
       77   WRK-FS-FALTAS PIC X(2) VALUE SPACES.
       77   WRK-FS-PESOS PIC X(2) VALUE SPACES.
       77   WRK-FS-CADASTRO PIC X(2) VALUE SPACES.
       77   WRK-FS-PENDENTES PIC X(2) VALUE SPACES.
       77   WRK-FS-PERIODO PIC X(2) VALUE SPACES.
       77   WRK-FS-HISTORICO PIC X(2) VALUE SPACES.
       77   WRK-FS-INTEGRIDADE PIC X(2) VALUE SPACES.
       77   WRK-DATA-HOJE PIC 9(8) VALUE ZERO.
       77   WRK-PERIODO-VALIDO PIC X(1) VALUE "N".
       77   WRK-ANO-LETIVO PIC 9(4) VALUE ZERO.
       77   WRK-ANO-PEDIDO PIC 9(4) VALUE ZERO.
       77   WRK-BIM-I PIC 9(1) VALUE ZERO.
       77   WRK-ACHOU-CODIGO PIC X(1) VALUE "N".
       77   WRK-ACHOU-ALUNO PIC X(1) VALUE "N".
       77   WRK-NOTA-MESTRE PIC 9(2)V99 VALUE ZERO.
       77   WRK-ULTIMO-ID PIC X(6) VALUE SPACES.
       77   WRK-BUSCA-TURMA PIC X(4) VALUE SPACES.
       77   WRK-R PIC 9(2) VALUE ZERO.
       77   WRK-REGRA PIC 9(2) VALUE ZERO.
       78   WRK-QTD-REGRAS VALUE 10.
       77   WRK-QTD-LIDOS PIC 9(7) VALUE ZERO.
       77   WRK-QTD-EXCECOES PIC 9(7) VALUE ZERO.

      *    Quebra do historico por ano letivo + aluno.
       77   WRK-HIS-TEM-GRUPO PIC X(1) VALUE "N".
       77   WRK-HIS-ANO PIC 9(4) VALUE ZERO.
       77   WRK-HIS-ID PIC X(6) VALUE SPACES.
       77   WRK-HIS-TURMA-1 PIC X(4) VALUE SPACES.
       77   WRK-HIS-TURMA-2 PIC X(4) VALUE SPACES.
       77   WRK-HIS-DISC-2 PIC X(4) VALUE SPACES.
       77   WRK-HIS-QTD-ANO PIC 9(7) VALUE ZERO.
       77   WRK-HIS-QTD-ANO-ED PIC ZZZZZZ9.

       01  WRK-CHAVE-BUSCA.
           05  WRK-BUSCA-ID            PIC X(6).
           05  WRK-BUSCA-DISC          PIC X(4).
           05  WRK-BUSCA-DEP           PIC X(1).

       01  WRK-DESCRICAO-REGRAS.
           05  FILLER                  PIC X(40)
               VALUE "PERIODO.DAT AUSENTE OU INVALIDO         ".
           05  FILLER                  PIC X(40)
               VALUE "FALTAS SEM ALUNO/DISCIPLINA NO STUDENT  ".
           05  FILLER                  PIC X(40)
               VALUE "ALUNO COM TURMA FORA DO CADASTRO-TD     ".
           05  FILLER                  PIC X(40)
               VALUE "ALUNO COM DISCIPLINA FORA DO CADASTRO-TD".
           05  FILLER                  PIC X(40)
               VALUE "PESOS COM TURMA/DISC. FORA DO CADASTRO  ".
           05  FILLER                  PIC X(40)
               VALUE "CORRECAO SEM ALUNO/DISCIPLINA NO STUDENT".
           05  FILLER                  PIC X(40)
               VALUE "CORRECAO DE ANO LETIVO JA ENCERRADO     ".
           05  FILLER                  PIC X(40)
               VALUE "CORRECAO COM NOTA ANTIGA FORA DO MESTRE ".
           05  FILLER                  PIC X(40)
               VALUE "HISTORICO COM DUAS TURMAS NO MESMO ANO  ".
           05  FILLER                  PIC X(40)
               VALUE "HISTORICO COM ANO LETIVO NAO ENCERRADO  ".
       01  WRK-TABELA-REGRAS REDEFINES WRK-DESCRICAO-REGRAS.
           05  WRK-REGRA-DESC OCCURS 10 TIMES PIC X(40).

       01  WRK-CONTAGEM-REGRAS.
           05  WRK-REGRA-TAB OCCURS 10 TIMES.
               10  RGR-QTD             PIC 9(5).
               10  RGR-APLICADA        PIC X(1).

       01  WRK-LIN-CABECALHO.
           05  FILLER                  PIC X(35)
               VALUE "INTEGRIDADE DOS MESTRES ESCOLARES  ".
           05  FILLER                  PIC X(6) VALUE "DATA: ".
           05  CAB-DATA                PIC 9(8).
           05  FILLER                  PIC X(15)
               VALUE "  ANO LETIVO: ".
           05  CAB-ANO-LETIVO          PIC 9(4).
           05  FILLER                  PIC X(12) VALUE SPACES.

       01  WRK-LIN-TRACO.
           05  FILLER                  PIC X(80) VALUE ALL "-".

       01  WRK-LIN-REGRA.
           05  FILLER                  PIC X(6) VALUE "REGRA ".
           05  RGL-REGRA               PIC 9(2).
           05  FILLER                  PIC X(3) VALUE " - ".
           05  RGL-DESCRICAO           PIC X(40).
           05  FILLER                  PIC X(29) VALUE SPACES.

       01  WRK-LIN-EXCECAO.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  EXC-TEXTO               PIC X(76).

       01  WRK-LIN-NAO-APLICADA.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(37)
               VALUE "REGRA NAO APLICADA - NAO ENCONTRADO: ".
           05  NAP-ARQUIVO             PIC X(24).
           05  FILLER                  PIC X(15) VALUE SPACES.

       01  WRK-LIN-QTD-REGRA.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(24)
               VALUE "EXCECOES DA REGRA     : ".
           05  QRG-QTD                 PIC ZZZZ9.
           05  FILLER                  PIC X(47) VALUE SPACES.

       01  WRK-LIN-RESUMO.
           05  FILLER                  PIC X(6) VALUE "REGRA ".
           05  RES-REGRA               PIC 9(2).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  RES-DESCRICAO           PIC X(40).
           05  FILLER                  PIC X(3) VALUE " : ".
           05  RES-QTD                 PIC ZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  RES-SITUACAO            PIC X(22).

       01  WRK-LIN-TOTAL.
           05  FILLER                  PIC X(24).
           05  TOT-VALOR               PIC ZZZZZZ9.
           05  FILLER                  PIC X(49) VALUE SPACES.

       PROCEDURE DIVISION.

       000-PRINCIPAL.
            DISPLAY "INTEGRIDADE - DOS - MESTRES - ESCOLARES".
            DISPLAY " ".

            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

            PERFORM 940-JOBLOG-INICIO.

            PERFORM VARYING WRK-R FROM 1 BY 1
                    UNTIL WRK-R > WRK-QTD-REGRAS
                MOVE ZERO TO RGR-QTD(WRK-R)
                MOVE "S" TO RGR-APLICADA(WRK-R)
            END-PERFORM.

            OPEN INPUT STUDENT-MASTER.
            IF WRK-FS-STUDENT = "35"
                DISPLAY "STUDENT.DAT nao encontrado !"
                MOVE "S" TO WRK-ABORTADO
                PERFORM 950-JOBLOG-FIM
                GOBACK
            END-IF.
            CLOSE STUDENT-MASTER.

            PERFORM 800-CARREGA-PERIODO.
            PERFORM 810-CARREGA-CADASTRO.

            OPEN OUTPUT INTEGRIDADE-FILE.
            MOVE WRK-DATA-HOJE TO CAB-DATA.
            MOVE WRK-ANO-LETIVO TO CAB-ANO-LETIVO.
            MOVE WRK-LIN-CABECALHO TO INTEGRIDADE-LINHA.
            WRITE INTEGRIDADE-LINHA.
            MOVE WRK-LIN-TRACO TO INTEGRIDADE-LINHA.
            WRITE INTEGRIDADE-LINHA.

            PERFORM 100-REGRA-PERIODO.
            PERFORM 200-REGRA-FALTAS.
            PERFORM 300-REGRA-ALUNO-TURMA.
            PERFORM 350-REGRA-ALUNO-DISCIPLINA.
            PERFORM 400-REGRA-PESOS.
            PERFORM 500-REGRA-CORRECAO-ALUNO.
            PERFORM 550-REGRA-CORRECAO-ANO.
            PERFORM 580-REGRA-CORRECAO-NOTA.
            PERFORM 600-REGRA-HISTORICO-TURMAS.
            PERFORM 650-REGRA-HISTORICO-ANO.

            PERFORM 700-GRAVA-RESUMO.
            CLOSE INTEGRIDADE-FILE.

            DISPLAY " ".
            PERFORM VARYING WRK-R FROM 1 BY 1
                    UNTIL WRK-R > WRK-QTD-REGRAS
                IF RGR-APLICADA(WRK-R) = "S"
                    DISPLAY "REGRA " WRK-R " " WRK-REGRA-DESC(WRK-R)
                        " : " RGR-QTD(WRK-R)
                ELSE
                    DISPLAY "REGRA " WRK-R " " WRK-REGRA-DESC(WRK-R)
                        " : NAO APLICADA"
                END-IF
            END-PERFORM.
            DISPLAY "REGISTROS LIDOS             : " WRK-QTD-LIDOS.
            DISPLAY "TOTAL DE EXCECOES           : " WRK-QTD-EXCECOES.
            DISPLAY "Relatorio gravado em INTEGRIDADE.REL".

            PERFORM 950-JOBLOG-FIM.

            GOBACK.

       100-REGRA-PERIODO.
            MOVE 1 TO WRK-REGRA.
            PERFORM 900-CABECALHO-REGRA.
            IF WRK-PERIODO-VALIDO NOT = "S"
                MOVE SPACES TO EXC-TEXTO
                STRING "PERIODO.DAT AUSENTE OU SEM REGISTRO VALIDO"
                    " - REGRAS 07 E 10 NAO APLICADAS"
                    DELIMITED BY SIZE INTO EXC-TEXTO
                END-STRING
                PERFORM 910-GRAVA-EXCECAO
            END-IF.
            PERFORM 920-FECHA-REGRA.

       200-REGRA-FALTAS.
      *    A chave de FALTAS.DAT pertence a disciplina regular - um
      *    registro sem o aluno X disciplina regular no STUDENT.DAT
      *    sobrou de transferencia ou de virada de ano.
            MOVE 2 TO WRK-REGRA.
            PERFORM 900-CABECALHO-REGRA.
            OPEN INPUT FALTAS-MASTER.
            IF WRK-FS-FALTAS = "35"
                MOVE "FALTAS.DAT" TO NAP-ARQUIVO
                PERFORM 930-REGRA-NAO-APLICADA
            ELSE
                OPEN INPUT STUDENT-MASTER
                MOVE "N" TO WRK-EOF
                PERFORM UNTIL WRK-EOF = "S"
                    READ FALTAS-MASTER
                        AT END
                            MOVE "S" TO WRK-EOF
                        NOT AT END
                            ADD 1 TO WRK-QTD-LIDOS
                            MOVE FAL-ID TO WRK-BUSCA-ID
                            MOVE FAL-DISCIPLINA TO WRK-BUSCA-DISC
                            PERFORM 960-BUSCA-ALUNO
                            IF WRK-ACHOU-ALUNO = "N"
                                MOVE SPACES TO EXC-TEXTO
                                STRING "ALUNO " FAL-ID
                                    " DISCIPLINA " FAL-DISCIPLINA
                                    " - FALTAS SEM MATRICULA NA"
                                    " DISCIPLINA"
                                    DELIMITED BY SIZE INTO EXC-TEXTO
                                END-STRING
                                PERFORM 910-GRAVA-EXCECAO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE STUDENT-MASTER
                CLOSE FALTAS-MASTER
            END-IF.
            PERFORM 920-FECHA-REGRA.

       300-REGRA-ALUNO-TURMA.
      *    Uma excecao por aluno (o mestre traz um registro por
      *    disciplina); a dependencia guarda a turma em que foi
      *    reprovada e fica de fora.
            MOVE 3 TO WRK-REGRA.
            PERFORM 900-CABECALHO-REGRA.
            IF WRK-CADASTRO-EXISTE = "N"
                MOVE "CADASTRO-TD.DAT" TO NAP-ARQUIVO
                PERFORM 930-REGRA-NAO-APLICADA
            ELSE
                MOVE SPACES TO WRK-ULTIMO-ID
                OPEN INPUT STUDENT-MASTER
                MOVE "N" TO WRK-EOF
                PERFORM UNTIL WRK-EOF = "S"
                    READ STUDENT-MASTER NEXT RECORD
                        AT END
                            MOVE "S" TO WRK-EOF
                        NOT AT END
                            ADD 1 TO WRK-QTD-LIDOS
                            IF STU-DEPENDENCIA NOT = "S"
                               AND STU-ID NOT = WRK-ULTIMO-ID
                                PERFORM 310-CONFERE-TURMA
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE STUDENT-MASTER
            END-IF.
            PERFORM 920-FECHA-REGRA.

       310-CONFERE-TURMA.
            MOVE STU-TURMA TO WRK-BUSCA-TURMA.
            PERFORM 970-BUSCA-TURMA.
            IF WRK-ACHOU-CODIGO = "N"
                MOVE STU-ID TO WRK-ULTIMO-ID
                MOVE SPACES TO EXC-TEXTO
                STRING "ALUNO " STU-ID " " STU-NOME
                    " TURMA " STU-TURMA
                    DELIMITED BY SIZE INTO EXC-TEXTO
                END-STRING
                PERFORM 910-GRAVA-EXCECAO
            END-IF.

       350-REGRA-ALUNO-DISCIPLINA.
            MOVE 4 TO WRK-REGRA.
            PERFORM 900-CABECALHO-REGRA.
            IF WRK-CADASTRO-EXISTE = "N"
                MOVE "CADASTRO-TD.DAT" TO NAP-ARQUIVO
                PERFORM 930-REGRA-NAO-APLICADA
            ELSE
                OPEN INPUT STUDENT-MASTER
                MOVE "N" TO WRK-EOF
                PERFORM UNTIL WRK-EOF = "S"
                    READ STUDENT-MASTER NEXT RECORD
                        AT END
                            MOVE "S" TO WRK-EOF
                        NOT AT END
                            ADD 1 TO WRK-QTD-LIDOS
                            PERFORM 360-CONFERE-DISCIPLINA
                    END-READ
                END-PERFORM
                CLOSE STUDENT-MASTER
            END-IF.
            PERFORM 920-FECHA-REGRA.

       360-CONFERE-DISCIPLINA.
            MOVE STU-DISCIPLINA TO WRK-BUSCA-DISC.
            PERFORM 980-BUSCA-DISCIPLINA.
            IF WRK-ACHOU-CODIGO = "N"
                MOVE SPACES TO EXC-TEXTO
                STRING "ALUNO " STU-ID " " STU-NOME
                    " DISCIPLINA " STU-DISCIPLINA
                    DELIMITED BY SIZE INTO EXC-TEXTO
                END-STRING
                IF STU-DEPENDENCIA = "S"
                    MOVE "(DEP)" TO EXC-TEXTO(66:5)
                END-IF
                PERFORM 910-GRAVA-EXCECAO
            END-IF.

       400-REGRA-PESOS.
            MOVE 5 TO WRK-REGRA.
            PERFORM 900-CABECALHO-REGRA.
            IF WRK-CADASTRO-EXISTE = "N"
                MOVE "CADASTRO-TD.DAT" TO NAP-ARQUIVO
                PERFORM 930-REGRA-NAO-APLICADA
            ELSE
                OPEN INPUT WEIGHT-MASTER
                IF WRK-FS-PESOS = "35"
                    MOVE "PESOS.DAT" TO NAP-ARQUIVO
                    PERFORM 930-REGRA-NAO-APLICADA
                ELSE
                    MOVE "N" TO WRK-EOF
                    PERFORM UNTIL WRK-EOF = "S"
                        READ WEIGHT-MASTER
                            AT END
                                MOVE "S" TO WRK-EOF
                            NOT AT END
                                ADD 1 TO WRK-QTD-LIDOS
                                PERFORM 410-CONFERE-PESO
                        END-READ
                    END-PERFORM
                    CLOSE WEIGHT-MASTER
                END-IF
            END-IF.
            PERFORM 920-FECHA-REGRA.

       410-CONFERE-PESO.
            MOVE SPACES TO EXC-TEXTO.
            MOVE WGT-TURMA TO WRK-BUSCA-TURMA.
            PERFORM 970-BUSCA-TURMA.
            IF WRK-ACHOU-CODIGO = "N"
                MOVE "TURMA FORA" TO EXC-TEXTO(36:10)
            END-IF.
            MOVE WGT-DISCIPLINA TO WRK-BUSCA-DISC.
            PERFORM 980-BUSCA-DISCIPLINA.
            IF WRK-ACHOU-CODIGO = "N"
                MOVE "DISCIPLINA FORA" TO EXC-TEXTO(48:15)
            END-IF.
            IF EXC-TEXTO NOT = SPACES
                MOVE "PESOS TURMA " TO EXC-TEXTO(1:12)
                MOVE WGT-TURMA TO EXC-TEXTO(13:4)
                MOVE " DISCIPLINA " TO EXC-TEXTO(17:12)
                MOVE WGT-DISCIPLINA TO EXC-TEXTO(29:4)
                PERFORM 910-GRAVA-EXCECAO
            END-IF.

       500-REGRA-CORRECAO-ALUNO.
            MOVE 6 TO WRK-REGRA.
            PERFORM 900-CABECALHO-REGRA.
            OPEN INPUT PENDENTES-FILE.
            IF WRK-FS-PENDENTES = "35"
                MOVE "CORRECOES-PENDENTES.DAT" TO NAP-ARQUIVO
                PERFORM 930-REGRA-NAO-APLICADA
            ELSE
                OPEN INPUT STUDENT-MASTER
                MOVE "N" TO WRK-EOF
                PERFORM UNTIL WRK-EOF = "S"
                    READ PENDENTES-FILE
                        AT END
                            MOVE "S" TO WRK-EOF
                        NOT AT END
                            ADD 1 TO WRK-QTD-LIDOS
                            MOVE CPD-ALUNO-ID TO WRK-BUSCA-ID
                            MOVE CPD-DISCIPLINA TO WRK-BUSCA-DISC
                            PERFORM 960-BUSCA-ALUNO
                            IF WRK-ACHOU-ALUNO = "N"
                                PERFORM 590-EXCECAO-CORRECAO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE STUDENT-MASTER
                CLOSE PENDENTES-FILE
            END-IF.
            PERFORM 920-FECHA-REGRA.

       550-REGRA-CORRECAO-ANO.
      *    Pedido feito antes do ano letivo corrente aponta para
      *    notas que o EncerramentoAno ja levou ao historico.
            MOVE 7 TO WRK-REGRA.
            PERFORM 900-CABECALHO-REGRA.
            IF WRK-PERIODO-VALIDO NOT = "S"
                MOVE "PERIODO.DAT" TO NAP-ARQUIVO
                PERFORM 930-REGRA-NAO-APLICADA
            ELSE
                OPEN INPUT PENDENTES-FILE
                IF WRK-FS-PENDENTES = "35"
                    MOVE "CORRECOES-PENDENTES.DAT" TO NAP-ARQUIVO
                    PERFORM 930-REGRA-NAO-APLICADA
                ELSE
                    MOVE "N" TO WRK-EOF
                    PERFORM UNTIL WRK-EOF = "S"
                        READ PENDENTES-FILE
                            AT END
                                MOVE "S" TO WRK-EOF
                            NOT AT END
                                MOVE CPD-DATA-PEDIDO(1:4)
                                    TO WRK-ANO-PEDIDO
                                IF WRK-ANO-PEDIDO < WRK-ANO-LETIVO
                                    PERFORM 590-EXCECAO-CORRECAO
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE PENDENTES-FILE
                END-IF
            END-IF.
            PERFORM 920-FECHA-REGRA.

       580-REGRA-CORRECAO-NOTA.
      *    A nota antiga do pedido tem de ser a nota que o mestre
      *    traz hoje no bimestre - se mudou (virada de ano, outra
      *    correcao ja aplicada) a aprovacao gravaria sobre a nota
      *    errada.
            MOVE 8 TO WRK-REGRA.
            PERFORM 900-CABECALHO-REGRA.
            OPEN INPUT PENDENTES-FILE.
            IF WRK-FS-PENDENTES = "35"
                MOVE "CORRECOES-PENDENTES.DAT" TO NAP-ARQUIVO
                PERFORM 930-REGRA-NAO-APLICADA
            ELSE
                OPEN INPUT STUDENT-MASTER
                MOVE "N" TO WRK-EOF
                PERFORM UNTIL WRK-EOF = "S"
                    READ PENDENTES-FILE
                        AT END
                            MOVE "S" TO WRK-EOF
                        NOT AT END
                            MOVE CPD-ALUNO-ID TO WRK-BUSCA-ID
                            MOVE CPD-DISCIPLINA TO WRK-BUSCA-DISC
                            PERFORM 960-BUSCA-ALUNO
                            IF WRK-ACHOU-ALUNO = "S"
                               AND CPD-BIMESTRE >= 1
                               AND CPD-BIMESTRE <= 4
                                PERFORM 585-CONFERE-NOTA
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE STUDENT-MASTER
                CLOSE PENDENTES-FILE
            END-IF.
            PERFORM 920-FECHA-REGRA.

       585-CONFERE-NOTA.
            EVALUATE CPD-BIMESTRE
                WHEN 1
                    MOVE STU-N1 TO WRK-NOTA-MESTRE
                WHEN 2
                    MOVE STU-N2 TO WRK-NOTA-MESTRE
                WHEN 3
                    MOVE STU-N3 TO WRK-NOTA-MESTRE
                WHEN 4
                    MOVE STU-N4 TO WRK-NOTA-MESTRE
            END-EVALUATE.
            IF WRK-NOTA-MESTRE NOT = CPD-NOTA-ANTIGA
                PERFORM 590-EXCECAO-CORRECAO
            END-IF.

       590-EXCECAO-CORRECAO.
            MOVE SPACES TO EXC-TEXTO.
            STRING "PEDIDO " CPD-DATA-PEDIDO " " CPD-HORA-PEDIDO
                " ALUNO " CPD-ALUNO-ID
                " DISCIPLINA " CPD-DISCIPLINA
                " BIM " CPD-BIMESTRE
                " POR " CPD-SOLICITANTE
                DELIMITED BY SIZE INTO EXC-TEXTO
            END-STRING.
            PERFORM 910-GRAVA-EXCECAO.

       600-REGRA-HISTORICO-TURMAS.
      *    HIS-CHAVE comeca por ano + aluno - o arquivo lido em
      *    sequencia traz cada ano de cada aluno agrupado. Linhas de
      *    dependencia levam a turma em que a disciplina foi
      *    reprovada e nao contam.
            MOVE 9 TO WRK-REGRA.
            PERFORM 900-CABECALHO-REGRA.
            OPEN INPUT HISTORICO-FILE.
            IF WRK-FS-HISTORICO = "35"
                MOVE "HISTORICO.DAT" TO NAP-ARQUIVO
                PERFORM 930-REGRA-NAO-APLICADA
            ELSE
                MOVE "N" TO WRK-HIS-TEM-GRUPO
                MOVE "N" TO WRK-EOF
                PERFORM UNTIL WRK-EOF = "S"
                    READ HISTORICO-FILE
                        AT END
                            MOVE "S" TO WRK-EOF
                        NOT AT END
                            ADD 1 TO WRK-QTD-LIDOS
                            IF HIS-DEPENDENCIA NOT = "S"
                                PERFORM 610-ACUMULA-TURMA
                            END-IF
                    END-READ
                END-PERFORM
                PERFORM 620-FECHA-GRUPO
                CLOSE HISTORICO-FILE
            END-IF.
            PERFORM 920-FECHA-REGRA.

       610-ACUMULA-TURMA.
            IF WRK-HIS-TEM-GRUPO = "N"
               OR HIS-ANO NOT = WRK-HIS-ANO
               OR HIS-ID NOT = WRK-HIS-ID
                PERFORM 620-FECHA-GRUPO
                MOVE "S" TO WRK-HIS-TEM-GRUPO
                MOVE HIS-ANO TO WRK-HIS-ANO
                MOVE HIS-ID TO WRK-HIS-ID
                MOVE HIS-TURMA TO WRK-HIS-TURMA-1
                MOVE SPACES TO WRK-HIS-TURMA-2
                MOVE SPACES TO WRK-HIS-DISC-2
            ELSE
                IF HIS-TURMA NOT = WRK-HIS-TURMA-1
                   AND WRK-HIS-TURMA-2 = SPACES
                    MOVE HIS-TURMA TO WRK-HIS-TURMA-2
                    MOVE HIS-DISCIPLINA TO WRK-HIS-DISC-2
                END-IF
            END-IF.

       620-FECHA-GRUPO.
            IF WRK-HIS-TEM-GRUPO = "S"
               AND WRK-HIS-TURMA-2 NOT = SPACES
                MOVE SPACES TO EXC-TEXTO
                STRING "ANO " WRK-HIS-ANO " ALUNO " WRK-HIS-ID
                    " TURMA " WRK-HIS-TURMA-1
                    " E TURMA " WRK-HIS-TURMA-2
                    " (DISCIPLINA " WRK-HIS-DISC-2 ")"
                    DELIMITED BY SIZE INTO EXC-TEXTO
                END-STRING
                PERFORM 910-GRAVA-EXCECAO
            END-IF.
            MOVE "N" TO WRK-HIS-TEM-GRUPO.

       650-REGRA-HISTORICO-ANO.
      *    So o EncerramentoAno grava historico, e sempre do ano que
      *    fecha - ano igual ou posterior ao letivo corrente indica
      *    PERIODO.DAT fora de passo com a virada. Uma excecao por
      *    ano, com o numero de registros.
            MOVE 10 TO WRK-REGRA.
            PERFORM 900-CABECALHO-REGRA.
            IF WRK-PERIODO-VALIDO NOT = "S"
                MOVE "PERIODO.DAT" TO NAP-ARQUIVO
                PERFORM 930-REGRA-NAO-APLICADA
            ELSE
                OPEN INPUT HISTORICO-FILE
                IF WRK-FS-HISTORICO = "35"
                    MOVE "HISTORICO.DAT" TO NAP-ARQUIVO
                    PERFORM 930-REGRA-NAO-APLICADA
                ELSE
                    MOVE ZERO TO WRK-HIS-ANO
                    MOVE ZERO TO WRK-HIS-QTD-ANO
                    MOVE "N" TO WRK-EOF
                    PERFORM UNTIL WRK-EOF = "S"
                        READ HISTORICO-FILE
                            AT END
                                MOVE "S" TO WRK-EOF
                            NOT AT END
                                IF HIS-ANO >= WRK-ANO-LETIVO
                                    PERFORM 660-CONTA-ANO
                                END-IF
                        END-READ
                    END-PERFORM
                    PERFORM 670-FECHA-ANO
                    CLOSE HISTORICO-FILE
                END-IF
            END-IF.
            PERFORM 920-FECHA-REGRA.

       660-CONTA-ANO.
            IF HIS-ANO NOT = WRK-HIS-ANO
                PERFORM 670-FECHA-ANO
                MOVE HIS-ANO TO WRK-HIS-ANO
            END-IF.
            ADD 1 TO WRK-HIS-QTD-ANO.

       670-FECHA-ANO.
            IF WRK-HIS-QTD-ANO > 0
                MOVE WRK-HIS-QTD-ANO TO WRK-HIS-QTD-ANO-ED
                MOVE SPACES TO EXC-TEXTO
                STRING "ANO " WRK-HIS-ANO " COM " WRK-HIS-QTD-ANO-ED
                    " REGISTROS - ANO LETIVO CORRENTE E "
                    WRK-ANO-LETIVO
                    DELIMITED BY SIZE INTO EXC-TEXTO
                END-STRING
                PERFORM 910-GRAVA-EXCECAO
            END-IF.
            MOVE ZERO TO WRK-HIS-QTD-ANO.

       700-GRAVA-RESUMO.
            MOVE WRK-LIN-TRACO TO INTEGRIDADE-LINHA.
            WRITE INTEGRIDADE-LINHA.
            MOVE "RESUMO POR REGRA" TO INTEGRIDADE-LINHA.
            WRITE INTEGRIDADE-LINHA.

            PERFORM VARYING WRK-R FROM 1 BY 1
                    UNTIL WRK-R > WRK-QTD-REGRAS
                MOVE WRK-R TO RES-REGRA
                MOVE WRK-REGRA-DESC(WRK-R) TO RES-DESCRICAO
                MOVE RGR-QTD(WRK-R) TO RES-QTD
                IF RGR-APLICADA(WRK-R) = "S"
                    MOVE SPACES TO RES-SITUACAO
                ELSE
                    MOVE "NAO APLICADA" TO RES-SITUACAO
                END-IF
                MOVE WRK-LIN-RESUMO TO INTEGRIDADE-LINHA
                WRITE INTEGRIDADE-LINHA
            END-PERFORM.

            MOVE WRK-LIN-TRACO TO INTEGRIDADE-LINHA.
            WRITE INTEGRIDADE-LINHA.

            MOVE "REGISTROS LIDOS       : " TO WRK-LIN-TOTAL(1:24).
            MOVE WRK-QTD-LIDOS TO TOT-VALOR.
            MOVE WRK-LIN-TOTAL TO INTEGRIDADE-LINHA.
            WRITE INTEGRIDADE-LINHA.

            MOVE "TOTAL DE EXCECOES     : " TO WRK-LIN-TOTAL(1:24).
            MOVE WRK-QTD-EXCECOES TO TOT-VALOR.
            MOVE WRK-LIN-TOTAL TO INTEGRIDADE-LINHA.
            WRITE INTEGRIDADE-LINHA.

       800-CARREGA-PERIODO.
            MOVE "N" TO WRK-PERIODO-VALIDO.
            OPEN INPUT PERIODO-FILE.
            IF WRK-FS-PERIODO NOT = "35"
                READ PERIODO-FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        ADD 1 TO WRK-QTD-LIDOS
                        IF PER-ANO-LETIVO IS NUMERIC
                           AND PER-ANO-LETIVO > 0
                            MOVE "S" TO WRK-PERIODO-VALIDO
                            MOVE PER-ANO-LETIVO TO WRK-ANO-LETIVO
                            PERFORM VARYING WRK-BIM-I FROM 1 BY 1
                                    UNTIL WRK-BIM-I > 4
                                IF PER-BIM-FECHADO(WRK-BIM-I) NOT = "S"
                                   AND PER-BIM-FECHADO(WRK-BIM-I)
                                       NOT = "N"
                                    MOVE "N" TO WRK-PERIODO-VALIDO
                                END-IF
                            END-PERFORM
                        END-IF
                END-READ
                CLOSE PERIODO-FILE
            END-IF.

       810-CARREGA-CADASTRO.
            OPEN INPUT CADASTRO-FILE.
            IF WRK-FS-CADASTRO NOT = "35"
                MOVE "S" TO WRK-CADASTRO-EXISTE
                MOVE "N" TO WRK-EOF
                PERFORM UNTIL WRK-EOF = "S"
                    READ CADASTRO-FILE
                        AT END
                            MOVE "S" TO WRK-EOF
                        NOT AT END
                            ADD 1 TO WRK-QTD-LIDOS
                            PERFORM 820-GUARDA-CODIGO
                    END-READ
                END-PERFORM
                CLOSE CADASTRO-FILE
            END-IF.

       820-GUARDA-CODIGO.
            IF CAD-TIPO = "T" AND WRK-TUR-QTD < 100
                ADD 1 TO WRK-TUR-QTD
                MOVE CAD-CODIGO TO WRK-TUR-CODIGO(WRK-TUR-QTD)
                MOVE CAD-DESCRICAO TO WRK-TUR-NOME(WRK-TUR-QTD)
            END-IF.
            IF CAD-TIPO = "D" AND WRK-DIS-QTD < 100
                ADD 1 TO WRK-DIS-QTD
                MOVE CAD-CODIGO TO WRK-DIS-CODIGO(WRK-DIS-QTD)
                MOVE CAD-DESCRICAO TO WRK-DIS-NOME(WRK-DIS-QTD)
            END-IF.

       900-CABECALHO-REGRA.
            MOVE SPACES TO INTEGRIDADE-LINHA.
            WRITE INTEGRIDADE-LINHA.
            MOVE WRK-REGRA TO RGL-REGRA.
            MOVE WRK-REGRA-DESC(WRK-REGRA) TO RGL-DESCRICAO.
            MOVE WRK-LIN-REGRA TO INTEGRIDADE-LINHA.
            WRITE INTEGRIDADE-LINHA.

       910-GRAVA-EXCECAO.
            MOVE WRK-LIN-EXCECAO TO INTEGRIDADE-LINHA.
            WRITE INTEGRIDADE-LINHA.
            ADD 1 TO RGR-QTD(WRK-REGRA).
            ADD 1 TO WRK-QTD-EXCECOES.

       920-FECHA-REGRA.
            MOVE RGR-QTD(WRK-REGRA) TO QRG-QTD.
            MOVE WRK-LIN-QTD-REGRA TO INTEGRIDADE-LINHA.
            WRITE INTEGRIDADE-LINHA.

       930-REGRA-NAO-APLICADA.
            MOVE "N" TO RGR-APLICADA(WRK-REGRA).
            MOVE WRK-LIN-NAO-APLICADA TO INTEGRIDADE-LINHA.
            WRITE INTEGRIDADE-LINHA.

       960-BUSCA-ALUNO.
      *    Procura a matricula regular do aluno na disciplina.
            MOVE "N" TO WRK-BUSCA-DEP.
            MOVE WRK-CHAVE-BUSCA TO STU-CHAVE.
            READ STUDENT-MASTER
                INVALID KEY
                    MOVE "N" TO WRK-ACHOU-ALUNO
                NOT INVALID KEY
                    MOVE "S" TO WRK-ACHOU-ALUNO
            END-READ.

       970-BUSCA-TURMA.
            MOVE "N" TO WRK-ACHOU-CODIGO.
            IF WRK-TUR-QTD > 0
                SET WRK-TUR-IDX TO 1
                SEARCH WRK-TUR-TAB
                    AT END
                        CONTINUE
                    WHEN WRK-TUR-CODIGO(WRK-TUR-IDX)
                         = WRK-BUSCA-TURMA
                        MOVE "S" TO WRK-ACHOU-CODIGO
                END-SEARCH
            END-IF.

       980-BUSCA-DISCIPLINA.
            MOVE "N" TO WRK-ACHOU-CODIGO.
            IF WRK-DIS-QTD > 0
                SET WRK-DIS-IDX TO 1
                SEARCH WRK-DIS-TAB
                    AT END
                        CONTINUE
                    WHEN WRK-DIS-CODIGO(WRK-DIS-IDX) = WRK-BUSCA-DISC
                        MOVE "S" TO WRK-ACHOU-CODIGO
                END-SEARCH
            END-IF.

       940-JOBLOG-INICIO.
            MOVE "IntegridadeMestres" TO JLP-PROGRAMA.
            MOVE "I" TO JLP-TIPO.
            MOVE SPACE TO JLP-STATUS.
            MOVE ZERO TO JLP-QTD-LIDOS.
            MOVE ZERO TO JLP-QTD-GRAVADOS.
            MOVE ZERO TO JLP-QTD-REJEITADOS.
            CALL "GravaJobLog" USING JOB-LOG-PARM END-CALL.

       950-JOBLOG-FIM.
            MOVE "F" TO JLP-TIPO.
            IF WRK-ABORTADO = "S" OR WRK-QTD-EXCECOES > 0
                MOVE "N" TO JLP-STATUS
            ELSE
                MOVE "S" TO JLP-STATUS
            END-IF.
            MOVE WRK-QTD-LIDOS TO JLP-QTD-LIDOS.
            MOVE ZERO TO JLP-QTD-GRAVADOS.
            MOVE WRK-QTD-EXCECOES TO JLP-QTD-REJEITADOS.
            CALL "GravaJobLog" USING JOB-LOG-PARM END-CALL.

       END PROGRAM IntegridadeMestres.
