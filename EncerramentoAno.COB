      *          STUDENT-NOVO.DAT: aprovados move to the next turma
      *          (primeiro digito da turma + 1) with notas and
      *          recuperacao reset, reprovados and pendentes keep the
      *          same turma. A reprovado whose conselho de classe
      *          decision on CONSELHO.DAT is "aprovado pelo conselho"
      *          closes the year as APROV-CONS and is promoted; the
      *          notas, Media and per-disciplina resultado go to the
      *          historico exactly as graded. A student with at most
      *          two disciplinas reprovadas and nothing pendente closes
      *          as PROM-DEP (promovido com dependencia) and is
      *          promoted; each failed disciplina is carried into
      *          STUDENT-NOVO.DAT as a dependencia record
      *          (STU-DEPENDENCIA "S", turma where it was failed).
      *          A dependencia approved this year is resolved and not
      *          carried; failing a dependencia again holds the
      *          student back and carries it once more. The operator
      *          renames
      *          STUDENT-NOVO.DAT to STUDENT.DAT after conferring the
      *          totals - the censo escolar (CensoExporta) is run
      *          before the rename, while STUDENT.DAT and FALTAS.DAT
      *          still hold the year just closed. Students cancelled
      *          or transferred on ALUNO.DAT are left out of the
      *          pre-validation, the historico and the new year, as
      *          in the grading batch.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT CRITICA-FILE ASSIGN TO "ENCERRAMENTO-CRITICA.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CRITICA.
           SELECT CONSELHO-FILE ASSIGN TO "CONSELHO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CON-CHAVE
               FILE STATUS IS WRK-FS-CONSELHO.
           SELECT ALUNO-MASTER ASSIGN TO "ALUNO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-ID
               FILE STATUS IS WRK-FS-ALUNO.

       DATA DIVISION.
       FILE SECTION.
           05  NOV-CHAVE.
               10  NOV-ID                PIC X(6).
               10  NOV-DISCIPLINA        PIC X(4).
               10  NOV-DEPENDENCIA       PIC X(1).
           05  NOV-NOME                PIC X(30).
           05  NOV-TURMA               PIC X(4).
           05  NOV-N1                  PIC 9(2)V99.
       FD  CRITICA-FILE.
       01  CRITICA-LINHA               PIC X(80).

       FD  CONSELHO-FILE.
       COPY CONSDEC.

       FD  ALUNO-MASTER.
       COPY ALUMAST.

       WORKING-STORAGE SECTION.

       COPY WGHTWRK.
       77   WRK-PER-I PIC 9(1) VALUE ZERO.
       77   WRK-FS-STATUS PIC X(2) VALUE SPACES.
       77   WRK-FS-CRITICA PIC X(2) VALUE SPACES.
       77   WRK-FS-CONSELHO PIC X(2) VALUE SPACES.
       77   WRK-CONSELHO-EXISTE PIC X(1) VALUE "N".
       77   WRK-QTD-CONSELHO PIC 9(5) VALUE ZERO.
       77   WRK-FS-ALUNO PIC X(2) VALUE SPACES.
       77   WRK-ALUNO-CAD-EXISTE PIC X(1) VALUE "N".
       77   WRK-ALUNO-LIDO PIC X(6) VALUE SPACES.
       77   WRK-ALUNO-FORA PIC X(1) VALUE "N".
       77   WRK-QTD-FORA PIC 9(5) VALUE ZERO.
       78   WRK-MAX-DEPENDENCIAS VALUE 2.
       77   WRK-QTD-REPROV-ALUNO PIC 9(3) VALUE ZERO.
       77   WRK-DEP-REPROVADA PIC X(1) VALUE "N".
       77   WRK-QTD-PROM-DEP PIC 9(5) VALUE ZERO.
       77   WRK-QTD-DEP-REPROV PIC 9(5) VALUE ZERO.
       77   WRK-QTD-DEP-GRAVADAS PIC 9(5) VALUE ZERO.
       77   WRK-QTD-DEP-RESOLVIDAS PIC 9(5) VALUE ZERO.
       77   WRK-ABORTADO PIC X(1) VALUE "N".
       77   WRK-PESO-ACHADO PIC X(1) VALUE "N".
       77   WRK-COMBO-VISTO PIC X(1) VALUE "N".
           05  WRK-BUF-QTD             PIC 9(3) VALUE ZERO.
           05  WRK-BUF-TAB OCCURS 500 TIMES.
               10  BUF-DISCIPLINA        PIC X(4).
               10  BUF-DEPENDENCIA       PIC X(1).
               10  BUF-TURMA             PIC X(4).
               10  BUF-N1                PIC 9(2)V99.
               10  BUF-N2                PIC 9(2)V99.
                MOVE "S" TO WRK-FALTAS-EXISTE
            END-IF.

            OPEN INPUT ALUNO-MASTER.
            IF WRK-FS-ALUNO = "35"
                DISPLAY "ALUNO.DAT nao encontrado - todos os alunos"
                    " do mestre de notas sao encerrados."
            ELSE
                MOVE "S" TO WRK-ALUNO-CAD-EXISTE
            END-IF.

            PERFORM 050-PRE-VALIDA.
            IF WRK-ABORTADO = "S"
                IF WRK-FALTAS-EXISTE = "S"
                    CLOSE FALTAS-MASTER
                END-IF
                IF WRK-ALUNO-CAD-EXISTE = "S"
                    CLOSE ALUNO-MASTER
                END-IF
                PERFORM 950-JOBLOG-FIM
                GOBACK
            END-IF.

            OPEN OUTPUT STUDENT-NOVO.

            OPEN INPUT CONSELHO-FILE.
            IF WRK-FS-CONSELHO = "35"
                DISPLAY "CONSELHO.DAT nao encontrado - nenhuma"
                    " decisao do conselho de classe a aplicar."
                MOVE "N" TO WRK-CONSELHO-EXISTE
            ELSE
                MOVE "S" TO WRK-CONSELHO-EXISTE
            END-IF.

            PERFORM UNTIL WRK-EOF = "S"
                READ STUDENT-MASTER
                    AT END
                        MOVE "S" TO WRK-EOF
                    NOT AT END
                        PERFORM 090-BUSCA-ALUNO
                        IF WRK-ALUNO-FORA = "S"
                            ADD 1 TO WRK-QTD-FORA
                        ELSE
                            PERFORM 100-PROCESSA-REGISTRO
                        END-IF
                END-READ
            END-PERFORM.

            IF WRK-FALTAS-EXISTE = "S"
                CLOSE FALTAS-MASTER
            END-IF.
            IF WRK-CONSELHO-EXISTE = "S"
                CLOSE CONSELHO-FILE
            END-IF.
            IF WRK-ALUNO-CAD-EXISTE = "S"
                CLOSE ALUNO-MASTER
            END-IF.

            DISPLAY " ".
            DISPLAY "ANO LETIVO ENCERRADO        : " WRK-ANO-LETIVO.
            DISPLAY "ALUNOS PROCESSADOS          : " WRK-QTD-ALUNOS.
            DISPLAY "REGISTROS LIDOS             : "
                WRK-QTD-REGISTROS.
            DISPLAY "REGS FORA (MATR. CANCELADA) : " WRK-QTD-FORA.
            DISPLAY "HISTORICO GRAVADO           : "
                WRK-QTD-HISTORICO.
            DISPLAY "APROVADOS NO ANO            : "
                WRK-QTD-PROMOVIDOS.
            DISPLAY "  DOS QUAIS PELO CONSELHO   : "
                WRK-QTD-CONSELHO.
            DISPLAY "  DOS QUAIS COM DEPENDENCIA : "
                WRK-QTD-PROM-DEP.
            DISPLAY "DEPENDENCIAS GRAVADAS       : "
                WRK-QTD-DEP-GRAVADAS.
            DISPLAY "DEPENDENCIAS RESOLVIDAS     : "
                WRK-QTD-DEP-RESOLVIDAS.
            DISPLAY "MANTIDOS NA TURMA (REPROV)  : "
                WRK-QTD-MANTIDOS.
            DISPLAY "  DOS QUAIS POR DEPENDENCIA : "
                WRK-QTD-DEP-REPROV.
            DISPLAY "MANTIDOS NA TURMA (PEND)    : "
                WRK-QTD-PENDENTES.
            IF WRK-QTD-SEM-SERIE > 0
            DISPLAY " ".
            DISPLAY "Novo ano gravado em STUDENT-NOVO.DAT -".
            DISPLAY "confira os totais e renomeie para STUDENT.DAT".
            DISPLAY "Rode o CensoExporta do ano " WRK-ANO-LETIVO
                " antes de renomear.".

            PERFORM 950-JOBLOG-FIM.

                        AT END
                            MOVE "S" TO WRK-EOF
                        NOT AT END
                            PERFORM 090-BUSCA-ALUNO
                            IF WRK-ALUNO-FORA NOT = "S"
                                PERFORM 060-CRITICA-REGISTRO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE STUDENT-MASTER
                    " gravado em HISTORICO.DAT ou STUDENT-NOVO.DAT."
            END-IF.

       090-BUSCA-ALUNO.
      *    Matricula cancelada ou transferida para outra escola nao
      *    e encerrada - nem historico nem novo ano, mesma regra do
      *    AprovadoouNaoBatch. O cadastro so e lido uma vez por aluno.
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

       100-PROCESSA-REGISTRO.
            IF STU-ID NOT = WRK-BUF-ID
               AND WRK-BUF-QTD > 0
            IF WRK-BUF-QTD < 500
                ADD 1 TO WRK-BUF-QTD
                MOVE STU-DISCIPLINA TO BUF-DISCIPLINA(WRK-BUF-QTD)
                MOVE STU-DEPENDENCIA TO BUF-DEPENDENCIA(WRK-BUF-QTD)
                MOVE STU-TURMA TO BUF-TURMA(WRK-BUF-QTD)
                MOVE STU-N1 TO BUF-N1(WRK-BUF-QTD)
                MOVE STU-N2 TO BUF-N2(WRK-BUF-QTD)
            ADD 1 TO WRK-QTD-ALUNOS.

            MOVE "APROVADO" TO WRK-RESULTADO-ANO.
            MOVE ZERO TO WRK-QTD-REPROV-ALUNO.
            MOVE "N" TO WRK-DEP-REPROVADA.
            PERFORM VARYING WRK-BUF-I FROM 1 BY 1
                    UNTIL WRK-BUF-I > WRK-BUF-QTD
                IF BUF-RESULTADO(WRK-BUF-I) = "REPROVADO"
                   OR BUF-RESULTADO(WRK-BUF-I) = "REPR-FALTA"
                    MOVE "REPROVADO" TO WRK-RESULTADO-ANO
                    IF BUF-DEPENDENCIA(WRK-BUF-I) = "S"
                        MOVE "S" TO WRK-DEP-REPROVADA
                    ELSE
                        ADD 1 TO WRK-QTD-REPROV-ALUNO
                    END-IF
                END-IF
            END-PERFORM.
            IF WRK-RESULTADO-ANO NOT = "REPROVADO"
                END-PERFORM
            END-IF.

      *    Progressao parcial: ate WRK-MAX-DEPENDENCIAS disciplinas
      *    regulares reprovadas, nenhuma pendente e nenhuma
      *    dependencia reprovada de novo - o aluno sobe de serie e
      *    leva as reprovadas em dependencia.
            IF WRK-RESULTADO-ANO = "REPROVADO"
               AND WRK-DEP-REPROVADA = "N"
               AND WRK-QTD-REPROV-ALUNO NOT > WRK-MAX-DEPENDENCIAS
                MOVE "PROM-DEP" TO WRK-RESULTADO-ANO
                PERFORM VARYING WRK-BUF-I FROM 1 BY 1
                        UNTIL WRK-BUF-I > WRK-BUF-QTD
                    IF BUF-RESULTADO(WRK-BUF-I) = "PENDENTE"
                        MOVE "REPROVADO" TO WRK-RESULTADO-ANO
                    END-IF
                END-PERFORM
            END-IF.

            IF WRK-RESULTADO-ANO = "REPROVADO"
               OR WRK-RESULTADO-ANO = "PROM-DEP"
                PERFORM 450-BUSCA-CONSELHO
            END-IF.

            PERFORM 500-DEFINE-TURMA-NOVA.

            PERFORM VARYING WRK-BUF-I FROM 1 BY 1
            EVALUATE WRK-RESULTADO-ANO
                WHEN "APROVADO"
                    ADD 1 TO WRK-QTD-PROMOVIDOS
                WHEN "APROV-CONS"
                    ADD 1 TO WRK-QTD-PROMOVIDOS
                    ADD 1 TO WRK-QTD-CONSELHO
                WHEN "PROM-DEP"
                    ADD 1 TO WRK-QTD-PROMOVIDOS
                    ADD 1 TO WRK-QTD-PROM-DEP
                WHEN "REPROVADO"
                    ADD 1 TO WRK-QTD-MANTIDOS
                    IF WRK-DEP-REPROVADA = "S"
                        ADD 1 TO WRK-QTD-DEP-REPROV
                    END-IF
                WHEN OTHER
                    ADD 1 TO WRK-QTD-PENDENTES
            END-EVALUATE.
            MOVE ZERO TO WRK-BUF-QTD.
            MOVE SPACES TO WRK-BUF-ID.

       450-BUSCA-CONSELHO.
      *    Aprovacao pelo conselho de classe muda so o resultado do
      *    ano - notas, Media e resultado por disciplina seguem como
      *    foram apurados. A aprovacao do conselho vale tambem sobre
      *    a promocao com dependencia: nada segue em dependencia.
            IF WRK-CONSELHO-EXISTE = "S"
                MOVE WRK-ANO-LETIVO TO CON-ANO
                MOVE WRK-BUF-ID TO CON-ID
                READ CONSELHO-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF CON-DECISAO = "A"
                            MOVE "APROV-CONS" TO WRK-RESULTADO-ANO
                        END-IF
                END-READ
            END-IF.

       500-DEFINE-TURMA-NOVA.
      *    A serie eh o primeiro digito da turma ("1A" -> "2A") -
      *    aprovados sobem uma serie, reprovados e pendentes repetem.
      *    Turma sem digito inicial nao eh promovida automaticamente.
      *    A turma de referencia eh a das disciplinas regulares - a
      *    dependencia guarda a turma da serie em que foi reprovada.
            MOVE BUF-TURMA(1) TO WRK-TURMA-NOVA.
            PERFORM VARYING WRK-BUF-I FROM WRK-BUF-QTD BY -1
                    UNTIL WRK-BUF-I < 1
                IF BUF-DEPENDENCIA(WRK-BUF-I) NOT = "S"
                    MOVE BUF-TURMA(WRK-BUF-I) TO WRK-TURMA-NOVA
                END-IF
            END-PERFORM.

            IF WRK-RESULTADO-ANO = "APROVADO"
               OR WRK-RESULTADO-ANO = "APROV-CONS"
               OR WRK-RESULTADO-ANO = "PROM-DEP"
                IF WRK-TURMA-NOVA(1:1) IS NUMERIC
                   AND WRK-TURMA-NOVA(1:1) NOT = "9"
                    MOVE WRK-TURMA-NOVA(1:1) TO WRK-SERIE
            MOVE WRK-ANO-LETIVO TO HIS-ANO.
            MOVE WRK-BUF-ID TO HIS-ID.
            MOVE BUF-DISCIPLINA(WRK-BUF-I) TO HIS-DISCIPLINA.
            MOVE BUF-DEPENDENCIA(WRK-BUF-I) TO HIS-DEPENDENCIA.
            MOVE WRK-BUF-NOME TO HIS-NOME.
            MOVE BUF-TURMA(WRK-BUF-I) TO HIS-TURMA.
            MOVE BUF-N1(WRK-BUF-I) TO HIS-N1.
            ADD 1 TO WRK-QTD-HISTORICO.

       700-GRAVA-NOVO-ANO.
      *    Disciplina regular: segue para a turma nova e, se o aluno
      *    foi promovido com dependencia e ela foi reprovada, ganha
      *    tambem o registro de dependencia na turma em que reprovou.
      *    Dependencia: aprovada no ano fica resolvida (so no
      *    historico); caso contrario segue devida no novo ano, salvo
      *    aprovacao pelo conselho.
            MOVE WRK-BUF-ID TO NOV-ID.
            MOVE BUF-DISCIPLINA(WRK-BUF-I) TO NOV-DISCIPLINA.
            MOVE WRK-BUF-NOME TO NOV-NOME.
            MOVE ZERO TO NOV-N1.
            MOVE ZERO TO NOV-N2.
            MOVE ZERO TO NOV-N3.
            MOVE ZERO TO NOV-REC-NOTA.
            MOVE "N" TO NOV-REC-STATUS.

            IF BUF-DEPENDENCIA(WRK-BUF-I) = "S"
                IF BUF-RESULTADO(WRK-BUF-I) = "APROVADO"
                   OR WRK-RESULTADO-ANO = "APROV-CONS"
                    ADD 1 TO WRK-QTD-DEP-RESOLVIDAS
                ELSE
                    PERFORM 710-GRAVA-DEPENDENCIA
                END-IF
            ELSE
                MOVE "N" TO NOV-DEPENDENCIA
                MOVE WRK-TURMA-NOVA TO NOV-TURMA
                WRITE NOVO-RECORD
                    INVALID KEY
                        DISPLAY "Erro ao gravar novo ano para "
                            NOV-ID " / " NOV-DISCIPLINA
                END-WRITE
                IF WRK-RESULTADO-ANO = "PROM-DEP"
                   AND (BUF-RESULTADO(WRK-BUF-I) = "REPROVADO"
                    OR BUF-RESULTADO(WRK-BUF-I) = "REPR-FALTA")
                    PERFORM 710-GRAVA-DEPENDENCIA
                END-IF
            END-IF.

       710-GRAVA-DEPENDENCIA.
            MOVE "S" TO NOV-DEPENDENCIA.
            MOVE BUF-TURMA(WRK-BUF-I) TO NOV-TURMA.

            WRITE NOVO-RECORD
                INVALID KEY
                    DISPLAY "Erro ao gravar dependencia para "
                        NOV-ID " / " NOV-DISCIPLINA
                NOT INVALID KEY
                    ADD 1 TO WRK-QTD-DEP-GRAVADAS
            END-WRITE.

       750-ABRE-NOVO-PERIODO.
      *    Sem registro de faltas (ou sem aulas dadas informadas) a
      *    frequencia fica em 100% - a regra so reprova quando o
      *    escritorio carregou as faltas da disciplina.
      *    Dependencia nao tem faltas proprias - a chave de
      *    FALTAS.DAT pertence a disciplina regular do aluno.
            MOVE 100 TO WRK-FREQUENCIA.

            IF WRK-FALTAS-EXISTE = "S"
               AND STU-DEPENDENCIA NOT = "S"
                MOVE STU-ID TO FAL-ID
                MOVE STU-DISCIPLINA TO FAL-DISCIPLINA
                READ FALTAS-MASTER
