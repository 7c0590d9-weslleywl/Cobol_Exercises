      *          subjects, REPROVADO if failed in any). A student
      *          whose frequencia on FALTAS.DAT is below the legal
      *          75% floor is marked REPR-FALTA regardless of the
      *          Media. Matriculas canceladas ou transferidas para
      *          outra escola no cadastro ALUNO.DAT ficam fora do
      *          lote, e o nome exibido e o do cadastro.
      *          Disciplinas em dependencia (STU-DEPENDENCIA "S") are
      *          graded on their own - notas only, counted apart from
      *          the regular totals - and a dependencia reprovada de
      *          novo holds the student back; up to two regular
      *          disciplinas reprovadas close the year as PROM-DEP,
      *          the same rule EncerramentoAno applies.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT AUDIT-LOG ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITORIA.
           SELECT ALUNO-MASTER ASSIGN TO "ALUNO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-ID
               FILE STATUS IS WRK-FS-ALUNO.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG.
       COPY AUDLOG.

       FD  ALUNO-MASTER.
       COPY ALUMAST.

       WORKING-STORAGE SECTION.

       COPY WGHTWRK.
       77   WRK-QTD-ANO-APROVADOS PIC 9(5) VALUE ZERO.
       77   WRK-QTD-ANO-REPROVADOS PIC 9(5) VALUE ZERO.
       77   WRK-QTD-ANO-PENDENTES PIC 9(5) VALUE ZERO.
       77   WRK-FS-ALUNO PIC X(2) VALUE SPACES.
       77   WRK-ALUNO-CAD-EXISTE PIC X(1) VALUE "N".
       77   WRK-ALUNO-LIDO PIC X(6) VALUE SPACES.
       77   WRK-ALUNO-NOME PIC X(30) VALUE SPACES.
       77   WRK-ALUNO-FORA PIC X(1) VALUE "N".
       77   WRK-QTD-FORA PIC 9(5) VALUE ZERO.
       78   WRK-MAX-DEPENDENCIAS VALUE 2.
       77   WRK-QTD-REPROV-ALUNO PIC 9(3) VALUE ZERO.
       77   WRK-ANO-DEP-REPROV PIC X(1) VALUE "N".
       77   WRK-QTD-DEP-TOTAL PIC 9(5) VALUE ZERO.
       77   WRK-QTD-DEP-RESOLVIDAS PIC 9(5) VALUE ZERO.
       77   WRK-QTD-DEP-REPROVADAS PIC 9(5) VALUE ZERO.
       77   WRK-QTD-ANO-PROM-DEP PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.

                MOVE "S" TO WRK-FALTAS-EXISTE
            END-IF.

            OPEN INPUT ALUNO-MASTER.
            IF WRK-FS-ALUNO = "35"
                DISPLAY "ALUNO.DAT nao encontrado - nome tirado do"
                    " mestre de notas."
            ELSE
                MOVE "S" TO WRK-ALUNO-CAD-EXISTE
            END-IF.

            OPEN INPUT STUDENT-MASTER.
            OPEN EXTEND AUDIT-LOG.
            IF WRK-FS-AUDITORIA = "35"
                    AT END
                        MOVE "S" TO WRK-EOF
                    NOT AT END
                        PERFORM 160-BUSCA-ALUNO
                        IF WRK-ALUNO-FORA = "S"
                            ADD 1 TO WRK-QTD-FORA
                        ELSE
                            PERFORM 100-PROCESSA-ALUNO
                        END-IF
                END-READ
            END-PERFORM.

            IF WRK-FALTAS-EXISTE = "S"
                CLOSE FALTAS-MASTER
            END-IF.
            IF WRK-ALUNO-CAD-EXISTE = "S"
                CLOSE ALUNO-MASTER
            END-IF.

            DISPLAY " ".
            DISPLAY "TOTAL DE REGISTROS (ALUNO X DISCIPLINA) : "
            DISPLAY "TOTAL DE REPROV. POR FALTA  : "
                WRK-QTD-REPROV-FALTA.
            DISPLAY "TOTAL DE PENDENTES (SEM REC): " WRK-QTD-PENDENTES.
            DISPLAY "REGS FORA (MATR. CANCELADA) : " WRK-QTD-FORA.
            DISPLAY " ".
            DISPLAY "DEPENDENCIAS AVALIADAS      : "
                WRK-QTD-DEP-TOTAL.
            DISPLAY "DEPENDENCIAS RESOLVIDAS     : "
                WRK-QTD-DEP-RESOLVIDAS.
            DISPLAY "DEPENDENCIAS REPROVADAS     : "
                WRK-QTD-DEP-REPROVADAS.
            DISPLAY " ".
            DISPLAY "RESULTADO DO ANO POR ALUNO".
            DISPLAY "TOTAL DE ALUNOS             : " WRK-QTD-ALUNOS.
            DISPLAY "APROVADOS NO ANO            : "
                WRK-QTD-ANO-APROVADOS.
            DISPLAY "PROMOVIDOS C/ DEPENDENCIA   : "
                WRK-QTD-ANO-PROM-DEP.
            DISPLAY "REPROVADOS NO ANO           : "
                WRK-QTD-ANO-REPROVADOS.
            DISPLAY "PENDENTES NO ANO            : "
                PERFORM 150-FECHA-ALUNO
            END-IF.
            MOVE STU-ID TO WRK-ID-ANTERIOR.
            MOVE WRK-ALUNO-NOME TO WRK-NOME-ANTERIOR.

            PERFORM 910-BUSCA-PESO.
            PERFORM 915-BUSCA-FALTAS.
                (STU-N1 * WRK-P1-USAR + STU-N2 * WRK-P2-USAR +
                 STU-N3 * WRK-P3-USAR + STU-N4 * WRK-P4-USAR) / 100.

            MOVE Media TO WRK-MEDIA-FINAL.

            DISPLAY " ".
            DISPLAY "Aluno : " STU-ID " - " WRK-ALUNO-NOME
                " - Disciplina : " STU-DISCIPLINA.
            IF STU-DEPENDENCIA = "S"
                DISPLAY "DEPENDENCIA - cursada na turma " STU-TURMA
            END-IF.
            DISPLAY "A sua media foi de : " Media.

            IF WRK-FREQUENCIA < WRK-FREQUENCIA-MINIMA
                DISPLAY "Frequencia de " WRK-FREQUENCIA
                    "% - abaixo do minimo legal de 75%."
                DISPLAY "Voce foi Reprovado por falta !"
                MOVE "REPR-FALTA" TO WRK-RESULTADO
            ELSE
            IF Media >= 7
                DISPLAY "Voce foi aprovado..."
                DISPLAY "PARABENS !!!"
                MOVE "APROVADO" TO WRK-RESULTADO
            ELSE IF Media >= 5
                DISPLAY "Aluno ficou de recuperacao..."
                    IF WRK-MEDIA-FINAL >= 5
                        DISPLAY "Voce foi aprovado..."
                        DISPLAY "PARABENS !!!"
                        MOVE "APROVADO" TO WRK-RESULTADO
                    ELSE
                        DISPLAY "Voce foi Reprovado !"
                        MOVE "REPROVADO" TO WRK-RESULTADO
                    END-IF
                ELSE
                    DISPLAY "Nota de recuperacao ainda nao lancada."
                    MOVE "PENDENTE" TO WRK-RESULTADO
                END-IF
            ELSE
                DISPLAY "Voce foi Reprovado !"
                MOVE "REPROVADO" TO WRK-RESULTADO
            END-IF
            END-IF
            END-IF.

            IF STU-DEPENDENCIA = "S"
                PERFORM 120-CONTA-DEPENDENCIA
            ELSE
                PERFORM 110-CONTA-REGULAR
            END-IF.

            MOVE FUNCTION CURRENT-DATE(1:8) TO AUD-DATA.
            MOVE STU-ID TO AUD-ALUNO-ID.
            MOVE STU-DISCIPLINA TO AUD-DISCIPLINA.
            MOVE WRK-ALUNO-NOME TO AUD-ALUNO-NOME.
            MOVE STU-N1 TO AUD-N1.
            MOVE STU-N2 TO AUD-N2.
            MOVE STU-N3 TO AUD-N3.
            MOVE WRK-RESULTADO TO AUD-RESULTADO.
            MOVE SPACES TO AUD-SOLICITANTE.
            MOVE SPACES TO AUD-APROVADOR.
            IF STU-DEPENDENCIA = "S"
                MOVE "DEPENDEN" TO AUD-APROVADOR
            END-IF.
            WRITE AUDIT-RECORD.

       110-CONTA-REGULAR.
            ADD 1 TO WRK-QTD-TOTAL.
            EVALUATE WRK-RESULTADO
                WHEN "APROVADO"
                    ADD 1 TO WRK-QTD-APROVADOS
                WHEN "REPROVADO"
                    ADD 1 TO WRK-QTD-REPROVADOS
                    ADD 1 TO WRK-QTD-REPROV-ALUNO
                    MOVE "S" TO WRK-ANO-TEM-REPROV
                WHEN "REPR-FALTA"
                    ADD 1 TO WRK-QTD-REPROV-FALTA
                    ADD 1 TO WRK-QTD-REPROV-ALUNO
                    MOVE "S" TO WRK-ANO-TEM-REPROV
                WHEN "PENDENTE"
                    ADD 1 TO WRK-QTD-PENDENTES
                    MOVE "S" TO WRK-ANO-TEM-PEND
            END-EVALUATE.

       120-CONTA-DEPENDENCIA.
      *    Dependencia aprovada fica resolvida; reprovada de novo
      *    retem o aluno na serie, qualquer que seja o restante.
            ADD 1 TO WRK-QTD-DEP-TOTAL.
            EVALUATE WRK-RESULTADO
                WHEN "APROVADO"
                    DISPLAY "Dependencia resolvida."
                    ADD 1 TO WRK-QTD-DEP-RESOLVIDAS
                WHEN "REPROVADO"
                WHEN "REPR-FALTA"
                    DISPLAY "Dependencia reprovada de novo -"
                        " aluno retido na serie."
                    ADD 1 TO WRK-QTD-DEP-REPROVADAS
                    MOVE "S" TO WRK-ANO-DEP-REPROV
                    MOVE "S" TO WRK-ANO-TEM-REPROV
                WHEN "PENDENTE"
                    MOVE "S" TO WRK-ANO-TEM-PEND
            END-EVALUATE.

       150-FECHA-ALUNO.
      *    Resultado do ano: APROVADO somente quando aprovado em todas
      *    as disciplinas; REPROVADO se reprovou em qualquer uma;
      *    PENDENTE enquanto alguma recuperacao nao foi lancada.
      *    PROM-DEP quando as reprovacoes sao so em disciplinas
      *    regulares, ate WRK-MAX-DEPENDENCIAS, e nada esta pendente.
            ADD 1 TO WRK-QTD-ALUNOS.

            IF WRK-ANO-TEM-REPROV = "S"
                IF WRK-ANO-DEP-REPROV = "N"
                   AND WRK-ANO-TEM-PEND = "N"
                   AND WRK-QTD-REPROV-ALUNO NOT > WRK-MAX-DEPENDENCIAS
                    MOVE "PROM-DEP" TO WRK-RESULTADO-ANO
                    ADD 1 TO WRK-QTD-ANO-PROM-DEP
                ELSE
                    MOVE "REPROVADO" TO WRK-RESULTADO-ANO
                    ADD 1 TO WRK-QTD-ANO-REPROVADOS
                END-IF
            ELSE
                IF WRK-ANO-TEM-PEND = "S"
                    MOVE "PENDENTE" TO WRK-RESULTADO-ANO

            MOVE "N" TO WRK-ANO-TEM-REPROV.
            MOVE "N" TO WRK-ANO-TEM-PEND.
            MOVE "N" TO WRK-ANO-DEP-REPROV.
            MOVE ZERO TO WRK-QTD-REPROV-ALUNO.

       160-BUSCA-ALUNO.
      *    O mestre vem em ordem de matricula - o cadastro so e lido
      *    uma vez por aluno. Matricula cancelada ou transferida para
      *    outra escola fica fora do lote; sem registro no cadastro
      *    vale o nome do mestre de notas.
            IF STU-ID NOT = WRK-ALUNO-LIDO
                MOVE STU-ID TO WRK-ALUNO-LIDO
                MOVE STU-NOME TO WRK-ALUNO-NOME
                MOVE "N" TO WRK-ALUNO-FORA
                IF WRK-ALUNO-CAD-EXISTE = "S"
                    MOVE STU-ID TO ALU-ID
                    READ ALUNO-MASTER
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            MOVE ALU-NOME TO WRK-ALUNO-NOME
                            IF ALU-SITUACAO = "C" OR ALU-SITUACAO = "T"
                                MOVE "S" TO WRK-ALUNO-FORA
                            END-IF
                    END-READ
                END-IF
            END-IF.

       940-JOBLOG-INICIO.
            MOVE "AprovadoouNaoBatch" TO JLP-PROGRAMA.
       950-JOBLOG-FIM.
            MOVE "F" TO JLP-TIPO.
            MOVE "S" TO JLP-STATUS.
            COMPUTE JLP-QTD-LIDOS = WRK-QTD-TOTAL + WRK-QTD-DEP-TOTAL.
            COMPUTE JLP-QTD-GRAVADOS =
                WRK-QTD-TOTAL + WRK-QTD-DEP-TOTAL.
            MOVE ZERO TO JLP-QTD-REJEITADOS.
            CALL "GravaJobLog" USING JOB-LOG-PARM END-CALL.

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
