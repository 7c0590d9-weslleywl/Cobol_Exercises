      ******************************************************************
      * Author:
      * Date:
      * Purpose: Records the conselho de classe decisions on
      *          CONSELHO.DAT - one per ano letivo X aluno - from the
      *          ConselhoLista roster: the student's disciplinas are
      *          graded again from the STUDENT-MASTER and PESOS.DAT
      *          and shown to the coordination, which records
      *          "aprovado pelo conselho" (or keeps the reprovacao)
      *          with the council date and a justification. The notas
      *          and Media are never touched: EncerramentoAno reads
      *          the decision and closes the year as APROV-CONS. Every
      *          decision (and every annulment) is written to
      *          AUDITORIA.DAT, one line per disciplina reprovada,
      *          with the signed-on operator as solicitante and
      *          CONSELHO as aprovador. Any perfil may consult; only
      *          the coordenacao records or annuls decisions. A
      *          blank ano letivo means the one on PERIODO.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConselhoManutencao.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONSELHO-FILE ASSIGN TO "CONSELHO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CON-CHAVE
               FILE STATUS IS WRK-FS-CONSELHO.
           SELECT STUDENT-MASTER ASSIGN TO "STUDENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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
           SELECT AUDIT-LOG ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITORIA.
           SELECT PERIODO-FILE ASSIGN TO "PERIODO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PERIODO.

       DATA DIVISION.
       FILE SECTION.
       FD  CONSELHO-FILE.
       COPY CONSDEC.

       FD  STUDENT-MASTER.
       COPY STUMAST.

       FD  WEIGHT-MASTER.
       COPY WGHTTBL.

       FD  FALTAS-MASTER.
       COPY FALMAST.

       FD  AUDIT-LOG.
       COPY AUDLOG.

       FD  PERIODO-FILE.
       COPY PERCTL.

       WORKING-STORAGE SECTION.

       COPY WGHTWRK.

       COPY OPRLNK.

       77   WRK-PERMITIDO PIC X(1) VALUE "N".
       77   WRK-EOF PIC X(1) VALUE "N".
       77   WRK-FS-CONSELHO PIC X(2) VALUE SPACES.
       77   WRK-FS-STUDENT PIC X(2) VALUE SPACES.
       77   WRK-FS-PESOS PIC X(2) VALUE SPACES.
       77   WRK-FS-FALTAS PIC X(2) VALUE SPACES.
       77   WRK-FS-AUDITORIA PIC X(2) VALUE SPACES.
       77   WRK-FS-PERIODO PIC X(2) VALUE SPACES.
       77   WRK-STUDENT-EXISTE PIC X(1) VALUE "N".
       77   WRK-FALTAS-EXISTE PIC X(1) VALUE "N".
       77   WRK-FALTAS-TOTAL PIC 9(4) VALUE ZERO.
       77   WRK-FREQUENCIA PIC 9(3)V99 VALUE ZERO.
       78   WRK-FREQUENCIA-MINIMA VALUE 75.
       77   Media PIC 9(2)V99 VALUE ZERO.
       77   WRK-MEDIA-FINAL PIC 9(2)V99 VALUE ZERO.
       77   WRK-RESULTADO PIC X(10) VALUE SPACES.
       77   WRK-RESULTADO-AUD PIC X(10) VALUE SPACES.
       77   WRK-OPCAO PIC X(1) VALUE SPACE.
       77   WRK-SAIR PIC X(1) VALUE "N".
       77   WRK-ACHOU PIC X(1) VALUE "N".
       77   WRK-VALIDO PIC X(1) VALUE "N".
       77   WRK-CONFIRMA PIC X(1) VALUE SPACE.
       77   WRK-ANO-LETIVO PIC 9(4) VALUE ZERO.
       77   WRK-ANO-CORRENTE PIC 9(4) VALUE ZERO.
       77   WRK-ANO-ENTRADA PIC X(4) VALUE SPACES.
       77   WRK-ID-ENTRADA PIC X(6) VALUE SPACES.
       77   WRK-DATA-ENTRADA PIC X(8) VALUE SPACES.
       77   WRK-DATA-LIDA PIC 9(8) VALUE ZERO.
       77   WRK-DATA-HOJE PIC 9(8) VALUE ZERO.
       77   WRK-DECISAO-ENTRADA PIC X(1) VALUE SPACE.
       77   WRK-DECISAO-DESC PIC X(22) VALUE SPACES.
       77   WRK-JUSTIFICATIVA PIC X(60) VALUE SPACES.
       77   WRK-NOME-ALUNO PIC X(30) VALUE SPACES.
       77   WRK-TURMA-ALUNO PIC X(4) VALUE SPACES.
       77   WRK-QTD-REPROV PIC 9(2) VALUE ZERO.
       77   WRK-QTD-LISTADOS PIC 9(5) VALUE ZERO.
       77   WRK-QTD-AUDITADOS PIC 9(3) VALUE ZERO.
       77   WRK-DSC-I PIC 9(3) VALUE ZERO.

       01  WRK-DISCIPLINAS.
           05  WRK-DSC-QTD             PIC 9(3) VALUE ZERO.
           05  WRK-DSC-TAB OCCURS 50 TIMES.
               10  DSC-DISCIPLINA        PIC X(4).
               10  DSC-DEPENDENCIA       PIC X(1).
               10  DSC-TURMA             PIC X(4).
               10  DSC-N1                PIC 9(2)V99.
               10  DSC-N2                PIC 9(2)V99.
               10  DSC-N3                PIC 9(2)V99.
               10  DSC-N4                PIC 9(2)V99.
               10  DSC-REC-NOTA          PIC 9(2)V99.
               10  DSC-MEDIA             PIC 9(2)V99.
               10  DSC-MEDIA-FINAL       PIC 9(2)V99.
               10  DSC-FREQUENCIA        PIC 9(3)V99.
               10  DSC-RESULTADO         PIC X(10).

       PROCEDURE DIVISION.

       000-PRINCIPAL.
            DISPLAY "CONSELHO - DE - CLASSE - DECISOES".
            DISPLAY " ".

            PERFORM 050-IDENTIFICA-OPERADOR.

            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            PERFORM 820-CARREGA-ANO-LETIVO.

            PERFORM 900-CARREGA-PESOS.

            OPEN INPUT STUDENT-MASTER.
            IF WRK-FS-STUDENT = "35"
                DISPLAY "STUDENT.DAT nao encontrado - apenas consulta"
                    " das decisoes ja registradas."
                MOVE "N" TO WRK-STUDENT-EXISTE
            ELSE
                MOVE "S" TO WRK-STUDENT-EXISTE
            END-IF.

            OPEN INPUT FALTAS-MASTER.
            IF WRK-FS-FALTAS = "35"
                DISPLAY "FALTAS.DAT nao encontrado - frequencia"
                    " assumida em 100%."
                MOVE "N" TO WRK-FALTAS-EXISTE
            ELSE
                MOVE "S" TO WRK-FALTAS-EXISTE
            END-IF.

            OPEN I-O CONSELHO-FILE.
            IF WRK-FS-CONSELHO = "35"
                OPEN OUTPUT CONSELHO-FILE
                CLOSE CONSELHO-FILE
                OPEN I-O CONSELHO-FILE
                DISPLAY "CONSELHO.DAT nao encontrado - arquivo criado"
                    " vazio."
            END-IF.

            PERFORM UNTIL WRK-SAIR = "S"
                PERFORM 100-MENU
            END-PERFORM.

            CLOSE CONSELHO-FILE.
            IF WRK-STUDENT-EXISTE = "S"
                CLOSE STUDENT-MASTER
            END-IF.
            IF WRK-FALTAS-EXISTE = "S"
                CLOSE FALTAS-MASTER
            END-IF.

            STOP RUN.

       050-IDENTIFICA-OPERADOR.
            MOVE "ConselhoManutencao" TO OPL-PROGRAMA.
            MOVE "SVC" TO OPL-PERFIS-ACEITOS.
            CALL "ValidaOperador" USING OPERADOR-PARM END-CALL.
            IF OPL-AUTORIZADO NOT = "S"
                STOP RUN
            END-IF.

       100-MENU.
            DISPLAY " ".
            DISPLAY "C-Consultar  L-Listar decisoes do ano".
            DISPLAY "R-Registrar decisao  X-Anular decisao  S-Sair".
            DISPLAY "Opcao : ".
            ACCEPT WRK-OPCAO.

      *    Consulta para todos; a decisao e da coordenacao.
            MOVE "S" TO WRK-PERMITIDO.
            IF (WRK-OPCAO = "R" OR "r" OR "X" OR "x")
               AND OPL-PERFIL NOT = "C"
                DISPLAY "Opcao nao permitida ao perfil do operador."
                MOVE "N" TO WRK-PERMITIDO
            END-IF.

            IF WRK-PERMITIDO = "S"
                EVALUATE WRK-OPCAO
                    WHEN "C"
                    WHEN "c"
                        PERFORM 200-CONSULTA
                    WHEN "L"
                    WHEN "l"
                        PERFORM 250-LISTA
                    WHEN "R"
                    WHEN "r"
                        PERFORM 300-REGISTRA
                    WHEN "X"
                    WHEN "x"
                        PERFORM 400-ANULA
                    WHEN "S"
                    WHEN "s"
                        MOVE "S" TO WRK-SAIR
                    WHEN OTHER
                        DISPLAY "Opcao invalida !"
                END-EVALUATE
            END-IF.

       200-CONSULTA.
            PERFORM 700-LE-ANO-LETIVO.
            PERFORM 710-LE-MATRICULA.
            IF WRK-ACHOU = "S"
                PERFORM 800-MOSTRA-DECISAO
            ELSE
                IF WRK-ID-ENTRADA NOT = SPACES
                    DISPLAY "Nenhuma decisao do conselho para "
                        WRK-ID-ENTRADA " em " WRK-ANO-LETIVO "."
                END-IF
            END-IF.

       250-LISTA.
            PERFORM 700-LE-ANO-LETIVO.
            MOVE ZERO TO WRK-QTD-LISTADOS.
            MOVE WRK-ANO-LETIVO TO CON-ANO.
            MOVE LOW-VALUES TO CON-ID.
            START CONSELHO-FILE KEY IS NOT LESS THAN CON-CHAVE
                INVALID KEY
                    DISPLAY "Nenhuma decisao registrada."
                NOT INVALID KEY
                    DISPLAY "MATRIC TURMA DECISAO                "
                        " CONSELHO OPERADOR"
                    MOVE "N" TO WRK-EOF
                    PERFORM UNTIL WRK-EOF = "S"
                        READ CONSELHO-FILE NEXT RECORD
                            AT END
                                MOVE "S" TO WRK-EOF
                            NOT AT END
                                IF CON-ANO NOT = WRK-ANO-LETIVO
                                    MOVE "S" TO WRK-EOF
                                ELSE
                                    PERFORM 810-DESCREVE-DECISAO
                                    DISPLAY CON-ID " " CON-TURMA "  "
                                        WRK-DECISAO-DESC " "
                                        CON-DT-CONSELHO " "
                                        CON-OPERADOR
                                    ADD 1 TO WRK-QTD-LISTADOS
                                END-IF
                        END-READ
                    END-PERFORM
                    DISPLAY "Decisoes listadas : " WRK-QTD-LISTADOS
            END-START.

       300-REGISTRA.
            IF WRK-STUDENT-EXISTE NOT = "S"
                DISPLAY "Sem STUDENT.DAT nao ha como conferir as"
                    " notas do aluno."
            ELSE
                PERFORM 700-LE-ANO-LETIVO
                PERFORM 710-LE-MATRICULA
                IF WRK-ID-ENTRADA = SPACES
                    CONTINUE
                ELSE IF WRK-ACHOU = "S"
                    DISPLAY "Ja existe decisao para o aluno neste"
                        " ano - anule antes de registrar outra."
                    PERFORM 800-MOSTRA-DECISAO
                ELSE
                    PERFORM 600-CARREGA-DISCIPLINAS
                    IF WRK-DSC-QTD = 0
                        DISPLAY "Matricula " WRK-ID-ENTRADA
                            " nao encontrada no mestre."
                    ELSE
                        PERFORM 610-MOSTRA-DISCIPLINAS
                        IF WRK-QTD-REPROV = 0
                            DISPLAY "Aluno sem disciplina reprovada"
                                " - nada a decidir pelo conselho."
                        ELSE
                            PERFORM 350-LE-DECISAO
                        END-IF
                    END-IF
                END-IF
                END-IF
            END-IF.

       350-LE-DECISAO.
            DISPLAY "Decisao (A-Aprovado pelo conselho"
                " R-Reprovacao mantida) : ".
            MOVE "N" TO WRK-VALIDO.
            PERFORM UNTIL WRK-VALIDO = "S"
                ACCEPT WRK-DECISAO-ENTRADA
                EVALUATE WRK-DECISAO-ENTRADA
                    WHEN "A"
                    WHEN "R"
                        MOVE "S" TO WRK-VALIDO
                    WHEN OTHER
                        DISPLAY "Decisao invalida - digite A ou R : "
                END-EVALUATE
            END-PERFORM.

            DISPLAY "Data da reuniao do conselho (AAAAMMDD) : ".
            MOVE ZERO TO WRK-DATA-LIDA.
            PERFORM UNTIL WRK-DATA-LIDA NOT = ZERO
                PERFORM 720-LE-DATA
                IF WRK-DATA-LIDA = ZERO
                    DISPLAY "Data obrigatoria - digite AAAAMMDD : "
                END-IF
            END-PERFORM.

            DISPLAY "Justificativa : ".
            MOVE SPACES TO WRK-JUSTIFICATIVA.
            PERFORM UNTIL WRK-JUSTIFICATIVA NOT = SPACES
                ACCEPT WRK-JUSTIFICATIVA
                IF WRK-JUSTIFICATIVA = SPACES
                    DISPLAY "Justificativa obrigatoria - digite"
                        " novamente : "
                END-IF
            END-PERFORM.

            DISPLAY "Confirma a decisao? (S/N) : ".
            ACCEPT WRK-CONFIRMA.
            IF WRK-CONFIRMA = "S" OR WRK-CONFIRMA = "s"
                MOVE WRK-ANO-LETIVO TO CON-ANO
                MOVE WRK-ID-ENTRADA TO CON-ID
                MOVE WRK-TURMA-ALUNO TO CON-TURMA
                MOVE WRK-DECISAO-ENTRADA TO CON-DECISAO
                MOVE WRK-DATA-LIDA TO CON-DT-CONSELHO
                MOVE WRK-QTD-REPROV TO CON-QTD-REPROV
                MOVE WRK-JUSTIFICATIVA TO CON-JUSTIFICATIVA
                MOVE OPL-ID TO CON-OPERADOR
                MOVE WRK-DATA-HOJE TO CON-DT-REGISTRO
                WRITE CONSELHO-RECORD
                    INVALID KEY
                        DISPLAY "Erro ao gravar a decisao !"
                    NOT INVALID KEY
                        IF CON-DECISAO = "A"
                            MOVE "APROV-CONS" TO WRK-RESULTADO-AUD
                        ELSE
                            MOVE "REPR-CONS" TO WRK-RESULTADO-AUD
                        END-IF
                        PERFORM 650-GRAVA-AUDITORIA
                        PERFORM 810-DESCREVE-DECISAO
                        DISPLAY "Decisao registrada : "
                            WRK-DECISAO-DESC
                END-WRITE
            ELSE
                DISPLAY "Decisao descartada."
            END-IF.

       400-ANULA.
            PERFORM 700-LE-ANO-LETIVO.
            PERFORM 710-LE-MATRICULA.
            IF WRK-ACHOU = "S"
                PERFORM 800-MOSTRA-DECISAO
                DISPLAY "Confirma a anulacao da decisao? (S/N) : "
                ACCEPT WRK-CONFIRMA
                IF WRK-CONFIRMA = "S" OR WRK-CONFIRMA = "s"
                    PERFORM 600-CARREGA-DISCIPLINAS
                    DELETE CONSELHO-FILE RECORD
                        INVALID KEY
                            DISPLAY "Erro ao anular a decisao !"
                        NOT INVALID KEY
                            MOVE "CONS-ANUL" TO WRK-RESULTADO-AUD
                            PERFORM 650-GRAVA-AUDITORIA
                            DISPLAY "Decisao anulada."
                    END-DELETE
                ELSE
                    DISPLAY "Anulacao descartada."
                END-IF
            ELSE
                IF WRK-ID-ENTRADA NOT = SPACES
                    DISPLAY "Nenhuma decisao do conselho para "
                        WRK-ID-ENTRADA " em " WRK-ANO-LETIVO "."
                END-IF
            END-IF.

       600-CARREGA-DISCIPLINAS.
      *    Mesma regra de resultado do EncerramentoAno, disciplina a
      *    disciplina, a partir das notas do mestre.
            MOVE ZERO TO WRK-DSC-QTD.
            MOVE ZERO TO WRK-QTD-REPROV.
            MOVE SPACES TO WRK-NOME-ALUNO.
            MOVE SPACES TO WRK-TURMA-ALUNO.

            IF WRK-STUDENT-EXISTE = "S"
                MOVE "N" TO WRK-EOF
                MOVE WRK-ID-ENTRADA TO STU-ID
                MOVE SPACES TO STU-DISCIPLINA
                MOVE SPACES TO STU-DEPENDENCIA
                START STUDENT-MASTER KEY NOT < STU-CHAVE
                    INVALID KEY
                        MOVE "S" TO WRK-EOF
                END-START
                PERFORM UNTIL WRK-EOF = "S"
                    READ STUDENT-MASTER NEXT RECORD
                        AT END
                            MOVE "S" TO WRK-EOF
                        NOT AT END
                            IF STU-ID NOT = WRK-ID-ENTRADA
                                MOVE "S" TO WRK-EOF
                            ELSE
                                PERFORM 620-GUARDA-DISCIPLINA
                            END-IF
                    END-READ
                END-PERFORM
            END-IF.

       610-MOSTRA-DISCIPLINAS.
            DISPLAY " ".
            DISPLAY "Aluno : " WRK-ID-ENTRADA " - " WRK-NOME-ALUNO
                " - Turma : " WRK-TURMA-ALUNO.
            DISPLAY "DISC  MEDIA  M.FINAL  FREQ.%  RESULTADO   DEP".
            PERFORM VARYING WRK-DSC-I FROM 1 BY 1
                    UNTIL WRK-DSC-I > WRK-DSC-QTD
                DISPLAY DSC-DISCIPLINA(WRK-DSC-I) "  "
                    DSC-MEDIA(WRK-DSC-I) "   "
                    DSC-MEDIA-FINAL(WRK-DSC-I) "  "
                    DSC-FREQUENCIA(WRK-DSC-I) "  "
                    DSC-RESULTADO(WRK-DSC-I) "  "
                    DSC-DEPENDENCIA(WRK-DSC-I)
            END-PERFORM.
            DISPLAY "Disciplinas reprovadas : " WRK-QTD-REPROV.

       620-GUARDA-DISCIPLINA.
            MOVE STU-NOME TO WRK-NOME-ALUNO.
      *    A turma do aluno eh a das disciplinas regulares - a
      *    dependencia guarda a turma em que foi reprovada.
            IF STU-DEPENDENCIA NOT = "S"
               AND WRK-TURMA-ALUNO = SPACES
                MOVE STU-TURMA TO WRK-TURMA-ALUNO
            END-IF.

            PERFORM 910-BUSCA-PESO.
            PERFORM 915-BUSCA-FALTAS.

            COMPUTE Media ROUNDED =
                (STU-N1 * WRK-P1-USAR + STU-N2 * WRK-P2-USAR +
                 STU-N3 * WRK-P3-USAR + STU-N4 * WRK-P4-USAR) / 100.

            PERFORM 920-DETERMINA-RESULTADO.

            IF WRK-RESULTADO = "REPROVADO"
               OR WRK-RESULTADO = "REPR-FALTA"
                ADD 1 TO WRK-QTD-REPROV
            END-IF.

            IF WRK-DSC-QTD < 50
                ADD 1 TO WRK-DSC-QTD
                MOVE STU-DISCIPLINA TO DSC-DISCIPLINA(WRK-DSC-QTD)
                MOVE STU-DEPENDENCIA TO DSC-DEPENDENCIA(WRK-DSC-QTD)
                MOVE STU-TURMA TO DSC-TURMA(WRK-DSC-QTD)
                MOVE STU-N1 TO DSC-N1(WRK-DSC-QTD)
                MOVE STU-N2 TO DSC-N2(WRK-DSC-QTD)
                MOVE STU-N3 TO DSC-N3(WRK-DSC-QTD)
                MOVE STU-N4 TO DSC-N4(WRK-DSC-QTD)
                MOVE STU-REC-NOTA TO DSC-REC-NOTA(WRK-DSC-QTD)
                MOVE Media TO DSC-MEDIA(WRK-DSC-QTD)
                MOVE WRK-MEDIA-FINAL TO DSC-MEDIA-FINAL(WRK-DSC-QTD)
                MOVE WRK-FREQUENCIA TO DSC-FREQUENCIA(WRK-DSC-QTD)
                MOVE WRK-RESULTADO TO DSC-RESULTADO(WRK-DSC-QTD)
            END-IF.

       650-GRAVA-AUDITORIA.
      *    Uma linha por disciplina reprovada, com as notas e a Media
      *    como estao - o aprovador CONSELHO separa estas linhas das
      *    gravadas pelos lotes de notas. Sem as disciplinas no
      *    mestre fica uma linha so, sem disciplina.
            MOVE ZERO TO WRK-QTD-AUDITADOS.

            OPEN EXTEND AUDIT-LOG.
            IF WRK-FS-AUDITORIA = "35"
                OPEN OUTPUT AUDIT-LOG
            END-IF.

            PERFORM VARYING WRK-DSC-I FROM 1 BY 1
                    UNTIL WRK-DSC-I > WRK-DSC-QTD
                IF DSC-RESULTADO(WRK-DSC-I) = "REPROVADO"
                   OR DSC-RESULTADO(WRK-DSC-I) = "REPR-FALTA"
                    MOVE WRK-DATA-HOJE TO AUD-DATA
                    MOVE WRK-ID-ENTRADA TO AUD-ALUNO-ID
                    MOVE DSC-DISCIPLINA(WRK-DSC-I) TO AUD-DISCIPLINA
                    MOVE WRK-NOME-ALUNO TO AUD-ALUNO-NOME
                    MOVE DSC-N1(WRK-DSC-I) TO AUD-N1
                    MOVE DSC-N2(WRK-DSC-I) TO AUD-N2
                    MOVE DSC-N3(WRK-DSC-I) TO AUD-N3
                    MOVE DSC-N4(WRK-DSC-I) TO AUD-N4
                    MOVE DSC-MEDIA(WRK-DSC-I) TO AUD-MEDIA
                    MOVE DSC-REC-NOTA(WRK-DSC-I) TO AUD-REC-NOTA
                    MOVE DSC-MEDIA-FINAL(WRK-DSC-I) TO AUD-MEDIA-FINAL
                    MOVE WRK-RESULTADO-AUD TO AUD-RESULTADO
                    MOVE OPL-ID TO AUD-SOLICITANTE
                    MOVE "CONSELHO" TO AUD-APROVADOR
                    WRITE AUDIT-RECORD
                    ADD 1 TO WRK-QTD-AUDITADOS
                END-IF
            END-PERFORM.

            IF WRK-QTD-AUDITADOS = 0
                INITIALIZE AUDIT-RECORD
                MOVE WRK-DATA-HOJE TO AUD-DATA
                MOVE WRK-ID-ENTRADA TO AUD-ALUNO-ID
                MOVE WRK-NOME-ALUNO TO AUD-ALUNO-NOME
                MOVE WRK-RESULTADO-AUD TO AUD-RESULTADO
                MOVE OPL-ID TO AUD-SOLICITANTE
                MOVE "CONSELHO" TO AUD-APROVADOR
                WRITE AUDIT-RECORD
            END-IF.

            CLOSE AUDIT-LOG.

       700-LE-ANO-LETIVO.
            DISPLAY "Ano letivo (AAAA ou vazio = " WRK-ANO-CORRENTE
                ") : ".
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

       710-LE-MATRICULA.
            MOVE "N" TO WRK-ACHOU.
            DISPLAY "Matricula do aluno : ".
            ACCEPT WRK-ID-ENTRADA.
            IF WRK-ID-ENTRADA = SPACES
                DISPLAY "Matricula em branco !"
            ELSE
                MOVE WRK-ANO-LETIVO TO CON-ANO
                MOVE WRK-ID-ENTRADA TO CON-ID
                READ CONSELHO-FILE
                    INVALID KEY
                        MOVE "N" TO WRK-ACHOU
                    NOT INVALID KEY
                        MOVE "S" TO WRK-ACHOU
                END-READ
            END-IF.

       720-LE-DATA.
            MOVE ZERO TO WRK-DATA-LIDA.
            MOVE "N" TO WRK-VALIDO.
            PERFORM UNTIL WRK-VALIDO = "S"
                MOVE SPACES TO WRK-DATA-ENTRADA
                ACCEPT WRK-DATA-ENTRADA
                IF WRK-DATA-ENTRADA = SPACES
                    MOVE "S" TO WRK-VALIDO
                ELSE
                    IF WRK-DATA-ENTRADA IS NUMERIC
                       AND WRK-DATA-ENTRADA(5:2) >= "01"
                       AND WRK-DATA-ENTRADA(5:2) <= "12"
                       AND WRK-DATA-ENTRADA(7:2) >= "01"
                       AND WRK-DATA-ENTRADA(7:2) <= "31"
                        MOVE WRK-DATA-ENTRADA TO WRK-DATA-LIDA
                        MOVE "S" TO WRK-VALIDO
                    ELSE
                        DISPLAY "Data invalida - digite AAAAMMDD : "
                    END-IF
                END-IF
            END-PERFORM.

       800-MOSTRA-DECISAO.
            PERFORM 810-DESCREVE-DECISAO.
            DISPLAY "Ano letivo    : " CON-ANO.
            DISPLAY "Matricula     : " CON-ID "   Turma : " CON-TURMA.
            DISPLAY "Decisao       : " WRK-DECISAO-DESC.
            DISPLAY "Conselho em   : " CON-DT-CONSELHO.
            DISPLAY "Reprovacoes   : " CON-QTD-REPROV.
            DISPLAY "Justificativa : " CON-JUSTIFICATIVA.
            DISPLAY "Registrada em : " CON-DT-REGISTRO
                " por " CON-OPERADOR.

       810-DESCREVE-DECISAO.
            EVALUATE CON-DECISAO
                WHEN "A"
                    MOVE "APROVADO PELO CONSELHO" TO WRK-DECISAO-DESC
                WHEN "R"
                    MOVE "REPROVACAO MANTIDA" TO WRK-DECISAO-DESC
                WHEN OTHER
                    MOVE "DESCONHECIDA" TO WRK-DECISAO-DESC
            END-EVALUATE.

       820-CARREGA-ANO-LETIVO.
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

       END PROGRAM ConselhoManutencao.
