      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintenance of the ALUNO.DAT student personal
      *          registry - consults, lists, includes and alters
      *          students (nome, data de nascimento, responsavel,
      *          telefone, endereco) and changes the matricula
      *          situacao (ativa, cancelada, evadida, transferida para
      *          outra escola) with its date. Nobody is deleted: the
      *          historico and the audit trail keep pointing at the
      *          matricula. Any signed-on operator may consult; only
      *          secretaria and coordenacao may change the registry.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AlunoManutencao.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUNO-MASTER ASSIGN TO "ALUNO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-ID
               FILE STATUS IS WRK-FS-ALUNO.

       DATA DIVISION.
       FILE SECTION.
       FD  ALUNO-MASTER.
       COPY ALUMAST.

       WORKING-STORAGE SECTION.

       COPY OPRLNK.

       77   WRK-PERMITIDO PIC X(1) VALUE "N".
       77   WRK-EOF PIC X(1) VALUE "N".
       77   WRK-FS-ALUNO PIC X(2) VALUE SPACES.
       77   WRK-OPCAO PIC X(1) VALUE SPACE.
       77   WRK-SAIR PIC X(1) VALUE "N".
       77   WRK-ID-ENTRADA PIC X(6) VALUE SPACES.
       77   WRK-DATA-ENTRADA PIC X(8) VALUE SPACES.
       77   WRK-DATA-LIDA PIC 9(8) VALUE ZERO.
       77   WRK-TEXTO-ENTRADA PIC X(40) VALUE SPACES.
       77   WRK-SITUACAO-ENTRADA PIC X(1) VALUE SPACE.
       77   WRK-SITUACAO-DESC PIC X(12) VALUE SPACES.
       77   WRK-VALIDO PIC X(1) VALUE "N".
       77   WRK-ACHOU PIC X(1) VALUE "N".
       77   WRK-DATA-HOJE PIC 9(8) VALUE ZERO.
       77   WRK-QTD-LISTADOS PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.

       000-PRINCIPAL.
            DISPLAY "MANUTENCAO - DO - CADASTRO - DE - ALUNOS".
            DISPLAY " ".

            PERFORM 050-IDENTIFICA-OPERADOR.

            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

            OPEN I-O ALUNO-MASTER.
            IF WRK-FS-ALUNO = "35"
                OPEN OUTPUT ALUNO-MASTER
                CLOSE ALUNO-MASTER
                OPEN I-O ALUNO-MASTER
                DISPLAY "ALUNO.DAT nao encontrado - cadastro criado"
                    " vazio."
            END-IF.

            PERFORM UNTIL WRK-SAIR = "S"
                PERFORM 100-MENU
            END-PERFORM.

            CLOSE ALUNO-MASTER.

            STOP RUN.

       050-IDENTIFICA-OPERADOR.
            MOVE "AlunoManutencao" TO OPL-PROGRAMA.
            MOVE "SVC" TO OPL-PERFIS-ACEITOS.
            CALL "ValidaOperador" USING OPERADOR-PARM END-CALL.
            IF OPL-AUTORIZADO NOT = "S"
                STOP RUN
            END-IF.

       100-MENU.
            DISPLAY " ".
            DISPLAY "C-Consultar  L-Listar  I-Incluir  A-Alterar".
            DISPLAY "M-Mudar situacao da matricula  S-Sair".
            DISPLAY "Opcao : ".
            ACCEPT WRK-OPCAO.

      *    Consulta para todos; o cadastro e da secretaria e da
      *    coordenacao.
            MOVE "S" TO WRK-PERMITIDO.
            IF (WRK-OPCAO = "I" OR "i" OR "A" OR "a" OR "M" OR "m")
               AND NOT (OPL-PERFIL = "S" OR "C")
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
                    WHEN "I"
                    WHEN "i"
                        PERFORM 300-INCLUI
                    WHEN "A"
                    WHEN "a"
                        PERFORM 400-ALTERA
                    WHEN "M"
                    WHEN "m"
                        PERFORM 500-MUDA-SITUACAO
                    WHEN "S"
                    WHEN "s"
                        MOVE "S" TO WRK-SAIR
                    WHEN OTHER
                        DISPLAY "Opcao invalida !"
                END-EVALUATE
            END-IF.

       200-CONSULTA.
            PERFORM 700-LE-MATRICULA.
            IF WRK-ACHOU = "S"
                PERFORM 800-MOSTRA-ALUNO
            ELSE
                DISPLAY "Matricula nao cadastrada !"
            END-IF.

       250-LISTA.
            MOVE ZERO TO WRK-QTD-LISTADOS.
            MOVE LOW-VALUES TO ALU-ID.
            START ALUNO-MASTER KEY IS NOT LESS THAN ALU-ID
                INVALID KEY
                    DISPLAY "Cadastro de alunos vazio."
                NOT INVALID KEY
                    DISPLAY "MATRIC NOME                          "
                        " NASCIMENTO SITUACAO"
                    MOVE "N" TO WRK-EOF
                    PERFORM UNTIL WRK-EOF = "S"
                        READ ALUNO-MASTER NEXT RECORD
                            AT END
                                MOVE "S" TO WRK-EOF
                            NOT AT END
                                PERFORM 810-DESCREVE-SITUACAO
                                DISPLAY ALU-ID " " ALU-NOME " "
                                    ALU-DT-NASC "   "
                                    WRK-SITUACAO-DESC
                                ADD 1 TO WRK-QTD-LISTADOS
                        END-READ
                    END-PERFORM
                    DISPLAY "Alunos listados : " WRK-QTD-LISTADOS
            END-START.

       300-INCLUI.
            PERFORM 700-LE-MATRICULA.
            IF WRK-ID-ENTRADA = SPACES
                CONTINUE
            ELSE
                IF WRK-ACHOU = "S"
                    DISPLAY "Matricula ja cadastrada !"
                ELSE
                    INITIALIZE ALUNO-RECORD
                    MOVE WRK-ID-ENTRADA TO ALU-ID
                    PERFORM 710-LE-DADOS
                    MOVE WRK-DATA-HOJE TO ALU-DT-MATRICULA
                    MOVE "A" TO ALU-SITUACAO
                    MOVE WRK-DATA-HOJE TO ALU-DT-SITUACAO
                    WRITE ALUNO-RECORD
                        INVALID KEY
                            DISPLAY "Erro ao gravar o aluno !"
                        NOT INVALID KEY
                            DISPLAY "Aluno " ALU-ID " incluido com"
                                " matricula ativa."
                    END-WRITE
                END-IF
            END-IF.

       400-ALTERA.
            PERFORM 700-LE-MATRICULA.
            IF WRK-ACHOU = "S"
                PERFORM 800-MOSTRA-ALUNO
                PERFORM 710-LE-DADOS
                REWRITE ALUNO-RECORD
                    INVALID KEY
                        DISPLAY "Erro ao regravar o aluno !"
                    NOT INVALID KEY
                        DISPLAY "Aluno " ALU-ID " alterado."
                END-REWRITE
            ELSE
                DISPLAY "Matricula nao cadastrada !"
            END-IF.

       500-MUDA-SITUACAO.
            PERFORM 700-LE-MATRICULA.
            IF WRK-ACHOU = "S"
                PERFORM 810-DESCREVE-SITUACAO
                DISPLAY "Situacao atual : " WRK-SITUACAO-DESC
                    " desde " ALU-DT-SITUACAO
                DISPLAY "Nova situacao (A-Ativa C-Cancelada"
                    " E-Evadida T-Transferida) : "
                MOVE "N" TO WRK-VALIDO
                PERFORM UNTIL WRK-VALIDO = "S"
                    ACCEPT WRK-SITUACAO-ENTRADA
                    EVALUATE WRK-SITUACAO-ENTRADA
                        WHEN "A"
                        WHEN "C"
                        WHEN "E"
                        WHEN "T"
                            MOVE "S" TO WRK-VALIDO
                        WHEN OTHER
                            DISPLAY "Situacao invalida - digite A, C,"
                                " E ou T : "
                    END-EVALUATE
                END-PERFORM
                DISPLAY "Data da mudanca (AAAAMMDD ou vazio = hoje)"
                    " : "
                PERFORM 720-LE-DATA
                IF WRK-DATA-LIDA = ZERO
                    MOVE WRK-DATA-HOJE TO WRK-DATA-LIDA
                END-IF
                MOVE WRK-SITUACAO-ENTRADA TO ALU-SITUACAO
                MOVE WRK-DATA-LIDA TO ALU-DT-SITUACAO
                REWRITE ALUNO-RECORD
                    INVALID KEY
                        DISPLAY "Erro ao regravar o aluno !"
                    NOT INVALID KEY
                        PERFORM 810-DESCREVE-SITUACAO
                        DISPLAY "Matricula " ALU-ID " agora "
                            WRK-SITUACAO-DESC
                END-REWRITE
            ELSE
                DISPLAY "Matricula nao cadastrada !"
            END-IF.

       700-LE-MATRICULA.
            MOVE "N" TO WRK-ACHOU.
            DISPLAY "Matricula do aluno : ".
            ACCEPT WRK-ID-ENTRADA.
            IF WRK-ID-ENTRADA = SPACES
                DISPLAY "Matricula em branco !"
            ELSE
                MOVE WRK-ID-ENTRADA TO ALU-ID
                READ ALUNO-MASTER
                    INVALID KEY
                        MOVE "N" TO WRK-ACHOU
                    NOT INVALID KEY
                        MOVE "S" TO WRK-ACHOU
                END-READ
            END-IF.

       710-LE-DADOS.
      *    Na alteracao, campo deixado em branco mantem o valor atual.
            DISPLAY "Nome do aluno : ".
            PERFORM 730-LE-NOME.
            DISPLAY "Data de nascimento (AAAAMMDD) : ".
            PERFORM 720-LE-DATA.
            IF WRK-DATA-LIDA NOT = ZERO
                MOVE WRK-DATA-LIDA TO ALU-DT-NASC
            END-IF.
            DISPLAY "Responsavel : ".
            PERFORM 740-LE-RESPONSAVEL.
            DISPLAY "Telefone : ".
            PERFORM 750-LE-CONTATO.

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

       730-LE-NOME.
            IF ALU-NOME = SPACES
                PERFORM UNTIL ALU-NOME NOT = SPACES
                    ACCEPT ALU-NOME
                    IF ALU-NOME = SPACES
                        DISPLAY "Nome em branco - digite novamente : "
                    END-IF
                END-PERFORM
            ELSE
                PERFORM 760-LE-TEXTO
                IF WRK-TEXTO-ENTRADA NOT = SPACES
                    MOVE WRK-TEXTO-ENTRADA TO ALU-NOME
                END-IF
            END-IF.

       740-LE-RESPONSAVEL.
            PERFORM 760-LE-TEXTO.
            IF WRK-TEXTO-ENTRADA NOT = SPACES
                MOVE WRK-TEXTO-ENTRADA TO ALU-RESPONSAVEL
            END-IF.

       750-LE-CONTATO.
            PERFORM 760-LE-TEXTO.
            IF WRK-TEXTO-ENTRADA NOT = SPACES
                MOVE WRK-TEXTO-ENTRADA TO ALU-TELEFONE
            END-IF.
            DISPLAY "Endereco : ".
            PERFORM 760-LE-TEXTO.
            IF WRK-TEXTO-ENTRADA NOT = SPACES
                MOVE WRK-TEXTO-ENTRADA TO ALU-ENDERECO
            END-IF.
            DISPLAY "Bairro : ".
            PERFORM 760-LE-TEXTO.
            IF WRK-TEXTO-ENTRADA NOT = SPACES
                MOVE WRK-TEXTO-ENTRADA TO ALU-BAIRRO
            END-IF.
            DISPLAY "Cidade : ".
            PERFORM 760-LE-TEXTO.
            IF WRK-TEXTO-ENTRADA NOT = SPACES
                MOVE WRK-TEXTO-ENTRADA TO ALU-CIDADE
            END-IF.
            DISPLAY "CEP : ".
            PERFORM 760-LE-TEXTO.
            IF WRK-TEXTO-ENTRADA NOT = SPACES
                MOVE WRK-TEXTO-ENTRADA TO ALU-CEP
            END-IF.

       760-LE-TEXTO.
            MOVE SPACES TO WRK-TEXTO-ENTRADA.
            ACCEPT WRK-TEXTO-ENTRADA.

       800-MOSTRA-ALUNO.
            PERFORM 810-DESCREVE-SITUACAO.
            DISPLAY "Matricula   : " ALU-ID.
            DISPLAY "Nome        : " ALU-NOME.
            DISPLAY "Nascimento  : " ALU-DT-NASC.
            DISPLAY "Responsavel : " ALU-RESPONSAVEL.
            DISPLAY "Telefone    : " ALU-TELEFONE.
            DISPLAY "Endereco    : " ALU-ENDERECO.
            DISPLAY "              " ALU-BAIRRO " " ALU-CIDADE " "
                ALU-CEP.
            DISPLAY "Matriculado : " ALU-DT-MATRICULA.
            DISPLAY "Situacao    : " WRK-SITUACAO-DESC
                " desde " ALU-DT-SITUACAO.

       810-DESCREVE-SITUACAO.
            EVALUATE ALU-SITUACAO
                WHEN "A"
                    MOVE "ATIVA" TO WRK-SITUACAO-DESC
                WHEN "C"
                    MOVE "CANCELADA" TO WRK-SITUACAO-DESC
                WHEN "E"
                    MOVE "EVADIDA" TO WRK-SITUACAO-DESC
                WHEN "T"
                    MOVE "TRANSFERIDA" TO WRK-SITUACAO-DESC
                WHEN OTHER
                    MOVE "DESCONHECIDA" TO WRK-SITUACAO-DESC
            END-EVALUATE.

       END PROGRAM AlunoManutencao.
