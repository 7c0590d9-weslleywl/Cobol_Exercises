      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintenance of the OPERADORES.DAT operator master -
      *          lists, includes and alters operators (nome, perfil
      *          secretaria/supervisor/coordenacao, senha), deactivates
      *          and reactivates them (nobody is ever deleted, so old
      *          audit stamps still resolve), and lists the failed
      *          sign-ons ValidaOperador logged on ACESSOS-NEGADOS.DAT.
      *          Reserved to the coordenacao; when OPERADORES.DAT does
      *          not exist yet (or holds no operator at all, e.g. after
      *          an abandoned first inclusion) the program creates it
      *          and registers the first coordenacao operator without
      *          sign-on, then ends - everything else needs a sign-on
      *          with that operator.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OperadorManutencao.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERADOR-MASTER ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS WRK-FS-OPERADOR.
           SELECT ACESSO-NEGADO-LOG ASSIGN TO "ACESSOS-NEGADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-NEGADOS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERADOR-MASTER.
       COPY OPERMAST.

       FD  ACESSO-NEGADO-LOG.
       COPY ACSNEG.

       WORKING-STORAGE SECTION.

       COPY OPRLNK.

       77   WRK-EOF PIC X(1) VALUE "N".
       77   WRK-FS-OPERADOR PIC X(2) VALUE SPACES.
       77   WRK-FS-NEGADOS PIC X(2) VALUE SPACES.
       77   WRK-OPCAO PIC X(1) VALUE SPACE.
       77   WRK-SAIR PIC X(1) VALUE "N".
       77   WRK-ID-ENTRADA PIC X(8) VALUE SPACES.
       77   WRK-NOME-ENTRADA PIC X(30) VALUE SPACES.
       77   WRK-PERFIL-ENTRADA PIC X(1) VALUE SPACE.
       77   WRK-SENHA-ENTRADA PIC X(8) VALUE SPACES.
       77   WRK-VALIDO PIC X(1) VALUE "N".
       77   WRK-ACHOU PIC X(1) VALUE "N".
       77   WRK-PRIMEIRO-ACESSO PIC X(1) VALUE "N".
       77   WRK-DATA-INICIO PIC 9(8) VALUE ZERO.
       77   WRK-QTD-LISTADOS PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.

       000-PRINCIPAL.
            DISPLAY "MANUTENCAO - DO - CADASTRO - DE - OPERADORES".
            DISPLAY " ".

            OPEN I-O OPERADOR-MASTER.
            IF WRK-FS-OPERADOR = "35"
                OPEN OUTPUT OPERADOR-MASTER
                CLOSE OPERADOR-MASTER
                OPEN I-O OPERADOR-MASTER
            END-IF.

      *    Arquivo sem nenhum registro (recem-criado ou primeira
      *    inclusao abandonada) tambem e primeiro acesso.
            MOVE LOW-VALUES TO OPR-ID.
            START OPERADOR-MASTER KEY IS NOT LESS THAN OPR-ID
                INVALID KEY
                    MOVE "S" TO WRK-PRIMEIRO-ACESSO
                NOT INVALID KEY
                    READ OPERADOR-MASTER NEXT RECORD
                        AT END
                            MOVE "S" TO WRK-PRIMEIRO-ACESSO
                    END-READ
            END-START.

            IF WRK-PRIMEIRO-ACESSO = "S"
      *        Sem cadastro ninguem consegue se identificar - o
      *        primeiro operador nasce coordenacao, sem sign-on.
                DISPLAY "OPERADORES.DAT sem operadores - cadastre o"
                    " primeiro operador da coordenacao."
                PERFORM 300-INCLUI
                IF WRK-VALIDO NOT = "S"
                    DISPLAY "Nenhum operador cadastrado."
                    CLOSE OPERADOR-MASTER
                    STOP RUN
                END-IF
      *        O resto da manutencao so com sign-on do operador novo.
                DISPLAY "Primeiro operador cadastrado - entre de novo"
                    " identificando-se com ele."
                CLOSE OPERADOR-MASTER
                STOP RUN
            ELSE
                CLOSE OPERADOR-MASTER
                PERFORM 050-IDENTIFICA-OPERADOR
                OPEN I-O OPERADOR-MASTER
            END-IF.

            PERFORM UNTIL WRK-SAIR = "S"
                PERFORM 100-MENU
            END-PERFORM.

            CLOSE OPERADOR-MASTER.

            STOP RUN.

       050-IDENTIFICA-OPERADOR.
            MOVE "OperadorManutencao" TO OPL-PROGRAMA.
            MOVE "C" TO OPL-PERFIS-ACEITOS.
            CALL "ValidaOperador" USING OPERADOR-PARM END-CALL.
            IF OPL-AUTORIZADO NOT = "S"
                STOP RUN
            END-IF.

       100-MENU.
            DISPLAY " ".
            DISPLAY "L-Listar  I-Incluir  A-Alterar"
                "  D-Desligar/Reativar".
            DISPLAY "N-Acessos negados  S-Sair".
            DISPLAY "Opcao : ".
            ACCEPT WRK-OPCAO.

            EVALUATE WRK-OPCAO
                WHEN "L"
                WHEN "l"
                    PERFORM 200-LISTA
                WHEN "I"
                WHEN "i"
                    PERFORM 300-INCLUI
                WHEN "A"
                WHEN "a"
                    PERFORM 400-ALTERA
                WHEN "D"
                WHEN "d"
                    PERFORM 500-DESLIGA-REATIVA
                WHEN "N"
                WHEN "n"
                    PERFORM 600-LISTA-NEGADOS
                WHEN "S"
                WHEN "s"
                    MOVE "S" TO WRK-SAIR
                WHEN OTHER
                    DISPLAY "Opcao invalida !"
            END-EVALUATE.

       200-LISTA.
            MOVE LOW-VALUES TO OPR-ID.
            START OPERADOR-MASTER KEY IS NOT LESS THAN OPR-ID
                INVALID KEY
                    DISPLAY "Cadastro de operadores vazio."
                NOT INVALID KEY
                    DISPLAY "OPERADOR NOME                          "
                        " PERFIL ATIVO"
                    MOVE "N" TO WRK-EOF
                    PERFORM UNTIL WRK-EOF = "S"
                        READ OPERADOR-MASTER NEXT RECORD
                            AT END
                                MOVE "S" TO WRK-EOF
                            NOT AT END
                                DISPLAY OPR-ID " " OPR-NOME "   "
                                    OPR-PERFIL "      " OPR-ATIVO
                        END-READ
                    END-PERFORM
            END-START.

       300-INCLUI.
            MOVE "N" TO WRK-VALIDO.
            PERFORM 700-LE-ID.
            IF WRK-ID-ENTRADA NOT = SPACES
                MOVE WRK-ID-ENTRADA TO OPR-ID
                READ OPERADOR-MASTER
                    INVALID KEY
                        MOVE "N" TO WRK-ACHOU
                    NOT INVALID KEY
                        MOVE "S" TO WRK-ACHOU
                END-READ
                IF WRK-ACHOU = "S"
                    DISPLAY "Operador ja cadastrado !"
                ELSE
                    PERFORM 710-LE-NOME
                    IF WRK-PRIMEIRO-ACESSO = "S"
                        MOVE "C" TO WRK-PERFIL-ENTRADA
                    ELSE
                        PERFORM 720-LE-PERFIL
                    END-IF
                    PERFORM 730-LE-SENHA
                    MOVE WRK-ID-ENTRADA TO OPR-ID
                    MOVE WRK-NOME-ENTRADA TO OPR-NOME
                    MOVE WRK-PERFIL-ENTRADA TO OPR-PERFIL
                    MOVE WRK-SENHA-ENTRADA TO OPR-SENHA
                    MOVE "S" TO OPR-ATIVO
                    WRITE OPERADOR-RECORD
                        INVALID KEY
                            DISPLAY "Erro ao gravar o operador !"
                        NOT INVALID KEY
                            MOVE "S" TO WRK-VALIDO
                            MOVE "N" TO WRK-PRIMEIRO-ACESSO
                            DISPLAY "Operador " OPR-ID " incluido."
                    END-WRITE
                END-IF
            END-IF.

       400-ALTERA.
            PERFORM 700-LE-ID.
            IF WRK-ID-ENTRADA NOT = SPACES
                MOVE WRK-ID-ENTRADA TO OPR-ID
                READ OPERADOR-MASTER
                    INVALID KEY
                        DISPLAY "Operador nao cadastrado !"
                    NOT INVALID KEY
                        DISPLAY "Atual : " OPR-NOME " perfil "
                            OPR-PERFIL
                        PERFORM 710-LE-NOME
      *                O operador conectado e coordenacao ativa e nao
      *                pode se desligar; mantendo o proprio perfil o
      *                cadastro nunca fica sem coordenacao ativa.
                        IF OPR-ID = OPL-ID
                            DISPLAY "O operador conectado mantem o"
                                " perfil " OPR-PERFIL "."
                            MOVE OPR-PERFIL TO WRK-PERFIL-ENTRADA
                        ELSE
                            PERFORM 720-LE-PERFIL
                        END-IF
                        PERFORM 730-LE-SENHA
                        MOVE WRK-NOME-ENTRADA TO OPR-NOME
                        MOVE WRK-PERFIL-ENTRADA TO OPR-PERFIL
                        MOVE WRK-SENHA-ENTRADA TO OPR-SENHA
                        REWRITE OPERADOR-RECORD
                            INVALID KEY
                                DISPLAY "Erro ao regravar o operador !"
                            NOT INVALID KEY
                                DISPLAY "Operador " OPR-ID " alterado."
                        END-REWRITE
                END-READ
            END-IF.

       500-DESLIGA-REATIVA.
            PERFORM 700-LE-ID.
            IF WRK-ID-ENTRADA NOT = SPACES
                MOVE WRK-ID-ENTRADA TO OPR-ID
                READ OPERADOR-MASTER
                    INVALID KEY
                        DISPLAY "Operador nao cadastrado !"
                    NOT INVALID KEY
                        PERFORM 510-INVERTE-SITUACAO
                END-READ
            END-IF.

       510-INVERTE-SITUACAO.
            IF OPR-ID = OPL-ID
                DISPLAY "O operador conectado nao pode se desligar."
            ELSE
                IF OPR-ATIVO = "S"
                    MOVE "N" TO OPR-ATIVO
                ELSE
                    MOVE "S" TO OPR-ATIVO
                END-IF
                REWRITE OPERADOR-RECORD
                    INVALID KEY
                        DISPLAY "Erro ao regravar o operador !"
                    NOT INVALID KEY
                        IF OPR-ATIVO = "S"
                            DISPLAY "Operador " OPR-ID " reativado."
                        ELSE
                            DISPLAY "Operador " OPR-ID " desligado."
                        END-IF
                END-REWRITE
            END-IF.

       600-LISTA-NEGADOS.
            DISPLAY "Listar a partir da data (AAAAMMDD, 0 = tudo) : ".
            ACCEPT WRK-DATA-INICIO.
            MOVE ZERO TO WRK-QTD-LISTADOS.

            OPEN INPUT ACESSO-NEGADO-LOG.
            IF WRK-FS-NEGADOS = "35"
                DISPLAY "Nenhuma tentativa de acesso negada."
            ELSE
                DISPLAY "DATA     HORA   PROGRAMA             OPERADOR"
                    " MOTIVO"
                MOVE "N" TO WRK-EOF
                PERFORM UNTIL WRK-EOF = "S"
                    READ ACESSO-NEGADO-LOG
                        AT END
                            MOVE "S" TO WRK-EOF
                        NOT AT END
                            IF ACN-DATA >= WRK-DATA-INICIO
                                DISPLAY ACN-DATA " " ACN-HORA " "
                                    ACN-PROGRAMA " " ACN-OPERADOR " "
                                    ACN-MOTIVO-DESC
                                ADD 1 TO WRK-QTD-LISTADOS
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ACESSO-NEGADO-LOG
                DISPLAY "Tentativas listadas : " WRK-QTD-LISTADOS
            END-IF.

       700-LE-ID.
            DISPLAY "Identificacao do operador (8) : ".
            ACCEPT WRK-ID-ENTRADA.
            IF WRK-ID-ENTRADA = SPACES
                DISPLAY "Identificacao em branco !"
            END-IF.

       710-LE-NOME.
            DISPLAY "Nome do operador : ".
            MOVE SPACES TO WRK-NOME-ENTRADA.
            PERFORM UNTIL WRK-NOME-ENTRADA NOT = SPACES
                ACCEPT WRK-NOME-ENTRADA
                IF WRK-NOME-ENTRADA = SPACES
                    DISPLAY "Nome em branco - digite novamente : "
                END-IF
            END-PERFORM.

       720-LE-PERFIL.
            DISPLAY "Perfil (S-Secretaria V-Supervisor"
                " C-Coordenacao) : ".
            MOVE "N" TO WRK-VALIDO.
            PERFORM UNTIL WRK-VALIDO = "S"
                ACCEPT WRK-PERFIL-ENTRADA
                EVALUATE WRK-PERFIL-ENTRADA
                    WHEN "S"
                    WHEN "V"
                    WHEN "C"
                        MOVE "S" TO WRK-VALIDO
                    WHEN "s"
                        MOVE "S" TO WRK-PERFIL-ENTRADA
                        MOVE "S" TO WRK-VALIDO
                    WHEN "v"
                        MOVE "V" TO WRK-PERFIL-ENTRADA
                        MOVE "S" TO WRK-VALIDO
                    WHEN "c"
                        MOVE "C" TO WRK-PERFIL-ENTRADA
                        MOVE "S" TO WRK-VALIDO
                    WHEN OTHER
                        DISPLAY "Perfil invalido - digite S, V ou C : "
                END-EVALUATE
            END-PERFORM.
            MOVE "N" TO WRK-VALIDO.

       730-LE-SENHA.
            DISPLAY "Senha (ate 8 posicoes) : ".
            MOVE SPACES TO WRK-SENHA-ENTRADA.
            PERFORM UNTIL WRK-SENHA-ENTRADA NOT = SPACES
                ACCEPT WRK-SENHA-ENTRADA
                IF WRK-SENHA-ENTRADA = SPACES
                    DISPLAY "Senha em branco - digite novamente : "
                END-IF
            END-PERFORM.

       END PROGRAM OperadorManutencao.
