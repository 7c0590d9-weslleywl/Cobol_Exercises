      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintenance of the SECOES.DAT master of secoes
      *          eleitorais - lists the secoes of one municipio or of
      *          all of them with the total capacity, includes, alters
      *          (local de votacao, endereco, capacidade) and deletes
      *          secoes, so the polling places stop living on the
      *          cycle's spreadsheets. SecaoDistribui assigns the
      *          voters from this master. Any signed-on operator may
      *          list; only supervisor and coordenacao change the
      *          master. When SECOES.DAT does not exist yet the
      *          program creates it empty.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SecaoManutencao.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECAO-MASTER ASSIGN TO "SECOES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEC-CHAVE
               FILE STATUS IS WRK-FS-SECAO.

       DATA DIVISION.
       FILE SECTION.
       FD  SECAO-MASTER.
       COPY SECMAST.

       WORKING-STORAGE SECTION.

       COPY OPRLNK.

       77   WRK-PERMITIDO PIC X(1) VALUE "N".

       77   WRK-EOF PIC X(1) VALUE "N".
       77   WRK-FS-SECAO PIC X(2) VALUE SPACES.
       77   WRK-OPCAO PIC X(1) VALUE SPACE.
       77   WRK-SAIR PIC X(1) VALUE "N".
       77   WRK-VALIDO PIC X(1) VALUE "N".
       77   WRK-ACHOU PIC X(1) VALUE "N".
       77   WRK-CONFIRMA PIC X(1) VALUE SPACE.
       77   WRK-MUNICIPIO-ENTRADA PIC X(20) VALUE SPACES.
       77   WRK-NUMERO-ENTRADA PIC X(6) VALUE SPACES.
       77   WRK-NUMERO-NUM PIC 9(4) VALUE ZERO.
       77   WRK-LOCAL-ENTRADA PIC X(30) VALUE SPACES.
       77   WRK-ENDERECO-ENTRADA PIC X(40) VALUE SPACES.
       77   WRK-CAPAC-ENTRADA PIC X(7) VALUE SPACES.
       77   WRK-CAPAC-NUM PIC 9(5) VALUE ZERO.
       77   WRK-TESTE PIC S9(4) VALUE ZERO.
       77   WRK-QTD-LISTADAS PIC 9(5) VALUE ZERO.
       77   WRK-CAPAC-TOTAL PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.

       000-PRINCIPAL.
            DISPLAY "MANUTENCAO - DAS - SECOES - ELEITORAIS".
            DISPLAY " ".

            PERFORM 050-IDENTIFICA-OPERADOR.

            OPEN I-O SECAO-MASTER.
            IF WRK-FS-SECAO = "35"
                OPEN OUTPUT SECAO-MASTER
                CLOSE SECAO-MASTER
                OPEN I-O SECAO-MASTER
                DISPLAY "SECOES.DAT criado - cadastro de secoes vazio."
            END-IF.

            PERFORM UNTIL WRK-SAIR = "S"
                PERFORM 100-MENU
            END-PERFORM.

            CLOSE SECAO-MASTER.

            STOP RUN.

       050-IDENTIFICA-OPERADOR.
            MOVE "SecaoManutencao" TO OPL-PROGRAMA.
            MOVE "SVC" TO OPL-PERFIS-ACEITOS.
            CALL "ValidaOperador" USING OPERADOR-PARM END-CALL.
            IF OPL-AUTORIZADO NOT = "S"
                STOP RUN
            END-IF.

       100-MENU.
            DISPLAY " ".
            DISPLAY "L-Listar  I-Incluir  A-Alterar  E-Excluir"
                "  S-Sair".
            DISPLAY "Opcao : ".
            ACCEPT WRK-OPCAO.

      *    Consulta para todos; so supervisor e coordenacao mexem
      *    nas secoes.
            MOVE "S" TO WRK-PERMITIDO.
            IF (WRK-OPCAO = "I" OR "i" OR "A" OR "a" OR "E" OR "e")
               AND NOT (OPL-PERFIL = "V" OR "C")
                DISPLAY "Opcao nao permitida ao perfil do operador."
                MOVE "N" TO WRK-PERMITIDO
            END-IF.

            IF WRK-PERMITIDO = "S"
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
                    WHEN "E"
                    WHEN "e"
                        PERFORM 500-EXCLUI
                    WHEN "S"
                    WHEN "s"
                        MOVE "S" TO WRK-SAIR
                    WHEN OTHER
                        DISPLAY "Opcao invalida !"
                END-EVALUATE
            END-IF.

       200-LISTA.
            DISPLAY "Municipio (branco = todos) : ".
            MOVE SPACES TO WRK-MUNICIPIO-ENTRADA.
            ACCEPT WRK-MUNICIPIO-ENTRADA.
            MOVE ZERO TO WRK-QTD-LISTADAS.
            MOVE ZERO TO WRK-CAPAC-TOTAL.

            MOVE WRK-MUNICIPIO-ENTRADA TO SEC-MUNICIPIO.
            MOVE ZERO TO SEC-NUMERO.
            START SECAO-MASTER KEY IS NOT LESS THAN SEC-CHAVE
                INVALID KEY
                    MOVE "S" TO WRK-EOF
                NOT INVALID KEY
                    MOVE "N" TO WRK-EOF
            END-START.

            IF WRK-EOF = "N"
                DISPLAY "MUNICIPIO            SECAO LOCAL DE VOTACAO"
                    "                CAPAC."
            END-IF.

            PERFORM UNTIL WRK-EOF = "S"
                READ SECAO-MASTER NEXT RECORD
                    AT END
                        MOVE "S" TO WRK-EOF
                    NOT AT END
                        IF WRK-MUNICIPIO-ENTRADA NOT = SPACES
                           AND SEC-MUNICIPIO NOT = WRK-MUNICIPIO-ENTRADA
                            MOVE "S" TO WRK-EOF
                        ELSE
                            DISPLAY SEC-MUNICIPIO " " SEC-NUMERO "  "
                                SEC-LOCAL " " SEC-CAPACIDADE
                            DISPLAY "                          "
                                SEC-ENDERECO
                            ADD 1 TO WRK-QTD-LISTADAS
                            ADD SEC-CAPACIDADE TO WRK-CAPAC-TOTAL
                        END-IF
                END-READ
            END-PERFORM.

            IF WRK-QTD-LISTADAS = 0
                DISPLAY "Nenhuma secao cadastrada."
            ELSE
                DISPLAY "Secoes listadas     : " WRK-QTD-LISTADAS
                DISPLAY "Capacidade total    : " WRK-CAPAC-TOTAL
            END-IF.

       300-INCLUI.
            PERFORM 700-LE-CHAVE.
            IF WRK-VALIDO = "S"
                READ SECAO-MASTER
                    INVALID KEY
                        MOVE "N" TO WRK-ACHOU
                    NOT INVALID KEY
                        MOVE "S" TO WRK-ACHOU
                END-READ
                IF WRK-ACHOU = "S"
                    DISPLAY "Secao ja cadastrada !"
                ELSE
                    PERFORM 710-LE-DADOS
                    MOVE WRK-MUNICIPIO-ENTRADA TO SEC-MUNICIPIO
                    MOVE WRK-NUMERO-NUM TO SEC-NUMERO
                    MOVE WRK-LOCAL-ENTRADA TO SEC-LOCAL
                    MOVE WRK-ENDERECO-ENTRADA TO SEC-ENDERECO
                    MOVE WRK-CAPAC-NUM TO SEC-CAPACIDADE
                    WRITE SECAO-RECORD
                        INVALID KEY
                            DISPLAY "Erro ao gravar a secao !"
                        NOT INVALID KEY
                            DISPLAY "Secao " SEC-NUMERO " de "
                                SEC-MUNICIPIO " incluida."
                    END-WRITE
                END-IF
            END-IF.

       400-ALTERA.
            PERFORM 700-LE-CHAVE.
            IF WRK-VALIDO = "S"
                READ SECAO-MASTER
                    INVALID KEY
                        DISPLAY "Secao nao cadastrada !"
                    NOT INVALID KEY
                        PERFORM 800-MOSTRA-SECAO
                        PERFORM 710-LE-DADOS
                        MOVE WRK-LOCAL-ENTRADA TO SEC-LOCAL
                        MOVE WRK-ENDERECO-ENTRADA TO SEC-ENDERECO
                        MOVE WRK-CAPAC-NUM TO SEC-CAPACIDADE
                        REWRITE SECAO-RECORD
                            INVALID KEY
                                DISPLAY "Erro ao regravar a secao !"
                            NOT INVALID KEY
                                DISPLAY "Secao " SEC-NUMERO " de "
                                    SEC-MUNICIPIO " alterada."
                        END-REWRITE
                END-READ
            END-IF.

       500-EXCLUI.
            PERFORM 700-LE-CHAVE.
            IF WRK-VALIDO = "S"
                READ SECAO-MASTER
                    INVALID KEY
                        DISPLAY "Secao nao cadastrada !"
                    NOT INVALID KEY
                        PERFORM 800-MOSTRA-SECAO
                        DISPLAY "Confirma a exclusao (S/N) : "
                        ACCEPT WRK-CONFIRMA
                        IF WRK-CONFIRMA = "S" OR "s"
                            DELETE SECAO-MASTER
                                INVALID KEY
                                    DISPLAY "Erro ao excluir a secao !"
                                NOT INVALID KEY
                                    DISPLAY "Secao excluida - os"
                                        " eleitores dela sao"
                                        " redistribuidos no proximo"
                                        " SecaoDistribui."
                            END-DELETE
                        ELSE
                            DISPLAY "Exclusao cancelada."
                        END-IF
                END-READ
            END-IF.

       700-LE-CHAVE.
            MOVE "N" TO WRK-VALIDO.
            DISPLAY "Municipio (como no cadastro de cidadaos) : ".
            MOVE SPACES TO WRK-MUNICIPIO-ENTRADA.
            ACCEPT WRK-MUNICIPIO-ENTRADA.
            IF WRK-MUNICIPIO-ENTRADA = SPACES
                DISPLAY "Municipio em branco !"
            ELSE
                DISPLAY "Numero da secao (1 a 9999) : "
                MOVE SPACES TO WRK-NUMERO-ENTRADA
                ACCEPT WRK-NUMERO-ENTRADA
                COMPUTE WRK-TESTE =
                    FUNCTION TEST-NUMVAL(WRK-NUMERO-ENTRADA)
                IF WRK-TESTE = 0
                    MOVE FUNCTION NUMVAL(WRK-NUMERO-ENTRADA)
                        TO WRK-NUMERO-NUM
                    IF WRK-NUMERO-NUM > 0
                        MOVE "S" TO WRK-VALIDO
                        MOVE WRK-MUNICIPIO-ENTRADA TO SEC-MUNICIPIO
                        MOVE WRK-NUMERO-NUM TO SEC-NUMERO
                    ELSE
                        DISPLAY "Numero da secao invalido !"
                    END-IF
                ELSE
                    DISPLAY "Numero da secao invalido !"
                END-IF
            END-IF.

       710-LE-DADOS.
            DISPLAY "Local de votacao : ".
            MOVE SPACES TO WRK-LOCAL-ENTRADA.
            PERFORM UNTIL WRK-LOCAL-ENTRADA NOT = SPACES
                ACCEPT WRK-LOCAL-ENTRADA
                IF WRK-LOCAL-ENTRADA = SPACES
                    DISPLAY "Local em branco - digite novamente : "
                END-IF
            END-PERFORM.

            DISPLAY "Endereco : ".
            MOVE SPACES TO WRK-ENDERECO-ENTRADA.
            PERFORM UNTIL WRK-ENDERECO-ENTRADA NOT = SPACES
                ACCEPT WRK-ENDERECO-ENTRADA
                IF WRK-ENDERECO-ENTRADA = SPACES
                    DISPLAY "Endereco em branco - digite novamente : "
                END-IF
            END-PERFORM.

            DISPLAY "Capacidade (eleitores) : ".
            MOVE "N" TO WRK-VALIDO.
            PERFORM UNTIL WRK-VALIDO = "S"
                MOVE SPACES TO WRK-CAPAC-ENTRADA
                ACCEPT WRK-CAPAC-ENTRADA
                COMPUTE WRK-TESTE =
                    FUNCTION TEST-NUMVAL(WRK-CAPAC-ENTRADA)
                IF WRK-TESTE = 0
                    MOVE FUNCTION NUMVAL(WRK-CAPAC-ENTRADA)
                        TO WRK-CAPAC-NUM
                    IF WRK-CAPAC-NUM > 0
                        MOVE "S" TO WRK-VALIDO
                    ELSE
                        DISPLAY "Capacidade deve ser maior que zero"
                            " - digite novamente : "
                    END-IF
                ELSE
                    DISPLAY "Valor nao numerico - digite novamente : "
                END-IF
            END-PERFORM.

       800-MOSTRA-SECAO.
            DISPLAY "Municipio   : " SEC-MUNICIPIO.
            DISPLAY "Secao       : " SEC-NUMERO.
            DISPLAY "Local       : " SEC-LOCAL.
            DISPLAY "Endereco    : " SEC-ENDERECO.
            DISPLAY "Capacidade  : " SEC-CAPACIDADE.

       END PROGRAM SecaoManutencao.
