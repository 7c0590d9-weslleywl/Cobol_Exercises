      ******************************************************************
      * Author:
      * Date:
      * Purpose: Front-office intake of justificativas de abstencao
      *          on VOTACAO.DAT - the operator keys the data da
      *          eleicao and the inscricao, confirms the abstencao
      *          shown and types the motivo aceito; the record
      *          becomes justificada with the date and the signed-on
      *          operator. Also lists a citizen's comparecimento in
      *          every eleicao on file; supervisor e coordenacao may
      *          cancel a justificativa recorded by mistake. The
      *          bloqueio on CIDADAO.DAT follows on the next run of
      *          AbstencaoApura.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JustificaAbstencao.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VOTACAO-FILE ASSIGN TO "VOTACAO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VOT-CHAVE
               FILE STATUS IS WRK-FS-VOTACAO.

       DATA DIVISION.
       FILE SECTION.
       FD  VOTACAO-FILE.
       COPY VOTREC.

       WORKING-STORAGE SECTION.

       COPY OPRLNK.

       77   WRK-EOF PIC X(1) VALUE "N".
       77   WRK-FS-VOTACAO PIC X(2) VALUE SPACES.
       77   WRK-OPCAO PIC X(1) VALUE SPACE.
       77   WRK-SAIR PIC X(1) VALUE "N".
       77   WRK-PERMITIDO PIC X(1) VALUE "S".
       77   WRK-VALIDO PIC X(1) VALUE "N".
       77   WRK-CONFIRMA PIC X(1) VALUE SPACE.
       77   WRK-DATA-HOJE PIC 9(8) VALUE ZERO.
       77   WRK-DATA-ENTRADA PIC X(8) VALUE SPACES.
       77   WRK-ID-ENTRADA PIC X(9) VALUE SPACES.
       77   WRK-MOTIVO-ENTRADA PIC X(30) VALUE SPACES.
       77   WRK-ELEICAO PIC 9(8) VALUE ZERO.
       77   WRK-ID PIC 9(9) VALUE ZERO.
       77   WRK-QTD-ELEICOES PIC 9(3) VALUE ZERO.

       PROCEDURE DIVISION.

       000-PRINCIPAL.
            DISPLAY "JUSTIFICATIVA - DE - ABSTENCAO".
            DISPLAY " ".

            PERFORM 050-IDENTIFICA-OPERADOR.

            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

            OPEN I-O VOTACAO-FILE.
            IF WRK-FS-VOTACAO = "35"
                DISPLAY "VOTACAO.DAT nao encontrado - nenhum"
                    " comparecimento foi carregado."
                STOP RUN
            END-IF.

            PERFORM UNTIL WRK-SAIR = "S"
                PERFORM 100-MENU
            END-PERFORM.

            CLOSE VOTACAO-FILE.

            STOP RUN.

       050-IDENTIFICA-OPERADOR.
            MOVE "JustificaAbstencao" TO OPL-PROGRAMA.
            MOVE "SVC" TO OPL-PERFIS-ACEITOS.
            CALL "ValidaOperador" USING OPERADOR-PARM END-CALL.
            IF OPL-AUTORIZADO NOT = "S"
                STOP RUN
            END-IF.

       100-MENU.
            DISPLAY " ".
            DISPLAY "L-Listar cidadao  J-Justificar  C-Cancelar"
                "  S-Sair".
            DISPLAY "Opcao : ".
            ACCEPT WRK-OPCAO.

      *    Consulta e justificativa para todos; so supervisor e
      *    coordenacao cancelam uma justificativa.
            MOVE "S" TO WRK-PERMITIDO.
            IF (WRK-OPCAO = "C" OR "c")
               AND NOT (OPL-PERFIL = "V" OR "C")
                DISPLAY "Opcao nao permitida ao perfil do operador."
                MOVE "N" TO WRK-PERMITIDO
            END-IF.

            IF WRK-PERMITIDO = "S"
                EVALUATE WRK-OPCAO
                    WHEN "L"
                    WHEN "l"
                        PERFORM 200-LISTA
                    WHEN "J"
                    WHEN "j"
                        PERFORM 300-JUSTIFICA
                    WHEN "C"
                    WHEN "c"
                        PERFORM 400-CANCELA
                    WHEN "S"
                    WHEN "s"
                        MOVE "S" TO WRK-SAIR
                    WHEN OTHER
                        DISPLAY "Opcao invalida !"
                END-EVALUATE
            END-IF.

       200-LISTA.
            PERFORM 710-LE-ID.
            IF WRK-VALIDO = "S"
                MOVE ZERO TO WRK-QTD-ELEICOES
                MOVE LOW-VALUES TO VOT-CHAVE
                START VOTACAO-FILE KEY IS NOT LESS THAN VOT-CHAVE
                    INVALID KEY
                        MOVE "S" TO WRK-EOF
                    NOT INVALID KEY
                        MOVE "N" TO WRK-EOF
                END-START

                DISPLAY "ELEICAO  MUNICIPIO            TIPO COMP JUST"
                    " MOTIVO"
                PERFORM UNTIL WRK-EOF = "S"
                    READ VOTACAO-FILE NEXT RECORD
                        AT END
                            MOVE "S" TO WRK-EOF
                        NOT AT END
                            IF VOT-ID = WRK-ID
                                DISPLAY VOT-ELEICAO " " VOT-MUNICIPIO
                                    " " VOT-TIPO-VOTO "    "
                                    VOT-COMPARECIMENTO "    "
                                    VOT-JUSTIFICADA "    " VOT-MOTIVO
                                ADD 1 TO WRK-QTD-ELEICOES
                            END-IF
                    END-READ
                END-PERFORM

                DISPLAY "Eleicoes no arquivo : " WRK-QTD-ELEICOES
            END-IF.

       300-JUSTIFICA.
            PERFORM 750-LE-VOTACAO.
            IF WRK-VALIDO = "S"
                IF VOT-JUSTIFICADA = "S"
                    DISPLAY "Ja justificada em " VOT-DT-JUSTIFICATIVA
                        " por " VOT-OPERADOR " - " VOT-MOTIVO
                ELSE
                    PERFORM 350-CONFIRMA-JUSTIFICATIVA
                END-IF
            END-IF.

       350-CONFIRMA-JUSTIFICATIVA.
            DISPLAY "Motivo aceito : ".
            MOVE SPACES TO WRK-MOTIVO-ENTRADA.
            PERFORM UNTIL WRK-MOTIVO-ENTRADA NOT = SPACES
                ACCEPT WRK-MOTIVO-ENTRADA
                IF WRK-MOTIVO-ENTRADA = SPACES
                    DISPLAY "Motivo em branco - digite novamente : "
                END-IF
            END-PERFORM.
            DISPLAY "Confirma a justificativa (S/N) : ".
            ACCEPT WRK-CONFIRMA.
            IF WRK-CONFIRMA = "S" OR "s"
                MOVE "S" TO VOT-JUSTIFICADA
                MOVE WRK-MOTIVO-ENTRADA TO VOT-MOTIVO
                MOVE WRK-DATA-HOJE TO VOT-DT-JUSTIFICATIVA
                MOVE OPL-ID TO VOT-OPERADOR
                REWRITE VOTACAO-RECORD
                    INVALID KEY
                        DISPLAY "Erro ao regravar a votacao !"
                    NOT INVALID KEY
                        DISPLAY "Justificativa registrada."
                END-REWRITE
            ELSE
                DISPLAY "Justificativa nao registrada."
            END-IF.

       400-CANCELA.
            PERFORM 750-LE-VOTACAO.
            IF WRK-VALIDO = "S"
                IF VOT-JUSTIFICADA NOT = "S"
                    DISPLAY "Abstencao sem justificativa registrada !"
                ELSE
                    DISPLAY "Justificada em " VOT-DT-JUSTIFICATIVA
                        " por " VOT-OPERADOR " - " VOT-MOTIVO
                    DISPLAY "Confirma o cancelamento (S/N) : "
                    ACCEPT WRK-CONFIRMA
                    IF WRK-CONFIRMA = "S" OR "s"
                        MOVE "N" TO VOT-JUSTIFICADA
                        MOVE WRK-DATA-HOJE TO VOT-DT-JUSTIFICATIVA
                        MOVE OPL-ID TO VOT-OPERADOR
                        MOVE "JUSTIFICATIVA CANCELADA"
                            TO VOT-MOTIVO
                        REWRITE VOTACAO-RECORD
                            INVALID KEY
                                DISPLAY "Erro ao regravar a votacao !"
                            NOT INVALID KEY
                                DISPLAY "Justificativa cancelada."
                        END-REWRITE
                    ELSE
                        DISPLAY "Cancelamento desistido."
                    END-IF
                END-IF
            END-IF.

       700-LE-ELEICAO.
            DISPLAY "Data da eleicao (AAAAMMDD) : ".
            MOVE "N" TO WRK-VALIDO.
            PERFORM UNTIL WRK-VALIDO = "S"
                ACCEPT WRK-DATA-ENTRADA
                IF WRK-DATA-ENTRADA IS NUMERIC
                    MOVE WRK-DATA-ENTRADA TO WRK-ELEICAO
                    MOVE "S" TO WRK-VALIDO
                ELSE
                    DISPLAY "Data invalida - digite novamente : "
                END-IF
            END-PERFORM.

       710-LE-ID.
            DISPLAY "Inscricao do cidadao (9 digitos) : ".
            MOVE SPACES TO WRK-ID-ENTRADA.
            ACCEPT WRK-ID-ENTRADA.
            IF WRK-ID-ENTRADA IS NUMERIC
                MOVE WRK-ID-ENTRADA TO WRK-ID
                MOVE "S" TO WRK-VALIDO
            ELSE
                DISPLAY "Inscricao invalida !"
                MOVE "N" TO WRK-VALIDO
            END-IF.

       750-LE-VOTACAO.
      *    Le a votacao da eleicao e do cidadao informados; so uma
      *    abstencao pode ser justificada ou ter a justificativa
      *    cancelada.
            PERFORM 700-LE-ELEICAO.
            PERFORM 710-LE-ID.
            IF WRK-VALIDO = "S"
                MOVE WRK-ELEICAO TO VOT-ELEICAO
                MOVE WRK-ID TO VOT-ID
                READ VOTACAO-FILE
                    INVALID KEY
                        DISPLAY "Cidadao sem comparecimento nesta"
                            " eleicao !"
                        MOVE "N" TO WRK-VALIDO
                    NOT INVALID KEY
                        DISPLAY "Municipio : " VOT-MUNICIPIO
                            " tipo de voto " VOT-TIPO-VOTO
                        IF VOT-COMPARECIMENTO NOT = "A"
                            DISPLAY "O cidadao votou nesta eleicao !"
                            MOVE "N" TO WRK-VALIDO
                        END-IF
                END-READ
            END-IF.

       END PROGRAM JustificaAbstencao.
