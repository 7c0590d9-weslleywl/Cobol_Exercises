      ******************************************************************
      * Author:
      * Date:
      * Purpose: Records on MESARIOS-HIST.DAT the dispensa of a
      *          mesario convocado by MesarioSorteio - the operator
      *          keys the data da eleicao and the inscricao, confirms
      *          the convocation shown and types the motivo; the
      *          record becomes "D" with the date and the signed-on
      *          operator, so the citizen does not count as having
      *          served and the next run of the same eleicao and
      *          semente calls a substitute. Also lists the convocados
      *          and dispensados of an eleicao.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MesarioDispensa.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORICO-MESARIO ASSIGN TO "MESARIOS-HIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MHI-CHAVE
               FILE STATUS IS WRK-FS-HISTORICO.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORICO-MESARIO.
       COPY MESHIST.

       WORKING-STORAGE SECTION.

       COPY OPRLNK.

       77   WRK-EOF PIC X(1) VALUE "N".
       77   WRK-FS-HISTORICO PIC X(2) VALUE SPACES.
       77   WRK-OPCAO PIC X(1) VALUE SPACE.
       77   WRK-SAIR PIC X(1) VALUE "N".
       77   WRK-VALIDO PIC X(1) VALUE "N".
       77   WRK-CONFIRMA PIC X(1) VALUE SPACE.
       77   WRK-DATA-HOJE PIC 9(8) VALUE ZERO.
       77   WRK-DATA-ENTRADA PIC X(8) VALUE SPACES.
       77   WRK-ID-ENTRADA PIC X(9) VALUE SPACES.
       77   WRK-MOTIVO-ENTRADA PIC X(30) VALUE SPACES.
       77   WRK-CICLO PIC 9(8) VALUE ZERO.
       77   WRK-QTD-CONVOCADOS PIC 9(5) VALUE ZERO.
       77   WRK-QTD-DISPENSADOS PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.

       000-PRINCIPAL.
            DISPLAY "DISPENSA - DE - MESARIOS".
            DISPLAY " ".

            PERFORM 050-IDENTIFICA-OPERADOR.

            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

            OPEN I-O HISTORICO-MESARIO.
            IF WRK-FS-HISTORICO = "35"
                DISPLAY "MESARIOS-HIST.DAT nao encontrado - nenhum"
                    " sorteio de mesarios foi feito."
                STOP RUN
            END-IF.

            PERFORM UNTIL WRK-SAIR = "S"
                PERFORM 100-MENU
            END-PERFORM.

            CLOSE HISTORICO-MESARIO.

            STOP RUN.

       050-IDENTIFICA-OPERADOR.
            MOVE "MesarioDispensa" TO OPL-PROGRAMA.
            MOVE "SVC" TO OPL-PERFIS-ACEITOS.
            CALL "ValidaOperador" USING OPERADOR-PARM END-CALL.
            IF OPL-AUTORIZADO NOT = "S"
                STOP RUN
            END-IF.

       100-MENU.
            DISPLAY " ".
            DISPLAY "L-Listar eleicao  D-Dispensar  S-Sair".
            DISPLAY "Opcao : ".
            ACCEPT WRK-OPCAO.

            EVALUATE WRK-OPCAO
                WHEN "L"
                WHEN "l"
                    PERFORM 200-LISTA
                WHEN "D"
                WHEN "d"
                    PERFORM 300-DISPENSA
                WHEN "S"
                WHEN "s"
                    MOVE "S" TO WRK-SAIR
                WHEN OTHER
                    DISPLAY "Opcao invalida !"
            END-EVALUATE.

       200-LISTA.
            PERFORM 700-LE-CICLO.
            MOVE ZERO TO WRK-QTD-CONVOCADOS.
            MOVE ZERO TO WRK-QTD-DISPENSADOS.

            MOVE LOW-VALUES TO MHI-CHAVE.
            START HISTORICO-MESARIO KEY IS NOT LESS THAN MHI-CHAVE
                INVALID KEY
                    MOVE "S" TO WRK-EOF
                NOT INVALID KEY
                    MOVE "N" TO WRK-EOF
            END-START.

            DISPLAY "INSCRICAO MUNICIPIO            SECAO SIT MOTIVO".
            PERFORM UNTIL WRK-EOF = "S"
                READ HISTORICO-MESARIO NEXT RECORD
                    AT END
                        MOVE "S" TO WRK-EOF
                    NOT AT END
                        IF MHI-CICLO = WRK-CICLO
                            DISPLAY MHI-ID " " MHI-MUNICIPIO " "
                                MHI-SECAO "  " MHI-SITUACAO "   "
                                MHI-MOTIVO
                            IF MHI-SITUACAO = "D"
                                ADD 1 TO WRK-QTD-DISPENSADOS
                            ELSE
                                ADD 1 TO WRK-QTD-CONVOCADOS
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.

            DISPLAY "Convocados  : " WRK-QTD-CONVOCADOS.
            DISPLAY "Dispensados : " WRK-QTD-DISPENSADOS.

       300-DISPENSA.
            PERFORM 700-LE-CICLO.
            DISPLAY "Inscricao do mesario (9 digitos) : ".
            MOVE SPACES TO WRK-ID-ENTRADA.
            ACCEPT WRK-ID-ENTRADA.
            IF WRK-ID-ENTRADA IS NOT NUMERIC
                DISPLAY "Inscricao invalida !"
            ELSE
                MOVE WRK-ID-ENTRADA TO MHI-ID
                MOVE WRK-CICLO TO MHI-CICLO
                READ HISTORICO-MESARIO
                    INVALID KEY
                        DISPLAY "Cidadao nao convocado nesta eleicao !"
                    NOT INVALID KEY
                        PERFORM 350-CONFIRMA-DISPENSA
                END-READ
            END-IF.

       350-CONFIRMA-DISPENSA.
            DISPLAY "Municipio : " MHI-MUNICIPIO " secao " MHI-SECAO.
            IF MHI-SITUACAO = "D"
                DISPLAY "Ja dispensado em " MHI-DT-SITUACAO " por "
                    MHI-OPERADOR " - " MHI-MOTIVO
            ELSE
                DISPLAY "Motivo da dispensa : "
                MOVE SPACES TO WRK-MOTIVO-ENTRADA
                PERFORM UNTIL WRK-MOTIVO-ENTRADA NOT = SPACES
                    ACCEPT WRK-MOTIVO-ENTRADA
                    IF WRK-MOTIVO-ENTRADA = SPACES
                        DISPLAY "Motivo em branco - digite"
                            " novamente : "
                    END-IF
                END-PERFORM
                DISPLAY "Confirma a dispensa (S/N) : "
                ACCEPT WRK-CONFIRMA
                IF WRK-CONFIRMA = "S" OR "s"
                    MOVE "D" TO MHI-SITUACAO
                    MOVE WRK-MOTIVO-ENTRADA TO MHI-MOTIVO
                    MOVE WRK-DATA-HOJE TO MHI-DT-SITUACAO
                    MOVE OPL-ID TO MHI-OPERADOR
                    REWRITE MESARIO-HIST-RECORD
                        INVALID KEY
                            DISPLAY "Erro ao regravar o historico !"
                        NOT INVALID KEY
                            DISPLAY "Dispensa registrada. Rode o"
                                " MesarioSorteio com a mesma data e"
                                " a semente " MHI-SEMENTE
                            DISPLAY "para convocar o substituto."
                    END-REWRITE
                ELSE
                    DISPLAY "Dispensa cancelada."
                END-IF
            END-IF.

       700-LE-CICLO.
            DISPLAY "Data da eleicao (AAAAMMDD) : ".
            MOVE "N" TO WRK-VALIDO.
            PERFORM UNTIL WRK-VALIDO = "S"
                ACCEPT WRK-DATA-ENTRADA
                IF WRK-DATA-ENTRADA IS NUMERIC
                    MOVE WRK-DATA-ENTRADA TO WRK-CICLO
                    MOVE "S" TO WRK-VALIDO
                ELSE
                    DISPLAY "Data invalida - digite novamente : "
                END-IF
            END-PERFORM.

       END PROGRAM MesarioDispensa.
