      ******************************************************************
      * Author:
      * Date:
      * Purpose: Supervised fusao of a duplicated citizen on
      *          CIDADAO.DAT - the supervisor keys the inscricao to
      *          keep and the inscricao to baixar (usually a pair
      *          from DuplicadoDetecta's DUPLICADOS.REL), confers both
      *          records side by side and confirms. The second id
      *          goes to baixa with motivo "DP" (duplicado) and leaves
      *          the rols and the nightly aging; the kept record
      *          takes over its situacao da inscricao when that is
      *          the better one (an inscricao aceita always wins) and
      *          its carteira de habilitacao when the kept record has
      *          none or an older one; the baixado's CNH is cancelled
      *          with motivo "DP". Both ids must be active and share
      *          the data de nascimento; a name that differs after
      *          NomeNormaliza is shown as a warning. Every fusao is
      *          appended to FUSOES.DAT with the signed-on operator,
      *          and option L lists them. Reserved to supervisor and
      *          coordenacao operators.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CidadaoFunde.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CIDADAO-REGISTRO-FILE ASSIGN TO "CIDADAO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CID-ID
               FILE STATUS IS WRK-FS-CIDADAO.
           SELECT CNH-FILE ASSIGN TO "CNH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CNH-ID
               FILE STATUS IS WRK-FS-CNH.
           SELECT FUSAO-LOG ASSIGN TO "FUSOES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FUSAO.

       DATA DIVISION.
       FILE SECTION.
       FD  CIDADAO-REGISTRO-FILE.
       COPY CIDREG.

       FD  CNH-FILE.
       COPY CNHMAST.

       FD  FUSAO-LOG.
       COPY FUSLOG.

       WORKING-STORAGE SECTION.

       COPY OPRLNK.
       COPY NMNLNK.

       77   WRK-EOF PIC X(1) VALUE "N".
       77   WRK-FS-CIDADAO PIC X(2) VALUE SPACES.
       77   WRK-FS-CNH PIC X(2) VALUE SPACES.
       77   WRK-FS-FUSAO PIC X(2) VALUE SPACES.
       77   WRK-TEM-CNH PIC X(1) VALUE "N".
       77   WRK-OPCAO PIC X(1) VALUE SPACE.
       77   WRK-SAIR PIC X(1) VALUE "N".
       77   WRK-VALIDO PIC X(1) VALUE "N".
       77   WRK-CONFIRMA PIC X(1) VALUE SPACE.
       77   WRK-DATA-HOJE PIC 9(8) VALUE ZERO.
       77   WRK-HORA-AGORA PIC 9(8) VALUE ZERO.
       77   WRK-ID-ENTRADA PIC X(9) VALUE SPACES.
       77   WRK-ID PIC 9(9) VALUE ZERO.
       77   WRK-QTD-FUSOES PIC 9(5) VALUE ZERO.

       77   WRK-ID-MANTIDO PIC 9(9) VALUE ZERO.
       77   WRK-NOME-MANTIDO PIC X(30) VALUE SPACES.
       77   WRK-NASC-MANTIDO PIC 9(8) VALUE ZERO.
       77   WRK-INSCR-MANTIDO PIC X(1) VALUE SPACE.
       77   WRK-RETORNO-MANTIDO PIC X(2) VALUE SPACES.
       77   WRK-NORMAL-MANTIDO PIC X(30) VALUE SPACES.

       77   WRK-ID-BAIXADO PIC 9(9) VALUE ZERO.
       77   WRK-NOME-BAIXADO PIC X(30) VALUE SPACES.
       77   WRK-MUNICIPIO-BAIXADO PIC X(20) VALUE SPACES.
       77   WRK-NASC-BAIXADO PIC 9(8) VALUE ZERO.
       77   WRK-INSCR-BAIXADO PIC X(1) VALUE SPACE.
       77   WRK-RETORNO-BAIXADO PIC X(2) VALUE SPACES.
       77   WRK-NORMAL-BAIXADO PIC X(30) VALUE SPACES.

       77   WRK-INSCR-DEPOIS PIC X(1) VALUE SPACE.
       77   WRK-RETORNO-DEPOIS PIC X(2) VALUE SPACES.
       77   WRK-CNH-ACAO PIC X(1) VALUE "-".
       77   WRK-CNH-NUMERO PIC X(11) VALUE SPACES.
       77   WRK-VALIDADE-BAIXADO PIC 9(8) VALUE ZERO.
       77   WRK-CNH-BAIXADO PIC X(57) VALUE SPACES.

       PROCEDURE DIVISION.

       000-PRINCIPAL.
            DISPLAY "FUSAO - DE - CIDADAOS - DUPLICADOS".
            DISPLAY " ".

            PERFORM 050-IDENTIFICA-OPERADOR.

            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

            OPEN I-O CIDADAO-REGISTRO-FILE.
            IF WRK-FS-CIDADAO = "35"
                DISPLAY "CIDADAO.DAT nao encontrado !"
                STOP RUN
            END-IF.

      *    Sem CNH.DAT nao ha habilitacao a transferir.
            OPEN I-O CNH-FILE.
            IF WRK-FS-CNH = "35"
                MOVE "N" TO WRK-TEM-CNH
            ELSE
                MOVE "S" TO WRK-TEM-CNH
            END-IF.

            PERFORM UNTIL WRK-SAIR = "S"
                PERFORM 100-MENU
            END-PERFORM.

            CLOSE CIDADAO-REGISTRO-FILE.
            IF WRK-TEM-CNH = "S"
                CLOSE CNH-FILE
            END-IF.

            STOP RUN.

       050-IDENTIFICA-OPERADOR.
            MOVE "CidadaoFunde" TO OPL-PROGRAMA.
            MOVE "VC " TO OPL-PERFIS-ACEITOS.
            CALL "ValidaOperador" USING OPERADOR-PARM END-CALL.
            IF OPL-AUTORIZADO NOT = "S"
                STOP RUN
            END-IF.

       100-MENU.
            DISPLAY " ".
            DISPLAY "F-Fundir duplicados  L-Listar fusoes  S-Sair".
            DISPLAY "Opcao : ".
            ACCEPT WRK-OPCAO.

            EVALUATE WRK-OPCAO
                WHEN "F"
                WHEN "f"
                    PERFORM 300-FUNDE
                WHEN "L"
                WHEN "l"
                    PERFORM 200-LISTA-FUSOES
                WHEN "S"
                WHEN "s"
                    MOVE "S" TO WRK-SAIR
                WHEN OTHER
                    DISPLAY "Opcao invalida !"
            END-EVALUATE.

       200-LISTA-FUSOES.
            MOVE ZERO TO WRK-QTD-FUSOES.
            OPEN INPUT FUSAO-LOG.
            IF WRK-FS-FUSAO = "35"
                DISPLAY "Nenhuma fusao registrada."
            ELSE
                DISPLAY "DATA     OPERADOR MANTIDO   BAIXADO   NOME"
                    "                           INSCR  CNH"
                MOVE "N" TO WRK-EOF
                PERFORM UNTIL WRK-EOF = "S"
                    READ FUSAO-LOG
                        AT END
                            MOVE "S" TO WRK-EOF
                        NOT AT END
                            ADD 1 TO WRK-QTD-FUSOES
                            DISPLAY FUS-DATA " " FUS-OPERADOR " "
                                FUS-ID-MANTIDO " " FUS-ID-BAIXADO " "
                                FUS-NOME-BAIXADO " " FUS-INSCR-ANTES
                                ">" FUS-INSCR-DEPOIS "    "
                                FUS-CNH-ACAO
                    END-READ
                END-PERFORM
                CLOSE FUSAO-LOG
                DISPLAY "Fusoes registradas : " WRK-QTD-FUSOES
            END-IF.

       300-FUNDE.
            DISPLAY "Inscricao a MANTER".
            PERFORM 710-LE-ID.
            IF WRK-VALIDO = "S"
                MOVE WRK-ID TO WRK-ID-MANTIDO
                DISPLAY "Inscricao a BAIXAR (duplicado)"
                PERFORM 710-LE-ID
            END-IF.
            IF WRK-VALIDO = "S"
                MOVE WRK-ID TO WRK-ID-BAIXADO
                PERFORM 320-CONFERE-PAR
            END-IF.

            IF WRK-VALIDO = "S"
                DISPLAY "Confirma a fusao - " WRK-ID-BAIXADO
                    " vai para baixa (S/N) : "
                ACCEPT WRK-CONFIRMA
                IF WRK-CONFIRMA = "S" OR "s"
                    PERFORM 400-APLICA-FUSAO
                ELSE
                    DISPLAY "Fusao nao realizada."
                END-IF
            END-IF.

       320-CONFERE-PAR.
      *    Os dois registros sao lidos, mostrados e guardados - a
      *    fusao so segue com dois cidadaos ativos e a mesma data de
      *    nascimento.
            IF WRK-ID-MANTIDO = WRK-ID-BAIXADO
                DISPLAY "As duas inscricoes sao iguais !"
                MOVE "N" TO WRK-VALIDO
            END-IF.

            IF WRK-VALIDO = "S"
                MOVE WRK-ID-MANTIDO TO CID-ID
                PERFORM 330-LE-CIDADAO
            END-IF.
            IF WRK-VALIDO = "S"
                MOVE CID-NOME TO WRK-NOME-MANTIDO
                MOVE CID-DT-NASC TO WRK-NASC-MANTIDO
                MOVE CID-SIT-INSCRICAO TO WRK-INSCR-MANTIDO
                MOVE CID-MOT-RETORNO TO WRK-RETORNO-MANTIDO
                DISPLAY "MANTER : " CID-ID " " CID-NOME
                DISPLAY "         " CID-MUNICIPIO " nasc " CID-DT-NASC
                    " inscricao " CID-SIT-INSCRICAO " "
                    CID-MOT-RETORNO
                MOVE WRK-ID-MANTIDO TO CNH-ID
                PERFORM 340-MOSTRA-CNH
                MOVE WRK-ID-BAIXADO TO CID-ID
                PERFORM 330-LE-CIDADAO
            END-IF.
            IF WRK-VALIDO = "S"
                MOVE CID-NOME TO WRK-NOME-BAIXADO
                MOVE CID-MUNICIPIO TO WRK-MUNICIPIO-BAIXADO
                MOVE CID-DT-NASC TO WRK-NASC-BAIXADO
                MOVE CID-SIT-INSCRICAO TO WRK-INSCR-BAIXADO
                MOVE CID-MOT-RETORNO TO WRK-RETORNO-BAIXADO
                DISPLAY "BAIXAR : " CID-ID " " CID-NOME
                DISPLAY "         " CID-MUNICIPIO " nasc " CID-DT-NASC
                    " inscricao " CID-SIT-INSCRICAO " "
                    CID-MOT-RETORNO
                MOVE WRK-ID-BAIXADO TO CNH-ID
                PERFORM 340-MOSTRA-CNH
            END-IF.

            IF WRK-VALIDO = "S"
                IF WRK-NASC-MANTIDO = ZERO
                   OR WRK-NASC-MANTIDO NOT = WRK-NASC-BAIXADO
                    DISPLAY "Datas de nascimento diferentes ou"
                        " ausentes - nao e o mesmo cidadao !"
                    MOVE "N" TO WRK-VALIDO
                END-IF
            END-IF.

            IF WRK-VALIDO = "S"
                MOVE WRK-NOME-MANTIDO TO NNL-NOME
                CALL "NomeNormaliza" USING NORMALIZA-PARM END-CALL
                MOVE NNL-NOME-NORMALIZADO TO WRK-NORMAL-MANTIDO
                MOVE WRK-NOME-BAIXADO TO NNL-NOME
                CALL "NomeNormaliza" USING NORMALIZA-PARM END-CALL
                MOVE NNL-NOME-NORMALIZADO TO WRK-NORMAL-BAIXADO
                IF WRK-NORMAL-MANTIDO NOT = WRK-NORMAL-BAIXADO
                    DISPLAY "ATENCAO: os nomes diferem mesmo sem"
                        " acentos e espacos - confira antes de"
                        " confirmar."
                END-IF
            END-IF.

       330-LE-CIDADAO.
            READ CIDADAO-REGISTRO-FILE
                INVALID KEY
                    DISPLAY "Cidadao " CID-ID " nao cadastrado !"
                    MOVE "N" TO WRK-VALIDO
                NOT INVALID KEY
                    IF CID-SITUACAO = "I"
                        DISPLAY "Cidadao " CID-ID " ja esta em baixa"
                            " (" CID-MOT-BAIXA " em " CID-DT-BAIXA
                            ") !"
                        MOVE "N" TO WRK-VALIDO
                    END-IF
            END-READ.

       340-MOSTRA-CNH.
            IF WRK-TEM-CNH = "S"
                READ CNH-FILE
                    INVALID KEY
                        DISPLAY "         sem habilitacao"
                    NOT INVALID KEY
                        DISPLAY "         CNH " CNH-NUMERO " cat "
                            CNH-CATEGORIA " validade "
                            CNH-DT-VALIDADE " situacao "
                            CNH-SITUACAO
                END-READ
            END-IF.

       400-APLICA-FUSAO.
            ACCEPT WRK-HORA-AGORA FROM TIME.

            MOVE WRK-ID-BAIXADO TO CID-ID.
            READ CIDADAO-REGISTRO-FILE
                INVALID KEY
                    DISPLAY "Cidadao " CID-ID " nao cadastrado !"
                    MOVE "N" TO WRK-VALIDO
            END-READ.
            IF WRK-VALIDO = "S"
                MOVE "I" TO CID-SITUACAO
                MOVE "DP" TO CID-MOT-BAIXA
                MOVE WRK-DATA-HOJE TO CID-DT-BAIXA
                REWRITE CIDADAO-REGISTRO
                    INVALID KEY
                        DISPLAY "Erro ao regravar cidadao " CID-ID
                        MOVE "N" TO WRK-VALIDO
                END-REWRITE
            END-IF.

            IF WRK-VALIDO = "S"
                PERFORM 420-TRANSFERE-INSCRICAO
                PERFORM 450-TRANSFERE-HABILITACAO
                PERFORM 480-GRAVA-FUSAO
                DISPLAY "Fusao registrada - " WRK-ID-BAIXADO
                    " em baixa (DP), mantido " WRK-ID-MANTIDO "."
                DISPLAY "Inscricao do mantido : " WRK-INSCR-MANTIDO
                    " -> " WRK-INSCR-DEPOIS "   habilitacao : "
                    WRK-CNH-ACAO
            END-IF.

       420-TRANSFERE-INSCRICAO.
      *    A inscricao aceita pela autoridade prevalece; a do baixado
      *    so substitui a do mantido quando esta nao tem retorno ou
      *    quando a do baixado foi aceita.
            MOVE WRK-INSCR-MANTIDO TO WRK-INSCR-DEPOIS.
            MOVE WRK-RETORNO-MANTIDO TO WRK-RETORNO-DEPOIS.
            IF WRK-INSCR-BAIXADO NOT = SPACE
               AND WRK-INSCR-MANTIDO NOT = "A"
               AND (WRK-INSCR-MANTIDO = SPACE
                    OR WRK-INSCR-BAIXADO = "A")
                MOVE WRK-INSCR-BAIXADO TO WRK-INSCR-DEPOIS
                MOVE WRK-RETORNO-BAIXADO TO WRK-RETORNO-DEPOIS
                MOVE WRK-ID-MANTIDO TO CID-ID
                READ CIDADAO-REGISTRO-FILE
                    INVALID KEY
                        DISPLAY "Cidadao " CID-ID " nao cadastrado !"
                    NOT INVALID KEY
                        MOVE WRK-INSCR-DEPOIS TO CID-SIT-INSCRICAO
                        MOVE WRK-RETORNO-DEPOIS TO CID-MOT-RETORNO
                        REWRITE CIDADAO-REGISTRO
                            INVALID KEY
                                DISPLAY "Erro ao regravar cidadao "
                                    CID-ID
                        END-REWRITE
                END-READ
            END-IF.

       450-TRANSFERE-HABILITACAO.
            MOVE "-" TO WRK-CNH-ACAO.
            MOVE SPACES TO WRK-CNH-NUMERO.
            IF WRK-TEM-CNH = "S"
                MOVE WRK-ID-BAIXADO TO CNH-ID
                READ CNH-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF CNH-SITUACAO NOT = "C"
                            PERFORM 460-CANCELA-DO-BAIXADO
                            PERFORM 470-HABILITACAO-DO-MANTIDO
                        END-IF
                END-READ
            END-IF.

       460-CANCELA-DO-BAIXADO.
            MOVE CNH-RECORD TO WRK-CNH-BAIXADO.
            MOVE CNH-NUMERO TO WRK-CNH-NUMERO.
            MOVE CNH-DT-VALIDADE TO WRK-VALIDADE-BAIXADO.
            MOVE "C" TO CNH-SITUACAO.
            MOVE "DP" TO CNH-MOT-CANCELAMENTO.
            MOVE WRK-DATA-HOJE TO CNH-DT-CANCELAMENTO.
            REWRITE CNH-RECORD
                INVALID KEY
                    DISPLAY "Erro ao cancelar a habilitacao " CNH-ID
            END-REWRITE.

       470-HABILITACAO-DO-MANTIDO.
      *    O mantido fica com a habilitacao do baixado quando nao tem
      *    nenhuma, quando a sua esta cancelada ou quando vence antes.
            MOVE WRK-ID-MANTIDO TO CNH-ID.
            READ CNH-FILE
                INVALID KEY
                    MOVE WRK-CNH-BAIXADO TO CNH-RECORD
                    MOVE WRK-ID-MANTIDO TO CNH-ID
                    WRITE CNH-RECORD
                        INVALID KEY
                            DISPLAY "Erro ao gravar a habilitacao "
                                CNH-ID
                        NOT INVALID KEY
                            MOVE "T" TO WRK-CNH-ACAO
                    END-WRITE
                NOT INVALID KEY
                    IF CNH-SITUACAO = "C"
                       OR CNH-DT-VALIDADE < WRK-VALIDADE-BAIXADO
                        MOVE WRK-CNH-BAIXADO TO CNH-RECORD
                        MOVE WRK-ID-MANTIDO TO CNH-ID
                        REWRITE CNH-RECORD
                            INVALID KEY
                                DISPLAY "Erro ao regravar a"
                                    " habilitacao " CNH-ID
                            NOT INVALID KEY
                                MOVE "T" TO WRK-CNH-ACAO
                        END-REWRITE
                    ELSE
                        MOVE "M" TO WRK-CNH-ACAO
                    END-IF
            END-READ.

       480-GRAVA-FUSAO.
            MOVE WRK-DATA-HOJE TO FUS-DATA.
            MOVE WRK-HORA-AGORA(1:6) TO FUS-HORA.
            MOVE OPL-ID TO FUS-OPERADOR.
            MOVE WRK-ID-MANTIDO TO FUS-ID-MANTIDO.
            MOVE WRK-ID-BAIXADO TO FUS-ID-BAIXADO.
            MOVE WRK-NOME-BAIXADO TO FUS-NOME-BAIXADO.
            MOVE WRK-MUNICIPIO-BAIXADO TO FUS-MUNICIPIO-BAIXADO.
            MOVE WRK-NASC-BAIXADO TO FUS-DT-NASC.
            MOVE WRK-INSCR-MANTIDO TO FUS-INSCR-ANTES.
            MOVE WRK-RETORNO-MANTIDO TO FUS-RETORNO-ANTES.
            MOVE WRK-INSCR-DEPOIS TO FUS-INSCR-DEPOIS.
            MOVE WRK-RETORNO-DEPOIS TO FUS-RETORNO-DEPOIS.
            MOVE WRK-CNH-ACAO TO FUS-CNH-ACAO.
            MOVE WRK-CNH-NUMERO TO FUS-CNH-NUMERO.

            OPEN EXTEND FUSAO-LOG.
            IF WRK-FS-FUSAO = "35"
                OPEN OUTPUT FUSAO-LOG
            END-IF.
            WRITE FUSAO-REC.
            CLOSE FUSAO-LOG.

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

       END PROGRAM CidadaoFunde.
