      ******************************************************************
      * Author:
      * Date:
      * Purpose: Loads the orgao de transito's CNH-INTAKE.DAT onto the
      *          CNH.DAT registry keyed by CID-ID - one record per
      *          citizen with numero, categoria, emissao and validade;
      *          a renovacao rewrites the citizen's record. The
      *          validade is derived from the emissao and the age on
      *          that date (CID-DT-NASC): 10 anos ate 49 anos, 5 anos
      *          de 50 a 69, 3 anos a partir de 70. Lines for ids
      *          without a CIDADAO.DAT record, for baixados
      *          (CID-SITUACAO "I"), with an invalid emissao, numero
      *          or categoria, without data de nascimento on the
      *          cadastro or for citizens under 18 at the emissao go
      *          to CNH-INTAKE-REJ.DAT with reason codes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CnhCarga.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CNH-INTAKE ASSIGN TO "CNH-INTAKE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-INTAKE.
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
           SELECT REJEITO-FILE ASSIGN TO "CNH-INTAKE-REJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REJEITO.

       DATA DIVISION.
       FILE SECTION.
       FD  CNH-INTAKE.
       COPY CNHINTK.

       FD  CIDADAO-REGISTRO-FILE.
       COPY CIDREG.

       FD  CNH-FILE.
       COPY CNHMAST.

       FD  REJEITO-FILE.
       COPY CNHREJ.

       WORKING-STORAGE SECTION.

       COPY JOBLNK.

       77   WRK-EOF PIC X(1) VALUE "N".
       77   WRK-FS-INTAKE PIC X(2) VALUE SPACES.
       77   WRK-FS-CIDADAO PIC X(2) VALUE SPACES.
       77   WRK-FS-CNH PIC X(2) VALUE SPACES.
       77   WRK-FS-REJEITO PIC X(2) VALUE SPACES.
       77   WRK-DATA-HOJE PIC 9(8) VALUE ZERO.
       77   WRK-MOTIVO PIC X(2) VALUE SPACES.
       77   WRK-ANO PIC 9(4) VALUE ZERO.
       77   WRK-MES PIC 9(2) VALUE ZERO.
       77   WRK-DIA PIC 9(2) VALUE ZERO.
       77   WRK-DIA-MAXIMO PIC 9(2) VALUE ZERO.
       77   WRK-RESTO-4 PIC 9(4) VALUE ZERO.
       77   WRK-RESTO-100 PIC 9(4) VALUE ZERO.
       77   WRK-RESTO-400 PIC 9(4) VALUE ZERO.
       77   WRK-DIVISAO PIC 9(4) VALUE ZERO.
       77   WRK-ANO-EMISSAO PIC 9(4) VALUE ZERO.
       77   WRK-ANO-NASC PIC 9(4) VALUE ZERO.
       77   WRK-IDADE PIC S9(3) VALUE ZERO.
       77   WRK-ANOS-VALIDADE PIC 9(2) VALUE ZERO.
       77   WRK-DT-VALIDADE PIC 9(8) VALUE ZERO.
       78   WRK-IDADE-MINIMA VALUE 18.
       78   WRK-IDADE-FAIXA-1 VALUE 50.
       78   WRK-IDADE-FAIXA-2 VALUE 70.
       78   WRK-VALIDADE-NORMAL VALUE 10.
       78   WRK-VALIDADE-FAIXA-1 VALUE 5.
       78   WRK-VALIDADE-FAIXA-2 VALUE 3.
       77   WRK-QTD-LIDOS PIC 9(7) VALUE ZERO.
       77   WRK-QTD-GRAVADOS PIC 9(7) VALUE ZERO.
       77   WRK-QTD-RENOVADOS PIC 9(7) VALUE ZERO.
       77   WRK-QTD-REJEITADOS PIC 9(7) VALUE ZERO.

      *    Area espelho da linha de intake para testes de classe
      *    sobre os campos numericos do FD.
       01  WRK-INTAKE-X.
           05  WRK-CNI-ID-X            PIC X(9).
           05  WRK-CNI-NUMERO-X        PIC X(11).
           05  WRK-CNI-CATEGORIA-X     PIC X(2).
           05  WRK-CNI-DT-X            PIC X(8).

       PROCEDURE DIVISION.

       000-PRINCIPAL.
            DISPLAY "CARGA - DE - HABILITACOES".
            DISPLAY " ".

            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

            PERFORM 940-JOBLOG-INICIO.

            OPEN INPUT CNH-INTAKE.
            IF WRK-FS-INTAKE = "35"
                DISPLAY "CNH-INTAKE.DAT nao encontrado !"
                PERFORM 950-JOBLOG-FIM
                GOBACK
            END-IF.

            OPEN INPUT CIDADAO-REGISTRO-FILE.
            IF WRK-FS-CIDADAO = "35"
                DISPLAY "CIDADAO.DAT nao encontrado !"
                CLOSE CNH-INTAKE
                PERFORM 950-JOBLOG-FIM
                GOBACK
            END-IF.

            OPEN I-O CNH-FILE.
            IF WRK-FS-CNH = "35"
                DISPLAY "CNH.DAT nao encontrado - criando o cadastro"
                    " de habilitacoes."
                OPEN OUTPUT CNH-FILE
                CLOSE CNH-FILE
                OPEN I-O CNH-FILE
            END-IF.

            OPEN OUTPUT REJEITO-FILE.

            PERFORM UNTIL WRK-EOF = "S"
                READ CNH-INTAKE
                    AT END
                        MOVE "S" TO WRK-EOF
                    NOT AT END
                        ADD 1 TO WRK-QTD-LIDOS
                        PERFORM 100-PROCESSA-LINHA
                END-READ
            END-PERFORM.

            CLOSE CNH-INTAKE.
            CLOSE CIDADAO-REGISTRO-FILE.
            CLOSE CNH-FILE.
            CLOSE REJEITO-FILE.

            DISPLAY " ".
            DISPLAY "LINHAS LIDAS                : " WRK-QTD-LIDOS.
            DISPLAY "HABILITACOES NOVAS          : " WRK-QTD-GRAVADOS.
            DISPLAY "HABILITACOES RENOVADAS      : "
                WRK-QTD-RENOVADOS.
            DISPLAY "LINHAS REJEITADAS           : "
                WRK-QTD-REJEITADOS.
            IF WRK-QTD-REJEITADOS > 0
                DISPLAY "Rejeitos gravados em CNH-INTAKE-REJ.DAT"
            END-IF.

            PERFORM 950-JOBLOG-FIM.

            GOBACK.

       100-PROCESSA-LINHA.
            MOVE CNH-INTAKE-REC TO WRK-INTAKE-X.
            PERFORM 200-VALIDA-LINHA.

            IF WRK-MOTIVO NOT = SPACES
                PERFORM 300-GRAVA-REJEITO
            ELSE
                PERFORM 400-GRAVA-HABILITACAO
            END-IF.

       200-VALIDA-LINHA.
            MOVE SPACES TO WRK-MOTIVO.

            IF WRK-CNI-ID-X IS NOT NUMERIC
                MOVE "01" TO WRK-MOTIVO
            ELSE
                PERFORM 250-VALIDA-EMISSAO
            END-IF.

            IF WRK-MOTIVO = SPACES
                IF CNI-NUMERO = SPACES
                    MOVE "05" TO WRK-MOTIVO
                ELSE
                    EVALUATE CNI-CATEGORIA
                        WHEN "A "
                        WHEN "B "
                        WHEN "C "
                        WHEN "D "
                        WHEN "E "
                        WHEN "AB"
                        WHEN "AC"
                        WHEN "AD"
                        WHEN "AE"
                            CONTINUE
                        WHEN OTHER
                            MOVE "05" TO WRK-MOTIVO
                    END-EVALUATE
                END-IF
            END-IF.

            IF WRK-MOTIVO = SPACES
                MOVE CNI-ID TO CID-ID
                READ CIDADAO-REGISTRO-FILE
                    INVALID KEY
                        MOVE "02" TO WRK-MOTIVO
                    NOT INVALID KEY
                        PERFORM 280-VALIDA-CIDADAO
                END-READ
            END-IF.

       250-VALIDA-EMISSAO.
            IF WRK-CNI-DT-X IS NOT NUMERIC
                MOVE "04" TO WRK-MOTIVO
            ELSE
                MOVE CNI-DT-EMISSAO(1:4) TO WRK-ANO
                MOVE CNI-DT-EMISSAO(5:2) TO WRK-MES
                MOVE CNI-DT-EMISSAO(7:2) TO WRK-DIA

                IF WRK-MES < 1 OR WRK-MES > 12
                   OR CNI-DT-EMISSAO > WRK-DATA-HOJE
                    MOVE "04" TO WRK-MOTIVO
                ELSE
                    PERFORM 260-DIA-MAXIMO-DO-MES
                    IF WRK-DIA < 1 OR WRK-DIA > WRK-DIA-MAXIMO
                        MOVE "04" TO WRK-MOTIVO
                    END-IF
                END-IF
            END-IF.

       260-DIA-MAXIMO-DO-MES.
            EVALUATE WRK-MES
                WHEN 1
                WHEN 3
                WHEN 5
                WHEN 7
                WHEN 8
                WHEN 10
                WHEN 12
                    MOVE 31 TO WRK-DIA-MAXIMO
                WHEN 4
                WHEN 6
                WHEN 9
                WHEN 11
                    MOVE 30 TO WRK-DIA-MAXIMO
                WHEN 2
                    PERFORM 270-FEVEREIRO
            END-EVALUATE.

       270-FEVEREIRO.
      *    Bissexto: divisivel por 4 e (nao divisivel por 100 ou
      *    divisivel por 400).
            DIVIDE WRK-ANO BY 4 GIVING WRK-DIVISAO
                REMAINDER WRK-RESTO-4.
            DIVIDE WRK-ANO BY 100 GIVING WRK-DIVISAO
                REMAINDER WRK-RESTO-100.
            DIVIDE WRK-ANO BY 400 GIVING WRK-DIVISAO
                REMAINDER WRK-RESTO-400.

            IF WRK-RESTO-4 = 0
               AND (WRK-RESTO-100 NOT = 0 OR WRK-RESTO-400 = 0)
                MOVE 29 TO WRK-DIA-MAXIMO
            ELSE
                MOVE 28 TO WRK-DIA-MAXIMO
            END-IF.

       280-VALIDA-CIDADAO.
            IF CID-SITUACAO = "I"
                MOVE "03" TO WRK-MOTIVO
            ELSE
                IF CID-DT-NASC = ZERO
                    MOVE "06" TO WRK-MOTIVO
                ELSE
      *            Idade completa na data da emissao.
                    MOVE CNI-DT-EMISSAO(1:4) TO WRK-ANO-EMISSAO
                    MOVE CID-DT-NASC(1:4) TO WRK-ANO-NASC
                    COMPUTE WRK-IDADE = WRK-ANO-EMISSAO - WRK-ANO-NASC
                    IF CNI-DT-EMISSAO(5:4) < CID-DT-NASC(5:4)
                        SUBTRACT 1 FROM WRK-IDADE
                    END-IF
                    IF WRK-IDADE < WRK-IDADE-MINIMA
                        MOVE "07" TO WRK-MOTIVO
                    END-IF
                END-IF
            END-IF.

       300-GRAVA-REJEITO.
            MOVE WRK-MOTIVO TO CRH-MOTIVO.
            EVALUATE WRK-MOTIVO
                WHEN "01"
                    MOVE "ID NAO NUMERICO" TO CRH-MOTIVO-DESC
                WHEN "02"
                    MOVE "CIDADAO SEM REGISTRO" TO CRH-MOTIVO-DESC
                WHEN "03"
                    MOVE "CIDADAO COM BAIXA" TO CRH-MOTIVO-DESC
                WHEN "04"
                    MOVE "DATA DE EMISSAO INVALIDA"
                        TO CRH-MOTIVO-DESC
                WHEN "05"
                    MOVE "NUMERO OU CATEGORIA INVALIDOS"
                        TO CRH-MOTIVO-DESC
                WHEN "06"
                    MOVE "SEM DATA DE NASCIMENTO"
                        TO CRH-MOTIVO-DESC
                WHEN "07"
                    MOVE "MENOR DE 18 ANOS NA EMISSAO"
                        TO CRH-MOTIVO-DESC
                WHEN OTHER
                    MOVE "MOTIVO DESCONHECIDO" TO CRH-MOTIVO-DESC
            END-EVALUATE.
            MOVE WRK-INTAKE-X TO CRH-DADOS.
            WRITE CNH-REJEITO-REC.
            ADD 1 TO WRK-QTD-REJEITADOS.

       400-GRAVA-HABILITACAO.
            PERFORM 450-CALCULA-VALIDADE.

            MOVE CNI-ID TO CNH-ID.
            READ CNH-FILE
                INVALID KEY
                    PERFORM 480-MONTA-HABILITACAO
                    WRITE CNH-RECORD
                        INVALID KEY
                            DISPLAY "Erro ao gravar habilitacao "
                                CNI-ID
                        NOT INVALID KEY
                            ADD 1 TO WRK-QTD-GRAVADOS
                    END-WRITE
                NOT INVALID KEY
                    PERFORM 480-MONTA-HABILITACAO
                    REWRITE CNH-RECORD
                        INVALID KEY
                            DISPLAY "Erro ao regravar habilitacao "
                                CNI-ID
                        NOT INVALID KEY
                            ADD 1 TO WRK-QTD-RENOVADOS
                    END-REWRITE
            END-READ.

       450-CALCULA-VALIDADE.
            EVALUATE TRUE
                WHEN WRK-IDADE >= WRK-IDADE-FAIXA-2
                    MOVE WRK-VALIDADE-FAIXA-2 TO WRK-ANOS-VALIDADE
                WHEN WRK-IDADE >= WRK-IDADE-FAIXA-1
                    MOVE WRK-VALIDADE-FAIXA-1 TO WRK-ANOS-VALIDADE
                WHEN OTHER
                    MOVE WRK-VALIDADE-NORMAL TO WRK-ANOS-VALIDADE
            END-EVALUATE.

            MOVE CNI-DT-EMISSAO TO WRK-DT-VALIDADE.
            COMPUTE WRK-ANO = WRK-ANO-EMISSAO + WRK-ANOS-VALIDADE.
            MOVE WRK-ANO TO WRK-DT-VALIDADE(1:4).

      *    Emissao em 29/02 vence em 28/02 quando o ano final nao e
      *    bissexto.
            IF CNI-DT-EMISSAO(5:4) = "0229"
                MOVE 2 TO WRK-MES
                PERFORM 270-FEVEREIRO
                IF WRK-DIA-MAXIMO = 28
                    MOVE "28" TO WRK-DT-VALIDADE(7:2)
                END-IF
            END-IF.

       480-MONTA-HABILITACAO.
            MOVE CNI-ID TO CNH-ID.
            MOVE CNI-NUMERO TO CNH-NUMERO.
            MOVE CNI-CATEGORIA TO CNH-CATEGORIA.
            MOVE CNI-DT-EMISSAO TO CNH-DT-EMISSAO.
            MOVE WRK-DT-VALIDADE TO CNH-DT-VALIDADE.
            MOVE "A" TO CNH-SITUACAO.
            MOVE SPACES TO CNH-MOT-CANCELAMENTO.
            MOVE ZERO TO CNH-DT-CANCELAMENTO.
            MOVE WRK-DATA-HOJE TO CNH-DT-CARGA.

       940-JOBLOG-INICIO.
            MOVE "CnhCarga" TO JLP-PROGRAMA.
            MOVE "I" TO JLP-TIPO.
            MOVE SPACE TO JLP-STATUS.
            MOVE ZERO TO JLP-QTD-LIDOS.
            MOVE ZERO TO JLP-QTD-GRAVADOS.
            MOVE ZERO TO JLP-QTD-REJEITADOS.
            CALL "GravaJobLog" USING JOB-LOG-PARM END-CALL.

       950-JOBLOG-FIM.
            MOVE "F" TO JLP-TIPO.
            MOVE "S" TO JLP-STATUS.
            MOVE WRK-QTD-LIDOS TO JLP-QTD-LIDOS.
            COMPUTE JLP-QTD-GRAVADOS =
                WRK-QTD-GRAVADOS + WRK-QTD-RENOVADOS.
            MOVE WRK-QTD-REJEITADOS TO JLP-QTD-REJEITADOS.
            CALL "GravaJobLog" USING JOB-LOG-PARM END-CALL.

       END PROGRAM CnhCarga.
