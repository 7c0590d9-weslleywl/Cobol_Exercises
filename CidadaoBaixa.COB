      *          run and stop going out on the electoral rolls.
      *          Every baixa applied, every id that matched no record
      *          and every invalid line comes out on BAIXAS.REL for
      *          the front office to confer. The citizen's carteira
      *          de habilitacao on CNH.DAT, when there is one, is
      *          cancelled on the same run with the motivo and data of
      *          the baixa.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS CID-ID
               FILE STATUS IS WRK-FS-CIDADAO.
           SELECT CNH-FILE ASSIGN TO "CNH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CNH-ID
               FILE STATUS IS WRK-FS-CNH.
           SELECT LISTAGEM-FILE ASSIGN TO "BAIXAS.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LISTAGEM.
       FD  CIDADAO-REGISTRO-FILE.
       COPY CIDREG.

       FD  CNH-FILE.
       COPY CNHMAST.

       FD  LISTAGEM-FILE.
       01  LISTAGEM-LINHA              PIC X(80).

       77   WRK-FS-INTAKE PIC X(2) VALUE SPACES.
       77   WRK-FS-CIDADAO PIC X(2) VALUE SPACES.
       77   WRK-FS-LISTAGEM PIC X(2) VALUE SPACES.
       77   WRK-FS-CNH PIC X(2) VALUE SPACES.
       77   WRK-TEM-CNH PIC X(1) VALUE "N".
       77   WRK-DATA-HOJE PIC 9(8) VALUE ZERO.
       77   WRK-QTD-LIDAS PIC 9(7) VALUE ZERO.
       77   WRK-QTD-APLICADAS PIC 9(7) VALUE ZERO.
       77   WRK-QTD-SEM-REGISTRO PIC 9(7) VALUE ZERO.
       77   WRK-QTD-JA-INATIVOS PIC 9(7) VALUE ZERO.
       77   WRK-QTD-INVALIDAS PIC 9(7) VALUE ZERO.
       77   WRK-QTD-CNH-CANCELADAS PIC 9(7) VALUE ZERO.

      *    Area espelho da linha de intake para testes de classe
      *    sobre os campos numericos do FD.
                GOBACK
            END-IF.

      *    Sem CNH.DAT nao ha habilitacao a cancelar - a baixa segue.
            OPEN I-O CNH-FILE.
            IF WRK-FS-CNH = "35"
                MOVE "N" TO WRK-TEM-CNH
            ELSE
                MOVE "S" TO WRK-TEM-CNH
            END-IF.

            OPEN OUTPUT LISTAGEM-FILE.
            MOVE WRK-DATA-HOJE TO CAB-DATA.
            MOVE WRK-LIN-CABECALHO TO LISTAGEM-LINHA.

            CLOSE BAIXA-INTAKE.
            CLOSE CIDADAO-REGISTRO-FILE.
            IF WRK-TEM-CNH = "S"
                CLOSE CNH-FILE
            END-IF.
            CLOSE LISTAGEM-FILE.

            DISPLAY " ".
                WRK-QTD-JA-INATIVOS.
            DISPLAY "LINHAS INVALIDAS            : "
                WRK-QTD-INVALIDAS.
            DISPLAY "HABILITACOES CANCELADAS     : "
                WRK-QTD-CNH-CANCELADAS.
            DISPLAY "Listagem gravada em BAIXAS.REL".

            PERFORM 950-JOBLOG-FIM.
                        ADD 1 TO WRK-QTD-JA-INATIVOS
                        MOVE "JA INATIVO    : " TO DET-SITUACAO
                        PERFORM 280-GRAVA-DETALHE
                        PERFORM 260-CANCELA-HABILITACAO
                    ELSE
                        MOVE "I" TO CID-SITUACAO
                        MOVE BAX-MOTIVO TO CID-MOT-BAIXA
                                MOVE "BAIXA APLICADA: "
                                    TO DET-SITUACAO
                                PERFORM 280-GRAVA-DETALHE
                                PERFORM 260-CANCELA-HABILITACAO
                        END-REWRITE
                    END-IF
            END-READ.
            MOVE SPACES TO CID-NOME.
            PERFORM 280-GRAVA-DETALHE.

       260-CANCELA-HABILITACAO.
      *    Cidadao inativo nao conserva habilitacao ativa - tambem
      *    vale para quem ja estava inativo antes do CNH.DAT.
            IF WRK-TEM-CNH = "S"
                MOVE BAX-ID TO CNH-ID
                READ CNH-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF CNH-SITUACAO NOT = "C"
                            MOVE "C" TO CNH-SITUACAO
                            MOVE BAX-MOTIVO TO CNH-MOT-CANCELAMENTO
                            MOVE BAX-DT-EFETIVA TO CNH-DT-CANCELAMENTO
                            REWRITE CNH-RECORD
                                INVALID KEY
                                    DISPLAY "Erro ao cancelar a"
                                        " habilitacao " CNH-ID
                                NOT INVALID KEY
                                    ADD 1 TO WRK-QTD-CNH-CANCELADAS
                                    MOVE "CNH CANCELADA : "
                                        TO DET-SITUACAO
                                    PERFORM 280-GRAVA-DETALHE
                            END-REWRITE
                        END-IF
                END-READ
            END-IF.

       280-GRAVA-DETALHE.
            MOVE BAX-ID TO DET-ID.
            MOVE BAX-MOTIVO TO DET-MOTIVO.
            MOVE WRK-LIN-TOTAL TO LISTAGEM-LINHA.
            WRITE LISTAGEM-LINHA.

            MOVE "CNH CANCELADAS        : " TO WRK-LIN-TOTAL(1:24).
            MOVE WRK-QTD-CNH-CANCELADAS TO TOT-VALOR.
            MOVE WRK-LIN-TOTAL TO LISTAGEM-LINHA.
            WRITE LISTAGEM-LINHA.

       940-JOBLOG-INICIO.
            MOVE "CidadaoBaixa" TO JLP-PROGRAMA.
            MOVE "I" TO JLP-TIPO.
