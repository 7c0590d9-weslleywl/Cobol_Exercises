      ******************************************************************
      * Author:
      * Date:
      * Purpose: Loads the electoral authority's comparecimento file
      *          (COMPARECIMENTO.DAT) sent after each eleicao - first
      *          validates header, trailer count and hash total the
      *          same way RetornoEleitoral validates ROL-RETORNO.DAT,
      *          and only then records votou/absteve-se per citizen
      *          on VOTACAO.DAT, keyed by the data da eleicao from the
      *          header and CID-ID, with the citizen's municipio and
      *          tipo de voto of the day. Reloading the same eleicao
      *          rewrites the comparecimento and keeps justificativas
      *          already recorded. Ids sem registro no cadastro and
      *          invalid comparecimento codes come out on
      *          COMPARECIMENTO-EXCECOES.REL. AbstencaoApura runs next
      *          to list the abstencoes and refresh the bloqueios.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ComparecimentoCarga.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPARECIMENTO-FILE ASSIGN TO "COMPARECIMENTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-COMPARECIMENTO.
           SELECT CIDADAO-REGISTRO-FILE ASSIGN TO "CIDADAO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CID-ID
               FILE STATUS IS WRK-FS-CIDADAO.
           SELECT VOTACAO-FILE ASSIGN TO "VOTACAO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VOT-CHAVE
               FILE STATUS IS WRK-FS-VOTACAO.
           SELECT EXCECAO-FILE ASSIGN TO "COMPARECIMENTO-EXCECOES.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXCECAO.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPARECIMENTO-FILE.
       01  COM-REGISTRO                PIC X(73).

       FD  CIDADAO-REGISTRO-FILE.
       COPY CIDREG.

       FD  VOTACAO-FILE.
       COPY VOTREC.

       FD  EXCECAO-FILE.
       01  EXCECAO-LINHA               PIC X(80).

       WORKING-STORAGE SECTION.

       COPY JOBLNK.

       COPY COMPREC.

       77   WRK-EOF PIC X(1) VALUE "N".
       77   WRK-FS-COMPARECIMENTO PIC X(2) VALUE SPACES.
       77   WRK-FS-CIDADAO PIC X(2) VALUE SPACES.
       77   WRK-FS-VOTACAO PIC X(2) VALUE SPACES.
       77   WRK-FS-EXCECAO PIC X(2) VALUE SPACES.
       77   WRK-DATA-HOJE PIC 9(8) VALUE ZERO.
       77   WRK-ELEICAO PIC 9(8) VALUE ZERO.
       77   WRK-ARQUIVO-VALIDO PIC X(1) VALUE "N".
       77   WRK-TEM-HEADER PIC X(1) VALUE "N".
       77   WRK-TEM-TRAILER PIC X(1) VALUE "N".
       77   WRK-QTD-HEADERS PIC 9(3) VALUE ZERO.
       77   WRK-QTD-DETALHES PIC 9(9) VALUE ZERO.
       77   WRK-HASH-DETALHES PIC 9(18) VALUE ZERO.
       77   WRK-TRL-QTD PIC 9(9) VALUE ZERO.
       77   WRK-TRL-HASH PIC 9(18) VALUE ZERO.
       77   WRK-QTD-VOTARAM PIC 9(7) VALUE ZERO.
       77   WRK-QTD-ABSTENCOES PIC 9(7) VALUE ZERO.
       77   WRK-QTD-GRAVADOS PIC 9(7) VALUE ZERO.
       77   WRK-QTD-REGRAVADOS PIC 9(7) VALUE ZERO.
       77   WRK-QTD-SEM-REGISTRO PIC 9(7) VALUE ZERO.
       77   WRK-QTD-COMPARECIMENTO-INV PIC 9(7) VALUE ZERO.
       77   WRK-QTD-TIPO-INVALIDO PIC 9(7) VALUE ZERO.

       01  WRK-LIN-CABECALHO.
           05  FILLER                  PIC X(34)
               VALUE "EXCECOES DO COMPARECIMENTO        ".
           05  FILLER                  PIC X(9) VALUE "ELEICAO: ".
           05  CAB-ELEICAO             PIC 9(8).
           05  FILLER                  PIC X(7) VALUE " DATA: ".
           05  CAB-DATA                PIC 9(8).
           05  FILLER                  PIC X(14) VALUE SPACES.

       01  WRK-LIN-TRACO.
           05  FILLER                  PIC X(80) VALUE ALL "-".

       01  WRK-LIN-EXCECAO.
           05  EXC-CLASSE              PIC X(20).
           05  EXC-ID                  PIC 9(9).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  EXC-COMPARECIMENTO      PIC X(1).
           05  FILLER                  PIC X(48) VALUE SPACES.

       01  WRK-LIN-TOTAL.
           05  FILLER                  PIC X(24).
           05  TOT-VALOR               PIC ZZZZZZ9.
           05  FILLER                  PIC X(49) VALUE SPACES.

       PROCEDURE DIVISION.

       000-PRINCIPAL.
            DISPLAY "CARGA - DO - COMPARECIMENTO - ELEITORAL".
            DISPLAY " ".

            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

            PERFORM 940-JOBLOG-INICIO.

            PERFORM 100-VALIDA-ARQUIVO.

            IF WRK-ARQUIVO-VALIDO = "S"
                PERFORM 300-CARREGA-VOTACAO
            ELSE
                DISPLAY "Arquivo de comparecimento invalido -"
                    " VOTACAO.DAT NAO foi atualizado."
            END-IF.

            PERFORM 950-JOBLOG-FIM.

            GOBACK.

       100-VALIDA-ARQUIVO.
      *    Primeira passada: so valida - VOTACAO.DAT nao e tocado
      *    antes de a contagem e o hash do trailer conferirem.
            MOVE "N" TO WRK-ARQUIVO-VALIDO.

            OPEN INPUT COMPARECIMENTO-FILE.
            IF WRK-FS-COMPARECIMENTO = "35"
                DISPLAY "COMPARECIMENTO.DAT nao encontrado !"
            ELSE
                PERFORM UNTIL WRK-EOF = "S"
                    READ COMPARECIMENTO-FILE
                        AT END
                            MOVE "S" TO WRK-EOF
                        NOT AT END
                            PERFORM 150-VALIDA-REGISTRO
                    END-READ
                END-PERFORM
                CLOSE COMPARECIMENTO-FILE
                PERFORM 170-CONFERE-TRAILER
            END-IF.

       170-CONFERE-TRAILER.
            IF WRK-TEM-HEADER NOT = "S"
                DISPLAY "Header ausente no arquivo de comparecimento !"
            ELSE
                IF WRK-TEM-TRAILER NOT = "S"
                    DISPLAY "Trailer ausente no arquivo de"
                        " comparecimento !"
                ELSE
                    IF WRK-TRL-QTD NOT = WRK-QTD-DETALHES
                        DISPLAY "Contagem do trailer (" WRK-TRL-QTD
                            ") difere dos detalhes lidos ("
                            WRK-QTD-DETALHES ") !"
                    ELSE
                        IF WRK-TRL-HASH NOT = WRK-HASH-DETALHES
                            DISPLAY "Hash do trailer (" WRK-TRL-HASH
                                ") difere do calculado ("
                                WRK-HASH-DETALHES ") !"
                        ELSE
                            MOVE "S" TO WRK-ARQUIVO-VALIDO
                        END-IF
                    END-IF
                END-IF
            END-IF.

      *    A data da eleicao do header vira parte da chave de
      *    VOTACAO.DAT - um arquivo sem data valida ou com mais de
      *    uma eleicao nao e carregado.
            IF WRK-TEM-HEADER = "S"
                IF WRK-ELEICAO = ZERO
                    DISPLAY "Data da eleicao invalida no header !"
                    MOVE "N" TO WRK-ARQUIVO-VALIDO
                END-IF
                IF WRK-QTD-HEADERS > 1
                    DISPLAY "Mais de um header no arquivo de"
                        " comparecimento !"
                    MOVE "N" TO WRK-ARQUIVO-VALIDO
                END-IF
            END-IF.

            IF WRK-QTD-TIPO-INVALIDO > 0
                DISPLAY "Registros com tipo invalido : "
                    WRK-QTD-TIPO-INVALIDO
                MOVE "N" TO WRK-ARQUIVO-VALIDO
            END-IF.

       150-VALIDA-REGISTRO.
            EVALUATE COM-REGISTRO(1:1)
                WHEN "H"
                    MOVE COM-REGISTRO TO COM-HEADER
                    MOVE "S" TO WRK-TEM-HEADER
                    ADD 1 TO WRK-QTD-HEADERS
                    IF COM-HDR-ELEICAO IS NUMERIC
                        MOVE COM-HDR-ELEICAO TO WRK-ELEICAO
                    ELSE
                        MOVE ZERO TO WRK-ELEICAO
                    END-IF
                WHEN "D"
                    MOVE COM-REGISTRO TO COM-DETALHE
                    ADD 1 TO WRK-QTD-DETALHES
                    ADD COM-DET-ID TO WRK-HASH-DETALHES
                WHEN "T"
                    MOVE COM-REGISTRO TO COM-TRAILER
                    MOVE "S" TO WRK-TEM-TRAILER
                    MOVE COM-TRL-QTD TO WRK-TRL-QTD
                    MOVE COM-TRL-HASH TO WRK-TRL-HASH
                WHEN OTHER
                    ADD 1 TO WRK-QTD-TIPO-INVALIDO
            END-EVALUATE.

       300-CARREGA-VOTACAO.
            OPEN INPUT CIDADAO-REGISTRO-FILE.
            IF WRK-FS-CIDADAO = "35"
                DISPLAY "CIDADAO.DAT nao encontrado !"
                MOVE "N" TO WRK-ARQUIVO-VALIDO
            ELSE
                OPEN I-O VOTACAO-FILE
                IF WRK-FS-VOTACAO = "35"
                    OPEN OUTPUT VOTACAO-FILE
                    CLOSE VOTACAO-FILE
                    OPEN I-O VOTACAO-FILE
                END-IF
                PERFORM 310-PROCESSA-DETALHES
                CLOSE VOTACAO-FILE
                CLOSE CIDADAO-REGISTRO-FILE
            END-IF.

       310-PROCESSA-DETALHES.
            OPEN OUTPUT EXCECAO-FILE.
            MOVE WRK-ELEICAO TO CAB-ELEICAO.
            MOVE WRK-DATA-HOJE TO CAB-DATA.
            MOVE WRK-LIN-CABECALHO TO EXCECAO-LINHA.
            WRITE EXCECAO-LINHA.
            MOVE WRK-LIN-TRACO TO EXCECAO-LINHA.
            WRITE EXCECAO-LINHA.

            MOVE "N" TO WRK-EOF.
            OPEN INPUT COMPARECIMENTO-FILE.

            PERFORM UNTIL WRK-EOF = "S"
                READ COMPARECIMENTO-FILE
                    AT END
                        MOVE "S" TO WRK-EOF
                    NOT AT END
                        IF COM-REGISTRO(1:1) = "D"
                            MOVE COM-REGISTRO TO COM-DETALHE
                            PERFORM 350-REGISTRA-COMPARECIMENTO
                        END-IF
                END-READ
            END-PERFORM.

            CLOSE COMPARECIMENTO-FILE.

            PERFORM 400-GRAVA-TOTAIS.

            CLOSE EXCECAO-FILE.

            DISPLAY " ".
            DISPLAY "ELEICAO                     : " WRK-ELEICAO.
            DISPLAY "DETALHES PROCESSADOS        : "
                WRK-QTD-DETALHES.
            DISPLAY "VOTARAM                     : " WRK-QTD-VOTARAM.
            DISPLAY "ABSTENCOES                  : "
                WRK-QTD-ABSTENCOES.
            DISPLAY "VOTACOES GRAVADAS           : " WRK-QTD-GRAVADOS.
            DISPLAY "VOTACOES REGRAVADAS         : "
                WRK-QTD-REGRAVADOS.
            DISPLAY "SEM REGISTRO NO CADASTRO    : "
                WRK-QTD-SEM-REGISTRO.
            DISPLAY "COMPARECIMENTO INVALIDO     : "
                WRK-QTD-COMPARECIMENTO-INV.
            DISPLAY "Excecoes gravadas em COMPARECIMENTO-EXCECOES.REL".
            DISPLAY "Rode o AbstencaoApura para listar as abstencoes"
                " e atualizar os bloqueios.".

       350-REGISTRA-COMPARECIMENTO.
            IF COM-DET-COMPARECIMENTO NOT = "V"
                AND COM-DET-COMPARECIMENTO NOT = "A"
                ADD 1 TO WRK-QTD-COMPARECIMENTO-INV
                MOVE "COMPARECIM. INVALIDO" TO EXC-CLASSE
                PERFORM 370-GRAVA-EXCECAO
            ELSE
                MOVE COM-DET-ID TO CID-ID
                READ CIDADAO-REGISTRO-FILE
                    INVALID KEY
                        ADD 1 TO WRK-QTD-SEM-REGISTRO
                        MOVE "SEM REGISTRO      : " TO EXC-CLASSE
                        PERFORM 370-GRAVA-EXCECAO
                    NOT INVALID KEY
                        PERFORM 360-GRAVA-VOTACAO
                END-READ
            END-IF.

       360-GRAVA-VOTACAO.
            IF COM-DET-COMPARECIMENTO = "V"
                ADD 1 TO WRK-QTD-VOTARAM
            ELSE
                ADD 1 TO WRK-QTD-ABSTENCOES
            END-IF.

            MOVE WRK-ELEICAO TO VOT-ELEICAO.
            MOVE COM-DET-ID TO VOT-ID.
            READ VOTACAO-FILE
                INVALID KEY
                    MOVE WRK-ELEICAO TO VOT-ELEICAO
                    MOVE COM-DET-ID TO VOT-ID
                    MOVE "N" TO VOT-JUSTIFICADA
                    MOVE ZERO TO VOT-DT-JUSTIFICATIVA
                    MOVE SPACES TO VOT-MOTIVO
                    MOVE SPACES TO VOT-OPERADOR
                    PERFORM 365-MONTA-VOTACAO
                    WRITE VOTACAO-RECORD
                        INVALID KEY
                            DISPLAY "Erro ao gravar votacao "
                                COM-DET-ID
                        NOT INVALID KEY
                            ADD 1 TO WRK-QTD-GRAVADOS
                    END-WRITE
                NOT INVALID KEY
      *            Recarga da mesma eleicao: a justificativa ja
      *            registrada pelo balcao e mantida.
                    PERFORM 365-MONTA-VOTACAO
                    REWRITE VOTACAO-RECORD
                        INVALID KEY
                            DISPLAY "Erro ao regravar votacao "
                                COM-DET-ID
                        NOT INVALID KEY
                            ADD 1 TO WRK-QTD-REGRAVADOS
                    END-REWRITE
            END-READ.

       365-MONTA-VOTACAO.
            MOVE CID-MUNICIPIO TO VOT-MUNICIPIO.
            MOVE CID-TIPO-VOTO TO VOT-TIPO-VOTO.
            MOVE COM-DET-COMPARECIMENTO TO VOT-COMPARECIMENTO.
            MOVE WRK-DATA-HOJE TO VOT-DT-CARGA.

       370-GRAVA-EXCECAO.
            MOVE COM-DET-ID TO EXC-ID.
            MOVE COM-DET-COMPARECIMENTO TO EXC-COMPARECIMENTO.
            MOVE WRK-LIN-EXCECAO TO EXCECAO-LINHA.
            WRITE EXCECAO-LINHA.

       400-GRAVA-TOTAIS.
            MOVE WRK-LIN-TRACO TO EXCECAO-LINHA.
            WRITE EXCECAO-LINHA.

            MOVE "DETALHES PROCESSADOS  : " TO WRK-LIN-TOTAL(1:24).
            MOVE WRK-QTD-DETALHES TO TOT-VALOR.
            MOVE WRK-LIN-TOTAL TO EXCECAO-LINHA.
            WRITE EXCECAO-LINHA.

            MOVE "VOTARAM               : " TO WRK-LIN-TOTAL(1:24).
            MOVE WRK-QTD-VOTARAM TO TOT-VALOR.
            MOVE WRK-LIN-TOTAL TO EXCECAO-LINHA.
            WRITE EXCECAO-LINHA.

            MOVE "ABSTENCOES            : " TO WRK-LIN-TOTAL(1:24).
            MOVE WRK-QTD-ABSTENCOES TO TOT-VALOR.
            MOVE WRK-LIN-TOTAL TO EXCECAO-LINHA.
            WRITE EXCECAO-LINHA.

            MOVE "SEM REGISTRO          : " TO WRK-LIN-TOTAL(1:24).
            MOVE WRK-QTD-SEM-REGISTRO TO TOT-VALOR.
            MOVE WRK-LIN-TOTAL TO EXCECAO-LINHA.
            WRITE EXCECAO-LINHA.

            MOVE "COMPARECIM. INVALIDO  : " TO WRK-LIN-TOTAL(1:24).
            MOVE WRK-QTD-COMPARECIMENTO-INV TO TOT-VALOR.
            MOVE WRK-LIN-TOTAL TO EXCECAO-LINHA.
            WRITE EXCECAO-LINHA.

       940-JOBLOG-INICIO.
            MOVE "ComparecimentoCarga" TO JLP-PROGRAMA.
            MOVE "I" TO JLP-TIPO.
            MOVE SPACE TO JLP-STATUS.
            MOVE ZERO TO JLP-QTD-LIDOS.
            MOVE ZERO TO JLP-QTD-GRAVADOS.
            MOVE ZERO TO JLP-QTD-REJEITADOS.
            CALL "GravaJobLog" USING JOB-LOG-PARM END-CALL.

       950-JOBLOG-FIM.
            MOVE "F" TO JLP-TIPO.
            IF WRK-ARQUIVO-VALIDO = "S"
                MOVE "S" TO JLP-STATUS
            ELSE
                MOVE "N" TO JLP-STATUS
            END-IF.
            MOVE WRK-QTD-DETALHES TO JLP-QTD-LIDOS.
            COMPUTE JLP-QTD-GRAVADOS =
                WRK-QTD-GRAVADOS + WRK-QTD-REGRAVADOS.
            COMPUTE JLP-QTD-REJEITADOS =
                WRK-QTD-SEM-REGISTRO + WRK-QTD-COMPARECIMENTO-INV.
            CALL "GravaJobLog" USING JOB-LOG-PARM END-CALL.

       END PROGRAM ComparecimentoCarga.
