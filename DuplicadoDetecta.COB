      ******************************************************************
      * Author:
      * Date:
      * Purpose: Duplicate-citizen search over CIDADAO.DAT - the
      *          sending agency sometimes issues a second id for the
      *          same person, and both records then age in the
      *          nightly run and go out on the electoral roll (the
      *          authority's "inscricao duplicada" in the retorno).
      *          Active citizens with the same CID-DT-NASC and the
      *          same name once normalised by NomeNormaliza (accents,
      *          repeated spaces and case ignored) are listed in
      *          pairs on DUPLICADOS.REL with municipio, situacao da
      *          inscricao and carteira de habilitacao of each, for
      *          the supervisor to confer and merge in CidadaoFunde.
      *          Records without data de nascimento cannot be
      *          compared and are only counted. Nothing is updated.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DuplicadoDetecta.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CIDADAO-REGISTRO-FILE ASSIGN TO "CIDADAO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CID-ID
               FILE STATUS IS WRK-FS-CIDADAO.
           SELECT CNH-FILE ASSIGN TO "CNH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CNH-ID
               FILE STATUS IS WRK-FS-CNH.
           SELECT RELATORIO-FILE ASSIGN TO "DUPLICADOS.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.
           SELECT SORT-CANDIDATOS ASSIGN TO "SORTWORK".

       DATA DIVISION.
       FILE SECTION.
       FD  CIDADAO-REGISTRO-FILE.
       COPY CIDREG.

       FD  CNH-FILE.
       COPY CNHMAST.

       FD  RELATORIO-FILE.
       01  RELATORIO-LINHA             PIC X(80).

       SD  SORT-CANDIDATOS.
       01  SORT-CANDIDATO-RECORD.
           05  SCD-DT-NASC             PIC 9(8).
           05  SCD-NOME-NORMALIZADO    PIC X(30).
           05  SCD-ID                  PIC 9(9).
           05  SCD-NOME                PIC X(30).
           05  SCD-MUNICIPIO           PIC X(20).
           05  SCD-SIT-INSCRICAO       PIC X(1).
           05  SCD-MOT-RETORNO         PIC X(2).
           05  SCD-CNH                 PIC X(5).

       WORKING-STORAGE SECTION.

       COPY JOBLNK.
       COPY NMNLNK.

       77   WRK-EOF PIC X(1) VALUE "N".
       77   WRK-FIM-SORT PIC X(1) VALUE "N".
       77   WRK-ABORTADO PIC X(1) VALUE "N".
       77   WRK-FS-CIDADAO PIC X(2) VALUE SPACES.
       77   WRK-FS-CNH PIC X(2) VALUE SPACES.
       77   WRK-FS-RELATORIO PIC X(2) VALUE SPACES.
       77   WRK-TEM-CNH PIC X(1) VALUE "N".
       77   WRK-DATA-HOJE PIC 9(8) VALUE ZERO.
       77   WRK-PAGINA PIC 9(4) VALUE ZERO.
       77   WRK-LINHA-ATUAL PIC 9(2) VALUE ZERO.
       77   WRK-LINHA-SAIDA PIC X(80) VALUE SPACES.
       78   WRK-LINHAS-POR-PAGINA VALUE 56.
       78   WRK-MAX-GRUPO VALUE 20.

       77   WRK-DT-NASC-ANTERIOR PIC 9(8) VALUE ZERO.
       77   WRK-NOME-ANTERIOR PIC X(30) VALUE SPACES.
       77   WRK-QTD-GRUPO PIC 9(3) VALUE ZERO.
       77   WRK-I PIC 9(3) VALUE ZERO.
       77   WRK-J PIC 9(3) VALUE ZERO.
       77   WRK-K PIC 9(3) VALUE ZERO.

       77   WRK-QTD-LIDOS PIC 9(7) VALUE ZERO.
       77   WRK-QTD-INATIVOS PIC 9(7) VALUE ZERO.
       77   WRK-QTD-SEM-NASCIMENTO PIC 9(7) VALUE ZERO.
       77   WRK-QTD-COMPARADOS PIC 9(7) VALUE ZERO.
       77   WRK-QTD-GRUPOS PIC 9(7) VALUE ZERO.
       77   WRK-QTD-PARES PIC 9(7) VALUE ZERO.
       77   WRK-QTD-EXCEDENTES PIC 9(7) VALUE ZERO.

      *    Cidadaos com a mesma data de nascimento e o mesmo nome
      *    normalizado - o grupo corrente da saida do SORT.
       01  WRK-GRUPO.
           05  WRK-GRP-MEMBRO OCCURS 20 TIMES.
               10  WRK-GRP-ID          PIC 9(9).
               10  WRK-GRP-NOME        PIC X(30).
               10  WRK-GRP-MUNICIPIO   PIC X(20).
               10  WRK-GRP-SIT-INSCR   PIC X(1).
               10  WRK-GRP-MOT-RETORNO PIC X(2).
               10  WRK-GRP-CNH         PIC X(5).

       01  WRK-CAB-RELATORIO.
           05  FILLER                  PIC X(40)
               VALUE "CIDADAOS EM DUPLICIDADE (CANDIDATOS)    ".
           05  FILLER                  PIC X(6) VALUE "DATA: ".
           05  CAB-DATA                PIC 9(8).
           05  FILLER                  PIC X(6) VALUE " PAG: ".
           05  CAB-PAGINA              PIC ZZZ9.
           05  FILLER                  PIC X(16) VALUE SPACES.

       01  WRK-LIN-TRACO.
           05  FILLER                  PIC X(80) VALUE ALL "-".

       01  WRK-LIN-COLUNAS.
           05  FILLER                  PIC X(40)
               VALUE "  INSCRICAO  NOME                      ".
           05  FILLER                  PIC X(40)
               VALUE "    MUNICIPIO            INSCR   CNH    ".

       01  WRK-LIN-PAR.
           05  FILLER                  PIC X(4) VALUE "PAR ".
           05  LPR-NUMERO              PIC ZZZZ9.
           05  FILLER                  PIC X(13) VALUE "  NASCIMENTO ".
           05  LPR-NASC-DIA            PIC 9(2).
           05  FILLER                  PIC X(1) VALUE "/".
           05  LPR-NASC-MES            PIC 9(2).
           05  FILLER                  PIC X(1) VALUE "/".
           05  LPR-NASC-ANO            PIC 9(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  LPR-NOME-NORMALIZADO    PIC X(30).
           05  FILLER                  PIC X(16) VALUE SPACES.

       01  WRK-LIN-CIDADAO.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  LCD-ID                  PIC 9(9).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  LCD-NOME                PIC X(30).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  LCD-MUNICIPIO           PIC X(20).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  LCD-SIT-INSCRICAO       PIC X(1).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  LCD-MOT-RETORNO         PIC X(2).
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  LCD-CNH                 PIC X(5).
           05  FILLER                  PIC X(2) VALUE SPACES.

       01  WRK-LIN-SEM-DUPLICIDADE.
           05  FILLER                  PIC X(40)
               VALUE "  Nenhum par de cidadaos ativos com a me".
           05  FILLER                  PIC X(40)
               VALUE "sma data de nascimento e o mesmo nome.  ".

       01  WRK-LIN-RODAPE.
           05  FILLER                  PIC X(40)
               VALUE "Confira cada par e faca a fusao no Cidad".
           05  FILLER                  PIC X(40)
               VALUE "aoFunde (supervisor ou coordenacao).    ".

       01  WRK-LIN-TOTAL.
           05  FILLER                  PIC X(28).
           05  TOT-VALOR               PIC ZZZZZZ9.
           05  FILLER                  PIC X(45) VALUE SPACES.

       PROCEDURE DIVISION.

       000-PRINCIPAL.
            DISPLAY "DETECCAO - DE - DUPLICADOS".
            DISPLAY " ".

            PERFORM 940-JOBLOG-INICIO.

            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

            OPEN INPUT CIDADAO-REGISTRO-FILE.
            IF WRK-FS-CIDADAO = "35"
                DISPLAY "CIDADAO.DAT nao encontrado !"
                MOVE "S" TO WRK-ABORTADO
                PERFORM 950-JOBLOG-FIM
                GOBACK
            END-IF.

      *    Sem CNH.DAT a coluna da habilitacao sai vazia.
            OPEN INPUT CNH-FILE.
            IF WRK-FS-CNH = "35"
                MOVE "N" TO WRK-TEM-CNH
            ELSE
                MOVE "S" TO WRK-TEM-CNH
            END-IF.

            SORT SORT-CANDIDATOS
                ON ASCENDING KEY SCD-DT-NASC SCD-NOME-NORMALIZADO
                    SCD-ID
                INPUT PROCEDURE IS 100-SELECIONA-CIDADAOS
                OUTPUT PROCEDURE IS 200-IMPRIME-PARES.

            CLOSE CIDADAO-REGISTRO-FILE.
            IF WRK-TEM-CNH = "S"
                CLOSE CNH-FILE
            END-IF.

            DISPLAY " ".
            DISPLAY "CIDADAOS LIDOS              : " WRK-QTD-LIDOS.
            DISPLAY "INATIVOS (IGNORADOS)        : " WRK-QTD-INATIVOS.
            DISPLAY "SEM DATA DE NASCIMENTO      : "
                WRK-QTD-SEM-NASCIMENTO.
            DISPLAY "ATIVOS COMPARADOS           : "
                WRK-QTD-COMPARADOS.
            DISPLAY "GRUPOS EM DUPLICIDADE       : " WRK-QTD-GRUPOS.
            DISPLAY "PARES CANDIDATOS            : " WRK-QTD-PARES.
            IF WRK-QTD-EXCEDENTES > 0
                DISPLAY "ALEM DO LIMITE POR GRUPO    : "
                    WRK-QTD-EXCEDENTES
            END-IF.
            DISPLAY "Relatorio em DUPLICADOS.REL".

            PERFORM 950-JOBLOG-FIM.

            GOBACK.

       100-SELECIONA-CIDADAOS.
            PERFORM UNTIL WRK-EOF = "S"
                READ CIDADAO-REGISTRO-FILE NEXT RECORD
                    AT END
                        MOVE "S" TO WRK-EOF
                    NOT AT END
                        ADD 1 TO WRK-QTD-LIDOS
                        PERFORM 110-LIBERA-CIDADAO
                END-READ
            END-PERFORM.

       110-LIBERA-CIDADAO.
            IF CID-SITUACAO = "I"
                ADD 1 TO WRK-QTD-INATIVOS
            ELSE
                IF CID-DT-NASC = ZERO
                    ADD 1 TO WRK-QTD-SEM-NASCIMENTO
                ELSE
                    ADD 1 TO WRK-QTD-COMPARADOS
                    MOVE CID-NOME TO NNL-NOME
                    CALL "NomeNormaliza" USING NORMALIZA-PARM
                    END-CALL
                    MOVE CID-DT-NASC TO SCD-DT-NASC
                    MOVE NNL-NOME-NORMALIZADO TO SCD-NOME-NORMALIZADO
                    MOVE CID-ID TO SCD-ID
                    MOVE CID-NOME TO SCD-NOME
                    MOVE CID-MUNICIPIO TO SCD-MUNICIPIO
                    MOVE CID-SIT-INSCRICAO TO SCD-SIT-INSCRICAO
                    MOVE CID-MOT-RETORNO TO SCD-MOT-RETORNO
                    PERFORM 120-SITUACAO-CNH
                    RELEASE SORT-CANDIDATO-RECORD
                END-IF
            END-IF.

       120-SITUACAO-CNH.
            MOVE SPACES TO SCD-CNH.
            IF WRK-TEM-CNH = "S"
                MOVE CID-ID TO CNH-ID
                READ CNH-FILE
                    INVALID KEY
                        MOVE "-" TO SCD-CNH
                    NOT INVALID KEY
                        IF CNH-SITUACAO = "C"
                            MOVE "CANC." TO SCD-CNH
                        ELSE
                            MOVE "ATIVA" TO SCD-CNH
                        END-IF
                END-READ
            END-IF.

       200-IMPRIME-PARES.
            OPEN OUTPUT RELATORIO-FILE.
            MOVE WRK-DATA-HOJE TO CAB-DATA.
            PERFORM 700-NOVA-PAGINA.

            PERFORM UNTIL WRK-FIM-SORT = "S"
                RETURN SORT-CANDIDATOS
                    AT END
                        MOVE "S" TO WRK-FIM-SORT
                    NOT AT END
                        PERFORM 210-PROCESSA-CANDIDATO
                END-RETURN
            END-PERFORM.

            IF WRK-QTD-GRUPO > 0
                PERFORM 250-FECHA-GRUPO
            END-IF.

            IF WRK-QTD-PARES = 0
                MOVE WRK-LIN-SEM-DUPLICIDADE TO RELATORIO-LINHA
                PERFORM 800-GRAVA-LINHA
            END-IF.

            PERFORM 680-GRAVA-TOTAIS.

            CLOSE RELATORIO-FILE.

       210-PROCESSA-CANDIDATO.
            IF WRK-QTD-GRUPO = 0
               OR SCD-DT-NASC NOT = WRK-DT-NASC-ANTERIOR
               OR SCD-NOME-NORMALIZADO NOT = WRK-NOME-ANTERIOR
                IF WRK-QTD-GRUPO > 0
                    PERFORM 250-FECHA-GRUPO
                END-IF
                MOVE SCD-DT-NASC TO WRK-DT-NASC-ANTERIOR
                MOVE SCD-NOME-NORMALIZADO TO WRK-NOME-ANTERIOR
                MOVE ZERO TO WRK-QTD-GRUPO
            END-IF.

            IF WRK-QTD-GRUPO < WRK-MAX-GRUPO
                ADD 1 TO WRK-QTD-GRUPO
                MOVE SCD-ID TO WRK-GRP-ID(WRK-QTD-GRUPO)
                MOVE SCD-NOME TO WRK-GRP-NOME(WRK-QTD-GRUPO)
                MOVE SCD-MUNICIPIO TO WRK-GRP-MUNICIPIO(WRK-QTD-GRUPO)
                MOVE SCD-SIT-INSCRICAO
                    TO WRK-GRP-SIT-INSCR(WRK-QTD-GRUPO)
                MOVE SCD-MOT-RETORNO
                    TO WRK-GRP-MOT-RETORNO(WRK-QTD-GRUPO)
                MOVE SCD-CNH TO WRK-GRP-CNH(WRK-QTD-GRUPO)
            ELSE
                ADD 1 TO WRK-QTD-EXCEDENTES
                DISPLAY "Grupo com mais de 20 cidadaos - id " SCD-ID
                    " fora da listagem."
            END-IF.

       250-FECHA-GRUPO.
      *    Cada combinacao de dois cidadaos do grupo e um par.
            IF WRK-QTD-GRUPO > 1
                ADD 1 TO WRK-QTD-GRUPOS
                PERFORM VARYING WRK-I FROM 1 BY 1
                        UNTIL WRK-I >= WRK-QTD-GRUPO
                    COMPUTE WRK-J = WRK-I + 1
                    PERFORM UNTIL WRK-J > WRK-QTD-GRUPO
                        PERFORM 260-IMPRIME-PAR
                        ADD 1 TO WRK-J
                    END-PERFORM
                END-PERFORM
            END-IF.
            MOVE ZERO TO WRK-QTD-GRUPO.

       260-IMPRIME-PAR.
            ADD 1 TO WRK-QTD-PARES.

      *    O par (cabecalho e dois cidadaos) nao se divide entre
      *    paginas.
            IF WRK-LINHA-ATUAL > WRK-LINHAS-POR-PAGINA - 4
                PERFORM 700-NOVA-PAGINA
            END-IF.

            MOVE WRK-QTD-PARES TO LPR-NUMERO.
            MOVE WRK-DT-NASC-ANTERIOR(7:2) TO LPR-NASC-DIA.
            MOVE WRK-DT-NASC-ANTERIOR(5:2) TO LPR-NASC-MES.
            MOVE WRK-DT-NASC-ANTERIOR(1:4) TO LPR-NASC-ANO.
            MOVE WRK-NOME-ANTERIOR TO LPR-NOME-NORMALIZADO.
            MOVE WRK-LIN-PAR TO RELATORIO-LINHA.
            PERFORM 800-GRAVA-LINHA.

            MOVE WRK-I TO WRK-K.
            PERFORM 270-IMPRIME-MEMBRO.
            MOVE WRK-J TO WRK-K.
            PERFORM 270-IMPRIME-MEMBRO.

            MOVE SPACES TO RELATORIO-LINHA.
            PERFORM 800-GRAVA-LINHA.

       270-IMPRIME-MEMBRO.
            MOVE WRK-GRP-ID(WRK-K) TO LCD-ID.
            MOVE WRK-GRP-NOME(WRK-K) TO LCD-NOME.
            MOVE WRK-GRP-MUNICIPIO(WRK-K) TO LCD-MUNICIPIO.
            MOVE WRK-GRP-SIT-INSCR(WRK-K) TO LCD-SIT-INSCRICAO.
            MOVE WRK-GRP-MOT-RETORNO(WRK-K) TO LCD-MOT-RETORNO.
            MOVE WRK-GRP-CNH(WRK-K) TO LCD-CNH.
            MOVE WRK-LIN-CIDADAO TO RELATORIO-LINHA.
            PERFORM 800-GRAVA-LINHA.

       680-GRAVA-TOTAIS.
            MOVE WRK-LIN-TRACO TO RELATORIO-LINHA.
            PERFORM 800-GRAVA-LINHA.

            MOVE "CIDADAOS LIDOS            : " TO WRK-LIN-TOTAL(1:28).
            MOVE WRK-QTD-LIDOS TO TOT-VALOR.
            MOVE WRK-LIN-TOTAL TO RELATORIO-LINHA.
            PERFORM 800-GRAVA-LINHA.

            MOVE "INATIVOS (IGNORADOS)      : " TO WRK-LIN-TOTAL(1:28).
            MOVE WRK-QTD-INATIVOS TO TOT-VALOR.
            MOVE WRK-LIN-TOTAL TO RELATORIO-LINHA.
            PERFORM 800-GRAVA-LINHA.

            MOVE "SEM DATA DE NASCIMENTO    : " TO WRK-LIN-TOTAL(1:28).
            MOVE WRK-QTD-SEM-NASCIMENTO TO TOT-VALOR.
            MOVE WRK-LIN-TOTAL TO RELATORIO-LINHA.
            PERFORM 800-GRAVA-LINHA.

            MOVE "ATIVOS COMPARADOS         : " TO WRK-LIN-TOTAL(1:28).
            MOVE WRK-QTD-COMPARADOS TO TOT-VALOR.
            MOVE WRK-LIN-TOTAL TO RELATORIO-LINHA.
            PERFORM 800-GRAVA-LINHA.

            MOVE "GRUPOS EM DUPLICIDADE     : " TO WRK-LIN-TOTAL(1:28).
            MOVE WRK-QTD-GRUPOS TO TOT-VALOR.
            MOVE WRK-LIN-TOTAL TO RELATORIO-LINHA.
            PERFORM 800-GRAVA-LINHA.

            MOVE "PARES CANDIDATOS          : " TO WRK-LIN-TOTAL(1:28).
            MOVE WRK-QTD-PARES TO TOT-VALOR.
            MOVE WRK-LIN-TOTAL TO RELATORIO-LINHA.
            PERFORM 800-GRAVA-LINHA.

            IF WRK-QTD-EXCEDENTES > 0
                MOVE "ALEM DO LIMITE POR GRUPO  : "
                    TO WRK-LIN-TOTAL(1:28)
                MOVE WRK-QTD-EXCEDENTES TO TOT-VALOR
                MOVE WRK-LIN-TOTAL TO RELATORIO-LINHA
                PERFORM 800-GRAVA-LINHA
            END-IF.

            IF WRK-QTD-PARES > 0
                MOVE SPACES TO RELATORIO-LINHA
                PERFORM 800-GRAVA-LINHA
                MOVE WRK-LIN-RODAPE TO RELATORIO-LINHA
                PERFORM 800-GRAVA-LINHA
            END-IF.

       700-NOVA-PAGINA.
            ADD 1 TO WRK-PAGINA.
            MOVE WRK-PAGINA TO CAB-PAGINA.
            MOVE WRK-CAB-RELATORIO TO RELATORIO-LINHA.
            IF WRK-PAGINA = 1
                WRITE RELATORIO-LINHA
            ELSE
                WRITE RELATORIO-LINHA AFTER ADVANCING PAGE
            END-IF.
            MOVE WRK-LIN-TRACO TO RELATORIO-LINHA.
            WRITE RELATORIO-LINHA.
            MOVE WRK-LIN-COLUNAS TO RELATORIO-LINHA.
            WRITE RELATORIO-LINHA.
            MOVE SPACES TO RELATORIO-LINHA.
            WRITE RELATORIO-LINHA.
            MOVE 4 TO WRK-LINHA-ATUAL.

       800-GRAVA-LINHA.
      *    A quebra de pagina escreve os cabecalhos pelo proprio
      *    registro do FD - a linha pendente fica guardada e volta
      *    antes do WRITE.
            MOVE RELATORIO-LINHA TO WRK-LINHA-SAIDA.
            IF WRK-LINHA-ATUAL >= WRK-LINHAS-POR-PAGINA
               OR WRK-LINHA-ATUAL = 0
                PERFORM 700-NOVA-PAGINA
                MOVE WRK-LINHA-SAIDA TO RELATORIO-LINHA
            END-IF.
            WRITE RELATORIO-LINHA.
            ADD 1 TO WRK-LINHA-ATUAL.

       940-JOBLOG-INICIO.
            MOVE "DuplicadoDetecta" TO JLP-PROGRAMA.
            MOVE "I" TO JLP-TIPO.
            MOVE SPACE TO JLP-STATUS.
            MOVE ZERO TO JLP-QTD-LIDOS.
            MOVE ZERO TO JLP-QTD-GRAVADOS.
            MOVE ZERO TO JLP-QTD-REJEITADOS.
            CALL "GravaJobLog" USING JOB-LOG-PARM END-CALL.

       950-JOBLOG-FIM.
            MOVE "F" TO JLP-TIPO.
            IF WRK-ABORTADO = "S"
                MOVE "N" TO JLP-STATUS
            ELSE
                MOVE "S" TO JLP-STATUS
            END-IF.
            MOVE WRK-QTD-LIDOS TO JLP-QTD-LIDOS.
            MOVE WRK-QTD-PARES TO JLP-QTD-GRAVADOS.
            MOVE WRK-QTD-SEM-NASCIMENTO TO JLP-QTD-REJEITADOS.
            CALL "GravaJobLog" USING JOB-LOG-PARM END-CALL.

       END PROGRAM DuplicadoDetecta.
