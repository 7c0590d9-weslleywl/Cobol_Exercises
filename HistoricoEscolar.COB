      *          turma, each disciplina's notes, the recuperacao when
      *          taken, the media final, the per-disciplina resultado
      *          and the resultado do ano - no more grepping the file
      *          by hand every time a former student asks. The name
      *          printed comes from the ALUNO.DAT registry when the
      *          matricula is there. A year closed by a conselho de
      *          classe approval (APROV-CONS) is spelled out on the
      *          resultado do ano line, as is a promotion with
      *          dependencia (PROM-DEP); a disciplina cursada em
      *          dependencia is marked with the turma where it was
      *          taken.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT TRANSCRICAO-FILE ASSIGN TO "HISTORICO.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TRANSCRICAO.
           SELECT ALUNO-MASTER ASSIGN TO "ALUNO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-ID
               FILE STATUS IS WRK-FS-ALUNO.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSCRICAO-FILE.
       01  TRANSCRICAO-LINHA           PIC X(80).

       FD  ALUNO-MASTER.
       COPY ALUMAST.

       WORKING-STORAGE SECTION.

       77   WRK-EOF PIC X(1) VALUE "N".
       77   WRK-FS-HISTORICO PIC X(2) VALUE SPACES.
       77   WRK-FS-TRANSCRICAO PIC X(2) VALUE SPACES.
       77   WRK-FS-ALUNO PIC X(2) VALUE SPACES.
       77   WRK-NOME-CADASTRO PIC X(30) VALUE SPACES.
       77   WRK-ID-BUSCA PIC X(6) VALUE SPACES.
       77   WRK-ANO-INICIO PIC 9(4) VALUE ZERO.
       77   WRK-ANO-FIM PIC 9(4) VALUE 9999.
           05  DET-MEDIA-FINAL         PIC Z9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DET-RESULTADO           PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DET-DEPENDENCIA         PIC X(16).

       01  WRK-LIN-RESULT-ANO.
           05  FILLER                  PIC X(26)
               VALUE "RESULTADO DO ANO LETIVO : ".
           05  RES-ANO                 PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RES-DESCRICAO           PIC X(32).
           05  FILLER                  PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.

            MOVE WRK-DATA-HOJE(1:4) TO CAB-ANO.

            PERFORM 800-LE-PARAMETROS.
            PERFORM 850-BUSCA-NOME-CADASTRO.

            OPEN INPUT HISTORICO-FILE.
            IF WRK-FS-HISTORICO = "35"
            END-IF.
            MOVE HIS-MEDIA-FINAL TO DET-MEDIA-FINAL.
            MOVE HIS-RESULTADO TO DET-RESULTADO.
            MOVE SPACES TO DET-DEPENDENCIA.
            IF HIS-DEPENDENCIA = "S"
                STRING "DEPENDENCIA " HIS-TURMA
                    DELIMITED BY SIZE INTO DET-DEPENDENCIA
            END-IF.

            MOVE WRK-LIN-DETALHE TO TRANSCRICAO-LINHA.
            PERFORM 700-GRAVA-LINHA.
       300-ABRE-ANO.
            MOVE HIS-ANO TO ANO-LETIVO.
            MOVE HIS-TURMA TO ANO-TURMA.
            IF WRK-NOME-CADASTRO NOT = SPACES
                MOVE WRK-NOME-CADASTRO TO ANO-NOME
            ELSE
                MOVE HIS-NOME TO ANO-NOME
            END-IF.
            MOVE WRK-LIN-ANO TO TRANSCRICAO-LINHA.
            PERFORM 700-GRAVA-LINHA.
            MOVE WRK-CAB-COLUNAS TO TRANSCRICAO-LINHA.

       400-FECHA-ANO.
            MOVE WRK-RESULTADO-ANO TO RES-ANO.
            EVALUATE WRK-RESULTADO-ANO
                WHEN "APROV-CONS"
                    MOVE "(APROVADO PELO CONSELHO)" TO RES-DESCRICAO
                WHEN "PROM-DEP"
                    MOVE "(PROMOVIDO COM DEPENDENCIA)"
                        TO RES-DESCRICAO
                WHEN OTHER
                    MOVE SPACES TO RES-DESCRICAO
            END-EVALUATE.
            MOVE WRK-LIN-RESULT-ANO TO TRANSCRICAO-LINHA.
            PERFORM 700-GRAVA-LINHA.
            MOVE SPACES TO TRANSCRICAO-LINHA.
                END-IF
            END-IF.

       850-BUSCA-NOME-CADASTRO.
      *    Sem ALUNO.DAT (ou matricula fora dele) vale o nome gravado
      *    no historico de cada ano.
            MOVE SPACES TO WRK-NOME-CADASTRO.
            OPEN INPUT ALUNO-MASTER.
            IF WRK-FS-ALUNO NOT = "35"
                MOVE WRK-ID-BUSCA TO ALU-ID
                READ ALUNO-MASTER
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE ALU-NOME TO WRK-NOME-CADASTRO
                END-READ
                CLOSE ALUNO-MASTER
            END-IF.

       END PROGRAM HistoricoEscolar.
