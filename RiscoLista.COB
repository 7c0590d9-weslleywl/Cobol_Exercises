      ******************************************************************
      * Author:
      * Date:
      * Purpose: Early warning after a bimester is closed in PERIODO.DAT
      *          - projects every aluno X disciplina's weighted partial
      *          Media from the notes of the closed bimesters under the
      *          PESOS.DAT weights, the nota the student still needs in
      *          the open bimesters to reach 7 and the frequencia to
      *          date from FALTAS.DAT. A disciplina is at risk when the
      *          partial Media is below 5, when the student would need
      *          more than 10.00 in the remaining bimesters, or when the
      *          frequencia is within WRK-MARGEM-FREQUENCIA points of
      *          the legal 75% floor (or already below it). The at-risk
      *          disciplinas are printed to RISCO.REL grouped by turma,
      *          and one letter per student, addressed to the
      *          responsavel registered on ALUNO.DAT, goes to
      *          CARTAS-RISCO.REL for the secretariat to print and mail.
      *          Matriculas canceladas ou transferidas ficam fora; a
      *          disciplina em dependencia is projected like the others
      *          (notas only) and listed under the student's turma.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RiscoLista.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER ASSIGN TO "STUDENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STU-CHAVE
               FILE STATUS IS WRK-FS-STUDENT.
           SELECT WEIGHT-MASTER ASSIGN TO "PESOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PESOS.
           SELECT FALTAS-MASTER ASSIGN TO "FALTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAL-CHAVE
               FILE STATUS IS WRK-FS-FALTAS.
           SELECT PERIODO-FILE ASSIGN TO "PERIODO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PERIODO.
           SELECT ALUNO-MASTER ASSIGN TO "ALUNO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-ID
               FILE STATUS IS WRK-FS-ALUNO.
           SELECT CADASTRO-FILE ASSIGN TO "CADASTRO-TD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CADASTRO.
           SELECT RISCO-FILE ASSIGN TO "RISCO.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RISCO.
           SELECT CARTA-FILE ASSIGN TO "CARTAS-RISCO.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CARTA.
           SELECT SORT-FILE ASSIGN TO "SORTWORK".

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER.
       COPY STUMAST.

       FD  WEIGHT-MASTER.
       COPY WGHTTBL.

       FD  FALTAS-MASTER.
       COPY FALMAST.

       FD  PERIODO-FILE.
       COPY PERCTL.

       FD  ALUNO-MASTER.
       COPY ALUMAST.

       FD  CADASTRO-FILE.
       COPY CADTD.

       FD  RISCO-FILE.
       01  RISCO-LINHA                 PIC X(80).

       FD  CARTA-FILE.
       01  CARTA-LINHA                 PIC X(80).

       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SRT-TURMA               PIC X(4).
           05  SRT-ID                  PIC X(6).
           05  SRT-DEPENDENCIA         PIC X(1).
           05  SRT-DISCIPLINA          PIC X(4).
           05  SRT-TURMA-CURSADA       PIC X(4).
           05  SRT-NOME                PIC X(30).
           05  SRT-MEDIA-PARCIAL       PIC 9(2)V99.
           05  SRT-NECESSARIA          PIC 9(3)V99.
           05  SRT-TEM-RESTANTE        PIC X(1).
           05  SRT-FALTAS              PIC 9(4).
           05  SRT-FREQUENCIA          PIC 9(3)V99.
           05  SRT-MOTIVO-MEDIA        PIC X(1).
           05  SRT-MOTIVO-NECESSARIA   PIC X(1).
           05  SRT-MOTIVO-FREQUENCIA   PIC X(1).
           05  SRT-RESPONSAVEL         PIC X(30).
           05  SRT-ENDERECO            PIC X(40).
           05  SRT-BAIRRO              PIC X(20).
           05  SRT-CIDADE              PIC X(20).
           05  SRT-CEP                 PIC X(8).

       WORKING-STORAGE SECTION.

       COPY WGHTWRK.

       COPY CADWRK.

       COPY JOBLNK.

       77   WRK-EOF PIC X(1) VALUE "N".
       77   WRK-FIM-SORT PIC X(1) VALUE "N".
       77   WRK-FIM-CADASTRO PIC X(1) VALUE "N".
       77   WRK-FS-STUDENT PIC X(2) VALUE SPACES.
       77   WRK-FS-PESOS PIC X(2) VALUE SPACES.
       77   WRK-FS-FALTAS PIC X(2) VALUE SPACES.
       77   WRK-FS-PERIODO PIC X(2) VALUE SPACES.
       77   WRK-FS-ALUNO PIC X(2) VALUE SPACES.
       77   WRK-FS-CADASTRO PIC X(2) VALUE SPACES.
       77   WRK-FS-RISCO PIC X(2) VALUE SPACES.
       77   WRK-FS-CARTA PIC X(2) VALUE SPACES.
       77   WRK-FALTAS-EXISTE PIC X(1) VALUE "N".
       77   WRK-ALUNO-CAD-EXISTE PIC X(1) VALUE "N".
       77   WRK-ABORTADO PIC X(1) VALUE "N".
       77   WRK-FALTAS-TOTAL PIC 9(4) VALUE ZERO.
       77   WRK-FREQUENCIA PIC 9(3)V99 VALUE ZERO.
       78   WRK-FREQUENCIA-MINIMA VALUE 75.
       78   WRK-MARGEM-FREQUENCIA VALUE 5.
       78   WRK-MEDIA-RISCO VALUE 5.
       78   WRK-MEDIA-APROVACAO VALUE 7.
       77   WRK-ANO-LETIVO PIC 9(4) VALUE ZERO.
       77   WRK-BIM-I PIC 9(1) VALUE ZERO.
       77   WRK-QTD-BIM-FECHADOS PIC 9(1) VALUE ZERO.
       77   WRK-PESO-FECHADO PIC 9(3) VALUE ZERO.
       77   WRK-PONTOS PIC 9(5)V99 VALUE ZERO.
       77   WRK-MEDIA-PARCIAL PIC 9(2)V99 VALUE ZERO.
       77   WRK-NECESSARIA PIC 9(3)V99 VALUE ZERO.
       77   WRK-TEM-RESTANTE PIC X(1) VALUE "N".
       77   WRK-EM-RISCO PIC X(1) VALUE "N".
       77   WRK-DATA-HOJE PIC 9(8) VALUE ZERO.
       77   WRK-BUF-I PIC 9(3) VALUE ZERO.
       77   WRK-ALUNO-LIDO PIC X(6) VALUE SPACES.
       77   WRK-ALUNO-FORA PIC X(1) VALUE "N".
       77   WRK-TURMA-ANTERIOR PIC X(4) VALUE SPACES.
       77   WRK-ID-ANTERIOR PIC X(6) VALUE SPACES.
       77   WRK-TEM-GRUPO-ABERTO PIC X(1) VALUE "N".
       77   WRK-TEM-CARTA-ABERTA PIC X(1) VALUE "N".
       77   WRK-DISC-NOME PIC X(30) VALUE SPACES.
       77   WRK-QTD-REGISTROS-LIDOS PIC 9(5) VALUE ZERO.
       77   WRK-QTD-FORA PIC 9(5) VALUE ZERO.
       77   WRK-QTD-DESCARTADOS PIC 9(5) VALUE ZERO.
       77   WRK-QTD-DISC-RISCO PIC 9(5) VALUE ZERO.
       77   WRK-QTD-GRUPO PIC 9(5) VALUE ZERO.
       77   WRK-QTD-ALUNOS PIC 9(5) VALUE ZERO.
       77   WRK-QTD-CARTAS PIC 9(5) VALUE ZERO.
       77   WRK-QTD-SEM-ENDERECO PIC 9(5) VALUE ZERO.

       01  WRK-CTL-BIMESTRES.
           05  WRK-CTL-FECHADO OCCURS 4 TIMES PIC X(1).

      *    Cadastro do aluno corrente, lido uma vez por matricula.
       01  WRK-ALUNO-DADOS.
           05  WRK-ALUNO-NOME          PIC X(30).
           05  WRK-ALUNO-RESPONSAVEL   PIC X(30).
           05  WRK-ALUNO-ENDERECO      PIC X(40).
           05  WRK-ALUNO-BAIRRO        PIC X(20).
           05  WRK-ALUNO-CIDADE        PIC X(20).
           05  WRK-ALUNO-CEP           PIC X(8).

      *    Disciplinas em risco do aluno corrente - ficam retidas ate
      *    o fim do aluno, quando ja se conhece a turma regular em que
      *    ele sai no relatorio.
       01  WRK-ALUNO-BUFFER.
           05  WRK-BUF-ID              PIC X(6) VALUE SPACES.
           05  WRK-BUF-TURMA           PIC X(4) VALUE SPACES.
           05  WRK-BUF-QTD             PIC 9(3) VALUE ZERO.
           05  WRK-BUF-TAB OCCURS 50 TIMES.
               10  BUF-REGISTRO          PIC X(189).

       01  WRK-CAB-RELATORIO.
           05  FILLER                  PIC X(31)
               VALUE "ALUNOS EM RISCO - ANO LETIVO: ".
           05  CAB-ANO-LETIVO          PIC 9(4).
           05  FILLER                  PIC X(14)
               VALUE "  BIMESTRES: ".
           05  CAB-BIMESTRES           PIC X(8).
           05  FILLER                  PIC X(8) VALUE "  DATA: ".
           05  CAB-DIA                 PIC 9(2).
           05  FILLER                  PIC X(1) VALUE "/".
           05  CAB-MES                 PIC 9(2).
           05  FILLER                  PIC X(1) VALUE "/".
           05  CAB-ANO                 PIC 9(4).
           05  FILLER                  PIC X(5) VALUE SPACES.

       01  WRK-LIN-TRACO.
           05  FILLER                  PIC X(80) VALUE ALL "-".

       01  WRK-LIN-TURMA.
           05  FILLER                  PIC X(7) VALUE "TURMA: ".
           05  GRP-TURMA               PIC X(4).
           05  FILLER                  PIC X(69) VALUE SPACES.

       01  WRK-LIN-ALUNO.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  LAL-ID                  PIC X(6).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  LAL-NOME                PIC X(30).
           05  FILLER                  PIC X(15)
               VALUE "  RESPONSAVEL: ".
           05  LAL-RESPONSAVEL         PIC X(26).

       01  WRK-CAB-COLUNAS.
           05  FILLER                  PIC X(40)
               VALUE "      DISC  M.PARC  PRECISA  FALTAS  FRE".
           05  FILLER                  PIC X(40)
               VALUE "Q.%  MOTIVO                             ".

       01  WRK-LIN-DETALHE.
           05  FILLER                  PIC X(6) VALUE SPACES.
           05  DET-DISCIPLINA          PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DET-MEDIA-PARCIAL       PIC Z9.99.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  DET-NECESSARIA          PIC X(6).
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  DET-FALTAS              PIC ZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DET-FREQUENCIA          PIC ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DET-MOTIVO              PIC X(36).

       01  WRK-NECESSARIA-EDIT         PIC ZZ9.99.

       01  WRK-MOTIVO-TEXTO            PIC X(36).
       01  WRK-MOTIVO-PTR              PIC 9(2) VALUE 1.

       01  WRK-LIN-QTD-GRUPO.
           05  FILLER                  PIC X(36)
               VALUE "  ALUNOS EM RISCO NA TURMA        : ".
           05  QTD-GRUPO               PIC ZZZZ9.
           05  FILLER                  PIC X(39) VALUE SPACES.

       01  WRK-LIN-QTD-TOTAL.
           05  FILLER                  PIC X(36)
               VALUE "TOTAL DE ALUNOS EM RISCO          : ".
           05  QTD-TOTAL               PIC ZZZZ9.
           05  FILLER                  PIC X(39) VALUE SPACES.

      *    Linhas da carta ao responsavel.
       01  WRK-CARTA-CAB.
           05  FILLER                  PIC X(50)
               VALUE "SECRETARIA ESCOLAR - ACOMPANHAMENTO PEDAGOGICO".
           05  FILLER                  PIC X(18) VALUE SPACES.
           05  CRT-DIA                 PIC 9(2).
           05  FILLER                  PIC X(1) VALUE "/".
           05  CRT-MES                 PIC 9(2).
           05  FILLER                  PIC X(1) VALUE "/".
           05  CRT-ANO                 PIC 9(4).
           05  FILLER                  PIC X(2) VALUE SPACES.

       01  WRK-CARTA-DEST.
           05  FILLER                  PIC X(22)
               VALUE "AO(A) RESPONSAVEL   : ".
           05  CRT-RESPONSAVEL         PIC X(30).
           05  FILLER                  PIC X(28) VALUE SPACES.

       01  WRK-CARTA-ENDERECO.
           05  FILLER                  PIC X(22) VALUE SPACES.
           05  CRT-ENDERECO            PIC X(40).
           05  FILLER                  PIC X(18) VALUE SPACES.

       01  WRK-CARTA-CIDADE.
           05  FILLER                  PIC X(22) VALUE SPACES.
           05  CRT-BAIRRO              PIC X(20).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  CRT-CIDADE              PIC X(20).
           05  FILLER                  PIC X(5) VALUE " CEP ".
           05  CRT-CEP                 PIC X(8).
           05  FILLER                  PIC X(4) VALUE SPACES.

       01  WRK-CARTA-ASSUNTO.
           05  FILLER                  PIC X(45)
               VALUE "ASSUNTO: ACOMPANHAMENTO ESCOLAR - ANO LETIVO ".
           05  CRT-ANO-LETIVO          PIC 9(4).
           05  FILLER                  PIC X(13)
               VALUE " - BIMESTRES ".
           05  CRT-BIMESTRES           PIC X(8).
           05  FILLER                  PIC X(10) VALUE SPACES.

       01  WRK-CARTA-COLUNAS.
           05  FILLER                  PIC X(40)
               VALUE "  DISCIPLINA                  MEDIA  FRE".
           05  FILLER                  PIC X(40)
               VALUE "Q.%  SITUACAO                           ".

       01  WRK-CARTA-DETALHE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CRT-DISCIPLINA          PIC X(26).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CRT-MEDIA               PIC Z9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CRT-FREQUENCIA          PIC ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CRT-MOTIVO              PIC X(35).

       PROCEDURE DIVISION.

       000-PRINCIPAL.
            DISPLAY "ALUNOS - EM - RISCO - LISTA".
            DISPLAY " ".

            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

            PERFORM 940-JOBLOG-INICIO.

            PERFORM 800-CARREGA-PERIODO.
            IF WRK-ABORTADO = "S"
                PERFORM 950-JOBLOG-FIM
                GOBACK
            END-IF.

            MOVE WRK-DATA-HOJE(7:2) TO CAB-DIA CRT-DIA.
            MOVE WRK-DATA-HOJE(5:2) TO CAB-MES CRT-MES.
            MOVE WRK-DATA-HOJE(1:4) TO CAB-ANO CRT-ANO.
            MOVE WRK-ANO-LETIVO TO CAB-ANO-LETIVO CRT-ANO-LETIVO.

            PERFORM 900-CARREGA-PESOS.
            PERFORM 905-CARREGA-CADASTRO.

            SORT SORT-FILE
                ON ASCENDING KEY SRT-TURMA SRT-ID SRT-DEPENDENCIA
                                 SRT-DISCIPLINA
                INPUT PROCEDURE IS 100-SELECIONA-ALUNOS
                OUTPUT PROCEDURE IS 200-IMPRIME-LISTA.

            DISPLAY " ".
            DISPLAY "REGISTROS LIDOS             : "
                WRK-QTD-REGISTROS-LIDOS.
            DISPLAY "REGS FORA (MATR. CANCELADA) : " WRK-QTD-FORA.
            DISPLAY "DISCIPLINAS EM RISCO        : "
                WRK-QTD-DISC-RISCO.
            DISPLAY "ALUNOS EM RISCO             : " WRK-QTD-ALUNOS.
            DISPLAY "CARTAS GERADAS              : " WRK-QTD-CARTAS.
            IF WRK-QTD-SEM-ENDERECO > 0
                DISPLAY "AVISO: " WRK-QTD-SEM-ENDERECO " carta(s)"
                    " sem endereco no cadastro ALUNO.DAT."
            END-IF.
            IF WRK-QTD-DESCARTADOS > 0
                DISPLAY "AVISO: " WRK-QTD-DESCARTADOS " registro(s)"
                    " alem de 50 disciplinas por aluno ficaram fora"
                    " da lista."
            END-IF.
            DISPLAY "Lista gravada em RISCO.REL e cartas em"
                " CARTAS-RISCO.REL".

            PERFORM 950-JOBLOG-FIM.

            GOBACK.

       100-SELECIONA-ALUNOS.
            OPEN INPUT STUDENT-MASTER.
            IF WRK-FS-STUDENT = "35"
                DISPLAY "STUDENT.DAT nao encontrado !"
                MOVE "S" TO WRK-EOF
            END-IF.

            OPEN INPUT FALTAS-MASTER.
            IF WRK-FS-FALTAS = "35"
                DISPLAY "FALTAS.DAT nao encontrado - frequencia"
                    " assumida em 100%."
                MOVE "N" TO WRK-FALTAS-EXISTE
            ELSE
                MOVE "S" TO WRK-FALTAS-EXISTE
            END-IF.

            OPEN INPUT ALUNO-MASTER.
            IF WRK-FS-ALUNO = "35"
                DISPLAY "ALUNO.DAT nao encontrado - cartas sem"
                    " responsavel e endereco."
            ELSE
                MOVE "S" TO WRK-ALUNO-CAD-EXISTE
            END-IF.

            PERFORM UNTIL WRK-EOF = "S"
                READ STUDENT-MASTER
                    AT END
                        MOVE "S" TO WRK-EOF
                    NOT AT END
                        ADD 1 TO WRK-QTD-REGISTROS-LIDOS
                        PERFORM 150-PROCESSA-REGISTRO
                END-READ
            END-PERFORM.

            PERFORM 180-FECHA-ALUNO.

            IF WRK-FS-STUDENT NOT = "35"
                CLOSE STUDENT-MASTER
            END-IF.
            IF WRK-FALTAS-EXISTE = "S"
                CLOSE FALTAS-MASTER
            END-IF.
            IF WRK-ALUNO-CAD-EXISTE = "S"
                CLOSE ALUNO-MASTER
            END-IF.

       150-PROCESSA-REGISTRO.
            IF STU-ID NOT = WRK-BUF-ID
                PERFORM 180-FECHA-ALUNO
                MOVE STU-ID TO WRK-BUF-ID
            END-IF.

            PERFORM 160-BUSCA-ALUNO.
            IF WRK-ALUNO-FORA = "S"
                ADD 1 TO WRK-QTD-FORA
            ELSE
                IF STU-DEPENDENCIA NOT = "S"
                    MOVE STU-TURMA TO WRK-BUF-TURMA
                END-IF
                PERFORM 910-BUSCA-PESO
                PERFORM 915-BUSCA-FALTAS
                PERFORM 920-PROJETA-MEDIA
                IF WRK-EM-RISCO = "S"
                    PERFORM 170-GUARDA-RISCO
                END-IF
            END-IF.

       160-BUSCA-ALUNO.
      *    O mestre vem em ordem de matricula - o cadastro so e lido
      *    uma vez por aluno. Matricula cancelada ou transferida para
      *    outra escola fica fora; sem registro no cadastro vale o
      *    nome do mestre de notas e a carta sai sem endereco.
            IF STU-ID NOT = WRK-ALUNO-LIDO
                MOVE STU-ID TO WRK-ALUNO-LIDO
                MOVE SPACES TO WRK-ALUNO-DADOS
                MOVE STU-NOME TO WRK-ALUNO-NOME
                MOVE "N" TO WRK-ALUNO-FORA
                IF WRK-ALUNO-CAD-EXISTE = "S"
                    MOVE STU-ID TO ALU-ID
                    READ ALUNO-MASTER
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            MOVE ALU-NOME TO WRK-ALUNO-NOME
                            MOVE ALU-RESPONSAVEL
                                TO WRK-ALUNO-RESPONSAVEL
                            MOVE ALU-ENDERECO TO WRK-ALUNO-ENDERECO
                            MOVE ALU-BAIRRO TO WRK-ALUNO-BAIRRO
                            MOVE ALU-CIDADE TO WRK-ALUNO-CIDADE
                            MOVE ALU-CEP TO WRK-ALUNO-CEP
                            IF ALU-SITUACAO = "C" OR ALU-SITUACAO = "T"
                                MOVE "S" TO WRK-ALUNO-FORA
                            END-IF
                    END-READ
                END-IF
            END-IF.

       170-GUARDA-RISCO.
            IF WRK-BUF-QTD < 50
                MOVE STU-ID TO SRT-ID
                MOVE STU-DEPENDENCIA TO SRT-DEPENDENCIA
                MOVE STU-DISCIPLINA TO SRT-DISCIPLINA
                MOVE STU-TURMA TO SRT-TURMA SRT-TURMA-CURSADA
                MOVE WRK-ALUNO-NOME TO SRT-NOME
                MOVE WRK-MEDIA-PARCIAL TO SRT-MEDIA-PARCIAL
                MOVE WRK-NECESSARIA TO SRT-NECESSARIA
                MOVE WRK-TEM-RESTANTE TO SRT-TEM-RESTANTE
                MOVE WRK-FALTAS-TOTAL TO SRT-FALTAS
                MOVE WRK-FREQUENCIA TO SRT-FREQUENCIA
                MOVE WRK-ALUNO-RESPONSAVEL TO SRT-RESPONSAVEL
                MOVE WRK-ALUNO-ENDERECO TO SRT-ENDERECO
                MOVE WRK-ALUNO-BAIRRO TO SRT-BAIRRO
                MOVE WRK-ALUNO-CIDADE TO SRT-CIDADE
                MOVE WRK-ALUNO-CEP TO SRT-CEP
                ADD 1 TO WRK-BUF-QTD
                MOVE SORT-RECORD TO BUF-REGISTRO(WRK-BUF-QTD)
            ELSE
                ADD 1 TO WRK-QTD-DESCARTADOS
            END-IF.

       180-FECHA-ALUNO.
      *    O aluno sai na turma das disciplinas regulares; sem
      *    disciplina regular fica na turma da propria dependencia.
            PERFORM VARYING WRK-BUF-I FROM 1 BY 1
                    UNTIL WRK-BUF-I > WRK-BUF-QTD
                MOVE BUF-REGISTRO(WRK-BUF-I) TO SORT-RECORD
                IF WRK-BUF-TURMA NOT = SPACES
                    MOVE WRK-BUF-TURMA TO SRT-TURMA
                END-IF
                RELEASE SORT-RECORD
                ADD 1 TO WRK-QTD-DISC-RISCO
            END-PERFORM.

            MOVE ZERO TO WRK-BUF-QTD.
            MOVE SPACES TO WRK-BUF-ID.
            MOVE SPACES TO WRK-BUF-TURMA.

       200-IMPRIME-LISTA.
            OPEN OUTPUT RISCO-FILE.
            OPEN OUTPUT CARTA-FILE.

            MOVE WRK-CAB-RELATORIO TO RISCO-LINHA.
            WRITE RISCO-LINHA.
            MOVE WRK-LIN-TRACO TO RISCO-LINHA.
            WRITE RISCO-LINHA.

            PERFORM UNTIL WRK-FIM-SORT = "S"
                RETURN SORT-FILE
                    AT END
                        MOVE "S" TO WRK-FIM-SORT
                    NOT AT END
                        PERFORM 300-PROCESSA-REGISTRO
                END-RETURN
            END-PERFORM.

            IF WRK-TEM-CARTA-ABERTA = "S"
                PERFORM 650-FECHA-CARTA
            END-IF.
            IF WRK-TEM-GRUPO-ABERTO = "S"
                PERFORM 400-FECHA-GRUPO
            END-IF.

            MOVE WRK-LIN-TRACO TO RISCO-LINHA.
            WRITE RISCO-LINHA.
            MOVE WRK-QTD-ALUNOS TO QTD-TOTAL.
            MOVE WRK-LIN-QTD-TOTAL TO RISCO-LINHA.
            WRITE RISCO-LINHA.

            CLOSE RISCO-FILE.
            CLOSE CARTA-FILE.

       300-PROCESSA-REGISTRO.
            IF SRT-TURMA NOT = WRK-TURMA-ANTERIOR
                IF WRK-TEM-CARTA-ABERTA = "S"
                    PERFORM 650-FECHA-CARTA
                END-IF
                IF WRK-TEM-GRUPO-ABERTO = "S"
                    PERFORM 400-FECHA-GRUPO
                END-IF
                MOVE SRT-TURMA TO WRK-TURMA-ANTERIOR
                MOVE SPACES TO WRK-ID-ANTERIOR
                PERFORM 350-ABRE-GRUPO
            END-IF.

            IF SRT-ID NOT = WRK-ID-ANTERIOR
                IF WRK-TEM-CARTA-ABERTA = "S"
                    PERFORM 650-FECHA-CARTA
                END-IF
                MOVE SRT-ID TO WRK-ID-ANTERIOR
                PERFORM 360-IMPRIME-ALUNO
                PERFORM 600-ABRE-CARTA
            END-IF.

            PERFORM 370-MONTA-MOTIVO.

            MOVE SRT-DISCIPLINA TO DET-DISCIPLINA.
            MOVE SRT-MEDIA-PARCIAL TO DET-MEDIA-PARCIAL.
            IF SRT-TEM-RESTANTE = "S"
                MOVE SRT-NECESSARIA TO WRK-NECESSARIA-EDIT
                MOVE WRK-NECESSARIA-EDIT TO DET-NECESSARIA
            ELSE
                MOVE "   -  " TO DET-NECESSARIA
            END-IF.
            MOVE SRT-FALTAS TO DET-FALTAS.
            MOVE SRT-FREQUENCIA TO DET-FREQUENCIA.
            MOVE WRK-MOTIVO-TEXTO TO DET-MOTIVO.
            MOVE WRK-LIN-DETALHE TO RISCO-LINHA.
            WRITE RISCO-LINHA.

            PERFORM 620-DETALHE-CARTA.

       350-ABRE-GRUPO.
            MOVE SPACES TO RISCO-LINHA.
            WRITE RISCO-LINHA.
            MOVE SRT-TURMA TO GRP-TURMA.
            MOVE WRK-LIN-TURMA TO RISCO-LINHA.
            WRITE RISCO-LINHA.
            MOVE ZERO TO WRK-QTD-GRUPO.
            MOVE "S" TO WRK-TEM-GRUPO-ABERTO.

       360-IMPRIME-ALUNO.
            MOVE SPACES TO RISCO-LINHA.
            WRITE RISCO-LINHA.
            MOVE SRT-ID TO LAL-ID.
            MOVE SRT-NOME TO LAL-NOME.
            MOVE SRT-RESPONSAVEL TO LAL-RESPONSAVEL.
            MOVE WRK-LIN-ALUNO TO RISCO-LINHA.
            WRITE RISCO-LINHA.
            MOVE WRK-CAB-COLUNAS TO RISCO-LINHA.
            WRITE RISCO-LINHA.

            ADD 1 TO WRK-QTD-GRUPO.
            ADD 1 TO WRK-QTD-ALUNOS.

       370-MONTA-MOTIVO.
            MOVE SPACES TO WRK-MOTIVO-TEXTO.
            MOVE 1 TO WRK-MOTIVO-PTR.
            IF SRT-MOTIVO-MEDIA = "S"
                STRING "MEDIA<5 " DELIMITED BY SIZE
                    INTO WRK-MOTIVO-TEXTO
                    WITH POINTER WRK-MOTIVO-PTR
            END-IF.
            IF SRT-MOTIVO-NECESSARIA = "S"
                STRING "PRECISA>10 " DELIMITED BY SIZE
                    INTO WRK-MOTIVO-TEXTO
                    WITH POINTER WRK-MOTIVO-PTR
            END-IF.
            IF SRT-MOTIVO-FREQUENCIA = "S"
                IF SRT-FREQUENCIA < WRK-FREQUENCIA-MINIMA
                    STRING "FREQ<75% " DELIMITED BY SIZE
                        INTO WRK-MOTIVO-TEXTO
                        WITH POINTER WRK-MOTIVO-PTR
                ELSE
                    STRING "FREQ.LIMITE " DELIMITED BY SIZE
                        INTO WRK-MOTIVO-TEXTO
                        WITH POINTER WRK-MOTIVO-PTR
                END-IF
            END-IF.
            IF SRT-DEPENDENCIA = "S"
                STRING "DEP." DELIMITED BY SIZE
                    INTO WRK-MOTIVO-TEXTO
                    WITH POINTER WRK-MOTIVO-PTR
            END-IF.

       400-FECHA-GRUPO.
            MOVE SPACES TO RISCO-LINHA.
            WRITE RISCO-LINHA.
            MOVE WRK-QTD-GRUPO TO QTD-GRUPO.
            MOVE WRK-LIN-QTD-GRUPO TO RISCO-LINHA.
            WRITE RISCO-LINHA.
            MOVE "N" TO WRK-TEM-GRUPO-ABERTO.

       600-ABRE-CARTA.
      *    Cada carta comeca em folha nova.
            MOVE WRK-CARTA-CAB TO CARTA-LINHA.
            WRITE CARTA-LINHA AFTER ADVANCING PAGE.
            MOVE SPACES TO CARTA-LINHA.
            WRITE CARTA-LINHA.
            WRITE CARTA-LINHA.

            IF SRT-RESPONSAVEL = SPACES
                MOVE "RESPONSAVEL PELO(A) ALUNO(A)" TO CRT-RESPONSAVEL
            ELSE
                MOVE SRT-RESPONSAVEL TO CRT-RESPONSAVEL
            END-IF.
            MOVE WRK-CARTA-DEST TO CARTA-LINHA.
            WRITE CARTA-LINHA.
            IF SRT-ENDERECO = SPACES
                ADD 1 TO WRK-QTD-SEM-ENDERECO
                MOVE "(SEM ENDERECO - ENTREGAR AO ALUNO)"
                    TO CRT-ENDERECO
            ELSE
                MOVE SRT-ENDERECO TO CRT-ENDERECO
            END-IF.
            MOVE WRK-CARTA-ENDERECO TO CARTA-LINHA.
            WRITE CARTA-LINHA.
            MOVE SRT-BAIRRO TO CRT-BAIRRO.
            MOVE SRT-CIDADE TO CRT-CIDADE.
            MOVE SRT-CEP TO CRT-CEP.
            MOVE WRK-CARTA-CIDADE TO CARTA-LINHA.
            WRITE CARTA-LINHA.

            MOVE SPACES TO CARTA-LINHA.
            WRITE CARTA-LINHA.
            MOVE WRK-CARTA-ASSUNTO TO CARTA-LINHA.
            WRITE CARTA-LINHA.
            MOVE SPACES TO CARTA-LINHA.
            WRITE CARTA-LINHA.
            MOVE "Prezado(a) responsavel," TO CARTA-LINHA.
            WRITE CARTA-LINHA.
            MOVE SPACES TO CARTA-LINHA.
            WRITE CARTA-LINHA.

            MOVE SPACES TO CARTA-LINHA.
            STRING "Informamos que o(a) aluno(a) " DELIMITED BY SIZE
                SRT-NOME DELIMITED BY "  "
                ", matricula " DELIMITED BY SIZE
                SRT-ID DELIMITED BY SIZE
                "," DELIMITED BY SIZE
                INTO CARTA-LINHA.
            WRITE CARTA-LINHA.
            MOVE SPACES TO CARTA-LINHA.
            STRING "turma " DELIMITED BY SIZE
                SRT-TURMA DELIMITED BY SIZE
                ", apresenta risco de reprovacao nas disciplinas"
                    DELIMITED BY SIZE
                " abaixo," DELIMITED BY SIZE
                INTO CARTA-LINHA.
            WRITE CARTA-LINHA.
            MOVE "conforme as notas e faltas lancadas ate o ultimo"
                TO CARTA-LINHA.
            WRITE CARTA-LINHA.
            MOVE "bimestre encerrado:" TO CARTA-LINHA.
            WRITE CARTA-LINHA.
            MOVE SPACES TO CARTA-LINHA.
            WRITE CARTA-LINHA.
            MOVE WRK-CARTA-COLUNAS TO CARTA-LINHA.
            WRITE CARTA-LINHA.

            MOVE "S" TO WRK-TEM-CARTA-ABERTA.
            ADD 1 TO WRK-QTD-CARTAS.

       620-DETALHE-CARTA.
            PERFORM 930-BUSCA-NOME-DISC.
            MOVE WRK-DISC-NOME TO CRT-DISCIPLINA.
            MOVE SRT-MEDIA-PARCIAL TO CRT-MEDIA.
            MOVE SRT-FREQUENCIA TO CRT-FREQUENCIA.
            MOVE WRK-MOTIVO-TEXTO TO CRT-MOTIVO.
            MOVE WRK-CARTA-DETALHE TO CARTA-LINHA.
            WRITE CARTA-LINHA.

       650-FECHA-CARTA.
            MOVE SPACES TO CARTA-LINHA.
            WRITE CARTA-LINHA.
            MOVE "MEDIA = media parcial ponderada dos bimestres"
                TO CARTA-LINHA.
            WRITE CARTA-LINHA.
            MOVE "encerrados; a frequencia minima exigida por lei e"
                TO CARTA-LINHA.
            WRITE CARTA-LINHA.
            MOVE "de 75% das aulas dadas em cada disciplina."
                TO CARTA-LINHA.
            WRITE CARTA-LINHA.
            MOVE SPACES TO CARTA-LINHA.
            WRITE CARTA-LINHA.
            MOVE "Solicitamos o seu comparecimento a escola para"
                TO CARTA-LINHA.
            WRITE CARTA-LINHA.
            MOVE "conversar com a coordenacao pedagogica sobre o"
                TO CARTA-LINHA.
            WRITE CARTA-LINHA.
            MOVE "acompanhamento do(a) aluno(a)." TO CARTA-LINHA.
            WRITE CARTA-LINHA.
            MOVE SPACES TO CARTA-LINHA.
            WRITE CARTA-LINHA.
            MOVE "Atenciosamente," TO CARTA-LINHA.
            WRITE CARTA-LINHA.
            MOVE SPACES TO CARTA-LINHA.
            WRITE CARTA-LINHA.
            WRITE CARTA-LINHA.
            MOVE "Coordenacao Pedagogica" TO CARTA-LINHA.
            WRITE CARTA-LINHA.
            MOVE "N" TO WRK-TEM-CARTA-ABERTA.

       800-CARREGA-PERIODO.
      *    A projecao so faz sentido depois do primeiro bimestre
      *    fechado - sem PERIODO.DAT ou sem bimestre fechado a
      *    execucao termina sem gerar relatorio.
            MOVE ZERO TO WRK-QTD-BIM-FECHADOS.
            MOVE SPACES TO CAB-BIMESTRES.
            OPEN INPUT PERIODO-FILE.

            IF WRK-FS-PERIODO = "35"
                DISPLAY "PERIODO.DAT nao encontrado - nenhum bimestre"
                    " fechado para projetar."
                MOVE "S" TO WRK-ABORTADO
            ELSE
                READ PERIODO-FILE
                    AT END
                        MOVE "S" TO WRK-ABORTADO
                    NOT AT END
                        MOVE PER-ANO-LETIVO TO WRK-ANO-LETIVO
                        PERFORM VARYING WRK-BIM-I FROM 1 BY 1
                                UNTIL WRK-BIM-I > 4
                            MOVE PER-BIM-FECHADO(WRK-BIM-I)
                                TO WRK-CTL-FECHADO(WRK-BIM-I)
                            IF PER-BIM-FECHADO(WRK-BIM-I) = "S"
                                ADD 1 TO WRK-QTD-BIM-FECHADOS
                                MOVE WRK-BIM-I TO
                                    CAB-BIMESTRES(WRK-BIM-I * 2 - 1:1)
                            END-IF
                        END-PERFORM
                END-READ
                CLOSE PERIODO-FILE
                IF WRK-QTD-BIM-FECHADOS = 0
                    DISPLAY "Nenhum bimestre fechado em PERIODO.DAT -"
                        " nada a projetar."
                    MOVE "S" TO WRK-ABORTADO
                END-IF
            END-IF.

            MOVE CAB-BIMESTRES TO CRT-BIMESTRES.

       900-CARREGA-PESOS.
            OPEN INPUT WEIGHT-MASTER.

            IF WRK-FS-PESOS NOT = "35"
                PERFORM UNTIL WRK-PESO-QTD NOT < 500
                    READ WEIGHT-MASTER
                        AT END
                            EXIT PERFORM
                        NOT AT END
                            ADD 1 TO WRK-PESO-QTD
                            MOVE WGT-TURMA
                                TO WRK-PESO-TURMA(WRK-PESO-QTD)
                            MOVE WGT-DISCIPLINA
                                TO WRK-PESO-DISCIPLINA(WRK-PESO-QTD)
                            MOVE WGT-P1 TO WRK-PESO-P1(WRK-PESO-QTD)
                            MOVE WGT-P2 TO WRK-PESO-P2(WRK-PESO-QTD)
                            MOVE WGT-P3 TO WRK-PESO-P3(WRK-PESO-QTD)
                            MOVE WGT-P4 TO WRK-PESO-P4(WRK-PESO-QTD)
                    END-READ
                END-PERFORM
                CLOSE WEIGHT-MASTER
            END-IF.

       905-CARREGA-CADASTRO.
            OPEN INPUT CADASTRO-FILE.
            IF WRK-FS-CADASTRO = "35"
                DISPLAY "CADASTRO-TD.DAT nao encontrado - cartas saem"
                    " com o codigo das disciplinas."
            ELSE
                MOVE "S" TO WRK-CADASTRO-EXISTE
                PERFORM UNTIL WRK-FIM-CADASTRO = "S"
                    READ CADASTRO-FILE
                        AT END
                            MOVE "S" TO WRK-FIM-CADASTRO
                        NOT AT END
                            IF CAD-TIPO = "D"
                               AND WRK-DIS-QTD < 100
                                ADD 1 TO WRK-DIS-QTD
                                MOVE CAD-CODIGO
                                    TO WRK-DIS-CODIGO(WRK-DIS-QTD)
                                MOVE CAD-DESCRICAO
                                    TO WRK-DIS-NOME(WRK-DIS-QTD)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CADASTRO-FILE
            END-IF.

       910-BUSCA-PESO.
            MOVE 20 TO WRK-P1-USAR WRK-P2-USAR WRK-P3-USAR.
            MOVE 40 TO WRK-P4-USAR.

            IF WRK-PESO-QTD > 0
                SET WRK-PESO-IDX TO 1
                SEARCH WRK-PESO-TAB
                    AT END
                        CONTINUE
                    WHEN WRK-PESO-TURMA(WRK-PESO-IDX) = STU-TURMA
                     AND WRK-PESO-DISCIPLINA(WRK-PESO-IDX)
                         = STU-DISCIPLINA
                        MOVE WRK-PESO-P1(WRK-PESO-IDX) TO WRK-P1-USAR
                        MOVE WRK-PESO-P2(WRK-PESO-IDX) TO WRK-P2-USAR
                        MOVE WRK-PESO-P3(WRK-PESO-IDX) TO WRK-P3-USAR
                        MOVE WRK-PESO-P4(WRK-PESO-IDX) TO WRK-P4-USAR
                END-SEARCH
            END-IF.

       915-BUSCA-FALTAS.
      *    Sem registro de faltas (ou sem aulas dadas informadas) a
      *    frequencia fica em 100%. Dependencia nao tem faltas
      *    proprias - a chave de FALTAS.DAT pertence a disciplina
      *    regular do aluno.
            MOVE 100 TO WRK-FREQUENCIA.
            MOVE ZERO TO WRK-FALTAS-TOTAL.

            IF WRK-FALTAS-EXISTE = "S"
               AND STU-DEPENDENCIA NOT = "S"
                MOVE STU-ID TO FAL-ID
                MOVE STU-DISCIPLINA TO FAL-DISCIPLINA
                READ FALTAS-MASTER
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        COMPUTE WRK-FALTAS-TOTAL =
                            FAL-F1 + FAL-F2 + FAL-F3 + FAL-F4
                        IF FAL-AULAS-DADAS > 0
                            IF WRK-FALTAS-TOTAL > FAL-AULAS-DADAS
                                MOVE ZERO TO WRK-FREQUENCIA
                            ELSE
                                COMPUTE WRK-FREQUENCIA ROUNDED =
                                    (FAL-AULAS-DADAS - WRK-FALTAS-TOTAL)
                                    * 100 / FAL-AULAS-DADAS
                            END-IF
                        END-IF
                END-READ
            END-IF.

       920-PROJETA-MEDIA.
      *    Media parcial = notas dos bimestres fechados ponderadas
      *    pelos pesos desses bimestres (pontos em escala x100).
      *    Precisa = media que o aluno ainda tem de tirar nos
      *    bimestres abertos para fechar o ano com Media 7; acima de
      *    10.00 ja nao ha como chegar la.
            MOVE ZERO TO WRK-PESO-FECHADO.
            MOVE ZERO TO WRK-PONTOS.
            IF WRK-CTL-FECHADO(1) = "S"
                ADD WRK-P1-USAR TO WRK-PESO-FECHADO
                COMPUTE WRK-PONTOS = WRK-PONTOS
                    + STU-N1 * WRK-P1-USAR
            END-IF.
            IF WRK-CTL-FECHADO(2) = "S"
                ADD WRK-P2-USAR TO WRK-PESO-FECHADO
                COMPUTE WRK-PONTOS = WRK-PONTOS
                    + STU-N2 * WRK-P2-USAR
            END-IF.
            IF WRK-CTL-FECHADO(3) = "S"
                ADD WRK-P3-USAR TO WRK-PESO-FECHADO
                COMPUTE WRK-PONTOS = WRK-PONTOS
                    + STU-N3 * WRK-P3-USAR
            END-IF.
            IF WRK-CTL-FECHADO(4) = "S"
                ADD WRK-P4-USAR TO WRK-PESO-FECHADO
                COMPUTE WRK-PONTOS = WRK-PONTOS
                    + STU-N4 * WRK-P4-USAR
            END-IF.

            MOVE ZERO TO WRK-MEDIA-PARCIAL.
            IF WRK-PESO-FECHADO > 0
                COMPUTE WRK-MEDIA-PARCIAL ROUNDED =
                    WRK-PONTOS / WRK-PESO-FECHADO
            END-IF.

            MOVE ZERO TO WRK-NECESSARIA.
            MOVE "N" TO WRK-TEM-RESTANTE.
            IF WRK-PESO-FECHADO < 100
                MOVE "S" TO WRK-TEM-RESTANTE
                IF WRK-PONTOS < WRK-MEDIA-APROVACAO * 100
                    COMPUTE WRK-NECESSARIA ROUNDED =
                        (WRK-MEDIA-APROVACAO * 100 - WRK-PONTOS)
                        / (100 - WRK-PESO-FECHADO)
                END-IF
            END-IF.

            MOVE "N" TO WRK-EM-RISCO.
            MOVE "N" TO SRT-MOTIVO-MEDIA.
            MOVE "N" TO SRT-MOTIVO-NECESSARIA.
            MOVE "N" TO SRT-MOTIVO-FREQUENCIA.
            IF WRK-PESO-FECHADO > 0
               AND WRK-MEDIA-PARCIAL < WRK-MEDIA-RISCO
                MOVE "S" TO SRT-MOTIVO-MEDIA
                MOVE "S" TO WRK-EM-RISCO
            END-IF.
            IF WRK-TEM-RESTANTE = "S"
               AND WRK-NECESSARIA > 10
                MOVE "S" TO SRT-MOTIVO-NECESSARIA
                MOVE "S" TO WRK-EM-RISCO
            END-IF.
            IF WRK-FREQUENCIA <
               WRK-FREQUENCIA-MINIMA + WRK-MARGEM-FREQUENCIA
                MOVE "S" TO SRT-MOTIVO-FREQUENCIA
                MOVE "S" TO WRK-EM-RISCO
            END-IF.

       930-BUSCA-NOME-DISC.
            MOVE SRT-DISCIPLINA TO WRK-DISC-NOME.
            IF WRK-CADASTRO-EXISTE = "S"
               AND WRK-DIS-QTD > 0
                SET WRK-DIS-IDX TO 1
                SEARCH WRK-DIS-TAB
                    AT END
                        CONTINUE
                    WHEN WRK-DIS-CODIGO(WRK-DIS-IDX) = SRT-DISCIPLINA
                        MOVE WRK-DIS-NOME(WRK-DIS-IDX)
                            TO WRK-DISC-NOME
                END-SEARCH
            END-IF.

       940-JOBLOG-INICIO.
            MOVE "RiscoLista" TO JLP-PROGRAMA.
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
            MOVE WRK-QTD-REGISTROS-LIDOS TO JLP-QTD-LIDOS.
            MOVE WRK-QTD-CARTAS TO JLP-QTD-GRAVADOS.
            MOVE WRK-QTD-DESCARTADOS TO JLP-QTD-REJEITADOS.
            CALL "GravaJobLog" USING JOB-LOG-PARM END-CALL.

       END PROGRAM RiscoLista.
