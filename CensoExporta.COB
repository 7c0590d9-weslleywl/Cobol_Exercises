      ******************************************************************
      * Author:
      * Date:
      * Purpose: Censo escolar export for the education secretariat -
      *          builds the fixed-layout CENSO.DAT (CENSOREC) for an
      *          ano letivo de referencia already closed: a header, one
      *          detail per student on STUDENT.DAT (matricula, turma,
      *          disciplinas cursadas and dependencias, frequencia
      *          global das disciplinas regulares from FALTAS.DAT,
      *          resultado do ano from HISTORICO.DAT and the situacao
      *          transferido/evadido from ALUNO.DAT when known), one
      *          summary per turma and a trailer carrying the student
      *          and turma counts and the hash total of the numeric
      *          matriculas, the same way RolEleitoral closes its
      *          ROLREC files. The run refuses to export while
      *          PERIODO.DAT still shows an open bimester for the
      *          reference year or HISTORICO.DAT has no line for it,
      *          so it belongs right after EncerramentoAno and before
      *          STUDENT-NOVO.DAT is renamed. CENSO-CONTROLE.REL ties
      *          the file's totals back to STUDENT.DAT and to the
      *          year's HISTORICO.DAT lines; a divergence is printed
      *          as "NAO CONFERE" and the run ends with status "N" in
      *          JOBLOG.DAT so the file is not sent as it is.
      *          Students cancelled or transferred on ALUNO.DAT are
      *          exported with their situacao but have no HISTORICO
      *          line (EncerramentoAno leaves them out), so they are
      *          kept out of the HISTORICO comparisons and shown as a
      *          count of their own.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CensoExporta.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER ASSIGN TO "STUDENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STU-CHAVE
               FILE STATUS IS WRK-FS-STUDENT.
           SELECT FALTAS-MASTER ASSIGN TO "FALTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAL-CHAVE
               FILE STATUS IS WRK-FS-FALTAS.
           SELECT HISTORICO-FILE ASSIGN TO "HISTORICO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIS-CHAVE
               FILE STATUS IS WRK-FS-HISTORICO.
           SELECT ALUNO-MASTER ASSIGN TO "ALUNO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-ID
               FILE STATUS IS WRK-FS-ALUNO.
           SELECT PERIODO-FILE ASSIGN TO "PERIODO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PERIODO.
           SELECT CENSO-FILE ASSIGN TO "CENSO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CENSO.
           SELECT CONTROLE-FILE ASSIGN TO "CENSO-CONTROLE.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CONTROLE.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER.
       COPY STUMAST.

       FD  FALTAS-MASTER.
       COPY FALMAST.

       FD  HISTORICO-FILE.
       COPY HISTMAST.

       FD  ALUNO-MASTER.
       COPY ALUMAST.

       FD  PERIODO-FILE.
       COPY PERCTL.

       FD  CENSO-FILE.
       01  CENSO-REGISTRO              PIC X(80).

       FD  CONTROLE-FILE.
       01  CONTROLE-LINHA              PIC X(80).

       WORKING-STORAGE SECTION.

       COPY JOBLNK.

       COPY CENSOREC.

       77   WRK-EOF PIC X(1) VALUE "N".
       77   WRK-FIM-HISTORICO PIC X(1) VALUE "N".
       77   WRK-FS-STUDENT PIC X(2) VALUE SPACES.
       77   WRK-FS-FALTAS PIC X(2) VALUE SPACES.
       77   WRK-FS-HISTORICO PIC X(2) VALUE SPACES.
       77   WRK-FS-ALUNO PIC X(2) VALUE SPACES.
       77   WRK-FS-PERIODO PIC X(2) VALUE SPACES.
       77   WRK-FS-CENSO PIC X(2) VALUE SPACES.
       77   WRK-FS-CONTROLE PIC X(2) VALUE SPACES.
       77   WRK-FALTAS-EXISTE PIC X(1) VALUE "N".
       77   WRK-ALUNO-CAD-EXISTE PIC X(1) VALUE "N".
       77   WRK-ABORTADO PIC X(1) VALUE "N".
       77   WRK-CONFERE PIC X(1) VALUE "S".
       77   WRK-VALIDO PIC X(1) VALUE "N".
       77   WRK-DATA-HOJE PIC 9(8) VALUE ZERO.
       77   WRK-ANO-ENTRADA PIC X(4) VALUE SPACES.
       77   WRK-ANO-REFERENCIA PIC 9(4) VALUE ZERO.
       77   WRK-ANO-PERIODO PIC 9(4) VALUE ZERO.
       77   WRK-QTD-BIM-ABERTOS PIC 9(1) VALUE ZERO.
       77   WRK-BIM-I PIC 9(1) VALUE ZERO.
       78   WRK-MAX-TURMAS VALUE 200.
       77   WRK-TUR-QTD PIC 9(3) VALUE ZERO.
       77   WRK-TUR-I PIC 9(3) VALUE ZERO.
       77   WRK-TUR-J PIC 9(3) VALUE ZERO.
       77   WRK-TUR-K PIC 9(3) VALUE ZERO.

      *    Acumuladores do aluno em curso.
       77   WRK-ALUNO-ATUAL PIC X(6) VALUE SPACES.
       77   WRK-TURMA-ALUNO PIC X(4) VALUE SPACES.
       77   WRK-TURMA-DEP PIC X(4) VALUE SPACES.
       77   WRK-QTD-DISC-ALUNO PIC 9(2) VALUE ZERO.
       77   WRK-QTD-DEP-ALUNO PIC 9(2) VALUE ZERO.
       77   WRK-AULAS-ALUNO PIC 9(5) VALUE ZERO.
       77   WRK-FALTAS-ALUNO PIC 9(5) VALUE ZERO.
       77   WRK-FREQUENCIA PIC 9(3)V99 VALUE ZERO.
       77   WRK-RESULTADO-ANO PIC X(10) VALUE SPACES.
       77   WRK-SITUACAO PIC X(1) VALUE SPACE.
       77   WRK-HIS-LINHAS-ALUNO PIC 9(3) VALUE ZERO.
       77   WRK-HIS-TURMA-ALUNO PIC X(4) VALUE SPACES.
       77   WRK-ID-NUMERICO PIC 9(6) VALUE ZERO.

      *    Totais do mestre, do historico e do arquivo gerado.
       77   WRK-QTD-REGISTROS PIC 9(7) VALUE ZERO.
       77   WRK-QTD-ALUNOS PIC 9(7) VALUE ZERO.
       77   WRK-QTD-HIS-LINHAS PIC 9(7) VALUE ZERO.
       77   WRK-QTD-HIS-ALUNOS PIC 9(7) VALUE ZERO.
       77   WRK-HIS-ULTIMO-ID PIC X(6) VALUE SPACES.
       77   WRK-QTD-DETALHES PIC 9(9) VALUE ZERO.
       77   WRK-QTD-RESUMOS PIC 9(9) VALUE ZERO.
       77   WRK-SOMA-DISC-DETALHES PIC 9(7) VALUE ZERO.
       77   WRK-SOMA-ALUNOS-RESUMOS PIC 9(7) VALUE ZERO.
       77   WRK-HASH-MATRICULAS PIC 9(18) VALUE ZERO.
       77   WRK-QTD-ID-NAO-NUMERICO PIC 9(7) VALUE ZERO.
       77   WRK-QTD-SEM-HISTORICO PIC 9(7) VALUE ZERO.
       77   WRK-QTD-DIVERGENTES PIC 9(7) VALUE ZERO.
       77   WRK-QTD-SEM-FALTAS PIC 9(7) VALUE ZERO.
       77   WRK-QTD-SEM-CADASTRO PIC 9(7) VALUE ZERO.
       77   WRK-QTD-FORA PIC 9(7) VALUE ZERO.
       77   WRK-QTD-REG-FORA PIC 9(7) VALUE ZERO.
       77   WRK-QTD-ESPERADO PIC 9(7) VALUE ZERO.
       77   WRK-QTD-TURMAS-EXCEDENTES PIC 9(7) VALUE ZERO.
       77   WRK-VALOR-CTL PIC 9(18) VALUE ZERO.

       01  WRK-TURMAS.
           05  WRK-TUR-ENTRADA OCCURS 201 TIMES.
               10  WRK-TUR-CODIGO          PIC X(4).
               10  WRK-TUR-ALUNOS          PIC 9(4).
               10  WRK-TUR-APROVADOS       PIC 9(4).
               10  WRK-TUR-APROV-CONS      PIC 9(4).
               10  WRK-TUR-PROM-DEP        PIC 9(4).
               10  WRK-TUR-REPROVADOS      PIC 9(4).
               10  WRK-TUR-PENDENTES       PIC 9(4).
               10  WRK-TUR-TRANSFERIDOS    PIC 9(4).
               10  WRK-TUR-EVADIDOS        PIC 9(4).
               10  WRK-TUR-SOMA-FREQ       PIC 9(7)V99.
               10  WRK-TUR-FREQ-MEDIA      PIC 9(3)V99.

       01  WRK-LIN-TRACO.
           05  FILLER                  PIC X(78) VALUE ALL "-".

       01  WRK-LIN-TITULO.
           05  FILLER                  PIC X(40)
               VALUE "CENSO ESCOLAR - RELATORIO DE CONTROLE".
           05  FILLER                  PIC X(13) VALUE "ANO LETIVO: ".
           05  TIT-ANO                 PIC 9(4).
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE "DATA: ".
           05  TIT-DIA                 PIC 9(2).
           05  FILLER                  PIC X(1) VALUE "/".
           05  TIT-MES                 PIC 9(2).
           05  FILLER                  PIC X(1) VALUE "/".
           05  TIT-ANO-HOJE            PIC 9(4).

       01  WRK-LIN-CAB-TURMA.
           05  FILLER                  PIC X(40)
               VALUE "TURMA ALUNOS  APROV   CONS  P.DEP REPROV".
           05  FILLER                  PIC X(38)
               VALUE "   PEND TRANSF   EVAD  FREQ.MEDIA".

       01  WRK-LIN-TURMA.
           05  LTU-TURMA               PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  LTU-ALUNOS              PIC ZZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  LTU-APROVADOS           PIC ZZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  LTU-APROV-CONS          PIC ZZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  LTU-PROM-DEP            PIC ZZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  LTU-REPROVADOS          PIC ZZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  LTU-PENDENTES           PIC ZZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  LTU-TRANSFERIDOS        PIC ZZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  LTU-EVADIDOS            PIC ZZZ9.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  LTU-FREQ-MEDIA          PIC ZZ9.99.
           05  FILLER                  PIC X(5) VALUE SPACES.

       01  WRK-LIN-CONTROLE.
           05  CTL-ROTULO              PIC X(44).
           05  CTL-VALOR               PIC Z(17)9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CTL-MARCA               PIC X(14).

       PROCEDURE DIVISION.

       000-PRINCIPAL.
            DISPLAY "EXPORTACAO - DO - CENSO - ESCOLAR".
            DISPLAY " ".

            PERFORM 940-JOBLOG-INICIO.

            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

            PERFORM 800-LE-PERIODO.
            IF WRK-ABORTADO NOT = "S"
                PERFORM 810-LE-ANO-REFERENCIA
            END-IF.
            IF WRK-ABORTADO = "S"
                PERFORM 950-JOBLOG-FIM
                GOBACK
            END-IF.

            OPEN INPUT HISTORICO-FILE.
            IF WRK-FS-HISTORICO = "35"
                DISPLAY "HISTORICO.DAT nao encontrado - nenhum ano"
                    " letivo encerrado para o censo."
                MOVE "S" TO WRK-ABORTADO
                PERFORM 950-JOBLOG-FIM
                GOBACK
            END-IF.

            PERFORM 200-CONTA-HISTORICO.
            IF WRK-QTD-HIS-LINHAS = 0
                DISPLAY "Ano letivo " WRK-ANO-REFERENCIA " ainda nao"
                    " encerrado no HISTORICO.DAT -"
                DISPLAY "rode o EncerramentoAno antes do censo."
                CLOSE HISTORICO-FILE
                MOVE "S" TO WRK-ABORTADO
                PERFORM 950-JOBLOG-FIM
                GOBACK
            END-IF.

            OPEN INPUT STUDENT-MASTER.
            IF WRK-FS-STUDENT = "35"
                DISPLAY "STUDENT.DAT nao encontrado !"
                CLOSE HISTORICO-FILE
                MOVE "S" TO WRK-ABORTADO
                PERFORM 950-JOBLOG-FIM
                GOBACK
            END-IF.

            OPEN INPUT FALTAS-MASTER.
            IF WRK-FS-FALTAS = "35"
                DISPLAY "FALTAS.DAT nao encontrado - frequencia"
                    " assumida em 100%."
            ELSE
                MOVE "S" TO WRK-FALTAS-EXISTE
            END-IF.

            OPEN INPUT ALUNO-MASTER.
            IF WRK-FS-ALUNO = "35"
                DISPLAY "ALUNO.DAT nao encontrado - situacao da"
                    " matricula nao informada."
            ELSE
                MOVE "S" TO WRK-ALUNO-CAD-EXISTE
            END-IF.

            OPEN OUTPUT CENSO-FILE.
            OPEN OUTPUT CONTROLE-FILE.

            PERFORM 100-GRAVA-HEADER.

            PERFORM UNTIL WRK-EOF = "S"
                READ STUDENT-MASTER
                    AT END
                        MOVE "S" TO WRK-EOF
                    NOT AT END
                        ADD 1 TO WRK-QTD-REGISTROS
                        PERFORM 150-PROCESSA-REGISTRO
                END-READ
            END-PERFORM.

            IF WRK-ALUNO-ATUAL NOT = SPACES
                PERFORM 300-FECHA-ALUNO
            END-IF.

            PERFORM 400-GRAVA-RESUMOS.
            PERFORM 450-GRAVA-TRAILER.
            PERFORM 500-RELATORIO-CONTROLE.

            CLOSE STUDENT-MASTER.
            CLOSE HISTORICO-FILE.
            CLOSE CENSO-FILE.
            CLOSE CONTROLE-FILE.
            IF WRK-FALTAS-EXISTE = "S"
                CLOSE FALTAS-MASTER
            END-IF.
            IF WRK-ALUNO-CAD-EXISTE = "S"
                CLOSE ALUNO-MASTER
            END-IF.

            DISPLAY " ".
            DISPLAY "ANO LETIVO DE REFERENCIA    : " WRK-ANO-REFERENCIA.
            DISPLAY "REGISTROS LIDOS             : " WRK-QTD-REGISTROS.
            DISPLAY "ALUNOS EXPORTADOS           : " WRK-QTD-DETALHES.
            DISPLAY "TURMAS RESUMIDAS            : " WRK-QTD-RESUMOS.
            DISPLAY "HASH DAS MATRICULAS         : "
                WRK-HASH-MATRICULAS.
            IF WRK-CONFERE = "S"
                DISPLAY "Totais conferem - CENSO.DAT pronto para envio."
            ELSE
                DISPLAY "ATENCAO: CENSO.DAT NAO CONFERE com os"
                    " mestres - veja CENSO-CONTROLE.REL e NAO envie."
            END-IF.

            PERFORM 950-JOBLOG-FIM.

            GOBACK.

       100-GRAVA-HEADER.
            MOVE SPACES TO CEN-HEADER.
            MOVE "H" TO CEN-HDR-TIPO.
            MOVE WRK-DATA-HOJE TO CEN-HDR-DATA.
            MOVE WRK-ANO-REFERENCIA TO CEN-HDR-ANO.
            MOVE "CENSO ESCOLAR - MATRICULAS" TO CEN-HDR-DESCRICAO.
            MOVE CEN-HEADER TO CENSO-REGISTRO.
            WRITE CENSO-REGISTRO.

       150-PROCESSA-REGISTRO.
            IF STU-ID NOT = WRK-ALUNO-ATUAL
                IF WRK-ALUNO-ATUAL NOT = SPACES
                    PERFORM 300-FECHA-ALUNO
                END-IF
                MOVE STU-ID TO WRK-ALUNO-ATUAL
                MOVE SPACES TO WRK-TURMA-ALUNO
                MOVE SPACES TO WRK-TURMA-DEP
                MOVE ZERO TO WRK-QTD-DISC-ALUNO
                MOVE ZERO TO WRK-QTD-DEP-ALUNO
                MOVE ZERO TO WRK-AULAS-ALUNO
                MOVE ZERO TO WRK-FALTAS-ALUNO
            END-IF.

      *    Dependencia conta a parte e fica fora da frequencia - a
      *    chave de FALTAS.DAT pertence a disciplina regular.
            IF STU-DEPENDENCIA = "S"
                ADD 1 TO WRK-QTD-DEP-ALUNO
                MOVE STU-TURMA TO WRK-TURMA-DEP
            ELSE
                ADD 1 TO WRK-QTD-DISC-ALUNO
                MOVE STU-TURMA TO WRK-TURMA-ALUNO
                PERFORM 160-SOMA-FALTAS
            END-IF.

       160-SOMA-FALTAS.
            IF WRK-FALTAS-EXISTE = "S"
                MOVE STU-ID TO FAL-ID
                MOVE STU-DISCIPLINA TO FAL-DISCIPLINA
                READ FALTAS-MASTER
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        ADD FAL-AULAS-DADAS TO WRK-AULAS-ALUNO
                        ADD FAL-F1 FAL-F2 FAL-F3 FAL-F4
                            TO WRK-FALTAS-ALUNO
                END-READ
            END-IF.

       200-CONTA-HISTORICO.
      *    Linhas e alunos do ano de referencia no historico - base
      *    da conferencia com o STUDENT.DAT no relatorio de controle.
            MOVE WRK-ANO-REFERENCIA TO HIS-ANO.
            MOVE LOW-VALUES TO HIS-ID.
            MOVE LOW-VALUES TO HIS-DISCIPLINA.
            MOVE LOW-VALUES TO HIS-DEPENDENCIA.
            MOVE "N" TO WRK-FIM-HISTORICO.
            START HISTORICO-FILE KEY NOT < HIS-CHAVE
                INVALID KEY
                    MOVE "S" TO WRK-FIM-HISTORICO
            END-START.
            PERFORM UNTIL WRK-FIM-HISTORICO = "S"
                READ HISTORICO-FILE NEXT RECORD
                    AT END
                        MOVE "S" TO WRK-FIM-HISTORICO
                    NOT AT END
                        IF HIS-ANO NOT = WRK-ANO-REFERENCIA
                            MOVE "S" TO WRK-FIM-HISTORICO
                        ELSE
                            ADD 1 TO WRK-QTD-HIS-LINHAS
                            IF HIS-ID NOT = WRK-HIS-ULTIMO-ID
                                ADD 1 TO WRK-QTD-HIS-ALUNOS
                                MOVE HIS-ID TO WRK-HIS-ULTIMO-ID
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.

       300-FECHA-ALUNO.
            ADD 1 TO WRK-QTD-ALUNOS.
            IF WRK-TURMA-ALUNO = SPACES
                MOVE WRK-TURMA-DEP TO WRK-TURMA-ALUNO
            END-IF.

            IF WRK-AULAS-ALUNO > 0
                IF WRK-FALTAS-ALUNO > WRK-AULAS-ALUNO
                    MOVE ZERO TO WRK-FREQUENCIA
                ELSE
                    COMPUTE WRK-FREQUENCIA ROUNDED =
                        (WRK-AULAS-ALUNO - WRK-FALTAS-ALUNO)
                        * 100 / WRK-AULAS-ALUNO
                END-IF
            ELSE
                MOVE 100 TO WRK-FREQUENCIA
                ADD 1 TO WRK-QTD-SEM-FALTAS
            END-IF.

      *    Matricula cancelada ou transferida nao tem historico do
      *    ano - o EncerramentoAno nao a encerra.
            PERFORM 320-BUSCA-SITUACAO.
            IF WRK-SITUACAO = "C" OR WRK-SITUACAO = "T"
                MOVE SPACES TO WRK-RESULTADO-ANO
                ADD 1 TO WRK-QTD-FORA
                ADD WRK-QTD-DISC-ALUNO WRK-QTD-DEP-ALUNO
                    TO WRK-QTD-REG-FORA
            ELSE
                PERFORM 310-BUSCA-HISTORICO
            END-IF.

            IF WRK-ALUNO-ATUAL IS NUMERIC
                MOVE WRK-ALUNO-ATUAL TO WRK-ID-NUMERICO
                ADD WRK-ID-NUMERICO TO WRK-HASH-MATRICULAS
            ELSE
                ADD 1 TO WRK-QTD-ID-NAO-NUMERICO
            END-IF.

            MOVE SPACES TO CEN-DETALHE.
            MOVE "D" TO CEN-DET-TIPO.
            MOVE WRK-ALUNO-ATUAL TO CEN-DET-ID.
            MOVE WRK-TURMA-ALUNO TO CEN-DET-TURMA.
            MOVE WRK-QTD-DISC-ALUNO TO CEN-DET-QTD-DISC.
            MOVE WRK-QTD-DEP-ALUNO TO CEN-DET-QTD-DEP.
            MOVE WRK-FREQUENCIA TO CEN-DET-FREQUENCIA.
            MOVE WRK-RESULTADO-ANO TO CEN-DET-RESULTADO.
            MOVE WRK-SITUACAO TO CEN-DET-SITUACAO.
            MOVE CEN-DETALHE TO CENSO-REGISTRO.
            WRITE CENSO-REGISTRO.
            ADD 1 TO WRK-QTD-DETALHES.
            ADD WRK-QTD-DISC-ALUNO WRK-QTD-DEP-ALUNO
                TO WRK-SOMA-DISC-DETALHES.

            PERFORM 330-ACUMULA-TURMA.

       310-BUSCA-HISTORICO.
      *    O resultado do ano vem do historico gravado pelo
      *    EncerramentoAno; o aluno cujas linhas ou turma no historico
      *    nao batem com o STUDENT.DAT e contado como divergente.
            MOVE SPACES TO WRK-RESULTADO-ANO.
            MOVE SPACES TO WRK-HIS-TURMA-ALUNO.
            MOVE ZERO TO WRK-HIS-LINHAS-ALUNO.
            MOVE WRK-ANO-REFERENCIA TO HIS-ANO.
            MOVE WRK-ALUNO-ATUAL TO HIS-ID.
            MOVE LOW-VALUES TO HIS-DISCIPLINA.
            MOVE LOW-VALUES TO HIS-DEPENDENCIA.
            MOVE "N" TO WRK-FIM-HISTORICO.
            START HISTORICO-FILE KEY NOT < HIS-CHAVE
                INVALID KEY
                    MOVE "S" TO WRK-FIM-HISTORICO
            END-START.
            PERFORM UNTIL WRK-FIM-HISTORICO = "S"
                READ HISTORICO-FILE NEXT RECORD
                    AT END
                        MOVE "S" TO WRK-FIM-HISTORICO
                    NOT AT END
                        IF HIS-ANO NOT = WRK-ANO-REFERENCIA
                           OR HIS-ID NOT = WRK-ALUNO-ATUAL
                            MOVE "S" TO WRK-FIM-HISTORICO
                        ELSE
                            ADD 1 TO WRK-HIS-LINHAS-ALUNO
                            MOVE HIS-RESULTADO-ANO
                                TO WRK-RESULTADO-ANO
                            IF HIS-DEPENDENCIA NOT = "S"
                                MOVE HIS-TURMA
                                    TO WRK-HIS-TURMA-ALUNO
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.

            IF WRK-HIS-LINHAS-ALUNO = 0
                ADD 1 TO WRK-QTD-SEM-HISTORICO
            ELSE
                IF WRK-HIS-LINHAS-ALUNO NOT =
                   WRK-QTD-DISC-ALUNO + WRK-QTD-DEP-ALUNO
                   OR (WRK-HIS-TURMA-ALUNO NOT = SPACES
                   AND WRK-HIS-TURMA-ALUNO NOT = WRK-TURMA-ALUNO)
                    ADD 1 TO WRK-QTD-DIVERGENTES
                END-IF
            END-IF.

       320-BUSCA-SITUACAO.
            MOVE SPACE TO WRK-SITUACAO.
            IF WRK-ALUNO-CAD-EXISTE = "S"
                MOVE WRK-ALUNO-ATUAL TO ALU-ID
                READ ALUNO-MASTER
                    INVALID KEY
                        ADD 1 TO WRK-QTD-SEM-CADASTRO
                    NOT INVALID KEY
                        MOVE ALU-SITUACAO TO WRK-SITUACAO
                END-READ
            END-IF.

       330-ACUMULA-TURMA.
      *    Tabela de turmas mantida em ordem de codigo - os resumos
      *    saem na mesma ordem do relatorio de controle.
            PERFORM VARYING WRK-TUR-I FROM 1 BY 1
                    UNTIL WRK-TUR-I > WRK-TUR-QTD
                       OR WRK-TUR-CODIGO(WRK-TUR-I)
                          NOT < WRK-TURMA-ALUNO
                CONTINUE
            END-PERFORM.

            IF WRK-TUR-I > WRK-TUR-QTD
               OR WRK-TUR-CODIGO(WRK-TUR-I) NOT = WRK-TURMA-ALUNO
                IF WRK-TUR-QTD NOT < WRK-MAX-TURMAS
                    ADD 1 TO WRK-QTD-TURMAS-EXCEDENTES
                    MOVE ZERO TO WRK-TUR-I
                ELSE
                    PERFORM VARYING WRK-TUR-J FROM WRK-TUR-QTD BY -1
                            UNTIL WRK-TUR-J < WRK-TUR-I
                        COMPUTE WRK-TUR-K = WRK-TUR-J + 1
                        MOVE WRK-TUR-ENTRADA(WRK-TUR-J)
                            TO WRK-TUR-ENTRADA(WRK-TUR-K)
                    END-PERFORM
                    INITIALIZE WRK-TUR-ENTRADA(WRK-TUR-I)
                    MOVE WRK-TURMA-ALUNO TO WRK-TUR-CODIGO(WRK-TUR-I)
                    ADD 1 TO WRK-TUR-QTD
                END-IF
            END-IF.

            IF WRK-TUR-I > 0
                ADD 1 TO WRK-TUR-ALUNOS(WRK-TUR-I)
                ADD WRK-FREQUENCIA TO WRK-TUR-SOMA-FREQ(WRK-TUR-I)
                EVALUATE WRK-RESULTADO-ANO
                    WHEN "APROVADO"
                        ADD 1 TO WRK-TUR-APROVADOS(WRK-TUR-I)
                    WHEN "APROV-CONS"
                        ADD 1 TO WRK-TUR-APROV-CONS(WRK-TUR-I)
                    WHEN "PROM-DEP"
                        ADD 1 TO WRK-TUR-PROM-DEP(WRK-TUR-I)
                    WHEN "REPROVADO"
                        ADD 1 TO WRK-TUR-REPROVADOS(WRK-TUR-I)
                    WHEN "PENDENTE"
                        ADD 1 TO WRK-TUR-PENDENTES(WRK-TUR-I)
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
                IF WRK-SITUACAO = "T"
                    ADD 1 TO WRK-TUR-TRANSFERIDOS(WRK-TUR-I)
                END-IF
                IF WRK-SITUACAO = "E"
                    ADD 1 TO WRK-TUR-EVADIDOS(WRK-TUR-I)
                END-IF
            END-IF.

       400-GRAVA-RESUMOS.
            PERFORM VARYING WRK-TUR-I FROM 1 BY 1
                    UNTIL WRK-TUR-I > WRK-TUR-QTD
                IF WRK-TUR-ALUNOS(WRK-TUR-I) > 0
                    COMPUTE WRK-TUR-FREQ-MEDIA(WRK-TUR-I) ROUNDED =
                        WRK-TUR-SOMA-FREQ(WRK-TUR-I)
                        / WRK-TUR-ALUNOS(WRK-TUR-I)
                END-IF
                MOVE SPACES TO CEN-RESUMO
                MOVE "R" TO CEN-RES-TIPO
                MOVE WRK-TUR-CODIGO(WRK-TUR-I) TO CEN-RES-TURMA
                MOVE WRK-TUR-ALUNOS(WRK-TUR-I) TO CEN-RES-QTD-ALUNOS
                MOVE WRK-TUR-APROVADOS(WRK-TUR-I)
                    TO CEN-RES-APROVADOS
                MOVE WRK-TUR-APROV-CONS(WRK-TUR-I)
                    TO CEN-RES-APROV-CONS
                MOVE WRK-TUR-PROM-DEP(WRK-TUR-I) TO CEN-RES-PROM-DEP
                MOVE WRK-TUR-REPROVADOS(WRK-TUR-I)
                    TO CEN-RES-REPROVADOS
                MOVE WRK-TUR-PENDENTES(WRK-TUR-I)
                    TO CEN-RES-PENDENTES
                MOVE WRK-TUR-TRANSFERIDOS(WRK-TUR-I)
                    TO CEN-RES-TRANSFERIDOS
                MOVE WRK-TUR-EVADIDOS(WRK-TUR-I) TO CEN-RES-EVADIDOS
                MOVE WRK-TUR-FREQ-MEDIA(WRK-TUR-I)
                    TO CEN-RES-FREQ-MEDIA
                MOVE CEN-RESUMO TO CENSO-REGISTRO
                WRITE CENSO-REGISTRO
                ADD 1 TO WRK-QTD-RESUMOS
                ADD WRK-TUR-ALUNOS(WRK-TUR-I)
                    TO WRK-SOMA-ALUNOS-RESUMOS
            END-PERFORM.

       450-GRAVA-TRAILER.
            MOVE SPACES TO CEN-TRAILER.
            MOVE "T" TO CEN-TRL-TIPO.
            MOVE WRK-QTD-DETALHES TO CEN-TRL-QTD.
            MOVE WRK-QTD-RESUMOS TO CEN-TRL-QTD-TURMAS.
            MOVE WRK-HASH-MATRICULAS TO CEN-TRL-HASH.
            MOVE CEN-TRAILER TO CENSO-REGISTRO.
            WRITE CENSO-REGISTRO.

       500-RELATORIO-CONTROLE.
            MOVE WRK-ANO-REFERENCIA TO TIT-ANO.
            MOVE WRK-DATA-HOJE(7:2) TO TIT-DIA.
            MOVE WRK-DATA-HOJE(5:2) TO TIT-MES.
            MOVE WRK-DATA-HOJE(1:4) TO TIT-ANO-HOJE.
            MOVE WRK-LIN-TITULO TO CONTROLE-LINHA.
            WRITE CONTROLE-LINHA.
            MOVE WRK-LIN-TRACO TO CONTROLE-LINHA.
            WRITE CONTROLE-LINHA.
            MOVE WRK-LIN-CAB-TURMA TO CONTROLE-LINHA.
            WRITE CONTROLE-LINHA.
            MOVE WRK-LIN-TRACO TO CONTROLE-LINHA.
            WRITE CONTROLE-LINHA.

            PERFORM VARYING WRK-TUR-I FROM 1 BY 1
                    UNTIL WRK-TUR-I > WRK-TUR-QTD
                MOVE WRK-TUR-CODIGO(WRK-TUR-I) TO LTU-TURMA
                MOVE WRK-TUR-ALUNOS(WRK-TUR-I) TO LTU-ALUNOS
                MOVE WRK-TUR-APROVADOS(WRK-TUR-I) TO LTU-APROVADOS
                MOVE WRK-TUR-APROV-CONS(WRK-TUR-I) TO LTU-APROV-CONS
                MOVE WRK-TUR-PROM-DEP(WRK-TUR-I) TO LTU-PROM-DEP
                MOVE WRK-TUR-REPROVADOS(WRK-TUR-I) TO LTU-REPROVADOS
                MOVE WRK-TUR-PENDENTES(WRK-TUR-I) TO LTU-PENDENTES
                MOVE WRK-TUR-TRANSFERIDOS(WRK-TUR-I)
                    TO LTU-TRANSFERIDOS
                MOVE WRK-TUR-EVADIDOS(WRK-TUR-I) TO LTU-EVADIDOS
                MOVE WRK-TUR-FREQ-MEDIA(WRK-TUR-I) TO LTU-FREQ-MEDIA
                MOVE WRK-LIN-TURMA TO CONTROLE-LINHA
                WRITE CONTROLE-LINHA
            END-PERFORM.

            MOVE WRK-LIN-TRACO TO CONTROLE-LINHA.
            WRITE CONTROLE-LINHA.

      *    Conferencia do arquivo com os mestres - qualquer diferenca
      *    marca o arquivo como NAO CONFERE.
            MOVE SPACES TO CTL-MARCA.
            MOVE "REGISTROS LIDOS NO STUDENT.DAT" TO CTL-ROTULO.
            MOVE WRK-QTD-REGISTROS TO WRK-VALOR-CTL.
            PERFORM 590-ESCREVE-CONTROLE.

            MOVE "DISCIPLINAS NOS DETALHES (D)" TO CTL-ROTULO.
            MOVE WRK-SOMA-DISC-DETALHES TO WRK-VALOR-CTL.
            IF WRK-SOMA-DISC-DETALHES = WRK-QTD-REGISTROS
                MOVE "CONFERE" TO CTL-MARCA
            ELSE
                MOVE "NAO CONFERE" TO CTL-MARCA
                MOVE "N" TO WRK-CONFERE
            END-IF.
            PERFORM 590-ESCREVE-CONTROLE.

            MOVE SPACES TO CTL-MARCA.
            MOVE "  DOS QUAIS DE CANCELADOS/TRANSFERIDOS"
                TO CTL-ROTULO.
            MOVE WRK-QTD-REG-FORA TO WRK-VALOR-CTL.
            PERFORM 590-ESCREVE-CONTROLE.

            COMPUTE WRK-QTD-ESPERADO =
                WRK-QTD-REGISTROS - WRK-QTD-REG-FORA.
            MOVE "LINHAS DO ANO NO HISTORICO.DAT" TO CTL-ROTULO.
            MOVE WRK-QTD-HIS-LINHAS TO WRK-VALOR-CTL.
            IF WRK-QTD-HIS-LINHAS = WRK-QTD-ESPERADO
                MOVE "CONFERE" TO CTL-MARCA
            ELSE
                MOVE "NAO CONFERE" TO CTL-MARCA
                MOVE "N" TO WRK-CONFERE
            END-IF.
            PERFORM 590-ESCREVE-CONTROLE.

            MOVE SPACES TO CTL-MARCA.
            MOVE "ALUNOS NO STUDENT.DAT" TO CTL-ROTULO.
            MOVE WRK-QTD-ALUNOS TO WRK-VALOR-CTL.
            PERFORM 590-ESCREVE-CONTROLE.

            MOVE "CANCELADOS/TRANSFERIDOS (SEM HISTORICO)"
                TO CTL-ROTULO.
            MOVE WRK-QTD-FORA TO WRK-VALOR-CTL.
            PERFORM 590-ESCREVE-CONTROLE.

            COMPUTE WRK-QTD-ESPERADO =
                WRK-QTD-ALUNOS - WRK-QTD-FORA.
            MOVE "ALUNOS DO ANO NO HISTORICO.DAT" TO CTL-ROTULO.
            MOVE WRK-QTD-HIS-ALUNOS TO WRK-VALOR-CTL.
            IF WRK-QTD-HIS-ALUNOS = WRK-QTD-ESPERADO
                MOVE "CONFERE" TO CTL-MARCA
            ELSE
                MOVE "NAO CONFERE" TO CTL-MARCA
                MOVE "N" TO WRK-CONFERE
            END-IF.
            PERFORM 590-ESCREVE-CONTROLE.

            MOVE "DETALHES GRAVADOS (D) - TRAILER" TO CTL-ROTULO.
            MOVE WRK-QTD-DETALHES TO WRK-VALOR-CTL.
            IF WRK-QTD-DETALHES = WRK-QTD-ALUNOS
                MOVE "CONFERE" TO CTL-MARCA
            ELSE
                MOVE "NAO CONFERE" TO CTL-MARCA
                MOVE "N" TO WRK-CONFERE
            END-IF.
            PERFORM 590-ESCREVE-CONTROLE.

            MOVE "ALUNOS SOMADOS NOS RESUMOS (R)" TO CTL-ROTULO.
            MOVE WRK-SOMA-ALUNOS-RESUMOS TO WRK-VALOR-CTL.
            IF WRK-SOMA-ALUNOS-RESUMOS = WRK-QTD-DETALHES
                MOVE "CONFERE" TO CTL-MARCA
            ELSE
                MOVE "NAO CONFERE" TO CTL-MARCA
                MOVE "N" TO WRK-CONFERE
            END-IF.
            PERFORM 590-ESCREVE-CONTROLE.

            MOVE SPACES TO CTL-MARCA.
            MOVE "RESUMOS DE TURMA GRAVADOS (R) - TRAILER"
                TO CTL-ROTULO.
            MOVE WRK-QTD-RESUMOS TO WRK-VALOR-CTL.
            PERFORM 590-ESCREVE-CONTROLE.

            MOVE "HASH DAS MATRICULAS - TRAILER" TO CTL-ROTULO.
            MOVE WRK-HASH-MATRICULAS TO WRK-VALOR-CTL.
            PERFORM 590-ESCREVE-CONTROLE.

            MOVE "MATRICULAS NAO NUMERICAS (FORA DO HASH)"
                TO CTL-ROTULO.
            MOVE WRK-QTD-ID-NAO-NUMERICO TO WRK-VALOR-CTL.
            PERFORM 590-ESCREVE-CONTROLE.

            MOVE "ALUNOS SEM FALTAS LANCADAS (FREQ. 100%)"
                TO CTL-ROTULO.
            MOVE WRK-QTD-SEM-FALTAS TO WRK-VALOR-CTL.
            PERFORM 590-ESCREVE-CONTROLE.

            MOVE "ALUNOS FORA DO CADASTRO ALUNO.DAT" TO CTL-ROTULO.
            MOVE WRK-QTD-SEM-CADASTRO TO WRK-VALOR-CTL.
            PERFORM 590-ESCREVE-CONTROLE.

            MOVE "ALUNOS SEM RESULTADO NO HISTORICO" TO CTL-ROTULO.
            MOVE WRK-QTD-SEM-HISTORICO TO WRK-VALOR-CTL.
            PERFORM 580-MARCA-ZERO.

            MOVE "ALUNOS COM TURMA/DISCIPLINAS DIVERGENTES"
                TO CTL-ROTULO.
            MOVE WRK-QTD-DIVERGENTES TO WRK-VALOR-CTL.
            PERFORM 580-MARCA-ZERO.

            MOVE "TURMAS ALEM DA CAPACIDADE DA TABELA" TO CTL-ROTULO.
            MOVE WRK-QTD-TURMAS-EXCEDENTES TO WRK-VALOR-CTL.
            PERFORM 580-MARCA-ZERO.

            MOVE WRK-LIN-TRACO TO CONTROLE-LINHA.
            WRITE CONTROLE-LINHA.
            IF WRK-CONFERE = "S"
                MOVE "ARQUIVO CENSO.DAT CONFERE COM OS MESTRES"
                    TO CONTROLE-LINHA
            ELSE
                MOVE SPACES TO CONTROLE-LINHA
                STRING "*** CENSO.DAT NAO CONFERE COM OS MESTRES"
                        DELIMITED BY SIZE
                    " - NAO ENVIAR A SECRETARIA ***"
                        DELIMITED BY SIZE
                    INTO CONTROLE-LINHA
            END-IF.
            WRITE CONTROLE-LINHA.

       580-MARCA-ZERO.
            IF WRK-VALOR-CTL = ZERO
                MOVE "CONFERE" TO CTL-MARCA
            ELSE
                MOVE "NAO CONFERE" TO CTL-MARCA
                MOVE "N" TO WRK-CONFERE
            END-IF.
            PERFORM 590-ESCREVE-CONTROLE.

       590-ESCREVE-CONTROLE.
            MOVE WRK-VALOR-CTL TO CTL-VALOR.
            MOVE WRK-LIN-CONTROLE TO CONTROLE-LINHA.
            WRITE CONTROLE-LINHA.

       800-LE-PERIODO.
            OPEN INPUT PERIODO-FILE.
            IF WRK-FS-PERIODO = "35"
                DISPLAY "PERIODO.DAT nao encontrado - nao ha como"
                    " saber se o ano letivo foi fechado."
                MOVE "S" TO WRK-ABORTADO
            ELSE
                READ PERIODO-FILE
                    AT END
                        DISPLAY "PERIODO.DAT vazio !"
                        MOVE "S" TO WRK-ABORTADO
                    NOT AT END
                        MOVE PER-ANO-LETIVO TO WRK-ANO-PERIODO
                        MOVE ZERO TO WRK-QTD-BIM-ABERTOS
                        PERFORM VARYING WRK-BIM-I FROM 1 BY 1
                                UNTIL WRK-BIM-I > 4
                            IF PER-BIM-FECHADO(WRK-BIM-I) NOT = "S"
                                ADD 1 TO WRK-QTD-BIM-ABERTOS
                            END-IF
                        END-PERFORM
                END-READ
                CLOSE PERIODO-FILE
            END-IF.

       810-LE-ANO-REFERENCIA.
      *    Vazio = o ano mais recente ja fechado: o do PERIODO.DAT se
      *    os quatro bimestres estao fechados, senao o anterior (o
      *    EncerramentoAno ja abriu o ano seguinte).
            DISPLAY "Ano letivo de referencia (AAAA ou vazio ="
                " ultimo encerrado): ".
            MOVE "N" TO WRK-VALIDO.
            PERFORM UNTIL WRK-VALIDO = "S"
                ACCEPT WRK-ANO-ENTRADA
                IF WRK-ANO-ENTRADA = SPACES
                    IF WRK-QTD-BIM-ABERTOS = 0
                        MOVE WRK-ANO-PERIODO TO WRK-ANO-REFERENCIA
                    ELSE
                        COMPUTE WRK-ANO-REFERENCIA =
                            WRK-ANO-PERIODO - 1
                    END-IF
                    MOVE "S" TO WRK-VALIDO
                ELSE
                    IF WRK-ANO-ENTRADA IS NUMERIC
                        MOVE WRK-ANO-ENTRADA TO WRK-ANO-REFERENCIA
                        MOVE "S" TO WRK-VALIDO
                    ELSE
                        DISPLAY
                            "Valor nao numerico - digite novamente : "
                    END-IF
                END-IF
            END-PERFORM.

            IF WRK-ANO-REFERENCIA > WRK-ANO-PERIODO
                DISPLAY "Ano letivo " WRK-ANO-REFERENCIA " posterior"
                    " ao ano em curso no PERIODO.DAT ("
                    WRK-ANO-PERIODO ") - censo nao gerado."
                MOVE "S" TO WRK-ABORTADO
            ELSE
                IF WRK-ANO-REFERENCIA = WRK-ANO-PERIODO
                   AND WRK-QTD-BIM-ABERTOS > 0
                    DISPLAY "PERIODO.DAT ainda mostra "
                        WRK-QTD-BIM-ABERTOS " bimestre(s) aberto(s)"
                        " em " WRK-ANO-REFERENCIA
                        " - censo nao gerado."
                    MOVE "S" TO WRK-ABORTADO
                END-IF
            END-IF.

       940-JOBLOG-INICIO.
            MOVE "CensoExporta" TO JLP-PROGRAMA.
            MOVE "I" TO JLP-TIPO.
            MOVE SPACE TO JLP-STATUS.
            MOVE ZERO TO JLP-QTD-LIDOS.
            MOVE ZERO TO JLP-QTD-GRAVADOS.
            MOVE ZERO TO JLP-QTD-REJEITADOS.
            CALL "GravaJobLog" USING JOB-LOG-PARM END-CALL.

       950-JOBLOG-FIM.
            MOVE "F" TO JLP-TIPO.
            IF WRK-ABORTADO = "S" OR WRK-CONFERE NOT = "S"
                MOVE "N" TO JLP-STATUS
            ELSE
                MOVE "S" TO JLP-STATUS
            END-IF.
            MOVE WRK-QTD-REGISTROS TO JLP-QTD-LIDOS.
            COMPUTE JLP-QTD-GRAVADOS =
                WRK-QTD-DETALHES + WRK-QTD-RESUMOS.
            COMPUTE JLP-QTD-REJEITADOS =
                WRK-QTD-SEM-HISTORICO + WRK-QTD-DIVERGENTES.
            CALL "GravaJobLog" USING JOB-LOG-PARM END-CALL.

       END PROGRAM CensoExporta.
