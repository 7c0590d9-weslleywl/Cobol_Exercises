      *          and frequencia from FALTAS.DAT (REPR-FALTA below the
      *          legal 75% floor), the per-disciplina result and the
      *          overall year result, with page breaks and page
      *          numbers. The student's name comes from the ALUNO.DAT
      *          registry; students whose matricula was cancelled or
      *          transferred out are left out of the boletim.
      *          Disciplinas em dependencia print at the end of the
      *          student's block in the current turma, marked with
      *          the turma where they are taken and graded under that
      *          turma's weights; the year result follows the
      *          EncerramentoAno rule (PROM-DEP with up to two regular
      *          reprovadas, REPROVADO when a dependencia fails again).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT BOLETIM-FILE ASSIGN TO "BOLETIM.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-BOLETIM.
           SELECT ALUNO-MASTER ASSIGN TO "ALUNO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-ID
               FILE STATUS IS WRK-FS-ALUNO.
           SELECT SORT-FILE ASSIGN TO "SORTWORK".

       DATA DIVISION.
       FD  BOLETIM-FILE.
       01  BOLETIM-LINHA               PIC X(132).

       FD  ALUNO-MASTER.
       COPY ALUMAST.

       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SRT-TURMA               PIC X(4).
           05  SRT-ID                  PIC X(6).
           05  SRT-DISCIPLINA          PIC X(4).
           05  SRT-DEPENDENCIA         PIC X(1).
           05  SRT-TURMA-CURSADA       PIC X(4).
           05  SRT-NOME                PIC X(30).
           05  SRT-N1                  PIC 9(2)V99.
           05  SRT-N2                  PIC 9(2)V99.
       77   WRK-FS-BOLETIM PIC X(2) VALUE SPACES.
       77   WRK-FS-FALTAS PIC X(2) VALUE SPACES.
       77   WRK-FALTAS-EXISTE PIC X(1) VALUE "N".
       77   WRK-FS-ALUNO PIC X(2) VALUE SPACES.
       77   WRK-ALUNO-CAD-EXISTE PIC X(1) VALUE "N".
       77   WRK-ALUNO-LIDO PIC X(6) VALUE SPACES.
       77   WRK-ALUNO-NOME PIC X(30) VALUE SPACES.
       77   WRK-ALUNO-FORA PIC X(1) VALUE "N".
       77   WRK-QTD-FORA PIC 9(5) VALUE ZERO.
       77   WRK-FREQUENCIA PIC 9(3)V99 VALUE ZERO.
       78   WRK-FREQUENCIA-MINIMA VALUE 75.
       77   Media PIC 9(2)V99 VALUE ZERO.
       77   WRK-REC-EDIT PIC Z9.99 VALUE ZERO.
       77   WRK-LINHA-SAIDA PIC X(132) VALUE SPACES.
       78   WRK-LINHAS-POR-PAGINA VALUE 56.
       78   WRK-MAX-DEPENDENCIAS VALUE 2.
       77   WRK-QTD-REPROV-ALUNO PIC 9(3) VALUE ZERO.
       77   WRK-ANO-DEP-REPROV PIC X(1) VALUE "N".
       77   WRK-DEP-I PIC 9(2) VALUE ZERO.
       77   WRK-QTD-DEPENDENCIAS PIC 9(5) VALUE ZERO.

      *    Dependencias do aluno corrente ficam retidas ate o fim do
      *    aluno, quando ja se conhece a turma das disciplinas
      *    regulares em que o boletim dele sai.
       01  WRK-DEPENDENCIAS-ALUNO.
           05  WRK-DEP-ALUNO           PIC X(6) VALUE SPACES.
           05  WRK-DEP-TURMA-REGULAR   PIC X(4) VALUE SPACES.
           05  WRK-DEP-QTD             PIC 9(2) VALUE ZERO.
           05  WRK-DEP-TAB OCCURS 20 TIMES.
               10  WRK-DEP-REGISTRO      PIC X(78).

       01  WRK-CAB-RELATORIO.
           05  FILLER                  PIC X(16)
               VALUE "  N1    N2    N3    N4  PESOS APLICADOS ".
           05  FILLER                  PIC X(40)
               VALUE "  MEDIA  REC.  FALTAS  FREQ%  RESULTADO ".
           05  FILLER                  PIC X(30)
               VALUE "       OBSERVACAO             ".

       01  WRK-LIN-TRACO.
           05  FILLER                  PIC X(132) VALUE ALL "-".

       01  WRK-LIN-ALUNO.
           05  FILLER                  PIC X(7) VALUE "ALUNO: ".
           05  LAL-ID                  PIC X(6).
           05  FILLER                  PIC X(3) VALUE " - ".
           05  LAL-NOME                PIC X(30).
           05  FILLER                  PIC X(34) VALUE SPACES.

       01  WRK-LIN-DETALHE.
           05  DET-FREQ                PIC ZZ9.9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DET-RESULTADO           PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DET-OBSERVACAO          PIC X(20).

       01  WRK-LIN-ANO.
           05  FILLER                  PIC X(22)
            PERFORM 905-CARREGA-CADASTRO.

            SORT SORT-FILE
                ON ASCENDING KEY SRT-TURMA SRT-ID SRT-DEPENDENCIA
                                 SRT-DISCIPLINA
                INPUT PROCEDURE IS 100-SELECIONA-ALUNOS
                OUTPUT PROCEDURE IS 200-IMPRIME-BOLETIM.

            DISPLAY "TOTAL DE ALUNOS NO BOLETIM  : " WRK-QTD-ALUNOS.
            DISPLAY "TOTAL DE LINHAS DE DETALHE  : "
                WRK-QTD-LINHAS-DET.
            DISPLAY "REGS FORA (MATR. CANCELADA) : " WRK-QTD-FORA.
            DISPLAY "DISCIPLINAS EM DEPENDENCIA  : "
                WRK-QTD-DEPENDENCIAS.
            DISPLAY "Boletim gravado em BOLETIM.REL".

            PERFORM 950-JOBLOG-FIM.
                MOVE "S" TO WRK-FALTAS-EXISTE
            END-IF.

            OPEN INPUT ALUNO-MASTER.
            IF WRK-FS-ALUNO = "35"
                DISPLAY "ALUNO.DAT nao encontrado - nome tirado do"
                    " mestre de notas."
            ELSE
                MOVE "S" TO WRK-ALUNO-CAD-EXISTE
            END-IF.

            PERFORM UNTIL WRK-EOF = "S"
                READ STUDENT-MASTER
                    AT END
                        MOVE "S" TO WRK-EOF
                    NOT AT END
                        ADD 1 TO WRK-QTD-REGISTROS-LIDOS
                        IF STU-ID NOT = WRK-DEP-ALUNO
                            PERFORM 180-SOLTA-DEPENDENCIAS
                            MOVE STU-ID TO WRK-DEP-ALUNO
                        END-IF
                        PERFORM 160-BUSCA-ALUNO
                        IF WRK-ALUNO-FORA = "S"
                            ADD 1 TO WRK-QTD-FORA
                        ELSE
                            MOVE STU-TURMA TO SRT-TURMA
                            MOVE STU-ID TO SRT-ID
                            MOVE STU-DISCIPLINA TO SRT-DISCIPLINA
                            MOVE STU-DEPENDENCIA TO SRT-DEPENDENCIA
                            MOVE STU-TURMA TO SRT-TURMA-CURSADA
                            MOVE WRK-ALUNO-NOME TO SRT-NOME
                            MOVE STU-N1 TO SRT-N1
                            MOVE STU-N2 TO SRT-N2
                            MOVE STU-N3 TO SRT-N3
                            MOVE STU-N4 TO SRT-N4
                            MOVE STU-REC-NOTA TO SRT-REC-NOTA
                            MOVE STU-REC-STATUS TO SRT-REC-STATUS
                            PERFORM 150-BUSCA-FALTAS
                            IF STU-DEPENDENCIA = "S"
                                PERFORM 170-GUARDA-DEPENDENCIA
                            ELSE
                                MOVE STU-TURMA
                                    TO WRK-DEP-TURMA-REGULAR
                                RELEASE SORT-RECORD
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            PERFORM 180-SOLTA-DEPENDENCIAS.

            IF WRK-FS-STUDENT NOT = "35"
                CLOSE STUDENT-MASTER
            IF WRK-FALTAS-EXISTE = "S"
                CLOSE FALTAS-MASTER
            END-IF.
            IF WRK-ALUNO-CAD-EXISTE = "S"
                CLOSE ALUNO-MASTER
            END-IF.

       150-BUSCA-FALTAS.
      *    Dependencia nao tem faltas proprias - a chave de
      *    FALTAS.DAT pertence a disciplina regular do aluno.
            MOVE ZERO TO SRT-FALTAS.
            MOVE ZERO TO SRT-AULAS.

            IF WRK-FALTAS-EXISTE = "S"
               AND STU-DEPENDENCIA NOT = "S"
                MOVE STU-ID TO FAL-ID
                MOVE STU-DISCIPLINA TO FAL-DISCIPLINA
                READ FALTAS-MASTER
                END-READ
            END-IF.

       170-GUARDA-DEPENDENCIA.
            IF WRK-DEP-QTD < 20
                ADD 1 TO WRK-DEP-QTD
                MOVE SORT-RECORD TO WRK-DEP-REGISTRO(WRK-DEP-QTD)
            ELSE
                DISPLAY "AVISO: aluno " STU-ID " com mais de 20"
                    " dependencias - " STU-DISCIPLINA " fora do"
                    " boletim."
            END-IF.

       180-SOLTA-DEPENDENCIAS.
      *    Sem disciplina regular a dependencia sai na propria turma.
            PERFORM VARYING WRK-DEP-I FROM 1 BY 1
                    UNTIL WRK-DEP-I > WRK-DEP-QTD
                MOVE WRK-DEP-REGISTRO(WRK-DEP-I) TO SORT-RECORD
                IF WRK-DEP-TURMA-REGULAR NOT = SPACES
                    MOVE WRK-DEP-TURMA-REGULAR TO SRT-TURMA
                END-IF
                RELEASE SORT-RECORD
            END-PERFORM.
            MOVE ZERO TO WRK-DEP-QTD.
            MOVE SPACES TO WRK-DEP-TURMA-REGULAR.

       160-BUSCA-ALUNO.
      *    O mestre vem em ordem de matricula - o cadastro so e lido
      *    uma vez por aluno. Matricula cancelada ou transferida para
      *    outra escola sai do boletim; sem registro no cadastro vale
      *    o nome do mestre de notas.
            IF STU-ID NOT = WRK-ALUNO-LIDO
                MOVE STU-ID TO WRK-ALUNO-LIDO
                MOVE STU-NOME TO WRK-ALUNO-NOME
                MOVE "N" TO WRK-ALUNO-FORA
                IF WRK-ALUNO-CAD-EXISTE = "S"
                    MOVE STU-ID TO ALU-ID
                    READ ALUNO-MASTER
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            MOVE ALU-NOME TO WRK-ALUNO-NOME
                            IF ALU-SITUACAO = "C" OR ALU-SITUACAO = "T"
                                MOVE "S" TO WRK-ALUNO-FORA
                            END-IF
                    END-READ
                END-IF
            END-IF.

       200-IMPRIME-BOLETIM.
            OPEN OUTPUT BOLETIM-FILE.

            PERFORM 700-IMPRIME-DISCIPLINA.

       400-FECHA-ALUNO.
      *    Mesma regra do EncerramentoAno para a promocao com
      *    dependencia.
            IF WRK-ANO-TEM-REPROV = "S"
                IF WRK-ANO-DEP-REPROV = "N"
                   AND WRK-ANO-TEM-PEND = "N"
                   AND WRK-QTD-REPROV-ALUNO NOT > WRK-MAX-DEPENDENCIAS
                    MOVE "PROM-DEP" TO WRK-RESULTADO-ANO
                ELSE
                    MOVE "REPROVADO" TO WRK-RESULTADO-ANO
                END-IF
            ELSE
                IF WRK-ANO-TEM-PEND = "S"
                    MOVE "PENDENTE" TO WRK-RESULTADO-ANO

            MOVE "N" TO WRK-ANO-TEM-REPROV.
            MOVE "N" TO WRK-ANO-TEM-PEND.
            MOVE "N" TO WRK-ANO-DEP-REPROV.
            MOVE ZERO TO WRK-QTD-REPROV-ALUNO.
            MOVE "N" TO WRK-TEM-ALUNO-ABERTO.

       500-NOVA-PAGINA.

       600-ABRE-ALUNO.
            ADD 1 TO WRK-QTD-ALUNOS.
            MOVE SRT-ID TO LAL-ID.
            MOVE SRT-NOME TO LAL-NOME.
            MOVE WRK-LIN-ALUNO TO BOLETIM-LINHA.
            PERFORM 800-GRAVA-LINHA.
            MOVE "S" TO WRK-TEM-ALUNO-ABERTO.
                WHEN "REPROVADO"
                WHEN "REPR-FALTA"
                    MOVE "S" TO WRK-ANO-TEM-REPROV
                    IF SRT-DEPENDENCIA = "S"
                        MOVE "S" TO WRK-ANO-DEP-REPROV
                    ELSE
                        ADD 1 TO WRK-QTD-REPROV-ALUNO
                    END-IF
                WHEN "PENDENTE"
                    MOVE "S" TO WRK-ANO-TEM-PEND
            END-EVALUATE.
            MOVE SRT-FALTAS TO DET-FALTAS.
            MOVE WRK-FREQUENCIA TO DET-FREQ.
            MOVE WRK-RESULTADO TO DET-RESULTADO.
            MOVE SPACES TO DET-OBSERVACAO.
            IF SRT-DEPENDENCIA = "S"
                STRING "DEPENDENCIA - " SRT-TURMA-CURSADA
                    DELIMITED BY SIZE INTO DET-OBSERVACAO
                ADD 1 TO WRK-QTD-DEPENDENCIAS
            END-IF.

            MOVE WRK-LIN-DETALHE TO BOLETIM-LINHA.
            PERFORM 800-GRAVA-LINHA.
                    AT END
                        CONTINUE
                    WHEN WRK-PESO-TURMA(WRK-PESO-IDX)
                         = SRT-TURMA-CURSADA
                     AND WRK-PESO-DISCIPLINA(WRK-PESO-IDX)
                         = SRT-DISCIPLINA
                        MOVE WRK-PESO-P1(WRK-PESO-IDX) TO WRK-P1-USAR
