      *          5-7, 7-10), the faltas from FALTAS.DAT with the count
      *          of REPR-FALTA (frequencia abaixo do piso legal de
      *          75%) and a ranking of the students by Media within
      *          the turma, printed to ESTATISTICA.REL. Matriculas
      *          canceladas ou transferidas para outra escola no
      *          cadastro ALUNO.DAT nao entram na estatistica.
      *          Disciplinas em dependencia (cursadas fora da serie)
      *          ficam fora das medias da turma e sao so contadas.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT ESTATISTICA-FILE ASSIGN TO "ESTATISTICA.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ESTAT.
           SELECT ALUNO-MASTER ASSIGN TO "ALUNO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-ID
               FILE STATUS IS WRK-FS-ALUNO.
           SELECT SORT-FILE ASSIGN TO "SORTWORK".

       DATA DIVISION.
       FD  ESTATISTICA-FILE.
       01  ESTATISTICA-LINHA           PIC X(80).

       FD  ALUNO-MASTER.
       COPY ALUMAST.

       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SRT-TURMA               PIC X(4).
       77   WRK-PAGINA PIC 9(3) VALUE ZERO.
       77   WRK-LINHA-ATUAL PIC 9(2) VALUE ZERO.
       77   WRK-QTD-REGISTROS-LIDOS PIC 9(5) VALUE ZERO.
       77   WRK-QTD-DEPENDENCIAS PIC 9(5) VALUE ZERO.
       77   WRK-LINHA-SAIDA PIC X(80) VALUE SPACES.
       78   WRK-LINHAS-POR-PAGINA VALUE 56.
       77   WRK-FS-ALUNO PIC X(2) VALUE SPACES.
       77   WRK-ALUNO-CAD-EXISTE PIC X(1) VALUE "N".
       77   WRK-ALUNO-LIDO PIC X(6) VALUE SPACES.
       77   WRK-ALUNO-NOME PIC X(30) VALUE SPACES.
       77   WRK-ALUNO-FORA PIC X(1) VALUE "N".
       77   WRK-QTD-FORA PIC 9(5) VALUE ZERO.

       77   WRK-GRP-QTD PIC 9(5) VALUE ZERO.
       77   WRK-GRP-SOMA PIC 9(7)V99 VALUE ZERO.
                OUTPUT PROCEDURE IS 200-IMPRIME-ESTATISTICA.

            DISPLAY " ".
            DISPLAY "REGS FORA (MATR. CANCELADA) : " WRK-QTD-FORA.
            DISPLAY "DEPENDENCIAS FORA DAS MEDIAS: "
                WRK-QTD-DEPENDENCIAS.
            DISPLAY "Estatistica gravada em ESTATISTICA.REL".

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
                        PERFORM 160-BUSCA-ALUNO
                        IF WRK-ALUNO-FORA = "S"
                            ADD 1 TO WRK-QTD-FORA
                        ELSE
                          IF STU-DEPENDENCIA = "S"
                            ADD 1 TO WRK-QTD-DEPENDENCIAS
                          ELSE
                            MOVE STU-TURMA TO SRT-TURMA
                            MOVE STU-DISCIPLINA TO SRT-DISCIPLINA
                            MOVE STU-ID TO SRT-ID
                            MOVE WRK-ALUNO-NOME TO SRT-NOME
                            MOVE STU-N1 TO SRT-N1
                            MOVE STU-N2 TO SRT-N2
                            MOVE STU-N3 TO SRT-N3
                            MOVE STU-N4 TO SRT-N4
                            MOVE STU-REC-NOTA TO SRT-REC-NOTA
                            MOVE STU-REC-STATUS TO SRT-REC-STATUS
                            PERFORM 150-BUSCA-FALTAS
                            RELEASE SORT-RECORD
                          END-IF
                        END-IF
                END-READ
            END-PERFORM.

            IF WRK-FALTAS-EXISTE = "S"
                CLOSE FALTAS-MASTER
            END-IF.
            IF WRK-ALUNO-CAD-EXISTE = "S"
                CLOSE ALUNO-MASTER
            END-IF.

       150-BUSCA-FALTAS.
            MOVE ZERO TO SRT-FALTAS.
                END-READ
            END-IF.

       160-BUSCA-ALUNO.
      *    O mestre vem em ordem de matricula - o cadastro so e lido
      *    uma vez por aluno. Matricula cancelada ou transferida para
      *    outra escola fica fora do relatorio; sem registro no cadastro
      *    vale o nome do mestre de notas.
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

       200-IMPRIME-ESTATISTICA.
            OPEN OUTPUT ESTATISTICA-FILE.

