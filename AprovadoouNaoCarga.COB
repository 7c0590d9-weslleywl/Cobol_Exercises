      *          existing ones on the indexed STUDENT-MASTER, and
      *          drops every bad line (nota nao numerica, nota acima
      *          de 10.00, matricula em branco, duplicado no intake,
      *          turma ou disciplina fora do cadastro CADASTRO-TD.DAT,
      *          matricula fora do cadastro ALUNO.DAT ou nao ativa)
      *          on NOTAS-REJEITOS.DAT with a reason code so the
      *          office can fix and resubmit. The student's name comes
      *          from ALUNO.DAT, not from the intake line. A line
      *          whose turma is the turma of a disciplina the student
      *          carries em dependencia posts to that dependencia
      *          record (STU-DEPENDENCIA "S"); every other line posts
      *          to the regular disciplina.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT PERIODO-FILE ASSIGN TO "PERIODO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PERIODO.
           SELECT ALUNO-MASTER ASSIGN TO "ALUNO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-ID
               FILE STATUS IS WRK-FS-ALUNO.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIODO-FILE.
       COPY PERCTL.

       FD  ALUNO-MASTER.
       COPY ALUMAST.

       WORKING-STORAGE SECTION.

       COPY JOBLNK.
       77   WRK-FS-REJEITO PIC X(2) VALUE SPACES.
       77   WRK-FS-CADASTRO PIC X(2) VALUE SPACES.
       77   WRK-FS-PERIODO PIC X(2) VALUE SPACES.
       77   WRK-FS-ALUNO PIC X(2) VALUE SPACES.
       77   WRK-ALUNO-CAD-EXISTE PIC X(1) VALUE "N".
       77   WRK-FIM-CADASTRO PIC X(1) VALUE "N".
       77   WRK-ACHOU-CODIGO PIC X(1) VALUE "N".
       77   WRK-PERIODO-EXISTE PIC X(1) VALUE "N".
       77   WRK-TEM-BIM-FECHADO PIC X(1) VALUE "N".
       77   WRK-MESTRE-EXISTE PIC X(1) VALUE "N".
       77   WRK-LINHA-DEP PIC X(1) VALUE "N".
       77   WRK-BIM-I PIC 9(1) VALUE ZERO.
       77   WRK-MOTIVO PIC X(2) VALUE SPACES.
       77   WRK-NOTA-IDX PIC 9(1) VALUE ZERO.
       01  WRK-CHAVE-INTAKE.
           05  WRK-CHAVE-ID            PIC X(6).
           05  WRK-CHAVE-DISC          PIC X(4).
           05  WRK-CHAVE-DEP           PIC X(1).

       01  WRK-CHAVES-VISTAS.
           05  WRK-VISTA-QTD           PIC 9(5) VALUE ZERO.
           05  WRK-VISTA-TAB OCCURS 10000 TIMES
               INDEXED BY WRK-VISTA-IDX.
               10  WRK-VISTA-CHAVE       PIC X(11).

       PROCEDURE DIVISION.


            PERFORM 905-CARREGA-CADASTRO.
            PERFORM 907-CARREGA-PERIODO.
            PERFORM 908-ABRE-CADASTRO-ALUNO.

            OPEN INPUT NOTAS-INTAKE.
            IF WRK-FS-INTAKE = "35"
            CLOSE NOTAS-INTAKE.
            CLOSE STUDENT-MASTER.
            CLOSE REJEITO-FILE.
            IF WRK-ALUNO-CAD-EXISTE = "S"
                CLOSE ALUNO-MASTER
            END-IF.

            DISPLAY " ".
            DISPLAY "TOTAL DE LINHAS LIDAS       : " WRK-QTD-LIDOS.
                END-PERFORM
            END-IF.

            IF WRK-MOTIVO = SPACES
               AND WRK-ALUNO-CAD-EXISTE = "S"
                PERFORM 280-VALIDA-MATRICULA
            END-IF.

            IF WRK-MOTIVO = SPACES
               AND WRK-CADASTRO-EXISTE = "S"
                PERFORM 260-VALIDA-CADASTRO
            END-IF.

            MOVE "N" TO WRK-LINHA-DEP.
            IF WRK-MOTIVO = SPACES
                PERFORM 290-DEFINE-DEPENDENCIA
            END-IF.

            IF WRK-MOTIVO = SPACES
               AND WRK-PERIODO-EXISTE = "S"
               AND WRK-TEM-BIM-FECHADO = "S"
       250-VERIFICA-DUPLICADO.
            MOVE NTK-ID TO WRK-CHAVE-ID.
            MOVE NTK-DISCIPLINA TO WRK-CHAVE-DISC.
            MOVE WRK-LINHA-DEP TO WRK-CHAVE-DEP.

            IF WRK-VISTA-QTD > 0
                SET WRK-VISTA-IDX TO 1
                WHEN "07"
                    MOVE "NOTA PARA BIMESTRE FECHADO"
                        TO REJ-MOTIVO-DESC
                WHEN "08"
                    MOVE "MATRICULA NAO CADASTRADA"
                        TO REJ-MOTIVO-DESC
                WHEN "09"
                    MOVE "MATRICULA NAO ATIVA" TO REJ-MOTIVO-DESC
                WHEN OTHER
                    MOVE "MOTIVO DESCONHECIDO" TO REJ-MOTIVO-DESC
            END-EVALUATE.
      *    sobrescrever bimestre encerrado.
            MOVE NTK-ID TO STU-ID.
            MOVE NTK-DISCIPLINA TO STU-DISCIPLINA.
            MOVE WRK-LINHA-DEP TO STU-DEPENDENCIA.
            READ STUDENT-MASTER
                INVALID KEY
                    MOVE "N" TO WRK-MESTRE-EXISTE
                END-IF
            END-PERFORM.

       280-VALIDA-MATRICULA.
            MOVE NTK-ID TO ALU-ID.
            READ ALUNO-MASTER
                INVALID KEY
                    MOVE "08" TO WRK-MOTIVO
                NOT INVALID KEY
                    IF ALU-SITUACAO NOT = "A"
                        MOVE "09" TO WRK-MOTIVO
                    END-IF
            END-READ.

       290-DEFINE-DEPENDENCIA.
      *    So o encerramento do ano cria dependencias - a carga apenas
      *    lanca notas nelas, reconhecendo a linha pela turma da
      *    serie em que a disciplina foi reprovada.
            MOVE NTK-ID TO STU-ID.
            MOVE NTK-DISCIPLINA TO STU-DISCIPLINA.
            MOVE "S" TO STU-DEPENDENCIA.
            READ STUDENT-MASTER
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF STU-TURMA = NTK-TURMA
                        MOVE "S" TO WRK-LINHA-DEP
                    END-IF
            END-READ.

       907-CARREGA-PERIODO.
            OPEN INPUT PERIODO-FILE.

                CLOSE PERIODO-FILE
            END-IF.

       908-ABRE-CADASTRO-ALUNO.
      *    Sem ALUNO.DAT a matricula nao e validada - mesma tolerancia
      *    do cadastro de turmas e disciplinas.
            OPEN INPUT ALUNO-MASTER.
            IF WRK-FS-ALUNO = "35"
                DISPLAY "ALUNO.DAT nao encontrado - matriculas NAO"
                    " serao validadas."
            ELSE
                MOVE "S" TO WRK-ALUNO-CAD-EXISTE
            END-IF.

       905-CARREGA-CADASTRO.
            OPEN INPUT CADASTRO-FILE.

       400-GRAVA-ALUNO.
            MOVE NTK-ID TO STU-ID.
            MOVE NTK-DISCIPLINA TO STU-DISCIPLINA.
            MOVE WRK-LINHA-DEP TO STU-DEPENDENCIA.
            READ STUDENT-MASTER
                INVALID KEY
                    MOVE "N" TO WRK-ALUNO-EXISTE

            MOVE NTK-ID TO STU-ID.
            MOVE NTK-DISCIPLINA TO STU-DISCIPLINA.
            MOVE WRK-LINHA-DEP TO STU-DEPENDENCIA.
      *    O nome vem do cadastro de alunos (280-VALIDA-MATRICULA ja
      *    leu o registro); o do intake so vale sem o cadastro.
            IF WRK-ALUNO-CAD-EXISTE = "S"
                MOVE ALU-NOME TO STU-NOME
            ELSE
                MOVE NTK-NOME TO STU-NOME
            END-IF.
            MOVE NTK-TURMA TO STU-TURMA.
            MOVE NTK-N1 TO STU-N1.
            MOVE NTK-N2 TO STU-N2.
