      ******************************************************************
      * Author:
      * Date:
      * Purpose: One-time conversion of STUDENT.DAT and HISTORICO.DAT
      *          to the layouts whose chave ends in the dependencia
      *          flag (STU-DEPENDENCIA / HIS-DEPENDENCIA) - reads the
      *          files keyed by matricula + disciplina and writes
      *          STUDENT-CONV.DAT and HISTORICO-CONV.DAT preserving
      *          every field, each record marked as disciplina
      *          regular ("N"). A missing HISTORICO.DAT (escola que
      *          ainda nao encerrou nenhum ano) is skipped. The
      *          operator renames STUDENT-CONV.DAT to STUDENT.DAT and
      *          HISTORICO-CONV.DAT to HISTORICO.DAT after conferring
      *          the totals.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DependenciaConverte.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUNO-ANTIGO ASSIGN TO "STUDENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ANT-STU-CHAVE
               FILE STATUS IS WRK-FS-ANTIGO.
           SELECT ALUNO-NOVO ASSIGN TO "STUDENT-CONV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STU-CHAVE
               FILE STATUS IS WRK-FS-NOVO.
           SELECT HISTORICO-ANTIGO ASSIGN TO "HISTORICO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ANT-HIS-CHAVE
               FILE STATUS IS WRK-FS-HIS-ANTIGO.
           SELECT HISTORICO-NOVO ASSIGN TO "HISTORICO-CONV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIS-CHAVE
               FILE STATUS IS WRK-FS-HIS-NOVO.

       DATA DIVISION.
       FILE SECTION.
       FD  ALUNO-ANTIGO.
       01  ALUNO-ANTIGO-REG.
           05  ANT-STU-CHAVE.
               10  ANT-STU-ID            PIC X(6).
               10  ANT-STU-DISCIPLINA    PIC X(4).
           05  ANT-STU-NOME            PIC X(30).
           05  ANT-STU-TURMA           PIC X(4).
           05  ANT-STU-N1              PIC 9(2)V99.
           05  ANT-STU-N2              PIC 9(2)V99.
           05  ANT-STU-N3              PIC 9(2)V99.
           05  ANT-STU-N4              PIC 9(2)V99.
           05  ANT-STU-REC-NOTA        PIC 9(2)V99.
           05  ANT-STU-REC-STATUS      PIC X(1).

       FD  ALUNO-NOVO.
       COPY STUMAST.

       FD  HISTORICO-ANTIGO.
       01  HISTORICO-ANTIGO-REG.
           05  ANT-HIS-CHAVE.
               10  ANT-HIS-ANO           PIC 9(4).
               10  ANT-HIS-ID            PIC X(6).
               10  ANT-HIS-DISCIPLINA    PIC X(4).
           05  ANT-HIS-NOME            PIC X(30).
           05  ANT-HIS-TURMA           PIC X(4).
           05  ANT-HIS-N1              PIC 9(2)V99.
           05  ANT-HIS-N2              PIC 9(2)V99.
           05  ANT-HIS-N3              PIC 9(2)V99.
           05  ANT-HIS-N4              PIC 9(2)V99.
           05  ANT-HIS-REC-NOTA        PIC 9(2)V99.
           05  ANT-HIS-REC-STATUS      PIC X(1).
           05  ANT-HIS-MEDIA           PIC 9(2)V99.
           05  ANT-HIS-MEDIA-FINAL     PIC 9(2)V99.
           05  ANT-HIS-RESULTADO       PIC X(10).
           05  ANT-HIS-RESULTADO-ANO   PIC X(10).

       FD  HISTORICO-NOVO.
       COPY HISTMAST.

       WORKING-STORAGE SECTION.

       COPY JOBLNK.

       77   WRK-EOF PIC X(1) VALUE "N".
       77   WRK-FS-ANTIGO PIC X(2) VALUE SPACES.
       77   WRK-FS-NOVO PIC X(2) VALUE SPACES.
       77   WRK-FS-HIS-ANTIGO PIC X(2) VALUE SPACES.
       77   WRK-FS-HIS-NOVO PIC X(2) VALUE SPACES.
       77   WRK-QTD-LIDOS PIC 9(7) VALUE ZERO.
       77   WRK-QTD-GRAVADOS PIC 9(7) VALUE ZERO.
       77   WRK-QTD-HIS-LIDOS PIC 9(7) VALUE ZERO.
       77   WRK-QTD-HIS-GRAVADOS PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.

       000-PRINCIPAL.
            DISPLAY "CONVERSAO - NOTAS - E - HISTORICO - DEPENDENCIA".
            DISPLAY " ".

            PERFORM 940-JOBLOG-INICIO.

            OPEN INPUT ALUNO-ANTIGO.
            IF WRK-FS-ANTIGO = "35"
                DISPLAY "STUDENT.DAT nao encontrado !"
                PERFORM 950-JOBLOG-FIM
                GOBACK
            END-IF.

            OPEN OUTPUT ALUNO-NOVO.

            PERFORM UNTIL WRK-EOF = "S"
                READ ALUNO-ANTIGO
                    AT END
                        MOVE "S" TO WRK-EOF
                    NOT AT END
                        ADD 1 TO WRK-QTD-LIDOS
                        PERFORM 100-CONVERTE-ALUNO
                END-READ
            END-PERFORM.

            CLOSE ALUNO-ANTIGO.
            CLOSE ALUNO-NOVO.

            MOVE "N" TO WRK-EOF.
            OPEN INPUT HISTORICO-ANTIGO.
            IF WRK-FS-HIS-ANTIGO = "35"
                DISPLAY "HISTORICO.DAT nao encontrado - apenas"
                    " STUDENT.DAT convertido."
            ELSE
                OPEN OUTPUT HISTORICO-NOVO
                PERFORM UNTIL WRK-EOF = "S"
                    READ HISTORICO-ANTIGO
                        AT END
                            MOVE "S" TO WRK-EOF
                        NOT AT END
                            ADD 1 TO WRK-QTD-HIS-LIDOS
                            PERFORM 200-CONVERTE-HISTORICO
                    END-READ
                END-PERFORM
                CLOSE HISTORICO-ANTIGO
                CLOSE HISTORICO-NOVO
            END-IF.

            DISPLAY " ".
            DISPLAY "NOTAS LIDAS                 : " WRK-QTD-LIDOS.
            DISPLAY "NOTAS CONVERTIDAS           : "
                WRK-QTD-GRAVADOS.
            DISPLAY "HISTORICO LIDO              : "
                WRK-QTD-HIS-LIDOS.
            DISPLAY "HISTORICO CONVERTIDO        : "
                WRK-QTD-HIS-GRAVADOS.
            DISPLAY " ".
            DISPLAY "Novos arquivos em STUDENT-CONV.DAT e"
                " HISTORICO-CONV.DAT -".
            DISPLAY "confira os totais e renomeie para STUDENT.DAT"
                " e HISTORICO.DAT".

            PERFORM 950-JOBLOG-FIM.

            GOBACK.

       100-CONVERTE-ALUNO.
            MOVE ANT-STU-ID TO STU-ID.
            MOVE ANT-STU-DISCIPLINA TO STU-DISCIPLINA.
            MOVE "N" TO STU-DEPENDENCIA.
            MOVE ANT-STU-NOME TO STU-NOME.
            MOVE ANT-STU-TURMA TO STU-TURMA.
            MOVE ANT-STU-N1 TO STU-N1.
            MOVE ANT-STU-N2 TO STU-N2.
            MOVE ANT-STU-N3 TO STU-N3.
            MOVE ANT-STU-N4 TO STU-N4.
            MOVE ANT-STU-REC-NOTA TO STU-REC-NOTA.
            MOVE ANT-STU-REC-STATUS TO STU-REC-STATUS.

            WRITE STUDENT-RECORD
                INVALID KEY
                    DISPLAY "Erro ao gravar aluno " STU-ID
                        " / " STU-DISCIPLINA
                NOT INVALID KEY
                    ADD 1 TO WRK-QTD-GRAVADOS
            END-WRITE.

       200-CONVERTE-HISTORICO.
            MOVE ANT-HIS-ANO TO HIS-ANO.
            MOVE ANT-HIS-ID TO HIS-ID.
            MOVE ANT-HIS-DISCIPLINA TO HIS-DISCIPLINA.
            MOVE "N" TO HIS-DEPENDENCIA.
            MOVE ANT-HIS-NOME TO HIS-NOME.
            MOVE ANT-HIS-TURMA TO HIS-TURMA.
            MOVE ANT-HIS-N1 TO HIS-N1.
            MOVE ANT-HIS-N2 TO HIS-N2.
            MOVE ANT-HIS-N3 TO HIS-N3.
            MOVE ANT-HIS-N4 TO HIS-N4.
            MOVE ANT-HIS-REC-NOTA TO HIS-REC-NOTA.
            MOVE ANT-HIS-REC-STATUS TO HIS-REC-STATUS.
            MOVE ANT-HIS-MEDIA TO HIS-MEDIA.
            MOVE ANT-HIS-MEDIA-FINAL TO HIS-MEDIA-FINAL.
            MOVE ANT-HIS-RESULTADO TO HIS-RESULTADO.
            MOVE ANT-HIS-RESULTADO-ANO TO HIS-RESULTADO-ANO.

            WRITE HISTORICO-RECORD
                INVALID KEY
                    DISPLAY "Erro ao gravar historico " HIS-ANO
                        " / " HIS-ID " / " HIS-DISCIPLINA
                NOT INVALID KEY
                    ADD 1 TO WRK-QTD-HIS-GRAVADOS
            END-WRITE.

       940-JOBLOG-INICIO.
            MOVE "DependenciaConverte" TO JLP-PROGRAMA.
            MOVE "I" TO JLP-TIPO.
            MOVE SPACE TO JLP-STATUS.
            MOVE ZERO TO JLP-QTD-LIDOS.
            MOVE ZERO TO JLP-QTD-GRAVADOS.
            MOVE ZERO TO JLP-QTD-REJEITADOS.
            CALL "GravaJobLog" USING JOB-LOG-PARM END-CALL.

       950-JOBLOG-FIM.
            MOVE "F" TO JLP-TIPO.
            MOVE "S" TO JLP-STATUS.
            COMPUTE JLP-QTD-LIDOS =
                WRK-QTD-LIDOS + WRK-QTD-HIS-LIDOS.
            COMPUTE JLP-QTD-GRAVADOS =
                WRK-QTD-GRAVADOS + WRK-QTD-HIS-GRAVADOS.
            MOVE ZERO TO JLP-QTD-REJEITADOS.
            CALL "GravaJobLog" USING JOB-LOG-PARM END-CALL.

       END PROGRAM DependenciaConverte.
