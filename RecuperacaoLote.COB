      *          AUDITORIA.DAT - no more keying students one by one
      *          through the correction screen in recovery week.
      *          Lines whose disciplina is not on the CADASTRO-TD.DAT
      *          reference master, or whose matricula is missing or
      *          not active on ALUNO.DAT, are dropped on
      *          NOTAS-REJEITOS.DAT with a reason code. A line marked
      *          RCI-DEPENDENCIA "S" posts to the student's
      *          dependencia record of that disciplina.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT REJEITO-FILE ASSIGN TO "NOTAS-REJEITOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REJEITO.
           SELECT ALUNO-MASTER ASSIGN TO "ALUNO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-ID
               FILE STATUS IS WRK-FS-ALUNO.

       DATA DIVISION.
       FILE SECTION.
       FD  REJEITO-FILE.
       COPY STUREJ.

       FD  ALUNO-MASTER.
       COPY ALUMAST.

       WORKING-STORAGE SECTION.

       COPY WGHTWRK.
       77   WRK-FS-REJEITO PIC X(2) VALUE SPACES.
       77   WRK-FIM-CADASTRO PIC X(1) VALUE "N".
       77   WRK-ACHOU-CODIGO PIC X(1) VALUE "N".
       77   WRK-FS-ALUNO PIC X(2) VALUE SPACES.
       77   WRK-ALUNO-CAD-EXISTE PIC X(1) VALUE "N".
       77   WRK-MATRICULA-OK PIC X(1) VALUE "S".

       PROCEDURE DIVISION.

                OPEN OUTPUT REJEITO-FILE
            END-IF.

            PERFORM 908-ABRE-CADASTRO-ALUNO.

            PERFORM UNTIL WRK-EOF = "S"
                READ REC-INTAKE
                    AT END
            CLOSE STUDENT-MASTER.
            CLOSE AUDIT-LOG.
            CLOSE REJEITO-FILE.
            IF WRK-ALUNO-CAD-EXISTE = "S"
                CLOSE ALUNO-MASTER
            END-IF.

            DISPLAY " ".
            DISPLAY "TOTAL DE LINHAS LIDAS       : " WRK-QTD-LIDOS.
                MOVE "S" TO WRK-ACHOU-CODIGO
            END-IF.

            MOVE "S" TO WRK-MATRICULA-OK.
            IF WRK-ACHOU-CODIGO = "S"
               AND WRK-ALUNO-CAD-EXISTE = "S"
                PERFORM 120-VALIDA-MATRICULA
            END-IF.

            IF WRK-ACHOU-CODIGO = "N" OR WRK-MATRICULA-OK = "N"
                CONTINUE
            ELSE
            IF RCI-REC-NOTA IS NOT NUMERIC
            DISPLAY "Disciplina " RCI-DISCIPLINA " do aluno "
                RCI-ID " fora do cadastro - rejeitado.".

       120-VALIDA-MATRICULA.
            MOVE RCI-ID TO ALU-ID.
            READ ALUNO-MASTER
                INVALID KEY
                    MOVE "N" TO WRK-MATRICULA-OK
                    MOVE "08" TO REJ-MOTIVO
                    MOVE "MATRICULA NAO CADASTRADA"
                        TO REJ-MOTIVO-DESC
                NOT INVALID KEY
                    IF ALU-SITUACAO NOT = "A"
                        MOVE "N" TO WRK-MATRICULA-OK
                        MOVE "09" TO REJ-MOTIVO
                        MOVE "MATRICULA NAO ATIVA"
                            TO REJ-MOTIVO-DESC
                    END-IF
            END-READ.

            IF WRK-MATRICULA-OK = "N"
                MOVE SPACES TO REJ-DADOS
                MOVE REC-INTAKE-REC TO REJ-DADOS
                WRITE NOTAS-REJEITO-REC
                ADD 1 TO WRK-QTD-REJEITADOS
                DISPLAY "Matricula " RCI-ID " - " REJ-MOTIVO-DESC
                    " - rejeitado."
            END-IF.

       200-POSTA-NOTA.
            MOVE RCI-ID TO STU-ID.
            MOVE RCI-DISCIPLINA TO STU-DISCIPLINA.
            IF RCI-DEPENDENCIA = "S"
                MOVE "S" TO STU-DEPENDENCIA
            ELSE
                MOVE "N" TO STU-DEPENDENCIA
            END-IF.

            READ STUDENT-MASTER
                INVALID KEY
                CLOSE CADASTRO-FILE
            END-IF.

       908-ABRE-CADASTRO-ALUNO.
      *    Sem ALUNO.DAT a matricula nao e validada - mesma tolerancia
      *    das cargas de notas e de faltas.
            OPEN INPUT ALUNO-MASTER.
            IF WRK-FS-ALUNO = "35"
                DISPLAY "ALUNO.DAT nao encontrado - matriculas NAO"
                    " serao validadas."
            ELSE
                MOVE "S" TO WRK-ALUNO-CAD-EXISTE
            END-IF.

       910-BUSCA-PESO.
            MOVE 20 TO WRK-P1-USAR WRK-P2-USAR WRK-P3-USAR.
            MOVE 40 TO WRK-P4-USAR.
            MOVE WRK-RESULTADO TO AUD-RESULTADO.
            MOVE SPACES TO AUD-SOLICITANTE.
            MOVE SPACES TO AUD-APROVADOR.
            IF STU-DEPENDENCIA = "S"
                MOVE "DEPENDEN" TO AUD-APROVADOR
            END-IF.
            WRITE AUDIT-RECORD.

       END PROGRAM RecuperacaoLote.
