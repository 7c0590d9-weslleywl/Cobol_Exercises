      *          REWRITEs existing records on the indexed FALTAS.DAT,
      *          and drops every bad line (matricula em branco, faltas
      *          ou aulas nao numericas, faltas acima das aulas dadas,
      *          duplicado no intake, matricula fora do cadastro
      *          ALUNO.DAT ou nao ativa) on FALTAS-REJEITOS.DAT with a
      *          reason code so the office can fix and resubmit - the
      *          same flow AprovadoouNaoCarga gives the notes.
      * Tectonics: cobc
           SELECT REJEITO-FILE ASSIGN TO "FALTAS-REJEITOS.DAT"
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
       COPY FALREJ.

       FD  ALUNO-MASTER.
       COPY ALUMAST.

       WORKING-STORAGE SECTION.

       COPY JOBLNK.
       77   WRK-FS-INTAKE PIC X(2) VALUE SPACES.
       77   WRK-FS-FALTAS PIC X(2) VALUE SPACES.
       77   WRK-FS-REJEITO PIC X(2) VALUE SPACES.
       77   WRK-FS-ALUNO PIC X(2) VALUE SPACES.
       77   WRK-ALUNO-CAD-EXISTE PIC X(1) VALUE "N".
       77   WRK-MOTIVO PIC X(2) VALUE SPACES.
       77   WRK-FALTAS-TOTAL PIC 9(4) VALUE ZERO.
       77   WRK-REGISTRO-EXISTE PIC X(1) VALUE "N".

            OPEN OUTPUT REJEITO-FILE.

            PERFORM 908-ABRE-CADASTRO-ALUNO.

            PERFORM UNTIL WRK-EOF = "S"
                READ FALTAS-INTAKE
                    AT END
            CLOSE FALTAS-INTAKE.
            CLOSE FALTAS-MASTER.
            CLOSE REJEITO-FILE.
            IF WRK-ALUNO-CAD-EXISTE = "S"
                CLOSE ALUNO-MASTER
            END-IF.

            DISPLAY " ".
            DISPLAY "TOTAL DE LINHAS LIDAS       : " WRK-QTD-LIDOS.
                END-IF
            END-IF.

            IF WRK-MOTIVO = SPACES
               AND WRK-ALUNO-CAD-EXISTE = "S"
                PERFORM 280-VALIDA-MATRICULA
            END-IF.

            IF WRK-MOTIVO = SPACES
                PERFORM 250-VERIFICA-DUPLICADO
            END-IF.
                END-IF
            END-IF.

       280-VALIDA-MATRICULA.
            MOVE FIN-ID TO ALU-ID.
            READ ALUNO-MASTER
                INVALID KEY
                    MOVE "06" TO WRK-MOTIVO
                NOT INVALID KEY
                    IF ALU-SITUACAO NOT = "A"
                        MOVE "07" TO WRK-MOTIVO
                    END-IF
            END-READ.

       300-GRAVA-REJEITO.
            MOVE WRK-MOTIVO TO FRJ-MOTIVO.
            EVALUATE WRK-MOTIVO
                        TO FRJ-MOTIVO-DESC
                WHEN "05"
                    MOVE "DUPLICADO NO INTAKE" TO FRJ-MOTIVO-DESC
                WHEN "06"
                    MOVE "MATRICULA NAO CADASTRADA"
                        TO FRJ-MOTIVO-DESC
                WHEN "07"
                    MOVE "MATRICULA NAO ATIVA" TO FRJ-MOTIVO-DESC
                WHEN OTHER
                    MOVE "MOTIVO DESCONHECIDO" TO FRJ-MOTIVO-DESC
            END-EVALUATE.
            WRITE FALTAS-REJEITO-REC.
            ADD 1 TO WRK-QTD-REJEITADOS.

       908-ABRE-CADASTRO-ALUNO.
      *    Sem ALUNO.DAT a matricula nao e validada - mesma tolerancia
      *    da carga de notas.
            OPEN INPUT ALUNO-MASTER.
            IF WRK-FS-ALUNO = "35"
                DISPLAY "ALUNO.DAT nao encontrado - matriculas NAO"
                    " serao validadas."
            ELSE
                MOVE "S" TO WRK-ALUNO-CAD-EXISTE
            END-IF.

       400-GRAVA-FALTAS.
            MOVE FIN-ID TO FAL-ID.
            MOVE FIN-DISCIPLINA TO FAL-DISCIPLINA.
