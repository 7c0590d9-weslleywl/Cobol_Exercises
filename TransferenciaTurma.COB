      *          transfer notice comes out on
      *          TRANSFERENCIA-AVISO.REL for the student's file - no
      *          more re-keying students through the intake with the
      *          new turma and losing the trace. Reserved to the
      *          secretaria and coordenacao operators signed on
      *          through ValidaOperador; the signed-on id is the
      *          operador stamped on the transfer. The name on the
      *          notice and on the transfer log comes from ALUNO.DAT,
      *          and a matricula that is not active there is refused.
      *          Disciplinas em dependencia keep the turma where they
      *          were failed and are not transferred.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT AVISO-FILE ASSIGN TO "TRANSFERENCIA-AVISO.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AVISO.
           SELECT ALUNO-MASTER ASSIGN TO "ALUNO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-ID
               FILE STATUS IS WRK-FS-ALUNO.

       DATA DIVISION.
       FILE SECTION.
       FD  AVISO-FILE.
       01  AVISO-LINHA                 PIC X(80).

       FD  ALUNO-MASTER.
       COPY ALUMAST.

       WORKING-STORAGE SECTION.

       COPY WGHTWRK.

       COPY CADWRK.

       COPY OPRLNK.

       77   WRK-EOF PIC X(1) VALUE "N".
       77   WRK-FS-STUDENT PIC X(2) VALUE SPACES.
       77   WRK-FS-PESOS PIC X(2) VALUE SPACES.
       77   WRK-TURMA-DESTINO PIC X(4) VALUE SPACES.
       77   WRK-TURMA-ORIGEM PIC X(4) VALUE SPACES.
       77   WRK-NOME-ALUNO PIC X(30) VALUE SPACES.
       77   WRK-NOME-CADASTRO PIC X(30) VALUE SPACES.
       77   WRK-FS-ALUNO PIC X(2) VALUE SPACES.
       77   WRK-MATRICULA-OK PIC X(1) VALUE "S".
       77   WRK-DT-EFETIVA PIC 9(8) VALUE ZERO.
       77   WRK-DT-ENTRADA PIC X(8) VALUE SPACES.
       77   WRK-OPERADOR PIC X(8) VALUE SPACES.
            DISPLAY "TRANSFERENCIA - DE - TURMA".
            DISPLAY " ".

            PERFORM 050-IDENTIFICA-OPERADOR.

            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

            PERFORM 900-CARREGA-PESOS.

            STOP RUN.

       050-IDENTIFICA-OPERADOR.
            MOVE "TransferenciaTurma" TO OPL-PROGRAMA.
            MOVE "SC" TO OPL-PERFIS-ACEITOS.
            CALL "ValidaOperador" USING OPERADOR-PARM END-CALL.
            IF OPL-AUTORIZADO NOT = "S"
                STOP RUN
            END-IF.

       100-LE-PARAMETROS.
            MOVE "N" TO WRK-VALIDO.

            DISPLAY "Matricula do aluno a transferir : ".
            ACCEPT WRK-ID-BUSCA.
            IF WRK-ID-BUSCA NOT = SPACES
                PERFORM 105-BUSCA-CADASTRO-ALUNO
            END-IF.

            IF WRK-ID-BUSCA = SPACES
                DISPLAY "Matricula em branco !"
            ELSE IF WRK-MATRICULA-OK = "N"
                DISPLAY "Matricula " WRK-ID-BUSCA " nao esta ativa no"
                    " cadastro de alunos !"
            ELSE
                DISPLAY "Turma de destino : "
                ACCEPT WRK-TURMA-DESTINO
                        END-IF
                    END-IF
                END-IF
            END-IF
            END-IF.

       105-BUSCA-CADASTRO-ALUNO.
      *    Sem ALUNO.DAT o nome segue o do mestre de notas e a
      *    matricula nao e conferida - mesma tolerancia dos
      *    carregadores.
            MOVE SPACES TO WRK-NOME-CADASTRO.
            MOVE "S" TO WRK-MATRICULA-OK.

            OPEN INPUT ALUNO-MASTER.
            IF WRK-FS-ALUNO = "35"
                DISPLAY "ALUNO.DAT nao encontrado - nome do mestre"
                    " de notas."
            ELSE
                MOVE WRK-ID-BUSCA TO ALU-ID
                READ ALUNO-MASTER
                    INVALID KEY
                        MOVE "N" TO WRK-MATRICULA-OK
                    NOT INVALID KEY
                        IF ALU-SITUACAO NOT = "A"
                            MOVE "N" TO WRK-MATRICULA-OK
                        ELSE
                            MOVE ALU-NOME TO WRK-NOME-CADASTRO
                        END-IF
                END-READ
                CLOSE ALUNO-MASTER
            END-IF.

       110-VALIDA-TURMA-DESTINO.
            END-IF.

       130-LE-OPERADOR.
      *    O operador e o identificado no sign-on - nao se digita.
            MOVE OPL-ID TO WRK-OPERADOR.
            MOVE "S" TO WRK-VALIDO.

       200-TRANSFERE-ALUNO.
            MOVE WRK-ID-BUSCA TO STU-ID.
            MOVE SPACES TO STU-DISCIPLINA.
            MOVE SPACES TO STU-DEPENDENCIA.

            START STUDENT-MASTER KEY NOT < STU-CHAVE
                INVALID KEY
                        IF STU-ID NOT = WRK-ID-BUSCA
                            MOVE "S" TO WRK-EOF
                        ELSE
      *                    Dependencia continua na turma da serie em
      *                    que foi reprovada.
                            IF STU-DEPENDENCIA = "S"
                                DISPLAY "Dependencia " STU-DISCIPLINA
                                    " segue na turma " STU-TURMA "."
                            ELSE
                                PERFORM 300-TRANSFERE-DISCIPLINA
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
                    " turma " WRK-TURMA-DESTINO " - nada a fazer."
            ELSE
                MOVE STU-TURMA TO WRK-TURMA-ORIGEM
                IF WRK-NOME-CADASTRO NOT = SPACES
                    MOVE WRK-NOME-CADASTRO TO WRK-NOME-ALUNO
                ELSE
                    MOVE STU-NOME TO WRK-NOME-ALUNO
                END-IF

      *        Antes: media e resultado sob os pesos da turma de
      *        origem, gravados na auditoria como o "antes" da
       915-BUSCA-FALTAS.
      *    Mesma regra dos lotes de apuracao: sem registro de faltas
      *    (ou sem aulas dadas) a frequencia fica em 100%.
      *    Dependencia nao tem faltas proprias - a chave de
      *    FALTAS.DAT pertence a disciplina regular do aluno.
            MOVE 100 TO WRK-FREQUENCIA.

            IF WRK-FALTAS-EXISTE = "S"
               AND STU-DEPENDENCIA NOT = "S"
                MOVE STU-ID TO FAL-ID
                MOVE STU-DISCIPLINA TO FAL-DISCIPLINA
                READ FALTAS-MASTER
            MOVE WRK-DATA-HOJE TO AUD-DATA.
            MOVE STU-ID TO AUD-ALUNO-ID.
            MOVE STU-DISCIPLINA TO AUD-DISCIPLINA.
            MOVE WRK-NOME-ALUNO TO AUD-ALUNO-NOME.
            MOVE STU-N1 TO AUD-N1.
            MOVE STU-N2 TO AUD-N2.
            MOVE STU-N3 TO AUD-N3.
