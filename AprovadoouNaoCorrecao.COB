      *          solicitante, motivo) on CORRECOES-PENDENTES.DAT -
      *          the master is NOT touched here: the school's
      *          four-eyes rule requires a supervisor to apply or
      *          reject the request in CorrecaoAprovacao. The
      *          solicitante is the operator signed on through
      *          ValidaOperador (any perfil may ask for a correction).
      *          Only regular disciplinas are corrected here; notas of
      *          a dependencia are posted through the intake loaders.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       WORKING-STORAGE SECTION.

       COPY OPRLNK.

       77   WRK-ID-BUSCA PIC X(6) VALUE SPACES.
       77   WRK-DISC-BUSCA PIC X(4) VALUE SPACES.
       77   WRK-BIMESTRE PIC 9(1) VALUE ZERO.
            DISPLAY "CORRECAO - DE - NOTAS - (PEDIDO)".
            DISPLAY " ".

            PERFORM 050-IDENTIFICA-OPERADOR.
            MOVE OPL-ID TO WRK-SOLICITANTE.

            OPEN INPUT STUDENT-MASTER.

            DISPLAY "Digite a matricula do aluno a corrigir : ".
            ACCEPT WRK-DISC-BUSCA.
            MOVE WRK-ID-BUSCA TO STU-ID.
            MOVE WRK-DISC-BUSCA TO STU-DISCIPLINA.
            MOVE "N" TO STU-DEPENDENCIA.

            READ STUDENT-MASTER
                INVALID KEY
                END-EVALUATE

                IF WRK-BIMESTRE-VALIDO = "S"
                    DISPLAY "Motivo da correcao : "
                    ACCEPT WRK-MOTIVO
                    PERFORM 900-GRAVA-PEDIDO
                END-IF
            END-IF.


            STOP RUN.

       050-IDENTIFICA-OPERADOR.
      *    O nome do programa passa das 20 posicoes de OPL-PROGRAMA;
      *    no log de acessos negados ele aparece abreviado.
            MOVE "AprovNaoCorrecao" TO OPL-PROGRAMA.
            MOVE "SVC" TO OPL-PERFIS-ACEITOS.
            CALL "ValidaOperador" USING OPERADOR-PARM END-CALL.
            IF OPL-AUTORIZADO NOT = "S"
                STOP RUN
            END-IF.

       800-LE-NOTA-NOVA.
            MOVE "N" TO WRK-VALIDO.
            PERFORM UNTIL WRK-VALIDO = "S"
