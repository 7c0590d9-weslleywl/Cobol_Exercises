      *          and offers the verification pass the grading runs
      *          rely on. Holds up to 500 rows - the same limit the
      *          grading programs now load.
      *          Any signed-on operator may list and verify; only
      *          supervisor and coordenacao may change the weights.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       COPY WGHTWRK.

       COPY OPRLNK.

       77   WRK-PERMITIDO PIC X(1) VALUE "N".

       77   WRK-EOF PIC X(1) VALUE "N".
       77   WRK-FS-PESOS PIC X(2) VALUE SPACES.
       77   WRK-OPCAO PIC X(1) VALUE SPACE.
            DISPLAY "MANUTENCAO - DO - CADASTRO - DE - PESOS".
            DISPLAY " ".

            PERFORM 050-IDENTIFICA-OPERADOR.

            PERFORM 900-CARREGA-PESOS.
            DISPLAY "Linhas carregadas de PESOS.DAT : " WRK-PESO-QTD.
            PERFORM 600-VERIFICA.

            STOP RUN.

       050-IDENTIFICA-OPERADOR.
            MOVE "PesosManutencao" TO OPL-PROGRAMA.
            MOVE "SVC" TO OPL-PERFIS-ACEITOS.
            CALL "ValidaOperador" USING OPERADOR-PARM END-CALL.
            IF OPL-AUTORIZADO NOT = "S"
                STOP RUN
            END-IF.

       100-MENU.
            DISPLAY " ".
            DISPLAY "L-Listar  I-Incluir  A-Alterar  E-Excluir".
            DISPLAY "Opcao : ".
            ACCEPT WRK-OPCAO.

      *    Consulta e verificacao para todos; so supervisor e
      *    coordenacao mexem nos pesos.
            MOVE "S" TO WRK-PERMITIDO.
            IF (WRK-OPCAO = "I" OR "i" OR "A" OR "a" OR "E" OR "e")
               AND NOT (OPL-PERFIL = "V" OR "C")
                DISPLAY "Opcao nao permitida ao perfil do operador."
                MOVE "N" TO WRK-PERMITIDO
            END-IF.

            IF WRK-PERMITIDO = "S"
                EVALUATE WRK-OPCAO
                    WHEN "L"
                    WHEN "l"
                        PERFORM 200-LISTA
                    WHEN "I"
                    WHEN "i"
                        PERFORM 300-INCLUI
                    WHEN "A"
                    WHEN "a"
                        PERFORM 400-ALTERA
                    WHEN "E"
                    WHEN "e"
                        PERFORM 500-EXCLUI
                    WHEN "V"
                    WHEN "v"
                        PERFORM 600-VERIFICA
                    WHEN "S"
                    WHEN "s"
                        MOVE "S" TO WRK-SAIR
                    WHEN OTHER
                        DISPLAY "Opcao invalida !"
                END-EVALUATE
            END-IF.

       200-LISTA.
            IF WRK-PESO-QTD = 0
