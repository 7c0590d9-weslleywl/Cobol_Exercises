      *          instead of hand edits in a text editor - the cadastro
      *          the loaders validate against so "MAT " e "MATE" nunca
      *          mais convivem no mestre como duas disciplinas.
      *          Any signed-on operator may list and verify; only the
      *          coordenacao may change the cadastro.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       COPY CADWRK.

       COPY OPRLNK.

       77   WRK-PERMITIDO PIC X(1) VALUE "N".

       77   WRK-EOF PIC X(1) VALUE "N".
       77   WRK-FS-CADASTRO PIC X(2) VALUE SPACES.
       77   WRK-OPCAO PIC X(1) VALUE SPACE.
            DISPLAY "MANUTENCAO - DO - CADASTRO - TURMA/DISCIPLINA".
            DISPLAY " ".

            PERFORM 050-IDENTIFICA-OPERADOR.

            PERFORM 900-CARREGA-CADASTRO.
            DISPLAY "Turmas carregadas      : " WRK-TUR-QTD.
            DISPLAY "Disciplinas carregadas : " WRK-DIS-QTD.

            STOP RUN.

       050-IDENTIFICA-OPERADOR.
            MOVE "CadastroManutencao" TO OPL-PROGRAMA.
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

      *    Consulta e verificacao para todos; so a coordenacao mexe
      *    no cadastro de turmas e disciplinas.
            MOVE "S" TO WRK-PERMITIDO.
            IF (WRK-OPCAO = "I" OR "i" OR "A" OR "a" OR "E" OR "e")
               AND OPL-PERFIL NOT = "C"
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
            IF WRK-TUR-QTD = 0 AND WRK-DIS-QTD = 0
