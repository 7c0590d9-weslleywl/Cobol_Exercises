      *          letivo when the record is created the first time.
      *          AprovadoouNaoCarga rejects notes posted onto a
      *          closed bimester; EncerramentoAno rolls this record
      *          to the next year. After a bimester is closed the
      *          early-warning run RiscoLista projects the partial
      *          Medias and prints RISCO.REL and the letters.
      *          Any signed-on operator may look at the period; only
      *          the coordenacao may close, reopen or change the ano.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       WORKING-STORAGE SECTION.

       COPY OPRLNK.

       77   WRK-PERMITIDO PIC X(1) VALUE "N".

       77   WRK-FS-PERIODO PIC X(2) VALUE SPACES.
       77   WRK-OPCAO PIC X(1) VALUE SPACE.
       77   WRK-SAIR PIC X(1) VALUE "N".
            DISPLAY "MANUTENCAO - DO - PERIODO - LETIVO".
            DISPLAY " ".

            PERFORM 050-IDENTIFICA-OPERADOR.

            PERFORM 900-CARREGA-PERIODO.
            PERFORM 200-MOSTRA.


            STOP RUN.

       050-IDENTIFICA-OPERADOR.
            MOVE "PeriodoManutencao" TO OPL-PROGRAMA.
            MOVE "SVC" TO OPL-PERFIS-ACEITOS.
            CALL "ValidaOperador" USING OPERADOR-PARM END-CALL.
            IF OPL-AUTORIZADO NOT = "S"
                STOP RUN
            END-IF.

       100-MENU.
            DISPLAY " ".
            DISPLAY "M-Mostrar  F-Fechar bimestre  R-Reabrir"
            DISPLAY "Opcao : ".
            ACCEPT WRK-OPCAO.

      *    Qualquer operador consulta; fechar, reabrir e mudar o ano
      *    letivo e da coordenacao.
            MOVE "S" TO WRK-PERMITIDO.
            IF (WRK-OPCAO = "F" OR "f" OR "R" OR "r" OR "A" OR "a")
               AND OPL-PERFIL NOT = "C"
                DISPLAY "Opcao nao permitida ao perfil do operador."
                MOVE "N" TO WRK-PERMITIDO
            END-IF.

            IF WRK-PERMITIDO = "S"
                EVALUATE WRK-OPCAO
                    WHEN "M"
                    WHEN "m"
                        PERFORM 200-MOSTRA
                    WHEN "F"
                    WHEN "f"
                        PERFORM 300-FECHA-BIMESTRE
                    WHEN "R"
                    WHEN "r"
                        PERFORM 400-REABRE-BIMESTRE
                    WHEN "A"
                    WHEN "a"
                        PERFORM 500-ALTERA-ANO
                    WHEN "S"
                    WHEN "s"
                        MOVE "S" TO WRK-SAIR
                    WHEN OTHER
                        DISPLAY "Opcao invalida !"
                END-EVALUATE
            END-IF.

       200-MOSTRA.
            DISPLAY "Ano letivo atual : " WRK-ANO-ATUAL.
                    DISPLAY "Bimestre " WRK-BIM-ENTRADA " fechado -"
                        " a carga de notas passa a rejeitar"
                        " alteracoes nele."
                    DISPLAY "Rode o RiscoLista para a lista de alunos"
                        " em risco e as cartas aos responsaveis."
                END-IF
            END-IF.

