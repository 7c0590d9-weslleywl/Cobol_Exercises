      * Date:
      * Purpose: Daily driver - exports the indexed masters to their
      *          backups and then CALLs the grading, intake pre-edit,
      *          eligibility, age-refresh, numeros pre-edit (lote
      *          balancing) and parity batch programs in sequence,
      *          closing with the referential integrity sweep over
      *          the school masters (IntegridadeMestres) - a master
      *          with exceptions stops the chain there, pointing the
      *          operator to INTEGRIDADE.REL. After each step the
      *          dispatcher checks the step's outcome in JOBLOG.DAT
      *          (the last record of the program must be an "F" with
      *          sucesso dated today) and
      *          stops the chain at the first failure with a clear
      *          operator message; PROCESSO-DIA.DAT records how far
      *          the day got, so a resubmission skips the steps that
       77   WRK-ULT-STATUS PIC X(1) VALUE SPACE.
       77   WRK-ULT-DATA PIC 9(8) VALUE ZERO.
       77   WRK-ACHOU-REGISTRO PIC X(1) VALUE "N".
       78   WRK-QTD-PASSOS VALUE 8.

       PROCEDURE DIVISION.

                DISPLAY "*** Passo " WRK-PASSO-FALHO " ("
                    WRK-PASSO-PROGRAMA ") nao terminou com"
                    " sucesso."
                IF WRK-PASSO-PROGRAMA = "IntegridadeMestres"
                    DISPLAY "*** Excecoes de integridade nos mestres"
                        " escolares - ver INTEGRIDADE.REL."
                END-IF
                DISPLAY "*** Corrija a causa e resubmeta - a cadeia"
                    " retoma deste passo."
            ELSE
                WHEN 5
                    CALL "CidadaoRefresca" END-CALL
                WHEN 6
                    CALL "NumerosPreEdita" END-CALL
                WHEN 7
                    CALL "ParouImparBatch" END-CALL
                WHEN 8
                    CALL "IntegridadeMestres" END-CALL
            END-EVALUATE.

            PERFORM 300-VERIFICA-PASSO.
                WHEN 5
                    MOVE "CidadaoRefresca" TO WRK-PASSO-PROGRAMA
                WHEN 6
                    MOVE "NumerosPreEdita" TO WRK-PASSO-PROGRAMA
                WHEN 7
                    MOVE "ParouImparBatch" TO WRK-PASSO-PROGRAMA
                WHEN 8
                    MOVE "IntegridadeMestres" TO WRK-PASSO-PROGRAMA
            END-EVALUATE.

       300-VERIFICA-PASSO.
