                            MOVE "S" TO WRK-EOF
                        NOT AT END
                            IF AUD-DATA = WRK-DATA-HOJE
                               AND AUD-APROVADOR NOT = "CONSELHO"
                                ADD 1 TO WRK-QTD-ALUNOS
                                EVALUATE AUD-RESULTADO
                                    WHEN "APROVADO"
