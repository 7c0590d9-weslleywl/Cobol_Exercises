      *          disciplina, and reports three exception classes in
      *          RECONCILIA.REL: alunos sem linha de auditoria,
      *          linhas de auditoria orfas (aluno fora do mestre) e
      *          divergencias de Media ou resultado. Disciplinas em
      *          dependencia casam com as linhas do lote marcadas
      *          "DEPENDEN" em AUD-APROVADOR. Alunos com matricula
      *          cancelada ou transferida em ALUNO.DAT ficam fora do
      *          lote de notas (AprovadoouNaoBatch) - nao sao
      *          excecao; sao contados a parte e suas linhas de
      *          auditoria antigas nao viram orfas.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT STATUS-FILE ASSIGN TO "RECONCILIA-STATUS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-STATUS.
           SELECT ALUNO-MASTER ASSIGN TO "ALUNO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-ID
               FILE STATUS IS WRK-FS-ALUNO.

       DATA DIVISION.
       FILE SECTION.
       FD  STATUS-FILE.
       COPY RECSTA.

       FD  ALUNO-MASTER.
       COPY ALUMAST.

       WORKING-STORAGE SECTION.

       COPY WGHTWRK.
       77   WRK-QTD-DIVERGENTES PIC 9(5) VALUE ZERO.
       77   WRK-QTD-CONFERIDOS PIC 9(5) VALUE ZERO.
       77   WRK-QTD-NAO-CARREGADAS PIC 9(5) VALUE ZERO.
       77   WRK-FS-ALUNO PIC X(2) VALUE SPACES.
       77   WRK-ALUNO-CAD-EXISTE PIC X(1) VALUE "N".
       77   WRK-ALUNO-LIDO PIC X(6) VALUE SPACES.
       77   WRK-ALUNO-FORA PIC X(1) VALUE "N".
       77   WRK-QTD-FORA PIC 9(5) VALUE ZERO.

       01  WRK-CHAVE-BUSCA.
           05  WRK-BUSCA-ID            PIC X(6).
           05  WRK-BUSCA-DISC          PIC X(4).
           05  WRK-BUSCA-DEP           PIC X(1).

       01  WRK-TABELA-AUDIT.
           05  WRK-AUD-QTD             PIC 9(5) VALUE ZERO.
               10  TAB-CHAVE.
                   15  TAB-ID            PIC X(6).
                   15  TAB-DISCIPLINA    PIC X(4).
                   15  TAB-DEPENDENCIA   PIC X(1).
               10  TAB-MEDIA-FINAL       PIC 9(2)V99.
               10  TAB-RESULTADO         PIC X(10).
               10  TAB-CONFERIDO         PIC X(1).
            DISPLAY "AUDITORIAS ORFAS            : " WRK-QTD-ORFAS.
            DISPLAY "DIVERGENTES                 : "
                WRK-QTD-DIVERGENTES.
            DISPLAY "REGS FORA (MATR. CANCELADA) : " WRK-QTD-FORA.
            DISPLAY "AUDITORIAS NAO CARREGADAS   : "
                WRK-QTD-NAO-CARREGADAS.
            DISPLAY "Relatorio gravado em RECONCILIA.REL".
                        AT END
                            MOVE "S" TO WRK-EOF
                        NOT AT END
      *                    Linhas do conselho de classe registram a
      *                    decisao, nao um calculo de notas.
                            IF AUD-APROVADOR NOT = "CONSELHO"
                                PERFORM 150-GUARDA-AUDITORIA
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE AUDIT-LOG
       150-GUARDA-AUDITORIA.
            MOVE AUD-ALUNO-ID TO WRK-BUSCA-ID.
            MOVE AUD-DISCIPLINA TO WRK-BUSCA-DISC.
            IF AUD-APROVADOR = "DEPENDEN"
                MOVE "S" TO WRK-BUSCA-DEP
            ELSE
                MOVE "N" TO WRK-BUSCA-DEP
            END-IF.

            SET WRK-AUD-IDX TO 1.
            SEARCH WRK-AUD-TAB
                ADD 1 TO WRK-AUD-QTD
                MOVE WRK-BUSCA-ID TO TAB-ID(WRK-AUD-QTD)
                MOVE WRK-BUSCA-DISC TO TAB-DISCIPLINA(WRK-AUD-QTD)
                MOVE WRK-BUSCA-DEP TO TAB-DEPENDENCIA(WRK-AUD-QTD)
                MOVE AUD-MEDIA-FINAL TO TAB-MEDIA-FINAL(WRK-AUD-QTD)
                MOVE AUD-RESULTADO TO TAB-RESULTADO(WRK-AUD-QTD)
                MOVE "N" TO TAB-CONFERIDO(WRK-AUD-QTD)
            IF WRK-FS-STUDENT = "35"
                DISPLAY "STUDENT.DAT nao encontrado !"
            ELSE
                OPEN INPUT ALUNO-MASTER
                IF WRK-FS-ALUNO = "35"
                    DISPLAY "ALUNO.DAT nao encontrado - todo o mestre"
                        " e conferido."
                ELSE
                    MOVE "S" TO WRK-ALUNO-CAD-EXISTE
                END-IF
                MOVE "N" TO WRK-EOF
                PERFORM UNTIL WRK-EOF = "S"
                    READ STUDENT-MASTER
                            MOVE "S" TO WRK-EOF
                        NOT AT END
                            ADD 1 TO WRK-QTD-ALUNOS
                            PERFORM 240-BUSCA-ALUNO
                            IF WRK-ALUNO-FORA = "S"
                                PERFORM 280-ALUNO-FORA
                            ELSE
                                PERFORM 250-CONFERE-REGISTRO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE STUDENT-MASTER
                IF WRK-ALUNO-CAD-EXISTE = "S"
                    CLOSE ALUNO-MASTER
                END-IF
            END-IF.

       240-BUSCA-ALUNO.
      *    O mestre vem em ordem de matricula - o cadastro so e lido
      *    uma vez por aluno. Sem ALUNO.DAT (ou sem registro nele)
      *    o aluno e conferido normalmente.
            IF STU-ID NOT = WRK-ALUNO-LIDO
                MOVE STU-ID TO WRK-ALUNO-LIDO
                MOVE "N" TO WRK-ALUNO-FORA
                IF WRK-ALUNO-CAD-EXISTE = "S"
                    MOVE STU-ID TO ALU-ID
                    READ ALUNO-MASTER
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            IF ALU-SITUACAO = "C" OR ALU-SITUACAO = "T"
                                MOVE "S" TO WRK-ALUNO-FORA
                            END-IF
                    END-READ
                END-IF
            END-IF.

       250-CONFERE-REGISTRO.

            MOVE STU-ID TO WRK-BUSCA-ID.
            MOVE STU-DISCIPLINA TO WRK-BUSCA-DISC.
            MOVE STU-DEPENDENCIA TO WRK-BUSCA-DEP.

            SET WRK-AUD-IDX TO 1.
            SEARCH WRK-AUD-TAB
            WRITE RECONCILIA-LINHA.
            ADD 1 TO WRK-QTD-DIVERGENTES.

       280-ALUNO-FORA.
      *    Matricula cancelada ou transferida: sem conferencia, mas a
      *    auditoria de antes da saida continua casando com o mestre.
            MOVE STU-ID TO WRK-BUSCA-ID.
            MOVE STU-DISCIPLINA TO WRK-BUSCA-DISC.
            MOVE STU-DEPENDENCIA TO WRK-BUSCA-DEP.

            SET WRK-AUD-IDX TO 1.
            SEARCH WRK-AUD-TAB
                AT END
                    CONTINUE
                WHEN TAB-CHAVE(WRK-AUD-IDX) = WRK-CHAVE-BUSCA
                    MOVE "S" TO TAB-CONFERIDO(WRK-AUD-IDX)
            END-SEARCH.
            ADD 1 TO WRK-QTD-FORA.

       300-LISTA-ORFAS.
            PERFORM VARYING WRK-I FROM 1 BY 1
                    UNTIL WRK-I > WRK-AUD-QTD
            MOVE WRK-LIN-TOTAL TO RECONCILIA-LINHA.
            WRITE RECONCILIA-LINHA.

      *    Conferidos + sem auditoria + divergentes + cancelados/
      *    transferidos = registros do mestre.
            MOVE "CONFERIDOS SEM DIVERG.: " TO WRK-LIN-TOTAL(1:24).
            MOVE WRK-QTD-CONFERIDOS TO TOT-VALOR.
            MOVE WRK-LIN-TOTAL TO RECONCILIA-LINHA.
            WRITE RECONCILIA-LINHA.

            MOVE "SEM AUDITORIA         : " TO WRK-LIN-TOTAL(1:24).
            MOVE WRK-QTD-SEM-AUDIT TO TOT-VALOR.
            MOVE WRK-LIN-TOTAL TO RECONCILIA-LINHA.
            MOVE WRK-LIN-TOTAL TO RECONCILIA-LINHA.
            WRITE RECONCILIA-LINHA.

            MOVE "CANCELADOS/TRANSFER.  : " TO WRK-LIN-TOTAL(1:24).
            MOVE WRK-QTD-FORA TO TOT-VALOR.
            MOVE WRK-LIN-TOTAL TO RECONCILIA-LINHA.
            WRITE RECONCILIA-LINHA.

      *    Auditorias alem da capacidade da tabela tornam os "SEM
      *    AUDITORIA" acima suspeitos - o total sai no proprio
      *    relatorio para o corte nao passar despercebido.
       915-BUSCA-FALTAS.
      *    Mesma regra dos programas de apuracao: sem registro de
      *    faltas (ou sem aulas dadas) a frequencia fica em 100%.
      *    Dependencia nao tem faltas proprias - a chave de
      *    FALTAS.DAT pertence a disciplina regular do aluno.
            MOVE 100 TO WRK-FREQUENCIA.

            IF WRK-FALTAS-EXISTE = "S"
               AND STU-DEPENDENCIA NOT = "S"
                MOVE STU-ID TO FAL-ID
                MOVE STU-DISCIPLINA TO FAL-DISCIPLINA
                READ FALTAS-MASTER
