      ******************************************************************
      * Author:
      * Date:
      * Purpose: Issues the numbered school documents the secretariat
      *          used to type by hand - the declaracao de matricula,
      *          taken from the current STUDENT-MASTER, and the
      *          certificado de conclusao, taken from HISTORICO.DAT.
      *          A certificado is only issued when the last ano letivo
      *          on the student's historico closed APROVADO (or
      *          APROV-CONS, aprovado pelo conselho de classe); a
      *          declaracao only for a matricula ativa on ALUNO.DAT.
      *          Every document gets the next sequential number and a
      *          codigo de verificacao (DocumentoVerificador), is
      *          logged on DOCUMENTOS-EMITIDOS.DAT with matricula,
      *          tipo, data and the signed-on operator, and is printed
      *          to DOCUMENTOS.REL, one document per page.
      *          DocumentoConsulta confirms a document by number and
      *          codigo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DocumentoEmissao.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOCUMENTO-FILE ASSIGN TO "DOCUMENTOS-EMITIDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DOC-NUMERO
               FILE STATUS IS WRK-FS-DOCUMENTO.
           SELECT STUDENT-MASTER ASSIGN TO "STUDENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-CHAVE
               FILE STATUS IS WRK-FS-STUDENT.
           SELECT HISTORICO-FILE ASSIGN TO "HISTORICO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIS-CHAVE
               FILE STATUS IS WRK-FS-HISTORICO.
           SELECT ALUNO-MASTER ASSIGN TO "ALUNO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-ID
               FILE STATUS IS WRK-FS-ALUNO.
           SELECT PERIODO-FILE ASSIGN TO "PERIODO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PERIODO.
           SELECT IMPRESSAO-FILE ASSIGN TO "DOCUMENTOS.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-IMPRESSAO.

       DATA DIVISION.
       FILE SECTION.
       FD  DOCUMENTO-FILE.
       COPY DOCEMIT.

       FD  STUDENT-MASTER.
       COPY STUMAST.

       FD  HISTORICO-FILE.
       COPY HISTMAST.

       FD  ALUNO-MASTER.
       COPY ALUMAST.

       FD  PERIODO-FILE.
       COPY PERCTL.

       FD  IMPRESSAO-FILE.
       01  IMPRESSAO-LINHA             PIC X(80).

       WORKING-STORAGE SECTION.

       COPY OPRLNK.

       COPY DVFLNK.

       77   WRK-EOF PIC X(1) VALUE "N".
       77   WRK-FS-DOCUMENTO PIC X(2) VALUE SPACES.
       77   WRK-FS-STUDENT PIC X(2) VALUE SPACES.
       77   WRK-FS-HISTORICO PIC X(2) VALUE SPACES.
       77   WRK-FS-ALUNO PIC X(2) VALUE SPACES.
       77   WRK-FS-PERIODO PIC X(2) VALUE SPACES.
       77   WRK-FS-IMPRESSAO PIC X(2) VALUE SPACES.
       77   WRK-STUDENT-EXISTE PIC X(1) VALUE "N".
       77   WRK-ALUNO-CAD-EXISTE PIC X(1) VALUE "N".
       77   WRK-OPCAO PIC X(1) VALUE SPACE.
       77   WRK-SAIR PIC X(1) VALUE "N".
       77   WRK-CONFIRMA PIC X(1) VALUE SPACE.
       77   WRK-ACHOU PIC X(1) VALUE "N".
       77   WRK-LIBERADO PIC X(1) VALUE "N".
       77   WRK-GRAVOU PIC X(1) VALUE "N".
       77   WRK-ID-ENTRADA PIC X(6) VALUE SPACES.
       77   WRK-DATA-HOJE PIC 9(8) VALUE ZERO.
       77   WRK-ANO-LETIVO PIC 9(4) VALUE ZERO.
       77   WRK-ULTIMO-NUMERO PIC 9(7) VALUE ZERO.
       77   WRK-NOME-ALUNO PIC X(30) VALUE SPACES.
       77   WRK-TURMA-ALUNO PIC X(4) VALUE SPACES.
       77   WRK-QTD-DISCIPLINAS PIC 9(3) VALUE ZERO.
       77   WRK-HIS-ANO-FINAL PIC 9(4) VALUE ZERO.
       77   WRK-HIS-ANO-INICIAL PIC 9(4) VALUE ZERO.
       77   WRK-HIS-RESULTADO PIC X(10) VALUE SPACES.
       77   WRK-RESULTADO-DESC PIC X(26) VALUE SPACES.
       77   WRK-QTD-EMITIDOS PIC 9(5) VALUE ZERO.

       01  WRK-DOC-CAB.
           05  FILLER                  PIC X(14)
               VALUE "DOCUMENTO NO. ".
           05  IMP-NUMERO              PIC 9(7).
           05  FILLER                  PIC X(25) VALUE SPACES.
           05  FILLER                  PIC X(26)
               VALUE "CODIGO DE VERIFICACAO  : ".
           05  IMP-CODIGO              PIC 9(6).
           05  FILLER                  PIC X(2) VALUE SPACES.

       01  WRK-DOC-EMISSAO.
           05  FILLER                  PIC X(11) VALUE "Emitido em ".
           05  IMP-DIA                 PIC 9(2).
           05  FILLER                  PIC X(1) VALUE "/".
           05  IMP-MES                 PIC 9(2).
           05  FILLER                  PIC X(1) VALUE "/".
           05  IMP-ANO                 PIC 9(4).
           05  FILLER                  PIC X(5) VALUE " por ".
           05  IMP-OPERADOR            PIC X(30).
           05  FILLER                  PIC X(24) VALUE SPACES.

       PROCEDURE DIVISION.

       000-PRINCIPAL.
            DISPLAY "EMISSAO - DE - DOCUMENTOS - ESCOLARES".
            DISPLAY " ".

            PERFORM 050-IDENTIFICA-OPERADOR.

            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

            PERFORM 800-CARREGA-ANO-LETIVO.

            OPEN I-O DOCUMENTO-FILE.
            IF WRK-FS-DOCUMENTO = "35"
                OPEN OUTPUT DOCUMENTO-FILE
                CLOSE DOCUMENTO-FILE
                OPEN I-O DOCUMENTO-FILE
                DISPLAY "DOCUMENTOS-EMITIDOS.DAT nao encontrado -"
                    " arquivo criado vazio."
            END-IF.
            PERFORM 810-BUSCA-ULTIMO-NUMERO.

            OPEN INPUT STUDENT-MASTER.
            IF WRK-FS-STUDENT = "35"
                DISPLAY "STUDENT.DAT nao encontrado - apenas"
                    " certificados."
            ELSE
                MOVE "S" TO WRK-STUDENT-EXISTE
            END-IF.

            OPEN INPUT ALUNO-MASTER.
            IF WRK-FS-ALUNO = "35"
                DISPLAY "ALUNO.DAT nao encontrado - situacao da"
                    " matricula NAO sera conferida."
            ELSE
                MOVE "S" TO WRK-ALUNO-CAD-EXISTE
            END-IF.

            OPEN OUTPUT IMPRESSAO-FILE.

            PERFORM UNTIL WRK-SAIR = "S"
                PERFORM 100-MENU
            END-PERFORM.

            CLOSE DOCUMENTO-FILE.
            CLOSE IMPRESSAO-FILE.
            IF WRK-STUDENT-EXISTE = "S"
                CLOSE STUDENT-MASTER
            END-IF.
            IF WRK-ALUNO-CAD-EXISTE = "S"
                CLOSE ALUNO-MASTER
            END-IF.

            DISPLAY " ".
            DISPLAY "DOCUMENTOS EMITIDOS         : " WRK-QTD-EMITIDOS.
            IF WRK-QTD-EMITIDOS > 0
                DISPLAY "Documentos gravados em DOCUMENTOS.REL"
            END-IF.

            STOP RUN.

       050-IDENTIFICA-OPERADOR.
            MOVE "DocumentoEmissao" TO OPL-PROGRAMA.
            MOVE "SVC" TO OPL-PERFIS-ACEITOS.
            CALL "ValidaOperador" USING OPERADOR-PARM END-CALL.
            IF OPL-AUTORIZADO NOT = "S"
                STOP RUN
            END-IF.

       100-MENU.
            DISPLAY " ".
            DISPLAY "D-Declaracao de matricula"
                "  C-Certificado de conclusao  S-Sair".
            DISPLAY "Opcao : ".
            ACCEPT WRK-OPCAO.

            EVALUATE WRK-OPCAO
                WHEN "D"
                WHEN "d"
                    PERFORM 200-DECLARACAO
                WHEN "C"
                WHEN "c"
                    PERFORM 300-CERTIFICADO
                WHEN "S"
                WHEN "s"
                    MOVE "S" TO WRK-SAIR
                WHEN OTHER
                    DISPLAY "Opcao invalida !"
            END-EVALUATE.

       200-DECLARACAO.
            IF WRK-STUDENT-EXISTE NOT = "S"
                DISPLAY "Sem STUDENT.DAT nao ha matricula a declarar."
            ELSE
                PERFORM 700-LE-MATRICULA
                IF WRK-ID-ENTRADA NOT = SPACES
                    PERFORM 600-BUSCA-MATRICULA
                    IF WRK-QTD-DISCIPLINAS = 0
                        DISPLAY "Matricula " WRK-ID-ENTRADA
                            " nao encontrada no mestre de notas."
                    ELSE
                        PERFORM 620-BUSCA-CADASTRO
                        IF WRK-LIBERADO = "S"
                            PERFORM 250-CONFIRMA-DECLARACAO
                        END-IF
                    END-IF
                END-IF
            END-IF.

       250-CONFIRMA-DECLARACAO.
            DISPLAY " ".
            DISPLAY "Declaracao de matricula - ano letivo "
                WRK-ANO-LETIVO.
            DISPLAY "Aluno : " WRK-ID-ENTRADA " - " WRK-NOME-ALUNO
                " - Turma : " WRK-TURMA-ALUNO.
            DISPLAY "Confirma a emissao? (S/N) : ".
            ACCEPT WRK-CONFIRMA.
            IF WRK-CONFIRMA = "S" OR WRK-CONFIRMA = "s"
                MOVE "D" TO DOC-TIPO
                MOVE WRK-ANO-LETIVO TO DOC-ANO-LETIVO
                MOVE SPACES TO DOC-RESULTADO-ANO
                PERFORM 500-GRAVA-DOCUMENTO
                IF WRK-GRAVOU = "S"
                    PERFORM 520-IMPRIME-DECLARACAO
                END-IF
            ELSE
                DISPLAY "Emissao descartada."
            END-IF.

       300-CERTIFICADO.
            PERFORM 700-LE-MATRICULA.
            IF WRK-ID-ENTRADA NOT = SPACES
                PERFORM 650-BUSCA-HISTORICO
                IF WRK-HIS-ANO-FINAL = ZERO
                    DISPLAY "Matricula " WRK-ID-ENTRADA
                        " sem ano letivo encerrado no historico."
                ELSE
                    IF WRK-HIS-RESULTADO = "APROVADO"
                       OR WRK-HIS-RESULTADO = "APROV-CONS"
                        PERFORM 620-BUSCA-CADASTRO
                        PERFORM 350-CONFIRMA-CERTIFICADO
                    ELSE
                        DISPLAY "Ultimo ano letivo no historico : "
                            WRK-HIS-ANO-FINAL " - resultado "
                            WRK-HIS-RESULTADO
                        DISPLAY "Certificado de conclusao so para"
                            " ano final APROVADO - nao emitido."
                    END-IF
                END-IF
            END-IF.

       350-CONFIRMA-CERTIFICADO.
            IF WRK-HIS-RESULTADO = "APROV-CONS"
                MOVE "APROVADO PELO CONSELHO" TO WRK-RESULTADO-DESC
            ELSE
                MOVE "APROVADO" TO WRK-RESULTADO-DESC
            END-IF.
            DISPLAY " ".
            DISPLAY "Certificado de conclusao - ano letivo "
                WRK-HIS-ANO-FINAL " - " WRK-RESULTADO-DESC.
            DISPLAY "Aluno : " WRK-ID-ENTRADA " - " WRK-NOME-ALUNO
                " - Turma : " WRK-TURMA-ALUNO.
            DISPLAY "Confirma a emissao? (S/N) : ".
            ACCEPT WRK-CONFIRMA.
            IF WRK-CONFIRMA = "S" OR WRK-CONFIRMA = "s"
                MOVE "C" TO DOC-TIPO
                MOVE WRK-HIS-ANO-FINAL TO DOC-ANO-LETIVO
                MOVE WRK-HIS-RESULTADO TO DOC-RESULTADO-ANO
                PERFORM 500-GRAVA-DOCUMENTO
                IF WRK-GRAVOU = "S"
                    PERFORM 540-IMPRIME-CERTIFICADO
                END-IF
            ELSE
                DISPLAY "Emissao descartada."
            END-IF.

       500-GRAVA-DOCUMENTO.
      *    DOC-TIPO, DOC-ANO-LETIVO e DOC-RESULTADO-ANO ja vem
      *    preenchidos por quem chama.
            MOVE "N" TO WRK-GRAVOU.
            ADD 1 TO WRK-ULTIMO-NUMERO.
            MOVE WRK-ULTIMO-NUMERO TO DOC-NUMERO.
            MOVE WRK-ID-ENTRADA TO DOC-ALUNO-ID.
            MOVE WRK-NOME-ALUNO TO DOC-ALUNO-NOME.
            MOVE WRK-TURMA-ALUNO TO DOC-TURMA.
            MOVE WRK-DATA-HOJE TO DOC-DT-EMISSAO.
            MOVE OPL-ID TO DOC-OPERADOR.

            MOVE DOC-NUMERO TO DVF-NUMERO.
            MOVE DOC-ALUNO-ID TO DVF-ALUNO-ID.
            MOVE DOC-TIPO TO DVF-TIPO.
            MOVE DOC-DT-EMISSAO TO DVF-DT-EMISSAO.
            CALL "DocumentoVerificador" USING VERIFICADOR-PARM
            END-CALL.
            MOVE DVF-CODIGO TO DOC-CODIGO-VERIF.

            WRITE DOCUMENTO-RECORD
                INVALID KEY
                    DISPLAY "Erro ao gravar o documento " DOC-NUMERO
                        " - nada emitido."
                NOT INVALID KEY
                    MOVE "S" TO WRK-GRAVOU
                    ADD 1 TO WRK-QTD-EMITIDOS
                    DISPLAY "Documento " DOC-NUMERO " emitido -"
                        " codigo de verificacao " DOC-CODIGO-VERIF
            END-WRITE.

       510-IMPRIME-CABECALHO.
      *    Cada documento comeca em folha nova.
            MOVE "SECRETARIA ESCOLAR" TO IMPRESSAO-LINHA.
            WRITE IMPRESSAO-LINHA AFTER ADVANCING PAGE.
            MOVE SPACES TO IMPRESSAO-LINHA.
            WRITE IMPRESSAO-LINHA.
            MOVE DOC-NUMERO TO IMP-NUMERO.
            MOVE DOC-CODIGO-VERIF TO IMP-CODIGO.
            MOVE WRK-DOC-CAB TO IMPRESSAO-LINHA.
            WRITE IMPRESSAO-LINHA.
            MOVE SPACES TO IMPRESSAO-LINHA.
            WRITE IMPRESSAO-LINHA.
            WRITE IMPRESSAO-LINHA.

       520-IMPRIME-DECLARACAO.
            PERFORM 510-IMPRIME-CABECALHO.
            MOVE "                            DECLARACAO DE MATRICULA"
                TO IMPRESSAO-LINHA.
            WRITE IMPRESSAO-LINHA.
            MOVE SPACES TO IMPRESSAO-LINHA.
            WRITE IMPRESSAO-LINHA.
            WRITE IMPRESSAO-LINHA.

            MOVE SPACES TO IMPRESSAO-LINHA.
            STRING "Declaramos, para os devidos fins, que "
                    DELIMITED BY SIZE
                DOC-ALUNO-NOME DELIMITED BY "  "
                "," DELIMITED BY SIZE
                INTO IMPRESSAO-LINHA.
            WRITE IMPRESSAO-LINHA.
            MOVE SPACES TO IMPRESSAO-LINHA.
            STRING "matricula " DELIMITED BY SIZE
                DOC-ALUNO-ID DELIMITED BY SIZE
                ", esta regularmente matriculado(a) nesta escola no"
                    DELIMITED BY SIZE
                INTO IMPRESSAO-LINHA.
            WRITE IMPRESSAO-LINHA.
            MOVE SPACES TO IMPRESSAO-LINHA.
            STRING "ano letivo de " DELIMITED BY SIZE
                DOC-ANO-LETIVO DELIMITED BY SIZE
                ", na turma " DELIMITED BY SIZE
                DOC-TURMA DELIMITED BY SIZE
                "." DELIMITED BY SIZE
                INTO IMPRESSAO-LINHA.
            WRITE IMPRESSAO-LINHA.

            PERFORM 560-IMPRIME-RODAPE.

       540-IMPRIME-CERTIFICADO.
            PERFORM 510-IMPRIME-CABECALHO.
            MOVE "                           CERTIFICADO DE CONCLUSAO"
                TO IMPRESSAO-LINHA.
            WRITE IMPRESSAO-LINHA.
            MOVE SPACES TO IMPRESSAO-LINHA.
            WRITE IMPRESSAO-LINHA.
            WRITE IMPRESSAO-LINHA.

            MOVE SPACES TO IMPRESSAO-LINHA.
            STRING "Certificamos que " DELIMITED BY SIZE
                DOC-ALUNO-NOME DELIMITED BY "  "
                ", matricula " DELIMITED BY SIZE
                DOC-ALUNO-ID DELIMITED BY SIZE
                "," DELIMITED BY SIZE
                INTO IMPRESSAO-LINHA.
            WRITE IMPRESSAO-LINHA.
            MOVE SPACES TO IMPRESSAO-LINHA.
            STRING "cursou nesta escola de " DELIMITED BY SIZE
                WRK-HIS-ANO-INICIAL DELIMITED BY SIZE
                " a " DELIMITED BY SIZE
                DOC-ANO-LETIVO DELIMITED BY SIZE
                " e concluiu o ano letivo de " DELIMITED BY SIZE
                DOC-ANO-LETIVO DELIMITED BY SIZE
                INTO IMPRESSAO-LINHA.
            WRITE IMPRESSAO-LINHA.
            MOVE SPACES TO IMPRESSAO-LINHA.
            STRING "na turma " DELIMITED BY SIZE
                DOC-TURMA DELIMITED BY SIZE
                " com o resultado final " DELIMITED BY SIZE
                WRK-RESULTADO-DESC DELIMITED BY "  "
                "," DELIMITED BY SIZE
                INTO IMPRESSAO-LINHA.
            WRITE IMPRESSAO-LINHA.
            MOVE "conforme o historico escolar arquivado nesta escola."
                TO IMPRESSAO-LINHA.
            WRITE IMPRESSAO-LINHA.

            PERFORM 560-IMPRIME-RODAPE.

       560-IMPRIME-RODAPE.
            MOVE SPACES TO IMPRESSAO-LINHA.
            WRITE IMPRESSAO-LINHA.
            WRITE IMPRESSAO-LINHA.
            MOVE WRK-DATA-HOJE(7:2) TO IMP-DIA.
            MOVE WRK-DATA-HOJE(5:2) TO IMP-MES.
            MOVE WRK-DATA-HOJE(1:4) TO IMP-ANO.
            MOVE OPL-NOME TO IMP-OPERADOR.
            MOVE WRK-DOC-EMISSAO TO IMPRESSAO-LINHA.
            WRITE IMPRESSAO-LINHA.
            MOVE SPACES TO IMPRESSAO-LINHA.
            WRITE IMPRESSAO-LINHA.
            WRITE IMPRESSAO-LINHA.
            WRITE IMPRESSAO-LINHA.
            MOVE "                    ______________________________"
                TO IMPRESSAO-LINHA.
            WRITE IMPRESSAO-LINHA.
            MOVE "                          Secretaria Escolar"
                TO IMPRESSAO-LINHA.
            WRITE IMPRESSAO-LINHA.
            MOVE SPACES TO IMPRESSAO-LINHA.
            WRITE IMPRESSAO-LINHA.
            WRITE IMPRESSAO-LINHA.
            MOVE "A autenticidade deste documento pode ser confirmada"
                TO IMPRESSAO-LINHA.
            WRITE IMPRESSAO-LINHA.
            MOVE "junto a secretaria da escola informando o numero e o"
                TO IMPRESSAO-LINHA.
            WRITE IMPRESSAO-LINHA.
            MOVE "codigo de verificacao acima." TO IMPRESSAO-LINHA.
            WRITE IMPRESSAO-LINHA.

       600-BUSCA-MATRICULA.
      *    A turma do aluno eh a das disciplinas regulares - a
      *    dependencia guarda a turma em que foi reprovada.
            MOVE ZERO TO WRK-QTD-DISCIPLINAS.
            MOVE SPACES TO WRK-NOME-ALUNO.
            MOVE SPACES TO WRK-TURMA-ALUNO.
            MOVE "N" TO WRK-EOF.
            MOVE WRK-ID-ENTRADA TO STU-ID.
            MOVE SPACES TO STU-DISCIPLINA.
            MOVE SPACES TO STU-DEPENDENCIA.
            START STUDENT-MASTER KEY NOT < STU-CHAVE
                INVALID KEY
                    MOVE "S" TO WRK-EOF
            END-START.
            PERFORM UNTIL WRK-EOF = "S"
                READ STUDENT-MASTER NEXT RECORD
                    AT END
                        MOVE "S" TO WRK-EOF
                    NOT AT END
                        IF STU-ID NOT = WRK-ID-ENTRADA
                            MOVE "S" TO WRK-EOF
                        ELSE
                            ADD 1 TO WRK-QTD-DISCIPLINAS
                            MOVE STU-NOME TO WRK-NOME-ALUNO
                            IF STU-DEPENDENCIA NOT = "S"
                               AND WRK-TURMA-ALUNO = SPACES
                                MOVE STU-TURMA TO WRK-TURMA-ALUNO
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.

       620-BUSCA-CADASTRO.
      *    O nome sai do cadastro quando a matricula esta nele. A
      *    declaracao so vale para matricula ativa; o certificado
      *    vale para qualquer situacao (o aluno ja pode ter saido).
            MOVE "S" TO WRK-LIBERADO.
            IF WRK-ALUNO-CAD-EXISTE = "S"
                MOVE WRK-ID-ENTRADA TO ALU-ID
                READ ALUNO-MASTER
                    INVALID KEY
                        DISPLAY "AVISO: matricula " WRK-ID-ENTRADA
                            " fora do cadastro ALUNO.DAT."
                    NOT INVALID KEY
                        MOVE ALU-NOME TO WRK-NOME-ALUNO
                        IF ALU-SITUACAO NOT = "A"
                           AND WRK-OPCAO NOT = "C"
                           AND WRK-OPCAO NOT = "c"
                            DISPLAY "Matricula " WRK-ID-ENTRADA
                                " nao esta ativa (situacao "
                                ALU-SITUACAO ") - declaracao nao"
                                " emitida."
                            MOVE "N" TO WRK-LIBERADO
                        END-IF
                END-READ
            END-IF.

       650-BUSCA-HISTORICO.
      *    O historico e chaveado por ano - a matricula e procurada
      *    no arquivo inteiro, guardando o primeiro e o ultimo ano
      *    letivo do aluno e o resultado do ultimo.
            MOVE ZERO TO WRK-HIS-ANO-FINAL.
            MOVE ZERO TO WRK-HIS-ANO-INICIAL.
            MOVE SPACES TO WRK-HIS-RESULTADO.
            MOVE SPACES TO WRK-NOME-ALUNO.
            MOVE SPACES TO WRK-TURMA-ALUNO.
            MOVE "N" TO WRK-EOF.

            OPEN INPUT HISTORICO-FILE.
            IF WRK-FS-HISTORICO = "35"
                DISPLAY "HISTORICO.DAT nao encontrado - nenhum ano"
                    " letivo foi encerrado ainda."
            ELSE
                PERFORM UNTIL WRK-EOF = "S"
                    READ HISTORICO-FILE
                        AT END
                            MOVE "S" TO WRK-EOF
                        NOT AT END
                            IF HIS-ID = WRK-ID-ENTRADA
                                PERFORM 660-GUARDA-HISTORICO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE HISTORICO-FILE
            END-IF.

       660-GUARDA-HISTORICO.
            IF WRK-HIS-ANO-INICIAL = ZERO
                MOVE HIS-ANO TO WRK-HIS-ANO-INICIAL
            END-IF.
            IF HIS-ANO NOT = WRK-HIS-ANO-FINAL
                MOVE HIS-ANO TO WRK-HIS-ANO-FINAL
                MOVE SPACES TO WRK-TURMA-ALUNO
            END-IF.
            MOVE HIS-RESULTADO-ANO TO WRK-HIS-RESULTADO.
            MOVE HIS-NOME TO WRK-NOME-ALUNO.
            IF HIS-DEPENDENCIA NOT = "S"
               AND WRK-TURMA-ALUNO = SPACES
                MOVE HIS-TURMA TO WRK-TURMA-ALUNO
            END-IF.

       700-LE-MATRICULA.
            DISPLAY "Matricula do aluno : ".
            ACCEPT WRK-ID-ENTRADA.
            IF WRK-ID-ENTRADA = SPACES
                DISPLAY "Matricula em branco !"
            END-IF.

       800-CARREGA-ANO-LETIVO.
      *    O ano letivo em curso vem do PERIODO.DAT; sem ele vale o
      *    ano corrente.
            MOVE WRK-DATA-HOJE(1:4) TO WRK-ANO-LETIVO.
            OPEN INPUT PERIODO-FILE.
            IF WRK-FS-PERIODO NOT = "35"
                READ PERIODO-FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        MOVE PER-ANO-LETIVO TO WRK-ANO-LETIVO
                END-READ
                CLOSE PERIODO-FILE
            END-IF.

       810-BUSCA-ULTIMO-NUMERO.
      *    A numeracao continua a partir do maior numero ja emitido.
            MOVE ZERO TO WRK-ULTIMO-NUMERO.
            MOVE "N" TO WRK-EOF.
            MOVE ZERO TO DOC-NUMERO.
            START DOCUMENTO-FILE KEY NOT < DOC-NUMERO
                INVALID KEY
                    MOVE "S" TO WRK-EOF
            END-START.
            PERFORM UNTIL WRK-EOF = "S"
                READ DOCUMENTO-FILE NEXT RECORD
                    AT END
                        MOVE "S" TO WRK-EOF
                    NOT AT END
                        MOVE DOC-NUMERO TO WRK-ULTIMO-NUMERO
                END-READ
            END-PERFORM.

       END PROGRAM DocumentoEmissao.
