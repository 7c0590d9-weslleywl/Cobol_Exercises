      ******************************************************************
      * Author:
      * Date:
      * Purpose: Confirms a school document presented by a third party
      *          (employer, another school) - the operator keys the
      *          document number and the codigo de verificacao printed
      *          on it; the program reads DOCUMENTOS-EMITIDOS.DAT,
      *          recomputes the codigo with DocumentoVerificador and,
      *          when both match, shows what was issued, to whom, when
      *          and by which operator. Any mismatch is reported as a
      *          document that was not issued by the school.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DocumentoConsulta.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOCUMENTO-FILE ASSIGN TO "DOCUMENTOS-EMITIDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DOC-NUMERO
               FILE STATUS IS WRK-FS-DOCUMENTO.

       DATA DIVISION.
       FILE SECTION.
       FD  DOCUMENTO-FILE.
       COPY DOCEMIT.

       WORKING-STORAGE SECTION.

       COPY OPRLNK.

       COPY DVFLNK.

       77   WRK-FS-DOCUMENTO PIC X(2) VALUE SPACES.
       77   WRK-SAIR PIC X(1) VALUE "N".
       77   WRK-NUMERO-ENTRADA PIC X(7) VALUE SPACES.
       77   WRK-CODIGO-ENTRADA PIC X(6) VALUE SPACES.
       77   WRK-TIPO-DESC PIC X(24) VALUE SPACES.

       01  WRK-DATA-EDITADA.
           05  WRK-DIA-ED              PIC 9(2).
           05  FILLER                  PIC X(1) VALUE "/".
           05  WRK-MES-ED              PIC 9(2).
           05  FILLER                  PIC X(1) VALUE "/".
           05  WRK-ANO-ED              PIC 9(4).

       PROCEDURE DIVISION.

       000-PRINCIPAL.
            DISPLAY "CONSULTA - AUTENTICIDADE - DE - DOCUMENTOS".
            DISPLAY " ".

            PERFORM 050-IDENTIFICA-OPERADOR.

            OPEN INPUT DOCUMENTO-FILE.
            IF WRK-FS-DOCUMENTO = "35"
                DISPLAY "DOCUMENTOS-EMITIDOS.DAT nao encontrado -"
                    " nenhum documento foi emitido."
                STOP RUN
            END-IF.

            PERFORM UNTIL WRK-SAIR = "S"
                PERFORM 100-CONSULTA
            END-PERFORM.

            CLOSE DOCUMENTO-FILE.

            STOP RUN.

       050-IDENTIFICA-OPERADOR.
            MOVE "DocumentoConsulta" TO OPL-PROGRAMA.
            MOVE "SVC" TO OPL-PERFIS-ACEITOS.
            CALL "ValidaOperador" USING OPERADOR-PARM END-CALL.
            IF OPL-AUTORIZADO NOT = "S"
                STOP RUN
            END-IF.

       100-CONSULTA.
            DISPLAY " ".
            DISPLAY "Numero do documento (7 digitos, branco = sair) : ".
            ACCEPT WRK-NUMERO-ENTRADA.
            IF WRK-NUMERO-ENTRADA = SPACES
                MOVE "S" TO WRK-SAIR
            ELSE
                IF WRK-NUMERO-ENTRADA IS NOT NUMERIC
                    DISPLAY "Numero invalido - informe os 7 digitos"
                        " impressos no documento."
                ELSE
                    DISPLAY "Codigo de verificacao (6 digitos) : "
                    ACCEPT WRK-CODIGO-ENTRADA
                    IF WRK-CODIGO-ENTRADA IS NOT NUMERIC
                        DISPLAY "Codigo invalido - informe os 6"
                            " digitos impressos no documento."
                    ELSE
                        PERFORM 200-CONFERE-DOCUMENTO
                    END-IF
                END-IF
            END-IF.

       200-CONFERE-DOCUMENTO.
            MOVE WRK-NUMERO-ENTRADA TO DOC-NUMERO.
            READ DOCUMENTO-FILE
                INVALID KEY
                    DISPLAY "*** DOCUMENTO " WRK-NUMERO-ENTRADA
                        " NAO CONSTA COMO EMITIDO PELA ESCOLA ***"
                NOT INVALID KEY
                    PERFORM 300-CONFERE-CODIGO
            END-READ.

       300-CONFERE-CODIGO.
      *    O codigo digitado tem que bater com o gravado na emissao e
      *    com o recalculado agora - um registro alterado depois da
      *    emissao tambem nao confere.
            MOVE DOC-NUMERO TO DVF-NUMERO.
            MOVE DOC-ALUNO-ID TO DVF-ALUNO-ID.
            MOVE DOC-TIPO TO DVF-TIPO.
            MOVE DOC-DT-EMISSAO TO DVF-DT-EMISSAO.
            CALL "DocumentoVerificador" USING VERIFICADOR-PARM
            END-CALL.

            IF WRK-CODIGO-ENTRADA NOT = DOC-CODIGO-VERIF
               OR DVF-CODIGO NOT = DOC-CODIGO-VERIF
                DISPLAY "*** CODIGO DE VERIFICACAO NAO CONFERE -"
                    " DOCUMENTO NAO AUTENTICO ***"
            ELSE
                PERFORM 400-MOSTRA-DOCUMENTO
            END-IF.

       400-MOSTRA-DOCUMENTO.
            EVALUATE DOC-TIPO
                WHEN "D"
                    MOVE "DECLARACAO DE MATRICULA" TO WRK-TIPO-DESC
                WHEN "C"
                    MOVE "CERTIFICADO DE CONCLUSAO" TO WRK-TIPO-DESC
                WHEN OTHER
                    MOVE DOC-TIPO TO WRK-TIPO-DESC
            END-EVALUATE.
            MOVE DOC-DT-EMISSAO(7:2) TO WRK-DIA-ED.
            MOVE DOC-DT-EMISSAO(5:2) TO WRK-MES-ED.
            MOVE DOC-DT-EMISSAO(1:4) TO WRK-ANO-ED.

            DISPLAY " ".
            DISPLAY "DOCUMENTO AUTENTICO".
            DISPLAY "NUMERO                      : " DOC-NUMERO.
            DISPLAY "TIPO                        : " WRK-TIPO-DESC.
            DISPLAY "MATRICULA                   : " DOC-ALUNO-ID.
            DISPLAY "NOME                        : " DOC-ALUNO-NOME.
            DISPLAY "TURMA                       : " DOC-TURMA.
            DISPLAY "ANO LETIVO                  : " DOC-ANO-LETIVO.
            IF DOC-TIPO = "C"
                DISPLAY "RESULTADO FINAL             : "
                    DOC-RESULTADO-ANO
            END-IF.
            DISPLAY "EMITIDO EM                  : " WRK-DATA-EDITADA.
            DISPLAY "EMITIDO POR                 : " DOC-OPERADOR.

       END PROGRAM DocumentoConsulta.
