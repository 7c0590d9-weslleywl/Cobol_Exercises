      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared codigo de verificacao CALLed by
      *          DocumentoEmissao and DocumentoConsulta - folds the
      *          document number, matricula, tipo and data de emissao
      *          character by character into a running remainder
      *          (base 41, modulo 999983) seeded with the school's
      *          own constant and answers a six-digit code. Any change
      *          to one of the four fields printed on the paper gives
      *          a different code, so a typed-over number or name
      *          does not pass the inquiry.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DocumentoVerificador.
       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       78   WRK-BASE VALUE 41.
       78   WRK-MODULO VALUE 999983.
       78   WRK-SEMENTE VALUE 271829.
       77   WRK-I PIC 9(2) VALUE ZERO.
       77   WRK-J PIC 9(2) VALUE ZERO.
       77   WRK-VALOR PIC 9(2) VALUE ZERO.
       77   WRK-ACUM PIC 9(12) VALUE ZERO.
       77   WRK-QUOCIENTE PIC 9(12) VALUE ZERO.
       77   WRK-RESTO PIC 9(12) VALUE ZERO.

       01  WRK-CHAVE-DOC.
           05  WRK-CHV-NUMERO          PIC 9(7).
           05  WRK-CHV-ID              PIC X(6).
           05  WRK-CHV-TIPO            PIC X(1).
           05  WRK-CHV-DATA            PIC 9(8).
       01  WRK-CHAVE-TAB REDEFINES WRK-CHAVE-DOC.
           05  WRK-CHV-CARACTER OCCURS 22 TIMES PIC X(1).

       01  WRK-ALFABETO                PIC X(36)
           VALUE "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  WRK-ALFABETO-TAB REDEFINES WRK-ALFABETO.
           05  WRK-ALFA-CARACTER OCCURS 36 TIMES PIC X(1).

       LINKAGE SECTION.

       COPY DVFLNK.

       PROCEDURE DIVISION USING VERIFICADOR-PARM.

       000-PRINCIPAL.
            MOVE DVF-NUMERO TO WRK-CHV-NUMERO.
            MOVE DVF-ALUNO-ID TO WRK-CHV-ID.
            MOVE DVF-TIPO TO WRK-CHV-TIPO.
            MOVE DVF-DT-EMISSAO TO WRK-CHV-DATA.

            MOVE WRK-SEMENTE TO WRK-ACUM.
            PERFORM VARYING WRK-I FROM 1 BY 1 UNTIL WRK-I > 22
                PERFORM 100-VALOR-CARACTER
                COMPUTE WRK-ACUM = WRK-ACUM * WRK-BASE + WRK-VALOR
                DIVIDE WRK-ACUM BY WRK-MODULO
                    GIVING WRK-QUOCIENTE REMAINDER WRK-RESTO
                MOVE WRK-RESTO TO WRK-ACUM
            END-PERFORM.

            COMPUTE WRK-ACUM = WRK-ACUM * 7 + WRK-SEMENTE.
            DIVIDE WRK-ACUM BY 1000000
                GIVING WRK-QUOCIENTE REMAINDER WRK-RESTO.
            MOVE WRK-RESTO TO DVF-CODIGO.

            GOBACK.

       100-VALOR-CARACTER.
      *    Digitos valem 1 a 10, letras 11 a 36; espaco e qualquer
      *    outro caracter valem 37.
            MOVE 37 TO WRK-VALOR.
            PERFORM VARYING WRK-J FROM 1 BY 1 UNTIL WRK-J > 36
                IF WRK-ALFA-CARACTER(WRK-J) = WRK-CHV-CARACTER(WRK-I)
                    MOVE WRK-J TO WRK-VALOR
                END-IF
            END-PERFORM.

       END PROGRAM DocumentoVerificador.
