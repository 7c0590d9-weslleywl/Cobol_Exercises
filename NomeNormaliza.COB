      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared name normalisation CALLed by DuplicadoDetecta
      *          and CidadaoFunde - answers the citizen's name
      *          without accents, in upper case, without leading
      *          spaces and with one space between words, so that
      *          "JOSE  DA SILVA", "Jose da Silva" and the same name
      *          typed with accents compare equal. Accented letters
      *          are taken both as single bytes (ISO-8859-1, the
      *          agency's layout) and as the two-byte form some
      *          senders transmit; anything else is kept as it came.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NomeNormaliza.
       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       77   WRK-I PIC 9(2) VALUE ZERO.
       77   WRK-O PIC 9(2) VALUE ZERO.
       77   WRK-CARACTER PIC X(1) VALUE SPACE.
       77   WRK-ULTIMO-ESPACO PIC X(1) VALUE "S".

       01  WRK-ENTRADA                 PIC X(30).
       01  WRK-ENTRADA-TAB REDEFINES WRK-ENTRADA.
           05  WRK-ENT-CARACTER OCCURS 30 TIMES PIC X(1).

       01  WRK-SAIDA                   PIC X(30).
       01  WRK-SAIDA-TAB REDEFINES WRK-SAIDA.
           05  WRK-SAI-CARACTER OCCURS 30 TIMES PIC X(1).

      *    Letras acentuadas de X"C0" a X"FF" (um byte) e o segundo
      *    byte da forma de dois bytes (X"C3" seguido de X"80" a
      *    X"BF"), na mesma ordem - ambas vao para a mesma letra.
       01  WRK-ACENTOS-UM-BYTE.
           05  FILLER                  PIC X(16)
               VALUE X"C0C1C2C3C4C5C6C7C8C9CACBCCCDCECF".
           05  FILLER                  PIC X(16)
               VALUE X"D0D1D2D3D4D5D6D7D8D9DADBDCDDDEDF".
           05  FILLER                  PIC X(16)
               VALUE X"E0E1E2E3E4E5E6E7E8E9EAEBECEDEEEF".
           05  FILLER                  PIC X(16)
               VALUE X"F0F1F2F3F4F5F6F7F8F9FAFBFCFDFEFF".

       01  WRK-ACENTOS-DOIS-BYTES.
           05  FILLER                  PIC X(16)
               VALUE X"808182838485868788898A8B8C8D8E8F".
           05  FILLER                  PIC X(16)
               VALUE X"909192939495969798999A9B9C9D9E9F".
           05  FILLER                  PIC X(16)
               VALUE X"A0A1A2A3A4A5A6A7A8A9AAABACADAEAF".
           05  FILLER                  PIC X(16)
               VALUE X"B0B1B2B3B4B5B6B7B8B9BABBBCBDBEBF".

       01  WRK-SEM-ACENTOS.
           05  FILLER                  PIC X(32)
               VALUE "AAAAAAACEEEEIIIIDNOOOOO OUUUUYTS".
           05  FILLER                  PIC X(32)
               VALUE "AAAAAAACEEEEIIIIDNOOOOO OUUUUYTY".

       LINKAGE SECTION.

       COPY NMNLNK.

       PROCEDURE DIVISION USING NORMALIZA-PARM.

       000-PRINCIPAL.
            MOVE NNL-NOME TO WRK-ENTRADA.
            MOVE SPACES TO WRK-SAIDA.
            MOVE ZERO TO WRK-O.
            MOVE "S" TO WRK-ULTIMO-ESPACO.

            MOVE 1 TO WRK-I.
            PERFORM UNTIL WRK-I > 30
                PERFORM 100-COPIA-CARACTER
            END-PERFORM.

            INSPECT WRK-SAIDA CONVERTING WRK-ACENTOS-UM-BYTE
                TO WRK-SEM-ACENTOS.
            INSPECT WRK-SAIDA CONVERTING "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

            MOVE WRK-SAIDA TO NNL-NOME-NORMALIZADO.

            GOBACK.

       100-COPIA-CARACTER.
            MOVE WRK-ENT-CARACTER(WRK-I) TO WRK-CARACTER.
            ADD 1 TO WRK-I.

      *    Forma de dois bytes: o par vira uma letra so. Um X"C3"
      *    seguido de outra coisa e o proprio "A" til de um byte.
            IF WRK-CARACTER = X"C3" AND WRK-I <= 30
                IF WRK-ENT-CARACTER(WRK-I) >= X"80"
                   AND WRK-ENT-CARACTER(WRK-I) <= X"BF"
                    MOVE WRK-ENT-CARACTER(WRK-I) TO WRK-CARACTER
                    INSPECT WRK-CARACTER CONVERTING
                        WRK-ACENTOS-DOIS-BYTES TO WRK-SEM-ACENTOS
                    ADD 1 TO WRK-I
                END-IF
            END-IF.

      *    Espacos no inicio e repetidos entre palavras sao
      *    descartados.
            IF WRK-CARACTER = SPACE
                IF WRK-ULTIMO-ESPACO = "N"
                    ADD 1 TO WRK-O
                    MOVE "S" TO WRK-ULTIMO-ESPACO
                END-IF
            ELSE
                ADD 1 TO WRK-O
                MOVE WRK-CARACTER TO WRK-SAI-CARACTER(WRK-O)
                MOVE "N" TO WRK-ULTIMO-ESPACO
            END-IF.

       END PROGRAM NomeNormaliza.
