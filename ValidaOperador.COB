      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared sign-on CALLed by the interactive programs
      *          (AprovadoouNaoCorrecao, CorrecaoAprovacao,
      *          PesosManutencao, CadastroManutencao,
      *          PeriodoManutencao, TransferenciaTurma,
      *          OperadorManutencao, AlunoManutencao,
      *          ConselhoManutencao, DocumentoEmissao,
      *          DocumentoConsulta, SecaoManutencao,
      *          MesarioDispensa, JustificaAbstencao,
      *          CidadaoFunde) - asks for
      *          operator id and senha, checks them against the
      *          OPERADORES.DAT master (ativo and perfil aceito pelo
      *          programa chamador), allows three attempts and
      *          appends every failed one to ACESSOS-NEGADOS.DAT for
      *          the coordination. The
      *          signed-on id replaces the free-text identification
      *          the programs used to ACCEPT, so the solicitante and
      *          aprovador stamps on the audit trail mean something.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ValidaOperador.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERADOR-MASTER ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS WRK-FS-OPERADOR.
           SELECT ACESSO-NEGADO-LOG ASSIGN TO "ACESSOS-NEGADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-NEGADOS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERADOR-MASTER.
       COPY OPERMAST.

       FD  ACESSO-NEGADO-LOG.
       COPY ACSNEG.

       WORKING-STORAGE SECTION.

       77   WRK-FS-OPERADOR PIC X(2) VALUE SPACES.
       77   WRK-FS-NEGADOS PIC X(2) VALUE SPACES.
       77   WRK-ID-ENTRADA PIC X(8) VALUE SPACES.
       77   WRK-SENHA-ENTRADA PIC X(8) VALUE SPACES.
       77   WRK-TENTATIVA PIC 9(1) VALUE ZERO.
       78   WRK-MAX-TENTATIVAS VALUE 3.
       77   WRK-MOTIVO PIC X(2) VALUE SPACES.
       77   WRK-TIMESTAMP PIC X(14) VALUE SPACES.

       LINKAGE SECTION.

       COPY OPRLNK.

       PROCEDURE DIVISION USING OPERADOR-PARM.

       000-PRINCIPAL.
            MOVE "N" TO OPL-AUTORIZADO.
            MOVE SPACES TO OPL-ID.
            MOVE SPACES TO OPL-NOME.
            MOVE SPACE TO OPL-PERFIL.
            MOVE ZERO TO WRK-TENTATIVA.

            OPEN INPUT OPERADOR-MASTER.
            IF WRK-FS-OPERADOR = "35"
                DISPLAY "OPERADORES.DAT nao encontrado - acesso"
                    " negado. Procure a coordenacao."
                MOVE SPACES TO WRK-ID-ENTRADA
                MOVE "05" TO WRK-MOTIVO
                PERFORM 900-GRAVA-NEGADO
                GOBACK
            END-IF.

            PERFORM UNTIL OPL-AUTORIZADO = "S"
                       OR WRK-TENTATIVA >= WRK-MAX-TENTATIVAS
                ADD 1 TO WRK-TENTATIVA
                PERFORM 100-LE-IDENTIFICACAO
                PERFORM 200-CONFERE-OPERADOR
            END-PERFORM.

            CLOSE OPERADOR-MASTER.

            IF OPL-AUTORIZADO = "S"
                DISPLAY "Operador " OPL-ID " - " OPL-NOME
            ELSE
                DISPLAY "Acesso negado - tentativas esgotadas."
            END-IF.

            GOBACK.

       100-LE-IDENTIFICACAO.
            DISPLAY " ".
            DISPLAY "Operador : ".
            ACCEPT WRK-ID-ENTRADA.
            DISPLAY "Senha    : ".
            ACCEPT WRK-SENHA-ENTRADA.

       200-CONFERE-OPERADOR.
            MOVE SPACES TO WRK-MOTIVO.
            MOVE WRK-ID-ENTRADA TO OPR-ID.

            READ OPERADOR-MASTER
                INVALID KEY
                    MOVE "01" TO WRK-MOTIVO
                NOT INVALID KEY
                    IF OPR-SENHA NOT = WRK-SENHA-ENTRADA
                        MOVE "02" TO WRK-MOTIVO
                    ELSE IF OPR-ATIVO NOT = "S"
                        MOVE "03" TO WRK-MOTIVO
                    ELSE IF OPR-PERFIL = SPACE
                         OR (OPR-PERFIL NOT = OPL-PERFIS-ACEITOS(1:1)
                         AND OPR-PERFIL NOT = OPL-PERFIS-ACEITOS(2:1)
                         AND OPR-PERFIL NOT = OPL-PERFIS-ACEITOS(3:1))
                        MOVE "04" TO WRK-MOTIVO
                    END-IF
                    END-IF
                    END-IF
            END-READ.

            IF WRK-MOTIVO = SPACES
                MOVE "S" TO OPL-AUTORIZADO
                MOVE OPR-ID TO OPL-ID
                MOVE OPR-NOME TO OPL-NOME
                MOVE OPR-PERFIL TO OPL-PERFIL
            ELSE
                PERFORM 900-GRAVA-NEGADO
                IF WRK-MOTIVO = "04"
      *            Perfil sem acesso nao adianta tentar de novo.
                    DISPLAY "Perfil do operador sem acesso a este"
                        " programa."
                    MOVE WRK-MAX-TENTATIVAS TO WRK-TENTATIVA
                ELSE
                    DISPLAY "Operador ou senha invalidos !"
                END-IF
            END-IF.

       900-GRAVA-NEGADO.
            MOVE FUNCTION CURRENT-DATE(1:14) TO WRK-TIMESTAMP.
            MOVE WRK-TIMESTAMP(1:8) TO ACN-DATA.
            MOVE WRK-TIMESTAMP(9:6) TO ACN-HORA.
            MOVE OPL-PROGRAMA TO ACN-PROGRAMA.
            MOVE WRK-ID-ENTRADA TO ACN-OPERADOR.
            MOVE WRK-MOTIVO TO ACN-MOTIVO.

            EVALUATE WRK-MOTIVO
                WHEN "01"
                    MOVE "OPERADOR NAO CADASTRADO"
                        TO ACN-MOTIVO-DESC
                WHEN "02"
                    MOVE "SENHA INVALIDA" TO ACN-MOTIVO-DESC
                WHEN "03"
                    MOVE "OPERADOR DESLIGADO" TO ACN-MOTIVO-DESC
                WHEN "04"
                    MOVE "PERFIL SEM ACESSO AO PROGRAMA"
                        TO ACN-MOTIVO-DESC
                WHEN "05"
                    MOVE "CADASTRO DE OPERADORES AUSENTE"
                        TO ACN-MOTIVO-DESC
            END-EVALUATE.

            OPEN EXTEND ACESSO-NEGADO-LOG.
            IF WRK-FS-NEGADOS = "35"
                OPEN OUTPUT ACESSO-NEGADO-LOG
            END-IF.
            WRITE ACESSO-NEGADO-REC.
            CLOSE ACESSO-NEGADO-LOG.

       END PROGRAM ValidaOperador.
