      *          with solicitante AND aprovador stamped on the row.
      *          Rejected requests come out on
      *          CORRECOES-REJEITADAS.REL so the requester knows;
      *          requests skipped stay on the queue. The aprovador
      *          is the supervisor or coordenacao operator signed on
      *          through ValidaOperador, and nobody may decide a
      *          request they asked for themselves.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       COPY WGHTWRK.

       COPY OPRLNK.

       77   WRK-EOF PIC X(1) VALUE "N".
       77   WRK-FS-PENDENTES PIC X(2) VALUE SPACES.
       77   WRK-FS-STUDENT PIC X(2) VALUE SPACES.
            DISPLAY "APROVACAO - DE - CORRECOES - DE - NOTA".
            DISPLAY " ".

            PERFORM 050-IDENTIFICA-OPERADOR.
            MOVE OPL-ID TO WRK-APROVADOR.

            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

            PERFORM 100-CARREGA-PENDENTES.
            END-IF.

            DISPLAY "Correcoes pendentes : " WRK-PEND-QTD.

            PERFORM 900-CARREGA-PESOS.


            STOP RUN.

       050-IDENTIFICA-OPERADOR.
            MOVE "CorrecaoAprovacao" TO OPL-PROGRAMA.
            MOVE "VC" TO OPL-PERFIS-ACEITOS.
            CALL "ValidaOperador" USING OPERADOR-PARM END-CALL.
            IF OPL-AUTORIZADO NOT = "S"
                STOP RUN
            END-IF.

       100-CARREGA-PENDENTES.
            OPEN INPUT PENDENTES-FILE.
            IF WRK-FS-PENDENTES = "35"
            DISPLAY "A-Aprovar  R-Rejeitar  P-Pular  S-Sair : ".
            ACCEPT WRK-OPCAO.

      *    Quatro olhos: quem pediu a correcao nao decide sobre ela -
      *    o pedido fica na fila para outro supervisor.
            IF TAB-SOLICITANTE(WRK-I) = WRK-APROVADOR
               AND (WRK-OPCAO = "A" OR "a" OR "R" OR "r")
                DISPLAY "Pedido registrado pelo proprio operador -"
                    " decisao recusada, mantido na fila."
                MOVE "P" TO WRK-OPCAO
            END-IF.

            EVALUATE WRK-OPCAO
                WHEN "A"
                WHEN "a"
       300-APLICA-CORRECAO.
            MOVE TAB-ALUNO-ID(WRK-I) TO STU-ID.
            MOVE TAB-DISCIPLINA(WRK-I) TO STU-DISCIPLINA.
            MOVE "N" TO STU-DEPENDENCIA.

            READ STUDENT-MASTER
                INVALID KEY
       915-BUSCA-FALTAS.
      *    Mesma regra dos lotes de apuracao: sem registro de faltas
      *    (ou sem aulas dadas) a frequencia fica em 100%.
      *    Dependencia nao tem faltas proprias - a chave de
      *    FALTAS.DAT pertence a disciplina regular do aluno.
            MOVE 100 TO WRK-FREQUENCIA.

            IF WRK-FALTAS-EXISTE = "S"
               AND STU-DEPENDENCIA NOT = "S"
                MOVE STU-ID TO FAL-ID
                MOVE STU-DISCIPLINA TO FAL-DISCIPLINA
                READ FALTAS-MASTER
