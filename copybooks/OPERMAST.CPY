      ******************************************************************
      * Copybook: OPERMAST
      * Purpose:  OPERADORES.DAT record layout - indexed operator
      *           master keyed by OPR-ID, maintained by
      *           OperadorManutencao and read by ValidaOperador at the
      *           sign-on of every interactive program. The signed-on
      *           id is what gets stamped as solicitante, aprovador
      *           and operador on the audit trails.
      *           OPR-PERFIL: "S" = secretaria, "V" = supervisor,
      *           "C" = coordenacao.
      *           OPR-ATIVO: "S" = ativo, "N" = desligado (kept on
      *           the file so old audit stamps still resolve).
      ******************************************************************
       01  OPERADOR-RECORD.
           05  OPR-ID                  PIC X(8).
           05  OPR-NOME                PIC X(30).
           05  OPR-PERFIL              PIC X(1).
           05  OPR-SENHA               PIC X(8).
           05  OPR-ATIVO               PIC X(1).
