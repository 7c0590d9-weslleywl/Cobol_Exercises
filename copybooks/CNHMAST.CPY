      ******************************************************************
      * Copybook: CNHMAST
      * Purpose:  CNH-RECORD layout - one record per citizen holding a
      *           carteira de habilitacao, on CNH.DAT keyed by CID-ID.
      *           Written by CnhCarga (a renovacao rewrites the same
      *           record), cancelled by CidadaoBaixa on the run that
      *           deactivates the citizen, moved to the kept id by
      *           CidadaoFunde when a duplicated citizen is merged,
      *           read by CnhVencimento.
      *           Validade pela idade na emissao: ate 49 anos 10 anos,
      *           de 50 a 69 anos 5 anos, 70 anos ou mais 3 anos.
      ******************************************************************
       01  CNH-RECORD.
           05  CNH-ID                  PIC 9(9).
           05  CNH-NUMERO              PIC X(11).
           05  CNH-CATEGORIA           PIC X(2).
           05  CNH-DT-EMISSAO          PIC 9(8).
           05  CNH-DT-VALIDADE         PIC 9(8).
           05  CNH-SITUACAO            PIC X(1).
      *        "A" = ativa, "C" = cancelada.
           05  CNH-MOT-CANCELAMENTO    PIC X(2).
      *        Motivo da baixa que cancelou: "OB" obito, "MD" mudanca,
      *        "DP" duplicado (fusao de cidadaos no CidadaoFunde).
           05  CNH-DT-CANCELAMENTO     PIC 9(8).
           05  CNH-DT-CARGA            PIC 9(8).
