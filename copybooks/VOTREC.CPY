      ******************************************************************
      * Copybook: VOTREC
      * Purpose:  VOTACAO-RECORD layout - one record per eleicao and
      *           citizen on VOTACAO.DAT, gravado pelo
      *           ComparecimentoCarga a partir do arquivo de
      *           comparecimento da autoridade. Municipio e tipo de
      *           voto are a snapshot of CIDADAO.DAT on the day of the
      *           load, so a later mudanca does not move an old
      *           abstencao to another municipio. The justificativa
      *           fields are filled by JustificaAbstencao.
      ******************************************************************
       01  VOTACAO-RECORD.
           05  VOT-CHAVE.
               10  VOT-ELEICAO         PIC 9(8).
               10  VOT-ID              PIC 9(9).
           05  VOT-MUNICIPIO           PIC X(20).
           05  VOT-TIPO-VOTO           PIC X(1).
           05  VOT-COMPARECIMENTO      PIC X(1).
      *        "V" = votou, "A" = absteve-se.
           05  VOT-JUSTIFICADA         PIC X(1).
      *        "S" = abstencao com justificativa aceita, "N" = sem.
           05  VOT-DT-JUSTIFICATIVA    PIC 9(8).
           05  VOT-MOTIVO              PIC X(30).
           05  VOT-OPERADOR            PIC X(8).
           05  VOT-DT-CARGA            PIC 9(8).
