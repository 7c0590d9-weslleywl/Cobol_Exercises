      ******************************************************************
      * Copybook: CNHREJ
      * Purpose:  CNH-INTAKE-REJ.DAT record layout - every CNH intake
      *           line CnhCarga refuses, with a reason code so the
      *           orgao de transito can fix and resubmit.
      *           Motivos: 01 = id nao numerico
      *                    02 = cidadao sem registro no cadastro
      *                    03 = cidadao com baixa (inativo)
      *                    04 = data de emissao invalida
      *                    05 = numero ou categoria invalidos
      *                    06 = sem data de nascimento no cadastro
      *                    07 = cidadao sem idade para habilitacao
      ******************************************************************
       01  CNH-REJEITO-REC.
           05  CRH-MOTIVO              PIC X(2).
           05  CRH-MOTIVO-DESC         PIC X(30).
           05  CRH-DADOS               PIC X(30).
