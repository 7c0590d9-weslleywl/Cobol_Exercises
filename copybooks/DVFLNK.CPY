      ******************************************************************
      * Copybook: DVFLNK
      * Purpose:  Parameter area passed to DocumentoVerificador by
      *           DocumentoEmissao (to print the codigo de verificacao
      *           on a new document) and by DocumentoConsulta (to
      *           recompute it for a document on file) - the caller
      *           fills number, matricula, tipo and data de emissao
      *           and gets back the six-digit code, so both programs
      *           always use the same rule.
      ******************************************************************
       01  VERIFICADOR-PARM.
           05  DVF-NUMERO              PIC 9(7).
           05  DVF-ALUNO-ID            PIC X(6).
           05  DVF-TIPO                PIC X(1).
           05  DVF-DT-EMISSAO          PIC 9(8).
           05  DVF-CODIGO              PIC 9(6).
