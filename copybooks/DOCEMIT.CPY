      ******************************************************************
      * Copybook: DOCEMIT
      * Purpose:  DOCUMENTOS-EMITIDOS.DAT record layout - one record
      *           per school document issued by DocumentoEmissao,
      *           keyed by the sequential document number printed on
      *           the paper together with the codigo de verificacao
      *           (see DVFLNK). DocumentoConsulta reads it back to
      *           confirm to a third party what was issued and to
      *           whom.
      *           DOC-TIPO: "D" = declaracao de matricula,
      *                     "C" = certificado de conclusao.
      *           DOC-ANO-LETIVO: ano da matricula declarada, or the
      *           last ano letivo of the historico for a certificado.
      ******************************************************************
       01  DOCUMENTO-RECORD.
           05  DOC-NUMERO              PIC 9(7).
           05  DOC-CODIGO-VERIF        PIC 9(6).
           05  DOC-TIPO                PIC X(1).
           05  DOC-ALUNO-ID            PIC X(6).
           05  DOC-ALUNO-NOME          PIC X(30).
           05  DOC-TURMA               PIC X(4).
           05  DOC-ANO-LETIVO          PIC 9(4).
           05  DOC-RESULTADO-ANO       PIC X(10).
           05  DOC-DT-EMISSAO          PIC 9(8).
           05  DOC-OPERADOR            PIC X(8).
