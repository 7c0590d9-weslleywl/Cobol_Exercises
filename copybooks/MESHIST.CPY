      ******************************************************************
      * Copybook: MESHIST
      * Purpose:  MESARIOS-HIST.DAT record layout - indexed history of
      *           the mesario draws, one record per citizen X ciclo
      *           (data da eleicao AAAAMMDD). MesarioSorteio writes
      *           the convocados and reads the history back to leave
      *           out whoever served in the previous ciclo and to put
      *           first the citizens who served the fewest times;
      *           MesarioDispensa records the dispensas.
      *           MHI-SITUACAO: "C" = convocado (counts as served),
      *                         "D" = dispensado (did not serve - not
      *                         drawn again for the same ciclo and
      *                         not counted as served).
      ******************************************************************
       01  MESARIO-HIST-RECORD.
           05  MHI-CHAVE.
               10  MHI-ID                PIC 9(9).
               10  MHI-CICLO             PIC 9(8).
           05  MHI-MUNICIPIO           PIC X(20).
           05  MHI-SECAO               PIC 9(4).
           05  MHI-SITUACAO            PIC X(1).
           05  MHI-SEMENTE             PIC 9(9).
           05  MHI-DT-SITUACAO         PIC 9(8).
           05  MHI-OPERADOR            PIC X(8).
           05  MHI-MOTIVO              PIC X(30).
