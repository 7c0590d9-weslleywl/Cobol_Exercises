      ******************************************************************
      * Copybook: CNHINTK
      * Purpose:  CNH-INTAKE.DAT record layout - one line per carteira
      *           de habilitacao emitida ou renovada pelo orgao de
      *           transito, loaded onto CNH.DAT by CnhCarga. The
      *           validade is not sent: CnhCarga derives it from the
      *           emissao and the citizen's age (CID-DT-NASC).
      *           CNI-CATEGORIA: A, B, C, D, E, AB, AC, AD ou AE.
      ******************************************************************
       01  CNH-INTAKE-REC.
           05  CNI-ID                  PIC 9(9).
           05  CNI-NUMERO              PIC X(11).
           05  CNI-CATEGORIA           PIC X(2).
           05  CNI-DT-EMISSAO          PIC 9(8).
