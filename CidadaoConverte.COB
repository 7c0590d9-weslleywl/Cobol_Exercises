      * Author:
      * Date:
      * Purpose: One-time conversion of CIDADAO.DAT from the old
      *          layout (sem as abstencoes seguidas) to the current
      *          CIDREG layout - reads the old file and writes
      *          CIDADAO-NOVO.DAT with every citizen sem abstencoes e
      *          sem bloqueio (AbstencaoApura recalculates both from
      *          VOTACAO.DAT). The operator renames CIDADAO-NOVO.DAT
      *          to CIDADAO.DAT after conferring the totals. Files
      *          from the earlier layouts (before nome e municipio,
      *          before the situacao de baixa) ran through the
      *          previous versions of this program.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05  ANT-CID-CAT-A           PIC X(1).
           05  ANT-CID-CAT-B           PIC X(1).
           05  ANT-CID-FILA            PIC X(5).
           05  ANT-CID-SITUACAO        PIC X(1).
           05  ANT-CID-MOT-BAIXA       PIC X(2).
           05  ANT-CID-DT-BAIXA        PIC 9(8).
           05  ANT-CID-SIT-INSCRICAO   PIC X(1).
           05  ANT-CID-MOT-RETORNO     PIC X(2).
           05  ANT-CID-DT-NASC         PIC 9(8).

       FD  CIDADAO-NOVO.
       COPY CIDREG.
            MOVE ANT-CID-CAT-A TO CID-CAT-A.
            MOVE ANT-CID-CAT-B TO CID-CAT-B.
            MOVE ANT-CID-FILA TO CID-FILA.
            MOVE ANT-CID-SITUACAO TO CID-SITUACAO.
            MOVE ANT-CID-MOT-BAIXA TO CID-MOT-BAIXA.
            MOVE ANT-CID-DT-BAIXA TO CID-DT-BAIXA.
            MOVE ANT-CID-SIT-INSCRICAO TO CID-SIT-INSCRICAO.
            MOVE ANT-CID-MOT-RETORNO TO CID-MOT-RETORNO.
            MOVE ANT-CID-DT-NASC TO CID-DT-NASC.
            MOVE ZERO TO CID-ABST-SEGUIDAS.
            MOVE "N" TO CID-BLOQUEIO-ABST.

            WRITE CIDADAO-REGISTRO
                INVALID KEY
