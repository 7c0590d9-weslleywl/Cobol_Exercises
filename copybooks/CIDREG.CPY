      * Purpose:  CIDADAO-REGISTRO record layout - one standing record
      *           per eligibility check instead of a vanishing
      *           terminal session. Nome e municipio entraram com o
      *           rol eleitoral, a situacao com a baixa de cidadaos,
      *           as abstencoes seguidas com o comparecimento -
      *           arquivos gravados em layout antigo passam uma unica
      *           vez por CidadaoConverte.
      ******************************************************************
      *        fora dos rols e das contagens, mas o registro
      *        permanece para consulta.
           05  CID-MOT-BAIXA           PIC X(2).
      *        "OB" = obito, "MD" = mudanca para fora do municipio,
      *        "DP" = duplicado (fundido em outra inscricao pelo
      *        CidadaoFunde - ver FUSOES.DAT).
           05  CID-DT-BAIXA            PIC 9(8).
           05  CID-SIT-INSCRICAO       PIC X(1).
      *        Situacao no retorno da autoridade eleitoral:
      *        parou de reenviar. Zero = registro anterior a este
      *        campo, reenvelhecido so quando o intake voltar a
      *        traze-lo.
           05  CID-ABST-SEGUIDAS       PIC 9(2).
      *        Abstencoes nao justificadas seguidas como eleitor
      *        obrigatorio, contadas da eleicao mais recente para tras
      *        sobre VOTACAO.DAT - recalculadas pelo AbstencaoApura.
           05  CID-BLOQUEIO-ABST       PIC X(1).
      *        "S" = tres ou mais abstencoes seguidas sem
      *        justificativa (multa + bloqueio de servicos),
      *        "N" ou espaco = sem bloqueio.
