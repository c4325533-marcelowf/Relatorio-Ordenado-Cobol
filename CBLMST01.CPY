      *    CNPJ + VENCIMENTO). O layout carrega os mesmos campos do
      *    registro de 41 bytes de Devedores.txt, com a chave agrupada
      *    no inicio do registro.
      *    Usado por CBLX0009 (aplicacao de movimentos), por CBLX0008
      *    (modo mestre da fase 1), por CBLX0021 (fechamento mensal da
      *    PDD), por CBLX0022 (titulos em aberto das cartas de
      *    cobranca), por CBLX0023 (consulta do devedor por CNPJ),
      *    por CBLX0024 (situacao e saldo do titulo a negativar) e
      *    por CBLX0025 (titulo da disputa aberta e saldo no aging)
      *    e por CBLX0026 (expurgo dos titulos baixados para o
      *    arquivo morto), por CBLX0027 (CNPJs vencidos da carteira
      *    de cobranca), por CBLX0028 (parcelas dos planos de acordo
      *    quebrados) e por CBLX0029 (titulos em aberto da previsao
      *    semanal de recebimentos).
      *-----------------------------------------------------------------
       01 FL-ARQ-MESTRE.
           02 MST-CHAVE.
