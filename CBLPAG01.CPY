      *    PAG-ATRASO e a diferenca em dias entre a data do processo e
      *    o vencimento do titulo (negativo = pagou antecipado); so e
      *    apurado quando o titulo casou com o mestre, senao sai zero.
      *    Lido por CBLX0018 (classificacao de risco do devedor) e por
      *    CBLX0023 (ultimos pagamentos na consulta do devedor) e
      *    por CBLX0028 (liquidacoes e parciais recuperadas no mes por
      *    cobrador) e por CBLX0029 (atraso medio por classe de risco
      *    e realizado da previsao semanal de recebimentos).
      *    CBLX0026 rola as linhas mais antigas que a janela viva
      *    para os arquivos anuais.
      *-----------------------------------------------------------------
       01 FL-ARQ-PAGHIS.
           02 PAG-DATA   PIC 9(08).
