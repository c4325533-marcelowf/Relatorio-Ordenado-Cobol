      *    Mantido por CBLX0013 (manutencao batch) e lido por CBLX0008
      *    para preencher o Segmento Q da remessa CNAB 240 (nome e
      *    endereco do pagador) e para mostrar a razao social ao lado
      *    do CNPJ no relatorio e no arquivo de acoes de cobranca; e
      *    por CBLX0022 para o enderecamento das cartas de cobranca e
      *    por CBLX0023 na consulta do devedor por CNPJ e por CBLX0024
      *    na identificacao do devedor enviada ao bureau de credito;
      *    CBLX0027 usa a UF para a cobertura dos cobradores.
      *-----------------------------------------------------------------
       01 FL-ARQ-CADASTRO.
           02 CAD-CNPJ     PIC 9(14).
