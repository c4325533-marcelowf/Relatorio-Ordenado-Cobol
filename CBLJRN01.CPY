      *    REWRITE ou DELETE aplicado no CBLZMW05-MST por CBLX0009
      *    (inclusive as liquidacoes e parciais gerados por CBLX0010)
      *    e por CBLX0014 (remocao da divida de origem e gravacao das
      *    parcelas na explosao de um acordo) e por CBLX0026 (tipo R,
      *    remocao do titulo baixado levado para o arquivo morto),
      *    acrescentada em EXTEND: data, hora, tipo do movimento e as
      *    imagens completas de 41 bytes do registro de CBLMST01 antes
      *    e depois da operacao. Imagem ANTES em espacos = o registro
      *    nao existia (inclusao); imagem DEPOIS em espacos = o
      *    registro foi excluido. A prorrogacao de vencimento de
      *    CBLX0009 (tipo V) troca a chave numa linha so: ANTES com o
      *    vencimento antigo, DEPOIS com o novo. Lido por CBLX0019
      *    (consulta do historico de alteracoes de um CNPJ) - e a
      *    reconstrucao ponto-a-ponto que os auditores pediram - e por
      *    CBLX0023 (ultimas alteracoes na consulta do devedor) e por
      *    CBLX0024 (exclusao da negativacao do titulo baixado,
      *    excluido, prorrogado ou com saldo reduzido). CBLX0026 le a
      *    data da baixa dos titulos e rola as linhas mais antigas
      *    que a janela viva para os arquivos anuais. CBLX0028 conta
      *    os acordos fechados no mes pela exclusao da divida de
      *    origem gravada na explosao de CBLX0014.
      *-----------------------------------------------------------------
       01 FL-ARQ-JORNAL.
           02 JRN-DATA   PIC 9(08).
