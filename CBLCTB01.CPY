      *    CBLCTB01 - REGISTRO DO ARQUIVO CONTABIL DIARIO (DD-CONTAB).
      *    Um par balanceado de debito/credito por evento, gravado em
      *    EXTEND por CBLX0010 (liquidacoes L, parciais P e rejeicoes
      *    R confirmadas pelo banco), por CBLX0009 (baixas B,
      *    exclusoes E e parciais P aplicados no mestre) e por
      *    CBLX0020 (origem EXT, evento C: credito do extrato bancario
      *    conciliado com uma liquidacao L/P) e por CBLX0021 (origem
      *    PDD, evento C constituicao / R reversao da provisao no
      *    fechamento mensal, datado no ultimo dia do mes), e lido
      *    por CBLX0017 (resumo de conferencia por data contabil) e
      *    por CBLX0020 (liquidacoes confirmadas a conciliar - conta
      *    LIQBANCO).
      *    Contas mnemonicas - o DE-PARA para o plano de contas do
      *    razao e do time contabil:
      *      BANCO    = disponibilidades      TRANSITO = liquidacoes a
      *      CLIENTES = titulos a receber                 compensar
      *      PERDAS   = baixa por exclusao    REJEITOS/MEMOREJ = par de
      *                                       memoria das rejeicoes
      *      LIQBANCO/MEMOLIQ = par de memoria das liquidacoes
      *                 confirmadas no retorno (ainda sem extrato)
      *      PDD      = provisao p/ devedores duvidosos (redutora de
      *                 CLIENTES)   DESPPDD = despesa com provisao
      *      REVPDD   = reversao de provisao (receita)
      *    TRANSITO e debitado na aplicacao (CBLX0009) e creditado na
      *    conciliacao do extrato (CBLX0020), contra BANCO.
      *    A FILIAL SAI 000: O MESTRE E O RETORNO NAO CARREGAM A
      *    FILIAL DE ORIGEM DO TITULO.
      *    O trailer (tipo T) fecha o lote de cada programa com a
