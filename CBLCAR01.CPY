      *-----------------------------------------------------------------
      *    CBLCAR01 - REGISTRO DA CARTEIRA DE COBRANCA (arquivo
      *    indexado CBLZMW24-CAR, DD-CARTEIRA, chave CAR-CNPJ). Um
      *    registro por CNPJ que ja teve titulo vencido, com o
      *    cobrador responsavel:
      *      CAR-ORIGEM    A=ATRIBUICAO AUTOMATICA (CNPJ NOVO)
      *                    M=TRANSFERENCIA MANUAL (DD-CARMOV)
      *                    R=REDISTRIBUIDA (COBRADOR INATIVO OU QUE
      *                      DEIXOU DE ATENDER A FILIAL/UF)
      *      CAR-COB-ANT   cobrador anterior a ultima atribuicao, que
      *                    responde pelos eventos antes de
      *                    CAR-DATA-ATRIB
      *      CAR-ATIVO     S=CNPJ COM TITULO VENCIDO NA ULTIMA
      *                    EXECUCAO  N=SEM VENCIDO (o registro fica e
      *                    o devedor volta para o mesmo cobrador)
      *      CAR-VALOR / CAR-QTD-TIT  saldo e titulos vencidos na
      *                    data CAR-DATA-ULT
      *    Mantido por CBLX0027 (atribuicao diaria) e lido por
      *    CBLX0008, que leva o cobrador ao arquivo de acoes, e por
      *    CBLX0028 no relatorio mensal de produtividade.
      *-----------------------------------------------------------------
       01 FL-ARQ-CARTEIRA.
           02 CAR-CNPJ       PIC 9(14).
           02 CAR-COBRADOR   PIC X(04).
           02 CAR-DATA-ATRIB PIC 9(08).
           02 CAR-ORIGEM     PIC X(01).
              88 CAR-AUTOMATICA    VALUE 'A'.
              88 CAR-MANUAL        VALUE 'M'.
              88 CAR-REDISTRIBUIDA VALUE 'R'.
           02 CAR-COB-ANT    PIC X(04).
           02 CAR-ATIVO      PIC X(01).
              88 CAR-EM-CARTEIRA   VALUE 'S'.
           02 CAR-DATA-ULT   PIC 9(08).
           02 CAR-FILIAL     PIC 9(03).
           02 CAR-UF         PIC X(02).
           02 CAR-VALOR      PIC 9(13)V99.
           02 CAR-QTD-TIT    PIC 9(05).
           02 FILLER         PIC X(15).
