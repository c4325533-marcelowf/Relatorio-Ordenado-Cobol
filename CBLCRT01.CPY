      *-----------------------------------------------------------------
      *    CBLCRT01 - REGISTRO DO CONTROLE DE CARTAS DE COBRANCA
      *    ENVIADAS (CBLZMW19-CCT, DD-CARTACTL), ACRESCENTADO EM EXTEND
      *    POR CBLX0022 A CADA CARTA EMITIDA. Um registro por titulo
      *    relacionado na carta: CNPJ, modelo (o tipo de acao de
      *    CBLX0008 que escolheu a carta), data de envio e o titulo com
      *    o principal e o valor atualizado da data da carta.
      *    CBLX0022 le o arquivo para nao mandar o mesmo modelo ao
      *    mesmo CNPJ duas vezes dentro da janela de bloqueio; a data
      *    de envio por titulo e a data da notificacao do devedor,
      *    lida por CBLX0024 para o prazo de aviso da negativacao.
      *    CRT-COBRADOR e o cobrador responsavel pelo CNPJ na data da
      *    carta (carteira de CBLX0027; brancos = sem carteira).
      *-----------------------------------------------------------------
       01 FL-ARQ-CARTACTL.
           02 CRT-CNPJ       PIC 9(14).
           02 CRT-ACAO       PIC X(20).
           02 CRT-DATA-ENVIO PIC 9(08).
           02 CRT-VENC       PIC 9(08).
           02 CRT-SIT        PIC 9(02).
           02 CRT-VALOR      PIC 9(13)V99.
           02 CRT-VALOR-ATU  PIC 9(13)V99.
           02 CRT-COBRADOR   PIC X(04).
           02 FILLER         PIC X(14).
