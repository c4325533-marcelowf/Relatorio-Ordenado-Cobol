      *-----------------------------------------------------------------
      *    CBLNEG01 - REGISTRO DO CONTROLE DE NEGATIVACAO NO BUREAU DE
      *    CREDITO (arquivo indexado CBLZMW21-NEG, DD-NEGATIV, chave
      *    NEG-CHAVE de CNPJ + VENCIMENTO igual a do mestre). Um
      *    registro por titulo ja enviado ao bureau, com o status:
      *      E=INCLUSAO ENVIADA     N=NEGATIVADO (inclusao confirmada)
      *      J=INCLUSAO REJEITADA PELO BUREAU (nao e reenviada)
      *      X=EXCLUSAO ENVIADA, AGUARDANDO CONFIRMACAO
      *      R=RESTRICAO REMOVIDA (exclusao confirmada)
      *    Titulo R que volta a ficar elegivel (pagamento parcial com
      *    saldo ainda vencido) e incluido de novo no mesmo registro.
      *    NEG-DATA-CARTA e a data da primeira carta de cobranca do
      *    titulo (CBLCRT01) - a notificacao previa do devedor.
      *    NEG-MOTIVO-EXC e o que tirou o titulo do bureau:
      *      L=LIQUIDACAO NO BANCO  P=PAGAMENTO PARCIAL (DD-MOVSAI)
      *      B=BAIXA  E=EXCLUSAO/REMOCAO DO MESTRE  V=PRORROGACAO
      *      A=SITUACAO ALTERADA PARA NAO VENCIDA (jornal CBLJRN01)
      *    NEG-DATA-LIMITE e a data do pagamento mais o prazo legal
      *    em dias uteis para a retirada da restricao.
      *    NEG-DATA-INCL/NEG-DATA-EXC sao as datas de envio - a
      *    reexecucao do dia regera os arquivos do bureau a partir
      *    delas. NEG-DATA-RET e a data do ultimo retorno do bureau.
      *    O registro de chave zerada e o controle do arquivo: guarda
      *    data e hora da ultima linha do jornal ja tratada.
      *    Mantido por CBLX0024.
      *-----------------------------------------------------------------
       01 FL-ARQ-NEGATIV.
           02 NEG-CHAVE.
               05 NEG-CNPJ  PIC 9(14).
               05 NEG-VENC  PIC 9(08).
           02 NEG-DADOS.
               05 NEG-STATUS     PIC X(01).
                  88 NEG-INCL-ENVIADA  VALUE 'E'.
                  88 NEG-NEGATIVADO    VALUE 'N'.
                  88 NEG-INCL-REJEITADA VALUE 'J'.
                  88 NEG-EXCL-PENDENTE VALUE 'X'.
                  88 NEG-REMOVIDO      VALUE 'R'.
                  88 NEG-ATIVO-BUREAU  VALUES 'E' 'N'.
               05 NEG-VALOR       PIC 9(13)V99.
               05 NEG-DATA-CARTA  PIC 9(08).
               05 NEG-DATA-INCL   PIC 9(08).
               05 NEG-PROTOCOLO   PIC X(15).
               05 NEG-MOTIVO-EXC  PIC X(01).
               05 NEG-DATA-PAGTO  PIC 9(08).
               05 NEG-DATA-LIMITE PIC 9(08).
               05 NEG-DATA-EXC    PIC 9(08).
               05 NEG-DATA-RET    PIC 9(08).
               05 NEG-COD-RET     PIC X(02).
               05 FILLER          PIC X(16).
           02 NEG-DADOS-CTL REDEFINES NEG-DADOS.
               05 NEG-CTL-JRN-DATA PIC 9(08).
               05 NEG-CTL-JRN-HORA PIC 9(06).
               05 FILLER           PIC X(84).
