      *-----------------------------------------------------------------
      *    CBLTRN01 - REGISTRO DO ARQUIVO DE LIQUIDACOES EM TRANSITO
      *    (CBLZMW17-TRN, DD-TRANSITO), MANTIDO POR CBLX0020 NA
      *    CONCILIACAO DO EXTRATO BANCARIO. Um registro D por
      *    liquidacao ou parcial confirmada pelo banco no retorno
      *    (par LIQBANCO/MEMOLIQ de CBLX0010 no DD-CONTAB) cujo credito
      *    ainda nao apareceu no extrato de conta corrente. O item sai
      *    do arquivo quando casado com um credito do extrato - o par
      *    BANCO/TRANSITO gravado no DD-CONTAB e o registro dele.
      *    O primeiro registro (tipo H) guarda a ultima data contabil
      *    ja carregada do DD-CONTAB e a ultima data de lancamento do
      *    extrato ja conciliada, para a reexecucao nao carregar nem
      *    conciliar nada duas vezes.
      *-----------------------------------------------------------------
       01 FL-ARQ-TRANSITO.
           02 TRN-TIPO-REG PIC X(01).
              88 TRN-HEADER  VALUE 'H'.
              88 TRN-DETALHE VALUE 'D'.
           02 TRN-DADOS    PIC X(45).
           02 TRN-DADOS-DET REDEFINES TRN-DADOS.
               05 TRN-DATA   PIC 9(08).
               05 TRN-EVENTO PIC X(01).
               05 TRN-CNPJ   PIC 9(14).
               05 TRN-VALOR  PIC 9(13)V99.
               05 FILLER     PIC X(07).
           02 TRN-DADOS-HDR REDEFINES TRN-DADOS.
               05 TRN-ULT-CONTAB  PIC 9(08).
               05 TRN-ULT-EXTRATO PIC 9(08).
               05 FILLER          PIC X(29).
