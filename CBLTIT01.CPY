      *-----------------------------------------------------------------
      *    CBLTIT01 - REGISTRO DO CADASTRO DE TITULOS REGISTRADOS NO
      *    BANCO (arquivo indexado CBLZMW05-TIT, DD-TITULOS, chave
      *    TIT-CHAVE de CNPJ + VENCIMENTO igual a do mestre e chave
      *    alternada TIT-NOSSO-NUM). Um registro por titulo ja enviado
      *    na remessa CNAB 240 de CBLX0008, com o nosso numero
      *    atribuido por nos e o status do titulo no banco:
      *      E=ENTRADA ENVIADA      C=ENTRADA CONFIRMADA (retorno 02)
      *      B=BAIXADO (pedido de baixa enviado / retorno 09)
      *      L=LIQUIDADO (retorno 06)  R=ENTRADA REJEITADA (retorno 03)
      *    So E e C sao titulos vivos no banco - os demais voltam a ser
      *    registrados (com nosso numero novo) se ficarem vencidos.
      *    TIT-INSTR e a instrucao pendente para a proxima remessa:
      *      B=PEDIDO DE BAIXA (exclusao em CBLX0009, liquidacao fora
      *        do banco, divida de origem removida por CBLX0014)
      *      P=PRORROGACAO (vencimento alterado por CBLX0009 - a chave
      *        ja e a do vencimento novo)
      *    TIT-VENC-ORIG e o vencimento gravado no campo de uso da
      *    empresa na entrada - e o que o banco devolve no retorno e
      *    o que volta nas instrucoes, mesmo depois da prorrogacao.
      *    TIT-INSTR-ENV/TIT-DATA-INSTR guardam a ultima instrucao
      *    enviada, para a reexecucao do dia regerar a remessa inteira.
      *    O registro de chave zerada e o controle do arquivo: guarda o
      *    ultimo nosso numero atribuido (TIT-CTL-ULT-NOSSO).
      *    Mantido por CBLX0008 (remessa), CBLX0009 (exclusao,
      *    liquidacao e prorrogacao), CBLX0014 (explosao de acordo) e
      *    CBLX0010 (retorno).
      *-----------------------------------------------------------------
       01 FL-ARQ-TITULO.
           02 TIT-CHAVE.
               05 TIT-CNPJ  PIC 9(14).
               05 TIT-VENC  PIC 9(08).
           02 TIT-NOSSO-NUM PIC 9(10).
           02 TIT-DADOS.
               05 TIT-STATUS     PIC X(01).
                  88 TIT-ENVIADO    VALUE 'E'.
                  88 TIT-CONFIRMADO VALUE 'C'.
                  88 TIT-BAIXADO    VALUE 'B'.
                  88 TIT-LIQUIDADO  VALUE 'L'.
                  88 TIT-REJEITADO  VALUE 'R'.
                  88 TIT-ATIVO-BANCO VALUES 'E' 'C'.
               05 TIT-INSTR      PIC X(01).
                  88 TIT-SEM-INSTR    VALUE SPACE.
                  88 TIT-INSTR-BAIXA  VALUE 'B'.
                  88 TIT-INSTR-PRORROG VALUE 'P'.
               05 TIT-VALOR      PIC 9(13)V99.
               05 TIT-VENC-ORIG  PIC 9(08).
               05 TIT-DATA-ENVIO PIC 9(08).
               05 TIT-DATA-STATUS PIC 9(08).
               05 TIT-INSTR-ENV  PIC X(01).
               05 TIT-DATA-INSTR PIC 9(08).
               05 FILLER         PIC X(10).
           02 TIT-DADOS-CTL REDEFINES TIT-DADOS.
               05 TIT-CTL-ULT-NOSSO PIC 9(10).
               05 FILLER            PIC X(50).
