      *-----------------------------------------------------------------
      *    CBLCOB01 - REGISTRO DO CADASTRO DE COBRADORES (CBLZMW24-COB,
      *    DD-COBRADORES), SEQUENCIAL, MANTIDO PELA SUPERVISAO DE
      *    COBRANCA SEM RECOMPILACAO. Um registro por cobrador:
      *      COB-CAPACIDADE  maximo de CNPJs vencidos na carteira do
      *                      cobrador (zeros = nao recebe CNPJ novo)
      *      COB-ATIVO       S=ATIVO  N=INATIVO (a carteira do inativo
      *                      e redistribuida)
      *      COB-FILIAL      filiais atendidas (zeros = posicao livre);
      *                      lista toda zerada = qualquer filial
      *      COB-UF          UFs atendidas (brancos = posicao livre);
      *                      lista toda em branco = qualquer UF
      *    Lido por CBLX0027 na atribuicao da carteira e por CBLX0028
      *    no relatorio de produtividade.
      *-----------------------------------------------------------------
       01 FL-ARQ-COBRADORES.
           02 COB-CODIGO     PIC X(04).
           02 COB-NOME       PIC X(30).
           02 COB-CAPACIDADE PIC 9(05).
           02 COB-ATIVO      PIC X(01).
              88 COB-ATIVO-SIM     VALUE 'S'.
           02 COB-FILIAL     PIC 9(03) OCCURS 10 TIMES.
           02 COB-UF         PIC X(02) OCCURS 10 TIMES.
           02 FILLER         PIC X(10).
