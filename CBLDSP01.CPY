      *-----------------------------------------------------------------
      *    CBLDSP01 - REGISTRO DO CADASTRO DE DISPUTAS (CONTESTACOES)
      *    DE TITULOS (arquivo indexado CBLZMW22-DSP, DD-DISPUTAS,
      *    chave DSP-CHAVE de CNPJ + VENCIMENTO igual a do mestre).
      *    Um registro por titulo contestado pelo devedor:
      *      DSP-STATUS    A=ABERTA  E=ENCERRADA
      *      DSP-MOTIVO    VL=VALOR DIVERGENTE  DV=MERCADORIA DEVOLVIDA
      *                    RV=PAGO AO REPRESENTANTE DE VENDAS
      *                    OU=OUTROS (detalhe em DSP-OBS)
      *      DSP-RESOLUCAO PC=PROCEDENTE (titulo a ajustar/baixar)
      *                    IM=IMPROCEDENTE (cobranca retomada)
      *                    AC=RESOLVIDA EM ACORDO
      *    Disputa encerrada fica no arquivo como historico; uma nova
      *    contestacao do mesmo titulo reabre o mesmo registro.
      *    Mantido por CBLX0025 (manutencao batch e aging das abertas)
      *    e lido por CBLX0008, que enquanto a disputa esta aberta nao
      *    escalona nem remete o titulo e o relata como EM DISPUTA, e
      *    por CBLX0024, que nao negativa titulo em disputa.
      *-----------------------------------------------------------------
       01 FL-ARQ-DISPUTAS.
           02 DSP-CHAVE.
               05 DSP-CNPJ  PIC 9(14).
               05 DSP-VENC  PIC 9(08).
           02 DSP-STATUS      PIC X(01).
              88 DSP-ABERTA        VALUE 'A'.
              88 DSP-ENCERRADA     VALUE 'E'.
           02 DSP-MOTIVO      PIC X(02).
              88 DSP-MOTIVO-VALIDO VALUES 'VL' 'DV' 'RV' 'OU'.
           02 DSP-DATA-ABERT  PIC 9(08).
           02 DSP-RESPONSAVEL PIC X(15).
           02 DSP-DATA-ALT    PIC 9(08).
           02 DSP-RESOLUCAO   PIC X(02).
              88 DSP-RESOLUCAO-VALIDA VALUES 'PC' 'IM' 'AC'.
           02 DSP-DATA-ENCERR PIC 9(08).
           02 DSP-OBS         PIC X(30).
           02 FILLER          PIC X(04).
