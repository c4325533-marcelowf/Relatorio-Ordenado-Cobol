      *                    (DD-PAGHIS, CBLPAG01): toda ocorrencia de
      *                    Segmento T e acrescentada ao historico para
      *                    a classificacao de risco de CBLX0018
      * 151026 - Marcelo - Cadastro de titulos do banco (DD-TITULOS,
      *                    CBLTIT01): casamento pelo nosso numero,
      *                    status atualizado pelas ocorrencias 02
      *                    (entrada confirmada), 03, 06, 09 (baixa) e
      *                    14 (vencimento alterado)
      * 151026 - Marcelo - Liquidacao e parcial passam a gravar o par de
      *                    memoria LIQBANCO/MEMOLIQ: o debito BANCO /
      *                    credito TRANSITO so sai quando o credito
      *                    aparece no extrato (conciliacao CBLX0020)
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           WK-PATH-PAGHIS
           FILE STATUS IS AS-STATUS-PAG.

       SELECT ARQ-TITULOS ASSIGN TO
           WK-PATH-TITULOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS TIT-CHAVE
           ALTERNATE RECORD KEY IS TIT-NOSSO-NUM
           FILE STATUS IS AS-STATUS-TIT.

       DATA DIVISION.
       FILE SECTION.

      *    3) E PROCESSADO; O CAMPO DE USO DA EMPRESA DEVOLVIDO PELO
      *    BANCO TRAZ O CNPJ + VENCIMENTO GRAVADOS POR CBLX0008 NO
      *    SEGMENTO P DA REMESSA - E A CHAVE DE CASAMENTO COM O MESTRE.
      *    O NOSSO NUMERO (POSICOES 38-57) E O ATRIBUIDO POR CBLX0008
      *    NO CADASTRO DE TITULOS - QUANDO PRESENTE, E POR ELE QUE O
      *    TITULO E LOCALIZADO (A CHAVE PODE TER MUDADO NUMA
      *    PRORROGACAO DEPOIS DA ENTRADA).
       FD ARQ-RETORNO RECORDING MODE IS F BLOCK CONTAINS 0 RECORDS.
       01 FL-ARQ-RETORNO                  PIC X(240).
       01 FILLER REDEFINES FL-ARQ-RETORNO.
          05 RET-SEGMENTO PIC X(01).
          05 FILLER       PIC X(01).
          05 RET-COD-MOV  PIC 9(02).
             88 RET-MOV-ENTRADA-CONF VALUE 02.
             88 RET-MOV-LIQUIDADO VALUE 06.
             88 RET-MOV-REJEITADO VALUE 03.
             88 RET-MOV-BAIXA-CONF   VALUE 09.
             88 RET-MOV-PRORROG-CONF VALUE 14.
          05 FILLER       PIC X(20).
          05 RET-NOSSO-NUM.
             10 RET-NOSSO-TIT PIC 9(10).
             10 FILLER        PIC X(10).
          05 FILLER       PIC X(24).
          05 RET-VALOR    PIC 9(13)V99.
          05 FILLER       PIC X(09).
          05 RET-USO-EMPRESA.
       FD ARQ-PAGHIS RECORDING MODE IS F.
       COPY CBLPAG01.

      *    CADASTRO DE TITULOS REGISTRADOS NO BANCO (CBLX0008) - O
      *    STATUS DO TITULO NO BANCO E ATUALIZADO PELAS OCORRENCIAS.
       FD ARQ-TITULOS.
       COPY CBLTIT01.

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *    NOMES DOS ARQUIVOS - PARAMETRIZAVEIS EM TEMPO DE EXECUCAO
       01 WK-PATH-CONTAB PIC X(100) VALUE SPACES.
       01 WK-PATH-PAGHIS PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício05\CBLZMW07-PAG.txt'.
       01 WK-PATH-TITULOS PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício05\CBLZMW05-TIT.dat'.

       01 AS-STATUS-RET PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-MST PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-CTL PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-CTB PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-PAG PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-TIT PIC 9(02) VALUE ZEROS.

      *    CADASTRO DE TITULOS REGISTRADOS NO BANCO - OPCIONAL (SO
      *    EXISTE DEPOIS DA PRIMEIRA REMESSA). WK-TIT-ACHADO INDICA QUE
      *    A OCORRENCIA CORRENTE FOI LOCALIZADA NELE POR 2050.
       01 WK-TITULOS-ATIVO PIC X(01) VALUE 'N'.
           88 TITULOS-ATIVO VALUE 'S'.
       01 WK-TIT-ACHADO PIC X(01) VALUE 'N'.
           88 TITULO-ACHADO VALUE 'S'.

      *    OCORRENCIA DO HISTORICO DE PAGAMENTOS INFORMADA PELO
      *    CHAMADOR DE 2930 E CONTADOR DE LINHAS ACRESCENTADAS.
       01 WK-VALOR-REJEITADO PIC 9(13)V99 VALUE ZEROS.
       01 WK-CONT-SEM-MESTRE PIC 9(07) VALUE ZEROS.
       01 WK-CONT-OUTRAS     PIC 9(07) VALUE ZEROS.
       01 WK-CONT-ENTRADAS   PIC 9(07) VALUE ZEROS.
       01 WK-CONT-BAIXAS-BCO PIC 9(07) VALUE ZEROS.
       01 WK-CONT-PRORROG-BCO PIC 9(07) VALUE ZEROS.

      *-----------------------------------------------------------------
      *    PAGAMENTOS PARCIAIS DA EXECUCAO - GUARDADOS PARA A SECAO DE

           PERFORM 1160-ABRIR-CONTAB
           PERFORM 1170-ABRIR-PAGHIS
           PERFORM 1180-ABRIR-TITULOS

           PERFORM 1200-IMPRIMIR-CABECALHO

               DISPLAY 'ERRO AO FECHAR O RELATORIO DE RETORNO '
                        AS-STATUS-REL
           END-IF

           IF TITULOS-ATIVO
               CLOSE ARQ-TITULOS
               IF AS-STATUS-TIT NOT EQUAL ZEROS
                   DISPLAY 'ERRO AO FECHAR O CADASTRO DE TITULOS '
                            AS-STATUS-TIT
               END-IF
           END-IF
           .
       1000-INICIALIZAR-EXIT.
           EXIT.
           ON EXCEPTION
               CONTINUE
           END-ACCEPT

           ACCEPT WK-PATH-TITULOS FROM ENVIRONMENT 'DD-TITULOS'
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           .
       1150-OBTER-PARAMETROS-ARQUIVO-EXIT.
           EXIT.
       1170-ABRIR-PAGHIS-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     ABRIR O CADASTRO DE TITULOS REGISTRADOS NO BANCO
      *-----------------------------------------------------------------
      *    SEM O CADASTRO (NENHUMA REMESSA COM NOSSO NUMERO AINDA) O
      *    RETORNO E CASADO SO PELO USO DA EMPRESA, COMO ANTES.
       1180-ABRIR-TITULOS SECTION.
           OPEN I-O ARQ-TITULOS
           IF AS-STATUS-TIT NOT EQUAL ZEROS
               DISPLAY 'CADASTRO DE TITULOS AUSENTE - RETORNO CASADO '
                       'SO PELO USO DA EMPRESA ' AS-STATUS-TIT
               GO TO 1180-ABRIR-TITULOS-EXIT
           END-IF

           MOVE 'S' TO WK-TITULOS-ATIVO
           .
       1180-ABRIR-TITULOS-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     ABRIR O ARQUIVO CONTABIL DIARIO (ARQ-CONTAB)
      *-----------------------------------------------------------------
      *    ABERTO EM EXTEND: CBLX0009 ACRESCENTA O LOTE DELE NO MESMO
      *     CASAR A OCORRENCIA COM O DEVEDOR NO CADASTRO MESTRE
      *-----------------------------------------------------------------
       2100-CASAR-COM-MESTRE SECTION.
           PERFORM 2050-LOCALIZAR-TITULO

      *    CONFIRMACAO DE ENTRADA, DE BAIXA E DE PRORROGACAO SO DIZEM
      *    RESPEITO AO TITULO NO BANCO - NAO MEXEM NO MESTRE (QUE NA
      *    BAIXA JA NEM TEM MAIS O TITULO).
           IF TITULO-ACHADO
               IF RET-MOV-ENTRADA-CONF OR RET-MOV-BAIXA-CONF
                       OR RET-MOV-PRORROG-CONF
                   PERFORM 2140-REGISTRAR-OCORR-BANCO
                   GO TO 2100-CASAR-COM-MESTRE-EXIT
               END-IF
               IF RET-MOV-LIQUIDADO
                   MOVE 'L' TO TIT-STATUS
                   PERFORM 2060-ATUALIZAR-TITULO
               END-IF
               IF RET-MOV-REJEITADO
                   MOVE 'R' TO TIT-STATUS
                   PERFORM 2060-ATUALIZAR-TITULO
               END-IF
           END-IF

           MOVE RET-CNPJ TO MST-CNPJ
           MOVE RET-VENC TO MST-VENC

       2100-CASAR-COM-MESTRE-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     LOCALIZAR A OCORRENCIA NO CADASTRO DE TITULOS DO BANCO
      *-----------------------------------------------------------------
      *    PELO NOSSO NUMERO QUANDO O BANCO O DEVOLVE; SE NAO VEIO OU
      *    NAO ESTA NO CADASTRO (TITULO ENVIADO ANTES DO CADASTRO
      *    EXISTIR) PELO CNPJ + VENCIMENTO DO USO DA EMPRESA. ACHADO,
      *    O CNPJ + VENCIMENTO DA OCORRENCIA PASSAM A SER OS DO
      *    CADASTRO - DEPOIS DE UMA PRORROGACAO O TITULO ESTA NO
      *    MESTRE COM O VENCIMENTO NOVO.
       2050-LOCALIZAR-TITULO SECTION.
           MOVE 'N' TO WK-TIT-ACHADO

           IF NOT TITULOS-ATIVO
               GO TO 2050-LOCALIZAR-TITULO-EXIT
           END-IF

           IF RET-NOSSO-TIT IS NUMERIC
                   AND RET-NOSSO-TIT NOT EQUAL ZEROS
               MOVE RET-NOSSO-TIT TO TIT-NOSSO-NUM
               READ ARQ-TITULOS KEY IS TIT-NOSSO-NUM
                   INVALID KEY
                       MOVE 'N' TO WK-TIT-ACHADO
                   NOT INVALID KEY
                       MOVE 'S' TO WK-TIT-ACHADO
               END-READ
           END-IF

           IF NOT TITULO-ACHADO
               MOVE RET-CNPJ TO TIT-CNPJ
               MOVE RET-VENC TO TIT-VENC
               READ ARQ-TITULOS KEY IS TIT-CHAVE
                   INVALID KEY
                       GO TO 2050-LOCALIZAR-TITULO-EXIT
               END-READ
           END-IF

           MOVE 'S'      TO WK-TIT-ACHADO
           MOVE TIT-CNPJ TO RET-CNPJ
           MOVE TIT-VENC TO RET-VENC
           .
       2050-LOCALIZAR-TITULO-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     REGRAVAR O TITULO DO BANCO COM O STATUS JA MOVIDO
      *-----------------------------------------------------------------
       2060-ATUALIZAR-TITULO SECTION.
           MOVE WK-DATA-SYS-NUM TO TIT-DATA-STATUS
           REWRITE FL-ARQ-TITULO
           IF AS-STATUS-TIT NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ATUALIZAR O CADASTRO DE TITULOS '
                       TIT-CHAVE ' ' AS-STATUS-TIT
           END-IF
           .
       2060-ATUALIZAR-TITULO-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     OCORRENCIAS SO DO BANCO (ENTRADA, BAIXA, PRORROGACAO)
      *-----------------------------------------------------------------
      *    A ENTRADA CONFIRMADA SO PROMOVE O TITULO AINDA ENVIADO (UMA
      *    CONFIRMACAO ATRASADA NAO DESFAZ UMA BAIXA OU LIQUIDACAO). A
      *    BAIXA VALE TANTO PARA O NOSSO PEDIDO QUANTO PARA A BAIXA
      *    FEITA PELO PROPRIO BANCO. A PRORROGACAO SO E CARIMBADA.
       2140-REGISTRAR-OCORR-BANCO SECTION.
           EVALUATE TRUE
               WHEN RET-MOV-ENTRADA-CONF
                   ADD 1 TO WK-CONT-ENTRADAS
                   MOVE 'ENTRADA CONF' TO WK-DET-OCORR
                   IF TIT-ENVIADO
                       MOVE 'C' TO TIT-STATUS
                   END-IF
               WHEN RET-MOV-BAIXA-CONF
                   ADD 1 TO WK-CONT-BAIXAS-BCO
                   MOVE 'BAIXA CONF'   TO WK-DET-OCORR
                   MOVE 'B'            TO TIT-STATUS
               WHEN OTHER
                   ADD 1 TO WK-CONT-PRORROG-BCO
                   MOVE 'PRORROG CONF' TO WK-DET-OCORR
           END-EVALUATE

           PERFORM 2060-ATUALIZAR-TITULO
           PERFORM 2130-IMPRIMIR-DETALHE

           MOVE 'O' TO WK-PAG-OCORR-EVT
           PERFORM 2930-GRAVAR-HISTORICO-PAGTO
           .
       2140-REGISTRAR-OCORR-BANCO-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     RETORNO SEM MESTRE - GRAVAR NO ARQUIVO DE EXCECAO
      *-----------------------------------------------------------------
      *    O REGISTRO DE EXCECAO RECEBE A IMAGEM DA OCORRENCIA NO
           MOVE 'L'            TO MOVS-TIPO
           WRITE FL-ARQ-MOVSAI

      *    A CONFIRMACAO DO BANCO AINDA NAO E DINHEIRO NA CONTA: O
      *    PAR E DE MEMORIA E E O QUE CBLX0020 CASA COM O EXTRATO.
           IF CONTAB-ATIVO
               MOVE 'L'        TO WK-CTB-EVENTO
               MOVE 'LIQBANCO' TO WK-CTB-CONTA-DEB
               MOVE 'MEMOLIQ ' TO WK-CTB-CONTA-CRD
               MOVE RET-VALOR  TO WK-CTB-VALOR-EVT
               PERFORM 2910-GRAVAR-PAR-CONTABIL
           END-IF

           IF CONTAB-ATIVO
               MOVE 'P'        TO WK-CTB-EVENTO
               MOVE 'LIQBANCO' TO WK-CTB-CONTA-DEB
               MOVE 'MEMOLIQ ' TO WK-CTB-CONTA-CRD
               MOVE RET-VALOR  TO WK-CTB-VALOR-EVT
               PERFORM 2910-GRAVAR-PAR-CONTABIL
           END-IF
           MOVE WK-REL-TOTAL TO FL-ARQ-RELRET
           WRITE FL-ARQ-RELRET AFTER ADVANCING 1 LINE.

           MOVE 'ENTRADAS CONFIRMADAS:         ' TO WK-TOT-LABEL
           MOVE WK-CONT-ENTRADAS TO WK-TOT-QTDE
           MOVE ZEROS TO WK-TOT-VALOR
           MOVE WK-REL-TOTAL TO FL-ARQ-RELRET
           WRITE FL-ARQ-RELRET AFTER ADVANCING 1 LINE.

           MOVE 'BAIXAS CONFIRMADAS:           ' TO WK-TOT-LABEL
           MOVE WK-CONT-BAIXAS-BCO TO WK-TOT-QTDE
           MOVE ZEROS TO WK-TOT-VALOR
           MOVE WK-REL-TOTAL TO FL-ARQ-RELRET
           WRITE FL-ARQ-RELRET AFTER ADVANCING 1 LINE.

           MOVE 'PRORROGACOES CONFIRMADAS:     ' TO WK-TOT-LABEL
           MOVE WK-CONT-PRORROG-BCO TO WK-TOT-QTDE
           MOVE ZEROS TO WK-TOT-VALOR
           MOVE WK-REL-TOTAL TO FL-ARQ-RELRET
           WRITE FL-ARQ-RELRET AFTER ADVANCING 1 LINE.

           IF WK-CONT-PARCIAIS > ZEROS
               PERFORM 2350-IMPRIMIR-PARCIAIS
           END-IF
           DISPLAY 'TITULOS REJEITADOS:          ' WK-CONT-REJEITADOS
           DISPLAY 'OUTRAS OCORRENCIAS:          ' WK-CONT-OUTRAS
           DISPLAY 'RETORNOS SEM MESTRE:         ' WK-CONT-SEM-MESTRE
           DISPLAY 'ENTRADAS CONFIRMADAS:        ' WK-CONT-ENTRADAS
           DISPLAY 'BAIXAS CONFIRMADAS:          ' WK-CONT-BAIXAS-BCO
           DISPLAY 'PRORROGACOES CONFIRMADAS:    ' WK-CONT-PRORROG-BCO
           DISPLAY 'OCORRENCIAS NO HISTORICO:    ' WK-CONT-PAGHIS

           IF WK-CONT-SEG-T NOT EQUAL
                                      + WK-CONT-REJEITADOS
                                      + WK-CONT-OUTRAS
                                      + WK-CONT-SEM-MESTRE
                                      + WK-CONT-ENTRADAS
                                      + WK-CONT-BAIXAS-BCO
                                      + WK-CONT-PRORROG-BCO
               DISPLAY 'ATENCAO - SEGMENTOS T NAO BATEM COM TRATADOS'
           END-IF

