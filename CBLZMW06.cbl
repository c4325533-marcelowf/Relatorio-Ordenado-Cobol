      *                    CBLJRN01): imagem antes/depois de todo
      *                    WRITE, REWRITE e DELETE, consulta por
      *                    CBLX0019
      * 151026 - Marcelo - Movimento V (prorrogacao de vencimento):
      *                    troca a chave do titulo no mestre; cadastro
      *                    de titulos do banco (DD-TITULOS, CBLTIT01)
      *                    marcado com pedido de baixa na liquidacao,
      *                    na exclusao e na alteracao para baixado ou
      *                    saldo zero e com prorrogacao no movimento V
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           WK-PATH-JORNAL
           FILE STATUS IS AS-STATUS-JRN.

       SELECT ARQ-TITULOS ASSIGN TO
           WK-PATH-TITULOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS TIT-CHAVE
           ALTERNATE RECORD KEY IS TIT-NOSSO-NUM
           FILE STATUS IS AS-STATUS-TIT.

       DATA DIVISION.
       FILE SECTION.

      *    I=INCLUSAO  A=ALTERACAO  L=LIQUIDACAO  E=EXCLUSAO
      *    P=PAGAMENTO PARCIAL (O VALOR DO MOVIMENTO E O VALOR PAGO,
      *    ABATIDO DO SALDO DO MESTRE)
      *    V=PRORROGACAO DE VENCIMENTO (O CAMPO DE VALOR TRAZ O NOVO
      *    VENCIMENTO AAAAMMDD SEGUIDO DE ZEROS; MOV-VENC E O ATUAL)
       FD ARQ-MOVTO RECORDING MODE IS F BLOCK CONTAINS 0 RECORDS.
       01 WK-MOVTO-ARQ                    PIC X(42).
       01 FILLER REDEFINES WK-MOVTO-ARQ.
             10 MOV-CNPJ  PIC 9(14).
             10 MOV-SIT   PIC 9(02).
             10 MOV-VALOR PIC 9(13)V99.
             10 FILLER REDEFINES MOV-VALOR.
                15 MOV-NOVO-VENC PIC 9(08).
                15 FILLER        PIC 9(07).
             10 MOV-VENC  PIC 9(08).
             10 MOV-FIM   PIC X(02).
          05 MOV-TIPO PIC X(01).
             88 MOV-LIQUIDACAO   VALUE 'L'.
             88 MOV-EXCLUSAO     VALUE 'E'.
             88 MOV-PARCIAL      VALUE 'P'.
             88 MOV-PRORROGACAO  VALUE 'V'.
             88 MOV-TIPO-VALIDO  VALUES 'I' 'A' 'L' 'E' 'P' 'V'.

       FD ARQ-MESTRE.
       COPY CBLMST01.
       FD ARQ-JORNAL RECORDING MODE IS F.
       COPY CBLJRN01.

      *    CADASTRO DE TITULOS REGISTRADOS NO BANCO (CBLX0008) - A
      *    INSTRUCAO PENDENTE PARA A PROXIMA REMESSA E MARCADA AQUI.
       FD ARQ-TITULOS.
       COPY CBLTIT01.

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *    NOMES DOS ARQUIVOS - PARAMETRIZAVEIS EM TEMPO DE EXECUCAO
       01 WK-PATH-CONTAB PIC X(100) VALUE SPACES.
       01 WK-PATH-JORNAL PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício05\CBLZMW06-JRN.txt'.
       01 WK-PATH-TITULOS PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício05\CBLZMW05-TIT.dat'.

       01 AS-STATUS-MOV PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-MST PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-CTL PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-CTB PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-JRN PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-TIT PIC 9(02) VALUE ZEROS.

       01 WK-HORA-SYS.
           02 WK-HOUR-SYS   PIC 9(02) VALUE ZEROS.
           02 WK-DAY-SYS   PIC 9(02) VALUE ZEROS.
       01 WK-DATA-SYS-NUM REDEFINES WK-DATA-SYS PIC 9(08).

      *-----------------------------------------------------------------
      *    CADASTRO DE TITULOS REGISTRADOS NO BANCO - OPCIONAL: SEM ELE
      *    (NENHUMA REMESSA GERADA AINDA) NAO HA INSTRUCAO A MARCAR.
      *-----------------------------------------------------------------
       01 WK-TITULOS-ATIVO PIC X(01) VALUE 'N'.
           88 TITULOS-ATIVO VALUE 'S'.
       01 WK-TIT-REG-SALVO PIC X(92) VALUE SPACES.

      *-----------------------------------------------------------------
      *    VALIDACAO DO NOVO VENCIMENTO DA PRORROGACAO - MESMA TABELA
      *    DE DIAS E CALCULO DE BISSEXTO DE CBLX0008 E CBLX0014.
      *-----------------------------------------------------------------
       01 WK-TAB-DIAS-MES.
           05 FILLER PIC 9(02) VALUE 31.
           05 FILLER PIC 9(02) VALUE 29.
           05 FILLER PIC 9(02) VALUE 31.
           05 FILLER PIC 9(02) VALUE 30.
           05 FILLER PIC 9(02) VALUE 31.
           05 FILLER PIC 9(02) VALUE 30.
           05 FILLER PIC 9(02) VALUE 31.
           05 FILLER PIC 9(02) VALUE 31.
           05 FILLER PIC 9(02) VALUE 30.
           05 FILLER PIC 9(02) VALUE 31.
           05 FILLER PIC 9(02) VALUE 30.
           05 FILLER PIC 9(02) VALUE 31.
       01 WK-TAB-DIAS-MES-R REDEFINES WK-TAB-DIAS-MES.
           05 WK-DIAS-MES PIC 9(02) OCCURS 12 TIMES.

       01 WK-VENC-CALC PIC 9(08) VALUE ZEROS.
       01 WK-VENC-CALC-R REDEFINES WK-VENC-CALC.
           05 WK-VENC-ANO PIC 9(04).
           05 WK-VENC-MES PIC 9(02).
           05 WK-VENC-DIA PIC 9(02).

       01 WK-VENC-VALIDO    PIC X(01) VALUE 'S'.
           88 VENC-VALIDO   VALUE 'S'.
           88 VENC-INVALIDO VALUE 'N'.

       01 WK-BISS-DIAS      PIC 9(02) VALUE 28.
       01 WK-BISS-RESTO4    PIC 9(04) VALUE ZEROS.
       01 WK-BISS-RESTO100  PIC 9(04) VALUE ZEROS.
       01 WK-BISS-RESTO400  PIC 9(04) VALUE ZEROS.
       01 WK-BISS-QUOC      PIC 9(04) VALUE ZEROS.

      *-----------------------------------------------------------------
      *    ESPELHO DO REGISTRO DE CONTROLE DE EXECUCAO (CBLCTL01) -
      *    MANTIDO EM WORKING PORQUE O ARQUIVO E ABERTO E FECHADO A
       01 WK-CONT-LIQUIDADOS PIC 9(07) VALUE ZEROS.
       01 WK-CONT-PARCIAIS   PIC 9(07) VALUE ZEROS.
       01 WK-CONT-EXCLUIDOS  PIC 9(07) VALUE ZEROS.
       01 WK-CONT-PRORROGADOS PIC 9(07) VALUE ZEROS.
       01 WK-CONT-REJEITADOS PIC 9(07) VALUE ZEROS.
       01 WK-CONT-PED-BAIXA  PIC 9(07) VALUE ZEROS.
       01 WK-CONT-PED-PRORROG PIC 9(07) VALUE ZEROS.

       PROCEDURE DIVISION.
           PERFORM 1000-INICIALIZAR.

           PERFORM 1160-ABRIR-CONTAB
           PERFORM 1165-ABRIR-JORNAL
           PERFORM 1170-ABRIR-TITULOS

           PERFORM 2000-PROCESSAR

               DISPLAY 'ERRO AO FECHAR O ARQUIVO DE EXCECAO '
                        AS-STATUS-EXC
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
       1165-ABRIR-JORNAL-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     ABRIR O CADASTRO DE TITULOS REGISTRADOS NO BANCO
      *-----------------------------------------------------------------
      *    O CADASTRO E CRIADO POR CBLX0008 NA PRIMEIRA REMESSA. ANTES
      *    DISSO NENHUM TITULO ESTA NO BANCO E A APLICACAO SEGUE SEM
      *    MARCAR INSTRUCOES.
       1170-ABRIR-TITULOS SECTION.
           OPEN I-O ARQ-TITULOS
           IF AS-STATUS-TIT NOT EQUAL ZEROS
               DISPLAY 'CADASTRO DE TITULOS AUSENTE - SEM INSTRUCOES '
                       'PARA O BANCO ' AS-STATUS-TIT
               GO TO 1170-ABRIR-TITULOS-EXIT
           END-IF

           MOVE 'S' TO WK-TITULOS-ATIVO
           .
       1170-ABRIR-TITULOS-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     ABRIR O ARQUIVO CONTABIL DIARIO (ARQ-CONTAB)
      *-----------------------------------------------------------------
      *    ABERTO EM EXTEND: O LOTE DESTE PROGRAMA E ACRESCENTADO AO
               GO TO 2000-PROCESSAR
           END-IF

           IF MOV-PRORROGACAO
               PERFORM 2160-APLICAR-PRORROGACAO
               GO TO 2000-PROCESSAR
           END-IF

           PERFORM 2140-APLICAR-EXCLUSAO
           GO TO 2000-PROCESSAR
           .

           MOVE FL-ARQ-MESTRE TO WK-JRN-DEPOIS
           PERFORM 2950-GRAVAR-JORNAL

      *    ALTERACAO PARA BAIXADO OU PARA SALDO ZERO ENCERRA O TITULO
      *    COMO A LIQUIDACAO - O BOLETO TAMBEM TEM QUE SER BAIXADO.
           IF MST-SIT EQUAL WK-SIT-BAIXADO OR MST-VALOR EQUAL ZEROS
               PERFORM 2170-MARCAR-BAIXA-TITULO
           END-IF
           .
       2120-APLICAR-ALTERACAO-EXIT.
           EXIT.

           MOVE FL-ARQ-MESTRE TO WK-JRN-DEPOIS
           PERFORM 2950-GRAVAR-JORNAL

      *    LIQUIDADO FORA DO BANCO - O BOLETO AINDA REGISTRADO TEM QUE
      *    SER BAIXADO NA PROXIMA REMESSA.
           PERFORM 2170-MARCAR-BAIXA-TITULO
           .
       2130-APLICAR-LIQUIDACAO-EXIT.
           EXIT.
                   ADD 1 TO WK-CONT-EXCLUIDOS
                   MOVE SPACES TO WK-JRN-DEPOIS
                   PERFORM 2950-GRAVAR-JORNAL
                   PERFORM 2170-MARCAR-BAIXA-TITULO
           END-DELETE
           .
       2140-APLICAR-EXCLUSAO-EXIT.

           MOVE FL-ARQ-MESTRE TO WK-JRN-DEPOIS
           PERFORM 2950-GRAVAR-JORNAL

           IF MST-VALOR EQUAL ZEROS
               PERFORM 2170-MARCAR-BAIXA-TITULO
           END-IF
           .
       2150-APLICAR-PAGTO-PARCIAL-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     PRORROGACAO - TROCA O VENCIMENTO (CHAVE) DO TITULO
      *-----------------------------------------------------------------
      *    O VENCIMENTO FAZ PARTE DA CHAVE DO MESTRE, ENTAO A ALTERACAO
      *    NAO SERVE: O REGISTRO E GRAVADO NA CHAVE NOVA E REMOVIDO DA
      *    ANTIGA, COM UMA UNICA LINHA NO JORNAL (ANTES = CHAVE ANTIGA,
      *    DEPOIS = CHAVE NOVA). SITUACAO E SALDO NAO MUDAM, ENTAO NAO
      *    HA LANCAMENTO CONTABIL. O TITULO REGISTRADO NO BANCO
      *    ACOMPANHA A CHAVE E FICA COM A PRORROGACAO PENDENTE.
       2160-APLICAR-PRORROGACAO SECTION.
           PERFORM 2162-VALIDAR-NOVO-VENC

           IF VENC-INVALIDO
               MOVE 11                      TO WK-MOT-COD
               MOVE 'PRORROG VENC INVALIDO' TO WK-MOT-DESC
               PERFORM 2090-REJEITAR-MOVIMENTO
               GO TO 2160-APLICAR-PRORROGACAO-EXIT
           END-IF

           READ ARQ-MESTRE
               INVALID KEY
                   MOVE 12                    TO WK-MOT-COD
                   MOVE 'PRORROG SEM MESTRE'  TO WK-MOT-DESC
                   PERFORM 2090-REJEITAR-MOVIMENTO
                   GO TO 2160-APLICAR-PRORROGACAO-EXIT
           END-READ

           MOVE FL-ARQ-MESTRE TO WK-JRN-ANTES

           MOVE MOV-NOVO-VENC TO MST-VENC
           READ ARQ-MESTRE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 13                    TO WK-MOT-COD
                   MOVE 'PRORROG VENC EXISTE' TO WK-MOT-DESC
                   PERFORM 2090-REJEITAR-MOVIMENTO
                   GO TO 2160-APLICAR-PRORROGACAO-EXIT
           END-READ

           MOVE WK-JRN-ANTES  TO FL-ARQ-MESTRE
           MOVE MOV-NOVO-VENC TO MST-VENC
           WRITE FL-ARQ-MESTRE
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR A CHAVE NOVA NO MESTRE '
                            MST-CNPJ ' ' MST-VENC
                   MOVE 14                    TO WK-MOT-COD
                   MOVE 'PRORROG ERRO GRAVAR' TO WK-MOT-DESC
                   PERFORM 2090-REJEITAR-MOVIMENTO
                   GO TO 2160-APLICAR-PRORROGACAO-EXIT
           END-WRITE

           MOVE FL-ARQ-MESTRE TO WK-JRN-DEPOIS

      *    SEM A EXCLUSAO DA CHAVE ANTIGA O TITULO FICARIA DUAS VEZES
      *    NO MESTRE: A CHAVE NOVA E DESFEITA E O MOVIMENTO REJEITADO.
           MOVE MOV-VENC TO MST-VENC
           DELETE ARQ-MESTRE
               INVALID KEY
                   DISPLAY 'ERRO AO EXCLUIR A CHAVE ANTIGA DO MESTRE '
                            MST-CNPJ ' ' MST-VENC
                   PERFORM 2166-DESFAZER-CHAVE-NOVA
                   MOVE 15                     TO WK-MOT-COD
                   MOVE 'PRORROG ERRO EXCLUIR' TO WK-MOT-DESC
                   PERFORM 2090-REJEITAR-MOVIMENTO
                   GO TO 2160-APLICAR-PRORROGACAO-EXIT
           END-DELETE

           ADD 1 TO WK-CONT-PRORROGADOS
           PERFORM 2950-GRAVAR-JORNAL
           PERFORM 2175-PRORROGAR-TITULO
           .
       2160-APLICAR-PRORROGACAO-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     VALIDAR MOV-NOVO-VENC (DATA DE CALENDARIO VALIDA)
      *-----------------------------------------------------------------
      *    MESMO CALCULO DE 2080-VALIDAR-PRIM-VENC DE CBLX0014. O NOVO
      *    VENCIMENTO TAMBEM PRECISA SER DIFERENTE DO ATUAL.
       2162-VALIDAR-NOVO-VENC SECTION.
           MOVE 'S'           TO WK-VENC-VALIDO
           MOVE MOV-NOVO-VENC TO WK-VENC-CALC

           IF MOV-NOVO-VENC EQUAL MOV-VENC
               MOVE 'N' TO WK-VENC-VALIDO
               GO TO 2162-VALIDAR-NOVO-VENC-EXIT
           END-IF

           IF WK-VENC-MES < 1 OR WK-VENC-MES > 12
               MOVE 'N' TO WK-VENC-VALIDO
               GO TO 2162-VALIDAR-NOVO-VENC-EXIT
           END-IF

           IF WK-VENC-MES EQUAL 02
               PERFORM 2164-CALCULAR-DIAS-FEVEREIRO
               IF WK-VENC-DIA < 1 OR WK-VENC-DIA > WK-BISS-DIAS
                   MOVE 'N' TO WK-VENC-VALIDO
               END-IF
           ELSE
               IF WK-VENC-DIA < 1
                       OR WK-VENC-DIA > WK-DIAS-MES (WK-VENC-MES)
                   MOVE 'N' TO WK-VENC-VALIDO
               END-IF
           END-IF
           .
       2162-VALIDAR-NOVO-VENC-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     CALCULAR DIAS DE FEVEREIRO PARA WK-VENC-ANO (ANO BISSEXTO)
      *-----------------------------------------------------------------
       2164-CALCULAR-DIAS-FEVEREIRO SECTION.
           MOVE 28 TO WK-BISS-DIAS

           DIVIDE WK-VENC-ANO BY 4
               GIVING WK-BISS-QUOC REMAINDER WK-BISS-RESTO4
           IF WK-BISS-RESTO4 EQUAL ZEROS
               DIVIDE WK-VENC-ANO BY 100
                   GIVING WK-BISS-QUOC REMAINDER WK-BISS-RESTO100
               IF WK-BISS-RESTO100 NOT EQUAL ZEROS
                   MOVE 29 TO WK-BISS-DIAS
               ELSE
                   DIVIDE WK-VENC-ANO BY 400
                       GIVING WK-BISS-QUOC REMAINDER WK-BISS-RESTO400
                   IF WK-BISS-RESTO400 EQUAL ZEROS
                       MOVE 29 TO WK-BISS-DIAS
                   END-IF
               END-IF
           END-IF
           .
       2164-CALCULAR-DIAS-FEVEREIRO-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     DESFAZER A GRAVACAO DA CHAVE NOVA DA PRORROGACAO
      *-----------------------------------------------------------------
       2166-DESFAZER-CHAVE-NOVA SECTION.
           MOVE MOV-NOVO-VENC TO MST-VENC
           DELETE ARQ-MESTRE
               INVALID KEY
                   DISPLAY 'ERRO AO DESFAZER A CHAVE NOVA DO MESTRE '
                            MST-CNPJ ' ' MST-VENC
                   DISPLAY 'ATENCAO - TITULO DUPLICADO NO MESTRE - '
                           'EXCLUIR A CHAVE NOVA NA MAO'
           END-DELETE
           .
       2166-DESFAZER-CHAVE-NOVA-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     MARCAR PEDIDO DE BAIXA NO TITULO REGISTRADO NO BANCO
      *-----------------------------------------------------------------
      *    SO O TITULO VIVO NO BANCO (ENTRADA ENVIADA OU CONFIRMADA)
      *    PRECISA DE BAIXA - O LIQUIDADO PELO PROPRIO BANCO JA VEIO
      *    MARCADO PELO RETORNO EM CBLX0010.
       2170-MARCAR-BAIXA-TITULO SECTION.
           IF NOT TITULOS-ATIVO
               GO TO 2170-MARCAR-BAIXA-TITULO-EXIT
           END-IF

           MOVE MOV-CNPJ TO TIT-CNPJ
           MOVE MOV-VENC TO TIT-VENC
           READ ARQ-TITULOS
               INVALID KEY
                   GO TO 2170-MARCAR-BAIXA-TITULO-EXIT
           END-READ

           IF NOT TIT-ATIVO-BANCO
               GO TO 2170-MARCAR-BAIXA-TITULO-EXIT
           END-IF

           MOVE 'B' TO TIT-INSTR
           REWRITE FL-ARQ-TITULO
           IF AS-STATUS-TIT NOT EQUAL ZEROS
               DISPLAY 'ERRO AO MARCAR A BAIXA NO CADASTRO DE TITULOS '
                       TIT-CHAVE ' ' AS-STATUS-TIT
               GO TO 2170-MARCAR-BAIXA-TITULO-EXIT
           END-IF

           ADD 1 TO WK-CONT-PED-BAIXA
           .
       2170-MARCAR-BAIXA-TITULO-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     LEVAR O TITULO REGISTRADO NO BANCO PARA O VENCIMENTO NOVO
      *-----------------------------------------------------------------
      *    O REGISTRO MUDA DE CHAVE COM O MESMO NOSSO NUMERO E O MESMO
      *    VENCIMENTO DE ENTRADA (E O QUE O BANCO CONHECE) E FICA COM A
      *    PRORROGACAO PENDENTE. UM REGISTRO VELHO (JA FORA DO BANCO)
      *    NA CHAVE NOVA E DESCARTADO.
       2175-PRORROGAR-TITULO SECTION.
           IF NOT TITULOS-ATIVO
               GO TO 2175-PRORROGAR-TITULO-EXIT
           END-IF

           MOVE MOV-CNPJ TO TIT-CNPJ
           MOVE MOV-VENC TO TIT-VENC
           READ ARQ-TITULOS
               INVALID KEY
                   GO TO 2175-PRORROGAR-TITULO-EXIT
           END-READ

           IF NOT TIT-ATIVO-BANCO
               GO TO 2175-PRORROGAR-TITULO-EXIT
           END-IF

           MOVE FL-ARQ-TITULO TO WK-TIT-REG-SALVO
           DELETE ARQ-TITULOS
               INVALID KEY
                   DISPLAY 'ERRO AO EXCLUIR O TITULO DO BANCO '
                            TIT-CHAVE ' ' AS-STATUS-TIT
                   GO TO 2175-PRORROGAR-TITULO-EXIT
           END-DELETE

           MOVE MOV-CNPJ      TO TIT-CNPJ
           MOVE MOV-NOVO-VENC TO TIT-VENC
           READ ARQ-TITULOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DELETE ARQ-TITULOS
                       INVALID KEY
                           CONTINUE
                   END-DELETE
           END-READ

           MOVE WK-TIT-REG-SALVO TO FL-ARQ-TITULO
           MOVE MOV-NOVO-VENC    TO TIT-VENC
           MOVE 'P'              TO TIT-INSTR
           WRITE FL-ARQ-TITULO
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR O TITULO DO BANCO '
                            TIT-CHAVE ' ' AS-STATUS-TIT
                   GO TO 2175-PRORROGAR-TITULO-EXIT
           END-WRITE

           ADD 1 TO WK-CONT-PED-PRORROG
           .
       2175-PRORROGAR-TITULO-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     ACRESCENTAR A OPERACAO AO JORNAL DE ALTERACOES DO MESTRE
      *-----------------------------------------------------------------
      *    AS IMAGENS ANTES/DEPOIS VEM NAS AREAS WK-JRN-* DO CHAMADOR;
           DISPLAY 'MOVIMENTOS LIQUIDADOS: ' WK-CONT-LIQUIDADOS
           DISPLAY 'PAGAMENTOS PARCIAIS:   ' WK-CONT-PARCIAIS
           DISPLAY 'MOVIMENTOS EXCLUIDOS:  ' WK-CONT-EXCLUIDOS
           DISPLAY 'VENCIMENTOS PRORROG.:  ' WK-CONT-PRORROGADOS
           DISPLAY 'MOVIMENTOS REJEITADOS: ' WK-CONT-REJEITADOS
           DISPLAY 'OPERACOES NO JORNAL:   ' WK-CONT-JORNAL
           DISPLAY 'PEDIDOS DE BAIXA BANCO:' WK-CONT-PED-BAIXA
           DISPLAY 'PRORROGACOES NO BANCO: ' WK-CONT-PED-PRORROG

           IF WK-CONT-MOVTOS NOT EQUAL
                   WK-CONT-INCLUIDOS + WK-CONT-ALTERADOS
                                     + WK-CONT-LIQUIDADOS
                                     + WK-CONT-PARCIAIS
                                     + WK-CONT-EXCLUIDOS
                                     + WK-CONT-PRORROGADOS
                                     + WK-CONT-REJEITADOS
               DISPLAY 'ATENCAO - LIDOS NAO BATE COM APLICADOS+REJEIT'
           END-IF
