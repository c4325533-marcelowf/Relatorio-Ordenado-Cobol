      *                    estagiar e rejeita o extrato truncado ou
      *                    de dia errado, filial marcada na
      *                    reconciliacao
      * 151026 - Marcelo - Cadastro de titulos registrados no banco
      *                    (DD-TITULOS, CBLTIT01): nosso numero
      *                    proprio no Segmento P, remessa so com os
      *                    titulos novos e com os pedidos de baixa e
      *                    prorrogacoes pendentes no cadastro
      * 151026 - Marcelo - Cadastro de disputas (DD-DISPUTAS, CBLDSP01,
      *                    manutencao CBLX0025): titulo com disputa
      *                    aberta sai EM DISPUTA no relatorio e fica
      *                    fora do escalonamento, da remessa e da
      *                    situacao do CNPJ no snapshot da carteira
      * 151026 - Marcelo - Carteira de cobranca (DD-CARTEIRA, CBLCAR01,
      *                    atribuicao CBLX0027): cobrador responsavel
      *                    pelo CNPJ na linha do arquivo de acoes
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           WK-PATH-CONTROLE
           FILE STATUS IS AS-STATUS-CTL.

       SELECT ARQ-TITULOS ASSIGN TO
           WK-PATH-TITULOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TIT-CHAVE
           ALTERNATE RECORD KEY IS TIT-NOSSO-NUM
           FILE STATUS IS AS-STATUS-TIT.

       SELECT ARQ-DISPUTAS ASSIGN TO
           WK-PATH-DISPUTAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DSP-CHAVE
           FILE STATUS IS AS-STATUS-DSP.

       SELECT ARQ-CARTEIRA ASSIGN TO
           WK-PATH-CARTEIRA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CAR-CNPJ
           FILE STATUS IS AS-STATUS-CAR.

       DATA DIVISION.
       FILE SECTION.

           02 RESUMO-TMP-CNPJ  PIC 9(14).
           02 RESUMO-TMP-VALOR PIC 9(13)V99.
           02 RESUMO-TMP-SIT   PIC 9(02).
           02 RESUMO-TMP-DISP  PIC X(01).

       FD ARQ-RESUMO RECORDING MODE IS F.
       01 FL-ARQ-RESUMO-TITU PIC X(70).
       FD ARQ-CONTROLE RECORDING MODE IS F.
       COPY CBLCTL01.

      *    CADASTRO DE TITULOS REGISTRADOS NO BANCO - CONSULTADO E
      *    ATUALIZADO NA GERACAO DA REMESSA (VER 2220 E 2232).
       FD ARQ-TITULOS.
       COPY CBLTIT01.

      *    CADASTRO DE DISPUTAS MANTIDO POR CBLX0025 - CONSULTADO POR
      *    CNPJ + VENCIMENTO NA FASE 2 (VER 2153).
       FD ARQ-DISPUTAS.
       COPY CBLDSP01.

      *    CARTEIRA DE COBRANCA ATRIBUIDA POR CBLX0027 - CONSULTADA POR
      *    CNPJ NA GRAVACAO DA ACAO PROPOSTA (VER 2246).
       FD ARQ-CARTEIRA.
       COPY CBLCAR01.

       SD ARQ-SORT RECORDING MODE IS F BLOCK CONTAINS 0 RECORDS.
       01 WK-ARQ-SORT                    PIC X(44).
       01 FILLER REDEFINES WK-ARQ-SORT.
          05 ARQ-S2-CNPJ  PIC 9(14).
          05 ARQ-S2-VALOR PIC 9(13)V99.
          05 ARQ-S2-SIT   PIC 9(02).
          05 ARQ-S2-DISP  PIC X(01).
             88 S2-EM-DISPUTA VALUE 'S'.

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *    SEM DEFAULT: O CONTROLE DE EXECUCAO SO E FEITO QUANDO A
      *    OPERACAO INFORMA DD-CONTROLE (VER 1140-VERIFICAR-CONTROLE).
       01 WK-PATH-CONTROLE PIC X(100) VALUE SPACES.
       01 WK-PATH-TITULOS PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício05\CBLZMW05-TIT.dat'.
       01 WK-PATH-DISPUTAS PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício05\CBLZMW22-DSP.dat'.
       01 WK-PATH-CARTEIRA PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício05\CBLZMW24-CAR.dat'.

       01 AS-STATUS-E  PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-S  PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-ACOES PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-CAD PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-CTL PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-TIT PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-DSP PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-CAR PIC 9(02) VALUE ZEROS.

      *-----------------------------------------------------------------
      *    ESPELHO DO REGISTRO DE CONTROLE DE EXECUCAO (CBLCTL01) -

       01 WK-CONT-SEM-CADASTRO PIC 9(07) VALUE ZEROS.

      *-----------------------------------------------------------------
      *    CONSULTA AO CADASTRO DE DISPUTAS (CBLX0025). TITULO COM
      *    DISPUTA ABERTA NAO RECEBE ACAO DE COBRANCA NEM VAI PARA A
      *    REMESSA. SEM O ARQUIVO NENHUM TITULO ESTA EM DISPUTA.
      *-----------------------------------------------------------------
       01 WK-DISPUTAS-ATIVO PIC X(01) VALUE 'N'.
           88 DISPUTAS-ATIVO VALUE 'S'.
       01 WK-TIT-DISPUTA PIC X(01) VALUE 'N'.
           88 TITULO-EM-DISPUTA VALUE 'S'.

       01 WK-CONT-EM-DISPUTA    PIC 9(07) VALUE ZEROS.
       01 WK-CONT-DISP-ACAO     PIC 9(07) VALUE ZEROS.
       01 WK-CONT-DISP-REMESSA  PIC 9(07) VALUE ZEROS.

      *-----------------------------------------------------------------
      *    CONSULTA A CARTEIRA DE COBRANCA (CBLX0027). O COBRADOR DO
      *    CNPJ VAI NA LINHA DA ACAO PROPOSTA; SEM O ARQUIVO, OU CNPJ
      *    FORA DA CARTEIRA ATIVA, A COLUNA FICA EM BRANCO.
      *-----------------------------------------------------------------
       01 WK-CARTEIRA-ATIVO PIC X(01) VALUE 'N'.
           88 CARTEIRA-ATIVO VALUE 'S'.
       01 WK-CONT-SEM-COBRADOR  PIC 9(07) VALUE ZEROS.

      *-----------------------------------------------------------------
      *    FILIAIS DA EXECUCAO MULTI-FILIAL: CODIGO, PATH DO EXTRATO,
      *    STATUS DO ARQUIVO (L=LIDO, A=AUSENTE) E CONTADORES PROPRIOS
           02 WK-AD-ACAO  PIC X(20).
           02 FILLER      PIC X(02) VALUE SPACES.
           02 WK-AD-NOME  PIC X(30).
           02 FILLER      PIC X(02) VALUE SPACES.
           02 WK-AD-COBR  PIC X(04).

       01 WK-ACAO-RESUMO-LIN.
           02 WK-AR-ACAO PIC X(20).
       01 WK-REM-VALOR-TOT   PIC 9(15)V99 VALUE ZEROS.
       01 WK-REM-QTD-REG     PIC 9(06) VALUE ZEROS.

      *    CADASTRO DE TITULOS REGISTRADOS NO BANCO (CBLTIT01) - SEM
      *    ELE NAO HA REMESSA: E O NOSSO NUMERO GRAVADO NELE QUE
      *    IMPEDE O MESMO TITULO DE SER REGISTRADO DE NOVO A CADA DIA.
       01 WK-TITULOS-ATIVO PIC X(01) VALUE 'N'.
           88 TITULOS-ATIVO VALUE 'S'.
       01 WK-TIT-EXISTE PIC X(01) VALUE 'N'.
           88 TIT-EXISTE VALUE 'S'.
       01 WK-TIT-NOSSO        PIC 9(10) VALUE ZEROS.
       01 WK-TIT-QTD-ENTRADAS PIC 9(06) VALUE ZEROS.
       01 WK-TIT-QTD-JA-REG   PIC 9(06) VALUE ZEROS.
       01 WK-TIT-QTD-BAIXAS   PIC 9(06) VALUE ZEROS.
       01 WK-TIT-QTD-PRORROG  PIC 9(06) VALUE ZEROS.

      *    DATA NO FORMATO DDMMAAAA EXIGIDO PELO CNAB (AS DATAS DO
      *    SISTEMA E DO ARQUIVO SAO AAAAMMDD).
       01 WK-REM-DATA.

      *    SITUACAO MAIS GRAVE VISTA PARA O CNPJ CORRENTE DO RESUMO -
      *    E ELA QUE VAI PARA O SNAPSHOT DA CARTEIRA.
      *    TITULO COM DISPUTA ABERTA NAO ENTRA NESSA SITUACAO: A
      *    CONTESTACAO NAO PODE FAZER O DEVEDOR SAIR COMO PIOROU NA
      *    COMPARACAO. SO QUANDO TODOS OS TITULOS DO CNPJ ESTAO EM
      *    DISPUTA VALE A MAIS GRAVE ENTRE ELES (WK-RESUMO-SIT-DSP),
      *    PARA O CNPJ NAO SAIR DO SNAPSHOT SEM SITUACAO.
       01 WK-RESUMO-SIT-ATU  PIC 9(02) VALUE ZEROS.
       01 WK-RESUMO-GRAV-ATU PIC 9(02) VALUE ZEROS.
       01 WK-RESUMO-SIT-DSP  PIC 9(02) VALUE ZEROS.
       01 WK-RESUMO-GRAV-DSP PIC 9(02) VALUE ZEROS.
       01 WK-RESUMO-QTD-LIVRE PIC 9(07) VALUE ZEROS.

      *-----------------------------------------------------------------
      *    AREAS DA COMPARACAO DE SNAPSHOTS (VARIACAO ENTRE EXECUCOES)
           PERFORM 1170-CARREGAR-TAXAS
           PERFORM 1180-CARREGAR-PARAM-BANCO
           PERFORM 1182-ABRIR-CADASTRO
           PERFORM 1183-ABRIR-DISPUTAS
           PERFORM 1184-ABRIR-CARTEIRA
           PERFORM 1185-CARREGAR-FILTROS
           PERFORM 1195-CARREGAR-REGRAS

                        AS-STATUS-RESTMP
           END-IF.

           PERFORM 1192-ABRIR-TITULOS
           PERFORM 1190-ABRIR-REMESSA
           PERFORM 1198-ABRIR-ACOES

               CONTINUE
           END-ACCEPT

           ACCEPT WK-PATH-DISPUTAS FROM ENVIRONMENT 'DD-DISPUTAS'
           ON EXCEPTION
               CONTINUE
           END-ACCEPT

           ACCEPT WK-PATH-CARTEIRA FROM ENVIRONMENT 'DD-CARTEIRA'
           ON EXCEPTION
               CONTINUE
           END-ACCEPT

           ACCEPT WK-PATH-CONTROLE FROM ENVIRONMENT 'DD-CONTROLE'
           ON EXCEPTION
               CONTINUE
           END-ACCEPT

           ACCEPT WK-PATH-TITULOS FROM ENVIRONMENT 'DD-TITULOS'
           ON EXCEPTION
               CONTINUE
           END-ACCEPT

           ACCEPT WK-CTL-FORCAR-X FROM ENVIRONMENT 'CTL-FORCAR'
           ON EXCEPTION
               CONTINUE
       1182-ABRIR-CADASTRO-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     ABRIR O CADASTRO DE DISPUTAS (ARQ-DISPUTAS)
      *-----------------------------------------------------------------
       1183-ABRIR-DISPUTAS SECTION.
           OPEN INPUT ARQ-DISPUTAS
           IF AS-STATUS-DSP NOT EQUAL ZEROS
               DISPLAY 'CADASTRO DE DISPUTAS AUSENTE - NENHUM TITULO '
                       'EM DISPUTA ' AS-STATUS-DSP
               GO TO 1183-ABRIR-DISPUTAS-EXIT
           END-IF

           MOVE 'S' TO WK-DISPUTAS-ATIVO
           .
       1183-ABRIR-DISPUTAS-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     ABRIR A CARTEIRA DE COBRANCA (ARQ-CARTEIRA)
      *-----------------------------------------------------------------
       1184-ABRIR-CARTEIRA SECTION.
           OPEN INPUT ARQ-CARTEIRA
           IF AS-STATUS-CAR NOT EQUAL ZEROS
               DISPLAY 'CARTEIRA DE COBRANCA AUSENTE - ACOES SEM '
                       'COBRADOR ' AS-STATUS-CAR
               GO TO 1184-ABRIR-CARTEIRA-EXIT
           END-IF

           MOVE 'S' TO WK-CARTEIRA-ATIVO
           .
       1184-ABRIR-CARTEIRA-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     CARREGAR OS CARTOES DE PARAMETRO DE SELECAO (ARQ-PARM)
      *-----------------------------------------------------------------
       1185-CARREGAR-FILTROS SECTION.
       1190-ABRIR-REMESSA-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     ABRIR O CADASTRO DE TITULOS REGISTRADOS NO BANCO
      *-----------------------------------------------------------------
      *    NA PRIMEIRA EXECUCAO O CADASTRO AINDA NAO EXISTE (STATUS 35)
      *    - E CRIADO VAZIO, COM O REGISTRO DE CONTROLE DO NOSSO NUMERO
      *    ZERADO. SE NAO ABRIR, A REMESSA E CANCELADA: SEM O CADASTRO
      *    TODO TITULO VENCIDO SERIA REGISTRADO DE NOVO NO BANCO.
       1192-ABRIR-TITULOS SECTION.
           IF NOT REMESSA-ATIVA
               GO TO 1192-ABRIR-TITULOS-EXIT
           END-IF

           OPEN I-O ARQ-TITULOS
           IF AS-STATUS-TIT EQUAL 35
               OPEN OUTPUT ARQ-TITULOS
               CLOSE ARQ-TITULOS
               OPEN I-O ARQ-TITULOS
           END-IF
           IF AS-STATUS-TIT NOT EQUAL ZEROS
               DISPLAY 'ERRO DE ABERTURA DO CADASTRO DE TITULOS - SEM '
                       'REMESSA ' AS-STATUS-TIT
               MOVE 'N' TO WK-REMESSA-ATIVA
               GO TO 1192-ABRIR-TITULOS-EXIT
           END-IF

           MOVE 'S' TO WK-TITULOS-ATIVO

           MOVE ZEROS TO TIT-CHAVE
           READ ARQ-TITULOS
               INVALID KEY
                   MOVE ZEROS  TO TIT-NOSSO-NUM
                   MOVE SPACES TO TIT-DADOS
                   MOVE ZEROS  TO TIT-CTL-ULT-NOSSO
                   WRITE FL-ARQ-TITULO
                   IF AS-STATUS-TIT NOT EQUAL ZEROS
                       DISPLAY 'ERRO AO GRAVAR O CONTROLE DO CADASTRO '
                               'DE TITULOS ' AS-STATUS-TIT
                   END-IF
           END-READ
           .
       1192-ABRIR-TITULOS-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     CONTAR REGISTROS DURAVEIS JA GRAVADOS (RETOMADA EXATA)
      *-----------------------------------------------------------------
       1165-CONTAR-DURAVEIS SECTION.
      *        DO VALOR ATUALIZADO USA OS DIAS DE ATRASO APURADOS NELE.
               PERFORM 2205-CLASSIFICAR-AGING
               PERFORM 2155-CALCULAR-VALOR-ATUALIZADO
               PERFORM 2153-CONSULTAR-DISPUTA

               IF REGRAS-ATIVAS
                   IF TITULO-EM-DISPUTA
                       ADD 1 TO WK-CONT-DISP-ACAO
                   ELSE
                       PERFORM 2240-AVALIAR-ESCALONAMENTO
                   END-IF
               END-IF

               MOVE ARQ-S-CNPJ  TO RELATORIO-CNPJ
               MOVE ARQ-S-FIL   TO RELATORIO-FIL
               MOVE SPACES      TO RELATORIO-SPAC04
               MOVE WK-SIT-DESC TO RELATORIO-SIT
               IF TITULO-EM-DISPUTA
                   MOVE 'EM DISPUTA' TO RELATORIO-SIT
               END-IF
               MOVE SPACES      TO RELATORIO-SPAC02
               MOVE ARQ-S-VALOR TO RELATORIO-VALOR
               MOVE SPACES      TO RELATORIO-SPAC03

               IF SIT-REG-VENCIDA
                   PERFORM 2200-GRAVAR-CSV-VENCIDO
                   IF TITULO-EM-DISPUTA
                       IF REMESSA-ATIVA
                           ADD 1 TO WK-CONT-DISP-REMESSA
                       END-IF
                   ELSE
                       PERFORM 2220-GRAVAR-REMESSA-TITULO
                   END-IF
               END-IF

               MOVE ARQ-S-CNPJ  TO RESUMO-TMP-CNPJ
               MOVE ARQ-S-VALOR TO RESUMO-TMP-VALOR
               MOVE ARQ-S-SIT   TO RESUMO-TMP-SIT
               MOVE WK-TIT-DISPUTA TO RESUMO-TMP-DISP
               WRITE FL-ARQ-RESUMO-TMP

               ADD 1 TO WK-SUBT-CONT
       2152-CONSULTAR-CADASTRO-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     CONSULTAR O CADASTRO DE DISPUTAS PELO TITULO DO REGISTRO
      *-----------------------------------------------------------------
      *    SO A DISPUTA ABERTA SUSPENDE A COBRANCA - A ENCERRADA FICA
      *    NO ARQUIVO COMO HISTORICO E O TITULO VOLTA AO FLUXO NORMAL.
      *    NO RELATORIO A COLUNA DE SITUACAO MOSTRA 'EM DISPUTA'; A
      *    SITUACAO DO TITULO CONTINUA NO SUBTOTAL DO GRUPO.
       2153-CONSULTAR-DISPUTA SECTION.
           MOVE 'N' TO WK-TIT-DISPUTA

           IF NOT DISPUTAS-ATIVO
               GO TO 2153-CONSULTAR-DISPUTA-EXIT
           END-IF

           MOVE ARQ-S-CNPJ TO DSP-CNPJ
           MOVE ARQ-S-VENC TO DSP-VENC
           READ ARQ-DISPUTAS
               INVALID KEY
                   GO TO 2153-CONSULTAR-DISPUTA-EXIT
           END-READ

           IF DSP-ABERTA
               MOVE 'S' TO WK-TIT-DISPUTA
               ADD 1 TO WK-CONT-EM-DISPUTA
           END-IF
           .
       2153-CONSULTAR-DISPUTA-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     CALCULAR VALOR ATUALIZADO (PRINCIPAL + MULTA + JUROS)
      *-----------------------------------------------------------------
      *    A MULTA E PERCENTUAL FIXO SOBRE O PRINCIPAL; OS JUROS SAO A
      *    O CAMPO DE USO DA EMPRESA DO SEGMENTO P LEVA CNPJ +
      *    VENCIMENTO - E POR ELE QUE O RETORNO DO BANCO E CASADO DE
      *    VOLTA COM O DEVEDOR.
      *    SO VAI PARA A REMESSA O TITULO QUE NAO ESTA VIVO NO BANCO
      *    (SEM REGISTRO NO CADASTRO DE TITULOS, OU JA BAIXADO,
      *    LIQUIDADO OU REJEITADO) - ESTE RECEBE UM NOSSO NUMERO NOVO.
      *    A ENTRADA ENVIADA HOJE VAI DE NOVO COM O MESMO NOSSO NUMERO:
      *    A REEXECUCAO DO DIA REGERA A REMESSA POR INTEIRO.
       2220-GRAVAR-REMESSA-TITULO SECTION.
           IF NOT REMESSA-ATIVA
               GO TO 2220-GRAVAR-REMESSA-TITULO-EXIT
           END-IF

           MOVE ARQ-S-CNPJ TO TIT-CNPJ
           MOVE ARQ-S-VENC TO TIT-VENC
           MOVE 'S' TO WK-TIT-EXISTE
           READ ARQ-TITULOS
               INVALID KEY
                   MOVE 'N' TO WK-TIT-EXISTE
           END-READ

           IF TIT-EXISTE AND TIT-ATIVO-BANCO
              AND TIT-DATA-ENVIO NOT EQUAL WK-DATA-SYS-NUM
               ADD 1 TO WK-TIT-QTD-JA-REG
               GO TO 2220-GRAVAR-REMESSA-TITULO-EXIT
           END-IF

           IF TIT-EXISTE AND TIT-ATIVO-BANCO
               MOVE TIT-NOSSO-NUM TO WK-TIT-NOSSO
           ELSE
               PERFORM 2222-OBTER-NOSSO-NUMERO
           END-IF

           MOVE ARQ-S-VENC  TO WK-VENC-CALC
           MOVE WK-VENC-DIA TO WK-REM-DATA-DIA
           MOVE WK-VENC-MES TO WK-REM-DATA-MES
           MOVE BCO-AG-DV        TO RSP-AG-DV
           MOVE BCO-CONTA        TO RSP-CONTA
           MOVE BCO-CONTA-DV     TO RSP-CONTA-DV
           MOVE 01               TO RSP-COD-MOV
           MOVE WK-TIT-NOSSO     TO RSP-NOSSO-NUM
           MOVE BCO-CARTEIRA     TO RSP-CARTEIRA
           MOVE ARQ-S-CNPJ       TO RSP-NUM-DOC
           MOVE WK-REM-DATA-NUM  TO RSP-VENCIMENTO

           ADD 1 TO WK-REM-QTD-TITULOS
           ADD ARQ-S-VALOR TO WK-REM-VALOR-TOT

      *    O REGISTRO E REMONTADO POR INTEIRO - UM TITULO QUE VOLTA A
      *    SER REGISTRADO PERDE O STATUS E A INSTRUCAO ANTERIORES.
           MOVE ARQ-S-CNPJ      TO TIT-CNPJ
           MOVE ARQ-S-VENC      TO TIT-VENC
           MOVE WK-TIT-NOSSO    TO TIT-NOSSO-NUM
           MOVE SPACES          TO TIT-DADOS
           MOVE 'E'             TO TIT-STATUS
           MOVE ARQ-S-VALOR     TO TIT-VALOR
           MOVE ARQ-S-VENC      TO TIT-VENC-ORIG
           MOVE WK-DATA-SYS-NUM TO TIT-DATA-ENVIO
           MOVE WK-DATA-SYS-NUM TO TIT-DATA-STATUS
           MOVE ZEROS           TO TIT-DATA-INSTR

           IF TIT-EXISTE
               REWRITE FL-ARQ-TITULO
           ELSE
               WRITE FL-ARQ-TITULO
           END-IF
           IF AS-STATUS-TIT NOT EQUAL ZEROS
               DISPLAY 'ERRO AO GRAVAR O CADASTRO DE TITULOS '
                       TIT-CHAVE ' ' AS-STATUS-TIT
           END-IF

           ADD 1 TO WK-TIT-QTD-ENTRADAS
           .
       2220-GRAVAR-REMESSA-TITULO-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     ATRIBUIR UM NOSSO NUMERO NOVO (REGISTRO DE CONTROLE)
      *-----------------------------------------------------------------
      *    O ULTIMO NUMERO E REGRAVADO A CADA ATRIBUICAO - UMA QUEDA NO
      *    MEIO DA REMESSA NAO FAZ A PROXIMA EXECUCAO REPETIR NUMEROS
      *    JA GRAVADOS NOS TITULOS.
       2222-OBTER-NOSSO-NUMERO SECTION.
           MOVE ZEROS TO TIT-CHAVE
           READ ARQ-TITULOS
               INVALID KEY
                   DISPLAY 'CONTROLE DO CADASTRO DE TITULOS AUSENTE '
                           AS-STATUS-TIT
                   MOVE ZEROS TO TIT-NOSSO-NUM
                   MOVE SPACES TO TIT-DADOS
                   MOVE ZEROS TO TIT-CTL-ULT-NOSSO
                   WRITE FL-ARQ-TITULO
           END-READ

           ADD 1 TO TIT-CTL-ULT-NOSSO
           MOVE TIT-CTL-ULT-NOSSO TO WK-TIT-NOSSO

           REWRITE FL-ARQ-TITULO
           IF AS-STATUS-TIT NOT EQUAL ZEROS
               DISPLAY 'ERRO AO GRAVAR O CONTROLE DO CADASTRO DE '
                       'TITULOS ' AS-STATUS-TIT
           END-IF
           .
       2222-OBTER-NOSSO-NUMERO-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     GRAVAR OS TRAILERS DE LOTE E DE ARQUIVO DA REMESSA
      *-----------------------------------------------------------------
       2230-FINALIZAR-REMESSA SECTION.
           PERFORM 2232-ENVIAR-INSTRUCOES

      *    O LOTE TEM O HEADER, OS SEGMENTOS E O TRAILER - AS
      *    INSTRUCOES SAO SO SEGMENTO P, ENTAO A QUANTIDADE VEM DA
      *    SEQUENCIA DE SEGMENTOS E NAO MAIS DE 2 POR TITULO.
           MOVE BCO-BANCO TO RTL-BANCO
           COMPUTE RTL-QTD-REG = WK-REM-SEQ-REG + 2
           MOVE WK-REM-QTD-TITULOS TO RTL-QTD-TIT
           MOVE WK-REM-VALOR-TOT   TO RTL-VALOR-TIT


           DISPLAY 'REMESSA GERADA - TITULOS: ' WK-REM-QTD-TITULOS
                   ' VALOR: ' WK-REM-VALOR-TOT
           DISPLAY '  ENTRADAS DE TITULO    : ' WK-TIT-QTD-ENTRADAS
           DISPLAY '  PEDIDOS DE BAIXA      : ' WK-TIT-QTD-BAIXAS
           DISPLAY '  PRORROGACOES          : ' WK-TIT-QTD-PRORROG
           DISPLAY '  JA REGISTRADOS (FORA) : ' WK-TIT-QTD-JA-REG
           .
       2230-FINALIZAR-REMESSA-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     GRAVAR AS INSTRUCOES PENDENTES DO CADASTRO DE TITULOS
      *-----------------------------------------------------------------
      *    PEDIDO DE BAIXA (COD. MOVIMENTO 02) E PRORROGACAO DE
      *    VENCIMENTO (06) SAO MARCADOS NO CADASTRO POR CBLX0009 E
      *    CBLX0014 ENTRE UMA REMESSA E OUTRA. A INSTRUCAO ENVIADA
      *    FICA EM TIT-INSTR-ENV COM A DATA EM TIT-DATA-INSTR, PARA A
      *    REEXECUCAO DO MESMO DIA MANDA-LA DE NOVO. INSTRUCAO PARA
      *    TITULO QUE JA NAO ESTA VIVO NO BANCO E DESCARTADA.
       2232-ENVIAR-INSTRUCOES SECTION.
           MOVE ZEROS TO TIT-CHAVE
           START ARQ-TITULOS KEY IS GREATER THAN TIT-CHAVE
               INVALID KEY
                   GO TO 2232-ENVIAR-INSTRUCOES-EXIT
           END-START

           PERFORM 2234-LER-INSTRUCAO
           .
       2232-ENVIAR-INSTRUCOES-EXIT.
           EXIT.

       2234-LER-INSTRUCAO SECTION.
           READ ARQ-TITULOS NEXT RECORD AT END
                GO TO 2234-LER-INSTRUCAO-EXIT.

           EVALUATE TRUE
               WHEN TIT-INSTR-BAIXA OR TIT-INSTR-PRORROG
                   IF TIT-ATIVO-BANCO
                       PERFORM 2236-GRAVAR-INSTRUCAO
                   ELSE
                       MOVE SPACES TO TIT-INSTR
                       REWRITE FL-ARQ-TITULO
                   END-IF
               WHEN TIT-DATA-INSTR EQUAL WK-DATA-SYS-NUM
                AND TIT-INSTR-ENV NOT EQUAL SPACES
                   MOVE TIT-INSTR-ENV TO TIT-INSTR
                   PERFORM 2236-GRAVAR-INSTRUCAO
           END-EVALUATE

           GO TO 2234-LER-INSTRUCAO
           .
       2234-LER-INSTRUCAO-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     GRAVAR O SEGMENTO P DE UMA INSTRUCAO E ATUALIZAR O TITULO
      *-----------------------------------------------------------------
      *    O VENCIMENTO DO SEGMENTO E O ATUAL (O NOVO, NA PRORROGACAO);
      *    O USO DA EMPRESA LEVA O VENCIMENTO DA ENTRADA, QUE E O QUE O
      *    BANCO CONHECE E DEVOLVE NO RETORNO.
       2236-GRAVAR-INSTRUCAO SECTION.
           MOVE TIT-VENC    TO WK-VENC-CALC
           MOVE WK-VENC-DIA TO WK-REM-DATA-DIA
           MOVE WK-VENC-MES TO WK-REM-DATA-MES
           MOVE WK-VENC-ANO TO WK-REM-DATA-ANO

           ADD 1 TO WK-REM-SEQ-REG
           MOVE BCO-BANCO        TO RSP-BANCO
           MOVE WK-REM-SEQ-REG   TO RSP-SEQ
           IF TIT-INSTR-BAIXA
               MOVE 02           TO RSP-COD-MOV
           ELSE
               MOVE 06           TO RSP-COD-MOV
           END-IF
           MOVE BCO-AGENCIA      TO RSP-AGENCIA
           MOVE BCO-AG-DV        TO RSP-AG-DV
           MOVE BCO-CONTA        TO RSP-CONTA
           MOVE BCO-CONTA-DV     TO RSP-CONTA-DV
           MOVE TIT-NOSSO-NUM    TO RSP-NOSSO-NUM
           MOVE BCO-CARTEIRA     TO RSP-CARTEIRA
           MOVE TIT-CNPJ         TO RSP-NUM-DOC
           MOVE WK-REM-DATA-NUM  TO RSP-VENCIMENTO
           MOVE TIT-VALOR        TO RSP-VALOR
           MOVE WK-REM-DATA-HOJE TO RSP-EMISSAO
           MOVE TIT-CNPJ         TO RSP-USO-CNPJ
           MOVE TIT-VENC-ORIG    TO RSP-USO-VENC

           WRITE FL-ARQ-REMESSA FROM WK-REM-SEG-P
           ADD 1 TO WK-REM-QTD-REG

           ADD 1 TO WK-REM-QTD-TITULOS
           ADD TIT-VALOR TO WK-REM-VALOR-TOT

           IF TIT-INSTR-BAIXA
               MOVE 'B'             TO TIT-STATUS
               MOVE WK-DATA-SYS-NUM TO TIT-DATA-STATUS
               ADD 1 TO WK-TIT-QTD-BAIXAS
           ELSE
               ADD 1 TO WK-TIT-QTD-PRORROG
           END-IF

           MOVE TIT-INSTR       TO TIT-INSTR-ENV
           MOVE WK-DATA-SYS-NUM TO TIT-DATA-INSTR
           MOVE SPACES          TO TIT-INSTR

           REWRITE FL-ARQ-TITULO
           IF AS-STATUS-TIT NOT EQUAL ZEROS
               DISPLAY 'ERRO AO GRAVAR O CADASTRO DE TITULOS '
                       TIT-CHAVE ' ' AS-STATUS-TIT
           END-IF
           .
       2236-GRAVAR-INSTRUCAO-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     AVALIAR AS REGRAS DE ESCALONAMENTO PARA O REGISTRO ATUAL
      *-----------------------------------------------------------------
      *    USA OS DIAS DE ATRASO JA APURADOS EM 2205-CLASSIFICAR-AGING.
           MOVE ARQ-S-VALOR    TO WK-AD-VALOR
           MOVE WK-REGRA-ACAO (WK-REGRA-MATCH) TO WK-AD-ACAO
           MOVE WK-CAD-NOME-OUT (1:30) TO WK-AD-NOME
           PERFORM 2246-CONSULTAR-CARTEIRA

           MOVE WK-ACAO-DETALHE TO FL-ARQ-ACOES
           WRITE FL-ARQ-ACOES AFTER ADVANCING 1 LINE
           .
       2245-GRAVAR-ACAO-PROPOSTA-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     COBRADOR RESPONSAVEL PELO CNPJ (CARTEIRA DE CBLX0027)
      *-----------------------------------------------------------------
      *    SO O REGISTRO ATIVO VALE: CNPJ QUE FICOU SEM VENCIDO OU SEM
      *    COBRADOR ELEGIVEL NA ULTIMA ATRIBUICAO SAI SEM COBRADOR.
       2246-CONSULTAR-CARTEIRA SECTION.
           MOVE SPACES TO WK-AD-COBR

           IF NOT CARTEIRA-ATIVO
               GO TO 2246-CONSULTAR-CARTEIRA-EXIT
           END-IF

           MOVE ARQ-S-CNPJ TO CAR-CNPJ
           READ ARQ-CARTEIRA
               INVALID KEY
                   ADD 1 TO WK-CONT-SEM-COBRADOR
                   GO TO 2246-CONSULTAR-CARTEIRA-EXIT
           END-READ

           IF CAR-EM-CARTEIRA
               MOVE CAR-COBRADOR TO WK-AD-COBR
           ELSE
               ADD 1 TO WK-CONT-SEM-COBRADOR
           END-IF
           .
       2246-CONSULTAR-CARTEIRA-EXIT.
           EXIT.

       2247-BUSCAR-ACAO-RESUMO SECTION.
           IF WK-ACRES-ACAO (WK-ACAO-IX) EQUAL
      *        GUARDA A SITUACAO MAIS GRAVE DO CNPJ PARA O SNAPSHOT
               MOVE ARQ-S2-SIT TO WK-GRAV-SIT-IN
               PERFORM 2320-GRAVIDADE-SITUACAO
               IF S2-EM-DISPUTA
                   IF WK-GRAV-RANK > WK-RESUMO-GRAV-DSP
                       MOVE WK-GRAV-RANK TO WK-RESUMO-GRAV-DSP
                       MOVE ARQ-S2-SIT   TO WK-RESUMO-SIT-DSP
                   END-IF
               ELSE
                   ADD 1 TO WK-RESUMO-QTD-LIVRE
                   IF WK-GRAV-RANK > WK-RESUMO-GRAV-ATU
                       MOVE WK-GRAV-RANK TO WK-RESUMO-GRAV-ATU
                       MOVE ARQ-S2-SIT   TO WK-RESUMO-SIT-ATU
                   END-IF
               END-IF

               GO TO 2300-IMPRIMIR-RESUMO

           WRITE FL-ARQ-RESUMO AFTER ADVANCING 1 LINE

           IF WK-RESUMO-QTD-LIVRE EQUAL ZEROS
               MOVE WK-RESUMO-SIT-DSP TO WK-RESUMO-SIT-ATU
           END-IF

           MOVE WK-RESUMO-CNPJ-ANT TO SNAP-CNPJ
           MOVE WK-RESUMO-SIT-ATU  TO SNAP-SIT
           MOVE WK-RESUMO-VALOR    TO SNAP-VALOR

           MOVE ZEROS TO WK-RESUMO-QTDE WK-RESUMO-VALOR
           MOVE ZEROS TO WK-RESUMO-SIT-ATU WK-RESUMO-GRAV-ATU
           MOVE ZEROS TO WK-RESUMO-SIT-DSP WK-RESUMO-GRAV-DSP
           MOVE ZEROS TO WK-RESUMO-QTD-LIVRE
           .
       2310-GRAVAR-LINHA-RESUMO-EXIT.
           EXIT.
               END-IF
           END-IF.

           IF TITULOS-ATIVO
               CLOSE ARQ-TITULOS
               IF AS-STATUS-TIT NOT EQUAL ZEROS
                   DISPLAY 'ERRO AO FECHAR O CADASTRO DE TITULOS '
                            AS-STATUS-TIT
               END-IF
           END-IF.

           IF REGRAS-ATIVAS
               CLOSE ARQ-ACOES
               IF AS-STATUS-ACOES NOT EQUAL ZEROS
                        WK-CONT-SEM-CADASTRO
           END-IF.

           IF DISPUTAS-ATIVO
               CLOSE ARQ-DISPUTAS
               IF AS-STATUS-DSP NOT EQUAL ZEROS
                   DISPLAY 'ERRO AO FECHAR O CADASTRO DE DISPUTAS '
                            AS-STATUS-DSP
               END-IF
               DISPLAY 'TITULOS EM DISPUTA: ' WK-CONT-EM-DISPUTA
               DISPLAY 'ACOES SUSPENSAS POR DISPUTA: '
                        WK-CONT-DISP-ACAO
               DISPLAY 'TITULOS FORA DA REMESSA POR DISPUTA: '
                        WK-CONT-DISP-REMESSA
           END-IF.

           IF CARTEIRA-ATIVO
               CLOSE ARQ-CARTEIRA
               IF AS-STATUS-CAR NOT EQUAL ZEROS
                   DISPLAY 'ERRO AO FECHAR A CARTEIRA DE COBRANCA '
                            AS-STATUS-CAR
               END-IF
               DISPLAY 'ACOES SEM COBRADOR NA CARTEIRA: '
                        WK-CONT-SEM-COBRADOR
           END-IF.

           DISPLAY 'REGISTROS REJEITADOS (CNPJ INVALIDO): '
                    WK-CNPJ-REJEITADOS

