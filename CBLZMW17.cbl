       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLX0020.
      ******************************************************************
      * Author: Marcelo Wzorek Filho
      * Date: 15/10/2026
      * Purpose: Conciliacao do extrato bancario (CNAB 240, extrato
      *          de conta corrente, segmento E) com as liquidacoes em
      *          transito: cada credito do extrato e casado por data e
      *          valor com uma liquidacao ou parcial confirmada pelo
      *          banco no retorno (par LIQBANCO/MEMOLIQ de CBLX0010 no
      *          DD-CONTAB). Para cada casamento grava o par debito
      *          BANCO / credito TRANSITO no arquivo contabil (origem
      *          EXT) e relata os conciliados, os creditos do extrato
      *          sem evento e as liquidacoes ainda em transito ha mais
      *          de N dias. As liquidacoes nao conciliadas ficam no
      *          arquivo de transito (DD-TRANSITO, CBLTRN01) para o
      *          extrato dos dias seguintes
      * Updates:
      * 151026 - Marcelo - Create Program
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT ARQ-EXTRATO ASSIGN TO
           WK-PATH-EXTRATO
           FILE STATUS IS AS-STATUS-EXT.

       SELECT ARQ-CONTAB ASSIGN TO
           WK-PATH-CONTAB
           FILE STATUS IS AS-STATUS-CTB.

       SELECT ARQ-TRANSITO ASSIGN TO
           WK-PATH-TRANSITO
           FILE STATUS IS AS-STATUS-TRN.

       SELECT ARQ-RELEXT ASSIGN TO
           WK-PATH-RELEXT
           FILE STATUS IS AS-STATUS-REL.

       DATA DIVISION.
       FILE SECTION.

      *    EXTRATO DE CONTA CORRENTE CNAB 240 DO BANCO. SO O SEGMENTO E
      *    (TIPO DE REGISTRO 3) TRAZ LANCAMENTO; HEADERS, TRAILERS E O
      *    SALDO DOS LOTES SAO IGNORADOS. AS DATAS VEM DDMMAAAA E O
      *    VALOR COM 2 DECIMAIS; SO OS CREDITOS (TIPO C) SAO
      *    CONCILIADOS.
       FD ARQ-EXTRATO RECORDING MODE IS F BLOCK CONTAINS 0 RECORDS.
       01 FL-ARQ-EXTRATO                  PIC X(240).
       01 FILLER REDEFINES FL-ARQ-EXTRATO.
          05 EXT-BANCO        PIC 9(03).
          05 EXT-LOTE         PIC 9(04).
          05 EXT-TIPO-REG     PIC 9(01).
          05 EXT-SEQ          PIC 9(05).
          05 EXT-SEGMENTO     PIC X(01).
          05 FILLER           PIC X(03).
          05 FILLER           PIC X(15).
          05 FILLER           PIC X(20).
          05 EXT-AGENCIA      PIC 9(05).
          05 FILLER           PIC X(01).
          05 EXT-CONTA        PIC 9(12).
          05 FILLER           PIC X(02).
          05 FILLER           PIC X(30).
          05 FILLER           PIC X(06).
          05 EXT-NATUREZA     PIC X(03).
          05 FILLER           PIC X(22).
          05 FILLER           PIC X(01).
          05 EXT-DATA-CONTABIL PIC 9(08).
          05 EXT-DATA-LANC    PIC 9(08).
          05 EXT-VALOR        PIC 9(16)V99.
          05 EXT-TIPO-LANC    PIC X(01).
             88 EXT-CREDITO   VALUE 'C'.
             88 EXT-DEBITO    VALUE 'D'.
          05 EXT-CATEGORIA    PIC 9(03).
          05 EXT-COD-HIST     PIC X(04).
          05 EXT-HISTORICO    PIC X(25).
          05 EXT-NUM-DOC      PIC X(39).

       FD ARQ-CONTAB RECORDING MODE IS F.
       COPY CBLCTB01.

      *    LIQUIDACOES EM TRANSITO AINDA NAO CONCILIADAS - LIDO INTEIRO
      *    NA PARTIDA E REGRAVADO NO FINAL COM O QUE SOBROU.
       FD ARQ-TRANSITO RECORDING MODE IS F.
       COPY CBLTRN01.

       FD ARQ-RELEXT RECORDING MODE IS F.
       01 FL-ARQ-RELEXT PIC X(90).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *    NOMES DOS ARQUIVOS - PARAMETRIZAVEIS EM TEMPO DE EXECUCAO
      *    (assumem o path do ambiente de desenvolvimento original caso
      *    a variavel de ambiente / DD correspondente nao seja informada)
      *-----------------------------------------------------------------
       01 WK-PATH-EXTRATO PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício05\CBLZMW17-EXT.txt'.
       01 WK-PATH-CONTAB PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício05\CBLZMW14-CTB.txt'.
       01 WK-PATH-TRANSITO PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício05\CBLZMW17-TRN.txt'.
       01 WK-PATH-RELEXT PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício05\CBLZMW17-REL.txt'.

       01 AS-STATUS-EXT PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-CTB PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-TRN PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-REL PIC 9(02) VALUE ZEROS.

       01 WK-CABEC01 PIC X(90) VALUE ALL '='.

       01 WK-DATA-SYS.
           02 WK-YEAR-SYS  PIC 9(04) VALUE ZEROS.
           02 WK-MONTH-SYS PIC 9(02) VALUE ZEROS.
           02 WK-DAY-SYS   PIC 9(02) VALUE ZEROS.
       01 WK-DATA-SYS-NUM REDEFINES WK-DATA-SYS PIC 9(08).

      *-----------------------------------------------------------------
      *    PARAMETROS DA CONCILIACAO (AMBIENTE, DOIS DIGITOS):
      *    EXT-DIAS   = DIAS CORRIDOS EM TRANSITO A PARTIR DOS QUAIS A
      *                 LIQUIDACAO E RELATADA COMO PENDENTE (DEFAULT 07)
      *    EXT-JANELA = DIFERENCA MAXIMA EM DIAS ENTRE A DATA DO
      *                 CREDITO NO EXTRATO E A DATA DO RETORNO PARA O
      *                 CASAMENTO (DEFAULT 03)
      *    CTL-FORCAR=S LISTA NO RELATORIO OS CREDITOS DE DATAS DO
      *    EXTRATO JA CONCILIADAS (CONFERENCIA DE EXTRATO CORRIGIDO
      *    PELO BANCO) - SEM PAR CONTABIL E SEM BAIXA NO TRANSITO: OS
      *    ITENS QUE ELES CASARAM JA SAIRAM NA EXECUCAO ANTERIOR.
      *-----------------------------------------------------------------
       01 WK-DIAS-X       PIC X(02) VALUE SPACES.
       01 WK-DIAS-PENDENTE PIC 9(02) VALUE 07.
       01 WK-JANELA-X     PIC X(02) VALUE SPACES.
       01 WK-JANELA       PIC 9(02) VALUE 03.
       01 WK-CTL-FORCAR-X PIC X(01) VALUE 'N'.
           88 CTL-FORCADO VALUE 'S'.

      *    CONTROLE DE REEXECUCAO LIDO DO HEADER DO ARQUIVO DE TRANSITO
      *    E REGRAVADO NO FINAL COM AS DATAS DESTA EXECUCAO.
       01 WK-ULT-CONTAB   PIC 9(08) VALUE ZEROS.
       01 WK-ULT-EXTRATO  PIC 9(08) VALUE ZEROS.
       01 WK-NOVO-CONTAB  PIC 9(08) VALUE ZEROS.
       01 WK-NOVO-EXTRATO PIC 9(08) VALUE ZEROS.

      *-----------------------------------------------------------------
      *    LIQUIDACOES EM TRANSITO (ARQUIVO DE TRANSITO + AS DO DIA NO
      *    DD-CONTAB), NA ORDEM DE CHEGADA - A PRIMEIRA QUE CASA E A
      *    MAIS ANTIGA. SIT A=ABERTA C=CONCILIADA NESTA EXECUCAO.
      *-----------------------------------------------------------------
       01 WK-TRN-QTD PIC 9(04) VALUE ZEROS.
       01 WK-TAB-TRANSITO.
           05 WK-TRN-OCORR OCCURS 2000 TIMES.
               10 WK-TRN-DATA   PIC 9(08).
               10 WK-TRN-EVENTO PIC X(01).
               10 WK-TRN-CNPJ   PIC 9(14).
               10 WK-TRN-VALOR  PIC 9(13)V99.
               10 WK-TRN-SIT    PIC X(01).
       01 WK-TRN-IX  PIC 9(04) VALUE ZEROS.
       01 WK-TRN-IX2 PIC 9(04) VALUE ZEROS.
       01 WK-TRN-POS PIC 9(04) VALUE ZEROS.

      *    TRANSITO ILEGIVEL OU TABELA ESTOURADA: A CONCILIACAO NAO
      *    RODA. REGRAVAR O TRANSITO A PARTIR DA MEMORIA PERDERIA PARA
      *    SEMPRE OS ITENS QUE NAO FORAM LIDOS OU NAO COUBERAM, E O
      *    HEADER AVANCARIA A DATA CONTABIL SOBRE AS LIQUIDACOES QUE
      *    FICARAM DE FORA. O TRANSITO ANTERIOR FICA INTACTO NO DISCO
      *    E O DD-CONTAB DO DIA E RELIDO NA REEXECUCAO. O MESMO VALE
      *    SE O DD-CONTAB NAO ABRE PARA A GRAVACAO DOS PARES.
       01 WK-TRN-ABORTA PIC X(01) VALUE 'N'.
           88 TRN-ABORTADO VALUE 'S'.

      *-----------------------------------------------------------------
      *    CREDITOS DO EXTRATO SEM EVENTO - GUARDADOS PARA A SECAO
      *    IMPRESSA DEPOIS DOS CONCILIADOS. TABELA CHEIA NAO PERDE O
      *    CONTADOR NEM O TOTAL, SO A LINHA DA SECAO.
      *-----------------------------------------------------------------
       01 WK-SEM-QTD PIC 9(03) VALUE ZEROS.
       01 WK-TAB-SEM-EVENTO.
           05 WK-SEM-OCORR OCCURS 500 TIMES.
               10 WK-SEM-DATA  PIC 9(08).
               10 WK-SEM-VALOR PIC 9(16)V99.
               10 WK-SEM-HIST  PIC X(25).
       01 WK-SEM-IX PIC 9(03) VALUE ZEROS.

      *    DATA DO LANCAMENTO NO EXTRATO (DDMMAAAA NO CNAB) CONVERTIDA
      *    PARA AAAAMMDD, COMO TODAS AS DATAS DO SISTEMA.
       01 WK-EXT-DATA.
           02 WK-EXT-DATA-DIA PIC 9(02).
           02 WK-EXT-DATA-MES PIC 9(02).
           02 WK-EXT-DATA-ANO PIC 9(04).
       01 WK-EXT-DATA-NUM REDEFINES WK-EXT-DATA PIC 9(08).
       01 WK-EXT-DATA-LANC.
           02 WK-EXT-LANC-ANO PIC 9(04).
           02 WK-EXT-LANC-MES PIC 9(02).
           02 WK-EXT-LANC-DIA PIC 9(02).
       01 WK-EXT-LANC-NUM REDEFINES WK-EXT-DATA-LANC PIC 9(08).

       01 WK-DIAS-DIF    PIC S9(05) VALUE ZEROS.
       01 WK-DIAS-IDADE  PIC S9(05) VALUE ZEROS.
       01 WK-LOTE-DATA   PIC 9(08) VALUE ZEROS.
       01 WK-LOTE-SOMA   PIC 9(16)V99 VALUE ZEROS.
       01 WK-LOTE-ITENS  PIC 9(04) VALUE ZEROS.

      *-----------------------------------------------------------------
      *    LANCAMENTO CONTABIL DO CASAMENTO CORRENTE (PAR BANCO /
      *    TRANSITO GRAVADO POR 2910) E TOTAIS DO LOTE PARA O TRAILER.
      *-----------------------------------------------------------------
       01 WK-CONTAB-ATIVO PIC X(01) VALUE 'N'.
           88 CONTAB-ATIVO VALUE 'S'.

       01 WK-CTB-VALOR-EVT PIC 9(13)V99 VALUE ZEROS.
       01 WK-CTB-QTD-REG   PIC 9(07) VALUE ZEROS.
       01 WK-CTB-TOT-DEB   PIC 9(15)V99 VALUE ZEROS.
       01 WK-CTB-TOT-CRD   PIC 9(15)V99 VALUE ZEROS.

       01 WK-CONT-LIDOS        PIC 9(07) VALUE ZEROS.
       01 WK-CONT-CREDITOS     PIC 9(07) VALUE ZEROS.
       01 WK-CONT-DEBITOS      PIC 9(07) VALUE ZEROS.
       01 WK-CONT-JA-CONCIL    PIC 9(07) VALUE ZEROS.
       01 WK-CONT-DATA-INVAL   PIC 9(07) VALUE ZEROS.
       01 WK-CONT-CONCILIADOS  PIC 9(07) VALUE ZEROS.
       01 WK-VALOR-CONCILIADO  PIC 9(16)V99 VALUE ZEROS.
       01 WK-CONT-CONC-LOTE    PIC 9(07) VALUE ZEROS.
       01 WK-CONT-SEM-EVENTO   PIC 9(07) VALUE ZEROS.
       01 WK-VALOR-SEM-EVENTO  PIC 9(16)V99 VALUE ZEROS.
       01 WK-CONT-ITENS-CONC   PIC 9(07) VALUE ZEROS.
       01 WK-CONT-CTB-LIDOS    PIC 9(07) VALUE ZEROS.
       01 WK-CONT-CARREGADOS   PIC 9(07) VALUE ZEROS.
       01 WK-CONT-TAB-CHEIA    PIC 9(07) VALUE ZEROS.
       01 WK-CONT-EM-TRANSITO  PIC 9(07) VALUE ZEROS.
       01 WK-VALOR-EM-TRANSITO PIC 9(15)V99 VALUE ZEROS.
       01 WK-CONT-PENDENTES    PIC 9(07) VALUE ZEROS.
       01 WK-VALOR-PENDENTE    PIC 9(15)V99 VALUE ZEROS.

       01 WK-LINHA-CONC.
           02 WK-LC-DATA-EXT PIC 9(08).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 WK-LC-CNPJ     PIC 9(14).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 WK-LC-DATA-RET PIC 9(08).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 WK-LC-EVENTO   PIC X(01).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 WK-LC-VALOR    PIC ZZZZZZZZZZZ99V99.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 WK-LC-RESULT   PIC X(15).
           02 FILLER         PIC X(18) VALUE SPACES.

       01 WK-LINHA-SEM.
           02 WK-LSE-DATA    PIC 9(08).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 WK-LSE-VALOR   PIC ZZZZZZZZZZZZZZ99V99.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 WK-LSE-HIST    PIC X(25).
           02 FILLER         PIC X(35) VALUE SPACES.

       01 WK-LINHA-PEND.
           02 WK-LP-DATA     PIC 9(08).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 WK-LP-CNPJ     PIC 9(14).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 WK-LP-EVENTO   PIC X(01).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 WK-LP-VALOR    PIC ZZZZZZZZZZZ99V99.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 WK-LP-DIAS     PIC ZZZZ9.
           02 FILLER         PIC X(05) VALUE ' DIAS'.
           02 FILLER         PIC X(32) VALUE SPACES.

       01 WK-REL-TOTAL.
           02 WK-TOT-LABEL PIC X(35).
           02 WK-TOT-QTDE  PIC ZZZZZZ9.
           02 FILLER       PIC X(03) VALUE SPACES.
           02 WK-TOT-VALOR PIC ZZZZZZZZZZZZZZ99V99.
           02 FILLER       PIC X(26) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 1000-INICIALIZAR.
           PERFORM 3000-FINALIZAR.
      *-----------------------------------------------------------------
      *     INCIALIZACAO DO PROGRAMA
      *-----------------------------------------------------------------
       1000-INICIALIZAR SECTION.
           ACCEPT WK-DATA-SYS FROM DATE YYYYMMDD

           PERFORM 1150-OBTER-PARAMETROS-ARQUIVO

           OPEN INPUT ARQ-EXTRATO.
           IF AS-STATUS-EXT NOT EQUAL ZEROS
               DISPLAY 'ERRO DE ABERTURA DO EXTRATO BANCARIO '
                        AS-STATUS-EXT
               GO TO 1000-INICIALIZAR-EXIT
           END-IF

           PERFORM 1100-CARREGAR-TRANSITO
           IF NOT TRN-ABORTADO
               PERFORM 1200-CARREGAR-CONTAB
           END-IF

           IF TRN-ABORTADO
               DISPLAY 'CONCILIACAO NAO EXECUTADA - ARQUIVO DE '
                       'TRANSITO MANTIDO SEM ALTERACAO'
               CLOSE ARQ-EXTRATO
               GO TO 1000-INICIALIZAR-EXIT
           END-IF

           OPEN OUTPUT ARQ-RELEXT
           IF AS-STATUS-REL NOT EQUAL ZEROS
               DISPLAY 'ERRO DE ABERTURA DO RELATORIO DE CONCILIACAO '
                        AS-STATUS-REL
           END-IF

      *    SEM O ARQUIVO CONTABIL O PAR BANCO/TRANSITO NAO SERIA
      *    GRAVADO E OS ITENS CASADOS SAIRIAM DO TRANSITO ASSIM MESMO.
           PERFORM 1160-ABRIR-CONTAB
           IF TRN-ABORTADO
               DISPLAY 'CONCILIACAO NAO EXECUTADA - ARQUIVO DE '
                       'TRANSITO MANTIDO SEM ALTERACAO'
               CLOSE ARQ-EXTRATO
               CLOSE ARQ-RELEXT
               GO TO 1000-INICIALIZAR-EXIT
           END-IF

           PERFORM 1300-IMPRIMIR-CABECALHO

           PERFORM 2000-PROCESSAR

           PERFORM 2400-IMPRIMIR-SEM-EVENTO
           PERFORM 2500-IMPRIMIR-PENDENTES
           PERFORM 2300-IMPRIMIR-TOTAIS
           PERFORM 2600-REGRAVAR-TRANSITO

           IF CONTAB-ATIVO
               PERFORM 2920-FECHAR-CONTAB
           END-IF

           CLOSE ARQ-EXTRATO
           IF AS-STATUS-EXT NOT EQUAL ZEROS
               DISPLAY 'ERRO AO FECHAR O EXTRATO BANCARIO '
                        AS-STATUS-EXT
           END-IF

           CLOSE ARQ-RELEXT
           IF AS-STATUS-REL NOT EQUAL ZEROS
               DISPLAY 'ERRO AO FECHAR O RELATORIO DE CONCILIACAO '
                        AS-STATUS-REL
           END-IF
           .
       1000-INICIALIZAR-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     CARREGAR AS LIQUIDACOES EM TRANSITO DOS DIAS ANTERIORES
      *-----------------------------------------------------------------
      *    NA PRIMEIRA EXECUCAO O ARQUIVO AINDA NAO EXISTE (STATUS 35):
      *    NADA EM TRANSITO E NENHUMA DATA CONCILIADA AINDA.
       1100-CARREGAR-TRANSITO SECTION.
           OPEN INPUT ARQ-TRANSITO
           IF AS-STATUS-TRN EQUAL 35
               GO TO 1100-CARREGAR-TRANSITO-EXIT
           END-IF
           IF AS-STATUS-TRN NOT EQUAL ZEROS
               DISPLAY 'ERRO DE ABERTURA DO ARQUIVO DE TRANSITO '
                        AS-STATUS-TRN
               MOVE 'S' TO WK-TRN-ABORTA
               GO TO 1100-CARREGAR-TRANSITO-EXIT
           END-IF

           PERFORM 1110-LER-TRANSITO

           CLOSE ARQ-TRANSITO
           IF AS-STATUS-TRN NOT EQUAL ZEROS
               DISPLAY 'ERRO AO FECHAR O ARQUIVO DE TRANSITO '
                        AS-STATUS-TRN
           END-IF
           .
       1100-CARREGAR-TRANSITO-EXIT.
           EXIT.

       1110-LER-TRANSITO SECTION.
           READ ARQ-TRANSITO AT END
                GO TO 1110-LER-TRANSITO-EXIT.

           IF TRN-HEADER
               MOVE TRN-ULT-CONTAB  TO WK-ULT-CONTAB
               MOVE TRN-ULT-EXTRATO TO WK-ULT-EXTRATO
               GO TO 1110-LER-TRANSITO
           END-IF

           IF NOT TRN-DETALHE
               DISPLAY 'TIPO DE REGISTRO DESCONHECIDO NO TRANSITO '
                       TRN-TIPO-REG
               GO TO 1110-LER-TRANSITO
           END-IF

           IF WK-TRN-QTD < 2000
               ADD 1 TO WK-TRN-QTD
               MOVE TRN-DATA   TO WK-TRN-DATA (WK-TRN-QTD)
               MOVE TRN-EVENTO TO WK-TRN-EVENTO (WK-TRN-QTD)
               MOVE TRN-CNPJ   TO WK-TRN-CNPJ (WK-TRN-QTD)
               MOVE TRN-VALOR  TO WK-TRN-VALOR (WK-TRN-QTD)
               MOVE 'A'        TO WK-TRN-SIT (WK-TRN-QTD)
           ELSE
               DISPLAY 'TABELA DE TRANSITO CHEIA NO ITEM '
                        TRN-CNPJ ' ' TRN-DATA
               ADD 1 TO WK-CONT-TAB-CHEIA
               MOVE 'S' TO WK-TRN-ABORTA
               GO TO 1110-LER-TRANSITO-EXIT
           END-IF
           GO TO 1110-LER-TRANSITO
           .
       1110-LER-TRANSITO-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     CARREGAR AS LIQUIDACOES CONFIRMADAS DO DIA (DD-CONTAB)
      *-----------------------------------------------------------------
      *    SO O LADO DEBITO DO PAR DE MEMORIA DE CBLX0010 (CONTA
      *    LIQBANCO, EVENTOS L E P) - UM REGISTRO POR LIQUIDACAO, COM O
      *    VALOR QUE O BANCO DISSE TER RECEBIDO. DATAS CONTABEIS JA
      *    CARREGADAS NUMA EXECUCAO ANTERIOR SAO PULADAS.
       1200-CARREGAR-CONTAB SECTION.
           MOVE WK-ULT-CONTAB TO WK-NOVO-CONTAB

           OPEN INPUT ARQ-CONTAB
           IF AS-STATUS-CTB EQUAL 35
               DISPLAY 'ARQUIVO CONTABIL INEXISTENTE - NENHUMA '
                       'LIQUIDACAO NOVA EM TRANSITO'
               GO TO 1200-CARREGAR-CONTAB-EXIT
           END-IF
           IF AS-STATUS-CTB NOT EQUAL ZEROS
               DISPLAY 'ERRO DE ABERTURA DO ARQUIVO CONTABIL '
                        AS-STATUS-CTB
               GO TO 1200-CARREGAR-CONTAB-EXIT
           END-IF

           PERFORM 1210-LER-CONTAB

           CLOSE ARQ-CONTAB
           IF AS-STATUS-CTB NOT EQUAL ZEROS
               DISPLAY 'ERRO AO FECHAR O ARQUIVO CONTABIL '
                        AS-STATUS-CTB
           END-IF
           .
       1200-CARREGAR-CONTAB-EXIT.
           EXIT.

       1210-LER-CONTAB SECTION.
           READ ARQ-CONTAB AT END
                GO TO 1210-LER-CONTAB-EXIT.

           ADD 1 TO WK-CONT-CTB-LIDOS

           IF NOT CTB-DETALHE
               GO TO 1210-LER-CONTAB
           END-IF

           IF CTB-ORIGEM NOT EQUAL 'RET'
                   OR CTB-DC NOT EQUAL 'D'
                   OR CTB-CONTA NOT EQUAL 'LIQBANCO'
               GO TO 1210-LER-CONTAB
           END-IF

           IF CTB-DATA NOT > WK-ULT-CONTAB
               GO TO 1210-LER-CONTAB
           END-IF

           IF CTB-DATA > WK-NOVO-CONTAB
               MOVE CTB-DATA TO WK-NOVO-CONTAB
           END-IF

           IF WK-TRN-QTD < 2000
               ADD 1 TO WK-TRN-QTD
               ADD 1 TO WK-CONT-CARREGADOS
               MOVE CTB-DATA   TO WK-TRN-DATA (WK-TRN-QTD)
               MOVE CTB-EVENTO TO WK-TRN-EVENTO (WK-TRN-QTD)
               MOVE CTB-CNPJ   TO WK-TRN-CNPJ (WK-TRN-QTD)
               MOVE CTB-VALOR  TO WK-TRN-VALOR (WK-TRN-QTD)
               MOVE 'A'        TO WK-TRN-SIT (WK-TRN-QTD)
           ELSE
               DISPLAY 'TABELA DE TRANSITO CHEIA NO ITEM '
                        CTB-CNPJ ' ' CTB-DATA
               ADD 1 TO WK-CONT-TAB-CHEIA
               MOVE 'S' TO WK-TRN-ABORTA
               MOVE WK-ULT-CONTAB TO WK-NOVO-CONTAB
               GO TO 1210-LER-CONTAB-EXIT
           END-IF
           GO TO 1210-LER-CONTAB
           .
       1210-LER-CONTAB-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     OBTER NOMES DOS ARQUIVOS INFORMADOS PELA OPERACAO
      *     (variaveis de ambiente ao estilo DD do JCL; mantem o
      *     default se nao informadas) E OS PARAMETROS DA CONCILIACAO
      *-----------------------------------------------------------------
       1150-OBTER-PARAMETROS-ARQUIVO SECTION.
           ACCEPT WK-PATH-EXTRATO FROM ENVIRONMENT 'DD-EXTRATO'
           ON EXCEPTION
               CONTINUE
           END-ACCEPT

           ACCEPT WK-PATH-CONTAB FROM ENVIRONMENT 'DD-CONTAB'
           ON EXCEPTION
               CONTINUE
           END-ACCEPT

           ACCEPT WK-PATH-TRANSITO FROM ENVIRONMENT 'DD-TRANSITO'
           ON EXCEPTION
               CONTINUE
           END-ACCEPT

           ACCEPT WK-PATH-RELEXT FROM ENVIRONMENT 'DD-RELEXT'
           ON EXCEPTION
               CONTINUE
           END-ACCEPT

           ACCEPT WK-CTL-FORCAR-X FROM ENVIRONMENT 'CTL-FORCAR'
           ON EXCEPTION
               CONTINUE
           END-ACCEPT

           ACCEPT WK-DIAS-X FROM ENVIRONMENT 'EXT-DIAS'
           ON EXCEPTION
               CONTINUE
           END-ACCEPT

           IF WK-DIAS-X NUMERIC
               MOVE WK-DIAS-X TO WK-DIAS-PENDENTE
           END-IF

           ACCEPT WK-JANELA-X FROM ENVIRONMENT 'EXT-JANELA'
           ON EXCEPTION
               CONTINUE
           END-ACCEPT

           IF WK-JANELA-X NUMERIC
               MOVE WK-JANELA-X TO WK-JANELA
           END-IF
           .
       1150-OBTER-PARAMETROS-ARQUIVO-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     ABRIR O ARQUIVO CONTABIL PARA O LOTE DA CONCILIACAO
      *-----------------------------------------------------------------
      *    ABERTO EM EXTEND DEPOIS DA CARGA: O LOTE EXT ENTRA NO MESMO
      *    ARQUIVO DO DIA, DEPOIS DOS LOTES DE CBLX0010 E CBLX0009.
       1160-ABRIR-CONTAB SECTION.
           OPEN EXTEND ARQ-CONTAB
           IF AS-STATUS-CTB EQUAL 35
               OPEN OUTPUT ARQ-CONTAB
           END-IF
           IF AS-STATUS-CTB NOT EQUAL ZEROS
               DISPLAY 'ERRO DE ABERTURA DO ARQUIVO CONTABIL '
                        AS-STATUS-CTB
               MOVE 'S' TO WK-TRN-ABORTA
               GO TO 1160-ABRIR-CONTAB-EXIT
           END-IF

           MOVE 'S' TO WK-CONTAB-ATIVO
           .
       1160-ABRIR-CONTAB-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     CABECALHO DO RELATORIO DE CONCILIACAO
      *-----------------------------------------------------------------
       1300-IMPRIMIR-CABECALHO SECTION.
           MOVE WK-CABEC01 TO FL-ARQ-RELEXT
           WRITE FL-ARQ-RELEXT.

           MOVE 'CONCILIACAO DO EXTRATO BANCARIO X LIQUIDACOES' TO
                FL-ARQ-RELEXT
           MOVE 'EM TRANSITO' TO FL-ARQ-RELEXT (47:11)
           WRITE FL-ARQ-RELEXT AFTER ADVANCING 1 LINE.

           MOVE WK-CABEC01 TO FL-ARQ-RELEXT
           WRITE FL-ARQ-RELEXT AFTER ADVANCING 1 LINE.

           MOVE 'CREDITOS CONCILIADOS (EXTRATO/CNPJ/RETORNO/' TO
                FL-ARQ-RELEXT
           MOVE 'EVENTO/VALOR):' TO FL-ARQ-RELEXT (44:14)
           WRITE FL-ARQ-RELEXT AFTER ADVANCING 1 LINE.
           .
       1300-IMPRIMIR-CABECALHO-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     PROCESSAMENTO DOS LANCAMENTOS DO EXTRATO
      *-----------------------------------------------------------------
       2000-PROCESSAR SECTION.
           READ ARQ-EXTRATO AT END
                GO TO 2000-PROCESSAR-EXIT.

           ADD 1 TO WK-CONT-LIDOS

           IF EXT-TIPO-REG NOT EQUAL 3 OR EXT-SEGMENTO NOT EQUAL 'E'
               GO TO 2000-PROCESSAR
           END-IF

           IF NOT EXT-CREDITO
               ADD 1 TO WK-CONT-DEBITOS
               GO TO 2000-PROCESSAR
           END-IF

           ADD 1 TO WK-CONT-CREDITOS

      *    A DATA DO LANCAMENTO VEM DDMMAAAA; DATA FORA DE CALENDARIO
      *    NAO PODE IR PARA FUNCTION INTEGER-OF-DATE - O CREDITO VAI
      *    PARA OS SEM EVENTO E O FINANCEIRO TRATA NA MAO.
           MOVE EXT-DATA-LANC   TO WK-EXT-DATA-NUM
           MOVE WK-EXT-DATA-ANO TO WK-EXT-LANC-ANO
           MOVE WK-EXT-DATA-MES TO WK-EXT-LANC-MES
           MOVE WK-EXT-DATA-DIA TO WK-EXT-LANC-DIA

           IF EXT-DATA-LANC NOT NUMERIC
                   OR WK-EXT-LANC-ANO < 1601
                   OR WK-EXT-LANC-MES < 01 OR WK-EXT-LANC-MES > 12
                   OR WK-EXT-LANC-DIA < 01 OR WK-EXT-LANC-DIA > 31
               ADD 1 TO WK-CONT-DATA-INVAL
               PERFORM 2200-GUARDAR-SEM-EVENTO
               GO TO 2000-PROCESSAR
           END-IF

      *    DATA DO EXTRATO JA CONCILIADA NUMA EXECUCAO ANTERIOR: O PAR
      *    CONTABIL DELA JA FOI GRAVADO E NAO E CASADA DE NOVO. COM
      *    CTL-FORCAR=S O CREDITO SO E LISTADO NO RELATORIO.
           IF WK-EXT-LANC-NUM NOT > WK-ULT-EXTRATO
               ADD 1 TO WK-CONT-JA-CONCIL
               IF CTL-FORCADO
                   PERFORM 2160-LISTAR-JA-CONCILIADO
               END-IF
               GO TO 2000-PROCESSAR
           END-IF

           IF WK-EXT-LANC-NUM > WK-NOVO-EXTRATO
               MOVE WK-EXT-LANC-NUM TO WK-NOVO-EXTRATO
           END-IF

           PERFORM 2100-CONCILIAR-CREDITO
           GO TO 2000-PROCESSAR
           .
       2000-PROCESSAR-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     CASAR UM CREDITO DO EXTRATO COM AS LIQUIDACOES EM TRANSITO
      *-----------------------------------------------------------------
      *    PRIMEIRO UMA LIQUIDACAO DE MESMO VALOR DENTRO DA JANELA DE
      *    DATAS (A MAIS ANTIGA). SE NAO HOUVER, O BANCO PODE TER
      *    CREDITADO A COBRANCA DO DIA NUM UNICO LANCAMENTO: CASA COM
      *    TODAS AS LIQUIDACOES ABERTAS DE UMA MESMA DATA DE RETORNO
      *    QUANDO A SOMA DELAS E O VALOR DO CREDITO.
       2100-CONCILIAR-CREDITO SECTION.
           MOVE ZEROS TO WK-TRN-POS
           PERFORM 2110-BUSCAR-ITEM
               VARYING WK-TRN-IX FROM 1 BY 1
               UNTIL WK-TRN-IX > WK-TRN-QTD
                  OR WK-TRN-POS NOT EQUAL ZEROS

           IF WK-TRN-POS NOT EQUAL ZEROS
               ADD 1 TO WK-CONT-CONCILIADOS
               ADD EXT-VALOR TO WK-VALOR-CONCILIADO
               MOVE 'CONCILIADO' TO WK-LC-RESULT
               PERFORM 2150-BAIXAR-ITEM
               GO TO 2100-CONCILIAR-CREDITO-EXIT
           END-IF

           MOVE ZEROS TO WK-LOTE-DATA
           PERFORM 2120-BUSCAR-LOTE
               VARYING WK-TRN-IX FROM 1 BY 1
               UNTIL WK-TRN-IX > WK-TRN-QTD
                  OR WK-LOTE-DATA NOT EQUAL ZEROS

           IF WK-LOTE-DATA NOT EQUAL ZEROS
               ADD 1 TO WK-CONT-CONCILIADOS
               ADD 1 TO WK-CONT-CONC-LOTE
               ADD EXT-VALOR TO WK-VALOR-CONCILIADO
               MOVE 'CONCILIADO LOTE' TO WK-LC-RESULT
               PERFORM 2140-BAIXAR-LOTE
                   VARYING WK-TRN-POS FROM 1 BY 1
                   UNTIL WK-TRN-POS > WK-TRN-QTD
               GO TO 2100-CONCILIAR-CREDITO-EXIT
           END-IF

           PERFORM 2200-GUARDAR-SEM-EVENTO
           .
       2100-CONCILIAR-CREDITO-EXIT.
           EXIT.

       2110-BUSCAR-ITEM SECTION.
           IF WK-TRN-SIT (WK-TRN-IX) NOT EQUAL 'A'
                   OR WK-TRN-VALOR (WK-TRN-IX) NOT EQUAL EXT-VALOR
               GO TO 2110-BUSCAR-ITEM-EXIT
           END-IF

           COMPUTE WK-DIAS-DIF =
               FUNCTION INTEGER-OF-DATE (WK-EXT-LANC-NUM)
               - FUNCTION INTEGER-OF-DATE (WK-TRN-DATA (WK-TRN-IX))
           IF WK-DIAS-DIF < ZEROS
               MULTIPLY -1 BY WK-DIAS-DIF
           END-IF

           IF WK-DIAS-DIF NOT > WK-JANELA
               MOVE WK-TRN-IX TO WK-TRN-POS
           END-IF
           .
       2110-BUSCAR-ITEM-EXIT.
           EXIT.

      *    CANDIDATA E A DATA DE RETORNO DE CADA ITEM ABERTO DENTRO DA
      *    JANELA; SO CASA EM LOTE COM MAIS DE UM ITEM (UM ITEM SO JA
      *    TERIA CASADO EM 2110).
       2120-BUSCAR-LOTE SECTION.
           IF WK-TRN-SIT (WK-TRN-IX) NOT EQUAL 'A'
               GO TO 2120-BUSCAR-LOTE-EXIT
           END-IF

           COMPUTE WK-DIAS-DIF =
               FUNCTION INTEGER-OF-DATE (WK-EXT-LANC-NUM)
               - FUNCTION INTEGER-OF-DATE (WK-TRN-DATA (WK-TRN-IX))
           IF WK-DIAS-DIF < ZEROS
               MULTIPLY -1 BY WK-DIAS-DIF
           END-IF

           IF WK-DIAS-DIF > WK-JANELA
               GO TO 2120-BUSCAR-LOTE-EXIT
           END-IF

           MOVE ZEROS TO WK-LOTE-SOMA WK-LOTE-ITENS
           PERFORM 2125-SOMAR-DATA
               VARYING WK-TRN-IX2 FROM 1 BY 1
               UNTIL WK-TRN-IX2 > WK-TRN-QTD

           IF WK-LOTE-SOMA EQUAL EXT-VALOR AND WK-LOTE-ITENS > 1
               MOVE WK-TRN-DATA (WK-TRN-IX) TO WK-LOTE-DATA
           END-IF
           .
       2120-BUSCAR-LOTE-EXIT.
           EXIT.

       2125-SOMAR-DATA SECTION.
           IF WK-TRN-SIT (WK-TRN-IX2) EQUAL 'A'
                   AND WK-TRN-DATA (WK-TRN-IX2) EQUAL
                       WK-TRN-DATA (WK-TRN-IX)
               ADD WK-TRN-VALOR (WK-TRN-IX2) TO WK-LOTE-SOMA
               ADD 1 TO WK-LOTE-ITENS
           END-IF
           .
       2125-SOMAR-DATA-EXIT.
           EXIT.

       2140-BAIXAR-LOTE SECTION.
           IF WK-TRN-SIT (WK-TRN-POS) EQUAL 'A'
                   AND WK-TRN-DATA (WK-TRN-POS) EQUAL WK-LOTE-DATA
               PERFORM 2150-BAIXAR-ITEM
           END-IF
           .
       2140-BAIXAR-LOTE-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     BAIXAR UM ITEM DO TRANSITO (PAR CONTABIL E RELATORIO)
      *-----------------------------------------------------------------
       2150-BAIXAR-ITEM SECTION.
           MOVE 'C' TO WK-TRN-SIT (WK-TRN-POS)
           ADD 1 TO WK-CONT-ITENS-CONC

           IF CONTAB-ATIVO
               MOVE WK-TRN-VALOR (WK-TRN-POS) TO WK-CTB-VALOR-EVT
               PERFORM 2910-GRAVAR-PAR-CONTABIL
           END-IF

           MOVE WK-EXT-LANC-NUM             TO WK-LC-DATA-EXT
           MOVE WK-TRN-CNPJ (WK-TRN-POS)    TO WK-LC-CNPJ
           MOVE WK-TRN-DATA (WK-TRN-POS)    TO WK-LC-DATA-RET
           MOVE WK-TRN-EVENTO (WK-TRN-POS)  TO WK-LC-EVENTO
           MOVE WK-TRN-VALOR (WK-TRN-POS)   TO WK-LC-VALOR

           MOVE WK-LINHA-CONC TO FL-ARQ-RELEXT
           WRITE FL-ARQ-RELEXT AFTER ADVANCING 1 LINE
           .
       2150-BAIXAR-ITEM-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     LISTAR UM CREDITO DE DATA JA CONCILIADA (CTL-FORCAR=S)
      *-----------------------------------------------------------------
       2160-LISTAR-JA-CONCILIADO SECTION.
           MOVE WK-EXT-LANC-NUM TO WK-LC-DATA-EXT
           MOVE ZEROS           TO WK-LC-CNPJ
           MOVE ZEROS           TO WK-LC-DATA-RET
           MOVE SPACES          TO WK-LC-EVENTO
           MOVE EXT-VALOR       TO WK-LC-VALOR
           MOVE 'JA CONCILIADO' TO WK-LC-RESULT

           MOVE WK-LINHA-CONC TO FL-ARQ-RELEXT
           WRITE FL-ARQ-RELEXT AFTER ADVANCING 1 LINE
           .
       2160-LISTAR-JA-CONCILIADO-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     GUARDAR CREDITO DO EXTRATO SEM LIQUIDACAO CORRESPONDENTE
      *-----------------------------------------------------------------
       2200-GUARDAR-SEM-EVENTO SECTION.
           ADD 1 TO WK-CONT-SEM-EVENTO
           ADD EXT-VALOR TO WK-VALOR-SEM-EVENTO

           IF WK-SEM-QTD < 500
               ADD 1 TO WK-SEM-QTD
               MOVE WK-EXT-LANC-NUM TO WK-SEM-DATA (WK-SEM-QTD)
               MOVE EXT-VALOR       TO WK-SEM-VALOR (WK-SEM-QTD)
               MOVE EXT-HISTORICO   TO WK-SEM-HIST (WK-SEM-QTD)
           ELSE
               DISPLAY 'TABELA DE SEM EVENTO CHEIA - LINHA DA SECAO '
                       'PERDIDA ' EXT-DATA-LANC ' ' EXT-VALOR
           END-IF
           .
       2200-GUARDAR-SEM-EVENTO-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     TOTAIS DA CONCILIACAO
      *-----------------------------------------------------------------
       2300-IMPRIMIR-TOTAIS SECTION.
           MOVE WK-CABEC01 TO FL-ARQ-RELEXT
           WRITE FL-ARQ-RELEXT AFTER ADVANCING 2 LINES

           MOVE 'CREDITOS CONCILIADOS'  TO WK-TOT-LABEL
           MOVE WK-CONT-CONCILIADOS     TO WK-TOT-QTDE
           MOVE WK-VALOR-CONCILIADO     TO WK-TOT-VALOR
           MOVE WK-REL-TOTAL TO FL-ARQ-RELEXT
           WRITE FL-ARQ-RELEXT AFTER ADVANCING 1 LINE

           MOVE 'CREDITOS SEM EVENTO'   TO WK-TOT-LABEL
           MOVE WK-CONT-SEM-EVENTO      TO WK-TOT-QTDE
           MOVE WK-VALOR-SEM-EVENTO     TO WK-TOT-VALOR
           MOVE WK-REL-TOTAL TO FL-ARQ-RELEXT
           WRITE FL-ARQ-RELEXT AFTER ADVANCING 1 LINE

           MOVE 'AINDA EM TRANSITO'     TO WK-TOT-LABEL
           MOVE WK-CONT-EM-TRANSITO     TO WK-TOT-QTDE
           MOVE WK-VALOR-EM-TRANSITO    TO WK-TOT-VALOR
           MOVE WK-REL-TOTAL TO FL-ARQ-RELEXT
           WRITE FL-ARQ-RELEXT AFTER ADVANCING 1 LINE

           MOVE 'EM TRANSITO ACIMA DO PRAZO' TO WK-TOT-LABEL
           MOVE WK-CONT-PENDENTES       TO WK-TOT-QTDE
           MOVE WK-VALOR-PENDENTE       TO WK-TOT-VALOR
           MOVE WK-REL-TOTAL TO FL-ARQ-RELEXT
           WRITE FL-ARQ-RELEXT AFTER ADVANCING 1 LINE
           .
       2300-IMPRIMIR-TOTAIS-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     CREDITOS DO EXTRATO SEM EVENTO
      *-----------------------------------------------------------------
       2400-IMPRIMIR-SEM-EVENTO SECTION.
           MOVE 'CREDITOS DO EXTRATO SEM LIQUIDACAO CORRESPONDENTE:'
                TO FL-ARQ-RELEXT
           WRITE FL-ARQ-RELEXT AFTER ADVANCING 2 LINES

           PERFORM 2450-IMPRIMIR-UM-SEM-EVENTO
               VARYING WK-SEM-IX FROM 1 BY 1
               UNTIL WK-SEM-IX > WK-SEM-QTD
           .
       2400-IMPRIMIR-SEM-EVENTO-EXIT.
           EXIT.

       2450-IMPRIMIR-UM-SEM-EVENTO SECTION.
           MOVE WK-SEM-DATA (WK-SEM-IX)  TO WK-LSE-DATA
           MOVE WK-SEM-VALOR (WK-SEM-IX) TO WK-LSE-VALOR
           MOVE WK-SEM-HIST (WK-SEM-IX)  TO WK-LSE-HIST

           MOVE WK-LINHA-SEM TO FL-ARQ-RELEXT
           WRITE FL-ARQ-RELEXT AFTER ADVANCING 1 LINE
           .
       2450-IMPRIMIR-UM-SEM-EVENTO-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     LIQUIDACOES EM TRANSITO HA MAIS DE EXT-DIAS DIAS
      *-----------------------------------------------------------------
       2500-IMPRIMIR-PENDENTES SECTION.
           MOVE 'LIQUIDACOES EM TRANSITO ACIMA DO PRAZO (RETORNO/CNPJ/'
                TO FL-ARQ-RELEXT
           MOVE 'EVENTO/VALOR/IDADE):' TO FL-ARQ-RELEXT (54:20)
           WRITE FL-ARQ-RELEXT AFTER ADVANCING 2 LINES

           PERFORM 2550-IMPRIMIR-UM-PENDENTE
               VARYING WK-TRN-IX FROM 1 BY 1
               UNTIL WK-TRN-IX > WK-TRN-QTD
           .
       2500-IMPRIMIR-PENDENTES-EXIT.
           EXIT.

       2550-IMPRIMIR-UM-PENDENTE SECTION.
           IF WK-TRN-SIT (WK-TRN-IX) NOT EQUAL 'A'
               GO TO 2550-IMPRIMIR-UM-PENDENTE-EXIT
           END-IF

           ADD 1 TO WK-CONT-EM-TRANSITO
           ADD WK-TRN-VALOR (WK-TRN-IX) TO WK-VALOR-EM-TRANSITO

           COMPUTE WK-DIAS-IDADE =
               FUNCTION INTEGER-OF-DATE (WK-DATA-SYS-NUM)
               - FUNCTION INTEGER-OF-DATE (WK-TRN-DATA (WK-TRN-IX))

           IF WK-DIAS-IDADE NOT > WK-DIAS-PENDENTE
               GO TO 2550-IMPRIMIR-UM-PENDENTE-EXIT
           END-IF

           ADD 1 TO WK-CONT-PENDENTES
           ADD WK-TRN-VALOR (WK-TRN-IX) TO WK-VALOR-PENDENTE

           MOVE WK-TRN-DATA (WK-TRN-IX)   TO WK-LP-DATA
           MOVE WK-TRN-CNPJ (WK-TRN-IX)   TO WK-LP-CNPJ
           MOVE WK-TRN-EVENTO (WK-TRN-IX) TO WK-LP-EVENTO
           MOVE WK-TRN-VALOR (WK-TRN-IX)  TO WK-LP-VALOR
           MOVE WK-DIAS-IDADE             TO WK-LP-DIAS

           MOVE WK-LINHA-PEND TO FL-ARQ-RELEXT
           WRITE FL-ARQ-RELEXT AFTER ADVANCING 1 LINE
           .
       2550-IMPRIMIR-UM-PENDENTE-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     REGRAVAR O ARQUIVO DE TRANSITO COM OS ITENS AINDA ABERTOS
      *-----------------------------------------------------------------
      *    O HEADER SAI COM AS MAIORES DATAS JA TRATADAS - A DO
      *    ARQUIVO ANTERIOR QUANDO NADA MAIS NOVO FOI LIDO HOJE.
       2600-REGRAVAR-TRANSITO SECTION.
           IF TRN-ABORTADO
               GO TO 2600-REGRAVAR-TRANSITO-EXIT
           END-IF

           OPEN OUTPUT ARQ-TRANSITO
           IF AS-STATUS-TRN NOT EQUAL ZEROS
               DISPLAY 'ERRO DE ABERTURA DO ARQUIVO DE TRANSITO PARA '
                       'GRAVACAO ' AS-STATUS-TRN
               GO TO 2600-REGRAVAR-TRANSITO-EXIT
           END-IF

           IF WK-NOVO-EXTRATO < WK-ULT-EXTRATO
               MOVE WK-ULT-EXTRATO TO WK-NOVO-EXTRATO
           END-IF

           MOVE SPACES          TO TRN-DADOS
           MOVE 'H'             TO TRN-TIPO-REG
           MOVE WK-NOVO-CONTAB  TO TRN-ULT-CONTAB
           MOVE WK-NOVO-EXTRATO TO TRN-ULT-EXTRATO
           WRITE FL-ARQ-TRANSITO

           PERFORM 2650-GRAVAR-UM-TRANSITO
               VARYING WK-TRN-IX FROM 1 BY 1
               UNTIL WK-TRN-IX > WK-TRN-QTD

           CLOSE ARQ-TRANSITO
           IF AS-STATUS-TRN NOT EQUAL ZEROS
               DISPLAY 'ERRO AO FECHAR O ARQUIVO DE TRANSITO '
                        AS-STATUS-TRN
           END-IF
           .
       2600-REGRAVAR-TRANSITO-EXIT.
           EXIT.

       2650-GRAVAR-UM-TRANSITO SECTION.
           IF WK-TRN-SIT (WK-TRN-IX) NOT EQUAL 'A'
               GO TO 2650-GRAVAR-UM-TRANSITO-EXIT
           END-IF

           MOVE SPACES                    TO TRN-DADOS
           MOVE 'D'                       TO TRN-TIPO-REG
           MOVE WK-TRN-DATA (WK-TRN-IX)   TO TRN-DATA
           MOVE WK-TRN-EVENTO (WK-TRN-IX) TO TRN-EVENTO
           MOVE WK-TRN-CNPJ (WK-TRN-IX)   TO TRN-CNPJ
           MOVE WK-TRN-VALOR (WK-TRN-IX)  TO TRN-VALOR
           WRITE FL-ARQ-TRANSITO
           .
       2650-GRAVAR-UM-TRANSITO-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     GRAVAR O PAR DEBITO BANCO / CREDITO TRANSITO DO ITEM
      *-----------------------------------------------------------------
      *    A DATA CONTABIL E A DO LANCAMENTO NO EXTRATO (O DIA EM QUE O
      *    DINHEIRO ENTROU NA CONTA); EVENTO C = CREDITO DO EXTRATO
      *    CONCILIADO. SEM SITUACAO (O MESTRE NAO E LIDO AQUI) E COM A
      *    FILIAL 000, COMO OS DEMAIS LOTES.
       2910-GRAVAR-PAR-CONTABIL SECTION.
           MOVE SPACES                     TO CTB-DADOS
           MOVE 'D'                        TO CTB-TIPO-REG
           MOVE WK-EXT-LANC-NUM            TO CTB-DATA
           MOVE 'EXT'                      TO CTB-ORIGEM
           MOVE 'C'                        TO CTB-EVENTO
           MOVE ZEROS                      TO CTB-SIT
           MOVE ZEROS                      TO CTB-FIL
           MOVE 'D'                        TO CTB-DC
           MOVE 'BANCO   '                 TO CTB-CONTA
           MOVE WK-CTB-VALOR-EVT           TO CTB-VALOR
           MOVE WK-TRN-CNPJ (WK-TRN-POS)   TO CTB-CNPJ
           WRITE FL-ARQ-CONTAB
           ADD 1 TO WK-CTB-QTD-REG
           ADD WK-CTB-VALOR-EVT TO WK-CTB-TOT-DEB

           MOVE 'C'                        TO CTB-DC
           MOVE 'TRANSITO'                 TO CTB-CONTA
           WRITE FL-ARQ-CONTAB
           ADD 1 TO WK-CTB-QTD-REG
           ADD WK-CTB-VALOR-EVT TO WK-CTB-TOT-CRD
           .
       2910-GRAVAR-PAR-CONTABIL-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     GRAVAR O TRAILER DO LOTE CONTABIL E FECHAR O ARQUIVO
      *-----------------------------------------------------------------
       2920-FECHAR-CONTAB SECTION.
           MOVE SPACES          TO CTB-DADOS
           MOVE 'T'             TO CTB-TIPO-REG
           MOVE WK-DATA-SYS-NUM TO CTB-TRL-DATA
           MOVE 'EXT'           TO CTB-TRL-ORIGEM
           MOVE WK-CTB-QTD-REG  TO CTB-TRL-QTD-REG
           MOVE WK-CTB-TOT-DEB  TO CTB-TRL-VALOR-DEB
           MOVE WK-CTB-TOT-CRD  TO CTB-TRL-VALOR-CRD
           WRITE FL-ARQ-CONTAB

           CLOSE ARQ-CONTAB
           IF AS-STATUS-CTB NOT EQUAL ZEROS
               DISPLAY 'ERRO AO FECHAR O ARQUIVO CONTABIL '
                        AS-STATUS-CTB
           END-IF

           DISPLAY 'LANCAMENTOS CONTABEIS GRAVADOS: ' WK-CTB-QTD-REG
           .
       2920-FECHAR-CONTAB-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     FINALIZAR PROGRAMA
      *-----------------------------------------------------------------
       3000-FINALIZAR SECTION.
           DISPLAY 'REGISTROS LIDOS DO EXTRATO:    ' WK-CONT-LIDOS
           DISPLAY 'CREDITOS NO EXTRATO:           ' WK-CONT-CREDITOS
           DISPLAY 'DEBITOS IGNORADOS:             ' WK-CONT-DEBITOS
           DISPLAY 'CREDITOS JA CONCILIADOS:       ' WK-CONT-JA-CONCIL
           DISPLAY 'CREDITOS CONCILIADOS:          '
                    WK-CONT-CONCILIADOS
           DISPLAY '  DOS QUAIS EM LOTE:           ' WK-CONT-CONC-LOTE
           DISPLAY 'CREDITOS SEM EVENTO:           ' WK-CONT-SEM-EVENTO
           DISPLAY '  DOS QUAIS COM DATA INVALIDA: '
                    WK-CONT-DATA-INVAL
           DISPLAY 'LIQUIDACOES CARREGADAS HOJE:   ' WK-CONT-CARREGADOS
           DISPLAY 'LIQUIDACOES CONCILIADAS:       '
                    WK-CONT-ITENS-CONC
           DISPLAY 'LIQUIDACOES AINDA EM TRANSITO: '
                    WK-CONT-EM-TRANSITO
           DISPLAY '  ACIMA DO PRAZO:              ' WK-CONT-PENDENTES

           IF WK-CONT-CREDITOS NOT EQUAL
                   WK-CONT-CONCILIADOS + WK-CONT-SEM-EVENTO
                                       + WK-CONT-JA-CONCIL
               DISPLAY 'ATENCAO - CREDITOS NAO BATEM COM TRATADOS'
           END-IF

           IF WK-CONT-TAB-CHEIA > ZEROS
               DISPLAY 'ATENCAO - TABELA DE TRANSITO CHEIA (2000 '
                       'ITENS) - AMPLIAR A TABELA E REEXECUTAR'
           END-IF

           IF TRN-ABORTADO
               DISPLAY 'ATENCAO - CONCILIACAO ABORTADA, NADA GRAVADO'
           END-IF

           IF WK-CONT-CREDITOS > ZEROS
                   AND WK-CONT-CREDITOS EQUAL WK-CONT-JA-CONCIL
               DISPLAY 'ATENCAO - EXTRATO JA CONCILIADO '
                       '(CTL-FORCAR=S LISTA NO RELATORIO)'
           END-IF

           DISPLAY 'Processo Concluido!'
           STOP RUN.
       3000-FINALIZAR-EXIT.
           EXIT.

       END PROGRAM CBLX0020.
