       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLX0021.
      ******************************************************************
      * Author: Marcelo Wzorek Filho
      * Date: 15/10/2026
      * Purpose: Fechamento mensal da provisao para devedores
      *          duvidosos (PDD): le o cadastro mestre (CBLZMW05-MST),
      *          classifica cada titulo em aberto na faixa de atraso
      *          (as mesmas de CBLX0008) na data de referencia do mes,
      *          aplica o percentual da tabela do financeiro por
      *          situacao e faixa, calcula a provisao por CNPJ e no
      *          total, compara com o saldo de PDD do ultimo mes
      *          fechado e grava a constituicao ou a reversao da
      *          diferenca no arquivo contabil (DD-CONTAB, CBLCTB01,
      *          origem PDD). Relatorio de fechamento por CNPJ, faixa,
      *          situacao e filial. O mes fechado fica gravado no
      *          arquivo de saldos e nao pode ser fechado de novo
      * Updates:
      * 151026 - Marcelo - Create Program
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT ARQ-MESTRE ASSIGN TO
           WK-PATH-MESTRE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS MST-CHAVE
           FILE STATUS IS AS-STATUS-MST.

       SELECT ARQ-PDDTAB ASSIGN TO
           WK-PATH-PDDTAB
           FILE STATUS IS AS-STATUS-TAB.

       SELECT ARQ-PDDSALDO ASSIGN TO
           WK-PATH-PDDSALDO
           FILE STATUS IS AS-STATUS-SLD.

       SELECT ARQ-CONTAB ASSIGN TO
           WK-PATH-CONTAB
           FILE STATUS IS AS-STATUS-CTB.

       SELECT ARQ-RELPDD ASSIGN TO
           WK-PATH-RELPDD
           FILE STATUS IS AS-STATUS-REL.

       SELECT ARQ-SITTAB ASSIGN TO
           WK-PATH-SITTAB
           FILE STATUS IS AS-STATUS-SITTAB.

       SELECT ARQ-FILIAIS ASSIGN TO
           WK-PATH-FILIAIS
           FILE STATUS IS AS-STATUS-FIL.

       SELECT ARQ-DEVFIL ASSIGN TO
           WK-PATH-DEVFIL
           FILE STATUS IS AS-STATUS-DEV.

       DATA DIVISION.
       FILE SECTION.

       FD ARQ-MESTRE.
       COPY CBLMST01.

      *    TABELA DE PERCENTUAIS DE PDD - MANTIDA PELO FINANCEIRO SEM
      *    RECOMPILACAO. UM REGISTRO POR SITUACAO COM O PERCENTUAL DE
      *    CADA FAIXA DE ATRASO (A VENCER, 01-30, 31-60, 61-90, ACIMA
      *    DE 90), 9(03)V99 SEM PONTO. A SITUACAO 00 E O PADRAO PARA
      *    AS SITUACOES QUE NAO TEM REGISTRO PROPRIO.
       FD ARQ-PDDTAB RECORDING MODE IS F.
       01 FL-ARQ-PDDTAB.
           02 PDT-SIT        PIC 9(02).
           02 PDT-PERC-FAIXA PIC 9(03)V99 OCCURS 5 TIMES.

      *    SALDOS DE PDD DOS MESES FECHADOS - UM REGISTRO POR MES,
      *    ACRESCENTADO EM EXTEND NO FINAL DO FECHAMENTO. O ULTIMO
      *    REGISTRO E O SALDO CONTABIL DA PROVISAO; UM MES QUE JA TEM
      *    REGISTRO ESTA CONGELADO (VER 1200-VERIFICAR-FECHAMENTO).
       FD ARQ-PDDSALDO RECORDING MODE IS F.
       01 FL-ARQ-PDDSALDO.
           02 PDS-MES        PIC 9(06).
           02 PDS-DATA-REF   PIC 9(08).
           02 PDS-DATA-FECH  PIC 9(08).
           02 PDS-QTD-CNPJ   PIC 9(07).
           02 PDS-SALDO-CART PIC 9(15)V99.
           02 PDS-SALDO-PDD  PIC 9(15)V99.
           02 PDS-VALOR-MOV  PIC 9(15)V99.
           02 PDS-TIPO-MOV   PIC X(01).
              88 PDS-CONSTITUICAO VALUE 'C'.
              88 PDS-REVERSAO     VALUE 'R'.

       FD ARQ-CONTAB RECORDING MODE IS F.
       COPY CBLCTB01.

       FD ARQ-RELPDD RECORDING MODE IS F.
       01 FL-ARQ-RELPDD PIC X(100).

      *    TABELA EXTERNA DE SITUACOES MANTIDA POR CBLX0012 - SO PARA A
      *    DESCRICAO NO RELATORIO; SEM ELA VALE A TABELA DE CBLSIT01.
       FD ARQ-SITTAB RECORDING MODE IS F.
       COPY CBLSIT02.

      *    LISTA DE FILIAIS DE CBLX0008 (DD-FILIAIS) E O EXTRATO DE
      *    DEVEDORES DE CADA FILIAL - O MESTRE NAO CARREGA A FILIAL DE
      *    ORIGEM, ENTAO E DESTES ARQUIVOS QUE SAI A FILIAL DO CNPJ.
       FD ARQ-FILIAIS RECORDING MODE IS F.
       01 FL-ARQ-FILIAIS.
           02 FILCTL-COD  PIC 9(03).
           02 FILCTL-PATH PIC X(100).

       FD ARQ-DEVFIL RECORDING MODE IS F BLOCK CONTAINS 0 RECORDS.
       01 FL-ARQ-DEVFIL.
           02 DEV-CNPJ  PIC 9(14).
           02 FILLER    PIC X(27).
       01 FILLER REDEFINES FL-ARQ-DEVFIL.
           02 DEV-TIPO-REG PIC X(01).
              88 DEV-REG-HEADER  VALUE 'H'.
              88 DEV-REG-TRAILER VALUE 'T'.
           02 FILLER       PIC X(40).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *    NOMES DOS ARQUIVOS - PARAMETRIZAVEIS EM TEMPO DE EXECUCAO
      *    (assumem o path do ambiente de desenvolvimento original caso
      *    a variavel de ambiente / DD correspondente nao seja informada)
      *-----------------------------------------------------------------
       01 WK-PATH-MESTRE PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício05\CBLZMW05-MST.dat'.
       01 WK-PATH-PDDTAB PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício05\CBLZMW18-PDD.txt'.
       01 WK-PATH-PDDSALDO PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício05\CBLZMW18-SLD.txt'.
       01 WK-PATH-CONTAB PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício05\CBLZMW14-CTB.txt'.
       01 WK-PATH-RELPDD PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício05\CBLZMW18-REL.txt'.
       01 WK-PATH-SITTAB PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício05\CBLZMW05-SIT.txt'.
      *    SEM DEFAULT: SEM A LISTA DE FILIAIS TODO CNPJ SAI NA FILIAL
      *    000 (VER 1400-CARREGAR-FILIAIS).
       01 WK-PATH-FILIAIS PIC X(100) VALUE SPACES.
       01 WK-PATH-DEVFIL  PIC X(100) VALUE SPACES.

       01 AS-STATUS-MST    PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-TAB    PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-SLD    PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-CTB    PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-REL    PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-SITTAB PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-FIL    PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-DEV    PIC 9(02) VALUE ZEROS.

       01 WK-CABEC01 PIC X(100) VALUE ALL '='.

       01 WK-DATA-SYS.
           02 WK-YEAR-SYS  PIC 9(04) VALUE ZEROS.
           02 WK-MONTH-SYS PIC 9(02) VALUE ZEROS.
           02 WK-DAY-SYS   PIC 9(02) VALUE ZEROS.
       01 WK-DATA-SYS-NUM REDEFINES WK-DATA-SYS PIC 9(08).

      *-----------------------------------------------------------------
      *    MES A FECHAR (PDD-MES NO AMBIENTE, AAAAMM). SEM O PARAMETRO
      *    E O MES ANTERIOR AO DA DATA DO SISTEMA - O FECHAMENTO RODA
      *    NOS PRIMEIROS DIAS DO MES SEGUINTE. A DATA DE REFERENCIA DO
      *    AGING E O ULTIMO DIA DO MES FECHADO.
      *-----------------------------------------------------------------
       01 WK-MES-X PIC X(06) VALUE SPACES.
       01 WK-MES-FECH.
           02 WK-MES-ANO PIC 9(04) VALUE ZEROS.
           02 WK-MES-MES PIC 9(02) VALUE ZEROS.
       01 WK-MES-FECH-NUM REDEFINES WK-MES-FECH PIC 9(06).
       01 WK-DATA-AUX.
           02 WK-AUX-ANO PIC 9(04) VALUE ZEROS.
           02 WK-AUX-MES PIC 9(02) VALUE ZEROS.
           02 WK-AUX-DIA PIC 9(02) VALUE ZEROS.
       01 WK-DATA-AUX-NUM REDEFINES WK-DATA-AUX PIC 9(08).
       01 WK-DATA-REF PIC 9(08) VALUE ZEROS.

      *    ULTIMO MES FECHADO ANTES DESTE (ARQUIVO DE SALDOS).
       01 WK-ANT-MES       PIC 9(06) VALUE ZEROS.
       01 WK-ANT-SALDO-PDD PIC 9(15)V99 VALUE ZEROS.

      *-----------------------------------------------------------------
      *    PERCENTUAIS DE PDD INDEXADOS PELO CODIGO DA SITUACAO, MAIS A
      *    LINHA PADRAO (SITUACAO 00). FAIXA 1 = A VENCER, 2 = 01-30,
      *    3 = 31-60, 4 = 61-90, 5 = ACIMA DE 90 DIAS.
      *-----------------------------------------------------------------
       01 WK-TAB-PERC.
           05 WK-PRC-OCORR OCCURS 99 TIMES.
               10 WK-PRC-CARREGADA PIC X(01).
               10 WK-PRC-FAIXA     PIC 9(03)V99 OCCURS 5 TIMES.
       01 WK-PRC-PADRAO.
           05 WK-PAD-CARREGADA PIC X(01) VALUE 'N'.
           05 WK-PAD-FAIXA     PIC 9(03)V99 OCCURS 5 TIMES.
       01 WK-PRC-QTD  PIC 9(03) VALUE ZEROS.
       01 WK-PRC-IX   PIC 9(02) VALUE ZEROS.
       01 WK-TAB-OK   PIC X(01) VALUE 'N'.
           88 TABELA-PDD-OK VALUE 'S'.

       01 WK-SIT-BAIXADO PIC 9(02) VALUE 06.

      *    SITUACOES (DESCRICAO PARA O RELATORIO) - CBLSIT01 E O
      *    FALLBACK QUANDO A TABELA EXTERNA NAO EXISTE.
       COPY CBLSIT01.
       01 WK-SIT-BUSCA PIC X(02) VALUE SPACES.
       01 WK-SIT-DESC  PIC X(15) VALUE SPACES.

      *-----------------------------------------------------------------
      *    FILIAL DE CADA CNPJ (CARREGADA DOS EXTRATOS DAS FILIAIS) E
      *    TOTAIS POR FILIAL. A LISTA DE CBLX0008 TEM ATE 30 FILIAIS;
      *    A OCORRENCIA A MAIS E A FILIAL 000 (CNPJ SEM FILIAL).
      *-----------------------------------------------------------------
       01 WK-MAP-QTD PIC 9(04) VALUE ZEROS.
       01 WK-TAB-MAPA.
           05 WK-MAP-OCORR OCCURS 5000 TIMES.
               10 WK-MAP-CNPJ PIC 9(14).
               10 WK-MAP-FIL  PIC 9(03).
       01 WK-MAP-IX  PIC 9(04) VALUE ZEROS.
       01 WK-MAP-POS PIC 9(04) VALUE ZEROS.
       01 WK-CONT-MAPA-CHEIO PIC 9(07) VALUE ZEROS.
       01 WK-FIL-ATUAL PIC 9(03) VALUE ZEROS.

       01 WK-FLA-QTD PIC 9(02) VALUE ZEROS.
       01 WK-TAB-FILIAIS.
           05 WK-FLA-OCORR OCCURS 31 TIMES.
               10 WK-FLA-COD   PIC 9(03).
               10 WK-FLA-CNPJS PIC 9(07).
               10 WK-FLA-SALDO PIC 9(15)V99.
               10 WK-FLA-PROV  PIC 9(15)V99.
       01 WK-FLA-IX  PIC 9(02) VALUE ZEROS.
       01 WK-FLA-POS PIC 9(02) VALUE ZEROS.

      *    TOTAIS POR FAIXA DE ATRASO E POR SITUACAO.
       01 WK-TAB-FAIXAS.
           05 WK-FXA-OCORR OCCURS 5 TIMES.
               10 WK-FXA-QTD   PIC 9(07).
               10 WK-FXA-SALDO PIC 9(15)V99.
               10 WK-FXA-PROV  PIC 9(15)V99.
       01 WK-TAB-ROTULOS.
           05 FILLER PIC X(16) VALUE 'A VENCER'.
           05 FILLER PIC X(16) VALUE '01 A 30 DIAS'.
           05 FILLER PIC X(16) VALUE '31 A 60 DIAS'.
           05 FILLER PIC X(16) VALUE '61 A 90 DIAS'.
           05 FILLER PIC X(16) VALUE 'ACIMA DE 90 DIAS'.
       01 WK-TAB-ROTULOS-R REDEFINES WK-TAB-ROTULOS.
           05 WK-FXA-ROTULO PIC X(16) OCCURS 5 TIMES.
       01 WK-FXA-IX PIC 9(01) VALUE ZEROS.

       01 WK-TAB-SITS.
           05 WK-STT-OCORR OCCURS 99 TIMES.
               10 WK-STT-QTD   PIC 9(07).
               10 WK-STT-SALDO PIC 9(15)V99.
               10 WK-STT-PROV  PIC 9(15)V99.
       01 WK-STT-IX  PIC 9(03) VALUE ZEROS.
       01 WK-STT-COD PIC 9(02) VALUE ZEROS.

      *    TITULO CORRENTE E QUEBRA POR CNPJ.
       01 WK-DIAS-ATRASO PIC S9(07) VALUE ZEROS.
       01 WK-FAIXA       PIC 9(01) VALUE ZEROS.
       01 WK-PERC        PIC 9(03)V99 VALUE ZEROS.
       01 WK-PROV-TIT    PIC 9(13)V99 VALUE ZEROS.

       01 WK-CNPJ-ANT    PIC 9(14) VALUE ZEROS.
       01 WK-CNPJ-TITS   PIC 9(05) VALUE ZEROS.
       01 WK-CNPJ-SALDO  PIC 9(15)V99 VALUE ZEROS.
       01 WK-CNPJ-PROV   PIC 9(15)V99 VALUE ZEROS.

       01 WK-TOT-SALDO   PIC 9(15)V99 VALUE ZEROS.
       01 WK-TOT-PROV    PIC 9(15)V99 VALUE ZEROS.
       01 WK-DIFERENCA   PIC S9(15)V99 VALUE ZEROS.
       01 WK-VALOR-MOV   PIC 9(15)V99 VALUE ZEROS.
       01 WK-TIPO-MOV    PIC X(01) VALUE SPACES.

       01 WK-CONT-LIDOS       PIC 9(07) VALUE ZEROS.
       01 WK-CONT-BAIXADOS    PIC 9(07) VALUE ZEROS.
       01 WK-CONT-ZERADOS     PIC 9(07) VALUE ZEROS.
       01 WK-CONT-PROVISIONAR PIC 9(07) VALUE ZEROS.
       01 WK-CONT-CNPJS       PIC 9(07) VALUE ZEROS.
       01 WK-CONT-CNPJ-PROV   PIC 9(07) VALUE ZEROS.
       01 WK-CONT-SEM-PERC    PIC 9(07) VALUE ZEROS.

      *    LANCAMENTO CONTABIL DO FECHAMENTO E TOTAIS DO LOTE.
       01 WK-CONTAB-OK PIC X(01) VALUE 'N'.
           88 CONTAB-GRAVADO VALUE 'S'.
       01 WK-CTB-EVENTO    PIC X(01) VALUE SPACES.
       01 WK-CTB-CONTA-DEB PIC X(08) VALUE SPACES.
       01 WK-CTB-CONTA-CRD PIC X(08) VALUE SPACES.
       01 WK-CTB-VALOR-EVT PIC 9(13)V99 VALUE ZEROS.
       01 WK-CTB-QTD-REG   PIC 9(07) VALUE ZEROS.
       01 WK-CTB-TOT-DEB   PIC 9(15)V99 VALUE ZEROS.
       01 WK-CTB-TOT-CRD   PIC 9(15)V99 VALUE ZEROS.

       01 WK-LINHA-CNPJ.
           02 WK-LCN-CNPJ  PIC 9(14).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 WK-LCN-FIL   PIC 9(03).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 WK-LCN-TITS  PIC ZZZZ9.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 WK-LCN-SALDO PIC ZZZZZZZZZZZZZ99V99.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 WK-LCN-PROV  PIC ZZZZZZZZZZZZZ99V99.
           02 FILLER       PIC X(36) VALUE SPACES.

       01 WK-LINHA-QUEBRA.
           02 WK-LQB-ROTULO PIC X(22).
           02 FILLER        PIC X(02) VALUE SPACES.
           02 WK-LQB-QTD    PIC ZZZZZZ9.
           02 FILLER        PIC X(02) VALUE SPACES.
           02 WK-LQB-SALDO  PIC ZZZZZZZZZZZZZ99V99.
           02 FILLER        PIC X(02) VALUE SPACES.
           02 WK-LQB-PROV   PIC ZZZZZZZZZZZZZ99V99.
           02 FILLER        PIC X(31) VALUE SPACES.

       01 WK-LINHA-SIT-ROT.
           02 WK-LSR-COD  PIC 9(02).
           02 FILLER      PIC X(01) VALUE SPACES.
           02 WK-LSR-DESC PIC X(15).
           02 FILLER      PIC X(04) VALUE SPACES.
       01 WK-LINHA-FIL-ROT.
           02 FILLER      PIC X(07) VALUE 'FILIAL '.
           02 WK-LFR-COD  PIC 9(03).
           02 FILLER      PIC X(12) VALUE SPACES.

       01 WK-LINHA-MOV.
           02 WK-LMV-ROTULO PIC X(40).
           02 WK-LMV-VALOR  PIC ZZZZZZZZZZZZZ99V99.
           02 FILLER        PIC X(43) VALUE SPACES.

       01 WK-LINHA-TITULO.
           02 FILLER      PIC X(34) VALUE
               'FECHAMENTO DA PDD - MES (AAAAMM): '.
           02 WK-LTI-MES  PIC 9(06).
           02 FILLER      PIC X(20) VALUE '   DATA REFERENCIA: '.
           02 WK-LTI-REF  PIC 9(08).
           02 FILLER      PIC X(32) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 1000-INICIALIZAR.
           PERFORM 3000-FINALIZAR.
      *-----------------------------------------------------------------
      *     INCIALIZACAO DO PROGRAMA
      *-----------------------------------------------------------------
       1000-INICIALIZAR SECTION.
           ACCEPT WK-DATA-SYS FROM DATE YYYYMMDD

      *    AS TABELAS DE ACUMULACAO PRECISAM NASCER ZERADAS: O PRIMEIRO
      *    ADD EM OCORRENCIA NAO INICIALIZADA E ABEND DE DADO DECIMAL.
           MOVE ZEROS TO WK-TAB-FAIXAS
           MOVE ZEROS TO WK-TAB-SITS
           MOVE ZEROS TO WK-TAB-FILIAIS
           MOVE ZEROS TO WK-TAB-MAPA

           PERFORM 1150-OBTER-PARAMETROS-ARQUIVO
           PERFORM 1100-DEFINIR-MES
           PERFORM 1200-VERIFICAR-FECHAMENTO

           PERFORM 1300-CARREGAR-PERCENTUAIS
           IF NOT TABELA-PDD-OK
               DISPLAY 'FECHAMENTO NAO EXECUTADO - SEM TABELA DE PDD'
               GO TO 1000-INICIALIZAR-EXIT
           END-IF

           PERFORM 1168-CARREGAR-SITUACOES
           PERFORM 1400-CARREGAR-FILIAIS

           OPEN INPUT ARQ-MESTRE
           IF AS-STATUS-MST NOT EQUAL ZEROS
               DISPLAY 'ERRO DE ABERTURA DO ARQUIVO MESTRE '
                        AS-STATUS-MST
               DISPLAY 'FECHAMENTO NAO EXECUTADO'
               GO TO 1000-INICIALIZAR-EXIT
           END-IF

           OPEN OUTPUT ARQ-RELPDD
           IF AS-STATUS-REL NOT EQUAL ZEROS
               DISPLAY 'ERRO DE ABERTURA DO RELATORIO DE PDD '
                        AS-STATUS-REL
           END-IF

           PERFORM 1500-IMPRIMIR-CABECALHO

           PERFORM 2000-PROCESSAR
           PERFORM 2150-FECHAR-CNPJ

           CLOSE ARQ-MESTRE
           IF AS-STATUS-MST NOT EQUAL ZEROS
               DISPLAY 'ERRO AO FECHAR O ARQUIVO MESTRE '
                        AS-STATUS-MST
           END-IF

           PERFORM 2300-IMPRIMIR-POR-FAIXA
           PERFORM 2400-IMPRIMIR-POR-SITUACAO
           PERFORM 2500-IMPRIMIR-POR-FILIAL
           PERFORM 2600-CALCULAR-MOVIMENTO

      *    O MES SO E CONGELADO DEPOIS DO LANCAMENTO GRAVADO - SEM O
      *    ARQUIVO CONTABIL O FECHAMENTO PODE SER REFEITO.
           PERFORM 2700-GRAVAR-CONTABIL
           IF CONTAB-GRAVADO
               PERFORM 2800-GRAVAR-SALDO
           ELSE
               DISPLAY 'ATENCAO - LANCAMENTO NAO GRAVADO, MES NAO '
                       'CONGELADO'
           END-IF

           CLOSE ARQ-RELPDD
           IF AS-STATUS-REL NOT EQUAL ZEROS
               DISPLAY 'ERRO AO FECHAR O RELATORIO DE PDD '
                        AS-STATUS-REL
           END-IF
           .
       1000-INICIALIZAR-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     DEFINIR O MES A FECHAR E A DATA DE REFERENCIA
      *-----------------------------------------------------------------
       1100-DEFINIR-MES SECTION.
           IF WK-MES-X NUMERIC
               MOVE WK-MES-X TO WK-MES-FECH-NUM
           ELSE
               MOVE WK-YEAR-SYS  TO WK-MES-ANO
               MOVE WK-MONTH-SYS TO WK-MES-MES
               IF WK-MES-MES EQUAL 01
                   MOVE 12 TO WK-MES-MES
                   SUBTRACT 1 FROM WK-MES-ANO
               ELSE
                   SUBTRACT 1 FROM WK-MES-MES
               END-IF
           END-IF

           IF WK-MES-MES < 01 OR WK-MES-MES > 12
                   OR WK-MES-ANO < 1601
               DISPLAY 'PDD-MES INVALIDO ' WK-MES-X
                       ' - FECHAMENTO NAO EXECUTADO'
               STOP RUN
           END-IF

      *    ULTIMO DIA DO MES = VESPERA DO DIA 1 DO MES SEGUINTE.
           MOVE WK-MES-ANO TO WK-AUX-ANO
           MOVE WK-MES-MES TO WK-AUX-MES
           MOVE 01         TO WK-AUX-DIA
           IF WK-AUX-MES EQUAL 12
               MOVE 01 TO WK-AUX-MES
               ADD 1 TO WK-AUX-ANO
           ELSE
               ADD 1 TO WK-AUX-MES
           END-IF

           COMPUTE WK-DATA-REF = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WK-DATA-AUX-NUM) - 1)

           IF WK-DATA-REF > WK-DATA-SYS-NUM
               DISPLAY 'MES ' WK-MES-FECH-NUM ' AINDA NAO TERMINOU - '
                       'FECHAMENTO NAO EXECUTADO'
               STOP RUN
           END-IF
           .
       1100-DEFINIR-MES-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     OBTER NOMES DOS ARQUIVOS INFORMADOS PELA OPERACAO
      *     (variaveis de ambiente ao estilo DD do JCL; mantem o
      *     default se nao informadas) E O MES A FECHAR (PDD-MES)
      *-----------------------------------------------------------------
       1150-OBTER-PARAMETROS-ARQUIVO SECTION.
           ACCEPT WK-PATH-MESTRE FROM ENVIRONMENT 'DD-MESTRE'
           ON EXCEPTION
               CONTINUE
           END-ACCEPT

           ACCEPT WK-PATH-PDDTAB FROM ENVIRONMENT 'DD-PDDTAB'
           ON EXCEPTION
               CONTINUE
           END-ACCEPT

           ACCEPT WK-PATH-PDDSALDO FROM ENVIRONMENT 'DD-PDDSALDO'
           ON EXCEPTION
               CONTINUE
           END-ACCEPT

           ACCEPT WK-PATH-CONTAB FROM ENVIRONMENT 'DD-CONTAB'
           ON EXCEPTION
               CONTINUE
           END-ACCEPT

           ACCEPT WK-PATH-RELPDD FROM ENVIRONMENT 'DD-RELPDD'
           ON EXCEPTION
               CONTINUE
           END-ACCEPT

           ACCEPT WK-PATH-SITTAB FROM ENVIRONMENT 'DD-SITTAB'
           ON EXCEPTION
               CONTINUE
           END-ACCEPT

           ACCEPT WK-PATH-FILIAIS FROM ENVIRONMENT 'DD-FILIAIS'
           ON EXCEPTION
               CONTINUE
           END-ACCEPT

           ACCEPT WK-MES-X FROM ENVIRONMENT 'PDD-MES'
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           .
       1150-OBTER-PARAMETROS-ARQUIVO-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     VERIFICAR SE O MES JA FOI FECHADO E OBTER O SALDO ANTERIOR
      *-----------------------------------------------------------------
      *    MES JA FECHADO (OU MES POSTERIOR JA FECHADO) E RECUSADO SEM
      *    CONTORNO: PARA REFAZER, O FINANCEIRO REMOVE O REGISTRO DO
      *    MES NO ARQUIVO DE SALDOS E ESTORNA O LANCAMENTO NO RAZAO.
      *    NA PRIMEIRA EXECUCAO O ARQUIVO NAO EXISTE (STATUS 35) E O
      *    SALDO ANTERIOR E ZERO.
       1200-VERIFICAR-FECHAMENTO SECTION.
           OPEN INPUT ARQ-PDDSALDO
           IF AS-STATUS-SLD EQUAL 35
               GO TO 1200-VERIFICAR-FECHAMENTO-EXIT
           END-IF
           IF AS-STATUS-SLD NOT EQUAL ZEROS
               DISPLAY 'ERRO DE ABERTURA DO ARQUIVO DE SALDOS DE PDD '
                        AS-STATUS-SLD ' - FECHAMENTO NAO EXECUTADO'
               STOP RUN
           END-IF

           PERFORM 1210-LER-SALDO

           CLOSE ARQ-PDDSALDO
           IF AS-STATUS-SLD NOT EQUAL ZEROS
               DISPLAY 'ERRO AO FECHAR O ARQUIVO DE SALDOS DE PDD '
                        AS-STATUS-SLD
           END-IF
           .
       1200-VERIFICAR-FECHAMENTO-EXIT.
           EXIT.

       1210-LER-SALDO SECTION.
           READ ARQ-PDDSALDO AT END
                GO TO 1210-LER-SALDO-EXIT.

           IF PDS-MES EQUAL WK-MES-FECH-NUM
               DISPLAY 'MES ' PDS-MES ' JA FECHADO EM ' PDS-DATA-FECH
                       ' - FECHAMENTO CONGELADO, EXECUCAO RECUSADA'
               CLOSE ARQ-PDDSALDO
               STOP RUN
           END-IF

           IF PDS-MES > WK-MES-FECH-NUM
               DISPLAY 'MES POSTERIOR ' PDS-MES ' JA FECHADO - '
                       'EXECUCAO RECUSADA'
               CLOSE ARQ-PDDSALDO
               STOP RUN
           END-IF

           IF PDS-MES > WK-ANT-MES
               MOVE PDS-MES       TO WK-ANT-MES
               MOVE PDS-SALDO-PDD TO WK-ANT-SALDO-PDD
           END-IF
           GO TO 1210-LER-SALDO
           .
       1210-LER-SALDO-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     CARREGAR A TABELA DE PERCENTUAIS DE PDD
      *-----------------------------------------------------------------
      *    SEM A TABELA NAO HA FECHAMENTO: UMA PROVISAO ZERADA GERARIA
      *    A REVERSAO DE TODO O SALDO. PERCENTUAL ACIMA DE 100 INVALIDA
      *    A TABELA INTEIRA PELO MESMO MOTIVO.
       1300-CARREGAR-PERCENTUAIS SECTION.
           MOVE ZEROS  TO WK-TAB-PERC
           MOVE 'N'    TO WK-PAD-CARREGADA

           OPEN INPUT ARQ-PDDTAB
           IF AS-STATUS-TAB NOT EQUAL ZEROS
               DISPLAY 'TABELA DE PERCENTUAIS DE PDD AUSENTE '
                        AS-STATUS-TAB
               GO TO 1300-CARREGAR-PERCENTUAIS-EXIT
           END-IF

           MOVE 'S' TO WK-TAB-OK
           PERFORM 1310-LER-PERCENTUAL

           CLOSE ARQ-PDDTAB
           IF AS-STATUS-TAB NOT EQUAL ZEROS
               DISPLAY 'ERRO AO FECHAR A TABELA DE PDD ' AS-STATUS-TAB
           END-IF

           IF WK-PRC-QTD EQUAL ZEROS
               DISPLAY 'TABELA DE PERCENTUAIS DE PDD VAZIA'
               MOVE 'N' TO WK-TAB-OK
           END-IF
           .
       1300-CARREGAR-PERCENTUAIS-EXIT.
           EXIT.

       1310-LER-PERCENTUAL SECTION.
           READ ARQ-PDDTAB AT END
                GO TO 1310-LER-PERCENTUAL-EXIT.

           IF PDT-SIT NOT NUMERIC
               DISPLAY 'TABELA DE PDD - SITUACAO INVALIDA ' PDT-SIT
               MOVE 'N' TO WK-TAB-OK
               GO TO 1310-LER-PERCENTUAL
           END-IF

           PERFORM 1320-VALIDAR-FAIXA
               VARYING WK-FXA-IX FROM 1 BY 1
               UNTIL WK-FXA-IX > 5

           ADD 1 TO WK-PRC-QTD

           IF PDT-SIT EQUAL ZEROS
               MOVE 'S' TO WK-PAD-CARREGADA
               PERFORM 1330-COPIAR-PADRAO
                   VARYING WK-FXA-IX FROM 1 BY 1
                   UNTIL WK-FXA-IX > 5
           ELSE
               MOVE PDT-SIT TO WK-PRC-IX
               MOVE 'S'     TO WK-PRC-CARREGADA (WK-PRC-IX)
               PERFORM 1340-COPIAR-SITUACAO
                   VARYING WK-FXA-IX FROM 1 BY 1
                   UNTIL WK-FXA-IX > 5
           END-IF
           GO TO 1310-LER-PERCENTUAL
           .
       1310-LER-PERCENTUAL-EXIT.
           EXIT.

       1320-VALIDAR-FAIXA SECTION.
           IF PDT-PERC-FAIXA (WK-FXA-IX) NOT NUMERIC
                   OR PDT-PERC-FAIXA (WK-FXA-IX) > 100
               DISPLAY 'TABELA DE PDD - PERCENTUAL INVALIDO, SITUACAO '
                       PDT-SIT ' FAIXA ' WK-FXA-IX
               MOVE 'N' TO WK-TAB-OK
               MOVE ZEROS TO PDT-PERC-FAIXA (WK-FXA-IX)
           END-IF
           .
       1320-VALIDAR-FAIXA-EXIT.
           EXIT.

       1330-COPIAR-PADRAO SECTION.
           MOVE PDT-PERC-FAIXA (WK-FXA-IX) TO WK-PAD-FAIXA (WK-FXA-IX)
           .
       1330-COPIAR-PADRAO-EXIT.
           EXIT.

       1340-COPIAR-SITUACAO SECTION.
           MOVE PDT-PERC-FAIXA (WK-FXA-IX)
             TO WK-PRC-FAIXA (WK-PRC-IX, WK-FXA-IX)
           .
       1340-COPIAR-SITUACAO-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     CARREGAR A TABELA DE SITUACOES DO ARQUIVO EXTERNO
      *-----------------------------------------------------------------
      *    SEM O ARQUIVO A TABELA INTERNA DE CBLSIT01 CONTINUA VALENDO.
       1168-CARREGAR-SITUACOES SECTION.
           OPEN INPUT ARQ-SITTAB
           IF AS-STATUS-SITTAB NOT EQUAL ZEROS
               DISPLAY 'TABELA DE SITUACOES EXTERNA AUSENTE - '
                       'USANDO A TABELA INTERNA ' AS-STATUS-SITTAB
               GO TO 1168-CARREGAR-SITUACOES-EXIT
           END-IF

           MOVE ZEROS  TO WK-SIT-QTD
           MOVE SPACES TO WK-TAB-SITUACAO

           PERFORM 1169-LER-SITUACAO

           CLOSE ARQ-SITTAB
           IF AS-STATUS-SITTAB NOT EQUAL ZEROS
               DISPLAY 'ERRO AO FECHAR A TABELA DE SITUACOES '
                        AS-STATUS-SITTAB
           END-IF
           .
       1168-CARREGAR-SITUACOES-EXIT.
           EXIT.

       1169-LER-SITUACAO SECTION.
           READ ARQ-SITTAB AT END
                GO TO 1169-LER-SITUACAO-EXIT.

           IF WK-SIT-QTD < 30
               ADD 1 TO WK-SIT-QTD
               MOVE SITTAB-COD     TO WK-TAB-SIT-COD (WK-SIT-QTD)
               MOVE SITTAB-DESC    TO WK-TAB-SIT-DESC (WK-SIT-QTD)
               MOVE SITTAB-VENCIDA TO WK-TAB-SIT-VENCIDA (WK-SIT-QTD)
               MOVE SITTAB-GRAV    TO WK-TAB-SIT-GRAV (WK-SIT-QTD)
               MOVE SITTAB-ATIVO   TO WK-TAB-SIT-ATIVO (WK-SIT-QTD)
           ELSE
               DISPLAY 'TABELA DE SITUACOES CHEIA - ENTRADA IGNORADA '
                        SITTAB-COD
           END-IF
           GO TO 1169-LER-SITUACAO
           .
       1169-LER-SITUACAO-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     CARREGAR A FILIAL DE CADA CNPJ DOS EXTRATOS DAS FILIAIS
      *-----------------------------------------------------------------
      *    O CNPJ FICA NA PRIMEIRA FILIAL EM QUE APARECE. FILIAL COM
      *    EXTRATO AUSENTE E PULADA; SEM A LISTA TUDO VAI PARA A 000.
       1400-CARREGAR-FILIAIS SECTION.
           IF WK-PATH-FILIAIS EQUAL SPACES
               GO TO 1400-CARREGAR-FILIAIS-EXIT
           END-IF

           OPEN INPUT ARQ-FILIAIS
           IF AS-STATUS-FIL NOT EQUAL ZEROS
               DISPLAY 'LISTA DE FILIAIS AUSENTE ' AS-STATUS-FIL
               GO TO 1400-CARREGAR-FILIAIS-EXIT
           END-IF

           PERFORM 1410-LER-FILIAL

           CLOSE ARQ-FILIAIS
           IF AS-STATUS-FIL NOT EQUAL ZEROS
               DISPLAY 'ERRO AO FECHAR A LISTA DE FILIAIS '
                        AS-STATUS-FIL
           END-IF
           .
       1400-CARREGAR-FILIAIS-EXIT.
           EXIT.

       1410-LER-FILIAL SECTION.
           READ ARQ-FILIAIS AT END
                GO TO 1410-LER-FILIAL-EXIT.

           MOVE FILCTL-COD  TO WK-FIL-ATUAL
           MOVE FILCTL-PATH TO WK-PATH-DEVFIL

           OPEN INPUT ARQ-DEVFIL
           IF AS-STATUS-DEV NOT EQUAL ZEROS
               DISPLAY 'FILIAL ' WK-FIL-ATUAL
                       ' - ARQUIVO AUSENTE, FILIAL PULADA '
                       AS-STATUS-DEV
               GO TO 1410-LER-FILIAL
           END-IF

           PERFORM 1420-LER-DEVEDOR-FILIAL

           CLOSE ARQ-DEVFIL
           IF AS-STATUS-DEV NOT EQUAL ZEROS
               DISPLAY 'ERRO AO FECHAR O EXTRATO DA FILIAL '
                        WK-FIL-ATUAL ' ' AS-STATUS-DEV
           END-IF
           GO TO 1410-LER-FILIAL
           .
       1410-LER-FILIAL-EXIT.
           EXIT.

       1420-LER-DEVEDOR-FILIAL SECTION.
           READ ARQ-DEVFIL AT END
                GO TO 1420-LER-DEVEDOR-FILIAL-EXIT.

           IF DEV-REG-HEADER OR DEV-REG-TRAILER
                   OR DEV-CNPJ NOT NUMERIC
               GO TO 1420-LER-DEVEDOR-FILIAL
           END-IF

           MOVE ZEROS TO WK-MAP-POS
           PERFORM 1430-BUSCAR-MAPA
               VARYING WK-MAP-IX FROM 1 BY 1
               UNTIL WK-MAP-IX > WK-MAP-QTD
                  OR WK-MAP-POS NOT EQUAL ZEROS

           IF WK-MAP-POS NOT EQUAL ZEROS
               GO TO 1420-LER-DEVEDOR-FILIAL
           END-IF

           IF WK-MAP-QTD < 5000
               ADD 1 TO WK-MAP-QTD
               MOVE DEV-CNPJ     TO WK-MAP-CNPJ (WK-MAP-QTD)
               MOVE WK-FIL-ATUAL TO WK-MAP-FIL (WK-MAP-QTD)
           ELSE
               ADD 1 TO WK-CONT-MAPA-CHEIO
           END-IF
           GO TO 1420-LER-DEVEDOR-FILIAL
           .
       1420-LER-DEVEDOR-FILIAL-EXIT.
           EXIT.

       1430-BUSCAR-MAPA SECTION.
           IF WK-MAP-CNPJ (WK-MAP-IX) EQUAL DEV-CNPJ
               MOVE WK-MAP-IX TO WK-MAP-POS
           END-IF
           .
       1430-BUSCAR-MAPA-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     CABECALHO DO RELATORIO DE FECHAMENTO
      *-----------------------------------------------------------------
       1500-IMPRIMIR-CABECALHO SECTION.
           MOVE WK-CABEC01 TO FL-ARQ-RELPDD
           WRITE FL-ARQ-RELPDD

           MOVE WK-MES-FECH-NUM TO WK-LTI-MES
           MOVE WK-DATA-REF     TO WK-LTI-REF
           MOVE WK-LINHA-TITULO TO FL-ARQ-RELPDD
           WRITE FL-ARQ-RELPDD AFTER ADVANCING 1 LINE

           MOVE WK-CABEC01 TO FL-ARQ-RELPDD
           WRITE FL-ARQ-RELPDD AFTER ADVANCING 1 LINE

           MOVE 'PROVISAO POR CNPJ (CNPJ / FILIAL / TITULOS / SALDO / '
                TO FL-ARQ-RELPDD
           MOVE 'PROVISAO):' TO FL-ARQ-RELPDD (54:10)
           WRITE FL-ARQ-RELPDD AFTER ADVANCING 1 LINE
           .
       1500-IMPRIMIR-CABECALHO-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     PROCESSAMENTO DOS TITULOS DO MESTRE (ORDEM CNPJ+VENCIMENTO)
      *-----------------------------------------------------------------
       2000-PROCESSAR SECTION.
           READ ARQ-MESTRE AT END
                GO TO 2000-PROCESSAR-EXIT.

           ADD 1 TO WK-CONT-LIDOS

      *    BAIXADO (06, CBLSIT01) JA SAIU DA CARTEIRA MESMO QUANDO O
      *    SALDO FICOU NO REGISTRO - NAO TEM RISCO A PROVISIONAR.
           IF MST-SIT EQUAL WK-SIT-BAIXADO
               ADD 1 TO WK-CONT-BAIXADOS
               GO TO 2000-PROCESSAR
           END-IF

           IF MST-VALOR EQUAL ZEROS
               ADD 1 TO WK-CONT-ZERADOS
               GO TO 2000-PROCESSAR
           END-IF

           IF MST-CNPJ NOT EQUAL WK-CNPJ-ANT
               PERFORM 2150-FECHAR-CNPJ
               MOVE MST-CNPJ TO WK-CNPJ-ANT
               PERFORM 2160-LOCALIZAR-FILIAL
           END-IF

           ADD 1 TO WK-CONT-PROVISIONAR
           PERFORM 2100-PROVISIONAR-TITULO
           GO TO 2000-PROCESSAR
           .
       2000-PROCESSAR-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     FAIXA, PERCENTUAL E PROVISAO DE UM TITULO
      *-----------------------------------------------------------------
      *    MESMAS FAIXAS DE 2205-CLASSIFICAR-AGING DE CBLX0008, COM A
      *    DATA DE REFERENCIA DO MES NO LUGAR DA DATA DO DIA. TITULO
      *    SEM VENCIMENTO FICA NA FAIXA A VENCER, COMO LA.
       2100-PROVISIONAR-TITULO SECTION.
           MOVE 1     TO WK-FAIXA
           MOVE ZEROS TO WK-DIAS-ATRASO

           IF MST-VENC NOT EQUAL ZEROS
               COMPUTE WK-DIAS-ATRASO =
                   FUNCTION INTEGER-OF-DATE (WK-DATA-REF)
                   - FUNCTION INTEGER-OF-DATE (MST-VENC)
               IF WK-DIAS-ATRASO > 90
                   MOVE 5 TO WK-FAIXA
               ELSE
                   IF WK-DIAS-ATRASO > 60
                       MOVE 4 TO WK-FAIXA
                   ELSE
                       IF WK-DIAS-ATRASO > 30
                           MOVE 3 TO WK-FAIXA
                       ELSE
                           IF WK-DIAS-ATRASO > 0
                               MOVE 2 TO WK-FAIXA
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF

           MOVE ZEROS TO WK-PERC
           IF MST-SIT > ZEROS
                   AND WK-PRC-CARREGADA (MST-SIT) EQUAL 'S'
               MOVE WK-PRC-FAIXA (MST-SIT, WK-FAIXA) TO WK-PERC
           ELSE
               IF WK-PAD-CARREGADA EQUAL 'S'
                   MOVE WK-PAD-FAIXA (WK-FAIXA) TO WK-PERC
               ELSE
                   ADD 1 TO WK-CONT-SEM-PERC
               END-IF
           END-IF

           COMPUTE WK-PROV-TIT ROUNDED = MST-VALOR * WK-PERC / 100

           ADD 1           TO WK-CNPJ-TITS
           ADD MST-VALOR   TO WK-CNPJ-SALDO
           ADD WK-PROV-TIT TO WK-CNPJ-PROV

           ADD 1           TO WK-FXA-QTD (WK-FAIXA)
           ADD MST-VALOR   TO WK-FXA-SALDO (WK-FAIXA)
           ADD WK-PROV-TIT TO WK-FXA-PROV (WK-FAIXA)

           IF MST-SIT > ZEROS
               MOVE MST-SIT TO WK-STT-IX
               ADD 1           TO WK-STT-QTD (WK-STT-IX)
               ADD MST-VALOR   TO WK-STT-SALDO (WK-STT-IX)
               ADD WK-PROV-TIT TO WK-STT-PROV (WK-STT-IX)
           END-IF

           ADD MST-VALOR   TO WK-FLA-SALDO (WK-FLA-POS)
           ADD WK-PROV-TIT TO WK-FLA-PROV (WK-FLA-POS)

           ADD MST-VALOR   TO WK-TOT-SALDO
           ADD WK-PROV-TIT TO WK-TOT-PROV
           .
       2100-PROVISIONAR-TITULO-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     QUEBRA POR CNPJ - LINHA DO CNPJ ANTERIOR NO RELATORIO
      *-----------------------------------------------------------------
       2150-FECHAR-CNPJ SECTION.
           IF WK-CNPJ-TITS EQUAL ZEROS
               GO TO 2150-FECHAR-CNPJ-EXIT
           END-IF

           ADD 1 TO WK-CONT-CNPJS

           IF WK-CNPJ-PROV > ZEROS
               ADD 1 TO WK-CONT-CNPJ-PROV
               MOVE WK-CNPJ-ANT             TO WK-LCN-CNPJ
               MOVE WK-FLA-COD (WK-FLA-POS) TO WK-LCN-FIL
               MOVE WK-CNPJ-TITS            TO WK-LCN-TITS
               MOVE WK-CNPJ-SALDO           TO WK-LCN-SALDO
               MOVE WK-CNPJ-PROV            TO WK-LCN-PROV
               MOVE WK-LINHA-CNPJ TO FL-ARQ-RELPDD
               WRITE FL-ARQ-RELPDD AFTER ADVANCING 1 LINE
           END-IF

           MOVE ZEROS TO WK-CNPJ-TITS WK-CNPJ-SALDO WK-CNPJ-PROV
           .
       2150-FECHAR-CNPJ-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     LOCALIZAR A FILIAL DO CNPJ E A SUA LINHA NOS TOTAIS
      *-----------------------------------------------------------------
       2160-LOCALIZAR-FILIAL SECTION.
           MOVE ZEROS TO WK-FIL-ATUAL
           MOVE ZEROS TO WK-MAP-POS
           PERFORM 2165-BUSCAR-CNPJ-MAPA
               VARYING WK-MAP-IX FROM 1 BY 1
               UNTIL WK-MAP-IX > WK-MAP-QTD
                  OR WK-MAP-POS NOT EQUAL ZEROS
           IF WK-MAP-POS NOT EQUAL ZEROS
               MOVE WK-MAP-FIL (WK-MAP-POS) TO WK-FIL-ATUAL
           END-IF

           MOVE ZEROS TO WK-FLA-POS
           PERFORM 2170-BUSCAR-FILIAL
               VARYING WK-FLA-IX FROM 1 BY 1
               UNTIL WK-FLA-IX > WK-FLA-QTD
                  OR WK-FLA-POS NOT EQUAL ZEROS

      *    FILIAL NOVA ALEM DA CAPACIDADE VAI PARA A ULTIMA LINHA.
           IF WK-FLA-POS EQUAL ZEROS
               IF WK-FLA-QTD < 31
                   ADD 1 TO WK-FLA-QTD
                   MOVE WK-FLA-QTD   TO WK-FLA-POS
                   MOVE WK-FIL-ATUAL TO WK-FLA-COD (WK-FLA-POS)
               ELSE
                   MOVE WK-FLA-QTD TO WK-FLA-POS
               END-IF
           END-IF

           ADD 1 TO WK-FLA-CNPJS (WK-FLA-POS)
           .
       2160-LOCALIZAR-FILIAL-EXIT.
           EXIT.

       2165-BUSCAR-CNPJ-MAPA SECTION.
           IF WK-MAP-CNPJ (WK-MAP-IX) EQUAL MST-CNPJ
               MOVE WK-MAP-IX TO WK-MAP-POS
           END-IF
           .
       2165-BUSCAR-CNPJ-MAPA-EXIT.
           EXIT.

       2170-BUSCAR-FILIAL SECTION.
           IF WK-FLA-COD (WK-FLA-IX) EQUAL WK-FIL-ATUAL
               MOVE WK-FLA-IX TO WK-FLA-POS
           END-IF
           .
       2170-BUSCAR-FILIAL-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     TOTAIS POR FAIXA DE ATRASO
      *-----------------------------------------------------------------
       2300-IMPRIMIR-POR-FAIXA SECTION.
           MOVE 'PROVISAO POR FAIXA DE ATRASO (TITULOS / SALDO / '
                TO FL-ARQ-RELPDD
           MOVE 'PROVISAO):' TO FL-ARQ-RELPDD (50:10)
           WRITE FL-ARQ-RELPDD AFTER ADVANCING 2 LINES

           PERFORM 2350-IMPRIMIR-UMA-FAIXA
               VARYING WK-FXA-IX FROM 1 BY 1
               UNTIL WK-FXA-IX > 5
           .
       2300-IMPRIMIR-POR-FAIXA-EXIT.
           EXIT.

       2350-IMPRIMIR-UMA-FAIXA SECTION.
           MOVE WK-FXA-ROTULO (WK-FXA-IX) TO WK-LQB-ROTULO
           MOVE WK-FXA-QTD (WK-FXA-IX)    TO WK-LQB-QTD
           MOVE WK-FXA-SALDO (WK-FXA-IX)  TO WK-LQB-SALDO
           MOVE WK-FXA-PROV (WK-FXA-IX)   TO WK-LQB-PROV

           MOVE WK-LINHA-QUEBRA TO FL-ARQ-RELPDD
           WRITE FL-ARQ-RELPDD AFTER ADVANCING 1 LINE
           .
       2350-IMPRIMIR-UMA-FAIXA-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     TOTAIS POR SITUACAO
      *-----------------------------------------------------------------
       2400-IMPRIMIR-POR-SITUACAO SECTION.
           MOVE 'PROVISAO POR SITUACAO:' TO FL-ARQ-RELPDD
           WRITE FL-ARQ-RELPDD AFTER ADVANCING 2 LINES

           PERFORM 2450-IMPRIMIR-UMA-SITUACAO
               VARYING WK-STT-IX FROM 1 BY 1
               UNTIL WK-STT-IX > 99
           .
       2400-IMPRIMIR-POR-SITUACAO-EXIT.
           EXIT.

       2450-IMPRIMIR-UMA-SITUACAO SECTION.
           IF WK-STT-QTD (WK-STT-IX) EQUAL ZEROS
               GO TO 2450-IMPRIMIR-UMA-SITUACAO-EXIT
           END-IF

           MOVE WK-STT-IX  TO WK-STT-COD
           MOVE WK-STT-COD TO WK-SIT-BUSCA
           PERFORM 2460-TRADUZIR-SITUACAO

           MOVE WK-STT-IX   TO WK-LSR-COD
           MOVE WK-SIT-DESC TO WK-LSR-DESC
           MOVE WK-LINHA-SIT-ROT TO WK-LQB-ROTULO
           MOVE WK-STT-QTD (WK-STT-IX)   TO WK-LQB-QTD
           MOVE WK-STT-SALDO (WK-STT-IX) TO WK-LQB-SALDO
           MOVE WK-STT-PROV (WK-STT-IX)  TO WK-LQB-PROV

           MOVE WK-LINHA-QUEBRA TO FL-ARQ-RELPDD
           WRITE FL-ARQ-RELPDD AFTER ADVANCING 1 LINE
           .
       2450-IMPRIMIR-UMA-SITUACAO-EXIT.
           EXIT.

       2460-TRADUZIR-SITUACAO SECTION.
           SET WK-IX-SIT TO 1
           SEARCH WK-TAB-SIT-OCORR
               AT END
                   MOVE 'COD INVALIDO'  TO WK-SIT-DESC
               WHEN WK-IX-SIT > WK-SIT-QTD
                   MOVE 'COD INVALIDO'  TO WK-SIT-DESC
               WHEN WK-TAB-SIT-COD (WK-IX-SIT) EQUAL WK-SIT-BUSCA
                   MOVE WK-TAB-SIT-DESC (WK-IX-SIT) TO WK-SIT-DESC
           END-SEARCH
           .
       2460-TRADUZIR-SITUACAO-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     TOTAIS POR FILIAL
      *-----------------------------------------------------------------
       2500-IMPRIMIR-POR-FILIAL SECTION.
           MOVE 'PROVISAO POR FILIAL (CNPJS / SALDO / PROVISAO):'
                TO FL-ARQ-RELPDD
           WRITE FL-ARQ-RELPDD AFTER ADVANCING 2 LINES

           PERFORM 2550-IMPRIMIR-UMA-FILIAL
               VARYING WK-FLA-IX FROM 1 BY 1
               UNTIL WK-FLA-IX > WK-FLA-QTD
           .
       2500-IMPRIMIR-POR-FILIAL-EXIT.
           EXIT.

       2550-IMPRIMIR-UMA-FILIAL SECTION.
           MOVE WK-FLA-COD (WK-FLA-IX)   TO WK-LFR-COD
           MOVE WK-LINHA-FIL-ROT         TO WK-LQB-ROTULO
           MOVE WK-FLA-CNPJS (WK-FLA-IX) TO WK-LQB-QTD
           MOVE WK-FLA-SALDO (WK-FLA-IX) TO WK-LQB-SALDO
           MOVE WK-FLA-PROV (WK-FLA-IX)  TO WK-LQB-PROV

           MOVE WK-LINHA-QUEBRA TO FL-ARQ-RELPDD
           WRITE FL-ARQ-RELPDD AFTER ADVANCING 1 LINE
           .
       2550-IMPRIMIR-UMA-FILIAL-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     MOVIMENTO DO MES: PROVISAO REQUERIDA X SALDO ANTERIOR
      *-----------------------------------------------------------------
       2600-CALCULAR-MOVIMENTO SECTION.
           COMPUTE WK-DIFERENCA = WK-TOT-PROV - WK-ANT-SALDO-PDD

           IF WK-DIFERENCA > ZEROS
               MOVE 'C'          TO WK-TIPO-MOV
               MOVE WK-DIFERENCA TO WK-VALOR-MOV
           ELSE
               IF WK-DIFERENCA < ZEROS
                   MOVE 'R' TO WK-TIPO-MOV
                   COMPUTE WK-VALOR-MOV = 0 - WK-DIFERENCA
               ELSE
                   MOVE SPACES TO WK-TIPO-MOV
                   MOVE ZEROS  TO WK-VALOR-MOV
               END-IF
           END-IF

           MOVE WK-CABEC01 TO FL-ARQ-RELPDD
           WRITE FL-ARQ-RELPDD AFTER ADVANCING 2 LINES

           MOVE 'CARTEIRA EM ABERTO'   TO WK-LMV-ROTULO
           MOVE WK-TOT-SALDO           TO WK-LMV-VALOR
           MOVE WK-LINHA-MOV TO FL-ARQ-RELPDD
           WRITE FL-ARQ-RELPDD AFTER ADVANCING 1 LINE

           MOVE 'PROVISAO REQUERIDA NO MES' TO WK-LMV-ROTULO
           MOVE WK-TOT-PROV            TO WK-LMV-VALOR
           MOVE WK-LINHA-MOV TO FL-ARQ-RELPDD
           WRITE FL-ARQ-RELPDD AFTER ADVANCING 1 LINE

           MOVE SPACES TO WK-LMV-ROTULO
           STRING 'SALDO DE PDD DO MES ANTERIOR ' DELIMITED BY SIZE
                  WK-ANT-MES                      DELIMITED BY SIZE
                  INTO WK-LMV-ROTULO
           MOVE WK-ANT-SALDO-PDD       TO WK-LMV-VALOR
           MOVE WK-LINHA-MOV TO FL-ARQ-RELPDD
           WRITE FL-ARQ-RELPDD AFTER ADVANCING 1 LINE

           EVALUATE WK-TIPO-MOV
               WHEN 'C'
                   MOVE 'CONSTITUICAO DE PDD' TO WK-LMV-ROTULO
               WHEN 'R'
                   MOVE 'REVERSAO DE PDD'     TO WK-LMV-ROTULO
               WHEN OTHER
                   MOVE 'SEM MOVIMENTO NO MES' TO WK-LMV-ROTULO
           END-EVALUATE
           MOVE WK-VALOR-MOV           TO WK-LMV-VALOR
           MOVE WK-LINHA-MOV TO FL-ARQ-RELPDD
           WRITE FL-ARQ-RELPDD AFTER ADVANCING 1 LINE
           .
       2600-CALCULAR-MOVIMENTO-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     GRAVAR A CONSTITUICAO OU REVERSAO NO ARQUIVO CONTABIL
      *-----------------------------------------------------------------
      *    CONSTITUICAO: DEBITO DESPPDD (DESPESA) / CREDITO PDD
      *    (PROVISAO, REDUTORA DE CLIENTES). REVERSAO: DEBITO PDD /
      *    CREDITO REVPDD (REVERSAO DE PROVISAO). DATA CONTABIL E A DE
      *    REFERENCIA DO MES; SEM CNPJ, SITUACAO NEM FILIAL (O
      *    LANCAMENTO E PELO TOTAL). SEM MOVIMENTO SO O TRAILER SAI.
       2700-GRAVAR-CONTABIL SECTION.
           OPEN EXTEND ARQ-CONTAB
           IF AS-STATUS-CTB EQUAL 35
               OPEN OUTPUT ARQ-CONTAB
           END-IF
           IF AS-STATUS-CTB NOT EQUAL ZEROS
               DISPLAY 'ERRO DE ABERTURA DO ARQUIVO CONTABIL '
                        AS-STATUS-CTB
               GO TO 2700-GRAVAR-CONTABIL-EXIT
           END-IF

           EVALUATE WK-TIPO-MOV
               WHEN 'C'
                   MOVE 'C'        TO WK-CTB-EVENTO
                   MOVE 'DESPPDD ' TO WK-CTB-CONTA-DEB
                   MOVE 'PDD     ' TO WK-CTB-CONTA-CRD
                   MOVE WK-VALOR-MOV TO WK-CTB-VALOR-EVT
                   PERFORM 2910-GRAVAR-PAR-CONTABIL
               WHEN 'R'
                   MOVE 'R'        TO WK-CTB-EVENTO
                   MOVE 'PDD     ' TO WK-CTB-CONTA-DEB
                   MOVE 'REVPDD  ' TO WK-CTB-CONTA-CRD
                   MOVE WK-VALOR-MOV TO WK-CTB-VALOR-EVT
                   PERFORM 2910-GRAVAR-PAR-CONTABIL
           END-EVALUATE

           PERFORM 2920-FECHAR-CONTAB
           MOVE 'S' TO WK-CONTAB-OK
           .
       2700-GRAVAR-CONTABIL-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     CONGELAR O MES: ACRESCENTAR O SALDO NO ARQUIVO DE SALDOS
      *-----------------------------------------------------------------
       2800-GRAVAR-SALDO SECTION.
           OPEN EXTEND ARQ-PDDSALDO
           IF AS-STATUS-SLD EQUAL 35
               OPEN OUTPUT ARQ-PDDSALDO
           END-IF
           IF AS-STATUS-SLD NOT EQUAL ZEROS
               DISPLAY 'ERRO DE ABERTURA DO ARQUIVO DE SALDOS DE PDD '
                        AS-STATUS-SLD
               DISPLAY 'ATENCAO - LANCAMENTO GRAVADO MAS MES NAO '
                       'CONGELADO - NAO REEXECUTAR SEM CONFERIR'
               GO TO 2800-GRAVAR-SALDO-EXIT
           END-IF

           MOVE WK-MES-FECH-NUM TO PDS-MES
           MOVE WK-DATA-REF     TO PDS-DATA-REF
           MOVE WK-DATA-SYS-NUM TO PDS-DATA-FECH
           MOVE WK-CONT-CNPJS   TO PDS-QTD-CNPJ
           MOVE WK-TOT-SALDO    TO PDS-SALDO-CART
           MOVE WK-TOT-PROV     TO PDS-SALDO-PDD
           MOVE WK-VALOR-MOV    TO PDS-VALOR-MOV
           MOVE WK-TIPO-MOV     TO PDS-TIPO-MOV
           WRITE FL-ARQ-PDDSALDO

           CLOSE ARQ-PDDSALDO
           IF AS-STATUS-SLD NOT EQUAL ZEROS
               DISPLAY 'ERRO AO FECHAR O ARQUIVO DE SALDOS DE PDD '
                        AS-STATUS-SLD
           END-IF
           .
       2800-GRAVAR-SALDO-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     GRAVAR UM PAR DEBITO/CREDITO NO ARQUIVO CONTABIL
      *-----------------------------------------------------------------
       2910-GRAVAR-PAR-CONTABIL SECTION.
           MOVE SPACES            TO CTB-DADOS
           MOVE 'D'               TO CTB-TIPO-REG
           MOVE WK-DATA-REF       TO CTB-DATA
           MOVE 'PDD'             TO CTB-ORIGEM
           MOVE WK-CTB-EVENTO     TO CTB-EVENTO
           MOVE ZEROS             TO CTB-SIT
           MOVE ZEROS             TO CTB-FIL
           MOVE 'D'               TO CTB-DC
           MOVE WK-CTB-CONTA-DEB  TO CTB-CONTA
           MOVE WK-CTB-VALOR-EVT  TO CTB-VALOR
           MOVE ZEROS             TO CTB-CNPJ
           WRITE FL-ARQ-CONTAB
           ADD 1 TO WK-CTB-QTD-REG
           ADD WK-CTB-VALOR-EVT TO WK-CTB-TOT-DEB

           MOVE 'C'               TO CTB-DC
           MOVE WK-CTB-CONTA-CRD  TO CTB-CONTA
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
           MOVE 'PDD'           TO CTB-TRL-ORIGEM
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
           DISPLAY 'MES FECHADO (AAAAMM):     ' WK-MES-FECH-NUM
           DISPLAY 'TITULOS LIDOS DO MESTRE:  ' WK-CONT-LIDOS
           DISPLAY 'TITULOS BAIXADOS:         ' WK-CONT-BAIXADOS
           DISPLAY 'TITULOS SEM SALDO:        ' WK-CONT-ZERADOS
           DISPLAY 'TITULOS PROVISIONADOS:    ' WK-CONT-PROVISIONAR
           DISPLAY 'CNPJS NA CARTEIRA:        ' WK-CONT-CNPJS
           DISPLAY 'CNPJS COM PROVISAO:       ' WK-CONT-CNPJ-PROV
           DISPLAY 'PROVISAO REQUERIDA:       ' WK-TOT-PROV
           DISPLAY 'SALDO ANTERIOR DE PDD:    ' WK-ANT-SALDO-PDD

           IF WK-CONT-LIDOS NOT EQUAL
                   WK-CONT-BAIXADOS + WK-CONT-ZERADOS
                                    + WK-CONT-PROVISIONAR
               DISPLAY 'ATENCAO - TITULOS LIDOS NAO BATEM COM TRATADOS'
           END-IF

           IF WK-CONT-SEM-PERC > ZEROS
               DISPLAY 'ATENCAO - ' WK-CONT-SEM-PERC ' TITULOS SEM '
                       'PERCENTUAL NA TABELA (SEM LINHA 00) - '
                       'PROVISAO ZERO'
           END-IF

           IF WK-CONT-MAPA-CHEIO > ZEROS
               DISPLAY 'ATENCAO - TABELA DE FILIAIS POR CNPJ CHEIA, '
                       WK-CONT-MAPA-CHEIO ' CNPJS NA FILIAL 000'
           END-IF

           DISPLAY 'Processo Concluido!'
           STOP RUN.
       3000-FINALIZAR-EXIT.
           EXIT.

       END PROGRAM CBLX0021.
