       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLX0029.
      ******************************************************************
      * Author: Marcelo Wzorek Filho
      * Date: 15/10/2026
      * Purpose: Previsao de recebimentos por semana para a
      *          tesouraria: le os titulos em aberto do cadastro
      *          mestre (CBLZMW05-MST) e as parcelas futuras dos
      *          acordos de CBLX0014, coloca cada valor na semana em
      *          que deve entrar (vencimento mais o atraso medio da
      *          classe de risco do devedor apurado no historico de
      *          pagamentos PAGHIS; parcela de acordo na data da
      *          parcela) e pondera pelo peso da classe de risco das
      *          notas de CBLX0018 (DD-NOTAS). Relatorio por semana,
      *          por filial e por situacao, e comparacao da previsao
      *          de um periodo anterior com as liquidacoes e parciais
      *          que de fato entraram. Cada previsao fica gravada no
      *          historico de previsoes (DD-PRVHIS) para a comparacao
      *          das execucoes seguintes
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

       SELECT ARQ-NOTAS ASSIGN TO
           WK-PATH-NOTAS
           FILE STATUS IS AS-STATUS-NOT.

       SELECT ARQ-PAGHIS ASSIGN TO
           WK-PATH-PAGHIS
           FILE STATUS IS AS-STATUS-PAG.

       SELECT ARQ-ACORDOS ASSIGN TO
           WK-PATH-ACORDOS
           FILE STATUS IS AS-STATUS-ACD.

       SELECT ARQ-SITTAB ASSIGN TO
           WK-PATH-SITTAB
           FILE STATUS IS AS-STATUS-SITTAB.

       SELECT ARQ-FILIAIS ASSIGN TO
           WK-PATH-FILIAIS
           FILE STATUS IS AS-STATUS-FIL.

       SELECT ARQ-DEVFIL ASSIGN TO
           WK-PATH-DEVFIL
           FILE STATUS IS AS-STATUS-DEV.

       SELECT ARQ-PRVHIS ASSIGN TO
           WK-PATH-PRVHIS
           FILE STATUS IS AS-STATUS-PRV.

       SELECT ARQ-RELPRV ASSIGN TO
           WK-PATH-RELPRV
           FILE STATUS IS AS-STATUS-REL.

       DATA DIVISION.
       FILE SECTION.

       FD ARQ-MESTRE.
       COPY CBLMST01.

      *    NOTAS DE RISCO GRAVADAS POR CBLX0018 - UM REGISTRO POR CNPJ,
      *    NA ORDEM DE CNPJ.
       FD ARQ-NOTAS RECORDING MODE IS F.
       01 FL-ARQ-NOTAS.
           02 NOTA-CNPJ         PIC 9(14).
           02 NOTA-PAGOS-DIA    PIC 9(05).
           02 NOTA-PAGOS-ATRASO PIC 9(05).
           02 NOTA-FALHAS       PIC 9(05).
           02 NOTA-ABERTOS      PIC 9(05).
           02 NOTA-ABERTOS-VENC PIC 9(05).
           02 NOTA-CLASSE       PIC X(15).

       FD ARQ-PAGHIS RECORDING MODE IS F.
       COPY CBLPAG01.

      *    ACORDOS DE PARCELAMENTO - O MESMO ARQUIVO DE CBLX0014.
       FD ARQ-ACORDOS RECORDING MODE IS F BLOCK CONTAINS 0 RECORDS.
       01 FL-ARQ-ACORDOS.
           02 ACD-CNPJ       PIC 9(14).
           02 ACD-VENC-ORIG  PIC 9(08).
           02 ACD-QTD-PARC   PIC 9(02).
           02 ACD-PRIM-VENC  PIC 9(08).
           02 ACD-VALOR-PARC PIC 9(13)V99.

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

      *    HISTORICO DAS PREVISOES - UMA LINHA POR SEMANA DE CADA
      *    EXECUCAO (DATA DA GERACAO), ACRESCENTADA EM EXTEND. E A
      *    PREVISAO QUE A EXECUCAO SEGUINTE COMPARA COM O REALIZADO.
       FD ARQ-PRVHIS RECORDING MODE IS F.
       01 FL-ARQ-PRVHIS.
           02 PRV-DATA-GER PIC 9(08).
           02 PRV-SEMANA   PIC 9(02).
           02 PRV-INI      PIC 9(08).
           02 PRV-FIM      PIC 9(08).
           02 PRV-BRUTO    PIC 9(13)V99.
           02 PRV-PREVISTO PIC 9(13)V99.
           02 FILLER       PIC X(24).

       FD ARQ-RELPRV RECORDING MODE IS F.
       01 FL-ARQ-RELPRV PIC X(120).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *    NOMES DOS ARQUIVOS - PARAMETRIZAVEIS EM TEMPO DE EXECUCAO
      *    (assumem o path do ambiente de desenvolvimento original caso
      *    a variavel de ambiente / DD correspondente nao seja informada)
      *-----------------------------------------------------------------
       01 WK-PATH-MESTRE PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício05\CBLZMW05-MST.dat'.
       01 WK-PATH-NOTAS PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício05\CBLZMW15-NOT.txt'.
       01 WK-PATH-PAGHIS PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício05\CBLZMW07-PAG.txt'.
       01 WK-PATH-ACORDOS PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício05\CBLZMW11-ACD.txt'.
       01 WK-PATH-SITTAB PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício05\CBLZMW05-SIT.txt'.
      *    SEM DEFAULT: SEM A LISTA DE FILIAIS TODO CNPJ SAI NA FILIAL
      *    000 (VER 1400-CARREGAR-FILIAIS).
       01 WK-PATH-FILIAIS PIC X(100) VALUE SPACES.
       01 WK-PATH-DEVFIL  PIC X(100) VALUE SPACES.
       01 WK-PATH-PRVHIS PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício05\CBLZMW26-PRV.txt'.
       01 WK-PATH-RELPRV PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício05\CBLZMW26-REL.txt'.

       01 AS-STATUS-MST    PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-NOT    PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-PAG    PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-ACD    PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-SITTAB PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-FIL    PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-DEV    PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-PRV    PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-REL    PIC 9(02) VALUE ZEROS.

       01 WK-CABEC01 PIC X(120) VALUE ALL '='.
       01 WK-TRACO   PIC X(120) VALUE ALL '-'.

       01 WK-DATA-SYS.
           02 WK-YEAR-SYS  PIC 9(04) VALUE ZEROS.
           02 WK-MONTH-SYS PIC 9(02) VALUE ZEROS.
           02 WK-DAY-SYS   PIC 9(02) VALUE ZEROS.
       01 WK-DATA-SYS-NUM REDEFINES WK-DATA-SYS PIC 9(08).
       01 WK-INT-HOJE PIC 9(07) VALUE ZEROS.

       01 WK-SIT-RENEGOCIADO PIC 9(02) VALUE 04.
       01 WK-SIT-BAIXADO     PIC 9(02) VALUE 06.

      *-----------------------------------------------------------------
      *    PARAMETROS (NO AMBIENTE, SEM O PARAMETRO VALE O DEFAULT):
      *    PRV-SEMANAS    - SEMANAS DA PREVISAO, DE 04 A 12 (08)
      *    PRV-PESO-DIA   - PERCENTUAL ESPERADO DE RECEBIMENTO DA
      *                     CLASSE PAGA EM DIA (095)
      *    PRV-PESO-ATR   - IDEM, PAGA COM ATRASO (075)
      *    PRV-PESO-NUNCA - IDEM, NUNCA PAGA (015)
      *    PRV-PESO-SEMH  - IDEM, SEM HISTORICO (050)
      *-----------------------------------------------------------------
       01 WK-SEMANAS-X PIC X(02) VALUE SPACES.
       01 WK-SEMANAS   PIC 9(02) VALUE 08.
       01 WK-PESO-X    PIC X(03) VALUE SPACES.

      *-----------------------------------------------------------------
      *    CLASSES DE RISCO DE CBLX0018: 1 = PAGA EM DIA, 2 = PAGA COM
      *    ATRASO, 3 = NUNCA PAGA, 4 = SEM HISTORICO (TAMBEM O CNPJ SEM
      *    NOTA). ATRASO MEDIO EM DIAS DAS LIQUIDACOES E PARCIAIS DO
      *    PAGHIS DE CADA CLASSE; CLASSE SEM PAGAMENTO NO HISTORICO USA
      *    A MEDIA GERAL.
      *-----------------------------------------------------------------
       01 WK-TAB-NOMES-CLASSE.
           05 FILLER PIC X(15) VALUE 'PAGA EM DIA'.
           05 FILLER PIC X(15) VALUE 'PAGA COM ATRASO'.
           05 FILLER PIC X(15) VALUE 'NUNCA PAGA'.
           05 FILLER PIC X(15) VALUE 'SEM HISTORICO'.
       01 WK-TAB-NOMES-CLASSE-R REDEFINES WK-TAB-NOMES-CLASSE.
           05 WK-NOME-CLASSE PIC X(15) OCCURS 4 TIMES.

       01 WK-TAB-CLASSES.
           05 WK-CLS-OCORR OCCURS 4 TIMES.
               10 WK-CLS-PESO       PIC 9(03).
               10 WK-CLS-PAG-QTD    PIC 9(07).
               10 WK-CLS-ATR-SOMA   PIC S9(11).
               10 WK-CLS-ATR-MEDIO  PIC S9(05).
               10 WK-CLS-ORIGEM     PIC X(06).
               10 WK-CLS-TITULOS    PIC 9(07).
               10 WK-CLS-BRUTO      PIC 9(15)V99.
               10 WK-CLS-PREVISTO   PIC 9(15)V99.
       01 WK-CLS-IX     PIC 9(01) VALUE ZEROS.
       01 WK-CLS-ATUAL  PIC 9(01) VALUE ZEROS.
       01 WK-GER-PAG-QTD  PIC 9(07) VALUE ZEROS.
       01 WK-GER-ATR-SOMA PIC S9(11) VALUE ZEROS.
       01 WK-GER-ATR-MEDIO PIC S9(05) VALUE ZEROS.

      *-----------------------------------------------------------------
      *    NOTAS CARREGADAS NA ORDEM DE CNPJ EM QUE CBLX0018 GRAVA,
      *    PARA A BUSCA BINARIA. AS OCORRENCIAS NAO USADAS FICAM COM O
      *    CNPJ EM NOVES E NAO QUEBRAM A ORDEM DA TABELA.
      *-----------------------------------------------------------------
       01 WK-NOT-QTD PIC 9(05) VALUE ZEROS.
       01 WK-TAB-NOTAS.
           05 WK-NOT-OCORR OCCURS 10000 TIMES
                            ASCENDING KEY IS WK-NOT-CNPJ
                            INDEXED BY WK-IX-NOT.
               10 WK-NOT-CNPJ   PIC 9(14).
               10 WK-NOT-CLASSE PIC 9(01).
       01 WK-NOT-ULTIMO PIC 9(14) VALUE ZEROS.
       01 WK-CNPJ-BUSCA PIC 9(14) VALUE ZEROS.
       01 WK-CONT-NOT-CHEIA PIC 9(07) VALUE ZEROS.
       01 WK-CONT-NOT-ORDEM PIC 9(07) VALUE ZEROS.

      *-----------------------------------------------------------------
      *    PARCELAS DOS ACORDOS DE CBLX0014 (CNPJ + VENCIMENTO DE CADA
      *    PARCELA, MESMO CALCULO DE 2200-APURAR-CUMPRIMENTO: PRIMEIRO
      *    VENCIMENTO + N MESES, DIA LIMITADO AO ULTIMO DIA DO MES). O
      *    TITULO RENEGOCIADO DO MESTRE QUE E PARCELA DE ACORDO ENTRA
      *    NA DATA DA PARCELA, SEM O ATRASO MEDIO DA CLASSE.
      *-----------------------------------------------------------------
       01 WK-PCL-QTD PIC 9(04) VALUE ZEROS.
       01 WK-TAB-PARCELAS.
           05 WK-PCL-OCORR OCCURS 5000 TIMES.
               10 WK-PCL-CNPJ PIC 9(14).
               10 WK-PCL-VENC PIC 9(08).
       01 WK-PCL-IX  PIC 9(04) VALUE ZEROS.
       01 WK-PCL-POS PIC 9(04) VALUE ZEROS.
       01 WK-CONT-PCL-CHEIA PIC 9(07) VALUE ZEROS.

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

       01 WK-DIA-BASE   PIC 9(02) VALUE ZEROS.
       01 WK-DIA-LIMITE PIC 9(02) VALUE ZEROS.

       01 WK-BISS-DIAS      PIC 9(02) VALUE 28.
       01 WK-BISS-RESTO4    PIC 9(04) VALUE ZEROS.
       01 WK-BISS-RESTO100  PIC 9(04) VALUE ZEROS.
       01 WK-BISS-RESTO400  PIC 9(04) VALUE ZEROS.
       01 WK-BISS-QUOC      PIC 9(04) VALUE ZEROS.

       01 WK-PARC-IX PIC 9(03) VALUE ZEROS.

      *    SITUACOES (DESCRICAO PARA O RELATORIO) - CBLSIT01 E O
      *    FALLBACK QUANDO A TABELA EXTERNA NAO EXISTE.
       COPY CBLSIT01.
       01 WK-SIT-BUSCA PIC X(02) VALUE SPACES.
       01 WK-SIT-DESC  PIC X(15) VALUE SPACES.

      *-----------------------------------------------------------------
      *    FILIAL DE CADA CNPJ (CARREGADA DOS EXTRATOS DAS FILIAIS).
      *    A LISTA DE CBLX0008 TEM ATE 30 FILIAIS; A OCORRENCIA A MAIS
      *    E A FILIAL 000 (CNPJ SEM FILIAL).
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

      *-----------------------------------------------------------------
      *    SEMANAS DA PREVISAO (SEMANA 1 COMECA NA DATA DO PROCESSO) E
      *    OS TOTAIS POR SEMANA, POR FILIAL E POR SITUACAO.
      *-----------------------------------------------------------------
       01 WK-TAB-SEMANAS.
           05 WK-SEM-OCORR OCCURS 12 TIMES.
               10 WK-SEM-INI      PIC 9(08).
               10 WK-SEM-FIM      PIC 9(08).
               10 WK-SEM-QTD      PIC 9(07).
               10 WK-SEM-BRUTO    PIC 9(15)V99.
               10 WK-SEM-PREVISTO PIC 9(15)V99.
               10 WK-SEM-ACORDO   PIC 9(15)V99.
       01 WK-SEM-IX   PIC 9(02) VALUE ZEROS.
       01 WK-SEM-CALC PIC 9(05) VALUE ZEROS.

       01 WK-FLA-QTD PIC 9(02) VALUE ZEROS.
       01 WK-TAB-FILIAIS.
           05 WK-FLA-OCORR OCCURS 31 TIMES.
               10 WK-FLA-COD   PIC 9(03).
               10 WK-FLA-SEM OCCURS 12 TIMES.
                   15 WK-FLS-QTD      PIC 9(07).
                   15 WK-FLS-BRUTO    PIC 9(15)V99.
                   15 WK-FLS-PREVISTO PIC 9(15)V99.
       01 WK-FLA-IX  PIC 9(02) VALUE ZEROS.
       01 WK-FLA-POS PIC 9(02) VALUE ZEROS.

       01 WK-TAB-SITS.
           05 WK-STT-OCORR OCCURS 99 TIMES.
               10 WK-STT-SEM OCCURS 12 TIMES.
                   15 WK-STS-QTD      PIC 9(07).
                   15 WK-STS-BRUTO    PIC 9(15)V99.
                   15 WK-STS-PREVISTO PIC 9(15)V99.
       01 WK-STT-IX  PIC 9(03) VALUE ZEROS.
       01 WK-STT-COD PIC 9(02) VALUE ZEROS.

      *    SUBTOTAL DE UMA FILIAL OU SITUACAO NO RELATORIO.
       01 WK-SUB-QTD      PIC 9(07) VALUE ZEROS.
       01 WK-SUB-BRUTO    PIC 9(15)V99 VALUE ZEROS.
       01 WK-SUB-PREVISTO PIC 9(15)V99 VALUE ZEROS.

      *-----------------------------------------------------------------
      *    PREVISAO ANTERIOR (HISTORICO DE PREVISOES): A GERACAO MAIS
      *    RECENTE QUE JA TEM A PRIMEIRA SEMANA ENCERRADA. SO AS SEMANAS
      *    ENCERRADAS ATE ONTEM SAO COMPARADAS COM O REALIZADO.
      *-----------------------------------------------------------------
       01 WK-ANT-GER PIC 9(08) VALUE ZEROS.
       01 WK-TAB-ANTERIOR.
           05 WK-ANT-OCORR OCCURS 12 TIMES.
               10 WK-ANT-CARREGADA PIC X(01).
               10 WK-ANT-INI       PIC 9(08).
               10 WK-ANT-FIM       PIC 9(08).
               10 WK-ANT-PREVISTO  PIC 9(15)V99.
               10 WK-ANT-REALIZADO PIC 9(15)V99.
       01 WK-ANT-IX PIC 9(02) VALUE ZEROS.
       01 WK-ANT-TOT-PREV PIC 9(15)V99 VALUE ZEROS.
       01 WK-ANT-TOT-REAL PIC 9(15)V99 VALUE ZEROS.
       01 WK-ANT-DIFERENCA PIC S9(15)V99 VALUE ZEROS.
       01 WK-ANT-PERC     PIC 9(05) VALUE ZEROS.
       01 WK-ANT-SEMANAS  PIC 9(02) VALUE ZEROS.

      *    TITULO CORRENTE.
       01 WK-CNPJ-ANT   PIC 9(14) VALUE ZEROS.
       01 WK-EH-PARCELA PIC X(01) VALUE 'N'.
           88 TITULO-DE-ACORDO VALUE 'S'.
       01 WK-INT-PREV   PIC S9(07) VALUE ZEROS.
       01 WK-DATA-PREV  PIC 9(08) VALUE ZEROS.
       01 WK-VAL-PREV   PIC 9(13)V99 VALUE ZEROS.

       01 WK-TOT-ABERTO     PIC 9(15)V99 VALUE ZEROS.
       01 WK-TOT-ALEM-BRUTO PIC 9(15)V99 VALUE ZEROS.
       01 WK-TOT-ALEM-PREV  PIC 9(15)V99 VALUE ZEROS.
       01 WK-TOT-QTD        PIC 9(07) VALUE ZEROS.
       01 WK-TOT-BRUTO      PIC 9(15)V99 VALUE ZEROS.
       01 WK-TOT-PREVISTO   PIC 9(15)V99 VALUE ZEROS.
       01 WK-TOT-ACORDO     PIC 9(15)V99 VALUE ZEROS.

       01 WK-CONT-LIDOS      PIC 9(07) VALUE ZEROS.
       01 WK-CONT-BAIXADOS   PIC 9(07) VALUE ZEROS.
       01 WK-CONT-ZERADOS    PIC 9(07) VALUE ZEROS.
       01 WK-CONT-SEM-VENC   PIC 9(07) VALUE ZEROS.
       01 WK-CONT-ABERTOS    PIC 9(07) VALUE ZEROS.
       01 WK-CONT-PARCELAS   PIC 9(07) VALUE ZEROS.
       01 WK-CONT-ALEM       PIC 9(07) VALUE ZEROS.
       01 WK-CONT-SEM-SIT    PIC 9(07) VALUE ZEROS.
       01 WK-CONT-PAG-LIDOS  PIC 9(07) VALUE ZEROS.
       01 WK-CONT-ACD-LIDOS  PIC 9(07) VALUE ZEROS.
       01 WK-CONT-PRV-GRAV   PIC 9(07) VALUE ZEROS.

       01 WK-DATA-CALC PIC 9(08) VALUE ZEROS.
       01 WK-DATA-CALC-R REDEFINES WK-DATA-CALC.
           02 WK-DC-ANO PIC 9(04).
           02 WK-DC-MES PIC 9(02).
           02 WK-DC-DIA PIC 9(02).
       01 WK-DATA-EDIT.
           02 WK-DE-DIA PIC 9(02).
           02 FILLER    PIC X(01) VALUE '/'.
           02 WK-DE-MES PIC 9(02).
           02 FILLER    PIC X(01) VALUE '/'.
           02 WK-DE-ANO PIC 9(04).

       01 WK-LINHA-TITULO.
           02 FILLER      PIC X(47) VALUE
               'PREVISAO DE RECEBIMENTOS POR SEMANA - DATA BASE'.
           02 FILLER      PIC X(02) VALUE ': '.
           02 WK-LTI-BASE PIC X(10).
           02 FILLER      PIC X(12) VALUE '   SEMANAS: '.
           02 WK-LTI-SEM  PIC 9(02).
           02 FILLER      PIC X(07) VALUE '   ATE '.
           02 WK-LTI-FIM  PIC X(10).
           02 FILLER      PIC X(30) VALUE SPACES.

       01 WK-CAB-CLASSE.
           02 FILLER PIC X(17) VALUE 'CLASSE DE RISCO'.
           02 FILLER PIC X(06) VALUE 'PESO%'.
           02 FILLER PIC X(09) VALUE '   PAGTOS'.
           02 FILLER PIC X(10) VALUE '  ATRASO'.
           02 FILLER PIC X(08) VALUE 'MEDIA'.
           02 FILLER PIC X(09) VALUE '  TITULOS'.
           02 FILLER PIC X(19) VALUE '   SALDO EM ABERTO'.
           02 FILLER PIC X(19) VALUE '  PREVISTO NO PRAZO'.
           02 FILLER PIC X(23) VALUE SPACES.

       01 WK-LINHA-CLASSE.
           02 WK-LCL-NOME   PIC X(15).
           02 FILLER        PIC X(02) VALUE SPACES.
           02 WK-LCL-PESO   PIC ZZ9.
           02 FILLER        PIC X(03) VALUE SPACES.
           02 WK-LCL-PAGOS  PIC ZZZZZZ9.
           02 FILLER        PIC X(04) VALUE SPACES.
           02 WK-LCL-ATRASO PIC ----9.
           02 FILLER        PIC X(02) VALUE SPACES.
           02 WK-LCL-ORIGEM PIC X(06).
           02 FILLER        PIC X(04) VALUE SPACES.
           02 WK-LCL-TITS   PIC ZZZZZZ9.
           02 FILLER        PIC X(02) VALUE SPACES.
           02 WK-LCL-BRUTO  PIC ZZZZZZZZZZZZZ99V99.
           02 FILLER        PIC X(02) VALUE SPACES.
           02 WK-LCL-PREV   PIC ZZZZZZZZZZZZZ99V99.
           02 FILLER        PIC X(25) VALUE SPACES.

       01 WK-CAB-SEMANA.
           02 FILLER PIC X(24) VALUE SPACES.
           02 FILLER PIC X(04) VALUE 'SEM'.
           02 FILLER PIC X(25) VALUE 'PERIODO'.
           02 FILLER PIC X(09) VALUE '  TITULOS'.
           02 FILLER PIC X(19) VALUE '      VALOR BRUTO'.
           02 FILLER PIC X(19) VALUE '   VALOR PREVISTO'.
           02 FILLER PIC X(19) VALUE '  PREV. ACORDOS'.
           02 FILLER PIC X(01) VALUE SPACES.

       01 WK-LINHA-SEMANA.
           02 WK-LSE-ROTULO PIC X(22).
           02 FILLER        PIC X(02) VALUE SPACES.
           02 WK-LSE-SEM    PIC Z9.
           02 FILLER        PIC X(02) VALUE SPACES.
           02 WK-LSE-INI    PIC X(10).
           02 FILLER        PIC X(03) VALUE ' A '.
           02 WK-LSE-FIM    PIC X(10).
           02 FILLER        PIC X(02) VALUE SPACES.
           02 WK-LSE-QTD    PIC ZZZZZZ9.
           02 FILLER        PIC X(02) VALUE SPACES.
           02 WK-LSE-BRUTO  PIC ZZZZZZZZZZZZZ99V99.
           02 FILLER        PIC X(02) VALUE SPACES.
           02 WK-LSE-PREV   PIC ZZZZZZZZZZZZZ99V99.
           02 FILLER        PIC X(02) VALUE SPACES.
           02 WK-LSE-ACORDO PIC ZZZZZZZZZZZZZ99V99.
           02 FILLER        PIC X(03) VALUE SPACES.

       01 WK-LINHA-SIT-ROT.
           02 WK-LSR-COD  PIC 9(02).
           02 FILLER      PIC X(01) VALUE SPACES.
           02 WK-LSR-DESC PIC X(15).
           02 FILLER      PIC X(04) VALUE SPACES.
       01 WK-LINHA-FIL-ROT.
           02 FILLER      PIC X(07) VALUE 'FILIAL '.
           02 WK-LFR-COD  PIC 9(03).
           02 FILLER      PIC X(12) VALUE SPACES.

       01 WK-LINHA-TOTAL.
           02 WK-LTO-ROTULO PIC X(40).
           02 WK-LTO-QTD    PIC ZZZZZZ9.
           02 FILLER        PIC X(02) VALUE SPACES.
           02 WK-LTO-BRUTO  PIC ZZZZZZZZZZZZZ99V99.
           02 FILLER        PIC X(02) VALUE SPACES.
           02 WK-LTO-PREV   PIC ZZZZZZZZZZZZZ99V99.
           02 FILLER        PIC X(34) VALUE SPACES.

       01 WK-CAB-REALIZADO.
           02 FILLER PIC X(04) VALUE 'SEM'.
           02 FILLER PIC X(25) VALUE 'PERIODO'.
           02 FILLER PIC X(19) VALUE '   VALOR PREVISTO'.
           02 FILLER PIC X(19) VALUE '  VALOR REALIZADO'.
           02 FILLER PIC X(19) VALUE '          DIFERENCA'.
           02 FILLER PIC X(12) VALUE '  REALIZ. %'.
           02 FILLER PIC X(22) VALUE SPACES.

       01 WK-LINHA-REALIZADO.
           02 WK-LRE-SEM    PIC Z9.
           02 FILLER        PIC X(02) VALUE SPACES.
           02 WK-LRE-INI    PIC X(10).
           02 FILLER        PIC X(03) VALUE ' A '.
           02 WK-LRE-FIM    PIC X(10).
           02 FILLER        PIC X(02) VALUE SPACES.
           02 WK-LRE-PREV   PIC ZZZZZZZZZZZZZ99V99.
           02 FILLER        PIC X(02) VALUE SPACES.
           02 WK-LRE-REAL   PIC ZZZZZZZZZZZZZ99V99.
           02 FILLER        PIC X(02) VALUE SPACES.
           02 WK-LRE-DIF    PIC +ZZZZZZZZZZZZ9V99.
           02 FILLER        PIC X(06) VALUE SPACES.
           02 WK-LRE-PERC   PIC ZZZZ9.
           02 FILLER        PIC X(23) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 1000-INICIALIZAR.
           PERFORM 3000-FINALIZAR.
      *-----------------------------------------------------------------
      *     INCIALIZACAO DO PROGRAMA
      *-----------------------------------------------------------------
       1000-INICIALIZAR SECTION.
           ACCEPT WK-DATA-SYS FROM DATE YYYYMMDD
           COMPUTE WK-INT-HOJE =
               FUNCTION INTEGER-OF-DATE (WK-DATA-SYS-NUM)

      *    AS TABELAS DE ACUMULACAO PRECISAM NASCER ZERADAS: O PRIMEIRO
      *    ADD EM OCORRENCIA NAO INICIALIZADA E ABEND DE DADO DECIMAL.
           MOVE ZEROS TO WK-TAB-CLASSES
           MOVE ZEROS TO WK-TAB-SEMANAS
           MOVE ZEROS TO WK-TAB-FILIAIS
           MOVE ZEROS TO WK-TAB-SITS
           MOVE ZEROS TO WK-TAB-MAPA
           MOVE ZEROS TO WK-TAB-PARCELAS
           MOVE ZEROS TO WK-TAB-ANTERIOR
           MOVE ALL '9' TO WK-TAB-NOTAS

           MOVE 095 TO WK-CLS-PESO (1)
           MOVE 075 TO WK-CLS-PESO (2)
           MOVE 015 TO WK-CLS-PESO (3)
           MOVE 050 TO WK-CLS-PESO (4)

           PERFORM 1150-OBTER-PARAMETROS-ARQUIVO
           PERFORM 1168-CARREGAR-SITUACOES
           PERFORM 1400-CARREGAR-FILIAIS
           PERFORM 1200-CARREGAR-NOTAS
           PERFORM 1300-CARREGAR-ACORDOS
           PERFORM 1500-MONTAR-SEMANAS
           PERFORM 1600-CARREGAR-PREVISAO-ANT

           PERFORM 2000-APURAR-HISTORICO
           PERFORM 2100-CALCULAR-ATRASO-MEDIO

           OPEN INPUT ARQ-MESTRE
           IF AS-STATUS-MST NOT EQUAL ZEROS
               DISPLAY 'ERRO DE ABERTURA DO ARQUIVO MESTRE '
                        AS-STATUS-MST
               DISPLAY 'PREVISAO NAO GERADA'
               GO TO 1000-INICIALIZAR-EXIT
           END-IF

           PERFORM 2200-PROCESSAR

           CLOSE ARQ-MESTRE
           IF AS-STATUS-MST NOT EQUAL ZEROS
               DISPLAY 'ERRO AO FECHAR O ARQUIVO MESTRE '
                        AS-STATUS-MST
           END-IF

           OPEN OUTPUT ARQ-RELPRV
           IF AS-STATUS-REL NOT EQUAL ZEROS
               DISPLAY 'ERRO DE ABERTURA DO RELATORIO DE PREVISAO '
                        AS-STATUS-REL
           END-IF

           PERFORM 2500-IMPRIMIR-CABECALHO
           PERFORM 2600-IMPRIMIR-POR-SEMANA
           PERFORM 2700-IMPRIMIR-POR-FILIAL
           PERFORM 2750-IMPRIMIR-POR-SITUACAO
           PERFORM 2800-IMPRIMIR-PREV-REALIZADO

           CLOSE ARQ-RELPRV
           IF AS-STATUS-REL NOT EQUAL ZEROS
               DISPLAY 'ERRO AO FECHAR O RELATORIO DE PREVISAO '
                        AS-STATUS-REL
           END-IF

           PERFORM 2850-GRAVAR-PREVISAO
           .
       1000-INICIALIZAR-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     OBTER NOMES DOS ARQUIVOS INFORMADOS PELA OPERACAO
      *     (variaveis de ambiente ao estilo DD do JCL; mantem o
      *     default se nao informadas) E OS PARAMETROS DA PREVISAO
      *-----------------------------------------------------------------
       1150-OBTER-PARAMETROS-ARQUIVO SECTION.
           ACCEPT WK-PATH-MESTRE FROM ENVIRONMENT 'DD-MESTRE'
           ON EXCEPTION
               CONTINUE
           END-ACCEPT

           ACCEPT WK-PATH-NOTAS FROM ENVIRONMENT 'DD-NOTAS'
           ON EXCEPTION
               CONTINUE
           END-ACCEPT

           ACCEPT WK-PATH-PAGHIS FROM ENVIRONMENT 'DD-PAGHIS'
           ON EXCEPTION
               CONTINUE
           END-ACCEPT

           ACCEPT WK-PATH-ACORDOS FROM ENVIRONMENT 'DD-ACORDOS'
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

           ACCEPT WK-PATH-PRVHIS FROM ENVIRONMENT 'DD-PRVHIS'
           ON EXCEPTION
               CONTINUE
           END-ACCEPT

           ACCEPT WK-PATH-RELPRV FROM ENVIRONMENT 'DD-RELPRV'
           ON EXCEPTION
               CONTINUE
           END-ACCEPT

           ACCEPT WK-SEMANAS-X FROM ENVIRONMENT 'PRV-SEMANAS'
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WK-SEMANAS-X NUMERIC
               IF WK-SEMANAS-X < '04' OR WK-SEMANAS-X > '12'
                   DISPLAY 'PRV-SEMANAS FORA DE 04 A 12 - ASSUMIDO '
                           WK-SEMANAS
               ELSE
                   MOVE WK-SEMANAS-X TO WK-SEMANAS
               END-IF
           END-IF

           MOVE SPACES TO WK-PESO-X
           ACCEPT WK-PESO-X FROM ENVIRONMENT 'PRV-PESO-DIA'
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WK-PESO-X NUMERIC AND WK-PESO-X NOT > '100'
               MOVE WK-PESO-X TO WK-CLS-PESO (1)
           END-IF

           MOVE SPACES TO WK-PESO-X
           ACCEPT WK-PESO-X FROM ENVIRONMENT 'PRV-PESO-ATR'
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WK-PESO-X NUMERIC AND WK-PESO-X NOT > '100'
               MOVE WK-PESO-X TO WK-CLS-PESO (2)
           END-IF

           MOVE SPACES TO WK-PESO-X
           ACCEPT WK-PESO-X FROM ENVIRONMENT 'PRV-PESO-NUNCA'
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WK-PESO-X NUMERIC AND WK-PESO-X NOT > '100'
               MOVE WK-PESO-X TO WK-CLS-PESO (3)
           END-IF

           MOVE SPACES TO WK-PESO-X
           ACCEPT WK-PESO-X FROM ENVIRONMENT 'PRV-PESO-SEMH'
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WK-PESO-X NUMERIC AND WK-PESO-X NOT > '100'
               MOVE WK-PESO-X TO WK-CLS-PESO (4)
           END-IF
           .
       1150-OBTER-PARAMETROS-ARQUIVO-EXIT.
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
      *     CARREGAR AS NOTAS DE RISCO DE CBLX0018
      *-----------------------------------------------------------------
      *    SEM O ARQUIVO DE NOTAS TODO DEVEDOR FICA SEM HISTORICO. NOTA
      *    FORA DA ORDEM DE CNPJ E IGNORADA PARA NAO QUEBRAR A BUSCA.
       1200-CARREGAR-NOTAS SECTION.
           OPEN INPUT ARQ-NOTAS
           IF AS-STATUS-NOT NOT EQUAL ZEROS
               DISPLAY 'ARQUIVO DE NOTAS NAO DISPONIVEL - DEVEDORES '
                       'SEM HISTORICO ' AS-STATUS-NOT
               GO TO 1200-CARREGAR-NOTAS-EXIT
           END-IF

           PERFORM 1210-LER-NOTA

           CLOSE ARQ-NOTAS
           IF AS-STATUS-NOT NOT EQUAL ZEROS
               DISPLAY 'ERRO AO FECHAR O ARQUIVO DE NOTAS '
                        AS-STATUS-NOT
           END-IF
           .
       1200-CARREGAR-NOTAS-EXIT.
           EXIT.

       1210-LER-NOTA SECTION.
           READ ARQ-NOTAS AT END
                GO TO 1210-LER-NOTA-EXIT.

           IF NOTA-CNPJ NOT NUMERIC
               GO TO 1210-LER-NOTA
           END-IF

           IF NOTA-CNPJ NOT > WK-NOT-ULTIMO
               ADD 1 TO WK-CONT-NOT-ORDEM
               GO TO 1210-LER-NOTA
           END-IF

           IF WK-NOT-QTD NOT < 10000
               ADD 1 TO WK-CONT-NOT-CHEIA
               GO TO 1210-LER-NOTA
           END-IF

           ADD 1 TO WK-NOT-QTD
           MOVE NOTA-CNPJ TO WK-NOT-CNPJ (WK-NOT-QTD)
           MOVE NOTA-CNPJ TO WK-NOT-ULTIMO

           EVALUATE NOTA-CLASSE
               WHEN WK-NOME-CLASSE (1)
                   MOVE 1 TO WK-NOT-CLASSE (WK-NOT-QTD)
               WHEN WK-NOME-CLASSE (2)
                   MOVE 2 TO WK-NOT-CLASSE (WK-NOT-QTD)
               WHEN WK-NOME-CLASSE (3)
                   MOVE 3 TO WK-NOT-CLASSE (WK-NOT-QTD)
               WHEN OTHER
                   MOVE 4 TO WK-NOT-CLASSE (WK-NOT-QTD)
           END-EVALUATE
           GO TO 1210-LER-NOTA
           .
       1210-LER-NOTA-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     CARREGAR AS PARCELAS DOS ACORDOS DE PARCELAMENTO
      *-----------------------------------------------------------------
       1300-CARREGAR-ACORDOS SECTION.
           OPEN INPUT ARQ-ACORDOS
           IF AS-STATUS-ACD NOT EQUAL ZEROS
               DISPLAY 'ARQUIVO DE ACORDOS NAO DISPONIVEL - PARCELAS '
                       'PELO VENCIMENTO DO MESTRE ' AS-STATUS-ACD
               GO TO 1300-CARREGAR-ACORDOS-EXIT
           END-IF

           PERFORM 1310-LER-ACORDO

           CLOSE ARQ-ACORDOS
           IF AS-STATUS-ACD NOT EQUAL ZEROS
               DISPLAY 'ERRO AO FECHAR O ARQUIVO DE ACORDOS '
                        AS-STATUS-ACD
           END-IF
           .
       1300-CARREGAR-ACORDOS-EXIT.
           EXIT.

       1310-LER-ACORDO SECTION.
           READ ARQ-ACORDOS AT END
                GO TO 1310-LER-ACORDO-EXIT.

           IF ACD-CNPJ NOT NUMERIC
                   OR ACD-QTD-PARC NOT NUMERIC
                   OR ACD-QTD-PARC EQUAL ZEROS
                   OR ACD-PRIM-VENC NOT NUMERIC
               GO TO 1310-LER-ACORDO
           END-IF

           ADD 1 TO WK-CONT-ACD-LIDOS
           MOVE ACD-PRIM-VENC TO WK-VENC-CALC
           MOVE WK-VENC-DIA   TO WK-DIA-BASE

           PERFORM 1320-GERAR-PARCELA
               VARYING WK-PARC-IX FROM 1 BY 1
               UNTIL WK-PARC-IX > ACD-QTD-PARC
           GO TO 1310-LER-ACORDO
           .
       1310-LER-ACORDO-EXIT.
           EXIT.

       1320-GERAR-PARCELA SECTION.
           IF WK-PARC-IX > 1
               PERFORM 1330-AVANCAR-UM-MES
           END-IF

           IF WK-PCL-QTD NOT < 5000
               ADD 1 TO WK-CONT-PCL-CHEIA
               GO TO 1320-GERAR-PARCELA-EXIT
           END-IF

           ADD 1 TO WK-PCL-QTD
           MOVE ACD-CNPJ     TO WK-PCL-CNPJ (WK-PCL-QTD)
           MOVE WK-VENC-CALC TO WK-PCL-VENC (WK-PCL-QTD)
           .
       1320-GERAR-PARCELA-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     AVANCAR O VENCIMENTO DA PARCELA EM UM MES (CBLX0014 2160)
      *-----------------------------------------------------------------
       1330-AVANCAR-UM-MES SECTION.
           ADD 1 TO WK-VENC-MES
           IF WK-VENC-MES > 12
               MOVE 1 TO WK-VENC-MES
               ADD 1 TO WK-VENC-ANO
           END-IF

           IF WK-VENC-MES EQUAL 02
               PERFORM 1340-CALCULAR-DIAS-FEVEREIRO
               MOVE WK-BISS-DIAS TO WK-DIA-LIMITE
           ELSE
               MOVE WK-DIAS-MES (WK-VENC-MES) TO WK-DIA-LIMITE
           END-IF

           IF WK-DIA-BASE > WK-DIA-LIMITE
               MOVE WK-DIA-LIMITE TO WK-VENC-DIA
           ELSE
               MOVE WK-DIA-BASE TO WK-VENC-DIA
           END-IF
           .
       1330-AVANCAR-UM-MES-EXIT.
           EXIT.

       1340-CALCULAR-DIAS-FEVEREIRO SECTION.
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
       1340-CALCULAR-DIAS-FEVEREIRO-EXIT.
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
      *     MONTAR AS SEMANAS DA PREVISAO A PARTIR DA DATA DO PROCESSO
      *-----------------------------------------------------------------
       1500-MONTAR-SEMANAS SECTION.
           PERFORM 1510-MONTAR-UMA-SEMANA
               VARYING WK-SEM-IX FROM 1 BY 1
               UNTIL WK-SEM-IX > WK-SEMANAS
           .
       1500-MONTAR-SEMANAS-EXIT.
           EXIT.

       1510-MONTAR-UMA-SEMANA SECTION.
           COMPUTE WK-SEM-INI (WK-SEM-IX) = FUNCTION DATE-OF-INTEGER
               (WK-INT-HOJE + (WK-SEM-IX - 1) * 7)
           COMPUTE WK-SEM-FIM (WK-SEM-IX) = FUNCTION DATE-OF-INTEGER
               (WK-INT-HOJE + WK-SEM-IX * 7 - 1)
           .
       1510-MONTAR-UMA-SEMANA-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     CARREGAR A PREVISAO ANTERIOR DO HISTORICO DE PREVISOES
      *-----------------------------------------------------------------
      *    PRIMEIRA PASSADA: A GERACAO MAIS RECENTE CUJA SEMANA 1 JA
      *    TERMINOU. SEGUNDA PASSADA: AS SEMANAS DESSA GERACAO (UMA
      *    REEXECUCAO NO MESMO DIA REGRAVA AS SEMANAS; VALE A ULTIMA).
       1600-CARREGAR-PREVISAO-ANT SECTION.
           OPEN INPUT ARQ-PRVHIS
           IF AS-STATUS-PRV NOT EQUAL ZEROS
               DISPLAY 'HISTORICO DE PREVISOES AUSENTE - SEM '
                       'COMPARACAO COM O REALIZADO ' AS-STATUS-PRV
               GO TO 1600-CARREGAR-PREVISAO-ANT-EXIT
           END-IF

           PERFORM 1610-BUSCAR-GERACAO

           CLOSE ARQ-PRVHIS

           IF WK-ANT-GER EQUAL ZEROS
               GO TO 1600-CARREGAR-PREVISAO-ANT-EXIT
           END-IF

           OPEN INPUT ARQ-PRVHIS
           IF AS-STATUS-PRV NOT EQUAL ZEROS
               DISPLAY 'ERRO NA RELEITURA DO HISTORICO DE PREVISOES '
                        AS-STATUS-PRV
               MOVE ZEROS TO WK-ANT-GER
               GO TO 1600-CARREGAR-PREVISAO-ANT-EXIT
           END-IF

           PERFORM 1620-LER-SEMANA-ANT

           CLOSE ARQ-PRVHIS
           IF AS-STATUS-PRV NOT EQUAL ZEROS
               DISPLAY 'ERRO AO FECHAR O HISTORICO DE PREVISOES '
                        AS-STATUS-PRV
           END-IF
           .
       1600-CARREGAR-PREVISAO-ANT-EXIT.
           EXIT.

       1610-BUSCAR-GERACAO SECTION.
           READ ARQ-PRVHIS AT END
                GO TO 1610-BUSCAR-GERACAO-EXIT.

           IF PRV-SEMANA EQUAL 01
                   AND PRV-FIM < WK-DATA-SYS-NUM
                   AND PRV-DATA-GER > WK-ANT-GER
               MOVE PRV-DATA-GER TO WK-ANT-GER
           END-IF
           GO TO 1610-BUSCAR-GERACAO
           .
       1610-BUSCAR-GERACAO-EXIT.
           EXIT.

       1620-LER-SEMANA-ANT SECTION.
           READ ARQ-PRVHIS AT END
                GO TO 1620-LER-SEMANA-ANT-EXIT.

           IF PRV-DATA-GER NOT EQUAL WK-ANT-GER
                   OR PRV-SEMANA < 01 OR PRV-SEMANA > 12
               GO TO 1620-LER-SEMANA-ANT
           END-IF

      *    SEMANA QUE AINDA NAO TERMINOU NAO TEM REALIZADO COMPLETO.
           IF PRV-FIM NOT < WK-DATA-SYS-NUM
               GO TO 1620-LER-SEMANA-ANT
           END-IF

           MOVE PRV-SEMANA TO WK-ANT-IX
           MOVE 'S'          TO WK-ANT-CARREGADA (WK-ANT-IX)
           MOVE PRV-INI      TO WK-ANT-INI (WK-ANT-IX)
           MOVE PRV-FIM      TO WK-ANT-FIM (WK-ANT-IX)
           MOVE PRV-PREVISTO TO WK-ANT-PREVISTO (WK-ANT-IX)
           GO TO 1620-LER-SEMANA-ANT
           .
       1620-LER-SEMANA-ANT-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     HISTORICO DE PAGAMENTOS: ATRASO POR CLASSE E REALIZADO
      *-----------------------------------------------------------------
      *    SO LIQUIDACOES E PARCIAIS: SAO O DINHEIRO QUE ENTROU E AS
      *    UNICAS OCORRENCIAS COM PAG-ATRASO APURADO CONTRA O MESTRE.
       2000-APURAR-HISTORICO SECTION.
           OPEN INPUT ARQ-PAGHIS
           IF AS-STATUS-PAG NOT EQUAL ZEROS
               DISPLAY 'HISTORICO DE PAGAMENTOS NAO DISPONIVEL - SEM '
                       'ATRASO MEDIO E SEM REALIZADO ' AS-STATUS-PAG
               GO TO 2000-APURAR-HISTORICO-EXIT
           END-IF

           PERFORM 2010-LER-PAGAMENTO

           CLOSE ARQ-PAGHIS
           IF AS-STATUS-PAG NOT EQUAL ZEROS
               DISPLAY 'ERRO AO FECHAR O HISTORICO DE PAGAMENTOS '
                        AS-STATUS-PAG
           END-IF
           .
       2000-APURAR-HISTORICO-EXIT.
           EXIT.

       2010-LER-PAGAMENTO SECTION.
           READ ARQ-PAGHIS AT END
                GO TO 2010-LER-PAGAMENTO-EXIT.

           ADD 1 TO WK-CONT-PAG-LIDOS

           IF PAG-OCORR NOT EQUAL 'L' AND PAG-OCORR NOT EQUAL 'P'
               GO TO 2010-LER-PAGAMENTO
           END-IF

           MOVE PAG-CNPJ TO WK-CNPJ-BUSCA
           PERFORM 2300-CLASSIFICAR-CNPJ

           ADD 1          TO WK-CLS-PAG-QTD (WK-CLS-ATUAL)
           ADD PAG-ATRASO TO WK-CLS-ATR-SOMA (WK-CLS-ATUAL)
           ADD 1          TO WK-GER-PAG-QTD
           ADD PAG-ATRASO TO WK-GER-ATR-SOMA

           IF WK-ANT-GER NOT EQUAL ZEROS
               PERFORM 2020-SOMAR-REALIZADO
                   VARYING WK-ANT-IX FROM 1 BY 1
                   UNTIL WK-ANT-IX > 12
           END-IF
           GO TO 2010-LER-PAGAMENTO
           .
       2010-LER-PAGAMENTO-EXIT.
           EXIT.

       2020-SOMAR-REALIZADO SECTION.
           IF WK-ANT-CARREGADA (WK-ANT-IX) EQUAL 'S'
                   AND PAG-DATA NOT < WK-ANT-INI (WK-ANT-IX)
                   AND PAG-DATA NOT > WK-ANT-FIM (WK-ANT-IX)
               ADD PAG-VALOR TO WK-ANT-REALIZADO (WK-ANT-IX)
           END-IF
           .
       2020-SOMAR-REALIZADO-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     ATRASO MEDIO DE CADA CLASSE DE RISCO
      *-----------------------------------------------------------------
       2100-CALCULAR-ATRASO-MEDIO SECTION.
           IF WK-GER-PAG-QTD > ZEROS
               COMPUTE WK-GER-ATR-MEDIO ROUNDED =
                   WK-GER-ATR-SOMA / WK-GER-PAG-QTD
           END-IF

           PERFORM 2110-MEDIA-CLASSE
               VARYING WK-CLS-IX FROM 1 BY 1
               UNTIL WK-CLS-IX > 4
           .
       2100-CALCULAR-ATRASO-MEDIO-EXIT.
           EXIT.

       2110-MEDIA-CLASSE SECTION.
           IF WK-CLS-PAG-QTD (WK-CLS-IX) > ZEROS
               COMPUTE WK-CLS-ATR-MEDIO (WK-CLS-IX) ROUNDED =
                   WK-CLS-ATR-SOMA (WK-CLS-IX)
                   / WK-CLS-PAG-QTD (WK-CLS-IX)
               MOVE 'CLASSE' TO WK-CLS-ORIGEM (WK-CLS-IX)
           ELSE
               MOVE WK-GER-ATR-MEDIO TO WK-CLS-ATR-MEDIO (WK-CLS-IX)
               MOVE 'GERAL'  TO WK-CLS-ORIGEM (WK-CLS-IX)
           END-IF
           .
       2110-MEDIA-CLASSE-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     PROCESSAMENTO DOS TITULOS DO MESTRE (ORDEM CNPJ+VENCIMENTO)
      *-----------------------------------------------------------------
       2200-PROCESSAR SECTION.
           READ ARQ-MESTRE AT END
                GO TO 2200-PROCESSAR-EXIT.

           ADD 1 TO WK-CONT-LIDOS

           IF MST-SIT EQUAL WK-SIT-BAIXADO
               ADD 1 TO WK-CONT-BAIXADOS
               GO TO 2200-PROCESSAR
           END-IF

           IF MST-VALOR EQUAL ZEROS
               ADD 1 TO WK-CONT-ZERADOS
               GO TO 2200-PROCESSAR
           END-IF

      *    SEM VENCIMENTO NAO HA DATA PARA PREVER O RECEBIMENTO.
           IF MST-VENC EQUAL ZEROS
               ADD 1 TO WK-CONT-SEM-VENC
               GO TO 2200-PROCESSAR
           END-IF

           IF MST-CNPJ NOT EQUAL WK-CNPJ-ANT
               MOVE MST-CNPJ TO WK-CNPJ-ANT
               MOVE MST-CNPJ TO WK-CNPJ-BUSCA
               PERFORM 2300-CLASSIFICAR-CNPJ
               PERFORM 2230-LOCALIZAR-FILIAL
           END-IF

           ADD 1 TO WK-CONT-ABERTOS
           PERFORM 2210-PREVER-TITULO
           GO TO 2200-PROCESSAR
           .
       2200-PROCESSAR-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     DATA ESPERADA, SEMANA E VALOR PREVISTO DE UM TITULO
      *-----------------------------------------------------------------
      *    DATA ESPERADA = VENCIMENTO + ATRASO MEDIO DA CLASSE; PARCELA
      *    DE ACORDO AINDA A VENCER ENTRA NA DATA DA PARCELA. O QUE JA
      *    DEVIA TER ENTRADO E NAO ENTROU FICA NA SEMANA 1. VALOR
      *    PREVISTO = SALDO X PESO DA CLASSE.
       2210-PREVER-TITULO SECTION.
           MOVE 'N' TO WK-EH-PARCELA
           IF MST-SIT EQUAL WK-SIT-RENEGOCIADO AND WK-PCL-QTD > ZEROS
               MOVE ZEROS TO WK-PCL-POS
               PERFORM 2220-BUSCAR-PARCELA
                   VARYING WK-PCL-IX FROM 1 BY 1
                   UNTIL WK-PCL-IX > WK-PCL-QTD
                      OR WK-PCL-POS NOT EQUAL ZEROS
               IF WK-PCL-POS NOT EQUAL ZEROS
                   MOVE 'S' TO WK-EH-PARCELA
                   ADD 1 TO WK-CONT-PARCELAS
               END-IF
           END-IF

           COMPUTE WK-INT-PREV = FUNCTION INTEGER-OF-DATE (MST-VENC)
           IF NOT TITULO-DE-ACORDO OR MST-VENC < WK-DATA-SYS-NUM
               ADD WK-CLS-ATR-MEDIO (WK-CLS-ATUAL) TO WK-INT-PREV
           END-IF
           IF WK-INT-PREV < WK-INT-HOJE
               MOVE WK-INT-HOJE TO WK-INT-PREV
           END-IF

           COMPUTE WK-VAL-PREV ROUNDED =
               MST-VALOR * WK-CLS-PESO (WK-CLS-ATUAL) / 100

           ADD 1         TO WK-CLS-TITULOS (WK-CLS-ATUAL)
           ADD MST-VALOR TO WK-CLS-BRUTO (WK-CLS-ATUAL)
           ADD MST-VALOR TO WK-TOT-ABERTO

           COMPUTE WK-SEM-CALC = (WK-INT-PREV - WK-INT-HOJE) / 7 + 1
           IF WK-SEM-CALC > WK-SEMANAS
               ADD 1           TO WK-CONT-ALEM
               ADD MST-VALOR   TO WK-TOT-ALEM-BRUTO
               ADD WK-VAL-PREV TO WK-TOT-ALEM-PREV
               GO TO 2210-PREVER-TITULO-EXIT
           END-IF
           MOVE WK-SEM-CALC TO WK-SEM-IX

           ADD WK-VAL-PREV TO WK-CLS-PREVISTO (WK-CLS-ATUAL)

           ADD 1           TO WK-SEM-QTD (WK-SEM-IX)
           ADD MST-VALOR   TO WK-SEM-BRUTO (WK-SEM-IX)
           ADD WK-VAL-PREV TO WK-SEM-PREVISTO (WK-SEM-IX)
           IF TITULO-DE-ACORDO
               ADD WK-VAL-PREV TO WK-SEM-ACORDO (WK-SEM-IX)
           END-IF

           ADD 1           TO WK-FLS-QTD (WK-FLA-POS, WK-SEM-IX)
           ADD MST-VALOR   TO WK-FLS-BRUTO (WK-FLA-POS, WK-SEM-IX)
           ADD WK-VAL-PREV TO WK-FLS-PREVISTO (WK-FLA-POS, WK-SEM-IX)

           IF MST-SIT > ZEROS
               MOVE MST-SIT TO WK-STT-IX
               ADD 1         TO WK-STS-QTD (WK-STT-IX, WK-SEM-IX)
               ADD MST-VALOR TO WK-STS-BRUTO (WK-STT-IX, WK-SEM-IX)
               ADD WK-VAL-PREV
                             TO WK-STS-PREVISTO (WK-STT-IX, WK-SEM-IX)
           ELSE
               ADD 1 TO WK-CONT-SEM-SIT
           END-IF
           .
       2210-PREVER-TITULO-EXIT.
           EXIT.

       2220-BUSCAR-PARCELA SECTION.
           IF WK-PCL-CNPJ (WK-PCL-IX) EQUAL MST-CNPJ
                   AND WK-PCL-VENC (WK-PCL-IX) EQUAL MST-VENC
               MOVE WK-PCL-IX TO WK-PCL-POS
           END-IF
           .
       2220-BUSCAR-PARCELA-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     LOCALIZAR A FILIAL DO CNPJ E A SUA LINHA NOS TOTAIS
      *-----------------------------------------------------------------
       2230-LOCALIZAR-FILIAL SECTION.
           MOVE ZEROS TO WK-FIL-ATUAL
           MOVE ZEROS TO WK-MAP-POS
           PERFORM 2235-BUSCAR-CNPJ-MAPA
               VARYING WK-MAP-IX FROM 1 BY 1
               UNTIL WK-MAP-IX > WK-MAP-QTD
                  OR WK-MAP-POS NOT EQUAL ZEROS
           IF WK-MAP-POS NOT EQUAL ZEROS
               MOVE WK-MAP-FIL (WK-MAP-POS) TO WK-FIL-ATUAL
           END-IF

           MOVE ZEROS TO WK-FLA-POS
           PERFORM 2240-BUSCAR-FILIAL
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
           .
       2230-LOCALIZAR-FILIAL-EXIT.
           EXIT.

       2235-BUSCAR-CNPJ-MAPA SECTION.
           IF WK-MAP-CNPJ (WK-MAP-IX) EQUAL MST-CNPJ
               MOVE WK-MAP-IX TO WK-MAP-POS
           END-IF
           .
       2235-BUSCAR-CNPJ-MAPA-EXIT.
           EXIT.

       2240-BUSCAR-FILIAL SECTION.
           IF WK-FLA-COD (WK-FLA-IX) EQUAL WK-FIL-ATUAL
               MOVE WK-FLA-IX TO WK-FLA-POS
           END-IF
           .
       2240-BUSCAR-FILIAL-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     CLASSE DE RISCO DO CNPJ WK-CNPJ-BUSCA (SEM NOTA = 4)
      *-----------------------------------------------------------------
       2300-CLASSIFICAR-CNPJ SECTION.
           MOVE 4 TO WK-CLS-ATUAL
           IF WK-NOT-QTD EQUAL ZEROS
               GO TO 2300-CLASSIFICAR-CNPJ-EXIT
           END-IF

           SEARCH ALL WK-NOT-OCORR
               AT END
                   CONTINUE
               WHEN WK-NOT-CNPJ (WK-IX-NOT) EQUAL WK-CNPJ-BUSCA
                   MOVE WK-NOT-CLASSE (WK-IX-NOT) TO WK-CLS-ATUAL
           END-SEARCH
           .
       2300-CLASSIFICAR-CNPJ-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     CABECALHO E QUADRO DAS CLASSES DE RISCO
      *-----------------------------------------------------------------
       2500-IMPRIMIR-CABECALHO SECTION.
           MOVE WK-DATA-SYS-NUM TO WK-DATA-CALC
           PERFORM 2950-EDITAR-DATA
           MOVE WK-DATA-EDIT TO WK-LTI-BASE
           MOVE WK-SEMANAS   TO WK-LTI-SEM
           MOVE WK-SEM-FIM (WK-SEMANAS) TO WK-DATA-CALC
           PERFORM 2950-EDITAR-DATA
           MOVE WK-DATA-EDIT TO WK-LTI-FIM

           MOVE WK-CABEC01 TO FL-ARQ-RELPRV
           WRITE FL-ARQ-RELPRV
           MOVE WK-LINHA-TITULO TO FL-ARQ-RELPRV
           WRITE FL-ARQ-RELPRV AFTER ADVANCING 1 LINE
           MOVE WK-CABEC01 TO FL-ARQ-RELPRV
           WRITE FL-ARQ-RELPRV AFTER ADVANCING 1 LINE

           MOVE 'CLASSES DE RISCO (PESO, ATRASO MEDIO EM DIAS DO '
                TO FL-ARQ-RELPRV
           MOVE 'HISTORICO DE PAGAMENTOS):' TO FL-ARQ-RELPRV (49:25)
           WRITE FL-ARQ-RELPRV AFTER ADVANCING 2 LINES
           MOVE WK-CAB-CLASSE TO FL-ARQ-RELPRV
           WRITE FL-ARQ-RELPRV AFTER ADVANCING 1 LINE
           MOVE WK-TRACO TO FL-ARQ-RELPRV
           WRITE FL-ARQ-RELPRV AFTER ADVANCING 1 LINE

           PERFORM 2510-IMPRIMIR-CLASSE
               VARYING WK-CLS-IX FROM 1 BY 1
               UNTIL WK-CLS-IX > 4
           .
       2500-IMPRIMIR-CABECALHO-EXIT.
           EXIT.

       2510-IMPRIMIR-CLASSE SECTION.
           MOVE WK-NOME-CLASSE (WK-CLS-IX)   TO WK-LCL-NOME
           MOVE WK-CLS-PESO (WK-CLS-IX)      TO WK-LCL-PESO
           MOVE WK-CLS-PAG-QTD (WK-CLS-IX)   TO WK-LCL-PAGOS
           MOVE WK-CLS-ATR-MEDIO (WK-CLS-IX) TO WK-LCL-ATRASO
           MOVE WK-CLS-ORIGEM (WK-CLS-IX)    TO WK-LCL-ORIGEM
           MOVE WK-CLS-TITULOS (WK-CLS-IX)   TO WK-LCL-TITS
           MOVE WK-CLS-BRUTO (WK-CLS-IX)     TO WK-LCL-BRUTO
           MOVE WK-CLS-PREVISTO (WK-CLS-IX)  TO WK-LCL-PREV
           MOVE WK-LINHA-CLASSE TO FL-ARQ-RELPRV
           WRITE FL-ARQ-RELPRV AFTER ADVANCING 1 LINE
           .
       2510-IMPRIMIR-CLASSE-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     PREVISAO POR SEMANA (TOTAL DA CARTEIRA)
      *-----------------------------------------------------------------
       2600-IMPRIMIR-POR-SEMANA SECTION.
           MOVE 'PREVISAO POR SEMANA:' TO FL-ARQ-RELPRV
           WRITE FL-ARQ-RELPRV AFTER ADVANCING 2 LINES
           MOVE WK-CAB-SEMANA TO FL-ARQ-RELPRV
           WRITE FL-ARQ-RELPRV AFTER ADVANCING 1 LINE
           MOVE WK-TRACO TO FL-ARQ-RELPRV
           WRITE FL-ARQ-RELPRV AFTER ADVANCING 1 LINE

           PERFORM 2610-IMPRIMIR-UMA-SEMANA
               VARYING WK-SEM-IX FROM 1 BY 1
               UNTIL WK-SEM-IX > WK-SEMANAS

           MOVE WK-TRACO TO FL-ARQ-RELPRV
           WRITE FL-ARQ-RELPRV AFTER ADVANCING 1 LINE

           MOVE 'TOTAL NO PRAZO DA PREVISAO'     TO WK-LTO-ROTULO
           MOVE WK-TOT-QTD                       TO WK-LTO-QTD
           MOVE WK-TOT-BRUTO                     TO WK-LTO-BRUTO
           MOVE WK-TOT-PREVISTO                  TO WK-LTO-PREV
           MOVE WK-LINHA-TOTAL TO FL-ARQ-RELPRV
           WRITE FL-ARQ-RELPRV AFTER ADVANCING 1 LINE

           MOVE ZEROS                            TO WK-LTO-QTD
           MOVE 'DOS QUAIS PARCELAS DE ACORDO'   TO WK-LTO-ROTULO
           MOVE ZEROS                            TO WK-LTO-BRUTO
           MOVE WK-TOT-ACORDO                    TO WK-LTO-PREV
           MOVE WK-LINHA-TOTAL TO FL-ARQ-RELPRV
           WRITE FL-ARQ-RELPRV AFTER ADVANCING 1 LINE

           MOVE 'ALEM DO PRAZO DA PREVISAO'      TO WK-LTO-ROTULO
           MOVE WK-CONT-ALEM                     TO WK-LTO-QTD
           MOVE WK-TOT-ALEM-BRUTO                TO WK-LTO-BRUTO
           MOVE WK-TOT-ALEM-PREV                 TO WK-LTO-PREV
           MOVE WK-LINHA-TOTAL TO FL-ARQ-RELPRV
           WRITE FL-ARQ-RELPRV AFTER ADVANCING 1 LINE

           MOVE 'CARTEIRA EM ABERTO'             TO WK-LTO-ROTULO
           MOVE WK-CONT-ABERTOS                  TO WK-LTO-QTD
           MOVE WK-TOT-ABERTO                    TO WK-LTO-BRUTO
           COMPUTE WK-SUB-PREVISTO = WK-TOT-PREVISTO + WK-TOT-ALEM-PREV
           MOVE WK-SUB-PREVISTO                  TO WK-LTO-PREV
           MOVE WK-LINHA-TOTAL TO FL-ARQ-RELPRV
           WRITE FL-ARQ-RELPRV AFTER ADVANCING 1 LINE
           .
       2600-IMPRIMIR-POR-SEMANA-EXIT.
           EXIT.

       2610-IMPRIMIR-UMA-SEMANA SECTION.
           MOVE 'SEMANA'                     TO WK-LSE-ROTULO
           MOVE WK-SEM-QTD (WK-SEM-IX)       TO WK-LSE-QTD
           MOVE WK-SEM-BRUTO (WK-SEM-IX)     TO WK-LSE-BRUTO
           MOVE WK-SEM-PREVISTO (WK-SEM-IX)  TO WK-LSE-PREV
           MOVE WK-SEM-ACORDO (WK-SEM-IX)    TO WK-LSE-ACORDO
           PERFORM 2960-EDITAR-SEMANA
           MOVE WK-LINHA-SEMANA TO FL-ARQ-RELPRV
           WRITE FL-ARQ-RELPRV AFTER ADVANCING 1 LINE

           ADD WK-SEM-QTD (WK-SEM-IX)      TO WK-TOT-QTD
           ADD WK-SEM-BRUTO (WK-SEM-IX)    TO WK-TOT-BRUTO
           ADD WK-SEM-PREVISTO (WK-SEM-IX) TO WK-TOT-PREVISTO
           ADD WK-SEM-ACORDO (WK-SEM-IX)   TO WK-TOT-ACORDO
           .
       2610-IMPRIMIR-UMA-SEMANA-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     PREVISAO POR FILIAL E SEMANA
      *-----------------------------------------------------------------
       2700-IMPRIMIR-POR-FILIAL SECTION.
           MOVE 'PREVISAO POR FILIAL E SEMANA:' TO FL-ARQ-RELPRV
           WRITE FL-ARQ-RELPRV AFTER ADVANCING 2 LINES
           MOVE WK-CAB-SEMANA TO FL-ARQ-RELPRV
           WRITE FL-ARQ-RELPRV AFTER ADVANCING 1 LINE
           MOVE WK-TRACO TO FL-ARQ-RELPRV
           WRITE FL-ARQ-RELPRV AFTER ADVANCING 1 LINE

           PERFORM 2710-IMPRIMIR-UMA-FILIAL
               VARYING WK-FLA-IX FROM 1 BY 1
               UNTIL WK-FLA-IX > WK-FLA-QTD
           .
       2700-IMPRIMIR-POR-FILIAL-EXIT.
           EXIT.

       2710-IMPRIMIR-UMA-FILIAL SECTION.
           MOVE ZEROS TO WK-SUB-QTD WK-SUB-BRUTO WK-SUB-PREVISTO
           MOVE WK-FLA-COD (WK-FLA-IX) TO WK-LFR-COD

           PERFORM 2720-IMPRIMIR-SEMANA-FILIAL
               VARYING WK-SEM-IX FROM 1 BY 1
               UNTIL WK-SEM-IX > WK-SEMANAS

           IF WK-SUB-QTD EQUAL ZEROS
               GO TO 2710-IMPRIMIR-UMA-FILIAL-EXIT
           END-IF

           MOVE SPACES           TO WK-LTO-ROTULO
           MOVE WK-LINHA-FIL-ROT TO WK-LTO-ROTULO
           MOVE 'TOTAL'          TO WK-LTO-ROTULO (24:5)
           MOVE WK-SUB-QTD       TO WK-LTO-QTD
           MOVE WK-SUB-BRUTO     TO WK-LTO-BRUTO
           MOVE WK-SUB-PREVISTO  TO WK-LTO-PREV
           MOVE WK-LINHA-TOTAL TO FL-ARQ-RELPRV
           WRITE FL-ARQ-RELPRV AFTER ADVANCING 1 LINE
           .
       2710-IMPRIMIR-UMA-FILIAL-EXIT.
           EXIT.

      *    SO AS SEMANAS COM TITULO DA FILIAL SAEM NO RELATORIO.
       2720-IMPRIMIR-SEMANA-FILIAL SECTION.
           IF WK-FLS-QTD (WK-FLA-IX, WK-SEM-IX) EQUAL ZEROS
               GO TO 2720-IMPRIMIR-SEMANA-FILIAL-EXIT
           END-IF

           MOVE WK-LINHA-FIL-ROT TO WK-LSE-ROTULO
           MOVE WK-FLS-QTD (WK-FLA-IX, WK-SEM-IX)      TO WK-LSE-QTD
           MOVE WK-FLS-BRUTO (WK-FLA-IX, WK-SEM-IX)    TO WK-LSE-BRUTO
           MOVE WK-FLS-PREVISTO (WK-FLA-IX, WK-SEM-IX) TO WK-LSE-PREV
           MOVE ZEROS                                  TO WK-LSE-ACORDO
           PERFORM 2960-EDITAR-SEMANA
           MOVE WK-LINHA-SEMANA TO FL-ARQ-RELPRV
           WRITE FL-ARQ-RELPRV AFTER ADVANCING 1 LINE

           ADD WK-FLS-QTD (WK-FLA-IX, WK-SEM-IX)      TO WK-SUB-QTD
           ADD WK-FLS-BRUTO (WK-FLA-IX, WK-SEM-IX)    TO WK-SUB-BRUTO
           ADD WK-FLS-PREVISTO (WK-FLA-IX, WK-SEM-IX)
                                                    TO WK-SUB-PREVISTO
           .
       2720-IMPRIMIR-SEMANA-FILIAL-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     PREVISAO POR SITUACAO E SEMANA
      *-----------------------------------------------------------------
       2750-IMPRIMIR-POR-SITUACAO SECTION.
           MOVE 'PREVISAO POR SITUACAO E SEMANA:' TO FL-ARQ-RELPRV
           WRITE FL-ARQ-RELPRV AFTER ADVANCING 2 LINES
           MOVE WK-CAB-SEMANA TO FL-ARQ-RELPRV
           WRITE FL-ARQ-RELPRV AFTER ADVANCING 1 LINE
           MOVE WK-TRACO TO FL-ARQ-RELPRV
           WRITE FL-ARQ-RELPRV AFTER ADVANCING 1 LINE

           PERFORM 2760-IMPRIMIR-UMA-SITUACAO
               VARYING WK-STT-IX FROM 1 BY 1
               UNTIL WK-STT-IX > 99
           .
       2750-IMPRIMIR-POR-SITUACAO-EXIT.
           EXIT.

       2760-IMPRIMIR-UMA-SITUACAO SECTION.
           MOVE ZEROS TO WK-SUB-QTD WK-SUB-BRUTO WK-SUB-PREVISTO

           MOVE WK-STT-IX  TO WK-STT-COD
           MOVE WK-STT-COD TO WK-SIT-BUSCA
           PERFORM 2970-TRADUZIR-SITUACAO
           MOVE WK-STT-IX   TO WK-LSR-COD
           MOVE WK-SIT-DESC TO WK-LSR-DESC

           PERFORM 2770-IMPRIMIR-SEMANA-SITUACAO
               VARYING WK-SEM-IX FROM 1 BY 1
               UNTIL WK-SEM-IX > WK-SEMANAS

           IF WK-SUB-QTD EQUAL ZEROS
               GO TO 2760-IMPRIMIR-UMA-SITUACAO-EXIT
           END-IF

           MOVE SPACES           TO WK-LTO-ROTULO
           MOVE WK-LINHA-SIT-ROT TO WK-LTO-ROTULO
           MOVE 'TOTAL'          TO WK-LTO-ROTULO (24:5)
           MOVE WK-SUB-QTD       TO WK-LTO-QTD
           MOVE WK-SUB-BRUTO     TO WK-LTO-BRUTO
           MOVE WK-SUB-PREVISTO  TO WK-LTO-PREV
           MOVE WK-LINHA-TOTAL TO FL-ARQ-RELPRV
           WRITE FL-ARQ-RELPRV AFTER ADVANCING 1 LINE
           .
       2760-IMPRIMIR-UMA-SITUACAO-EXIT.
           EXIT.

       2770-IMPRIMIR-SEMANA-SITUACAO SECTION.
           IF WK-STS-QTD (WK-STT-IX, WK-SEM-IX) EQUAL ZEROS
               GO TO 2770-IMPRIMIR-SEMANA-SITUACAO-EXIT
           END-IF

           MOVE WK-LINHA-SIT-ROT TO WK-LSE-ROTULO
           MOVE WK-STS-QTD (WK-STT-IX, WK-SEM-IX)      TO WK-LSE-QTD
           MOVE WK-STS-BRUTO (WK-STT-IX, WK-SEM-IX)    TO WK-LSE-BRUTO
           MOVE WK-STS-PREVISTO (WK-STT-IX, WK-SEM-IX) TO WK-LSE-PREV
           MOVE ZEROS                                  TO WK-LSE-ACORDO
           PERFORM 2960-EDITAR-SEMANA
           MOVE WK-LINHA-SEMANA TO FL-ARQ-RELPRV
           WRITE FL-ARQ-RELPRV AFTER ADVANCING 1 LINE

           ADD WK-STS-QTD (WK-STT-IX, WK-SEM-IX)      TO WK-SUB-QTD
           ADD WK-STS-BRUTO (WK-STT-IX, WK-SEM-IX)    TO WK-SUB-BRUTO
           ADD WK-STS-PREVISTO (WK-STT-IX, WK-SEM-IX)
                                                    TO WK-SUB-PREVISTO
           .
       2770-IMPRIMIR-SEMANA-SITUACAO-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     PREVISTO X REALIZADO DA PREVISAO ANTERIOR
      *-----------------------------------------------------------------
      *    REALIZADO = LIQUIDACOES E PARCIAIS DO PAGHIS COM DATA DENTRO
      *    DA SEMANA PREVISTA.
       2800-IMPRIMIR-PREV-REALIZADO SECTION.
           IF WK-ANT-GER EQUAL ZEROS
               MOVE 'PREVISTO X REALIZADO - SEM PREVISAO ANTERIOR COM '
                    TO FL-ARQ-RELPRV
               MOVE 'SEMANA ENCERRADA' TO FL-ARQ-RELPRV (51:16)
               WRITE FL-ARQ-RELPRV AFTER ADVANCING 2 LINES
               GO TO 2800-IMPRIMIR-PREV-REALIZADO-EXIT
           END-IF

           MOVE 'PREVISTO X REALIZADO - PREVISAO GERADA EM '
                TO FL-ARQ-RELPRV
           MOVE WK-ANT-GER TO WK-DATA-CALC
           PERFORM 2950-EDITAR-DATA
           MOVE WK-DATA-EDIT TO FL-ARQ-RELPRV (43:10)
           WRITE FL-ARQ-RELPRV AFTER ADVANCING 2 LINES
           MOVE WK-CAB-REALIZADO TO FL-ARQ-RELPRV
           WRITE FL-ARQ-RELPRV AFTER ADVANCING 1 LINE
           MOVE WK-TRACO TO FL-ARQ-RELPRV
           WRITE FL-ARQ-RELPRV AFTER ADVANCING 1 LINE

           PERFORM 2810-IMPRIMIR-SEMANA-ANT
               VARYING WK-ANT-IX FROM 1 BY 1
               UNTIL WK-ANT-IX > 12

           MOVE WK-TRACO TO FL-ARQ-RELPRV
           WRITE FL-ARQ-RELPRV AFTER ADVANCING 1 LINE

           MOVE ZEROS           TO WK-LRE-SEM
           MOVE 'TOTAL'         TO WK-LRE-INI
           MOVE SPACES          TO WK-LRE-FIM
           MOVE WK-ANT-TOT-PREV TO WK-LRE-PREV
           MOVE WK-ANT-TOT-REAL TO WK-LRE-REAL
           COMPUTE WK-ANT-DIFERENCA = WK-ANT-TOT-REAL - WK-ANT-TOT-PREV
           MOVE WK-ANT-DIFERENCA TO WK-LRE-DIF
           MOVE ZEROS TO WK-ANT-PERC
           IF WK-ANT-TOT-PREV > ZEROS
               COMPUTE WK-ANT-PERC ROUNDED =
                   WK-ANT-TOT-REAL * 100 / WK-ANT-TOT-PREV
                   ON SIZE ERROR
                       MOVE 99999 TO WK-ANT-PERC
               END-COMPUTE
           END-IF
           MOVE WK-ANT-PERC TO WK-LRE-PERC
           MOVE WK-LINHA-REALIZADO TO FL-ARQ-RELPRV
           WRITE FL-ARQ-RELPRV AFTER ADVANCING 1 LINE
           .
       2800-IMPRIMIR-PREV-REALIZADO-EXIT.
           EXIT.

       2810-IMPRIMIR-SEMANA-ANT SECTION.
           IF WK-ANT-CARREGADA (WK-ANT-IX) NOT EQUAL 'S'
               GO TO 2810-IMPRIMIR-SEMANA-ANT-EXIT
           END-IF

           ADD 1 TO WK-ANT-SEMANAS
           MOVE WK-ANT-IX TO WK-LRE-SEM
           MOVE WK-ANT-INI (WK-ANT-IX) TO WK-DATA-CALC
           PERFORM 2950-EDITAR-DATA
           MOVE WK-DATA-EDIT TO WK-LRE-INI
           MOVE WK-ANT-FIM (WK-ANT-IX) TO WK-DATA-CALC
           PERFORM 2950-EDITAR-DATA
           MOVE WK-DATA-EDIT TO WK-LRE-FIM

           MOVE WK-ANT-PREVISTO (WK-ANT-IX)  TO WK-LRE-PREV
           MOVE WK-ANT-REALIZADO (WK-ANT-IX) TO WK-LRE-REAL
           COMPUTE WK-ANT-DIFERENCA = WK-ANT-REALIZADO (WK-ANT-IX)
                                    - WK-ANT-PREVISTO (WK-ANT-IX)
           MOVE WK-ANT-DIFERENCA TO WK-LRE-DIF
           MOVE ZEROS TO WK-ANT-PERC
           IF WK-ANT-PREVISTO (WK-ANT-IX) > ZEROS
               COMPUTE WK-ANT-PERC ROUNDED =
                   WK-ANT-REALIZADO (WK-ANT-IX) * 100
                   / WK-ANT-PREVISTO (WK-ANT-IX)
                   ON SIZE ERROR
                       MOVE 99999 TO WK-ANT-PERC
               END-COMPUTE
           END-IF
           MOVE WK-ANT-PERC TO WK-LRE-PERC
           MOVE WK-LINHA-REALIZADO TO FL-ARQ-RELPRV
           WRITE FL-ARQ-RELPRV AFTER ADVANCING 1 LINE

           ADD WK-ANT-PREVISTO (WK-ANT-IX)  TO WK-ANT-TOT-PREV
           ADD WK-ANT-REALIZADO (WK-ANT-IX) TO WK-ANT-TOT-REAL
           .
       2810-IMPRIMIR-SEMANA-ANT-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     GRAVAR A PREVISAO DE HOJE NO HISTORICO DE PREVISOES
      *-----------------------------------------------------------------
       2850-GRAVAR-PREVISAO SECTION.
           OPEN EXTEND ARQ-PRVHIS
           IF AS-STATUS-PRV EQUAL 35
               OPEN OUTPUT ARQ-PRVHIS
           END-IF
           IF AS-STATUS-PRV NOT EQUAL ZEROS
               DISPLAY 'ERRO DE ABERTURA DO HISTORICO DE PREVISOES - '
                       'PREVISAO NAO GUARDADA ' AS-STATUS-PRV
               GO TO 2850-GRAVAR-PREVISAO-EXIT
           END-IF

           PERFORM 2860-GRAVAR-SEMANA
               VARYING WK-SEM-IX FROM 1 BY 1
               UNTIL WK-SEM-IX > WK-SEMANAS

           CLOSE ARQ-PRVHIS
           IF AS-STATUS-PRV NOT EQUAL ZEROS
               DISPLAY 'ERRO AO FECHAR O HISTORICO DE PREVISOES '
                        AS-STATUS-PRV
           END-IF
           .
       2850-GRAVAR-PREVISAO-EXIT.
           EXIT.

       2860-GRAVAR-SEMANA SECTION.
           MOVE SPACES                      TO FL-ARQ-PRVHIS
           MOVE WK-DATA-SYS-NUM             TO PRV-DATA-GER
           MOVE WK-SEM-IX                   TO PRV-SEMANA
           MOVE WK-SEM-INI (WK-SEM-IX)      TO PRV-INI
           MOVE WK-SEM-FIM (WK-SEM-IX)      TO PRV-FIM
           MOVE WK-SEM-BRUTO (WK-SEM-IX)    TO PRV-BRUTO
           MOVE WK-SEM-PREVISTO (WK-SEM-IX) TO PRV-PREVISTO
           WRITE FL-ARQ-PRVHIS
           IF AS-STATUS-PRV EQUAL ZEROS
               ADD 1 TO WK-CONT-PRV-GRAV
           ELSE
               DISPLAY 'ERRO NA GRAVACAO DO HISTORICO DE PREVISOES '
                        AS-STATUS-PRV
           END-IF
           .
       2860-GRAVAR-SEMANA-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     ROTINAS AUXILIARES
      *-----------------------------------------------------------------
       2950-EDITAR-DATA SECTION.
           MOVE WK-DC-DIA TO WK-DE-DIA
           MOVE WK-DC-MES TO WK-DE-MES
           MOVE WK-DC-ANO TO WK-DE-ANO
           .
       2950-EDITAR-DATA-EXIT.
           EXIT.

      *    NUMERO E PERIODO DA SEMANA WK-SEM-IX NA LINHA DO RELATORIO.
       2960-EDITAR-SEMANA SECTION.
           MOVE WK-SEM-IX TO WK-LSE-SEM
           MOVE WK-SEM-INI (WK-SEM-IX) TO WK-DATA-CALC
           PERFORM 2950-EDITAR-DATA
           MOVE WK-DATA-EDIT TO WK-LSE-INI
           MOVE WK-SEM-FIM (WK-SEM-IX) TO WK-DATA-CALC
           PERFORM 2950-EDITAR-DATA
           MOVE WK-DATA-EDIT TO WK-LSE-FIM
           .
       2960-EDITAR-SEMANA-EXIT.
           EXIT.

       2970-TRADUZIR-SITUACAO SECTION.
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
       2970-TRADUZIR-SITUACAO-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     FINALIZAR PROGRAMA
      *-----------------------------------------------------------------
       3000-FINALIZAR SECTION.
           DISPLAY 'TITULOS LIDOS NO MESTRE:   ' WK-CONT-LIDOS
           DISPLAY 'BAIXADOS (IGNORADOS):      ' WK-CONT-BAIXADOS
           DISPLAY 'SALDO ZERO (IGNORADOS):    ' WK-CONT-ZERADOS
           DISPLAY 'SEM VENCIMENTO (IGNORADOS):' WK-CONT-SEM-VENC
           DISPLAY 'TITULOS EM ABERTO:         ' WK-CONT-ABERTOS
           DISPLAY 'PARCELAS DE ACORDO:        ' WK-CONT-PARCELAS
           DISPLAY 'ALEM DO PRAZO DA PREVISAO: ' WK-CONT-ALEM
           DISPLAY 'ACORDOS LIDOS:             ' WK-CONT-ACD-LIDOS
           DISPLAY 'NOTAS CARREGADAS:          ' WK-NOT-QTD
           DISPLAY 'PAGAMENTOS LIDOS:          ' WK-CONT-PAG-LIDOS
           DISPLAY 'SEMANAS COMPARADAS:        ' WK-ANT-SEMANAS
           DISPLAY 'SEMANAS GUARDADAS:         ' WK-CONT-PRV-GRAV

           IF WK-CONT-ABERTOS NOT EQUAL WK-TOT-QTD + WK-CONT-ALEM
               DISPLAY 'ATENCAO - TITULOS EM ABERTO NAO BATE COM A '
                       'SOMA DAS SEMANAS'
           END-IF

           IF WK-CONT-SEM-SIT > ZEROS
               DISPLAY 'ATENCAO - ' WK-CONT-SEM-SIT ' TITULOS SEM '
                       'SITUACAO FORA DO QUADRO POR SITUACAO'
           END-IF

           IF WK-CONT-NOT-ORDEM > ZEROS
               DISPLAY 'ATENCAO - ' WK-CONT-NOT-ORDEM ' NOTAS FORA DA '
                       'ORDEM DE CNPJ IGNORADAS'
           END-IF

           IF WK-CONT-NOT-CHEIA > ZEROS
               DISPLAY 'ATENCAO - TABELA DE NOTAS CHEIA, '
                       WK-CONT-NOT-CHEIA ' NOTAS IGNORADAS'
           END-IF

           IF WK-CONT-PCL-CHEIA > ZEROS
               DISPLAY 'ATENCAO - TABELA DE PARCELAS CHEIA, '
                       WK-CONT-PCL-CHEIA ' PARCELAS PELO ATRASO MEDIO'
           END-IF

           IF WK-CONT-MAPA-CHEIO > ZEROS
               DISPLAY 'ATENCAO - MAPA DE FILIAIS CHEIO, '
                       WK-CONT-MAPA-CHEIO ' CNPJS NA FILIAL 000'
           END-IF

           DISPLAY 'Processo Concluido!'
           STOP RUN.
       3000-FINALIZAR-EXIT.
           EXIT.

       END PROGRAM CBLX0029.
