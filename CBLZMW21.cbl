       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLX0024.
      ******************************************************************
      * Author: Marcelo Wzorek Filho
      * Date: 15/10/2026
      * Purpose: Negativacao no bureau de credito: mantem o controle
      *          dos titulos negativados (CBLNEG01), processa o retorno
      *          do bureau confirmando inclusoes e exclusoes, gera a
      *          exclusao automatica a partir das liquidacoes e
      *          parciais de CBLX0010 (DD-MOVSAI) e das baixas,
      *          exclusoes e alteracoes aplicadas no mestre (jornal
      *          CBLJRN01), gera a inclusao dos titulos vencidos cuja
      *          carta de cobranca (CBLCRT01) ja cumpriu o prazo de
      *          aviso, e relata as exclusoes pendentes contra o prazo
      *          legal de retirada da restricao em dias uteis
      * Updates:
      * 151026 - Marcelo - Create Program
      * 151026 - Marcelo - Titulo com disputa aberta (DD-DISPUTAS,
      *                    CBLDSP01) nao e incluido no bureau
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT ARQ-NEGATIV ASSIGN TO
           WK-PATH-NEGATIV
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NEG-CHAVE
           FILE STATUS IS AS-STATUS-NEG.

       SELECT ARQ-MESTRE ASSIGN TO
           WK-PATH-MESTRE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MST-CHAVE
           FILE STATUS IS AS-STATUS-MST.

       SELECT ARQ-CADASTRO ASSIGN TO
           WK-PATH-CADASTRO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CAD-CNPJ
           FILE STATUS IS AS-STATUS-CAD.

       SELECT ARQ-DISPUTAS ASSIGN TO
           WK-PATH-DISPUTAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DSP-CHAVE
           FILE STATUS IS AS-STATUS-DSP.

       SELECT ARQ-SITTAB ASSIGN TO
           WK-PATH-SITTAB
           FILE STATUS IS AS-STATUS-SITTAB.

       SELECT ARQ-NEGRET ASSIGN TO
           WK-PATH-NEGRET
           FILE STATUS IS AS-STATUS-NRT.

       SELECT ARQ-MOVSAI ASSIGN TO
           WK-PATH-MOVSAI
           FILE STATUS IS AS-STATUS-MOV.

       SELECT ARQ-JORNAL ASSIGN TO
           WK-PATH-JORNAL
           FILE STATUS IS AS-STATUS-JRN.

       SELECT ARQ-CARTACTL ASSIGN TO
           WK-PATH-CARTACTL
           FILE STATUS IS AS-STATUS-CCT.

       SELECT ARQ-FERIADOS ASSIGN TO
           WK-PATH-FERIADOS
           FILE STATUS IS AS-STATUS-FER.

       SELECT ARQ-NEGINC ASSIGN TO
           WK-PATH-NEGINC
           FILE STATUS IS AS-STATUS-INC.

       SELECT ARQ-NEGEXC ASSIGN TO
           WK-PATH-NEGEXC
           FILE STATUS IS AS-STATUS-EXC.

       SELECT ARQ-RELNEG ASSIGN TO
           WK-PATH-RELNEG
           FILE STATUS IS AS-STATUS-REL.

       SELECT ARQ-SORTNEG ASSIGN TO
           WK-PATH-SORTNEG
           FILE STATUS IS AS-STATUS-SD.

       DATA DIVISION.
       FILE SECTION.

       FD ARQ-NEGATIV.
       COPY CBLNEG01.

       FD ARQ-MESTRE.
       COPY CBLMST01.

       FD ARQ-CADASTRO.
       COPY CBLCAD01.

      *    DISPUTAS DE CBLX0025 - TITULO CONTESTADO NAO E NEGATIVADO.
       FD ARQ-DISPUTAS.
       COPY CBLDSP01.

      *    TABELA EXTERNA DE SITUACOES MANTIDA POR CBLX0012 - SEM ELA
      *    VALE A TABELA DE CBLSIT01. SO E NEGATIVAVEL O TITULO EM
      *    SITUACAO VENCIDA (ATRASADO/PROTESTADO NA TABELA PADRAO).
       FD ARQ-SITTAB RECORDING MODE IS F.
       COPY CBLSIT02.

      *    RETORNO DO BUREAU - UMA LINHA POR INCLUSAO OU EXCLUSAO
      *    ENVIADA, COM O CODIGO DE RETORNO ('00' = ACEITA) E O
      *    PROTOCOLO ATRIBUIDO PELO BUREAU NA INCLUSAO.
       FD ARQ-NEGRET RECORDING MODE IS F.
       01 FL-ARQ-NEGRET.
           02 RNG-TIPO      PIC X(01).
              88 RNG-INCLUSAO VALUE 'I'.
              88 RNG-EXCLUSAO VALUE 'E'.
           02 RNG-CNPJ      PIC 9(14).
           02 RNG-VENC      PIC 9(08).
           02 RNG-COD-RET   PIC X(02).
              88 RNG-ACEITO   VALUE '00'.
           02 RNG-PROTOCOLO PIC X(15).
           02 RNG-DATA      PIC 9(08).
           02 RNG-MENSAGEM  PIC X(40).
           02 FILLER        PIC X(12).

      *    MOVIMENTO DE SAIDA DE CBLX0010 (LAYOUT DE ENTRADA DE
      *    CBLX0009): L = LIQUIDACAO E P = PAGAMENTO PARCIAL CONFIRMADOS
      *    PELO BANCO - O PAGAMENTO E CONHECIDO AQUI UM DIA ANTES DE
      *    CHEGAR AO MESTRE, E O PRAZO LEGAL CORRE DESDE ELE.
       FD ARQ-MOVSAI RECORDING MODE IS F.
       01 FL-ARQ-MOVSAI.
           02 MOVS-REGISTRO.
              05 MOVS-CNPJ  PIC 9(14).
              05 MOVS-SIT   PIC 9(02).
              05 MOVS-VALOR PIC 9(13)V99.
              05 MOVS-VENC  PIC 9(08).
              05 MOVS-FIM   PIC X(02).
           02 MOVS-TIPO PIC X(01).

       FD ARQ-JORNAL RECORDING MODE IS F.
       COPY CBLJRN01.

       FD ARQ-CARTACTL RECORDING MODE IS F.
       COPY CBLCRT01.

      *    FERIADOS (AAAAMMDD, UM POR LINHA) - NAO CONTAM COMO DIA UTIL
      *    NO PRAZO DE RETIRADA. SEM O ARQUIVO, SO SABADO E DOMINGO.
       FD ARQ-FERIADOS RECORDING MODE IS F.
       01 FL-ARQ-FERIADOS.
           02 FER-DATA PIC 9(08).

      *    ARQUIVOS PARA O BUREAU - INCLUSAO E EXCLUSAO NO MESMO
      *    LAYOUT (WK-REG-BUREAU).
       FD ARQ-NEGINC RECORDING MODE IS F.
       01 FL-ARQ-NEGINC PIC X(200).

       FD ARQ-NEGEXC RECORDING MODE IS F.
       01 FL-ARQ-NEGEXC PIC X(200).

       FD ARQ-RELNEG RECORDING MODE IS F.
       01 FL-ARQ-RELNEG PIC X(100).

      *    CARTAS ENVIADAS POR TITULO EM ORDEM DE CNPJ + VENCIMENTO +
      *    DATA DE ENVIO: A PRIMEIRA DE CADA TITULO E A NOTIFICACAO.
       SD ARQ-SORTNEG RECORDING MODE IS F.
       01 WK-ARQ-SORTNEG.
           02 SRT-CNPJ       PIC 9(14).
           02 SRT-ACAO       PIC X(20).
           02 SRT-DATA-ENVIO PIC 9(08).
           02 SRT-VENC       PIC 9(08).
           02 FILLER         PIC X(50).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *    NOMES DOS ARQUIVOS - PARAMETRIZAVEIS EM TEMPO DE EXECUCAO
      *    (assumem o path do ambiente de desenvolvimento original caso
      *    a variavel de ambiente / DD correspondente nao seja informada)
      *-----------------------------------------------------------------
       01 WK-PATH-NEGATIV PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício05\CBLZMW21-NEG.dat'.
       01 WK-PATH-MESTRE PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício05\CBLZMW05-MST.dat'.
       01 WK-PATH-CADASTRO PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício05\CBLZMW05-CAD.dat'.
       01 WK-PATH-DISPUTAS PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício05\CBLZMW22-DSP.dat'.
       01 WK-PATH-SITTAB PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício05\CBLZMW05-SIT.txt'.
      *    SEM DEFAULT: O RETORNO SO E PROCESSADO QUANDO A OPERACAO
      *    INFORMA DD-NEGRET (O BUREAU NAO DEVOLVE TODO DIA).
       01 WK-PATH-NEGRET PIC X(100) VALUE SPACES.
       01 WK-PATH-MOVSAI PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício05\CBLZMW07-MOV.txt'.
       01 WK-PATH-JORNAL PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício05\CBLZMW06-JRN.txt'.
       01 WK-PATH-CARTACTL PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício05\CBLZMW19-CCT.txt'.
      *    SEM DEFAULT: SEM DD-FERIADOS SO O FIM DE SEMANA E DESCONTADO.
       01 WK-PATH-FERIADOS PIC X(100) VALUE SPACES.
       01 WK-PATH-NEGINC PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício05\CBLZMW21-INC.txt'.
       01 WK-PATH-NEGEXC PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício05\CBLZMW21-EXC.txt'.
       01 WK-PATH-RELNEG PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício05\CBLZMW21-REL.txt'.
       01 WK-PATH-SORTNEG PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício05\CBLZMW21-SRT.txt'.

       01 AS-STATUS-NEG    PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-MST    PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-CAD    PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-DSP    PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-SITTAB PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-NRT    PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-MOV    PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-JRN    PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-CCT    PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-FER    PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-INC    PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-EXC    PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-REL    PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-SD     PIC 9(02) VALUE ZEROS.

       01 WK-CABEC01 PIC X(100) VALUE ALL '='.
       01 WK-TRACO   PIC X(100) VALUE ALL '-'.

       01 WK-DATA-SYS.
           02 WK-YEAR-SYS  PIC 9(04) VALUE ZEROS.
           02 WK-MONTH-SYS PIC 9(02) VALUE ZEROS.
           02 WK-DAY-SYS   PIC 9(02) VALUE ZEROS.
       01 WK-DATA-SYS-NUM REDEFINES WK-DATA-SYS PIC 9(08).

      *-----------------------------------------------------------------
      *    PRAZOS (NO AMBIENTE, SEM O PARAMETRO VALE O DEFAULT):
      *    NEG-AVISO  - DIAS CORRIDOS ENTRE A PRIMEIRA CARTA DE COBRANCA
      *                 DO TITULO E A INCLUSAO NO BUREAU (10)
      *    NEG-PRAZO  - DIAS UTEIS, CONTADOS DO PAGAMENTO, PARA RETIRAR
      *                 A RESTRICAO (05)
      *    NEG-ALERTA - EXCLUSAO PENDENTE COM ESTES DIAS UTEIS OU MENOS
      *                 ATE O LIMITE SAI COMO ATENCAO NO RELATORIO (02)
      *-----------------------------------------------------------------
       01 WK-AVISO-X  PIC X(02) VALUE SPACES.
       01 WK-AVISO    PIC 9(02) VALUE 10.
       01 WK-PRAZO-X  PIC X(02) VALUE SPACES.
       01 WK-PRAZO    PIC 9(02) VALUE 05.
       01 WK-ALERTA-X PIC X(02) VALUE SPACES.
       01 WK-ALERTA   PIC 9(02) VALUE 02.

      *    SITUACOES (CBLSIT01 E O FALLBACK DA TABELA EXTERNA).
       COPY CBLSIT01.
       01 WK-SIT-BUSCA PIC X(02) VALUE SPACES.
       01 WK-SIT-DESC  PIC X(15) VALUE SPACES.
       01 WK-SIT-EH-VENCIDA PIC X(01) VALUE 'N'.
           88 SIT-REG-VENCIDA VALUE 'S'.
       01 WK-SIT-BAIXADO PIC 9(02) VALUE 06.

      *    FERIADOS CARREGADOS DE DD-FERIADOS.
       01 WK-FER-QTD PIC 9(03) VALUE ZEROS.
       01 WK-TAB-FERIADOS.
           05 WK-FER-DATA PIC 9(08) OCCURS 200 TIMES.
       01 WK-FER-IX  PIC 9(03) VALUE ZEROS.
       01 WK-FER-POS PIC 9(03) VALUE ZEROS.

      *-----------------------------------------------------------------
      *    CALCULO DE DIAS UTEIS (DIA 1 DE INTEGER-OF-DATE, 01/01/1601,
      *    FOI UMA SEGUNDA-FEIRA: RESTO DA DIVISAO POR 7 IGUAL A 6 E
      *    SABADO, IGUAL A 0 E DOMINGO)
      *-----------------------------------------------------------------
       01 WK-DU-DATA      PIC 9(08) VALUE ZEROS.
       01 WK-DU-RESULT    PIC 9(08) VALUE ZEROS.
       01 WK-DU-INT       PIC 9(07) VALUE ZEROS.
       01 WK-DU-FIM       PIC 9(07) VALUE ZEROS.
       01 WK-DU-CONT      PIC 9(03) VALUE ZEROS.
       01 WK-DU-QUOC      PIC 9(07) VALUE ZEROS.
       01 WK-DU-RESTO     PIC 9(01) VALUE ZEROS.
       01 WK-DU-UTIL      PIC X(01) VALUE 'N'.
           88 DIA-UTIL VALUE 'S'.
       01 WK-DU-REST-ED   PIC Z9.

      *-----------------------------------------------------------------
      *    TITULO CORRENTE E EXCLUSAO A MARCAR
      *-----------------------------------------------------------------
       01 WK-CHAVE-ATUAL.
           02 WK-CNPJ-ATUAL PIC 9(14) VALUE ZEROS.
           02 WK-VENC-ATUAL PIC 9(08) VALUE ZEROS.
       01 WK-CHAVE-ANTERIOR PIC X(22) VALUE SPACES.
       01 WK-MOTIVO-EXC  PIC X(01) VALUE SPACES.
       01 WK-DATA-PAGTO  PIC 9(08) VALUE ZEROS.
       01 WK-DATA-AVISO  PIC 9(08) VALUE ZEROS.
       01 WK-NEG-NOVO    PIC X(01) VALUE 'N'.
           88 NEG-REGISTRO-NOVO VALUE 'S'.
       01 WK-MOTIVO      PIC X(30) VALUE SPACES.
       01 WK-MOTIVO-DESC PIC X(15) VALUE SPACES.
       01 WK-RESULTADO   PIC X(30) VALUE SPACES.

      *    IMAGENS ANTES/DEPOIS DO JORNAL NO LAYOUT DE CBLMST01.
       01 WK-IMAGEM-ANT PIC X(41).
       01 FILLER REDEFINES WK-IMAGEM-ANT.
           05 IMGA-CHAVE.
               10 IMGA-CNPJ  PIC 9(14).
               10 IMGA-VENC  PIC 9(08).
           05 IMGA-SIT   PIC 9(02).
           05 IMGA-VALOR PIC 9(13)V99.
           05 IMGA-FIM   PIC X(02).
       01 WK-IMAGEM-DEP PIC X(41).
       01 FILLER REDEFINES WK-IMAGEM-DEP.
           05 IMGD-CHAVE.
               10 IMGD-CNPJ  PIC 9(14).
               10 IMGD-VENC  PIC 9(08).
           05 IMGD-SIT   PIC 9(02).
           05 IMGD-VALOR PIC 9(13)V99.
           05 IMGD-FIM   PIC X(02).

      *    DATA/HORA DA ULTIMA LINHA DO JORNAL JA TRATADA (CONTROLE DO
      *    ARQUIVO DE NEGATIVACAO) E DA MAIOR LIDA NESTA EXECUCAO. A
      *    LINHA DA MESMA DATA/HORA E RELIDA - O TRATAMENTO E
      *    IDEMPOTENTE (SO TITULO AINDA ATIVO NO BUREAU E MARCADO).
       01 WK-JRN-ULT.
           02 WK-JRN-ULT-DATA PIC 9(08) VALUE ZEROS.
           02 WK-JRN-ULT-HORA PIC 9(06) VALUE ZEROS.
       01 WK-JRN-ULT-NUM REDEFINES WK-JRN-ULT PIC 9(14).
       01 WK-JRN-MAX.
           02 WK-JRN-MAX-DATA PIC 9(08) VALUE ZEROS.
           02 WK-JRN-MAX-HORA PIC 9(06) VALUE ZEROS.
       01 WK-JRN-MAX-NUM REDEFINES WK-JRN-MAX PIC 9(14).
       01 WK-JRN-LIDA.
           02 WK-JRN-LIDA-DATA PIC 9(08) VALUE ZEROS.
           02 WK-JRN-LIDA-HORA PIC 9(06) VALUE ZEROS.
       01 WK-JRN-LIDA-NUM REDEFINES WK-JRN-LIDA PIC 9(14).

       01 WK-DISPUTAS-OK PIC X(01) VALUE 'N'.
           88 DISPUTAS-ATIVO VALUE 'S'.
       01 WK-CONTROLE-OK PIC X(01) VALUE 'N'.
           88 CONTROLE-ABERTO VALUE 'S'.
       01 WK-FIM-SORT PIC X(01) VALUE 'N'.
           88 FIM-SORT VALUE 'F'.
       01 WK-PASSO PIC X(01) VALUE SPACES.
           88 PASSO-INCLUSOES  VALUE 'I'.
           88 PASSO-EXCLUSOES  VALUE 'E'.
           88 PASSO-PENDENTES  VALUE 'P'.
           88 PASSO-REJEITADAS VALUE 'J'.
       01 WK-QTD-SECAO PIC 9(07) VALUE ZEROS.

      *-----------------------------------------------------------------
      *    REGISTRO ENVIADO AO BUREAU (INCLUSAO E EXCLUSAO)
      *-----------------------------------------------------------------
       01 WK-REG-BUREAU.
           02 NGB-TIPO      PIC X(01).
           02 NGB-CNPJ      PIC 9(14).
           02 NGB-VENC      PIC 9(08).
           02 NGB-VALOR     PIC 9(13)V99.
           02 NGB-DATA-MOV  PIC 9(08).
           02 NGB-NOME      PIC X(40).
           02 NGB-ENDERECO  PIC X(40).
           02 NGB-BAIRRO    PIC X(15).
           02 NGB-CEP       PIC 9(08).
           02 NGB-CIDADE    PIC X(15).
           02 NGB-UF        PIC X(02).
           02 NGB-PROTOCOLO PIC X(15).
           02 NGB-MOTIVO    PIC X(01).
           02 FILLER        PIC X(18).

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

      *    CONTADORES
       01 WK-CONT-RET-LIDOS     PIC 9(07) VALUE ZEROS.
       01 WK-CONT-RET-INVALIDOS PIC 9(07) VALUE ZEROS.
       01 WK-CONT-RET-SEM-CTL   PIC 9(07) VALUE ZEROS.
       01 WK-CONT-INCL-CONF     PIC 9(07) VALUE ZEROS.
       01 WK-CONT-INCL-REJ      PIC 9(07) VALUE ZEROS.
       01 WK-CONT-EXCL-CONF     PIC 9(07) VALUE ZEROS.
       01 WK-CONT-EXCL-REJ      PIC 9(07) VALUE ZEROS.
       01 WK-CONT-MOVSAI        PIC 9(07) VALUE ZEROS.
       01 WK-CONT-JRN-LIDOS     PIC 9(07) VALUE ZEROS.
       01 WK-CONT-EXCL-NOVAS    PIC 9(07) VALUE ZEROS.
       01 WK-CONT-TIT-CARTA     PIC 9(07) VALUE ZEROS.
       01 WK-CONT-AGUARD-AVISO  PIC 9(07) VALUE ZEROS.
       01 WK-CONT-SEM-CADASTRO  PIC 9(07) VALUE ZEROS.
       01 WK-CONT-EM-DISPUTA    PIC 9(07) VALUE ZEROS.
       01 WK-CONT-INCL-NOVAS    PIC 9(07) VALUE ZEROS.
       01 WK-CONT-ARQ-INC       PIC 9(07) VALUE ZEROS.
       01 WK-CONT-ARQ-EXC       PIC 9(07) VALUE ZEROS.
       01 WK-CONT-PENDENTES     PIC 9(07) VALUE ZEROS.
       01 WK-CONT-ALERTA        PIC 9(07) VALUE ZEROS.
       01 WK-CONT-VENCIDAS      PIC 9(07) VALUE ZEROS.
       01 WK-CONT-FER-CHEIA     PIC 9(07) VALUE ZEROS.
       01 WK-VALOR-ARQ-INC      PIC 9(15)V99 VALUE ZEROS.
       01 WK-VALOR-ARQ-EXC      PIC 9(15)V99 VALUE ZEROS.

      *-----------------------------------------------------------------
      *    LINHAS DO RELATORIO
      *-----------------------------------------------------------------
       01 WK-LINHA-CAB.
           02 FILLER       PIC X(43) VALUE
               'NEGATIVACAO NO BUREAU DE CREDITO - PROCESSO'.
           02 FILLER       PIC X(04) VALUE ' DE '.
           02 WK-LCB-DATA  PIC X(10).
           02 FILLER       PIC X(43) VALUE SPACES.

       01 WK-LINHA-RET.
           02 WK-LRT-TIPO  PIC X(01).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 WK-LRT-CNPJ  PIC 9(14).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 WK-LRT-VENC  PIC X(10).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 WK-LRT-COD   PIC X(02).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 WK-LRT-PROT  PIC X(15).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 WK-LRT-RESULT PIC X(30).
           02 FILLER       PIC X(18) VALUE SPACES.

       01 WK-LINHA-NEG.
           02 WK-LNG-CNPJ  PIC 9(14).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 WK-LNG-VENC  PIC X(10).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 WK-LNG-VALOR PIC Z(12)9.99.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 WK-LNG-DATA1 PIC X(10).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 WK-LNG-DATA2 PIC X(10).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 WK-LNG-INFO  PIC X(30).

       01 WK-LINHA-NEG-CAB.
           02 FILLER       PIC X(16) VALUE 'CNPJ'.
           02 FILLER       PIC X(23) VALUE 'VENCIMENTO'.
           02 FILLER       PIC X(07) VALUE 'VALOR'.
           02 WK-LNC-DATA1 PIC X(12).
           02 WK-LNC-DATA2 PIC X(12).
           02 WK-LNC-INFO  PIC X(30).

       01 WK-LINHA-TOTAL.
           02 FILLER       PIC X(10) VALUE 'TOTAL:'.
           02 WK-LTO-QTD   PIC ZZZZZZ9.
           02 FILLER       PIC X(09) VALUE ' TITULOS'.
           02 WK-LTO-VALOR PIC Z(14)9.99.
           02 FILLER       PIC X(56) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 1000-INICIALIZAR.
           PERFORM 3000-FINALIZAR.
      *-----------------------------------------------------------------
      *     INCIALIZACAO DO PROGRAMA
      *-----------------------------------------------------------------
       1000-INICIALIZAR SECTION.
           ACCEPT WK-DATA-SYS FROM DATE YYYYMMDD

           MOVE ZEROS TO WK-TAB-FERIADOS

           PERFORM 1150-OBTER-PARAMETROS-ARQUIVO
           PERFORM 1168-CARREGAR-SITUACOES
           PERFORM 1180-CARREGAR-FERIADOS

           PERFORM 1200-ABRIR-CONTROLE
           IF NOT CONTROLE-ABERTO
               DISPLAY 'NEGATIVACAO NAO EXECUTADA'
               GO TO 1000-INICIALIZAR-EXIT
           END-IF

           OPEN INPUT ARQ-MESTRE
           IF AS-STATUS-MST NOT EQUAL ZEROS
               DISPLAY 'ERRO DE ABERTURA DO ARQUIVO MESTRE '
                        AS-STATUS-MST
               DISPLAY 'NEGATIVACAO NAO EXECUTADA'
               CLOSE ARQ-NEGATIV
               GO TO 1000-INICIALIZAR-EXIT
           END-IF

           OPEN INPUT ARQ-CADASTRO
           IF AS-STATUS-CAD NOT EQUAL ZEROS
               DISPLAY 'ERRO DE ABERTURA DO CADASTRO DE DEVEDORES '
                        AS-STATUS-CAD
               DISPLAY 'NEGATIVACAO NAO EXECUTADA'
               CLOSE ARQ-NEGATIV ARQ-MESTRE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF

           OPEN INPUT ARQ-DISPUTAS
           IF AS-STATUS-DSP NOT EQUAL ZEROS
               DISPLAY 'CADASTRO DE DISPUTAS AUSENTE - NENHUM TITULO '
                       'EM DISPUTA ' AS-STATUS-DSP
           ELSE
               MOVE 'S' TO WK-DISPUTAS-OK
           END-IF

           OPEN OUTPUT ARQ-RELNEG
           IF AS-STATUS-REL NOT EQUAL ZEROS
               DISPLAY 'ERRO DE ABERTURA DO RELATORIO DE NEGATIVACAO '
                        AS-STATUS-REL
           END-IF
           PERFORM 1500-IMPRIMIR-CABECALHO

      *    PRIMEIRO O RETORNO (CONFIRMA O QUE JA FOI ENVIADO), DEPOIS
      *    AS EXCLUSOES (PAGAMENTO TIRA DO BUREAU ANTES DE QUALQUER
      *    INCLUSAO NOVA) E POR ULTIMO AS INCLUSOES.
           PERFORM 2100-PROCESSAR-RETORNO
           PERFORM 2200-EXCLUIR-PAGOS-BANCO
           PERFORM 2300-EXCLUIR-PELO-JORNAL

           MOVE WK-TRACO TO FL-ARQ-RELNEG
           WRITE FL-ARQ-RELNEG
           MOVE 'TITULOS ELEGIVEIS NAO INCLUIDOS' TO FL-ARQ-RELNEG
           WRITE FL-ARQ-RELNEG

           SORT ARQ-SORTNEG
               ASCENDING KEY SRT-CNPJ
               ASCENDING KEY SRT-VENC
               ASCENDING KEY SRT-DATA-ENVIO
               USING ARQ-CARTACTL
               OUTPUT PROCEDURE 2400-INCLUIR-NOTIFICADOS

           PERFORM 2500-GERAR-ARQUIVOS-BUREAU

           CLOSE ARQ-NEGATIV
           IF AS-STATUS-NEG NOT EQUAL ZEROS
               DISPLAY 'ERRO AO FECHAR O CONTROLE DE NEGATIVACAO '
                        AS-STATUS-NEG
           END-IF
           CLOSE ARQ-MESTRE
           CLOSE ARQ-CADASTRO
           IF DISPUTAS-ATIVO
               CLOSE ARQ-DISPUTAS
           END-IF
           CLOSE ARQ-RELNEG
           .
       1000-INICIALIZAR-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     OBTER NOMES DOS ARQUIVOS INFORMADOS PELA OPERACAO
      *     (variaveis de ambiente ao estilo DD do JCL; mantem o
      *     default se nao informadas) E OS PRAZOS
      *-----------------------------------------------------------------
       1150-OBTER-PARAMETROS-ARQUIVO SECTION.
           ACCEPT WK-PATH-NEGATIV FROM ENVIRONMENT 'DD-NEGATIV'
           ON EXCEPTION
               CONTINUE
           END-ACCEPT

           ACCEPT WK-PATH-MESTRE FROM ENVIRONMENT 'DD-MESTRE'
           ON EXCEPTION
               CONTINUE
           END-ACCEPT

           ACCEPT WK-PATH-CADASTRO FROM ENVIRONMENT 'DD-CADASTRO'
           ON EXCEPTION
               CONTINUE
           END-ACCEPT

           ACCEPT WK-PATH-DISPUTAS FROM ENVIRONMENT 'DD-DISPUTAS'
           ON EXCEPTION
               CONTINUE
           END-ACCEPT

           ACCEPT WK-PATH-SITTAB FROM ENVIRONMENT 'DD-SITTAB'
           ON EXCEPTION
               CONTINUE
           END-ACCEPT

           ACCEPT WK-PATH-NEGRET FROM ENVIRONMENT 'DD-NEGRET'
           ON EXCEPTION
               CONTINUE
           END-ACCEPT

           ACCEPT WK-PATH-MOVSAI FROM ENVIRONMENT 'DD-MOVSAI'
           ON EXCEPTION
               CONTINUE
           END-ACCEPT

           ACCEPT WK-PATH-JORNAL FROM ENVIRONMENT 'DD-JORNAL'
           ON EXCEPTION
               CONTINUE
           END-ACCEPT

           ACCEPT WK-PATH-CARTACTL FROM ENVIRONMENT 'DD-CARTACTL'
           ON EXCEPTION
               CONTINUE
           END-ACCEPT

           ACCEPT WK-PATH-FERIADOS FROM ENVIRONMENT 'DD-FERIADOS'
           ON EXCEPTION
               CONTINUE
           END-ACCEPT

           ACCEPT WK-PATH-NEGINC FROM ENVIRONMENT 'DD-NEGINC'
           ON EXCEPTION
               CONTINUE
           END-ACCEPT

           ACCEPT WK-PATH-NEGEXC FROM ENVIRONMENT 'DD-NEGEXC'
           ON EXCEPTION
               CONTINUE
           END-ACCEPT

           ACCEPT WK-PATH-RELNEG FROM ENVIRONMENT 'DD-RELNEG'
           ON EXCEPTION
               CONTINUE
           END-ACCEPT

           ACCEPT WK-PATH-SORTNEG FROM ENVIRONMENT 'DD-SORTNEG'
           ON EXCEPTION
               CONTINUE
           END-ACCEPT

           ACCEPT WK-AVISO-X FROM ENVIRONMENT 'NEG-AVISO'
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WK-AVISO-X NUMERIC
               MOVE WK-AVISO-X TO WK-AVISO
           END-IF

           ACCEPT WK-PRAZO-X FROM ENVIRONMENT 'NEG-PRAZO'
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WK-PRAZO-X NUMERIC AND WK-PRAZO-X > '00'
               MOVE WK-PRAZO-X TO WK-PRAZO
           END-IF

           ACCEPT WK-ALERTA-X FROM ENVIRONMENT 'NEG-ALERTA'
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WK-ALERTA-X NUMERIC
               MOVE WK-ALERTA-X TO WK-ALERTA
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
               GO TO 1168-CARREGAR-SITUACOES-EXIT
           END-IF

           MOVE ZEROS  TO WK-SIT-QTD
           MOVE SPACES TO WK-TAB-SITUACAO

           PERFORM 1169-LER-SITUACAO

           CLOSE ARQ-SITTAB
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
           END-IF
           GO TO 1169-LER-SITUACAO
           .
       1169-LER-SITUACAO-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     CARREGAR OS FERIADOS (DD-FERIADOS, OPCIONAL)
      *-----------------------------------------------------------------
       1180-CARREGAR-FERIADOS SECTION.
           IF WK-PATH-FERIADOS EQUAL SPACES
               GO TO 1180-CARREGAR-FERIADOS-EXIT
           END-IF

           OPEN INPUT ARQ-FERIADOS
           IF AS-STATUS-FER NOT EQUAL ZEROS
               DISPLAY 'ERRO DE ABERTURA DO ARQUIVO DE FERIADOS '
                        AS-STATUS-FER ' - SO FIM DE SEMANA DESCONTADO'
               GO TO 1180-CARREGAR-FERIADOS-EXIT
           END-IF

           PERFORM 1181-LER-FERIADO

           CLOSE ARQ-FERIADOS
           .
       1180-CARREGAR-FERIADOS-EXIT.
           EXIT.

       1181-LER-FERIADO SECTION.
           READ ARQ-FERIADOS AT END
                GO TO 1181-LER-FERIADO-EXIT.

           IF FER-DATA NOT NUMERIC
               GO TO 1181-LER-FERIADO
           END-IF

           IF WK-FER-QTD < 200
               ADD 1 TO WK-FER-QTD
               MOVE FER-DATA TO WK-FER-DATA (WK-FER-QTD)
           ELSE
               ADD 1 TO WK-CONT-FER-CHEIA
           END-IF
           GO TO 1181-LER-FERIADO
           .
       1181-LER-FERIADO-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     ABRIR O CONTROLE DE NEGATIVACAO (CRIA NA PRIMEIRA EXECUCAO)
      *-----------------------------------------------------------------
       1200-ABRIR-CONTROLE SECTION.
           OPEN I-O ARQ-NEGATIV
           IF AS-STATUS-NEG EQUAL 35
               OPEN OUTPUT ARQ-NEGATIV
               CLOSE ARQ-NEGATIV
               OPEN I-O ARQ-NEGATIV
           END-IF
           IF AS-STATUS-NEG NOT EQUAL ZEROS
               DISPLAY 'ERRO DE ABERTURA DO CONTROLE DE NEGATIVACAO '
                        AS-STATUS-NEG
               GO TO 1200-ABRIR-CONTROLE-EXIT
           END-IF

           MOVE 'S' TO WK-CONTROLE-OK

           MOVE ZEROS TO NEG-CHAVE
           READ ARQ-NEGATIV
               INVALID KEY
                   MOVE SPACES TO NEG-DADOS
                   MOVE ZEROS  TO NEG-CTL-JRN-DATA NEG-CTL-JRN-HORA
                   WRITE FL-ARQ-NEGATIV
                   IF AS-STATUS-NEG NOT EQUAL ZEROS
                       DISPLAY 'ERRO AO GRAVAR O CONTROLE DO ARQUIVO '
                               'DE NEGATIVACAO ' AS-STATUS-NEG
                   END-IF
           END-READ

           MOVE NEG-CTL-JRN-DATA TO WK-JRN-ULT-DATA
           MOVE NEG-CTL-JRN-HORA TO WK-JRN-ULT-HORA
           MOVE WK-JRN-ULT       TO WK-JRN-MAX
           .
       1200-ABRIR-CONTROLE-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     CABECALHO DO RELATORIO
      *-----------------------------------------------------------------
       1500-IMPRIMIR-CABECALHO SECTION.
           MOVE WK-DATA-SYS-NUM TO WK-DATA-CALC
           PERFORM 2950-EDITAR-DATA
           MOVE WK-DATA-EDIT TO WK-LCB-DATA

           MOVE WK-CABEC01 TO FL-ARQ-RELNEG
           WRITE FL-ARQ-RELNEG
           MOVE WK-LINHA-CAB TO FL-ARQ-RELNEG
           WRITE FL-ARQ-RELNEG
           MOVE WK-CABEC01 TO FL-ARQ-RELNEG
           WRITE FL-ARQ-RELNEG
           .
       1500-IMPRIMIR-CABECALHO-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     RETORNO DO BUREAU: CONFIRMA OU REJEITA O QUE FOI ENVIADO
      *-----------------------------------------------------------------
       2100-PROCESSAR-RETORNO SECTION.
           MOVE 'RETORNO DO BUREAU' TO FL-ARQ-RELNEG
           WRITE FL-ARQ-RELNEG

           IF WK-PATH-NEGRET EQUAL SPACES
               MOVE '  SEM ARQUIVO DE RETORNO NESTA EXECUCAO'
                 TO FL-ARQ-RELNEG
               WRITE FL-ARQ-RELNEG
               GO TO 2100-PROCESSAR-RETORNO-EXIT
           END-IF

           OPEN INPUT ARQ-NEGRET
           IF AS-STATUS-NRT NOT EQUAL ZEROS
               DISPLAY 'ERRO DE ABERTURA DO RETORNO DO BUREAU '
                        AS-STATUS-NRT
               MOVE '  ARQUIVO DE RETORNO NAO DISPONIVEL'
                 TO FL-ARQ-RELNEG
               WRITE FL-ARQ-RELNEG
               GO TO 2100-PROCESSAR-RETORNO-EXIT
           END-IF

           MOVE 'T  CNPJ            VENCIMENTO  RT  PROTOCOLO'
             TO FL-ARQ-RELNEG
           MOVE 'RESULTADO' TO FL-ARQ-RELNEG (53:9)
           WRITE FL-ARQ-RELNEG

           PERFORM 2110-LER-RETORNO

           CLOSE ARQ-NEGRET
           .
       2100-PROCESSAR-RETORNO-EXIT.
           EXIT.

       2110-LER-RETORNO SECTION.
           READ ARQ-NEGRET AT END
                GO TO 2110-LER-RETORNO-EXIT.

           ADD 1 TO WK-CONT-RET-LIDOS

           IF (NOT RNG-INCLUSAO AND NOT RNG-EXCLUSAO)
                   OR RNG-CNPJ NOT NUMERIC OR RNG-VENC NOT NUMERIC
               ADD 1 TO WK-CONT-RET-INVALIDOS
               MOVE 'REGISTRO INVALIDO' TO WK-RESULTADO
               PERFORM 2190-IMPRIMIR-RETORNO
               GO TO 2110-LER-RETORNO
           END-IF

           MOVE RNG-CNPJ TO NEG-CNPJ
           MOVE RNG-VENC TO NEG-VENC
           READ ARQ-NEGATIV
               INVALID KEY
                   ADD 1 TO WK-CONT-RET-SEM-CTL
                   MOVE 'TITULO SEM CONTROLE' TO WK-RESULTADO
                   PERFORM 2190-IMPRIMIR-RETORNO
                   GO TO 2110-LER-RETORNO
           END-READ

           IF RNG-INCLUSAO
               PERFORM 2120-RETORNO-INCLUSAO
           ELSE
               PERFORM 2130-RETORNO-EXCLUSAO
           END-IF

           MOVE RNG-COD-RET     TO NEG-COD-RET
           MOVE WK-DATA-SYS-NUM TO NEG-DATA-RET
           REWRITE FL-ARQ-NEGATIV
           IF AS-STATUS-NEG NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ATUALIZAR O CONTROLE DE NEGATIVACAO '
                        NEG-CNPJ ' ' NEG-VENC ' ' AS-STATUS-NEG
           END-IF

           PERFORM 2190-IMPRIMIR-RETORNO
           GO TO 2110-LER-RETORNO
           .
       2110-LER-RETORNO-EXIT.
           EXIT.

      *    A INCLUSAO PODE VOLTAR DEPOIS QUE A EXCLUSAO JA FOI PEDIDA
      *    (PAGAMENTO NO MEIO DO CAMINHO): O PROTOCOLO E GUARDADO E A
      *    EXCLUSAO CONTINUA PENDENTE. INCLUSAO REJEITADA COM EXCLUSAO
      *    PENDENTE NAO DEIXA NADA NO BUREAU - O TITULO FICA REMOVIDO.
       2120-RETORNO-INCLUSAO SECTION.
           IF RNG-ACEITO
               MOVE RNG-PROTOCOLO TO NEG-PROTOCOLO
               ADD 1 TO WK-CONT-INCL-CONF
               MOVE 'INCLUSAO CONFIRMADA' TO WK-RESULTADO
               IF NEG-INCL-ENVIADA
                   MOVE 'N' TO NEG-STATUS
               END-IF
               GO TO 2120-RETORNO-INCLUSAO-EXIT
           END-IF

           ADD 1 TO WK-CONT-INCL-REJ
           MOVE 'INCLUSAO REJEITADA' TO WK-RESULTADO
           EVALUATE TRUE
               WHEN NEG-INCL-ENVIADA
                   MOVE 'J' TO NEG-STATUS
               WHEN NEG-EXCL-PENDENTE
                   MOVE 'R' TO NEG-STATUS
                   MOVE 'INCLUSAO REJEITADA - SEM RESTRICAO'
                     TO WK-RESULTADO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       2120-RETORNO-INCLUSAO-EXIT.
           EXIT.

      *    EXCLUSAO REJEITADA CONTINUA PENDENTE - O PRAZO LEGAL SEGUE
      *    CORRENDO E ELA APARECE NA SECAO DE PENDENTES.
       2130-RETORNO-EXCLUSAO SECTION.
           IF NOT NEG-EXCL-PENDENTE
               MOVE 'SEM EXCLUSAO PENDENTE' TO WK-RESULTADO
               GO TO 2130-RETORNO-EXCLUSAO-EXIT
           END-IF

           IF RNG-ACEITO
               MOVE 'R' TO NEG-STATUS
               ADD 1 TO WK-CONT-EXCL-CONF
               MOVE 'EXCLUSAO CONFIRMADA' TO WK-RESULTADO
           ELSE
               ADD 1 TO WK-CONT-EXCL-REJ
               MOVE 'EXCLUSAO REJEITADA - PENDENTE' TO WK-RESULTADO
           END-IF
           .
       2130-RETORNO-EXCLUSAO-EXIT.
           EXIT.

       2190-IMPRIMIR-RETORNO SECTION.
           MOVE RNG-TIPO      TO WK-LRT-TIPO
           MOVE RNG-CNPJ      TO WK-LRT-CNPJ
           MOVE RNG-VENC      TO WK-DATA-CALC
           PERFORM 2950-EDITAR-DATA
           MOVE WK-DATA-EDIT  TO WK-LRT-VENC
           MOVE RNG-COD-RET   TO WK-LRT-COD
           MOVE RNG-PROTOCOLO TO WK-LRT-PROT
           MOVE WK-RESULTADO  TO WK-LRT-RESULT
           MOVE WK-LINHA-RET  TO FL-ARQ-RELNEG
           WRITE FL-ARQ-RELNEG
           .
       2190-IMPRIMIR-RETORNO-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     EXCLUSAO PELOS PAGAMENTOS CONFIRMADOS PELO BANCO (MOVSAI)
      *-----------------------------------------------------------------
      *    O MOVIMENTO DE SAIDA E REGRAVADO A CADA RETORNO - O QUE
      *    ESTA NELE FOI PAGO NO ULTIMO RETORNO PROCESSADO, E A DATA
      *    DO PAGAMENTO CONSIDERADA E A DE HOJE.
       2200-EXCLUIR-PAGOS-BANCO SECTION.
           OPEN INPUT ARQ-MOVSAI
           IF AS-STATUS-MOV NOT EQUAL ZEROS
               DISPLAY 'MOVIMENTO DE SAIDA DO RETORNO NAO DISPONIVEL '
                        AS-STATUS-MOV
               GO TO 2200-EXCLUIR-PAGOS-BANCO-EXIT
           END-IF

           PERFORM 2210-LER-MOVSAI

           CLOSE ARQ-MOVSAI
           .
       2200-EXCLUIR-PAGOS-BANCO-EXIT.
           EXIT.

       2210-LER-MOVSAI SECTION.
           READ ARQ-MOVSAI AT END
                GO TO 2210-LER-MOVSAI-EXIT.

           IF MOVS-TIPO NOT EQUAL 'L' AND MOVS-TIPO NOT EQUAL 'P'
               GO TO 2210-LER-MOVSAI
           END-IF

           ADD 1 TO WK-CONT-MOVSAI
           MOVE MOVS-CNPJ       TO WK-CNPJ-ATUAL
           MOVE MOVS-VENC       TO WK-VENC-ATUAL
           MOVE MOVS-TIPO       TO WK-MOTIVO-EXC
           MOVE WK-DATA-SYS-NUM TO WK-DATA-PAGTO
           PERFORM 2250-MARCAR-EXCLUSAO
           GO TO 2210-LER-MOVSAI
           .
       2210-LER-MOVSAI-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     MARCAR A EXCLUSAO DO TITULO WK-CHAVE-ATUAL NO CONTROLE
      *-----------------------------------------------------------------
      *    SO TITULO ATIVO NO BUREAU (INCLUSAO ENVIADA OU CONFIRMADA)
      *    E MARCADO; JA PENDENTE, REJEITADO OU REMOVIDO FICA COMO
      *    ESTA - A MESMA LIQUIDACAO VISTA NO MOVSAI E DEPOIS NO
      *    JORNAL NAO REINICIA O PRAZO.
       2250-MARCAR-EXCLUSAO SECTION.
           MOVE WK-CHAVE-ATUAL TO NEG-CHAVE
           READ ARQ-NEGATIV
               INVALID KEY
                   GO TO 2250-MARCAR-EXCLUSAO-EXIT
           END-READ

           IF NOT NEG-ATIVO-BUREAU
               GO TO 2250-MARCAR-EXCLUSAO-EXIT
           END-IF

           MOVE WK-DATA-PAGTO TO WK-DU-DATA
           PERFORM 2900-CALCULAR-LIMITE

           MOVE 'X'             TO NEG-STATUS
           MOVE WK-MOTIVO-EXC   TO NEG-MOTIVO-EXC
           MOVE WK-DATA-PAGTO   TO NEG-DATA-PAGTO
           MOVE WK-DU-RESULT    TO NEG-DATA-LIMITE
           MOVE WK-DATA-SYS-NUM TO NEG-DATA-EXC
           REWRITE FL-ARQ-NEGATIV
           IF AS-STATUS-NEG NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ATUALIZAR O CONTROLE DE NEGATIVACAO '
                        NEG-CNPJ ' ' NEG-VENC ' ' AS-STATUS-NEG
               GO TO 2250-MARCAR-EXCLUSAO-EXIT
           END-IF
           ADD 1 TO WK-CONT-EXCL-NOVAS
           .
       2250-MARCAR-EXCLUSAO-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     EXCLUSAO PELAS ALTERACOES APLICADAS NO MESTRE (JORNAL)
      *-----------------------------------------------------------------
       2300-EXCLUIR-PELO-JORNAL SECTION.
           OPEN INPUT ARQ-JORNAL
           IF AS-STATUS-JRN NOT EQUAL ZEROS
               DISPLAY 'JORNAL DO MESTRE NAO DISPONIVEL '
                        AS-STATUS-JRN
               GO TO 2300-EXCLUIR-PELO-JORNAL-EXIT
           END-IF

           PERFORM 2310-LER-JORNAL

           CLOSE ARQ-JORNAL

           MOVE ZEROS TO NEG-CHAVE
           READ ARQ-NEGATIV
               INVALID KEY
                   DISPLAY 'CONTROLE DO ARQUIVO DE NEGATIVACAO NAO '
                           'ENCONTRADO'
                   GO TO 2300-EXCLUIR-PELO-JORNAL-EXIT
           END-READ
           MOVE WK-JRN-MAX-DATA TO NEG-CTL-JRN-DATA
           MOVE WK-JRN-MAX-HORA TO NEG-CTL-JRN-HORA
           REWRITE FL-ARQ-NEGATIV
           IF AS-STATUS-NEG NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ATUALIZAR O CONTROLE DO ARQUIVO DE '
                       'NEGATIVACAO ' AS-STATUS-NEG
           END-IF
           .
       2300-EXCLUIR-PELO-JORNAL-EXIT.
           EXIT.

      *    INCLUSAO (ANTES EM ESPACOS) NAO TIRA NINGUEM DO BUREAU. O
      *    MOTIVO E TESTADO NA ORDEM: REMOVIDO DO MESTRE (EXCLUSAO DE
      *    CBLX0009 OU DIVIDA DE ORIGEM DE ACORDO EM CBLX0014), CHAVE
      *    TROCADA (PRORROGACAO), BAIXADO, SITUACAO QUE NAO E MAIS
      *    VENCIDA, SALDO REDUZIDO (PARCIAL).
       2310-LER-JORNAL SECTION.
           READ ARQ-JORNAL AT END
                GO TO 2310-LER-JORNAL-EXIT.

           MOVE JRN-DATA TO WK-JRN-LIDA-DATA
           MOVE JRN-HORA TO WK-JRN-LIDA-HORA
           IF WK-JRN-LIDA-NUM < WK-JRN-ULT-NUM
               GO TO 2310-LER-JORNAL
           END-IF
           IF WK-JRN-LIDA-NUM > WK-JRN-MAX-NUM
               MOVE WK-JRN-LIDA TO WK-JRN-MAX
           END-IF

           IF JRN-ANTES EQUAL SPACES
               GO TO 2310-LER-JORNAL
           END-IF

           ADD 1 TO WK-CONT-JRN-LIDOS
           MOVE JRN-ANTES  TO WK-IMAGEM-ANT
           MOVE JRN-DEPOIS TO WK-IMAGEM-DEP
           MOVE SPACES     TO WK-MOTIVO-EXC

           IF JRN-DEPOIS EQUAL SPACES
               MOVE 'E' TO WK-MOTIVO-EXC
           ELSE
               MOVE IMGD-SIT TO WK-SIT-BUSCA
               PERFORM 2260-TRADUZIR-SITUACAO
               EVALUATE TRUE
                   WHEN IMGD-CHAVE NOT EQUAL IMGA-CHAVE
                       MOVE 'V' TO WK-MOTIVO-EXC
                   WHEN IMGD-SIT EQUAL WK-SIT-BAIXADO
                       MOVE 'B' TO WK-MOTIVO-EXC
                   WHEN NOT SIT-REG-VENCIDA
                       MOVE 'A' TO WK-MOTIVO-EXC
                   WHEN IMGD-VALOR < IMGA-VALOR
                       MOVE 'P' TO WK-MOTIVO-EXC
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           IF WK-MOTIVO-EXC EQUAL SPACES
               GO TO 2310-LER-JORNAL
           END-IF

           MOVE IMGA-CNPJ TO WK-CNPJ-ATUAL
           MOVE IMGA-VENC TO WK-VENC-ATUAL
           MOVE JRN-DATA  TO WK-DATA-PAGTO
           PERFORM 2250-MARCAR-EXCLUSAO
           GO TO 2310-LER-JORNAL
           .
       2310-LER-JORNAL-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     TRADUZIR A SITUACAO (DESCRICAO E ATRIBUTO DE VENCIDA)
      *-----------------------------------------------------------------
       2260-TRADUZIR-SITUACAO SECTION.
           MOVE 'N' TO WK-SIT-EH-VENCIDA
           SET WK-IX-SIT TO 1
           SEARCH WK-TAB-SIT-OCORR
               AT END
                   MOVE 'COD INVALIDO'  TO WK-SIT-DESC
               WHEN WK-IX-SIT > WK-SIT-QTD
                   MOVE 'COD INVALIDO'  TO WK-SIT-DESC
               WHEN WK-TAB-SIT-COD (WK-IX-SIT) EQUAL WK-SIT-BUSCA
                   MOVE WK-TAB-SIT-DESC (WK-IX-SIT) TO WK-SIT-DESC
                   MOVE WK-TAB-SIT-VENCIDA (WK-IX-SIT)
                     TO WK-SIT-EH-VENCIDA
           END-SEARCH
           .
       2260-TRADUZIR-SITUACAO-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     INCLUSAO DOS TITULOS NOTIFICADOS (SAIDA DO SORT DAS CARTAS)
      *-----------------------------------------------------------------
      *    SO O PRIMEIRO REGISTRO DE CADA CNPJ + VENCIMENTO INTERESSA:
      *    E A PRIMEIRA CARTA QUE RELACIONOU O TITULO.
       2400-INCLUIR-NOTIFICADOS SECTION.
           RETURN ARQ-SORTNEG AT END MOVE 'F' TO WK-FIM-SORT.

           IF FIM-SORT
               GO TO 2400-INCLUIR-NOTIFICADOS-EXIT
           END-IF

           MOVE SRT-CNPJ TO WK-CNPJ-ATUAL
           MOVE SRT-VENC TO WK-VENC-ATUAL
           IF WK-CHAVE-ATUAL EQUAL WK-CHAVE-ANTERIOR
               GO TO 2400-INCLUIR-NOTIFICADOS
           END-IF
           MOVE WK-CHAVE-ATUAL TO WK-CHAVE-ANTERIOR

           ADD 1 TO WK-CONT-TIT-CARTA
           PERFORM 2410-AVALIAR-TITULO
           GO TO 2400-INCLUIR-NOTIFICADOS
           .
       2400-INCLUIR-NOTIFICADOS-EXIT.
           EXIT.

      *    ELEGIVEL: AINDA NO MESTRE, EM SITUACAO VENCIDA, COM SALDO,
      *    AVISO CUMPRIDO E SEM NEGATIVACAO VIVA (TITULO NUNCA ENVIADO
      *    OU JA REMOVIDO) E SEM DISPUTA ABERTA. SEM CADASTRO OU
      *    ENDERECO NAO HA COMO NEGATIVAR - VAI PARA O RELATORIO,
      *    ASSIM COMO O TITULO EM DISPUTA.
       2410-AVALIAR-TITULO SECTION.
           MOVE WK-CHAVE-ATUAL TO MST-CHAVE
           READ ARQ-MESTRE
               INVALID KEY
                   GO TO 2410-AVALIAR-TITULO-EXIT
           END-READ

           MOVE MST-SIT TO WK-SIT-BUSCA
           PERFORM 2260-TRADUZIR-SITUACAO
           IF NOT SIT-REG-VENCIDA OR MST-VALOR EQUAL ZEROS
               GO TO 2410-AVALIAR-TITULO-EXIT
           END-IF

           COMPUTE WK-DATA-AVISO = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (SRT-DATA-ENVIO) + WK-AVISO)
           IF WK-DATA-AVISO > WK-DATA-SYS-NUM
               ADD 1 TO WK-CONT-AGUARD-AVISO
               GO TO 2410-AVALIAR-TITULO-EXIT
           END-IF

           MOVE 'N' TO WK-NEG-NOVO
           MOVE WK-CHAVE-ATUAL TO NEG-CHAVE
           READ ARQ-NEGATIV
               INVALID KEY
                   MOVE 'S' TO WK-NEG-NOVO
           END-READ
           IF NOT NEG-REGISTRO-NOVO AND NOT NEG-REMOVIDO
               GO TO 2410-AVALIAR-TITULO-EXIT
           END-IF

           MOVE SPACES TO WK-MOTIVO
           IF DISPUTAS-ATIVO
               MOVE WK-CHAVE-ATUAL TO DSP-CHAVE
               READ ARQ-DISPUTAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DSP-ABERTA
                           MOVE 'TITULO EM DISPUTA' TO WK-MOTIVO
                           ADD 1 TO WK-CONT-EM-DISPUTA
                       END-IF
               END-READ
           END-IF
           IF WK-MOTIVO EQUAL SPACES
               MOVE WK-CNPJ-ATUAL TO CAD-CNPJ
               READ ARQ-CADASTRO
                   INVALID KEY
                       MOVE 'SEM CADASTRO' TO WK-MOTIVO
                       ADD 1 TO WK-CONT-SEM-CADASTRO
               END-READ
           END-IF
           IF WK-MOTIVO EQUAL SPACES
               IF CAD-ENDERECO EQUAL SPACES OR CAD-CEP NOT NUMERIC
                       OR CAD-CEP EQUAL ZEROS
                   MOVE 'SEM ENDERECO NO CADASTRO' TO WK-MOTIVO
                   ADD 1 TO WK-CONT-SEM-CADASTRO
               END-IF
           END-IF
           IF WK-MOTIVO NOT EQUAL SPACES
               MOVE WK-CNPJ-ATUAL  TO WK-LNG-CNPJ
               MOVE WK-VENC-ATUAL  TO WK-DATA-CALC
               PERFORM 2950-EDITAR-DATA
               MOVE WK-DATA-EDIT   TO WK-LNG-VENC
               MOVE MST-VALOR      TO WK-LNG-VALOR
               MOVE SRT-DATA-ENVIO TO WK-DATA-CALC
               PERFORM 2950-EDITAR-DATA
               MOVE WK-DATA-EDIT   TO WK-LNG-DATA1
               MOVE SPACES         TO WK-LNG-DATA2
               MOVE WK-MOTIVO      TO WK-LNG-INFO
               MOVE WK-LINHA-NEG   TO FL-ARQ-RELNEG
               WRITE FL-ARQ-RELNEG
               GO TO 2410-AVALIAR-TITULO-EXIT
           END-IF

           MOVE WK-CHAVE-ATUAL  TO NEG-CHAVE
           MOVE SPACES          TO NEG-DADOS
           MOVE 'E'             TO NEG-STATUS
           MOVE MST-VALOR       TO NEG-VALOR
           MOVE SRT-DATA-ENVIO  TO NEG-DATA-CARTA
           MOVE WK-DATA-SYS-NUM TO NEG-DATA-INCL
           MOVE ZEROS           TO NEG-DATA-PAGTO NEG-DATA-LIMITE
                                   NEG-DATA-EXC NEG-DATA-RET

           IF NEG-REGISTRO-NOVO
               WRITE FL-ARQ-NEGATIV
           ELSE
               REWRITE FL-ARQ-NEGATIV
           END-IF
           IF AS-STATUS-NEG NOT EQUAL ZEROS
               DISPLAY 'ERRO AO GRAVAR O CONTROLE DE NEGATIVACAO '
                        NEG-CNPJ ' ' NEG-VENC ' ' AS-STATUS-NEG
               GO TO 2410-AVALIAR-TITULO-EXIT
           END-IF
           ADD 1 TO WK-CONT-INCL-NOVAS
           .
       2410-AVALIAR-TITULO-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     GERAR OS ARQUIVOS DO BUREAU E AS SECOES DO RELATORIO
      *-----------------------------------------------------------------
      *    OS ARQUIVOS SAEM DO CONTROLE PELA DATA DE ENVIO: A
      *    REEXECUCAO DO DIA REGERA AS MESMAS INCLUSOES E EXCLUSOES.
       2500-GERAR-ARQUIVOS-BUREAU SECTION.
           OPEN OUTPUT ARQ-NEGINC
           IF AS-STATUS-INC NOT EQUAL ZEROS
               DISPLAY 'ERRO DE ABERTURA DO ARQUIVO DE INCLUSAO '
                        AS-STATUS-INC
           END-IF
           OPEN OUTPUT ARQ-NEGEXC
           IF AS-STATUS-EXC NOT EQUAL ZEROS
               DISPLAY 'ERRO DE ABERTURA DO ARQUIVO DE EXCLUSAO '
                        AS-STATUS-EXC
           END-IF

           MOVE 'I' TO WK-PASSO
           MOVE 'INCLUSOES ENVIADAS AO BUREAU' TO WK-MOTIVO
           MOVE '1A CARTA'     TO WK-LNC-DATA1
           MOVE 'ENVIO'        TO WK-LNC-DATA2
           MOVE 'RAZAO SOCIAL' TO WK-LNC-INFO
           PERFORM 2510-PERCORRER-CONTROLE

           MOVE 'E' TO WK-PASSO
           MOVE 'EXCLUSOES ENVIADAS AO BUREAU' TO WK-MOTIVO
           MOVE 'PAGAMENTO'    TO WK-LNC-DATA1
           MOVE 'LIMITE'       TO WK-LNC-DATA2
           MOVE 'MOTIVO         PROTOCOLO' TO WK-LNC-INFO
           PERFORM 2510-PERCORRER-CONTROLE

           MOVE 'P' TO WK-PASSO
           MOVE 'EXCLUSOES AGUARDANDO CONFIRMACAO DO BUREAU'
             TO WK-MOTIVO
           MOVE 'ENVIO'        TO WK-LNC-DATA1
           MOVE 'LIMITE'       TO WK-LNC-DATA2
           MOVE 'PRAZO'        TO WK-LNC-INFO
           PERFORM 2510-PERCORRER-CONTROLE

           MOVE 'J' TO WK-PASSO
           MOVE 'INCLUSOES REJEITADAS NO RETORNO DE HOJE' TO WK-MOTIVO
           MOVE 'INCLUSAO'     TO WK-LNC-DATA1
           MOVE 'RETORNO'      TO WK-LNC-DATA2
           MOVE 'MOTIVO'       TO WK-LNC-INFO
           PERFORM 2510-PERCORRER-CONTROLE

           CLOSE ARQ-NEGINC
           IF AS-STATUS-INC NOT EQUAL ZEROS
               DISPLAY 'ERRO AO FECHAR O ARQUIVO DE INCLUSAO '
                        AS-STATUS-INC
           END-IF
           CLOSE ARQ-NEGEXC
           IF AS-STATUS-EXC NOT EQUAL ZEROS
               DISPLAY 'ERRO AO FECHAR O ARQUIVO DE EXCLUSAO '
                        AS-STATUS-EXC
           END-IF
           .
       2500-GERAR-ARQUIVOS-BUREAU-EXIT.
           EXIT.

      *    WK-MOTIVO TRAZ O TITULO DA SECAO E WK-LINHA-NEG-CAB OS
      *    TITULOS DAS COLUNAS VARIAVEIS, MONTADOS PELO CHAMADOR.
       2510-PERCORRER-CONTROLE SECTION.
           MOVE WK-TRACO TO FL-ARQ-RELNEG
           WRITE FL-ARQ-RELNEG
           MOVE WK-MOTIVO TO FL-ARQ-RELNEG
           WRITE FL-ARQ-RELNEG
           MOVE WK-LINHA-NEG-CAB TO FL-ARQ-RELNEG
           WRITE FL-ARQ-RELNEG

           MOVE ZEROS TO WK-QTD-SECAO
           MOVE ZEROS TO WK-VALOR-ARQ-INC WK-VALOR-ARQ-EXC

           MOVE ZEROS TO NEG-CHAVE
           START ARQ-NEGATIV KEY IS NOT LESS THAN NEG-CHAVE
               INVALID KEY
                   GO TO 2510-PERCORRER-CONTROLE-EXIT
           END-START

           PERFORM 2520-LER-CONTROLE

           IF WK-QTD-SECAO EQUAL ZEROS
               MOVE '  NENHUM TITULO' TO FL-ARQ-RELNEG
               WRITE FL-ARQ-RELNEG
               GO TO 2510-PERCORRER-CONTROLE-EXIT
           END-IF

           MOVE WK-QTD-SECAO TO WK-LTO-QTD
           EVALUATE TRUE
               WHEN PASSO-INCLUSOES
                   MOVE WK-VALOR-ARQ-INC TO WK-LTO-VALOR
               WHEN PASSO-EXCLUSOES
                   MOVE WK-VALOR-ARQ-EXC TO WK-LTO-VALOR
               WHEN OTHER
                   MOVE ZEROS TO WK-LTO-VALOR
           END-EVALUATE
           MOVE WK-LINHA-TOTAL TO FL-ARQ-RELNEG
           WRITE FL-ARQ-RELNEG
           .
       2510-PERCORRER-CONTROLE-EXIT.
           EXIT.

       2520-LER-CONTROLE SECTION.
           READ ARQ-NEGATIV NEXT RECORD AT END
                GO TO 2520-LER-CONTROLE-EXIT.

           IF NEG-CNPJ EQUAL ZEROS AND NEG-VENC EQUAL ZEROS
               GO TO 2520-LER-CONTROLE
           END-IF

           EVALUATE TRUE
               WHEN PASSO-INCLUSOES
                   IF NEG-DATA-INCL EQUAL WK-DATA-SYS-NUM
                           AND NOT NEG-INCL-REJEITADA
                       PERFORM 2530-GRAVAR-INCLUSAO
                   END-IF
               WHEN PASSO-EXCLUSOES
                   IF NEG-EXCL-PENDENTE
                           AND NEG-DATA-EXC EQUAL WK-DATA-SYS-NUM
                       PERFORM 2540-GRAVAR-EXCLUSAO
                   END-IF
               WHEN PASSO-PENDENTES
                   IF NEG-EXCL-PENDENTE
                       PERFORM 2550-LISTAR-PENDENTE
                   END-IF
               WHEN PASSO-REJEITADAS
                   IF NEG-INCL-REJEITADA
                           AND NEG-DATA-RET EQUAL WK-DATA-SYS-NUM
                       PERFORM 2560-LISTAR-REJEITADA
                   END-IF
           END-EVALUATE
           GO TO 2520-LER-CONTROLE
           .
       2520-LER-CONTROLE-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     REGISTRO DE INCLUSAO PARA O BUREAU
      *-----------------------------------------------------------------
       2530-GRAVAR-INCLUSAO SECTION.
           MOVE NEG-CNPJ TO CAD-CNPJ
           READ ARQ-CADASTRO
               INVALID KEY
                   MOVE SPACES TO CAD-NOME CAD-ENDERECO CAD-BAIRRO
                                  CAD-CIDADE CAD-UF
                   MOVE ZEROS  TO CAD-CEP
           END-READ

           MOVE SPACES          TO WK-REG-BUREAU
           MOVE 'I'             TO NGB-TIPO
           MOVE NEG-CNPJ        TO NGB-CNPJ
           MOVE NEG-VENC        TO NGB-VENC
           MOVE NEG-VALOR       TO NGB-VALOR
           MOVE WK-DATA-SYS-NUM TO NGB-DATA-MOV
           MOVE CAD-NOME        TO NGB-NOME
           MOVE CAD-ENDERECO    TO NGB-ENDERECO
           MOVE CAD-BAIRRO      TO NGB-BAIRRO
           MOVE CAD-CEP         TO NGB-CEP
           MOVE CAD-CIDADE      TO NGB-CIDADE
           MOVE CAD-UF          TO NGB-UF
           WRITE FL-ARQ-NEGINC FROM WK-REG-BUREAU

           ADD 1 TO WK-QTD-SECAO
           ADD 1 TO WK-CONT-ARQ-INC
           ADD NEG-VALOR TO WK-VALOR-ARQ-INC

           MOVE NEG-CNPJ       TO WK-LNG-CNPJ
           MOVE NEG-VENC       TO WK-DATA-CALC
           PERFORM 2950-EDITAR-DATA
           MOVE WK-DATA-EDIT   TO WK-LNG-VENC
           MOVE NEG-VALOR      TO WK-LNG-VALOR
           MOVE NEG-DATA-CARTA TO WK-DATA-CALC
           PERFORM 2950-EDITAR-DATA
           MOVE WK-DATA-EDIT   TO WK-LNG-DATA1
           MOVE NEG-DATA-INCL  TO WK-DATA-CALC
           PERFORM 2950-EDITAR-DATA
           MOVE WK-DATA-EDIT   TO WK-LNG-DATA2
           MOVE CAD-NOME       TO WK-LNG-INFO
           MOVE WK-LINHA-NEG   TO FL-ARQ-RELNEG
           WRITE FL-ARQ-RELNEG
           .
       2530-GRAVAR-INCLUSAO-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     REGISTRO DE EXCLUSAO PARA O BUREAU
      *-----------------------------------------------------------------
       2540-GRAVAR-EXCLUSAO SECTION.
           MOVE SPACES          TO WK-REG-BUREAU
           MOVE 'E'             TO NGB-TIPO
           MOVE NEG-CNPJ        TO NGB-CNPJ
           MOVE NEG-VENC        TO NGB-VENC
           MOVE NEG-VALOR       TO NGB-VALOR
           MOVE WK-DATA-SYS-NUM TO NGB-DATA-MOV
           MOVE ZEROS           TO NGB-CEP
           MOVE NEG-PROTOCOLO   TO NGB-PROTOCOLO
           MOVE NEG-MOTIVO-EXC  TO NGB-MOTIVO
           WRITE FL-ARQ-NEGEXC FROM WK-REG-BUREAU

           ADD 1 TO WK-QTD-SECAO
           ADD 1 TO WK-CONT-ARQ-EXC
           ADD NEG-VALOR TO WK-VALOR-ARQ-EXC

           PERFORM 2570-DESCREVER-MOTIVO

           MOVE NEG-CNPJ        TO WK-LNG-CNPJ
           MOVE NEG-VENC        TO WK-DATA-CALC
           PERFORM 2950-EDITAR-DATA
           MOVE WK-DATA-EDIT    TO WK-LNG-VENC
           MOVE NEG-VALOR       TO WK-LNG-VALOR
           MOVE NEG-DATA-PAGTO  TO WK-DATA-CALC
           PERFORM 2950-EDITAR-DATA
           MOVE WK-DATA-EDIT    TO WK-LNG-DATA1
           MOVE NEG-DATA-LIMITE TO WK-DATA-CALC
           PERFORM 2950-EDITAR-DATA
           MOVE WK-DATA-EDIT    TO WK-LNG-DATA2
           MOVE SPACES          TO WK-LNG-INFO
           MOVE WK-MOTIVO-DESC  TO WK-LNG-INFO (1:15)
           MOVE NEG-PROTOCOLO   TO WK-LNG-INFO (16:15)
           MOVE WK-LINHA-NEG    TO FL-ARQ-RELNEG
           WRITE FL-ARQ-RELNEG
           .
       2540-GRAVAR-EXCLUSAO-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     EXCLUSAO PENDENTE CONTRA O PRAZO LEGAL
      *-----------------------------------------------------------------
       2550-LISTAR-PENDENTE SECTION.
           ADD 1 TO WK-QTD-SECAO
           ADD 1 TO WK-CONT-PENDENTES

           MOVE NEG-CNPJ        TO WK-LNG-CNPJ
           MOVE NEG-VENC        TO WK-DATA-CALC
           PERFORM 2950-EDITAR-DATA
           MOVE WK-DATA-EDIT    TO WK-LNG-VENC
           MOVE NEG-VALOR       TO WK-LNG-VALOR
           MOVE NEG-DATA-EXC    TO WK-DATA-CALC
           PERFORM 2950-EDITAR-DATA
           MOVE WK-DATA-EDIT    TO WK-LNG-DATA1
           MOVE NEG-DATA-LIMITE TO WK-DATA-CALC
           PERFORM 2950-EDITAR-DATA
           MOVE WK-DATA-EDIT    TO WK-LNG-DATA2
           MOVE SPACES          TO WK-LNG-INFO

           IF NEG-DATA-LIMITE < WK-DATA-SYS-NUM
               ADD 1 TO WK-CONT-VENCIDAS
               MOVE '*** PRAZO LEGAL VENCIDO ***' TO WK-LNG-INFO
           ELSE
               PERFORM 2920-CONTAR-DIAS-RESTANTES
               MOVE WK-DU-CONT TO WK-DU-REST-ED
               IF WK-DU-CONT NOT > WK-ALERTA
                   ADD 1 TO WK-CONT-ALERTA
                   STRING 'ATENCAO - ' WK-DU-REST-ED ' DIA(S) UTIL(EIS)'
                       DELIMITED BY SIZE INTO WK-LNG-INFO
               ELSE
                   STRING 'FALTAM ' WK-DU-REST-ED ' DIAS UTEIS'
                       DELIMITED BY SIZE INTO WK-LNG-INFO
               END-IF
           END-IF

           MOVE WK-LINHA-NEG TO FL-ARQ-RELNEG
           WRITE FL-ARQ-RELNEG
           .
       2550-LISTAR-PENDENTE-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     INCLUSAO REJEITADA PELO BUREAU NO RETORNO DE HOJE
      *-----------------------------------------------------------------
       2560-LISTAR-REJEITADA SECTION.
           ADD 1 TO WK-QTD-SECAO

           MOVE NEG-CNPJ      TO WK-LNG-CNPJ
           MOVE NEG-VENC      TO WK-DATA-CALC
           PERFORM 2950-EDITAR-DATA
           MOVE WK-DATA-EDIT  TO WK-LNG-VENC
           MOVE NEG-VALOR     TO WK-LNG-VALOR
           MOVE NEG-DATA-INCL TO WK-DATA-CALC
           PERFORM 2950-EDITAR-DATA
           MOVE WK-DATA-EDIT  TO WK-LNG-DATA1
           MOVE NEG-DATA-RET  TO WK-DATA-CALC
           PERFORM 2950-EDITAR-DATA
           MOVE WK-DATA-EDIT  TO WK-LNG-DATA2
           MOVE SPACES        TO WK-LNG-INFO
           STRING 'CODIGO DE RETORNO ' NEG-COD-RET
               DELIMITED BY SIZE INTO WK-LNG-INFO
           MOVE WK-LINHA-NEG  TO FL-ARQ-RELNEG
           WRITE FL-ARQ-RELNEG
           .
       2560-LISTAR-REJEITADA-EXIT.
           EXIT.

       2570-DESCREVER-MOTIVO SECTION.
           EVALUATE NEG-MOTIVO-EXC
               WHEN 'L'
                   MOVE 'LIQUIDACAO'     TO WK-MOTIVO-DESC
               WHEN 'P'
                   MOVE 'PAGTO PARCIAL'  TO WK-MOTIVO-DESC
               WHEN 'B'
                   MOVE 'BAIXA'          TO WK-MOTIVO-DESC
               WHEN 'E'
                   MOVE 'EXCLUSAO'       TO WK-MOTIVO-DESC
               WHEN 'V'
                   MOVE 'PRORROGACAO'    TO WK-MOTIVO-DESC
               WHEN 'A'
                   MOVE 'SIT. ALTERADA'  TO WK-MOTIVO-DESC
               WHEN OTHER
                   MOVE 'OUTROS'         TO WK-MOTIVO-DESC
           END-EVALUATE
           .
       2570-DESCREVER-MOTIVO-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     DATA LIMITE: WK-DU-DATA MAIS WK-PRAZO DIAS UTEIS
      *-----------------------------------------------------------------
       2900-CALCULAR-LIMITE SECTION.
           COMPUTE WK-DU-INT = FUNCTION INTEGER-OF-DATE (WK-DU-DATA)
           MOVE ZEROS TO WK-DU-CONT

           PERFORM 2910-AVANCAR-DIA
               UNTIL WK-DU-CONT NOT < WK-PRAZO

           COMPUTE WK-DU-RESULT = FUNCTION DATE-OF-INTEGER (WK-DU-INT)
           .
       2900-CALCULAR-LIMITE-EXIT.
           EXIT.

       2910-AVANCAR-DIA SECTION.
           ADD 1 TO WK-DU-INT
           PERFORM 2940-VERIFICAR-DIA-UTIL
           IF DIA-UTIL
               ADD 1 TO WK-DU-CONT
           END-IF
           .
       2910-AVANCAR-DIA-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     DIAS UTEIS DE HOJE (EXCLUSIVE) ATE NEG-DATA-LIMITE
      *-----------------------------------------------------------------
       2920-CONTAR-DIAS-RESTANTES SECTION.
           COMPUTE WK-DU-INT =
               FUNCTION INTEGER-OF-DATE (WK-DATA-SYS-NUM)
           COMPUTE WK-DU-FIM =
               FUNCTION INTEGER-OF-DATE (NEG-DATA-LIMITE)
           MOVE ZEROS TO WK-DU-CONT

           PERFORM 2910-AVANCAR-DIA
               UNTIL WK-DU-INT NOT < WK-DU-FIM
           .
       2920-CONTAR-DIAS-RESTANTES-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     WK-DU-INT E DIA UTIL? (NAO E SABADO, DOMINGO NEM FERIADO)
      *-----------------------------------------------------------------
       2940-VERIFICAR-DIA-UTIL SECTION.
           MOVE 'N' TO WK-DU-UTIL
           DIVIDE WK-DU-INT BY 7
               GIVING WK-DU-QUOC REMAINDER WK-DU-RESTO
           IF WK-DU-RESTO EQUAL 6 OR WK-DU-RESTO EQUAL ZEROS
               GO TO 2940-VERIFICAR-DIA-UTIL-EXIT
           END-IF

           IF WK-FER-QTD > ZEROS
               COMPUTE WK-DATA-CALC =
                   FUNCTION DATE-OF-INTEGER (WK-DU-INT)
               MOVE ZEROS TO WK-FER-POS
               PERFORM 2945-TESTAR-FERIADO
                   VARYING WK-FER-IX FROM 1 BY 1
                   UNTIL WK-FER-IX > WK-FER-QTD
                      OR WK-FER-POS NOT EQUAL ZEROS
               IF WK-FER-POS NOT EQUAL ZEROS
                   GO TO 2940-VERIFICAR-DIA-UTIL-EXIT
               END-IF
           END-IF

           MOVE 'S' TO WK-DU-UTIL
           .
       2940-VERIFICAR-DIA-UTIL-EXIT.
           EXIT.

       2945-TESTAR-FERIADO SECTION.
           IF WK-FER-DATA (WK-FER-IX) EQUAL WK-DATA-CALC
               MOVE WK-FER-IX TO WK-FER-POS
           END-IF
           .
       2945-TESTAR-FERIADO-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     EDITAR WK-DATA-CALC (AAAAMMDD) EM DD/MM/AAAA
      *-----------------------------------------------------------------
       2950-EDITAR-DATA SECTION.
           MOVE WK-DC-DIA TO WK-DE-DIA
           MOVE WK-DC-MES TO WK-DE-MES
           MOVE WK-DC-ANO TO WK-DE-ANO
           .
       2950-EDITAR-DATA-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     FINALIZAR PROGRAMA
      *-----------------------------------------------------------------
       3000-FINALIZAR SECTION.
           DISPLAY 'RETORNO - REGISTROS LIDOS:     ' WK-CONT-RET-LIDOS
           DISPLAY 'RETORNO - INCLUSOES CONFIRM.:  ' WK-CONT-INCL-CONF
           DISPLAY 'RETORNO - INCLUSOES REJEIT.:   ' WK-CONT-INCL-REJ
           DISPLAY 'RETORNO - EXCLUSOES CONFIRM.:  ' WK-CONT-EXCL-CONF
           DISPLAY 'RETORNO - EXCLUSOES REJEIT.:   ' WK-CONT-EXCL-REJ
           DISPLAY 'PAGAMENTOS DO MOVSAI LIDOS:    ' WK-CONT-MOVSAI
           DISPLAY 'ALTERACOES DO JORNAL LIDAS:    ' WK-CONT-JRN-LIDOS
           DISPLAY 'EXCLUSOES NOVAS:               ' WK-CONT-EXCL-NOVAS
           DISPLAY 'TITULOS COM CARTA:             ' WK-CONT-TIT-CARTA
           DISPLAY 'AGUARDANDO PRAZO DE AVISO:     '
                    WK-CONT-AGUARD-AVISO
           DISPLAY 'SEM CADASTRO/ENDERECO:         '
                    WK-CONT-SEM-CADASTRO
           DISPLAY 'EM DISPUTA (NAO INCLUIDOS):    ' WK-CONT-EM-DISPUTA
           DISPLAY 'INCLUSOES NOVAS:               ' WK-CONT-INCL-NOVAS
           DISPLAY 'REGISTROS NO ARQ. DE INCLUSAO: ' WK-CONT-ARQ-INC
           DISPLAY 'REGISTROS NO ARQ. DE EXCLUSAO: ' WK-CONT-ARQ-EXC
           DISPLAY 'EXCLUSOES PENDENTES:           ' WK-CONT-PENDENTES

           IF WK-CONT-VENCIDAS > ZEROS
               DISPLAY 'ATENCAO - ' WK-CONT-VENCIDAS ' EXCLUSOES COM '
                       'PRAZO LEGAL VENCIDO'
           END-IF

           IF WK-CONT-ALERTA > ZEROS
               DISPLAY 'ATENCAO - ' WK-CONT-ALERTA ' EXCLUSOES A '
                       WK-ALERTA ' DIA(S) UTIL(EIS) OU MENOS DO PRAZO'
           END-IF

           IF WK-CONT-EXCL-REJ > ZEROS
               DISPLAY 'ATENCAO - ' WK-CONT-EXCL-REJ ' EXCLUSOES '
                       'REJEITADAS PELO BUREAU'
           END-IF

           IF WK-CONT-RET-SEM-CTL + WK-CONT-RET-INVALIDOS > ZEROS
               DISPLAY 'ATENCAO - RETORNO COM ' WK-CONT-RET-SEM-CTL
                       ' TITULOS SEM CONTROLE E '
                       WK-CONT-RET-INVALIDOS ' REGISTROS INVALIDOS'
           END-IF

           IF WK-CONT-FER-CHEIA > ZEROS
               DISPLAY 'ATENCAO - TABELA DE FERIADOS CHEIA, '
                       WK-CONT-FER-CHEIA ' DATAS IGNORADAS'
           END-IF

           DISPLAY 'Processo Concluido!'
           STOP RUN.
       3000-FINALIZAR-EXIT.
           EXIT.

       END PROGRAM CBLX0024.
