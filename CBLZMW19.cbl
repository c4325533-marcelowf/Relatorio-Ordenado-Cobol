       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLX0022.
      ******************************************************************
      * Author: Marcelo Wzorek Filho
      * Date: 15/10/2026
      * Purpose: Emissao das cartas de cobranca: le a fila de acoes
      *          propostas do dia (DD-ACOES, gerada por CBLX0008),
      *          escolhe o modelo de carta pelo tipo de acao e grava o
      *          arquivo de impressao/mala direta com uma carta por
      *          CNPJ - razao social e endereco do cadastro (CBLCAD01)
      *          e todos os titulos em aberto do mestre com vencimento,
      *          principal e valor atualizado por juros/multa. CNPJ sem
      *          endereco no cadastro vai para a lista de nao enviaveis.
      *          Cada carta emitida e registrada no controle de cartas
      *          (CBLCRT01), que bloqueia o mesmo modelo para o mesmo
      *          CNPJ dentro da semana
      * Updates:
      * 151026 - Marcelo - Create Program
      * 151026 - Marcelo - Cobrador responsavel (carteira de CBLX0027)
      *                    no cabecalho da carta e no controle de
      *                    cartas; layout da linha de acoes alinhado
      *                    ao de CBLX0008 (valor com 15 posicoes)
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT ARQ-ACOES ASSIGN TO
           WK-PATH-ACOES
           FILE STATUS IS AS-STATUS-ACOES.

       SELECT ARQ-MODELOS ASSIGN TO
           WK-PATH-MODELOS
           FILE STATUS IS AS-STATUS-MOD.

       SELECT ARQ-MESTRE ASSIGN TO
           WK-PATH-MESTRE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MST-CHAVE
           FILE STATUS IS AS-STATUS-MST.

       SELECT ARQ-CADASTRO ASSIGN TO
           WK-PATH-CADASTRO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CAD-CNPJ
           FILE STATUS IS AS-STATUS-CAD.

       SELECT ARQ-TAXAS ASSIGN TO
           WK-PATH-TAXAS
           FILE STATUS IS AS-STATUS-TAXAS.

       SELECT ARQ-SITTAB ASSIGN TO
           WK-PATH-SITTAB
           FILE STATUS IS AS-STATUS-SITTAB.

       SELECT ARQ-CARTACTL ASSIGN TO
           WK-PATH-CARTACTL
           FILE STATUS IS AS-STATUS-CCT.

       SELECT ARQ-CARTAS ASSIGN TO
           WK-PATH-CARTAS
           FILE STATUS IS AS-STATUS-CAR.

       SELECT ARQ-NAOENV ASSIGN TO
           WK-PATH-NAOENV
           FILE STATUS IS AS-STATUS-NEV.

       DATA DIVISION.
       FILE SECTION.

      *    FILA DE ACOES PROPOSTAS DE CBLX0008 (WK-ACAO-DETALHE DE
      *    2245-GRAVAR-ACAO-PROPOSTA). SO AS LINHAS DE DETALHE - CNPJ
      *    NUMERICO NA FRENTE - INTERESSAM; CABECALHO E RESUMO POR TIPO
      *    SAO PULADOS. HA UMA LINHA POR TITULO, NAO POR CNPJ.
       FD ARQ-ACOES RECORDING MODE IS F.
       01 FL-ARQ-ACOES PIC X(120).
       01 FILLER REDEFINES FL-ARQ-ACOES.
           02 ACO-CNPJ  PIC 9(14).
           02 ACO-SEP1  PIC X(02).
           02 ACO-FIL   PIC 9(03).
           02 FILLER    PIC X(02).
           02 ACO-SIT   PIC X(15).
           02 FILLER    PIC X(02).
           02 ACO-DIAS  PIC ZZZZ9.
           02 FILLER    PIC X(02).
           02 ACO-VALOR PIC ZZZZZZZZZZZ99V99.
           02 FILLER    PIC X(02).
           02 ACO-ACAO  PIC X(20).
           02 FILLER    PIC X(02).
           02 ACO-NOME  PIC X(30).
           02 FILLER    PIC X(02).
           02 ACO-COBR  PIC X(04).

      *    MODELOS DE CARTA - MANTIDOS PELA EQUIPE DE COBRANCA SEM
      *    RECOMPILACAO. CADA LINHA DE TEXTO E LIGADA A UM TIPO DE ACAO
      *    (O MESMO TEXTO DE REGRA-ACAO NAS REGRAS DE CBLX0008) E A UMA
      *    PARTE DA CARTA: A = ABERTURA (ANTES DA RELACAO DE TITULOS),
      *    F = FECHAMENTO (DEPOIS DELA). AS LINHAS SAEM NA ORDEM DO
      *    ARQUIVO.
       FD ARQ-MODELOS RECORDING MODE IS F.
       01 FL-ARQ-MODELOS.
           02 MOD-ACAO  PIC X(20).
           02 MOD-PARTE PIC X(01).
              88 MOD-ABERTURA  VALUE 'A'.
              88 MOD-FECHAMENTO VALUE 'F'.
           02 MOD-TEXTO PIC X(79).

       FD ARQ-MESTRE.
       COPY CBLMST01.

       FD ARQ-CADASTRO.
       COPY CBLCAD01.

      *    TABELA DE TAXAS DE JUROS/MULTA POR SITUACAO DE CBLX0008 -
      *    O VALOR ATUALIZADO DA CARTA E O MESMO DO RELATORIO DIARIO.
       FD ARQ-TAXAS RECORDING MODE IS F.
       01 FL-ARQ-TAXAS.
           02 TAX-SIT       PIC 9(02).
           02 TAX-JUROS-MES PIC 9(02)V9(04).
           02 TAX-MULTA-PCT PIC 9(02)V99.

      *    TABELA EXTERNA DE SITUACOES MANTIDA POR CBLX0012 - SEM ELA
      *    VALE A TABELA DE CBLSIT01.
       FD ARQ-SITTAB RECORDING MODE IS F.
       COPY CBLSIT02.

       FD ARQ-CARTACTL RECORDING MODE IS F.
       COPY CBLCRT01.

      *    CARTAS PARA IMPRESSAO / MALA DIRETA - CADA CARTA COMECA EM
      *    PAGINA NOVA.
       FD ARQ-CARTAS RECORDING MODE IS F.
       01 FL-ARQ-CARTAS PIC X(100).

      *    CARTAS NAO EMITIDAS (SEM ENDERECO, SEM CADASTRO, SEM
      *    MODELO, SEM TITULO EM ABERTO OU JA ENVIADA NA SEMANA).
       FD ARQ-NAOENV RECORDING MODE IS F.
       01 FL-ARQ-NAOENV PIC X(100).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *    NOMES DOS ARQUIVOS - PARAMETRIZAVEIS EM TEMPO DE EXECUCAO
      *    (assumem o path do ambiente de desenvolvimento original caso
      *    a variavel de ambiente / DD correspondente nao seja informada)
      *-----------------------------------------------------------------
       01 WK-PATH-ACOES PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício05\CBLZMW05-ACO.txt'.
       01 WK-PATH-MODELOS PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício05\CBLZMW19-MOD.txt'.
       01 WK-PATH-MESTRE PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício05\CBLZMW05-MST.dat'.
       01 WK-PATH-CADASTRO PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício05\CBLZMW05-CAD.dat'.
       01 WK-PATH-TAXAS PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício05\CBLZMW05-TAX.txt'.
       01 WK-PATH-SITTAB PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício05\CBLZMW05-SIT.txt'.
       01 WK-PATH-CARTACTL PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício05\CBLZMW19-CCT.txt'.
       01 WK-PATH-CARTAS PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício05\CBLZMW19-CAR.txt'.
       01 WK-PATH-NAOENV PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício05\CBLZMW19-NEV.txt'.

       01 AS-STATUS-ACOES  PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-MOD    PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-MST    PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-CAD    PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-TAXAS  PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-SITTAB PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-CCT    PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-CAR    PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-NEV    PIC 9(02) VALUE ZEROS.

       01 WK-CABEC01 PIC X(100) VALUE ALL '='.
       01 WK-TRACO   PIC X(100) VALUE ALL '-'.

       01 WK-DATA-SYS.
           02 WK-YEAR-SYS  PIC 9(04) VALUE ZEROS.
           02 WK-MONTH-SYS PIC 9(02) VALUE ZEROS.
           02 WK-DAY-SYS   PIC 9(02) VALUE ZEROS.
       01 WK-DATA-SYS-NUM REDEFINES WK-DATA-SYS PIC 9(08).

      *-----------------------------------------------------------------
      *    JANELA DE BLOQUEIO (CRT-BLOQUEIO NO AMBIENTE, EM DIAS; SEM O
      *    PARAMETRO, 7): O MESMO MODELO NAO VAI DUAS VEZES AO MESMO
      *    CNPJ SE JA SAIU A PARTIR DE WK-DATA-LIMITE. CTL-FORCAR=S
      *    IGNORA O BLOQUEIO (REIMPRESSAO).
      *-----------------------------------------------------------------
       01 WK-BLOQ-DIAS-X PIC X(02) VALUE SPACES.
       01 WK-BLOQ-DIAS   PIC 9(02) VALUE 07.
       01 WK-DATA-LIMITE PIC 9(08) VALUE ZEROS.
       01 WK-FORCAR PIC X(01) VALUE 'N'.
           88 EXECUCAO-FORCADA VALUE 'S'.

      *    SITUACOES (CBLSIT01 E O FALLBACK DA TABELA EXTERNA).
       COPY CBLSIT01.
       01 WK-SIT-BUSCA PIC X(02) VALUE SPACES.
       01 WK-SIT-DESC  PIC X(15) VALUE SPACES.
       01 WK-SIT-EH-VENCIDA PIC X(01) VALUE 'N'.
           88 SIT-REG-VENCIDA VALUE 'S'.
       01 WK-SIT-BAIXADO PIC 9(02) VALUE 06.

      *    TAXAS DE JUROS/MULTA (MESMA CARGA DE CBLX0008 1170).
       01 WK-TAB-TAXAS.
           05 WK-TAX-OCORR OCCURS 20 TIMES
                            INDEXED BY WK-IX-TAX.
               10 WK-TAX-SIT   PIC 9(02).
               10 WK-TAX-JUROS PIC 9(02)V9(04).
               10 WK-TAX-MULTA PIC 9(02)V99.
       01 WK-TAX-QTD PIC 9(02) VALUE ZEROS.

       01 WK-MULTA-CALC  PIC 9(13)V99 VALUE ZEROS.
       01 WK-JUROS-CALC  PIC 9(13)V99 VALUE ZEROS.
       01 WK-VALOR-ATUAL PIC 9(13)V99 VALUE ZEROS.
       01 WK-DIAS-ATRASO PIC S9(07) VALUE ZEROS.

      *-----------------------------------------------------------------
      *    LINHAS DOS MODELOS DE CARTA
      *-----------------------------------------------------------------
       01 WK-MOD-QTD PIC 9(03) VALUE ZEROS.
       01 WK-TAB-MODELOS.
           05 WK-MOD-OCORR OCCURS 300 TIMES.
               10 WK-MOD-ACAO  PIC X(20).
               10 WK-MOD-PARTE PIC X(01).
               10 WK-MOD-TEXTO PIC X(79).
       01 WK-MOD-IX     PIC 9(03) VALUE ZEROS.
       01 WK-MOD-ACHOU  PIC X(01) VALUE 'N'.
           88 MODELO-ACHADO VALUE 'S'.
       01 WK-PARTE-BUSCA PIC X(01) VALUE SPACES.

      *-----------------------------------------------------------------
      *    CNPJS DA FILA DE ACOES - UMA CARTA POR CNPJ, COM O TIPO DE
      *    ACAO DO TITULO MAIS ATRASADO (O ESTAGIO MAIS AVANCADO DO
      *    ESCALONAMENTO PARA O DEVEDOR)
      *-----------------------------------------------------------------
       01 WK-ACO-QTD PIC 9(04) VALUE ZEROS.
       01 WK-TAB-ACOES.
           05 WK-ACO-OCORR OCCURS 3000 TIMES.
               10 WK-ACO-CNPJ PIC 9(14).
               10 WK-ACO-ACAO PIC X(20).
               10 WK-ACO-DIAS PIC 9(05).
               10 WK-ACO-COBR PIC X(04).
       01 WK-ACO-IX  PIC 9(04) VALUE ZEROS.
       01 WK-ACO-POS PIC 9(04) VALUE ZEROS.
       01 WK-ACO-DIAS-LIDO PIC 9(05) VALUE ZEROS.

      *-----------------------------------------------------------------
      *    CARTAS RECENTES (CNPJ + MODELO ENVIADOS DESDE WK-DATA-LIMITE)
      *-----------------------------------------------------------------
       01 WK-REC-QTD PIC 9(04) VALUE ZEROS.
       01 WK-TAB-RECENTES.
           05 WK-REC-OCORR OCCURS 5000 TIMES.
               10 WK-REC-CNPJ PIC 9(14).
               10 WK-REC-ACAO PIC X(20).
               10 WK-REC-DATA PIC 9(08).
       01 WK-REC-IX  PIC 9(04) VALUE ZEROS.
       01 WK-REC-POS PIC 9(04) VALUE ZEROS.

      *-----------------------------------------------------------------
      *    CARTA CORRENTE: CNPJ, MODELO E TITULOS EM ABERTO DO MESTRE
      *-----------------------------------------------------------------
       01 WK-CNPJ-ATUAL PIC 9(14) VALUE ZEROS.
       01 WK-ACAO-ATUAL PIC X(20) VALUE SPACES.
       01 WK-COBR-ATUAL PIC X(04) VALUE SPACES.
       01 WK-MOTIVO     PIC X(25) VALUE SPACES.

       01 WK-TCT-QTD PIC 9(03) VALUE ZEROS.
       01 WK-TAB-TITULOS.
           05 WK-TCT-OCORR OCCURS 200 TIMES.
               10 WK-TCT-VENC  PIC 9(08).
               10 WK-TCT-SIT   PIC 9(02).
               10 WK-TCT-DESC  PIC X(15).
               10 WK-TCT-DIAS  PIC S9(07).
               10 WK-TCT-VALOR PIC 9(13)V99.
               10 WK-TCT-VATU  PIC 9(13)V99.
       01 WK-TCT-IX PIC 9(03) VALUE ZEROS.
       01 WK-TCT-EXCEDENTES PIC 9(05) VALUE ZEROS.
       01 WK-CARTA-PRINCIPAL PIC 9(15)V99 VALUE ZEROS.
       01 WK-CARTA-ATUALIZ   PIC 9(15)V99 VALUE ZEROS.

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
       01 WK-CONT-LINHAS-ACOES PIC 9(07) VALUE ZEROS.
       01 WK-CONT-CNPJ-ACOES   PIC 9(07) VALUE ZEROS.
       01 WK-CONT-EMITIDAS     PIC 9(07) VALUE ZEROS.
       01 WK-CONT-TITULOS      PIC 9(07) VALUE ZEROS.
       01 WK-CONT-SEM-ENDERECO PIC 9(07) VALUE ZEROS.
       01 WK-CONT-SEM-CADASTRO PIC 9(07) VALUE ZEROS.
       01 WK-CONT-SEM-MODELO   PIC 9(07) VALUE ZEROS.
       01 WK-CONT-SEM-TITULO   PIC 9(07) VALUE ZEROS.
       01 WK-CONT-BLOQUEADAS   PIC 9(07) VALUE ZEROS.
       01 WK-CONT-ACOES-CHEIA  PIC 9(07) VALUE ZEROS.
       01 WK-CONT-REC-CHEIA    PIC 9(07) VALUE ZEROS.

      *-----------------------------------------------------------------
      *    LINHAS DA CARTA E DA LISTA DE NAO EMITIDAS
      *-----------------------------------------------------------------
       01 WK-LINHA-CAB-CARTA.
           02 FILLER       PIC X(18) VALUE 'CARTA DE COBRANCA'.
           02 FILLER       PIC X(08) VALUE 'MODELO: '.
           02 WK-LCC-ACAO  PIC X(20).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 FILLER       PIC X(10) VALUE 'COBRADOR: '.
           02 WK-LCC-COBR  PIC X(04).
           02 FILLER       PIC X(22) VALUE SPACES.
           02 FILLER       PIC X(06) VALUE 'DATA: '.
           02 WK-LCC-DATA  PIC X(10).

       01 WK-LINHA-CNPJ-CARTA.
           02 FILLER       PIC X(06) VALUE 'CNPJ: '.
           02 WK-LCJ-CNPJ  PIC 9(14).
           02 FILLER       PIC X(80) VALUE SPACES.

       01 WK-LINHA-CEP-CARTA.
           02 FILLER       PIC X(05) VALUE 'CEP: '.
           02 WK-LCP-CEP   PIC 9(08).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 WK-LCP-CIDADE PIC X(15).
           02 FILLER       PIC X(03) VALUE ' - '.
           02 WK-LCP-UF    PIC X(02).
           02 FILLER       PIC X(65) VALUE SPACES.

       01 WK-LINHA-CAB-TITULOS.
           02 FILLER PIC X(14) VALUE '  VENCIMENTO  '.
           02 FILLER PIC X(17) VALUE 'SITUACAO         '.
           02 FILLER PIC X(07) VALUE ' ATRASO'.
           02 FILLER PIC X(17) VALUE '        PRINCIPAL'.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(17) VALUE ' VALOR ATUALIZADO'.
           02 FILLER PIC X(26) VALUE SPACES.

       01 WK-LINHA-TITULO.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 WK-LTT-VENC  PIC X(10).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 WK-LTT-SIT   PIC X(15).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 WK-LTT-DIAS  PIC -----9.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 WK-LTT-VALOR PIC Z(12)9.99.
           02 FILLER       PIC X(03) VALUE SPACES.
           02 WK-LTT-VATU  PIC Z(12)9.99.
           02 FILLER       PIC X(26) VALUE SPACES.

       01 WK-LINHA-TOT-CARTA.
           02 FILLER       PIC X(38) VALUE
               '  TOTAL EM ABERTO'.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 WK-LTC-VALOR PIC Z(12)9.99.
           02 FILLER       PIC X(03) VALUE SPACES.
           02 WK-LTC-VATU  PIC Z(12)9.99.
           02 FILLER       PIC X(26) VALUE SPACES.

       01 WK-LINHA-NAOENV.
           02 WK-LNE-CNPJ   PIC 9(14).
           02 FILLER        PIC X(02) VALUE SPACES.
           02 WK-LNE-ACAO   PIC X(20).
           02 FILLER        PIC X(02) VALUE SPACES.
           02 WK-LNE-MOTIVO PIC X(25).
           02 FILLER        PIC X(02) VALUE SPACES.
           02 WK-LNE-NOME   PIC X(35).

       PROCEDURE DIVISION.
           PERFORM 1000-INICIALIZAR.
           PERFORM 3000-FINALIZAR.
      *-----------------------------------------------------------------
      *     INCIALIZACAO DO PROGRAMA
      *-----------------------------------------------------------------
       1000-INICIALIZAR SECTION.
           ACCEPT WK-DATA-SYS FROM DATE YYYYMMDD

           MOVE ZEROS TO WK-TAB-ACOES
           MOVE ZEROS TO WK-TAB-RECENTES

           PERFORM 1150-OBTER-PARAMETROS-ARQUIVO

           COMPUTE WK-DATA-LIMITE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WK-DATA-SYS-NUM)
                - WK-BLOQ-DIAS + 1)

           PERFORM 1168-CARREGAR-SITUACOES
           PERFORM 1170-CARREGAR-TAXAS

           PERFORM 1200-CARREGAR-MODELOS
           IF WK-MOD-QTD EQUAL ZEROS
               DISPLAY 'NENHUM MODELO DE CARTA - EMISSAO NAO EXECUTADA'
               GO TO 1000-INICIALIZAR-EXIT
           END-IF

           PERFORM 1300-CARREGAR-ACOES
           IF WK-ACO-QTD EQUAL ZEROS
               DISPLAY 'NENHUMA ACAO PROPOSTA - NENHUMA CARTA A EMITIR'
               GO TO 1000-INICIALIZAR-EXIT
           END-IF

           PERFORM 1400-CARREGAR-CONTROLE

           OPEN INPUT ARQ-CADASTRO
           IF AS-STATUS-CAD NOT EQUAL ZEROS
               DISPLAY 'ERRO DE ABERTURA DO CADASTRO DE DEVEDORES '
                        AS-STATUS-CAD
               DISPLAY 'EMISSAO NAO EXECUTADA'
               GO TO 1000-INICIALIZAR-EXIT
           END-IF

           OPEN INPUT ARQ-MESTRE
           IF AS-STATUS-MST NOT EQUAL ZEROS
               DISPLAY 'ERRO DE ABERTURA DO ARQUIVO MESTRE '
                        AS-STATUS-MST
               DISPLAY 'EMISSAO NAO EXECUTADA'
               CLOSE ARQ-CADASTRO
               GO TO 1000-INICIALIZAR-EXIT
           END-IF

           OPEN OUTPUT ARQ-CARTAS
           IF AS-STATUS-CAR NOT EQUAL ZEROS
               DISPLAY 'ERRO DE ABERTURA DO ARQUIVO DE CARTAS '
                        AS-STATUS-CAR
               DISPLAY 'EMISSAO NAO EXECUTADA'
               CLOSE ARQ-CADASTRO ARQ-MESTRE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF

           OPEN OUTPUT ARQ-NAOENV
           IF AS-STATUS-NEV NOT EQUAL ZEROS
               DISPLAY 'ERRO DE ABERTURA DA LISTA DE NAO EMITIDAS '
                        AS-STATUS-NEV
           END-IF
           PERFORM 1500-CABECALHO-NAOENV

           OPEN EXTEND ARQ-CARTACTL
           IF AS-STATUS-CCT EQUAL 35
               OPEN OUTPUT ARQ-CARTACTL
           END-IF
           IF AS-STATUS-CCT NOT EQUAL ZEROS
               DISPLAY 'ERRO DE ABERTURA DO CONTROLE DE CARTAS '
                        AS-STATUS-CCT
               DISPLAY 'EMISSAO NAO EXECUTADA'
               CLOSE ARQ-CADASTRO ARQ-MESTRE ARQ-CARTAS ARQ-NAOENV
               GO TO 1000-INICIALIZAR-EXIT
           END-IF

           PERFORM 2000-PROCESSAR
               VARYING WK-ACO-IX FROM 1 BY 1
               UNTIL WK-ACO-IX > WK-ACO-QTD

           CLOSE ARQ-CADASTRO
           CLOSE ARQ-MESTRE
           CLOSE ARQ-CARTAS
           IF AS-STATUS-CAR NOT EQUAL ZEROS
               DISPLAY 'ERRO AO FECHAR O ARQUIVO DE CARTAS '
                        AS-STATUS-CAR
           END-IF
           CLOSE ARQ-NAOENV
           CLOSE ARQ-CARTACTL
           IF AS-STATUS-CCT NOT EQUAL ZEROS
               DISPLAY 'ERRO AO FECHAR O CONTROLE DE CARTAS '
                        AS-STATUS-CCT
           END-IF
           .
       1000-INICIALIZAR-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     OBTER NOMES DOS ARQUIVOS INFORMADOS PELA OPERACAO
      *     (variaveis de ambiente ao estilo DD do JCL; mantem o
      *     default se nao informadas) E OS PARAMETROS DE EXECUCAO
      *-----------------------------------------------------------------
       1150-OBTER-PARAMETROS-ARQUIVO SECTION.
           ACCEPT WK-PATH-ACOES FROM ENVIRONMENT 'DD-ACOES'
           ON EXCEPTION
               CONTINUE
           END-ACCEPT

           ACCEPT WK-PATH-MODELOS FROM ENVIRONMENT 'DD-MODELOS'
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

           ACCEPT WK-PATH-TAXAS FROM ENVIRONMENT 'DD-TAXAS'
           ON EXCEPTION
               CONTINUE
           END-ACCEPT

           ACCEPT WK-PATH-SITTAB FROM ENVIRONMENT 'DD-SITTAB'
           ON EXCEPTION
               CONTINUE
           END-ACCEPT

           ACCEPT WK-PATH-CARTACTL FROM ENVIRONMENT 'DD-CARTACTL'
           ON EXCEPTION
               CONTINUE
           END-ACCEPT

           ACCEPT WK-PATH-CARTAS FROM ENVIRONMENT 'DD-CARTAS'
           ON EXCEPTION
               CONTINUE
           END-ACCEPT

           ACCEPT WK-PATH-NAOENV FROM ENVIRONMENT 'DD-NAOENV'
           ON EXCEPTION
               CONTINUE
           END-ACCEPT

           ACCEPT WK-BLOQ-DIAS-X FROM ENVIRONMENT 'CRT-BLOQUEIO'
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WK-BLOQ-DIAS-X NUMERIC AND WK-BLOQ-DIAS-X > '00'
               MOVE WK-BLOQ-DIAS-X TO WK-BLOQ-DIAS
           END-IF

           ACCEPT WK-FORCAR FROM ENVIRONMENT 'CTL-FORCAR'
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
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
      *     CARREGAR A TABELA DE TAXAS DE JUROS/MULTA (ARQ-TAXAS)
      *-----------------------------------------------------------------
      *    SEM O ARQUIVO A CARTA SAI COM O VALOR ATUALIZADO IGUAL AO
      *    PRINCIPAL, COMO NO RELATORIO DE CBLX0008.
       1170-CARREGAR-TAXAS SECTION.
           MOVE ZEROS TO WK-TAX-QTD
           MOVE ZEROS TO WK-TAB-TAXAS

           OPEN INPUT ARQ-TAXAS
           IF AS-STATUS-TAXAS NOT EQUAL ZEROS
               DISPLAY 'TABELA DE TAXAS AUSENTE - SEM JUROS/MULTA '
                        AS-STATUS-TAXAS
               GO TO 1170-CARREGAR-TAXAS-EXIT
           END-IF

           PERFORM 1171-LER-TAXA

           CLOSE ARQ-TAXAS
           IF AS-STATUS-TAXAS NOT EQUAL ZEROS
               DISPLAY 'ERRO AO FECHAR O ARQUIVO DE TAXAS '
                        AS-STATUS-TAXAS
           END-IF
           .
       1170-CARREGAR-TAXAS-EXIT.
           EXIT.

       1171-LER-TAXA SECTION.
           READ ARQ-TAXAS AT END
                GO TO 1171-LER-TAXA-EXIT.

           IF WK-TAX-QTD < 20
               ADD 1 TO WK-TAX-QTD
               MOVE TAX-SIT       TO WK-TAX-SIT (WK-TAX-QTD)
               MOVE TAX-JUROS-MES TO WK-TAX-JUROS (WK-TAX-QTD)
               MOVE TAX-MULTA-PCT TO WK-TAX-MULTA (WK-TAX-QTD)
           ELSE
               DISPLAY 'TABELA DE TAXAS CHEIA - ENTRADA IGNORADA '
                        TAX-SIT
           END-IF
           GO TO 1171-LER-TAXA
           .
       1171-LER-TAXA-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     CARREGAR OS MODELOS DE CARTA
      *-----------------------------------------------------------------
       1200-CARREGAR-MODELOS SECTION.
           OPEN INPUT ARQ-MODELOS
           IF AS-STATUS-MOD NOT EQUAL ZEROS
               DISPLAY 'ERRO DE ABERTURA DOS MODELOS DE CARTA '
                        AS-STATUS-MOD
               GO TO 1200-CARREGAR-MODELOS-EXIT
           END-IF

           PERFORM 1210-LER-MODELO

           CLOSE ARQ-MODELOS
           IF AS-STATUS-MOD NOT EQUAL ZEROS
               DISPLAY 'ERRO AO FECHAR OS MODELOS DE CARTA '
                        AS-STATUS-MOD
           END-IF
           .
       1200-CARREGAR-MODELOS-EXIT.
           EXIT.

       1210-LER-MODELO SECTION.
           READ ARQ-MODELOS AT END
                GO TO 1210-LER-MODELO-EXIT.

           IF NOT MOD-ABERTURA AND NOT MOD-FECHAMENTO
               DISPLAY 'MODELO ' MOD-ACAO ' - PARTE INVALIDA '
                       MOD-PARTE ' - LINHA IGNORADA'
               GO TO 1210-LER-MODELO
           END-IF

           IF WK-MOD-QTD < 300
               ADD 1 TO WK-MOD-QTD
               MOVE MOD-ACAO  TO WK-MOD-ACAO (WK-MOD-QTD)
               MOVE MOD-PARTE TO WK-MOD-PARTE (WK-MOD-QTD)
               MOVE MOD-TEXTO TO WK-MOD-TEXTO (WK-MOD-QTD)
           ELSE
               DISPLAY 'TABELA DE MODELOS CHEIA - LINHA IGNORADA '
                        MOD-ACAO
           END-IF
           GO TO 1210-LER-MODELO
           .
       1210-LER-MODELO-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     CARREGAR A FILA DE ACOES DO DIA, CONSOLIDADA POR CNPJ
      *-----------------------------------------------------------------
       1300-CARREGAR-ACOES SECTION.
           OPEN INPUT ARQ-ACOES
           IF AS-STATUS-ACOES NOT EQUAL ZEROS
               DISPLAY 'ERRO DE ABERTURA DO ARQUIVO DE ACOES '
                        AS-STATUS-ACOES
               GO TO 1300-CARREGAR-ACOES-EXIT
           END-IF

           PERFORM 1310-LER-ACAO

           CLOSE ARQ-ACOES
           IF AS-STATUS-ACOES NOT EQUAL ZEROS
               DISPLAY 'ERRO AO FECHAR O ARQUIVO DE ACOES '
                        AS-STATUS-ACOES
           END-IF

           MOVE WK-ACO-QTD TO WK-CONT-CNPJ-ACOES
           .
       1300-CARREGAR-ACOES-EXIT.
           EXIT.

       1310-LER-ACAO SECTION.
           READ ARQ-ACOES AT END
                GO TO 1310-LER-ACAO-EXIT.

           IF ACO-CNPJ NOT NUMERIC OR ACO-SEP1 NOT EQUAL SPACES
               GO TO 1310-LER-ACAO
           END-IF

           ADD 1 TO WK-CONT-LINHAS-ACOES
           MOVE ACO-DIAS TO WK-ACO-DIAS-LIDO

           MOVE ZEROS TO WK-ACO-POS
           PERFORM 1320-BUSCAR-CNPJ-ACAO
               VARYING WK-ACO-IX FROM 1 BY 1
               UNTIL WK-ACO-IX > WK-ACO-QTD
                  OR WK-ACO-POS NOT EQUAL ZEROS

           IF WK-ACO-POS EQUAL ZEROS
               IF WK-ACO-QTD < 3000
                   ADD 1 TO WK-ACO-QTD
                   MOVE ACO-CNPJ         TO WK-ACO-CNPJ (WK-ACO-QTD)
                   MOVE ACO-ACAO         TO WK-ACO-ACAO (WK-ACO-QTD)
                   MOVE WK-ACO-DIAS-LIDO TO WK-ACO-DIAS (WK-ACO-QTD)
                   MOVE ACO-COBR         TO WK-ACO-COBR (WK-ACO-QTD)
               ELSE
                   ADD 1 TO WK-CONT-ACOES-CHEIA
               END-IF
           ELSE
               IF WK-ACO-DIAS-LIDO > WK-ACO-DIAS (WK-ACO-POS)
                   MOVE ACO-ACAO         TO WK-ACO-ACAO (WK-ACO-POS)
                   MOVE WK-ACO-DIAS-LIDO TO WK-ACO-DIAS (WK-ACO-POS)
               END-IF
           END-IF
           GO TO 1310-LER-ACAO
           .
       1310-LER-ACAO-EXIT.
           EXIT.

       1320-BUSCAR-CNPJ-ACAO SECTION.
           IF WK-ACO-CNPJ (WK-ACO-IX) EQUAL ACO-CNPJ
               MOVE WK-ACO-IX TO WK-ACO-POS
           END-IF
           .
       1320-BUSCAR-CNPJ-ACAO-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     CARREGAR AS CARTAS ENVIADAS DENTRO DA JANELA DE BLOQUEIO
      *-----------------------------------------------------------------
      *    NA PRIMEIRA EXECUCAO O CONTROLE NAO EXISTE (STATUS 35).
       1400-CARREGAR-CONTROLE SECTION.
           OPEN INPUT ARQ-CARTACTL
           IF AS-STATUS-CCT EQUAL 35
               GO TO 1400-CARREGAR-CONTROLE-EXIT
           END-IF
           IF AS-STATUS-CCT NOT EQUAL ZEROS
               DISPLAY 'ERRO DE ABERTURA DO CONTROLE DE CARTAS '
                        AS-STATUS-CCT
               GO TO 1400-CARREGAR-CONTROLE-EXIT
           END-IF

           PERFORM 1410-LER-CONTROLE

           CLOSE ARQ-CARTACTL
           IF AS-STATUS-CCT NOT EQUAL ZEROS
               DISPLAY 'ERRO AO FECHAR O CONTROLE DE CARTAS '
                        AS-STATUS-CCT
           END-IF
           .
       1400-CARREGAR-CONTROLE-EXIT.
           EXIT.

       1410-LER-CONTROLE SECTION.
           READ ARQ-CARTACTL AT END
                GO TO 1410-LER-CONTROLE-EXIT.

           IF CRT-DATA-ENVIO < WK-DATA-LIMITE
               GO TO 1410-LER-CONTROLE
           END-IF

           MOVE CRT-CNPJ TO WK-CNPJ-ATUAL
           MOVE CRT-ACAO TO WK-ACAO-ATUAL
           PERFORM 2150-BUSCAR-RECENTE
           IF WK-REC-POS NOT EQUAL ZEROS
               GO TO 1410-LER-CONTROLE
           END-IF

           IF WK-REC-QTD < 5000
               ADD 1 TO WK-REC-QTD
               MOVE CRT-CNPJ       TO WK-REC-CNPJ (WK-REC-QTD)
               MOVE CRT-ACAO       TO WK-REC-ACAO (WK-REC-QTD)
               MOVE CRT-DATA-ENVIO TO WK-REC-DATA (WK-REC-QTD)
           ELSE
               ADD 1 TO WK-CONT-REC-CHEIA
           END-IF
           GO TO 1410-LER-CONTROLE
           .
       1410-LER-CONTROLE-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     CABECALHO DA LISTA DE CARTAS NAO EMITIDAS
      *-----------------------------------------------------------------
       1500-CABECALHO-NAOENV SECTION.
           MOVE WK-CABEC01 TO FL-ARQ-NAOENV
           WRITE FL-ARQ-NAOENV

           MOVE WK-DATA-SYS-NUM TO WK-DATA-CALC
           PERFORM 2950-EDITAR-DATA
           MOVE SPACES TO FL-ARQ-NAOENV
           STRING 'CARTAS DE COBRANCA NAO EMITIDAS EM '
                                          DELIMITED BY SIZE
                  WK-DATA-EDIT            DELIMITED BY SIZE
                  INTO FL-ARQ-NAOENV
           END-STRING
           WRITE FL-ARQ-NAOENV AFTER ADVANCING 1 LINE

           MOVE WK-CABEC01 TO FL-ARQ-NAOENV
           WRITE FL-ARQ-NAOENV AFTER ADVANCING 1 LINE

           MOVE 'CNPJ            MODELO                MOTIVO'
                TO FL-ARQ-NAOENV
           MOVE 'RAZAO SOCIAL' TO FL-ARQ-NAOENV (66:12)
           WRITE FL-ARQ-NAOENV AFTER ADVANCING 1 LINE
           .
       1500-CABECALHO-NAOENV-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     EMITIR A CARTA DE UM CNPJ DA FILA DE ACOES
      *-----------------------------------------------------------------
       2000-PROCESSAR SECTION.
           MOVE WK-ACO-CNPJ (WK-ACO-IX) TO WK-CNPJ-ATUAL
           MOVE WK-ACO-ACAO (WK-ACO-IX) TO WK-ACAO-ATUAL
           MOVE WK-ACO-COBR (WK-ACO-IX) TO WK-COBR-ATUAL
           MOVE SPACES TO CAD-NOME

           MOVE 'N' TO WK-MOD-ACHOU
           PERFORM 2110-BUSCAR-MODELO
               VARYING WK-MOD-IX FROM 1 BY 1
               UNTIL WK-MOD-IX > WK-MOD-QTD OR MODELO-ACHADO
           IF NOT MODELO-ACHADO
               ADD 1 TO WK-CONT-SEM-MODELO
               MOVE 'SEM MODELO PARA A ACAO' TO WK-MOTIVO
               PERFORM 2900-REGISTRAR-NAO-EMITIDA
               GO TO 2000-PROCESSAR-EXIT
           END-IF

           IF NOT EXECUCAO-FORCADA
               PERFORM 2150-BUSCAR-RECENTE
               IF WK-REC-POS NOT EQUAL ZEROS
                   ADD 1 TO WK-CONT-BLOQUEADAS
                   MOVE 'JA ENVIADA NA SEMANA' TO WK-MOTIVO
                   PERFORM 2900-REGISTRAR-NAO-EMITIDA
                   GO TO 2000-PROCESSAR-EXIT
               END-IF
           END-IF

           MOVE WK-CNPJ-ATUAL TO CAD-CNPJ
           READ ARQ-CADASTRO
               INVALID KEY
                   ADD 1 TO WK-CONT-SEM-CADASTRO
                   MOVE SPACES TO CAD-NOME
                   MOVE 'SEM CADASTRO' TO WK-MOTIVO
                   PERFORM 2900-REGISTRAR-NAO-EMITIDA
                   GO TO 2000-PROCESSAR-EXIT
           END-READ

      *    SEM LOGRADOURO, CEP OU CIDADE O CORREIO DEVOLVE A CARTA.
           IF CAD-ENDERECO EQUAL SPACES OR CAD-CEP EQUAL ZEROS
                   OR CAD-CEP NOT NUMERIC OR CAD-CIDADE EQUAL SPACES
               ADD 1 TO WK-CONT-SEM-ENDERECO
               MOVE 'SEM ENDERECO NO CADASTRO' TO WK-MOTIVO
               PERFORM 2900-REGISTRAR-NAO-EMITIDA
               GO TO 2000-PROCESSAR-EXIT
           END-IF

           PERFORM 2200-CARREGAR-TITULOS
           IF WK-TCT-QTD EQUAL ZEROS
               ADD 1 TO WK-CONT-SEM-TITULO
               MOVE 'SEM TITULO EM ABERTO' TO WK-MOTIVO
               PERFORM 2900-REGISTRAR-NAO-EMITIDA
               GO TO 2000-PROCESSAR-EXIT
           END-IF

           PERFORM 2300-IMPRIMIR-CARTA
           PERFORM 2400-REGISTRAR-ENVIO
               VARYING WK-TCT-IX FROM 1 BY 1
               UNTIL WK-TCT-IX > WK-TCT-QTD
           ADD 1 TO WK-CONT-EMITIDAS
           .
       2000-PROCESSAR-EXIT.
           EXIT.

       2110-BUSCAR-MODELO SECTION.
           IF WK-MOD-ACAO (WK-MOD-IX) EQUAL WK-ACAO-ATUAL
               MOVE 'S' TO WK-MOD-ACHOU
           END-IF
           .
       2110-BUSCAR-MODELO-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     PROCURAR CNPJ + MODELO NAS CARTAS RECENTES
      *-----------------------------------------------------------------
       2150-BUSCAR-RECENTE SECTION.
           MOVE ZEROS TO WK-REC-POS
           PERFORM 2155-TESTAR-RECENTE
               VARYING WK-REC-IX FROM 1 BY 1
               UNTIL WK-REC-IX > WK-REC-QTD
                  OR WK-REC-POS NOT EQUAL ZEROS
           .
       2150-BUSCAR-RECENTE-EXIT.
           EXIT.

       2155-TESTAR-RECENTE SECTION.
           IF WK-REC-CNPJ (WK-REC-IX) EQUAL WK-CNPJ-ATUAL
                   AND WK-REC-ACAO (WK-REC-IX) EQUAL WK-ACAO-ATUAL
               MOVE WK-REC-IX TO WK-REC-POS
           END-IF
           .
       2155-TESTAR-RECENTE-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     CARREGAR OS TITULOS EM ABERTO DO CNPJ (MESTRE POR CHAVE)
      *-----------------------------------------------------------------
      *    BAIXADO (06) E TITULO SEM SALDO NAO ENTRAM NA CARTA.
       2200-CARREGAR-TITULOS SECTION.
           MOVE ZEROS TO WK-TCT-QTD
           MOVE ZEROS TO WK-CARTA-PRINCIPAL WK-CARTA-ATUALIZ

           MOVE WK-CNPJ-ATUAL TO MST-CNPJ
           MOVE ZEROS         TO MST-VENC
           START ARQ-MESTRE KEY IS NOT LESS THAN MST-CHAVE
               INVALID KEY
                   GO TO 2200-CARREGAR-TITULOS-EXIT
           END-START

           PERFORM 2210-LER-TITULO
           .
       2200-CARREGAR-TITULOS-EXIT.
           EXIT.

       2210-LER-TITULO SECTION.
           READ ARQ-MESTRE NEXT RECORD AT END
                GO TO 2210-LER-TITULO-EXIT.

           IF MST-CNPJ NOT EQUAL WK-CNPJ-ATUAL
               GO TO 2210-LER-TITULO-EXIT
           END-IF

           IF MST-SIT EQUAL WK-SIT-BAIXADO OR MST-VALOR EQUAL ZEROS
               GO TO 2210-LER-TITULO
           END-IF

           IF WK-TCT-QTD NOT < 200
               ADD 1 TO WK-TCT-EXCEDENTES
               GO TO 2210-LER-TITULO
           END-IF

           MOVE MST-SIT TO WK-SIT-BUSCA
           PERFORM 2250-TRADUZIR-SITUACAO
           PERFORM 2260-CALCULAR-VALOR-ATUALIZADO

           ADD 1 TO WK-TCT-QTD
           MOVE MST-VENC       TO WK-TCT-VENC (WK-TCT-QTD)
           MOVE MST-SIT        TO WK-TCT-SIT (WK-TCT-QTD)
           MOVE WK-SIT-DESC    TO WK-TCT-DESC (WK-TCT-QTD)
           MOVE WK-DIAS-ATRASO TO WK-TCT-DIAS (WK-TCT-QTD)
           MOVE MST-VALOR      TO WK-TCT-VALOR (WK-TCT-QTD)
           MOVE WK-VALOR-ATUAL TO WK-TCT-VATU (WK-TCT-QTD)

           ADD MST-VALOR      TO WK-CARTA-PRINCIPAL
           ADD WK-VALOR-ATUAL TO WK-CARTA-ATUALIZ
           GO TO 2210-LER-TITULO
           .
       2210-LER-TITULO-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     TRADUZIR A SITUACAO (DESCRICAO E ATRIBUTO DE VENCIDA)
      *-----------------------------------------------------------------
       2250-TRADUZIR-SITUACAO SECTION.
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
       2250-TRADUZIR-SITUACAO-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     CALCULAR VALOR ATUALIZADO (PRINCIPAL + MULTA + JUROS)
      *-----------------------------------------------------------------
      *    MESMA REGRA DE 2155-CALCULAR-VALOR-ATUALIZADO DE CBLX0008:
      *    MULTA FIXA SOBRE O PRINCIPAL E JUROS MENSAIS PRO RATA DIE,
      *    SO PARA SITUACAO VENCIDA COM TAXA CADASTRADA. OS DIAS DE
      *    ATRASO SAO CONTADOS ATE A DATA DA CARTA.
       2260-CALCULAR-VALOR-ATUALIZADO SECTION.
           MOVE MST-VALOR TO WK-VALOR-ATUAL
           MOVE ZEROS     TO WK-DIAS-ATRASO

           IF MST-VENC NOT EQUAL ZEROS
               COMPUTE WK-DIAS-ATRASO =
                   FUNCTION INTEGER-OF-DATE (WK-DATA-SYS-NUM)
                   - FUNCTION INTEGER-OF-DATE (MST-VENC)
           END-IF

           IF NOT SIT-REG-VENCIDA OR WK-TAX-QTD EQUAL ZEROS
               GO TO 2260-CALCULAR-VALOR-ATUALIZADO-EXIT
           END-IF

           SET WK-IX-TAX TO 1
           SEARCH WK-TAX-OCORR
               AT END
                   GO TO 2260-CALCULAR-VALOR-ATUALIZADO-EXIT
               WHEN WK-TAX-SIT (WK-IX-TAX) EQUAL MST-SIT
                   CONTINUE
           END-SEARCH

           COMPUTE WK-MULTA-CALC ROUNDED =
               MST-VALOR * WK-TAX-MULTA (WK-IX-TAX) / 100

           IF WK-DIAS-ATRASO > 0
               COMPUTE WK-JUROS-CALC ROUNDED =
                   MST-VALOR * WK-TAX-JUROS (WK-IX-TAX)
                   * WK-DIAS-ATRASO / 3000
           ELSE
               MOVE ZEROS TO WK-JUROS-CALC
           END-IF

           COMPUTE WK-VALOR-ATUAL =
               MST-VALOR + WK-MULTA-CALC + WK-JUROS-CALC
           .
       2260-CALCULAR-VALOR-ATUALIZADO-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     IMPRIMIR A CARTA: ENDERECAMENTO, ABERTURA, TITULOS, TOTAL
      *     E FECHAMENTO DO MODELO
      *-----------------------------------------------------------------
       2300-IMPRIMIR-CARTA SECTION.
           MOVE WK-DATA-SYS-NUM TO WK-DATA-CALC
           PERFORM 2950-EDITAR-DATA
           MOVE WK-ACAO-ATUAL TO WK-LCC-ACAO
           MOVE WK-COBR-ATUAL TO WK-LCC-COBR
           MOVE WK-DATA-EDIT  TO WK-LCC-DATA
           MOVE WK-LINHA-CAB-CARTA TO FL-ARQ-CARTAS
           WRITE FL-ARQ-CARTAS AFTER ADVANCING PAGE

           MOVE WK-CABEC01 TO FL-ARQ-CARTAS
           WRITE FL-ARQ-CARTAS AFTER ADVANCING 1 LINE

           MOVE CAD-NOME TO FL-ARQ-CARTAS
           WRITE FL-ARQ-CARTAS AFTER ADVANCING 2 LINES

           MOVE CAD-ENDERECO TO FL-ARQ-CARTAS
           WRITE FL-ARQ-CARTAS AFTER ADVANCING 1 LINE

           MOVE CAD-BAIRRO TO FL-ARQ-CARTAS
           WRITE FL-ARQ-CARTAS AFTER ADVANCING 1 LINE

           MOVE CAD-CEP    TO WK-LCP-CEP
           MOVE CAD-CIDADE TO WK-LCP-CIDADE
           MOVE CAD-UF     TO WK-LCP-UF
           MOVE WK-LINHA-CEP-CARTA TO FL-ARQ-CARTAS
           WRITE FL-ARQ-CARTAS AFTER ADVANCING 1 LINE

           MOVE WK-CNPJ-ATUAL TO WK-LCJ-CNPJ
           MOVE WK-LINHA-CNPJ-CARTA TO FL-ARQ-CARTAS
           WRITE FL-ARQ-CARTAS AFTER ADVANCING 1 LINE

           MOVE SPACES TO FL-ARQ-CARTAS
           WRITE FL-ARQ-CARTAS AFTER ADVANCING 1 LINE

           MOVE 'A' TO WK-PARTE-BUSCA
           PERFORM 2350-IMPRIMIR-MODELO
               VARYING WK-MOD-IX FROM 1 BY 1
               UNTIL WK-MOD-IX > WK-MOD-QTD

           MOVE WK-LINHA-CAB-TITULOS TO FL-ARQ-CARTAS
           WRITE FL-ARQ-CARTAS AFTER ADVANCING 2 LINES
           MOVE WK-TRACO TO FL-ARQ-CARTAS
           WRITE FL-ARQ-CARTAS AFTER ADVANCING 1 LINE

           PERFORM 2360-IMPRIMIR-TITULO
               VARYING WK-TCT-IX FROM 1 BY 1
               UNTIL WK-TCT-IX > WK-TCT-QTD

           MOVE WK-TRACO TO FL-ARQ-CARTAS
           WRITE FL-ARQ-CARTAS AFTER ADVANCING 1 LINE
           MOVE WK-CARTA-PRINCIPAL TO WK-LTC-VALOR
           MOVE WK-CARTA-ATUALIZ   TO WK-LTC-VATU
           MOVE WK-LINHA-TOT-CARTA TO FL-ARQ-CARTAS
           WRITE FL-ARQ-CARTAS AFTER ADVANCING 1 LINE

           MOVE SPACES TO FL-ARQ-CARTAS
           WRITE FL-ARQ-CARTAS AFTER ADVANCING 1 LINE

           MOVE 'F' TO WK-PARTE-BUSCA
           PERFORM 2350-IMPRIMIR-MODELO
               VARYING WK-MOD-IX FROM 1 BY 1
               UNTIL WK-MOD-IX > WK-MOD-QTD
           .
       2300-IMPRIMIR-CARTA-EXIT.
           EXIT.

       2350-IMPRIMIR-MODELO SECTION.
           IF WK-MOD-ACAO (WK-MOD-IX) EQUAL WK-ACAO-ATUAL
                   AND WK-MOD-PARTE (WK-MOD-IX) EQUAL WK-PARTE-BUSCA
               MOVE WK-MOD-TEXTO (WK-MOD-IX) TO FL-ARQ-CARTAS
               WRITE FL-ARQ-CARTAS AFTER ADVANCING 1 LINE
           END-IF
           .
       2350-IMPRIMIR-MODELO-EXIT.
           EXIT.

       2360-IMPRIMIR-TITULO SECTION.
           MOVE WK-TCT-VENC (WK-TCT-IX) TO WK-DATA-CALC
           PERFORM 2950-EDITAR-DATA
           MOVE WK-DATA-EDIT              TO WK-LTT-VENC
           MOVE WK-TCT-DESC (WK-TCT-IX)   TO WK-LTT-SIT
           MOVE WK-TCT-DIAS (WK-TCT-IX)   TO WK-LTT-DIAS
           MOVE WK-TCT-VALOR (WK-TCT-IX)  TO WK-LTT-VALOR
           MOVE WK-TCT-VATU (WK-TCT-IX)   TO WK-LTT-VATU

           MOVE WK-LINHA-TITULO TO FL-ARQ-CARTAS
           WRITE FL-ARQ-CARTAS AFTER ADVANCING 1 LINE
           .
       2360-IMPRIMIR-TITULO-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     REGISTRAR NO CONTROLE CADA TITULO DA CARTA EMITIDA
      *-----------------------------------------------------------------
       2400-REGISTRAR-ENVIO SECTION.
           MOVE SPACES                   TO FL-ARQ-CARTACTL
           MOVE WK-CNPJ-ATUAL            TO CRT-CNPJ
           MOVE WK-ACAO-ATUAL            TO CRT-ACAO
           MOVE WK-DATA-SYS-NUM          TO CRT-DATA-ENVIO
           MOVE WK-TCT-VENC (WK-TCT-IX)  TO CRT-VENC
           MOVE WK-TCT-SIT (WK-TCT-IX)   TO CRT-SIT
           MOVE WK-TCT-VALOR (WK-TCT-IX) TO CRT-VALOR
           MOVE WK-TCT-VATU (WK-TCT-IX)  TO CRT-VALOR-ATU
           MOVE WK-COBR-ATUAL            TO CRT-COBRADOR
           WRITE FL-ARQ-CARTACTL
           IF AS-STATUS-CCT NOT EQUAL ZEROS
               DISPLAY 'ERRO DE GRAVACAO NO CONTROLE DE CARTAS '
                        AS-STATUS-CCT ' CNPJ ' WK-CNPJ-ATUAL
           END-IF
           ADD 1 TO WK-CONT-TITULOS
           .
       2400-REGISTRAR-ENVIO-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     LISTAR UMA CARTA NAO EMITIDA E O MOTIVO
      *-----------------------------------------------------------------
       2900-REGISTRAR-NAO-EMITIDA SECTION.
           MOVE WK-CNPJ-ATUAL TO WK-LNE-CNPJ
           MOVE WK-ACAO-ATUAL TO WK-LNE-ACAO
           MOVE WK-MOTIVO     TO WK-LNE-MOTIVO
           MOVE CAD-NOME      TO WK-LNE-NOME

           MOVE WK-LINHA-NAOENV TO FL-ARQ-NAOENV
           WRITE FL-ARQ-NAOENV AFTER ADVANCING 1 LINE
           .
       2900-REGISTRAR-NAO-EMITIDA-EXIT.
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
           DISPLAY 'LINHAS DA FILA DE ACOES:   ' WK-CONT-LINHAS-ACOES
           DISPLAY 'CNPJS NA FILA DE ACOES:    ' WK-CONT-CNPJ-ACOES
           DISPLAY 'CARTAS EMITIDAS:           ' WK-CONT-EMITIDAS
           DISPLAY 'TITULOS RELACIONADOS:      ' WK-CONT-TITULOS
           DISPLAY 'NAO ENVIAVEIS - ENDERECO:  ' WK-CONT-SEM-ENDERECO
           DISPLAY 'NAO ENVIAVEIS - CADASTRO:  ' WK-CONT-SEM-CADASTRO
           DISPLAY 'SEM MODELO DE CARTA:       ' WK-CONT-SEM-MODELO
           DISPLAY 'SEM TITULO EM ABERTO:      ' WK-CONT-SEM-TITULO
           DISPLAY 'BLOQUEADAS (JA ENVIADAS):  ' WK-CONT-BLOQUEADAS

           IF WK-CONT-EMITIDAS + WK-CONT-SEM-ENDERECO
                   + WK-CONT-SEM-CADASTRO + WK-CONT-SEM-MODELO
                   + WK-CONT-SEM-TITULO + WK-CONT-BLOQUEADAS
                   NOT EQUAL WK-CONT-CNPJ-ACOES
               DISPLAY 'ATENCAO - CNPJS DA FILA NAO BATEM COM TRATADOS'
           END-IF

           IF WK-CONT-ACOES-CHEIA > ZEROS
               DISPLAY 'ATENCAO - TABELA DE CNPJS CHEIA, '
                       WK-CONT-ACOES-CHEIA ' LINHAS DE ACAO IGNORADAS'
           END-IF

           IF WK-CONT-REC-CHEIA > ZEROS
               DISPLAY 'ATENCAO - TABELA DE CARTAS RECENTES CHEIA, '
                       WK-CONT-REC-CHEIA ' SEM BLOQUEIO'
           END-IF

           IF WK-TCT-EXCEDENTES > ZEROS
               DISPLAY 'ATENCAO - ' WK-TCT-EXCEDENTES ' TITULOS ALEM '
                       'DE 200 POR CARTA NAO RELACIONADOS'
           END-IF

           IF EXECUCAO-FORCADA
               DISPLAY 'ATENCAO - CTL-FORCAR=S: BLOQUEIO SEMANAL '
                       'IGNORADO'
           END-IF

           DISPLAY 'Processo Concluido!'
           STOP RUN.
       3000-FINALIZAR-EXIT.
           EXIT.

       END PROGRAM CBLX0022.
