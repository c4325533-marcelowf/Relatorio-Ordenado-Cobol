       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLX0028.
      ******************************************************************
      * Author: Marcelo Wzorek Filho
      * Date: 15/10/2026
      * Purpose: Relatorio mensal de produtividade da cobranca por
      *          cobrador: tamanho da carteira (CBLCAR01, atribuida
      *          por CBLX0027), valores recuperados no mes
      *          (liquidacoes e parciais do historico de pagamentos
      *          PAGHIS), acordos fechados no mes (explosao de
      *          CBLX0014 registrada no jornal do mestre) e planos de
      *          acordo quebrados no fim do mes. Cada evento e
      *          creditado ao cobrador responsavel pelo CNPJ na data
      *          do evento
      * Updates:
      * 151026 - Marcelo - Create Program
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT ARQ-COBRADORES ASSIGN TO
           WK-PATH-COBRADORES
           FILE STATUS IS AS-STATUS-COB.

       SELECT ARQ-CARTEIRA ASSIGN TO
           WK-PATH-CARTEIRA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAR-CNPJ
           FILE STATUS IS AS-STATUS-CAR.

       SELECT ARQ-PAGHIS ASSIGN TO
           WK-PATH-PAGHIS
           FILE STATUS IS AS-STATUS-PAG.

       SELECT ARQ-JORNAL ASSIGN TO
           WK-PATH-JORNAL
           FILE STATUS IS AS-STATUS-JRN.

       SELECT ARQ-ACORDOS ASSIGN TO
           WK-PATH-ACORDOS
           FILE STATUS IS AS-STATUS-ACD.

       SELECT ARQ-MESTRE ASSIGN TO
           WK-PATH-MESTRE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MST-CHAVE
           FILE STATUS IS AS-STATUS-MST.

       SELECT ARQ-RELPRD ASSIGN TO
           WK-PATH-RELPRD
           FILE STATUS IS AS-STATUS-REL.

       DATA DIVISION.
       FILE SECTION.

       FD ARQ-COBRADORES RECORDING MODE IS F.
       COPY CBLCOB01.

       FD ARQ-CARTEIRA.
       COPY CBLCAR01.

       FD ARQ-PAGHIS RECORDING MODE IS F.
       COPY CBLPAG01.

       FD ARQ-JORNAL RECORDING MODE IS F.
       COPY CBLJRN01.

      *    ACORDOS DE PARCELAMENTO - O MESMO ARQUIVO DE CBLX0014.
       FD ARQ-ACORDOS RECORDING MODE IS F BLOCK CONTAINS 0 RECORDS.
       01 FL-ARQ-ACORDOS.
           02 ACD-CNPJ       PIC 9(14).
           02 ACD-VENC-ORIG  PIC 9(08).
           02 ACD-QTD-PARC   PIC 9(02).
           02 ACD-PRIM-VENC  PIC 9(08).
           02 ACD-VALOR-PARC PIC 9(13)V99.

      *    MESTRE DE TITULOS - SITUACAO DAS PARCELAS DOS ACORDOS.
       FD ARQ-MESTRE.
       COPY CBLMST01.

       FD ARQ-RELPRD RECORDING MODE IS F.
       01 FL-ARQ-RELPRD PIC X(120).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *    NOMES DOS ARQUIVOS - PARAMETRIZAVEIS EM TEMPO DE EXECUCAO
      *    (assumem o path do ambiente de desenvolvimento original caso
      *    a variavel de ambiente / DD correspondente nao seja informada)
      *-----------------------------------------------------------------
       01 WK-PATH-COBRADORES PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício05\CBLZMW24-COB.txt'.
       01 WK-PATH-CARTEIRA PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício05\CBLZMW24-CAR.dat'.
       01 WK-PATH-PAGHIS PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício05\CBLZMW07-PAG.txt'.
       01 WK-PATH-JORNAL PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício05\CBLZMW06-JRN.txt'.
       01 WK-PATH-ACORDOS PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício05\CBLZMW11-ACD.txt'.
       01 WK-PATH-MESTRE PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício05\CBLZMW05-MST.dat'.
       01 WK-PATH-RELPRD PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício05\CBLZMW25-REL.txt'.

       01 AS-STATUS-COB PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-CAR PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-PAG PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-JRN PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-ACD PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-MST PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-REL PIC 9(02) VALUE ZEROS.

       01 WK-CABEC01 PIC X(120) VALUE ALL '='.
       01 WK-TRACO   PIC X(120) VALUE ALL '-'.

       01 WK-DATA-SYS.
           02 WK-YEAR-SYS  PIC 9(04) VALUE ZEROS.
           02 WK-MONTH-SYS PIC 9(02) VALUE ZEROS.
           02 WK-DAY-SYS   PIC 9(02) VALUE ZEROS.
       01 WK-DATA-SYS-NUM REDEFINES WK-DATA-SYS PIC 9(08).

       01 WK-SIT-BAIXADO PIC 9(02) VALUE 06.

      *-----------------------------------------------------------------
      *    MES DO RELATORIO (PRD-MES NO AMBIENTE, AAAAMM). SEM O
      *    PARAMETRO E O MES ANTERIOR AO DA DATA DO SISTEMA, COMO O
      *    FECHAMENTO DA PDD DE CBLX0021.
      *-----------------------------------------------------------------
       01 WK-MES-X PIC X(06) VALUE SPACES.
       01 WK-MES-REL.
           02 WK-MES-ANO PIC 9(04) VALUE ZEROS.
           02 WK-MES-MES PIC 9(02) VALUE ZEROS.
       01 WK-MES-REL-NUM REDEFINES WK-MES-REL PIC 9(06).
       01 WK-DATA-AUX.
           02 WK-AUX-ANO PIC 9(04) VALUE ZEROS.
           02 WK-AUX-MES PIC 9(02) VALUE ZEROS.
           02 WK-AUX-DIA PIC 9(02) VALUE ZEROS.
       01 WK-DATA-AUX-NUM REDEFINES WK-DATA-AUX PIC 9(08).
       01 WK-DATA-INI PIC 9(08) VALUE ZEROS.
       01 WK-DATA-FIM PIC 9(08) VALUE ZEROS.

       01 WK-CARTEIRA-OK PIC X(01) VALUE 'N'.
           88 CARTEIRA-ABERTA VALUE 'S'.
       01 WK-MESTRE-OK PIC X(01) VALUE 'N'.
           88 MESTRE-ABERTO VALUE 'S'.

      *-----------------------------------------------------------------
      *    COBRADORES (CBLCOB01) COM OS NUMEROS DO MES. COBRADOR QUE
      *    APARECE NA CARTEIRA E JA SAIU DO CADASTRO ENTRA NA TABELA
      *    COMO NAO CADASTRADO; A ULTIMA OCORRENCIA E A LINHA SEM
      *    COBRADOR (CNPJ FORA DA CARTEIRA).
      *-----------------------------------------------------------------
       01 WK-CB-QTD-TAB PIC 9(02) VALUE ZEROS.
       01 WK-TAB-COBRADORES.
           05 WK-CB-OCORR OCCURS 51 TIMES.
               10 WK-CB-COD        PIC X(04).
               10 WK-CB-NOME       PIC X(30).
               10 WK-CB-CNPJS      PIC 9(05).
               10 WK-CB-SALDO      PIC 9(15)V99.
               10 WK-CB-LIQ-QTD    PIC 9(05).
               10 WK-CB-LIQ-VALOR  PIC 9(15)V99.
               10 WK-CB-PARC-QTD   PIC 9(05).
               10 WK-CB-PARC-VALOR PIC 9(15)V99.
               10 WK-CB-ACD-QTD    PIC 9(05).
               10 WK-CB-ACD-VALOR  PIC 9(15)V99.
               10 WK-CB-QBR-QTD    PIC 9(05).
               10 WK-CB-QBR-SALDO  PIC 9(15)V99.
       01 WK-CB-IX  PIC 9(02) VALUE ZEROS.
       01 WK-CB-POS PIC 9(02) VALUE ZEROS.
       01 WK-CB-SEM PIC 9(02) VALUE 51.
       01 WK-COB-BUSCA PIC X(04) VALUE SPACES.
       01 WK-CONT-COB-CHEIA PIC 9(07) VALUE ZEROS.

      *    CNPJ E DATA DO EVENTO A CREDITAR (VER 2900).
       01 WK-EVT-CNPJ PIC 9(14) VALUE ZEROS.
       01 WK-EVT-DATA PIC 9(08) VALUE ZEROS.

      *-----------------------------------------------------------------
      *    ACORDOS CARREGADOS DO ARQUIVO DE CBLX0014 - A CHAVE DA
      *    DIVIDA DE ORIGEM LIGA O ACORDO A LINHA DE EXCLUSAO NO JORNAL
      *    GRAVADA NA EXPLOSAO.
      *-----------------------------------------------------------------
       01 WK-AC-QTD-TAB PIC 9(04) VALUE ZEROS.
       01 WK-TAB-ACORDOS.
           05 WK-AC-OCORR OCCURS 3000 TIMES.
               10 WK-AC-CNPJ  PIC 9(14).
               10 WK-AC-VENC  PIC 9(08).
               10 WK-AC-VALOR PIC 9(15)V99.
               10 WK-AC-FECH  PIC X(01).
       01 WK-AC-IX  PIC 9(04) VALUE ZEROS.
       01 WK-AC-POS PIC 9(04) VALUE ZEROS.
       01 WK-CONT-ACD-CHEIA PIC 9(07) VALUE ZEROS.

       01 WK-IMAGEM-ANT PIC X(41) VALUE SPACES.
       01 FILLER REDEFINES WK-IMAGEM-ANT.
           05 IMGA-CNPJ  PIC 9(14).
           05 IMGA-VENC  PIC 9(08).
           05 FILLER     PIC X(19).

      *-----------------------------------------------------------------
      *    APURACAO DO PLANO DE UM ACORDO (MESMO CALCULO DE
      *    2200-APURAR-CUMPRIMENTO DE CBLX0014: VENCIMENTO DE CADA
      *    PARCELA = PRIMEIRO VENCIMENTO + N MESES, DIA LIMITADO AO
      *    ULTIMO DIA DO MES). AQUI A PARCELA EM ATRASO E A QUE ESTAVA
      *    VENCIDA NO ULTIMO DIA DO MES DO RELATORIO.
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

       01 WK-DIA-BASE   PIC 9(02) VALUE ZEROS.
       01 WK-DIA-LIMITE PIC 9(02) VALUE ZEROS.

       01 WK-BISS-DIAS      PIC 9(02) VALUE 28.
       01 WK-BISS-RESTO4    PIC 9(04) VALUE ZEROS.
       01 WK-BISS-RESTO100  PIC 9(04) VALUE ZEROS.
       01 WK-BISS-RESTO400  PIC 9(04) VALUE ZEROS.
       01 WK-BISS-QUOC      PIC 9(04) VALUE ZEROS.

       01 WK-PARC-IX     PIC 9(03) VALUE ZEROS.
       01 WK-PLA-ABERTAS PIC 9(02) VALUE ZEROS.
       01 WK-PLA-ATRASO  PIC 9(02) VALUE ZEROS.
       01 WK-PLA-SALDO   PIC 9(15)V99 VALUE ZEROS.

       01 WK-CONT-CARTEIRA   PIC 9(07) VALUE ZEROS.
       01 WK-CONT-PAG-LIDOS  PIC 9(07) VALUE ZEROS.
       01 WK-CONT-PAG-MES    PIC 9(07) VALUE ZEROS.
       01 WK-CONT-JRN-LIDOS  PIC 9(07) VALUE ZEROS.
       01 WK-CONT-ACD-LIDOS  PIC 9(07) VALUE ZEROS.
       01 WK-CONT-ACD-FECH   PIC 9(07) VALUE ZEROS.
       01 WK-CONT-QUEBRADOS  PIC 9(07) VALUE ZEROS.

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
           02 FILLER      PIC X(48) VALUE
               'PRODUTIVIDADE DA COBRANCA POR COBRADOR - MES (AA'.
           02 FILLER      PIC X(07) VALUE 'AAMM): '.
           02 WK-LTI-MES  PIC 9(06).
           02 FILLER      PIC X(12) VALUE '   PERIODO: '.
           02 WK-LTI-INI  PIC X(10).
           02 FILLER      PIC X(03) VALUE ' A '.
           02 WK-LTI-FIM  PIC X(10).
           02 FILLER      PIC X(24) VALUE SPACES.

       01 WK-CAB-CARTEIRA.
           02 FILLER PIC X(06) VALUE 'COD'.
           02 FILLER PIC X(32) VALUE 'COBRADOR'.
           02 FILLER PIC X(07) VALUE 'CNPJS'.
           02 FILLER PIC X(19) VALUE '    SALDO VENCIDO'.
           02 FILLER PIC X(07) VALUE 'LIQUID'.
           02 FILLER PIC X(19) VALUE '  VALOR LIQUIDADO'.
           02 FILLER PIC X(07) VALUE 'PARCIA'.
           02 FILLER PIC X(19) VALUE '    VALOR PARCIAL'.
           02 FILLER PIC X(04) VALUE SPACES.

       01 WK-LINHA-CARTEIRA.
           02 WK-LCA-COD    PIC X(04).
           02 FILLER        PIC X(02) VALUE SPACES.
           02 WK-LCA-NOME   PIC X(30).
           02 FILLER        PIC X(02) VALUE SPACES.
           02 WK-LCA-CNPJS  PIC ZZZZ9.
           02 FILLER        PIC X(02) VALUE SPACES.
           02 WK-LCA-SALDO  PIC ZZZZZZZZZZZZZ99V99.
           02 FILLER        PIC X(02) VALUE SPACES.
           02 WK-LCA-LIQQ   PIC ZZZZ9.
           02 FILLER        PIC X(02) VALUE SPACES.
           02 WK-LCA-LIQV   PIC ZZZZZZZZZZZZZ99V99.
           02 FILLER        PIC X(02) VALUE SPACES.
           02 WK-LCA-PARQ   PIC ZZZZ9.
           02 FILLER        PIC X(02) VALUE SPACES.
           02 WK-LCA-PARV   PIC ZZZZZZZZZZZZZ99V99.
           02 FILLER        PIC X(06) VALUE SPACES.

       01 WK-CAB-ACORDOS.
           02 FILLER PIC X(06) VALUE 'COD'.
           02 FILLER PIC X(32) VALUE 'COBRADOR'.
           02 FILLER PIC X(07) VALUE 'ACORDO'.
           02 FILLER PIC X(19) VALUE '   VALOR ACORDADO'.
           02 FILLER PIC X(07) VALUE 'QUEBRA'.
           02 FILLER PIC X(19) VALUE '   SALDO QUEBRADO'.
           02 FILLER PIC X(19) VALUE ' TOTAL RECUPERADO'.
           02 FILLER PIC X(11) VALUE SPACES.

       01 WK-LINHA-ACORDOS.
           02 WK-LAC-COD    PIC X(04).
           02 FILLER        PIC X(02) VALUE SPACES.
           02 WK-LAC-NOME   PIC X(30).
           02 FILLER        PIC X(02) VALUE SPACES.
           02 WK-LAC-ACDQ   PIC ZZZZ9.
           02 FILLER        PIC X(02) VALUE SPACES.
           02 WK-LAC-ACDV   PIC ZZZZZZZZZZZZZ99V99.
           02 FILLER        PIC X(02) VALUE SPACES.
           02 WK-LAC-QBRQ   PIC ZZZZ9.
           02 FILLER        PIC X(02) VALUE SPACES.
           02 WK-LAC-QBRV   PIC ZZZZZZZZZZZZZ99V99.
           02 FILLER        PIC X(02) VALUE SPACES.
           02 WK-LAC-RECUP  PIC ZZZZZZZZZZZZZ99V99.
           02 FILLER        PIC X(13) VALUE SPACES.

      *    TOTAIS GERAIS DAS DUAS SECOES.
       01 WK-TOT-CNPJS      PIC 9(07) VALUE ZEROS.
       01 WK-TOT-SALDO      PIC 9(15)V99 VALUE ZEROS.
       01 WK-TOT-LIQ-QTD    PIC 9(07) VALUE ZEROS.
       01 WK-TOT-LIQ-VALOR  PIC 9(15)V99 VALUE ZEROS.
       01 WK-TOT-PARC-QTD   PIC 9(07) VALUE ZEROS.
       01 WK-TOT-PARC-VALOR PIC 9(15)V99 VALUE ZEROS.
       01 WK-TOT-ACD-QTD    PIC 9(07) VALUE ZEROS.
       01 WK-TOT-ACD-VALOR  PIC 9(15)V99 VALUE ZEROS.
       01 WK-TOT-QBR-QTD    PIC 9(07) VALUE ZEROS.
       01 WK-TOT-QBR-SALDO  PIC 9(15)V99 VALUE ZEROS.
       01 WK-RECUPERADO     PIC 9(15)V99 VALUE ZEROS.

       PROCEDURE DIVISION.
           PERFORM 1000-INICIALIZAR.
           PERFORM 3000-FINALIZAR.
      *-----------------------------------------------------------------
      *     INCIALIZACAO DO PROGRAMA
      *-----------------------------------------------------------------
       1000-INICIALIZAR SECTION.
           ACCEPT WK-DATA-SYS FROM DATE YYYYMMDD

           MOVE ZEROS TO WK-TAB-COBRADORES
           MOVE ZEROS TO WK-TAB-ACORDOS

           PERFORM 1150-OBTER-PARAMETROS-ARQUIVO
           PERFORM 1100-DEFINIR-MES
           PERFORM 1200-CARREGAR-COBRADORES

           MOVE SPACES         TO WK-CB-COD (WK-CB-SEM)
           MOVE 'SEM COBRADOR' TO WK-CB-NOME (WK-CB-SEM)

      *    SEM A CARTEIRA NAO HA A QUEM CREDITAR OS EVENTOS.
           OPEN INPUT ARQ-CARTEIRA
           IF AS-STATUS-CAR NOT EQUAL ZEROS
               DISPLAY 'ERRO DE ABERTURA DA CARTEIRA DE COBRANCA '
                        AS-STATUS-CAR
               DISPLAY 'RELATORIO DE PRODUTIVIDADE NAO GERADO'
               GO TO 1000-INICIALIZAR-EXIT
           END-IF
           MOVE 'S' TO WK-CARTEIRA-OK

           OPEN OUTPUT ARQ-RELPRD
           IF AS-STATUS-REL NOT EQUAL ZEROS
               DISPLAY 'ERRO DE ABERTURA DO RELATORIO DE PRODUTIVIDADE '
                        AS-STATUS-REL
           END-IF

           PERFORM 2000-APURAR-CARTEIRA
           PERFORM 2100-APURAR-PAGAMENTOS
           PERFORM 2200-CARREGAR-ACORDOS
           PERFORM 2300-APURAR-FECHAMENTOS
           PERFORM 2400-APURAR-QUEBRAS

           PERFORM 2500-IMPRIMIR-RELATORIO

           CLOSE ARQ-CARTEIRA
           IF AS-STATUS-CAR NOT EQUAL ZEROS
               DISPLAY 'ERRO AO FECHAR A CARTEIRA DE COBRANCA '
                        AS-STATUS-CAR
           END-IF

           CLOSE ARQ-RELPRD
           IF AS-STATUS-REL NOT EQUAL ZEROS
               DISPLAY 'ERRO AO FECHAR O RELATORIO DE PRODUTIVIDADE '
                        AS-STATUS-REL
           END-IF
           .
       1000-INICIALIZAR-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     DEFINIR O MES DO RELATORIO (PRIMEIRO E ULTIMO DIA)
      *-----------------------------------------------------------------
       1100-DEFINIR-MES SECTION.
           IF WK-MES-X NUMERIC
               MOVE WK-MES-X TO WK-MES-REL-NUM
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
               DISPLAY 'PRD-MES INVALIDO ' WK-MES-X
                       ' - RELATORIO NAO GERADO'
               STOP RUN
           END-IF

           MOVE WK-MES-ANO TO WK-AUX-ANO
           MOVE WK-MES-MES TO WK-AUX-MES
           MOVE 01         TO WK-AUX-DIA
           MOVE WK-DATA-AUX-NUM TO WK-DATA-INI

      *    ULTIMO DIA DO MES = VESPERA DO DIA 1 DO MES SEGUINTE.
           IF WK-AUX-MES EQUAL 12
               MOVE 01 TO WK-AUX-MES
               ADD 1 TO WK-AUX-ANO
           ELSE
               ADD 1 TO WK-AUX-MES
           END-IF

           COMPUTE WK-DATA-FIM = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WK-DATA-AUX-NUM) - 1)

           IF WK-DATA-INI > WK-DATA-SYS-NUM
               DISPLAY 'MES ' WK-MES-REL-NUM ' AINDA NAO COMECOU - '
                       'RELATORIO NAO GERADO'
               STOP RUN
           END-IF
           .
       1100-DEFINIR-MES-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     OBTER NOMES DOS ARQUIVOS INFORMADOS PELA OPERACAO
      *     (variaveis de ambiente ao estilo DD do JCL; mantem o
      *     default se nao informadas) E O MES DO RELATORIO (PRD-MES)
      *-----------------------------------------------------------------
       1150-OBTER-PARAMETROS-ARQUIVO SECTION.
           ACCEPT WK-PATH-COBRADORES FROM ENVIRONMENT 'DD-COBRADORES'
           ON EXCEPTION
               CONTINUE
           END-ACCEPT

           ACCEPT WK-PATH-CARTEIRA FROM ENVIRONMENT 'DD-CARTEIRA'
           ON EXCEPTION
               CONTINUE
           END-ACCEPT

           ACCEPT WK-PATH-PAGHIS FROM ENVIRONMENT 'DD-PAGHIS'
           ON EXCEPTION
               CONTINUE
           END-ACCEPT

           ACCEPT WK-PATH-JORNAL FROM ENVIRONMENT 'DD-JORNAL'
           ON EXCEPTION
               CONTINUE
           END-ACCEPT

           ACCEPT WK-PATH-ACORDOS FROM ENVIRONMENT 'DD-ACORDOS'
           ON EXCEPTION
               CONTINUE
           END-ACCEPT

           ACCEPT WK-PATH-MESTRE FROM ENVIRONMENT 'DD-MESTRE'
           ON EXCEPTION
               CONTINUE
           END-ACCEPT

           ACCEPT WK-PATH-RELPRD FROM ENVIRONMENT 'DD-RELPRD'
           ON EXCEPTION
               CONTINUE
           END-ACCEPT

           ACCEPT WK-MES-X FROM ENVIRONMENT 'PRD-MES'
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           .
       1150-OBTER-PARAMETROS-ARQUIVO-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     CARREGAR O CADASTRO DE COBRADORES (NOMES DO RELATORIO)
      *-----------------------------------------------------------------
      *    SEM O CADASTRO OS COBRADORES ENTRAM PELA CARTEIRA, COMO NAO
      *    CADASTRADOS.
       1200-CARREGAR-COBRADORES SECTION.
           OPEN INPUT ARQ-COBRADORES
           IF AS-STATUS-COB NOT EQUAL ZEROS
               DISPLAY 'CADASTRO DE COBRADORES AUSENTE ' AS-STATUS-COB
               GO TO 1200-CARREGAR-COBRADORES-EXIT
           END-IF

           PERFORM 1210-LER-COBRADOR

           CLOSE ARQ-COBRADORES
           IF AS-STATUS-COB NOT EQUAL ZEROS
               DISPLAY 'ERRO AO FECHAR O CADASTRO DE COBRADORES '
                        AS-STATUS-COB
           END-IF
           .
       1200-CARREGAR-COBRADORES-EXIT.
           EXIT.

       1210-LER-COBRADOR SECTION.
           READ ARQ-COBRADORES AT END
                GO TO 1210-LER-COBRADOR-EXIT.

           IF COB-CODIGO EQUAL SPACES
               GO TO 1210-LER-COBRADOR
           END-IF

           IF WK-CB-QTD-TAB NOT < 50
               ADD 1 TO WK-CONT-COB-CHEIA
               GO TO 1210-LER-COBRADOR
           END-IF

           ADD 1 TO WK-CB-QTD-TAB
           MOVE COB-CODIGO TO WK-CB-COD (WK-CB-QTD-TAB)
           MOVE COB-NOME   TO WK-CB-NOME (WK-CB-QTD-TAB)
           GO TO 1210-LER-COBRADOR
           .
       1210-LER-COBRADOR-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     TAMANHO DA CARTEIRA DE CADA COBRADOR
      *-----------------------------------------------------------------
      *    CNPJS ATIVOS NA CARTEIRA E SALDO VENCIDO DA ULTIMA
      *    ATRIBUICAO DE CBLX0027 (POSICAO ATUAL DA CARTEIRA).
       2000-APURAR-CARTEIRA SECTION.
           MOVE ZEROS TO CAR-CNPJ
           START ARQ-CARTEIRA KEY IS NOT LESS THAN CAR-CNPJ
               INVALID KEY
                   GO TO 2000-APURAR-CARTEIRA-EXIT
           END-START

           PERFORM 2010-LER-CARTEIRA
           .
       2000-APURAR-CARTEIRA-EXIT.
           EXIT.

       2010-LER-CARTEIRA SECTION.
           READ ARQ-CARTEIRA NEXT RECORD AT END
                GO TO 2010-LER-CARTEIRA-EXIT.

           IF NOT CAR-EM-CARTEIRA
               GO TO 2010-LER-CARTEIRA
           END-IF

           ADD 1 TO WK-CONT-CARTEIRA
           MOVE CAR-COBRADOR TO WK-COB-BUSCA
           PERFORM 2910-LOCALIZAR-COBRADOR

           ADD 1         TO WK-CB-CNPJS (WK-CB-POS)
           ADD CAR-VALOR TO WK-CB-SALDO (WK-CB-POS)
           GO TO 2010-LER-CARTEIRA
           .
       2010-LER-CARTEIRA-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     VALORES RECUPERADOS NO MES (PAGHIS - LIQUIDACOES E PARCIAIS)
      *-----------------------------------------------------------------
       2100-APURAR-PAGAMENTOS SECTION.
           OPEN INPUT ARQ-PAGHIS
           IF AS-STATUS-PAG NOT EQUAL ZEROS
               DISPLAY 'HISTORICO DE PAGAMENTOS NAO DISPONIVEL - '
                       'SEM VALORES RECUPERADOS ' AS-STATUS-PAG
               GO TO 2100-APURAR-PAGAMENTOS-EXIT
           END-IF

           PERFORM 2110-LER-PAGAMENTO

           CLOSE ARQ-PAGHIS
           IF AS-STATUS-PAG NOT EQUAL ZEROS
               DISPLAY 'ERRO AO FECHAR O HISTORICO DE PAGAMENTOS '
                        AS-STATUS-PAG
           END-IF
           .
       2100-APURAR-PAGAMENTOS-EXIT.
           EXIT.

       2110-LER-PAGAMENTO SECTION.
           READ ARQ-PAGHIS AT END
                GO TO 2110-LER-PAGAMENTO-EXIT.

           ADD 1 TO WK-CONT-PAG-LIDOS

           IF PAG-DATA < WK-DATA-INI OR PAG-DATA > WK-DATA-FIM
               GO TO 2110-LER-PAGAMENTO
           END-IF

           IF PAG-OCORR NOT EQUAL 'L' AND PAG-OCORR NOT EQUAL 'P'
               GO TO 2110-LER-PAGAMENTO
           END-IF

           ADD 1 TO WK-CONT-PAG-MES
           MOVE PAG-CNPJ TO WK-EVT-CNPJ
           MOVE PAG-DATA TO WK-EVT-DATA
           PERFORM 2900-ATRIBUIR-EVENTO

           IF PAG-OCORR EQUAL 'L'
               ADD 1         TO WK-CB-LIQ-QTD (WK-CB-POS)
               ADD PAG-VALOR TO WK-CB-LIQ-VALOR (WK-CB-POS)
           ELSE
               ADD 1         TO WK-CB-PARC-QTD (WK-CB-POS)
               ADD PAG-VALOR TO WK-CB-PARC-VALOR (WK-CB-POS)
           END-IF
           GO TO 2110-LER-PAGAMENTO
           .
       2110-LER-PAGAMENTO-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     CARREGAR OS ACORDOS DE PARCELAMENTO
      *-----------------------------------------------------------------
       2200-CARREGAR-ACORDOS SECTION.
           OPEN INPUT ARQ-ACORDOS
           IF AS-STATUS-ACD NOT EQUAL ZEROS
               DISPLAY 'ARQUIVO DE ACORDOS NAO DISPONIVEL - SEM '
                       'ACORDOS NO RELATORIO ' AS-STATUS-ACD
               GO TO 2200-CARREGAR-ACORDOS-EXIT
           END-IF

           PERFORM 2210-LER-ACORDO

           CLOSE ARQ-ACORDOS
           IF AS-STATUS-ACD NOT EQUAL ZEROS
               DISPLAY 'ERRO AO FECHAR O ARQUIVO DE ACORDOS '
                        AS-STATUS-ACD
           END-IF
           .
       2200-CARREGAR-ACORDOS-EXIT.
           EXIT.

       2210-LER-ACORDO SECTION.
           READ ARQ-ACORDOS AT END
                GO TO 2210-LER-ACORDO-EXIT.

           IF ACD-CNPJ NOT NUMERIC OR ACD-VENC-ORIG NOT NUMERIC
                   OR ACD-QTD-PARC NOT NUMERIC
                   OR ACD-VALOR-PARC NOT NUMERIC
               GO TO 2210-LER-ACORDO
           END-IF

           ADD 1 TO WK-CONT-ACD-LIDOS

           IF WK-AC-QTD-TAB NOT < 3000
               ADD 1 TO WK-CONT-ACD-CHEIA
               GO TO 2210-LER-ACORDO
           END-IF

           ADD 1 TO WK-AC-QTD-TAB
           MOVE ACD-CNPJ      TO WK-AC-CNPJ (WK-AC-QTD-TAB)
           MOVE ACD-VENC-ORIG TO WK-AC-VENC (WK-AC-QTD-TAB)
           MOVE 'N'           TO WK-AC-FECH (WK-AC-QTD-TAB)
           COMPUTE WK-AC-VALOR (WK-AC-QTD-TAB) =
                   ACD-QTD-PARC * ACD-VALOR-PARC
           GO TO 2210-LER-ACORDO
           .
       2210-LER-ACORDO-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     ACORDOS FECHADOS NO MES (EXPLOSAO DE CBLX0014 NO JORNAL)
      *-----------------------------------------------------------------
      *    A EXPLOSAO DO ACORDO EXCLUI A DIVIDA DE ORIGEM DO MESTRE E
      *    GRAVA NO JORNAL UMA LINHA TIPO E COM A IMAGEM DEPOIS EM
      *    BRANCO. A DATA DESSA LINHA E A DATA DO FECHAMENTO DO ACORDO;
      *    A CHAVE DA IMAGEM ANTES E A DIVIDA DE ORIGEM DO ACORDO.
       2300-APURAR-FECHAMENTOS SECTION.
           IF WK-AC-QTD-TAB EQUAL ZEROS
               GO TO 2300-APURAR-FECHAMENTOS-EXIT
           END-IF

           OPEN INPUT ARQ-JORNAL
           IF AS-STATUS-JRN NOT EQUAL ZEROS
               DISPLAY 'JORNAL DO MESTRE NAO DISPONIVEL - SEM '
                       'ACORDOS FECHADOS ' AS-STATUS-JRN
               GO TO 2300-APURAR-FECHAMENTOS-EXIT
           END-IF

           PERFORM 2310-LER-JORNAL

           CLOSE ARQ-JORNAL
           IF AS-STATUS-JRN NOT EQUAL ZEROS
               DISPLAY 'ERRO AO FECHAR O JORNAL DO MESTRE '
                        AS-STATUS-JRN
           END-IF
           .
       2300-APURAR-FECHAMENTOS-EXIT.
           EXIT.

       2310-LER-JORNAL SECTION.
           READ ARQ-JORNAL AT END
                GO TO 2310-LER-JORNAL-EXIT.

           ADD 1 TO WK-CONT-JRN-LIDOS

           IF JRN-DATA < WK-DATA-INI OR JRN-DATA > WK-DATA-FIM
               GO TO 2310-LER-JORNAL
           END-IF

           IF JRN-TIPO NOT EQUAL 'E' OR JRN-DEPOIS NOT EQUAL SPACES
               GO TO 2310-LER-JORNAL
           END-IF

           MOVE JRN-ANTES TO WK-IMAGEM-ANT
           IF IMGA-CNPJ NOT NUMERIC OR IMGA-VENC NOT NUMERIC
               GO TO 2310-LER-JORNAL
           END-IF

           MOVE ZEROS TO WK-AC-POS
           PERFORM 2320-BUSCAR-ACORDO
               VARYING WK-AC-IX FROM 1 BY 1
               UNTIL WK-AC-IX > WK-AC-QTD-TAB
                  OR WK-AC-POS NOT EQUAL ZEROS

           IF WK-AC-POS EQUAL ZEROS
               GO TO 2310-LER-JORNAL
           END-IF

           MOVE 'S' TO WK-AC-FECH (WK-AC-POS)
           ADD 1 TO WK-CONT-ACD-FECH
           MOVE IMGA-CNPJ TO WK-EVT-CNPJ
           MOVE JRN-DATA  TO WK-EVT-DATA
           PERFORM 2900-ATRIBUIR-EVENTO

           ADD 1                       TO WK-CB-ACD-QTD (WK-CB-POS)
           ADD WK-AC-VALOR (WK-AC-POS) TO WK-CB-ACD-VALOR (WK-CB-POS)
           GO TO 2310-LER-JORNAL
           .
       2310-LER-JORNAL-EXIT.
           EXIT.

      *    UMA EXCLUSAO SO CONTA UMA VEZ POR ACORDO.
       2320-BUSCAR-ACORDO SECTION.
           IF WK-AC-CNPJ (WK-AC-IX) EQUAL IMGA-CNPJ
                   AND WK-AC-VENC (WK-AC-IX) EQUAL IMGA-VENC
                   AND WK-AC-FECH (WK-AC-IX) EQUAL 'N'
               MOVE WK-AC-IX TO WK-AC-POS
           END-IF
           .
       2320-BUSCAR-ACORDO-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     PLANOS QUEBRADOS NO FIM DO MES
      *-----------------------------------------------------------------
      *    PLANO QUEBRADO = ACORDO COM PARCELA AINDA EM ABERTO QUE JA
      *    ESTAVA VENCIDA NO ULTIMO DIA DO MES (MESMA APURACAO DE
      *    CBLX0014, COM A DATA DO FIM DO MES NO LUGAR DA DO DIA). O
      *    PLANO E CREDITADO AO COBRADOR DO CNPJ NO FIM DO MES.
       2400-APURAR-QUEBRAS SECTION.
           OPEN INPUT ARQ-MESTRE
           IF AS-STATUS-MST NOT EQUAL ZEROS
               DISPLAY 'ARQUIVO MESTRE NAO DISPONIVEL - SEM PLANOS '
                       'QUEBRADOS ' AS-STATUS-MST
               GO TO 2400-APURAR-QUEBRAS-EXIT
           END-IF
           MOVE 'S' TO WK-MESTRE-OK

           OPEN INPUT ARQ-ACORDOS
           IF AS-STATUS-ACD NOT EQUAL ZEROS
               CLOSE ARQ-MESTRE
               GO TO 2400-APURAR-QUEBRAS-EXIT
           END-IF

           PERFORM 2410-LER-PLANO

           CLOSE ARQ-ACORDOS
           IF AS-STATUS-ACD NOT EQUAL ZEROS
               DISPLAY 'ERRO AO FECHAR O ARQUIVO DE ACORDOS '
                        AS-STATUS-ACD
           END-IF

           CLOSE ARQ-MESTRE
           IF AS-STATUS-MST NOT EQUAL ZEROS
               DISPLAY 'ERRO AO FECHAR O ARQUIVO MESTRE '
                        AS-STATUS-MST
           END-IF
           .
       2400-APURAR-QUEBRAS-EXIT.
           EXIT.

       2410-LER-PLANO SECTION.
           READ ARQ-ACORDOS AT END
                GO TO 2410-LER-PLANO-EXIT.

           IF ACD-CNPJ NOT NUMERIC
                   OR ACD-QTD-PARC NOT NUMERIC
                   OR ACD-QTD-PARC EQUAL ZEROS
                   OR ACD-PRIM-VENC NOT NUMERIC
                   OR ACD-VALOR-PARC NOT NUMERIC
               GO TO 2410-LER-PLANO
           END-IF

      *    ACORDO COM A PRIMEIRA PARCELA DEPOIS DO MES NAO PODIA ESTAR
      *    QUEBRADO NELE.
           IF ACD-PRIM-VENC > WK-DATA-FIM
               GO TO 2410-LER-PLANO
           END-IF

           MOVE ZEROS TO WK-PLA-ABERTAS WK-PLA-ATRASO WK-PLA-SALDO
           MOVE ACD-PRIM-VENC TO WK-VENC-CALC
           MOVE WK-VENC-DIA   TO WK-DIA-BASE

           PERFORM 2420-APURAR-PARCELA
               VARYING WK-PARC-IX FROM 1 BY 1
               UNTIL WK-PARC-IX > ACD-QTD-PARC

           IF WK-PLA-ATRASO EQUAL ZEROS
               GO TO 2410-LER-PLANO
           END-IF

           ADD 1 TO WK-CONT-QUEBRADOS
           MOVE ACD-CNPJ    TO WK-EVT-CNPJ
           MOVE WK-DATA-FIM TO WK-EVT-DATA
           PERFORM 2900-ATRIBUIR-EVENTO

           ADD 1            TO WK-CB-QBR-QTD (WK-CB-POS)
           ADD WK-PLA-SALDO TO WK-CB-QBR-SALDO (WK-CB-POS)
           GO TO 2410-LER-PLANO
           .
       2410-LER-PLANO-EXIT.
           EXIT.

      *    PARCELA AUSENTE DO MESTRE OU BAIXADA CONTA COMO PAGA, COMO
      *    EM 2250-APURAR-PARCELA DE CBLX0014.
       2420-APURAR-PARCELA SECTION.
           IF WK-PARC-IX > 1
               PERFORM 2430-AVANCAR-UM-MES
           END-IF

           MOVE ACD-CNPJ     TO MST-CNPJ
           MOVE WK-VENC-CALC TO MST-VENC

           READ ARQ-MESTRE KEY IS MST-CHAVE
               INVALID KEY
                   GO TO 2420-APURAR-PARCELA-EXIT
           END-READ

           IF MST-SIT NOT EQUAL WK-SIT-BAIXADO
               ADD 1 TO WK-PLA-ABERTAS
               ADD MST-VALOR TO WK-PLA-SALDO
               IF MST-VENC < WK-DATA-FIM
                   ADD 1 TO WK-PLA-ATRASO
               END-IF
           END-IF
           .
       2420-APURAR-PARCELA-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     AVANCAR O VENCIMENTO DA PARCELA EM UM MES (CBLX0014 2160)
      *-----------------------------------------------------------------
       2430-AVANCAR-UM-MES SECTION.
           ADD 1 TO WK-VENC-MES
           IF WK-VENC-MES > 12
               MOVE 1 TO WK-VENC-MES
               ADD 1 TO WK-VENC-ANO
           END-IF

           IF WK-VENC-MES EQUAL 02
               PERFORM 2440-CALCULAR-DIAS-FEVEREIRO
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
       2430-AVANCAR-UM-MES-EXIT.
           EXIT.

       2440-CALCULAR-DIAS-FEVEREIRO SECTION.
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
       2440-CALCULAR-DIAS-FEVEREIRO-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     IMPRIMIR O RELATORIO DE PRODUTIVIDADE
      *-----------------------------------------------------------------
       2500-IMPRIMIR-RELATORIO SECTION.
           MOVE WK-MES-REL-NUM TO WK-LTI-MES
           MOVE WK-DATA-INI TO WK-DATA-CALC
           PERFORM 2950-EDITAR-DATA
           MOVE WK-DATA-EDIT TO WK-LTI-INI
           MOVE WK-DATA-FIM TO WK-DATA-CALC
           PERFORM 2950-EDITAR-DATA
           MOVE WK-DATA-EDIT TO WK-LTI-FIM

           MOVE WK-CABEC01 TO FL-ARQ-RELPRD
           WRITE FL-ARQ-RELPRD
           MOVE WK-LINHA-TITULO TO FL-ARQ-RELPRD
           WRITE FL-ARQ-RELPRD AFTER ADVANCING 1 LINE
           MOVE WK-CABEC01 TO FL-ARQ-RELPRD
           WRITE FL-ARQ-RELPRD AFTER ADVANCING 1 LINE

           MOVE 'CARTEIRA ATUAL E VALORES RECUPERADOS NO MES:'
                TO FL-ARQ-RELPRD
           WRITE FL-ARQ-RELPRD AFTER ADVANCING 2 LINES
           MOVE WK-CAB-CARTEIRA TO FL-ARQ-RELPRD
           WRITE FL-ARQ-RELPRD AFTER ADVANCING 1 LINE
           MOVE WK-TRACO TO FL-ARQ-RELPRD
           WRITE FL-ARQ-RELPRD AFTER ADVANCING 1 LINE

           PERFORM 2510-IMPRIMIR-CARTEIRA
               VARYING WK-CB-IX FROM 1 BY 1
               UNTIL WK-CB-IX > WK-CB-QTD-TAB
           MOVE WK-CB-SEM TO WK-CB-IX
           PERFORM 2510-IMPRIMIR-CARTEIRA

           MOVE WK-TRACO TO FL-ARQ-RELPRD
           WRITE FL-ARQ-RELPRD AFTER ADVANCING 1 LINE
           MOVE SPACES             TO WK-LCA-COD
           MOVE 'TOTAL'            TO WK-LCA-NOME
           MOVE WK-TOT-CNPJS       TO WK-LCA-CNPJS
           MOVE WK-TOT-SALDO       TO WK-LCA-SALDO
           MOVE WK-TOT-LIQ-QTD     TO WK-LCA-LIQQ
           MOVE WK-TOT-LIQ-VALOR   TO WK-LCA-LIQV
           MOVE WK-TOT-PARC-QTD    TO WK-LCA-PARQ
           MOVE WK-TOT-PARC-VALOR  TO WK-LCA-PARV
           MOVE WK-LINHA-CARTEIRA TO FL-ARQ-RELPRD
           WRITE FL-ARQ-RELPRD AFTER ADVANCING 1 LINE

           MOVE 'ACORDOS FECHADOS NO MES, PLANOS QUEBRADOS NO FIM DO '
                TO FL-ARQ-RELPRD
           MOVE 'MES E TOTAL RECUPERADO:' TO FL-ARQ-RELPRD (54:23)
           WRITE FL-ARQ-RELPRD AFTER ADVANCING 2 LINES
           MOVE WK-CAB-ACORDOS TO FL-ARQ-RELPRD
           WRITE FL-ARQ-RELPRD AFTER ADVANCING 1 LINE
           MOVE WK-TRACO TO FL-ARQ-RELPRD
           WRITE FL-ARQ-RELPRD AFTER ADVANCING 1 LINE

           PERFORM 2520-IMPRIMIR-ACORDOS
               VARYING WK-CB-IX FROM 1 BY 1
               UNTIL WK-CB-IX > WK-CB-QTD-TAB
           MOVE WK-CB-SEM TO WK-CB-IX
           PERFORM 2520-IMPRIMIR-ACORDOS

           MOVE WK-TRACO TO FL-ARQ-RELPRD
           WRITE FL-ARQ-RELPRD AFTER ADVANCING 1 LINE
           MOVE SPACES            TO WK-LAC-COD
           MOVE 'TOTAL'           TO WK-LAC-NOME
           MOVE WK-TOT-ACD-QTD    TO WK-LAC-ACDQ
           MOVE WK-TOT-ACD-VALOR  TO WK-LAC-ACDV
           MOVE WK-TOT-QBR-QTD    TO WK-LAC-QBRQ
           MOVE WK-TOT-QBR-SALDO  TO WK-LAC-QBRV
           COMPUTE WK-RECUPERADO = WK-TOT-LIQ-VALOR + WK-TOT-PARC-VALOR
           MOVE WK-RECUPERADO     TO WK-LAC-RECUP
           MOVE WK-LINHA-ACORDOS TO FL-ARQ-RELPRD
           WRITE FL-ARQ-RELPRD AFTER ADVANCING 1 LINE
           .
       2500-IMPRIMIR-RELATORIO-EXIT.
           EXIT.

       2510-IMPRIMIR-CARTEIRA SECTION.
           MOVE WK-CB-COD (WK-CB-IX)        TO WK-LCA-COD
           MOVE WK-CB-NOME (WK-CB-IX)       TO WK-LCA-NOME
           MOVE WK-CB-CNPJS (WK-CB-IX)      TO WK-LCA-CNPJS
           MOVE WK-CB-SALDO (WK-CB-IX)      TO WK-LCA-SALDO
           MOVE WK-CB-LIQ-QTD (WK-CB-IX)    TO WK-LCA-LIQQ
           MOVE WK-CB-LIQ-VALOR (WK-CB-IX)  TO WK-LCA-LIQV
           MOVE WK-CB-PARC-QTD (WK-CB-IX)   TO WK-LCA-PARQ
           MOVE WK-CB-PARC-VALOR (WK-CB-IX) TO WK-LCA-PARV
           MOVE WK-LINHA-CARTEIRA TO FL-ARQ-RELPRD
           WRITE FL-ARQ-RELPRD AFTER ADVANCING 1 LINE

           ADD WK-CB-CNPJS (WK-CB-IX)      TO WK-TOT-CNPJS
           ADD WK-CB-SALDO (WK-CB-IX)      TO WK-TOT-SALDO
           ADD WK-CB-LIQ-QTD (WK-CB-IX)    TO WK-TOT-LIQ-QTD
           ADD WK-CB-LIQ-VALOR (WK-CB-IX)  TO WK-TOT-LIQ-VALOR
           ADD WK-CB-PARC-QTD (WK-CB-IX)   TO WK-TOT-PARC-QTD
           ADD WK-CB-PARC-VALOR (WK-CB-IX) TO WK-TOT-PARC-VALOR
           .
       2510-IMPRIMIR-CARTEIRA-EXIT.
           EXIT.

       2520-IMPRIMIR-ACORDOS SECTION.
           MOVE WK-CB-COD (WK-CB-IX)       TO WK-LAC-COD
           MOVE WK-CB-NOME (WK-CB-IX)      TO WK-LAC-NOME
           MOVE WK-CB-ACD-QTD (WK-CB-IX)   TO WK-LAC-ACDQ
           MOVE WK-CB-ACD-VALOR (WK-CB-IX) TO WK-LAC-ACDV
           MOVE WK-CB-QBR-QTD (WK-CB-IX)   TO WK-LAC-QBRQ
           MOVE WK-CB-QBR-SALDO (WK-CB-IX) TO WK-LAC-QBRV
           COMPUTE WK-RECUPERADO = WK-CB-LIQ-VALOR (WK-CB-IX)
                                 + WK-CB-PARC-VALOR (WK-CB-IX)
           MOVE WK-RECUPERADO              TO WK-LAC-RECUP
           MOVE WK-LINHA-ACORDOS TO FL-ARQ-RELPRD
           WRITE FL-ARQ-RELPRD AFTER ADVANCING 1 LINE

           ADD WK-CB-ACD-QTD (WK-CB-IX)   TO WK-TOT-ACD-QTD
           ADD WK-CB-ACD-VALOR (WK-CB-IX) TO WK-TOT-ACD-VALOR
           ADD WK-CB-QBR-QTD (WK-CB-IX)   TO WK-TOT-QBR-QTD
           ADD WK-CB-QBR-SALDO (WK-CB-IX) TO WK-TOT-QBR-SALDO
           .
       2520-IMPRIMIR-ACORDOS-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     ROTINAS AUXILIARES
      *-----------------------------------------------------------------
      *    COBRADOR QUE RESPONDE PELO EVENTO DE WK-EVT-CNPJ NA DATA
      *    WK-EVT-DATA: O ATUAL DA CARTEIRA, OU O ANTERIOR QUANDO O
      *    EVENTO E DE ANTES DA ULTIMA ATRIBUICAO. CNPJ FORA DA
      *    CARTEIRA VAI PARA A LINHA SEM COBRADOR.
       2900-ATRIBUIR-EVENTO SECTION.
           MOVE WK-CB-SEM TO WK-CB-POS

           MOVE WK-EVT-CNPJ TO CAR-CNPJ
           READ ARQ-CARTEIRA KEY IS CAR-CNPJ
               INVALID KEY
                   GO TO 2900-ATRIBUIR-EVENTO-EXIT
           END-READ

           IF WK-EVT-DATA < CAR-DATA-ATRIB
               IF CAR-COB-ANT EQUAL SPACES
                   GO TO 2900-ATRIBUIR-EVENTO-EXIT
               END-IF
               MOVE CAR-COB-ANT TO WK-COB-BUSCA
           ELSE
               MOVE CAR-COBRADOR TO WK-COB-BUSCA
           END-IF

           PERFORM 2910-LOCALIZAR-COBRADOR
           .
       2900-ATRIBUIR-EVENTO-EXIT.
           EXIT.

      *    POSICAO DO COBRADOR WK-COB-BUSCA NA TABELA; O QUE NAO ESTA
      *    NO CADASTRO ENTRA COMO NAO CADASTRADO (TABELA CHEIA = LINHA
      *    SEM COBRADOR).
       2910-LOCALIZAR-COBRADOR SECTION.
           MOVE ZEROS TO WK-CB-POS
           PERFORM 2915-COMPARAR-COBRADOR
               VARYING WK-CB-IX FROM 1 BY 1
               UNTIL WK-CB-IX > WK-CB-QTD-TAB
                  OR WK-CB-POS NOT EQUAL ZEROS

           IF WK-CB-POS NOT EQUAL ZEROS
               GO TO 2910-LOCALIZAR-COBRADOR-EXIT
           END-IF

           IF WK-CB-QTD-TAB < 50
               ADD 1 TO WK-CB-QTD-TAB
               MOVE WK-CB-QTD-TAB    TO WK-CB-POS
               MOVE WK-COB-BUSCA     TO WK-CB-COD (WK-CB-POS)
               MOVE 'NAO CADASTRADO' TO WK-CB-NOME (WK-CB-POS)
           ELSE
               ADD 1 TO WK-CONT-COB-CHEIA
               MOVE WK-CB-SEM TO WK-CB-POS
           END-IF
           .
       2910-LOCALIZAR-COBRADOR-EXIT.
           EXIT.

       2915-COMPARAR-COBRADOR SECTION.
           IF WK-CB-COD (WK-CB-IX) EQUAL WK-COB-BUSCA
               MOVE WK-CB-IX TO WK-CB-POS
           END-IF
           .
       2915-COMPARAR-COBRADOR-EXIT.
           EXIT.

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
           DISPLAY 'MES DO RELATORIO:          ' WK-MES-REL-NUM
           DISPLAY 'CNPJS NA CARTEIRA ATIVA:   ' WK-CONT-CARTEIRA
           DISPLAY 'PAGAMENTOS LIDOS:          ' WK-CONT-PAG-LIDOS
           DISPLAY 'RECUPERACOES NO MES:       ' WK-CONT-PAG-MES
           DISPLAY 'ACORDOS LIDOS:             ' WK-CONT-ACD-LIDOS
           DISPLAY 'ACORDOS FECHADOS NO MES:   ' WK-CONT-ACD-FECH
           DISPLAY 'PLANOS QUEBRADOS:          ' WK-CONT-QUEBRADOS

           IF CARTEIRA-ABERTA
               IF WK-CONT-PAG-MES NOT EQUAL
                       WK-TOT-LIQ-QTD + WK-TOT-PARC-QTD
                   DISPLAY 'ATENCAO - RECUPERACOES NAO BATE COM A SOMA '
                           'POR COBRADOR'
               END-IF
               IF WK-CONT-CARTEIRA NOT EQUAL WK-TOT-CNPJS
                   DISPLAY 'ATENCAO - CARTEIRA NAO BATE COM A SOMA '
                           'POR COBRADOR'
               END-IF
           END-IF

           IF WK-CB-CNPJS (WK-CB-SEM) > ZEROS
                   OR WK-CB-LIQ-QTD (WK-CB-SEM) > ZEROS
                   OR WK-CB-PARC-QTD (WK-CB-SEM) > ZEROS
                   OR WK-CB-ACD-QTD (WK-CB-SEM) > ZEROS
                   OR WK-CB-QBR-QTD (WK-CB-SEM) > ZEROS
               DISPLAY 'ATENCAO - EVENTOS DE CNPJS SEM COBRADOR NO MES'
           END-IF

           IF WK-CONT-ACD-CHEIA > ZEROS
               DISPLAY 'ATENCAO - TABELA DE ACORDOS CHEIA, '
                       WK-CONT-ACD-CHEIA ' ACORDOS IGNORADOS'
           END-IF

           IF WK-CONT-COB-CHEIA > ZEROS
               DISPLAY 'ATENCAO - TABELA DE COBRADORES CHEIA, '
                       WK-CONT-COB-CHEIA ' OCORRENCIAS NA LINHA SEM '
                       'COBRADOR'
           END-IF

           DISPLAY 'Processo Concluido!'
           STOP RUN.
       3000-FINALIZAR-EXIT.
           EXIT.

       END PROGRAM CBLX0028.
