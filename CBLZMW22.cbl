       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLX0025.
      ******************************************************************
      * Author: Marcelo Wzorek Filho
      * Date: 15/10/2026
      * Purpose: Manutencao batch do cadastro de disputas de titulos
      *          (contestacoes do devedor, arquivo indexado
      *          CBLZMW22-DSP com chave CNPJ + vencimento - CBLDSP01):
      *          aplica transacoes de abertura, atualizacao e
      *          encerramento com validacao e gera a listagem de
      *          auditoria do que mudou, no molde de CBLX0012 e
      *          CBLX0013. Em seguida gera o aging das disputas em
      *          aberto por faixa de dias, destacando as paradas. A
      *          disputa aberta suspende o escalonamento e a remessa
      *          do titulo em CBLX0008
      * Updates:
      * 151026 - Marcelo - Create Program
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT ARQ-DSPMOV ASSIGN TO
           WK-PATH-DSPMOV
           FILE STATUS IS AS-STATUS-DSPMOV.

       SELECT ARQ-DISPUTAS ASSIGN TO
           WK-PATH-DISPUTAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DSP-CHAVE
           FILE STATUS IS AS-STATUS-DSP.

       SELECT ARQ-MESTRE ASSIGN TO
           WK-PATH-MESTRE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MST-CHAVE
           FILE STATUS IS AS-STATUS-MST.

       SELECT ARQ-DSPAUD ASSIGN TO
           WK-PATH-DSPAUD
           FILE STATUS IS AS-STATUS-AUD.

       SELECT ARQ-DSPAGE ASSIGN TO
           WK-PATH-DSPAGE
           FILE STATUS IS AS-STATUS-AGE.

       DATA DIVISION.
       FILE SECTION.

      *    TRANSACOES DE MANUTENCAO DAS DISPUTAS:
      *    I=ABERTURA  A=ATUALIZACAO  E=ENCERRAMENTO
      *    NA ABERTURA MOTIVO E RESPONSAVEL SAO OBRIGATORIOS; NA
      *    ATUALIZACAO SO OS CAMPOS INFORMADOS (NAO BRANCOS) MUDAM; NO
      *    ENCERRAMENTO A RESOLUCAO E OBRIGATORIA. DSPMOV-DATA E A
      *    DATA DO FATO (ZEROS = DATA DO PROCESSAMENTO).
       FD ARQ-DSPMOV RECORDING MODE IS F BLOCK CONTAINS 0 RECORDS.
       01 FL-ARQ-DSPMOV.
           02 DSPMOV-TIPO        PIC X(01).
              88 DSPMOV-ABERTURA     VALUE 'I'.
              88 DSPMOV-ATUALIZACAO  VALUE 'A'.
              88 DSPMOV-ENCERRAMENTO VALUE 'E'.
              88 DSPMOV-TIPO-VALIDO  VALUES 'I' 'A' 'E'.
           02 DSPMOV-CNPJ        PIC 9(14).
           02 DSPMOV-VENC        PIC 9(08).
           02 DSPMOV-MOTIVO      PIC X(02).
           02 DSPMOV-RESPONSAVEL PIC X(15).
           02 DSPMOV-RESOLUCAO   PIC X(02).
           02 DSPMOV-DATA        PIC 9(08).
           02 DSPMOV-OBS         PIC X(30).

       FD ARQ-DISPUTAS.
       COPY CBLDSP01.

      *    MESTRE DE TITULOS - A ABERTURA SO E ACEITA PARA TITULO
      *    EXISTENTE, E O AGING MOSTRA O SALDO ATUAL DO TITULO.
       FD ARQ-MESTRE.
       COPY CBLMST01.

       FD ARQ-DSPAUD RECORDING MODE IS F.
       01 FL-ARQ-DSPAUD PIC X(100).

       FD ARQ-DSPAGE RECORDING MODE IS F.
       01 FL-ARQ-DSPAGE PIC X(120).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *    NOMES DOS ARQUIVOS - PARAMETRIZAVEIS EM TEMPO DE EXECUCAO
      *    (assumem o path do ambiente de desenvolvimento original caso
      *    a variavel de ambiente / DD correspondente nao seja informada)
      *-----------------------------------------------------------------
       01 WK-PATH-DSPMOV PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício05\CBLZMW22-MOV.txt'.
       01 WK-PATH-DISPUTAS PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício05\CBLZMW22-DSP.dat'.
       01 WK-PATH-MESTRE PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício05\CBLZMW05-MST.dat'.
       01 WK-PATH-DSPAUD PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício05\CBLZMW22-AUD.txt'.
       01 WK-PATH-DSPAGE PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício05\CBLZMW22-AGE.txt'.

       01 AS-STATUS-DSPMOV PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-DSP    PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-MST    PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-AUD    PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-AGE    PIC 9(02) VALUE ZEROS.

       01 WK-CABEC01 PIC X(120) VALUE ALL '='.
       01 WK-TRACO   PIC X(120) VALUE ALL '-'.

       01 WK-DATA-SYS.
           02 WK-YEAR-SYS  PIC 9(04) VALUE ZEROS.
           02 WK-MONTH-SYS PIC 9(02) VALUE ZEROS.
           02 WK-DAY-SYS   PIC 9(02) VALUE ZEROS.
       01 WK-DATA-SYS-NUM REDEFINES WK-DATA-SYS PIC 9(08).

      *    DISPUTA ABERTA SEM ATUALIZACAO HA DSP-ALERTA DIAS OU MAIS
      *    SAI DESTACADA NO AGING (DEFAULT 30).
       01 WK-ALERTA-X PIC X(03) VALUE SPACES.
       01 WK-ALERTA   PIC 9(03) VALUE 030.

       01 WK-DISPUTAS-OK PIC X(01) VALUE 'N'.
           88 DISPUTAS-ABERTAS VALUE 'S'.
       01 WK-MESTRE-OK PIC X(01) VALUE 'N'.
           88 MESTRE-ATIVO VALUE 'S'.
       01 WK-MOVTOS-OK PIC X(01) VALUE 'N'.
           88 MOVTOS-ATIVOS VALUE 'S'.

       01 WK-MOT-REJ     PIC X(25) VALUE SPACES.
      *    GRAVACAO RECUSADA PELO ARQUIVO DE DISPUTAS (CHAVE DUPLICADA,
      *    REGISTRO SUMIDO ENTRE A LEITURA E O REWRITE) - A TRANSACAO
      *    SAI REJEITADA COM O FILE STATUS NA AUDITORIA.
       01 WK-MOT-GRAVACAO.
           02 FILLER         PIC X(21) VALUE 'ERRO GRAVACAO STATUS '.
           02 WK-MOT-GRAV-ST PIC 9(02).
           02 FILLER         PIC X(02) VALUE SPACES.
       01 WK-RESULT      PIC X(10) VALUE SPACES.
       01 WK-DATA-FATO   PIC 9(08) VALUE ZEROS.

       01 WK-CONT-MOVTOS     PIC 9(07) VALUE ZEROS.
       01 WK-CONT-ABERTAS    PIC 9(07) VALUE ZEROS.
       01 WK-CONT-REABERTAS  PIC 9(07) VALUE ZEROS.
       01 WK-CONT-ALTERADAS  PIC 9(07) VALUE ZEROS.
       01 WK-CONT-ENCERRADAS PIC 9(07) VALUE ZEROS.
       01 WK-CONT-REJEITADOS PIC 9(07) VALUE ZEROS.
       01 WK-CONT-EM-ABERTO  PIC 9(07) VALUE ZEROS.
       01 WK-CONT-PARADAS    PIC 9(07) VALUE ZEROS.
       01 WK-CONT-FORA-MST   PIC 9(07) VALUE ZEROS.
       01 WK-VALOR-EM-ABERTO PIC 9(15)V99 VALUE ZEROS.

      *-----------------------------------------------------------------
      *    AREAS PARA VALIDACAO DE DSPMOV-CNPJ (MODULO 11) - MESMO
      *    CALCULO DE 2050-VALIDAR-CNPJ DE CBLX0008.
      *-----------------------------------------------------------------
       01 WK-TAB-PESO1.
           05 FILLER PIC 9 VALUE 5.
           05 FILLER PIC 9 VALUE 4.
           05 FILLER PIC 9 VALUE 3.
           05 FILLER PIC 9 VALUE 2.
           05 FILLER PIC 9 VALUE 9.
           05 FILLER PIC 9 VALUE 8.
           05 FILLER PIC 9 VALUE 7.
           05 FILLER PIC 9 VALUE 6.
           05 FILLER PIC 9 VALUE 5.
           05 FILLER PIC 9 VALUE 4.
           05 FILLER PIC 9 VALUE 3.
           05 FILLER PIC 9 VALUE 2.
       01 WK-TAB-PESO1-R REDEFINES WK-TAB-PESO1.
           05 WK-PESO1 PIC 9 OCCURS 12 TIMES.

       01 WK-TAB-PESO2.
           05 FILLER PIC 9 VALUE 6.
           05 FILLER PIC 9 VALUE 5.
           05 FILLER PIC 9 VALUE 4.
           05 FILLER PIC 9 VALUE 3.
           05 FILLER PIC 9 VALUE 2.
           05 FILLER PIC 9 VALUE 9.
           05 FILLER PIC 9 VALUE 8.
           05 FILLER PIC 9 VALUE 7.
           05 FILLER PIC 9 VALUE 6.
           05 FILLER PIC 9 VALUE 5.
           05 FILLER PIC 9 VALUE 4.
           05 FILLER PIC 9 VALUE 3.
           05 FILLER PIC 9 VALUE 2.
       01 WK-TAB-PESO2-R REDEFINES WK-TAB-PESO2.
           05 WK-PESO2 PIC 9 OCCURS 13 TIMES.

       01 WK-CNPJ-VALIDA   PIC 9(14) VALUE ZEROS.
       01 WK-CNPJ-VALIDA-R REDEFINES WK-CNPJ-VALIDA.
           05 WK-CNPJ-DV PIC 9(01) OCCURS 14 TIMES.

       01 WK-CNPJ-IX        PIC 9(02) VALUE ZEROS.
       01 WK-CNPJ-SOMA      PIC 9(05) VALUE ZEROS.
       01 WK-CNPJ-QUOC      PIC 9(03) VALUE ZEROS.
       01 WK-CNPJ-RESTO     PIC 9(02) VALUE ZEROS.
       01 WK-CNPJ-DV1-CALC  PIC 9(01) VALUE ZEROS.
       01 WK-CNPJ-DV2-CALC  PIC 9(01) VALUE ZEROS.

       01 WK-CNPJ-VALIDO    PIC X(01) VALUE 'S'.
           88 CNPJ-VALIDO   VALUE 'S'.
           88 CNPJ-INVALIDO VALUE 'N'.

       01 WK-CNPJ-IGUAIS     PIC X(01) VALUE 'S'.
           88 CNPJ-TODOS-IGUAIS VALUE 'S'.

      *-----------------------------------------------------------------
      *    FAIXAS DO AGING (DIAS DESDE A ABERTURA DA DISPUTA)
      *-----------------------------------------------------------------
       01 WK-TAB-FAIXA-DESC.
           05 FILLER PIC X(10) VALUE 'ATE 30    '.
           05 FILLER PIC X(10) VALUE '31 A 60   '.
           05 FILLER PIC X(10) VALUE '61 A 90   '.
           05 FILLER PIC X(10) VALUE 'ACIMA 90  '.
       01 WK-TAB-FAIXA-DESC-R REDEFINES WK-TAB-FAIXA-DESC.
           05 WK-FX-DESC PIC X(10) OCCURS 4 TIMES.
       01 WK-TAB-FAIXA.
           05 WK-FX-OCORR OCCURS 4 TIMES.
               10 WK-FX-QTD   PIC 9(07).
               10 WK-FX-VALOR PIC 9(15)V99.
       01 WK-FX-IX     PIC 9(01) VALUE ZEROS.
       01 WK-DIAS-ABERTA PIC 9(05) VALUE ZEROS.
       01 WK-DIAS-PARADA PIC 9(05) VALUE ZEROS.

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

       01 WK-AUD-LINHA.
           02 WK-AUD-TIPO   PIC X(01).
           02 FILLER        PIC X(02) VALUE SPACES.
           02 WK-AUD-CNPJ   PIC X(14).
           02 FILLER        PIC X(02) VALUE SPACES.
           02 WK-AUD-VENC   PIC X(08).
           02 FILLER        PIC X(02) VALUE SPACES.
           02 WK-AUD-MOT    PIC X(02).
           02 FILLER        PIC X(02) VALUE SPACES.
           02 WK-AUD-RESP   PIC X(15).
           02 FILLER        PIC X(02) VALUE SPACES.
           02 WK-AUD-RESULT PIC X(10).
           02 FILLER        PIC X(02) VALUE SPACES.
           02 WK-AUD-MOTIVO PIC X(25).
           02 FILLER        PIC X(13) VALUE SPACES.

       01 WK-AGE-CAB1.
           02 FILLER PIC X(39) VALUE
               'AGING DAS DISPUTAS EM ABERTO - POSICAO '.
           02 WK-AGE-CAB1-DATA PIC X(10).
           02 FILLER PIC X(71) VALUE SPACES.

       01 WK-AGE-CAB2.
           02 FILLER PIC X(16) VALUE 'CNPJ'.
           02 FILLER PIC X(12) VALUE 'VENCIMENTO'.
           02 FILLER PIC X(04) VALUE 'MT'.
           02 FILLER PIC X(17) VALUE 'RESPONSAVEL'.
           02 FILLER PIC X(12) VALUE 'ABERTURA'.
           02 FILLER PIC X(06) VALUE ' DIAS'.
           02 FILLER PIC X(12) VALUE 'FAIXA'.
           02 FILLER PIC X(18) VALUE '           SALDO'.
           02 FILLER PIC X(23) VALUE 'SITUACAO'.

       01 WK-AGE-LINHA.
           02 WK-AGE-CNPJ  PIC 9(14).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 WK-AGE-VENC  PIC X(10).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 WK-AGE-MOT   PIC X(02).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 WK-AGE-RESP  PIC X(15).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 WK-AGE-ABERT PIC X(10).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 WK-AGE-DIAS  PIC ZZZZ9.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 WK-AGE-FAIXA PIC X(10).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 WK-AGE-VALOR PIC Z(12)9.99.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 WK-AGE-INFO  PIC X(23).

       01 WK-AGE-TOTAL.
           02 FILLER        PIC X(06) VALUE 'FAIXA '.
           02 WK-AGT-DESC   PIC X(10).
           02 FILLER        PIC X(07) VALUE ' QTDE: '.
           02 WK-AGT-QTD    PIC ZZZZZZ9.
           02 FILLER        PIC X(08) VALUE ' SALDO: '.
           02 WK-AGT-VALOR  PIC Z(14)9.99.
           02 FILLER        PIC X(64) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 1000-INICIALIZAR.
           PERFORM 3000-FINALIZAR.
      *-----------------------------------------------------------------
      *     INCIALIZACAO DO PROGRAMA
      *-----------------------------------------------------------------
       1000-INICIALIZAR SECTION.
           ACCEPT WK-DATA-SYS FROM DATE YYYYMMDD
           MOVE ZEROS TO WK-TAB-FAIXA

           PERFORM 1150-OBTER-PARAMETROS-ARQUIVO

      *    NA PRIMEIRA EXECUCAO O ARQUIVO AINDA NAO EXISTE (STATUS
      *    35) - E CRIADO VAZIO E REABERTO EM I-O, COMO CBLX0013 FAZ
      *    COM O CADASTRO DE DEVEDORES.
           OPEN I-O ARQ-DISPUTAS
           IF AS-STATUS-DSP EQUAL 35
               OPEN OUTPUT ARQ-DISPUTAS
               CLOSE ARQ-DISPUTAS
               OPEN I-O ARQ-DISPUTAS
           END-IF
           IF AS-STATUS-DSP NOT EQUAL ZEROS
               DISPLAY 'ERRO DE ABERTURA DO CADASTRO DE DISPUTAS '
                        AS-STATUS-DSP
               GO TO 1000-INICIALIZAR-EXIT
           END-IF
           MOVE 'S' TO WK-DISPUTAS-OK

           OPEN INPUT ARQ-MESTRE
           IF AS-STATUS-MST NOT EQUAL ZEROS
               DISPLAY 'ARQUIVO MESTRE NAO DISPONIVEL - ABERTURAS '
                       'REJEITADAS E AGING SEM SALDO ' AS-STATUS-MST
           ELSE
               MOVE 'S' TO WK-MESTRE-OK
           END-IF

      *    SEM TRANSACOES NO DIA O PROGRAMA AINDA GERA O AGING.
           OPEN INPUT ARQ-DSPMOV
           IF AS-STATUS-DSPMOV NOT EQUAL ZEROS
               DISPLAY 'SEM TRANSACOES DE DISPUTA NESTA EXECUCAO '
                        AS-STATUS-DSPMOV
           ELSE
               MOVE 'S' TO WK-MOVTOS-OK
           END-IF

           OPEN OUTPUT ARQ-DSPAUD
           IF AS-STATUS-AUD NOT EQUAL ZEROS
               DISPLAY 'ERRO DE ABERTURA DA LISTAGEM DE AUDITORIA '
                        AS-STATUS-AUD
           END-IF

           MOVE WK-CABEC01 TO FL-ARQ-DSPAUD
           WRITE FL-ARQ-DSPAUD.

           MOVE 'MANUTENCAO DO CADASTRO DE DISPUTAS' TO FL-ARQ-DSPAUD
           WRITE FL-ARQ-DSPAUD AFTER ADVANCING 1 LINE.

           MOVE WK-CABEC01 TO FL-ARQ-DSPAUD
           WRITE FL-ARQ-DSPAUD AFTER ADVANCING 1 LINE.

           IF MOVTOS-ATIVOS
               PERFORM 2000-PROCESSAR
               CLOSE ARQ-DSPMOV
               IF AS-STATUS-DSPMOV NOT EQUAL ZEROS
                   DISPLAY 'ERRO AO FECHAR AS TRANSACOES DE DISPUTA '
                            AS-STATUS-DSPMOV
               END-IF
           END-IF

           CLOSE ARQ-DSPAUD
           IF AS-STATUS-AUD NOT EQUAL ZEROS
               DISPLAY 'ERRO AO FECHAR A LISTAGEM DE AUDITORIA '
                        AS-STATUS-AUD
           END-IF

           PERFORM 2500-GERAR-AGING

           CLOSE ARQ-DISPUTAS
           IF AS-STATUS-DSP NOT EQUAL ZEROS
               DISPLAY 'ERRO AO FECHAR O CADASTRO DE DISPUTAS '
                        AS-STATUS-DSP
           END-IF

           IF MESTRE-ATIVO
               CLOSE ARQ-MESTRE
           END-IF
           .
       1000-INICIALIZAR-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     OBTER NOMES DOS ARQUIVOS INFORMADOS PELA OPERACAO
      *     (variaveis de ambiente ao estilo DD do JCL; mantem o
      *     default se nao informadas)
      *-----------------------------------------------------------------
       1150-OBTER-PARAMETROS-ARQUIVO SECTION.
           ACCEPT WK-PATH-DSPMOV FROM ENVIRONMENT 'DD-DSPMOV'
           ON EXCEPTION
               CONTINUE
           END-ACCEPT

           ACCEPT WK-PATH-DISPUTAS FROM ENVIRONMENT 'DD-DISPUTAS'
           ON EXCEPTION
               CONTINUE
           END-ACCEPT

           ACCEPT WK-PATH-MESTRE FROM ENVIRONMENT 'DD-MESTRE'
           ON EXCEPTION
               CONTINUE
           END-ACCEPT

           ACCEPT WK-PATH-DSPAUD FROM ENVIRONMENT 'DD-DSPAUD'
           ON EXCEPTION
               CONTINUE
           END-ACCEPT

           ACCEPT WK-PATH-DSPAGE FROM ENVIRONMENT 'DD-DSPAGE'
           ON EXCEPTION
               CONTINUE
           END-ACCEPT

           ACCEPT WK-ALERTA-X FROM ENVIRONMENT 'DSP-ALERTA'
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
      *     PROCESSAMENTO DAS TRANSACOES DE MANUTENCAO
      *-----------------------------------------------------------------
       2000-PROCESSAR SECTION.
           READ ARQ-DSPMOV AT END
                GO TO 2000-PROCESSAR-EXIT.

           ADD 1 TO WK-CONT-MOVTOS
           MOVE SPACES TO WK-MOT-REJ

           IF DSPMOV-CNPJ NOT NUMERIC OR DSPMOV-VENC NOT NUMERIC
               MOVE 'CNPJ/VENC NAO NUMERICO' TO WK-MOT-REJ
               PERFORM 2400-AUDITAR-REJEICAO
               GO TO 2000-PROCESSAR
           END-IF

           IF NOT DSPMOV-TIPO-VALIDO
               MOVE 'TIPO INVALIDO' TO WK-MOT-REJ
               PERFORM 2400-AUDITAR-REJEICAO
               GO TO 2000-PROCESSAR
           END-IF

           PERFORM 2050-VALIDAR-CNPJ

           IF CNPJ-INVALIDO
               MOVE 'CNPJ INVALIDO' TO WK-MOT-REJ
               PERFORM 2400-AUDITAR-REJEICAO
               GO TO 2000-PROCESSAR
           END-IF

           IF DSPMOV-DATA NUMERIC AND DSPMOV-DATA NOT EQUAL ZEROS
               MOVE DSPMOV-DATA TO WK-DATA-FATO
           ELSE
               MOVE WK-DATA-SYS-NUM TO WK-DATA-FATO
           END-IF

           IF WK-DATA-FATO > WK-DATA-SYS-NUM
               MOVE 'DATA FUTURA' TO WK-MOT-REJ
               PERFORM 2400-AUDITAR-REJEICAO
               GO TO 2000-PROCESSAR
           END-IF

           MOVE DSPMOV-CNPJ TO DSP-CNPJ
           MOVE DSPMOV-VENC TO DSP-VENC

           IF DSPMOV-ABERTURA
               PERFORM 2110-APLICAR-ABERTURA
               GO TO 2000-PROCESSAR
           END-IF

           IF DSPMOV-ATUALIZACAO
               PERFORM 2120-APLICAR-ATUALIZACAO
               GO TO 2000-PROCESSAR
           END-IF

           PERFORM 2140-APLICAR-ENCERRAMENTO
           GO TO 2000-PROCESSAR
           .
       2000-PROCESSAR-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     VALIDAR DSPMOV-CNPJ (DIGITO VERIFICADOR MODULO 11)
      *-----------------------------------------------------------------
       2050-VALIDAR-CNPJ SECTION.
           MOVE 'S'         TO WK-CNPJ-VALIDO
           MOVE DSPMOV-CNPJ TO WK-CNPJ-VALIDA
           MOVE ZEROS       TO WK-CNPJ-SOMA

           PERFORM 2053-VERIFICAR-DIGITOS-IGUAIS
           IF CNPJ-TODOS-IGUAIS
               MOVE 'N' TO WK-CNPJ-VALIDO
               GO TO 2050-VALIDAR-CNPJ-EXIT
           END-IF

           PERFORM 2051-SOMAR-DIGITO1 VARYING WK-CNPJ-IX FROM 1 BY 1
               UNTIL WK-CNPJ-IX > 12

           DIVIDE WK-CNPJ-SOMA BY 11
               GIVING WK-CNPJ-QUOC REMAINDER WK-CNPJ-RESTO

           IF WK-CNPJ-RESTO < 2
               MOVE 0 TO WK-CNPJ-DV1-CALC
           ELSE
               SUBTRACT WK-CNPJ-RESTO FROM 11 GIVING WK-CNPJ-DV1-CALC
           END-IF

           IF WK-CNPJ-DV1-CALC NOT EQUAL WK-CNPJ-DV (13)
               MOVE 'N' TO WK-CNPJ-VALIDO
               GO TO 2050-VALIDAR-CNPJ-EXIT
           END-IF

           MOVE ZEROS TO WK-CNPJ-SOMA
           PERFORM 2052-SOMAR-DIGITO2 VARYING WK-CNPJ-IX FROM 1 BY 1
               UNTIL WK-CNPJ-IX > 13

           DIVIDE WK-CNPJ-SOMA BY 11
               GIVING WK-CNPJ-QUOC REMAINDER WK-CNPJ-RESTO

           IF WK-CNPJ-RESTO < 2
               MOVE 0 TO WK-CNPJ-DV2-CALC
           ELSE
               SUBTRACT WK-CNPJ-RESTO FROM 11 GIVING WK-CNPJ-DV2-CALC
           END-IF

           IF WK-CNPJ-DV2-CALC NOT EQUAL WK-CNPJ-DV (14)
               MOVE 'N' TO WK-CNPJ-VALIDO
           END-IF
           .
       2050-VALIDAR-CNPJ-EXIT.
           EXIT.

       2051-SOMAR-DIGITO1 SECTION.
           COMPUTE WK-CNPJ-SOMA = WK-CNPJ-SOMA +
               (WK-CNPJ-DV (WK-CNPJ-IX) * WK-PESO1 (WK-CNPJ-IX))
           .
       2051-SOMAR-DIGITO1-EXIT.
           EXIT.

       2052-SOMAR-DIGITO2 SECTION.
           COMPUTE WK-CNPJ-SOMA = WK-CNPJ-SOMA +
               (WK-CNPJ-DV (WK-CNPJ-IX) * WK-PESO2 (WK-CNPJ-IX))
           .
       2052-SOMAR-DIGITO2-EXIT.
           EXIT.

       2053-VERIFICAR-DIGITOS-IGUAIS SECTION.
           MOVE 'S' TO WK-CNPJ-IGUAIS

           PERFORM 2054-COMPARAR-DIGITO VARYING WK-CNPJ-IX FROM 2 BY 1
               UNTIL WK-CNPJ-IX > 14
           .
       2053-VERIFICAR-DIGITOS-IGUAIS-EXIT.
           EXIT.

       2054-COMPARAR-DIGITO SECTION.
           IF WK-CNPJ-DV (WK-CNPJ-IX) NOT EQUAL WK-CNPJ-DV (1)
               MOVE 'N' TO WK-CNPJ-IGUAIS
           END-IF
           .
       2054-COMPARAR-DIGITO-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     ABERTURA - NOVA DISPUTA OU REABERTURA DE UMA ENCERRADA
      *-----------------------------------------------------------------
      *    SO TITULO PRESENTE NO MESTRE PODE SER CONTESTADO - A CHAVE
      *    DA DISPUTA TEM DE SER A MESMA QUE CBLX0008 PROCURA.
       2110-APLICAR-ABERTURA SECTION.
           MOVE DSPMOV-MOTIVO TO DSP-MOTIVO
           IF NOT DSP-MOTIVO-VALIDO
               MOVE 'MOTIVO INVALIDO' TO WK-MOT-REJ
               PERFORM 2400-AUDITAR-REJEICAO
               GO TO 2110-APLICAR-ABERTURA-EXIT
           END-IF

           IF DSPMOV-RESPONSAVEL EQUAL SPACES
               MOVE 'RESPONSAVEL EM BRANCO' TO WK-MOT-REJ
               PERFORM 2400-AUDITAR-REJEICAO
               GO TO 2110-APLICAR-ABERTURA-EXIT
           END-IF

           IF NOT MESTRE-ATIVO
               MOVE 'MESTRE INDISPONIVEL' TO WK-MOT-REJ
               PERFORM 2400-AUDITAR-REJEICAO
               GO TO 2110-APLICAR-ABERTURA-EXIT
           END-IF

           MOVE DSPMOV-CNPJ TO MST-CNPJ
           MOVE DSPMOV-VENC TO MST-VENC
           READ ARQ-MESTRE
               INVALID KEY
                   MOVE 'TITULO NAO ESTA NO MESTRE' TO WK-MOT-REJ
                   PERFORM 2400-AUDITAR-REJEICAO
                   GO TO 2110-APLICAR-ABERTURA-EXIT
           END-READ

           MOVE DSPMOV-CNPJ TO DSP-CNPJ
           MOVE DSPMOV-VENC TO DSP-VENC
           READ ARQ-DISPUTAS
               INVALID KEY
                   PERFORM 2200-MONTAR-ABERTURA
                   WRITE FL-ARQ-DISPUTAS
                       INVALID KEY
                           PERFORM 2410-REJEITAR-GRAVACAO
                       NOT INVALID KEY
                           ADD 1 TO WK-CONT-ABERTAS
                           MOVE 'ABERTA' TO WK-RESULT
                           PERFORM 2450-AUDITAR-ACEITE
                   END-WRITE
                   GO TO 2110-APLICAR-ABERTURA-EXIT
           END-READ

           IF DSP-ABERTA
               MOVE 'DISPUTA JA ABERTA' TO WK-MOT-REJ
               PERFORM 2400-AUDITAR-REJEICAO
               GO TO 2110-APLICAR-ABERTURA-EXIT
           END-IF

           PERFORM 2200-MONTAR-ABERTURA
           REWRITE FL-ARQ-DISPUTAS
               INVALID KEY
                   PERFORM 2410-REJEITAR-GRAVACAO
               NOT INVALID KEY
                   ADD 1 TO WK-CONT-REABERTAS
                   MOVE 'REABERTA' TO WK-RESULT
                   PERFORM 2450-AUDITAR-ACEITE
           END-REWRITE
           .
       2110-APLICAR-ABERTURA-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     ATUALIZACAO - MOTIVO, RESPONSAVEL E OBSERVACAO
      *-----------------------------------------------------------------
       2120-APLICAR-ATUALIZACAO SECTION.
           READ ARQ-DISPUTAS
               INVALID KEY
                   MOVE 'DISPUTA INEXISTENTE' TO WK-MOT-REJ
                   PERFORM 2400-AUDITAR-REJEICAO
                   GO TO 2120-APLICAR-ATUALIZACAO-EXIT
           END-READ

           IF NOT DSP-ABERTA
               MOVE 'DISPUTA JA ENCERRADA' TO WK-MOT-REJ
               PERFORM 2400-AUDITAR-REJEICAO
               GO TO 2120-APLICAR-ATUALIZACAO-EXIT
           END-IF

           IF DSPMOV-MOTIVO NOT EQUAL SPACES
               MOVE DSPMOV-MOTIVO TO DSP-MOTIVO
               IF NOT DSP-MOTIVO-VALIDO
                   MOVE 'MOTIVO INVALIDO' TO WK-MOT-REJ
                   PERFORM 2400-AUDITAR-REJEICAO
                   GO TO 2120-APLICAR-ATUALIZACAO-EXIT
               END-IF
           END-IF

           IF DSPMOV-RESPONSAVEL NOT EQUAL SPACES
               MOVE DSPMOV-RESPONSAVEL TO DSP-RESPONSAVEL
           END-IF
           IF DSPMOV-OBS NOT EQUAL SPACES
               MOVE DSPMOV-OBS TO DSP-OBS
           END-IF
           MOVE WK-DATA-FATO TO DSP-DATA-ALT

           REWRITE FL-ARQ-DISPUTAS
               INVALID KEY
                   PERFORM 2410-REJEITAR-GRAVACAO
               NOT INVALID KEY
                   ADD 1 TO WK-CONT-ALTERADAS
                   MOVE 'ALTERADA' TO WK-RESULT
                   PERFORM 2450-AUDITAR-ACEITE
           END-REWRITE
           .
       2120-APLICAR-ATUALIZACAO-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     ENCERRAMENTO - REGISTRA A RESOLUCAO E LIBERA A COBRANCA
      *-----------------------------------------------------------------
       2140-APLICAR-ENCERRAMENTO SECTION.
           READ ARQ-DISPUTAS
               INVALID KEY
                   MOVE 'DISPUTA INEXISTENTE' TO WK-MOT-REJ
                   PERFORM 2400-AUDITAR-REJEICAO
                   GO TO 2140-APLICAR-ENCERRAMENTO-EXIT
           END-READ

           IF NOT DSP-ABERTA
               MOVE 'DISPUTA JA ENCERRADA' TO WK-MOT-REJ
               PERFORM 2400-AUDITAR-REJEICAO
               GO TO 2140-APLICAR-ENCERRAMENTO-EXIT
           END-IF

           MOVE DSPMOV-RESOLUCAO TO DSP-RESOLUCAO
           IF NOT DSP-RESOLUCAO-VALIDA
               MOVE 'RESOLUCAO INVALIDA' TO WK-MOT-REJ
               PERFORM 2400-AUDITAR-REJEICAO
               GO TO 2140-APLICAR-ENCERRAMENTO-EXIT
           END-IF

           IF WK-DATA-FATO < DSP-DATA-ABERT
               MOVE 'ENCERRAMENTO ANTES ABERTURA' TO WK-MOT-REJ
               PERFORM 2400-AUDITAR-REJEICAO
               GO TO 2140-APLICAR-ENCERRAMENTO-EXIT
           END-IF

           MOVE 'E'          TO DSP-STATUS
           MOVE WK-DATA-FATO TO DSP-DATA-ENCERR DSP-DATA-ALT
           IF DSPMOV-RESPONSAVEL NOT EQUAL SPACES
               MOVE DSPMOV-RESPONSAVEL TO DSP-RESPONSAVEL
           END-IF
           IF DSPMOV-OBS NOT EQUAL SPACES
               MOVE DSPMOV-OBS TO DSP-OBS
           END-IF

           REWRITE FL-ARQ-DISPUTAS
               INVALID KEY
                   PERFORM 2410-REJEITAR-GRAVACAO
               NOT INVALID KEY
                   ADD 1 TO WK-CONT-ENCERRADAS
                   MOVE 'ENCERRADA' TO WK-RESULT
                   PERFORM 2450-AUDITAR-ACEITE
           END-REWRITE
           .
       2140-APLICAR-ENCERRAMENTO-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     MONTAR O REGISTRO DA DISPUTA ABERTA A PARTIR DA TRANSACAO
      *-----------------------------------------------------------------
       2200-MONTAR-ABERTURA SECTION.
           MOVE DSPMOV-CNPJ        TO DSP-CNPJ
           MOVE DSPMOV-VENC        TO DSP-VENC
           MOVE 'A'                TO DSP-STATUS
           MOVE DSPMOV-MOTIVO      TO DSP-MOTIVO
           MOVE WK-DATA-FATO       TO DSP-DATA-ABERT DSP-DATA-ALT
           MOVE DSPMOV-RESPONSAVEL TO DSP-RESPONSAVEL
           MOVE SPACES             TO DSP-RESOLUCAO
           MOVE ZEROS              TO DSP-DATA-ENCERR
           MOVE DSPMOV-OBS         TO DSP-OBS
           .
       2200-MONTAR-ABERTURA-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     LISTAGEM DE AUDITORIA - TRANSACAO REJEITADA
      *-----------------------------------------------------------------
       2400-AUDITAR-REJEICAO SECTION.
           ADD 1 TO WK-CONT-REJEITADOS

           MOVE DSPMOV-TIPO        TO WK-AUD-TIPO
           MOVE DSPMOV-CNPJ        TO WK-AUD-CNPJ
           MOVE DSPMOV-VENC        TO WK-AUD-VENC
           MOVE DSPMOV-MOTIVO      TO WK-AUD-MOT
           MOVE DSPMOV-RESPONSAVEL TO WK-AUD-RESP
           MOVE 'REJEITADO'        TO WK-AUD-RESULT
           MOVE WK-MOT-REJ         TO WK-AUD-MOTIVO

           MOVE WK-AUD-LINHA TO FL-ARQ-DSPAUD
           WRITE FL-ARQ-DSPAUD AFTER ADVANCING 1 LINE
           .
       2400-AUDITAR-REJEICAO-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     LISTAGEM DE AUDITORIA - GRAVACAO DA DISPUTA RECUSADA
      *-----------------------------------------------------------------
       2410-REJEITAR-GRAVACAO SECTION.
           MOVE AS-STATUS-DSP   TO WK-MOT-GRAV-ST
           MOVE WK-MOT-GRAVACAO TO WK-MOT-REJ
           PERFORM 2400-AUDITAR-REJEICAO
           .
       2410-REJEITAR-GRAVACAO-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     LISTAGEM DE AUDITORIA - TRANSACAO ACEITA (REGISTRO COMO
      *     FICOU NO ARQUIVO)
      *-----------------------------------------------------------------
       2450-AUDITAR-ACEITE SECTION.
           MOVE DSPMOV-TIPO     TO WK-AUD-TIPO
           MOVE DSP-CNPJ        TO WK-AUD-CNPJ
           MOVE DSP-VENC        TO WK-AUD-VENC
           MOVE DSP-MOTIVO      TO WK-AUD-MOT
           MOVE DSP-RESPONSAVEL TO WK-AUD-RESP
           MOVE WK-RESULT       TO WK-AUD-RESULT
           MOVE SPACES          TO WK-AUD-MOTIVO
           IF DSP-ENCERRADA
               STRING 'RESOLUCAO ' DSP-RESOLUCAO
                   DELIMITED BY SIZE INTO WK-AUD-MOTIVO
           END-IF

           MOVE WK-AUD-LINHA TO FL-ARQ-DSPAUD
           WRITE FL-ARQ-DSPAUD AFTER ADVANCING 1 LINE
           .
       2450-AUDITAR-ACEITE-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     AGING DAS DISPUTAS EM ABERTO
      *-----------------------------------------------------------------
       2500-GERAR-AGING SECTION.
           OPEN OUTPUT ARQ-DSPAGE
           IF AS-STATUS-AGE NOT EQUAL ZEROS
               DISPLAY 'ERRO DE ABERTURA DO AGING DE DISPUTAS '
                        AS-STATUS-AGE
               GO TO 2500-GERAR-AGING-EXIT
           END-IF

           MOVE WK-DATA-SYS-NUM TO WK-DATA-CALC
           PERFORM 2950-EDITAR-DATA
           MOVE WK-DATA-EDIT TO WK-AGE-CAB1-DATA

           MOVE WK-CABEC01 TO FL-ARQ-DSPAGE
           WRITE FL-ARQ-DSPAGE
           MOVE WK-AGE-CAB1 TO FL-ARQ-DSPAGE
           WRITE FL-ARQ-DSPAGE AFTER ADVANCING 1 LINE
           MOVE WK-CABEC01 TO FL-ARQ-DSPAGE
           WRITE FL-ARQ-DSPAGE AFTER ADVANCING 1 LINE
           MOVE WK-AGE-CAB2 TO FL-ARQ-DSPAGE
           WRITE FL-ARQ-DSPAGE AFTER ADVANCING 1 LINE
           MOVE WK-TRACO TO FL-ARQ-DSPAGE
           WRITE FL-ARQ-DSPAGE AFTER ADVANCING 1 LINE

           MOVE LOW-VALUES TO DSP-CHAVE
           START ARQ-DISPUTAS KEY IS NOT LESS THAN DSP-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 2510-LER-DISPUTA
           END-START

           IF WK-CONT-EM-ABERTO EQUAL ZEROS
               MOVE 'NENHUMA DISPUTA EM ABERTO' TO FL-ARQ-DSPAGE
               WRITE FL-ARQ-DSPAGE AFTER ADVANCING 1 LINE
           END-IF

           MOVE WK-TRACO TO FL-ARQ-DSPAGE
           WRITE FL-ARQ-DSPAGE AFTER ADVANCING 1 LINE

           PERFORM 2540-IMPRIMIR-FAIXA
               VARYING WK-FX-IX FROM 1 BY 1 UNTIL WK-FX-IX > 4

           MOVE 'TOTAL     ' TO WK-AGT-DESC
           MOVE WK-CONT-EM-ABERTO  TO WK-AGT-QTD
           MOVE WK-VALOR-EM-ABERTO TO WK-AGT-VALOR
           MOVE WK-AGE-TOTAL TO FL-ARQ-DSPAGE
           WRITE FL-ARQ-DSPAGE AFTER ADVANCING 1 LINE

           CLOSE ARQ-DSPAGE
           IF AS-STATUS-AGE NOT EQUAL ZEROS
               DISPLAY 'ERRO AO FECHAR O AGING DE DISPUTAS '
                        AS-STATUS-AGE
           END-IF
           .
       2500-GERAR-AGING-EXIT.
           EXIT.

       2510-LER-DISPUTA SECTION.
           READ ARQ-DISPUTAS NEXT RECORD AT END
                GO TO 2510-LER-DISPUTA-EXIT.

           IF NOT DSP-ABERTA
               GO TO 2510-LER-DISPUTA
           END-IF

           PERFORM 2520-IMPRIMIR-DISPUTA
           GO TO 2510-LER-DISPUTA
           .
       2510-LER-DISPUTA-EXIT.
           EXIT.

      *    A DISPUTA SEM ATUALIZACAO HA WK-ALERTA DIAS OU MAIS E A DE
      *    TITULO QUE JA SAIU DO MESTRE (BAIXADO, EXCLUIDO OU
      *    PRORROGADO) SAEM DESTACADAS PARA O RESPONSAVEL AGIR.
       2520-IMPRIMIR-DISPUTA SECTION.
           ADD 1 TO WK-CONT-EM-ABERTO

           COMPUTE WK-DIAS-ABERTA =
               FUNCTION INTEGER-OF-DATE (WK-DATA-SYS-NUM)
             - FUNCTION INTEGER-OF-DATE (DSP-DATA-ABERT)
           COMPUTE WK-DIAS-PARADA =
               FUNCTION INTEGER-OF-DATE (WK-DATA-SYS-NUM)
             - FUNCTION INTEGER-OF-DATE (DSP-DATA-ALT)

           EVALUATE TRUE
               WHEN WK-DIAS-ABERTA NOT > 30
                   MOVE 1 TO WK-FX-IX
               WHEN WK-DIAS-ABERTA NOT > 60
                   MOVE 2 TO WK-FX-IX
               WHEN WK-DIAS-ABERTA NOT > 90
                   MOVE 3 TO WK-FX-IX
               WHEN OTHER
                   MOVE 4 TO WK-FX-IX
           END-EVALUATE

           MOVE SPACES TO WK-AGE-INFO
           MOVE ZEROS  TO MST-VALOR
           IF MESTRE-ATIVO
               MOVE DSP-CNPJ TO MST-CNPJ
               MOVE DSP-VENC TO MST-VENC
               READ ARQ-MESTRE
                   INVALID KEY
                       MOVE ZEROS TO MST-VALOR
                       MOVE 'TITULO FORA DO MESTRE' TO WK-AGE-INFO
                       ADD 1 TO WK-CONT-FORA-MST
               END-READ
           END-IF

           IF WK-AGE-INFO EQUAL SPACES
                   AND WK-DIAS-PARADA NOT < WK-ALERTA
               MOVE WK-DIAS-PARADA TO WK-AGE-DIAS
               STRING 'PARADA HA ' WK-AGE-DIAS ' DIAS'
                   DELIMITED BY SIZE INTO WK-AGE-INFO
               ADD 1 TO WK-CONT-PARADAS
           END-IF

           ADD 1         TO WK-FX-QTD (WK-FX-IX)
           ADD MST-VALOR TO WK-FX-VALOR (WK-FX-IX)
           ADD MST-VALOR TO WK-VALOR-EM-ABERTO

           MOVE DSP-CNPJ        TO WK-AGE-CNPJ
           MOVE DSP-VENC        TO WK-DATA-CALC
           PERFORM 2950-EDITAR-DATA
           MOVE WK-DATA-EDIT    TO WK-AGE-VENC
           MOVE DSP-MOTIVO      TO WK-AGE-MOT
           MOVE DSP-RESPONSAVEL TO WK-AGE-RESP
           MOVE DSP-DATA-ABERT  TO WK-DATA-CALC
           PERFORM 2950-EDITAR-DATA
           MOVE WK-DATA-EDIT    TO WK-AGE-ABERT
           MOVE WK-DIAS-ABERTA  TO WK-AGE-DIAS
           MOVE WK-FX-DESC (WK-FX-IX) TO WK-AGE-FAIXA
           MOVE MST-VALOR       TO WK-AGE-VALOR

           MOVE WK-AGE-LINHA TO FL-ARQ-DSPAGE
           WRITE FL-ARQ-DSPAGE AFTER ADVANCING 1 LINE
           .
       2520-IMPRIMIR-DISPUTA-EXIT.
           EXIT.

       2540-IMPRIMIR-FAIXA SECTION.
           MOVE WK-FX-DESC (WK-FX-IX)  TO WK-AGT-DESC
           MOVE WK-FX-QTD (WK-FX-IX)   TO WK-AGT-QTD
           MOVE WK-FX-VALOR (WK-FX-IX) TO WK-AGT-VALOR
           MOVE WK-AGE-TOTAL TO FL-ARQ-DSPAGE
           WRITE FL-ARQ-DSPAGE AFTER ADVANCING 1 LINE
           .
       2540-IMPRIMIR-FAIXA-EXIT.
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
           DISPLAY 'TRANSACOES LIDAS:       ' WK-CONT-MOVTOS
           DISPLAY 'DISPUTAS ABERTAS:       ' WK-CONT-ABERTAS
           DISPLAY 'DISPUTAS REABERTAS:     ' WK-CONT-REABERTAS
           DISPLAY 'DISPUTAS ALTERADAS:     ' WK-CONT-ALTERADAS
           DISPLAY 'DISPUTAS ENCERRADAS:    ' WK-CONT-ENCERRADAS
           DISPLAY 'TRANSACOES REJEITADAS:  ' WK-CONT-REJEITADOS
           DISPLAY 'DISPUTAS EM ABERTO:     ' WK-CONT-EM-ABERTO

           IF WK-CONT-MOVTOS NOT EQUAL
                   WK-CONT-ABERTAS + WK-CONT-REABERTAS
                                   + WK-CONT-ALTERADAS
                                   + WK-CONT-ENCERRADAS
                                   + WK-CONT-REJEITADOS
               DISPLAY 'ATENCAO - LIDAS NAO BATE COM APLICADAS+REJEIT'
           END-IF

           IF WK-CONT-PARADAS > ZEROS
               DISPLAY 'ATENCAO - ' WK-CONT-PARADAS ' DISPUTAS SEM '
                       'ATUALIZACAO HA ' WK-ALERTA ' DIAS OU MAIS'
           END-IF

           IF WK-CONT-FORA-MST > ZEROS
               DISPLAY 'ATENCAO - ' WK-CONT-FORA-MST ' DISPUTAS '
                       'ABERTAS DE TITULOS FORA DO MESTRE'
           END-IF

           DISPLAY 'Processo Concluido!'
           STOP RUN.
       3000-FINALIZAR-EXIT.
           EXIT.

       END PROGRAM CBLX0025.
