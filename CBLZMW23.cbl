       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLX0026.
      ******************************************************************
      * Author: Marcelo Wzorek Filho
      * Date: 15/10/2026
      * Purpose: Arquivamento e expurgo periodico: retira do cadastro
      *          mestre (CBLZMW05-MST) os titulos BAIXADOS (06) ha
      *          mais de ARQ-MESES meses, gravando-os num arquivo
      *          morto datado e uma linha de jornal (CBLJRN01, tipo
      *          R) por remocao, para a consulta CBLX0019 continuar
      *          mostrando a historia completa; rola os historicos
      *          acrescentados em EXTEND (pagamentos CBLZMW07-PAG,
      *          jornal CBLZMW06-JRN e execucoes CBLZMW05-HIS) para
      *          arquivos anuais, mantendo vivos os ultimos ARQ-JANELA
      *          meses; e imprime o relatorio de controle com as
      *          quantidades e valores movidos e a conferencia de que
      *          nada se perdeu (lidos = arquivados + mantidos)
      * Updates:
      * 151026 - Marcelo - Create Program
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT ARQ-MESTRE ASSIGN TO
           WK-PATH-MESTRE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MST-CHAVE
           FILE STATUS IS AS-STATUS-MST.

       SELECT ARQ-JORNAL ASSIGN TO
           WK-PATH-JORNAL
           FILE STATUS IS AS-STATUS-JRN.

       SELECT ARQ-PAGHIS ASSIGN TO
           WK-PATH-PAGHIS
           FILE STATUS IS AS-STATUS-PAG.

       SELECT ARQ-HIST ASSIGN TO
           WK-PATH-HIST
           FILE STATUS IS AS-STATUS-HIS.

       SELECT ARQ-ARQMST ASSIGN TO
           WK-PATH-ARQMST
           FILE STATUS IS AS-STATUS-ARM.

       SELECT ARQ-ANOPAG ASSIGN TO
           WK-PATH-ANO
           FILE STATUS IS AS-STATUS-ANO.

       SELECT ARQ-ANOJRN ASSIGN TO
           WK-PATH-ANO
           FILE STATUS IS AS-STATUS-ANO.

       SELECT ARQ-ANOHIS ASSIGN TO
           WK-PATH-ANO
           FILE STATUS IS AS-STATUS-ANO.

       SELECT ARQ-TMPPAG ASSIGN TO
           WK-PATH-ARQTMP
           FILE STATUS IS AS-STATUS-TMP.

       SELECT ARQ-TMPJRN ASSIGN TO
           WK-PATH-ARQTMP
           FILE STATUS IS AS-STATUS-TMP.

       SELECT ARQ-TMPHIS ASSIGN TO
           WK-PATH-ARQTMP
           FILE STATUS IS AS-STATUS-TMP.

       SELECT ARQ-RELARQ ASSIGN TO
           WK-PATH-RELARQ
           FILE STATUS IS AS-STATUS-REL.

       SELECT ARQ-SORTBX ASSIGN TO
           WK-PATH-SORTARQ
           FILE STATUS IS AS-STATUS-SD.

       DATA DIVISION.
       FILE SECTION.

       FD ARQ-MESTRE.
       COPY CBLMST01.

       FD ARQ-JORNAL RECORDING MODE IS F.
       COPY CBLJRN01.

       FD ARQ-PAGHIS RECORDING MODE IS F.
       COPY CBLPAG01.

       FD ARQ-HIST RECORDING MODE IS F.
       COPY CBLHIS01.

      *    ARQUIVO MORTO DO MESTRE - UM ARQUIVO POR DATA DE EXECUCAO
      *    (PREFIXO DD-ARQMST + AAAAMMDD), ACRESCENTADO EM EXTEND PARA
      *    A REEXECUCAO DO DIA NAO PERDER O QUE JA FOI MOVIDO. A IMAGEM
      *    E O REGISTRO DE 41 BYTES DE CBLMST01 COMO ESTAVA NO MESTRE.
      *    ARM-ORIGEM: J = DATA DA BAIXA TIRADA DO JORNAL
      *                A = BAIXA ANTERIOR AO INICIO DO JORNAL (DATA
      *                    DA BAIXA SAI ZERADA)
       FD ARQ-ARQMST RECORDING MODE IS F.
       01 FL-ARQ-ARQMST.
           02 ARM-IMAGEM     PIC X(41).
           02 ARM-DATA-BAIXA PIC 9(08).
           02 ARM-ORIGEM     PIC X(01).
           02 ARM-DATA-ARQ   PIC 9(08).

      *    ARQUIVOS ANUAIS DOS HISTORICOS - MESMO LAYOUT DO ARQUIVO
      *    VIVO (CBLPAG01 / CBLJRN01 / CBLHIS01), UM POR ANO DA DATA
      *    DO REGISTRO (PREFIXO DD-ANOxxx + AAAA), EM EXTEND.
       FD ARQ-ANOPAG RECORDING MODE IS F.
       01 FL-ARQ-ANOPAG PIC X(51).

       FD ARQ-ANOJRN RECORDING MODE IS F.
       01 FL-ARQ-ANOJRN PIC X(97).

       FD ARQ-ANOHIS RECORDING MODE IS F.
       01 FL-ARQ-ANOHIS PIC X(68).

      *    COPIA DE TRABALHO DOS REGISTROS QUE FICAM NA JANELA VIVA -
      *    REGRAVADA POR CIMA DO ARQUIVO VIVO NO FIM DE CADA ROLAGEM.
       FD ARQ-TMPPAG RECORDING MODE IS F.
       01 FL-ARQ-TMPPAG PIC X(51).

       FD ARQ-TMPJRN RECORDING MODE IS F.
       01 FL-ARQ-TMPJRN PIC X(97).

       FD ARQ-TMPHIS RECORDING MODE IS F.
       01 FL-ARQ-TMPHIS PIC X(68).

       FD ARQ-RELARQ RECORDING MODE IS F.
       01 FL-ARQ-RELARQ PIC X(100).

      *    BAIXAS REGISTRADAS NO JORNAL (IMAGEM DEPOIS COM SITUACAO
      *    06), NA ORDEM DO MESTRE E DA DATA, PARA O BALANCE LINE.
       SD ARQ-SORTBX RECORDING MODE IS F.
       01 WK-ARQ-SORTBX.
           05 SRT-CHAVE.
               10 SRT-CNPJ PIC 9(14).
               10 SRT-VENC PIC 9(08).
           05 SRT-DATA     PIC 9(08).
           05 SRT-HORA     PIC 9(06).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *    NOMES DOS ARQUIVOS - PARAMETRIZAVEIS EM TEMPO DE EXECUCAO
      *    (assumem o path do ambiente de desenvolvimento original caso
      *    a variavel de ambiente / DD correspondente nao seja informada)
      *-----------------------------------------------------------------
       01 WK-PATH-MESTRE PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício05\CBLZMW05-MST.dat'.
       01 WK-PATH-JORNAL PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício05\CBLZMW06-JRN.txt'.
       01 WK-PATH-PAGHIS PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício05\CBLZMW07-PAG.txt'.
       01 WK-PATH-HIST PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício05\CBLZMW05-HIS.txt'.
       01 WK-PATH-ARQTMP PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício05\CBLZMW23-TMP.txt'.
       01 WK-PATH-RELARQ PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício05\CBLZMW23-REL.txt'.
       01 WK-PATH-SORTARQ PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício05\CBLZMW23-SRT.txt'.

      *    ARQUIVO MORTO E ARQUIVOS ANUAIS: O DD INFORMA O PREFIXO
      *    (SEM ESPACOS); O PROGRAMA COMPLETA COM A DATA / O ANO E
      *    A EXTENSAO .txt.
       01 WK-PREF-ARQMST PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício05\CBLZMW23-MST-'.
       01 WK-PREF-ANOPAG PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício05\CBLZMW23-PAG-'.
       01 WK-PREF-ANOJRN PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício05\CBLZMW23-JRN-'.
       01 WK-PREF-ANOHIS PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício05\CBLZMW23-HIS-'.
       01 WK-PREF-ATUAL  PIC X(100) VALUE SPACES.
       01 WK-PATH-ARQMST PIC X(100) VALUE SPACES.
       01 WK-PATH-ANO    PIC X(100) VALUE SPACES.

       01 AS-STATUS-MST PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-JRN PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-PAG PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-HIS PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-ARM PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-ANO PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-TMP PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-REL PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-SD  PIC 9(02) VALUE ZEROS.

       01 WK-CABEC01 PIC X(100) VALUE ALL '='.
       01 WK-TRACO   PIC X(100) VALUE ALL '-'.

       01 WK-DATA-SYS.
           02 WK-YEAR-SYS  PIC 9(04) VALUE ZEROS.
           02 WK-MONTH-SYS PIC 9(02) VALUE ZEROS.
           02 WK-DAY-SYS   PIC 9(02) VALUE ZEROS.
       01 WK-DATA-SYS-NUM REDEFINES WK-DATA-SYS PIC 9(08).

       01 WK-HORA-SYS.
           02 WK-HOUR-SYS   PIC 9(02) VALUE ZEROS.
           02 WK-MINUTE-SYS PIC 9(02) VALUE ZEROS.
           02 WK-SECOND-SYS PIC 9(02) VALUE ZEROS.

      *    SITUACAO BAIXADO (06, CBLSIT01) - SO TITULO BAIXADO SAI DO
      *    MESTRE.
       01 WK-SIT-BAIXADO PIC 9(02) VALUE 06.

      *    TIPO DA LINHA DE JORNAL DA REMOCAO POR ARQUIVAMENTO.
       01 WK-TIPO-ARQUIVAMENTO PIC X(01) VALUE 'R'.

      *-----------------------------------------------------------------
      *    PARAMETROS: ARQ-MESES = TITULO BAIXADO HA MAIS DESTES
      *    MESES SAI DO MESTRE (DEFAULT 12); ARQ-JANELA = MESES
      *    MANTIDOS VIVOS NOS HISTORICOS (DEFAULT 24). A JANELA NUNCA
      *    FICA MENOR QUE O PRAZO DO MESTRE: A DATA DA BAIXA DE UM
      *    TITULO AINDA NO MESTRE TEM DE CONTINUAR NO JORNAL VIVO.
      *-----------------------------------------------------------------
       01 WK-MESES-X  PIC X(02) VALUE SPACES.
       01 WK-MESES    PIC 9(02) VALUE 12.
       01 WK-JANELA-X PIC X(02) VALUE SPACES.
       01 WK-JANELA   PIC 9(02) VALUE 24.

      *    DATAS DE CORTE (PRIMEIRO DIA DO MES): BAIXA ANTERIOR AO
      *    CORTE DO MESTRE SAI DO MESTRE; REGISTRO DE HISTORICO COM
      *    DATA ANTERIOR AO CORTE DA JANELA VAI PARA O ARQUIVO ANUAL.
       01 WK-CORTE-BAIXA.
           02 WK-CB-YEAR  PIC 9(04) VALUE ZEROS.
           02 WK-CB-MONTH PIC 9(02) VALUE ZEROS.
           02 WK-CB-DAY   PIC 9(02) VALUE ZEROS.
       01 WK-CORTE-BAIXA-NUM REDEFINES WK-CORTE-BAIXA PIC 9(08).
       01 WK-CORTE-JANELA.
           02 WK-CJ-YEAR  PIC 9(04) VALUE ZEROS.
           02 WK-CJ-MONTH PIC 9(02) VALUE ZEROS.
           02 WK-CJ-DAY   PIC 9(02) VALUE ZEROS.
       01 WK-CORTE-JANELA-NUM REDEFINES WK-CORTE-JANELA PIC 9(08).
       01 WK-MESES-CALC PIC 9(07) VALUE ZEROS.
       01 WK-MES-RESTO  PIC 9(02) VALUE ZEROS.

       01 WK-RELARQ-OK PIC X(01) VALUE 'N'.
           88 RELATORIO-ABERTO VALUE 'S'.
       01 WK-MESTRE-OK PIC X(01) VALUE 'N'.
           88 MESTRE-PROCESSADO VALUE 'S'.
       01 WK-FIM-MST PIC X(01) VALUE SPACES.
           88 FIM-MESTRE VALUE 'F'.
       01 WK-FIM-BX PIC X(01) VALUE SPACES.
           88 FIM-BAIXAS VALUE 'F'.
       01 WK-DIVERGENCIA PIC X(01) VALUE 'N'.
           88 HOUVE-DIVERGENCIA VALUE 'S'.

      *-----------------------------------------------------------------
      *    DATA DA BAIXA DO TITULO CORRENTE DO MESTRE: A ULTIMA LINHA
      *    DO JORNAL QUE DEIXOU O TITULO EM 06. SEM LINHA NO JORNAL A
      *    BAIXA E ANTERIOR AO INICIO DO JORNAL, E SO CONTA COMO
      *    ANTIGA SE O JORNAL JA COMECA ANTES DO CORTE.
      *-----------------------------------------------------------------
       01 WK-JRN-INICIO    PIC 9(08) VALUE ZEROS.
       01 WK-DATA-BAIXA    PIC 9(08) VALUE ZEROS.
       01 WK-ORIGEM-BAIXA  PIC X(01) VALUE SPACES.
       01 WK-TIT-ELEGIVEL  PIC X(01) VALUE 'N'.
           88 TITULO-ELEGIVEL VALUE 'S'.
       01 WK-VALOR-TIT     PIC 9(13)V99 VALUE ZEROS.

       01 WK-IMAGEM-DEP PIC X(41) VALUE SPACES.
       01 FILLER REDEFINES WK-IMAGEM-DEP.
           05 IMGD-CNPJ  PIC 9(14).
           05 IMGD-VENC  PIC 9(08).
           05 IMGD-SIT   PIC 9(02).
           05 IMGD-VALOR PIC 9(13)V99.
           05 IMGD-FIM   PIC X(02).

       01 WK-JRN-ANTES PIC X(41) VALUE SPACES.

      *    CONTADORES DO MESTRE.
       01 WK-CONT-JRN-VARRIDOS PIC 9(07) VALUE ZEROS.
       01 WK-CONT-JRN-BAIXAS   PIC 9(07) VALUE ZEROS.
       01 WK-CONT-MST-LIDOS    PIC 9(07) VALUE ZEROS.
       01 WK-CONT-MST-ABERTOS  PIC 9(07) VALUE ZEROS.
       01 WK-CONT-MST-RECENTES PIC 9(07) VALUE ZEROS.
       01 WK-CONT-MST-ERRO     PIC 9(07) VALUE ZEROS.
       01 WK-CONT-MST-DUPLIC   PIC 9(07) VALUE ZEROS.
       01 WK-CONT-MST-ARQ      PIC 9(07) VALUE ZEROS.
       01 WK-CONT-ARQ-JORNAL   PIC 9(07) VALUE ZEROS.
       01 WK-CONT-ARQ-ANTERIOR PIC 9(07) VALUE ZEROS.
       01 WK-CONT-JRN-GRAVADOS PIC 9(07) VALUE ZEROS.
       01 WK-CONT-JRN-ERRO     PIC 9(07) VALUE ZEROS.
       01 WK-VAL-MST-LIDOS     PIC 9(15)V99 VALUE ZEROS.
       01 WK-VAL-MST-ABERTOS   PIC 9(15)V99 VALUE ZEROS.
       01 WK-VAL-MST-RECENTES  PIC 9(15)V99 VALUE ZEROS.
       01 WK-VAL-MST-ERRO      PIC 9(15)V99 VALUE ZEROS.
       01 WK-VAL-MST-ARQ       PIC 9(15)V99 VALUE ZEROS.

      *-----------------------------------------------------------------
      *    ROLAGEM DO HISTORICO CORRENTE (UM POR VEZ: PAGAMENTOS,
      *    JORNAL, EXECUCOES). O VALOR SO EXISTE NOS PAGAMENTOS.
      *-----------------------------------------------------------------
       01 WK-ROL-NOME      PIC X(50) VALUE SPACES.
       01 WK-ROL-COM-VALOR PIC X(01) VALUE 'N'.
           88 ROLAGEM-COM-VALOR VALUE 'S'.
       01 WK-ROL-SITUACAO  PIC X(01) VALUE SPACES.
           88 ROLAGEM-SEM-ARQUIVO VALUE 'A'.
           88 ROLAGEM-ERRO-TMP    VALUE 'T'.
           88 ROLAGEM-INALTERADA  VALUE 'I'.
           88 ROLAGEM-REGRAVADA   VALUE 'R'.
           88 ROLAGEM-NAO-REGRAV  VALUE 'N'.
           88 ROLAGEM-COPIA-INCOMPL VALUE 'C'.
       01 WK-ROL-ANO-OK    PIC X(01) VALUE 'N'.
           88 ANO-ABERTO VALUE 'S'.
       01 WK-ROL-ERRO-ANO  PIC X(01) VALUE 'N'.
           88 HOUVE-ERRO-ANO VALUE 'S'.
      *    ROLAGEM QUE NAO TERMINOU LIMPA (TRABALHO COM ERRO, VIVO NAO
      *    REGRAVADO OU REGRAVADO PELA METADE) INTERROMPE AS SEGUINTES:
      *    O DD-ARQTMP E O MESMO NAS TRES E A PROXIMA ROLAGEM APAGARIA
      *    A UNICA COPIA DOS REGISTROS QUE NAO VOLTARAM PARA O VIVO.
       01 WK-ROL-PARADA    PIC X(01) VALUE 'N'.
           88 ROLAGEM-INTERROMPIDA VALUE 'S'.
       01 WK-ROL-LIDOS     PIC 9(07) VALUE ZEROS.
       01 WK-ROL-ARQ       PIC 9(07) VALUE ZEROS.
       01 WK-ROL-MANT      PIC 9(07) VALUE ZEROS.
       01 WK-ROL-COPIA     PIC 9(07) VALUE ZEROS.
       01 WK-ROL-VAL-LIDOS PIC 9(15)V99 VALUE ZEROS.
       01 WK-ROL-VAL-ARQ   PIC 9(15)V99 VALUE ZEROS.
       01 WK-ROL-VAL-MANT  PIC 9(15)V99 VALUE ZEROS.
       01 WK-ROL-VAL-COPIA PIC 9(15)V99 VALUE ZEROS.
       01 WK-ROL-VALOR-REG PIC 9(13)V99 VALUE ZEROS.

      *    ANO DO REGISTRO CORRENTE E ANO DO ARQUIVO ANUAL ABERTO.
       01 WK-DATA-REG.
           02 WK-ANO-REG PIC 9(04) VALUE ZEROS.
           02 FILLER     PIC 9(04) VALUE ZEROS.
       01 WK-DATA-REG-NUM REDEFINES WK-DATA-REG PIC 9(08).
       01 WK-ANO-ABERTO    PIC 9(04) VALUE ZEROS.
       01 WK-ANO-QTD       PIC 9(07) VALUE ZEROS.
       01 WK-ANO-VALOR     PIC 9(15)V99 VALUE ZEROS.

      *    TOTAIS DO RESUMO FINAL.
       01 WK-TOT-HIST-ARQ  PIC 9(07) VALUE ZEROS.

      *    EDICAO DE DATA AAAAMMDD PARA DD/MM/AAAA.
       01 WK-DATA-AUX.
           02 WK-DA-YEAR  PIC 9(04).
           02 WK-DA-MONTH PIC 9(02).
           02 WK-DA-DAY   PIC 9(02).
       01 WK-DATA-AUX-NUM REDEFINES WK-DATA-AUX PIC 9(08).
       01 WK-DATA-EDIT.
           02 WK-DE-DAY   PIC 9(02).
           02 FILLER      PIC X(01) VALUE '/'.
           02 WK-DE-MONTH PIC 9(02).
           02 FILLER      PIC X(01) VALUE '/'.
           02 WK-DE-YEAR  PIC 9(04).

       01 WK-LINHA-CTL.
           02 WK-LC-ROTULO PIC X(52).
           02 WK-LC-QTD    PIC ZZZZZZ9.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 WK-LC-VALOR  PIC ZZZZZZZZZZZZZ99V99.
           02 WK-LC-VALOR-X REDEFINES WK-LC-VALOR PIC X(17).
           02 FILLER       PIC X(22) VALUE SPACES.

       01 WK-LINHA-CONF.
           02 WK-LCF-ROTULO PIC X(61).
           02 WK-LCF-RESULT PIC X(39).

       PROCEDURE DIVISION.
           PERFORM 1000-INICIALIZAR.
           PERFORM 3000-FINALIZAR.
      *-----------------------------------------------------------------
      *     INCIALIZACAO DO PROGRAMA
      *-----------------------------------------------------------------
       1000-INICIALIZAR SECTION.
           ACCEPT WK-DATA-SYS FROM DATE YYYYMMDD
           ACCEPT WK-HORA-SYS FROM TIME

           PERFORM 1150-OBTER-PARAMETROS-ARQUIVO
           PERFORM 1100-CALCULAR-CORTES

           OPEN OUTPUT ARQ-RELARQ
           IF AS-STATUS-REL NOT EQUAL ZEROS
               DISPLAY 'ERRO DE ABERTURA DO RELATORIO DE CONTROLE '
                        AS-STATUS-REL
               DISPLAY 'ARQUIVAMENTO NAO EXECUTADO - SEM RELATORIO DE '
                       'CONTROLE NADA E MOVIDO'
               GO TO 1000-INICIALIZAR-EXIT
           END-IF
           MOVE 'S' TO WK-RELARQ-OK

           PERFORM 1500-IMPRIMIR-CABECALHO

      *    PRIMEIRO O MESTRE: AS LINHAS DE JORNAL DAS REMOCOES SAEM
      *    COM A DATA DE HOJE E FICAM NA JANELA VIVA DA ROLAGEM.
           SORT ARQ-SORTBX
               ASCENDING KEY SRT-CNPJ
               ASCENDING KEY SRT-VENC
               ASCENDING KEY SRT-DATA
               ASCENDING KEY SRT-HORA
               INPUT PROCEDURE 2100-SELECIONAR-BAIXAS
               OUTPUT PROCEDURE 2200-ARQUIVAR-MESTRE
           .

           PERFORM 2300-RELATAR-MESTRE

           PERFORM 2400-ROLAR-PAGHIS
           IF NOT ROLAGEM-INTERROMPIDA
               PERFORM 2500-ROLAR-JORNAL
           END-IF
           IF NOT ROLAGEM-INTERROMPIDA
               PERFORM 2600-ROLAR-HISTORICO
           END-IF

           PERFORM 2800-RELATAR-RESULTADO

           CLOSE ARQ-RELARQ
           IF AS-STATUS-REL NOT EQUAL ZEROS
               DISPLAY 'ERRO AO FECHAR O RELATORIO DE CONTROLE '
                        AS-STATUS-REL
           END-IF
           .
       1000-INICIALIZAR-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     DATAS DE CORTE DO MESTRE E DA JANELA DOS HISTORICOS
      *-----------------------------------------------------------------
       1100-CALCULAR-CORTES SECTION.
           IF WK-JANELA < WK-MESES
               DISPLAY 'ATENCAO - JANELA DOS HISTORICOS MENOR QUE O '
                       'PRAZO DO MESTRE - JANELA AJUSTADA PARA '
                        WK-MESES ' MESES'
               MOVE WK-MESES TO WK-JANELA
           END-IF

           COMPUTE WK-MESES-CALC = WK-YEAR-SYS * 12
                                 + WK-MONTH-SYS - 1 - WK-MESES
           DIVIDE WK-MESES-CALC BY 12 GIVING WK-CB-YEAR
                                   REMAINDER WK-MES-RESTO
           COMPUTE WK-CB-MONTH = WK-MES-RESTO + 1
           MOVE 01 TO WK-CB-DAY

           COMPUTE WK-MESES-CALC = WK-YEAR-SYS * 12
                                 + WK-MONTH-SYS - 1 - WK-JANELA
           DIVIDE WK-MESES-CALC BY 12 GIVING WK-CJ-YEAR
                                   REMAINDER WK-MES-RESTO
           COMPUTE WK-CJ-MONTH = WK-MES-RESTO + 1
           MOVE 01 TO WK-CJ-DAY
           .
       1100-CALCULAR-CORTES-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     OBTER NOMES DOS ARQUIVOS INFORMADOS PELA OPERACAO
      *     (variaveis de ambiente ao estilo DD do JCL; mantem o
      *     default se nao informadas)
      *-----------------------------------------------------------------
       1150-OBTER-PARAMETROS-ARQUIVO SECTION.
           ACCEPT WK-PATH-MESTRE FROM ENVIRONMENT 'DD-MESTRE'
           ON EXCEPTION
               CONTINUE
           END-ACCEPT

           ACCEPT WK-PATH-JORNAL FROM ENVIRONMENT 'DD-JORNAL'
           ON EXCEPTION
               CONTINUE
           END-ACCEPT

           ACCEPT WK-PATH-PAGHIS FROM ENVIRONMENT 'DD-PAGHIS'
           ON EXCEPTION
               CONTINUE
           END-ACCEPT

           ACCEPT WK-PATH-HIST FROM ENVIRONMENT 'DD-HIST'
           ON EXCEPTION
               CONTINUE
           END-ACCEPT

           ACCEPT WK-PATH-ARQTMP FROM ENVIRONMENT 'DD-ARQTMP'
           ON EXCEPTION
               CONTINUE
           END-ACCEPT

           ACCEPT WK-PATH-RELARQ FROM ENVIRONMENT 'DD-RELARQ'
           ON EXCEPTION
               CONTINUE
           END-ACCEPT

           ACCEPT WK-PATH-SORTARQ FROM ENVIRONMENT 'DD-SORTARQ'
           ON EXCEPTION
               CONTINUE
           END-ACCEPT

           ACCEPT WK-PREF-ARQMST FROM ENVIRONMENT 'DD-ARQMST'
           ON EXCEPTION
               CONTINUE
           END-ACCEPT

           ACCEPT WK-PREF-ANOPAG FROM ENVIRONMENT 'DD-ANOPAG'
           ON EXCEPTION
               CONTINUE
           END-ACCEPT

           ACCEPT WK-PREF-ANOJRN FROM ENVIRONMENT 'DD-ANOJRN'
           ON EXCEPTION
               CONTINUE
           END-ACCEPT

           ACCEPT WK-PREF-ANOHIS FROM ENVIRONMENT 'DD-ANOHIS'
           ON EXCEPTION
               CONTINUE
           END-ACCEPT

           ACCEPT WK-MESES-X FROM ENVIRONMENT 'ARQ-MESES'
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WK-MESES-X NUMERIC
               IF WK-MESES-X NOT EQUAL '00'
                   MOVE WK-MESES-X TO WK-MESES
               END-IF
           END-IF

           ACCEPT WK-JANELA-X FROM ENVIRONMENT 'ARQ-JANELA'
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WK-JANELA-X NUMERIC
               IF WK-JANELA-X NOT EQUAL '00'
                   MOVE WK-JANELA-X TO WK-JANELA
               END-IF
           END-IF

           MOVE SPACES TO WK-PATH-ARQMST
           STRING WK-PREF-ARQMST  DELIMITED BY SPACE
                  WK-DATA-SYS-NUM DELIMITED BY SIZE
                  '.txt'          DELIMITED BY SIZE
                  INTO WK-PATH-ARQMST
           .
       1150-OBTER-PARAMETROS-ARQUIVO-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     CABECALHO DO RELATORIO DE CONTROLE
      *-----------------------------------------------------------------
       1500-IMPRIMIR-CABECALHO SECTION.
           MOVE WK-CABEC01 TO FL-ARQ-RELARQ
           WRITE FL-ARQ-RELARQ

           MOVE WK-DATA-SYS-NUM TO WK-DATA-AUX-NUM
           PERFORM 2950-EDITAR-DATA
           MOVE SPACES TO FL-ARQ-RELARQ
           STRING 'ARQUIVAMENTO E EXPURGO - RELATORIO DE CONTROLE'
                      DELIMITED BY SIZE
                  '          DATA: ' DELIMITED BY SIZE
                  WK-DATA-EDIT       DELIMITED BY SIZE
                  INTO FL-ARQ-RELARQ
           WRITE FL-ARQ-RELARQ AFTER ADVANCING 1 LINE

           MOVE WK-CABEC01 TO FL-ARQ-RELARQ
           WRITE FL-ARQ-RELARQ AFTER ADVANCING 1 LINE

           MOVE WK-CORTE-BAIXA-NUM TO WK-DATA-AUX-NUM
           PERFORM 2950-EDITAR-DATA
           MOVE SPACES TO FL-ARQ-RELARQ
           STRING 'MESTRE: TITULOS BAIXADOS ANTES DE ' DELIMITED BY SIZE
                  WK-DATA-EDIT                         DELIMITED BY SIZE
                  ' (ARQ-MESES = '                     DELIMITED BY SIZE
                  WK-MESES                             DELIMITED BY SIZE
                  ')'                                  DELIMITED BY SIZE
                  INTO FL-ARQ-RELARQ
           WRITE FL-ARQ-RELARQ AFTER ADVANCING 1 LINE

           MOVE WK-CORTE-JANELA-NUM TO WK-DATA-AUX-NUM
           PERFORM 2950-EDITAR-DATA
           MOVE SPACES TO FL-ARQ-RELARQ
           STRING 'HISTORICOS: FICAM VIVOS A PARTIR DE '
                      DELIMITED BY SIZE
                  WK-DATA-EDIT        DELIMITED BY SIZE
                  ' (ARQ-JANELA = '   DELIMITED BY SIZE
                  WK-JANELA           DELIMITED BY SIZE
                  ')'                 DELIMITED BY SIZE
                  INTO FL-ARQ-RELARQ
           WRITE FL-ARQ-RELARQ AFTER ADVANCING 1 LINE

           MOVE 'ARQUIVO MORTO DO MESTRE:' TO FL-ARQ-RELARQ
           WRITE FL-ARQ-RELARQ AFTER ADVANCING 1 LINE
           MOVE WK-PATH-ARQMST TO FL-ARQ-RELARQ
           WRITE FL-ARQ-RELARQ AFTER ADVANCING 1 LINE
           .
       1500-IMPRIMIR-CABECALHO-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     SELECIONAR AS BAIXAS DO JORNAL (ENTRADA DO SORT)
      *-----------------------------------------------------------------
      *    JORNAL AUSENTE: NENHUMA BAIXA TEM DATA CONHECIDA E O INICIO
      *    DO JORNAL FICA EM 99999999 - NENHUM TITULO SAI DO MESTRE.
       2100-SELECIONAR-BAIXAS SECTION.
           MOVE 99999999 TO WK-JRN-INICIO

           OPEN INPUT ARQ-JORNAL
           IF AS-STATUS-JRN NOT EQUAL ZEROS
               DISPLAY 'JORNAL NAO DISPONIVEL - NENHUM TITULO SERA '
                       'ARQUIVADO ' AS-STATUS-JRN
               GO TO 2100-SELECIONAR-BAIXAS-EXIT
           END-IF

           PERFORM 2110-LER-JORNAL-BAIXA

           CLOSE ARQ-JORNAL
           IF AS-STATUS-JRN NOT EQUAL ZEROS
               DISPLAY 'ERRO AO FECHAR O JORNAL ' AS-STATUS-JRN
           END-IF
           .
       2100-SELECIONAR-BAIXAS-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     LER O JORNAL E LIBERAR AS LINHAS QUE DEIXARAM O TITULO 06
      *-----------------------------------------------------------------
       2110-LER-JORNAL-BAIXA SECTION.
           READ ARQ-JORNAL AT END
                GO TO 2110-LER-JORNAL-BAIXA-EXIT.

           ADD 1 TO WK-CONT-JRN-VARRIDOS
           IF JRN-DATA < WK-JRN-INICIO
               MOVE JRN-DATA TO WK-JRN-INICIO
           END-IF

           IF JRN-DEPOIS EQUAL SPACES
               GO TO 2110-LER-JORNAL-BAIXA
           END-IF

           MOVE JRN-DEPOIS TO WK-IMAGEM-DEP
           IF IMGD-SIT NOT EQUAL WK-SIT-BAIXADO
               GO TO 2110-LER-JORNAL-BAIXA
           END-IF

           MOVE IMGD-CNPJ TO SRT-CNPJ
           MOVE IMGD-VENC TO SRT-VENC
           MOVE JRN-DATA  TO SRT-DATA
           MOVE JRN-HORA  TO SRT-HORA
           RELEASE WK-ARQ-SORTBX
           ADD 1 TO WK-CONT-JRN-BAIXAS
           GO TO 2110-LER-JORNAL-BAIXA
           .
       2110-LER-JORNAL-BAIXA-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     ARQUIVAR OS BAIXADOS ANTIGOS (SAIDA DO SORT)
      *-----------------------------------------------------------------
      *    BALANCE LINE ENTRE O MESTRE (LIDO EM SEQUENCIA DE
      *    MST-CHAVE) E AS BAIXAS DO JORNAL NA MESMA ORDEM. O JORNAL
      *    JA FOI LIDO E FECHADO NA ENTRADA DO SORT E AQUI E ABERTO EM
      *    EXTEND PARA AS LINHAS DAS REMOCOES.
       2200-ARQUIVAR-MESTRE SECTION.
           MOVE SPACES TO WK-FIM-BX
           PERFORM 2210-LER-BAIXA

           PERFORM 2205-ABRIR-ARQUIVAMENTO
           IF NOT MESTRE-PROCESSADO
               GO TO 2200-ARQUIVAR-MESTRE-EXIT
           END-IF

           PERFORM 2220-LER-MESTRE
           .
       2200-PROXIMO-TITULO.
           IF FIM-MESTRE
               GO TO 2200-FECHAR-ARQUIVOS
           END-IF

           ADD 1         TO WK-CONT-MST-LIDOS
           ADD MST-VALOR TO WK-VAL-MST-LIDOS

           IF MST-SIT NOT EQUAL WK-SIT-BAIXADO
               ADD 1         TO WK-CONT-MST-ABERTOS
               ADD MST-VALOR TO WK-VAL-MST-ABERTOS
           ELSE
               PERFORM 2230-APURAR-BAIXA
               IF TITULO-ELEGIVEL
                   PERFORM 2240-ARQUIVAR-TITULO
               ELSE
                   ADD 1         TO WK-CONT-MST-RECENTES
                   ADD MST-VALOR TO WK-VAL-MST-RECENTES
               END-IF
           END-IF

           PERFORM 2220-LER-MESTRE
           GO TO 2200-PROXIMO-TITULO
           .
       2200-FECHAR-ARQUIVOS.
           CLOSE ARQ-MESTRE
           IF AS-STATUS-MST NOT EQUAL ZEROS
               DISPLAY 'ERRO AO FECHAR O ARQUIVO MESTRE '
                        AS-STATUS-MST
           END-IF

           CLOSE ARQ-JORNAL
           IF AS-STATUS-JRN NOT EQUAL ZEROS
               DISPLAY 'ERRO AO FECHAR O JORNAL ' AS-STATUS-JRN
           END-IF

           CLOSE ARQ-ARQMST
           IF AS-STATUS-ARM NOT EQUAL ZEROS
               DISPLAY 'ERRO AO FECHAR O ARQUIVO MORTO DO MESTRE '
                        AS-STATUS-ARM
           END-IF
           .
       2200-ARQUIVAR-MESTRE-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     ABRIR MESTRE, JORNAL E ARQUIVO MORTO PARA O EXPURGO
      *-----------------------------------------------------------------
      *    SEM JORNAL OU SEM ARQUIVO MORTO NAO HA COMO REGISTRAR A
      *    REMOCAO - O MESTRE FICA INTACTO.
       2205-ABRIR-ARQUIVAMENTO SECTION.
           OPEN I-O ARQ-MESTRE
           IF AS-STATUS-MST NOT EQUAL ZEROS
               DISPLAY 'ERRO DE ABERTURA DO ARQUIVO MESTRE '
                        AS-STATUS-MST
               GO TO 2205-ABRIR-ARQUIVAMENTO-EXIT
           END-IF

           OPEN EXTEND ARQ-JORNAL
           IF AS-STATUS-JRN EQUAL 35
               OPEN OUTPUT ARQ-JORNAL
           END-IF
           IF AS-STATUS-JRN NOT EQUAL ZEROS
               DISPLAY 'ERRO DE ABERTURA DO JORNAL - MESTRE NAO '
                       'EXPURGADO ' AS-STATUS-JRN
               CLOSE ARQ-MESTRE
               GO TO 2205-ABRIR-ARQUIVAMENTO-EXIT
           END-IF

           OPEN EXTEND ARQ-ARQMST
           IF AS-STATUS-ARM EQUAL 35
               OPEN OUTPUT ARQ-ARQMST
           END-IF
           IF AS-STATUS-ARM NOT EQUAL ZEROS
               DISPLAY 'ERRO DE ABERTURA DO ARQUIVO MORTO - MESTRE NAO '
                       'EXPURGADO ' AS-STATUS-ARM
               CLOSE ARQ-MESTRE
               CLOSE ARQ-JORNAL
               GO TO 2205-ABRIR-ARQUIVAMENTO-EXIT
           END-IF

           MOVE 'S' TO WK-MESTRE-OK
           .
       2205-ABRIR-ARQUIVAMENTO-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     PROXIMA BAIXA DO JORNAL (LOOKAHEAD)
      *-----------------------------------------------------------------
       2210-LER-BAIXA SECTION.
           RETURN ARQ-SORTBX AT END
               MOVE 'F' TO WK-FIM-BX
           END-RETURN
           .
       2210-LER-BAIXA-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     PROXIMO TITULO DO MESTRE
      *-----------------------------------------------------------------
       2220-LER-MESTRE SECTION.
           READ ARQ-MESTRE NEXT RECORD AT END
               MOVE 'F' TO WK-FIM-MST
           END-READ
           .
       2220-LER-MESTRE-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     DATA DA BAIXA DO TITULO CORRENTE E ELEGIBILIDADE
      *-----------------------------------------------------------------
      *    BAIXA DE CHAVE MENOR QUE A DO MESTRE = TITULO QUE JA SAIU DO
      *    MESTRE (EXCLUIDO OU PRORROGADO DEPOIS DA BAIXA) - DESCARTA.
      *    AS BAIXAS DA MESMA CHAVE CHEGAM EM ORDEM DE DATA E A ULTIMA
      *    PREVALECE (TITULO REABERTO E BAIXADO DE NOVO).
       2230-APURAR-BAIXA SECTION.
           MOVE ZEROS TO WK-DATA-BAIXA
           MOVE 'N'   TO WK-TIT-ELEGIVEL
           .
       2230-AVANCAR-BAIXA.
           IF FIM-BAIXAS
               GO TO 2230-AVALIAR-BAIXA
           END-IF

           IF SRT-CHAVE < MST-CHAVE
               PERFORM 2210-LER-BAIXA
               GO TO 2230-AVANCAR-BAIXA
           END-IF

           IF SRT-CHAVE EQUAL MST-CHAVE
               MOVE SRT-DATA TO WK-DATA-BAIXA
               PERFORM 2210-LER-BAIXA
               GO TO 2230-AVANCAR-BAIXA
           END-IF
           .
       2230-AVALIAR-BAIXA.
           IF WK-DATA-BAIXA > ZEROS
               MOVE 'J' TO WK-ORIGEM-BAIXA
               IF WK-DATA-BAIXA < WK-CORTE-BAIXA-NUM
                   MOVE 'S' TO WK-TIT-ELEGIVEL
               END-IF
           ELSE
               MOVE 'A' TO WK-ORIGEM-BAIXA
               IF WK-JRN-INICIO < WK-CORTE-BAIXA-NUM
                   MOVE 'S' TO WK-TIT-ELEGIVEL
               END-IF
           END-IF
           .
       2230-APURAR-BAIXA-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     MOVER O TITULO PARA O ARQUIVO MORTO E TIRAR DO MESTRE
      *-----------------------------------------------------------------
      *    ORDEM: ARQUIVO MORTO, DELETE, JORNAL. FALHA NA GRAVACAO DO
      *    ARQUIVO MORTO DEIXA O TITULO NO MESTRE; FALHA NO DELETE
      *    DEIXA O TITULO NOS DOIS (CONTADO COMO DUPLICADO NO
      *    RELATORIO PARA SER TIRADO DO ARQUIVO MORTO A MAO).
       2240-ARQUIVAR-TITULO SECTION.
           MOVE FL-ARQ-MESTRE   TO WK-JRN-ANTES
           MOVE MST-VALOR       TO WK-VALOR-TIT

           MOVE FL-ARQ-MESTRE   TO ARM-IMAGEM
           MOVE WK-DATA-BAIXA   TO ARM-DATA-BAIXA
           MOVE WK-ORIGEM-BAIXA TO ARM-ORIGEM
           MOVE WK-DATA-SYS-NUM TO ARM-DATA-ARQ
           WRITE FL-ARQ-ARQMST
           IF AS-STATUS-ARM NOT EQUAL ZEROS
               DISPLAY 'ERRO AO GRAVAR O ARQUIVO MORTO ' MST-CNPJ
                       ' ' MST-VENC ' ' AS-STATUS-ARM
               ADD 1            TO WK-CONT-MST-ERRO
               ADD WK-VALOR-TIT TO WK-VAL-MST-ERRO
               GO TO 2240-ARQUIVAR-TITULO-EXIT
           END-IF

           DELETE ARQ-MESTRE RECORD
           IF AS-STATUS-MST NOT EQUAL ZEROS
               DISPLAY 'ERRO AO EXCLUIR DO MESTRE - TITULO NO MESTRE '
                       'E NO ARQUIVO MORTO ' MST-CNPJ ' ' MST-VENC
                       ' ' AS-STATUS-MST
               ADD 1            TO WK-CONT-MST-ERRO
                                   WK-CONT-MST-DUPLIC
               ADD WK-VALOR-TIT TO WK-VAL-MST-ERRO
               GO TO 2240-ARQUIVAR-TITULO-EXIT
           END-IF

           PERFORM 2250-GRAVAR-JORNAL

           ADD 1            TO WK-CONT-MST-ARQ
           ADD WK-VALOR-TIT TO WK-VAL-MST-ARQ
           IF WK-ORIGEM-BAIXA EQUAL 'J'
               ADD 1 TO WK-CONT-ARQ-JORNAL
           ELSE
               ADD 1 TO WK-CONT-ARQ-ANTERIOR
           END-IF
           .
       2240-ARQUIVAR-TITULO-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     GRAVAR A LINHA DE JORNAL DA REMOCAO (TIPO R)
      *-----------------------------------------------------------------
      *    IMAGEM ANTES = REGISTRO REMOVIDO; DEPOIS EM ESPACOS, COMO
      *    UMA EXCLUSAO - CBLX0019 MOSTRA A SAIDA DO TITULO DO MESTRE.
       2250-GRAVAR-JORNAL SECTION.
           MOVE WK-DATA-SYS-NUM      TO JRN-DATA
           MOVE WK-HORA-SYS          TO JRN-HORA
           MOVE WK-TIPO-ARQUIVAMENTO TO JRN-TIPO
           MOVE WK-JRN-ANTES         TO JRN-ANTES
           MOVE SPACES               TO JRN-DEPOIS
           WRITE FL-ARQ-JORNAL
           IF AS-STATUS-JRN NOT EQUAL ZEROS
               DISPLAY 'ERRO AO GRAVAR O JORNAL ' JRN-ANTES (1:22)
                       ' ' AS-STATUS-JRN
               ADD 1 TO WK-CONT-JRN-ERRO
           ELSE
               ADD 1 TO WK-CONT-JRN-GRAVADOS
           END-IF
           .
       2250-GRAVAR-JORNAL-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     RELATORIO DE CONTROLE DO MESTRE
      *-----------------------------------------------------------------
       2300-RELATAR-MESTRE SECTION.
           MOVE WK-TRACO TO FL-ARQ-RELARQ
           WRITE FL-ARQ-RELARQ AFTER ADVANCING 2 LINES
           MOVE 'CADASTRO MESTRE (CBLZMW05-MST)' TO FL-ARQ-RELARQ
           MOVE 'QUANTIDADE' TO FL-ARQ-RELARQ (50:10)
           MOVE 'VALOR' TO FL-ARQ-RELARQ (74:5)
           WRITE FL-ARQ-RELARQ AFTER ADVANCING 1 LINE
           MOVE WK-TRACO TO FL-ARQ-RELARQ
           WRITE FL-ARQ-RELARQ AFTER ADVANCING 1 LINE

           IF NOT MESTRE-PROCESSADO
               MOVE 'MESTRE NAO PROCESSADO - NENHUM TITULO MOVIDO'
                    TO FL-ARQ-RELARQ
               WRITE FL-ARQ-RELARQ AFTER ADVANCING 1 LINE
               MOVE 'S' TO WK-DIVERGENCIA
               GO TO 2300-RELATAR-MESTRE-EXIT
           END-IF

           MOVE 'TITULOS LIDOS'           TO WK-LC-ROTULO
           MOVE WK-CONT-MST-LIDOS         TO WK-LC-QTD
           MOVE WK-VAL-MST-LIDOS          TO WK-LC-VALOR
           PERFORM 2960-IMPRIMIR-LINHA-CTL

           MOVE 'MANTIDOS - NAO BAIXADOS' TO WK-LC-ROTULO
           MOVE WK-CONT-MST-ABERTOS       TO WK-LC-QTD
           MOVE WK-VAL-MST-ABERTOS        TO WK-LC-VALOR
           PERFORM 2960-IMPRIMIR-LINHA-CTL

           MOVE 'MANTIDOS - BAIXADOS DENTRO DO PRAZO'
                                          TO WK-LC-ROTULO
           MOVE WK-CONT-MST-RECENTES      TO WK-LC-QTD
           MOVE WK-VAL-MST-RECENTES       TO WK-LC-VALOR
           PERFORM 2960-IMPRIMIR-LINHA-CTL

           MOVE 'MANTIDOS - ERRO NO ARQUIVAMENTO'
                                          TO WK-LC-ROTULO
           MOVE WK-CONT-MST-ERRO          TO WK-LC-QTD
           MOVE WK-VAL-MST-ERRO           TO WK-LC-VALOR
           PERFORM 2960-IMPRIMIR-LINHA-CTL

           MOVE 'ARQUIVADOS E REMOVIDOS DO MESTRE'
                                          TO WK-LC-ROTULO
           MOVE WK-CONT-MST-ARQ           TO WK-LC-QTD
           MOVE WK-VAL-MST-ARQ            TO WK-LC-VALOR
           PERFORM 2960-IMPRIMIR-LINHA-CTL

           MOVE '  COM DATA DA BAIXA NO JORNAL'
                                          TO WK-LC-ROTULO
           MOVE WK-CONT-ARQ-JORNAL        TO WK-LC-QTD
           MOVE SPACES                    TO WK-LC-VALOR-X
           PERFORM 2960-IMPRIMIR-LINHA-CTL

           MOVE '  COM BAIXA ANTERIOR AO INICIO DO JORNAL'
                                          TO WK-LC-ROTULO
           MOVE WK-CONT-ARQ-ANTERIOR      TO WK-LC-QTD
           MOVE SPACES                    TO WK-LC-VALOR-X
           PERFORM 2960-IMPRIMIR-LINHA-CTL

           MOVE 'LINHAS DE JORNAL GRAVADAS (TIPO R)'
                                          TO WK-LC-ROTULO
           MOVE WK-CONT-JRN-GRAVADOS      TO WK-LC-QTD
           MOVE SPACES                    TO WK-LC-VALOR-X
           PERFORM 2960-IMPRIMIR-LINHA-CTL

           MOVE 'LIDOS = MANTIDOS + ARQUIVADOS (QUANTIDADE)'
                TO WK-LCF-ROTULO
           IF WK-CONT-MST-LIDOS EQUAL WK-CONT-MST-ABERTOS
                                    + WK-CONT-MST-RECENTES
                                    + WK-CONT-MST-ERRO
                                    + WK-CONT-MST-ARQ
               MOVE 'CONFERE'    TO WK-LCF-RESULT
           ELSE
               MOVE 'DIVERGENTE' TO WK-LCF-RESULT
               MOVE 'S'          TO WK-DIVERGENCIA
           END-IF
           PERFORM 2970-IMPRIMIR-CONFERENCIA

           MOVE 'LIDOS = MANTIDOS + ARQUIVADOS (VALOR)'
                TO WK-LCF-ROTULO
           IF WK-VAL-MST-LIDOS EQUAL WK-VAL-MST-ABERTOS
                                   + WK-VAL-MST-RECENTES
                                   + WK-VAL-MST-ERRO
                                   + WK-VAL-MST-ARQ
               MOVE 'CONFERE'    TO WK-LCF-RESULT
           ELSE
               MOVE 'DIVERGENTE' TO WK-LCF-RESULT
               MOVE 'S'          TO WK-DIVERGENCIA
           END-IF
           PERFORM 2970-IMPRIMIR-CONFERENCIA

           MOVE 'ARQUIVADOS = LINHAS DE JORNAL GRAVADAS'
                TO WK-LCF-ROTULO
           IF WK-CONT-MST-ARQ EQUAL WK-CONT-JRN-GRAVADOS
               MOVE 'CONFERE'    TO WK-LCF-RESULT
           ELSE
               MOVE 'DIVERGENTE' TO WK-LCF-RESULT
               MOVE 'S'          TO WK-DIVERGENCIA
           END-IF
           PERFORM 2970-IMPRIMIR-CONFERENCIA

           IF WK-CONT-MST-DUPLIC > ZEROS
               MOVE SPACES TO FL-ARQ-RELARQ
               STRING 'ATENCAO - ' WK-CONT-MST-DUPLIC
                      ' TITULOS NO MESTRE E NO ARQUIVO MORTO - '
                      'RETIRAR DO ARQUIVO MORTO'
                      DELIMITED BY SIZE INTO FL-ARQ-RELARQ
               WRITE FL-ARQ-RELARQ AFTER ADVANCING 1 LINE
               MOVE 'S' TO WK-DIVERGENCIA
           END-IF
           .
       2300-RELATAR-MESTRE-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     ROLAR O HISTORICO DE PAGAMENTOS (CBLPAG01)
      *-----------------------------------------------------------------
       2400-ROLAR-PAGHIS SECTION.
           MOVE 'HISTORICO DE PAGAMENTOS (CBLZMW07-PAG)'
                TO WK-ROL-NOME
           MOVE 'S'            TO WK-ROL-COM-VALOR
           MOVE WK-PREF-ANOPAG TO WK-PREF-ATUAL
           PERFORM 2700-INICIAR-ROLAGEM

           OPEN INPUT ARQ-PAGHIS
           IF AS-STATUS-PAG NOT EQUAL ZEROS
               DISPLAY 'HISTORICO DE PAGAMENTOS NAO DISPONIVEL '
                        AS-STATUS-PAG
               MOVE 'A' TO WK-ROL-SITUACAO
               GO TO 2400-RELATAR
           END-IF

           OPEN OUTPUT ARQ-TMPPAG
           IF AS-STATUS-TMP NOT EQUAL ZEROS
               DISPLAY 'ERRO DE ABERTURA DO ARQUIVO DE TRABALHO '
                        AS-STATUS-TMP
               CLOSE ARQ-PAGHIS
               MOVE 'T' TO WK-ROL-SITUACAO
               GO TO 2400-RELATAR
           END-IF

           PERFORM 2410-SEPARAR-PAGHIS

           CLOSE ARQ-PAGHIS
           CLOSE ARQ-TMPPAG
           IF ANO-ABERTO
               PERFORM 2490-FECHAR-ANO-PAG
           END-IF

           EVALUATE TRUE
               WHEN ROLAGEM-ERRO-TMP
                   CONTINUE
               WHEN WK-ROL-ARQ EQUAL ZEROS
                   MOVE 'I' TO WK-ROL-SITUACAO
               WHEN OTHER
                   PERFORM 2450-REGRAVAR-PAGHIS
           END-EVALUATE
           .
       2400-RELATAR.
           PERFORM 2750-RELATAR-ROLAGEM
           .
       2400-ROLAR-PAGHIS-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     SEPARAR OS PAGAMENTOS: ARQUIVO ANUAL OU JANELA VIVA
      *-----------------------------------------------------------------
      *    REGISTRO QUE NAO ENTRA NO ARQUIVO ANUAL (ERRO DE ABERTURA
      *    OU GRAVACAO) FICA NO ARQUIVO VIVO - NADA SE PERDE.
       2410-SEPARAR-PAGHIS SECTION.
           READ ARQ-PAGHIS AT END
                GO TO 2410-SEPARAR-PAGHIS-EXIT.

           ADD 1         TO WK-ROL-LIDOS
           ADD PAG-VALOR TO WK-ROL-VAL-LIDOS
           MOVE PAG-DATA  TO WK-DATA-REG-NUM
           MOVE PAG-VALOR TO WK-ROL-VALOR-REG

           IF WK-DATA-REG-NUM < WK-CORTE-JANELA-NUM
               IF WK-ANO-REG NOT EQUAL WK-ANO-ABERTO
                   PERFORM 2480-TROCAR-ANO-PAG
               END-IF
               IF ANO-ABERTO
                   MOVE FL-ARQ-PAGHIS TO FL-ARQ-ANOPAG
                   WRITE FL-ARQ-ANOPAG
                   IF AS-STATUS-ANO EQUAL ZEROS
                       PERFORM 2720-CONTAR-ARQUIVADO
                       GO TO 2410-SEPARAR-PAGHIS
                   END-IF
                   DISPLAY 'ERRO AO GRAVAR O ARQUIVO ANUAL '
                            WK-ANO-ABERTO ' ' AS-STATUS-ANO
                   MOVE 'S' TO WK-ROL-ERRO-ANO
               END-IF
           END-IF

           MOVE FL-ARQ-PAGHIS TO FL-ARQ-TMPPAG
           WRITE FL-ARQ-TMPPAG
           IF AS-STATUS-TMP NOT EQUAL ZEROS
               DISPLAY 'ERRO AO GRAVAR O ARQUIVO DE TRABALHO '
                        AS-STATUS-TMP
               MOVE 'T' TO WK-ROL-SITUACAO
           END-IF
           PERFORM 2730-CONTAR-MANTIDO
           GO TO 2410-SEPARAR-PAGHIS
           .
       2410-SEPARAR-PAGHIS-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     REGRAVAR O HISTORICO DE PAGAMENTOS SO COM A JANELA VIVA
      *-----------------------------------------------------------------
       2450-REGRAVAR-PAGHIS SECTION.
           MOVE 'N' TO WK-ROL-SITUACAO

           OPEN INPUT ARQ-TMPPAG
           IF AS-STATUS-TMP NOT EQUAL ZEROS
               DISPLAY 'ERRO DE ABERTURA DO ARQUIVO DE TRABALHO '
                        AS-STATUS-TMP
               GO TO 2450-REGRAVAR-PAGHIS-EXIT
           END-IF

           OPEN OUTPUT ARQ-PAGHIS
           IF AS-STATUS-PAG NOT EQUAL ZEROS
               DISPLAY 'ERRO DE ABERTURA DO HISTORICO DE PAGAMENTOS '
                       'PARA REGRAVACAO ' AS-STATUS-PAG
               CLOSE ARQ-TMPPAG
               GO TO 2450-REGRAVAR-PAGHIS-EXIT
           END-IF

           PERFORM 2455-COPIAR-PAGHIS

           CLOSE ARQ-TMPPAG
           CLOSE ARQ-PAGHIS
           IF WK-ROL-COPIA EQUAL WK-ROL-MANT
               MOVE 'R' TO WK-ROL-SITUACAO
           ELSE
               MOVE 'C' TO WK-ROL-SITUACAO
           END-IF
           .
       2450-REGRAVAR-PAGHIS-EXIT.
           EXIT.

       2455-COPIAR-PAGHIS SECTION.
           READ ARQ-TMPPAG AT END
                GO TO 2455-COPIAR-PAGHIS-EXIT.

           MOVE FL-ARQ-TMPPAG TO FL-ARQ-PAGHIS
           WRITE FL-ARQ-PAGHIS
           IF AS-STATUS-PAG NOT EQUAL ZEROS
               DISPLAY 'ERRO AO REGRAVAR O HISTORICO DE PAGAMENTOS '
                        AS-STATUS-PAG
               GO TO 2455-COPIAR-PAGHIS-EXIT
           END-IF
           ADD 1         TO WK-ROL-COPIA
           ADD PAG-VALOR TO WK-ROL-VAL-COPIA
           GO TO 2455-COPIAR-PAGHIS
           .
       2455-COPIAR-PAGHIS-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     TROCAR O ARQUIVO ANUAL DE PAGAMENTOS ABERTO
      *-----------------------------------------------------------------
       2480-TROCAR-ANO-PAG SECTION.
           IF ANO-ABERTO
               PERFORM 2490-FECHAR-ANO-PAG
           END-IF

           PERFORM 2710-MONTAR-PATH-ANO

           OPEN EXTEND ARQ-ANOPAG
           IF AS-STATUS-ANO EQUAL 35
               OPEN OUTPUT ARQ-ANOPAG
           END-IF
           IF AS-STATUS-ANO NOT EQUAL ZEROS
               DISPLAY 'ERRO DE ABERTURA DO ARQUIVO ANUAL '
                        WK-ANO-ABERTO ' ' AS-STATUS-ANO
               MOVE 'S' TO WK-ROL-ERRO-ANO
               GO TO 2480-TROCAR-ANO-PAG-EXIT
           END-IF
           MOVE 'S' TO WK-ROL-ANO-OK
           .
       2480-TROCAR-ANO-PAG-EXIT.
           EXIT.

       2490-FECHAR-ANO-PAG SECTION.
           CLOSE ARQ-ANOPAG
           IF AS-STATUS-ANO NOT EQUAL ZEROS
               DISPLAY 'ERRO AO FECHAR O ARQUIVO ANUAL '
                        WK-ANO-ABERTO ' ' AS-STATUS-ANO
           END-IF
           PERFORM 2740-IMPRIMIR-ANO
           .
       2490-FECHAR-ANO-PAG-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     ROLAR O JORNAL DE ALTERACOES DO MESTRE (CBLJRN01)
      *-----------------------------------------------------------------
      *    AS LINHAS DE REMOCAO DESTA EXECUCAO TEM A DATA DE HOJE E
      *    FICAM NO JORNAL VIVO.
       2500-ROLAR-JORNAL SECTION.
           MOVE 'JORNAL DE ALTERACOES DO MESTRE (CBLZMW06-JRN)'
                TO WK-ROL-NOME
           MOVE 'N'            TO WK-ROL-COM-VALOR
           MOVE WK-PREF-ANOJRN TO WK-PREF-ATUAL
           PERFORM 2700-INICIAR-ROLAGEM

           OPEN INPUT ARQ-JORNAL
           IF AS-STATUS-JRN NOT EQUAL ZEROS
               DISPLAY 'JORNAL NAO DISPONIVEL ' AS-STATUS-JRN
               MOVE 'A' TO WK-ROL-SITUACAO
               GO TO 2500-RELATAR
           END-IF

           OPEN OUTPUT ARQ-TMPJRN
           IF AS-STATUS-TMP NOT EQUAL ZEROS
               DISPLAY 'ERRO DE ABERTURA DO ARQUIVO DE TRABALHO '
                        AS-STATUS-TMP
               CLOSE ARQ-JORNAL
               MOVE 'T' TO WK-ROL-SITUACAO
               GO TO 2500-RELATAR
           END-IF

           PERFORM 2510-SEPARAR-JORNAL

           CLOSE ARQ-JORNAL
           CLOSE ARQ-TMPJRN
           IF ANO-ABERTO
               PERFORM 2590-FECHAR-ANO-JRN
           END-IF

           EVALUATE TRUE
               WHEN ROLAGEM-ERRO-TMP
                   CONTINUE
               WHEN WK-ROL-ARQ EQUAL ZEROS
                   MOVE 'I' TO WK-ROL-SITUACAO
               WHEN OTHER
                   PERFORM 2550-REGRAVAR-JORNAL
           END-EVALUATE
           .
       2500-RELATAR.
           PERFORM 2750-RELATAR-ROLAGEM
           .
       2500-ROLAR-JORNAL-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     SEPARAR O JORNAL: ARQUIVO ANUAL OU JANELA VIVA
      *-----------------------------------------------------------------
       2510-SEPARAR-JORNAL SECTION.
           READ ARQ-JORNAL AT END
                GO TO 2510-SEPARAR-JORNAL-EXIT.

           ADD 1 TO WK-ROL-LIDOS
           MOVE JRN-DATA TO WK-DATA-REG-NUM
           MOVE ZEROS    TO WK-ROL-VALOR-REG

           IF WK-DATA-REG-NUM < WK-CORTE-JANELA-NUM
               IF WK-ANO-REG NOT EQUAL WK-ANO-ABERTO
                   PERFORM 2580-TROCAR-ANO-JRN
               END-IF
               IF ANO-ABERTO
                   MOVE FL-ARQ-JORNAL TO FL-ARQ-ANOJRN
                   WRITE FL-ARQ-ANOJRN
                   IF AS-STATUS-ANO EQUAL ZEROS
                       PERFORM 2720-CONTAR-ARQUIVADO
                       GO TO 2510-SEPARAR-JORNAL
                   END-IF
                   DISPLAY 'ERRO AO GRAVAR O ARQUIVO ANUAL '
                            WK-ANO-ABERTO ' ' AS-STATUS-ANO
                   MOVE 'S' TO WK-ROL-ERRO-ANO
               END-IF
           END-IF

           MOVE FL-ARQ-JORNAL TO FL-ARQ-TMPJRN
           WRITE FL-ARQ-TMPJRN
           IF AS-STATUS-TMP NOT EQUAL ZEROS
               DISPLAY 'ERRO AO GRAVAR O ARQUIVO DE TRABALHO '
                        AS-STATUS-TMP
               MOVE 'T' TO WK-ROL-SITUACAO
           END-IF
           PERFORM 2730-CONTAR-MANTIDO
           GO TO 2510-SEPARAR-JORNAL
           .
       2510-SEPARAR-JORNAL-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     REGRAVAR O JORNAL SO COM A JANELA VIVA
      *-----------------------------------------------------------------
       2550-REGRAVAR-JORNAL SECTION.
           MOVE 'N' TO WK-ROL-SITUACAO

           OPEN INPUT ARQ-TMPJRN
           IF AS-STATUS-TMP NOT EQUAL ZEROS
               DISPLAY 'ERRO DE ABERTURA DO ARQUIVO DE TRABALHO '
                        AS-STATUS-TMP
               GO TO 2550-REGRAVAR-JORNAL-EXIT
           END-IF

           OPEN OUTPUT ARQ-JORNAL
           IF AS-STATUS-JRN NOT EQUAL ZEROS
               DISPLAY 'ERRO DE ABERTURA DO JORNAL PARA REGRAVACAO '
                        AS-STATUS-JRN
               CLOSE ARQ-TMPJRN
               GO TO 2550-REGRAVAR-JORNAL-EXIT
           END-IF

           PERFORM 2555-COPIAR-JORNAL

           CLOSE ARQ-TMPJRN
           CLOSE ARQ-JORNAL
           IF WK-ROL-COPIA EQUAL WK-ROL-MANT
               MOVE 'R' TO WK-ROL-SITUACAO
           ELSE
               MOVE 'C' TO WK-ROL-SITUACAO
           END-IF
           .
       2550-REGRAVAR-JORNAL-EXIT.
           EXIT.

       2555-COPIAR-JORNAL SECTION.
           READ ARQ-TMPJRN AT END
                GO TO 2555-COPIAR-JORNAL-EXIT.

           MOVE FL-ARQ-TMPJRN TO FL-ARQ-JORNAL
           WRITE FL-ARQ-JORNAL
           IF AS-STATUS-JRN NOT EQUAL ZEROS
               DISPLAY 'ERRO AO REGRAVAR O JORNAL ' AS-STATUS-JRN
               GO TO 2555-COPIAR-JORNAL-EXIT
           END-IF
           ADD 1 TO WK-ROL-COPIA
           GO TO 2555-COPIAR-JORNAL
           .
       2555-COPIAR-JORNAL-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     TROCAR O ARQUIVO ANUAL DO JORNAL ABERTO
      *-----------------------------------------------------------------
       2580-TROCAR-ANO-JRN SECTION.
           IF ANO-ABERTO
               PERFORM 2590-FECHAR-ANO-JRN
           END-IF

           PERFORM 2710-MONTAR-PATH-ANO

           OPEN EXTEND ARQ-ANOJRN
           IF AS-STATUS-ANO EQUAL 35
               OPEN OUTPUT ARQ-ANOJRN
           END-IF
           IF AS-STATUS-ANO NOT EQUAL ZEROS
               DISPLAY 'ERRO DE ABERTURA DO ARQUIVO ANUAL '
                        WK-ANO-ABERTO ' ' AS-STATUS-ANO
               MOVE 'S' TO WK-ROL-ERRO-ANO
               GO TO 2580-TROCAR-ANO-JRN-EXIT
           END-IF
           MOVE 'S' TO WK-ROL-ANO-OK
           .
       2580-TROCAR-ANO-JRN-EXIT.
           EXIT.

       2590-FECHAR-ANO-JRN SECTION.
           CLOSE ARQ-ANOJRN
           IF AS-STATUS-ANO NOT EQUAL ZEROS
               DISPLAY 'ERRO AO FECHAR O ARQUIVO ANUAL '
                        WK-ANO-ABERTO ' ' AS-STATUS-ANO
           END-IF
           PERFORM 2740-IMPRIMIR-ANO
           .
       2590-FECHAR-ANO-JRN-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     ROLAR O HISTORICO DE EXECUCOES DE CBLX0008 (CBLHIS01)
      *-----------------------------------------------------------------
       2600-ROLAR-HISTORICO SECTION.
           MOVE 'HISTORICO DE EXECUCOES (CBLZMW05-HIS)'
                TO WK-ROL-NOME
           MOVE 'N'            TO WK-ROL-COM-VALOR
           MOVE WK-PREF-ANOHIS TO WK-PREF-ATUAL
           PERFORM 2700-INICIAR-ROLAGEM

           OPEN INPUT ARQ-HIST
           IF AS-STATUS-HIS NOT EQUAL ZEROS
               DISPLAY 'HISTORICO DE EXECUCOES NAO DISPONIVEL '
                        AS-STATUS-HIS
               MOVE 'A' TO WK-ROL-SITUACAO
               GO TO 2600-RELATAR
           END-IF

           OPEN OUTPUT ARQ-TMPHIS
           IF AS-STATUS-TMP NOT EQUAL ZEROS
               DISPLAY 'ERRO DE ABERTURA DO ARQUIVO DE TRABALHO '
                        AS-STATUS-TMP
               CLOSE ARQ-HIST
               MOVE 'T' TO WK-ROL-SITUACAO
               GO TO 2600-RELATAR
           END-IF

           PERFORM 2610-SEPARAR-HISTORICO

           CLOSE ARQ-HIST
           CLOSE ARQ-TMPHIS
           IF ANO-ABERTO
               PERFORM 2690-FECHAR-ANO-HIS
           END-IF

           EVALUATE TRUE
               WHEN ROLAGEM-ERRO-TMP
                   CONTINUE
               WHEN WK-ROL-ARQ EQUAL ZEROS
                   MOVE 'I' TO WK-ROL-SITUACAO
               WHEN OTHER
                   PERFORM 2650-REGRAVAR-HISTORICO
           END-EVALUATE
           .
       2600-RELATAR.
           PERFORM 2750-RELATAR-ROLAGEM
           .
       2600-ROLAR-HISTORICO-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     SEPARAR AS EXECUCOES: ARQUIVO ANUAL OU JANELA VIVA
      *-----------------------------------------------------------------
       2610-SEPARAR-HISTORICO SECTION.
           READ ARQ-HIST AT END
                GO TO 2610-SEPARAR-HISTORICO-EXIT.

           ADD 1 TO WK-ROL-LIDOS
           MOVE HIS-DATA TO WK-DATA-REG-NUM
           MOVE ZEROS    TO WK-ROL-VALOR-REG

           IF WK-DATA-REG-NUM < WK-CORTE-JANELA-NUM
               IF WK-ANO-REG NOT EQUAL WK-ANO-ABERTO
                   PERFORM 2680-TROCAR-ANO-HIS
               END-IF
               IF ANO-ABERTO
                   MOVE FL-ARQ-HIST TO FL-ARQ-ANOHIS
                   WRITE FL-ARQ-ANOHIS
                   IF AS-STATUS-ANO EQUAL ZEROS
                       PERFORM 2720-CONTAR-ARQUIVADO
                       GO TO 2610-SEPARAR-HISTORICO
                   END-IF
                   DISPLAY 'ERRO AO GRAVAR O ARQUIVO ANUAL '
                            WK-ANO-ABERTO ' ' AS-STATUS-ANO
                   MOVE 'S' TO WK-ROL-ERRO-ANO
               END-IF
           END-IF

           MOVE FL-ARQ-HIST TO FL-ARQ-TMPHIS
           WRITE FL-ARQ-TMPHIS
           IF AS-STATUS-TMP NOT EQUAL ZEROS
               DISPLAY 'ERRO AO GRAVAR O ARQUIVO DE TRABALHO '
                        AS-STATUS-TMP
               MOVE 'T' TO WK-ROL-SITUACAO
           END-IF
           PERFORM 2730-CONTAR-MANTIDO
           GO TO 2610-SEPARAR-HISTORICO
           .
       2610-SEPARAR-HISTORICO-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     REGRAVAR O HISTORICO DE EXECUCOES SO COM A JANELA VIVA
      *-----------------------------------------------------------------
       2650-REGRAVAR-HISTORICO SECTION.
           MOVE 'N' TO WK-ROL-SITUACAO

           OPEN INPUT ARQ-TMPHIS
           IF AS-STATUS-TMP NOT EQUAL ZEROS
               DISPLAY 'ERRO DE ABERTURA DO ARQUIVO DE TRABALHO '
                        AS-STATUS-TMP
               GO TO 2650-REGRAVAR-HISTORICO-EXIT
           END-IF

           OPEN OUTPUT ARQ-HIST
           IF AS-STATUS-HIS NOT EQUAL ZEROS
               DISPLAY 'ERRO DE ABERTURA DO HISTORICO DE EXECUCOES '
                       'PARA REGRAVACAO ' AS-STATUS-HIS
               CLOSE ARQ-TMPHIS
               GO TO 2650-REGRAVAR-HISTORICO-EXIT
           END-IF

           PERFORM 2655-COPIAR-HISTORICO

           CLOSE ARQ-TMPHIS
           CLOSE ARQ-HIST
           IF WK-ROL-COPIA EQUAL WK-ROL-MANT
               MOVE 'R' TO WK-ROL-SITUACAO
           ELSE
               MOVE 'C' TO WK-ROL-SITUACAO
           END-IF
           .
       2650-REGRAVAR-HISTORICO-EXIT.
           EXIT.

       2655-COPIAR-HISTORICO SECTION.
           READ ARQ-TMPHIS AT END
                GO TO 2655-COPIAR-HISTORICO-EXIT.

           MOVE FL-ARQ-TMPHIS TO FL-ARQ-HIST
           WRITE FL-ARQ-HIST
           IF AS-STATUS-HIS NOT EQUAL ZEROS
               DISPLAY 'ERRO AO REGRAVAR O HISTORICO DE EXECUCOES '
                        AS-STATUS-HIS
               GO TO 2655-COPIAR-HISTORICO-EXIT
           END-IF
           ADD 1 TO WK-ROL-COPIA
           GO TO 2655-COPIAR-HISTORICO
           .
       2655-COPIAR-HISTORICO-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     TROCAR O ARQUIVO ANUAL DE EXECUCOES ABERTO
      *-----------------------------------------------------------------
       2680-TROCAR-ANO-HIS SECTION.
           IF ANO-ABERTO
               PERFORM 2690-FECHAR-ANO-HIS
           END-IF

           PERFORM 2710-MONTAR-PATH-ANO

           OPEN EXTEND ARQ-ANOHIS
           IF AS-STATUS-ANO EQUAL 35
               OPEN OUTPUT ARQ-ANOHIS
           END-IF
           IF AS-STATUS-ANO NOT EQUAL ZEROS
               DISPLAY 'ERRO DE ABERTURA DO ARQUIVO ANUAL '
                        WK-ANO-ABERTO ' ' AS-STATUS-ANO
               MOVE 'S' TO WK-ROL-ERRO-ANO
               GO TO 2680-TROCAR-ANO-HIS-EXIT
           END-IF
           MOVE 'S' TO WK-ROL-ANO-OK
           .
       2680-TROCAR-ANO-HIS-EXIT.
           EXIT.

       2690-FECHAR-ANO-HIS SECTION.
           CLOSE ARQ-ANOHIS
           IF AS-STATUS-ANO NOT EQUAL ZEROS
               DISPLAY 'ERRO AO FECHAR O ARQUIVO ANUAL '
                        WK-ANO-ABERTO ' ' AS-STATUS-ANO
           END-IF
           PERFORM 2740-IMPRIMIR-ANO
           .
       2690-FECHAR-ANO-HIS-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     ZERAR OS CONTADORES DA ROLAGEM E ABRIR A SECAO NO RELATORIO
      *-----------------------------------------------------------------
       2700-INICIAR-ROLAGEM SECTION.
           MOVE ZEROS  TO WK-ROL-LIDOS WK-ROL-ARQ WK-ROL-MANT
                          WK-ROL-COPIA WK-ROL-VAL-LIDOS WK-ROL-VAL-ARQ
                          WK-ROL-VAL-MANT WK-ROL-VAL-COPIA
                          WK-ANO-ABERTO WK-ANO-QTD WK-ANO-VALOR
           MOVE SPACES TO WK-ROL-SITUACAO
           MOVE 'N'    TO WK-ROL-ANO-OK WK-ROL-ERRO-ANO

           MOVE WK-TRACO TO FL-ARQ-RELARQ
           WRITE FL-ARQ-RELARQ AFTER ADVANCING 2 LINES
           MOVE WK-ROL-NOME TO FL-ARQ-RELARQ
           MOVE 'QUANTIDADE' TO FL-ARQ-RELARQ (50:10)
           IF ROLAGEM-COM-VALOR
               MOVE 'VALOR' TO FL-ARQ-RELARQ (74:5)
           END-IF
           WRITE FL-ARQ-RELARQ AFTER ADVANCING 1 LINE
           MOVE WK-TRACO TO FL-ARQ-RELARQ
           WRITE FL-ARQ-RELARQ AFTER ADVANCING 1 LINE
           .
       2700-INICIAR-ROLAGEM-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     MONTAR O NOME DO ARQUIVO ANUAL (PREFIXO + AAAA + .txt)
      *-----------------------------------------------------------------
       2710-MONTAR-PATH-ANO SECTION.
           MOVE WK-ANO-REG TO WK-ANO-ABERTO
           MOVE ZEROS      TO WK-ANO-QTD WK-ANO-VALOR
           MOVE 'N'        TO WK-ROL-ANO-OK

           MOVE SPACES TO WK-PATH-ANO
           STRING WK-PREF-ATUAL DELIMITED BY SPACE
                  WK-ANO-ABERTO DELIMITED BY SIZE
                  '.txt'        DELIMITED BY SIZE
                  INTO WK-PATH-ANO
           .
       2710-MONTAR-PATH-ANO-EXIT.
           EXIT.

       2720-CONTAR-ARQUIVADO SECTION.
           ADD 1                TO WK-ROL-ARQ WK-ANO-QTD
           ADD WK-ROL-VALOR-REG TO WK-ROL-VAL-ARQ WK-ANO-VALOR
           .
       2720-CONTAR-ARQUIVADO-EXIT.
           EXIT.

       2730-CONTAR-MANTIDO SECTION.
           ADD 1                TO WK-ROL-MANT
           ADD WK-ROL-VALOR-REG TO WK-ROL-VAL-MANT
           .
       2730-CONTAR-MANTIDO-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     LINHA DO ARQUIVO ANUAL RECEM-FECHADO
      *-----------------------------------------------------------------
       2740-IMPRIMIR-ANO SECTION.
           MOVE 'N' TO WK-ROL-ANO-OK
           IF WK-ANO-QTD EQUAL ZEROS
               GO TO 2740-IMPRIMIR-ANO-EXIT
           END-IF

           MOVE SPACES TO WK-LC-ROTULO
           STRING '  PARA O ARQUIVO ANUAL ' DELIMITED BY SIZE
                  WK-ANO-ABERTO             DELIMITED BY SIZE
                  INTO WK-LC-ROTULO
           MOVE WK-ANO-QTD   TO WK-LC-QTD
           MOVE WK-ANO-VALOR TO WK-LC-VALOR
           IF NOT ROLAGEM-COM-VALOR
               MOVE SPACES TO WK-LC-VALOR-X
           END-IF
           PERFORM 2960-IMPRIMIR-LINHA-CTL
           .
       2740-IMPRIMIR-ANO-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     TOTAIS E CONFERENCIA DO HISTORICO ROLADO
      *-----------------------------------------------------------------
       2750-RELATAR-ROLAGEM SECTION.
           IF ROLAGEM-SEM-ARQUIVO
               MOVE 'ARQUIVO NAO DISPONIVEL - NAO ROLADO'
                    TO FL-ARQ-RELARQ
               WRITE FL-ARQ-RELARQ AFTER ADVANCING 1 LINE
               GO TO 2750-RELATAR-ROLAGEM-EXIT
           END-IF

           ADD WK-ROL-ARQ TO WK-TOT-HIST-ARQ

           MOVE 'REGISTROS LIDOS'             TO WK-LC-ROTULO
           MOVE WK-ROL-LIDOS                  TO WK-LC-QTD
           MOVE WK-ROL-VAL-LIDOS              TO WK-LC-VALOR
           PERFORM 2755-IMPRIMIR-TOTAL-ROL

           MOVE 'ARQUIVADOS (ANTERIORES A JANELA)' TO WK-LC-ROTULO
           MOVE WK-ROL-ARQ                    TO WK-LC-QTD
           MOVE WK-ROL-VAL-ARQ                TO WK-LC-VALOR
           PERFORM 2755-IMPRIMIR-TOTAL-ROL

           MOVE 'MANTIDOS NA JANELA VIVA'     TO WK-LC-ROTULO
           MOVE WK-ROL-MANT                   TO WK-LC-QTD
           MOVE WK-ROL-VAL-MANT               TO WK-LC-VALOR
           PERFORM 2755-IMPRIMIR-TOTAL-ROL

           IF ROLAGEM-REGRAVADA OR ROLAGEM-NAO-REGRAV
                   OR ROLAGEM-COPIA-INCOMPL
               MOVE 'REGRAVADOS NO ARQUIVO VIVO' TO WK-LC-ROTULO
               MOVE WK-ROL-COPIA               TO WK-LC-QTD
               MOVE WK-ROL-VAL-COPIA           TO WK-LC-VALOR
               PERFORM 2755-IMPRIMIR-TOTAL-ROL
           END-IF

           MOVE 'LIDOS = ARQUIVADOS + MANTIDOS' TO WK-LCF-ROTULO
           IF WK-ROL-LIDOS EQUAL WK-ROL-ARQ + WK-ROL-MANT
                   AND WK-ROL-VAL-LIDOS EQUAL WK-ROL-VAL-ARQ
                                            + WK-ROL-VAL-MANT
               MOVE 'CONFERE'    TO WK-LCF-RESULT
           ELSE
               MOVE 'DIVERGENTE' TO WK-LCF-RESULT
               MOVE 'S'          TO WK-DIVERGENCIA
           END-IF
           PERFORM 2970-IMPRIMIR-CONFERENCIA

           MOVE 'MANTIDOS = REGRAVADOS NO ARQUIVO VIVO'
                TO WK-LCF-ROTULO
           EVALUATE TRUE
               WHEN ROLAGEM-INALTERADA
                   MOVE 'NADA A ARQUIVAR - VIVO INALTERADO'
                        TO WK-LCF-RESULT
               WHEN ROLAGEM-ERRO-TMP
                   MOVE 'NAO REGRAVADO - ERRO NO TRABALHO'
                        TO WK-LCF-RESULT
                   MOVE 'S' TO WK-DIVERGENCIA
               WHEN ROLAGEM-REGRAVADA
                       AND WK-ROL-COPIA EQUAL WK-ROL-MANT
                       AND WK-ROL-VAL-COPIA EQUAL WK-ROL-VAL-MANT
                   MOVE 'CONFERE'    TO WK-LCF-RESULT
               WHEN OTHER
                   MOVE 'DIVERGENTE' TO WK-LCF-RESULT
                   MOVE 'S'          TO WK-DIVERGENCIA
           END-EVALUATE
           PERFORM 2970-IMPRIMIR-CONFERENCIA

           IF ROLAGEM-ERRO-TMP AND WK-ROL-ARQ > ZEROS
               MOVE 'ATENCAO - REGISTROS JA GRAVADOS NOS ARQUIVOS '
                    TO FL-ARQ-RELARQ
               MOVE 'ANUAIS CONTINUAM NO ARQUIVO VIVO'
                    TO FL-ARQ-RELARQ (47:32)
               WRITE FL-ARQ-RELARQ AFTER ADVANCING 1 LINE
           END-IF

           IF HOUVE-ERRO-ANO
               MOVE 'ATENCAO - ERRO NO ARQUIVO ANUAL - OS REGISTROS '
                    TO FL-ARQ-RELARQ
               MOVE 'NAO GRAVADOS FICARAM NO VIVO'
                    TO FL-ARQ-RELARQ (49:28)
               WRITE FL-ARQ-RELARQ AFTER ADVANCING 1 LINE
           END-IF

           IF ROLAGEM-ERRO-TMP OR ROLAGEM-NAO-REGRAV
                   OR ROLAGEM-COPIA-INCOMPL
               PERFORM 2760-INTERROMPER-ROLAGEM
           END-IF
           .
       2750-RELATAR-ROLAGEM-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *     ROLAGEM COM ERRO - AVISAR E NAO ROLAR OS DEMAIS HISTORICOS
      *-----------------------------------------------------------------
      *    VIVO REGRAVADO PELA METADE: O RESTANTE DA JANELA VIVA SO
      *    EXISTE NO DD-ARQTMP. VIVO NAO REGRAVADO COM REGISTROS JA
      *    ACRESCENTADOS NOS ANUAIS: UMA REEXECUCAO OS GRAVARIA DE NOVO.
      *    NOS DOIS CASOS A REEXECUCAO SO DEPOIS DE RESTAURAR.
       2760-INTERROMPER-ROLAGEM SECTION.
           MOVE 'S' TO WK-ROL-PARADA

           IF ROLAGEM-COPIA-INCOMPL
               DISPLAY 'ATENCAO - ' WK-ROL-NOME
               DISPLAY 'ATENCAO - ARQUIVO VIVO REGRAVADO INCOMPLETO - '
                       'OS REGISTROS MANTIDOS ESTAO NO DD-ARQTMP'
               MOVE 'ATENCAO - VIVO REGRAVADO INCOMPLETO - JANELA VIVA '
                    TO FL-ARQ-RELARQ
               MOVE 'INTEIRA NO DD-ARQTMP' TO FL-ARQ-RELARQ (51:20)
               WRITE FL-ARQ-RELARQ AFTER ADVANCING 1 LINE
           END-IF

           IF WK-ROL-ARQ > ZEROS AND NOT ROLAGEM-COPIA-INCOMPL
               DISPLAY 'ATENCAO - ' WK-ROL-NOME
               DISPLAY 'ATENCAO - VIVO NAO REGRAVADO - ' WK-ROL-ARQ
                       ' REGISTROS JA ESTAO TAMBEM NOS ARQUIVOS ANUAIS'
           END-IF

           DISPLAY 'ATENCAO - ROLAGENS SEGUINTES NAO EXECUTADAS - NAO '
                   'REEXECUTAR SEM RESTAURAR O ARQUIVO VIVO'
           MOVE 'ROLAGENS SEGUINTES NAO EXECUTADAS - NAO REEXECUTAR '
                TO FL-ARQ-RELARQ
           MOVE 'SEM RESTAURAR O ARQUIVO VIVO' TO FL-ARQ-RELARQ (52:28)
           WRITE FL-ARQ-RELARQ AFTER ADVANCING 1 LINE
           .
       2760-INTERROMPER-ROLAGEM-EXIT.
           EXIT.

       2755-IMPRIMIR-TOTAL-ROL SECTION.
           IF NOT ROLAGEM-COM-VALOR
               MOVE SPACES TO WK-LC-VALOR-X
           END-IF
           PERFORM 2960-IMPRIMIR-LINHA-CTL
           .
       2755-IMPRIMIR-TOTAL-ROL-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     RESULTADO GERAL DA CONFERENCIA
      *-----------------------------------------------------------------
       2800-RELATAR-RESULTADO SECTION.
           MOVE WK-CABEC01 TO FL-ARQ-RELARQ
           WRITE FL-ARQ-RELARQ AFTER ADVANCING 2 LINES

           MOVE 'RESULTADO GERAL DA CONFERENCIA' TO WK-LCF-ROTULO
           IF HOUVE-DIVERGENCIA
               MOVE 'DIVERGENTE - VER ACIMA' TO WK-LCF-RESULT
           ELSE
               MOVE 'CONFERE - NADA PERDIDO' TO WK-LCF-RESULT
           END-IF
           MOVE WK-LINHA-CONF TO FL-ARQ-RELARQ
           WRITE FL-ARQ-RELARQ AFTER ADVANCING 1 LINE

           MOVE WK-CABEC01 TO FL-ARQ-RELARQ
           WRITE FL-ARQ-RELARQ AFTER ADVANCING 1 LINE
           .
       2800-RELATAR-RESULTADO-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     EDITAR WK-DATA-AUX (AAAAMMDD) EM WK-DATA-EDIT (DD/MM/AAAA)
      *-----------------------------------------------------------------
       2950-EDITAR-DATA SECTION.
           MOVE WK-DA-DAY   TO WK-DE-DAY
           MOVE WK-DA-MONTH TO WK-DE-MONTH
           MOVE WK-DA-YEAR  TO WK-DE-YEAR
           .
       2950-EDITAR-DATA-EXIT.
           EXIT.

       2960-IMPRIMIR-LINHA-CTL SECTION.
           MOVE WK-LINHA-CTL TO FL-ARQ-RELARQ
           WRITE FL-ARQ-RELARQ AFTER ADVANCING 1 LINE
           .
       2960-IMPRIMIR-LINHA-CTL-EXIT.
           EXIT.

       2970-IMPRIMIR-CONFERENCIA SECTION.
           MOVE WK-LINHA-CONF TO FL-ARQ-RELARQ
           WRITE FL-ARQ-RELARQ AFTER ADVANCING 1 LINE
           .
       2970-IMPRIMIR-CONFERENCIA-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     FINALIZACAO
      *-----------------------------------------------------------------
       3000-FINALIZAR SECTION.
           DISPLAY 'LINHAS DE JORNAL LIDAS:     ' WK-CONT-JRN-VARRIDOS
           DISPLAY 'BAIXAS NO JORNAL:           ' WK-CONT-JRN-BAIXAS
           DISPLAY 'TITULOS LIDOS DO MESTRE:    ' WK-CONT-MST-LIDOS
           DISPLAY 'TITULOS ARQUIVADOS:         ' WK-CONT-MST-ARQ
           DISPLAY 'BAIXADOS DENTRO DO PRAZO:   ' WK-CONT-MST-RECENTES
           DISPLAY 'ERROS NO ARQUIVAMENTO:      ' WK-CONT-MST-ERRO
           DISPLAY 'REGISTROS DE HISTORICO      '
           DISPLAY '  MOVIDOS P/ ARQUIVO ANUAL: ' WK-TOT-HIST-ARQ

           IF WK-CONT-JRN-ERRO > ZEROS
               DISPLAY 'ATENCAO - ' WK-CONT-JRN-ERRO ' REMOCOES SEM '
                       'LINHA NO JORNAL'
           END-IF

           IF HOUVE-DIVERGENCIA
               DISPLAY 'ATENCAO - CONFERENCIA DIVERGENTE - VER O '
                       'RELATORIO DE CONTROLE'
           END-IF

           IF ROLAGEM-INTERROMPIDA
               DISPLAY 'ATENCAO - ROLAGEM INTERROMPIDA - NAO '
                       'REEXECUTAR SEM RESTAURAR O HISTORICO PELO '
                       'DD-ARQTMP E '
                       'CONFERIR OS ARQUIVOS ANUAIS'
           END-IF

           DISPLAY 'Processo Concluido!'
           STOP RUN.
       3000-FINALIZAR-EXIT.
           EXIT.

       END PROGRAM CBLX0026.
