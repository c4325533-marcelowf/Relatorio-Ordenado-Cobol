       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLX0023.
      ******************************************************************
      * Author: Marcelo Wzorek Filho
      * Date: 15/10/2026
      * Purpose: Consulta consolidada do devedor por CNPJ, para o
      *          atendimento: o operador digita o CNPJ e recebe numa
      *          tela so o cadastro (CBLCAD01), todos os titulos do
      *          mestre CBLZMW05-MST com a situacao por extenso e o
      *          valor atualizado, os parcelamentos ativos do arquivo
      *          de acordos (CBLX0014), os ultimos pagamentos do
      *          historico CBLZMW07-PAG, a classe de risco de
      *          CBLZMW15-NOT (CBLX0018) e as alteracoes mais recentes
      *          do mestre no jornal CBLZMW06-JRN. Somente leitura -
      *          nenhum arquivo e aberto para gravacao
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

       SELECT ARQ-CADASTRO ASSIGN TO
           WK-PATH-CADASTRO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CAD-CNPJ
           FILE STATUS IS AS-STATUS-CAD.

       SELECT ARQ-ACORDOS ASSIGN TO
           WK-PATH-ACORDOS
           FILE STATUS IS AS-STATUS-ACD.

       SELECT ARQ-PAGHIS ASSIGN TO
           WK-PATH-PAGHIS
           FILE STATUS IS AS-STATUS-PAG.

       SELECT ARQ-NOTAS ASSIGN TO
           WK-PATH-NOTAS
           FILE STATUS IS AS-STATUS-NOT.

       SELECT ARQ-JORNAL ASSIGN TO
           WK-PATH-JORNAL
           FILE STATUS IS AS-STATUS-JRN.

       SELECT ARQ-TAXAS ASSIGN TO
           WK-PATH-TAXAS
           FILE STATUS IS AS-STATUS-TAXAS.

       SELECT ARQ-SITTAB ASSIGN TO
           WK-PATH-SITTAB
           FILE STATUS IS AS-STATUS-SITTAB.

       DATA DIVISION.
       FILE SECTION.

       FD ARQ-MESTRE.
       COPY CBLMST01.

       FD ARQ-CADASTRO.
       COPY CBLCAD01.

      *    ACORDOS DE PARCELAMENTO - O MESMO ARQUIVO DE CBLX0014.
       FD ARQ-ACORDOS RECORDING MODE IS F BLOCK CONTAINS 0 RECORDS.
       01 FL-ARQ-ACORDOS.
           02 ACD-CNPJ       PIC 9(14).
           02 ACD-VENC-ORIG  PIC 9(08).
           02 ACD-QTD-PARC   PIC 9(02).
           02 ACD-PRIM-VENC  PIC 9(08).
           02 ACD-VALOR-PARC PIC 9(13)V99.

       FD ARQ-PAGHIS RECORDING MODE IS F.
       COPY CBLPAG01.

      *    NOTAS DE RISCO GRAVADAS POR CBLX0018 - UM REGISTRO POR CNPJ.
       FD ARQ-NOTAS RECORDING MODE IS F.
       01 FL-ARQ-NOTAS.
           02 NOTA-CNPJ         PIC 9(14).
           02 NOTA-PAGOS-DIA    PIC 9(05).
           02 NOTA-PAGOS-ATRASO PIC 9(05).
           02 NOTA-FALHAS       PIC 9(05).
           02 NOTA-ABERTOS      PIC 9(05).
           02 NOTA-ABERTOS-VENC PIC 9(05).
           02 NOTA-CLASSE       PIC X(15).

       FD ARQ-JORNAL RECORDING MODE IS F.
       COPY CBLJRN01.

      *    TABELA DE TAXAS DE JUROS/MULTA DE CBLX0008 - O VALOR
      *    ATUALIZADO DA CONSULTA E O MESMO DO RELATORIO DIARIO.
       FD ARQ-TAXAS RECORDING MODE IS F.
       01 FL-ARQ-TAXAS.
           02 TAX-SIT       PIC 9(02).
           02 TAX-JUROS-MES PIC 9(02)V9(04).
           02 TAX-MULTA-PCT PIC 9(02)V99.

       FD ARQ-SITTAB RECORDING MODE IS F.
       COPY CBLSIT02.

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *    NOMES DOS ARQUIVOS - PARAMETRIZAVEIS EM TEMPO DE EXECUCAO
      *    (assumem o path do ambiente de desenvolvimento original caso
      *    a variavel de ambiente / DD correspondente nao seja informada)
      *-----------------------------------------------------------------
       01 WK-PATH-MESTRE PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício05\CBLZMW05-MST.dat'.
       01 WK-PATH-CADASTRO PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício05\CBLZMW05-CAD.dat'.
       01 WK-PATH-ACORDOS PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício05\CBLZMW11-ACD.txt'.
       01 WK-PATH-PAGHIS PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício05\CBLZMW07-PAG.txt'.
       01 WK-PATH-NOTAS PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício05\CBLZMW15-NOT.txt'.
       01 WK-PATH-JORNAL PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício05\CBLZMW06-JRN.txt'.
       01 WK-PATH-TAXAS PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício05\CBLZMW05-TAX.txt'.
       01 WK-PATH-SITTAB PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício05\CBLZMW05-SIT.txt'.

       01 AS-STATUS-MST    PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-CAD    PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-ACD    PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-PAG    PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-NOT    PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-JRN    PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-TAXAS  PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-SITTAB PIC 9(02) VALUE ZEROS.

       01 WK-CABEC01 PIC X(80) VALUE ALL '='.
       01 WK-TRACO   PIC X(80) VALUE ALL '-'.

       01 WK-DATA-SYS.
           02 WK-YEAR-SYS  PIC 9(04) VALUE ZEROS.
           02 WK-MONTH-SYS PIC 9(02) VALUE ZEROS.
           02 WK-DAY-SYS   PIC 9(02) VALUE ZEROS.
       01 WK-DATA-SYS-NUM REDEFINES WK-DATA-SYS PIC 9(08).

      *-----------------------------------------------------------------
      *    CNPJ DIGITADO PELO OPERADOR - EM BRANCO OU ZERO ENCERRA
      *-----------------------------------------------------------------
       01 WK-CNPJ-X     PIC X(14) VALUE SPACES.
       01 WK-CNPJ-ATUAL PIC 9(14) VALUE ZEROS.
       01 WK-FIM-CONSULTA PIC X(01) VALUE 'N'.
           88 FIM-CONSULTA VALUE 'S'.
       01 WK-CONT-CONSULTAS PIC 9(05) VALUE ZEROS.

      *    QUANTAS LINHAS DE PAGAMENTO E DE JORNAL MOSTRAR (CNS-ULTIMAS
      *    NO AMBIENTE; SEM O PARAMETRO, 10).
       01 WK-ULTIMAS-X PIC X(02) VALUE SPACES.
       01 WK-ULTIMAS   PIC 9(02) VALUE 10.

       01 WK-MESTRE-OK PIC X(01) VALUE 'N'.
           88 MESTRE-ABERTO VALUE 'S'.
       01 WK-CADASTRO-OK PIC X(01) VALUE 'N'.
           88 CADASTRO-ABERTO VALUE 'S'.

      *    SITUACOES (CBLSIT01 E O FALLBACK DA TABELA EXTERNA).
       COPY CBLSIT01.
       01 WK-SIT-BUSCA PIC X(02) VALUE SPACES.
       01 WK-SIT-DESC  PIC X(15) VALUE SPACES.
       01 WK-SIT-EH-VENCIDA PIC X(01) VALUE 'N'.
           88 SIT-REG-VENCIDA VALUE 'S'.
       01 WK-SIT-RENEGOCIADO PIC 9(02) VALUE 04.
       01 WK-SIT-BAIXADO     PIC 9(02) VALUE 06.

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

       01 WK-TIT-QTD      PIC 9(05) VALUE ZEROS.
       01 WK-TIT-ABERTOS  PIC 9(05) VALUE ZEROS.
       01 WK-TOT-PRINCIPAL PIC 9(15)V99 VALUE ZEROS.
       01 WK-TOT-ATUALIZ   PIC 9(15)V99 VALUE ZEROS.

      *-----------------------------------------------------------------
      *    APURACAO DO PLANO DE UM ACORDO (MESMO CALCULO DE
      *    2200-APURAR-CUMPRIMENTO DE CBLX0014: VENCIMENTO DE CADA
      *    PARCELA = PRIMEIRO VENCIMENTO + N MESES, DIA LIMITADO AO
      *    ULTIMO DIA DO MES)
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
       01 WK-PLA-PAGAS   PIC 9(02) VALUE ZEROS.
       01 WK-PLA-ABERTAS PIC 9(02) VALUE ZEROS.
       01 WK-PLA-ATRASO  PIC 9(02) VALUE ZEROS.
       01 WK-PLA-SALDO   PIC 9(15)V99 VALUE ZEROS.
       01 WK-ACD-RESULT  PIC X(12) VALUE SPACES.
       01 WK-ACD-ATIVOS  PIC 9(03) VALUE ZEROS.

      *-----------------------------------------------------------------
      *    ULTIMOS PAGAMENTOS E ULTIMAS ALTERACOES DO CNPJ - OS ARQUIVOS
      *    SAO ACRESCENTADOS EM EXTEND, ENTAO A ORDEM FISICA E A
      *    CRONOLOGICA; FICAM AS ULTIMAS WK-ULTIMAS OCORRENCIAS.
      *-----------------------------------------------------------------
       01 WK-PGH-QTD PIC 9(02) VALUE ZEROS.
       01 WK-PGH-TOTAL PIC 9(05) VALUE ZEROS.
       01 WK-TAB-PAGTOS.
           05 WK-PGH-OCORR OCCURS 30 TIMES.
               10 WK-PGH-REG PIC X(51).
       01 WK-PGH-IX PIC 9(02) VALUE ZEROS.

       01 WK-JRL-QTD PIC 9(02) VALUE ZEROS.
       01 WK-JRL-TOTAL PIC 9(05) VALUE ZEROS.
       01 WK-TAB-JORNAL.
           05 WK-JRL-OCORR OCCURS 30 TIMES.
               10 WK-JRL-REG PIC X(97).
       01 WK-JRL-IX PIC 9(02) VALUE ZEROS.

      *    IMAGEM DE 41 BYTES DO REGISTRO DO MESTRE, COMO EM CBLX0019.
       01 WK-IMAGEM PIC X(41).
       01 FILLER REDEFINES WK-IMAGEM.
           05 IMG-CNPJ  PIC 9(14).
           05 IMG-VENC  PIC 9(08).
           05 IMG-SIT   PIC 9(02).
           05 IMG-VALOR PIC 9(13)V99.
           05 IMG-FIM   PIC X(02).

       01 WK-NOTA-ACHADA PIC X(01) VALUE 'N'.
           88 NOTA-ACHADA VALUE 'S'.

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

      *-----------------------------------------------------------------
      *    LINHAS DA TELA (80 COLUNAS)
      *-----------------------------------------------------------------
       01 WK-LINHA PIC X(80) VALUE SPACES.

       01 WK-LINHA-TITULO.
           02 WK-LT-VENC  PIC X(10).
           02 FILLER      PIC X(01) VALUE SPACES.
           02 WK-LT-SIT   PIC 9(02).
           02 FILLER      PIC X(01) VALUE SPACES.
           02 WK-LT-DESC  PIC X(15).
           02 FILLER      PIC X(01) VALUE SPACES.
           02 WK-LT-DIAS  PIC -----9.
           02 FILLER      PIC X(01) VALUE SPACES.
           02 WK-LT-VALOR PIC Z(12)9.99.
           02 FILLER      PIC X(01) VALUE SPACES.
           02 WK-LT-VATU  PIC Z(12)9.99.
           02 FILLER      PIC X(02) VALUE SPACES.

       01 WK-LINHA-TOTAL.
           02 FILLER      PIC X(10) VALUE 'TOTAL'.
           02 WK-LTO-QTD  PIC ZZZZ9.
           02 FILLER      PIC X(08) VALUE ' TITULOS'.
           02 FILLER      PIC X(02) VALUE ' ('.
           02 WK-LTO-ABER PIC ZZZZ9.
           02 FILLER      PIC X(08) VALUE ' ABERTOS'.
           02 FILLER      PIC X(01) VALUE ')'.
           02 FILLER      PIC X(01) VALUE SPACES.
           02 WK-LTO-VALOR PIC Z(14)9.99.
           02 FILLER      PIC X(01) VALUE SPACES.
           02 WK-LTO-VATU PIC Z(14)9.99.

       01 WK-LINHA-ACORDO.
           02 WK-LA-VENC   PIC X(10).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 WK-LA-PARC   PIC Z9.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 WK-LA-PAGAS  PIC Z9.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 WK-LA-ABERT  PIC Z9.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 WK-LA-ATRASO PIC Z9.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 WK-LA-VALOR  PIC Z(12)9.99.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 WK-LA-SALDO  PIC Z(12)9.99.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 WK-LA-RESULT PIC X(10).

       01 WK-LINHA-PAGTO.
           02 WK-LP-DATA   PIC X(10).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 WK-LP-VENC   PIC X(10).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 WK-LP-OCORR  PIC X(12).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 WK-LP-VALOR  PIC Z(12)9.99.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 WK-LP-ATRASO PIC ----9.
           02 FILLER       PIC X(23) VALUE SPACES.

       01 WK-LINHA-JORNAL.
           02 WK-LJ-DATA   PIC X(10).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 WK-LJ-HORA   PIC X(06).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 WK-LJ-TIPO   PIC X(01).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 WK-LJ-VENC   PIC X(10).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 WK-LJ-ANT-SIT PIC X(02).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 WK-LJ-ANT-VALOR PIC X(16).
           02 FILLER       PIC X(04) VALUE ' -> '.
           02 WK-LJ-DEP-SIT PIC X(02).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 WK-LJ-DEP-VALOR PIC X(16).
           02 FILLER       PIC X(07) VALUE SPACES.

       01 WK-VALOR-EDIT PIC Z(12)9.99.

       PROCEDURE DIVISION.
           PERFORM 1000-INICIALIZAR.
           PERFORM 3000-FINALIZAR.
      *-----------------------------------------------------------------
      *     INCIALIZACAO DO PROGRAMA
      *-----------------------------------------------------------------
       1000-INICIALIZAR SECTION.
           ACCEPT WK-DATA-SYS FROM DATE YYYYMMDD

           PERFORM 1150-OBTER-PARAMETROS-ARQUIVO
           PERFORM 1168-CARREGAR-SITUACOES
           PERFORM 1170-CARREGAR-TAXAS

           OPEN INPUT ARQ-MESTRE
           IF AS-STATUS-MST NOT EQUAL ZEROS
               DISPLAY 'ERRO DE ABERTURA DO ARQUIVO MESTRE '
                        AS-STATUS-MST ' - TITULOS E ACORDOS NAO '
                       'DISPONIVEIS'
           ELSE
               MOVE 'S' TO WK-MESTRE-OK
           END-IF

           OPEN INPUT ARQ-CADASTRO
           IF AS-STATUS-CAD NOT EQUAL ZEROS
               DISPLAY 'ERRO DE ABERTURA DO CADASTRO DE DEVEDORES '
                        AS-STATUS-CAD ' - CADASTRO NAO DISPONIVEL'
           ELSE
               MOVE 'S' TO WK-CADASTRO-OK
           END-IF

           PERFORM 2000-CONSULTAR

           IF MESTRE-ABERTO
               CLOSE ARQ-MESTRE
           END-IF
           IF CADASTRO-ABERTO
               CLOSE ARQ-CADASTRO
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
           ACCEPT WK-PATH-MESTRE FROM ENVIRONMENT 'DD-MESTRE'
           ON EXCEPTION
               CONTINUE
           END-ACCEPT

           ACCEPT WK-PATH-CADASTRO FROM ENVIRONMENT 'DD-CADASTRO'
           ON EXCEPTION
               CONTINUE
           END-ACCEPT

           ACCEPT WK-PATH-ACORDOS FROM ENVIRONMENT 'DD-ACORDOS'
           ON EXCEPTION
               CONTINUE
           END-ACCEPT

           ACCEPT WK-PATH-PAGHIS FROM ENVIRONMENT 'DD-PAGHIS'
           ON EXCEPTION
               CONTINUE
           END-ACCEPT

           ACCEPT WK-PATH-NOTAS FROM ENVIRONMENT 'DD-NOTAS'
           ON EXCEPTION
               CONTINUE
           END-ACCEPT

           ACCEPT WK-PATH-JORNAL FROM ENVIRONMENT 'DD-JORNAL'
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

           ACCEPT WK-ULTIMAS-X FROM ENVIRONMENT 'CNS-ULTIMAS'
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WK-ULTIMAS-X NUMERIC AND WK-ULTIMAS-X > '00'
               MOVE WK-ULTIMAS-X TO WK-ULTIMAS
               IF WK-ULTIMAS > 30
                   MOVE 30 TO WK-ULTIMAS
               END-IF
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
      *     CARREGAR A TABELA DE TAXAS DE JUROS/MULTA (ARQ-TAXAS)
      *-----------------------------------------------------------------
      *    SEM O ARQUIVO O VALOR ATUALIZADO E IGUAL AO PRINCIPAL.
       1170-CARREGAR-TAXAS SECTION.
           MOVE ZEROS TO WK-TAX-QTD
           MOVE ZEROS TO WK-TAB-TAXAS

           OPEN INPUT ARQ-TAXAS
           IF AS-STATUS-TAXAS NOT EQUAL ZEROS
               GO TO 1170-CARREGAR-TAXAS-EXIT
           END-IF

           PERFORM 1171-LER-TAXA

           CLOSE ARQ-TAXAS
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
           END-IF
           GO TO 1171-LER-TAXA
           .
       1171-LER-TAXA-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     DIALOGO COM O OPERADOR: UM CNPJ POR VEZ ATE BRANCO/ZERO
      *-----------------------------------------------------------------
       2000-CONSULTAR SECTION.
           DISPLAY ' '
           DISPLAY 'CNPJ A CONSULTAR (14 DIGITOS - EM BRANCO ENCERRA):'
           MOVE SPACES TO WK-CNPJ-X
           ACCEPT WK-CNPJ-X

           IF WK-CNPJ-X EQUAL SPACES OR WK-CNPJ-X EQUAL ZEROS
               GO TO 2000-CONSULTAR-EXIT
           END-IF

           IF WK-CNPJ-X NOT NUMERIC
               DISPLAY 'CNPJ INVALIDO - INFORME OS 14 DIGITOS SEM '
                       'PONTUACAO'
               GO TO 2000-CONSULTAR
           END-IF

           MOVE WK-CNPJ-X TO WK-CNPJ-ATUAL
           ADD 1 TO WK-CONT-CONSULTAS

           DISPLAY WK-CABEC01
           DISPLAY 'CONSULTA DO DEVEDOR ' WK-CNPJ-ATUAL
           DISPLAY WK-CABEC01

           PERFORM 2100-MOSTRAR-CADASTRO
           PERFORM 2600-MOSTRAR-RISCO
           PERFORM 2200-MOSTRAR-TITULOS
           PERFORM 2300-MOSTRAR-ACORDOS
           PERFORM 2400-MOSTRAR-PAGAMENTOS
           PERFORM 2500-MOSTRAR-JORNAL

           DISPLAY WK-CABEC01
           GO TO 2000-CONSULTAR
           .
       2000-CONSULTAR-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     CADASTRO (RAZAO SOCIAL E ENDERECO)
      *-----------------------------------------------------------------
       2100-MOSTRAR-CADASTRO SECTION.
           IF NOT CADASTRO-ABERTO
               DISPLAY 'CADASTRO: NAO DISPONIVEL'
               GO TO 2100-MOSTRAR-CADASTRO-EXIT
           END-IF

           MOVE WK-CNPJ-ATUAL TO CAD-CNPJ
           READ ARQ-CADASTRO
               INVALID KEY
                   DISPLAY 'CADASTRO: CNPJ SEM CADASTRO'
                   GO TO 2100-MOSTRAR-CADASTRO-EXIT
           END-READ

           DISPLAY 'RAZAO SOCIAL: ' CAD-NOME
           DISPLAY 'ENDERECO:     ' CAD-ENDERECO
           DISPLAY '              ' CAD-BAIRRO ' CEP ' CAD-CEP
           DISPLAY '              ' CAD-CIDADE ' - ' CAD-UF
           .
       2100-MOSTRAR-CADASTRO-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     TITULOS DO MESTRE COM SITUACAO E VALOR ATUALIZADO
      *-----------------------------------------------------------------
       2200-MOSTRAR-TITULOS SECTION.
           DISPLAY WK-TRACO
           DISPLAY 'TITULOS NO MESTRE'
           IF NOT MESTRE-ABERTO
               DISPLAY '  NAO DISPONIVEL'
               GO TO 2200-MOSTRAR-TITULOS-EXIT
           END-IF

           DISPLAY 'VENCIMENTO SIT DESCRICAO       ATRASO'
                   '        PRINCIPAL  VALOR ATUALIZADO'

           MOVE ZEROS TO WK-TIT-QTD WK-TIT-ABERTOS
           MOVE ZEROS TO WK-TOT-PRINCIPAL WK-TOT-ATUALIZ

           MOVE WK-CNPJ-ATUAL TO MST-CNPJ
           MOVE ZEROS         TO MST-VENC
           START ARQ-MESTRE KEY IS NOT LESS THAN MST-CHAVE
               INVALID KEY
                   DISPLAY '  NENHUM TITULO NO MESTRE'
                   GO TO 2200-MOSTRAR-TITULOS-EXIT
           END-START

           PERFORM 2210-LER-TITULO

           IF WK-TIT-QTD EQUAL ZEROS
               DISPLAY '  NENHUM TITULO NO MESTRE'
               GO TO 2200-MOSTRAR-TITULOS-EXIT
           END-IF

           MOVE WK-TIT-QTD       TO WK-LTO-QTD
           MOVE WK-TIT-ABERTOS   TO WK-LTO-ABER
           MOVE WK-TOT-PRINCIPAL TO WK-LTO-VALOR
           MOVE WK-TOT-ATUALIZ   TO WK-LTO-VATU
           DISPLAY WK-LINHA-TOTAL
           .
       2200-MOSTRAR-TITULOS-EXIT.
           EXIT.

      *    O TOTAL SOMA SO OS TITULOS EM ABERTO - O BAIXADO (06) APARECE
      *    NA LISTA MAS NAO E DIVIDA.
       2210-LER-TITULO SECTION.
           READ ARQ-MESTRE NEXT RECORD AT END
                GO TO 2210-LER-TITULO-EXIT.

           IF MST-CNPJ NOT EQUAL WK-CNPJ-ATUAL
               GO TO 2210-LER-TITULO-EXIT
           END-IF

           ADD 1 TO WK-TIT-QTD
           MOVE MST-SIT TO WK-SIT-BUSCA
           PERFORM 2250-TRADUZIR-SITUACAO
           PERFORM 2260-CALCULAR-VALOR-ATUALIZADO

           MOVE MST-VENC TO WK-DATA-CALC
           PERFORM 2950-EDITAR-DATA
           MOVE WK-DATA-EDIT   TO WK-LT-VENC
           MOVE MST-SIT        TO WK-LT-SIT
           MOVE WK-SIT-DESC    TO WK-LT-DESC
           MOVE WK-DIAS-ATRASO TO WK-LT-DIAS
           MOVE MST-VALOR      TO WK-LT-VALOR
           MOVE WK-VALOR-ATUAL TO WK-LT-VATU
           DISPLAY WK-LINHA-TITULO

           IF MST-SIT NOT EQUAL WK-SIT-BAIXADO
               ADD 1              TO WK-TIT-ABERTOS
               ADD MST-VALOR      TO WK-TOT-PRINCIPAL
               ADD WK-VALOR-ATUAL TO WK-TOT-ATUALIZ
           END-IF
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
      *    MESMA REGRA DE 2155-CALCULAR-VALOR-ATUALIZADO DE CBLX0008,
      *    COM OS DIAS DE ATRASO CONTADOS ATE HOJE.
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
      *     PARCELAMENTOS ATIVOS (ACORDOS DO CNPJ AINDA NAO QUITADOS)
      *-----------------------------------------------------------------
      *    PLANO COM TODAS AS PARCELAS PAGAS (QUITADO EM CBLX0014) NAO
      *    E MAIS ATIVO E NAO APARECE.
       2300-MOSTRAR-ACORDOS SECTION.
           DISPLAY WK-TRACO
           DISPLAY 'PARCELAMENTOS ATIVOS'

           IF NOT MESTRE-ABERTO
               DISPLAY '  NAO DISPONIVEL'
               GO TO 2300-MOSTRAR-ACORDOS-EXIT
           END-IF

           OPEN INPUT ARQ-ACORDOS
           IF AS-STATUS-ACD NOT EQUAL ZEROS
               DISPLAY '  ARQUIVO DE ACORDOS NAO DISPONIVEL '
                        AS-STATUS-ACD
               GO TO 2300-MOSTRAR-ACORDOS-EXIT
           END-IF

           DISPLAY 'DIVIDA ORIG PC PG AB AT'
                   '    VALOR PARCELA   SALDO EM ABERTO SITUACAO'
           MOVE ZEROS TO WK-ACD-ATIVOS
           PERFORM 2310-LER-ACORDO
           CLOSE ARQ-ACORDOS

           IF WK-ACD-ATIVOS EQUAL ZEROS
               DISPLAY '  NENHUM PARCELAMENTO ATIVO'
           END-IF
           .
       2300-MOSTRAR-ACORDOS-EXIT.
           EXIT.

       2310-LER-ACORDO SECTION.
           READ ARQ-ACORDOS AT END
                GO TO 2310-LER-ACORDO-EXIT.

           IF ACD-CNPJ NOT NUMERIC OR ACD-CNPJ NOT EQUAL WK-CNPJ-ATUAL
               GO TO 2310-LER-ACORDO
           END-IF

           IF ACD-QTD-PARC NOT NUMERIC OR ACD-QTD-PARC EQUAL ZEROS
                   OR ACD-PRIM-VENC NOT NUMERIC
                   OR ACD-VALOR-PARC NOT NUMERIC
               GO TO 2310-LER-ACORDO
           END-IF

           MOVE ZEROS TO WK-PLA-PAGAS WK-PLA-ABERTAS WK-PLA-ATRASO
           MOVE ZEROS TO WK-PLA-SALDO
           MOVE ACD-PRIM-VENC TO WK-VENC-CALC
           MOVE WK-VENC-DIA   TO WK-DIA-BASE

           PERFORM 2320-APURAR-PARCELA
               VARYING WK-PARC-IX FROM 1 BY 1
               UNTIL WK-PARC-IX > ACD-QTD-PARC

           EVALUATE TRUE
               WHEN WK-PLA-ABERTAS EQUAL ZEROS
                   GO TO 2310-LER-ACORDO
               WHEN WK-PLA-ATRASO > ZEROS
                   MOVE 'QUEBRADO' TO WK-ACD-RESULT
               WHEN OTHER
                   MOVE 'EM DIA'   TO WK-ACD-RESULT
           END-EVALUATE

           ADD 1 TO WK-ACD-ATIVOS
           MOVE ACD-VENC-ORIG TO WK-DATA-CALC
           PERFORM 2950-EDITAR-DATA
           MOVE WK-DATA-EDIT   TO WK-LA-VENC
           MOVE ACD-QTD-PARC   TO WK-LA-PARC
           MOVE WK-PLA-PAGAS   TO WK-LA-PAGAS
           MOVE WK-PLA-ABERTAS TO WK-LA-ABERT
           MOVE WK-PLA-ATRASO  TO WK-LA-ATRASO
           MOVE ACD-VALOR-PARC TO WK-LA-VALOR
           MOVE WK-PLA-SALDO   TO WK-LA-SALDO
           MOVE WK-ACD-RESULT  TO WK-LA-RESULT
           DISPLAY WK-LINHA-ACORDO
           GO TO 2310-LER-ACORDO
           .
       2310-LER-ACORDO-EXIT.
           EXIT.

      *    PARCELA AUSENTE DO MESTRE OU BAIXADA CONTA COMO PAGA, COMO
      *    EM 2250-APURAR-PARCELA DE CBLX0014.
       2320-APURAR-PARCELA SECTION.
           IF WK-PARC-IX > 1
               PERFORM 2330-AVANCAR-UM-MES
           END-IF

           MOVE ACD-CNPJ     TO MST-CNPJ
           MOVE WK-VENC-CALC TO MST-VENC

           READ ARQ-MESTRE KEY IS MST-CHAVE
               INVALID KEY
                   ADD 1 TO WK-PLA-PAGAS
                   GO TO 2320-APURAR-PARCELA-EXIT
           END-READ

           IF MST-SIT EQUAL WK-SIT-BAIXADO
               ADD 1 TO WK-PLA-PAGAS
           ELSE
               ADD 1 TO WK-PLA-ABERTAS
               ADD MST-VALOR TO WK-PLA-SALDO
               IF MST-VENC < WK-DATA-SYS-NUM
                   ADD 1 TO WK-PLA-ATRASO
               END-IF
           END-IF
           .
       2320-APURAR-PARCELA-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     AVANCAR O VENCIMENTO DA PARCELA EM UM MES (CBLX0014 2160)
      *-----------------------------------------------------------------
       2330-AVANCAR-UM-MES SECTION.
           ADD 1 TO WK-VENC-MES
           IF WK-VENC-MES > 12
               MOVE 1 TO WK-VENC-MES
               ADD 1 TO WK-VENC-ANO
           END-IF

           IF WK-VENC-MES EQUAL 02
               PERFORM 2340-CALCULAR-DIAS-FEVEREIRO
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
       2330-AVANCAR-UM-MES-EXIT.
           EXIT.

       2340-CALCULAR-DIAS-FEVEREIRO SECTION.
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
       2340-CALCULAR-DIAS-FEVEREIRO-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     ULTIMOS PAGAMENTOS DO HISTORICO PERMANENTE (PAGHIS)
      *-----------------------------------------------------------------
       2400-MOSTRAR-PAGAMENTOS SECTION.
           DISPLAY WK-TRACO
           DISPLAY 'ULTIMOS PAGAMENTOS (RETORNO DO BANCO)'

           OPEN INPUT ARQ-PAGHIS
           IF AS-STATUS-PAG NOT EQUAL ZEROS
               DISPLAY '  HISTORICO DE PAGAMENTOS NAO DISPONIVEL '
                        AS-STATUS-PAG
               GO TO 2400-MOSTRAR-PAGAMENTOS-EXIT
           END-IF

           MOVE ZEROS TO WK-PGH-QTD WK-PGH-TOTAL
           PERFORM 2410-LER-PAGAMENTO
           CLOSE ARQ-PAGHIS

           IF WK-PGH-QTD EQUAL ZEROS
               DISPLAY '  NENHUM PAGAMENTO NO HISTORICO'
               GO TO 2400-MOSTRAR-PAGAMENTOS-EXIT
           END-IF

           DISPLAY 'DATA       VENCIMENTO OCORRENCIA '
                   '            VALOR ATRASO'
           PERFORM 2430-MOSTRAR-PAGAMENTO
               VARYING WK-PGH-IX FROM 1 BY 1
               UNTIL WK-PGH-IX > WK-PGH-QTD

           IF WK-PGH-TOTAL > WK-PGH-QTD
               DISPLAY '  (' WK-PGH-TOTAL ' OCORRENCIAS NO HISTORICO, '
                       'MOSTRADAS AS ULTIMAS ' WK-PGH-QTD ')'
           END-IF
           .
       2400-MOSTRAR-PAGAMENTOS-EXIT.
           EXIT.

       2410-LER-PAGAMENTO SECTION.
           READ ARQ-PAGHIS AT END
                GO TO 2410-LER-PAGAMENTO-EXIT.

           IF PAG-CNPJ NOT EQUAL WK-CNPJ-ATUAL
               GO TO 2410-LER-PAGAMENTO
           END-IF

           ADD 1 TO WK-PGH-TOTAL
           IF WK-PGH-QTD < WK-ULTIMAS
               ADD 1 TO WK-PGH-QTD
           ELSE
               PERFORM 2420-DESLOCAR-PAGAMENTO
                   VARYING WK-PGH-IX FROM 1 BY 1
                   UNTIL WK-PGH-IX NOT < WK-PGH-QTD
           END-IF
           MOVE FL-ARQ-PAGHIS TO WK-PGH-REG (WK-PGH-QTD)
           GO TO 2410-LER-PAGAMENTO
           .
       2410-LER-PAGAMENTO-EXIT.
           EXIT.

       2420-DESLOCAR-PAGAMENTO SECTION.
           MOVE WK-PGH-REG (WK-PGH-IX + 1) TO WK-PGH-REG (WK-PGH-IX)
           .
       2420-DESLOCAR-PAGAMENTO-EXIT.
           EXIT.

       2430-MOSTRAR-PAGAMENTO SECTION.
           MOVE WK-PGH-REG (WK-PGH-IX) TO FL-ARQ-PAGHIS

           MOVE PAG-DATA TO WK-DATA-CALC
           PERFORM 2950-EDITAR-DATA
           MOVE WK-DATA-EDIT TO WK-LP-DATA
           MOVE PAG-VENC TO WK-DATA-CALC
           PERFORM 2950-EDITAR-DATA
           MOVE WK-DATA-EDIT TO WK-LP-VENC

           EVALUATE PAG-OCORR
               WHEN 'L'
                   MOVE 'LIQUIDADO'    TO WK-LP-OCORR
               WHEN 'P'
                   MOVE 'PARCIAL'      TO WK-LP-OCORR
               WHEN 'R'
                   MOVE 'REJEITADO'    TO WK-LP-OCORR
               WHEN 'S'
                   MOVE 'SEM MESTRE'   TO WK-LP-OCORR
               WHEN OTHER
                   MOVE 'OUTRAS'       TO WK-LP-OCORR
           END-EVALUATE
           MOVE PAG-VALOR  TO WK-LP-VALOR
           MOVE PAG-ATRASO TO WK-LP-ATRASO
           DISPLAY WK-LINHA-PAGTO
           .
       2430-MOSTRAR-PAGAMENTO-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     ALTERACOES MAIS RECENTES DO MESTRE (JORNAL)
      *-----------------------------------------------------------------
       2500-MOSTRAR-JORNAL SECTION.
           DISPLAY WK-TRACO
           DISPLAY 'ULTIMAS ALTERACOES NO MESTRE (JORNAL)'

           OPEN INPUT ARQ-JORNAL
           IF AS-STATUS-JRN NOT EQUAL ZEROS
               DISPLAY '  JORNAL NAO DISPONIVEL ' AS-STATUS-JRN
               GO TO 2500-MOSTRAR-JORNAL-EXIT
           END-IF

           MOVE ZEROS TO WK-JRL-QTD WK-JRL-TOTAL
           PERFORM 2510-LER-JORNAL
           CLOSE ARQ-JORNAL

           IF WK-JRL-QTD EQUAL ZEROS
               DISPLAY '  NENHUMA ALTERACAO NO JORNAL'
               GO TO 2500-MOSTRAR-JORNAL-EXIT
           END-IF

           DISPLAY 'DATA       HORA   T VENCIMENTO ANTES (SIT/VALOR)'
                   '    DEPOIS (SIT/VALOR)'
           PERFORM 2530-MOSTRAR-OPERACAO
               VARYING WK-JRL-IX FROM 1 BY 1
               UNTIL WK-JRL-IX > WK-JRL-QTD

           IF WK-JRL-TOTAL > WK-JRL-QTD
               DISPLAY '  (' WK-JRL-TOTAL ' OPERACOES NO JORNAL, '
                       'MOSTRADAS AS ULTIMAS ' WK-JRL-QTD ')'
           END-IF
           .
       2500-MOSTRAR-JORNAL-EXIT.
           EXIT.

      *    O CNPJ E LIDO DA IMAGEM QUE EXISTIR, COMO EM 2050 DE
      *    CBLX0019 (NA INCLUSAO SO HA A DEPOIS, NA EXCLUSAO SO A
      *    ANTES).
       2510-LER-JORNAL SECTION.
           READ ARQ-JORNAL AT END
                GO TO 2510-LER-JORNAL-EXIT.

           IF JRN-ANTES NOT EQUAL SPACES
               MOVE JRN-ANTES TO WK-IMAGEM
           ELSE
               MOVE JRN-DEPOIS TO WK-IMAGEM
           END-IF

           IF WK-IMAGEM (1:14) NOT EQUAL WK-CNPJ-X
               GO TO 2510-LER-JORNAL
           END-IF

           ADD 1 TO WK-JRL-TOTAL
           IF WK-JRL-QTD < WK-ULTIMAS
               ADD 1 TO WK-JRL-QTD
           ELSE
               PERFORM 2520-DESLOCAR-OPERACAO
                   VARYING WK-JRL-IX FROM 1 BY 1
                   UNTIL WK-JRL-IX NOT < WK-JRL-QTD
           END-IF
           MOVE FL-ARQ-JORNAL TO WK-JRL-REG (WK-JRL-QTD)
           GO TO 2510-LER-JORNAL
           .
       2510-LER-JORNAL-EXIT.
           EXIT.

       2520-DESLOCAR-OPERACAO SECTION.
           MOVE WK-JRL-REG (WK-JRL-IX + 1) TO WK-JRL-REG (WK-JRL-IX)
           .
       2520-DESLOCAR-OPERACAO-EXIT.
           EXIT.

       2530-MOSTRAR-OPERACAO SECTION.
           MOVE WK-JRL-REG (WK-JRL-IX) TO FL-ARQ-JORNAL

           MOVE JRN-DATA TO WK-DATA-CALC
           PERFORM 2950-EDITAR-DATA
           MOVE WK-DATA-EDIT TO WK-LJ-DATA
           MOVE JRN-HORA     TO WK-LJ-HORA
           MOVE JRN-TIPO     TO WK-LJ-TIPO

           IF JRN-ANTES NOT EQUAL SPACES
               MOVE JRN-ANTES TO WK-IMAGEM
           ELSE
               MOVE JRN-DEPOIS TO WK-IMAGEM
           END-IF
           MOVE IMG-VENC TO WK-DATA-CALC
           PERFORM 2950-EDITAR-DATA
           MOVE WK-DATA-EDIT TO WK-LJ-VENC

           IF JRN-ANTES EQUAL SPACES
               MOVE '--'          TO WK-LJ-ANT-SIT
               MOVE 'INEXISTENTE' TO WK-LJ-ANT-VALOR
           ELSE
               MOVE JRN-ANTES     TO WK-IMAGEM
               MOVE IMG-SIT       TO WK-LJ-ANT-SIT
               MOVE IMG-VALOR     TO WK-VALOR-EDIT
               MOVE WK-VALOR-EDIT TO WK-LJ-ANT-VALOR
           END-IF

           IF JRN-DEPOIS EQUAL SPACES
               MOVE '--'          TO WK-LJ-DEP-SIT
               MOVE 'EXCLUIDO'    TO WK-LJ-DEP-VALOR
           ELSE
               MOVE JRN-DEPOIS    TO WK-IMAGEM
               MOVE IMG-SIT       TO WK-LJ-DEP-SIT
               MOVE IMG-VALOR     TO WK-VALOR-EDIT
               MOVE WK-VALOR-EDIT TO WK-LJ-DEP-VALOR
           END-IF

           DISPLAY WK-LINHA-JORNAL
           .
       2530-MOSTRAR-OPERACAO-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     CLASSE DE RISCO (NOTAS DE CBLX0018)
      *-----------------------------------------------------------------
       2600-MOSTRAR-RISCO SECTION.
           OPEN INPUT ARQ-NOTAS
           IF AS-STATUS-NOT NOT EQUAL ZEROS
               DISPLAY 'CLASSE DE RISCO: NAO DISPONIVEL ' AS-STATUS-NOT
               GO TO 2600-MOSTRAR-RISCO-EXIT
           END-IF

           MOVE 'N' TO WK-NOTA-ACHADA
           PERFORM 2610-LER-NOTA
           CLOSE ARQ-NOTAS

           IF NOT NOTA-ACHADA
               DISPLAY 'CLASSE DE RISCO: SEM CLASSIFICACAO'
               GO TO 2600-MOSTRAR-RISCO-EXIT
           END-IF

           DISPLAY 'CLASSE DE RISCO: ' NOTA-CLASSE
                   '  PAGOS EM DIA: ' NOTA-PAGOS-DIA
                   '  COM ATRASO: '   NOTA-PAGOS-ATRASO
           DISPLAY '                 FALHAS: ' NOTA-FALHAS
                   '  ABERTOS: '      NOTA-ABERTOS
                   '  VENCIDOS: '     NOTA-ABERTOS-VENC
           .
       2600-MOSTRAR-RISCO-EXIT.
           EXIT.

       2610-LER-NOTA SECTION.
           READ ARQ-NOTAS AT END
                GO TO 2610-LER-NOTA-EXIT.

           IF NOTA-CNPJ EQUAL WK-CNPJ-ATUAL
               MOVE 'S' TO WK-NOTA-ACHADA
               GO TO 2610-LER-NOTA-EXIT
           END-IF
           GO TO 2610-LER-NOTA
           .
       2610-LER-NOTA-EXIT.
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
           DISPLAY 'CONSULTAS REALIZADAS: ' WK-CONT-CONSULTAS
           DISPLAY 'Processo Concluido!'
           STOP RUN.
       3000-FINALIZAR-EXIT.
           EXIT.

       END PROGRAM CBLX0023.
