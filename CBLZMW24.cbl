       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLX0027.
      ******************************************************************
      * Author: Marcelo Wzorek Filho
      * Date: 15/10/2026
      * Purpose: Atribuicao diaria da carteira de cobranca: le o
      *          cadastro mestre (CBLZMW05-MST), apura cada CNPJ com
      *          titulo vencido (saldo e quantidade), localiza a
      *          filial (extratos das filiais de CBLX0008) e a UF
      *          (cadastro de devedores) e da a cada um o cobrador
      *          responsavel (CBLCOB01), gravando a carteira
      *          (CBLCAR01). O devedor fica com o mesmo cobrador de um
      *          dia para o outro; so muda por transferencia manual
      *          (DD-CARMOV) ou quando o cobrador fica inativo ou
      *          deixa de atender a filial/UF. CNPJ novo vai para o
      *          cobrador elegivel de menor carga (saldo e quantidade)
      *          com capacidade livre. Roda antes de CBLX0008, que
      *          leva o cobrador ao arquivo de acoes
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

       SELECT ARQ-CADASTRO ASSIGN TO
           WK-PATH-CADASTRO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CAD-CNPJ
           FILE STATUS IS AS-STATUS-CAD.

       SELECT ARQ-COBRADORES ASSIGN TO
           WK-PATH-COBRADORES
           FILE STATUS IS AS-STATUS-COB.

       SELECT ARQ-CARTEIRA ASSIGN TO
           WK-PATH-CARTEIRA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAR-CNPJ
           FILE STATUS IS AS-STATUS-CAR.

       SELECT ARQ-CARMOV ASSIGN TO
           WK-PATH-CARMOV
           FILE STATUS IS AS-STATUS-MOV.

       SELECT ARQ-FILIAIS ASSIGN TO
           WK-PATH-FILIAIS
           FILE STATUS IS AS-STATUS-FIL.

       SELECT ARQ-DEVFIL ASSIGN TO
           WK-PATH-DEVFIL
           FILE STATUS IS AS-STATUS-DEV.

       SELECT ARQ-RELCAR ASSIGN TO
           WK-PATH-RELCAR
           FILE STATUS IS AS-STATUS-REL.

       SELECT ARQ-SORTCAR ASSIGN TO
           WK-PATH-SORTCAR
           FILE STATUS IS AS-STATUS-SD.

       DATA DIVISION.
       FILE SECTION.

       FD ARQ-MESTRE.
       COPY CBLMST01.

      *    CADASTRO DE DEVEDORES - SO PARA A UF DO CNPJ.
       FD ARQ-CADASTRO.
       COPY CBLCAD01.

       FD ARQ-COBRADORES RECORDING MODE IS F.
       COPY CBLCOB01.

       FD ARQ-CARTEIRA.
       COPY CBLCAR01.

      *    TRANSFERENCIAS MANUAIS DA SUPERVISAO: O CNPJ PASSA PARA O
      *    COBRADOR INFORMADO, MESMO FORA DA SUA FILIAL/UF OU ACIMA DA
      *    CAPACIDADE. MAIS DE UMA PARA O MESMO CNPJ - VALE A ULTIMA.
       FD ARQ-CARMOV RECORDING MODE IS F.
       01 FL-ARQ-CARMOV.
           02 CARMOV-CNPJ     PIC 9(14).
           02 CARMOV-COBRADOR PIC X(04).

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

       FD ARQ-RELCAR RECORDING MODE IS F.
       01 FL-ARQ-RELCAR PIC X(120).

      *    CNPJS SEM COBRADOR MANTIDO, EM ORDEM DECRESCENTE DE SALDO -
      *    OS MAIORES SAO DISTRIBUIDOS PRIMEIRO.
       SD ARQ-SORTCAR RECORDING MODE IS F.
       01 WK-ARQ-SORTCAR.
           05 SRT-VALOR PIC 9(13)V99.
           05 SRT-CNPJ  PIC 9(14).
           05 SRT-IX    PIC 9(04).

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
       01 WK-PATH-COBRADORES PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício05\CBLZMW24-COB.txt'.
       01 WK-PATH-CARTEIRA PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício05\CBLZMW24-CAR.dat'.
       01 WK-PATH-CARMOV PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício05\CBLZMW24-MOV.txt'.
       01 WK-PATH-RELCAR PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício05\CBLZMW24-REL.txt'.
       01 WK-PATH-SORTCAR PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício05\CBLZMW24-SRT.txt'.
      *    SEM DEFAULT: SEM A LISTA DE FILIAIS TODO CNPJ FICA NA FILIAL
      *    000 E SO A UF CONTA NA COBERTURA DO COBRADOR.
       01 WK-PATH-FILIAIS PIC X(100) VALUE SPACES.
       01 WK-PATH-DEVFIL  PIC X(100) VALUE SPACES.

       01 AS-STATUS-MST PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-CAD PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-COB PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-CAR PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-MOV PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-FIL PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-DEV PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-REL PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-SD  PIC 9(02) VALUE ZEROS.

       01 WK-CABEC01 PIC X(120) VALUE ALL '='.
       01 WK-TRACO   PIC X(120) VALUE ALL '-'.

       01 WK-DATA-SYS.
           02 WK-YEAR-SYS  PIC 9(04) VALUE ZEROS.
           02 WK-MONTH-SYS PIC 9(02) VALUE ZEROS.
           02 WK-DAY-SYS   PIC 9(02) VALUE ZEROS.
       01 WK-DATA-SYS-NUM REDEFINES WK-DATA-SYS PIC 9(08).

       01 WK-SIT-BAIXADO PIC 9(02) VALUE 06.

       01 WK-CADASTRO-OK PIC X(01) VALUE 'N'.
           88 CADASTRO-ABERTO VALUE 'S'.
       01 WK-CARTEIRA-OK PIC X(01) VALUE 'N'.
           88 CARTEIRA-ABERTA VALUE 'S'.

      *-----------------------------------------------------------------
      *    COBRADORES (CBLCOB01) COM A CARGA APURADA NA EXECUCAO:
      *    CNPJS E SALDO VENCIDO NA CARTEIRA, ENTRADAS (CNPJS QUE
      *    PASSARAM PARA O COBRADOR HOJE) E SAIDAS (TRANSFERIDOS PARA
      *    OUTRO COBRADOR OU SEM VENCIDO DESDE A ULTIMA EXECUCAO).
      *-----------------------------------------------------------------
       01 WK-CB-QTD-TAB PIC 9(02) VALUE ZEROS.
       01 WK-TAB-COBRADORES.
           05 WK-CB-OCORR OCCURS 50 TIMES.
               10 WK-CB-COD      PIC X(04).
               10 WK-CB-NOME     PIC X(30).
               10 WK-CB-CAP      PIC 9(05).
               10 WK-CB-ATIVO    PIC X(01).
               10 WK-CB-FIL      PIC 9(03) OCCURS 10 TIMES.
               10 WK-CB-UF       PIC X(02) OCCURS 10 TIMES.
               10 WK-CB-QTD      PIC 9(05).
               10 WK-CB-VALOR    PIC 9(15)V99.
               10 WK-CB-ENTRADAS PIC 9(05).
               10 WK-CB-SAIDAS   PIC 9(05).
       01 WK-CB-IX  PIC 9(02) VALUE ZEROS.
       01 WK-CB-POS PIC 9(02) VALUE ZEROS.
       01 WK-CB-ATIVOS PIC 9(02) VALUE ZEROS.
       01 WK-COB-BUSCA PIC X(04) VALUE SPACES.

      *    COBERTURA DO COBRADOR WK-CB-IX PARA O CNPJ WK-DV-IX.
       01 WK-LST-IX     PIC 9(02) VALUE ZEROS.
       01 WK-LST-FILS   PIC 9(02) VALUE ZEROS.
       01 WK-LST-UFS    PIC 9(02) VALUE ZEROS.
       01 WK-ACHOU-FIL  PIC X(01) VALUE 'N'.
       01 WK-ACHOU-UF   PIC X(01) VALUE 'N'.
       01 WK-COBRE      PIC X(01) VALUE 'N'.
           88 COBRADOR-COBRE VALUE 'S'.

      *    ESCOLHA DO COBRADOR DE MENOR CARGA: PARTICIPACAO NO SALDO
      *    VENCIDO TOTAL MAIS PARTICIPACAO NA QUANTIDADE DE CNPJS.
       01 WK-CARGA      PIC 9(03)V9(08) VALUE ZEROS.
       01 WK-MENOR      PIC 9(03)V9(08) VALUE ZEROS.
       01 WK-TOT-VALOR  PIC 9(15)V99 VALUE ZEROS.
       01 WK-TOT-QTD    PIC 9(05) VALUE ZEROS.

      *-----------------------------------------------------------------
      *    CNPJS COM TITULO VENCIDO, NA ORDEM DO MESTRE (CNPJ). SITUACAO
      *    DA ATRIBUICAO: K=MANTIDO  M=MANUAL  A=NOVO  R=REDISTRIBUIDO
      *    X=SEM COBRADOR ELEGIVEL  BRANCO=PENDENTE.
      *-----------------------------------------------------------------
       01 WK-DV-QTD-TAB PIC 9(04) VALUE ZEROS.
       01 WK-TAB-DEVEDORES.
           05 WK-DV-OCORR OCCURS 5000 TIMES.
               10 WK-DV-CNPJ    PIC 9(14).
               10 WK-DV-VALOR   PIC 9(13)V99.
               10 WK-DV-QTD     PIC 9(05).
               10 WK-DV-FIL     PIC 9(03).
               10 WK-DV-UF      PIC X(02).
               10 WK-DV-EXISTE  PIC X(01).
               10 WK-DV-COB-ANT PIC X(04).
               10 WK-DV-COB     PIC X(04).
               10 WK-DV-SITU    PIC X(01).
       01 WK-DV-IX  PIC 9(04) VALUE ZEROS.
       01 WK-DV-POS PIC 9(04) VALUE ZEROS.

      *    FILIAL DE CADA CNPJ (CARREGADA DOS EXTRATOS DAS FILIAIS).
       01 WK-MAP-QTD PIC 9(04) VALUE ZEROS.
       01 WK-TAB-MAPA.
           05 WK-MAP-OCORR OCCURS 5000 TIMES.
               10 WK-MAP-CNPJ PIC 9(14).
               10 WK-MAP-FIL  PIC 9(03).
       01 WK-MAP-IX  PIC 9(04) VALUE ZEROS.
       01 WK-MAP-POS PIC 9(04) VALUE ZEROS.
       01 WK-CONT-MAPA-CHEIO PIC 9(07) VALUE ZEROS.
       01 WK-FIL-ATUAL PIC 9(03) VALUE ZEROS.

      *    QUEBRA POR CNPJ NA LEITURA DO MESTRE.
       01 WK-CNPJ-ANT   PIC 9(14) VALUE ZEROS.
       01 WK-CNPJ-QTD   PIC 9(05) VALUE ZEROS.
       01 WK-CNPJ-VALOR PIC 9(13)V99 VALUE ZEROS.

       01 WK-MOT-REJ PIC X(30) VALUE SPACES.

       01 WK-CONT-LIDOS       PIC 9(07) VALUE ZEROS.
       01 WK-CONT-VENCIDOS    PIC 9(07) VALUE ZEROS.
       01 WK-CONT-TAB-CHEIA   PIC 9(07) VALUE ZEROS.
       01 WK-CONT-MANTIDOS    PIC 9(07) VALUE ZEROS.
       01 WK-CONT-MANUAIS     PIC 9(07) VALUE ZEROS.
       01 WK-CONT-NOVOS       PIC 9(07) VALUE ZEROS.
       01 WK-CONT-REDIST      PIC 9(07) VALUE ZEROS.
       01 WK-CONT-SEM-COB     PIC 9(07) VALUE ZEROS.
       01 WK-CONT-SAIRAM      PIC 9(07) VALUE ZEROS.
       01 WK-CONT-MOVTOS      PIC 9(07) VALUE ZEROS.
       01 WK-CONT-MOV-REJ     PIC 9(07) VALUE ZEROS.
       01 WK-CONT-ERRO-CAR    PIC 9(07) VALUE ZEROS.

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
           02 FILLER      PIC X(45) VALUE
               'ATRIBUICAO DA CARTEIRA DE COBRANCA - POSICAO '.
           02 WK-LTI-DATA PIC X(10).
           02 FILLER      PIC X(65) VALUE SPACES.

       01 WK-LINHA-ATRIB.
           02 WK-LAT-CNPJ   PIC 9(14).
           02 FILLER        PIC X(02) VALUE SPACES.
           02 WK-LAT-FIL    PIC 9(03).
           02 FILLER        PIC X(02) VALUE SPACES.
           02 WK-LAT-UF     PIC X(02).
           02 FILLER        PIC X(02) VALUE SPACES.
           02 WK-LAT-QTD    PIC ZZZZ9.
           02 FILLER        PIC X(02) VALUE SPACES.
           02 WK-LAT-VALOR  PIC ZZZZZZZZZZZZZ99V99.
           02 FILLER        PIC X(02) VALUE SPACES.
           02 WK-LAT-ANT    PIC X(04).
           02 FILLER        PIC X(02) VALUE SPACES.
           02 WK-LAT-NOVO   PIC X(04).
           02 FILLER        PIC X(02) VALUE SPACES.
           02 WK-LAT-ORIGEM PIC X(15).
           02 FILLER        PIC X(42) VALUE SPACES.

       01 WK-LINHA-REJ.
           02 WK-LRJ-CNPJ   PIC X(14).
           02 FILLER        PIC X(02) VALUE SPACES.
           02 WK-LRJ-COB    PIC X(04).
           02 FILLER        PIC X(02) VALUE SPACES.
           02 WK-LRJ-MOTIVO PIC X(30).
           02 FILLER        PIC X(68) VALUE SPACES.

       01 WK-LINHA-CARGA.
           02 WK-LCG-COD    PIC X(04).
           02 FILLER        PIC X(02) VALUE SPACES.
           02 WK-LCG-NOME   PIC X(30).
           02 FILLER        PIC X(02) VALUE SPACES.
           02 WK-LCG-CAP    PIC ZZZZ9.
           02 FILLER        PIC X(02) VALUE SPACES.
           02 WK-LCG-QTD    PIC ZZZZ9.
           02 FILLER        PIC X(02) VALUE SPACES.
           02 WK-LCG-VALOR  PIC ZZZZZZZZZZZZZ99V99.
           02 FILLER        PIC X(02) VALUE SPACES.
           02 WK-LCG-ENT    PIC ZZZZ9.
           02 FILLER        PIC X(02) VALUE SPACES.
           02 WK-LCG-SAI    PIC ZZZZ9.
           02 FILLER        PIC X(02) VALUE SPACES.
           02 WK-LCG-AVISO  PIC X(20).
           02 FILLER        PIC X(15) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 1000-INICIALIZAR.
           PERFORM 3000-FINALIZAR.
      *-----------------------------------------------------------------
      *     INCIALIZACAO DO PROGRAMA
      *-----------------------------------------------------------------
       1000-INICIALIZAR SECTION.
           ACCEPT WK-DATA-SYS FROM DATE YYYYMMDD

           MOVE ZEROS TO WK-TAB-MAPA

           PERFORM 1150-OBTER-PARAMETROS-ARQUIVO

           PERFORM 1200-CARREGAR-COBRADORES
           IF WK-CB-ATIVOS EQUAL ZEROS
               DISPLAY 'NENHUM COBRADOR ATIVO - CARTEIRA NAO ATRIBUIDA'
               GO TO 1000-INICIALIZAR-EXIT
           END-IF

           PERFORM 1400-CARREGAR-FILIAIS

           OPEN INPUT ARQ-MESTRE
           IF AS-STATUS-MST NOT EQUAL ZEROS
               DISPLAY 'ERRO DE ABERTURA DO ARQUIVO MESTRE '
                        AS-STATUS-MST
               DISPLAY 'CARTEIRA NAO ATRIBUIDA'
               GO TO 1000-INICIALIZAR-EXIT
           END-IF

           OPEN INPUT ARQ-CADASTRO
           IF AS-STATUS-CAD NOT EQUAL ZEROS
               DISPLAY 'CADASTRO DE DEVEDORES NAO DISPONIVEL - CNPJS '
                       'SEM UF ' AS-STATUS-CAD
           ELSE
               MOVE 'S' TO WK-CADASTRO-OK
           END-IF

           PERFORM 2000-LER-MESTRE
           PERFORM 2050-FECHAR-CNPJ

           CLOSE ARQ-MESTRE
           IF AS-STATUS-MST NOT EQUAL ZEROS
               DISPLAY 'ERRO AO FECHAR O ARQUIVO MESTRE '
                        AS-STATUS-MST
           END-IF

           IF CADASTRO-ABERTO
               CLOSE ARQ-CADASTRO
               IF AS-STATUS-CAD NOT EQUAL ZEROS
                   DISPLAY 'ERRO AO FECHAR O CADASTRO DE DEVEDORES '
                            AS-STATUS-CAD
               END-IF
           END-IF

      *    NA PRIMEIRA EXECUCAO A CARTEIRA AINDA NAO EXISTE (STATUS
      *    35) - E CRIADA VAZIA E REABERTA EM I-O, COMO CBLX0025 FAZ
      *    COM O CADASTRO DE DISPUTAS.
           OPEN I-O ARQ-CARTEIRA
           IF AS-STATUS-CAR EQUAL 35
               OPEN OUTPUT ARQ-CARTEIRA
               CLOSE ARQ-CARTEIRA
               OPEN I-O ARQ-CARTEIRA
           END-IF
           IF AS-STATUS-CAR NOT EQUAL ZEROS
               DISPLAY 'ERRO DE ABERTURA DA CARTEIRA DE COBRANCA '
                        AS-STATUS-CAR
               DISPLAY 'CARTEIRA NAO ATRIBUIDA'
               GO TO 1000-INICIALIZAR-EXIT
           END-IF
           MOVE 'S' TO WK-CARTEIRA-OK

           OPEN OUTPUT ARQ-RELCAR
           IF AS-STATUS-REL NOT EQUAL ZEROS
               DISPLAY 'ERRO DE ABERTURA DO RELATORIO DA CARTEIRA '
                        AS-STATUS-REL
           END-IF

           PERFORM 1500-IMPRIMIR-CABECALHO

           PERFORM 2100-LER-CARTEIRA
               VARYING WK-DV-IX FROM 1 BY 1
               UNTIL WK-DV-IX > WK-DV-QTD-TAB

           PERFORM 2200-APLICAR-TRANSFERENCIAS

           PERFORM 2300-MANTER-COBRADOR
               VARYING WK-DV-IX FROM 1 BY 1
               UNTIL WK-DV-IX > WK-DV-QTD-TAB

           SORT ARQ-SORTCAR
               DESCENDING KEY SRT-VALOR
               ASCENDING  KEY SRT-CNPJ
               INPUT PROCEDURE 2400-SELECIONAR-PENDENTES
               OUTPUT PROCEDURE 2450-DISTRIBUIR-PENDENTES

           PERFORM 2500-GRAVAR-CARTEIRA

           PERFORM 2600-RETIRAR-QUITADOS

           PERFORM 2700-IMPRIMIR-CARGA

           CLOSE ARQ-CARTEIRA
           IF AS-STATUS-CAR NOT EQUAL ZEROS
               DISPLAY 'ERRO AO FECHAR A CARTEIRA DE COBRANCA '
                        AS-STATUS-CAR
           END-IF

           CLOSE ARQ-RELCAR
           IF AS-STATUS-REL NOT EQUAL ZEROS
               DISPLAY 'ERRO AO FECHAR O RELATORIO DA CARTEIRA '
                        AS-STATUS-REL
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

           ACCEPT WK-PATH-COBRADORES FROM ENVIRONMENT 'DD-COBRADORES'
           ON EXCEPTION
               CONTINUE
           END-ACCEPT

           ACCEPT WK-PATH-CARTEIRA FROM ENVIRONMENT 'DD-CARTEIRA'
           ON EXCEPTION
               CONTINUE
           END-ACCEPT

           ACCEPT WK-PATH-CARMOV FROM ENVIRONMENT 'DD-CARMOV'
           ON EXCEPTION
               CONTINUE
           END-ACCEPT

           ACCEPT WK-PATH-RELCAR FROM ENVIRONMENT 'DD-RELCAR'
           ON EXCEPTION
               CONTINUE
           END-ACCEPT

           ACCEPT WK-PATH-SORTCAR FROM ENVIRONMENT 'DD-SORTCAR'
           ON EXCEPTION
               CONTINUE
           END-ACCEPT

           ACCEPT WK-PATH-FILIAIS FROM ENVIRONMENT 'DD-FILIAIS'
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           .
       1150-OBTER-PARAMETROS-ARQUIVO-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     CARREGAR O CADASTRO DE COBRADORES
      *-----------------------------------------------------------------
      *    SEM COBRADOR ATIVO NAO HA ATRIBUICAO: A CARTEIRA FICA COMO
      *    ESTA ATE O CADASTRO SER CORRIGIDO.
       1200-CARREGAR-COBRADORES SECTION.
           MOVE ZEROS TO WK-TAB-COBRADORES

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

           IF COB-CAPACIDADE NOT NUMERIC
               DISPLAY 'COBRADOR ' COB-CODIGO ' - CAPACIDADE INVALIDA, '
                       'NAO RECEBE CNPJ NOVO'
               MOVE ZEROS TO COB-CAPACIDADE
           END-IF

           IF WK-CB-QTD-TAB NOT < 50
               DISPLAY 'TABELA DE COBRADORES CHEIA - IGNORADO '
                        COB-CODIGO
               GO TO 1210-LER-COBRADOR
           END-IF

           ADD 1 TO WK-CB-QTD-TAB
           MOVE COB-CODIGO     TO WK-CB-COD (WK-CB-QTD-TAB)
           MOVE COB-NOME       TO WK-CB-NOME (WK-CB-QTD-TAB)
           MOVE COB-CAPACIDADE TO WK-CB-CAP (WK-CB-QTD-TAB)
           MOVE COB-ATIVO      TO WK-CB-ATIVO (WK-CB-QTD-TAB)
           PERFORM 1220-COPIAR-COBERTURA
               VARYING WK-LST-IX FROM 1 BY 1
               UNTIL WK-LST-IX > 10

           IF COB-ATIVO-SIM
               ADD 1 TO WK-CB-ATIVOS
           END-IF
           GO TO 1210-LER-COBRADOR
           .
       1210-LER-COBRADOR-EXIT.
           EXIT.

       1220-COPIAR-COBERTURA SECTION.
           IF COB-FILIAL (WK-LST-IX) NUMERIC
               MOVE COB-FILIAL (WK-LST-IX)
                 TO WK-CB-FIL (WK-CB-QTD-TAB, WK-LST-IX)
           END-IF
           MOVE COB-UF (WK-LST-IX)
             TO WK-CB-UF (WK-CB-QTD-TAB, WK-LST-IX)
           .
       1220-COPIAR-COBERTURA-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     CARREGAR A FILIAL DE CADA CNPJ DOS EXTRATOS DAS FILIAIS
      *-----------------------------------------------------------------
      *    MESMA CARGA DE 1400-CARREGAR-FILIAIS DE CBLX0021: O CNPJ
      *    FICA NA PRIMEIRA FILIAL EM QUE APARECE.
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
      *     CABECALHO DO RELATORIO DA CARTEIRA
      *-----------------------------------------------------------------
       1500-IMPRIMIR-CABECALHO SECTION.
           MOVE WK-DATA-SYS-NUM TO WK-DATA-CALC
           PERFORM 2950-EDITAR-DATA
           MOVE WK-DATA-EDIT TO WK-LTI-DATA

           MOVE WK-CABEC01 TO FL-ARQ-RELCAR
           WRITE FL-ARQ-RELCAR
           MOVE WK-LINHA-TITULO TO FL-ARQ-RELCAR
           WRITE FL-ARQ-RELCAR AFTER ADVANCING 1 LINE
           MOVE WK-CABEC01 TO FL-ARQ-RELCAR
           WRITE FL-ARQ-RELCAR AFTER ADVANCING 1 LINE
           .
       1500-IMPRIMIR-CABECALHO-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     APURAR OS CNPJS COM TITULO VENCIDO (ORDEM CNPJ+VENCIMENTO)
      *-----------------------------------------------------------------
      *    VENCIDO: NAO BAIXADO (06), COM SALDO E VENCIMENTO ANTERIOR
      *    A DATA DO DIA - O MESMO CRITERIO DE ATRASO DE CBLX0008.
       2000-LER-MESTRE SECTION.
           READ ARQ-MESTRE AT END
                GO TO 2000-LER-MESTRE-EXIT.

           ADD 1 TO WK-CONT-LIDOS

           IF MST-SIT EQUAL WK-SIT-BAIXADO
                   OR MST-VALOR EQUAL ZEROS
                   OR MST-VENC EQUAL ZEROS
                   OR MST-VENC NOT < WK-DATA-SYS-NUM
               GO TO 2000-LER-MESTRE
           END-IF

           IF MST-CNPJ NOT EQUAL WK-CNPJ-ANT
               PERFORM 2050-FECHAR-CNPJ
               MOVE MST-CNPJ TO WK-CNPJ-ANT
           END-IF

           ADD 1         TO WK-CNPJ-QTD
           ADD MST-VALOR TO WK-CNPJ-VALOR
           GO TO 2000-LER-MESTRE
           .
       2000-LER-MESTRE-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     QUEBRA POR CNPJ - CNPJ VENCIDO ENTRA NA TABELA
      *-----------------------------------------------------------------
       2050-FECHAR-CNPJ SECTION.
           IF WK-CNPJ-QTD EQUAL ZEROS
               GO TO 2050-FECHAR-CNPJ-EXIT
           END-IF

           ADD 1 TO WK-CONT-VENCIDOS

           IF WK-DV-QTD-TAB NOT < 5000
               ADD 1 TO WK-CONT-TAB-CHEIA
               MOVE ZEROS TO WK-CNPJ-QTD WK-CNPJ-VALOR
               GO TO 2050-FECHAR-CNPJ-EXIT
           END-IF

           ADD 1 TO WK-DV-QTD-TAB
           MOVE WK-DV-QTD-TAB TO WK-DV-IX
           MOVE WK-CNPJ-ANT   TO WK-DV-CNPJ (WK-DV-IX)
           MOVE WK-CNPJ-VALOR TO WK-DV-VALOR (WK-DV-IX)
           MOVE WK-CNPJ-QTD   TO WK-DV-QTD (WK-DV-IX)
           MOVE 'N'           TO WK-DV-EXISTE (WK-DV-IX)
           MOVE SPACES        TO WK-DV-COB-ANT (WK-DV-IX)
                                 WK-DV-COB (WK-DV-IX)
                                 WK-DV-SITU (WK-DV-IX)

           MOVE ZEROS TO WK-FIL-ATUAL
           MOVE ZEROS TO WK-MAP-POS
           PERFORM 2060-BUSCAR-CNPJ-MAPA
               VARYING WK-MAP-IX FROM 1 BY 1
               UNTIL WK-MAP-IX > WK-MAP-QTD
                  OR WK-MAP-POS NOT EQUAL ZEROS
           IF WK-MAP-POS NOT EQUAL ZEROS
               MOVE WK-MAP-FIL (WK-MAP-POS) TO WK-FIL-ATUAL
           END-IF
           MOVE WK-FIL-ATUAL TO WK-DV-FIL (WK-DV-IX)

           MOVE SPACES TO WK-DV-UF (WK-DV-IX)
           IF CADASTRO-ABERTO
               MOVE WK-CNPJ-ANT TO CAD-CNPJ
               READ ARQ-CADASTRO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CAD-UF TO WK-DV-UF (WK-DV-IX)
               END-READ
           END-IF

           ADD WK-CNPJ-VALOR TO WK-TOT-VALOR
           ADD 1             TO WK-TOT-QTD

           MOVE ZEROS TO WK-CNPJ-QTD WK-CNPJ-VALOR
           .
       2050-FECHAR-CNPJ-EXIT.
           EXIT.

       2060-BUSCAR-CNPJ-MAPA SECTION.
           IF WK-MAP-CNPJ (WK-MAP-IX) EQUAL WK-CNPJ-ANT
               MOVE WK-MAP-IX TO WK-MAP-POS
           END-IF
           .
       2060-BUSCAR-CNPJ-MAPA-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     COBRADOR ATUAL DE CADA CNPJ VENCIDO (CARTEIRA)
      *-----------------------------------------------------------------
      *    O REGISTRO INATIVO (CNPJ QUE FICOU SEM VENCIDO) TAMBEM VALE:
      *    O DEVEDOR QUE VOLTA A ATRASAR VOLTA PARA O MESMO COBRADOR.
       2100-LER-CARTEIRA SECTION.
           MOVE WK-DV-CNPJ (WK-DV-IX) TO CAR-CNPJ
           READ ARQ-CARTEIRA
               INVALID KEY
                   GO TO 2100-LER-CARTEIRA-EXIT
           END-READ

           MOVE 'S'          TO WK-DV-EXISTE (WK-DV-IX)
           MOVE CAR-COBRADOR TO WK-DV-COB-ANT (WK-DV-IX)
           .
       2100-LER-CARTEIRA-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     TRANSFERENCIAS MANUAIS (DD-CARMOV, OPCIONAL)
      *-----------------------------------------------------------------
       2200-APLICAR-TRANSFERENCIAS SECTION.
           OPEN INPUT ARQ-CARMOV
           IF AS-STATUS-MOV NOT EQUAL ZEROS
               GO TO 2200-APLICAR-TRANSFERENCIAS-EXIT
           END-IF

           MOVE 'TRANSFERENCIAS MANUAIS REJEITADAS (CNPJ / COBRADOR / '
                TO FL-ARQ-RELCAR
           MOVE 'MOTIVO):' TO FL-ARQ-RELCAR (54:8)
           WRITE FL-ARQ-RELCAR AFTER ADVANCING 2 LINES

           PERFORM 2210-LER-TRANSFERENCIA

           IF WK-CONT-MOV-REJ EQUAL ZEROS
               MOVE '  NENHUMA' TO FL-ARQ-RELCAR
               WRITE FL-ARQ-RELCAR AFTER ADVANCING 1 LINE
           END-IF

           CLOSE ARQ-CARMOV
           IF AS-STATUS-MOV NOT EQUAL ZEROS
               DISPLAY 'ERRO AO FECHAR AS TRANSFERENCIAS DE CARTEIRA '
                        AS-STATUS-MOV
           END-IF
           .
       2200-APLICAR-TRANSFERENCIAS-EXIT.
           EXIT.

       2210-LER-TRANSFERENCIA SECTION.
           READ ARQ-CARMOV AT END
                GO TO 2210-LER-TRANSFERENCIA-EXIT.

           ADD 1 TO WK-CONT-MOVTOS
           MOVE SPACES TO WK-MOT-REJ

           IF CARMOV-CNPJ NOT NUMERIC
               MOVE 'CNPJ INVALIDO' TO WK-MOT-REJ
               PERFORM 2220-REJEITAR-TRANSFERENCIA
               GO TO 2210-LER-TRANSFERENCIA
           END-IF

           MOVE CARMOV-COBRADOR TO WK-COB-BUSCA
           PERFORM 2900-LOCALIZAR-COBRADOR
           IF WK-CB-POS EQUAL ZEROS
               MOVE 'COBRADOR NAO CADASTRADO' TO WK-MOT-REJ
               PERFORM 2220-REJEITAR-TRANSFERENCIA
               GO TO 2210-LER-TRANSFERENCIA
           END-IF

           IF WK-CB-ATIVO (WK-CB-POS) NOT EQUAL 'S'
               MOVE 'COBRADOR INATIVO' TO WK-MOT-REJ
               PERFORM 2220-REJEITAR-TRANSFERENCIA
               GO TO 2210-LER-TRANSFERENCIA
           END-IF

           MOVE ZEROS TO WK-DV-POS
           PERFORM 2230-BUSCAR-DEVEDOR
               VARYING WK-DV-IX FROM 1 BY 1
               UNTIL WK-DV-IX > WK-DV-QTD-TAB
                  OR WK-DV-POS NOT EQUAL ZEROS
           IF WK-DV-POS EQUAL ZEROS
               MOVE 'CNPJ SEM TITULO VENCIDO' TO WK-MOT-REJ
               PERFORM 2220-REJEITAR-TRANSFERENCIA
               GO TO 2210-LER-TRANSFERENCIA
           END-IF

           MOVE CARMOV-COBRADOR TO WK-DV-COB (WK-DV-POS)
           MOVE 'M'             TO WK-DV-SITU (WK-DV-POS)
           GO TO 2210-LER-TRANSFERENCIA
           .
       2210-LER-TRANSFERENCIA-EXIT.
           EXIT.

       2220-REJEITAR-TRANSFERENCIA SECTION.
           ADD 1 TO WK-CONT-MOV-REJ
           MOVE CARMOV-CNPJ     TO WK-LRJ-CNPJ
           MOVE CARMOV-COBRADOR TO WK-LRJ-COB
           MOVE WK-MOT-REJ      TO WK-LRJ-MOTIVO
           MOVE WK-LINHA-REJ TO FL-ARQ-RELCAR
           WRITE FL-ARQ-RELCAR AFTER ADVANCING 1 LINE
           .
       2220-REJEITAR-TRANSFERENCIA-EXIT.
           EXIT.

       2230-BUSCAR-DEVEDOR SECTION.
           IF WK-DV-CNPJ (WK-DV-IX) EQUAL CARMOV-CNPJ
               MOVE WK-DV-IX TO WK-DV-POS
           END-IF
           .
       2230-BUSCAR-DEVEDOR-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     MANTER O COBRADOR ATUAL QUANDO ELE AINDA PODE ATENDER
      *-----------------------------------------------------------------
      *    O DEVEDOR FICA COM O COBRADOR DE ONTEM MESMO QUE ELE ESTEJA
      *    ACIMA DA CAPACIDADE - A CAPACIDADE SO LIMITA A ENTRADA DE
      *    CNPJ NOVO. COBRADOR INATIVO, EXCLUIDO DO CADASTRO OU QUE
      *    DEIXOU DE ATENDER A FILIAL/UF PERDE O CNPJ (REDISTRIBUIDO).
       2300-MANTER-COBRADOR SECTION.
           IF WK-DV-SITU (WK-DV-IX) EQUAL 'M'
               MOVE WK-DV-COB (WK-DV-IX) TO WK-COB-BUSCA
               PERFORM 2900-LOCALIZAR-COBRADOR
               PERFORM 2310-SOMAR-CARGA
               GO TO 2300-MANTER-COBRADOR-EXIT
           END-IF

           IF WK-DV-EXISTE (WK-DV-IX) NOT EQUAL 'S'
               GO TO 2300-MANTER-COBRADOR-EXIT
           END-IF

           MOVE WK-DV-COB-ANT (WK-DV-IX) TO WK-COB-BUSCA
           PERFORM 2900-LOCALIZAR-COBRADOR
           IF WK-CB-POS EQUAL ZEROS
               GO TO 2300-MANTER-COBRADOR-EXIT
           END-IF
           IF WK-CB-ATIVO (WK-CB-POS) NOT EQUAL 'S'
               GO TO 2300-MANTER-COBRADOR-EXIT
           END-IF

           MOVE WK-CB-POS TO WK-CB-IX
           PERFORM 2910-VERIFICAR-COBERTURA
           IF NOT COBRADOR-COBRE
               GO TO 2300-MANTER-COBRADOR-EXIT
           END-IF

           MOVE WK-DV-COB-ANT (WK-DV-IX) TO WK-DV-COB (WK-DV-IX)
           MOVE 'K' TO WK-DV-SITU (WK-DV-IX)
           PERFORM 2310-SOMAR-CARGA
           .
       2300-MANTER-COBRADOR-EXIT.
           EXIT.

      *    CARGA DO CNPJ WK-DV-IX NO COBRADOR WK-CB-POS.
       2310-SOMAR-CARGA SECTION.
           ADD 1                     TO WK-CB-QTD (WK-CB-POS)
           ADD WK-DV-VALOR (WK-DV-IX) TO WK-CB-VALOR (WK-CB-POS)
           .
       2310-SOMAR-CARGA-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     SELECIONAR OS CNPJS SEM COBRADOR (ENTRADA DO SORT)
      *-----------------------------------------------------------------
       2400-SELECIONAR-PENDENTES SECTION.
           PERFORM 2410-LIBERAR-PENDENTE
               VARYING WK-DV-IX FROM 1 BY 1
               UNTIL WK-DV-IX > WK-DV-QTD-TAB
           .
       2400-SELECIONAR-PENDENTES-EXIT.
           EXIT.

       2410-LIBERAR-PENDENTE SECTION.
           IF WK-DV-SITU (WK-DV-IX) EQUAL SPACES
               MOVE WK-DV-VALOR (WK-DV-IX) TO SRT-VALOR
               MOVE WK-DV-CNPJ (WK-DV-IX)  TO SRT-CNPJ
               MOVE WK-DV-IX               TO SRT-IX
               RELEASE WK-ARQ-SORTCAR
           END-IF
           .
       2410-LIBERAR-PENDENTE-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     DISTRIBUIR OS CNPJS SEM COBRADOR (SAIDA DO SORT)
      *-----------------------------------------------------------------
      *    CADA CNPJ, DO MAIOR SALDO PARA O MENOR, VAI PARA O COBRADOR
      *    ATIVO QUE ATENDE A SUA FILIAL/UF, TEM CAPACIDADE LIVRE E A
      *    MENOR CARGA NO MOMENTO. EMPATE FICA COM O PRIMEIRO DO
      *    CADASTRO. SEM COBRADOR ELEGIVEL O CNPJ FICA SEM COBRADOR E
      *    SAI NO RELATORIO.
       2450-DISTRIBUIR-PENDENTES SECTION.
           RETURN ARQ-SORTCAR AT END
                GO TO 2450-DISTRIBUIR-PENDENTES-EXIT.

           MOVE SRT-IX TO WK-DV-IX
           MOVE ZEROS  TO WK-CB-POS
           MOVE 999    TO WK-MENOR
           PERFORM 2460-AVALIAR-COBRADOR
               VARYING WK-CB-IX FROM 1 BY 1
               UNTIL WK-CB-IX > WK-CB-QTD-TAB

           IF WK-CB-POS EQUAL ZEROS
               MOVE 'X' TO WK-DV-SITU (WK-DV-IX)
               GO TO 2450-DISTRIBUIR-PENDENTES
           END-IF

           MOVE WK-CB-COD (WK-CB-POS) TO WK-DV-COB (WK-DV-IX)
           IF WK-DV-EXISTE (WK-DV-IX) EQUAL 'S'
               MOVE 'R' TO WK-DV-SITU (WK-DV-IX)
           ELSE
               MOVE 'A' TO WK-DV-SITU (WK-DV-IX)
           END-IF
           PERFORM 2310-SOMAR-CARGA
           GO TO 2450-DISTRIBUIR-PENDENTES
           .
       2450-DISTRIBUIR-PENDENTES-EXIT.
           EXIT.

       2460-AVALIAR-COBRADOR SECTION.
           IF WK-CB-ATIVO (WK-CB-IX) NOT EQUAL 'S'
                   OR WK-CB-QTD (WK-CB-IX) NOT < WK-CB-CAP (WK-CB-IX)
               GO TO 2460-AVALIAR-COBRADOR-EXIT
           END-IF

           PERFORM 2910-VERIFICAR-COBERTURA
           IF NOT COBRADOR-COBRE
               GO TO 2460-AVALIAR-COBRADOR-EXIT
           END-IF

           COMPUTE WK-CARGA ROUNDED =
                   WK-CB-VALOR (WK-CB-IX) / WK-TOT-VALOR
                 + WK-CB-QTD (WK-CB-IX) / WK-TOT-QTD

           IF WK-CARGA < WK-MENOR
               MOVE WK-CARGA TO WK-MENOR
               MOVE WK-CB-IX TO WK-CB-POS
           END-IF
           .
       2460-AVALIAR-COBRADOR-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     GRAVAR A CARTEIRA E LISTAR AS MUDANCAS DE COBRADOR
      *-----------------------------------------------------------------
       2500-GRAVAR-CARTEIRA SECTION.
           MOVE 'MOVIMENTACAO DA CARTEIRA (CNPJ / FILIAL / UF / '
                TO FL-ARQ-RELCAR
           MOVE 'TITULOS / SALDO VENCIDO / ANTERIOR / NOVO / ORIGEM):'
                TO FL-ARQ-RELCAR (48:53)
           WRITE FL-ARQ-RELCAR AFTER ADVANCING 2 LINES

           PERFORM 2510-GRAVAR-DEVEDOR
               VARYING WK-DV-IX FROM 1 BY 1
               UNTIL WK-DV-IX > WK-DV-QTD-TAB

           IF WK-CONT-NOVOS + WK-CONT-REDIST + WK-CONT-MANUAIS
                   + WK-CONT-SEM-COB EQUAL ZEROS
               MOVE '  NENHUMA' TO FL-ARQ-RELCAR
               WRITE FL-ARQ-RELCAR AFTER ADVANCING 1 LINE
           END-IF
           .
       2500-GRAVAR-CARTEIRA-EXIT.
           EXIT.

       2510-GRAVAR-DEVEDOR SECTION.
           EVALUATE WK-DV-SITU (WK-DV-IX)
               WHEN 'K'
                   ADD 1 TO WK-CONT-MANTIDOS
               WHEN 'M'
                   ADD 1 TO WK-CONT-MANUAIS
                   MOVE 'MANUAL'        TO WK-LAT-ORIGEM
               WHEN 'A'
                   ADD 1 TO WK-CONT-NOVOS
                   MOVE 'AUTOMATICA'    TO WK-LAT-ORIGEM
               WHEN 'R'
                   ADD 1 TO WK-CONT-REDIST
                   MOVE 'REDISTRIBUIDA' TO WK-LAT-ORIGEM
               WHEN OTHER
                   ADD 1 TO WK-CONT-SEM-COB
                   MOVE 'SEM COBRADOR'  TO WK-LAT-ORIGEM
           END-EVALUATE

      *    TRANSFERENCIA MANUAL PARA O PROPRIO COBRADOR NAO E MUDANCA.
           IF WK-DV-SITU (WK-DV-IX) EQUAL 'M'
                   AND WK-DV-COB (WK-DV-IX)
                       EQUAL WK-DV-COB-ANT (WK-DV-IX)
               SUBTRACT 1 FROM WK-CONT-MANUAIS
               ADD 1 TO WK-CONT-MANTIDOS
               MOVE 'K' TO WK-DV-SITU (WK-DV-IX)
           END-IF

           IF WK-DV-EXISTE (WK-DV-IX) EQUAL 'S'
               MOVE WK-DV-CNPJ (WK-DV-IX) TO CAR-CNPJ
               READ ARQ-CARTEIRA
                   INVALID KEY
                       ADD 1 TO WK-CONT-ERRO-CAR
                       DISPLAY 'CARTEIRA - CNPJ ' CAR-CNPJ
                               ' NAO RELIDO ' AS-STATUS-CAR
                       GO TO 2510-GRAVAR-DEVEDOR-EXIT
               END-READ
           ELSE
               IF WK-DV-SITU (WK-DV-IX) EQUAL 'X'
                   PERFORM 2520-LISTAR-MUDANCA
                   GO TO 2510-GRAVAR-DEVEDOR-EXIT
               END-IF
               MOVE SPACES TO FL-ARQ-CARTEIRA
               MOVE WK-DV-CNPJ (WK-DV-IX) TO CAR-CNPJ
               MOVE SPACES TO CAR-COBRADOR
           END-IF

      *    SEM COBRADOR ELEGIVEL O REGISTRO SAI DA CARTEIRA ATIVA MAS
      *    GUARDA O ULTIMO COBRADOR, QUE O RECUPERA SE VOLTAR A ATENDER.
           IF WK-DV-SITU (WK-DV-IX) EQUAL 'X'
               MOVE 'N' TO CAR-ATIVO
               PERFORM 2520-LISTAR-MUDANCA
               PERFORM 2530-CONTAR-ENTRADA-SAIDA
           ELSE
               IF WK-DV-SITU (WK-DV-IX) NOT EQUAL 'K'
                   MOVE CAR-COBRADOR         TO CAR-COB-ANT
                   MOVE WK-DV-COB (WK-DV-IX) TO CAR-COBRADOR
                   MOVE WK-DATA-SYS-NUM      TO CAR-DATA-ATRIB
                   IF WK-DV-SITU (WK-DV-IX) EQUAL 'M'
                       MOVE 'M' TO CAR-ORIGEM
                   ELSE
                       IF WK-DV-SITU (WK-DV-IX) EQUAL 'R'
                           MOVE 'R' TO CAR-ORIGEM
                       ELSE
                           MOVE 'A' TO CAR-ORIGEM
                       END-IF
                   END-IF
                   PERFORM 2520-LISTAR-MUDANCA
                   PERFORM 2530-CONTAR-ENTRADA-SAIDA
               END-IF
               MOVE 'S' TO CAR-ATIVO
           END-IF

           MOVE WK-DATA-SYS-NUM       TO CAR-DATA-ULT
           MOVE WK-DV-FIL (WK-DV-IX)   TO CAR-FILIAL
           MOVE WK-DV-UF (WK-DV-IX)    TO CAR-UF
           MOVE WK-DV-VALOR (WK-DV-IX) TO CAR-VALOR
           MOVE WK-DV-QTD (WK-DV-IX)   TO CAR-QTD-TIT

           IF WK-DV-EXISTE (WK-DV-IX) EQUAL 'S'
               REWRITE FL-ARQ-CARTEIRA
                   INVALID KEY
                       ADD 1 TO WK-CONT-ERRO-CAR
                       DISPLAY 'CARTEIRA - ERRO NA REGRAVACAO DO CNPJ '
                               CAR-CNPJ ' ' AS-STATUS-CAR
               END-REWRITE
           ELSE
               WRITE FL-ARQ-CARTEIRA
                   INVALID KEY
                       ADD 1 TO WK-CONT-ERRO-CAR
                       DISPLAY 'CARTEIRA - ERRO NA GRAVACAO DO CNPJ '
                               CAR-CNPJ ' ' AS-STATUS-CAR
               END-WRITE
           END-IF
           .
       2510-GRAVAR-DEVEDOR-EXIT.
           EXIT.

       2520-LISTAR-MUDANCA SECTION.
           MOVE WK-DV-CNPJ (WK-DV-IX)    TO WK-LAT-CNPJ
           MOVE WK-DV-FIL (WK-DV-IX)     TO WK-LAT-FIL
           MOVE WK-DV-UF (WK-DV-IX)      TO WK-LAT-UF
           MOVE WK-DV-QTD (WK-DV-IX)     TO WK-LAT-QTD
           MOVE WK-DV-VALOR (WK-DV-IX)   TO WK-LAT-VALOR
           MOVE WK-DV-COB-ANT (WK-DV-IX) TO WK-LAT-ANT
           MOVE WK-DV-COB (WK-DV-IX)     TO WK-LAT-NOVO
           MOVE WK-LINHA-ATRIB TO FL-ARQ-RELCAR
           WRITE FL-ARQ-RELCAR AFTER ADVANCING 1 LINE
           .
       2520-LISTAR-MUDANCA-EXIT.
           EXIT.

       2530-CONTAR-ENTRADA-SAIDA SECTION.
           MOVE WK-DV-COB (WK-DV-IX) TO WK-COB-BUSCA
           PERFORM 2900-LOCALIZAR-COBRADOR
           IF WK-CB-POS NOT EQUAL ZEROS
               ADD 1 TO WK-CB-ENTRADAS (WK-CB-POS)
           END-IF

           IF WK-DV-COB-ANT (WK-DV-IX) NOT EQUAL SPACES
               MOVE WK-DV-COB-ANT (WK-DV-IX) TO WK-COB-BUSCA
               PERFORM 2900-LOCALIZAR-COBRADOR
               IF WK-CB-POS NOT EQUAL ZEROS
                   ADD 1 TO WK-CB-SAIDAS (WK-CB-POS)
               END-IF
           END-IF
           .
       2530-CONTAR-ENTRADA-SAIDA-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     RETIRAR DA CARTEIRA ATIVA OS CNPJS SEM TITULO VENCIDO
      *-----------------------------------------------------------------
      *    A CARTEIRA E A TABELA DE VENCIDOS ESTAO AMBAS EM ORDEM DE
      *    CNPJ: CASAMENTO DAS DUAS. REGISTRO ATIVO QUE NAO ESTA NA
      *    TABELA PASSA A INATIVO (O COBRADOR FICA GRAVADO).
       2600-RETIRAR-QUITADOS SECTION.
           MOVE 1 TO WK-DV-IX
           MOVE ZEROS TO CAR-CNPJ
           START ARQ-CARTEIRA KEY IS NOT LESS THAN CAR-CNPJ
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 2610-LER-CARTEIRA
           END-START
           .
       2600-RETIRAR-QUITADOS-EXIT.
           EXIT.

       2610-LER-CARTEIRA SECTION.
           READ ARQ-CARTEIRA NEXT RECORD AT END
                GO TO 2610-LER-CARTEIRA-EXIT.

           IF NOT CAR-EM-CARTEIRA
               GO TO 2610-LER-CARTEIRA
           END-IF

           PERFORM 2620-AVANCAR-TABELA
               UNTIL WK-DV-IX > WK-DV-QTD-TAB
                  OR WK-DV-CNPJ (WK-DV-IX) NOT < CAR-CNPJ

           IF WK-DV-IX NOT > WK-DV-QTD-TAB
               IF WK-DV-CNPJ (WK-DV-IX) EQUAL CAR-CNPJ
                   GO TO 2610-LER-CARTEIRA
               END-IF
           END-IF

      *    COM A TABELA CHEIA O CNPJ PODE SER VENCIDO QUE NAO COUBE -
      *    NESSE CASO O REGISTRO FICA COMO ESTA.
           IF WK-CONT-TAB-CHEIA > ZEROS
               GO TO 2610-LER-CARTEIRA
           END-IF

           MOVE 'N' TO CAR-ATIVO
           REWRITE FL-ARQ-CARTEIRA
               INVALID KEY
                   ADD 1 TO WK-CONT-ERRO-CAR
                   DISPLAY 'CARTEIRA - ERRO NA REGRAVACAO DO CNPJ '
                           CAR-CNPJ ' ' AS-STATUS-CAR
                   GO TO 2610-LER-CARTEIRA
           END-REWRITE

           ADD 1 TO WK-CONT-SAIRAM
           MOVE CAR-COBRADOR TO WK-COB-BUSCA
           PERFORM 2900-LOCALIZAR-COBRADOR
           IF WK-CB-POS NOT EQUAL ZEROS
               ADD 1 TO WK-CB-SAIDAS (WK-CB-POS)
           END-IF
           GO TO 2610-LER-CARTEIRA
           .
       2610-LER-CARTEIRA-EXIT.
           EXIT.

       2620-AVANCAR-TABELA SECTION.
           ADD 1 TO WK-DV-IX
           .
       2620-AVANCAR-TABELA-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     CARGA FINAL POR COBRADOR
      *-----------------------------------------------------------------
       2700-IMPRIMIR-CARGA SECTION.
           MOVE 'CARGA POR COBRADOR (COBRADOR / NOME / CAPACIDADE / '
                TO FL-ARQ-RELCAR
           MOVE 'CNPJS / SALDO VENCIDO / ENTRADAS / SAIDAS):'
                TO FL-ARQ-RELCAR (52:43)
           WRITE FL-ARQ-RELCAR AFTER ADVANCING 2 LINES

           PERFORM 2710-IMPRIMIR-COBRADOR
               VARYING WK-CB-IX FROM 1 BY 1
               UNTIL WK-CB-IX > WK-CB-QTD-TAB

           MOVE WK-TRACO TO FL-ARQ-RELCAR
           WRITE FL-ARQ-RELCAR AFTER ADVANCING 1 LINE

           MOVE SPACES         TO WK-LCG-COD WK-LCG-AVISO
           MOVE 'TOTAL VENCIDO' TO WK-LCG-NOME
           MOVE ZEROS          TO WK-LCG-CAP WK-LCG-ENT WK-LCG-SAI
           MOVE WK-TOT-QTD     TO WK-LCG-QTD
           MOVE WK-TOT-VALOR   TO WK-LCG-VALOR
           MOVE WK-LINHA-CARGA TO FL-ARQ-RELCAR
           WRITE FL-ARQ-RELCAR AFTER ADVANCING 1 LINE
           .
       2700-IMPRIMIR-CARGA-EXIT.
           EXIT.

       2710-IMPRIMIR-COBRADOR SECTION.
           MOVE WK-CB-COD (WK-CB-IX)      TO WK-LCG-COD
           MOVE WK-CB-NOME (WK-CB-IX)     TO WK-LCG-NOME
           MOVE WK-CB-CAP (WK-CB-IX)      TO WK-LCG-CAP
           MOVE WK-CB-QTD (WK-CB-IX)      TO WK-LCG-QTD
           MOVE WK-CB-VALOR (WK-CB-IX)    TO WK-LCG-VALOR
           MOVE WK-CB-ENTRADAS (WK-CB-IX) TO WK-LCG-ENT
           MOVE WK-CB-SAIDAS (WK-CB-IX)   TO WK-LCG-SAI
           MOVE SPACES                    TO WK-LCG-AVISO

           IF WK-CB-ATIVO (WK-CB-IX) NOT EQUAL 'S'
               MOVE 'INATIVO' TO WK-LCG-AVISO
           ELSE
               IF WK-CB-QTD (WK-CB-IX) > WK-CB-CAP (WK-CB-IX)
                   MOVE 'ACIMA DA CAPACIDADE' TO WK-LCG-AVISO
               END-IF
           END-IF

           MOVE WK-LINHA-CARGA TO FL-ARQ-RELCAR
           WRITE FL-ARQ-RELCAR AFTER ADVANCING 1 LINE
           .
       2710-IMPRIMIR-COBRADOR-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     ROTINAS AUXILIARES
      *-----------------------------------------------------------------
      *    POSICAO DO COBRADOR WK-COB-BUSCA NA TABELA (ZEROS = NAO
      *    CADASTRADO).
       2900-LOCALIZAR-COBRADOR SECTION.
           MOVE ZEROS TO WK-CB-POS
           PERFORM 2905-COMPARAR-COBRADOR
               VARYING WK-CB-IX FROM 1 BY 1
               UNTIL WK-CB-IX > WK-CB-QTD-TAB
                  OR WK-CB-POS NOT EQUAL ZEROS
           .
       2900-LOCALIZAR-COBRADOR-EXIT.
           EXIT.

       2905-COMPARAR-COBRADOR SECTION.
           IF WK-CB-COD (WK-CB-IX) EQUAL WK-COB-BUSCA
               MOVE WK-CB-IX TO WK-CB-POS
           END-IF
           .
       2905-COMPARAR-COBRADOR-EXIT.
           EXIT.

      *    O COBRADOR WK-CB-IX ATENDE O CNPJ WK-DV-IX QUANDO ATENDE A
      *    FILIAL E A UF. LISTA VAZIA = QUALQUER UMA; CNPJ SEM FILIAL
      *    (000) OU SEM UF NO CADASTRO E VERIFICADO SO PELO OUTRO
      *    CRITERIO.
       2910-VERIFICAR-COBERTURA SECTION.
           MOVE ZEROS TO WK-LST-FILS WK-LST-UFS
           MOVE 'N'   TO WK-ACHOU-FIL WK-ACHOU-UF
           PERFORM 2915-COMPARAR-COBERTURA
               VARYING WK-LST-IX FROM 1 BY 1
               UNTIL WK-LST-IX > 10

           MOVE 'S' TO WK-COBRE

           IF WK-LST-FILS > ZEROS
                   AND WK-DV-FIL (WK-DV-IX) NOT EQUAL ZEROS
                   AND WK-ACHOU-FIL NOT EQUAL 'S'
               MOVE 'N' TO WK-COBRE
           END-IF

           IF WK-LST-UFS > ZEROS
                   AND WK-DV-UF (WK-DV-IX) NOT EQUAL SPACES
                   AND WK-ACHOU-UF NOT EQUAL 'S'
               MOVE 'N' TO WK-COBRE
           END-IF
           .
       2910-VERIFICAR-COBERTURA-EXIT.
           EXIT.

       2915-COMPARAR-COBERTURA SECTION.
           IF WK-CB-FIL (WK-CB-IX, WK-LST-IX) NOT EQUAL ZEROS
               ADD 1 TO WK-LST-FILS
               IF WK-CB-FIL (WK-CB-IX, WK-LST-IX)
                       EQUAL WK-DV-FIL (WK-DV-IX)
                   MOVE 'S' TO WK-ACHOU-FIL
               END-IF
           END-IF

           IF WK-CB-UF (WK-CB-IX, WK-LST-IX) NOT EQUAL SPACES
               ADD 1 TO WK-LST-UFS
               IF WK-CB-UF (WK-CB-IX, WK-LST-IX)
                       EQUAL WK-DV-UF (WK-DV-IX)
                   MOVE 'S' TO WK-ACHOU-UF
               END-IF
           END-IF
           .
       2915-COMPARAR-COBERTURA-EXIT.
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
           DISPLAY 'TITULOS LIDOS NO MESTRE:   ' WK-CONT-LIDOS
           DISPLAY 'CNPJS COM TITULO VENCIDO:  ' WK-CONT-VENCIDOS
           DISPLAY 'MANTIDOS NO COBRADOR:      ' WK-CONT-MANTIDOS
           DISPLAY 'TRANSFERIDOS MANUALMENTE:  ' WK-CONT-MANUAIS
           DISPLAY 'ATRIBUIDOS (CNPJ NOVO):    ' WK-CONT-NOVOS
           DISPLAY 'REDISTRIBUIDOS:            ' WK-CONT-REDIST
           DISPLAY 'SEM COBRADOR ELEGIVEL:     ' WK-CONT-SEM-COB
           DISPLAY 'SAIRAM DA CARTEIRA ATIVA:  ' WK-CONT-SAIRAM
           DISPLAY 'TRANSFERENCIAS LIDAS:      ' WK-CONT-MOVTOS
           DISPLAY 'TRANSFERENCIAS REJEITADAS: ' WK-CONT-MOV-REJ

           IF CARTEIRA-ABERTA
               IF WK-CONT-VENCIDOS NOT EQUAL
                       WK-CONT-MANTIDOS + WK-CONT-MANUAIS
                                        + WK-CONT-NOVOS
                                        + WK-CONT-REDIST
                                        + WK-CONT-SEM-COB
                                        + WK-CONT-TAB-CHEIA
                   DISPLAY 'ATENCAO - VENCIDOS NAO BATE COM A SOMA DAS '
                           'ATRIBUICOES'
               END-IF
           END-IF

           IF WK-CONT-SEM-COB > ZEROS
               DISPLAY 'ATENCAO - ' WK-CONT-SEM-COB ' CNPJS VENCIDOS '
                       'SEM COBRADOR - VER O RELATORIO DA CARTEIRA'
           END-IF

           IF WK-CONT-TAB-CHEIA > ZEROS
               DISPLAY 'ATENCAO - TABELA DE CNPJS CHEIA, '
                       WK-CONT-TAB-CHEIA ' CNPJS NAO ATRIBUIDOS'
           END-IF

           IF WK-CONT-MAPA-CHEIO > ZEROS
               DISPLAY 'ATENCAO - MAPA DE FILIAIS CHEIO, '
                       WK-CONT-MAPA-CHEIO ' CNPJS SEM FILIAL'
           END-IF

           IF WK-CONT-ERRO-CAR > ZEROS
               DISPLAY 'ATENCAO - ' WK-CONT-ERRO-CAR ' ERROS DE '
                       'GRAVACAO NA CARTEIRA'
           END-IF

           DISPLAY 'Processo Concluido!'
           STOP RUN.
       3000-FINALIZAR-EXIT.
           EXIT.

       END PROGRAM CBLX0027.
