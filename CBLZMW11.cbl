      *                    CBLJRN01) tambem na explosao: imagem antes
      *                    da divida de origem removida e imagem
      *                    depois de cada parcela gravada
      * 151026 - Marcelo - Divida de origem registrada no banco fica
      *                    com pedido de baixa pendente no cadastro de
      *                    titulos (DD-TITULOS, CBLTIT01)
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           WK-PATH-JORNAL
           FILE STATUS IS AS-STATUS-JRN.

       SELECT ARQ-TITULOS ASSIGN TO
           WK-PATH-TITULOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS TIT-CHAVE
           ALTERNATE RECORD KEY IS TIT-NOSSO-NUM
           FILE STATUS IS AS-STATUS-TIT.

       DATA DIVISION.
       FILE SECTION.

       FD ARQ-JORNAL RECORDING MODE IS F.
       COPY CBLJRN01.

      *    CADASTRO DE TITULOS REGISTRADOS NO BANCO (CBLX0008) - A
      *    DIVIDA DE ORIGEM REMOVIDA PRECISA SER BAIXADA NO BANCO.
       FD ARQ-TITULOS.
       COPY CBLTIT01.

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *    NOMES DOS ARQUIVOS - PARAMETRIZAVEIS EM TEMPO DE EXECUCAO
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício05\CBLZMW11-REL.txt'.
       01 WK-PATH-JORNAL PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício05\CBLZMW06-JRN.txt'.
       01 WK-PATH-TITULOS PIC X(100) VALUE
           'C:\VOLVO_ESTAGIO\IDE_COBOL\Exercício05\CBLZMW05-TIT.dat'.

       01 AS-STATUS-ACD PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-MST PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-REL PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-JRN PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-TIT PIC 9(02) VALUE ZEROS.

      *    CADASTRO DE TITULOS REGISTRADOS NO BANCO - OPCIONAL, COMO EM
      *    CBLX0009 (SO EXISTE DEPOIS DA PRIMEIRA REMESSA).
       01 WK-TITULOS-ATIVO PIC X(01) VALUE 'N'.
           88 TITULOS-ATIVO VALUE 'S'.
       01 WK-CONT-PED-BAIXA PIC 9(07) VALUE ZEROS.

       01 WK-HORA-SYS.
           02 WK-HOUR-SYS   PIC 9(02) VALUE ZEROS.
           END-IF

           PERFORM 1165-ABRIR-JORNAL
           PERFORM 1170-ABRIR-TITULOS

           PERFORM 1200-IMPRIMIR-CABECALHO

                        AS-STATUS-MST
           END-IF

           IF TITULOS-ATIVO
               CLOSE ARQ-TITULOS
               IF AS-STATUS-TIT NOT EQUAL ZEROS
                   DISPLAY 'ERRO AO FECHAR O CADASTRO DE TITULOS '
                            AS-STATUS-TIT
               END-IF
           END-IF

           PERFORM 2500-IMPRIMIR-TOTAIS

           CLOSE ARQ-RELPLA
           ON EXCEPTION
               CONTINUE
           END-ACCEPT

           ACCEPT WK-PATH-TITULOS FROM ENVIRONMENT 'DD-TITULOS'
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           .
       1150-OBTER-PARAMETROS-ARQUIVO-EXIT.
           EXIT.
       1165-ABRIR-JORNAL-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     ABRIR O CADASTRO DE TITULOS REGISTRADOS NO BANCO
      *-----------------------------------------------------------------
       1170-ABRIR-TITULOS SECTION.
           OPEN I-O ARQ-TITULOS
           IF AS-STATUS-TIT NOT EQUAL ZEROS
               DISPLAY 'CADASTRO DE TITULOS AUSENTE - SEM INSTRUCOES '
                       'PARA O BANCO ' AS-STATUS-TIT
               GO TO 1170-ABRIR-TITULOS-EXIT
           END-IF

           MOVE 'S' TO WK-TITULOS-ATIVO
           .
       1170-ABRIR-TITULOS-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     CABECALHO DO RELATORIO DE CUMPRIMENTO DOS PLANOS
      *-----------------------------------------------------------------
       1200-IMPRIMIR-CABECALHO SECTION.
                   MOVE SPACES TO WK-JRN-DEPOIS
                   MOVE 'E'    TO WK-JRN-TIPO
                   PERFORM 2950-GRAVAR-JORNAL
                   PERFORM 2180-MARCAR-BAIXA-TITULO
           END-DELETE

           MOVE ACD-PRIM-VENC TO WK-VENC-CALC
       2170-CALCULAR-DIAS-FEVEREIRO-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     MARCAR PEDIDO DE BAIXA NO TITULO REGISTRADO NO BANCO
      *-----------------------------------------------------------------
      *    A DIVIDA DE ORIGEM SAI DO MESTRE NA EXPLOSAO; SE O BOLETO
      *    DELA ESTA VIVO NO BANCO (ENTRADA ENVIADA OU CONFIRMADA), A
      *    PROXIMA REMESSA DE CBLX0008 LEVA O PEDIDO DE BAIXA.
       2180-MARCAR-BAIXA-TITULO SECTION.
           IF NOT TITULOS-ATIVO
               GO TO 2180-MARCAR-BAIXA-TITULO-EXIT
           END-IF

           MOVE ACD-CNPJ      TO TIT-CNPJ
           MOVE ACD-VENC-ORIG TO TIT-VENC
           READ ARQ-TITULOS
               INVALID KEY
                   GO TO 2180-MARCAR-BAIXA-TITULO-EXIT
           END-READ

           IF NOT TIT-ATIVO-BANCO
               GO TO 2180-MARCAR-BAIXA-TITULO-EXIT
           END-IF

           MOVE 'B' TO TIT-INSTR
           REWRITE FL-ARQ-TITULO
           IF AS-STATUS-TIT NOT EQUAL ZEROS
               DISPLAY 'ERRO AO MARCAR A BAIXA NO CADASTRO DE TITULOS '
                       TIT-CHAVE ' ' AS-STATUS-TIT
               GO TO 2180-MARCAR-BAIXA-TITULO-EXIT
           END-IF

           ADD 1 TO WK-CONT-PED-BAIXA
           .
       2180-MARCAR-BAIXA-TITULO-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *     APURAR O CUMPRIMENTO DE UM PLANO JA EXPLODIDO
      *-----------------------------------------------------------------
      *    PARCELA COM SITUACAO BAIXADO (OU JA REMOVIDA DO MESTRE POR
           DISPLAY 'PLANOS QUEBRADOS:       ' WK-CONT-QUEBRADOS
           DISPLAY 'ACORDOS REJEITADOS:     ' WK-CONT-REJEITADOS
           DISPLAY 'OPERACOES NO JORNAL:    ' WK-CONT-JORNAL
           DISPLAY 'PEDIDOS DE BAIXA BANCO: ' WK-CONT-PED-BAIXA

           IF WK-CONT-ACORDOS NOT EQUAL
                   WK-CONT-EXPLODIDOS + WK-CONT-EM-DIA
