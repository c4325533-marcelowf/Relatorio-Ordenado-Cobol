      *    3000-FINALIZAR: contadores da reconciliacao, paginas
      *    produzidas, indicador de retomada e se alguma verificacao
      *    de reconciliacao falhou. Lido por CBLX0011 (relatorio de
      *    tendencia das ultimas execucoes). CBLX0026 rola as linhas
      *    mais antigas que a janela viva para os arquivos anuais.
      *-----------------------------------------------------------------
       01 FL-ARQ-HIST.
           02 HIS-DATA        PIC 9(08).
