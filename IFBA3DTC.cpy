      *    AAAAMMDD) EM DIAS CORRIDOS (WRK-CNV-DIAS), PARA CALCULOS    *
      *    DE RETENCAO E ENVELHECIMENTO: ANOS COMPLETOS X 365 + DIAS   *
      *    DE ANOS BISSEXTOS + DIAS ACUMULADOS DOS MESES (TABELA       *
      *    WRK-MES-ACUM, IFBA3DTW) + O DIA. COPIADO POR IFBA3AUX,      *
      *    IFBA3REJ, IFBA3CAL, IFBA3APR E IFBA3BAL, EM PAR COM A AREA  *
      *    IFBA3DTW.                                                   *
      *----------------------------------------------------------------*
       8100-DATA-PARA-DIAS             SECTION.
      *----------------------------------------------------------------*
