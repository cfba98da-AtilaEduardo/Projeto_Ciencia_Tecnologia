      *    GREGORIANA (AAAAMMDD) EM DIAS CORRIDOS, USADA NOS CALCULOS  *
      *    DE RETENCAO E ENVELHECIMENTO: ENTRADA EM WRK-CNV-DATA,      *
      *    SAIDA EM WRK-CNV-DIAS (8100-DATA-PARA-DIAS, IFBA3DTC).      *
      *    COPIADO POR IFBA3AUX, IFBA3REJ, IFBA3CAL, IFBA3APR E        *
      *    IFBA3BAL.                                                   *
      *----------------------------------------------------------------*
       01  WRK-CNV-DATA                PIC 9(008)          VALUE ZEROS.
       01  FILLER                   REDEFINES   WRK-CNV-DATA.
