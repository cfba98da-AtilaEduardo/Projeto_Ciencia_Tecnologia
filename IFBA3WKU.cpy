      *    UMA SUB-FAIXA DOS 3 PRIMEIROS DIGITOS DO CPF/CNPJ DENTRO   *
      *    DE UMA REGIAO FISCAL, RESOLVENDO UMA UNICA UF EM VEZ DA    *
      *    LISTA DE ESTADOS DA REGIAO.                                *
      *----------------------------------------------------------------*
      *    COM A VIGENCIA POR LINHA, A MESMA FAIXA PODE TER VARIAS    *
      *    LINHAS NO TEMPO - A CAPACIDADE DE 90 LINHAS COBRE AS 27 UF *
      *    E O HISTORICO DAS MUDANCAS. ESTOURO NA CARGA LIGA          *
      *    WRK-UFT-ESTOURO-CARGA, NUNCA DESCARTA LINHA EM SILENCIO.   *
      *----------------------------------------------------------------*
       77  WRK-UFT-TOTAL                PIC 9(002)          VALUE ZEROS.
       77  WRK-UFT-FIM                  PIC X(001)          VALUE 'N'.
       77  WRK-UFT-ACHOU                PIC X(001)          VALUE 'N'.
       77  WRK-UFT-ESTOURO-CARGA        PIC X(001)          VALUE 'N'.
       01  WRK-TAB-UF.
           05  WRK-TAB-UF-OCORR         OCCURS 90 TIMES
                                         INDEXED BY WRK-UFT-IDX.
               10  WRK-TAB-UF-DIGITO     PIC 9(001).
               10  WRK-TAB-UF-FAIXA-INI  PIC 9(003).
               10  WRK-TAB-UF-FAIXA-FIM  PIC 9(003).
               10  WRK-TAB-UF-UF         PIC X(002).
               10  WRK-TAB-UF-VIG-INI    PIC 9(008).
               10  WRK-TAB-UF-VIG-FIM    PIC 9(008).
      *----------------------------------------------------------------*
      *    DATA DE REFERENCIA (AAAAMMDD) DA RESOLUCAO: SO AS LINHAS    *
      *    VIGENTES NELA (VIG-INI <= DATA < VIG-FIM) SAO CONSIDERADAS  *
      *    POR 2050/2060-RESOLVER-UF E 1130-VALIDAR-FILIAL.            *
      *----------------------------------------------------------------*
       77  WRK-DATA-REFERENCIA          PIC 9(008)          VALUE ZEROS.
      *----------------------------------------------------------------*
