      *----------------------------------------------------------------*
      *    IFBA3VGW - AREA DE WORKING-STORAGE DA CONFERENCIA CONTRA A  *
      *    LISTA DE VIGILANCIA DO COMPLIANCE (DD VIGLST) E DA SAIDA    *
      *    DE ALERTAS (DD ALTOUT/ALTRPT), USADA PELAS SECOES DE        *
      *    IFBA3VGC. COPIADO POR IFBA3CPB, IFBA3MIX E IFBA3INQ.        *
      *                                                                *
      *    ANTES DE 5000-CARREGAR-VIGILANCIA O CHAMADOR PREENCHE       *
      *    WRK-VIG-PROGRAMA E WRK-VIG-DATA-REF (DATA DO                *
      *    PROCESSAMENTO - ENTRADAS COM VALIDADE ANTERIOR A ELA NAO    *
      *    SAO CARREGADAS). ANTES DE CADA 5100-CONFERIR-VIGILANCIA,    *
      *    PREENCHE OS DADOS DO DOCUMENTO CORRENTE (WRK-VIG-DOCUMENTO  *
      *    A WRK-VIG-ERRO).                                            *
      *----------------------------------------------------------------*
       77  WRK-VIG-STATUS              PIC X(002)          VALUE '00'.
       77  WRK-ALT-STATUS              PIC X(002)          VALUE '00'.
       77  WRK-ALR-STATUS              PIC X(002)          VALUE '00'.
       77  WRK-VIG-ATIVA               PIC X(001)          VALUE 'N'.
       77  WRK-VIG-FIM                 PIC X(001)          VALUE 'N'.
       77  WRK-VIG-ACHOU               PIC X(001)          VALUE 'N'.
       77  WRK-VIG-ESTOURO             PIC X(001)          VALUE 'N'.
       77  WRK-VIG-CONDICAO            PIC 9(002)          VALUE ZEROS.
       77  WRK-VIG-PROGRAMA            PIC X(008)          VALUE SPACES.
       77  WRK-VIG-DATA-REF            PIC 9(008)          VALUE ZEROS.
       77  WRK-VIG-TOTAL               PIC 9(003)          VALUE ZEROS.
       77  WRK-VIG-VENCIDAS            PIC 9(007)          VALUE ZEROS.
       77  WRK-VIG-CONFERIDOS          PIC 9(007)          VALUE ZEROS.
       77  WRK-VIG-ALERTAS             PIC 9(007)          VALUE ZEROS.
      *----------------------------------------------------------------*
      *    DADOS DO DOCUMENTO CORRENTE, PREENCHIDOS PELO CHAMADOR      *
      *----------------------------------------------------------------*
       77  WRK-VIG-DOCUMENTO           PIC X(018)          VALUE SPACES.
       77  WRK-VIG-TIPO                PIC X(001)          VALUE SPACES.
       77  WRK-VIG-FILIAL              PIC X(002)          VALUE SPACES.
       77  WRK-VIG-UF                  PIC X(002)          VALUE SPACES.
       77  WRK-VIG-GERACAO             PIC X(008)          VALUE SPACES.
       77  WRK-VIG-ORIGEM              PIC X(008)          VALUE SPACES.
       77  WRK-VIG-FONTE               PIC X(001)          VALUE SPACES.
       77  WRK-VIG-VALIDO              PIC X(001)          VALUE SPACES.
       77  WRK-VIG-ERRO                PIC 9(002)          VALUE ZEROS.
      *----------------------------------------------------------------*
      *    TABELA DA LISTA DE VIGILANCIA CARREGADA DO DD VIGLST. A     *
      *    CAPACIDADE DE 500 DOCUMENTOS E CONFERIDA NA CARGA - ESTOURO *
      *    E AVISADO NO RELATORIO DE ALERTAS COM CONDICAO 8, NUNCA     *
      *    DESCARTADO EM SILENCIO.                                     *
      *----------------------------------------------------------------*
       01  WRK-TAB-VIG.
           05  WRK-TAB-VIG-OCORR       OCCURS 500 TIMES
                                        INDEXED BY WRK-VIG-IDX.
               10  WRK-TAB-VIG-DOCUMENTO PIC X(018).
               10  WRK-TAB-VIG-MOTIVO  PIC X(002).
               10  WRK-TAB-VIG-PROCESSO PIC X(010).
               10  WRK-TAB-VIG-VALIDADE PIC 9(008).
      *----------------------------------------------------------------*
