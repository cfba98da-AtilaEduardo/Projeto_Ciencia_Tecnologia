      *----------------------------------------------------------------*
      *    IFBA3TKW - AREA DE WORKING-STORAGE DA TOKENIZACAO DO        *
      *    DOCUMENTO PARA A INTERFACE DO DATA WAREHOUSE (COFRE DE      *
      *    TOKENS, DD TOKVLT, IFBA3TKF), USADA PELAS SECOES DE         *
      *    IFBA3TKC. COPIADO POR IFBA3CPB E IFBA3MIX.                  *
      *                                                                *
      *    ANTES DE 6000-ABRIR-COFRE O CHAMADOR PREENCHE               *
      *    WRK-TKV-PROGRAMA E WRK-TKV-DATA-REF (DATA DO                *
      *    PROCESSAMENTO, GRAVADA NOS TOKENS NOVOS). ANTES DE CADA     *
      *    6100-OBTER-TOKEN, PREENCHE WRK-TKV-TIPO E                   *
      *    WRK-TKV-DOCUMENTO; NA VOLTA, WRK-TKV-OBTIDO = 'S' TRAZ O    *
      *    TOKEN EM WRK-TKV-TOKEN, 'N' MANDA RETER O REGISTRO DE       *
      *    INTERFACE - O DOCUMENTO NUNCA SAI EM CLARO.                 *
      *    NO LOTE PARALELO O CHAMADOR PREENCHE TAMBEM                 *
      *    WRK-TKV-PARTICAO: CADA PARTICAO TEM O SEU REGISTRO DE       *
      *    CONTROLE E A SUA FAIXA DE SEQUENCIAIS, E AS PARTICOES       *
      *    RODANDO AO MESMO TEMPO NUNCA EMITEM O MESMO TOKEN.          *
      *----------------------------------------------------------------*
       77  WRK-TKV-STATUS              PIC X(002)          VALUE '00'.
       77  WRK-TKV-ATIVO               PIC X(001)          VALUE 'N'.
       77  WRK-TKV-OBTIDO              PIC X(001)          VALUE 'N'.
       77  WRK-TKV-CONDICAO            PIC 9(002)          VALUE ZEROS.
       77  WRK-TKV-PROGRAMA            PIC X(008)          VALUE SPACES.
       77  WRK-TKV-DATA-REF            PIC 9(008)          VALUE ZEROS.
       77  WRK-TKV-PARTICAO            PIC 9(001)          VALUE ZEROS.
       77  WRK-TKV-ULTIMO              PIC 9(016)          VALUE ZEROS.
       77  WRK-TKV-CONSULTADOS         PIC 9(007)          VALUE ZEROS.
       77  WRK-TKV-EMITIDOS            PIC 9(007)          VALUE ZEROS.
       77  WRK-TKV-RETIDOS             PIC 9(007)          VALUE ZEROS.
      *----------------------------------------------------------------*
      *    DOCUMENTO CORRENTE, PREENCHIDO PELO CHAMADOR, E O TOKEN     *
      *    DEVOLVIDO                                                   *
      *----------------------------------------------------------------*
       77  WRK-TKV-TIPO                PIC X(001)          VALUE SPACES.
       77  WRK-TKV-DOCUMENTO           PIC X(018)          VALUE SPACES.
       77  WRK-TKV-TOKEN               PIC X(018)          VALUE SPACES.
      *----------------------------------------------------------------*
