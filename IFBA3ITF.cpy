      *    DATA WAREHOUSE, DD INTOUT. UM REGISTRO FIXO POR DOCUMENTO   *
      *    PROCESSADO, GRAVADO EM PARALELO AO RELATORIO NARRATIVO      *
      *    RPTOUT - O TEXTO DO RELATORIO PODE MUDAR LIVREMENTE SEM     *
      *    QUEBRAR A CARGA DO WAREHOUSE. COPIADO POR IFBA3CPB,         *
      *    IFBA3MIX, IFBA3MRG E IFBA3BAL NA FILE SECTION.              *
      *      TIPO       'F' = CPF/FILIAL, 'J' = CNPJ (OUTRO VALOR =    *
      *                 TIPO INVALIDO DO LOTE MISTO); '*' = MARCADOR   *
      *                 DE REGISTRO RETIDO SEM TOKEN NA PARTICAO DO    *
      *                 LOTE PARALELO - DESCARTADO E CONTADO PELA      *
      *                 CONSOLIDACAO (IFBA3MRG), NUNCA VAI PARA O      *
      *                 WAREHOUSE;                                     *
      *      DOCUMENTO  TOKEN DO COFRE (DD TOKVLT, IFBA3TKF) NO LUGAR  *
      *                 DO DOCUMENTO - O DOCUMENTO NAO SAI EM CLARO    *
      *                 PARA O WAREHOUSE; SO O JOB IFBA3DTK DESFAZ A   *
      *                 TROCA. BRANCOS PARA O TIPO INVALIDO;           *
      *      FILIAL     SO TIPO 'F' COM DOCUMENTO LEGIVEL;             *
      *      GERACAO/ORIGEM DO CABECALHO DO EXTRATO (BRANCOS SEM       *
      *                 CABECALHO OU PARA RECICLADOS);                 *
      *      DUPLICADO  'S' = SEGUNDA PASSAGEM NO MESMO LOTE, 'N' =    *
      *                 NAO; BRANCO = SEM MANUTENCAO DO MESTRE         *
      *                 (DOCUMENTO EM BRANCO OU MESTRE INDISPONIVEL) - *
      *                 NAO HA MOVIMENTO NO HISTORICO (CPFHST);        *
      *      FONTE      'E' = EXTRATO DA NOITE, 'R' = RECICLO RECIN.   *
      *----------------------------------------------------------------*
       FD  INTERFACE-FILE
