      *----------------------------------------------------------------*
      *    IFBA3VGF - FD DA LISTA DE VIGILANCIA DO COMPLIANCE, DD      *
      *    VIGLST. UM REGISTRO POR DOCUMENTO SOB INVESTIGACAO:         *
      *    DOCUMENTO NO LAYOUT ORIGINAL DO TIPO (CPF 999.999.999-99,   *
      *    SEM A FILIAL, OU CNPJ 99.999.999/9999-99), CODIGO DO        *
      *    MOTIVO, NUMERO DO PROCESSO E DATA DE VALIDADE (AAAAMMDD).   *
      *    MANTIDO PELO COMPLIANCE, SEM NECESSIDADE DE RECOMPILAR O    *
      *    PROGRAMA. COPIADO POR IFBA3CPB, IFBA3MIX E IFBA3INQ NA      *
      *    FILE SECTION.                                               *
      *----------------------------------------------------------------*
       FD  WATCHLIST-FILE
           RECORD CONTAINS 040 CHARACTERS.
       01  REG-VIGILANCIA.
           05  REG-VIG-DOCUMENTO        PIC X(018).
           05  REG-VIG-MOTIVO           PIC X(002).
           05  REG-VIG-PROCESSO         PIC X(010).
           05  REG-VIG-VALIDADE         PIC 9(008).
           05  FILLER                   PIC X(002).
      *----------------------------------------------------------------*
