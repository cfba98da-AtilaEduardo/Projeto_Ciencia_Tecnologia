      *----------------------------------------------------------------*
      *    IFBA3GCF - FD DO CONTROLE DE GERACAO (DD GENCTL) - UM       *
      *    REGISTRO POR GERACAO PROCESSADA COM SUCESSO (DATA + ORIGEM  *
      *    DO CABECALHO), PARA RECUSAR A RESUBMISSAO SILENCIOSA DE     *
      *    QUALQUER GERACAO JA FECHADA. COM EXTRATOS CONCATENADOS,     *
      *    CADA BLOCO HDR/TRL GANHA O SEU REGISTRO. O ARQUIVO CRESCE   *
      *    NA ORDEM DE CHEGADA, E A DATA DO PROCESSAMENTO (BRANCA NOS  *
      *    REGISTROS ANTIGOS DE 16 BYTES) DA O ATRASO DE CADA GERACAO  *
      *    NA CONFERENCIA DO CALENDARIO (IFBA3CAL). COPIADO POR        *
      *    IFBA3CPB E IFBA3CAL NA FILE SECTION.                        *
      *----------------------------------------------------------------*
       FD  GENERATION-CTL-FILE
           RECORD CONTAINS 024 CHARACTERS.
       01  REG-GENCTL.
           05  REG-GEN-DATA             PIC X(008).
           05  REG-GEN-ORIGEM           PIC X(008).
           05  REG-GEN-DATA-PROCESSO    PIC X(008).
      *----------------------------------------------------------------*
