      *    INVALIDOS, PORCENTAGEM DE INVALIDOS, EXCECOES UF X FILIAL   *
      *    E O CODIGO DE CONDICAO FINAL. E ESTE HISTORICO QUE O        *
      *    ALARME DE TENDENCIA (IFBA3TRD) COMPARA COM A MEDIA DAS      *
      *    NOITES ANTERIORES. RECUSA 'D' MARCA A EXECUCAO QUE RECUSOU  *
      *    UMA GERACAO JA PROCESSADA (OU REPETIDA NA TRANSMISSAO) - A  *
      *    GERACAO RECUSADA E A DO REGISTRO. COPIADO POR IFBA3CPB,     *
      *    IFBA3TRD, IFBA3CAL E IFBA3BAL NA FILE SECTION.              *
      *----------------------------------------------------------------*
       FD  RUN-HISTORY-FILE
           RECORD CONTAINS 067 CHARACTERS.
       01  REG-EXECUCAO.
           05  REG-RUN-DATA-CICLO       PIC 9(008).
           05  REG-RUN-DATA-GERACAO     PIC X(008).
           05  REG-RUN-PCT-INVALIDOS    PIC 9(003)V9(002).
           05  REG-RUN-EXCECOES         PIC 9(007).
           05  REG-RUN-CONDICAO         PIC 9(002).
           05  REG-RUN-RECUSA           PIC X(001).
      *----------------------------------------------------------------*
