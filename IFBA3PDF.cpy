      *----------------------------------------------------------------*
      *    IFBA3PDF - FD DO CADASTRO DE TRANSACOES PENDENTES DE        *
      *    APROVACAO DA MANUTENCAO UFTAB/FILTAB, DD PNDIN (GERACAO     *
      *    ATUAL DO GDG PROD.IFBA3.TAB.PENDENTES). DUPLO CONTROLE: A   *
      *    TRANSACAO DO MAKER ENTRA COMO 'P' (IFBA3APR), UM CHECKER    *
      *    DIFERENTE APROVA ('A') OU RECUSA (SAI DO CADASTRO) E SO O   *
      *    ITEM APROVADO E APLICADO POR IFBA3TAB, QUE O RETIRA DO      *
      *    CADASTRO. O PRIMEIRO REGISTRO ('C') GUARDA O ULTIMO NUMERO  *
      *    DE ITEM EMITIDO, PARA A NUMERACAO NAO SE REPETIR QUANDO O   *
      *    CADASTRO ESVAZIA. COPIADO POR IFBA3APR E IFBA3TAB NA FILE   *
      *    SECTION - A NOVA GERACAO (DD PNDOUT) TEM O MESMO LAYOUT.    *
      *----------------------------------------------------------------*
       FD  PENDING-IN-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  REG-PENDENTE.
           05  REG-PND-TIPO             PIC X(001).
           05  REG-PND-NUMERO           PIC 9(007).
           05  REG-PND-TRANSACAO        PIC X(030).
           05  REG-PND-MAKER            PIC X(008).
           05  REG-PND-DATA-REGISTRO    PIC 9(008).
           05  REG-PND-HORA-REGISTRO    PIC 9(008).
           05  REG-PND-SITUACAO         PIC X(001).
           05  REG-PND-CHECKER          PIC X(008).
           05  REG-PND-DATA-DECISAO     PIC 9(008).
           05  REG-PND-HORA-DECISAO     PIC 9(008).
           05  FILLER                   PIC X(013).
      *----------------------------------------------------------------*
