      *----------------------------------------------------------------*
      *    IFBA3TKF - FD DO COFRE DE TOKENS, DD TOKVLT (VSAM KSDS,     *
      *    CHAVE = TIPO + DOCUMENTO, KEYS(19 0) RECORDSIZE(60 60)).    *
      *    UM REGISTRO POR DOCUMENTO JA ENVIADO AO DATA WAREHOUSE:     *
      *    TIPO ('F' = CPF SEM A FILIAL, 'J' = CNPJ), DOCUMENTO NO     *
      *    LAYOUT ORIGINAL DO TIPO, TOKEN QUE O SUBSTITUI NA           *
      *    INTERFACE (DD INTOUT), DATA DE CRIACAO E PROGRAMA QUE O     *
      *    EMITIU. O TOKEN E 'TK' + SEQUENCIAL DE 16 DIGITOS - NAO     *
      *    CARREGA NENHUM DADO DO DOCUMENTO. O REGISTRO DE CONTROLE    *
      *    (CHAVE TODA EM ZEROS, TIPO '0' NUNCA USADO POR DOCUMENTO)   *
      *    GUARDA EM REG-TKV-TOKEN-NUMERO O ULTIMO SEQUENCIAL EMITIDO. *
      *    NO LOTE PARALELO CADA PARTICAO TEM O SEU REGISTRO DE        *
      *    CONTROLE, COM O NUMERO DA PARTICAO NA ULTIMA POSICAO DA     *
      *    CHAVE, E UMA FAIXA PROPRIA DE SEQUENCIAIS (IFBA3TKC).       *
      *    O DATASET E RESTRITO AO USUARIO DO LOTE IFBA3 - SO ESTE     *
      *    SISTEMA LIGA TOKEN A DOCUMENTO. COPIADO POR IFBA3CPB,       *
      *    IFBA3MIX, IFBA3LGP E IFBA3DTK NA FILE SECTION.              *
      *----------------------------------------------------------------*
       FD  TOKEN-VAULT-FILE
           RECORD CONTAINS 060 CHARACTERS.
       01  REG-COFRE.
           05  REG-TKV-CHAVE.
               10  REG-TKV-TIPO         PIC X(001).
               10  REG-TKV-DOCUMENTO    PIC X(018).
           05  REG-TKV-TOKEN.
               10  REG-TKV-TOKEN-PREFIXO PIC X(002).
               10  REG-TKV-TOKEN-NUMERO PIC 9(016).
           05  REG-TKV-DATA-CRIACAO     PIC 9(008).
           05  REG-TKV-PROGRAMA         PIC X(008).
           05  FILLER                   PIC X(007).
      *----------------------------------------------------------------*
