      *----------------------------------------------------------------*
      *    IFBA3PMF - FD DO MAPA DE ORDEM DO LOTE PARTICIONADO, DD     *
      *    ORDMAP. GRAVADO POR IFBA3SPL AO DIVIDIR O EXTRATO E O       *
      *    RECICLO ENTRE AS PARTICOES E LIDO POR IFBA3MRG PARA         *
      *    CONSOLIDAR AS SAIDAS NA ORDEM ORIGINAL. UM REGISTRO POR     *
      *    REGISTRO DA ENTRADA, NA ORDEM EM QUE O IFBA3CPB OS          *
      *    PROCESSARIA (RECICLO PRIMEIRO, DEPOIS O EXTRATO):           *
      *      'R' - DETALHE DO RECICLO (DD RECIN) E A SUA PARTICAO;     *
      *      'H' - CABECALHO DE UMA GERACAO DO EXTRATO (GERACAO E      *
      *            ORIGEM DO HDR);                                     *
      *      'E' - DETALHE DO EXTRATO E A SUA PARTICAO;                *
      *      'T' - TRAILER DA GERACAO, COM A QUANTIDADE ORIGINAL DO    *
      *            TRL - BASE DO BALANCEAMENTO DA CONSOLIDACAO.        *
      *    O MAPA NAO LEVA O DOCUMENTO. COPIADO POR IFBA3SPL E         *
      *    IFBA3MRG NA FILE SECTION.                                   *
      *----------------------------------------------------------------*
       FD  PARTITION-MAP-FILE
           RECORD CONTAINS 030 CHARACTERS.
       01  REG-MAPA.
           05  REG-MAP-TIPO             PIC X(001).
           05  REG-MAP-PARTICAO         PIC 9(001).
           05  REG-MAP-GERACAO          PIC X(008).
           05  REG-MAP-ORIGEM           PIC X(008).
           05  REG-MAP-QTDE             PIC 9(007).
           05  FILLER                   PIC X(005).
      *----------------------------------------------------------------*
