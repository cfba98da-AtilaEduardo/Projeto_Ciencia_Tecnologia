      *----------------------------------------------------------------*
      *    IFBA3ALF - FDS DA SAIDA DE ALERTAS DA LISTA DE VIGILANCIA:  *
      *    ARQUIVO POSICIONAL DE ALERTAS PARA O COMPLIANCE (DD ALTOUT) *
      *    E RELATORIO CURTO DE ALERTAS (DD ALTRPT). UM REGISTRO POR   *
      *    DOCUMENTO ENCONTRADO NA LISTA: DATA DO PROCESSAMENTO,       *
      *    PROGRAMA QUE ENCONTROU, DOCUMENTO, FILIAL, UF RESOLVIDA,    *
      *    GERACAO/ORIGEM DO EXTRATO (BRANCOS FORA DO LOTE NOTURNO OU  *
      *    PARA RECICLADOS), FONTE ('E' = EXTRATO, 'R' = RECICLO,      *
      *    'C' = CONSULTA), MOTIVO/PROCESSO/VALIDADE DA LISTA E O      *
      *    RESULTADO DA CONSISTENCIA, QUE NAO E ALTERADO PELO ALERTA.  *
      *    COPIADO POR IFBA3CPB, IFBA3MIX E IFBA3INQ NA FILE SECTION.  *
      *----------------------------------------------------------------*
       FD  ALERT-FILE
           RECORD CONTAINS 080 CHARACTERS.
       01  REG-ALERTA.
           05  REG-ALT-DATA             PIC 9(008).
           05  REG-ALT-PROGRAMA         PIC X(008).
           05  REG-ALT-TIPO             PIC X(001).
           05  REG-ALT-DOCUMENTO        PIC X(018).
           05  REG-ALT-FILIAL           PIC X(002).
           05  REG-ALT-UF               PIC X(002).
           05  REG-ALT-DATA-GERACAO     PIC X(008).
           05  REG-ALT-ORIGEM           PIC X(008).
           05  REG-ALT-FONTE            PIC X(001).
           05  REG-ALT-MOTIVO           PIC X(002).
           05  REG-ALT-PROCESSO         PIC X(010).
           05  REG-ALT-VALIDADE         PIC 9(008).
           05  REG-ALT-VALIDO           PIC X(001).
           05  REG-ALT-ERRO             PIC 9(002).
           05  FILLER                   PIC X(001).
      *----------------------------------------------------------------*
       FD  ALERT-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  REG-RELATORIO-VIG           PIC X(100).
      *----------------------------------------------------------------*
