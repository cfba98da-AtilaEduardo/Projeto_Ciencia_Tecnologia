                                        ACCESS MODE IS RANDOM
                                        RECORD KEY IS REG-MST-CHAVE
                                        FILE STATUS IS WRK-MST-STATUS.

           SELECT WATCHLIST-FILE       ASSIGN TO 'VIGLST'
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-VIG-STATUS.

           SELECT ALERT-FILE           ASSIGN TO 'ALTOUT'
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-ALT-STATUS.

           SELECT ALERT-REPORT-FILE    ASSIGN TO 'ALTRPT'
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-ALR-STATUS.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
           05  REG-MST-UF               PIC X(022).
           05  REG-MST-FILIAL           PIC X(002).
           05  REG-MST-ERRO             PIC 9(002).
      *----------------------------------------------------------------*
       COPY IFBA3VGF.
      *----------------------------------------------------------------*
       COPY IFBA3ALF.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       77  WRK-TOT-NOVOS               PIC 9(007)          VALUE ZEROS.
       77  WRK-TOT-DIGITACAO           PIC 9(007)          VALUE ZEROS.
       77  WRK-AUX-DISPLAY7            PIC Z.ZZZ.ZZ9       VALUE SPACES.
      *----------------------------------------------------------------*
      *    AREA DA LISTA DE VIGILANCIA DO COMPLIANCE E DOS ALERTAS     *
      *----------------------------------------------------------------*
       COPY IFBA3VGW.
      *----------------------------------------------------------------*
       77  FILLER                      PIC X(055)          VALUE
           '* FIM DA WORKING STORAGE SECTION IFBA3INQ *'.
      *
           OPEN OUTPUT INQ-OUT-FILE
      *
      *    OS PEDIDOS DAS FILIAIS TAMBEM SAO CONFERIDOS CONTRA A
      *    LISTA DE VIGILANCIA DO COMPLIANCE - O ACHADO VAI PARA
      *    ALTOUT/ALTRPT E A RESPOSTA A FILIAL NAO MUDA.
      *
           MOVE 'IFBA3INQ'             TO WRK-VIG-PROGRAMA
           ACCEPT WRK-VIG-DATA-REF      FROM DATE YYYYMMDD
           PERFORM 5000-CARREGAR-VIGILANCIA
      *
      *    A CONSULTA E SOMENTE LEITURA - O MESTRE ABRE EM INPUT E O
      *    LOTE NOTURNO NAO E AFETADO. SEM O MESTRE DISPONIVEL, O
      *    SERVICO NAO TEM O QUE RESPONDER E ENCERRA COM CONDICAO 12.
           MOVE SPACES                 TO LKD-DOCUMENTO
           MOVE WRK-PEDIDO             TO LKD-DOCUMENTO(1:14)
           MOVE '/00'                  TO LKD-DOCUMENTO(15:3)
           MOVE SPACES                 TO LKD-DATA-REFERENCIA
      *
           CALL 'IFBA3DOC' USING LKD-AREA
      *
           END-IF.
      *
       2100-10-GRAVAR.
           PERFORM 2140-CONFERIR-VIGILANCIA
      *
           WRITE REG-RESPOSTA.
      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    CONFERE O DOCUMENTO PEDIDO CONTRA A LISTA DE VIGILANCIA.    *
      *    FILIAL E UF SAO AS DA ULTIMA PASSAGEM NO MESTRE (BRANCOS    *
      *    PARA DOCUMENTO NOVO OU COM ERRO DE DIGITACAO); A CONSULTA   *
      *    NAO TEM GERACAO DE EXTRATO.                                 *
      *----------------------------------------------------------------*
       2140-CONFERIR-VIGILANCIA        SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-PEDIDO             TO WRK-VIG-DOCUMENTO
           MOVE 'F'                    TO WRK-VIG-TIPO
           MOVE REG-RSP-FILIAL         TO WRK-VIG-FILIAL
           MOVE REG-RSP-UF             TO WRK-VIG-UF
           MOVE SPACES                 TO WRK-VIG-GERACAO
           MOVE SPACES                 TO WRK-VIG-ORIGEM
           MOVE 'C'                    TO WRK-VIG-FONTE
           IF  REG-RSP-SITUACAO        EQUAL 'E'
               MOVE 'N'                TO WRK-VIG-VALIDO
           ELSE
               MOVE 'S'                TO WRK-VIG-VALIDO
           END-IF
           MOVE REG-RSP-ERRO           TO WRK-VIG-ERRO
      *
           PERFORM 5100-CONFERIR-VIGILANCIA.
      *----------------------------------------------------------------*
       2140-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
           PERFORM 3100-GRAVAR-RESUMO.
      *
           PERFORM 5900-ENCERRAR-VIGILANCIA.
      *
           CLOSE INQ-IN-FILE.
           CLOSE INQ-OUT-FILE.
           DISPLAY 'DOCUMENTOS NOVOS............: ' WRK-AUX-DISPLAY7
      *
           MOVE WRK-TOT-DIGITACAO      TO WRK-AUX-DISPLAY7
           DISPLAY 'PEDIDOS COM ERRO DIGITACAO..: ' WRK-AUX-DISPLAY7
      *
           MOVE WRK-VIG-ALERTAS        TO WRK-AUX-DISPLAY7
           DISPLAY 'ALERTAS LISTA VIGILANCIA....: ' WRK-AUX-DISPLAY7.
      *----------------------------------------------------------------*
       3100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       COPY IFBA3VGC.
      *----------------------------------------------------------------*
           END PROGRAM IFBA3INQ.
      *----------------------------------------------------------------*
