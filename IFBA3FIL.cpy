      *----------------------------------------------------------------*
      *    IFBA3FIL - CARGA E VALIDACAO DA FILIAL (WRK-FILIAL) CONTRA  *
      *    O CADASTRO DE FILIAIS CARREGADO DO ARQUIVO DD FILTAB        *
      *    (IFBA3FIT). COPIADO POR IFBA3DOC. A FILIAL E CONFERIDA NA   *
      *    LINHA VIGENTE NA DATA DE REFERENCIA (WRK-DATA-REFERENCIA):  *
      *    UMA FILIAL FECHADA DEPOIS DA GERACAO DO DOCUMENTO AINDA     *
      *    ESTAVA ABERTA PARA ELE.                                     *
      *----------------------------------------------------------------*
      *    2020-CARREGAR-TABELA-FILIAL DEVE SER EXECUTADO UMA UNICA    *
      *    VEZ, NO INICIO DO PROGRAMA, ANTES DA PRIMEIRA CHAMADA A     *
                                 TO WRK-TAB-FIL-STATUS(WRK-FIL-IDX)
                           MOVE REG-FIL-UF
                                 TO WRK-TAB-FIL-UF(WRK-FIL-IDX)
                           IF  REG-FIL-VIGENCIA-INI IS NUMERIC
                               MOVE REG-FIL-VIGENCIA-INI
                                 TO WRK-TAB-FIL-VIG-INI(WRK-FIL-IDX)
                           ELSE
                               MOVE ZEROS
                                 TO WRK-TAB-FIL-VIG-INI(WRK-FIL-IDX)
                           END-IF
                           IF  REG-FIL-VIGENCIA-FIM IS NUMERIC AND
                               REG-FIL-VIGENCIA-FIM NOT EQUAL ZEROS
                               MOVE REG-FIL-VIGENCIA-FIM
                                 TO WRK-TAB-FIL-VIG-FIM(WRK-FIL-IDX)
                           ELSE
                               MOVE 99999999
                                 TO WRK-TAB-FIL-VIG-FIM(WRK-FIL-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
      *    CONFERE WRK-FILIAL CONTRA O CADASTRO, DISTINGUINDO DUAS     *
      *    CAUSAS PARA O OPERADOR NO RELATORIO DE ERRO: FILIAL QUE     *
      *    NAO CONSTA DO CADASTRO (ERRO 0040) E FILIAL CADASTRADA MAS  *
      *    FECHADA - STATUS DIFERENTE DE 'A' (ERRO 0030) - SEMPRE NA   *
      *    LINHA VIGENTE NA DATA DE REFERENCIA.                        *
      *----------------------------------------------------------------*
       1130-VALIDAR-FILIAL             SECTION.
      *----------------------------------------------------------------*
           PERFORM VARYING WRK-FIL-IDX FROM 1 BY 1
                     UNTIL WRK-FIL-IDX > WRK-FIL-TOTAL
                        OR WRK-FIL-ACHOU EQUAL 'S'
               IF  WRK-TAB-FIL-CODIGO(WRK-FIL-IDX) EQUAL WRK-FILIAL AND
                   WRK-TAB-FIL-VIG-INI(WRK-FIL-IDX)
                                   NOT > WRK-DATA-REFERENCIA AND
                   WRK-TAB-FIL-VIG-FIM(WRK-FIL-IDX)
                                       > WRK-DATA-REFERENCIA
                   MOVE 'S'            TO WRK-FIL-ACHOU
                   MOVE WRK-TAB-FIL-STATUS(WRK-FIL-IDX)
                                       TO WRK-FIL-STATUS-ACHADA
