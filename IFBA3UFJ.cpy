      *    ARQUIVO DD UFTAB (IFBA3UFT / 2010-CARREGAR-TABELA-UF) USADA *
      *    PARA CPF EM IFBA3CPF/IFBA3CPB - MESMA LOGICA DE ESTADO,     *
      *    SO QUE APLICADA AOS DIGITOS DO CNPJ. DEVOLVE O RESULTADO    *
      *    EM WRK-UF-S. COPIADO POR IFBA3DOC. SO VALEM AS LINHAS       *
      *    VIGENTES NA DATA DE REFERENCIA (WRK-DATA-REFERENCIA).       *
      *----------------------------------------------------------------*
      *    2010-CARREGAR-TABELA-UF (COPIADO DE IFBA3UFR) DEVE SER      *
      *    EXECUTADO UMA UNICA VEZ, NO INICIO DO PROGRAMA, ANTES DA    *
                       NOT < WRK-TAB-UF-FAIXA-INI(WRK-UFT-IDX)
                   AND WRK-CNPJ-BASE2
                       NOT > WRK-TAB-UF-FAIXA-FIM(WRK-UFT-IDX)
                   AND WRK-TAB-UF-VIG-INI(WRK-UFT-IDX)
                       NOT > WRK-DATA-REFERENCIA
                   AND WRK-TAB-UF-VIG-FIM(WRK-UFT-IDX)
                           > WRK-DATA-REFERENCIA
                   MOVE WRK-TAB-UF-UF(WRK-UFT-IDX) TO WRK-UF-S
                   MOVE 'S'            TO WRK-UFT-ACHOU
               END-IF
                         UNTIL WRK-UFT-IDX > WRK-UFT-TOTAL
                            OR WRK-UFT-ACHOU EQUAL 'S'
                   IF  WRK-TAB-UF-DIGITO(WRK-UFT-IDX) EQUAL WRK-AUXILIAR
                       AND WRK-TAB-UF-VIG-INI(WRK-UFT-IDX)
                                   NOT > WRK-DATA-REFERENCIA
                       AND WRK-TAB-UF-VIG-FIM(WRK-UFT-IDX)
                                       > WRK-DATA-REFERENCIA
                       MOVE WRK-TAB-UF-UF(WRK-UFT-IDX) TO WRK-UF-S
                       MOVE 'S'        TO WRK-UFT-ACHOU
                   END-IF
