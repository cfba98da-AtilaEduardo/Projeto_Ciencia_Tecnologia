      *    DEVOLVER UMA UNICA UF EM VEZ DA LISTA DE ESTADOS DA         *
      *    REGIAO. ESPERA WRK-CCPF-FILIAL JA PREENCHIDO E DEVOLVE O    *
      *    RESULTADO EM WRK-UF-S. COPIADO POR IFBA3DOC.                *
      *    SO VALEM AS LINHAS VIGENTES NA DATA DE REFERENCIA           *
      *    (WRK-DATA-REFERENCIA) - A DATA DA GERACAO DO DOCUMENTO.     *
      *----------------------------------------------------------------*
      *    2010-CARREGAR-TABELA-UF (IFBA3UFC, COMUM A CPF E CNPJ) DEVE *
      *    SER EXECUTADO UMA UNICA VEZ, NO INICIO DO PROGRAMA, ANTES   *
                        OR WRK-UFT-ACHOU EQUAL 'S'
               IF  WRK-TAB-UF-DIGITO(WRK-UFT-IDX) EQUAL WRK-AUXILIAR AND
                   WRK-CCPF1 NOT < WRK-TAB-UF-FAIXA-INI(WRK-UFT-IDX) AND
                   WRK-CCPF1 NOT > WRK-TAB-UF-FAIXA-FIM(WRK-UFT-IDX) AND
                   WRK-TAB-UF-VIG-INI(WRK-UFT-IDX)
                                   NOT > WRK-DATA-REFERENCIA AND
                   WRK-TAB-UF-VIG-FIM(WRK-UFT-IDX)
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
