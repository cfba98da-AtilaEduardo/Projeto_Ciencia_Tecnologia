      *    INICIO DO PROGRAMA, ANTES DA PRIMEIRA CHAMADA A             *
      *    2050-RESOLVER-UF (IFBA3UFR) OU 2060-RESOLVER-UF-CNPJ        *
      *    (IFBA3UFJ). COPIADO POR IFBA3TAB E (VIA IFBA3UFR) IFBA3DOC. *
      *    VIGENCIA EM BRANCO (LAYOUT ANTIGO) CARREGA COMO DESDE       *
      *    SEMPRE (00000000) E SEM FIM (99999999). MAIS LINHAS QUE A   *
      *    TABELA COMPORTA PARAM A CARGA E LIGAM                       *
      *    WRK-UFT-ESTOURO-CARGA - O CHAMADOR TRATA COMO ERRO          *
      *    ESTRUTURAL.                                                 *
      *----------------------------------------------------------------*
       2010-CARREGAR-TABELA-UF         SECTION.
      *----------------------------------------------------------------*
                   AT END
                       MOVE 'S'        TO WRK-UFT-FIM
                   NOT AT END
                       IF  WRK-UFT-TOTAL NOT < 90
                           DISPLAY '*** CARGA UFTAB EXCEDE 90 '
                               'LINHAS - CARGA INTERROMPIDA ***'
                           MOVE 'S'    TO WRK-UFT-ESTOURO-CARGA
                           MOVE 'S'    TO WRK-UFT-FIM
                       ELSE
                           ADD 1       TO WRK-UFT-TOTAL
                           SET WRK-UFT-IDX TO WRK-UFT-TOTAL
                           MOVE REG-UF-DIGITO
                                 TO WRK-TAB-UF-DIGITO(WRK-UFT-IDX)
                           MOVE REG-UF-FAIXA-INI
                                 TO WRK-TAB-UF-FAIXA-INI(WRK-UFT-IDX)
                           MOVE REG-UF-FAIXA-FIM
                                 TO WRK-TAB-UF-FAIXA-FIM(WRK-UFT-IDX)
                           MOVE REG-UF-UF
                                 TO WRK-TAB-UF-UF(WRK-UFT-IDX)
                           IF  REG-UF-VIGENCIA-INI IS NUMERIC
                               MOVE REG-UF-VIGENCIA-INI
                                 TO WRK-TAB-UF-VIG-INI(WRK-UFT-IDX)
                           ELSE
                               MOVE ZEROS
                                 TO WRK-TAB-UF-VIG-INI(WRK-UFT-IDX)
                           END-IF
                           IF  REG-UF-VIGENCIA-FIM IS NUMERIC AND
                               REG-UF-VIGENCIA-FIM NOT EQUAL ZEROS
                               MOVE REG-UF-VIGENCIA-FIM
                                 TO WRK-TAB-UF-VIG-FIM(WRK-UFT-IDX)
                           ELSE
                               MOVE 99999999
                                 TO WRK-TAB-UF-VIG-FIM(WRK-UFT-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
      *
