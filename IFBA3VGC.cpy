      *----------------------------------------------------------------*
      *    IFBA3VGC - CONFERENCIA DOS DOCUMENTOS CONTRA A LISTA DE     *
      *    VIGILANCIA DO COMPLIANCE (DD VIGLST, IFBA3VGF) E GRAVACAO   *
      *    DOS ALERTAS (DD ALTOUT/ALTRPT, IFBA3ALF). O ALERTA SO       *
      *    SINALIZA O DOCUMENTO PARA O COMPLIANCE - A SITUACAO DO      *
      *    DOCUMENTO (ACEITO/REJEITADO, RESPOSTA DA CONSULTA) NAO E    *
      *    ALTERADA. USA A AREA IFBA3VGW. COPIADO POR IFBA3CPB,        *
      *    IFBA3MIX E IFBA3INQ.                                        *
      *----------------------------------------------------------------*
      *    CARGA DA LISTA E ABERTURA DA SAIDA DE ALERTAS - UMA UNICA   *
      *    VEZ, NA INICIALIZACAO. ENTRADAS JA VENCIDAS NA DATA DE      *
      *    REFERENCIA FICAM FORA DA TABELA E SAO CONTADAS. LISTA       *
      *    INDISPONIVEL SAI NO RELATORIO COM CONDICAO 4 (O LOTE RODA,  *
      *    MAS A CONFERENCIA NAO); ESTOURO DA TABELA, COM CONDICAO 8.  *
      *    A CONDICAO FICA GUARDADA EM WRK-VIG-CONDICAO E SO E         *
      *    APLICADA AO RETURN-CODE EM 5900 - O CALL A IFBA3DOC         *
      *    REGRAVA O RETURN-CODE A CADA DOCUMENTO.                     *
      *    ALTOUT/ALTRPT SAO ACUMULADOS (EXTEND) - EM RESTART OS       *
      *    ALERTAS DA TENTATIVA ANTERIOR SOBREVIVEM.                   *
      *----------------------------------------------------------------*
       5000-CARREGAR-VIGILANCIA        SECTION.
      *----------------------------------------------------------------*
           OPEN EXTEND ALERT-FILE
           IF  WRK-ALT-STATUS          NOT EQUAL '00'
               OPEN OUTPUT ALERT-FILE
           END-IF
      *
           OPEN EXTEND ALERT-REPORT-FILE
           IF  WRK-ALR-STATUS          NOT EQUAL '00'
               OPEN OUTPUT ALERT-REPORT-FILE
           END-IF
      *
           MOVE SPACES                 TO REG-RELATORIO-VIG
           STRING '*** ALERTAS DA LISTA DE VIGILANCIA - PGM:'
               WRK-VIG-PROGRAMA ' DATA:' WRK-VIG-DATA-REF ' ***'
               DELIMITED BY SIZE       INTO REG-RELATORIO-VIG
           WRITE REG-RELATORIO-VIG
      *
           MOVE ZEROS                  TO WRK-VIG-TOTAL
           MOVE ZEROS                  TO WRK-VIG-VENCIDAS
      *
           OPEN INPUT WATCHLIST-FILE
           IF  WRK-VIG-STATUS          NOT EQUAL '00'
               MOVE SPACES             TO REG-RELATORIO-VIG
               STRING '*** LISTA DE VIGILANCIA (VIGLST) INDISPONIVEL'
                   ' - STATUS ' WRK-VIG-STATUS
                   ' - DOCUMENTOS NAO CONFERIDOS ***'
                   DELIMITED BY SIZE   INTO REG-RELATORIO-VIG
               WRITE REG-RELATORIO-VIG
               DISPLAY REG-RELATORIO-VIG
               MOVE 04                 TO WRK-VIG-CONDICAO
               GO TO 5000-99-FIM
           END-IF
      *
           MOVE 'N'                    TO WRK-VIG-FIM
           PERFORM UNTIL WRK-VIG-FIM   EQUAL 'S'
               READ WATCHLIST-FILE
                   AT END
                       MOVE 'S'        TO WRK-VIG-FIM
                   NOT AT END
                       PERFORM 5010-CARREGAR-ENTRADA
               END-READ
           END-PERFORM
      *
           CLOSE WATCHLIST-FILE
           MOVE 'S'                    TO WRK-VIG-ATIVA
      *
           MOVE WRK-VIG-TOTAL          TO WRK-AUX-DISPLAY7
           MOVE SPACES                 TO REG-RELATORIO-VIG
           STRING 'ENTRADAS VIGENTES NA LISTA..: ' WRK-AUX-DISPLAY7
               DELIMITED BY SIZE       INTO REG-RELATORIO-VIG
           MOVE WRK-VIG-VENCIDAS       TO WRK-AUX-DISPLAY7
           STRING '  VENCIDAS: ' WRK-AUX-DISPLAY7
               DELIMITED BY SIZE       INTO REG-RELATORIO-VIG(45:)
           WRITE REG-RELATORIO-VIG
      *
           IF  WRK-VIG-ESTOURO         EQUAL 'S'
               MOVE SPACES             TO REG-RELATORIO-VIG
               STRING '*** LISTA DE VIGILANCIA EXCEDE 500 DOCUMENTOS'
                   ' - CARGA INCOMPLETA ***'
                   DELIMITED BY SIZE   INTO REG-RELATORIO-VIG
               WRITE REG-RELATORIO-VIG
               DISPLAY REG-RELATORIO-VIG
               MOVE 08                 TO WRK-VIG-CONDICAO
           END-IF.
      *----------------------------------------------------------------*
       5000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    GUARDA UMA ENTRADA DA LISTA NA TABELA. DOCUMENTO EM BRANCO  *
      *    E IGNORADO; VALIDADE ANTERIOR A DATA DE REFERENCIA CONTA    *
      *    COMO VENCIDA.                                               *
      *----------------------------------------------------------------*
       5010-CARREGAR-ENTRADA           SECTION.
      *----------------------------------------------------------------*
           IF  REG-VIG-DOCUMENTO       EQUAL SPACES
               GO TO 5010-99-FIM
           END-IF
      *
           IF  REG-VIG-VALIDADE        NOT NUMERIC OR
               REG-VIG-VALIDADE        < WRK-VIG-DATA-REF
               ADD 1                   TO WRK-VIG-VENCIDAS
               GO TO 5010-99-FIM
           END-IF
      *
           IF  WRK-VIG-TOTAL           NOT < 500
               MOVE 'S'                TO WRK-VIG-ESTOURO
               MOVE 'S'                TO WRK-VIG-FIM
               GO TO 5010-99-FIM
           END-IF
      *
           ADD 1                       TO WRK-VIG-TOTAL
           SET WRK-VIG-IDX             TO WRK-VIG-TOTAL
           MOVE REG-VIG-DOCUMENTO
                               TO WRK-TAB-VIG-DOCUMENTO(WRK-VIG-IDX)
           MOVE REG-VIG-MOTIVO TO WRK-TAB-VIG-MOTIVO(WRK-VIG-IDX)
           MOVE REG-VIG-PROCESSO
                               TO WRK-TAB-VIG-PROCESSO(WRK-VIG-IDX)
           MOVE REG-VIG-VALIDADE
                               TO WRK-TAB-VIG-VALIDADE(WRK-VIG-IDX).
      *----------------------------------------------------------------*
       5010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    CONFERE O DOCUMENTO CORRENTE (WRK-VIG-DOCUMENTO) CONTRA A   *
      *    LISTA. ENCONTRADO, GRAVA O ALERTA - NADA MAIS MUDA NO       *
      *    PROCESSAMENTO DO DOCUMENTO.                                 *
      *----------------------------------------------------------------*
       5100-CONFERIR-VIGILANCIA        SECTION.
      *----------------------------------------------------------------*
           IF  WRK-VIG-ATIVA           NOT EQUAL 'S' OR
               WRK-VIG-DOCUMENTO       EQUAL SPACES
               GO TO 5100-99-FIM
           END-IF
      *
           ADD 1                       TO WRK-VIG-CONFERIDOS
           MOVE 'N'                    TO WRK-VIG-ACHOU
      *
           PERFORM VARYING WRK-VIG-IDX FROM 1 BY 1
                     UNTIL WRK-VIG-IDX > WRK-VIG-TOTAL
                        OR WRK-VIG-ACHOU EQUAL 'S'
               IF  WRK-TAB-VIG-DOCUMENTO(WRK-VIG-IDX)
                                       EQUAL WRK-VIG-DOCUMENTO
                   MOVE 'S'            TO WRK-VIG-ACHOU
                   PERFORM 5110-GRAVAR-ALERTA
               END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       5100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ALERTA POSICIONAL (ALTOUT) E LINHA CURTA DO RELATORIO       *
      *    (ALTRPT) PARA A ENTRADA ENCONTRADA. A LINHA NAO E ESPELHADA *
      *    NO SYSOUT - O DOCUMENTO SOB INVESTIGACAO NAO VAI PARA O     *
      *    JOB LOG.                                                    *
      *----------------------------------------------------------------*
       5110-GRAVAR-ALERTA              SECTION.
      *----------------------------------------------------------------*
           ADD 1                       TO WRK-VIG-ALERTAS
      *
           MOVE SPACES                 TO REG-ALERTA
           MOVE WRK-VIG-DATA-REF       TO REG-ALT-DATA
           MOVE WRK-VIG-PROGRAMA       TO REG-ALT-PROGRAMA
           MOVE WRK-VIG-TIPO           TO REG-ALT-TIPO
           MOVE WRK-VIG-DOCUMENTO      TO REG-ALT-DOCUMENTO
           MOVE WRK-VIG-FILIAL         TO REG-ALT-FILIAL
           MOVE WRK-VIG-UF             TO REG-ALT-UF
           MOVE WRK-VIG-GERACAO        TO REG-ALT-DATA-GERACAO
           MOVE WRK-VIG-ORIGEM         TO REG-ALT-ORIGEM
           MOVE WRK-VIG-FONTE          TO REG-ALT-FONTE
           MOVE WRK-TAB-VIG-MOTIVO(WRK-VIG-IDX)   TO REG-ALT-MOTIVO
           MOVE WRK-TAB-VIG-PROCESSO(WRK-VIG-IDX) TO REG-ALT-PROCESSO
           MOVE WRK-TAB-VIG-VALIDADE(WRK-VIG-IDX) TO REG-ALT-VALIDADE
           MOVE WRK-VIG-VALIDO         TO REG-ALT-VALIDO
           MOVE WRK-VIG-ERRO           TO REG-ALT-ERRO
           WRITE REG-ALERTA
      *
           MOVE SPACES                 TO REG-RELATORIO-VIG
           STRING 'DOC:' WRK-VIG-DOCUMENTO
               ' FIL:' WRK-VIG-FILIAL
               ' UF:' WRK-VIG-UF
               ' GER:' WRK-VIG-GERACAO '/' WRK-VIG-ORIGEM
               ' PGM:' WRK-VIG-PROGRAMA
               ' MOT:' WRK-TAB-VIG-MOTIVO(WRK-VIG-IDX)
               ' PROC:' WRK-TAB-VIG-PROCESSO(WRK-VIG-IDX)
               DELIMITED BY SIZE       INTO REG-RELATORIO-VIG
           WRITE REG-RELATORIO-VIG.
      *----------------------------------------------------------------*
       5110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    TOTAIS DA CONFERENCIA NO RELATORIO DE ALERTAS (ESPELHADOS   *
      *    NO SYSOUT), FECHAMENTO DA SAIDA DE ALERTAS E APLICACAO DA   *
      *    CONDICAO DA CARGA DA LISTA, SEM NUNCA REBAIXAR O CODIGO JA  *
      *    DEFINIDO PELO PROGRAMA.                                     *
      *----------------------------------------------------------------*
       5900-ENCERRAR-VIGILANCIA        SECTION.
      *----------------------------------------------------------------*
           IF  WRK-VIG-CONDICAO        > RETURN-CODE
               MOVE WRK-VIG-CONDICAO   TO RETURN-CODE
           END-IF
      *
           MOVE WRK-VIG-CONFERIDOS     TO WRK-AUX-DISPLAY7
           MOVE SPACES                 TO REG-RELATORIO-VIG
           STRING 'DOCUMENTOS CONFERIDOS NA LISTA DE VIGILANCIA: '
               WRK-AUX-DISPLAY7
               DELIMITED BY SIZE       INTO REG-RELATORIO-VIG
           WRITE REG-RELATORIO-VIG
           DISPLAY REG-RELATORIO-VIG
      *
           MOVE WRK-VIG-ALERTAS        TO WRK-AUX-DISPLAY7
           MOVE SPACES                 TO REG-RELATORIO-VIG
           STRING 'ALERTAS EMITIDOS PARA O COMPLIANCE..........: '
               WRK-AUX-DISPLAY7
               DELIMITED BY SIZE       INTO REG-RELATORIO-VIG
           WRITE REG-RELATORIO-VIG
           DISPLAY REG-RELATORIO-VIG
      *
           CLOSE ALERT-FILE.
           CLOSE ALERT-REPORT-FILE.
      *----------------------------------------------------------------*
       5900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
