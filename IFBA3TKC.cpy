      *----------------------------------------------------------------*
      *    IFBA3TKC - TOKENIZACAO DO DOCUMENTO PARA A INTERFACE DO     *
      *    DATA WAREHOUSE (DD INTOUT). O DOCUMENTO E TROCADO PELO      *
      *    TOKEN GUARDADO NO COFRE (DD TOKVLT, IFBA3TKF): DOCUMENTO    *
      *    JA CONHECIDO REAPROVEITA O TOKEN (O WAREHOUSE CONTINUA      *
      *    LIGANDO AS PASSAGENS DO MESMO TITULAR), DOCUMENTO NOVO      *
      *    RECEBE O PROXIMO SEQUENCIAL DO REGISTRO DE CONTROLE. SO O   *
      *    JOB CONTROLADO IFBA3DTK DESFAZ A TROCA. USA A AREA          *
      *    IFBA3TKW. COPIADO POR IFBA3CPB E IFBA3MIX.                  *
      *----------------------------------------------------------------*
      *    ABERTURA DO COFRE E LEITURA DO REGISTRO DE CONTROLE - UMA   *
      *    UNICA VEZ, NA INICIALIZACAO. COFRE AINDA NAO CARREGADO      *
      *    (STATUS 35) E CRIADO VAZIO, COMO O CPFMST EM IFBA3CPB;      *
      *    COFRE SEM REGISTRO DE CONTROLE RECEBE UM, COM SEQUENCIAL    *
      *    ZERO. COFRE INDISPONIVEL SAI NO SYSOUT COM CONDICAO 8 - O   *
      *    LOTE RODA, MAS TODO REGISTRO DE INTERFACE COM DOCUMENTO E   *
      *    RETIDO. A CONDICAO FICA GUARDADA EM WRK-TKV-CONDICAO E SO   *
      *    E APLICADA AO RETURN-CODE EM 6900 - O CALL A IFBA3DOC       *
      *    REGRAVA O RETURN-CODE A CADA DOCUMENTO.                     *
      *    NO LOTE PARALELO (WRK-TKV-PARTICAO > 0) O CONTROLE E O DA   *
      *    PARTICAO - CHAVE EM ZEROS COM O NUMERO DA PARTICAO NA       *
      *    ULTIMA POSICAO - E O SEU SEQUENCIAL COMECA EM PARTICAO X    *
      *    10**15, UMA FAIXA SO DELA.                                  *
      *----------------------------------------------------------------*
       6000-ABRIR-COFRE                SECTION.
      *----------------------------------------------------------------*
           MOVE 'N'                    TO WRK-TKV-ATIVO
           MOVE ZEROS                  TO WRK-TKV-ULTIMO
      *
           OPEN I-O TOKEN-VAULT-FILE
      *
           IF  WRK-TKV-STATUS          EQUAL '35'
               OPEN OUTPUT TOKEN-VAULT-FILE
               IF  WRK-TKV-STATUS      EQUAL '00'
                   CLOSE TOKEN-VAULT-FILE
                   OPEN I-O TOKEN-VAULT-FILE
               END-IF
           END-IF
      *
           IF  WRK-TKV-STATUS          NOT EQUAL '00'
               PERFORM 6010-COFRE-INDISPONIVEL
               GO TO 6000-99-FIM
           END-IF
      *
           PERFORM 6030-MONTAR-CONTROLE
           READ TOKEN-VAULT-FILE
      *
           IF  WRK-TKV-STATUS          EQUAL '00'
               IF  REG-TKV-TOKEN-NUMERO NUMERIC
                   MOVE REG-TKV-TOKEN-NUMERO TO WRK-TKV-ULTIMO
               END-IF
           ELSE
               IF  WRK-TKV-STATUS      EQUAL '23'
                   PERFORM 6030-MONTAR-CONTROLE
                   COMPUTE WRK-TKV-ULTIMO =
                       WRK-TKV-PARTICAO * 1000000000000000
                   MOVE WRK-TKV-ULTIMO TO REG-TKV-TOKEN-NUMERO
                   MOVE WRK-TKV-DATA-REF TO REG-TKV-DATA-CRIACAO
                   MOVE WRK-TKV-PROGRAMA TO REG-TKV-PROGRAMA
                   WRITE REG-COFRE
               END-IF
           END-IF
      *
           IF  WRK-TKV-STATUS          NOT EQUAL '00'
               PERFORM 6010-COFRE-INDISPONIVEL
               CLOSE TOKEN-VAULT-FILE
               GO TO 6000-99-FIM
           END-IF
      *
           MOVE 'S'                    TO WRK-TKV-ATIVO.
      *----------------------------------------------------------------*
       6000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    AVISO DE COFRE INDISPONIVEL NO SYSOUT - A INTERFACE DESTA   *
      *    EXECUCAO SAI SEM OS REGISTROS COM DOCUMENTO.                *
      *----------------------------------------------------------------*
       6010-COFRE-INDISPONIVEL         SECTION.
      *----------------------------------------------------------------*
           DISPLAY '*** ' WRK-TKV-PROGRAMA
               ': COFRE DE TOKENS (TOKVLT) INDISPONIVEL - STATUS '
               WRK-TKV-STATUS ' - INTERFACE RETIDA ***'
      *
           IF  WRK-TKV-CONDICAO        < 08
               MOVE 08                 TO WRK-TKV-CONDICAO
           END-IF.
      *----------------------------------------------------------------*
       6010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    FALHA DE LEITURA/GRAVACAO NO COFRE PARA UM DOCUMENTO - O    *
      *    REGISTRO DE INTERFACE DELE E RETIDO E CONTADO. O DOCUMENTO  *
      *    NAO VAI PARA O JOB LOG.                                     *
      *----------------------------------------------------------------*
       6020-FALHA-COFRE                SECTION.
      *----------------------------------------------------------------*
           ADD 1                       TO WRK-TKV-RETIDOS
      *
           DISPLAY '*** ' WRK-TKV-PROGRAMA
               ': FALHA NO COFRE DE TOKENS (TOKVLT) - STATUS '
               WRK-TKV-STATUS ' - REGISTRO DE INTERFACE RETIDO ***'
      *
           IF  WRK-TKV-CONDICAO        < 08
               MOVE 08                 TO WRK-TKV-CONDICAO
           END-IF.
      *----------------------------------------------------------------*
       6020-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    CHAVE DO REGISTRO DE CONTROLE EM REG-COFRE: TODA EM ZEROS   *
      *    NO LOTE NORMAL, COM A PARTICAO NA ULTIMA POSICAO NO LOTE    *
      *    PARALELO. O TIPO '0' NUNCA E DE DOCUMENTO.                  *
      *----------------------------------------------------------------*
       6030-MONTAR-CONTROLE            SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                 TO REG-COFRE
           MOVE ALL '0'                TO REG-TKV-CHAVE
      *
           IF  WRK-TKV-PARTICAO        > ZEROS
               MOVE WRK-TKV-PARTICAO   TO REG-TKV-DOCUMENTO(18:1)
           END-IF.
      *----------------------------------------------------------------*
       6030-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    DEVOLVE EM WRK-TKV-TOKEN O TOKEN DO DOCUMENTO CORRENTE      *
      *    (WRK-TKV-TIPO + WRK-TKV-DOCUMENTO), EMITINDO UM NOVO        *
      *    QUANDO O DOCUMENTO AINDA NAO ESTA NO COFRE. DOCUMENTO EM    *
      *    BRANCO NAO TEM O QUE ESCONDER E SAI EM BRANCO. SEM COFRE,   *
      *    OU COM FALHA NELE, WRK-TKV-OBTIDO VOLTA 'N' E O CHAMADOR    *
      *    RETEM O REGISTRO.                                           *
      *----------------------------------------------------------------*
       6100-OBTER-TOKEN                SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WRK-TKV-TOKEN
           MOVE 'N'                    TO WRK-TKV-OBTIDO
      *
           IF  WRK-TKV-DOCUMENTO       EQUAL SPACES
               MOVE 'S'                TO WRK-TKV-OBTIDO
               GO TO 6100-99-FIM
           END-IF
      *
           IF  WRK-TKV-ATIVO           NOT EQUAL 'S'
               ADD 1                   TO WRK-TKV-RETIDOS
               GO TO 6100-99-FIM
           END-IF
      *
           ADD 1                       TO WRK-TKV-CONSULTADOS
           MOVE WRK-TKV-TIPO           TO REG-TKV-TIPO
           MOVE WRK-TKV-DOCUMENTO      TO REG-TKV-DOCUMENTO
           READ TOKEN-VAULT-FILE
      *
           IF  WRK-TKV-STATUS          EQUAL '00'
               MOVE REG-TKV-TOKEN      TO WRK-TKV-TOKEN
               MOVE 'S'                TO WRK-TKV-OBTIDO
           ELSE
               IF  WRK-TKV-STATUS      EQUAL '23'
                   PERFORM 6110-EMITIR-TOKEN
               ELSE
                   PERFORM 6020-FALHA-COFRE
               END-IF
           END-IF.
      *----------------------------------------------------------------*
       6100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    EMITE O TOKEN DE UM DOCUMENTO NOVO. O REGISTRO DE CONTROLE  *
      *    E REGRAVADO ANTES DA ENTRADA DO DOCUMENTO: UM ABEND ENTRE   *
      *    AS DUAS GRAVACOES SO PULA UM SEQUENCIAL, NUNCA REPETE UM    *
      *    TOKEN JA ENTREGUE. EM RESTART O DOCUMENTO JA TOKENIZADO     *
      *    ACHA O PROPRIO TOKEN NO COFRE.                              *
      *----------------------------------------------------------------*
       6110-EMITIR-TOKEN               SECTION.
      *----------------------------------------------------------------*
           ADD 1                       TO WRK-TKV-ULTIMO
      *
           PERFORM 6030-MONTAR-CONTROLE
           MOVE WRK-TKV-ULTIMO         TO REG-TKV-TOKEN-NUMERO
           MOVE WRK-TKV-DATA-REF       TO REG-TKV-DATA-CRIACAO
           MOVE WRK-TKV-PROGRAMA       TO REG-TKV-PROGRAMA
           REWRITE REG-COFRE
      *
           IF  WRK-TKV-STATUS          NOT EQUAL '00'
               PERFORM 6020-FALHA-COFRE
               GO TO 6110-99-FIM
           END-IF
      *
           MOVE SPACES                 TO REG-COFRE
           MOVE WRK-TKV-TIPO           TO REG-TKV-TIPO
           MOVE WRK-TKV-DOCUMENTO      TO REG-TKV-DOCUMENTO
           MOVE 'TK'                   TO REG-TKV-TOKEN-PREFIXO
           MOVE WRK-TKV-ULTIMO         TO REG-TKV-TOKEN-NUMERO
           MOVE WRK-TKV-DATA-REF       TO REG-TKV-DATA-CRIACAO
           MOVE WRK-TKV-PROGRAMA       TO REG-TKV-PROGRAMA
           WRITE REG-COFRE
      *
           IF  WRK-TKV-STATUS          NOT EQUAL '00'
               PERFORM 6020-FALHA-COFRE
               GO TO 6110-99-FIM
           END-IF
      *
           ADD 1                       TO WRK-TKV-EMITIDOS
           MOVE REG-TKV-TOKEN          TO WRK-TKV-TOKEN
           MOVE 'S'                    TO WRK-TKV-OBTIDO.
      *----------------------------------------------------------------*
       6110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    FECHAMENTO DO COFRE E APLICACAO DA CONDICAO DA              *
      *    TOKENIZACAO, SEM NUNCA REBAIXAR O CODIGO JA DEFINIDO PELO   *
      *    PROGRAMA. OS TOTAIS SAEM NO RESUMO DE CADA CHAMADOR.        *
      *----------------------------------------------------------------*
       6900-FECHAR-COFRE               SECTION.
      *----------------------------------------------------------------*
           IF  WRK-TKV-CONDICAO        > RETURN-CODE
               MOVE WRK-TKV-CONDICAO   TO RETURN-CODE
           END-IF
      *
           IF  WRK-TKV-ATIVO           EQUAL 'S'
               CLOSE TOKEN-VAULT-FILE
               MOVE 'N'                TO WRK-TKV-ATIVO
           END-IF.
      *----------------------------------------------------------------*
       6900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
