      *                 HISTORICO DE PASSAGENS (DD CPFHST, QUE GUARDA  *
      *                 O DOCUMENTO EM CLARO) SEM AS PASSAGENS DOS     *
      *                 TITULARES EXCLUIDOS (DD CPFHSTN, PARA          *
      *                 RENOMEAR SOBRE O ATUAL). DESTROI TAMBEM O      *
      *                 TOKEN DO TITULAR NO COFRE (DD TOKVLT) - O      *
      *                 HISTORICO DO WAREHOUSE DEIXA DE PODER SER      *
      *                 LIGADO A PESSOA.                               *
      *    TODO PEDIDO, ATENDIDO OU NAO ENCONTRADO, SAI NO RELATORIO   *
      *    (DD LGPRPT) - O JURIDICO PRECISA DA PROVA DE CONCLUSAO      *
      *    DENTRO DO PRAZO LEGAL.                                      *
                                        ACCESS MODE IS RANDOM
                                        RECORD KEY IS REG-MST-CHAVE
                                        FILE STATUS IS WRK-MST-STATUS.

           SELECT TOKEN-VAULT-FILE     ASSIGN TO 'TOKVLT'
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE IS RANDOM
                                        RECORD KEY IS REG-TKV-CHAVE
                                        FILE STATUS IS WRK-TKV-STATUS.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
           05  REG-MST-UF               PIC X(022).
           05  REG-MST-FILIAL           PIC X(002).
           05  REG-MST-ERRO             PIC 9(002).
      *----------------------------------------------------------------*
       COPY IFBA3TKF.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       77  WRK-HST-ACHOU               PIC X(001)          VALUE 'N'.
       77  WRK-HST-MANTIDOS            PIC 9(007)          VALUE ZEROS.
       77  WRK-HST-REMOVIDOS           PIC 9(007)          VALUE ZEROS.
      *----------------------------------------------------------------*
      *    AREA DO COFRE DE TOKENS DO WAREHOUSE: A EXCLUSAO DESTROI O  *
      *    TOKEN DO TITULAR (CHAVE 'F' + DOCUMENTO DE 14 BYTES). SEM   *
      *    O COFRE, A EXCLUSAO SAI COM CONDICAO 8 - O TOKEN AINDA      *
      *    LIGA O WAREHOUSE AO TITULAR E PRECISA SER DESTRUIDO.        *
      *----------------------------------------------------------------*
       77  WRK-TKV-STATUS              PIC X(002)          VALUE '00'.
       77  WRK-TKV-ATIVO               PIC X(001)          VALUE 'N'.
       77  WRK-TOT-TOKENS-DESTRUIDOS   PIC 9(007)          VALUE ZEROS.
      *----------------------------------------------------------------*
       77  FILLER                      PIC X(055)          VALUE
           '* FIM DA WORKING STORAGE SECTION IFBA3LGP *'.
               MOVE 12                 TO RETURN-CODE
               MOVE 'S'                TO WRK-FIM-ARQUIVO
           END-IF
      *
           IF  WRK-FIM-ARQUIVO         EQUAL 'N'
               OPEN I-O TOKEN-VAULT-FILE
               IF  WRK-TKV-STATUS      EQUAL '00'
                   MOVE 'S'            TO WRK-TKV-ATIVO
               ELSE
                   MOVE SPACES         TO REG-RELATORIO-LGP
                   STRING '*** COFRE DE TOKENS (TOKVLT) INDISPONIVEL -'
                       ' STATUS ' WRK-TKV-STATUS ' ***'
                       DELIMITED BY SIZE INTO REG-RELATORIO-LGP
                   PERFORM 3900-GRAVAR-LINHA
               END-IF
           END-IF
      *
           IF  WRK-FIM-ARQUIVO         EQUAL 'N'
               MOVE SPACES             TO REG-RELATORIO-LGP
                   ' - NADA A EXCLUIR'
                   DELIMITED BY SIZE   INTO REG-RELATORIO-LGP
               PERFORM 3900-GRAVAR-LINHA
               PERFORM 2370-DESTRUIR-TOKEN
               GO TO 2300-99-FIM
           END-IF
      *
           PERFORM 2350-GRAVAR-LAPIDE.
      *
           PERFORM 2360-ANOTAR-EXCLUSAO.
      *
           PERFORM 2370-DESTRUIR-TOKEN.
      *
           MOVE SPACES                 TO REG-RELATORIO-LGP
           STRING 'PEDIDO ' WRK-PED-NUMERO
      *----------------------------------------------------------------*
       2360-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    DESTROI O TOKEN DO TITULAR NO COFRE DO WAREHOUSE (DD        *
      *    TOKVLT) - SEM A ENTRADA DO COFRE, O HISTORICO JA ENVIADO    *
      *    COM O TOKEN NAO PODE MAIS SER LIGADO A PESSOA. RODA MESMO   *
      *    COM O DOCUMENTO FORA DO MESTRE: O TITULAR PODE TER SIDO     *
      *    TOKENIZADO EM OUTRA EXECUCAO. COFRE INDISPONIVEL OU FALHA   *
      *    NO DELETE SAEM COM CONDICAO 8.                              *
      *----------------------------------------------------------------*
       2370-DESTRUIR-TOKEN             SECTION.
      *----------------------------------------------------------------*
           IF  WRK-TKV-ATIVO           NOT EQUAL 'S'
               MOVE SPACES             TO REG-RELATORIO-LGP
               STRING 'PEDIDO ' WRK-PED-NUMERO
                   ' - COFRE DE TOKENS INDISPONIVEL - DESTRUICAO DO'
                   ' TOKEN PENDENTE'
                   DELIMITED BY SIZE   INTO REG-RELATORIO-LGP
               PERFORM 3900-GRAVAR-LINHA
               IF  RETURN-CODE         < 08
                   MOVE 08             TO RETURN-CODE
               END-IF
               GO TO 2370-99-FIM
           END-IF
      *
           MOVE 'F'                    TO REG-TKV-TIPO
           MOVE WRK-PED-DOCUMENTO      TO REG-TKV-DOCUMENTO
           DELETE TOKEN-VAULT-FILE
      *
           MOVE SPACES                 TO REG-RELATORIO-LGP
           IF  WRK-TKV-STATUS          EQUAL '00'
               ADD 1                   TO WRK-TOT-TOKENS-DESTRUIDOS
               STRING 'PEDIDO ' WRK-PED-NUMERO
                   ' - TOKEN DO TITULAR DESTRUIDO NO COFRE'
                   DELIMITED BY SIZE   INTO REG-RELATORIO-LGP
           ELSE
               IF  WRK-TKV-STATUS      EQUAL '23'
                   STRING 'PEDIDO ' WRK-PED-NUMERO
                       ' - TITULAR SEM TOKEN NO COFRE'
                       DELIMITED BY SIZE INTO REG-RELATORIO-LGP
               ELSE
                   STRING 'PEDIDO ' WRK-PED-NUMERO
                       ' - FALHA NA DESTRUICAO DO TOKEN - STATUS '
                       WRK-TKV-STATUS
                       DELIMITED BY SIZE INTO REG-RELATORIO-LGP
                   IF  RETURN-CODE     < 08
                       MOVE 08         TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
           PERFORM 3900-GRAVAR-LINHA.
      *----------------------------------------------------------------*
       2370-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
           IF  WRK-MST-ATIVO           EQUAL 'S'
               CLOSE CPF-MASTER-FILE
           END-IF.
           IF  WRK-TKV-ATIVO           EQUAL 'S'
               CLOSE TOKEN-VAULT-FILE
           END-IF.
      *
           STOP RUN.
      *----------------------------------------------------------------*
           MOVE SPACES                 TO REG-RELATORIO-LGP
           STRING 'PEDIDOS DE TIPO INVALIDO....: ' WRK-AUX-DISPLAY7
               DELIMITED BY SIZE       INTO REG-RELATORIO-LGP
           PERFORM 3900-GRAVAR-LINHA
      *
           MOVE WRK-TOT-TOKENS-DESTRUIDOS TO WRK-AUX-DISPLAY7
           MOVE SPACES                 TO REG-RELATORIO-LGP
           STRING 'TOKENS DESTRUIDOS NO COFRE..: ' WRK-AUX-DISPLAY7
               DELIMITED BY SIZE       INTO REG-RELATORIO-LGP
           PERFORM 3900-GRAVAR-LINHA.
      *----------------------------------------------------------------*
       3100-99-FIM.                    EXIT.
