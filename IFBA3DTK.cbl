      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. IFBA3DTK INITIAL.
       AUTHOR.     ATILA EDUARDO DA CRUZ SANTOS CARDOSO.
      *----------------------------------------------------------------*
      *    PROGRAMA............: IFBA3DTK                              *
      *    ANALISTA/PROGAMADOR: ATILA EDUARDO DA CRUZ SANTOS CARDOSO   *
      *    DATA..............: 10/2026                                 *
      *----------------------------------------------------------------*
      *    OBJETIVO....: DESTOKENIZACAO CONTROLADA. A INTERFACE DO     *
      *    DATA WAREHOUSE (DD INTOUT) LEVA O TOKEN DO COFRE (DD        *
      *    TOKVLT) NO LUGAR DO DOCUMENTO. ESTE JOB DEVOLVE O           *
      *    DOCUMENTO DE UM TOKEN SO PARA PEDIDOS AUTORIZADOS:          *
      *      LE OS PEDIDOS (DD TKPEDIN: NUMERO + SOLICITANTE +         *
      *      NUMERO DA AUTORIZACAO + TOKEN) E A LISTA DE               *
      *      SOLICITANTES AUTORIZADOS, MANTIDA PELA SEGURANCA DA       *
      *      INFORMACAO (DD TKAUTZ: USUARIO + VALIDADE);               *
      *      PEDIDO SEM AUTORIZACAO, OU DE SOLICITANTE FORA DA LISTA   *
      *      OU COM VALIDADE VENCIDA, E RECUSADO;                      *
      *      OS AUTORIZADOS SAO CASADOS NUMA UNICA PASSADA PELO        *
      *      COFRE - TOKEN DESTRUIDO PELO IFBA3LGP (TITULAR EXCLUIDO)  *
      *      NAO VOLTA MAIS.                                           *
      *    A RESPOSTA COM O DOCUMENTO SAI SO NO DD DTKOUT, DE ACESSO   *
      *    RESTRITO AO SOLICITANTE. O RELATORIO (DD DTKRPT) E A        *
      *    TRILHA DE AUDITORIA (DD AUDIT) REGISTRAM TODO PEDIDO -      *
      *    QUEM, QUAL AUTORIZACAO, QUAL TOKEN E O RESULTADO - SEM O    *
      *    DOCUMENTO.                                                  *
      *================================================================*
      *                                                                *
      *----------------------------------------------------------------*
       ENVIRONMENT                     DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                   SECTION.
      *----------------------------------------------------------------*
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT                    SECTION.
      *----------------------------------------------------------------*
       FILE-CONTROL.
           SELECT DETOKEN-REQUEST-FILE ASSIGN TO 'TKPEDIN'
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-PED-STATUS.

           SELECT AUTHORIZATION-FILE   ASSIGN TO 'TKAUTZ'
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-AUZ-STATUS.

           SELECT TOKEN-VAULT-FILE     ASSIGN TO 'TOKVLT'
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE IS SEQUENTIAL
                                        RECORD KEY IS REG-TKV-CHAVE
                                        FILE STATUS IS WRK-TKV-STATUS.

           SELECT DETOKEN-OUT-FILE     ASSIGN TO 'DTKOUT'
                                        ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DETOKEN-REPORT-FILE  ASSIGN TO 'DTKRPT'
                                        ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-FILE           ASSIGN TO 'AUDIT'
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-AUD-STATUS.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
      *    PEDIDO DE DESTOKENIZACAO: NUMERO DO PEDIDO, SOLICITANTE     *
      *    (USUARIO), NUMERO DA AUTORIZACAO APROVADA PARA O PEDIDO E   *
      *    O TOKEN LIDO NA INTERFACE DO WAREHOUSE.                     *
      *----------------------------------------------------------------*
       FD  DETOKEN-REQUEST-FILE
           RECORD CONTAINS 050 CHARACTERS.
       01  REG-PEDIDO-DTK.
           05  REG-DTP-NUMERO           PIC X(008).
           05  REG-DTP-SOLICITANTE      PIC X(008).
           05  REG-DTP-AUTORIZACAO      PIC X(010).
           05  REG-DTP-TOKEN            PIC X(018).
           05  FILLER                   PIC X(006).
      *----------------------------------------------------------------*
      *    SOLICITANTES AUTORIZADOS A DESTOKENIZAR, MANTIDOS PELA      *
      *    SEGURANCA DA INFORMACAO: USUARIO E DATA DE VALIDADE         *
      *    (AAAAMMDD, INCLUSIVE).                                      *
      *----------------------------------------------------------------*
       FD  AUTHORIZATION-FILE
           RECORD CONTAINS 020 CHARACTERS.
       01  REG-AUTORIZADO.
           05  REG-AUZ-SOLICITANTE      PIC X(008).
           05  REG-AUZ-VALIDADE         PIC 9(008).
           05  FILLER                   PIC X(004).
      *----------------------------------------------------------------*
       COPY IFBA3TKF.
      *----------------------------------------------------------------*
      *    RESPOSTA AO SOLICITANTE, UMA POR PEDIDO, NA ORDEM DE        *
      *    TKPEDIN. SITUACAO 'A' = ATENDIDO (TIPO E DOCUMENTO          *
      *    PREENCHIDOS), 'R' = RECUSADO SEM AUTORIZACAO, 'N' = TOKEN   *
      *    NAO CONSTA DO COFRE, 'I' = COFRE INDISPONIVEL.              *
      *----------------------------------------------------------------*
       FD  DETOKEN-OUT-FILE
           RECORD CONTAINS 050 CHARACTERS.
       01  REG-DESTOKENIZADO.
           05  REG-DTO-NUMERO           PIC X(008).
           05  REG-DTO-TOKEN            PIC X(018).
           05  REG-DTO-TIPO             PIC X(001).
           05  REG-DTO-DOCUMENTO        PIC X(018).
           05  REG-DTO-SITUACAO         PIC X(001).
           05  FILLER                   PIC X(004).
      *----------------------------------------------------------------*
       FD  DETOKEN-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  REG-RELATORIO-DTK           PIC X(100).
      *----------------------------------------------------------------*
       COPY IFBA3AUF.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       77  FILLER                      PIC X(055)          VALUE
           '* INICIO DA WORKING STORAGE SECTION IFBA3DTK *'.
      *----------------------------------------------------------------*
      *    AREA DE CONTROLE DO LOTE                                    *
      *----------------------------------------------------------------*
       77  WRK-FIM-ARQUIVO             PIC X(001)          VALUE 'N'.
       77  WRK-PED-STATUS              PIC X(002)          VALUE '00'.
       77  WRK-AUZ-STATUS              PIC X(002)          VALUE '00'.
       77  WRK-TKV-STATUS              PIC X(002)          VALUE '00'.
       77  WRK-AUD-STATUS              PIC X(002)          VALUE '00'.
       77  WRK-PED-ATIVO               PIC X(001)          VALUE 'N'.
       77  WRK-AUD-ATIVO               PIC X(001)          VALUE 'N'.
       77  WRK-DATA-PROCESSO           PIC 9(008)          VALUE ZEROS.
       77  WRK-TOT-PEDIDOS             PIC 9(007)          VALUE ZEROS.
       77  WRK-TOT-ATENDIDOS           PIC 9(007)          VALUE ZEROS.
       77  WRK-TOT-RECUSADOS           PIC 9(007)          VALUE ZEROS.
       77  WRK-TOT-NAO-ENCONTRADOS     PIC 9(007)          VALUE ZEROS.
       77  WRK-TOT-INDISPONIVEIS       PIC 9(007)          VALUE ZEROS.
       77  WRK-TOT-EXCEDENTES          PIC 9(007)          VALUE ZEROS.
       77  WRK-TOT-COFRE-LIDOS         PIC 9(007)          VALUE ZEROS.
       77  WRK-AUX-DISPLAY7            PIC Z.ZZZ.ZZ9       VALUE SPACES.
      *----------------------------------------------------------------*
      *    TABELA DE SOLICITANTES AUTORIZADOS CARREGADA DO DD TKAUTZ.  *
      *    ENTRADAS VENCIDAS FICAM FORA; ESTOURO E AVISADO NO          *
      *    RELATORIO COM CONDICAO 8 (OS EXCEDENTES FICAM SEM           *
      *    AUTORIZACAO).                                               *
      *----------------------------------------------------------------*
       01  WRK-TAB-AUTORIZADOS.
           05  WRK-AUZ-SOLICITANTE     OCCURS 100 TIMES
                                       PIC X(008).
       77  WRK-AUZ-TOTAL               PIC 9(003)          VALUE ZEROS.
       77  WRK-AUZ-SUB                 PIC 9(003)          VALUE ZEROS.
       77  WRK-AUZ-FIM                 PIC X(001)          VALUE 'N'.
       77  WRK-AUZ-ACHOU               PIC X(001)          VALUE 'N'.
       77  WRK-AUZ-ESTOURO             PIC X(001)          VALUE 'N'.
       77  WRK-AUZ-VENCIDOS            PIC 9(003)          VALUE ZEROS.
      *----------------------------------------------------------------*
      *    TABELA DOS PEDIDOS DO LOTE, NA ORDEM DE TKPEDIN. SITUACAO   *
      *    'P' = AUTORIZADO, AGUARDANDO A PASSADA PELO COFRE; 'A',     *
      *    'R', 'N' E 'I' COMO NA RESPOSTA (DD DTKOUT). PEDIDOS ALEM   *
      *    DA CAPACIDADE NAO SAO ATENDIDOS NESTA EXECUCAO E SAEM NO    *
      *    RELATORIO COM CONDICAO 8, PARA RESUBMETER.                  *
      *----------------------------------------------------------------*
       01  WRK-TAB-PEDIDOS.
           05  WRK-TPD-OCORR           OCCURS 500 TIMES.
               10  WRK-TPD-NUMERO      PIC X(008).
               10  WRK-TPD-SOLICITANTE PIC X(008).
               10  WRK-TPD-AUTORIZACAO PIC X(010).
               10  WRK-TPD-TOKEN       PIC X(018).
               10  WRK-TPD-SITUACAO    PIC X(001).
               10  WRK-TPD-TIPO        PIC X(001).
               10  WRK-TPD-DOCUMENTO   PIC X(018).
       77  WRK-TPD-TOTAL               PIC 9(003)          VALUE ZEROS.
       77  WRK-TPD-SUB                 PIC 9(003)          VALUE ZEROS.
       77  WRK-TPD-PENDENTES           PIC 9(003)          VALUE ZEROS.
      *----------------------------------------------------------------*
      *    AREA DA PASSADA PELO COFRE                                  *
      *----------------------------------------------------------------*
       77  WRK-TKV-FIM                 PIC X(001)          VALUE 'N'.
       77  WRK-TKV-LIDO                PIC X(001)          VALUE 'N'.
      *----------------------------------------------------------------*
      *    AREA DA LINHA DE AUDITORIA                                  *
      *----------------------------------------------------------------*
       77  WRK-AUD-DATA                PIC 9(008)          VALUE ZEROS.
       77  WRK-AUD-HORA                PIC 9(008)          VALUE ZEROS.
       77  WRK-DTK-RESULTADO           PIC X(030)          VALUE SPACES.
      *----------------------------------------------------------------*
       77  FILLER                      PIC X(055)          VALUE
           '* FIM DA WORKING STORAGE SECTION IFBA3DTK *'.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION.
      *----------------------------------------------------------------*
      *    ROTINA PRINCIPAL DO PROGRAMA.                               *
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       0000-PRINCIPAL                  SECTION.
      *----------------------------------------------------------------*
           PERFORM  1000-INICIALIZAR.
      *
           PERFORM  2000-PROCESSAR.
      *
           PERFORM  3000-FINALIZAR.
      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1000-INICIALIZAR                SECTION.
      *----------------------------------------------------------------*
           ACCEPT WRK-DATA-PROCESSO    FROM DATE YYYYMMDD
      *
           OPEN OUTPUT DETOKEN-REPORT-FILE
           OPEN OUTPUT DETOKEN-OUT-FILE
      *
           MOVE SPACES                 TO REG-RELATORIO-DTK
           STRING '*** RELATORIO IFBA3DTK - DESTOKENIZACAO CONTROLADA'
               ' - DATA:' WRK-DATA-PROCESSO ' ***'
               DELIMITED BY SIZE       INTO REG-RELATORIO-DTK
           PERFORM 3900-GRAVAR-LINHA
      *
           OPEN EXTEND AUDIT-FILE
           IF  WRK-AUD-STATUS          NOT EQUAL '00'
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF  WRK-AUD-STATUS          EQUAL '00'
               MOVE 'S'                TO WRK-AUD-ATIVO
           ELSE
      *
      *        SEM A TRILHA NAO HA PROVA DE QUEM DESTOKENIZOU O QUE -
      *        NENHUM PEDIDO E ATENDIDO.
      *
               MOVE SPACES             TO REG-RELATORIO-DTK
               STRING '*** TRILHA DE AUDITORIA (AUDIT) INDISPONIVEL -'
                   ' STATUS ' WRK-AUD-STATUS
                   ' - NENHUM PEDIDO ATENDIDO ***'
                   DELIMITED BY SIZE   INTO REG-RELATORIO-DTK
               PERFORM 3900-GRAVAR-LINHA
               MOVE 12                 TO RETURN-CODE
               MOVE 'S'                TO WRK-FIM-ARQUIVO
               GO TO 1000-99-FIM
           END-IF
      *
           OPEN INPUT DETOKEN-REQUEST-FILE
           IF  WRK-PED-STATUS          NOT EQUAL '00'
               MOVE SPACES             TO REG-RELATORIO-DTK
               STRING '*** PEDIDOS (TKPEDIN) INDISPONIVEIS - STATUS '
                   WRK-PED-STATUS ' ***'
                   DELIMITED BY SIZE   INTO REG-RELATORIO-DTK
               PERFORM 3900-GRAVAR-LINHA
               MOVE 08                 TO RETURN-CODE
               MOVE 'S'                TO WRK-FIM-ARQUIVO
               GO TO 1000-99-FIM
           END-IF
           MOVE 'S'                    TO WRK-PED-ATIVO
      *
           PERFORM 1100-CARREGAR-AUTORIZADOS
      *
           PERFORM 1010-LER-PROXIMO.
      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1010-LER-PROXIMO                SECTION.
      *----------------------------------------------------------------*
           READ DETOKEN-REQUEST-FILE
               AT END
                   MOVE 'S'            TO WRK-FIM-ARQUIVO
               NOT AT END
                   ADD 1               TO WRK-TOT-PEDIDOS
           END-READ.
      *----------------------------------------------------------------*
       1010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    CARGA DA LISTA DE SOLICITANTES AUTORIZADOS. SEM A LISTA,    *
      *    TODO PEDIDO E RECUSADO E O JOB SAI COM CONDICAO 8.          *
      *----------------------------------------------------------------*
       1100-CARREGAR-AUTORIZADOS       SECTION.
      *----------------------------------------------------------------*
           OPEN INPUT AUTHORIZATION-FILE
           IF  WRK-AUZ-STATUS          NOT EQUAL '00'
               MOVE SPACES             TO REG-RELATORIO-DTK
               STRING '*** LISTA DE AUTORIZADOS (TKAUTZ) INDISPONIVEL'
                   ' - STATUS ' WRK-AUZ-STATUS
                   ' - PEDIDOS RECUSADOS ***'
                   DELIMITED BY SIZE   INTO REG-RELATORIO-DTK
               PERFORM 3900-GRAVAR-LINHA
               IF  RETURN-CODE         < 08
                   MOVE 08             TO RETURN-CODE
               END-IF
               GO TO 1100-99-FIM
           END-IF
      *
           MOVE 'N'                    TO WRK-AUZ-FIM
           PERFORM UNTIL WRK-AUZ-FIM   EQUAL 'S'
               READ AUTHORIZATION-FILE
                   AT END
                       MOVE 'S'        TO WRK-AUZ-FIM
                   NOT AT END
                       PERFORM 1110-CARREGAR-AUTORIZADO
               END-READ
           END-PERFORM
      *
           CLOSE AUTHORIZATION-FILE
      *
           MOVE WRK-AUZ-TOTAL          TO WRK-AUX-DISPLAY7
           MOVE SPACES                 TO REG-RELATORIO-DTK
           STRING 'SOLICITANTES AUTORIZADOS VIGENTES: ' WRK-AUX-DISPLAY7
               DELIMITED BY SIZE       INTO REG-RELATORIO-DTK
           MOVE WRK-AUZ-VENCIDOS       TO WRK-AUX-DISPLAY7
           STRING '  VENCIDOS: ' WRK-AUX-DISPLAY7
               DELIMITED BY SIZE       INTO REG-RELATORIO-DTK(45:)
           PERFORM 3900-GRAVAR-LINHA
      *
           IF  WRK-AUZ-ESTOURO         EQUAL 'S'
               MOVE SPACES             TO REG-RELATORIO-DTK
               STRING '*** LISTA DE AUTORIZADOS EXCEDE 100 USUARIOS'
                   ' - CARGA INCOMPLETA ***'
                   DELIMITED BY SIZE   INTO REG-RELATORIO-DTK
               PERFORM 3900-GRAVAR-LINHA
               IF  RETURN-CODE         < 08
                   MOVE 08             TO RETURN-CODE
               END-IF
           END-IF.
      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    GUARDA UM SOLICITANTE DA LISTA. USUARIO EM BRANCO E         *
      *    IGNORADO; VALIDADE ANTERIOR A DATA DO PROCESSAMENTO CONTA   *
      *    COMO VENCIDA.                                               *
      *----------------------------------------------------------------*
       1110-CARREGAR-AUTORIZADO        SECTION.
      *----------------------------------------------------------------*
           IF  REG-AUZ-SOLICITANTE     EQUAL SPACES
               GO TO 1110-99-FIM
           END-IF
      *
           IF  REG-AUZ-VALIDADE        NOT NUMERIC OR
               REG-AUZ-VALIDADE        < WRK-DATA-PROCESSO
               ADD 1                   TO WRK-AUZ-VENCIDOS
               GO TO 1110-99-FIM
           END-IF
      *
           IF  WRK-AUZ-TOTAL           NOT < 100
               MOVE 'S'                TO WRK-AUZ-ESTOURO
               MOVE 'S'                TO WRK-AUZ-FIM
               GO TO 1110-99-FIM
           END-IF
      *
           ADD 1                       TO WRK-AUZ-TOTAL
           MOVE REG-AUZ-SOLICITANTE    TO
                                   WRK-AUZ-SOLICITANTE(WRK-AUZ-TOTAL).
      *----------------------------------------------------------------*
       1110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*
           PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL 'S'
               PERFORM 2100-REGISTRAR-PEDIDO
               PERFORM 1010-LER-PROXIMO
           END-PERFORM
      *
           IF  WRK-TPD-PENDENTES       > ZEROS
               PERFORM 2200-VARRER-COFRE
           END-IF.
      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    GUARDA O PEDIDO NA TABELA E CONFERE A AUTORIZACAO: NUMERO   *
      *    DE AUTORIZACAO PREENCHIDO, TOKEN PREENCHIDO E SOLICITANTE   *
      *    VIGENTE NA LISTA. PEDIDO ALEM DA CAPACIDADE DA TABELA SO    *
      *    SAI NO RELATORIO, PARA RESUBMETER.                          *
      *----------------------------------------------------------------*
       2100-REGISTRAR-PEDIDO           SECTION.
      *----------------------------------------------------------------*
           IF  WRK-TPD-TOTAL           NOT < 500
               ADD 1                   TO WRK-TOT-EXCEDENTES
               MOVE SPACES             TO REG-RELATORIO-DTK
               STRING 'PEDIDO ' REG-DTP-NUMERO
                   ' USR:' REG-DTP-SOLICITANTE
                   ' - LIMITE DE 500 PEDIDOS POR EXECUCAO -'
                   ' RESUBMETER'
                   DELIMITED BY SIZE   INTO REG-RELATORIO-DTK
               PERFORM 3900-GRAVAR-LINHA
               IF  RETURN-CODE         < 08
                   MOVE 08             TO RETURN-CODE
               END-IF
               GO TO 2100-99-FIM
           END-IF
      *
           ADD 1                       TO WRK-TPD-TOTAL
           MOVE WRK-TPD-TOTAL          TO WRK-TPD-SUB
           MOVE REG-DTP-NUMERO         TO WRK-TPD-NUMERO(WRK-TPD-SUB)
           MOVE REG-DTP-SOLICITANTE    TO
                                   WRK-TPD-SOLICITANTE(WRK-TPD-SUB)
           MOVE REG-DTP-AUTORIZACAO    TO
                                   WRK-TPD-AUTORIZACAO(WRK-TPD-SUB)
           MOVE REG-DTP-TOKEN          TO WRK-TPD-TOKEN(WRK-TPD-SUB)
           MOVE SPACES                 TO WRK-TPD-TIPO(WRK-TPD-SUB)
           MOVE SPACES                 TO WRK-TPD-DOCUMENTO(WRK-TPD-SUB)
           MOVE 'R'                    TO WRK-TPD-SITUACAO(WRK-TPD-SUB)
      *
           IF  REG-DTP-AUTORIZACAO     EQUAL SPACES OR
               REG-DTP-TOKEN           EQUAL SPACES OR
               REG-DTP-SOLICITANTE     EQUAL SPACES
               GO TO 2100-99-FIM
           END-IF
      *
           MOVE 'N'                    TO WRK-AUZ-ACHOU
           PERFORM VARYING WRK-AUZ-SUB FROM 1 BY 1
                     UNTIL WRK-AUZ-SUB > WRK-AUZ-TOTAL
                        OR WRK-AUZ-ACHOU EQUAL 'S'
               IF  WRK-AUZ-SOLICITANTE(WRK-AUZ-SUB)
                                       EQUAL REG-DTP-SOLICITANTE
                   MOVE 'S'            TO WRK-AUZ-ACHOU
               END-IF
           END-PERFORM
      *
           IF  WRK-AUZ-ACHOU           EQUAL 'S'
               MOVE 'P'                TO WRK-TPD-SITUACAO(WRK-TPD-SUB)
               ADD 1                   TO WRK-TPD-PENDENTES
           END-IF.
      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    UMA UNICA PASSADA SEQUENCIAL PELO COFRE, CASANDO CADA       *
      *    ENTRADA COM OS PEDIDOS AUTORIZADOS (O COFRE E CHAVEADO      *
      *    PELO DOCUMENTO, NAO PELO TOKEN). O REGISTRO DE CONTROLE     *
      *    (TIPO '0') E PULADO. COFRE INDISPONIVEL E CONDICAO 12.      *
      *----------------------------------------------------------------*
       2200-VARRER-COFRE               SECTION.
      *----------------------------------------------------------------*
           OPEN INPUT TOKEN-VAULT-FILE
           IF  WRK-TKV-STATUS          NOT EQUAL '00'
               MOVE SPACES             TO REG-RELATORIO-DTK
               STRING '*** COFRE DE TOKENS (TOKVLT) INDISPONIVEL -'
                   ' STATUS ' WRK-TKV-STATUS
                   ' - PEDIDOS NAO ATENDIDOS ***'
                   DELIMITED BY SIZE   INTO REG-RELATORIO-DTK
               PERFORM 3900-GRAVAR-LINHA
               MOVE 12                 TO RETURN-CODE
               GO TO 2200-99-FIM
           END-IF
      *
           MOVE 'S'                    TO WRK-TKV-LIDO
           MOVE 'N'                    TO WRK-TKV-FIM
           PERFORM UNTIL WRK-TKV-FIM   EQUAL 'S'
               READ TOKEN-VAULT-FILE NEXT RECORD
                   AT END
                       MOVE 'S'        TO WRK-TKV-FIM
                   NOT AT END
                       IF  REG-TKV-TIPO NOT EQUAL '0'
                           ADD 1       TO WRK-TOT-COFRE-LIDOS
                           PERFORM 2210-CASAR-TOKEN
                       END-IF
               END-READ
           END-PERFORM
      *
           CLOSE TOKEN-VAULT-FILE.
      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ATENDE TODOS OS PEDIDOS AUTORIZADOS DO TOKEN DA ENTRADA     *
      *    CORRENTE DO COFRE (O MESMO TOKEN PODE VIR EM MAIS DE UM     *
      *    PEDIDO).                                                    *
      *----------------------------------------------------------------*
       2210-CASAR-TOKEN                SECTION.
      *----------------------------------------------------------------*
           PERFORM VARYING WRK-TPD-SUB FROM 1 BY 1
                     UNTIL WRK-TPD-SUB > WRK-TPD-TOTAL
               IF  WRK-TPD-SITUACAO(WRK-TPD-SUB) EQUAL 'P' AND
                   WRK-TPD-TOKEN(WRK-TPD-SUB)    EQUAL REG-TKV-TOKEN
                   MOVE 'A'            TO WRK-TPD-SITUACAO(WRK-TPD-SUB)
                   MOVE REG-TKV-TIPO   TO WRK-TPD-TIPO(WRK-TPD-SUB)
                   MOVE REG-TKV-DOCUMENTO
                                       TO WRK-TPD-DOCUMENTO(WRK-TPD-SUB)
               END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       2210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
           PERFORM VARYING WRK-TPD-SUB FROM 1 BY 1
                     UNTIL WRK-TPD-SUB > WRK-TPD-TOTAL
               PERFORM 3100-RESPONDER-PEDIDO
           END-PERFORM
      *
           PERFORM 3200-GRAVAR-RESUMO.
      *
           IF  WRK-PED-ATIVO           EQUAL 'S'
               CLOSE DETOKEN-REQUEST-FILE
           END-IF.
           IF  WRK-AUD-ATIVO           EQUAL 'S'
               CLOSE AUDIT-FILE
           END-IF.
           CLOSE DETOKEN-OUT-FILE.
           CLOSE DETOKEN-REPORT-FILE.
      *
           STOP RUN.
      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    FECHA A SITUACAO DO PEDIDO (AUTORIZADO SEM CASAMENTO = NAO  *
      *    CONSTA DO COFRE, OU COFRE INDISPONIVEL), GRAVA A RESPOSTA   *
      *    (DTKOUT), A LINHA DO RELATORIO E A LINHA DA TRILHA. SO A    *
      *    RESPOSTA LEVA O DOCUMENTO. PEDIDO NAO ATENDIDO SOBE A       *
      *    CONDICAO PARA 4.                                            *
      *----------------------------------------------------------------*
       3100-RESPONDER-PEDIDO           SECTION.
      *----------------------------------------------------------------*
           IF  WRK-TPD-SITUACAO(WRK-TPD-SUB) EQUAL 'P'
               IF  WRK-TKV-LIDO        EQUAL 'S'
                   MOVE 'N'            TO WRK-TPD-SITUACAO(WRK-TPD-SUB)
               ELSE
                   MOVE 'I'            TO WRK-TPD-SITUACAO(WRK-TPD-SUB)
               END-IF
           END-IF
      *
           EVALUATE WRK-TPD-SITUACAO(WRK-TPD-SUB)
               WHEN 'A'
                   ADD 1               TO WRK-TOT-ATENDIDOS
                   MOVE 'ATENDIDO'     TO WRK-DTK-RESULTADO
               WHEN 'N'
                   ADD 1               TO WRK-TOT-NAO-ENCONTRADOS
                   MOVE 'TOKEN FORA DO COFRE'
                                       TO WRK-DTK-RESULTADO
               WHEN 'I'
                   ADD 1               TO WRK-TOT-INDISPONIVEIS
                   MOVE 'COFRE INDISPONIVEL'
                                       TO WRK-DTK-RESULTADO
               WHEN OTHER
                   ADD 1               TO WRK-TOT-RECUSADOS
                   MOVE 'RECUSADO - SEM AUTORIZACAO'
                                       TO WRK-DTK-RESULTADO
           END-EVALUATE
      *
           IF  WRK-TPD-SITUACAO(WRK-TPD-SUB) NOT EQUAL 'A' AND
               RETURN-CODE             < 04
               MOVE 04                 TO RETURN-CODE
           END-IF
      *
           MOVE SPACES                 TO REG-DESTOKENIZADO
           MOVE WRK-TPD-NUMERO(WRK-TPD-SUB)    TO REG-DTO-NUMERO
           MOVE WRK-TPD-TOKEN(WRK-TPD-SUB)     TO REG-DTO-TOKEN
           MOVE WRK-TPD-TIPO(WRK-TPD-SUB)      TO REG-DTO-TIPO
           MOVE WRK-TPD-DOCUMENTO(WRK-TPD-SUB) TO REG-DTO-DOCUMENTO
           MOVE WRK-TPD-SITUACAO(WRK-TPD-SUB)  TO REG-DTO-SITUACAO
           WRITE REG-DESTOKENIZADO
      *
           MOVE SPACES                 TO REG-RELATORIO-DTK
           STRING 'PEDIDO ' WRK-TPD-NUMERO(WRK-TPD-SUB)
               ' USR:' WRK-TPD-SOLICITANTE(WRK-TPD-SUB)
               ' AUT:' WRK-TPD-AUTORIZACAO(WRK-TPD-SUB)
               ' TOKEN:' WRK-TPD-TOKEN(WRK-TPD-SUB)
               DELIMITED BY SIZE       INTO REG-RELATORIO-DTK
           STRING WRK-DTK-RESULTADO
               DELIMITED BY SIZE       INTO REG-RELATORIO-DTK(70:)
           PERFORM 3900-GRAVAR-LINHA
      *
           ACCEPT WRK-AUD-DATA         FROM DATE YYYYMMDD
           ACCEPT WRK-AUD-HORA         FROM TIME
           MOVE SPACES                 TO REG-AUDITORIA
           STRING 'DATA:' WRK-AUD-DATA '-' WRK-AUD-HORA
               ' DESTOK:' WRK-TPD-SITUACAO(WRK-TPD-SUB)
               ' PED:' WRK-TPD-NUMERO(WRK-TPD-SUB)
               ' USR:' WRK-TPD-SOLICITANTE(WRK-TPD-SUB)
               ' AUT:' WRK-TPD-AUTORIZACAO(WRK-TPD-SUB)
               ' TOKEN:' WRK-TPD-TOKEN(WRK-TPD-SUB)
               DELIMITED BY SIZE       INTO REG-AUDITORIA
           WRITE REG-AUDITORIA.
      *----------------------------------------------------------------*
       3100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3200-GRAVAR-RESUMO              SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-TOT-PEDIDOS        TO WRK-AUX-DISPLAY7
           MOVE SPACES                 TO REG-RELATORIO-DTK
           STRING 'PEDIDOS LIDOS...............: ' WRK-AUX-DISPLAY7
               DELIMITED BY SIZE       INTO REG-RELATORIO-DTK
           PERFORM 3900-GRAVAR-LINHA
      *
           MOVE WRK-TOT-ATENDIDOS      TO WRK-AUX-DISPLAY7
           MOVE SPACES                 TO REG-RELATORIO-DTK
           STRING 'PEDIDOS ATENDIDOS...........: ' WRK-AUX-DISPLAY7
               DELIMITED BY SIZE       INTO REG-RELATORIO-DTK
           PERFORM 3900-GRAVAR-LINHA
      *
           MOVE WRK-TOT-RECUSADOS      TO WRK-AUX-DISPLAY7
           MOVE SPACES                 TO REG-RELATORIO-DTK
           STRING 'PEDIDOS RECUSADOS...........: ' WRK-AUX-DISPLAY7
               DELIMITED BY SIZE       INTO REG-RELATORIO-DTK
           PERFORM 3900-GRAVAR-LINHA
      *
           MOVE WRK-TOT-NAO-ENCONTRADOS TO WRK-AUX-DISPLAY7
           MOVE SPACES                 TO REG-RELATORIO-DTK
           STRING 'TOKENS NAO ENCONTRADOS......: ' WRK-AUX-DISPLAY7
               DELIMITED BY SIZE       INTO REG-RELATORIO-DTK
           PERFORM 3900-GRAVAR-LINHA
      *
           MOVE WRK-TOT-INDISPONIVEIS  TO WRK-AUX-DISPLAY7
           MOVE SPACES                 TO REG-RELATORIO-DTK
           STRING 'NAO ATENDIDOS SEM COFRE.....: ' WRK-AUX-DISPLAY7
               DELIMITED BY SIZE       INTO REG-RELATORIO-DTK
           PERFORM 3900-GRAVAR-LINHA
      *
           MOVE WRK-TOT-EXCEDENTES     TO WRK-AUX-DISPLAY7
           MOVE SPACES                 TO REG-RELATORIO-DTK
           STRING 'PEDIDOS ALEM DO LIMITE......: ' WRK-AUX-DISPLAY7
               DELIMITED BY SIZE       INTO REG-RELATORIO-DTK
           PERFORM 3900-GRAVAR-LINHA
      *
           MOVE WRK-TOT-COFRE-LIDOS    TO WRK-AUX-DISPLAY7
           MOVE SPACES                 TO REG-RELATORIO-DTK
           STRING 'ENTRADAS LIDAS NO COFRE.....: ' WRK-AUX-DISPLAY7
               DELIMITED BY SIZE       INTO REG-RELATORIO-DTK
           PERFORM 3900-GRAVAR-LINHA.
      *----------------------------------------------------------------*
       3200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    GRAVA A LINHA CORRENTE EM DTKRPT E ESPELHA COM DISPLAY      *
      *    PARA SYSOUT, COMO FAZEM OS RESUMOS DOS DEMAIS PROGRAMAS.    *
      *    NENHUMA LINHA DO RELATORIO LEVA DOCUMENTO.                  *
      *----------------------------------------------------------------*
       3900-GRAVAR-LINHA               SECTION.
      *----------------------------------------------------------------*
           WRITE REG-RELATORIO-DTK
           DISPLAY REG-RELATORIO-DTK.
      *----------------------------------------------------------------*
       3900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
           END PROGRAM IFBA3DTK.
