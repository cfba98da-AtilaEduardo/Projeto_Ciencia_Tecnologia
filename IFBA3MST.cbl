      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. IFBA3MST INITIAL.
       AUTHOR.     ATILA EDUARDO DA CRUZ SANTOS CARDOSO.
      *----------------------------------------------------------------*
      *    PROGRAMA............: IFBA3MST                              *
      *    ANALISTA/PROGAMADOR: ATILA EDUARDO DA CRUZ SANTOS CARDOSO   *
      *    DATA..............: 10/2026                                 *
      *----------------------------------------------------------------*
      *    OBJETIVO....: CONFERENCIA DE INTEGRIDADE DO CADASTRO        *
      *    MESTRE DE CPF (KSDS, DD CPFMST) CONTRA O HISTORICO DE       *
      *    PASSAGENS (DD CPFHST). O HISTORICO CHEGA ORDENADO POR       *
      *    DOCUMENTO/DATA (STEP010 DO JOB) E E CASADO COM O MESTRE,    *
      *    LIDO EM SEQUENCIA DE CHAVE, COM QUEBRA POR DOCUMENTO: A     *
      *    QUEBRA RECONSTITUI O QUE O MESTRE DEVERIA CONTER - PRIMEIRA *
      *    E ULTIMA PASSAGEM, QUANTIDADE DE VEZES, ULTIMA UF, ULTIMA   *
      *    FILIAL E ULTIMO ERRO - E O REGISTRO DO MESTRE E COMPARADO   *
      *    COM A RECONSTITUICAO. SAEM NO RELATORIO (DD MSTRPT) OS      *
      *    DIVERGENTES, OS REGISTROS DO MESTRE SEM HISTORICO E OS      *
      *    DOCUMENTOS DO HISTORICO SEM MESTRE. AS EXCLUSOES DO         *
      *    IFBA3LGP SAO RESPEITADAS DOCUMENTO A DOCUMENTO: A LAPIDE NA *
      *    TRILHA (DD AUDIT) NAO GUARDA O DOCUMENTO, MAS GUARDA O      *
      *    NUMERO DO PEDIDO, E O PEDIDO DE EXCLUSAO (DD LGPDIN) TEM O  *
      *    DOCUMENTO. SO O DOCUMENTO COM PEDIDO E LAPIDE E TRATADO     *
      *    COMO TITULAR EXCLUIDO CUJO HISTORICO EXPURGADO (CPFHSTN)    *
      *    AINDA NAO FOI RENOMEADO - SAI MASCARADO E NUNCA VOLTA AO    *
      *    MESTRE. NO MODO RECONSTRUCAO (CARTAO PARMIN), GRAVA TAMBEM  *
      *    UM ARQUIVO DE CARGA DE MESTRE NOVO (DD MSTLOAD) NO LAYOUT   *
      *    DO KSDS.                                                    *
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
           SELECT MOVEMENT-HISTORY-FILE ASSIGN TO 'CPFHST'
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-HST-STATUS.

           SELECT CPF-MASTER-FILE      ASSIGN TO 'CPFMST'
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE IS SEQUENTIAL
                                        RECORD KEY IS REG-MST-CHAVE
                                        FILE STATUS IS WRK-MST-STATUS.

           SELECT AUDIT-FILE           ASSIGN TO 'AUDIT'
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-AUD-STATUS.

           SELECT MASTER-REPORT-FILE   ASSIGN TO 'MSTRPT'
                                        ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MASTER-LOAD-FILE     ASSIGN TO 'MSTLOAD'
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-CRG-STATUS.

           SELECT LGPD-REQUEST-FILE    ASSIGN TO 'LGPDIN'
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-PED-STATUS.

           SELECT PARM-FILE            ASSIGN TO 'PARMIN'
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-PARM-STATUS.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       COPY IFBA3HSF.
      *----------------------------------------------------------------*
      *    CADASTRO MESTRE DE CPF - MESMO LAYOUT MANTIDO POR IFBA3CPB, *
      *    LIDO AQUI EM SEQUENCIA DE CHAVE (SOMENTE LEITURA).          *
      *----------------------------------------------------------------*
       FD  CPF-MASTER-FILE
           RECORD CONTAINS 061 CHARACTERS.
       01  REG-CPF-MESTRE.
           05  REG-MST-CHAVE            PIC X(014).
           05  REG-MST-DATA-PRIMEIRA    PIC 9(008).
           05  REG-MST-DATA-ULTIMA      PIC 9(008).
           05  REG-MST-VEZES            PIC 9(005).
           05  REG-MST-UF               PIC X(022).
           05  REG-MST-FILIAL           PIC X(002).
           05  REG-MST-ERRO             PIC 9(002).
      *----------------------------------------------------------------*
       COPY IFBA3AUF.
      *----------------------------------------------------------------*
       FD  MASTER-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  REG-RELATORIO-MST           PIC X(100).
      *----------------------------------------------------------------*
      *    CARGA DO MESTRE NOVO (DD MSTLOAD, SO NO MODO RECONSTRUCAO)  *
      *    - MESMO LAYOUT DE 61 BYTES DO KSDS. O CASAMENTO COM O       *
      *    HISTORICO JA GRAVA NA ORDEM DA CHAVE; O JOB AINDA ORDENA O  *
      *    ARQUIVO ANTES DO REPRO.                                     *
      *----------------------------------------------------------------*
       FD  MASTER-LOAD-FILE
           RECORD CONTAINS 061 CHARACTERS.
       01  REG-CARGA-MESTRE            PIC X(061).
      *----------------------------------------------------------------*
      *    PEDIDOS DE TITULARES DO ULTIMO ATENDIMENTO DO IFBA3LGP (DD  *
      *    LGPDIN, MESMO LAYOUT DE 40 BYTES: TIPO + NUMERO DO PEDIDO + *
      *    SOLICITANTE + DOCUMENTO) - SO OS DE EXCLUSAO INTERESSAM.    *
      *----------------------------------------------------------------*
       FD  LGPD-REQUEST-FILE
           RECORD CONTAINS 040 CHARACTERS.
       01  REG-PEDIDO-LGPD             PIC X(040).
      *----------------------------------------------------------------*
      *    CARTAO DE PARAMETROS (DD PARMIN): MODO 'C' = CONFERENCIA    *
      *    (SO O RELATORIO) OU 'R' = RECONSTRUCAO (RELATORIO + CARGA   *
      *    DO MESTRE NOVO). SEM CARTAO, OU COM MODO FORA DO DOMINIO,   *
      *    VALE A CONFERENCIA.                                         *
      *----------------------------------------------------------------*
       FD  PARM-FILE
           RECORD CONTAINS 010 CHARACTERS.
       01  REG-PARAMETRO.
           05  REG-PARM-MODO            PIC X(001).
           05  FILLER                   PIC X(009).
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       77  FILLER                      PIC X(055)          VALUE
           '* INICIO DA WORKING STORAGE SECTION IFBA3MST *'.
      *----------------------------------------------------------------*
      *    AREA DE CONTROLE DO LOTE                                    *
      *----------------------------------------------------------------*
       77  WRK-HST-STATUS              PIC X(002)          VALUE '00'.
       77  WRK-HST-ABERTO              PIC X(001)          VALUE 'N'.
       77  WRK-HST-FIM                 PIC X(001)          VALUE 'N'.
       77  WRK-MST-STATUS              PIC X(002)          VALUE '00'.
       77  WRK-MST-ATIVO               PIC X(001)          VALUE 'N'.
       77  WRK-PED-STATUS              PIC X(002)          VALUE '00'.
       77  WRK-PED-FIM                 PIC X(001)          VALUE 'N'.
       77  WRK-AUD-STATUS              PIC X(002)          VALUE '00'.
       77  WRK-AUD-LIDA                PIC X(001)          VALUE 'N'.
       77  WRK-AUD-FIM                 PIC X(001)          VALUE 'N'.
       77  WRK-CRG-STATUS              PIC X(002)          VALUE '00'.
       77  WRK-CRG-ABERTA              PIC X(001)          VALUE 'N'.
       77  WRK-PARM-STATUS             PIC X(002)          VALUE '00'.
       77  WRK-PARM-MODO               PIC X(001)          VALUE 'C'.
       77  WRK-COD-CONDICAO            PIC 9(002)          VALUE ZEROS.
       77  WRK-AUX-DISPLAY7            PIC Z.ZZZ.ZZ9       VALUE SPACES.
      *----------------------------------------------------------------*
      *    TOTAIS DA CONFERENCIA                                       *
      *----------------------------------------------------------------*
       77  WRK-TOT-MOVIMENTOS          PIC 9(007)          VALUE ZEROS.
       77  WRK-TOT-MESTRE              PIC 9(007)          VALUE ZEROS.
       77  WRK-TOT-CONFEREM            PIC 9(007)          VALUE ZEROS.
       77  WRK-TOT-DIVERGENTES         PIC 9(007)          VALUE ZEROS.
       77  WRK-TOT-SEM-HISTORICO       PIC 9(007)          VALUE ZEROS.
       77  WRK-TOT-SEM-MESTRE          PIC 9(007)          VALUE ZEROS.
       77  WRK-TOT-EXCLUIDOS           PIC 9(007)          VALUE ZEROS.
       77  WRK-TOT-RETORNOS            PIC 9(007)          VALUE ZEROS.
       77  WRK-TOT-CARGA               PIC 9(007)          VALUE ZEROS.
      *----------------------------------------------------------------*
      *    RECONSTITUICAO DO DOCUMENTO CORRENTE (QUEBRA POR DOCUMENTO  *
      *    NO HISTORICO ORDENADO POR DOCUMENTO/DATA): A MENOR DATA     *
      *    VIRA A PRIMEIRA, A MAIOR A ULTIMA, CADA PASSAGEM CONTA UMA  *
      *    VEZ E UF/FILIAL/ERRO SAO OS DA PASSAGEM MAIS RECENTE        *
      *    (EMPATE DE DATA: A GRAVADA POR ULTIMO, COMO FEZ O LOTE - O  *
      *    SORT PRESERVA A ORDEM DE GRAVACAO NO EMPATE). O MOVIMENTO   *
      *    DE TRANSFERENCIA POR FUSAO DE FILIAL (ERRO '99') SO TROCA A *
      *    FILIAL - NAO CONTA VEZ NEM MOVE DATA. FIM DO HISTORICO =    *
      *    CHAVE HIGH-VALUES, ASSIM COMO NO MESTRE.                    *
      *----------------------------------------------------------------*
       01  WRK-DOC-ATUAL.
           05  WRK-DOC-CHAVE           PIC X(014).
           05  WRK-DOC-DATA-PRI        PIC 9(008).
           05  WRK-DOC-DATA-ULT        PIC 9(008).
           05  WRK-DOC-VEZES           PIC 9(005).
           05  WRK-DOC-UF              PIC X(002).
           05  WRK-DOC-FILIAL          PIC X(002).
           05  WRK-DOC-ERRO            PIC 9(002).
       77  WRK-DOC-TOTAL               PIC 9(007)          VALUE ZEROS.
       77  WRK-HST-ANTERIOR            PIC X(014)          VALUE SPACES.
       77  WRK-MST-CHAVE               PIC X(014)          VALUE SPACES.
      *----------------------------------------------------------------*
      *    LAPIDES DE EXCLUSAO LGPD LIDAS DA TRILHA (DD AUDIT): NUMERO *
      *    DO PEDIDO E DATA - A LAPIDE NAO GUARDA O DOCUMENTO. PEDIDO  *
      *    REPETIDO FICA COM A PRIMEIRA LAPIDE.                        *
      *----------------------------------------------------------------*
       01  WRK-AUD-REGISTRO            PIC X(100)          VALUE SPACES.
       01  WRK-TAB-LAPIDES.
           05  WRK-LAP-OCORR           OCCURS 500 TIMES.
               10  WRK-LAP-PEDIDO      PIC X(008).
               10  WRK-LAP-DATA        PIC 9(008).
       77  WRK-LAP-TOTAL               PIC 9(003)          VALUE ZEROS.
       77  WRK-LAP-SUB                 PIC 9(003)          VALUE ZEROS.
       77  WRK-LAP-LIDAS               PIC 9(007)          VALUE ZEROS.
       77  WRK-LAP-ESTOURO             PIC X(001)          VALUE 'N'.
       77  WRK-LAP-ACHOU               PIC X(001)          VALUE 'N'.
      *----------------------------------------------------------------*
      *    EXCLUSOES CONFIRMADAS: PEDIDO DE EXCLUSAO (DD LGPDIN) COM   *
      *    LAPIDE NA TRILHA - O DOCUMENTO DO PEDIDO E A DATA DA        *
      *    LAPIDE. SO O DOCUMENTO DESTA TABELA E TRATADO COMO TITULAR  *
      *    EXCLUIDO; SEM PEDIDO OU SEM LAPIDE, O DOCUMENTO SO NO       *
      *    HISTORICO E PERDA DO MESTRE E VOLTA NA CARGA.               *
      *----------------------------------------------------------------*
       01  WRK-PED-REGISTRO.
           05  WRK-PED-TIPO            PIC X(008).
           05  WRK-PED-NUMERO          PIC X(008).
           05  WRK-PED-SOLICITANTE     PIC X(008).
           05  WRK-PED-DOCUMENTO       PIC X(014).
           05  FILLER                  PIC X(002).
       01  WRK-TAB-EXCLUIDOS.
           05  WRK-EXC-OCORR           OCCURS 500 TIMES.
               10  WRK-EXC-DOCUMENTO   PIC X(014).
               10  WRK-EXC-DATA        PIC 9(008).
       77  WRK-EXC-TOTAL               PIC 9(003)          VALUE ZEROS.
       77  WRK-EXC-SUB                 PIC 9(003)          VALUE ZEROS.
       77  WRK-EXC-ESTOURO             PIC X(001)          VALUE 'N'.
       77  WRK-EXC-ACHOU               PIC X(001)          VALUE 'N'.
      *----------------------------------------------------------------*
      *    AREA DA COMPARACAO E DAS LINHAS DO RELATORIO                *
      *----------------------------------------------------------------*
       77  WRK-LST-CAMPOS              PIC X(040)          VALUE SPACES.
       77  WRK-LST-POS                 PIC 9(003)          VALUE ZEROS.
       77  WRK-DOC-MASCARADO           PIC X(014)          VALUE SPACES.
       01  WRK-CARGA-MESTRE.
           05  WRK-CRG-CHAVE           PIC X(014).
           05  WRK-CRG-DATA-PRIMEIRA   PIC 9(008).
           05  WRK-CRG-DATA-ULTIMA     PIC 9(008).
           05  WRK-CRG-VEZES           PIC 9(005).
           05  WRK-CRG-UF              PIC X(022).
           05  WRK-CRG-FILIAL          PIC X(002).
           05  WRK-CRG-ERRO            PIC 9(002).
      *----------------------------------------------------------------*
       77  FILLER                      PIC X(055)          VALUE
           '* FIM DA WORKING STORAGE SECTION IFBA3MST *'.
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
           PERFORM 1095-LER-PARAMETROS.
      *
           OPEN OUTPUT MASTER-REPORT-FILE
      *
           MOVE SPACES                 TO REG-RELATORIO-MST
           IF  WRK-PARM-MODO           EQUAL 'R'
               STRING '*** RELATORIO IFBA3MST - INTEGRIDADE DO MESTRE'
                   ' CPF - MODO RECONSTRUCAO ***'
                   DELIMITED BY SIZE   INTO REG-RELATORIO-MST
           ELSE
               STRING '*** RELATORIO IFBA3MST - INTEGRIDADE DO MESTRE'
                   ' CPF - MODO CONFERENCIA ***'
                   DELIMITED BY SIZE   INTO REG-RELATORIO-MST
           END-IF
           PERFORM 3900-GRAVAR-LINHA
      *
      *    SEM O HISTORICO NAO HA O QUE REPASSAR - FALHA ESTRUTURAL,
      *    CONDICAO 12, PARA A FALTA DO DD NAO PASSAR POR MESTRE
      *    INTEGRO NEM GERAR UM MESTRE NOVO VAZIO.
      *
           OPEN INPUT MOVEMENT-HISTORY-FILE
           IF  WRK-HST-STATUS          NOT EQUAL '00'
               MOVE SPACES             TO REG-RELATORIO-MST
               STRING '*** HISTORICO DE PASSAGENS (CPFHST)'
                   ' INDISPONIVEL - STATUS ' WRK-HST-STATUS
                   ' - NADA CONFERIDO ***'
                   DELIMITED BY SIZE   INTO REG-RELATORIO-MST
               PERFORM 3900-GRAVAR-LINHA
               MOVE 12                 TO WRK-COD-CONDICAO
               GO TO 1000-99-FIM
           END-IF
           MOVE 'S'                    TO WRK-HST-ABERTO
      *
           PERFORM 1100-CARREGAR-LAPIDES.
      *
           PERFORM 1150-CARREGAR-EXCLUSOES.
      *
      *    NA CONFERENCIA O MESTRE E OBRIGATORIO; NA RECONSTRUCAO A
      *    CARGA PODE SAIR SO DO HISTORICO (MESTRE PERDIDO).
      *
           OPEN INPUT CPF-MASTER-FILE
           IF  WRK-MST-STATUS          EQUAL '00'
               MOVE 'S'                TO WRK-MST-ATIVO
           ELSE
               MOVE SPACES             TO REG-RELATORIO-MST
               STRING '*** CADASTRO MESTRE (CPFMST) INDISPONIVEL'
                   ' - STATUS ' WRK-MST-STATUS ' ***'
                   DELIMITED BY SIZE   INTO REG-RELATORIO-MST
               PERFORM 3900-GRAVAR-LINHA
               IF  WRK-PARM-MODO       NOT EQUAL 'R'
                   MOVE 12             TO WRK-COD-CONDICAO
                   GO TO 1000-99-FIM
               END-IF
           END-IF
      *
           IF  WRK-PARM-MODO           EQUAL 'R'
               OPEN OUTPUT MASTER-LOAD-FILE
               IF  WRK-CRG-STATUS      EQUAL '00'
                   MOVE 'S'            TO WRK-CRG-ABERTA
               ELSE
                   MOVE SPACES         TO REG-RELATORIO-MST
                   STRING '*** CARGA DO MESTRE NOVO (MSTLOAD)'
                       ' INDISPONIVEL - STATUS ' WRK-CRG-STATUS ' ***'
                       DELIMITED BY SIZE INTO REG-RELATORIO-MST
                   PERFORM 3900-GRAVAR-LINHA
                   MOVE 12             TO WRK-COD-CONDICAO
               END-IF
           END-IF.
      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    LE O CARTAO DE PARAMETROS (DD PARMIN): MODO 'C' OU 'R'.     *
      *    SEM CARTAO, OU COM MODO FORA DO DOMINIO, VALE A             *
      *    CONFERENCIA - O MODO EFETIVO SAI NO CABECALHO.              *
      *----------------------------------------------------------------*
       1095-LER-PARAMETROS             SECTION.
      *----------------------------------------------------------------*
           OPEN INPUT PARM-FILE
      *
           IF  WRK-PARM-STATUS         NOT EQUAL '00'
               GO TO 1095-99-FIM
           END-IF
      *
           READ PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF  REG-PARM-MODO   EQUAL 'R'
                       MOVE 'R'        TO WRK-PARM-MODO
                   END-IF
           END-READ
      *
           CLOSE PARM-FILE.
      *----------------------------------------------------------------*
       1095-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    VARRE A TRILHA DE AUDITORIA GUARDANDO CADA LAPIDE DE        *
      *    EXCLUSAO DO IFBA3LGP ('DATA:' AAAAMMDD '-' HORA             *
      *    ' LGPD:EXCLUSAO PEDIDO:' NUMERO ...): NUMERO DO PEDIDO E    *
      *    DATA. SEM A TRILHA NENHUMA EXCLUSAO E CONFIRMADA: TODO      *
      *    DOCUMENTO SO NO HISTORICO SAI COMO HISTORICO SEM MESTRE, E  *
      *    O JOB SOBE PARA CONDICAO 8 - CONFERIR ANTES DO REPRO.       *
      *----------------------------------------------------------------*
       1100-CARREGAR-LAPIDES           SECTION.
      *----------------------------------------------------------------*
           OPEN INPUT AUDIT-FILE
           IF  WRK-AUD-STATUS          NOT EQUAL '00'
               MOVE SPACES             TO REG-RELATORIO-MST
               STRING '*** TRILHA DE AUDITORIA (AUDIT) INDISPONIVEL'
                   ' - STATUS ' WRK-AUD-STATUS
                   ' - EXCLUSOES LGPD NAO CONHECIDAS ***'
                   DELIMITED BY SIZE   INTO REG-RELATORIO-MST
               PERFORM 3900-GRAVAR-LINHA
               IF  WRK-COD-CONDICAO    < 08
                   MOVE 08             TO WRK-COD-CONDICAO
               END-IF
               GO TO 1100-99-FIM
           END-IF
      *
           MOVE 'S'                    TO WRK-AUD-LIDA
           MOVE 'N'                    TO WRK-AUD-FIM
           PERFORM UNTIL WRK-AUD-FIM   EQUAL 'S'
               READ AUDIT-FILE INTO WRK-AUD-REGISTRO
                   AT END
                       MOVE 'S'        TO WRK-AUD-FIM
                   NOT AT END
                       IF  WRK-AUD-REGISTRO(24:13)
                                       EQUAL 'LGPD:EXCLUSAO' AND
                           WRK-AUD-REGISTRO(37:8) EQUAL ' PEDIDO:' AND
                           WRK-AUD-REGISTRO(6:8) IS NUMERIC
                           PERFORM 1110-GUARDAR-LAPIDE
                       END-IF
               END-READ
           END-PERFORM
      *
           CLOSE AUDIT-FILE.
      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    GUARDA O PEDIDO E A DATA DA LAPIDE (PEDIDO REPETIDO UMA VEZ *
      *    SO). TABELA CHEIA E AVISADA COM CONDICAO 8 - OS PEDIDOS QUE *
      *    NAO COUBERAM NAO SAO CONFIRMADOS E SEUS DOCUMENTOS SAEM     *
      *    COMO HISTORICO SEM MESTRE OU DIVERGENCIA.                   *
      *----------------------------------------------------------------*
       1110-GUARDAR-LAPIDE             SECTION.
      *----------------------------------------------------------------*
           ADD 1                       TO WRK-LAP-LIDAS
      *
           MOVE 'N'                    TO WRK-LAP-ACHOU
           PERFORM VARYING WRK-LAP-SUB FROM 1 BY 1
                     UNTIL WRK-LAP-SUB > WRK-LAP-TOTAL
                        OR WRK-LAP-ACHOU EQUAL 'S'
               IF  WRK-LAP-PEDIDO(WRK-LAP-SUB)
                                       EQUAL WRK-AUD-REGISTRO(45:8)
                   MOVE 'S'            TO WRK-LAP-ACHOU
               END-IF
           END-PERFORM
      *
           IF  WRK-LAP-ACHOU           EQUAL 'S'
               GO TO 1110-99-FIM
           END-IF
      *
           IF  WRK-LAP-TOTAL           NOT < 500
               IF  WRK-LAP-ESTOURO     EQUAL 'N'
                   MOVE 'S'            TO WRK-LAP-ESTOURO
                   MOVE SPACES         TO REG-RELATORIO-MST
                   STRING '*** TABELA DE LAPIDES LGPD CHEIA - EXCLUSOES'
                       ' NAO CONFIRMADAS SAEM COMO DIVERGENCIA ***'
                       DELIMITED BY SIZE INTO REG-RELATORIO-MST
                   PERFORM 3900-GRAVAR-LINHA
                   IF  WRK-COD-CONDICAO < 08
                       MOVE 08         TO WRK-COD-CONDICAO
                   END-IF
               END-IF
               GO TO 1110-99-FIM
           END-IF
      *
           ADD 1                       TO WRK-LAP-TOTAL
           MOVE WRK-AUD-REGISTRO(45:8) TO WRK-LAP-PEDIDO(WRK-LAP-TOTAL)
           MOVE WRK-AUD-REGISTRO(6:8)  TO WRK-LAP-DATA(WRK-LAP-TOTAL).
      *----------------------------------------------------------------*
       1110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    LE OS PEDIDOS DO ULTIMO ATENDIMENTO DO IFBA3LGP (DD LGPDIN) *
      *    E CONFIRMA CADA PEDIDO DE EXCLUSAO QUE TEM LAPIDE NA        *
      *    TRILHA. SEM O ARQUIVO DE PEDIDOS NENHUMA EXCLUSAO E         *
      *    CONFIRMADA - O DOCUMENTO SO NO HISTORICO SAI COMO HISTORICO *
      *    SEM MESTRE (CONDICAO 8), NUNCA E DESCARTADO POR SUPOSICAO.  *
      *----------------------------------------------------------------*
       1150-CARREGAR-EXCLUSOES         SECTION.
      *----------------------------------------------------------------*
           IF  WRK-LAP-TOTAL           EQUAL ZEROS
               GO TO 1150-99-FIM
           END-IF
      *
           OPEN INPUT LGPD-REQUEST-FILE
           IF  WRK-PED-STATUS          NOT EQUAL '00'
               MOVE SPACES             TO REG-RELATORIO-MST
               STRING '*** PEDIDOS LGPD (LGPDIN) INDISPONIVEIS'
                   ' - STATUS ' WRK-PED-STATUS
                   ' - EXCLUSOES NAO CONFIRMADAS ***'
                   DELIMITED BY SIZE   INTO REG-RELATORIO-MST
               PERFORM 3900-GRAVAR-LINHA
               GO TO 1150-99-FIM
           END-IF
      *
           MOVE 'N'                    TO WRK-PED-FIM
           PERFORM UNTIL WRK-PED-FIM   EQUAL 'S'
               READ LGPD-REQUEST-FILE INTO WRK-PED-REGISTRO
                   AT END
                       MOVE 'S'        TO WRK-PED-FIM
                   NOT AT END
                       IF  WRK-PED-TIPO EQUAL 'EXCLUSAO'
                           PERFORM 1160-CONFIRMAR-EXCLUSAO
                       END-IF
               END-READ
           END-PERFORM
      *
           CLOSE LGPD-REQUEST-FILE.
      *----------------------------------------------------------------*
       1150-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    PEDIDO DE EXCLUSAO COM LAPIDE NA TRILHA: GUARDA O DOCUMENTO *
      *    COM A DATA DA LAPIDE. PEDIDO SEM LAPIDE (DOCUMENTO QUE NAO  *
      *    ESTAVA NO MESTRE, OU FALHA NA EXCLUSAO) NAO CONFIRMA NADA.  *
      *    TABELA CHEIA E AVISADA COM CONDICAO 8.                      *
      *----------------------------------------------------------------*
       1160-CONFIRMAR-EXCLUSAO         SECTION.
      *----------------------------------------------------------------*
           MOVE 'N'                    TO WRK-LAP-ACHOU
           PERFORM VARYING WRK-LAP-SUB FROM 1 BY 1
                     UNTIL WRK-LAP-SUB > WRK-LAP-TOTAL
                        OR WRK-LAP-ACHOU EQUAL 'S'
               IF  WRK-LAP-PEDIDO(WRK-LAP-SUB) EQUAL WRK-PED-NUMERO
                   MOVE 'S'            TO WRK-LAP-ACHOU
               END-IF
           END-PERFORM
      *
           IF  WRK-LAP-ACHOU           EQUAL 'N'
               GO TO 1160-99-FIM
           END-IF
           SUBTRACT 1                  FROM WRK-LAP-SUB
      *
           IF  WRK-EXC-TOTAL           NOT < 500
               IF  WRK-EXC-ESTOURO     EQUAL 'N'
                   MOVE 'S'            TO WRK-EXC-ESTOURO
                   MOVE SPACES         TO REG-RELATORIO-MST
                   STRING '*** TABELA DE EXCLUSOES LGPD CHEIA -'
                       ' EXCLUSOES NAO CONFIRMADAS SAEM COMO'
                       ' DIVERGENCIA ***'
                       DELIMITED BY SIZE INTO REG-RELATORIO-MST
                   PERFORM 3900-GRAVAR-LINHA
                   IF  WRK-COD-CONDICAO < 08
                       MOVE 08         TO WRK-COD-CONDICAO
                   END-IF
               END-IF
               GO TO 1160-99-FIM
           END-IF
      *
           ADD 1                       TO WRK-EXC-TOTAL
           MOVE WRK-PED-DOCUMENTO      TO
                                       WRK-EXC-DOCUMENTO(WRK-EXC-TOTAL)
           MOVE WRK-LAP-DATA(WRK-LAP-SUB)
                                       TO WRK-EXC-DATA(WRK-EXC-TOTAL).
      *----------------------------------------------------------------*
       1160-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    CASA O HISTORICO ORDENADO COM O MESTRE EM SEQUENCIA DE      *
      *    CHAVE: CHAVES IGUAIS = CONFERENCIA; CHAVE SO NO MESTRE =    *
      *    MESTRE SEM HISTORICO; CHAVE SO NO HISTORICO = HISTORICO SEM *
      *    MESTRE. SEM O MESTRE (RECONSTRUCAO), TUDO SAI DO HISTORICO. *
      *    HISTORICO FORA DE SEQUENCIA INTERROMPE O CASAMENTO.         *
      *----------------------------------------------------------------*
       2000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*
           IF  WRK-HST-ABERTO          NOT EQUAL 'S' OR
               WRK-COD-CONDICAO        EQUAL 12
               GO TO 2000-99-FIM
           END-IF
      *
           PERFORM 2010-LER-HISTORICO
           PERFORM 2020-MONTAR-DOCUMENTO
           PERFORM 2050-LER-MESTRE
      *
           PERFORM UNTIL (WRK-DOC-CHAVE EQUAL HIGH-VALUES AND
                          WRK-MST-CHAVE EQUAL HIGH-VALUES) OR
                         WRK-COD-CONDICAO EQUAL 12
               IF  WRK-MST-CHAVE       EQUAL WRK-DOC-CHAVE
                   PERFORM 2100-CONFERIR-MESTRE
                   PERFORM 2020-MONTAR-DOCUMENTO
                   PERFORM 2050-LER-MESTRE
               ELSE
                   IF  WRK-MST-CHAVE   < WRK-DOC-CHAVE
                       PERFORM 2150-MESTRE-SEM-HISTORICO
                       PERFORM 2050-LER-MESTRE
                   ELSE
                       PERFORM 2200-TRATAR-SEM-MESTRE
                       PERFORM 2020-MONTAR-DOCUMENTO
                   END-IF
               END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    LE A PROXIMA PASSAGEM DO HISTORICO. DOCUMENTO MENOR QUE O   *
      *    ANTERIOR E HISTORICO QUE NAO PASSOU PELO STEP010 DO JOB:    *
      *    FALHA ESTRUTURAL, CONDICAO 12 - A CONFERENCIA SERIA FALSA.  *
      *----------------------------------------------------------------*
       2010-LER-HISTORICO              SECTION.
      *----------------------------------------------------------------*
           READ MOVEMENT-HISTORY-FILE
               AT END
                   MOVE 'S'            TO WRK-HST-FIM
                   GO TO 2010-99-FIM
           END-READ
      *
           ADD 1                       TO WRK-TOT-MOVIMENTOS
      *
           IF  REG-HST-DOCUMENTO       < WRK-HST-ANTERIOR
               MOVE WRK-TOT-MOVIMENTOS TO WRK-AUX-DISPLAY7
               MOVE SPACES             TO REG-RELATORIO-MST
               STRING '*** HISTORICO (CPFHST) FORA DA SEQUENCIA'
                   ' DOCUMENTO/DATA NO MOVIMENTO ' WRK-AUX-DISPLAY7
                   ' - INTERROMPIDO ***'
                   DELIMITED BY SIZE   INTO REG-RELATORIO-MST
               PERFORM 3900-GRAVAR-LINHA
               MOVE 12                 TO WRK-COD-CONDICAO
               MOVE 'S'                TO WRK-HST-FIM
               GO TO 2010-99-FIM
           END-IF
      *
           MOVE REG-HST-DOCUMENTO      TO WRK-HST-ANTERIOR.
      *----------------------------------------------------------------*
       2010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    QUEBRA POR DOCUMENTO: ACUMULA TODAS AS PASSAGENS DO         *
      *    DOCUMENTO DA PASSAGEM LIDA E PARA NA PRIMEIRA DO DOCUMENTO  *
      *    SEGUINTE. NO FIM DO HISTORICO A CHAVE VAI A HIGH-VALUES.    *
      *----------------------------------------------------------------*
       2020-MONTAR-DOCUMENTO           SECTION.
      *----------------------------------------------------------------*
           IF  WRK-HST-FIM             EQUAL 'S'
               MOVE HIGH-VALUES        TO WRK-DOC-CHAVE
               GO TO 2020-99-FIM
           END-IF
      *
           ADD 1                       TO WRK-DOC-TOTAL
           MOVE REG-HST-DOCUMENTO      TO WRK-DOC-CHAVE
           MOVE REG-HST-DATA-CICLO     TO WRK-DOC-DATA-PRI
           MOVE ZEROS                  TO WRK-DOC-DATA-ULT
           MOVE ZEROS                  TO WRK-DOC-VEZES
           MOVE SPACES                 TO WRK-DOC-UF
           MOVE SPACES                 TO WRK-DOC-FILIAL
           MOVE ZEROS                  TO WRK-DOC-ERRO
      *
           PERFORM UNTIL WRK-HST-FIM   EQUAL 'S' OR
                         REG-HST-DOCUMENTO NOT EQUAL WRK-DOC-CHAVE
               PERFORM 2030-ACUMULAR-PASSAGEM
               PERFORM 2010-LER-HISTORICO
           END-PERFORM.
      *----------------------------------------------------------------*
       2020-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ACUMULO DA PASSAGEM NO DOCUMENTO CORRENTE: A PASSAGEM DE    *
      *    DATA IGUAL OU MAIOR QUE A ULTIMA CONHECIDA PASSA A VALER    *
      *    PARA UF/FILIAL/ERRO.                                        *
      *----------------------------------------------------------------*
       2030-ACUMULAR-PASSAGEM          SECTION.
      *----------------------------------------------------------------*
           IF  REG-HST-ERRO            EQUAL 99
               PERFORM 2040-ACUMULAR-TRANSFERENCIA
               GO TO 2030-99-FIM
           END-IF
      *
           ADD 1                       TO WRK-DOC-VEZES
           IF  REG-HST-DATA-CICLO      < WRK-DOC-DATA-PRI
               MOVE REG-HST-DATA-CICLO TO WRK-DOC-DATA-PRI
           END-IF
           IF  REG-HST-DATA-CICLO  NOT < WRK-DOC-DATA-ULT
               MOVE REG-HST-DATA-CICLO TO WRK-DOC-DATA-ULT
               MOVE REG-HST-UF         TO WRK-DOC-UF
               MOVE REG-HST-FILIAL     TO WRK-DOC-FILIAL
               MOVE REG-HST-ERRO       TO WRK-DOC-ERRO
           END-IF.
      *----------------------------------------------------------------*
       2030-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    TRANSFERENCIA POR FUSAO: A SUCESSORA VALE SE O MOVIMENTO    *
      *    NAO E ANTERIOR A ULTIMA PASSAGEM (EMPATE: O GRAVADO POR     *
      *    ULTIMO). DOCUMENTO QUE SO TEM TRANSFERENCIA FICA SEM        *
      *    PASSAGEM - A COMPARACAO COM O MESTRE ACUSA.                 *
      *----------------------------------------------------------------*
       2040-ACUMULAR-TRANSFERENCIA     SECTION.
      *----------------------------------------------------------------*
           IF  WRK-DOC-VEZES           EQUAL ZEROS
               MOVE 99999999           TO WRK-DOC-DATA-PRI
               MOVE REG-HST-UF         TO WRK-DOC-UF
               MOVE ZEROS              TO WRK-DOC-ERRO
           END-IF
      *
           IF  REG-HST-DATA-CICLO  NOT < WRK-DOC-DATA-ULT
               MOVE REG-HST-FILIAL     TO WRK-DOC-FILIAL
           END-IF.
      *----------------------------------------------------------------*
       2040-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    LE O PROXIMO REGISTRO DO MESTRE EM SEQUENCIA DE CHAVE. FIM  *
      *    DO MESTRE, OU MESTRE INDISPONIVEL NA RECONSTRUCAO = CHAVE   *
      *    HIGH-VALUES.                                                *
      *----------------------------------------------------------------*
       2050-LER-MESTRE                 SECTION.
      *----------------------------------------------------------------*
           IF  WRK-MST-ATIVO           NOT EQUAL 'S'
               MOVE HIGH-VALUES        TO WRK-MST-CHAVE
               GO TO 2050-99-FIM
           END-IF
      *
           READ CPF-MASTER-FILE NEXT RECORD
               AT END
                   MOVE HIGH-VALUES    TO WRK-MST-CHAVE
               NOT AT END
                   ADD 1               TO WRK-TOT-MESTRE
                   MOVE REG-MST-CHAVE  TO WRK-MST-CHAVE
           END-READ.
      *----------------------------------------------------------------*
       2050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    CONFERE O REGISTRO DO MESTRE COM A RECONSTITUICAO DO        *
      *    HISTORICO. NA CARGA, O REGISTRO QUE CONFERE (OU QUE VOLTOU  *
      *    DEPOIS DE UMA EXCLUSAO LGPD) SAI COMO ESTA NO MESTRE; O     *
      *    DIVERGENTE SAI RECONSTITUIDO.                               *
      *----------------------------------------------------------------*
       2100-CONFERIR-MESTRE            SECTION.
      *----------------------------------------------------------------*
           MOVE REG-CPF-MESTRE         TO WRK-CARGA-MESTRE
      *
           PERFORM 2110-COMPARAR-CAMPOS
      *
           IF  WRK-LST-CAMPOS          EQUAL SPACES
               ADD 1                   TO WRK-TOT-CONFEREM
               PERFORM 2900-GRAVAR-CARGA
               GO TO 2100-99-FIM
           END-IF
      *
      *    DOCUMENTO QUE VOLTOU DEPOIS DE UMA EXCLUSAO LGPD: O MESTRE
      *    RECOMECOU NA VOLTA, MAS O HISTORICO AINDA TEM AS PASSAGENS
      *    DE ANTES (CPFHSTN NAO RENOMEADO). NAO E DIVERGENCIA DO
      *    MESTRE - O EXPURGO DO HISTORICO E QUE ESTA PENDENTE.
      *
           PERFORM 2120-PROCURAR-EXCLUSAO
           IF  WRK-EXC-ACHOU           EQUAL 'S'
               ADD 1                   TO WRK-TOT-RETORNOS
               MOVE SPACES             TO REG-RELATORIO-MST
               STRING 'CPF:' REG-MST-CHAVE
                   ' VOLTOU APOS EXCLUSAO LGPD - PASSAGENS ANTERIORES'
                   ' AINDA NO CPFHST'
                   DELIMITED BY SIZE   INTO REG-RELATORIO-MST
               PERFORM 3900-GRAVAR-LINHA
               PERFORM 2900-GRAVAR-CARGA
               GO TO 2100-99-FIM
           END-IF
      *
           ADD 1                       TO WRK-TOT-DIVERGENTES
           MOVE SPACES                 TO REG-RELATORIO-MST
           STRING 'CPF:' REG-MST-CHAVE ' DIVERGENTE:' WRK-LST-CAMPOS
               DELIMITED BY SIZE       INTO REG-RELATORIO-MST
           PERFORM 3900-GRAVAR-LINHA
      *
           MOVE SPACES                 TO REG-RELATORIO-MST
           STRING '     MESTRE....: PRIMEIRA:' REG-MST-DATA-PRIMEIRA
               ' ULTIMA:' REG-MST-DATA-ULTIMA
               ' VEZES:' REG-MST-VEZES
               ' UF:' REG-MST-UF(1:2)
               ' FIL:' REG-MST-FILIAL
               ' ERRO:' REG-MST-ERRO
               DELIMITED BY SIZE       INTO REG-RELATORIO-MST
           PERFORM 3900-GRAVAR-LINHA
      *
           PERFORM 2130-MONTAR-RECONSTITUIDO
           MOVE SPACES                 TO REG-RELATORIO-MST
           STRING '     HISTORICO.: PRIMEIRA:' WRK-CRG-DATA-PRIMEIRA
               ' ULTIMA:' WRK-CRG-DATA-ULTIMA
               ' VEZES:' WRK-CRG-VEZES
               ' UF:' WRK-CRG-UF(1:2)
               ' FIL:' WRK-CRG-FILIAL
               ' ERRO:' WRK-CRG-ERRO
               DELIMITED BY SIZE       INTO REG-RELATORIO-MST
           PERFORM 3900-GRAVAR-LINHA
      *
           PERFORM 2900-GRAVAR-CARGA.
      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    MONTA A LISTA DOS CAMPOS DO MESTRE QUE NAO BATEM COM A      *
      *    RECONSTITUICAO (EM BRANCO = REGISTRO CONFERE). A UF DO      *
      *    MESTRE GUARDA A RESOLUCAO INTEIRA; O HISTORICO, AS DUAS     *
      *    PRIMEIRAS POSICOES - SAO ELAS QUE SE COMPARAM.              *
      *----------------------------------------------------------------*
       2110-COMPARAR-CAMPOS            SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WRK-LST-CAMPOS
           MOVE 1                      TO WRK-LST-POS
      *
           IF  REG-MST-DATA-PRIMEIRA NOT EQUAL WRK-DOC-DATA-PRI
               MOVE ' PRIMEIRA'        TO WRK-LST-CAMPOS(WRK-LST-POS:9)
               ADD 9                   TO WRK-LST-POS
           END-IF
           IF  REG-MST-DATA-ULTIMA NOT EQUAL WRK-DOC-DATA-ULT
               MOVE ' ULTIMA'          TO WRK-LST-CAMPOS(WRK-LST-POS:7)
               ADD 7                   TO WRK-LST-POS
           END-IF
           IF  REG-MST-VEZES  NOT EQUAL WRK-DOC-VEZES
               MOVE ' VEZES'           TO WRK-LST-CAMPOS(WRK-LST-POS:6)
               ADD 6                   TO WRK-LST-POS
           END-IF
           IF  REG-MST-UF(1:2) NOT EQUAL WRK-DOC-UF
               MOVE ' UF'              TO WRK-LST-CAMPOS(WRK-LST-POS:3)
               ADD 3                   TO WRK-LST-POS
           END-IF
           IF  REG-MST-FILIAL NOT EQUAL WRK-DOC-FILIAL
               MOVE ' FILIAL'          TO WRK-LST-CAMPOS(WRK-LST-POS:7)
               ADD 7                   TO WRK-LST-POS
           END-IF
           IF  REG-MST-ERRO   NOT EQUAL WRK-DOC-ERRO
               MOVE ' ERRO'            TO WRK-LST-CAMPOS(WRK-LST-POS:5)
               ADD 5                   TO WRK-LST-POS
           END-IF.
      *----------------------------------------------------------------*
       2110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    PROCURA A EXCLUSAO CONFIRMADA DO PROPRIO DOCUMENTO ENTRE A  *
      *    PRIMEIRA PASSAGEM DO HISTORICO E A PRIMEIRA DO MESTRE: O    *
      *    MESTRE RECOMECOU DEPOIS DA EXCLUSAO E O HISTORICO AINDA     *
      *    GUARDA O PERIODO ANTERIOR.                                  *
      *----------------------------------------------------------------*
       2120-PROCURAR-EXCLUSAO          SECTION.
      *----------------------------------------------------------------*
           MOVE 'N'                    TO WRK-EXC-ACHOU
      *
           IF  REG-MST-DATA-PRIMEIRA   NOT > WRK-DOC-DATA-PRI
               GO TO 2120-99-FIM
           END-IF
      *
           PERFORM VARYING WRK-EXC-SUB FROM 1 BY 1
                     UNTIL WRK-EXC-SUB > WRK-EXC-TOTAL
                        OR WRK-EXC-ACHOU EQUAL 'S'
               IF  WRK-EXC-DOCUMENTO(WRK-EXC-SUB)
                                       EQUAL WRK-DOC-CHAVE AND
                   WRK-EXC-DATA(WRK-EXC-SUB)
                                 NOT < WRK-DOC-DATA-PRI AND
                   WRK-EXC-DATA(WRK-EXC-SUB)
                                     < REG-MST-DATA-PRIMEIRA
                   MOVE 'S'            TO WRK-EXC-ACHOU
               END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       2120-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    MONTA O REGISTRO RECONSTITUIDO DO DOCUMENTO CORRENTE NA     *
      *    AREA DE CARGA. A UF DO MESTRE E PRESERVADA QUANDO AS DUAS   *
      *    PRIMEIRAS POSICOES BATEM (O HISTORICO NAO GUARDA O RESTO DA *
      *    RESOLUCAO).                                                 *
      *----------------------------------------------------------------*
       2130-MONTAR-RECONSTITUIDO       SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-DOC-CHAVE          TO WRK-CRG-CHAVE
           MOVE WRK-DOC-DATA-PRI       TO WRK-CRG-DATA-PRIMEIRA
           MOVE WRK-DOC-DATA-ULT       TO WRK-CRG-DATA-ULTIMA
           MOVE WRK-DOC-VEZES          TO WRK-CRG-VEZES
           IF  WRK-CRG-UF(1:2)         NOT EQUAL WRK-DOC-UF
               MOVE SPACES             TO WRK-CRG-UF
               MOVE WRK-DOC-UF         TO WRK-CRG-UF(1:2)
           END-IF
           MOVE WRK-DOC-FILIAL         TO WRK-CRG-FILIAL
           MOVE WRK-DOC-ERRO           TO WRK-CRG-ERRO.
      *----------------------------------------------------------------*
       2130-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    REGISTRO DO MESTRE QUE O HISTORICO NAO TEM: SAI NO          *
      *    RELATORIO E, NA CARGA, COMO ESTA NO MESTRE.                 *
      *----------------------------------------------------------------*
       2150-MESTRE-SEM-HISTORICO       SECTION.
      *----------------------------------------------------------------*
           MOVE REG-CPF-MESTRE         TO WRK-CARGA-MESTRE
           ADD 1                       TO WRK-TOT-SEM-HISTORICO
           MOVE SPACES                 TO REG-RELATORIO-MST
           STRING 'CPF:' REG-MST-CHAVE
               ' MESTRE SEM HISTORICO - PRIMEIRA:'
               REG-MST-DATA-PRIMEIRA
               ' ULTIMA:' REG-MST-DATA-ULTIMA
               ' VEZES:' REG-MST-VEZES
               DELIMITED BY SIZE       INTO REG-RELATORIO-MST
           PERFORM 3900-GRAVAR-LINHA
           PERFORM 2900-GRAVAR-CARGA.
      *----------------------------------------------------------------*
       2150-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    DOCUMENTO DO HISTORICO QUE O MESTRE NAO TEM. SO E TITULAR   *
      *    EXCLUIDO, COM O EXPURGO DO CPFHST PENDENTE, O DOCUMENTO     *
      *    COM EXCLUSAO CONFIRMADA (PEDIDO + LAPIDE) NAO ANTERIOR A    *
      *    SUA ULTIMA PASSAGEM: SAI MASCARADO (MESMA REGRA DE          *
      *    4010-MASCARAR-CPF) E FICA FORA DA CARGA. QUALQUER OUTRO E   *
      *    PERDA DO MESTRE: SAI EM CLARO, VOLTA NA CARGA               *
      *    RECONSTITUIDO E O JOB SOBE PARA CONDICAO 8.                 *
      *----------------------------------------------------------------*
       2200-TRATAR-SEM-MESTRE          SECTION.
      *----------------------------------------------------------------*
           MOVE 'N'                    TO WRK-EXC-ACHOU
           PERFORM VARYING WRK-EXC-SUB FROM 1 BY 1
                     UNTIL WRK-EXC-SUB > WRK-EXC-TOTAL
                        OR WRK-EXC-ACHOU EQUAL 'S'
               IF  WRK-EXC-DOCUMENTO(WRK-EXC-SUB)
                                       EQUAL WRK-DOC-CHAVE AND
                   WRK-EXC-DATA(WRK-EXC-SUB)
                                 NOT < WRK-DOC-DATA-ULT
                   MOVE 'S'            TO WRK-EXC-ACHOU
               END-IF
           END-PERFORM
      *
           IF  WRK-EXC-ACHOU           EQUAL 'S'
               ADD 1                   TO WRK-TOT-EXCLUIDOS
               MOVE WRK-DOC-CHAVE      TO WRK-DOC-MASCARADO
               MOVE 'XXXXXXX'          TO WRK-DOC-MASCARADO(5:7)
               MOVE 'XX'               TO WRK-DOC-MASCARADO(13:2)
               MOVE SPACES             TO REG-RELATORIO-MST
               STRING 'CPF:' WRK-DOC-MASCARADO
                   ' SO NO HISTORICO - EXCLUSAO LGPD CONFIRMADA,'
                   ' EXPURGO CPFHSTN PENDENTE'
                   DELIMITED BY SIZE   INTO REG-RELATORIO-MST
               PERFORM 3900-GRAVAR-LINHA
               GO TO 2200-99-FIM
           END-IF
      *
           ADD 1                       TO WRK-TOT-SEM-MESTRE
           MOVE SPACES                 TO WRK-CARGA-MESTRE
           PERFORM 2130-MONTAR-RECONSTITUIDO
           MOVE SPACES                 TO REG-RELATORIO-MST
           STRING 'CPF:' WRK-DOC-CHAVE
               ' HISTORICO SEM MESTRE - PRIMEIRA:'
               WRK-CRG-DATA-PRIMEIRA
               ' ULTIMA:' WRK-CRG-DATA-ULTIMA
               ' VEZES:' WRK-CRG-VEZES
               DELIMITED BY SIZE       INTO REG-RELATORIO-MST
           PERFORM 3900-GRAVAR-LINHA
           PERFORM 2900-GRAVAR-CARGA.
      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    GRAVA A AREA DE CARGA NO MESTRE NOVO (SO NO MODO            *
      *    RECONSTRUCAO, COM O ARQUIVO ABERTO).                        *
      *----------------------------------------------------------------*
       2900-GRAVAR-CARGA               SECTION.
      *----------------------------------------------------------------*
           IF  WRK-CRG-ABERTA          NOT EQUAL 'S'
               GO TO 2900-99-FIM
           END-IF
      *
           MOVE WRK-CARGA-MESTRE       TO REG-CARGA-MESTRE
           WRITE REG-CARGA-MESTRE
           ADD 1                       TO WRK-TOT-CARGA.
      *----------------------------------------------------------------*
       2900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
           PERFORM 3200-DEFINIR-CONDICAO.
      *
           IF  WRK-HST-ABERTO          EQUAL 'S'
               PERFORM 3100-GRAVAR-RESUMO
               CLOSE MOVEMENT-HISTORY-FILE
           END-IF
           IF  WRK-MST-ATIVO           EQUAL 'S'
               CLOSE CPF-MASTER-FILE
           END-IF
           IF  WRK-CRG-ABERTA          EQUAL 'S'
               CLOSE MASTER-LOAD-FILE
           END-IF
           CLOSE MASTER-REPORT-FILE.
      *
           MOVE WRK-COD-CONDICAO       TO RETURN-CODE
      *
           STOP RUN.
      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    RESUMO DA CONFERENCIA, ESPELHADO NO SYSOUT.                 *
      *----------------------------------------------------------------*
       3100-GRAVAR-RESUMO              SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-TOT-MOVIMENTOS     TO WRK-AUX-DISPLAY7
           MOVE SPACES                 TO REG-RELATORIO-MST
           STRING 'MOVIMENTOS DO HISTORICO.........: ' WRK-AUX-DISPLAY7
               DELIMITED BY SIZE       INTO REG-RELATORIO-MST
           PERFORM 3900-GRAVAR-LINHA
      *
           MOVE WRK-DOC-TOTAL          TO WRK-AUX-DISPLAY7
           MOVE SPACES                 TO REG-RELATORIO-MST
           STRING 'DOCUMENTOS NO HISTORICO.........: ' WRK-AUX-DISPLAY7
               DELIMITED BY SIZE       INTO REG-RELATORIO-MST
           PERFORM 3900-GRAVAR-LINHA
      *
           MOVE WRK-LAP-LIDAS          TO WRK-AUX-DISPLAY7
           MOVE SPACES                 TO REG-RELATORIO-MST
           STRING 'LAPIDES DE EXCLUSAO LGPD........: ' WRK-AUX-DISPLAY7
               DELIMITED BY SIZE       INTO REG-RELATORIO-MST
           PERFORM 3900-GRAVAR-LINHA
      *
           MOVE WRK-EXC-TOTAL          TO WRK-AUX-DISPLAY7
           MOVE SPACES                 TO REG-RELATORIO-MST
           STRING 'EXCLUSOES LGPD CONFIRMADAS......: ' WRK-AUX-DISPLAY7
               DELIMITED BY SIZE       INTO REG-RELATORIO-MST
           PERFORM 3900-GRAVAR-LINHA
      *
           MOVE WRK-TOT-MESTRE         TO WRK-AUX-DISPLAY7
           MOVE SPACES                 TO REG-RELATORIO-MST
           STRING 'REGISTROS DO MESTRE.............: ' WRK-AUX-DISPLAY7
               DELIMITED BY SIZE       INTO REG-RELATORIO-MST
           PERFORM 3900-GRAVAR-LINHA
      *
           MOVE WRK-TOT-CONFEREM       TO WRK-AUX-DISPLAY7
           MOVE SPACES                 TO REG-RELATORIO-MST
           STRING 'REGISTROS QUE CONFEREM..........: ' WRK-AUX-DISPLAY7
               DELIMITED BY SIZE       INTO REG-RELATORIO-MST
           PERFORM 3900-GRAVAR-LINHA
      *
           MOVE WRK-TOT-DIVERGENTES    TO WRK-AUX-DISPLAY7
           MOVE SPACES                 TO REG-RELATORIO-MST
           STRING 'REGISTROS DIVERGENTES...........: ' WRK-AUX-DISPLAY7
               DELIMITED BY SIZE       INTO REG-RELATORIO-MST
           PERFORM 3900-GRAVAR-LINHA
      *
           MOVE WRK-TOT-SEM-HISTORICO  TO WRK-AUX-DISPLAY7
           MOVE SPACES                 TO REG-RELATORIO-MST
           STRING 'MESTRE SEM HISTORICO............: ' WRK-AUX-DISPLAY7
               DELIMITED BY SIZE       INTO REG-RELATORIO-MST
           PERFORM 3900-GRAVAR-LINHA
      *
           MOVE WRK-TOT-SEM-MESTRE     TO WRK-AUX-DISPLAY7
           MOVE SPACES                 TO REG-RELATORIO-MST
           STRING 'HISTORICO SEM MESTRE............: ' WRK-AUX-DISPLAY7
               DELIMITED BY SIZE       INTO REG-RELATORIO-MST
           PERFORM 3900-GRAVAR-LINHA
      *
           MOVE WRK-TOT-EXCLUIDOS      TO WRK-AUX-DISPLAY7
           MOVE SPACES                 TO REG-RELATORIO-MST
           STRING 'EXCLUIDOS LGPD AINDA NO CPFHST..: ' WRK-AUX-DISPLAY7
               DELIMITED BY SIZE       INTO REG-RELATORIO-MST
           PERFORM 3900-GRAVAR-LINHA
      *
           MOVE WRK-TOT-RETORNOS       TO WRK-AUX-DISPLAY7
           MOVE SPACES                 TO REG-RELATORIO-MST
           STRING 'RETORNOS APOS EXCLUSAO LGPD.....: ' WRK-AUX-DISPLAY7
               DELIMITED BY SIZE       INTO REG-RELATORIO-MST
           PERFORM 3900-GRAVAR-LINHA
      *
           IF  WRK-PARM-MODO           EQUAL 'R'
               MOVE WRK-TOT-CARGA      TO WRK-AUX-DISPLAY7
               MOVE SPACES             TO REG-RELATORIO-MST
               STRING 'REGISTROS NA CARGA DO MESTRE.....: '
                   WRK-AUX-DISPLAY7
                   DELIMITED BY SIZE   INTO REG-RELATORIO-MST
               PERFORM 3900-GRAVAR-LINHA
           END-IF
      *
           IF  WRK-TOT-EXCLUIDOS       > ZEROS OR
               WRK-TOT-RETORNOS        > ZEROS
               MOVE SPACES             TO REG-RELATORIO-MST
               STRING 'CONFERIR O ULTIMO IFBA3LGP E RENOMEAR CPFHSTN'
                   ' SOBRE O HISTORICO ATUAL (CPFHST)'
                   DELIMITED BY SIZE   INTO REG-RELATORIO-MST
               PERFORM 3900-GRAVAR-LINHA
           END-IF
      *
           MOVE WRK-COD-CONDICAO       TO WRK-AUX-DISPLAY7
           MOVE SPACES                 TO REG-RELATORIO-MST
           STRING 'CODIGO DE CONDICAO DO JOB.......: ' WRK-AUX-DISPLAY7
               DELIMITED BY SIZE       INTO REG-RELATORIO-MST
           PERFORM 3900-GRAVAR-LINHA.
      *----------------------------------------------------------------*
       3100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    CODIGO DE CONDICAO: 12 = HISTORICO OU MESTRE INDISPONIVEL   *
      *    (JA DEFINIDO NA INICIALIZACAO) OU HISTORICO FORA DE         *
      *    SEQUENCIA, 8 = DIVERGENCIA, MESTRE SEM HISTORICO, HISTORICO *
      *    SEM MESTRE OU EXCLUSOES LGPD NAO CONHECIDAS, 4 = SO EXPURGO *
      *    LGPD PENDENTE NO CPFHST. O CODIGO NUNCA E REBAIXADO.        *
      *----------------------------------------------------------------*
       3200-DEFINIR-CONDICAO           SECTION.
      *----------------------------------------------------------------*
           IF  WRK-TOT-DIVERGENTES     > ZEROS OR
               WRK-TOT-SEM-HISTORICO   > ZEROS OR
               WRK-TOT-SEM-MESTRE      > ZEROS
               IF  WRK-COD-CONDICAO    < 08
                   MOVE 08             TO WRK-COD-CONDICAO
               END-IF
           END-IF
      *
           IF  WRK-TOT-EXCLUIDOS       > ZEROS OR
               WRK-TOT-RETORNOS        > ZEROS
               IF  WRK-COD-CONDICAO    < 04
                   MOVE 04             TO WRK-COD-CONDICAO
               END-IF
           END-IF.
      *----------------------------------------------------------------*
       3200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    GRAVA A LINHA CORRENTE EM MSTRPT E ESPELHA COM DISPLAY      *
      *    PARA SYSOUT, COMO FAZEM OS RESUMOS DOS DEMAIS PROGRAMAS.    *
      *----------------------------------------------------------------*
       3900-GRAVAR-LINHA               SECTION.
      *----------------------------------------------------------------*
           WRITE REG-RELATORIO-MST
           DISPLAY REG-RELATORIO-MST.
      *----------------------------------------------------------------*
       3900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
           END PROGRAM IFBA3MST.
      *----------------------------------------------------------------*
