      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. IFBA3APR INITIAL.
       AUTHOR.     ATILA EDUARDO DA CRUZ SANTOS CARDOSO.
      *----------------------------------------------------------------*
      *    PROGRAMA............: IFBA3APR                              *
      *    ANALISTA/PROGAMADOR: ATILA EDUARDO DA CRUZ SANTOS CARDOSO   *
      *    DATA..............: 10/2026                                 *
      *----------------------------------------------------------------*
      *    OBJETIVO....: DUPLO CONTROLE (MAKER/CHECKER) DA MANUTENCAO  *
      *    DAS TABELAS UFTAB/FILTAB. MANTEM O CADASTRO DE TRANSACOES   *
      *    PENDENTES (DD PNDIN -> DD PNDOUT, LAYOUT IFBA3PDF), QUE E   *
      *    A UNICA ENTRADA DE IFBA3TAB:                                *
      *    - DECISOES DO CHECKER (DD DECIN): 'APROVA' OU 'RECUSA' DE   *
      *      UM ITEM PENDENTE. O CHECKER NAO PODE SER O MAKER DO ITEM  *
      *      (AUTOAPROVACAO E RECUSADA E O ITEM CONTINUA PENDENTE);    *
      *    - REGISTRO DE TRANSACOES NOVAS (DD TRANIN, LAYOUT DE        *
      *      IFBA3TAB + MAKER NAS POSICOES 31-38). O ITEM ENTRA        *
      *      PENDENTE E SO PODE SER DECIDIDO EM EXECUCAO POSTERIOR;    *
      *    - EXPIRACAO DOS ITENS PENDENTES HA MAIS DIAS QUE O LIMITE   *
      *      DO CARTAO PARMIN, QUE SAEM DO CADASTRO.                   *
      *    TODO EVENTO VAI PARA O RELATORIO (DD APRRPT) E PARA A       *
      *    TRILHA DE AUDITORIA (DD AUDIT).                             *
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
           SELECT PENDING-IN-FILE      ASSIGN TO 'PNDIN'
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-PND-STATUS.

           SELECT PENDING-OUT-FILE     ASSIGN TO 'PNDOUT'
                                        ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TRAN-IN-FILE         ASSIGN TO 'TRANIN'
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-TRN-STATUS.

           SELECT DECISION-FILE        ASSIGN TO 'DECIN'
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-DEC-STATUS.

           SELECT APPROVAL-REPORT-FILE ASSIGN TO 'APRRPT'
                                        ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-FILE           ASSIGN TO 'AUDIT'
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-AUD-STATUS.

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
       COPY IFBA3PDF.
      *----------------------------------------------------------------*
      *    NOVA GERACAO DO CADASTRO DE PENDENTES - MESMO LAYOUT DO     *
      *    PNDIN (IFBA3PDF).                                           *
      *----------------------------------------------------------------*
       FD  PENDING-OUT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  REG-PENDENTE-NOVO.
           05  REG-PNN-TIPO             PIC X(001).
           05  REG-PNN-NUMERO           PIC 9(007).
           05  REG-PNN-TRANSACAO        PIC X(030).
           05  REG-PNN-MAKER            PIC X(008).
           05  REG-PNN-DATA-REGISTRO    PIC 9(008).
           05  REG-PNN-HORA-REGISTRO    PIC 9(008).
           05  REG-PNN-SITUACAO         PIC X(001).
           05  REG-PNN-CHECKER          PIC X(008).
           05  REG-PNN-DATA-DECISAO     PIC 9(008).
           05  REG-PNN-HORA-DECISAO     PIC 9(008).
           05  FILLER                   PIC X(013).
      *----------------------------------------------------------------*
      *    TRANSACAO DE MANUTENCAO NO LAYOUT DE IFBA3TAB (POSICOES     *
      *    1-30) SEGUIDA DA IDENTIFICACAO DE QUEM A PREPAROU.          *
      *----------------------------------------------------------------*
       FD  TRAN-IN-FILE
           RECORD CONTAINS 038 CHARACTERS.
       01  REG-TRANSACAO.
           05  REG-TRN-DADOS            PIC X(030).
           05  REG-TRN-MAKER            PIC X(008).
      *----------------------------------------------------------------*
      *    CARTAO DE DECISAO DO CHECKER:                               *
      *      'APROVA NNNNNNN CHECKER'                                  *
      *      'RECUSA NNNNNNN CHECKER MOTIVO'                           *
      *----------------------------------------------------------------*
       FD  DECISION-FILE
           RECORD CONTAINS 080 CHARACTERS.
       01  REG-DECISAO.
           05  REG-DEC-FUNCAO           PIC X(006).
           05  FILLER                   PIC X(001).
           05  REG-DEC-NUMERO           PIC X(007).
           05  FILLER                   PIC X(001).
           05  REG-DEC-CHECKER          PIC X(008).
           05  FILLER                   PIC X(001).
           05  REG-DEC-MOTIVO           PIC X(020).
           05  FILLER                   PIC X(036).
      *----------------------------------------------------------------*
       FD  APPROVAL-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  REG-RELATORIO-APR           PIC X(100).
      *----------------------------------------------------------------*
       COPY IFBA3AUF.
      *----------------------------------------------------------------*
      *    CARTAO DE PARAMETROS (DD PARMIN): PRAZO DE EXPIRACAO DOS    *
      *    ITENS PENDENTES EM DIAS, 3 DIGITOS. SEM CARTAO, OU NAO      *
      *    NUMERICO, VALE 007.                                         *
      *----------------------------------------------------------------*
       FD  PARM-FILE
           RECORD CONTAINS 003 CHARACTERS.
       01  REG-PARAMETRO.
           05  REG-PARM-PRAZO           PIC X(003).
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       77  FILLER                      PIC X(055)          VALUE
           '* INICIO DA WORKING STORAGE SECTION IFBA3APR *'.
      *----------------------------------------------------------------*
       COPY IFBA3DTW.
      *----------------------------------------------------------------*
      *    AREA DE CONTROLE DO LOTE                                    *
      *----------------------------------------------------------------*
       77  WRK-PND-STATUS              PIC X(002)          VALUE '00'.
       77  WRK-TRN-STATUS              PIC X(002)          VALUE '00'.
       77  WRK-DEC-STATUS              PIC X(002)          VALUE '00'.
       77  WRK-AUD-STATUS              PIC X(002)          VALUE '00'.
       77  WRK-PARM-STATUS             PIC X(002)          VALUE '00'.
       77  WRK-PARM-PRAZO              PIC 9(003)          VALUE 7.
       77  WRK-FIM-ARQUIVO             PIC X(001)          VALUE 'N'.
       77  WRK-CADASTRO-OK             PIC X(001)          VALUE 'N'.
       77  WRK-DATA-HOJE               PIC 9(008)          VALUE ZEROS.
       77  WRK-HORA-HOJE               PIC 9(008)          VALUE ZEROS.
       77  WRK-DIAS-HOJE               PIC 9(007)          VALUE ZEROS.
       77  WRK-ULTIMO-NUMERO           PIC 9(007)          VALUE ZEROS.
       77  WRK-AUX-DISPLAY7            PIC Z.ZZZ.ZZ9       VALUE SPACES.
      *----------------------------------------------------------------*
      *    TOTAIS DO LOTE                                              *
      *----------------------------------------------------------------*
       77  WRK-TOT-CADASTRO            PIC 9(007)          VALUE ZEROS.
       77  WRK-TOT-CARTOES             PIC 9(007)          VALUE ZEROS.
       77  WRK-TOT-TRANSACOES          PIC 9(007)          VALUE ZEROS.
       77  WRK-TOT-REGISTRADOS         PIC 9(007)          VALUE ZEROS.
       77  WRK-TOT-APROVADOS           PIC 9(007)          VALUE ZEROS.
       77  WRK-TOT-RECUSADOS           PIC 9(007)          VALUE ZEROS.
       77  WRK-TOT-AUTOAPROVACOES      PIC 9(007)          VALUE ZEROS.
       77  WRK-TOT-EXPIRADOS           PIC 9(007)          VALUE ZEROS.
       77  WRK-TOT-INVALIDOS           PIC 9(007)          VALUE ZEROS.
       77  WRK-TOT-PENDENTES           PIC 9(007)          VALUE ZEROS.
       77  WRK-TOT-A-APLICAR           PIC 9(007)          VALUE ZEROS.
      *----------------------------------------------------------------*
      *    CADASTRO DE PENDENTES EM MEMORIA. SITUACAO 'P' PENDENTE E   *
      *    'A' APROVADO VOLTAM PARA O PNDOUT; 'R' RECUSADO E 'E'       *
      *    EXPIRADO SAEM DO CADASTRO. CADASTRO MAIOR QUE A TABELA E    *
      *    COPIADO SEM ALTERACAO, COM CONDICAO 12.                     *
      *----------------------------------------------------------------*
       01  WRK-TAB-PENDENTES.
           05  WRK-PND-OCORR           OCCURS 1000 TIMES.
               10  WRK-PND-NUMERO      PIC 9(007).
               10  WRK-PND-TRANSACAO   PIC X(030).
               10  WRK-PND-MAKER       PIC X(008).
               10  WRK-PND-DATA-REG    PIC 9(008).
               10  WRK-PND-HORA-REG    PIC 9(008).
               10  WRK-PND-SITUACAO    PIC X(001).
               10  WRK-PND-CHECKER     PIC X(008).
               10  WRK-PND-DATA-DEC    PIC 9(008).
               10  WRK-PND-HORA-DEC    PIC 9(008).
       77  WRK-PND-TOTAL               PIC 9(004)          VALUE ZEROS.
       77  WRK-PND-ESTOURO             PIC X(001)          VALUE 'N'.
      *----------------------------------------------------------------*
      *    AREA DE LOCALIZACAO E DO EVENTO CORRENTE                    *
      *----------------------------------------------------------------*
       77  WRK-TAB-SUB                 PIC 9(004)          VALUE ZEROS.
       77  WRK-TAB-ACHOU               PIC X(001)          VALUE 'N'.
       77  WRK-DEC-NUMERO              PIC 9(007)          VALUE ZEROS.
       77  WRK-PND-DIAS                PIC 9(007)          VALUE ZEROS.
       77  WRK-EVT-EVENTO              PIC X(009)          VALUE SPACES.
       77  WRK-EVT-MOTIVO              PIC X(020)          VALUE SPACES.
       77  WRK-AUD-DATA                PIC 9(008)          VALUE ZEROS.
       77  WRK-AUD-HORA                PIC 9(008)          VALUE ZEROS.
      *----------------------------------------------------------------*
      *    MENSAGENS DE REJEICAO DE CARTAO E DE TRANSACAO              *
      *----------------------------------------------------------------*
       01  WRK-MENSAGEM-ERRO-APR.
           05 WRK-MSGA01               PIC  X(020)         VALUE
           'FUNCAO INVALIDA'.
           05 WRK-MSGA02               PIC  X(020)         VALUE
           'NUMERO INVALIDO'.
           05 WRK-MSGA03               PIC  X(020)         VALUE
           'CHECKER AUSENTE'.
           05 WRK-MSGA04               PIC  X(020)         VALUE
           'ITEM NAO ENCONTRADO'.
           05 WRK-MSGA05               PIC  X(020)         VALUE
           'ITEM JA DECIDIDO'.
           05 WRK-MSGA06               PIC  X(020)         VALUE
           'MAKER AUSENTE'.
           05 WRK-MSGA07               PIC  X(020)         VALUE
           'TRANSACAO EM BRANCO'.
           05 WRK-MSGA08               PIC  X(020)         VALUE
           'CADASTRO CHEIO'.
      *----------------------------------------------------------------*
       77  FILLER                      PIC X(055)          VALUE
           '* FIM DA WORKING STORAGE SECTION IFBA3APR *'.
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
           ACCEPT WRK-DATA-HOJE        FROM DATE YYYYMMDD
           ACCEPT WRK-HORA-HOJE        FROM TIME
           MOVE WRK-DATA-HOJE          TO WRK-CNV-DATA
           PERFORM 8100-DATA-PARA-DIAS
           MOVE WRK-CNV-DIAS           TO WRK-DIAS-HOJE
      *
           OPEN OUTPUT APPROVAL-REPORT-FILE
           MOVE SPACES                 TO REG-RELATORIO-APR
           STRING '*** RELATORIO IFBA3APR - APROVACAO DA MANUTENCAO'
               ' UFTAB/FILTAB ***'
               DELIMITED BY SIZE       INTO REG-RELATORIO-APR
           PERFORM 3900-GRAVAR-LINHA
      *
           MOVE WRK-PARM-PRAZO         TO WRK-AUX-DISPLAY7
           MOVE SPACES                 TO REG-RELATORIO-APR
           STRING 'PRAZO DE EXPIRACAO (DIAS)...: ' WRK-AUX-DISPLAY7
               DELIMITED BY SIZE       INTO REG-RELATORIO-APR
           PERFORM 3900-GRAVAR-LINHA
      *
           OPEN EXTEND AUDIT-FILE
           IF  WRK-AUD-STATUS          NOT EQUAL '00'
               OPEN OUTPUT AUDIT-FILE
           END-IF
      *
           PERFORM 1100-CARREGAR-CADASTRO.
      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    CARREGA O CADASTRO DE PENDENTES. SEM O CADASTRO NADA E      *
      *    REGISTRADO NEM DECIDIDO (CONDICAO 12); CADASTRO MAIOR QUE   *
      *    A TABELA E COPIADO INTEGRO NO FIM (3100), SEM DECISOES.     *
      *----------------------------------------------------------------*
       1100-CARREGAR-CADASTRO          SECTION.
      *----------------------------------------------------------------*
           OPEN INPUT PENDING-IN-FILE
           IF  WRK-PND-STATUS          NOT EQUAL '00'
               MOVE SPACES             TO REG-RELATORIO-APR
               STRING '*** CADASTRO DE PENDENTES (PNDIN) INDISPONIVEL'
                   ' - STATUS ' WRK-PND-STATUS ' ***'
                   DELIMITED BY SIZE   INTO REG-RELATORIO-APR
               PERFORM 3900-GRAVAR-LINHA
               MOVE 12                 TO RETURN-CODE
               GO TO 1100-99-FIM
           END-IF.
      *
       1100-10-LER.
           READ PENDING-IN-FILE
               AT END
                   GO TO 1100-20-FECHAR
           END-READ
      *
           IF  REG-PND-TIPO            EQUAL 'C'
               IF  REG-PND-NUMERO      IS NUMERIC AND
                   REG-PND-NUMERO      > WRK-ULTIMO-NUMERO
                   MOVE REG-PND-NUMERO TO WRK-ULTIMO-NUMERO
               END-IF
               GO TO 1100-10-LER
           END-IF
      *
           ADD 1                       TO WRK-TOT-CADASTRO
           IF  WRK-PND-TOTAL           NOT < 1000
               MOVE 'S'                TO WRK-PND-ESTOURO
               GO TO 1100-10-LER
           END-IF
      *
           ADD 1                       TO WRK-PND-TOTAL
           MOVE WRK-PND-TOTAL          TO WRK-TAB-SUB
           MOVE REG-PND-NUMERO         TO WRK-PND-NUMERO(WRK-TAB-SUB)
           MOVE REG-PND-TRANSACAO      TO WRK-PND-TRANSACAO(WRK-TAB-SUB)
           MOVE REG-PND-MAKER          TO WRK-PND-MAKER(WRK-TAB-SUB)
           MOVE REG-PND-DATA-REGISTRO  TO WRK-PND-DATA-REG(WRK-TAB-SUB)
           MOVE REG-PND-HORA-REGISTRO  TO WRK-PND-HORA-REG(WRK-TAB-SUB)
           MOVE REG-PND-SITUACAO       TO WRK-PND-SITUACAO(WRK-TAB-SUB)
           MOVE REG-PND-CHECKER        TO WRK-PND-CHECKER(WRK-TAB-SUB)
           MOVE REG-PND-DATA-DECISAO   TO WRK-PND-DATA-DEC(WRK-TAB-SUB)
           MOVE REG-PND-HORA-DECISAO   TO WRK-PND-HORA-DEC(WRK-TAB-SUB)
      *
           IF  REG-PND-NUMERO          > WRK-ULTIMO-NUMERO
               MOVE REG-PND-NUMERO     TO WRK-ULTIMO-NUMERO
           END-IF
           GO TO 1100-10-LER.
      *
       1100-20-FECHAR.
           CLOSE PENDING-IN-FILE
      *
           IF  WRK-PND-ESTOURO         EQUAL 'S'
               MOVE SPACES             TO REG-RELATORIO-APR
               STRING '*** CADASTRO DE PENDENTES EXCEDE 1000 ITENS -'
                   ' COPIADO SEM ALTERACAO, NENHUMA DECISAO OU'
                   ' REGISTRO ***'
                   DELIMITED BY SIZE   INTO REG-RELATORIO-APR
               PERFORM 3900-GRAVAR-LINHA
               MOVE 12                 TO RETURN-CODE
           ELSE
               MOVE 'S'                TO WRK-CADASTRO-OK
           END-IF.
      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *                                                                *
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
                   IF  REG-PARM-PRAZO  IS NUMERIC
                       MOVE REG-PARM-PRAZO
                                       TO WRK-PARM-PRAZO
                   END-IF
           END-READ
      *
           CLOSE PARM-FILE.
      *----------------------------------------------------------------*
       1095-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    AS DECISOES SAO APLICADAS ANTES DO REGISTRO, PARA UM ITEM   *
      *    NAO SER DECIDIDO NA MESMA EXECUCAO EM QUE ENTROU, E ANTES   *
      *    DA EXPIRACAO, PARA A DECISAO DO ULTIMO DIA VALER.           *
      *----------------------------------------------------------------*
       2000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*
           IF  WRK-CADASTRO-OK         NOT EQUAL 'S'
               GO TO 2000-99-FIM
           END-IF
      *
           PERFORM 2100-APLICAR-DECISOES.
      *
           PERFORM 2200-REGISTRAR-TRANSACOES.
      *
           PERFORM 2300-EXPIRAR-PENDENTES.
      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    CARTOES DO CHECKER (DD DECIN, OPCIONAL). CARTAO INVALIDO    *
      *    OU PARA ITEM INEXISTENTE/JA DECIDIDO VALE CONDICAO 4;       *
      *    AUTOAPROVACAO VALE CONDICAO 8 E O ITEM SEGUE PENDENTE.      *
      *----------------------------------------------------------------*
       2100-APLICAR-DECISOES           SECTION.
      *----------------------------------------------------------------*
           OPEN INPUT DECISION-FILE
           IF  WRK-DEC-STATUS          NOT EQUAL '00'
               GO TO 2100-99-FIM
           END-IF.
      *
       2100-10-LER.
           READ DECISION-FILE
               AT END
                   GO TO 2100-20-FECHAR
           END-READ
           ADD 1                       TO WRK-TOT-CARTOES
           PERFORM 2110-APLICAR-DECISAO
           GO TO 2100-10-LER.
      *
       2100-20-FECHAR.
           CLOSE DECISION-FILE.
      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2110-APLICAR-DECISAO            SECTION.
      *----------------------------------------------------------------*
           IF  REG-DEC-FUNCAO          NOT EQUAL 'APROVA' AND
               REG-DEC-FUNCAO          NOT EQUAL 'RECUSA'
               MOVE WRK-MSGA01         TO WRK-EVT-MOTIVO
               PERFORM 2190-REJEITAR-CARTAO
               GO TO 2110-99-FIM
           END-IF
      *
           IF  REG-DEC-NUMERO          IS NOT NUMERIC
               MOVE WRK-MSGA02         TO WRK-EVT-MOTIVO
               PERFORM 2190-REJEITAR-CARTAO
               GO TO 2110-99-FIM
           END-IF
      *
           IF  REG-DEC-CHECKER         EQUAL SPACES
               MOVE WRK-MSGA03         TO WRK-EVT-MOTIVO
               PERFORM 2190-REJEITAR-CARTAO
               GO TO 2110-99-FIM
           END-IF
      *
           MOVE REG-DEC-NUMERO         TO WRK-DEC-NUMERO
           MOVE 'N'                    TO WRK-TAB-ACHOU
           PERFORM VARYING WRK-TAB-SUB FROM 1 BY 1
                     UNTIL WRK-TAB-SUB > WRK-PND-TOTAL
                        OR WRK-TAB-ACHOU EQUAL 'S'
               IF  WRK-PND-NUMERO(WRK-TAB-SUB)
                                       EQUAL WRK-DEC-NUMERO
                   MOVE 'S'            TO WRK-TAB-ACHOU
               END-IF
           END-PERFORM
      *
           IF  WRK-TAB-ACHOU           EQUAL 'N'
               MOVE WRK-MSGA04         TO WRK-EVT-MOTIVO
               PERFORM 2190-REJEITAR-CARTAO
               GO TO 2110-99-FIM
           END-IF
           SUBTRACT 1                  FROM WRK-TAB-SUB
      *
           IF  WRK-PND-SITUACAO(WRK-TAB-SUB) NOT EQUAL 'P'
               MOVE WRK-MSGA05         TO WRK-EVT-MOTIVO
               PERFORM 2190-REJEITAR-CARTAO
               GO TO 2110-99-FIM
           END-IF
      *
      *    DUPLO CONTROLE: QUEM PREPAROU A TRANSACAO NAO A DECIDE.
      *
           IF  REG-DEC-CHECKER         EQUAL
                                       WRK-PND-MAKER(WRK-TAB-SUB)
               ADD 1                   TO WRK-TOT-AUTOAPROVACOES
               MOVE 'AUTOAPROV'        TO WRK-EVT-EVENTO
               MOVE 'AUTOAPROVACAO'    TO WRK-EVT-MOTIVO
               PERFORM 4000-REGISTRAR-EVENTO
               IF  RETURN-CODE         < 08
                   MOVE 08             TO RETURN-CODE
               END-IF
               GO TO 2110-99-FIM
           END-IF
      *
           MOVE REG-DEC-CHECKER        TO WRK-PND-CHECKER(WRK-TAB-SUB)
           MOVE WRK-DATA-HOJE          TO WRK-PND-DATA-DEC(WRK-TAB-SUB)
           MOVE WRK-HORA-HOJE          TO WRK-PND-HORA-DEC(WRK-TAB-SUB)
      *
           IF  REG-DEC-FUNCAO          EQUAL 'APROVA'
               MOVE 'A'                TO WRK-PND-SITUACAO(WRK-TAB-SUB)
               ADD 1                   TO WRK-TOT-APROVADOS
               MOVE 'APROVADO '        TO WRK-EVT-EVENTO
               MOVE SPACES             TO WRK-EVT-MOTIVO
           ELSE
               MOVE 'R'                TO WRK-PND-SITUACAO(WRK-TAB-SUB)
               ADD 1                   TO WRK-TOT-RECUSADOS
               MOVE 'RECUSADO '        TO WRK-EVT-EVENTO
               MOVE REG-DEC-MOTIVO     TO WRK-EVT-MOTIVO
           END-IF
      *
           PERFORM 4000-REGISTRAR-EVENTO.
      *----------------------------------------------------------------*
       2110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    CARTAO DE DECISAO NAO APLICADO - RELATORIO E CONDICAO 4.    *
      *----------------------------------------------------------------*
       2190-REJEITAR-CARTAO            SECTION.
      *----------------------------------------------------------------*
           ADD 1                       TO WRK-TOT-INVALIDOS
      *
           MOVE WRK-TOT-CARTOES        TO WRK-AUX-DISPLAY7
           MOVE SPACES                 TO REG-RELATORIO-APR
           STRING 'CARTAO ' WRK-AUX-DISPLAY7
               ' REJEITADO - ' WRK-EVT-MOTIVO
               ' : ' REG-DECISAO(1:44)
               DELIMITED BY SIZE       INTO REG-RELATORIO-APR
           PERFORM 3900-GRAVAR-LINHA
      *
           IF  RETURN-CODE             < 04
               MOVE 04                 TO RETURN-CODE
           END-IF.
      *----------------------------------------------------------------*
       2190-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    TRANSACOES NOVAS DO MAKER (DD TRANIN, OPCIONAL). CADA UMA   *
      *    RECEBE O PROXIMO NUMERO DE ITEM E ENTRA PENDENTE.           *
      *----------------------------------------------------------------*
       2200-REGISTRAR-TRANSACOES       SECTION.
      *----------------------------------------------------------------*
           OPEN INPUT TRAN-IN-FILE
           IF  WRK-TRN-STATUS          NOT EQUAL '00'
               GO TO 2200-99-FIM
           END-IF.
      *
       2200-10-LER.
           READ TRAN-IN-FILE
               AT END
                   GO TO 2200-20-FECHAR
           END-READ
           ADD 1                       TO WRK-TOT-TRANSACOES
           PERFORM 2210-REGISTRAR-TRANSACAO
           GO TO 2200-10-LER.
      *
       2200-20-FECHAR.
           CLOSE TRAN-IN-FILE.
      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2210-REGISTRAR-TRANSACAO        SECTION.
      *----------------------------------------------------------------*
           IF  REG-TRN-MAKER           EQUAL SPACES
               MOVE WRK-MSGA06         TO WRK-EVT-MOTIVO
               PERFORM 2290-REJEITAR-TRANSACAO
               GO TO 2210-99-FIM
           END-IF
      *
           IF  REG-TRN-DADOS           EQUAL SPACES
               MOVE WRK-MSGA07         TO WRK-EVT-MOTIVO
               PERFORM 2290-REJEITAR-TRANSACAO
               GO TO 2210-99-FIM
           END-IF
      *
           IF  WRK-PND-TOTAL           NOT < 1000
               MOVE WRK-MSGA08         TO WRK-EVT-MOTIVO
               PERFORM 2290-REJEITAR-TRANSACAO
               IF  RETURN-CODE         < 08
                   MOVE 08             TO RETURN-CODE
               END-IF
               GO TO 2210-99-FIM
           END-IF
      *
           ADD 1                       TO WRK-ULTIMO-NUMERO
           ADD 1                       TO WRK-PND-TOTAL
           MOVE WRK-PND-TOTAL          TO WRK-TAB-SUB
           MOVE WRK-ULTIMO-NUMERO      TO WRK-PND-NUMERO(WRK-TAB-SUB)
           MOVE REG-TRN-DADOS          TO WRK-PND-TRANSACAO(WRK-TAB-SUB)
           MOVE REG-TRN-MAKER          TO WRK-PND-MAKER(WRK-TAB-SUB)
           MOVE WRK-DATA-HOJE          TO WRK-PND-DATA-REG(WRK-TAB-SUB)
           MOVE WRK-HORA-HOJE          TO WRK-PND-HORA-REG(WRK-TAB-SUB)
           MOVE 'P'                    TO WRK-PND-SITUACAO(WRK-TAB-SUB)
           MOVE SPACES                 TO WRK-PND-CHECKER(WRK-TAB-SUB)
           MOVE ZEROS                  TO WRK-PND-DATA-DEC(WRK-TAB-SUB)
           MOVE ZEROS                  TO WRK-PND-HORA-DEC(WRK-TAB-SUB)
      *
           ADD 1                       TO WRK-TOT-REGISTRADOS
           MOVE 'REGISTRO '            TO WRK-EVT-EVENTO
           MOVE SPACES                 TO WRK-EVT-MOTIVO
           PERFORM 4000-REGISTRAR-EVENTO.
      *----------------------------------------------------------------*
       2210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    TRANSACAO NAO REGISTRADA - RELATORIO E CONDICAO 4.          *
      *----------------------------------------------------------------*
       2290-REJEITAR-TRANSACAO         SECTION.
      *----------------------------------------------------------------*
           ADD 1                       TO WRK-TOT-INVALIDOS
      *
           MOVE WRK-TOT-TRANSACOES     TO WRK-AUX-DISPLAY7
           MOVE SPACES                 TO REG-RELATORIO-APR
           STRING 'TRANSACAO ' WRK-AUX-DISPLAY7
               ' REJEITADA - ' WRK-EVT-MOTIVO
               ' : ' REG-TRANSACAO
               DELIMITED BY SIZE       INTO REG-RELATORIO-APR
           PERFORM 3900-GRAVAR-LINHA
      *
           IF  RETURN-CODE             < 04
               MOVE 04                 TO RETURN-CODE
           END-IF.
      *----------------------------------------------------------------*
       2290-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ITEM AINDA PENDENTE HA MAIS DIAS QUE O PRAZO DO PARMIN      *
      *    EXPIRA E SAI DO CADASTRO - O MAKER REGISTRA DE NOVO SE A    *
      *    ALTERACAO AINDA FOR DEVIDA. ITEM APROVADO NAO EXPIRA: JA    *
      *    PASSOU PELO CHECKER E AGUARDA SO A APLICACAO (IFBA3TAB).    *
      *----------------------------------------------------------------*
       2300-EXPIRAR-PENDENTES          SECTION.
      *----------------------------------------------------------------*
           PERFORM VARYING WRK-TAB-SUB FROM 1 BY 1
                     UNTIL WRK-TAB-SUB > WRK-PND-TOTAL
               IF  WRK-PND-SITUACAO(WRK-TAB-SUB) EQUAL 'P'
                   PERFORM 2310-EXPIRAR-ITEM
               END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       2300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2310-EXPIRAR-ITEM               SECTION.
      *----------------------------------------------------------------*
           IF  WRK-PND-DATA-REG(WRK-TAB-SUB) IS NOT NUMERIC OR
               WRK-PND-DATA-REG(WRK-TAB-SUB) EQUAL ZEROS
               GO TO 2310-99-FIM
           END-IF
      *
           MOVE WRK-PND-DATA-REG(WRK-TAB-SUB) TO WRK-CNV-DATA
           PERFORM 8100-DATA-PARA-DIAS
           IF  WRK-CNV-DIAS            NOT < WRK-DIAS-HOJE
               GO TO 2310-99-FIM
           END-IF
           COMPUTE WRK-PND-DIAS = WRK-DIAS-HOJE - WRK-CNV-DIAS
      *
           IF  WRK-PND-DIAS            NOT > WRK-PARM-PRAZO
               GO TO 2310-99-FIM
           END-IF
      *
           MOVE 'E'                    TO WRK-PND-SITUACAO(WRK-TAB-SUB)
           ADD 1                       TO WRK-TOT-EXPIRADOS
           MOVE 'EXPIRADO '            TO WRK-EVT-EVENTO
           MOVE SPACES                 TO WRK-EVT-MOTIVO
           STRING 'PRAZO DE ' WRK-PARM-PRAZO ' DIAS'
               DELIMITED BY SIZE       INTO WRK-EVT-MOTIVO
           PERFORM 4000-REGISTRAR-EVENTO
      *
           IF  RETURN-CODE             < 04
               MOVE 04                 TO RETURN-CODE
           END-IF.
      *----------------------------------------------------------------*
       2310-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    EVENTO DO ITEM WRK-TAB-SUB: DUAS LINHAS NO RELATORIO (O     *
      *    ITEM E A TRANSACAO) E UMA NA TRILHA DE AUDITORIA.           *
      *----------------------------------------------------------------*
       4000-REGISTRAR-EVENTO           SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-PND-NUMERO(WRK-TAB-SUB) TO WRK-AUX-DISPLAY7
           MOVE SPACES                 TO REG-RELATORIO-APR
           IF  WRK-EVT-EVENTO          EQUAL 'AUTOAPROV'
               STRING 'ITEM ' WRK-AUX-DISPLAY7
                   ' ' WRK-EVT-EVENTO
                   ' MAKER:' WRK-PND-MAKER(WRK-TAB-SUB)
                   ' EM:' WRK-PND-DATA-REG(WRK-TAB-SUB)
                   ' CHECKER:' REG-DEC-CHECKER
                   ' RECUSADA'
                   DELIMITED BY SIZE   INTO REG-RELATORIO-APR
           ELSE
               STRING 'ITEM ' WRK-AUX-DISPLAY7
                   ' ' WRK-EVT-EVENTO
                   ' MAKER:' WRK-PND-MAKER(WRK-TAB-SUB)
                   ' EM:' WRK-PND-DATA-REG(WRK-TAB-SUB)
                   ' CHECKER:' WRK-PND-CHECKER(WRK-TAB-SUB)
                   DELIMITED BY SIZE   INTO REG-RELATORIO-APR
           END-IF
           PERFORM 3900-GRAVAR-LINHA
      *
           MOVE SPACES                 TO REG-RELATORIO-APR
           IF  WRK-EVT-MOTIVO          EQUAL SPACES
               STRING '          TRANSACAO: '
                   WRK-PND-TRANSACAO(WRK-TAB-SUB)
                   DELIMITED BY SIZE   INTO REG-RELATORIO-APR
           ELSE
               STRING '          TRANSACAO: '
                   WRK-PND-TRANSACAO(WRK-TAB-SUB)
                   ' MOTIVO: ' WRK-EVT-MOTIVO
                   DELIMITED BY SIZE   INTO REG-RELATORIO-APR
           END-IF
           PERFORM 3900-GRAVAR-LINHA
      *
           ACCEPT WRK-AUD-DATA         FROM DATE YYYYMMDD
           ACCEPT WRK-AUD-HORA         FROM TIME
      *
           MOVE SPACES                 TO REG-AUDITORIA
           IF  WRK-EVT-EVENTO          EQUAL 'AUTOAPROV'
               STRING 'DATA:' WRK-AUD-DATA '-' WRK-AUD-HORA
                   ' ITEM:' WRK-PND-NUMERO(WRK-TAB-SUB)
                   ' EVENTO:' WRK-EVT-EVENTO
                   ' MAKER:' WRK-PND-MAKER(WRK-TAB-SUB)
                   ' CHK:' REG-DEC-CHECKER
                   ' PGM:IFBA3APR'
                   DELIMITED BY SIZE   INTO REG-AUDITORIA
           ELSE
               STRING 'DATA:' WRK-AUD-DATA '-' WRK-AUD-HORA
                   ' ITEM:' WRK-PND-NUMERO(WRK-TAB-SUB)
                   ' EVENTO:' WRK-EVT-EVENTO
                   ' MAKER:' WRK-PND-MAKER(WRK-TAB-SUB)
                   ' CHK:' WRK-PND-CHECKER(WRK-TAB-SUB)
                   ' PGM:IFBA3APR'
                   DELIMITED BY SIZE   INTO REG-AUDITORIA
           END-IF
      *
           WRITE REG-AUDITORIA.
      *----------------------------------------------------------------*
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
           PERFORM 3100-GRAVAR-CADASTRO.
      *
           PERFORM 3200-GRAVAR-RESUMO.
      *
           CLOSE APPROVAL-REPORT-FILE.
           CLOSE AUDIT-FILE.
      *
           STOP RUN.
      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    GRAVA A NOVA GERACAO DO CADASTRO: REGISTRO DE CONTROLE COM  *
      *    O ULTIMO NUMERO EMITIDO E OS ITENS PENDENTES E APROVADOS.   *
      *    CADASTRO QUE EXCEDEU A TABELA E RECOPIADO DO PNDIN TAL      *
      *    COMO ESTAVA. SEM PNDIN, NADA E GRAVADO.                     *
      *----------------------------------------------------------------*
       3100-GRAVAR-CADASTRO            SECTION.
      *----------------------------------------------------------------*
           IF  WRK-PND-STATUS          NOT EQUAL '00'
               GO TO 3100-99-FIM
           END-IF
      *
           OPEN OUTPUT PENDING-OUT-FILE
      *
           IF  WRK-PND-ESTOURO         EQUAL 'S'
               OPEN INPUT PENDING-IN-FILE
               GO TO 3100-20-COPIAR
           END-IF
      *
           MOVE SPACES                 TO REG-PENDENTE-NOVO
           MOVE 'C'                    TO REG-PNN-TIPO
           MOVE WRK-ULTIMO-NUMERO      TO REG-PNN-NUMERO
           MOVE WRK-DATA-HOJE          TO REG-PNN-DATA-REGISTRO
           MOVE WRK-HORA-HOJE          TO REG-PNN-HORA-REGISTRO
           WRITE REG-PENDENTE-NOVO
      *
           PERFORM VARYING WRK-TAB-SUB FROM 1 BY 1
                     UNTIL WRK-TAB-SUB > WRK-PND-TOTAL
               IF  WRK-PND-SITUACAO(WRK-TAB-SUB) EQUAL 'P' OR
                   WRK-PND-SITUACAO(WRK-TAB-SUB) EQUAL 'A'
                   PERFORM 3110-GRAVAR-ITEM
               END-IF
           END-PERFORM
           GO TO 3100-30-FECHAR.
      *
       3100-20-COPIAR.
           READ PENDING-IN-FILE
               AT END
                   CLOSE PENDING-IN-FILE
                   GO TO 3100-30-FECHAR
           END-READ
           WRITE REG-PENDENTE-NOVO     FROM REG-PENDENTE
           GO TO 3100-20-COPIAR.
      *
       3100-30-FECHAR.
           CLOSE PENDING-OUT-FILE.
      *----------------------------------------------------------------*
       3100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3110-GRAVAR-ITEM                SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                 TO REG-PENDENTE-NOVO
           MOVE 'I'                    TO REG-PNN-TIPO
           MOVE WRK-PND-NUMERO(WRK-TAB-SUB)    TO REG-PNN-NUMERO
           MOVE WRK-PND-TRANSACAO(WRK-TAB-SUB) TO REG-PNN-TRANSACAO
           MOVE WRK-PND-MAKER(WRK-TAB-SUB)     TO REG-PNN-MAKER
           MOVE WRK-PND-DATA-REG(WRK-TAB-SUB)  TO REG-PNN-DATA-REGISTRO
           MOVE WRK-PND-HORA-REG(WRK-TAB-SUB)  TO REG-PNN-HORA-REGISTRO
           MOVE WRK-PND-SITUACAO(WRK-TAB-SUB)  TO REG-PNN-SITUACAO
           MOVE WRK-PND-CHECKER(WRK-TAB-SUB)   TO REG-PNN-CHECKER
           MOVE WRK-PND-DATA-DEC(WRK-TAB-SUB)  TO REG-PNN-DATA-DECISAO
           MOVE WRK-PND-HORA-DEC(WRK-TAB-SUB)  TO REG-PNN-HORA-DECISAO
           WRITE REG-PENDENTE-NOVO
      *
           IF  WRK-PND-SITUACAO(WRK-TAB-SUB) EQUAL 'P'
               ADD 1                   TO WRK-TOT-PENDENTES
           ELSE
               ADD 1                   TO WRK-TOT-A-APLICAR
           END-IF.
      *----------------------------------------------------------------*
       3110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    GRAVA O RESUMO NO RELATORIO, ESPELHADO NO SYSOUT.           *
      *----------------------------------------------------------------*
       3200-GRAVAR-RESUMO              SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                 TO REG-RELATORIO-APR
           STRING '*** RESUMO IFBA3APR - APROVACAO DA MANUTENCAO ***'
               DELIMITED BY SIZE       INTO REG-RELATORIO-APR
           PERFORM 3900-GRAVAR-LINHA
           DISPLAY REG-RELATORIO-APR
      *
           MOVE WRK-TOT-CADASTRO       TO WRK-AUX-DISPLAY7
           MOVE SPACES                 TO REG-RELATORIO-APR
           STRING 'ITENS NO CADASTRO ANTERIOR..: ' WRK-AUX-DISPLAY7
               DELIMITED BY SIZE       INTO REG-RELATORIO-APR
           PERFORM 3900-GRAVAR-LINHA
           DISPLAY REG-RELATORIO-APR
      *
           MOVE WRK-TOT-CARTOES        TO WRK-AUX-DISPLAY7
           MOVE SPACES                 TO REG-RELATORIO-APR
           STRING 'CARTOES DE DECISAO LIDOS....: ' WRK-AUX-DISPLAY7
               DELIMITED BY SIZE       INTO REG-RELATORIO-APR
           PERFORM 3900-GRAVAR-LINHA
           DISPLAY REG-RELATORIO-APR
      *
           MOVE WRK-TOT-APROVADOS      TO WRK-AUX-DISPLAY7
           MOVE SPACES                 TO REG-RELATORIO-APR
           STRING 'ITENS APROVADOS.............: ' WRK-AUX-DISPLAY7
               DELIMITED BY SIZE       INTO REG-RELATORIO-APR
           PERFORM 3900-GRAVAR-LINHA
           DISPLAY REG-RELATORIO-APR
      *
           MOVE WRK-TOT-RECUSADOS      TO WRK-AUX-DISPLAY7
           MOVE SPACES                 TO REG-RELATORIO-APR
           STRING 'ITENS RECUSADOS.............: ' WRK-AUX-DISPLAY7
               DELIMITED BY SIZE       INTO REG-RELATORIO-APR
           PERFORM 3900-GRAVAR-LINHA
           DISPLAY REG-RELATORIO-APR
      *
           MOVE WRK-TOT-AUTOAPROVACOES TO WRK-AUX-DISPLAY7
           MOVE SPACES                 TO REG-RELATORIO-APR
           STRING 'AUTOAPROVACOES RECUSADAS....: ' WRK-AUX-DISPLAY7
               DELIMITED BY SIZE       INTO REG-RELATORIO-APR
           PERFORM 3900-GRAVAR-LINHA
           DISPLAY REG-RELATORIO-APR
      *
           MOVE WRK-TOT-TRANSACOES     TO WRK-AUX-DISPLAY7
           MOVE SPACES                 TO REG-RELATORIO-APR
           STRING 'TRANSACOES NOVAS LIDAS......: ' WRK-AUX-DISPLAY7
               DELIMITED BY SIZE       INTO REG-RELATORIO-APR
           PERFORM 3900-GRAVAR-LINHA
           DISPLAY REG-RELATORIO-APR
      *
           MOVE WRK-TOT-REGISTRADOS    TO WRK-AUX-DISPLAY7
           MOVE SPACES                 TO REG-RELATORIO-APR
           STRING 'ITENS REGISTRADOS...........: ' WRK-AUX-DISPLAY7
               DELIMITED BY SIZE       INTO REG-RELATORIO-APR
           PERFORM 3900-GRAVAR-LINHA
           DISPLAY REG-RELATORIO-APR
      *
           MOVE WRK-TOT-INVALIDOS      TO WRK-AUX-DISPLAY7
           MOVE SPACES                 TO REG-RELATORIO-APR
           STRING 'ENTRADAS REJEITADAS.........: ' WRK-AUX-DISPLAY7
               DELIMITED BY SIZE       INTO REG-RELATORIO-APR
           PERFORM 3900-GRAVAR-LINHA
           DISPLAY REG-RELATORIO-APR
      *
           MOVE WRK-TOT-EXPIRADOS      TO WRK-AUX-DISPLAY7
           MOVE SPACES                 TO REG-RELATORIO-APR
           STRING 'ITENS EXPIRADOS.............: ' WRK-AUX-DISPLAY7
               DELIMITED BY SIZE       INTO REG-RELATORIO-APR
           PERFORM 3900-GRAVAR-LINHA
           DISPLAY REG-RELATORIO-APR
      *
           MOVE WRK-TOT-PENDENTES      TO WRK-AUX-DISPLAY7
           MOVE SPACES                 TO REG-RELATORIO-APR
           STRING 'PENDENTES DE APROVACAO......: ' WRK-AUX-DISPLAY7
               DELIMITED BY SIZE       INTO REG-RELATORIO-APR
           PERFORM 3900-GRAVAR-LINHA
           DISPLAY REG-RELATORIO-APR
      *
           MOVE WRK-TOT-A-APLICAR      TO WRK-AUX-DISPLAY7
           MOVE SPACES                 TO REG-RELATORIO-APR
           STRING 'APROVADOS A APLICAR (TAB)...: ' WRK-AUX-DISPLAY7
               DELIMITED BY SIZE       INTO REG-RELATORIO-APR
           PERFORM 3900-GRAVAR-LINHA
           DISPLAY REG-RELATORIO-APR.
      *----------------------------------------------------------------*
       3200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3900-GRAVAR-LINHA               SECTION.
      *----------------------------------------------------------------*
           WRITE REG-RELATORIO-APR.
      *----------------------------------------------------------------*
       3900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       COPY IFBA3DTC.
      *----------------------------------------------------------------*
           END PROGRAM IFBA3APR.
      *----------------------------------------------------------------*
