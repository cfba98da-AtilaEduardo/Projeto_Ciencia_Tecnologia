      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. IFBA3BAL INITIAL.
       AUTHOR.     ATILA EDUARDO DA CRUZ SANTOS CARDOSO.
      *----------------------------------------------------------------*
      *    PROGRAMA............: IFBA3BAL                              *
      *    ANALISTA/PROGAMADOR: ATILA EDUARDO DA CRUZ SANTOS CARDOSO   *
      *    DATA..............: 10/2026                                 *
      *----------------------------------------------------------------*
      *    OBJETIVO....: BALANCEAMENTO CRUZADO DAS SAIDAS DO LOTE      *
      *    NOTURNO (IFBA3CPB, OU IFBA3MRG NO LOTE PARALELO) ANTES DA   *
      *    TRANSMISSAO. PARA A DATA DO CICLO, CONFERE O RETORNO        *
      *    (DD RETOUT) CONTRA OS PROPRIOS TRAILERS E O HISTORICO DE    *
      *    EXECUCOES (DD RUNHST), A INTERFACE DO WAREHOUSE (DD         *
      *    INTOUT) CONTRA DETALHES + RECICLADOS, OS REJEITOS (DD       *
      *    REJOUT, GERACAO DO CICLO, E DD REJANT, GERACOES ANTERIORES) *
      *    CONTRA OS INVALIDOS, OS MOVIMENTOS DO HISTORICO DO MESTRE   *
      *    (DD CPFHST) E A TRILHA DE AUDITORIA (DD AUDIT) CONTRA OS    *
      *    DOCUMENTOS PROCESSADOS E AS EXCECOES (DD EXCOUT)            *
      *    CONTRA O RUNHST. EM RESTART, O ULTIMO CHECKPOINT (DD CHKPT) *
      *    DA O TOTAL ABSOLUTO DO CICLO - O RUNHST DA EXECUCAO         *
      *    RETOMADA SO CONTA O TRECHO RETOMADO. EMITE O CERTIFICADO    *
      *    DE BALANCEAMENTO (DD BALRPT) E TERMINA COM CONDICAO 8       *
      *    (RETER A TRANSMISSAO) EM QUALQUER DIVERGENCIA - LINHA       *
      *    DUPLICADA OU PERDIDA NOS DATASETS MOD E JUSTAMENTE O QUE O  *
      *    RESTART PODE DEIXAR PARA TRAS.                              *
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
           SELECT RUN-HISTORY-FILE     ASSIGN TO 'RUNHST'
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-RUN-STATUS.

           SELECT CHECKPOINT-FILE      ASSIGN TO 'CHKPT'
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-CHKPT-STATUS.

           SELECT RETURN-FILE          ASSIGN TO 'RETOUT'
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-RET-STATUS.

           SELECT INTERFACE-FILE       ASSIGN TO 'INTOUT'
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-INT-STATUS.

           SELECT REJECT-FILE          ASSIGN TO 'REJOUT'
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-REJ-STATUS.

           SELECT REJECT-OLD-FILE      ASSIGN TO 'REJANT'
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-REJA-STATUS.

           SELECT MOVEMENT-HISTORY-FILE ASSIGN TO 'CPFHST'
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-HST-STATUS.

           SELECT AUDIT-FILE           ASSIGN TO 'AUDIT'
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-AUD-STATUS.

           SELECT EXCEPTION-FILE       ASSIGN TO 'EXCOUT'
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-EXC-STATUS.

           SELECT BALANCE-REPORT-FILE  ASSIGN TO 'BALRPT'
                                        ORGANIZATION IS LINE SEQUENTIAL.

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
       COPY IFBA3RHF.
      *----------------------------------------------------------------*
      *    CHECKPOINT DE RESTART DE IFBA3CPB (DD CHKPT) - O ULTIMO     *
      *    REGISTRO TEM O TOTAL ABSOLUTO DE DOCUMENTOS PROCESSADOS E   *
      *    OS ACUMULADOS DE VALIDOS/INVALIDOS, SOMANDO AS TENTATIVAS   *
      *    INTERROMPIDAS.                                              *
      *----------------------------------------------------------------*
       FD  CHECKPOINT-FILE
           RECORD CONTAINS 021 CHARACTERS.
       01  REG-CHKPT.
           05  REG-CHKPT-ABSOLUTO       PIC 9(007).
           05  REG-CHKPT-VALIDOS        PIC 9(007).
           05  REG-CHKPT-INVALIDOS      PIC 9(007).
      *----------------------------------------------------------------*
      *    RETORNO A ORIGEM GRAVADO POR IFBA3CPB/IFBA3MRG - HDR,       *
      *    DETALHES E TRL NO MESMO REGISTRO DE 40 BYTES.               *
      *----------------------------------------------------------------*
       FD  RETURN-FILE
           RECORD CONTAINS 040 CHARACTERS.
       01  REG-RETORNO.
           05  REG-RET-TIPO             PIC X(003).
           05  REG-RET-HDR-PROCESSO     PIC X(008).
           05  FILLER                   PIC X(029).
       01  REG-RETORNO-DET.
           05  FILLER                   PIC X(003).
           05  REG-RET-DET-DOCUMENTO    PIC X(017).
           05  REG-RET-DET-SITUACAO     PIC X(001).
           05  FILLER                   PIC X(019).
       01  REG-RETORNO-TRL.
           05  FILLER                   PIC X(003).
           05  REG-RET-TRL-DETALHES     PIC 9(007).
           05  REG-RET-TRL-ACEITOS      PIC 9(007).
           05  REG-RET-TRL-REJEITADOS   PIC 9(007).
           05  FILLER                   PIC X(016).
      *----------------------------------------------------------------*
       COPY IFBA3ITF.
      *----------------------------------------------------------------*
      *    REJEITOS - MESMO LAYOUT DO DD REJOUT GRAVADO POR IFBA3CPB   *
      *    (DETALHE ORIGINAL + ERRO + DATA DO CICLO).                  *
      *----------------------------------------------------------------*
       FD  REJECT-FILE
           RECORD CONTAINS 027 CHARACTERS.
       01  REG-REJEITO.
           05  REG-REJ-DOCUMENTO        PIC X(017).
           05  REG-REJ-ERRO             PIC X(002).
           05  REG-REJ-DATA-CICLO       PIC X(008).
      *----------------------------------------------------------------*
      *    REJEITOS DAS GERACOES ANTERIORES (DD REJANT, OPCIONAL) -    *
      *    MESMO LAYOUT. SO INTERESSA O TRECHO DO CICLO GRAVADO ANTES  *
      *    DE UMA RESUBMISSAO.                                         *
      *----------------------------------------------------------------*
       FD  REJECT-OLD-FILE
           RECORD CONTAINS 027 CHARACTERS.
       01  REG-REJEITO-ANT.
           05  FILLER                   PIC X(019).
           05  REG-REJA-DATA-CICLO      PIC X(008).
      *----------------------------------------------------------------*
       COPY IFBA3HSF.
      *----------------------------------------------------------------*
       COPY IFBA3AUF.
      *----------------------------------------------------------------*
       FD  EXCEPTION-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  REG-EXCECAO                 PIC X(100).
      *----------------------------------------------------------------*
       FD  BALANCE-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  REG-RELATORIO-BAL           PIC X(100).
      *----------------------------------------------------------------*
      *    CARTAO DE PARAMETROS (DD PARMIN): DATA DO CICLO (AAAAMMDD)  *
      *    E, SO QUANDO O RESTART ATRAVESSOU A MEIA-NOITE, A DATA      *
      *    FINAL DO CICLO (AAAAMMDD). SEM CARTAO, VALE A DATA DO       *
      *    CICLO DA ULTIMA EXECUCAO NO RUNHST; SEM DATA FINAL, O       *
      *    CICLO E UM DIA SO.                                          *
      *----------------------------------------------------------------*
       FD  PARM-FILE
           RECORD CONTAINS 016 CHARACTERS.
       01  REG-PARAMETRO.
           05  REG-PARM-DATA-INICIO     PIC X(008).
           05  REG-PARM-DATA-FIM        PIC X(008).
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       77  FILLER                      PIC X(055)          VALUE
           '* INICIO DA WORKING STORAGE SECTION IFBA3BAL *'.
      *----------------------------------------------------------------*
      *    AREA DE CONTROLE DO LOTE                                    *
      *----------------------------------------------------------------*
       77  WRK-FIM-ARQUIVO             PIC X(001)          VALUE 'N'.
       77  WRK-ERRO-ESTRUTURA          PIC X(001)          VALUE 'N'.
       77  WRK-RUN-STATUS              PIC X(002)          VALUE '00'.
       77  WRK-CHKPT-STATUS            PIC X(002)          VALUE '00'.
       77  WRK-RET-STATUS              PIC X(002)          VALUE '00'.
       77  WRK-INT-STATUS              PIC X(002)          VALUE '00'.
       77  WRK-REJ-STATUS              PIC X(002)          VALUE '00'.
       77  WRK-REJA-STATUS             PIC X(002)          VALUE '00'.
       77  WRK-HST-STATUS              PIC X(002)          VALUE '00'.
       77  WRK-AUD-STATUS              PIC X(002)          VALUE '00'.
       77  WRK-EXC-STATUS              PIC X(002)          VALUE '00'.
       77  WRK-PARM-STATUS             PIC X(002)          VALUE '00'.
       77  WRK-ARQ-DD                  PIC X(006)          VALUE SPACES.
       77  WRK-ARQ-STATUS              PIC X(002)          VALUE SPACES.
       77  WRK-AUX-DISPLAY7            PIC Z.ZZZ.ZZ9       VALUE SPACES.
       77  WRK-AUX-DISPLAY7B           PIC Z.ZZZ.ZZ9       VALUE SPACES.
      *----------------------------------------------------------------*
      *    CICLO CONFERIDO: DATA INICIAL E FINAL (IGUAIS, FORA O       *
      *    RESTART QUE ATRAVESSOU A MEIA-NOITE).                       *
      *----------------------------------------------------------------*
       77  WRK-DATA-INICIO             PIC 9(008)          VALUE ZEROS.
       77  WRK-DATA-FIM                PIC 9(008)          VALUE ZEROS.
       77  WRK-DATA-INFORMADA          PIC X(001)          VALUE 'N'.
       01  WRK-DATA-LIDA-X             PIC X(008)          VALUE SPACES.
       01  WRK-DATA-LIDA           REDEFINES   WRK-DATA-LIDA-X
                                       PIC 9(008).
       77  WRK-DATA-NO-CICLO           PIC X(001)          VALUE 'N'.
      *----------------------------------------------------------------*
      *    A TRILHA DE AUDITORIA E DATADA NA GRAVACAO: A EXECUCAO QUE  *
      *    ATRAVESSA A MEIA-NOITE GRAVA AS ULTIMAS LINHAS NO DIA       *
      *    SEGUINTE AO FIM DO CICLO (WRK-DIAS-FIM, EM DIAS CORRIDOS).  *
      *----------------------------------------------------------------*
       COPY IFBA3DTW.
       77  WRK-DIAS-FIM                PIC 9(007)          VALUE ZEROS.
      *----------------------------------------------------------------*
      *    TOTAIS DO CICLO SEGUNDO O RUNHST (EXECUCOES NAO RECUSADAS)  *
      *    E A ULTIMA EXECUCAO, QUE E A QUE O CHECKPOINT ACOMPANHA.    *
      *----------------------------------------------------------------*
       77  WRK-RUN-EXECUCOES           PIC 9(007)          VALUE ZEROS.
       77  WRK-RUN-RECUSADAS           PIC 9(007)          VALUE ZEROS.
       77  WRK-RUN-DETALHES            PIC 9(007)          VALUE ZEROS.
       77  WRK-RUN-RECICLADOS          PIC 9(007)          VALUE ZEROS.
       77  WRK-RUN-VALIDOS             PIC 9(007)          VALUE ZEROS.
       77  WRK-RUN-INVALIDOS           PIC 9(007)          VALUE ZEROS.
       77  WRK-RUN-EXCECOES            PIC 9(007)          VALUE ZEROS.
       77  WRK-RUN-LIDOS               PIC 9(007)          VALUE ZEROS.
       77  WRK-RUN-PROCESSADOS         PIC 9(007)          VALUE ZEROS.
       77  WRK-ULT-VALIDOS             PIC 9(007)          VALUE ZEROS.
       77  WRK-ULT-INVALIDOS           PIC 9(007)          VALUE ZEROS.
       77  WRK-ULT-PROCESSADOS         PIC 9(007)          VALUE ZEROS.
       77  WRK-ULT-CONDICAO            PIC 9(002)          VALUE ZEROS.
      *----------------------------------------------------------------*
      *    ULTIMO CHECKPOINT E TOTAIS ABSOLUTOS DO CICLO. O TRECHO     *
      *    ANTES DO RESTART (WRK-CIC-RESTART) E O QUE O CHECKPOINT     *
      *    TEM A MAIS QUE O RUNHST DA ULTIMA EXECUCAO - E A FOLGA      *
      *    ACEITA NAS CONFERENCIAS QUE SO O RUNHST PODE DAR.           *
      *----------------------------------------------------------------*
       77  WRK-CHKPT-LIDO              PIC X(001)          VALUE 'N'.
       77  WRK-CHKPT-ABSOLUTO          PIC 9(007)          VALUE ZEROS.
       77  WRK-CHKPT-VALIDOS           PIC 9(007)          VALUE ZEROS.
       77  WRK-CHKPT-INVALIDOS         PIC 9(007)          VALUE ZEROS.
       77  WRK-CHKPT-MENOR             PIC X(001)          VALUE 'N'.
       77  WRK-CIC-RESTART             PIC 9(007)          VALUE ZEROS.
       77  WRK-CIC-PROCESSADOS         PIC 9(007)          VALUE ZEROS.
       77  WRK-CIC-VALIDOS             PIC 9(007)          VALUE ZEROS.
       77  WRK-CIC-INVALIDOS           PIC 9(007)          VALUE ZEROS.
      *----------------------------------------------------------------*
      *    CONTAGENS ENCONTRADAS NAS SAIDAS                            *
      *----------------------------------------------------------------*
       77  WRK-RET-CABECALHOS          PIC 9(007)          VALUE ZEROS.
       77  WRK-RET-HDR-FORA            PIC 9(007)          VALUE ZEROS.
       77  WRK-RET-DETALHES            PIC 9(007)          VALUE ZEROS.
       77  WRK-RET-ACEITOS             PIC 9(007)          VALUE ZEROS.
       77  WRK-RET-REJEITADOS          PIC 9(007)          VALUE ZEROS.
       77  WRK-RET-SIT-INVALIDA        PIC 9(007)          VALUE ZEROS.
       77  WRK-RET-TRAILERS            PIC 9(007)          VALUE ZEROS.
       77  WRK-RET-TRL-INVALIDO        PIC 9(007)          VALUE ZEROS.
       77  WRK-RET-TRL-DETALHES        PIC 9(007)          VALUE ZEROS.
       77  WRK-RET-TRL-ACEITOS         PIC 9(007)          VALUE ZEROS.
       77  WRK-RET-TRL-REJEITADOS      PIC 9(007)          VALUE ZEROS.
       77  WRK-RET-OUTROS              PIC 9(007)          VALUE ZEROS.
       77  WRK-INT-REGISTROS           PIC 9(007)          VALUE ZEROS.
       77  WRK-INT-EXTRATO             PIC 9(007)          VALUE ZEROS.
       77  WRK-INT-RECICLO             PIC 9(007)          VALUE ZEROS.
       77  WRK-INT-RETIDOS             PIC 9(007)          VALUE ZEROS.
       77  WRK-INT-FORA                PIC 9(007)          VALUE ZEROS.
       77  WRK-INT-RECICLO-INV         PIC 9(007)          VALUE ZEROS.
       77  WRK-INT-SEM-MESTRE          PIC 9(007)          VALUE ZEROS.
       77  WRK-REJ-REGISTROS           PIC 9(007)          VALUE ZEROS.
       77  WRK-REJ-RECICLADOS          PIC 9(007)          VALUE ZEROS.
       77  WRK-REJ-FORA                PIC 9(007)          VALUE ZEROS.
       77  WRK-HST-MOVIMENTOS          PIC 9(007)          VALUE ZEROS.
       77  WRK-HST-TRANSFERENCIAS      PIC 9(007)          VALUE ZEROS.
       77  WRK-AUD-REGISTROS           PIC 9(007)          VALUE ZEROS.
       77  WRK-AUD-PGM                 PIC 9(003)          VALUE ZEROS.
       77  WRK-EXC-REGISTROS           PIC 9(007)          VALUE ZEROS.
      *----------------------------------------------------------------*
      *    AREA DA CONFERENCIA CORRENTE (3150-CONFERIR): O ENCONTRADO  *
      *    PODE PASSAR O ESPERADO ATE A FOLGA DO RESTART, NUNCA FICAR  *
      *    ABAIXO DELE.                                                *
      *----------------------------------------------------------------*
       77  WRK-CNF-ROTULO              PIC X(030)          VALUE SPACES.
       77  WRK-CNF-ESPERADO            PIC 9(007)          VALUE ZEROS.
       77  WRK-CNF-ENCONTRADO          PIC 9(007)          VALUE ZEROS.
       77  WRK-CNF-FOLGA               PIC 9(007)          VALUE ZEROS.
       77  WRK-CNF-DIFERENCA           PIC 9(007)          VALUE ZEROS.
       77  WRK-TOT-CONFERENCIAS        PIC 9(003)          VALUE ZEROS.
       77  WRK-TOT-DIVERGENCIAS        PIC 9(003)          VALUE ZEROS.
       77  WRK-TOT-RESTART             PIC 9(003)          VALUE ZEROS.
      *----------------------------------------------------------------*
       77  FILLER                      PIC X(055)          VALUE
           '* FIM DA WORKING STORAGE SECTION IFBA3BAL *'.
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
      *    SEM RUNHST, OU SEM NENHUMA EXECUCAO NO CICLO, NAO HA CONTRA *
      *    O QUE BALANCEAR: CONDICAO 12 E NENHUM CERTIFICADO.          *
      *----------------------------------------------------------------*
       1000-INICIALIZAR                SECTION.
      *----------------------------------------------------------------*
           PERFORM 1095-LER-PARAMETROS.
      *
           OPEN OUTPUT BALANCE-REPORT-FILE
      *
           PERFORM 1100-LER-EXECUCOES.
      *
           IF  WRK-ERRO-ESTRUTURA      EQUAL 'N'
               PERFORM 1200-LER-CHECKPOINT
               PERFORM 1300-TOTAIS-DO-CICLO
               PERFORM 1400-DIAS-DO-FIM
           END-IF.
      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    DATA INICIAL E FINAL DO CICLO. DATA NAO NUMERICA E          *
      *    IGNORADA; DATA FINAL AUSENTE OU ANTERIOR A INICIAL VIRA A   *
      *    PROPRIA DATA INICIAL.                                       *
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
                   IF  REG-PARM-DATA-INICIO IS NUMERIC
                       MOVE REG-PARM-DATA-INICIO
                                       TO WRK-DATA-INICIO
                       MOVE 'S'        TO WRK-DATA-INFORMADA
                       IF  REG-PARM-DATA-FIM IS NUMERIC
                           MOVE REG-PARM-DATA-FIM
                                       TO WRK-DATA-FIM
                       END-IF
                   END-IF
           END-READ
      *
           CLOSE PARM-FILE.
      *----------------------------------------------------------------*
       1095-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    SOMA AS EXECUCOES DO CICLO NO RUNHST. SEM DATA NO CARTAO,   *
      *    UMA PRIMEIRA LEITURA ACHA A DATA DO CICLO DA ULTIMA         *
      *    EXECUCAO. A EXECUCAO QUE RECUSOU GERACAO DUPLICADA (RECUSA  *
      *    'D') NAO PRODUZ SAIDA E SO E CONTADA A PARTE. NO RESTART,   *
      *    CADA EXECUCAO QUE CHEGOU AO FIM TEM O SEU REGISTRO - A      *
      *    TENTATIVA INTERROMPIDA NAO TEM NENHUM.                      *
      *----------------------------------------------------------------*
       1100-LER-EXECUCOES              SECTION.
      *----------------------------------------------------------------*
           OPEN INPUT RUN-HISTORY-FILE
           IF  WRK-RUN-STATUS          NOT EQUAL '00'
               MOVE 'RUNHST'           TO WRK-ARQ-DD
               MOVE WRK-RUN-STATUS     TO WRK-ARQ-STATUS
               PERFORM 2090-ARQUIVO-INDISPONIVEL
               GO TO 1100-99-FIM
           END-IF
      *
           IF  WRK-DATA-INFORMADA      EQUAL 'N'
               MOVE 'N'                TO WRK-FIM-ARQUIVO
               PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL 'S'
                   READ RUN-HISTORY-FILE
                       AT END
                           MOVE 'S'    TO WRK-FIM-ARQUIVO
                       NOT AT END
                           MOVE REG-RUN-DATA-CICLO
                                       TO WRK-DATA-INICIO
                   END-READ
               END-PERFORM
               CLOSE RUN-HISTORY-FILE
               OPEN INPUT RUN-HISTORY-FILE
           END-IF
      *
           IF  WRK-DATA-FIM            < WRK-DATA-INICIO
               MOVE WRK-DATA-INICIO    TO WRK-DATA-FIM
           END-IF
      *
           PERFORM 1110-CABECALHO
      *
           MOVE 'N'                    TO WRK-FIM-ARQUIVO
           PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL 'S'
               READ RUN-HISTORY-FILE
                   AT END
                       MOVE 'S'        TO WRK-FIM-ARQUIVO
                   NOT AT END
                       PERFORM 1120-SOMAR-EXECUCAO
               END-READ
           END-PERFORM
      *
           CLOSE RUN-HISTORY-FILE
      *
           IF  WRK-RUN-EXECUCOES       EQUAL ZEROS
               MOVE SPACES             TO REG-RELATORIO-BAL
               STRING '*** NENHUMA EXECUCAO DO LOTE NO RUNHST PARA O'
                   ' CICLO - NADA A BALANCEAR ***'
                   DELIMITED BY SIZE   INTO REG-RELATORIO-BAL
               PERFORM 3900-GRAVAR-LINHA
               MOVE 'S'                TO WRK-ERRO-ESTRUTURA
           END-IF.
      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1110-CABECALHO                  SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                 TO REG-RELATORIO-BAL
           STRING '*** RELATORIO IFBA3BAL - CERTIFICADO DE'
               ' BALANCEAMENTO DO CICLO ***'
               DELIMITED BY SIZE       INTO REG-RELATORIO-BAL
           PERFORM 3900-GRAVAR-LINHA
      *
           MOVE SPACES                 TO REG-RELATORIO-BAL
           STRING 'DATA DO CICLO...............: ' WRK-DATA-INICIO
               DELIMITED BY SIZE       INTO REG-RELATORIO-BAL
           IF  WRK-DATA-FIM            NOT EQUAL WRK-DATA-INICIO
               STRING ' A ' WRK-DATA-FIM
                   DELIMITED BY SIZE   INTO REG-RELATORIO-BAL(39:)
           END-IF
           PERFORM 3900-GRAVAR-LINHA.
      *----------------------------------------------------------------*
       1110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1120-SOMAR-EXECUCAO             SECTION.
      *----------------------------------------------------------------*
           IF  REG-RUN-DATA-CICLO      < WRK-DATA-INICIO OR
               REG-RUN-DATA-CICLO      > WRK-DATA-FIM
               GO TO 1120-99-FIM
           END-IF
      *
           IF  REG-RUN-RECUSA          EQUAL 'D'
               ADD 1                   TO WRK-RUN-RECUSADAS
               GO TO 1120-99-FIM
           END-IF
      *
           ADD 1                       TO WRK-RUN-EXECUCOES
           ADD REG-RUN-DET-LIDOS       TO WRK-RUN-DETALHES
           ADD REG-RUN-RECICLADOS      TO WRK-RUN-RECICLADOS
           ADD REG-RUN-VALIDOS         TO WRK-RUN-VALIDOS
           ADD REG-RUN-INVALIDOS       TO WRK-RUN-INVALIDOS
           ADD REG-RUN-EXCECOES        TO WRK-RUN-EXCECOES
           MOVE REG-RUN-VALIDOS        TO WRK-ULT-VALIDOS
           MOVE REG-RUN-INVALIDOS      TO WRK-ULT-INVALIDOS
           MOVE REG-RUN-CONDICAO       TO WRK-ULT-CONDICAO.
      *----------------------------------------------------------------*
       1120-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ULTIMO REGISTRO DO CHECKPOINT. NO LOTE PARALELO (CHKPT      *
      *    DUMMY) OU SEM O DATASET, O RUNHST E A UNICA FONTE DOS       *
      *    TOTAIS.                                                     *
      *----------------------------------------------------------------*
       1200-LER-CHECKPOINT             SECTION.
      *----------------------------------------------------------------*
           OPEN INPUT CHECKPOINT-FILE
           IF  WRK-CHKPT-STATUS        NOT EQUAL '00'
               GO TO 1200-99-FIM
           END-IF
      *
           MOVE 'N'                    TO WRK-FIM-ARQUIVO
           PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL 'S'
               READ CHECKPOINT-FILE
                   AT END
                       MOVE 'S'        TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF  REG-CHKPT   IS NUMERIC
                           MOVE 'S'    TO WRK-CHKPT-LIDO
                           MOVE REG-CHKPT-ABSOLUTO
                                       TO WRK-CHKPT-ABSOLUTO
                           MOVE REG-CHKPT-VALIDOS
                                       TO WRK-CHKPT-VALIDOS
                           MOVE REG-CHKPT-INVALIDOS
                                       TO WRK-CHKPT-INVALIDOS
                       END-IF
               END-READ
           END-PERFORM
      *
           CLOSE CHECKPOINT-FILE.
      *----------------------------------------------------------------*
       1200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    TOTAIS ABSOLUTOS DO CICLO. O CHECKPOINT SO ACOMPANHA A      *
      *    ULTIMA EXECUCAO (COM AS TENTATIVAS INTERROMPIDAS ANTES      *
      *    DELA): O QUE ELE TEM A MAIS QUE O RUNHST DESSA EXECUCAO E   *
      *    O TRECHO PROCESSADO ANTES DO RESTART. CHECKPOINT MENOR QUE  *
      *    O RUNHST NAO E DESTE CICLO (OU FOI RECRIADO) E NAO E USADO. *
      *----------------------------------------------------------------*
       1300-TOTAIS-DO-CICLO            SECTION.
      *----------------------------------------------------------------*
           COMPUTE WRK-RUN-LIDOS =
               WRK-RUN-DETALHES + WRK-RUN-RECICLADOS
           COMPUTE WRK-RUN-PROCESSADOS =
               WRK-RUN-VALIDOS + WRK-RUN-INVALIDOS
           COMPUTE WRK-ULT-PROCESSADOS =
               WRK-ULT-VALIDOS + WRK-ULT-INVALIDOS
      *
           MOVE ZEROS                  TO WRK-CIC-RESTART
           MOVE WRK-RUN-PROCESSADOS    TO WRK-CIC-PROCESSADOS
           MOVE WRK-RUN-VALIDOS        TO WRK-CIC-VALIDOS
           MOVE WRK-RUN-INVALIDOS      TO WRK-CIC-INVALIDOS
      *
           IF  WRK-CHKPT-LIDO          EQUAL 'N'
               GO TO 1300-99-FIM
           END-IF
      *
           IF  WRK-CHKPT-ABSOLUTO      < WRK-ULT-PROCESSADOS OR
               WRK-CHKPT-VALIDOS       < WRK-ULT-VALIDOS OR
               WRK-CHKPT-INVALIDOS     < WRK-ULT-INVALIDOS
               MOVE 'S'                TO WRK-CHKPT-MENOR
               GO TO 1300-99-FIM
           END-IF
      *
           COMPUTE WRK-CIC-RESTART =
               WRK-CHKPT-ABSOLUTO - WRK-ULT-PROCESSADOS
           COMPUTE WRK-CIC-PROCESSADOS =
               WRK-RUN-PROCESSADOS + WRK-CIC-RESTART
           COMPUTE WRK-CIC-VALIDOS = WRK-RUN-VALIDOS
               + WRK-CHKPT-VALIDOS - WRK-ULT-VALIDOS
           COMPUTE WRK-CIC-INVALIDOS = WRK-RUN-INVALIDOS
               + WRK-CHKPT-INVALIDOS - WRK-ULT-INVALIDOS.
      *----------------------------------------------------------------*
       1300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    DATA FINAL DO CICLO EM DIAS CORRIDOS, PARA ACEITAR NA       *
      *    AUDITORIA AS LINHAS DO DIA SEGUINTE. DATA FINAL COM MES     *
      *    FORA DE 01-12 NAO TEM DIA SEGUINTE (WRK-DIAS-FIM ZERADO).   *
      *----------------------------------------------------------------*
       1400-DIAS-DO-FIM                SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                  TO WRK-DIAS-FIM
           MOVE WRK-DATA-FIM           TO WRK-CNV-DATA
      *
           IF  WRK-CNV-MES             < 01 OR
               WRK-CNV-MES             > 12
               GO TO 1400-99-FIM
           END-IF
      *
           PERFORM 8100-DATA-PARA-DIAS
           MOVE WRK-CNV-DIAS           TO WRK-DIAS-FIM.
      *----------------------------------------------------------------*
       1400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    CONTA O QUE CADA SAIDA DO CICLO REALMENTE TEM. SAIDA QUE    *
      *    NAO ABRE E ERRO ESTRUTURAL - A CONFERENCIA DELA SAI COM     *
      *    ZERO ENCONTRADO.                                            *
      *----------------------------------------------------------------*
       2000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*
           IF  WRK-ERRO-ESTRUTURA      EQUAL 'S'
               GO TO 2000-99-FIM
           END-IF
      *
           PERFORM 2100-CONTAR-RETORNO.
      *
           PERFORM 2200-CONTAR-INTERFACE.
      *
           PERFORM 2300-CONTAR-REJEITOS.
      *
           PERFORM 2400-CONTAR-HISTORICO.
      *
           PERFORM 2500-CONTAR-AUDITORIA.
      *
           PERFORM 2600-CONTAR-EXCECOES.
      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    DATASET QUE NAO ABRE: LINHA NO RELATORIO E ERRO ESTRUTURAL  *
      *    (CONDICAO 12, SEM CERTIFICADO).                             *
      *----------------------------------------------------------------*
       2090-ARQUIVO-INDISPONIVEL       SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                 TO REG-RELATORIO-BAL
           STRING '*** DD ' WRK-ARQ-DD ' INDISPONIVEL - STATUS '
               WRK-ARQ-STATUS ' ***'
               DELIMITED BY SIZE       INTO REG-RELATORIO-BAL
           PERFORM 3900-GRAVAR-LINHA
           MOVE 'S'                    TO WRK-ERRO-ESTRUTURA.
      *----------------------------------------------------------------*
       2090-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    RETORNO A ORIGEM: O DATASET E ESVAZIADO APOS CADA           *
      *    TRANSMISSAO, ENTAO TUDO O QUE ESTA NELE E DO CICLO - UM     *
      *    CABECALHO COM OUTRA DATA DE PROCESSAMENTO E SOBRA DE        *
      *    CICLO ANTERIOR. SOMA OS TRAILERS E CONTA OS DETALHES.       *
      *----------------------------------------------------------------*
       2100-CONTAR-RETORNO             SECTION.
      *----------------------------------------------------------------*
           OPEN INPUT RETURN-FILE
           IF  WRK-RET-STATUS          NOT EQUAL '00'
               MOVE 'RETOUT'           TO WRK-ARQ-DD
               MOVE WRK-RET-STATUS     TO WRK-ARQ-STATUS
               PERFORM 2090-ARQUIVO-INDISPONIVEL
               GO TO 2100-99-FIM
           END-IF
      *
           MOVE 'N'                    TO WRK-FIM-ARQUIVO
           PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL 'S'
               READ RETURN-FILE
                   AT END
                       MOVE 'S'        TO WRK-FIM-ARQUIVO
                   NOT AT END
                       PERFORM 2110-CLASSIFICAR-RETORNO
               END-READ
           END-PERFORM
      *
           CLOSE RETURN-FILE.
      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2110-CLASSIFICAR-RETORNO        SECTION.
      *----------------------------------------------------------------*
           EVALUATE REG-RET-TIPO
               WHEN 'HDR'
                   ADD 1               TO WRK-RET-CABECALHOS
                   MOVE REG-RET-HDR-PROCESSO TO WRK-DATA-LIDA-X
                   PERFORM 2900-VERIFICAR-DATA
                   IF  WRK-DATA-NO-CICLO EQUAL 'N'
                       ADD 1           TO WRK-RET-HDR-FORA
                   END-IF
               WHEN 'DET'
                   ADD 1               TO WRK-RET-DETALHES
                   EVALUATE REG-RET-DET-SITUACAO
                       WHEN 'A'
                           ADD 1       TO WRK-RET-ACEITOS
                       WHEN 'R'
                           ADD 1       TO WRK-RET-REJEITADOS
                       WHEN OTHER
                           ADD 1       TO WRK-RET-SIT-INVALIDA
                   END-EVALUATE
               WHEN 'TRL'
                   ADD 1               TO WRK-RET-TRAILERS
                   IF  REG-RET-TRL-DETALHES   IS NUMERIC AND
                       REG-RET-TRL-ACEITOS    IS NUMERIC AND
                       REG-RET-TRL-REJEITADOS IS NUMERIC
                       ADD REG-RET-TRL-DETALHES
                                       TO WRK-RET-TRL-DETALHES
                       ADD REG-RET-TRL-ACEITOS
                                       TO WRK-RET-TRL-ACEITOS
                       ADD REG-RET-TRL-REJEITADOS
                                       TO WRK-RET-TRL-REJEITADOS
                   ELSE
                       ADD 1           TO WRK-RET-TRL-INVALIDO
                   END-IF
               WHEN OTHER
                   ADD 1               TO WRK-RET-OUTROS
           END-EVALUATE.
      *----------------------------------------------------------------*
       2110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    INTERFACE DO WAREHOUSE: REGISTROS DO CICLO POR FONTE        *
      *    (EXTRATO/RECICLO). O MARCADOR '*' DE REGISTRO RETIDO SEM    *
      *    TOKEN NAO VAI PARA O WAREHOUSE E NAO CONTA COMO REGISTRO;   *
      *    REGISTRO DE OUTRO CICLO E SOBRA DE CARGA ANTERIOR. CONTA    *
      *    TAMBEM OS RECICLADOS RECUSADOS DE NOVO (CONFERIDOS CONTRA O *
      *    REJOUT) E OS REGISTROS SEM MANUTENCAO DO MESTRE - ERRO 10   *
      *    OU MARCA DE DUPLICATA EM BRANCO -, QUE NAO GERAM MOVIMENTO  *
      *    NO CPFHST.                                                  *
      *----------------------------------------------------------------*
       2200-CONTAR-INTERFACE           SECTION.
      *----------------------------------------------------------------*
           OPEN INPUT INTERFACE-FILE
           IF  WRK-INT-STATUS          NOT EQUAL '00'
               MOVE 'INTOUT'           TO WRK-ARQ-DD
               MOVE WRK-INT-STATUS     TO WRK-ARQ-STATUS
               PERFORM 2090-ARQUIVO-INDISPONIVEL
               GO TO 2200-99-FIM
           END-IF
      *
           MOVE 'N'                    TO WRK-FIM-ARQUIVO
           PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL 'S'
               READ INTERFACE-FILE
                   AT END
                       MOVE 'S'        TO WRK-FIM-ARQUIVO
                   NOT AT END
                       PERFORM 2210-CLASSIFICAR-INTERFACE
               END-READ
           END-PERFORM
      *
           CLOSE INTERFACE-FILE.
      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2210-CLASSIFICAR-INTERFACE      SECTION.
      *----------------------------------------------------------------*
           MOVE REG-INT-DATA-CICLO     TO WRK-DATA-LIDA-X
           PERFORM 2900-VERIFICAR-DATA
           IF  WRK-DATA-NO-CICLO       EQUAL 'N'
               ADD 1                   TO WRK-INT-FORA
               GO TO 2210-99-FIM
           END-IF
      *
           IF  REG-INT-TIPO            EQUAL '*'
               ADD 1                   TO WRK-INT-RETIDOS
               GO TO 2210-99-FIM
           END-IF
      *
           ADD 1                       TO WRK-INT-REGISTROS
           IF  REG-INT-FONTE           EQUAL 'R'
               ADD 1                   TO WRK-INT-RECICLO
               IF  REG-INT-VALIDO      NOT EQUAL 'S'
                   ADD 1               TO WRK-INT-RECICLO-INV
               END-IF
           ELSE
               ADD 1                   TO WRK-INT-EXTRATO
           END-IF
      *
           IF  REG-INT-ERRO            EQUAL 10 OR
               REG-INT-DUPLICADO       EQUAL SPACE
               ADD 1                   TO WRK-INT-SEM-MESTRE
           END-IF.
      *----------------------------------------------------------------*
       2210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    REJEITOS DO CICLO. A GERACAO DO CICLO (DD REJOUT) E TODA    *
      *    DELE: O RECICLADO RECUSADO DE NOVO MANTEM A DATA DO CICLO   *
      *    ORIGINAL E E CONTADO A PARTE (WRK-REJ-RECICLADOS); DATA     *
      *    POSTERIOR AO CICLO OU ILEGIVEL E ANOMALIA. A RESUBMISSAO    *
      *    APOS ABEND CRIA UMA GERACAO NOVA PARA O TRECHO RETOMADO -   *
      *    O TRECHO ANTERIOR ESTA NAS GERACOES DO DD REJANT.           *
      *----------------------------------------------------------------*
       2300-CONTAR-REJEITOS            SECTION.
      *----------------------------------------------------------------*
           OPEN INPUT REJECT-FILE
           IF  WRK-REJ-STATUS          NOT EQUAL '00'
               MOVE 'REJOUT'           TO WRK-ARQ-DD
               MOVE WRK-REJ-STATUS     TO WRK-ARQ-STATUS
               PERFORM 2090-ARQUIVO-INDISPONIVEL
               GO TO 2300-99-FIM
           END-IF
      *
           MOVE 'N'                    TO WRK-FIM-ARQUIVO
           PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL 'S'
               READ REJECT-FILE
                   AT END
                       MOVE 'S'        TO WRK-FIM-ARQUIVO
                   NOT AT END
                       PERFORM 2305-CLASSIFICAR-REJEITO
               END-READ
           END-PERFORM
      *
           CLOSE REJECT-FILE.
      *
           PERFORM 2310-CONTAR-REJEITOS-ANT.
      *----------------------------------------------------------------*
       2300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2305-CLASSIFICAR-REJEITO        SECTION.
      *----------------------------------------------------------------*
           MOVE REG-REJ-DATA-CICLO     TO WRK-DATA-LIDA-X
           PERFORM 2900-VERIFICAR-DATA
           IF  WRK-DATA-NO-CICLO       EQUAL 'S'
               ADD 1                   TO WRK-REJ-REGISTROS
               GO TO 2305-99-FIM
           END-IF
      *
           IF  WRK-DATA-LIDA-X         IS NUMERIC AND
               WRK-DATA-LIDA           < WRK-DATA-INICIO
               ADD 1                   TO WRK-REJ-RECICLADOS
           ELSE
               ADD 1                   TO WRK-REJ-FORA
           END-IF.
      *----------------------------------------------------------------*
       2305-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    GERACOES ANTERIORES (DD REJANT): SO O QUE TEM A DATA DO     *
      *    CICLO - O TRECHO GRAVADO ANTES DA RESUBMISSAO. SEM O DD,    *
      *    NADA A SOMAR.                                               *
      *----------------------------------------------------------------*
       2310-CONTAR-REJEITOS-ANT        SECTION.
      *----------------------------------------------------------------*
           OPEN INPUT REJECT-OLD-FILE
           IF  WRK-REJA-STATUS         NOT EQUAL '00'
               GO TO 2310-99-FIM
           END-IF
      *
           MOVE 'N'                    TO WRK-FIM-ARQUIVO
           PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL 'S'
               READ REJECT-OLD-FILE
                   AT END
                       MOVE 'S'        TO WRK-FIM-ARQUIVO
                   NOT AT END
                       MOVE REG-REJA-DATA-CICLO TO WRK-DATA-LIDA-X
                       PERFORM 2900-VERIFICAR-DATA
                       IF  WRK-DATA-NO-CICLO EQUAL 'S'
                           ADD 1       TO WRK-REJ-REGISTROS
                       END-IF
               END-READ
           END-PERFORM
      *
           CLOSE REJECT-OLD-FILE.
      *----------------------------------------------------------------*
       2310-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    MOVIMENTOS DO HISTORICO DO MESTRE COM A DATA DO CICLO. O    *
      *    MOVIMENTO DE TRANSFERENCIA POR FUSAO DE FILIAL (ERRO '99',  *
      *    IFBA3TAB) NAO E PASSAGEM DO LOTE E FICA DE FORA.            *
      *----------------------------------------------------------------*
       2400-CONTAR-HISTORICO           SECTION.
      *----------------------------------------------------------------*
           OPEN INPUT MOVEMENT-HISTORY-FILE
           IF  WRK-HST-STATUS          NOT EQUAL '00'
               MOVE 'CPFHST'           TO WRK-ARQ-DD
               MOVE WRK-HST-STATUS     TO WRK-ARQ-STATUS
               PERFORM 2090-ARQUIVO-INDISPONIVEL
               GO TO 2400-99-FIM
           END-IF
      *
           MOVE 'N'                    TO WRK-FIM-ARQUIVO
           PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL 'S'
               READ MOVEMENT-HISTORY-FILE
                   AT END
                       MOVE 'S'        TO WRK-FIM-ARQUIVO
                   NOT AT END
                       MOVE REG-HST-DATA-CICLO TO WRK-DATA-LIDA-X
                       PERFORM 2900-VERIFICAR-DATA
                       IF  WRK-DATA-NO-CICLO EQUAL 'S'
                           IF  REG-HST-ERRO EQUAL 99
                               ADD 1   TO WRK-HST-TRANSFERENCIAS
                           ELSE
                               ADD 1   TO WRK-HST-MOVIMENTOS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
      *
           CLOSE MOVEMENT-HISTORY-FILE.
      *----------------------------------------------------------------*
       2400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    TRILHA DE AUDITORIA: SO AS LINHAS DE DOCUMENTO ('CPF:') DO  *
      *    LOTE NOTURNO (PGM:IFBA3CPB) DATADAS NO CICLO OU NO DIA      *
      *    SEGUINTE AO FIM DELE (A LINHA LEVA A DATA DA GRAVACAO, E A  *
      *    EXECUCAO PODE PASSAR DA MEIA-NOITE) - AS LINHAS DOS DEMAIS  *
      *    PROGRAMAS DIVIDEM O MESMO DATASET.                          *
      *----------------------------------------------------------------*
       2500-CONTAR-AUDITORIA           SECTION.
      *----------------------------------------------------------------*
           OPEN INPUT AUDIT-FILE
           IF  WRK-AUD-STATUS          NOT EQUAL '00'
               MOVE 'AUDIT '           TO WRK-ARQ-DD
               MOVE WRK-AUD-STATUS     TO WRK-ARQ-STATUS
               PERFORM 2090-ARQUIVO-INDISPONIVEL
               GO TO 2500-99-FIM
           END-IF
      *
           MOVE 'N'                    TO WRK-FIM-ARQUIVO
           PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL 'S'
               READ AUDIT-FILE
                   AT END
                       MOVE 'S'        TO WRK-FIM-ARQUIVO
                   NOT AT END
                       PERFORM 2510-CLASSIFICAR-AUDITORIA
               END-READ
           END-PERFORM
      *
           CLOSE AUDIT-FILE.
      *----------------------------------------------------------------*
       2500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2510-CLASSIFICAR-AUDITORIA      SECTION.
      *----------------------------------------------------------------*
           IF  REG-AUDITORIA(1:5)      NOT EQUAL 'DATA:' OR
               REG-AUDITORIA(24:4)     NOT EQUAL 'CPF:'
               GO TO 2510-99-FIM
           END-IF
      *
           MOVE REG-AUDITORIA(6:8)     TO WRK-DATA-LIDA-X
           PERFORM 2900-VERIFICAR-DATA
           IF  WRK-DATA-NO-CICLO       EQUAL 'N'
               PERFORM 2910-VERIFICAR-DIA-SEGUINTE
           END-IF
           IF  WRK-DATA-NO-CICLO       EQUAL 'N'
               GO TO 2510-99-FIM
           END-IF
      *
           MOVE ZEROS                  TO WRK-AUD-PGM
           INSPECT REG-AUDITORIA TALLYING WRK-AUD-PGM
               FOR ALL 'PGM:IFBA3CPB'
           IF  WRK-AUD-PGM             > ZEROS
               ADD 1                   TO WRK-AUD-REGISTROS
           END-IF.
      *----------------------------------------------------------------*
       2510-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    EXCECOES UF X FILIAL: A LINHA NAO TEM DATA, MAS O DATASET   *
      *    E ESVAZIADO JUNTO COM O RETORNO - TUDO NELE E DO CICLO.     *
      *----------------------------------------------------------------*
       2600-CONTAR-EXCECOES            SECTION.
      *----------------------------------------------------------------*
           OPEN INPUT EXCEPTION-FILE
           IF  WRK-EXC-STATUS          NOT EQUAL '00'
               MOVE 'EXCOUT'           TO WRK-ARQ-DD
               MOVE WRK-EXC-STATUS     TO WRK-ARQ-STATUS
               PERFORM 2090-ARQUIVO-INDISPONIVEL
               GO TO 2600-99-FIM
           END-IF
      *
           MOVE 'N'                    TO WRK-FIM-ARQUIVO
           PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL 'S'
               READ EXCEPTION-FILE
                   AT END
                       MOVE 'S'        TO WRK-FIM-ARQUIVO
                   NOT AT END
                       ADD 1           TO WRK-EXC-REGISTROS
               END-READ
           END-PERFORM
      *
           CLOSE EXCEPTION-FILE.
      *----------------------------------------------------------------*
       2600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    A DATA LIDA (WRK-DATA-LIDA-X) ESTA DENTRO DO CICLO?         *
      *----------------------------------------------------------------*
       2900-VERIFICAR-DATA             SECTION.
      *----------------------------------------------------------------*
           MOVE 'N'                    TO WRK-DATA-NO-CICLO
      *
           IF  WRK-DATA-LIDA-X         IS NUMERIC
               IF  WRK-DATA-LIDA       NOT < WRK-DATA-INICIO AND
                   WRK-DATA-LIDA       NOT > WRK-DATA-FIM
                   MOVE 'S'            TO WRK-DATA-NO-CICLO
               END-IF
           END-IF.
      *----------------------------------------------------------------*
       2900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    A DATA LIDA (WRK-DATA-LIDA-X) E O DIA SEGUINTE AO FIM DO    *
      *    CICLO? SO PARA A TRILHA DE AUDITORIA.                       *
      *----------------------------------------------------------------*
       2910-VERIFICAR-DIA-SEGUINTE     SECTION.
      *----------------------------------------------------------------*
           MOVE 'N'                    TO WRK-DATA-NO-CICLO
      *
           IF  WRK-DIAS-FIM            EQUAL ZEROS OR
               WRK-DATA-LIDA-X         IS NOT NUMERIC
               GO TO 2910-99-FIM
           END-IF
      *
           IF  WRK-DATA-LIDA           NOT > WRK-DATA-FIM
               GO TO 2910-99-FIM
           END-IF
      *
           MOVE WRK-DATA-LIDA          TO WRK-CNV-DATA
           IF  WRK-CNV-MES             < 01 OR
               WRK-CNV-MES             > 12
               GO TO 2910-99-FIM
           END-IF
      *
           PERFORM 8100-DATA-PARA-DIAS
           IF  WRK-CNV-DIAS            EQUAL WRK-DIAS-FIM + 1
               MOVE 'S'                TO WRK-DATA-NO-CICLO
           END-IF.
      *----------------------------------------------------------------*
       2910-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    CONDICAO FINAL, PARA O ESCALONADOR E PARA OS STEPS DE       *
      *    TRANSMISSAO:                                                *
      *      12 - RUNHST OU SAIDA INDISPONIVEL, OU NENHUMA EXECUCAO    *
      *           NO CICLO - NADA CERTIFICADO;                         *
      *       8 - DIVERGENCIA ENTRE AS SAIDAS - RETER A TRANSMISSAO;   *
      *       4 - BALANCEADO, COM DIFERENCA COBERTA PELO RESTART;      *
      *       0 - BALANCEADO.                                          *
      *    O CODIGO NUNCA REBAIXA UM RETURN-CODE JA DEFINIDO.          *
      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
           IF  WRK-ERRO-ESTRUTURA      EQUAL 'N'
               PERFORM 3100-EMITIR-CERTIFICADO
           ELSE
               MOVE SPACES             TO REG-RELATORIO-BAL
               STRING '*** BALANCEAMENTO NAO REALIZADO - RETER A'
                   ' TRANSMISSAO ***'
                   DELIMITED BY SIZE   INTO REG-RELATORIO-BAL
               PERFORM 3900-GRAVAR-LINHA
           END-IF
      *
           CLOSE BALANCE-REPORT-FILE.
      *
           IF  WRK-ERRO-ESTRUTURA      EQUAL 'S'
               IF  RETURN-CODE         < 12
                   MOVE 12             TO RETURN-CODE
               END-IF
           ELSE
               IF  WRK-TOT-DIVERGENCIAS > ZEROS
                   IF  RETURN-CODE     < 08
                       MOVE 08         TO RETURN-CODE
                   END-IF
               ELSE
                   IF  WRK-TOT-RESTART > ZEROS AND
                       RETURN-CODE     < 04
                       MOVE 04         TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
      *
           STOP RUN.
      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    CERTIFICADO: TOTAIS DO CICLO, UMA LINHA POR CONFERENCIA     *
      *    (ESPERADO, ENCONTRADO, SITUACAO), AS ANOMALIAS QUE NAO SAO  *
      *    CONTAGEM E O VEREDITO.                                      *
      *----------------------------------------------------------------*
       3100-EMITIR-CERTIFICADO         SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-RUN-EXECUCOES      TO WRK-AUX-DISPLAY7
           MOVE SPACES                 TO REG-RELATORIO-BAL
           STRING 'EXECUCOES NO CICLO..........: ' WRK-AUX-DISPLAY7
               DELIMITED BY SIZE       INTO REG-RELATORIO-BAL
           PERFORM 3900-GRAVAR-LINHA
      *
           IF  WRK-RUN-RECUSADAS       > ZEROS
               MOVE WRK-RUN-RECUSADAS  TO WRK-AUX-DISPLAY7
               MOVE SPACES             TO REG-RELATORIO-BAL
               STRING 'RECUSADAS POR DUPLICIDADE...: ' WRK-AUX-DISPLAY7
                   DELIMITED BY SIZE   INTO REG-RELATORIO-BAL
               PERFORM 3900-GRAVAR-LINHA
           END-IF
      *
           MOVE WRK-CIC-PROCESSADOS    TO WRK-AUX-DISPLAY7
           MOVE SPACES                 TO REG-RELATORIO-BAL
           STRING 'DOCUMENTOS PROCESSADOS......: ' WRK-AUX-DISPLAY7
               DELIMITED BY SIZE       INTO REG-RELATORIO-BAL
           PERFORM 3900-GRAVAR-LINHA
      *
           MOVE WRK-CIC-VALIDOS        TO WRK-AUX-DISPLAY7
           MOVE SPACES                 TO REG-RELATORIO-BAL
           STRING '  VALIDOS...................: ' WRK-AUX-DISPLAY7
               DELIMITED BY SIZE       INTO REG-RELATORIO-BAL
           PERFORM 3900-GRAVAR-LINHA
      *
           MOVE WRK-CIC-INVALIDOS      TO WRK-AUX-DISPLAY7
           MOVE SPACES                 TO REG-RELATORIO-BAL
           STRING '  INVALIDOS.................: ' WRK-AUX-DISPLAY7
               DELIMITED BY SIZE       INTO REG-RELATORIO-BAL
           PERFORM 3900-GRAVAR-LINHA
      *
           IF  WRK-CIC-RESTART         > ZEROS
               MOVE WRK-CIC-RESTART    TO WRK-AUX-DISPLAY7
               MOVE SPACES             TO REG-RELATORIO-BAL
               STRING 'PROCESSADOS ANTES DO RESTART: ' WRK-AUX-DISPLAY7
                   DELIMITED BY SIZE   INTO REG-RELATORIO-BAL
               PERFORM 3900-GRAVAR-LINHA
           END-IF
      *
           MOVE SPACES                 TO REG-RELATORIO-BAL
           STRING 'CONFERENCIA'
               DELIMITED BY SIZE       INTO REG-RELATORIO-BAL
           STRING ' ESPERADO ENCONTRADO  SITUACAO'
               DELIMITED BY SIZE       INTO REG-RELATORIO-BAL(31:)
           PERFORM 3900-GRAVAR-LINHA
      *
           MOVE 'RUNHST LIDOS X PROCESSADOS..: ' TO WRK-CNF-ROTULO
           MOVE WRK-RUN-PROCESSADOS    TO WRK-CNF-ESPERADO
           MOVE WRK-RUN-LIDOS          TO WRK-CNF-ENCONTRADO
           MOVE ZEROS                  TO WRK-CNF-FOLGA
           PERFORM 3150-CONFERIR
      *
           IF  WRK-CHKPT-LIDO          EQUAL 'S'
               MOVE 'CHKPT X RUNHST ULTIMA EXEC..: ' TO WRK-CNF-ROTULO
               MOVE WRK-ULT-PROCESSADOS TO WRK-CNF-ESPERADO
               MOVE WRK-CHKPT-ABSOLUTO TO WRK-CNF-ENCONTRADO
               MOVE WRK-CIC-RESTART    TO WRK-CNF-FOLGA
               IF  WRK-CHKPT-MENOR     EQUAL 'S'
                   MOVE WRK-ULT-PROCESSADOS TO WRK-CNF-ESPERADO
                   MOVE ZEROS          TO WRK-CNF-FOLGA
               END-IF
               PERFORM 3150-CONFERIR
           END-IF
      *
           MOVE 'RETOUT DETALHES X TRAILER...: ' TO WRK-CNF-ROTULO
           MOVE WRK-RET-TRL-DETALHES   TO WRK-CNF-ESPERADO
           MOVE WRK-RET-DETALHES       TO WRK-CNF-ENCONTRADO
           MOVE WRK-CIC-RESTART        TO WRK-CNF-FOLGA
           PERFORM 3150-CONFERIR
      *
           MOVE 'RETOUT ACEITOS X TRAILER....: ' TO WRK-CNF-ROTULO
           MOVE WRK-RET-TRL-ACEITOS    TO WRK-CNF-ESPERADO
           MOVE WRK-RET-ACEITOS        TO WRK-CNF-ENCONTRADO
           MOVE WRK-CIC-RESTART        TO WRK-CNF-FOLGA
           PERFORM 3150-CONFERIR
      *
           MOVE 'RETOUT REJEITADOS X TRAILER.: ' TO WRK-CNF-ROTULO
           MOVE WRK-RET-TRL-REJEITADOS TO WRK-CNF-ESPERADO
           MOVE WRK-RET-REJEITADOS     TO WRK-CNF-ENCONTRADO
           MOVE WRK-CIC-RESTART        TO WRK-CNF-FOLGA
           PERFORM 3150-CONFERIR
      *
           MOVE 'RETOUT DETALHES X RUNHST....: ' TO WRK-CNF-ROTULO
           MOVE WRK-RUN-DETALHES       TO WRK-CNF-ESPERADO
           MOVE WRK-RET-DETALHES       TO WRK-CNF-ENCONTRADO
           MOVE WRK-CIC-RESTART        TO WRK-CNF-FOLGA
           PERFORM 3150-CONFERIR
      *
           MOVE 'INTOUT X PROCESSADOS........: ' TO WRK-CNF-ROTULO
           MOVE WRK-CIC-PROCESSADOS    TO WRK-CNF-ESPERADO
           MOVE WRK-INT-REGISTROS      TO WRK-CNF-ENCONTRADO
           MOVE ZEROS                  TO WRK-CNF-FOLGA
           PERFORM 3150-CONFERIR
      *
           MOVE 'INTOUT EXTRATO X RETOUT.....: ' TO WRK-CNF-ROTULO
           MOVE WRK-RET-DETALHES       TO WRK-CNF-ESPERADO
           MOVE WRK-INT-EXTRATO        TO WRK-CNF-ENCONTRADO
           MOVE ZEROS                  TO WRK-CNF-FOLGA
           PERFORM 3150-CONFERIR
      *
           MOVE 'REJOUT X INVALIDOS..........: ' TO WRK-CNF-ROTULO
           MOVE WRK-CIC-INVALIDOS      TO WRK-CNF-ESPERADO
           COMPUTE WRK-CNF-ENCONTRADO =
               WRK-REJ-REGISTROS + WRK-REJ-RECICLADOS
           MOVE ZEROS                  TO WRK-CNF-FOLGA
           PERFORM 3150-CONFERIR
      *
           MOVE 'REJOUT RECICLADOS X INTOUT..: ' TO WRK-CNF-ROTULO
           MOVE WRK-INT-RECICLO-INV    TO WRK-CNF-ESPERADO
           MOVE WRK-REJ-RECICLADOS     TO WRK-CNF-ENCONTRADO
           MOVE ZEROS                  TO WRK-CNF-FOLGA
           PERFORM 3150-CONFERIR
      *
      *    SEM MANUTENCAO DO MESTRE (ERRO 10 OU MESTRE INDISPONIVEL)
      *    NAO HA MOVIMENTO NO CPFHST.
      *
           MOVE 'CPFHST X PROCESSADOS........: ' TO WRK-CNF-ROTULO
           IF  WRK-INT-SEM-MESTRE      < WRK-CIC-PROCESSADOS
               COMPUTE WRK-CNF-ESPERADO =
                   WRK-CIC-PROCESSADOS - WRK-INT-SEM-MESTRE
           ELSE
               MOVE ZEROS              TO WRK-CNF-ESPERADO
           END-IF
           MOVE WRK-HST-MOVIMENTOS     TO WRK-CNF-ENCONTRADO
           MOVE ZEROS                  TO WRK-CNF-FOLGA
           PERFORM 3150-CONFERIR
      *
           MOVE 'AUDIT X PROCESSADOS.........: ' TO WRK-CNF-ROTULO
           MOVE WRK-CIC-PROCESSADOS    TO WRK-CNF-ESPERADO
           MOVE WRK-AUD-REGISTROS      TO WRK-CNF-ENCONTRADO
           MOVE ZEROS                  TO WRK-CNF-FOLGA
           PERFORM 3150-CONFERIR
      *
           MOVE 'EXCOUT X RUNHST.............: ' TO WRK-CNF-ROTULO
           MOVE WRK-RUN-EXCECOES       TO WRK-CNF-ESPERADO
           MOVE WRK-EXC-REGISTROS      TO WRK-CNF-ENCONTRADO
           MOVE WRK-CIC-RESTART        TO WRK-CNF-FOLGA
           PERFORM 3150-CONFERIR
      *
           PERFORM 3200-ANOMALIAS
      *
           MOVE WRK-TOT-DIVERGENCIAS   TO WRK-AUX-DISPLAY7
           MOVE SPACES                 TO REG-RELATORIO-BAL
           STRING 'DIVERGENCIAS................: ' WRK-AUX-DISPLAY7
               DELIMITED BY SIZE       INTO REG-RELATORIO-BAL
           PERFORM 3900-GRAVAR-LINHA
      *
           MOVE SPACES                 TO REG-RELATORIO-BAL
           IF  WRK-TOT-DIVERGENCIAS    > ZEROS
               STRING '*** TRANSMISSAO RETIDA - AS SAIDAS DO CICLO NAO'
                   ' BALANCEIAM ***'
                   DELIMITED BY SIZE   INTO REG-RELATORIO-BAL
           ELSE
               STRING 'CERTIFICADO EMITIDO - SAIDAS DO CICLO'
                   ' BALANCEADAS, TRANSMISSAO LIBERADA'
                   DELIMITED BY SIZE   INTO REG-RELATORIO-BAL
           END-IF
           PERFORM 3900-GRAVAR-LINHA.
      *----------------------------------------------------------------*
       3100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    CONFERENCIA CORRENTE: IGUAL E 'OK'; ACIMA DO ESPERADO ATE   *
      *    A FOLGA DO RESTART E 'OK' COBERTO PELO RESTART (CONDICAO    *
      *    4); QUALQUER OUTRA DIFERENCA - FALTA, SOBRA, DUPLICIDADE -  *
      *    E DIVERGENCIA (CONDICAO 8).                                 *
      *----------------------------------------------------------------*
       3150-CONFERIR                   SECTION.
      *----------------------------------------------------------------*
           ADD 1                       TO WRK-TOT-CONFERENCIAS
      *
           MOVE WRK-CNF-ESPERADO       TO WRK-AUX-DISPLAY7
           MOVE WRK-CNF-ENCONTRADO     TO WRK-AUX-DISPLAY7B
           MOVE SPACES                 TO REG-RELATORIO-BAL
           STRING WRK-CNF-ROTULO WRK-AUX-DISPLAY7 '  '
               WRK-AUX-DISPLAY7B '  '
               DELIMITED BY SIZE       INTO REG-RELATORIO-BAL
      *
           IF  WRK-CNF-ENCONTRADO      EQUAL WRK-CNF-ESPERADO
               STRING 'OK'
                   DELIMITED BY SIZE   INTO REG-RELATORIO-BAL(53:)
               GO TO 3150-10-GRAVAR
           END-IF
      *
           IF  WRK-CNF-ENCONTRADO      > WRK-CNF-ESPERADO
               COMPUTE WRK-CNF-DIFERENCA =
                   WRK-CNF-ENCONTRADO - WRK-CNF-ESPERADO
               IF  WRK-CNF-DIFERENCA   NOT > WRK-CNF-FOLGA
                   ADD 1               TO WRK-TOT-RESTART
                   STRING 'OK - COBERTO PELO RESTART'
                       DELIMITED BY SIZE INTO REG-RELATORIO-BAL(53:)
                   GO TO 3150-10-GRAVAR
               END-IF
           END-IF
      *
           ADD 1                       TO WRK-TOT-DIVERGENCIAS
           STRING '*** DIVERGENTE ***'
               DELIMITED BY SIZE       INTO REG-RELATORIO-BAL(53:).
      *
       3150-10-GRAVAR.
           PERFORM 3900-GRAVAR-LINHA.
      *----------------------------------------------------------------*
       3150-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ANOMALIAS QUE NAO SAO CONTAGEM CONTRA CONTAGEM - CADA UMA   *
      *    E UMA DIVERGENCIA. A INTERFACE RETIDA SEM TOKEN JA APARECE  *
      *    NA FALTA DA INTOUT; A LINHA SO EXPLICA A FALTA.             *
      *----------------------------------------------------------------*
       3200-ANOMALIAS                  SECTION.
      *----------------------------------------------------------------*
           IF  WRK-CHKPT-MENOR         EQUAL 'S'
               MOVE SPACES             TO REG-RELATORIO-BAL
               STRING '*** CHECKPOINT MENOR QUE O RUNHST DA ULTIMA'
                   ' EXECUCAO - NAO E DESTE CICLO'
                   DELIMITED BY SIZE   INTO REG-RELATORIO-BAL
               PERFORM 3900-GRAVAR-LINHA
           END-IF
      *
           IF  WRK-ULT-CONDICAO        NOT < 12
               ADD 1                   TO WRK-TOT-DIVERGENCIAS
               MOVE SPACES             TO REG-RELATORIO-BAL
               STRING '*** ULTIMA EXECUCAO DO CICLO TERMINOU COM'
                   ' CONDICAO ' WRK-ULT-CONDICAO
                   DELIMITED BY SIZE   INTO REG-RELATORIO-BAL
               PERFORM 3900-GRAVAR-LINHA
           END-IF
      *
           IF  WRK-RET-CABECALHOS      EQUAL ZEROS AND
               WRK-RET-DETALHES        > ZEROS
               ADD 1                   TO WRK-TOT-DIVERGENCIAS
               MOVE SPACES             TO REG-RELATORIO-BAL
               STRING '*** RETOUT COM DETALHES E SEM CABECALHO HDR'
                   DELIMITED BY SIZE   INTO REG-RELATORIO-BAL
               PERFORM 3900-GRAVAR-LINHA
           END-IF
      *
           IF  WRK-RET-HDR-FORA        > ZEROS
               ADD 1                   TO WRK-TOT-DIVERGENCIAS
               MOVE WRK-RET-HDR-FORA   TO WRK-AUX-DISPLAY7
               MOVE SPACES             TO REG-RELATORIO-BAL
               STRING '*** RETOUT HDR DE OUTRO CICLO: ' WRK-AUX-DISPLAY7
                   DELIMITED BY SIZE   INTO REG-RELATORIO-BAL
               PERFORM 3900-GRAVAR-LINHA
           END-IF
      *
           IF  WRK-RET-SIT-INVALIDA    > ZEROS
               ADD 1                   TO WRK-TOT-DIVERGENCIAS
               MOVE WRK-RET-SIT-INVALIDA TO WRK-AUX-DISPLAY7
               MOVE SPACES             TO REG-RELATORIO-BAL
               STRING '*** RETOUT DET SEM SITUACAO A/R: '
                   WRK-AUX-DISPLAY7
                   DELIMITED BY SIZE   INTO REG-RELATORIO-BAL
               PERFORM 3900-GRAVAR-LINHA
           END-IF
      *
           IF  WRK-RET-TRL-INVALIDO    > ZEROS OR
               WRK-RET-OUTROS          > ZEROS
               ADD 1                   TO WRK-TOT-DIVERGENCIAS
               COMPUTE WRK-CNF-DIFERENCA =
                   WRK-RET-TRL-INVALIDO + WRK-RET-OUTROS
               MOVE WRK-CNF-DIFERENCA  TO WRK-AUX-DISPLAY7
               MOVE SPACES             TO REG-RELATORIO-BAL
               STRING '*** RETOUT REGISTROS ILEGIVEIS: '
                   WRK-AUX-DISPLAY7
                   DELIMITED BY SIZE   INTO REG-RELATORIO-BAL
               PERFORM 3900-GRAVAR-LINHA
           END-IF
      *
           IF  WRK-INT-FORA            > ZEROS
               ADD 1                   TO WRK-TOT-DIVERGENCIAS
               MOVE WRK-INT-FORA       TO WRK-AUX-DISPLAY7
               MOVE SPACES             TO REG-RELATORIO-BAL
               STRING '*** INTOUT REGISTROS DE OUTRO CICLO: '
                   WRK-AUX-DISPLAY7
                   DELIMITED BY SIZE   INTO REG-RELATORIO-BAL
               PERFORM 3900-GRAVAR-LINHA
           END-IF
      *
           IF  WRK-REJ-FORA            > ZEROS
               ADD 1                   TO WRK-TOT-DIVERGENCIAS
               MOVE WRK-REJ-FORA       TO WRK-AUX-DISPLAY7
               MOVE SPACES             TO REG-RELATORIO-BAL
               STRING '*** REJOUT REGISTROS COM DATA POSTERIOR OU'
                   ' ILEGIVEL: ' WRK-AUX-DISPLAY7
                   DELIMITED BY SIZE   INTO REG-RELATORIO-BAL
               PERFORM 3900-GRAVAR-LINHA
           END-IF
      *
           IF  WRK-INT-RETIDOS         > ZEROS
               MOVE WRK-INT-RETIDOS    TO WRK-AUX-DISPLAY7
               MOVE SPACES             TO REG-RELATORIO-BAL
               STRING '  INTOUT RETIDOS SEM TOKEN..: ' WRK-AUX-DISPLAY7
                   DELIMITED BY SIZE   INTO REG-RELATORIO-BAL
               PERFORM 3900-GRAVAR-LINHA
           END-IF
      *
           IF  WRK-INT-SEM-MESTRE      > ZEROS
               MOVE WRK-INT-SEM-MESTRE TO WRK-AUX-DISPLAY7
               MOVE SPACES             TO REG-RELATORIO-BAL
               STRING '  INTOUT SEM MESTRE (CPFHST): '
                   WRK-AUX-DISPLAY7
                   DELIMITED BY SIZE   INTO REG-RELATORIO-BAL
               PERFORM 3900-GRAVAR-LINHA
           END-IF
      *
           IF  WRK-HST-TRANSFERENCIAS  > ZEROS
               MOVE WRK-HST-TRANSFERENCIAS TO WRK-AUX-DISPLAY7
               MOVE SPACES             TO REG-RELATORIO-BAL
               STRING '  CPFHST TRANSFERENCIAS.....: '
                   WRK-AUX-DISPLAY7
                   DELIMITED BY SIZE   INTO REG-RELATORIO-BAL
               PERFORM 3900-GRAVAR-LINHA
           END-IF.
      *----------------------------------------------------------------*
       3200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    GRAVA A LINHA CORRENTE EM BALRPT E ESPELHA COM DISPLAY      *
      *    PARA SYSOUT, COMO FAZEM OS RESUMOS DOS DEMAIS PROGRAMAS.    *
      *----------------------------------------------------------------*
       3900-GRAVAR-LINHA               SECTION.
      *----------------------------------------------------------------*
           WRITE REG-RELATORIO-BAL
           DISPLAY REG-RELATORIO-BAL.
      *----------------------------------------------------------------*
       3900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
       COPY IFBA3DTC.
      *----------------------------------------------------------------*
           END PROGRAM IFBA3BAL.
      *----------------------------------------------------------------*
