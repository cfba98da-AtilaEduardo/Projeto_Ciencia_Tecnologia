      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. IFBA3CAL INITIAL.
       AUTHOR.     ATILA EDUARDO DA CRUZ SANTOS CARDOSO.
      *----------------------------------------------------------------*
      *    PROGRAMA............: IFBA3CAL                              *
      *    ANALISTA/PROGAMADOR: ATILA EDUARDO DA CRUZ SANTOS CARDOSO   *
      *    DATA..............: 10/2026                                 *
      *----------------------------------------------------------------*
      *    OBJETIVO....: CALENDARIO DE EXTRATOS ESPERADOS. CONFRONTA   *
      *    O CALENDARIO DE DIAS UTEIS (DD CALREF - FERIADOS E AS       *
      *    ORIGENS QUE DEVEM ENVIAR EM CADA DIA DA SEMANA) COM O       *
      *    CONTROLE DE GERACAO (DD GENCTL) E O HISTORICO DE EXECUCOES  *
      *    (DD RUNHST) DOS ULTIMOS DIAS E APONTA: GERACAO ESPERADA E   *
      *    NAO RECEBIDA, GERACAO RECEBIDA COM MAIS DE N DIAS UTEIS DE  *
      *    ATRASO, GERACAO FORA DE SEQUENCIA (MAIS ANTIGA QUE UMA JA   *
      *    PROCESSADA DA MESMA ORIGEM, COMO NA VOLTA DE FERIADOS),     *
      *    GERACAO DUPLICADA RECUSADA PELO LOTE E ORIGEM QUE PAROU DE  *
      *    ENVIAR. CADA TIPO DE APONTAMENTO TEM O SEU CODIGO DE        *
      *    CONDICAO PARA O AGENDADOR. RELATORIO EM DD CALRPT.          *
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
           SELECT CALENDAR-FILE        ASSIGN TO 'CALREF'
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-CAL-STATUS.

           SELECT GENERATION-CTL-FILE  ASSIGN TO 'GENCTL'
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-GEN-STATUS.

           SELECT RUN-HISTORY-FILE     ASSIGN TO 'RUNHST'
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-RUN-STATUS.

           SELECT CALENDAR-REPORT-FILE ASSIGN TO 'CALRPT'
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
      *    CALENDARIO DE EXTRATOS ESPERADOS (DD CALREF), MANTIDO PELA  *
      *    OPERACAO. DOIS TIPOS DE LINHA:                              *
      *    'F' - FERIADO: DATA AAAAMMDD, ORIGEM (BRANCOS = FERIADO     *
      *          PARA TODAS AS ORIGENS) E DESCRICAO.                   *
      *    'O' - ORIGEM ESPERADA, UMA LINHA POR ORIGEM: ORIGEM, DIAS   *
      *          DA SEMANA EM QUE ENVIA (7 POSICOES 'S'/'N', DE        *
      *          SEGUNDA A DOMINGO - BRANCOS = 'SSSSSNN'), INICIO E    *
      *          FIM DA VIGENCIA DA ORIGEM (BRANCOS = SEM LIMITE; O    *
      *          FIM E O PRIMEIRO DIA EM QUE ELA NAO E MAIS ESPERADA). *
      *    LINHAS DE OUTRO TIPO OU COM DATA NAO NUMERICA SAO           *
      *    IGNORADAS E CONTADAS NO RELATORIO.                          *
      *----------------------------------------------------------------*
       FD  CALENDAR-FILE
           RECORD CONTAINS 040 CHARACTERS.
       01  REG-CALENDARIO.
           05  REG-CAL-TIPO             PIC X(001).
           05  REG-CAL-DADOS            PIC X(039).
           05  REG-CAL-FERIADO      REDEFINES   REG-CAL-DADOS.
               10  REG-CAL-FER-DATA     PIC X(008).
               10  REG-CAL-FER-ORIGEM   PIC X(008).
               10  REG-CAL-FER-DESCRICAO PIC X(023).
           05  REG-CAL-ORIGEM       REDEFINES   REG-CAL-DADOS.
               10  REG-CAL-ORI-ORIGEM   PIC X(008).
               10  REG-CAL-ORI-DIAS     PIC X(007).
               10  REG-CAL-ORI-INICIO   PIC X(008).
               10  REG-CAL-ORI-FIM      PIC X(008).
               10  FILLER               PIC X(008).
      *----------------------------------------------------------------*
       COPY IFBA3GCF.
      *----------------------------------------------------------------*
       COPY IFBA3RHF.
      *----------------------------------------------------------------*
       FD  CALENDAR-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  REG-RELATORIO-CAL           PIC X(100).
      *----------------------------------------------------------------*
      *    CARTAO DE PARAMETROS (DD PARMIN): DATA-BASE AAAAMMDD        *
      *    (BRANCOS = HOJE - A CONFERENCIA VAI ATE A VESPERA DELA),    *
      *    JANELA EM DIAS CORRIDOS (3 DIGITOS), ATRASO TOLERADO EM     *
      *    DIAS UTEIS (2 DIGITOS) E DIAS UTEIS SEGUIDOS SEM GERACAO    *
      *    PARA DAR A ORIGEM COMO PARADA (2 DIGITOS). SEM CARTAO,      *
      *    VALEM HOJE / 030 / 01 / 03.                                 *
      *----------------------------------------------------------------*
       FD  PARM-FILE
           RECORD CONTAINS 015 CHARACTERS.
       01  REG-PARAMETRO.
           05  REG-PARM-DATA-BASE       PIC X(008).
           05  REG-PARM-DATA-BASE-R REDEFINES   REG-PARM-DATA-BASE.
               10  FILLER               PIC X(004).
               10  REG-PARM-MES         PIC 9(002).
               10  REG-PARM-DIA         PIC 9(002).
           05  REG-PARM-JANELA          PIC X(003).
           05  REG-PARM-ATRASO          PIC X(002).
           05  REG-PARM-PARADA          PIC X(002).
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       77  FILLER                      PIC X(055)          VALUE
           '* INICIO DA WORKING STORAGE SECTION IFBA3CAL *'.
      *----------------------------------------------------------------*
      *    AREA DE CONTROLE DO LOTE                                    *
      *----------------------------------------------------------------*
       77  WRK-FIM-ARQUIVO             PIC X(001)          VALUE 'N'.
       77  WRK-CAL-STATUS              PIC X(002)          VALUE '00'.
       77  WRK-GEN-STATUS              PIC X(002)          VALUE '00'.
       77  WRK-RUN-STATUS              PIC X(002)          VALUE '00'.
       77  WRK-PARM-STATUS             PIC X(002)          VALUE '00'.
       77  WRK-ERRO-ESTRUTURA          PIC X(001)          VALUE 'N'.
       77  WRK-RUN-INDISPONIVEL        PIC X(001)          VALUE 'N'.
       77  WRK-DATA-PROCESSO           PIC 9(008)          VALUE ZEROS.
       77  WRK-DATA-BASE               PIC 9(008)          VALUE ZEROS.
       77  WRK-DATA-INICIO             PIC 9(008)          VALUE ZEROS.
       77  WRK-DATA-FIM                PIC 9(008)          VALUE ZEROS.
       77  WRK-PARM-JANELA             PIC 9(003)          VALUE 30.
       77  WRK-PARM-ATRASO             PIC 9(002)          VALUE 1.
       77  WRK-PARM-PARADA             PIC 9(002)          VALUE 3.
       77  WRK-CONDICAO                PIC 9(002)          VALUE ZEROS.
       77  WRK-AUX-DISPLAY7            PIC Z.ZZZ.ZZ9       VALUE SPACES.
       77  WRK-AUX-DISPLAY3            PIC ZZ9             VALUE SPACES.
      *----------------------------------------------------------------*
      *    TOTAIS DO CALENDARIO, DO CONTROLE E DOS APONTAMENTOS        *
      *----------------------------------------------------------------*
       77  WRK-CAL-LIDAS               PIC 9(007)          VALUE ZEROS.
       77  WRK-CAL-IGNORADAS           PIC 9(007)          VALUE ZEROS.
       77  WRK-GEN-LIDOS               PIC 9(007)          VALUE ZEROS.
       77  WRK-RUN-LIDOS               PIC 9(007)          VALUE ZEROS.
       77  WRK-TOT-AUSENTES            PIC 9(007)          VALUE ZEROS.
       77  WRK-TOT-ATRASADAS           PIC 9(007)          VALUE ZEROS.
       77  WRK-TOT-FORA-SEQ            PIC 9(007)          VALUE ZEROS.
       77  WRK-TOT-DUPLICADAS          PIC 9(007)          VALUE ZEROS.
       77  WRK-TOT-PARADAS             PIC 9(007)          VALUE ZEROS.
      *----------------------------------------------------------------*
      *    TABELA DE FERIADOS DO CALENDARIO. ORIGEM EM BRANCOS VALE    *
      *    PARA TODAS AS ORIGENS.                                      *
      *----------------------------------------------------------------*
       01  WRK-TAB-FERIADOS.
           05  WRK-FER-OCORR           OCCURS 300 TIMES.
               10  WRK-FER-DATA        PIC 9(008).
               10  WRK-FER-ORIGEM      PIC X(008).
       77  WRK-FER-TOTAL               PIC 9(003)          VALUE ZEROS.
       77  WRK-FER-SUB                 PIC 9(003)          VALUE ZEROS.
      *----------------------------------------------------------------*
      *    TABELA DAS ORIGENS ESPERADAS, COM O ACOMPANHAMENTO DE CADA  *
      *    UMA: MAIOR GERACAO JA PROCESSADA (ORDEM DE CHEGADA DO       *
      *    GENCTL) E A SEQUENCIA CORRENTE DE DIAS UTEIS SEM GERACAO.   *
      *----------------------------------------------------------------*
       01  WRK-TAB-ORIGENS.
           05  WRK-ORI-OCORR           OCCURS 050 TIMES.
               10  WRK-ORI-ORIGEM      PIC X(008).
               10  WRK-ORI-DIAS.
                   15  WRK-ORI-DIA-SEMANA OCCURS 7 TIMES
                                       PIC X(001).
               10  WRK-ORI-INICIO      PIC 9(008).
               10  WRK-ORI-FIM         PIC 9(008).
               10  WRK-ORI-MAIOR-GERACAO PIC 9(008).
               10  WRK-ORI-FALTAS-SEGUIDAS PIC 9(003).
               10  WRK-ORI-PRIMEIRA-FALTA PIC 9(008).
       77  WRK-ORI-TOTAL               PIC 9(003)          VALUE ZEROS.
       77  WRK-ORI-SUB                 PIC 9(003)          VALUE ZEROS.
       77  WRK-PSQ-ORIGEM              PIC X(008)          VALUE SPACES.
       77  WRK-PSQ-SUB                 PIC 9(003)          VALUE ZEROS.
      *----------------------------------------------------------------*
      *    TABELA DAS GERACOES DO GENCTL DATADAS DENTRO DA JANELA, NA  *
      *    ORDEM DE CHEGADA. ESTOURO E ERRO ESTRUTURAL - SEM A TABELA  *
      *    COMPLETA, A LISTA DE AUSENTES SAIRIA FALSA.                 *
      *----------------------------------------------------------------*
       01  WRK-TAB-GERACOES.
           05  WRK-GER-OCORR           OCCURS 3000 TIMES.
               10  WRK-GER-DATA        PIC 9(008).
               10  WRK-GER-ORIGEM      PIC X(008).
               10  WRK-GER-PROCESSO    PIC X(008).
               10  WRK-GER-FORA-SEQ    PIC X(001).
       77  WRK-GER-TOTAL               PIC 9(004)          VALUE ZEROS.
       77  WRK-GER-SUB                 PIC 9(004)          VALUE ZEROS.
       77  WRK-GER-ACHOU               PIC X(001)          VALUE 'N'.
      *----------------------------------------------------------------*
      *    AREA DO DIA UTIL: DATA E ORIGEM CONFERIDAS (SUBSCRITO 0 =   *
      *    ORIGEM FORA DO CALENDARIO - VALE SEGUNDA A SEXTA, MENOS OS  *
      *    FERIADOS GERAIS) E O DIA DA SEMANA (1 = SEGUNDA).           *
      *----------------------------------------------------------------*
       77  WRK-UTL-DATA                PIC 9(008)          VALUE ZEROS.
       77  WRK-UTL-ORI-SUB             PIC 9(003)          VALUE ZEROS.
       77  WRK-UTL-DIA-UTIL            PIC X(001)          VALUE 'N'.
       77  WRK-UTL-FERIADO             PIC X(001)          VALUE 'N'.
       77  WRK-UTL-SEMANA              PIC 9(001)          VALUE ZEROS.
       77  WRK-UTL-AUX                 PIC 9(007)          VALUE ZEROS.
       77  WRK-UTL-QUOCIENTE           PIC 9(007)          VALUE ZEROS.
       77  WRK-UTL-ULTIMO-DIA          PIC 9(002)          VALUE ZEROS.
       77  WRK-ATR-DIAS                PIC 9(003)          VALUE ZEROS.
       77  WRK-ATR-CHEGADA             PIC 9(008)          VALUE ZEROS.
      *----------------------------------------------------------------*
      *    DATA CORRENTE DAS VARREDURAS DIA A DIA                      *
      *----------------------------------------------------------------*
       01  WRK-ITR-DATA                PIC 9(008)          VALUE ZEROS.
       01  FILLER                   REDEFINES   WRK-ITR-DATA.
           05  WRK-ITR-ANO             PIC 9(004).
           05  WRK-ITR-MES             PIC 9(002).
           05  WRK-ITR-DIA             PIC 9(002).
      *----------------------------------------------------------------*
      *    AREA DA CONVERSAO DE DATA EM DIAS CORRIDOS (IFBA3DTC)       *
      *----------------------------------------------------------------*
       COPY IFBA3DTW.
      *----------------------------------------------------------------*
       77  FILLER                      PIC X(055)          VALUE
           '* FIM DA WORKING STORAGE SECTION IFBA3CAL *'.
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
           MOVE WRK-DATA-PROCESSO      TO WRK-DATA-BASE
      *
           PERFORM 1095-LER-PARAMETROS.
      *
      *    A JANELA VAI DE DATA-BASE MENOS N DIAS CORRIDOS ATE A
      *    VESPERA DA DATA-BASE - A GERACAO DO PROPRIO DIA AINDA
      *    NAO TEVE O SEU LOTE NOTURNO.
      *
           MOVE WRK-DATA-BASE          TO WRK-ITR-DATA
           PERFORM 8210-RECUAR-DIA
           MOVE WRK-ITR-DATA           TO WRK-DATA-FIM
           MOVE WRK-DATA-BASE          TO WRK-ITR-DATA
           PERFORM 8210-RECUAR-DIA     WRK-PARM-JANELA TIMES
           MOVE WRK-ITR-DATA           TO WRK-DATA-INICIO
      *
           OPEN OUTPUT CALENDAR-REPORT-FILE
      *
           MOVE SPACES                 TO REG-RELATORIO-CAL
           STRING '*** RELATORIO IFBA3CAL - CALENDARIO DE EXTRATOS'
               ' ESPERADOS ***'
               DELIMITED BY SIZE       INTO REG-RELATORIO-CAL
           PERFORM 3900-GRAVAR-LINHA
      *
           MOVE SPACES                 TO REG-RELATORIO-CAL
           STRING 'DATA-BASE...................: ' WRK-DATA-BASE
               '  JANELA: ' WRK-DATA-INICIO ' A ' WRK-DATA-FIM
               DELIMITED BY SIZE       INTO REG-RELATORIO-CAL
           PERFORM 3900-GRAVAR-LINHA
      *
           MOVE SPACES                 TO REG-RELATORIO-CAL
           STRING 'ATRASO TOLERADO.............: ' WRK-PARM-ATRASO
               ' DIA(S) UTIL(EIS)  ORIGEM PARADA APOS: '
               WRK-PARM-PARADA ' DIAS UTEIS'
               DELIMITED BY SIZE       INTO REG-RELATORIO-CAL
           PERFORM 3900-GRAVAR-LINHA
      *
           PERFORM 1200-CARREGAR-CALENDARIO
      *
           IF  WRK-ERRO-ESTRUTURA      EQUAL 'N'
               PERFORM 1300-CARREGAR-GERACOES
           END-IF.
      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
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
                   IF  REG-PARM-DATA-BASE IS NUMERIC
                       IF  REG-PARM-MES > ZEROS AND
                           REG-PARM-MES < 13    AND
                           REG-PARM-DIA > ZEROS AND
                           REG-PARM-DIA < 32
                           MOVE REG-PARM-DATA-BASE
                                       TO WRK-DATA-BASE
                       END-IF
                   END-IF
                   IF  REG-PARM-JANELA IS NUMERIC
                       MOVE REG-PARM-JANELA
                                       TO WRK-PARM-JANELA
                   END-IF
                   IF  REG-PARM-ATRASO IS NUMERIC
                       MOVE REG-PARM-ATRASO
                                       TO WRK-PARM-ATRASO
                   END-IF
                   IF  REG-PARM-PARADA IS NUMERIC
                       MOVE REG-PARM-PARADA
                                       TO WRK-PARM-PARADA
                   END-IF
           END-READ
      *
           CLOSE PARM-FILE.
      *----------------------------------------------------------------*
       1095-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    CARGA DO CALENDARIO. SEM CALENDARIO, OU SEM NENHUMA ORIGEM  *
      *    ESPERADA, NAO HA O QUE CONFERIR - ERRO ESTRUTURAL.          *
      *----------------------------------------------------------------*
       1200-CARREGAR-CALENDARIO        SECTION.
      *----------------------------------------------------------------*
           OPEN INPUT CALENDAR-FILE
           IF  WRK-CAL-STATUS          NOT EQUAL '00'
               MOVE SPACES             TO REG-RELATORIO-CAL
               STRING '*** CALENDARIO (CALREF) INDISPONIVEL - STATUS '
                   WRK-CAL-STATUS ' ***'
                   DELIMITED BY SIZE   INTO REG-RELATORIO-CAL
               PERFORM 3900-GRAVAR-LINHA
               MOVE 'S'                TO WRK-ERRO-ESTRUTURA
               GO TO 1200-99-FIM
           END-IF
      *
           MOVE 'N'                    TO WRK-FIM-ARQUIVO
           PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL 'S'
               READ CALENDAR-FILE
                   AT END
                       MOVE 'S'        TO WRK-FIM-ARQUIVO
                   NOT AT END
                       ADD 1           TO WRK-CAL-LIDAS
                       PERFORM 1210-GUARDAR-CALENDARIO
               END-READ
           END-PERFORM
      *
           CLOSE CALENDAR-FILE
      *
           MOVE WRK-FER-TOTAL          TO WRK-AUX-DISPLAY3
           MOVE SPACES                 TO REG-RELATORIO-CAL
           STRING 'CALENDARIO..................: ' WRK-AUX-DISPLAY3
               ' FERIADO(S), '
               DELIMITED BY SIZE       INTO REG-RELATORIO-CAL
           MOVE WRK-ORI-TOTAL          TO WRK-AUX-DISPLAY3
           STRING WRK-AUX-DISPLAY3 ' ORIGEM(NS) ESPERADA(S)'
               DELIMITED BY SIZE       INTO REG-RELATORIO-CAL(47:)
           PERFORM 3900-GRAVAR-LINHA
      *
           IF  WRK-CAL-IGNORADAS       > ZEROS
               MOVE WRK-CAL-IGNORADAS  TO WRK-AUX-DISPLAY7
               MOVE SPACES             TO REG-RELATORIO-CAL
               STRING 'LINHAS DO CALENDARIO IGNORADAS: '
                   WRK-AUX-DISPLAY7
                   ' (TIPO/DATA INVALIDA, REPETIDA OU TABELA CHEIA)'
                   DELIMITED BY SIZE   INTO REG-RELATORIO-CAL
               PERFORM 3900-GRAVAR-LINHA
               IF  WRK-CONDICAO        < 04
                   MOVE 04             TO WRK-CONDICAO
               END-IF
           END-IF
      *
           IF  WRK-ORI-TOTAL           EQUAL ZEROS
               MOVE SPACES             TO REG-RELATORIO-CAL
               STRING '*** NENHUMA ORIGEM ESPERADA NO CALENDARIO ***'
                   DELIMITED BY SIZE   INTO REG-RELATORIO-CAL
               PERFORM 3900-GRAVAR-LINHA
               MOVE 'S'                TO WRK-ERRO-ESTRUTURA
           END-IF.
      *----------------------------------------------------------------*
       1200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1210-GUARDAR-CALENDARIO         SECTION.
      *----------------------------------------------------------------*
           EVALUATE REG-CAL-TIPO
               WHEN 'F'
                   IF  REG-CAL-FER-DATA NOT NUMERIC OR
                       WRK-FER-TOTAL   NOT < 300
                       ADD 1           TO WRK-CAL-IGNORADAS
                       GO TO 1210-99-FIM
                   END-IF
                   ADD 1               TO WRK-FER-TOTAL
                   MOVE REG-CAL-FER-DATA
                                   TO WRK-FER-DATA(WRK-FER-TOTAL)
                   MOVE REG-CAL-FER-ORIGEM
                                   TO WRK-FER-ORIGEM(WRK-FER-TOTAL)
               WHEN 'O'
                   MOVE REG-CAL-ORI-ORIGEM TO WRK-PSQ-ORIGEM
                   PERFORM 1320-LOCALIZAR-ORIGEM
                   IF  REG-CAL-ORI-ORIGEM EQUAL SPACES OR
                       WRK-PSQ-SUB     > ZEROS         OR
                       WRK-ORI-TOTAL   NOT < 50
                       ADD 1           TO WRK-CAL-IGNORADAS
                       GO TO 1210-99-FIM
                   END-IF
                   IF  (REG-CAL-ORI-INICIO NOT EQUAL SPACES AND
                        REG-CAL-ORI-INICIO NOT NUMERIC) OR
                       (REG-CAL-ORI-FIM    NOT EQUAL SPACES AND
                        REG-CAL-ORI-FIM    NOT NUMERIC)
                       ADD 1           TO WRK-CAL-IGNORADAS
                       GO TO 1210-99-FIM
                   END-IF
                   ADD 1               TO WRK-ORI-TOTAL
                   MOVE WRK-ORI-TOTAL  TO WRK-ORI-SUB
                   MOVE REG-CAL-ORI-ORIGEM
                                   TO WRK-ORI-ORIGEM(WRK-ORI-SUB)
                   IF  REG-CAL-ORI-DIAS EQUAL SPACES
                       MOVE 'SSSSSNN'
                                   TO WRK-ORI-DIAS(WRK-ORI-SUB)
                   ELSE
                       MOVE REG-CAL-ORI-DIAS
                                   TO WRK-ORI-DIAS(WRK-ORI-SUB)
                   END-IF
                   IF  REG-CAL-ORI-INICIO EQUAL SPACES
                       MOVE ZEROS  TO WRK-ORI-INICIO(WRK-ORI-SUB)
                   ELSE
                       MOVE REG-CAL-ORI-INICIO
                                   TO WRK-ORI-INICIO(WRK-ORI-SUB)
                   END-IF
                   IF  REG-CAL-ORI-FIM EQUAL SPACES OR
                       REG-CAL-ORI-FIM EQUAL ZEROS
                       MOVE 99999999
                                   TO WRK-ORI-FIM(WRK-ORI-SUB)
                   ELSE
                       MOVE REG-CAL-ORI-FIM
                                   TO WRK-ORI-FIM(WRK-ORI-SUB)
                   END-IF
                   MOVE ZEROS  TO WRK-ORI-MAIOR-GERACAO(WRK-ORI-SUB)
                   MOVE ZEROS  TO WRK-ORI-FALTAS-SEGUIDAS(WRK-ORI-SUB)
                   MOVE ZEROS  TO WRK-ORI-PRIMEIRA-FALTA(WRK-ORI-SUB)
               WHEN OTHER
                   ADD 1               TO WRK-CAL-IGNORADAS
           END-EVALUATE.
      *----------------------------------------------------------------*
       1210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    CARGA DO CONTROLE DE GERACAO, NA ORDEM DE CHEGADA. TODO O   *
      *    ARQUIVO PASSA PELA CONFERENCIA DE SEQUENCIA (MAIOR GERACAO  *
      *    JA PROCESSADA POR ORIGEM); SO AS GERACOES DATADAS DENTRO    *
      *    DA JANELA FICAM NA TABELA.                                  *
      *----------------------------------------------------------------*
       1300-CARREGAR-GERACOES          SECTION.
      *----------------------------------------------------------------*
           OPEN INPUT GENERATION-CTL-FILE
           IF  WRK-GEN-STATUS          NOT EQUAL '00'
               MOVE SPACES             TO REG-RELATORIO-CAL
               STRING '*** CONTROLE DE GERACAO (GENCTL) INDISPONIVEL'
                   ' - STATUS ' WRK-GEN-STATUS ' ***'
                   DELIMITED BY SIZE   INTO REG-RELATORIO-CAL
               PERFORM 3900-GRAVAR-LINHA
               MOVE 'S'                TO WRK-ERRO-ESTRUTURA
               GO TO 1300-99-FIM
           END-IF
      *
           MOVE 'N'                    TO WRK-FIM-ARQUIVO
           PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL 'S'
               READ GENERATION-CTL-FILE
                   AT END
                       MOVE 'S'        TO WRK-FIM-ARQUIVO
                   NOT AT END
                       ADD 1           TO WRK-GEN-LIDOS
                       PERFORM 1310-GUARDAR-GERACAO
               END-READ
           END-PERFORM
      *
           CLOSE GENERATION-CTL-FILE
      *
           MOVE WRK-GEN-LIDOS          TO WRK-AUX-DISPLAY7
           MOVE SPACES                 TO REG-RELATORIO-CAL
           STRING 'GERACOES NO CONTROLE........: ' WRK-AUX-DISPLAY7
               DELIMITED BY SIZE       INTO REG-RELATORIO-CAL
           MOVE WRK-GER-TOTAL          TO WRK-AUX-DISPLAY7
           STRING '  NA JANELA: ' WRK-AUX-DISPLAY7
               DELIMITED BY SIZE       INTO REG-RELATORIO-CAL(42:)
           PERFORM 3900-GRAVAR-LINHA.
      *----------------------------------------------------------------*
       1300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1310-GUARDAR-GERACAO            SECTION.
      *----------------------------------------------------------------*
           IF  REG-GEN-DATA            NOT NUMERIC
               GO TO 1310-99-FIM
           END-IF
      *
           MOVE REG-GEN-ORIGEM         TO WRK-PSQ-ORIGEM
           PERFORM 1320-LOCALIZAR-ORIGEM
      *
           IF  REG-GEN-DATA            < WRK-DATA-INICIO OR
               REG-GEN-DATA            > WRK-DATA-FIM
               IF  WRK-PSQ-SUB         > ZEROS
                   IF  REG-GEN-DATA    >
                       WRK-ORI-MAIOR-GERACAO(WRK-PSQ-SUB)
                       MOVE REG-GEN-DATA
                               TO WRK-ORI-MAIOR-GERACAO(WRK-PSQ-SUB)
                   END-IF
               END-IF
               GO TO 1310-99-FIM
           END-IF
      *
           IF  WRK-GER-TOTAL           NOT < 3000
               IF  WRK-ERRO-ESTRUTURA  EQUAL 'N'
                   MOVE SPACES         TO REG-RELATORIO-CAL
                   STRING '*** TABELA DE GERACOES CHEIA (3000) -'
                       ' REDUZIR A JANELA DO PARMIN ***'
                       DELIMITED BY SIZE INTO REG-RELATORIO-CAL
                   PERFORM 3900-GRAVAR-LINHA
                   MOVE 'S'            TO WRK-ERRO-ESTRUTURA
               END-IF
               GO TO 1310-99-FIM
           END-IF
      *
           ADD 1                       TO WRK-GER-TOTAL
           MOVE WRK-GER-TOTAL          TO WRK-GER-SUB
           MOVE REG-GEN-DATA           TO WRK-GER-DATA(WRK-GER-SUB)
           MOVE REG-GEN-ORIGEM         TO WRK-GER-ORIGEM(WRK-GER-SUB)
           MOVE REG-GEN-DATA-PROCESSO  TO WRK-GER-PROCESSO(WRK-GER-SUB)
           MOVE 'N'                    TO WRK-GER-FORA-SEQ(WRK-GER-SUB)
      *
      *    GERACAO MAIS ANTIGA QUE OUTRA JA PROCESSADA DA MESMA
      *    ORIGEM CHEGOU FORA DE SEQUENCIA.
      *
           IF  WRK-PSQ-SUB             > ZEROS
               IF  REG-GEN-DATA        <
                   WRK-ORI-MAIOR-GERACAO(WRK-PSQ-SUB)
                   MOVE 'S'            TO WRK-GER-FORA-SEQ(WRK-GER-SUB)
               ELSE
                   MOVE REG-GEN-DATA
                               TO WRK-ORI-MAIOR-GERACAO(WRK-PSQ-SUB)
               END-IF
           END-IF.
      *----------------------------------------------------------------*
       1310-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    LOCALIZA WRK-PSQ-ORIGEM NA TABELA DE ORIGENS - DEVOLVE O    *
      *    SUBSCRITO EM WRK-PSQ-SUB (ZERO = FORA DO CALENDARIO).       *
      *----------------------------------------------------------------*
       1320-LOCALIZAR-ORIGEM           SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                  TO WRK-PSQ-SUB
           PERFORM VARYING WRK-ORI-SUB FROM 1 BY 1
                     UNTIL WRK-ORI-SUB > WRK-ORI-TOTAL OR
                           WRK-PSQ-SUB > ZEROS
               IF  WRK-ORI-ORIGEM(WRK-ORI-SUB) EQUAL WRK-PSQ-ORIGEM
                   MOVE WRK-ORI-SUB    TO WRK-PSQ-SUB
               END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       1320-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*
           IF  WRK-ERRO-ESTRUTURA      EQUAL 'S'
               GO TO 2000-99-FIM
           END-IF
      *
           PERFORM 2100-CONFERIR-AUSENTES
      *
           PERFORM 2200-CONFERIR-ATRASOS
      *
           PERFORM 2400-CONFERIR-RECUSADAS
      *
           PERFORM 2500-CONFERIR-PARADAS.
      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    VARRE A JANELA DIA A DIA. EM CADA DIA UTIL DE CADA ORIGEM,  *
      *    A GERACAO DAQUELE DIA TEM DE ESTAR NO CONTROLE. A FALTA E   *
      *    LISTADA E SOMA NA SEQUENCIA DE DIAS SEM GERACAO DA ORIGEM.  *
      *----------------------------------------------------------------*
       2100-CONFERIR-AUSENTES          SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-DATA-INICIO        TO WRK-ITR-DATA
           PERFORM UNTIL WRK-ITR-DATA  > WRK-DATA-FIM
               PERFORM VARYING WRK-ORI-SUB FROM 1 BY 1
                         UNTIL WRK-ORI-SUB > WRK-ORI-TOTAL
                   MOVE WRK-ITR-DATA   TO WRK-UTL-DATA
                   MOVE WRK-ORI-SUB    TO WRK-UTL-ORI-SUB
                   PERFORM 2900-VERIFICAR-DIA-UTIL
                   IF  WRK-UTL-DIA-UTIL EQUAL 'S'
                       PERFORM 2110-CONFERIR-GERACAO
                   END-IF
               END-PERFORM
               PERFORM 8200-AVANCAR-DIA
           END-PERFORM.
      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2110-CONFERIR-GERACAO           SECTION.
      *----------------------------------------------------------------*
           MOVE 'N'                    TO WRK-GER-ACHOU
           PERFORM VARYING WRK-GER-SUB FROM 1 BY 1
                     UNTIL WRK-GER-SUB > WRK-GER-TOTAL OR
                           WRK-GER-ACHOU EQUAL 'S'
               IF  WRK-GER-DATA(WRK-GER-SUB)   EQUAL WRK-ITR-DATA AND
                   WRK-GER-ORIGEM(WRK-GER-SUB) EQUAL
                   WRK-ORI-ORIGEM(WRK-ORI-SUB)
                   MOVE 'S'            TO WRK-GER-ACHOU
               END-IF
           END-PERFORM
      *
           IF  WRK-GER-ACHOU           EQUAL 'S'
               MOVE ZEROS      TO WRK-ORI-FALTAS-SEGUIDAS(WRK-ORI-SUB)
               GO TO 2110-99-FIM
           END-IF
      *
           IF  WRK-ORI-FALTAS-SEGUIDAS(WRK-ORI-SUB) EQUAL ZEROS
               MOVE WRK-ITR-DATA
                               TO WRK-ORI-PRIMEIRA-FALTA(WRK-ORI-SUB)
           END-IF
           IF  WRK-ORI-FALTAS-SEGUIDAS(WRK-ORI-SUB) < 999
               ADD 1           TO WRK-ORI-FALTAS-SEGUIDAS(WRK-ORI-SUB)
           END-IF
           ADD 1                       TO WRK-TOT-AUSENTES
      *
           MOVE SPACES                 TO REG-RELATORIO-CAL
           STRING 'AUSENTE     GERACAO ' WRK-ITR-DATA
               ' ORIGEM ' WRK-ORI-ORIGEM(WRK-ORI-SUB)
               ' - ESPERADA E NAO RECEBIDA'
               DELIMITED BY SIZE       INTO REG-RELATORIO-CAL
           PERFORM 3900-GRAVAR-LINHA.
      *----------------------------------------------------------------*
       2110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ATRASO DE CADA GERACAO DA JANELA: DIAS UTEIS DA ORIGEM      *
      *    ENTRE A GERACAO (EXCLUSIVE) E O PROCESSAMENTO (INCLUSIVE).  *
      *    REGISTROS ANTIGOS DO CONTROLE, SEM A DATA DO PROCESSAMENTO, *
      *    NAO TEM ATRASO APURAVEL. AQUI SAEM TAMBEM AS GERACOES FORA  *
      *    DE SEQUENCIA.                                               *
      *----------------------------------------------------------------*
       2200-CONFERIR-ATRASOS           SECTION.
      *----------------------------------------------------------------*
           PERFORM VARYING WRK-GER-SUB FROM 1 BY 1
                     UNTIL WRK-GER-SUB > WRK-GER-TOTAL
               IF  WRK-GER-FORA-SEQ(WRK-GER-SUB) EQUAL 'S'
                   ADD 1               TO WRK-TOT-FORA-SEQ
                   MOVE SPACES         TO REG-RELATORIO-CAL
                   STRING 'FORA SEQ.   GERACAO '
                       WRK-GER-DATA(WRK-GER-SUB)
                       ' ORIGEM ' WRK-GER-ORIGEM(WRK-GER-SUB)
                       ' - CHEGOU APOS GERACAO MAIS NOVA'
                       DELIMITED BY SIZE INTO REG-RELATORIO-CAL
                   PERFORM 3900-GRAVAR-LINHA
               END-IF
               IF  WRK-GER-PROCESSO(WRK-GER-SUB) IS NUMERIC
                   MOVE WRK-GER-PROCESSO(WRK-GER-SUB)
                                       TO WRK-ATR-CHEGADA
                   IF  WRK-ATR-CHEGADA > WRK-GER-DATA(WRK-GER-SUB)
                       PERFORM 2210-APURAR-ATRASO
                   END-IF
               END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2210-APURAR-ATRASO              SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-GER-DATA(WRK-GER-SUB) TO WRK-ITR-DATA
           IF  WRK-ITR-MES             < 01 OR
               WRK-ITR-MES             > 12 OR
               WRK-ITR-DIA             < 01 OR
               WRK-ITR-DIA             > 31
               GO TO 2210-99-FIM
           END-IF
      *
           MOVE WRK-GER-ORIGEM(WRK-GER-SUB) TO WRK-PSQ-ORIGEM
           PERFORM 1320-LOCALIZAR-ORIGEM
           MOVE WRK-PSQ-SUB            TO WRK-UTL-ORI-SUB
      *
           MOVE ZEROS                  TO WRK-ATR-DIAS
           PERFORM UNTIL WRK-ITR-DATA  NOT < WRK-ATR-CHEGADA
               PERFORM 8200-AVANCAR-DIA
               MOVE WRK-ITR-DATA       TO WRK-UTL-DATA
               PERFORM 2900-VERIFICAR-DIA-UTIL
               IF  WRK-UTL-DIA-UTIL    EQUAL 'S' AND
                   WRK-ATR-DIAS        < 999
                   ADD 1               TO WRK-ATR-DIAS
               END-IF
           END-PERFORM
      *
           IF  WRK-ATR-DIAS            NOT > WRK-PARM-ATRASO
               GO TO 2210-99-FIM
           END-IF
      *
           ADD 1                       TO WRK-TOT-ATRASADAS
           MOVE WRK-ATR-DIAS           TO WRK-AUX-DISPLAY3
           MOVE SPACES                 TO REG-RELATORIO-CAL
           STRING 'ATRASADA    GERACAO ' WRK-GER-DATA(WRK-GER-SUB)
               ' ORIGEM ' WRK-GER-ORIGEM(WRK-GER-SUB)
               ' - PROCESSADA EM ' WRK-ATR-CHEGADA ' ('
               WRK-AUX-DISPLAY3 ' DIAS UTEIS)'
               DELIMITED BY SIZE       INTO REG-RELATORIO-CAL
           PERFORM 3900-GRAVAR-LINHA.
      *----------------------------------------------------------------*
       2210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    GERACOES RECUSADAS PELO LOTE NOTURNO POR JA TEREM SIDO      *
      *    PROCESSADAS (RECUSA 'D' NO RUNHST) EM CICLOS DA JANELA. SEM *
      *    O HISTORICO A CONFERENCIA SEGUE, COM AVISO.                 *
      *----------------------------------------------------------------*
       2400-CONFERIR-RECUSADAS         SECTION.
      *----------------------------------------------------------------*
           OPEN INPUT RUN-HISTORY-FILE
           IF  WRK-RUN-STATUS          NOT EQUAL '00'
               MOVE SPACES             TO REG-RELATORIO-CAL
               STRING '*** HISTORICO DE EXECUCOES (RUNHST) INDISPONIVEL'
                   ' - STATUS ' WRK-RUN-STATUS
                   ' - RECUSAS NAO CONFERIDAS ***'
                   DELIMITED BY SIZE   INTO REG-RELATORIO-CAL
               PERFORM 3900-GRAVAR-LINHA
               MOVE 'S'                TO WRK-RUN-INDISPONIVEL
               GO TO 2400-99-FIM
           END-IF
      *
           MOVE 'N'                    TO WRK-FIM-ARQUIVO
           PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL 'S'
               READ RUN-HISTORY-FILE
                   AT END
                       MOVE 'S'        TO WRK-FIM-ARQUIVO
                   NOT AT END
                       ADD 1           TO WRK-RUN-LIDOS
                       IF  REG-RUN-RECUSA     EQUAL 'D'             AND
                           REG-RUN-DATA-CICLO NOT < WRK-DATA-INICIO AND
                           REG-RUN-DATA-CICLO NOT > WRK-DATA-FIM
                           PERFORM 2410-LISTAR-RECUSADA
                       END-IF
               END-READ
           END-PERFORM
      *
           CLOSE RUN-HISTORY-FILE.
      *----------------------------------------------------------------*
       2400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2410-LISTAR-RECUSADA            SECTION.
      *----------------------------------------------------------------*
           ADD 1                       TO WRK-TOT-DUPLICADAS
           MOVE SPACES                 TO REG-RELATORIO-CAL
           STRING 'DUPLICADA   GERACAO ' REG-RUN-DATA-GERACAO
               ' ORIGEM ' REG-RUN-ORIGEM
               ' - RECUSADA NO CICLO ' REG-RUN-DATA-CICLO
               DELIMITED BY SIZE       INTO REG-RELATORIO-CAL
           PERFORM 3900-GRAVAR-LINHA.
      *----------------------------------------------------------------*
       2410-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ORIGEM CUJOS ULTIMOS DIAS UTEIS DA JANELA FICARAM TODOS SEM *
      *    GERACAO, NO LIMITE DO PARMIN OU ALEM, PAROU DE ENVIAR.      *
      *----------------------------------------------------------------*
       2500-CONFERIR-PARADAS           SECTION.
      *----------------------------------------------------------------*
           PERFORM VARYING WRK-ORI-SUB FROM 1 BY 1
                     UNTIL WRK-ORI-SUB > WRK-ORI-TOTAL
               IF  WRK-ORI-FALTAS-SEGUIDAS(WRK-ORI-SUB) > ZEROS AND
                   WRK-ORI-FALTAS-SEGUIDAS(WRK-ORI-SUB) NOT <
                   WRK-PARM-PARADA
                   PERFORM 2510-LISTAR-PARADA
               END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       2500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2510-LISTAR-PARADA              SECTION.
      *----------------------------------------------------------------*
           ADD 1                       TO WRK-TOT-PARADAS
           MOVE WRK-ORI-FALTAS-SEGUIDAS(WRK-ORI-SUB) TO WRK-AUX-DISPLAY3
           MOVE SPACES                 TO REG-RELATORIO-CAL
           STRING 'PARADA      ORIGEM ' WRK-ORI-ORIGEM(WRK-ORI-SUB)
               ' - ' WRK-AUX-DISPLAY3 ' DIAS UTEIS SEM GERACAO DESDE '
               WRK-ORI-PRIMEIRA-FALTA(WRK-ORI-SUB)
               DELIMITED BY SIZE       INTO REG-RELATORIO-CAL
           IF  WRK-ORI-MAIOR-GERACAO(WRK-ORI-SUB) > ZEROS
               STRING ' (ULTIMA: '
                   WRK-ORI-MAIOR-GERACAO(WRK-ORI-SUB) ')'
                   DELIMITED BY SIZE   INTO REG-RELATORIO-CAL(72:)
           ELSE
               STRING ' (NENHUMA RECEBIDA)'
                   DELIMITED BY SIZE   INTO REG-RELATORIO-CAL(72:)
           END-IF
           PERFORM 3900-GRAVAR-LINHA.
      *----------------------------------------------------------------*
       2510-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    DIA UTIL DE UMA ORIGEM: DIA DA SEMANA MARCADO 'S' NA        *
      *    ORIGEM, DENTRO DA VIGENCIA DELA E SEM FERIADO GERAL OU DA   *
      *    PROPRIA ORIGEM. ORIGEM FORA DO CALENDARIO (SUBSCRITO 0)     *
      *    VALE DE SEGUNDA A SEXTA, MENOS OS FERIADOS GERAIS.          *
      *----------------------------------------------------------------*
       2900-VERIFICAR-DIA-UTIL         SECTION.
      *----------------------------------------------------------------*
           MOVE 'N'                    TO WRK-UTL-DIA-UTIL
           PERFORM 8230-DIA-DA-SEMANA
      *
           IF  WRK-UTL-ORI-SUB         EQUAL ZEROS
               IF  WRK-UTL-SEMANA      > 5
                   GO TO 2900-99-FIM
               END-IF
           ELSE
               IF  WRK-ORI-DIA-SEMANA(WRK-UTL-ORI-SUB WRK-UTL-SEMANA)
                                       NOT EQUAL 'S'
                   GO TO 2900-99-FIM
               END-IF
               IF  WRK-UTL-DATA        <
                   WRK-ORI-INICIO(WRK-UTL-ORI-SUB) OR
                   WRK-UTL-DATA        NOT <
                   WRK-ORI-FIM(WRK-UTL-ORI-SUB)
                   GO TO 2900-99-FIM
               END-IF
           END-IF
      *
           MOVE 'N'                    TO WRK-UTL-FERIADO
           PERFORM VARYING WRK-FER-SUB FROM 1 BY 1
                     UNTIL WRK-FER-SUB > WRK-FER-TOTAL OR
                           WRK-UTL-FERIADO EQUAL 'S'
               IF  WRK-FER-DATA(WRK-FER-SUB) EQUAL WRK-UTL-DATA
                   IF  WRK-FER-ORIGEM(WRK-FER-SUB) EQUAL SPACES
                       MOVE 'S'        TO WRK-UTL-FERIADO
                   ELSE
                       IF  WRK-UTL-ORI-SUB > ZEROS AND
                           WRK-FER-ORIGEM(WRK-FER-SUB) EQUAL
                           WRK-ORI-ORIGEM(WRK-UTL-ORI-SUB)
                           MOVE 'S'    TO WRK-UTL-FERIADO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
      *
           IF  WRK-UTL-FERIADO         EQUAL 'N'
               MOVE 'S'                TO WRK-UTL-DIA-UTIL
           END-IF.
      *----------------------------------------------------------------*
       2900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
           PERFORM 3100-GRAVAR-RESUMO.
      *
           CLOSE CALENDAR-REPORT-FILE.
      *
           IF  WRK-CONDICAO            > RETURN-CODE
               MOVE WRK-CONDICAO       TO RETURN-CODE
           END-IF
      *
           STOP RUN.
      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    RESUMO POR TIPO DE APONTAMENTO, CADA UM COM A SUA CONDICAO: *
      *    04 = ATRASADA, FORA DE SEQUENCIA, DUPLICADA RECUSADA OU     *
      *    RUNHST INDISPONIVEL; 08 = GERACAO AUSENTE; 12 = ORIGEM      *
      *    PARADA OU ERRO ESTRUTURAL (CALREF/GENCTL).                  *
      *----------------------------------------------------------------*
       3100-GRAVAR-RESUMO              SECTION.
      *----------------------------------------------------------------*
           IF  WRK-TOT-ATRASADAS       > ZEROS OR
               WRK-TOT-FORA-SEQ        > ZEROS OR
               WRK-TOT-DUPLICADAS      > ZEROS OR
               WRK-RUN-INDISPONIVEL    EQUAL 'S'
               IF  WRK-CONDICAO        < 04
                   MOVE 04             TO WRK-CONDICAO
               END-IF
           END-IF
           IF  WRK-TOT-AUSENTES        > ZEROS
               IF  WRK-CONDICAO        < 08
                   MOVE 08             TO WRK-CONDICAO
               END-IF
           END-IF
           IF  WRK-TOT-PARADAS         > ZEROS OR
               WRK-ERRO-ESTRUTURA      EQUAL 'S'
               MOVE 12                 TO WRK-CONDICAO
           END-IF
      *
           MOVE SPACES                 TO REG-RELATORIO-CAL
           STRING '*** RESUMO DA CONFERENCIA ***'
               DELIMITED BY SIZE       INTO REG-RELATORIO-CAL
           PERFORM 3900-GRAVAR-LINHA
      *
           IF  WRK-ERRO-ESTRUTURA      EQUAL 'S'
               MOVE SPACES             TO REG-RELATORIO-CAL
               STRING 'CONFERENCIA NAO REALIZADA - ERRO ESTRUTURAL'
                   '       (CONDICAO 12)'
                   DELIMITED BY SIZE   INTO REG-RELATORIO-CAL
               PERFORM 3900-GRAVAR-LINHA
           ELSE
               PERFORM 3110-GRAVAR-TOTAIS
           END-IF
      *
           MOVE SPACES                 TO REG-RELATORIO-CAL
           STRING 'CODIGO DE CONDICAO..........: ' WRK-CONDICAO
               DELIMITED BY SIZE       INTO REG-RELATORIO-CAL
           PERFORM 3900-GRAVAR-LINHA.
      *----------------------------------------------------------------*
       3100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3110-GRAVAR-TOTAIS              SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-TOT-AUSENTES       TO WRK-AUX-DISPLAY7
           MOVE SPACES                 TO REG-RELATORIO-CAL
           STRING 'GERACOES AUSENTES...........: ' WRK-AUX-DISPLAY7
               '  (CONDICAO 08)'
               DELIMITED BY SIZE       INTO REG-RELATORIO-CAL
           PERFORM 3900-GRAVAR-LINHA
      *
           MOVE WRK-TOT-ATRASADAS      TO WRK-AUX-DISPLAY7
           MOVE SPACES                 TO REG-RELATORIO-CAL
           STRING 'GERACOES ATRASADAS..........: ' WRK-AUX-DISPLAY7
               '  (CONDICAO 04)'
               DELIMITED BY SIZE       INTO REG-RELATORIO-CAL
           PERFORM 3900-GRAVAR-LINHA
      *
           MOVE WRK-TOT-FORA-SEQ       TO WRK-AUX-DISPLAY7
           MOVE SPACES                 TO REG-RELATORIO-CAL
           STRING 'GERACOES FORA DE SEQUENCIA..: ' WRK-AUX-DISPLAY7
               '  (CONDICAO 04)'
               DELIMITED BY SIZE       INTO REG-RELATORIO-CAL
           PERFORM 3900-GRAVAR-LINHA
      *
           MOVE WRK-TOT-DUPLICADAS     TO WRK-AUX-DISPLAY7
           MOVE SPACES                 TO REG-RELATORIO-CAL
           STRING 'DUPLICADAS RECUSADAS........: ' WRK-AUX-DISPLAY7
               '  (CONDICAO 04)'
               DELIMITED BY SIZE       INTO REG-RELATORIO-CAL
           PERFORM 3900-GRAVAR-LINHA
      *
           MOVE WRK-TOT-PARADAS        TO WRK-AUX-DISPLAY7
           MOVE SPACES                 TO REG-RELATORIO-CAL
           STRING 'ORIGENS PARADAS.............: ' WRK-AUX-DISPLAY7
               '  (CONDICAO 12)'
               DELIMITED BY SIZE       INTO REG-RELATORIO-CAL
           PERFORM 3900-GRAVAR-LINHA.
      *----------------------------------------------------------------*
       3110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    GRAVA A LINHA CORRENTE EM CALRPT E ESPELHA COM DISPLAY      *
      *    PARA SYSOUT, COMO FAZEM OS RESUMOS DOS DEMAIS PROGRAMAS.    *
      *----------------------------------------------------------------*
       3900-GRAVAR-LINHA               SECTION.
      *----------------------------------------------------------------*
           WRITE REG-RELATORIO-CAL
           DISPLAY REG-RELATORIO-CAL.
      *----------------------------------------------------------------*
       3900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    CONVERSAO DE DATA EM DIAS CORRIDOS (8100-DATA-PARA-DIAS)    *
      *----------------------------------------------------------------*
       COPY IFBA3DTC.
      *----------------------------------------------------------------*
      *    AVANCA WRK-ITR-DATA PARA O DIA SEGUINTE.                    *
      *----------------------------------------------------------------*
       8200-AVANCAR-DIA                SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-ITR-DATA           TO WRK-CNV-DATA
           PERFORM 8100-DATA-PARA-DIAS
           PERFORM 8220-DIAS-DO-MES
      *
           ADD 1                       TO WRK-CNV-DIA
           IF  WRK-CNV-DIA             > WRK-UTL-ULTIMO-DIA
               MOVE 1                  TO WRK-CNV-DIA
               ADD 1                   TO WRK-CNV-MES
               IF  WRK-CNV-MES         > 12
                   MOVE 1              TO WRK-CNV-MES
                   ADD 1               TO WRK-CNV-ANO
               END-IF
           END-IF
      *
           MOVE WRK-CNV-DATA           TO WRK-ITR-DATA.
      *----------------------------------------------------------------*
       8200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    RECUA WRK-ITR-DATA PARA O DIA ANTERIOR.                     *
      *----------------------------------------------------------------*
       8210-RECUAR-DIA                 SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-ITR-DATA           TO WRK-CNV-DATA
      *
           IF  WRK-CNV-DIA             > 1
               SUBTRACT 1              FROM WRK-CNV-DIA
               MOVE WRK-CNV-DATA       TO WRK-ITR-DATA
               GO TO 8210-99-FIM
           END-IF
      *
           IF  WRK-CNV-MES             > 1
               SUBTRACT 1              FROM WRK-CNV-MES
           ELSE
               MOVE 12                 TO WRK-CNV-MES
               SUBTRACT 1              FROM WRK-CNV-ANO
           END-IF
           PERFORM 8100-DATA-PARA-DIAS
           PERFORM 8220-DIAS-DO-MES
           MOVE WRK-UTL-ULTIMO-DIA     TO WRK-CNV-DIA
      *
           MOVE WRK-CNV-DATA           TO WRK-ITR-DATA.
      *----------------------------------------------------------------*
       8210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ULTIMO DIA DO MES DE WRK-CNV-DATA, PELA TABELA DE DIAS      *
      *    ACUMULADOS - FEVEREIRO GANHA UM DIA EM ANO BISSEXTO         *
      *    (WRK-CNV-BISSEXTO, APURADO POR 8100-DATA-PARA-DIAS).        *
      *----------------------------------------------------------------*
       8220-DIAS-DO-MES                SECTION.
      *----------------------------------------------------------------*
           IF  WRK-CNV-MES             EQUAL 12
               MOVE 31                 TO WRK-UTL-ULTIMO-DIA
           ELSE
               COMPUTE WRK-UTL-ULTIMO-DIA =
                   WRK-MES-ACUM(WRK-CNV-MES + 1)
                   - WRK-MES-ACUM(WRK-CNV-MES)
           END-IF
      *
           IF  WRK-CNV-MES             EQUAL 2 AND
               WRK-CNV-BISSEXTO        EQUAL 'S'
               ADD 1                   TO WRK-UTL-ULTIMO-DIA
           END-IF.
      *----------------------------------------------------------------*
       8220-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    DIA DA SEMANA DE WRK-UTL-DATA EM WRK-UTL-SEMANA (1 =        *
      *    SEGUNDA ... 7 = DOMINGO). O DIA 1 DA CONTAGEM DE DIAS       *
      *    CORRIDOS (01/01/0001) CAI NUMA SEGUNDA-FEIRA.               *
      *----------------------------------------------------------------*
       8230-DIA-DA-SEMANA              SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-UTL-DATA           TO WRK-CNV-DATA
           PERFORM 8100-DATA-PARA-DIAS
      *
           COMPUTE WRK-UTL-AUX = WRK-CNV-DIAS - 1
           DIVIDE WRK-UTL-AUX          BY 7
               GIVING WRK-UTL-QUOCIENTE
               REMAINDER WRK-UTL-SEMANA
           ADD 1                       TO WRK-UTL-SEMANA.
      *----------------------------------------------------------------*
       8230-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
           END PROGRAM IFBA3CAL.
      *----------------------------------------------------------------*
