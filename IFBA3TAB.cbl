      *----------------------------------------------------------------*
      *    OBJETIVO....: JOB DE MANUTENCAO DAS TABELAS DE REFERENCIA   *
      *    UFTAB (DIGITO+FAIXA->UF) E FILTAB (CADASTRO DE FILIAIS),    *
      *    CITADO NOS CABECALHOS DE IFBA3UFT/IFBA3FIT. LE AS           *
      *    TRANSACOES INCLUI/ALTERA/EXCLUI APROVADAS NO CADASTRO DE    *
      *    PENDENTES (DD PNDIN, IFBA3PDF), CONSISTE                    *
      *    CADA TRANSACAO ESTRUTURALMENTE ANTES DE APLICAR - SEM       *
      *    FAIXAS SOBREPOSTAS DENTRO DO MESMO DIGITO, SEM CODIGO DE    *
      *    FILIAL DUPLICADO, SO STATUS CONHECIDOS, SEM ULTRAPASSAR OS  *
      *    LIMITES DE 90/300 LINHAS DAS CARGAS - E GRAVA AS TABELAS    *
      *    NOVAS (DD UFTABN/FILTABN), UM RELATORIO DE ALTERACOES COM   *
      *    IMAGEM ANTES/DEPOIS (DD CHGRPT) E UM REGISTRO DE AUDITORIA  *
      *    PARA CADA TRANSACAO APLICADA OU REJEITADA (DD AUDIT).       *
      *    A TRANSACAO FUNDE (FUSAO DA FILIAL XX NA FILIAL YY) FECHA   *
      *    XX NA FILTABN, TRANSFERE PARA YY TODO CLIENTE DO CADASTRO   *
      *    MESTRE (DD CPFMST) QUE APONTA PARA XX, GRAVA O MOVIMENTO DE *
      *    TRANSFERENCIA NO HISTORICO (DD CPFHST, ERRO '99') E LISTA   *
      *    OS CLIENTES COM TOTAIS POR UF NO RELATORIO DE               *
      *    TRANSFERENCIA (DD TRFRPT).                                  *
      *    AS LINHAS DAS TABELAS TEM VIGENCIA E NAO SAO SOBREGRAVADAS: *
      *    A TRANSACAO TRAZ A DATA A PARTIR DA QUAL VALE (EM BRANCO =  *
      *    DATA DO PROCESSAMENTO). ALTERA FECHA A LINHA VIGENTE NA     *
      *    DATA E ABRE OUTRA COM OS DADOS NOVOS; EXCLUI E FUNDE SO     *
      *    FECHAM A VIGENCIA. AS VERSOES ANTERIORES FICAM NA TABELA    *
      *    PARA O REPROCESSO DE GERACOES ANTIGAS (RECICLO, BLOCO       *
      *    ATRASADO) PELA DATA DA GERACAO.                             *
      *    DUPLO CONTROLE: A TRANSACAO SO CHEGA AQUI REGISTRADA POR UM *
      *    MAKER E APROVADA POR UM CHECKER EM IFBA3APR. SO OS ITENS    *
      *    APROVADOS SAO APLICADOS; ITEM CUJO CHECKER E O PROPRIO      *
      *    MAKER (OU SEM CHECKER) E RECUSADO. ITEM TRATADO SAI DO      *
      *    CADASTRO; OS AINDA PENDENTES PASSAM PARA A NOVA GERACAO     *
      *    (DD PNDOUT) SEM ALTERACAO. O RELATORIO E A AUDITORIA        *
      *    MOSTRAM MAKER, CHECKER E DATA/HORA DA APROVACAO.            *
      *================================================================*
      *                                                                *
      *----------------------------------------------------------------*
       INPUT-OUTPUT                    SECTION.
      *----------------------------------------------------------------*
       FILE-CONTROL.
           SELECT PENDING-IN-FILE      ASSIGN TO 'PNDIN'
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-PND-STATUS.

           SELECT PENDING-OUT-FILE     ASSIGN TO 'PNDOUT'
                                        ORGANIZATION IS LINE SEQUENTIAL.

           SELECT UF-TABLE-FILE        ASSIGN TO 'UFTAB'
           SELECT AUDIT-FILE           ASSIGN TO 'AUDIT'
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-AUD-STATUS.

           SELECT CPF-MASTER-FILE      ASSIGN TO 'CPFMST'
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE IS SEQUENTIAL
                                        RECORD KEY IS REG-MST-CHAVE
                                        FILE STATUS IS WRK-MST-STATUS.

           SELECT MOVEMENT-HISTORY-FILE ASSIGN TO 'CPFHST'
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-HST-STATUS.

           SELECT TRANSFER-REPORT-FILE ASSIGN TO 'TRFRPT'
                                        ORGANIZATION IS LINE SEQUENTIAL.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       COPY IFBA3PDF.
      *----------------------------------------------------------------*
      *    NOVA GERACAO DO CADASTRO DE PENDENTES - MESMO LAYOUT DO     *
      *    PNDIN, SEM OS ITENS TRATADOS NESTA EXECUCAO.                *
      *----------------------------------------------------------------*
       FD  PENDING-OUT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  REG-PENDENTE-NOVO           PIC X(100).
      *----------------------------------------------------------------*
       COPY IFBA3UFT.
      *----------------------------------------------------------------*
       COPY IFBA3FIT.
      *----------------------------------------------------------------*
       FD  UF-TABLE-NEW-FILE
           RECORD CONTAINS 025 CHARACTERS.
       01  REG-UF-TABELA-NOVA.
           05  REG-UFN-DIGITO           PIC 9(001).
           05  REG-UFN-FAIXA-INI        PIC 9(003).
           05  REG-UFN-FAIXA-FIM        PIC 9(003).
           05  REG-UFN-UF               PIC X(002).
           05  REG-UFN-VIGENCIA-INI     PIC 9(008).
           05  REG-UFN-VIGENCIA-FIM     PIC 9(008).
      *----------------------------------------------------------------*
       FD  BRANCH-TAB-NEW-FILE
           RECORD CONTAINS 021 CHARACTERS.
       01  REG-FILIAL-NOVA.
           05  REG-FILN-CODIGO          PIC 9(002).
           05  REG-FILN-STATUS          PIC X(001).
           05  REG-FILN-UF              PIC X(002).
           05  REG-FILN-VIGENCIA-INI    PIC 9(008).
           05  REG-FILN-VIGENCIA-FIM    PIC 9(008).
      *----------------------------------------------------------------*
       FD  CHANGE-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS.
      *----------------------------------------------------------------*
       COPY IFBA3AUF.
      *----------------------------------------------------------------*
      *    CADASTRO MESTRE DE CPF - MESMO LAYOUT MANTIDO POR IFBA3CPB, *
      *    PERCORRIDO EM SEQUENCIA DE CHAVE NA FUSAO DE FILIAL.        *
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
       COPY IFBA3HSF.
      *----------------------------------------------------------------*
       FD  TRANSFER-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  REG-RELATORIO-TRF           PIC X(100).
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
               10  WRK-TAB-FIL-CODIGO    PIC 9(002).
               10  WRK-TAB-FIL-STATUS    PIC X(001).
               10  WRK-TAB-FIL-UF        PIC X(002).
               10  WRK-TAB-FIL-VIG-INI   PIC 9(008).
               10  WRK-TAB-FIL-VIG-FIM   PIC 9(008).
      *----------------------------------------------------------------*
      *    AREA DA TRANSACAO APROVADA (REG-PND-TRANSACAO): FUNCAO      *
      *    (INCLUI/ALTERA/EXCLUI) + TABELA (UF/FIL) + DADOS NO LAYOUT  *
      *    DO PROPRIO REGISTRO DA TABELA. PARA ALTERA/EXCLUI DE UF A   *
      *    CHAVE E DIGITO+FAIXA-INI (MUDANCA DE FAIXA-INI = EXCLUI +   *
      *    INCLUI); PARA FIL A CHAVE E O CODIGO DA FILIAL. FUNDE SO    *
      *    VALE PARA FIL, COM O CODIGO DA FILIAL QUE FECHA SEGUIDO DO  *
      *    CODIGO DA SUCESSORA. AS POSICOES 23-30 TRAZEM A VIGENCIA DA *
      *    TRANSACAO (AAAAMMDD).                                       *
      *----------------------------------------------------------------*
       01  WRK-TRN-REGISTRO.
           05  WRK-TRN-FUNCAO          PIC X(006).
           05  WRK-TRN-FIL-STATUS      PIC X(001).
           05  WRK-TRN-FIL-UF          PIC X(002).
           05  FILLER                  PIC X(014).
       01  FILLER                   REDEFINES   WRK-TRN-REGISTRO.
           05  FILLER                  PIC X(011).
           05  WRK-TRN-FUS-ORIGEM      PIC X(002).
           05  WRK-TRN-FUS-DESTINO     PIC X(002).
           05  FILLER                  PIC X(015).
       01  FILLER                   REDEFINES   WRK-TRN-REGISTRO.
           05  FILLER                  PIC X(022).
           05  WRK-TRN-VIGENCIA        PIC X(008).
      *----------------------------------------------------------------*
      *    VIGENCIA DA TRANSACAO JA CONSISTIDA (DATA A PARTIR DA QUAL  *
      *    A ALTERACAO VALE) E FIM DA JANELA CONFERIDA NA SOBREPOSICAO *
      *    DE FAIXAS.                                                  *
      *----------------------------------------------------------------*
       77  WRK-DATA-PROCESSO           PIC 9(008)          VALUE ZEROS.
       01  WRK-TRN-DATA-VIG            PIC 9(008)          VALUE ZEROS.
       01  FILLER                   REDEFINES   WRK-TRN-DATA-VIG.
           05  WRK-TRN-VIG-ANO         PIC 9(004).
           05  WRK-TRN-VIG-MES         PIC 9(002).
           05  WRK-TRN-VIG-DIA         PIC 9(002).
       77  WRK-TRN-VIG-FIM             PIC 9(008)          VALUE ZEROS.
      *----------------------------------------------------------------*
      *    RESULTADO DA TRANSACAO CORRENTE                             *
      *----------------------------------------------------------------*
       77  WRK-TRN-RESULTADO           PIC X(009)          VALUE SPACES.
       77  WRK-TRN-MOTIVO              PIC X(020)          VALUE SPACES.
       77  WRK-TRN-CHAVE               PIC X(009)          VALUE SPACES.
       77  WRK-TRN-IMAGEM-ANTES        PIC X(030)          VALUE SPACES.
       77  WRK-TRN-IMAGEM-DEPOIS       PIC X(030)          VALUE SPACES.
      *----------------------------------------------------------------*
      *    AREA DE LOCALIZACAO E CONSISTENCIA                          *
      *----------------------------------------------------------------*
      *    AREA DE CONTROLE DO LOTE                                    *
      *----------------------------------------------------------------*
       77  WRK-FIM-ARQUIVO             PIC X(001)          VALUE 'N'.
       77  WRK-PND-STATUS              PIC X(002)          VALUE '00'.
       77  WRK-PND-ABERTO              PIC X(001)          VALUE 'N'.
       77  WRK-TABELAS-INUTEIS         PIC X(001)          VALUE 'N'.
       77  WRK-TOT-LIDAS               PIC 9(007)          VALUE ZEROS.
       77  WRK-TOT-PENDENTES           PIC 9(007)          VALUE ZEROS.
       77  WRK-TOT-MANTIDAS            PIC 9(007)          VALUE ZEROS.
       77  WRK-TOT-AUTOAPROVACOES      PIC 9(007)          VALUE ZEROS.
       77  WRK-TOT-APLICADAS           PIC 9(007)          VALUE ZEROS.
       77  WRK-TOT-REJEITADAS          PIC 9(007)          VALUE ZEROS.
       77  WRK-UFT-TOTAL-ANTES         PIC 9(002)          VALUE ZEROS.
       77  WRK-AUD-DATA                PIC 9(008)          VALUE ZEROS.
       77  WRK-AUD-HORA                PIC 9(008)          VALUE ZEROS.
      *----------------------------------------------------------------*
      *    AREA DA FUSAO DE FILIAL: TRANSFERIDOS DA FUSAO CORRENTE,    *
      *    QUEBRADOS POR UF DO MESTRE (27 UF + BRANCO DOS REJEITADOS), *
      *    E TOTAL DO LOTE PARA O RESUMO.                              *
      *----------------------------------------------------------------*
       77  WRK-MST-STATUS              PIC X(002)          VALUE '00'.
       77  WRK-HST-STATUS              PIC X(002)          VALUE '00'.
       77  WRK-FUS-FIM                 PIC X(001)          VALUE 'N'.
       77  WRK-FUS-MESTRE-OK           PIC X(001)          VALUE 'N'.
       77  WRK-FUS-DATA                PIC 9(008)          VALUE ZEROS.
       77  WRK-FUS-TOTAL               PIC 9(007)          VALUE ZEROS.
       77  WRK-FUS-FALHAS              PIC 9(007)          VALUE ZEROS.
       77  WRK-FUS-UF-TOTAL            PIC 9(002)          VALUE ZEROS.
       77  WRK-FUS-UF-SUB              PIC 9(002)          VALUE ZEROS.
       77  WRK-FUS-ACHOU               PIC X(001)          VALUE 'N'.
       77  WRK-TOT-FUSOES              PIC 9(007)          VALUE ZEROS.
       77  WRK-TOT-TRANSFERIDOS        PIC 9(007)          VALUE ZEROS.
       01  WRK-TAB-FUS-UF.
           05  WRK-FUS-UF-OCORR        OCCURS 30 TIMES.
               10  WRK-FUS-UF          PIC X(002).
               10  WRK-FUS-UF-QTDE     PIC 9(007).
      *----------------------------------------------------------------*
      *    MENSAGENS DE REJEICAO DA MANUTENCAO                         *
      *----------------------------------------------------------------*
       01  WRK-MENSAGEM-ERRO-TAB.
           'CODIGO INVALIDO'.
           05 WRK-MSGT10               PIC  X(020)         VALUE
           'UF FILIAL INVALIDA'.
           05 WRK-MSGT11               PIC  X(020)         VALUE
           'DESTINO IGUAL ORIGEM'.
           05 WRK-MSGT12               PIC  X(020)         VALUE
           'DESTINO INEXISTENTE'.
           05 WRK-MSGT13               PIC  X(020)         VALUE
           'DESTINO FECHADO'.
           05 WRK-MSGT14               PIC  X(020)         VALUE
           'MESTRE INDISPONIVEL'.
           05 WRK-MSGT15               PIC  X(020)         VALUE
           'VIGENCIA INVALIDA'.
           05 WRK-MSGT16               PIC  X(020)         VALUE
           'VIGENCIA FUTURA'.
           05 WRK-MSGT17               PIC  X(020)         VALUE
           'AUTOAPROVACAO'.
      *----------------------------------------------------------------*
       77  FILLER                      PIC X(055)          VALUE
           '* FIM DA WORKING STORAGE SECTION IFBA3TAB *'.
      *----------------------------------------------------------------*
       1000-INICIALIZAR                SECTION.
      *----------------------------------------------------------------*
           ACCEPT WRK-DATA-PROCESSO    FROM DATE YYYYMMDD
      *
           PERFORM 2010-CARREGAR-TABELA-UF.
      *
      *    UFTAB MAIOR QUE A TABELA EM MEMORIA - A UFTABN GRAVADA DA
      *    CARGA TRUNCADA PERDERIA LINHAS, COMO NO FILTAB ABAIXO.
      *
           IF  WRK-UFT-ESTOURO-CARGA   EQUAL 'S'
               DISPLAY '*** NAO APROVEITAR AS TABELAS NOVAS ***'
               MOVE 12                 TO RETURN-CODE
           END-IF
      *
           PERFORM 2020-CARREGAR-TABELA-FILIAL.
      *
           MOVE WRK-UFT-TOTAL          TO WRK-UFT-TOTAL-ANTES
           MOVE WRK-FIL-TOTAL          TO WRK-FIL-TOTAL-ANTES
      *
      *    COM AS TABELAS NOVAS CONDENADAS PELA CARGA, OS ITENS
      *    APROVADOS NAO SAO CONSUMIDOS - FICAM NO CADASTRO PARA A
      *    PROXIMA EXECUCAO.
      *
           IF  RETURN-CODE             EQUAL 12
               MOVE 'S'                TO WRK-TABELAS-INUTEIS
           END-IF
      *
           OPEN OUTPUT CHANGE-REPORT-FILE
      *
           OPEN OUTPUT TRANSFER-REPORT-FILE
           MOVE SPACES                 TO REG-RELATORIO-TRF
           STRING '*** RELATORIO IFBA3TAB - TRANSFERENCIA DE CLIENTES'
               ' POR FUSAO DE FILIAL ***'
               DELIMITED BY SIZE       INTO REG-RELATORIO-TRF
           WRITE REG-RELATORIO-TRF
      *
           OPEN EXTEND AUDIT-FILE
           IF  WRK-AUD-STATUS           NOT EQUAL '00'
           END-IF
      *
           PERFORM 1050-GRAVAR-CABECALHO.
      *
           OPEN INPUT PENDING-IN-FILE
           IF  WRK-PND-STATUS          NOT EQUAL '00'
               MOVE SPACES             TO REG-RELATORIO-ALT
               STRING '*** CADASTRO DE PENDENTES (PNDIN) INDISPONIVEL'
                   ' - STATUS ' WRK-PND-STATUS ' ***'
                   DELIMITED BY SIZE   INTO REG-RELATORIO-ALT
               WRITE REG-RELATORIO-ALT
               MOVE 12                 TO RETURN-CODE
               MOVE 'S'                TO WRK-FIM-ARQUIVO
               GO TO 1000-99-FIM
           END-IF
           MOVE 'S'                    TO WRK-PND-ABERTO
           OPEN OUTPUT PENDING-OUT-FILE
      *
           PERFORM 1010-LER-PROXIMA.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1010-LER-PROXIMA                SECTION.
      *----------------------------------------------------------------*
           READ PENDING-IN-FILE
               AT END
                   MOVE 'S'            TO WRK-FIM-ARQUIVO
           END-READ.
      *----------------------------------------------------------------*
       1010-99-FIM.                    EXIT.
                                 TO WRK-TAB-FIL-STATUS(WRK-FIL-IDX)
                           MOVE REG-FIL-UF
                                 TO WRK-TAB-FIL-UF(WRK-FIL-IDX)
                           IF  REG-FIL-VIGENCIA-INI IS NUMERIC
                               MOVE REG-FIL-VIGENCIA-INI
                                 TO WRK-TAB-FIL-VIG-INI(WRK-FIL-IDX)
                           ELSE
                               MOVE ZEROS
                                 TO WRK-TAB-FIL-VIG-INI(WRK-FIL-IDX)
                           END-IF
                           IF  REG-FIL-VIGENCIA-FIM IS NUMERIC AND
                               REG-FIL-VIGENCIA-FIM NOT EQUAL ZEROS
                               MOVE REG-FIL-VIGENCIA-FIM
                                 TO WRK-TAB-FIL-VIG-FIM(WRK-FIL-IDX)
                           ELSE
                               MOVE 99999999
                                 TO WRK-TAB-FIL-VIG-FIM(WRK-FIL-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       2000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*
           PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL 'S'
               PERFORM 2050-TRATAR-PENDENTE
               PERFORM 1010-LER-PROXIMA
           END-PERFORM.
      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    SO O ITEM APROVADO E PROCESSADO E SAI DO CADASTRO; O        *
      *    CONTROLE DE NUMERACAO, OS ITENS AINDA PENDENTES E, COM AS   *
      *    TABELAS NOVAS CONDENADAS PELA CARGA, TAMBEM OS APROVADOS,   *
      *    PASSAM PARA A NOVA GERACAO SEM ALTERACAO.                   *
      *----------------------------------------------------------------*
       2050-TRATAR-PENDENTE            SECTION.
      *----------------------------------------------------------------*
           IF  REG-PND-TIPO            EQUAL 'I' AND
               REG-PND-SITUACAO        EQUAL 'A' AND
               WRK-TABELAS-INUTEIS     EQUAL 'N'
               ADD 1                   TO WRK-TOT-LIDAS
               MOVE REG-PND-TRANSACAO  TO WRK-TRN-REGISTRO
               PERFORM 2100-PROCESSAR-TRANSACAO
               GO TO 2050-99-FIM
           END-IF
      *
           IF  REG-PND-TIPO            EQUAL 'I'
               IF  REG-PND-SITUACAO    EQUAL 'A'
                   ADD 1               TO WRK-TOT-MANTIDAS
               ELSE
                   ADD 1               TO WRK-TOT-PENDENTES
               END-IF
           END-IF
      *
           WRITE REG-PENDENTE-NOVO     FROM REG-PENDENTE.
      *----------------------------------------------------------------*
       2050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    CONSISTE A FUNCAO E A TABELA DA TRANSACAO E ROTEIA PARA A   *
      *    APLICACAO CORRESPONDENTE. TODA TRANSACAO, APLICADA OU       *
      *    REJEITADA, GERA LINHA NO RELATORIO E REGISTRO DE AUDITORIA. *
      *    A APROVACAO E CONFERIDA ANTES DE TUDO: ITEM SEM CHECKER OU  *
      *    APROVADO PELO PROPRIO MAKER NAO E APLICADO (CONDICAO 8).    *
      *----------------------------------------------------------------*
       2100-PROCESSAR-TRANSACAO        SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WRK-TRN-CHAVE
           MOVE SPACES                 TO WRK-TRN-IMAGEM-ANTES
           MOVE SPACES                 TO WRK-TRN-IMAGEM-DEPOIS
           MOVE ZEROS                  TO WRK-TRN-DATA-VIG
      *
           IF  REG-PND-CHECKER         EQUAL SPACES OR
               REG-PND-CHECKER         EQUAL REG-PND-MAKER
               MOVE WRK-MSGT17         TO WRK-TRN-MOTIVO
               PERFORM 2400-REJEITAR
               ADD 1                   TO WRK-TOT-AUTOAPROVACOES
               IF  RETURN-CODE         < 08
                   MOVE 08             TO RETURN-CODE
               END-IF
           ELSE
               IF  WRK-TRN-FUNCAO      NOT EQUAL 'INCLUI' AND
                   WRK-TRN-FUNCAO      NOT EQUAL 'ALTERA' AND
                   WRK-TRN-FUNCAO      NOT EQUAL 'EXCLUI' AND
                   WRK-TRN-FUNCAO      NOT EQUAL 'FUNDE '
                   MOVE WRK-MSGT01     TO WRK-TRN-MOTIVO
                   PERFORM 2400-REJEITAR
               ELSE
                   PERFORM 2110-CONSISTIR-VIGENCIA
               END-IF
           END-IF
      *
           IF  WRK-TRN-RESULTADO       EQUAL 'APLICADA '
               IF  WRK-TRN-TABELA      EQUAL 'UF ' AND
                   WRK-TRN-FUNCAO      NOT EQUAL 'FUNDE '
                   PERFORM 2200-APLICAR-UF
               ELSE
                   IF  WRK-TRN-TABELA  EQUAL 'FIL'
                       IF  WRK-TRN-FUNCAO EQUAL 'FUNDE '
                           PERFORM 2600-FUNDIR-FILIAL
                       ELSE
                           PERFORM 2300-APLICAR-FIL
                       END-IF
                   ELSE
                       MOVE WRK-MSGT02 TO WRK-TRN-MOTIVO
                       PERFORM 2400-REJEITAR
           PERFORM 2500-GRAVAR-RELATORIO-TRN.
      *
           PERFORM 4000-REGISTRAR-AUDITORIA.
      *
           IF  WRK-TRN-FUNCAO          EQUAL 'FUNDE ' AND
               WRK-TRN-RESULTADO       EQUAL 'APLICADA '
               PERFORM 4100-REGISTRAR-FUSAO
           END-IF.
      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    CONSISTE A VIGENCIA DA TRANSACAO (POSICOES 23-30). EM       *
      *    BRANCO VALE A DATA DO PROCESSAMENTO. A FUSAO NAO ACEITA     *
      *    DATA FUTURA: OS CLIENTES SAO TRANSFERIDOS NO MESTRE NA HORA *
      *    E NAO PODEM APONTAR PARA A SUCESSORA ANTES DO FECHAMENTO.   *
      *----------------------------------------------------------------*
       2110-CONSISTIR-VIGENCIA         SECTION.
      *----------------------------------------------------------------*
           IF  WRK-TRN-VIGENCIA        EQUAL SPACES
               MOVE WRK-DATA-PROCESSO  TO WRK-TRN-DATA-VIG
               GO TO 2110-99-FIM
           END-IF
      *
           IF  WRK-TRN-VIGENCIA        IS NOT NUMERIC
               MOVE WRK-MSGT15         TO WRK-TRN-MOTIVO
               PERFORM 2400-REJEITAR
               GO TO 2110-99-FIM
           END-IF
      *
           MOVE WRK-TRN-VIGENCIA       TO WRK-TRN-DATA-VIG
      *
           IF  WRK-TRN-VIG-ANO         < 1900 OR
               WRK-TRN-VIG-MES         < 01 OR
               WRK-TRN-VIG-MES         > 12 OR
               WRK-TRN-VIG-DIA         < 01 OR
               WRK-TRN-VIG-DIA         > 31
               MOVE ZEROS              TO WRK-TRN-DATA-VIG
               MOVE WRK-MSGT15         TO WRK-TRN-MOTIVO
               PERFORM 2400-REJEITAR
               GO TO 2110-99-FIM
           END-IF
      *
           IF  WRK-TRN-FUNCAO          EQUAL 'FUNDE ' AND
               WRK-TRN-DATA-VIG        > WRK-DATA-PROCESSO
               MOVE WRK-MSGT16         TO WRK-TRN-MOTIVO
               PERFORM 2400-REJEITAR
           END-IF.
      *----------------------------------------------------------------*
       2110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    CONSISTE OS CAMPOS DA TRANSACAO DE UF E ROTEIA PELA FUNCAO. *
      *    A CHAVE DA LINHA E DIGITO+FAIXA-INI, PROCURADA ENTRE AS     *
      *    LINHAS VIGENTES NA DATA DA TRANSACAO.                       *
      *----------------------------------------------------------------*
       2200-APLICAR-UF                 SECTION.
      *----------------------------------------------------------------*
               GO TO 2210-99-FIM
           END-IF
      *
           IF  WRK-UFT-TOTAL           NOT < 90
               MOVE WRK-MSGT07         TO WRK-TRN-MOTIVO
               PERFORM 2400-REJEITAR
               GO TO 2210-99-FIM
           END-IF
      *
           MOVE ZEROS                  TO WRK-TAB-ACHOU-SUB
           MOVE 99999999               TO WRK-TRN-VIG-FIM
           PERFORM 2260-VERIFICAR-SOBREPOSICAO
           IF  WRK-SOBREPOE            EQUAL 'S'
               MOVE WRK-MSGT04         TO WRK-TRN-MOTIVO
           MOVE WRK-TRN-FAIXA-FIM
                                   TO WRK-TAB-UF-FAIXA-FIM(WRK-TAB-SUB)
           MOVE WRK-TRN-UF-UF          TO WRK-TAB-UF-UF(WRK-TAB-SUB)
           MOVE WRK-TRN-DATA-VIG
                                   TO WRK-TAB-UF-VIG-INI(WRK-TAB-SUB)
           MOVE WRK-TRN-VIG-FIM
                                   TO WRK-TAB-UF-VIG-FIM(WRK-TAB-SUB)
      *
           PERFORM 2270-MONTAR-IMAGEM-DEPOIS.
      *----------------------------------------------------------------*
       2210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    A ALTERACAO VALE DA DATA DA TRANSACAO ATE O FIM DA VIGENCIA *
      *    DA LINHA ATINGIDA. SE A LINHA COMECA NESSA MESMA DATA E     *
      *    CORRIGIDA NO LUGAR; SENAO E FECHADA NA DATA E OS DADOS      *
      *    NOVOS VAO PARA UMA LINHA ACRESCENTADA (2250).               *
      *----------------------------------------------------------------*
       2220-ALTERAR-UF                 SECTION.
      *----------------------------------------------------------------*
               GO TO 2220-99-FIM
           END-IF
      *
           MOVE WRK-TAB-UF-VIG-FIM(WRK-TAB-ACHOU-SUB)
                                       TO WRK-TRN-VIG-FIM
           PERFORM 2260-VERIFICAR-SOBREPOSICAO
           IF  WRK-SOBREPOE            EQUAL 'S'
               MOVE WRK-MSGT04         TO WRK-TRN-MOTIVO
               PERFORM 2400-REJEITAR
               GO TO 2220-99-FIM
           END-IF
      *
           IF  WRK-TAB-UF-VIG-INI(WRK-TAB-ACHOU-SUB)
                                       NOT EQUAL WRK-TRN-DATA-VIG AND
               WRK-UFT-TOTAL           NOT < 90
               MOVE WRK-MSGT07         TO WRK-TRN-MOTIVO
               PERFORM 2400-REJEITAR
               GO TO 2220-99-FIM
           END-IF
      *
           MOVE WRK-TAB-ACHOU-SUB      TO WRK-TAB-SUB
           PERFORM 2280-MONTAR-IMAGEM-ANTES
      *
           IF  WRK-TAB-UF-VIG-INI(WRK-TAB-SUB)
                                       NOT EQUAL WRK-TRN-DATA-VIG
               PERFORM 2250-DESDOBRAR-UF
           END-IF
      *
           MOVE WRK-TRN-FAIXA-FIM
                                   TO WRK-TAB-UF-FAIXA-FIM(WRK-TAB-SUB)
      *----------------------------------------------------------------*
       2220-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    A EXCLUSAO FECHA A VIGENCIA DA LINHA NA DATA DA TRANSACAO - *
      *    A LINHA CONTINUA VALENDO PARA AS GERACOES ANTERIORES. SO A  *
      *    LINHA QUE COMECA NESSA MESMA DATA SAI DA TABELA, POIS NUNCA *
      *    CHEGOU A VALER.                                             *
      *----------------------------------------------------------------*
       2230-EXCLUIR-UF                 SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-TAB-ACHOU-SUB      TO WRK-TAB-SUB
           PERFORM 2280-MONTAR-IMAGEM-ANTES
      *
           IF  WRK-TAB-UF-VIG-INI(WRK-TAB-SUB)
                                       NOT EQUAL WRK-TRN-DATA-VIG
               MOVE WRK-TRN-DATA-VIG
                                   TO WRK-TAB-UF-VIG-FIM(WRK-TAB-SUB)
               PERFORM 2270-MONTAR-IMAGEM-DEPOIS
               GO TO 2230-99-FIM
           END-IF
      *
           PERFORM VARYING WRK-TAB-SUB FROM WRK-TAB-ACHOU-SUB BY 1
                     UNTIL WRK-TAB-SUB NOT < WRK-UFT-TOTAL
                                   TO WRK-TAB-UF-FAIXA-FIM(WRK-TAB-SUB)
               MOVE WRK-TAB-UF-UF(WRK-TAB-SUB2)
                                   TO WRK-TAB-UF-UF(WRK-TAB-SUB)
               MOVE WRK-TAB-UF-VIG-INI(WRK-TAB-SUB2)
                                   TO WRK-TAB-UF-VIG-INI(WRK-TAB-SUB)
               MOVE WRK-TAB-UF-VIG-FIM(WRK-TAB-SUB2)
                                   TO WRK-TAB-UF-VIG-FIM(WRK-TAB-SUB)
           END-PERFORM
      *
           SUBTRACT 1                  FROM WRK-UFT-TOTAL.
       2230-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    PROCURA A LINHA DE UFTAB CUJA CHAVE (DIGITO+FAIXA-INI)      *
      *    CASA COM A TRANSACAO E QUE ESTA VIGENTE NA DATA DA          *
      *    TRANSACAO, DEVOLVENDO WRK-TAB-ACHOU E O SUBSCRITO EM        *
      *    WRK-TAB-ACHOU-SUB.                                          *
      *----------------------------------------------------------------*
       2240-LOCALIZAR-UF               SECTION.
      *----------------------------------------------------------------*
               IF  WRK-TAB-UF-DIGITO(WRK-TAB-SUB)
                                       EQUAL WRK-TRN-DIGITO AND
                   WRK-TAB-UF-FAIXA-INI(WRK-TAB-SUB)
                                       EQUAL WRK-TRN-FAIXA-INI AND
                   WRK-TAB-UF-VIG-INI(WRK-TAB-SUB)
                                       NOT > WRK-TRN-DATA-VIG AND
                   WRK-TAB-UF-VIG-FIM(WRK-TAB-SUB)
                                       > WRK-TRN-DATA-VIG
                   MOVE 'S'            TO WRK-TAB-ACHOU
                   MOVE WRK-TAB-SUB    TO WRK-TAB-ACHOU-SUB
               END-IF
      *----------------------------------------------------------------*
       2240-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    FECHA A LINHA WRK-TAB-SUB NA DATA DA TRANSACAO E ACRESCENTA *
      *    UMA COPIA DELA VIGENTE DA DATA ATE O FIM ORIGINAL. SAI COM  *
      *    WRK-TAB-SUB APONTANDO PARA A LINHA NOVA. O CHAMADOR JA      *
      *    CONFERIU QUE A TABELA COMPORTA MAIS UMA LINHA.              *
      *----------------------------------------------------------------*
       2250-DESDOBRAR-UF               SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-TAB-SUB            TO WRK-TAB-SUB2
           ADD 1                       TO WRK-UFT-TOTAL
           MOVE WRK-UFT-TOTAL          TO WRK-TAB-SUB
      *
           MOVE WRK-TAB-UF-OCORR(WRK-TAB-SUB2)
                                   TO WRK-TAB-UF-OCORR(WRK-TAB-SUB)
           MOVE WRK-TRN-DATA-VIG
                                   TO WRK-TAB-UF-VIG-INI(WRK-TAB-SUB)
           MOVE WRK-TRN-DATA-VIG
                                   TO WRK-TAB-UF-VIG-FIM(WRK-TAB-SUB2).
      *----------------------------------------------------------------*
       2250-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    CONFERE SE A FAIXA DA TRANSACAO (WRK-TRN-FAIXA-INI/FIM)     *
      *    SOBREPOE ALGUMA FAIXA JA CADASTRADA PARA O MESMO DIGITO -   *
      *    E ESTA SOBREPOSICAO QUE FAZ 2050-RESOLVER-UF DEVOLVER UMA   *
      *    UF ERRADA EM SILENCIO. NA ALTERACAO, A PROPRIA LINHA        *
      *    (WRK-TAB-ACHOU-SUB) FICA FORA DA CONFERENCIA. SO CONTAM AS  *
      *    LINHAS CUJA VIGENCIA CRUZA A JANELA DA TRANSACAO            *
      *    (WRK-TRN-DATA-VIG ATE WRK-TRN-VIG-FIM) - UMA FAIXA FECHADA  *
      *    ANTES DA DATA NAO IMPEDE A NOVA.                            *
      *----------------------------------------------------------------*
       2260-VERIFICAR-SOBREPOSICAO     SECTION.
      *----------------------------------------------------------------*
                   WRK-TRN-FAIXA-FIM
                       NOT < WRK-TAB-UF-FAIXA-INI(WRK-TAB-SUB) AND
                   WRK-TRN-FAIXA-INI
                       NOT > WRK-TAB-UF-FAIXA-FIM(WRK-TAB-SUB) AND
                   WRK-TAB-UF-VIG-FIM(WRK-TAB-SUB)
                                       > WRK-TRN-DATA-VIG AND
                   WRK-TAB-UF-VIG-INI(WRK-TAB-SUB)
                                       < WRK-TRN-VIG-FIM
                   MOVE 'S'            TO WRK-SOBREPOE
               END-IF
           END-PERFORM.
               WRK-TAB-UF-FAIXA-INI(WRK-TAB-SUB)
               WRK-TAB-UF-FAIXA-FIM(WRK-TAB-SUB)
               WRK-TAB-UF-UF(WRK-TAB-SUB)
               ' ' WRK-TAB-UF-VIG-INI(WRK-TAB-SUB)
               '-' WRK-TAB-UF-VIG-FIM(WRK-TAB-SUB)
               DELIMITED BY SIZE       INTO WRK-TRN-IMAGEM-DEPOIS.
      *----------------------------------------------------------------*
       2270-99-FIM.                    EXIT.
               WRK-TAB-UF-FAIXA-INI(WRK-TAB-SUB)
               WRK-TAB-UF-FAIXA-FIM(WRK-TAB-SUB)
               WRK-TAB-UF-UF(WRK-TAB-SUB)
               ' ' WRK-TAB-UF-VIG-INI(WRK-TAB-SUB)
               '-' WRK-TAB-UF-VIG-FIM(WRK-TAB-SUB)
               DELIMITED BY SIZE       INTO WRK-TRN-IMAGEM-ANTES.
      *----------------------------------------------------------------*
       2280-99-FIM.                    EXIT.
      *    CONSISTE OS CAMPOS DA TRANSACAO DE FILIAL E ROTEIA PELA     *
      *    FUNCAO. A CHAVE E O CODIGO DA FILIAL; OS STATUS CONHECIDOS  *
      *    SAO 'A' (ATIVA) E 'F' (FECHADA), OS MESMOS QUE              *
      *    1130-VALIDAR-FILIAL DISTINGUE. ALTERA/EXCLUI SEGUEM A MESMA *
      *    REGRA DE VIGENCIA DAS LINHAS DE UF (2220/2230).             *
      *----------------------------------------------------------------*
       2300-APLICAR-FIL                SECTION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2310-INCLUIR-FIL                SECTION.
      *----------------------------------------------------------------*
      *
      *    O CODIGO NAO PODE TER LINHA VIGENTE NA DATA NEM PROGRAMADA
      *    PARA DEPOIS DELA - A INCLUSAO ABRE VIGENCIA SEM FIM.
      *
           PERFORM VARYING WRK-TAB-SUB FROM 1 BY 1
                     UNTIL WRK-TAB-SUB > WRK-FIL-TOTAL
                        OR WRK-TAB-ACHOU EQUAL 'S'
               IF  WRK-TAB-FIL-CODIGO(WRK-TAB-SUB)
                                       EQUAL WRK-TRN-CODIGO AND
                   WRK-TAB-FIL-VIG-FIM(WRK-TAB-SUB)
                                       > WRK-TRN-DATA-VIG
                   MOVE 'S'            TO WRK-TAB-ACHOU
               END-IF
           END-PERFORM
      *
           IF  WRK-TAB-ACHOU           EQUAL 'S'
               MOVE WRK-MSGT05         TO WRK-TRN-MOTIVO
               PERFORM 2400-REJEITAR
                                  TO WRK-TAB-FIL-STATUS(WRK-TAB-SUB)
           MOVE WRK-TRN-FIL-UF
                                  TO WRK-TAB-FIL-UF(WRK-TAB-SUB)
           MOVE WRK-TRN-DATA-VIG
                                  TO WRK-TAB-FIL-VIG-INI(WRK-TAB-SUB)
           MOVE 99999999
                                  TO WRK-TAB-FIL-VIG-FIM(WRK-TAB-SUB)
      *
           PERFORM 2370-MONTAR-IMAGEM-DEPOIS-FIL.
      *----------------------------------------------------------------*
               PERFORM 2400-REJEITAR
               GO TO 2320-99-FIM
           END-IF
      *
           IF  WRK-TAB-FIL-VIG-INI(WRK-TAB-ACHOU-SUB)
                                       NOT EQUAL WRK-TRN-DATA-VIG AND
               WRK-FIL-TOTAL           NOT < 300
               MOVE WRK-MSGT07         TO WRK-TRN-MOTIVO
               PERFORM 2400-REJEITAR
               GO TO 2320-99-FIM
           END-IF
      *
           MOVE WRK-TAB-ACHOU-SUB      TO WRK-TAB-SUB
           PERFORM 2380-MONTAR-IMAGEM-ANTES-FIL
      *
           IF  WRK-TAB-FIL-VIG-INI(WRK-TAB-SUB)
                                       NOT EQUAL WRK-TRN-DATA-VIG
               PERFORM 2350-DESDOBRAR-FIL
           END-IF
      *
           MOVE WRK-TRN-FIL-STATUS
                                  TO WRK-TAB-FIL-STATUS(WRK-TAB-SUB)
      *
           MOVE WRK-TAB-ACHOU-SUB      TO WRK-TAB-SUB
           PERFORM 2380-MONTAR-IMAGEM-ANTES-FIL
      *
           IF  WRK-TAB-FIL-VIG-INI(WRK-TAB-SUB)
                                       NOT EQUAL WRK-TRN-DATA-VIG
               MOVE WRK-TRN-DATA-VIG
                                  TO WRK-TAB-FIL-VIG-FIM(WRK-TAB-SUB)
               PERFORM 2370-MONTAR-IMAGEM-DEPOIS-FIL
               GO TO 2330-99-FIM
           END-IF
      *
           PERFORM VARYING WRK-TAB-SUB FROM WRK-TAB-ACHOU-SUB BY 1
                     UNTIL WRK-TAB-SUB NOT < WRK-FIL-TOTAL
                                   TO WRK-TAB-FIL-STATUS(WRK-TAB-SUB)
               MOVE WRK-TAB-FIL-UF(WRK-TAB-SUB2)
                                   TO WRK-TAB-FIL-UF(WRK-TAB-SUB)
               MOVE WRK-TAB-FIL-VIG-INI(WRK-TAB-SUB2)
                                   TO WRK-TAB-FIL-VIG-INI(WRK-TAB-SUB)
               MOVE WRK-TAB-FIL-VIG-FIM(WRK-TAB-SUB2)
                                   TO WRK-TAB-FIL-VIG-FIM(WRK-TAB-SUB)
           END-PERFORM
      *
           SUBTRACT 1                  FROM WRK-FIL-TOTAL.
      *----------------------------------------------------------------*
       2330-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    PROCURA A LINHA DA FILIAL WRK-TRN-CODIGO VIGENTE NA DATA DA *
      *    TRANSACAO.                                                  *
      *----------------------------------------------------------------*
       2340-LOCALIZAR-FIL              SECTION.
      *----------------------------------------------------------------*
                     UNTIL WRK-TAB-SUB > WRK-FIL-TOTAL
                        OR WRK-TAB-ACHOU EQUAL 'S'
               IF  WRK-TAB-FIL-CODIGO(WRK-TAB-SUB)
                                       EQUAL WRK-TRN-CODIGO AND
                   WRK-TAB-FIL-VIG-INI(WRK-TAB-SUB)
                                       NOT > WRK-TRN-DATA-VIG AND
                   WRK-TAB-FIL-VIG-FIM(WRK-TAB-SUB)
                                       > WRK-TRN-DATA-VIG
                   MOVE 'S'            TO WRK-TAB-ACHOU
                   MOVE WRK-TAB-SUB    TO WRK-TAB-ACHOU-SUB
               END-IF
      *----------------------------------------------------------------*
       2340-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    MESMO DESDOBRAMENTO DE 2250-DESDOBRAR-UF PARA A LINHA DE    *
      *    FILIAL WRK-TAB-SUB.                                         *
      *----------------------------------------------------------------*
       2350-DESDOBRAR-FIL              SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-TAB-SUB            TO WRK-TAB-SUB2
           ADD 1                       TO WRK-FIL-TOTAL
           MOVE WRK-FIL-TOTAL          TO WRK-TAB-SUB
      *
           MOVE WRK-TAB-FIL-OCORR(WRK-TAB-SUB2)
                                  TO WRK-TAB-FIL-OCORR(WRK-TAB-SUB)
           MOVE WRK-TRN-DATA-VIG
                                  TO WRK-TAB-FIL-VIG-INI(WRK-TAB-SUB)
           MOVE WRK-TRN-DATA-VIG
                                  TO WRK-TAB-FIL-VIG-FIM(WRK-TAB-SUB2).
      *----------------------------------------------------------------*
       2350-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2370-MONTAR-IMAGEM-DEPOIS-FIL   SECTION.
           STRING WRK-TAB-FIL-CODIGO(WRK-TAB-SUB)
               WRK-TAB-FIL-STATUS(WRK-TAB-SUB)
               WRK-TAB-FIL-UF(WRK-TAB-SUB)
               ' ' WRK-TAB-FIL-VIG-INI(WRK-TAB-SUB)
               '-' WRK-TAB-FIL-VIG-FIM(WRK-TAB-SUB)
               DELIMITED BY SIZE       INTO WRK-TRN-IMAGEM-DEPOIS.
      *----------------------------------------------------------------*
       2370-99-FIM.                    EXIT.
           STRING WRK-TAB-FIL-CODIGO(WRK-TAB-SUB)
               WRK-TAB-FIL-STATUS(WRK-TAB-SUB)
               WRK-TAB-FIL-UF(WRK-TAB-SUB)
               ' ' WRK-TAB-FIL-VIG-INI(WRK-TAB-SUB)
               '-' WRK-TAB-FIL-VIG-FIM(WRK-TAB-SUB)
               DELIMITED BY SIZE       INTO WRK-TRN-IMAGEM-ANTES.
      *----------------------------------------------------------------*
       2380-99-FIM.                    EXIT.
                   ' ' WRK-TRN-FUNCAO
                   ' ' WRK-TRN-TABELA
                   ' CHAVE:' WRK-TRN-CHAVE
                   ' VIG:' WRK-TRN-DATA-VIG
                   ' ' WRK-TRN-RESULTADO
                   DELIMITED BY SIZE   INTO REG-RELATORIO-ALT
           ELSE
                   ' ' WRK-TRN-FUNCAO
                   ' ' WRK-TRN-TABELA
                   ' CHAVE:' WRK-TRN-CHAVE
                   ' VIG:' WRK-TRN-DATA-VIG
                   ' ' WRK-TRN-RESULTADO
                   ' MOTIVO: ' WRK-TRN-MOTIVO
                   DELIMITED BY SIZE   INTO REG-RELATORIO-ALT
           END-IF
           WRITE REG-RELATORIO-ALT
      *
           MOVE SPACES                 TO REG-RELATORIO-ALT
           STRING '         ITEM...: ' REG-PND-NUMERO
               ' MAKER:' REG-PND-MAKER
               ' CHECKER:' REG-PND-CHECKER
               ' APROVADA EM:' REG-PND-DATA-DECISAO
               '-' REG-PND-HORA-DECISAO
               DELIMITED BY SIZE       INTO REG-RELATORIO-ALT
           WRITE REG-RELATORIO-ALT
      *
           IF  WRK-TRN-IMAGEM-ANTES    NOT EQUAL SPACES
               MOVE SPACES             TO REG-RELATORIO-ALT
      *----------------------------------------------------------------*
       2500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    FUSAO DA FILIAL XX (WRK-TRN-FUS-ORIGEM) NA FILIAL YY        *
      *    (WRK-TRN-FUS-DESTINO). A SUCESSORA TEM DE EXISTIR E ESTAR   *
      *    ATIVA; A QUE FECHA PODE JA ESTAR FECHADA (FECHAMENTO FEITO  *
      *    SO PELO STATUS, COM OS CLIENTES AINDA APONTANDO PARA ELA).  *
      *    OS CLIENTES SAO TRANSFERIDOS ANTES DE XX SER FECHADA - SEM  *
      *    O MESTRE A TRANSACAO E REJEITADA INTEIRA. A TRANSFERENCIA   *
      *    E REPETIVEL: UMA NOVA FUSAO XX->YY SO ACHA OS CLIENTES QUE  *
      *    AINDA APONTAM PARA XX. AS DUAS FILIAIS SAO PROCURADAS NA    *
      *    VIGENCIA DA TRANSACAO E XX FICA FECHADA A PARTIR DELA - A   *
      *    LINHA ATIVA ANTERIOR CONTINUA VALENDO PARA AS GERACOES      *
      *    ANTIGAS.                                                    *
      *----------------------------------------------------------------*
       2600-FUNDIR-FILIAL              SECTION.
      *----------------------------------------------------------------*
           STRING WRK-TRN-FUS-ORIGEM '>' WRK-TRN-FUS-DESTINO
               DELIMITED BY SIZE       INTO WRK-TRN-CHAVE
      *
           IF  WRK-TRN-FUS-ORIGEM      IS NOT NUMERIC OR
               WRK-TRN-FUS-DESTINO     IS NOT NUMERIC
               MOVE WRK-MSGT09         TO WRK-TRN-MOTIVO
               PERFORM 2400-REJEITAR
               GO TO 2600-99-FIM
           END-IF
      *
           IF  WRK-TRN-FUS-ORIGEM      EQUAL WRK-TRN-FUS-DESTINO
               MOVE WRK-MSGT11         TO WRK-TRN-MOTIVO
               PERFORM 2400-REJEITAR
               GO TO 2600-99-FIM
           END-IF
      *
           MOVE WRK-TRN-FUS-DESTINO    TO WRK-TRN-CODIGO
           PERFORM 2340-LOCALIZAR-FIL
           IF  WRK-TAB-ACHOU           EQUAL 'N'
               MOVE WRK-MSGT12         TO WRK-TRN-MOTIVO
               PERFORM 2400-REJEITAR
               GO TO 2600-99-FIM
           END-IF
           IF  WRK-TAB-FIL-STATUS(WRK-TAB-ACHOU-SUB) NOT EQUAL 'A'
               MOVE WRK-MSGT13         TO WRK-TRN-MOTIVO
               PERFORM 2400-REJEITAR
               GO TO 2600-99-FIM
           END-IF
      *
           MOVE WRK-TRN-FUS-ORIGEM     TO WRK-TRN-CODIGO
           PERFORM 2340-LOCALIZAR-FIL
           IF  WRK-TAB-ACHOU           EQUAL 'N'
               MOVE WRK-MSGT06         TO WRK-TRN-MOTIVO
               PERFORM 2400-REJEITAR
               GO TO 2600-99-FIM
           END-IF
      *
      *    O FECHAMENTO PODE PRECISAR DE UMA LINHA A MAIS - CONFERIDO
      *    ANTES DE MEXER NO MESTRE.
      *
           IF  WRK-TAB-FIL-STATUS(WRK-TAB-ACHOU-SUB) NOT EQUAL 'F' AND
               WRK-TAB-FIL-VIG-INI(WRK-TAB-ACHOU-SUB)
                                       NOT EQUAL WRK-TRN-DATA-VIG AND
               WRK-FIL-TOTAL           NOT < 300
               MOVE WRK-MSGT07         TO WRK-TRN-MOTIVO
               PERFORM 2400-REJEITAR
               GO TO 2600-99-FIM
           END-IF
      *
           PERFORM 2610-TRANSFERIR-CLIENTES
           IF  WRK-FUS-MESTRE-OK       NOT EQUAL 'S'
               MOVE WRK-MSGT14         TO WRK-TRN-MOTIVO
               PERFORM 2400-REJEITAR
               IF  RETURN-CODE         < 08
                   MOVE 08             TO RETURN-CODE
               END-IF
               GO TO 2600-99-FIM
           END-IF
      *
           MOVE WRK-TAB-ACHOU-SUB      TO WRK-TAB-SUB
           PERFORM 2380-MONTAR-IMAGEM-ANTES-FIL
      *
           IF  WRK-TAB-FIL-STATUS(WRK-TAB-SUB) NOT EQUAL 'F' AND
               WRK-TAB-FIL-VIG-INI(WRK-TAB-SUB)
                                       NOT EQUAL WRK-TRN-DATA-VIG
               PERFORM 2350-DESDOBRAR-FIL
           END-IF
      *
           MOVE 'F'               TO WRK-TAB-FIL-STATUS(WRK-TAB-SUB)
      *
           PERFORM 2370-MONTAR-IMAGEM-DEPOIS-FIL.
      *----------------------------------------------------------------*
       2600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    PERCORRE O MESTRE EM SEQUENCIA DE CHAVE REGRAVANDO PARA A   *
      *    SUCESSORA CADA CLIENTE DA FILIAL QUE FECHA. O MOVIMENTO DE  *
      *    TRANSFERENCIA VAI PARA O HISTORICO COM ERRO '99' - E POR    *
      *    ELE QUE IFBA3HST NAO APONTA A FUSAO COMO TROCA DE FILIAL.   *
      *----------------------------------------------------------------*
       2610-TRANSFERIR-CLIENTES        SECTION.
      *----------------------------------------------------------------*
           MOVE 'N'                    TO WRK-FUS-MESTRE-OK
           MOVE ZEROS                  TO WRK-FUS-TOTAL
           MOVE ZEROS                  TO WRK-FUS-FALHAS
           MOVE ZEROS                  TO WRK-FUS-UF-TOTAL
      *
           OPEN I-O CPF-MASTER-FILE
           IF  WRK-MST-STATUS          NOT EQUAL '00'
               MOVE SPACES             TO REG-RELATORIO-TRF
               STRING 'FUSAO ' WRK-TRN-FUS-ORIGEM ' > '
                   WRK-TRN-FUS-DESTINO
                   ' - CADASTRO MESTRE (CPFMST) INDISPONIVEL - STATUS '
                   WRK-MST-STATUS
                   DELIMITED BY SIZE   INTO REG-RELATORIO-TRF
               WRITE REG-RELATORIO-TRF
               GO TO 2610-99-FIM
           END-IF
           MOVE 'S'                    TO WRK-FUS-MESTRE-OK
      *
           OPEN EXTEND MOVEMENT-HISTORY-FILE
           IF  WRK-HST-STATUS          NOT EQUAL '00'
               OPEN OUTPUT MOVEMENT-HISTORY-FILE
           END-IF
      *
           ACCEPT WRK-FUS-DATA         FROM DATE YYYYMMDD
      *
           MOVE SPACES                 TO REG-RELATORIO-TRF
           STRING 'FUSAO DA FILIAL ' WRK-TRN-FUS-ORIGEM
               ' NA FILIAL ' WRK-TRN-FUS-DESTINO
               ' - DATA: ' WRK-FUS-DATA
               DELIMITED BY SIZE       INTO REG-RELATORIO-TRF
           WRITE REG-RELATORIO-TRF
      *
           MOVE 'N'                    TO WRK-FUS-FIM
           PERFORM UNTIL WRK-FUS-FIM   EQUAL 'S'
               READ CPF-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'S'        TO WRK-FUS-FIM
                   NOT AT END
                       IF  REG-MST-FILIAL EQUAL WRK-TRN-FUS-ORIGEM
                           PERFORM 2620-TRANSFERIR-CLIENTE
                       END-IF
               END-READ
           END-PERFORM
      *
           CLOSE CPF-MASTER-FILE
           CLOSE MOVEMENT-HISTORY-FILE
      *
           PERFORM 2630-GRAVAR-TOTAIS-FUSAO.
      *----------------------------------------------------------------*
       2610-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    REGRAVA O CLIENTE NA SUCESSORA, GRAVA O MOVIMENTO NO        *
      *    HISTORICO E ACUMULA NA UF. FALHA DE REGRAVACAO FICA NO      *
      *    RELATORIO COM CONDICAO 8 - O CLIENTE CONTINUA EM XX E E     *
      *    ACHADO NUMA NOVA FUSAO XX->YY.                              *
      *----------------------------------------------------------------*
       2620-TRANSFERIR-CLIENTE         SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-TRN-FUS-DESTINO    TO REG-MST-FILIAL
           REWRITE REG-CPF-MESTRE
      *
           IF  WRK-MST-STATUS          NOT EQUAL '00'
               ADD 1                   TO WRK-FUS-FALHAS
               MOVE SPACES             TO REG-RELATORIO-TRF
               STRING 'CPF:' REG-MST-CHAVE
                   ' *** FALHA NA REGRAVACAO - STATUS ' WRK-MST-STATUS
                   ' - CONTINUA NA FILIAL ' WRK-TRN-FUS-ORIGEM ' ***'
                   DELIMITED BY SIZE   INTO REG-RELATORIO-TRF
               WRITE REG-RELATORIO-TRF
               IF  RETURN-CODE         < 08
                   MOVE 08             TO RETURN-CODE
               END-IF
               GO TO 2620-99-FIM
           END-IF
      *
           ADD 1                       TO WRK-FUS-TOTAL
      *
           MOVE REG-MST-CHAVE          TO REG-HST-DOCUMENTO
           MOVE WRK-FUS-DATA           TO REG-HST-DATA-CICLO
           MOVE WRK-TRN-FUS-DESTINO    TO REG-HST-FILIAL
           MOVE REG-MST-UF(1:2)        TO REG-HST-UF
           MOVE 99                     TO REG-HST-ERRO
           WRITE REG-HISTORICO
      *
           MOVE SPACES                 TO REG-RELATORIO-TRF
           STRING 'CPF:' REG-MST-CHAVE
               ' UF:' REG-MST-UF(1:2)
               ' FILIAL:' WRK-TRN-FUS-ORIGEM ' > ' WRK-TRN-FUS-DESTINO
               DELIMITED BY SIZE       INTO REG-RELATORIO-TRF
           WRITE REG-RELATORIO-TRF
      *
           MOVE 'N'                    TO WRK-FUS-ACHOU
           PERFORM VARYING WRK-FUS-UF-SUB FROM 1 BY 1
                     UNTIL WRK-FUS-UF-SUB > WRK-FUS-UF-TOTAL
                        OR WRK-FUS-ACHOU EQUAL 'S'
               IF  WRK-FUS-UF(WRK-FUS-UF-SUB) EQUAL REG-MST-UF(1:2)
                   MOVE 'S'            TO WRK-FUS-ACHOU
               END-IF
           END-PERFORM
      *
           IF  WRK-FUS-ACHOU           EQUAL 'S'
               SUBTRACT 1              FROM WRK-FUS-UF-SUB
           ELSE
               IF  WRK-FUS-UF-TOTAL    NOT < 30
                   GO TO 2620-99-FIM
               END-IF
               ADD 1                   TO WRK-FUS-UF-TOTAL
               MOVE WRK-FUS-UF-TOTAL   TO WRK-FUS-UF-SUB
               MOVE REG-MST-UF(1:2)    TO WRK-FUS-UF(WRK-FUS-UF-SUB)
               MOVE ZEROS          TO WRK-FUS-UF-QTDE(WRK-FUS-UF-SUB)
           END-IF
      *
           ADD 1                   TO WRK-FUS-UF-QTDE(WRK-FUS-UF-SUB).
      *----------------------------------------------------------------*
       2620-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    TOTAIS DA FUSAO CORRENTE POR UF DO MESTRE E GERAL, NO       *
      *    RELATORIO DE TRANSFERENCIA E NO SYSOUT.                     *
      *----------------------------------------------------------------*
       2630-GRAVAR-TOTAIS-FUSAO        SECTION.
      *----------------------------------------------------------------*
           PERFORM VARYING WRK-FUS-UF-SUB FROM 1 BY 1
                     UNTIL WRK-FUS-UF-SUB > WRK-FUS-UF-TOTAL
               MOVE WRK-FUS-UF-QTDE(WRK-FUS-UF-SUB)
                                       TO WRK-AUX-DISPLAY7
               MOVE SPACES             TO REG-RELATORIO-TRF
               STRING '     TRANSFERIDOS UF ' WRK-FUS-UF(WRK-FUS-UF-SUB)
                   '..........: ' WRK-AUX-DISPLAY7
                   DELIMITED BY SIZE   INTO REG-RELATORIO-TRF
               WRITE REG-RELATORIO-TRF
           END-PERFORM
      *
           MOVE WRK-FUS-TOTAL          TO WRK-AUX-DISPLAY7
           MOVE SPACES                 TO REG-RELATORIO-TRF
           STRING '     TOTAL TRANSFERIDOS ' WRK-TRN-FUS-ORIGEM ' > '
               WRK-TRN-FUS-DESTINO '..: ' WRK-AUX-DISPLAY7
               DELIMITED BY SIZE       INTO REG-RELATORIO-TRF
           WRITE REG-RELATORIO-TRF
           DISPLAY REG-RELATORIO-TRF
      *
           IF  WRK-FUS-FALHAS          > ZEROS
               MOVE WRK-FUS-FALHAS     TO WRK-AUX-DISPLAY7
               MOVE SPACES             TO REG-RELATORIO-TRF
               STRING '     FALHAS DE REGRAVACAO.........: '
                   WRK-AUX-DISPLAY7
                   DELIMITED BY SIZE   INTO REG-RELATORIO-TRF
               WRITE REG-RELATORIO-TRF
               DISPLAY REG-RELATORIO-TRF
           END-IF
      *
           ADD 1                       TO WRK-TOT-FUSOES
           ADD WRK-FUS-TOTAL           TO WRK-TOT-TRANSFERIDOS.
      *----------------------------------------------------------------*
       2630-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    REGISTRO DE AUDITORIA DA MANUTENCAO, NO MESMO DD AUDIT DOS  *
      *    DEMAIS PROGRAMAS - UMA LINHA POR TRANSACAO APLICADA OU      *
      *    REJEITADA. AS TRANSACOES NAO CARREGAM DADO PESSOAL. A       *
      *    APLICADA LEVA A VIGENCIA NO LUGAR DO MOTIVO, QUE E BRANCO.  *
      *----------------------------------------------------------------*
       4000-REGISTRAR-AUDITORIA        SECTION.
      *----------------------------------------------------------------*
           ACCEPT WRK-AUD-DATA          FROM DATE YYYYMMDD
           ACCEPT WRK-AUD-HORA          FROM TIME
      *
           MOVE SPACES                 TO REG-AUDITORIA
           IF  WRK-TRN-RESULTADO       EQUAL 'APLICADA '
               STRING 'DATA:' WRK-AUD-DATA '-' WRK-AUD-HORA
                   ' TRN:' WRK-TRN-FUNCAO
                   ' TAB:' WRK-TRN-TABELA
                   ' CHAVE:' WRK-TRN-CHAVE
                   ' RES:' WRK-TRN-RESULTADO
                   ' VIG:' WRK-TRN-DATA-VIG
                   DELIMITED BY SIZE   INTO REG-AUDITORIA
           ELSE
               STRING 'DATA:' WRK-AUD-DATA '-' WRK-AUD-HORA
                   ' TRN:' WRK-TRN-FUNCAO
                   ' TAB:' WRK-TRN-TABELA
                   ' CHAVE:' WRK-TRN-CHAVE
                   ' RES:' WRK-TRN-RESULTADO
                   ' MOT:' WRK-TRN-MOTIVO
                   DELIMITED BY SIZE   INTO REG-AUDITORIA
           END-IF
      *
           WRITE REG-AUDITORIA
      *
      *    DUPLO CONTROLE DA TRANSACAO: QUEM PREPAROU, QUEM APROVOU E
      *    QUANDO.
      *
           MOVE SPACES                 TO REG-AUDITORIA
           STRING 'DATA:' WRK-AUD-DATA '-' WRK-AUD-HORA
               ' ITEM:' REG-PND-NUMERO
               ' MAKER:' REG-PND-MAKER
               ' CHK:' REG-PND-CHECKER
               ' APROV:' REG-PND-DATA-DECISAO '-' REG-PND-HORA-DECISAO
               ' PGM:IFBA3TAB'
               DELIMITED BY SIZE       INTO REG-AUDITORIA
      *
           WRITE REG-AUDITORIA.
      *----------------------------------------------------------------*
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    REGISTRO DE AUDITORIA DA FUSAO APLICADA, ALEM DA LINHA DA   *
      *    TRANSACAO: FILIAL QUE FECHOU, SUCESSORA E QUANTIDADE DE     *
      *    CLIENTES TRANSFERIDOS (OS DOCUMENTOS FICAM NO TRFRPT).      *
      *----------------------------------------------------------------*
       4100-REGISTRAR-FUSAO            SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                 TO REG-AUDITORIA
           STRING 'DATA:' WRK-AUD-DATA '-' WRK-AUD-HORA
               ' FUSAO FILIAL:' WRK-TRN-FUS-ORIGEM
               ' DESTINO:' WRK-TRN-FUS-DESTINO
               ' CLIENTES:' WRK-FUS-TOTAL
               ' FALHAS:' WRK-FUS-FALHAS
               ' PGM:IFBA3TAB'
               DELIMITED BY SIZE       INTO REG-AUDITORIA
      *
           WRITE REG-AUDITORIA.
      *----------------------------------------------------------------*
       4100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
      *
           PERFORM 3300-GRAVAR-RESUMO.
      *
           IF  WRK-PND-ABERTO          EQUAL 'S'
               CLOSE PENDING-IN-FILE
               CLOSE PENDING-OUT-FILE
           END-IF
           CLOSE CHANGE-REPORT-FILE.
           CLOSE TRANSFER-REPORT-FILE.
           CLOSE AUDIT-FILE.
      *
           STOP RUN.
                                       TO REG-UFN-FAIXA-FIM
               MOVE WRK-TAB-UF-UF(WRK-TAB-SUB)
                                       TO REG-UFN-UF
               MOVE WRK-TAB-UF-VIG-INI(WRK-TAB-SUB)
                                       TO REG-UFN-VIGENCIA-INI
               MOVE WRK-TAB-UF-VIG-FIM(WRK-TAB-SUB)
                                       TO REG-UFN-VIGENCIA-FIM
               WRITE REG-UF-TABELA-NOVA
           END-PERFORM
      *
                                       TO REG-FILN-STATUS
               MOVE WRK-TAB-FIL-UF(WRK-TAB-SUB)
                                       TO REG-FILN-UF
               MOVE WRK-TAB-FIL-VIG-INI(WRK-TAB-SUB)
                                       TO REG-FILN-VIGENCIA-INI
               MOVE WRK-TAB-FIL-VIG-FIM(WRK-TAB-SUB)
                                       TO REG-FILN-VIGENCIA-FIM
               WRITE REG-FILIAL-NOVA
           END-PERFORM
      *
      *
           MOVE WRK-TOT-LIDAS          TO WRK-AUX-DISPLAY7
           MOVE SPACES                 TO REG-RELATORIO-ALT
           STRING 'ITENS APROVADOS LIDOS.......: ' WRK-AUX-DISPLAY7
               DELIMITED BY SIZE       INTO REG-RELATORIO-ALT
           WRITE REG-RELATORIO-ALT.
           DISPLAY REG-RELATORIO-ALT
               DELIMITED BY SIZE       INTO REG-RELATORIO-ALT
           WRITE REG-RELATORIO-ALT.
           DISPLAY REG-RELATORIO-ALT
      *
           MOVE WRK-TOT-AUTOAPROVACOES TO WRK-AUX-DISPLAY7
           MOVE SPACES                 TO REG-RELATORIO-ALT
           STRING '  POR AUTOAPROVACAO.........: ' WRK-AUX-DISPLAY7
               DELIMITED BY SIZE       INTO REG-RELATORIO-ALT
           WRITE REG-RELATORIO-ALT.
           DISPLAY REG-RELATORIO-ALT
      *
           MOVE WRK-TOT-PENDENTES      TO WRK-AUX-DISPLAY7
           MOVE SPACES                 TO REG-RELATORIO-ALT
           STRING 'ITENS AGUARDANDO APROVACAO..: ' WRK-AUX-DISPLAY7
               DELIMITED BY SIZE       INTO REG-RELATORIO-ALT
           WRITE REG-RELATORIO-ALT.
           DISPLAY REG-RELATORIO-ALT
      *
           IF  WRK-TOT-MANTIDAS        > ZEROS
               MOVE WRK-TOT-MANTIDAS   TO WRK-AUX-DISPLAY7
               MOVE SPACES             TO REG-RELATORIO-ALT
               STRING 'APROVADAS MANTIDAS..........: ' WRK-AUX-DISPLAY7
                   DELIMITED BY SIZE   INTO REG-RELATORIO-ALT
               WRITE REG-RELATORIO-ALT
               DISPLAY REG-RELATORIO-ALT
           END-IF
      *
           MOVE WRK-UFT-TOTAL          TO WRK-AUX-DISPLAY7
           MOVE SPACES                 TO REG-RELATORIO-ALT
           STRING 'LINHAS FILTAB DEPOIS........: ' WRK-AUX-DISPLAY7
               DELIMITED BY SIZE       INTO REG-RELATORIO-ALT
           WRITE REG-RELATORIO-ALT.
           DISPLAY REG-RELATORIO-ALT
      *
           MOVE WRK-TOT-FUSOES         TO WRK-AUX-DISPLAY7
           MOVE SPACES                 TO REG-RELATORIO-ALT
           STRING 'FUSOES DE FILIAL............: ' WRK-AUX-DISPLAY7
               DELIMITED BY SIZE       INTO REG-RELATORIO-ALT
           WRITE REG-RELATORIO-ALT.
           DISPLAY REG-RELATORIO-ALT
      *
           MOVE WRK-TOT-TRANSFERIDOS   TO WRK-AUX-DISPLAY7
           MOVE SPACES                 TO REG-RELATORIO-ALT
           STRING 'CLIENTES TRANSFERIDOS.......: ' WRK-AUX-DISPLAY7
               DELIMITED BY SIZE       INTO REG-RELATORIO-ALT
           WRITE REG-RELATORIO-ALT.
           DISPLAY REG-RELATORIO-ALT.
      *----------------------------------------------------------------*
       3300-99-FIM.                    EXIT.
