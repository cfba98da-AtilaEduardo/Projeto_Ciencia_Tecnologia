      *    SEQUENCIAL DE CPF/FILIAL (DD CPFIN), CONSISTE E RESOLVE O   *
      *    ESTADO (UF) DE CADA REGISTRO, GRAVA UM RELATORIO DETALHE    *
      *    (DD RPTOUT) E, AO FINAL, UM RESUMO POR UF.                  *
      *    NO LOTE PARALELO, CADA PARTICAO GERADA PELO IFBA3SPL RODA   *
      *    UMA COPIA DESTE PROGRAMA COM OS SEUS PROPRIOS DATASETS (O   *
      *    HDR TRAZ O NUMERO DA PARTICAO NA POSICAO 20); O GENCTL E O  *
      *    BALANCEAMENTO CONTRA O TRAILER ORIGINAL FICAM COM A         *
      *    CONSOLIDACAO (IFBA3MRG).                                    *
      *================================================================*
      *                                                                *
      *----------------------------------------------------------------*
           SELECT INTERFACE-FILE       ASSIGN TO 'INTOUT'
                                        ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TOKEN-VAULT-FILE     ASSIGN TO 'TOKVLT'
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE IS RANDOM
                                        RECORD KEY IS REG-TKV-CHAVE
                                        FILE STATUS IS WRK-TKV-STATUS.

           SELECT RUN-HISTORY-FILE     ASSIGN TO 'RUNHST'
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-RUN-STATUS.

           SELECT WATCHLIST-FILE       ASSIGN TO 'VIGLST'
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-VIG-STATUS.

           SELECT ALERT-FILE           ASSIGN TO 'ALTOUT'
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-ALT-STATUS.

           SELECT ALERT-REPORT-FILE    ASSIGN TO 'ALTRPT'
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-ALR-STATUS.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
           05  REG-PARM-TOLERANCIA      PIC X(003).
           05  REG-PARM-MINIMO          PIC X(007).
      *----------------------------------------------------------------*
       COPY IFBA3GCF.
      *----------------------------------------------------------------*
      *    ARQUIVO DE RETORNO PARA O SISTEMA DE ORIGEM DO EXTRATO     *
      *    (DD RETOUT): CABECALHO COM A NOSSA DATA DE PROCESSAMENTO   *
       01  REG-RETORNO                 PIC X(040).
      *----------------------------------------------------------------*
       COPY IFBA3ITF.
      *----------------------------------------------------------------*
       COPY IFBA3TKF.
      *----------------------------------------------------------------*
       COPY IFBA3RHF.
      *----------------------------------------------------------------*
       COPY IFBA3HSF.
      *----------------------------------------------------------------*
       COPY IFBA3AUF.
      *----------------------------------------------------------------*
       COPY IFBA3VGF.
      *----------------------------------------------------------------*
       COPY IFBA3ALF.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
           05  WRK-ENT-TIPO            PIC X(003).
           05  WRK-ENT-HDR-DATA        PIC X(008).
           05  WRK-ENT-HDR-ORIGEM      PIC X(008).
           05  WRK-ENT-HDR-PARTICAO    PIC X(001).
       01  FILLER                   REDEFINES   WRK-CPF-ENTRADA.
           05  FILLER                  PIC X(003).
           05  WRK-ENT-TRL-QTDE        PIC X(007).
       77  WRK-HDR-LIDO                PIC X(001)          VALUE 'N'.
       77  WRK-HDR-DATA                PIC X(008)          VALUE SPACES.
       77  WRK-HDR-ORIGEM              PIC X(008)          VALUE SPACES.
      *
      *    PARTICAO DO LOTE PARALELO (POSICAO 20 DO HDR GRAVADO PELO
      *    IFBA3SPL); BRANCO NO LOTE NORMAL.
      *
       77  WRK-PARTICAO                PIC X(001)          VALUE SPACE.
       77  WRK-TRL-LIDA                PIC X(001)          VALUE 'N'.
       77  WRK-TRL-QTDE                PIC 9(007)          VALUE ZEROS.
       77  WRK-TOT-BALANCO             PIC 9(007)          VALUE ZEROS.
      *----------------------------------------------------------------*
       77  WRK-GEN-STATUS              PIC X(002)          VALUE '00'.
       77  WRK-GEN-FIM                 PIC X(001)          VALUE 'N'.
       77  WRK-GEN-RECUSADA            PIC X(001)          VALUE 'N'.
      *----------------------------------------------------------------*
      *    AREA DO CADASTRO MESTRE DE CPF (DD CPFMST)                  *
      *----------------------------------------------------------------*
       77  WRK-RUN-STATUS              PIC X(002)          VALUE '00'.
       77  WRK-RET-STATUS              PIC X(002)          VALUE '00'.
       77  WRK-ORIGEM-REGISTRO        PIC X(001)          VALUE 'E'.
      *----------------------------------------------------------------*
      *    DATA DE REFERENCIA DO REGISTRO CORRENTE PARA AS TABELAS     *
      *    UFTAB/FILTAB: A DATA DO HDR DO BLOCO (EXTRATO) OU A DATA DO *
      *    CICLO QUE REJEITOU ORIGINALMENTE (RECICLO) - O DOCUMENTO E  *
      *    JULGADO PELAS TABELAS VIGENTES NA SUA GERACAO, NAO PELAS    *
      *    DE HOJE. MANTIDA POR 1010-LER-PROXIMO.                      *
      *----------------------------------------------------------------*
       77  WRK-REF-DATA-REGISTRO       PIC X(008)          VALUE SPACES.
       77  WRK-RET-DETALHES            PIC 9(007)          VALUE ZEROS.
       77  WRK-RET-ACEITOS             PIC 9(007)          VALUE ZEROS.
       77  WRK-RET-REJEITADOS          PIC 9(007)          VALUE ZEROS.
       77  WRK-RESUMO-TOTAL            PIC 9(002)          VALUE ZEROS.
       77  WRK-RESUMO-ACHOU            PIC X(001)          VALUE 'N'.
      *----------------------------------------------------------------*
      *    VERSOES DAS TABELAS APLICADAS: UMA LINHA POR DATA DE        *
      *    REFERENCIA VISTA NO LOTE, COM A VERSAO (VIGENCIA-INI) DE    *
      *    UFTAB/FILTAB DEVOLVIDA POR IFBA3DOC E A QUANTIDADE DE       *
      *    DOCUMENTOS. DATAS ALEM DA CAPACIDADE SAO CONTADAS A PARTE   *
      *    NO RESUMO.                                                  *
      *----------------------------------------------------------------*
       01  WRK-TAB-VER.
           05  WRK-VER-OCORR           OCCURS 20 TIMES.
               10  WRK-VER-DATA-REF    PIC X(008).
               10  WRK-VER-UFT         PIC 9(008).
               10  WRK-VER-FIL         PIC 9(008).
               10  WRK-VER-QTDE        PIC 9(007).
       77  WRK-VER-TOTAL               PIC 9(002)          VALUE ZEROS.
       77  WRK-VER-SUB                 PIC 9(002)          VALUE ZEROS.
       77  WRK-VER-ACHOU               PIC X(001)          VALUE 'N'.
       77  WRK-VER-FORA                PIC 9(007)          VALUE ZEROS.
       77  WRK-VER-UFT-REG             PIC 9(008)          VALUE ZEROS.
       77  WRK-VER-FIL-REG             PIC 9(008)          VALUE ZEROS.
      *----------------------------------------------------------------*
      *    RESUMO POR FILIAL PARA OS GERENTES REGIONAIS - UMA LINHA    *
      *    POR FILIAL (AS 300 QUE O FILTAB COMPORTA, PRE-CARREGADAS    *
      *    DO CADASTRO, MAIS AS DESCONHECIDAS QUE APARECEREM NO        *
           05  FILLER                  OCCURS 30 TIMES.
               10  FILLER              PIC X(002).
               10  FILLER              PIC 9(007).
      *----------------------------------------------------------------*
      *    AREA DA LISTA DE VIGILANCIA DO COMPLIANCE E DOS ALERTAS     *
      *----------------------------------------------------------------*
       COPY IFBA3VGW.
      *----------------------------------------------------------------*
      *    AREA DA TOKENIZACAO DO DOCUMENTO NA INTERFACE (COFRE)       *
      *----------------------------------------------------------------*
       COPY IFBA3TKW.
      *----------------------------------------------------------------*
       77  FILLER                      PIC X(055)          VALUE
           '* FIM DA WORKING STORAGE SECTION IFBA3CPB *'.
      *    ALIMENTAM A CONSISTENCIA ESTRUTURAL ABAIXO. O CADASTRO DE
      *    FILIAIS TAMBEM E CARREGADO LOCALMENTE, PARA O RESUMO POR
      *    FILIAL DOS GERENTES REGIONAIS.
      *
           ACCEPT WRK-DATA-PROCESSO     FROM DATE YYYYMMDD
      *
           MOVE 'C'                    TO LKD-TIPO-PESSOA
           MOVE SPACES                 TO LKD-DATA-REFERENCIA
           CALL 'IFBA3DOC' USING LKD-AREA
           MOVE LKD-UFT-TOTAL          TO WRK-UFT-TOTAL
      *
      *    ERRO 0080 NA CARGA: O FILTAB OU O UFTAB EXCEDEU A TABELA
      *    DO SUBPROGRAMA - FALHA ESTRUTURAL, O LOTE NAO RODA COM A
      *    CONSISTENCIA INCOMPLETA.
      *
           IF  LKD-COD-ERRO            EQUAL 80
               MOVE 'S'                TO WRK-ERRO-ESTRUTURA
               MOVE SPACES             TO WRK-ESTRUTURA-MOTIVO
               STRING 'CARGA INCOMPLETA - ' LKD-DES-MENSAGEM
                   DELIMITED BY SIZE   INTO WRK-ESTRUTURA-MOTIVO
           END-IF
      *
           PERFORM 2020-CARREGAR-TABELA-FILIAL.
               OPEN OUTPUT MOVEMENT-HISTORY-FILE
           END-IF
      *
      *    LISTA DE VIGILANCIA DO COMPLIANCE: CADA DOCUMENTO LIDO E
      *    CONFERIDO CONTRA ELA (2140) E O ACHADO VAI PARA ALTOUT/
      *    ALTRPT, SEM MUDAR O ACEITE OU A REJEICAO DO DOCUMENTO.
      *
           MOVE 'IFBA3CPB'             TO WRK-VIG-PROGRAMA
           MOVE WRK-DATA-PROCESSO      TO WRK-VIG-DATA-REF
           PERFORM 5000-CARREGAR-VIGILANCIA
      *
      *    COFRE DE TOKENS: A INTERFACE DO WAREHOUSE (2157) LEVA O
      *    TOKEN NO LUGAR DO DOCUMENTO.
      *
           MOVE 'IFBA3CPB'             TO WRK-TKV-PROGRAMA
           MOVE WRK-DATA-PROCESSO      TO WRK-TKV-DATA-REF
           IF  WRK-PARTICAO            NOT EQUAL SPACE
               MOVE WRK-PARTICAO       TO WRK-TKV-PARTICAO
           END-IF
           PERFORM 6000-ABRIR-COFRE
      *
      *    O CABECALHO DO RETORNO SO SAI EM EXECUCAO NOVA - EM
      *    RESTART ELE JA FOI GRAVADO PELA TENTATIVA ANTERIOR.
      *
           MOVE REG-REC-DOCUMENTO      TO WRK-CCPF-FILIAL
           MOVE 'R'                    TO WRK-ORIGEM-REGISTRO
           MOVE REG-REC-DATA-CICLO     TO WRK-REF-DATA-REGISTRO
           ADD 1                       TO WRK-TOT-LIDOS
           ADD 1                       TO WRK-TOT-RECICLADOS
           GO TO 1010-99-FIM.
                   MOVE 'S'            TO WRK-FIM-ARQUIVO
                   GO TO 1010-99-FIM
               END-IF
               IF  WRK-ENT-HDR-PARTICAO IS NUMERIC OR
                   WRK-PARTICAO        NOT EQUAL SPACE
                   IF  WRK-ENT-HDR-PARTICAO NOT EQUAL WRK-PARTICAO
                       MOVE 'S'        TO WRK-ERRO-ESTRUTURA
                       MOVE 'PARTICAO DIVERGENTE NO CABECALHO'
                                       TO WRK-ESTRUTURA-MOTIVO
                       MOVE 'S'        TO WRK-FIM-ARQUIVO
                       GO TO 1010-99-FIM
                   END-IF
               END-IF
               MOVE WRK-ENT-HDR-DATA   TO WRK-HDR-DATA
               MOVE WRK-ENT-HDR-ORIGEM TO WRK-HDR-ORIGEM
               PERFORM 1080-CONFERIR-GERACAO
      *
           MOVE WRK-CPF-ENTRADA(1:17)  TO WRK-CCPF-FILIAL
           MOVE 'E'                    TO WRK-ORIGEM-REGISTRO
           MOVE WRK-HDR-DATA           TO WRK-REF-DATA-REGISTRO
           ADD 1                       TO WRK-TOT-LIDOS
           ADD 1                       TO WRK-TOT-NOVOS-EXT
           ADD 1                       TO WRK-BLK-DETALHES.
           MOVE WRK-ENT-HDR-DATA       TO WRK-HDR-DATA
           MOVE WRK-ENT-HDR-ORIGEM     TO WRK-HDR-ORIGEM
      *
      *    DIGITO NA POSICAO 20 DO HDR: EXTRATO DE UMA PARTICAO DO
      *    LOTE PARALELO. A PARTICAO VALE PARA TODA A EXECUCAO - O
      *    COFRE DE TOKENS USA A FAIXA DE SEQUENCIAIS DELA.
      *
           IF  WRK-ENT-HDR-PARTICAO    IS NUMERIC
               MOVE WRK-ENT-HDR-PARTICAO TO WRK-PARTICAO
           END-IF
      *
      *    EM RESTART (CHECKPOINT > 0) A GERACAO E A MESMA DA
      *    EXECUCAO INTERROMPIDA - A CONFERENCIA SO VALE PARA UMA
      *    EXECUCAO NOVA.
      *    RESUBMETIDO, OU BLOCO DUPLICADO NA CONCATENACAO) E ERRO     *
      *    ESTRUTURAL. O GENCTL E REGRAVADO EM 1015-FECHAR-GERACAO     *
      *    SOMENTE QUANDO O BLOCO FECHA COM O TRAILER.                 *
      *    NA PARTICAO DO LOTE PARALELO O GENCTL JA FOI CONFERIDO      *
      *    PELO IFBA3SPL E SO A CONSOLIDACAO O REGRAVA - AQUI FICA SO  *
      *    A CONFERENCIA DENTRO DA TRANSMISSAO.                        *
      *----------------------------------------------------------------*
       1080-CONFERIR-GERACAO           SECTION.
      *----------------------------------------------------------------*
               IF  WRK-GER-DATA(WRK-GER-SUB)   EQUAL WRK-HDR-DATA AND
                   WRK-GER-ORIGEM(WRK-GER-SUB) EQUAL WRK-HDR-ORIGEM
                   MOVE 'S'            TO WRK-ERRO-ESTRUTURA
                   MOVE 'S'            TO WRK-GEN-RECUSADA
                   MOVE 'GERACAO DUPLICADA NA TRANSMISSAO'
                                       TO WRK-ESTRUTURA-MOTIVO
               END-IF
           END-PERFORM
      *
           IF  WRK-ERRO-ESTRUTURA      EQUAL 'S' OR
               WRK-PARTICAO            NOT EQUAL SPACE
               GO TO 1080-99-FIM
           END-IF
      *
                       IF  REG-GEN-DATA   EQUAL WRK-HDR-DATA AND
                           REG-GEN-ORIGEM EQUAL WRK-HDR-ORIGEM
                           MOVE 'S'    TO WRK-ERRO-ESTRUTURA
                           MOVE 'S'    TO WRK-GEN-RECUSADA
                           MOVE 'GERACAO DO EXTRATO JA PROCESSADA'
                                       TO WRK-ESTRUTURA-MOTIVO
                       END-IF
      *----------------------------------------------------------------*
       1090-GRAVAR-GERACAO             SECTION.
      *----------------------------------------------------------------*
           IF  WRK-PARTICAO            NOT EQUAL SPACE
               GO TO 1090-99-FIM
           END-IF
      *
           OPEN EXTEND GENERATION-CTL-FILE
           IF  WRK-GEN-STATUS          NOT EQUAL '00'
               OPEN OUTPUT GENERATION-CTL-FILE
           IF  WRK-GEN-STATUS          EQUAL '00'
               MOVE WRK-HDR-DATA       TO REG-GEN-DATA
               MOVE WRK-HDR-ORIGEM     TO REG-GEN-ORIGEM
               MOVE WRK-DATA-PROCESSO  TO REG-GEN-DATA-PROCESSO
               WRITE REG-GENCTL
               CLOSE GENERATION-CTL-FILE
           END-IF.
      *    UNICO DA CASA; AQUI SO A MONTAGEM DA AREA IFBA3LKD E A      *
      *    DEVOLUCAO PARA OS CAMPOS DE TRABALHO (A UF JA VOLTA         *
      *    RESOLVIDA EM WRK-UF-S; STATUS E UF DA FILIAL ALIMENTAM A    *
      *    CONCILIACAO DE 2185). AS TABELAS SAO CONSULTADAS NA DATA    *
      *    DE REFERENCIA DO REGISTRO E A VERSAO APLICADA VOLTA PARA O  *
      *    RESUMO.                                                     *
      *----------------------------------------------------------------*
       1110-VALIDAR-CPF                SECTION.
      *----------------------------------------------------------------*
           MOVE 'F'                    TO LKD-TIPO-PESSOA
           MOVE SPACES                 TO LKD-DOCUMENTO
           MOVE WRK-CCPF-FILIAL        TO LKD-DOCUMENTO(1:17)
           MOVE WRK-REF-DATA-REGISTRO  TO LKD-DATA-REFERENCIA
      *
           CALL 'IFBA3DOC' USING LKD-AREA
      *
           MOVE LKD-DES-MENSAGEM       TO WRK-DES-MENSAGEM
           MOVE LKD-UF                 TO WRK-UF-S
           MOVE LKD-FIL-STATUS         TO WRK-FIL-STATUS-ACHADA
           MOVE LKD-FIL-UF             TO WRK-FIL-UF-ACHADA
           MOVE LKD-UFT-VIGENCIA       TO WRK-VER-UFT-REG
           MOVE LKD-FIL-VIGENCIA       TO WRK-VER-FIL-REG.
      *----------------------------------------------------------------*
       1110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
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
       2100-PROCESSAR-REGISTRO         SECTION.
      *----------------------------------------------------------------*
           PERFORM 1110-VALIDAR-CPF
      *
           PERFORM 2167-ACUMULAR-VERSAO
      *
           IF  WRK-CPF-VALIDO          EQUAL 'S'
               ADD 1                   TO WRK-TOT-VALIDOS
                   ADD 1               TO WRK-BLK-INVALIDOS
               END-IF
           END-IF
      *
           PERFORM 2140-CONFERIR-VIGILANCIA.
      *
           PERFORM 2170-ATUALIZAR-MESTRE.
      *
      *    TEXTO DO RELATORIO PODE MUDAR SEM QUEBRAR A CARGA.          *
      *    RECICLADOS SAEM COM FONTE 'R' E SEM GERACAO (NAO            *
      *    PERTENCEM AO CABECALHO DA TRANSMISSAO CORRENTE).            *
      *    O DOCUMENTO (CPF SEM A FILIAL) SAI TROCADO PELO TOKEN DO    *
      *    COFRE; SEM TOKEN, O REGISTRO E RETIDO - O DOCUMENTO NUNCA   *
      *    VAI EM CLARO PARA O WAREHOUSE. NA PARTICAO DO LOTE          *
      *    PARALELO O RETIDO SAI COMO MARCADOR (TIPO '*', DOCUMENTO    *
      *    EM BRANCO), PARA A CONSOLIDACAO MANTER A ORDEM ORIGINAL E   *
      *    CONTAR A RETENCAO; O MARCADOR NAO VAI PARA O WAREHOUSE.     *
      *----------------------------------------------------------------*
       2157-GRAVAR-INTERFACE           SECTION.
      *----------------------------------------------------------------*
           MOVE 'F'                    TO WRK-TKV-TIPO
           MOVE WRK-CCPF-FILIAL(1:14)  TO WRK-TKV-DOCUMENTO
           PERFORM 6100-OBTER-TOKEN
           IF  WRK-TKV-OBTIDO          NOT EQUAL 'S' AND
               WRK-PARTICAO            EQUAL SPACE
               GO TO 2157-99-FIM
           END-IF
      *
           MOVE SPACES                 TO REG-INTERFACE
           IF  WRK-TKV-OBTIDO          EQUAL 'S'
               MOVE 'F'                TO REG-INT-TIPO
               MOVE WRK-TKV-TOKEN      TO REG-INT-DOCUMENTO
           ELSE
               MOVE '*'                TO REG-INT-TIPO
           END-IF
           IF  WRK-COD-ERRO            EQUAL 10
               MOVE SPACES             TO REG-INT-FILIAL
           ELSE
      *----------------------------------------------------------------*
       2157-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    CONFERE O DOCUMENTO CORRENTE (SEM A FILIAL) CONTRA A LISTA  *
      *    DE VIGILANCIA DO COMPLIANCE - ACEITO OU REJEITADO, DO       *
      *    EXTRATO OU DO RECICLO. O ALERTA LEVA A FILIAL, A UF         *
      *    RESOLVIDA E A GERACAO DO EXTRATO (BRANCOS NO RECICLADO).    *
      *----------------------------------------------------------------*
       2140-CONFERIR-VIGILANCIA        SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-CCPF-FILIAL(1:14)  TO WRK-VIG-DOCUMENTO
           MOVE 'F'                    TO WRK-VIG-TIPO
           MOVE WRK-CCPF-FILIAL(16:2)  TO WRK-VIG-FILIAL
           MOVE WRK-UF-S(1:2)          TO WRK-VIG-UF
           IF  WRK-ORIGEM-REGISTRO     EQUAL 'E'
               MOVE WRK-HDR-DATA       TO WRK-VIG-GERACAO
               MOVE WRK-HDR-ORIGEM     TO WRK-VIG-ORIGEM
           ELSE
               MOVE SPACES             TO WRK-VIG-GERACAO
               MOVE SPACES             TO WRK-VIG-ORIGEM
           END-IF
           MOVE WRK-ORIGEM-REGISTRO    TO WRK-VIG-FONTE
           MOVE WRK-CPF-VALIDO         TO WRK-VIG-VALIDO
           MOVE WRK-COD-ERRO           TO WRK-VIG-ERRO
      *
           PERFORM 5100-CONFERIR-VIGILANCIA.
      *----------------------------------------------------------------*
       2140-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    PROCESSAMENTO, E DUPLICATA DENTRO DO LOTE (O EXTRATO RODA   *
      *    UMA VEZ POR NOITE) E O DETALHE RECEBE A MARCA. REGISTROS    *
      *    INVALIDOS TAMBEM FICAM NO MESTRE, COM O CODIGO DO ERRO.     *
      *    SEM MANUTENCAO DO MESTRE (MESTRE INDISPONIVEL OU REGISTRO   *
      *    SEM DOCUMENTO) NAO HA MOVIMENTO NO CPFHST, E A MARCA DE     *
      *    DUPLICATA FICA EM BRANCO NA INTERFACE - E ASSIM QUE O       *
      *    BALANCEAMENTO (IFBA3BAL) DESCONTA ESSES REGISTROS.          *
      *----------------------------------------------------------------*
       2170-ATUALIZAR-MESTRE           SECTION.
      *----------------------------------------------------------------*
           MOVE 'N'                    TO WRK-MST-DUPLICADO
      *
           IF  WRK-MST-ATIVO           NOT EQUAL 'S'
               MOVE SPACE              TO WRK-MST-DUPLICADO
               GO TO 2170-99-FIM
           END-IF
      *
      *    E NA AUDITORIA.
      *
           IF  WRK-COD-ERRO            EQUAL 10
               MOVE SPACE              TO WRK-MST-DUPLICADO
               GO TO 2170-99-FIM
           END-IF
      *
      *----------------------------------------------------------------*
      *    PRE-CARREGA O RESUMO POR FILIAL COM TODAS AS FILIAIS DO     *
      *    CADASTRO (CODIGO E STATUS), PARA QUE CADA GERENTE RECEBA    *
      *    SUA PAGINA MESMO SEM MOVIMENTO NA NOITE. SO ENTRA A LINHA   *
      *    VIGENTE HOJE DE CADA FILIAL - AS VERSOES ENCERRADAS OU      *
      *    FUTURAS DO FILTAB NAO DUPLICAM A PAGINA.                    *
      *----------------------------------------------------------------*
       2190-INICIAR-RESUMO-FILIAL      SECTION.
      *----------------------------------------------------------------*
           PERFORM VARYING WRK-RFIL-SUB FROM 1 BY 1
                     UNTIL WRK-RFIL-SUB > WRK-FIL-TOTAL
               SET WRK-FIL-IDX         TO WRK-RFIL-SUB
               IF  WRK-TAB-FIL-VIG-INI(WRK-FIL-IDX)
                                   NOT > WRK-DATA-PROCESSO AND
                   WRK-TAB-FIL-VIG-FIM(WRK-FIL-IDX)
                                       > WRK-DATA-PROCESSO
                   PERFORM 2191-INCLUIR-RESUMO-FILIAL
               END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       2190-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2191-INCLUIR-RESUMO-FILIAL      SECTION.
      *----------------------------------------------------------------*
           ADD 1                       TO WRK-RFIL-TOTAL
           MOVE WRK-TAB-FIL-CODIGO(WRK-FIL-IDX)
                                   TO WRK-RFIL-CODIGO(WRK-RFIL-TOTAL)
           MOVE WRK-TAB-FIL-STATUS(WRK-FIL-IDX)
                                   TO WRK-RFIL-STATUS(WRK-RFIL-TOTAL)
           MOVE ZEROS              TO WRK-RFIL-VALIDOS(WRK-RFIL-TOTAL)
           MOVE ZEROS            TO WRK-RFIL-INVALIDOS(WRK-RFIL-TOTAL)
           MOVE ZEROS             TO WRK-RFIL-UF-TOTAL(WRK-RFIL-TOTAL).
      *----------------------------------------------------------------*
       2191-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ACUMULA O REGISTRO NO RESUMO DA SUA FILIAL: TOTAIS DE       *
      *    VALIDOS/INVALIDOS E, PARA OS VALIDOS, A ABERTURA POR UF     *
      *    RESOLVIDA. FILIAL QUE NAO CONSTA DO CADASTRO ENTRA COM      *
      *----------------------------------------------------------------*
       2166-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ACUMULA O DOCUMENTO NA LINHA DA SUA DATA DE REFERENCIA NA   *
      *    TABELA DE VERSOES APLICADAS, PARA O RESUMO MOSTRAR POR      *
      *    QUAL VERSAO DE UFTAB/FILTAB CADA GERACAO FOI JULGADA.       *
      *----------------------------------------------------------------*
       2167-ACUMULAR-VERSAO            SECTION.
      *----------------------------------------------------------------*
           MOVE 'N'                    TO WRK-VER-ACHOU
      *
           PERFORM VARYING WRK-VER-SUB FROM 1 BY 1
                     UNTIL WRK-VER-SUB > WRK-VER-TOTAL
                        OR WRK-VER-ACHOU EQUAL 'S'
               IF  WRK-VER-DATA-REF(WRK-VER-SUB)
                                       EQUAL WRK-REF-DATA-REGISTRO
                   ADD 1               TO WRK-VER-QTDE(WRK-VER-SUB)
                   MOVE 'S'            TO WRK-VER-ACHOU
               END-IF
           END-PERFORM
      *
           IF  WRK-VER-ACHOU           EQUAL 'S'
               GO TO 2167-99-FIM
           END-IF
      *
           IF  WRK-VER-TOTAL           NOT < 20
               ADD 1                   TO WRK-VER-FORA
               GO TO 2167-99-FIM
           END-IF
      *
           ADD 1                       TO WRK-VER-TOTAL
           MOVE WRK-REF-DATA-REGISTRO
                                   TO WRK-VER-DATA-REF(WRK-VER-TOTAL)
           MOVE WRK-VER-UFT-REG        TO WRK-VER-UFT(WRK-VER-TOTAL)
           MOVE WRK-VER-FIL-REG        TO WRK-VER-FIL(WRK-VER-TOTAL)
           MOVE 1                      TO WRK-VER-QTDE(WRK-VER-TOTAL).
      *----------------------------------------------------------------*
       2167-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    CONCILIA A UF RESOLVIDA DO DOCUMENTO COM A UF ONDE A        *
      *    FILIAL DO REGISTRO FISICAMENTE FICA (WRK-FIL-UF-ACHADA,     *
      *    DEVOLVIDA POR IFBA3DOC EM LKD-FIL-UF E MOVIDA EM            *
      *    GRAVA O REGISTRO INVALIDO NO ARQUIVO DE REJEITOS, NO        *
      *    LAYOUT ORIGINAL DE 17 BYTES MAIS O CODIGO DO ERRO E A DATA  *
      *    DO CICLO - PRONTO PARA VOLTAR CORRIGIDO PELO DD RECIN DA    *
      *    PROXIMA NOITE, SEM REDIGITACAO. O REGISTRO QUE VEIO DO      *
      *    RECICLO E VOLTOU A SER REJEITADO MANTEM A DATA DO CICLO     *
      *    ORIGINAL, PARA O ENVELHECIMENTO (IFBA3REJ) CONTAR OS DIAS   *
      *    DESDE A PRIMEIRA RECUSA E NAO RECOMECAR A CADA NOITE.       *
      *----------------------------------------------------------------*
       2180-GRAVAR-REJEITO             SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-CCPF-FILIAL        TO REG-REJ-DOCUMENTO
           MOVE WRK-COD-ERRO           TO REG-REJ-ERRO
      *
           IF  WRK-ORIGEM-REGISTRO     EQUAL 'R' AND
               WRK-REF-DATA-REGISTRO   IS NUMERIC
               MOVE WRK-REF-DATA-REGISTRO
                                       TO REG-REJ-DATA-CICLO
           ELSE
               MOVE WRK-DATA-PROCESSO  TO REG-REJ-DATA-CICLO
           END-IF
      *
           WRITE REG-REJEITO.
      *----------------------------------------------------------------*
       2180-99-FIM.                    EXIT.
           PERFORM 3050-BALANCEAR.
      *
           PERFORM 3200-DEFINIR-CONDICAO.
      *
           PERFORM 5900-ENCERRAR-VIGILANCIA.
      *
           PERFORM 6900-FECHAR-COFRE.
      *
           PERFORM 3100-GRAVAR-RESUMO.
      *
      *           MENOS DETALHES QUE O MINIMO ESPERADO;                *
      *       4 - HOUVE INVALIDOS, DENTRO DA TOLERANCIA;               *
      *       0 - LOTE LIMPO.                                          *
      *    NA PARTICAO DO LOTE PARALELO A TOLERANCIA, O MINIMO E O     *
      *    LOTE SEM DETALHES VALEM PARA O LOTE INTEIRO E FICAM COM A   *
      *    CONSOLIDACAO (IFBA3MRG) - UMA PARTICAO PODE, COM RAZAO,     *
      *    NAO TER MOVIMENTO.                                          *
      *    O CODIGO NUNCA REBAIXA UM RETURN-CODE JA DEFINIDO (O 12     *
      *    DO BALANCEAMENTO PREVALECE).                                *
      *----------------------------------------------------------------*
               WRK-CHKPT-INICIAL + WRK-TOT-LIDOS
      *
           IF  WRK-ERRO-ESTRUTURA      EQUAL 'S' OR
               WRK-UFT-TOTAL           EQUAL ZEROS OR
               WRK-FIL-TOTAL           EQUAL ZEROS
               MOVE 12                 TO WRK-COD-CONDICAO
               GO TO 3200-10-APLICAR
           END-IF
      *
           IF  WRK-TOT-BALANCO         EQUAL ZEROS AND
               WRK-PARTICAO            EQUAL SPACE
               MOVE 12                 TO WRK-COD-CONDICAO
               GO TO 3200-10-APLICAR
           END-IF
      *
      *    A PORCENTAGEM DE INVALIDOS COBRE TUDO O QUE O LOTE
      *    PROCESSOU (RECICLADOS INCLUSIVE, COM RESTARTS); O MINIMO
      *    ESPERADO VALE SO PARA OS DETALHES DO EXTRATO.
      *
           IF  WRK-TOT-PROCESSADOS     > ZEROS
               COMPUTE WRK-PCT-INVALIDOS ROUNDED =
                   WRK-CHKPT-INVALIDOS-ABS * 100 / WRK-TOT-PROCESSADOS
           END-IF
      *
           IF  WRK-PARTICAO            NOT EQUAL SPACE
               GO TO 3200-05-FILIAIS
           END-IF
      *
           IF  WRK-PCT-INVALIDOS       > WRK-PARM-TOLERANCIA OR
               WRK-TOT-BALANCO         < WRK-PARM-MINIMO
               MOVE 08                 TO WRK-COD-CONDICAO
               GO TO 3200-10-APLICAR
           END-IF.
      *
      *    MOVIMENTO FORA DO RESUMO POR FILIAL (TABELA CHEIA) SOBE
      *    A CONDICAO PARA 8 - O RELATORIO REGIONAL ESTA INCOMPLETO
      *    E O AVISO DE 3300 PRECISA SER TRATADO.
      *
       3200-05-FILIAIS.
           IF  WRK-RFIL-ESTOURO        EQUAL 'S'
               MOVE 08                 TO WRK-COD-CONDICAO
               GO TO 3200-10-APLICAR
               WRITE REG-CPF-OUT
               DISPLAY REG-CPF-OUT
           END-IF
      *
           IF  WRK-PARTICAO            NOT EQUAL SPACE
               MOVE SPACES             TO REG-CPF-OUT
               STRING 'PARTICAO DO LOTE PARALELO: ' WRK-PARTICAO
                   ' (CONSOLIDACAO NO IFBA3MRG)'
                   DELIMITED BY SIZE   INTO REG-CPF-OUT
               WRITE REG-CPF-OUT
               DISPLAY REG-CPF-OUT
           END-IF
      *
      *    ABERTURA POR GERACAO - UMA LINHA POR BLOCO HDR/TRL DA
      *    TRANSMISSAO, COM OS DETALHES DO EXTRATO PROCESSADOS
               WRITE REG-CPF-OUT
               DISPLAY REG-CPF-OUT
           END-PERFORM
      *
      *    VERSAO DE UFTAB/FILTAB APLICADA - UMA LINHA POR DATA DE
      *    REFERENCIA (HDR DE CADA GERACAO, CICLO ORIGINAL DE CADA
      *    RECICLADO).
      *
           PERFORM VARYING WRK-VER-SUB FROM 1 BY 1
                     UNTIL WRK-VER-SUB > WRK-VER-TOTAL
               MOVE WRK-VER-QTDE(WRK-VER-SUB) TO WRK-AUX-DISPLAY7
               MOVE SPACES             TO REG-CPF-OUT
               STRING 'TABELAS EM ' WRK-VER-DATA-REF(WRK-VER-SUB)
                   ' UFTAB VERSAO ' WRK-VER-UFT(WRK-VER-SUB)
                   ' FILTAB VERSAO ' WRK-VER-FIL(WRK-VER-SUB)
                   ' DOCUMENTOS: ' WRK-AUX-DISPLAY7
                   DELIMITED BY SIZE   INTO REG-CPF-OUT
               WRITE REG-CPF-OUT
               DISPLAY REG-CPF-OUT
           END-PERFORM
      *
           IF  WRK-VER-FORA            > ZEROS
               MOVE WRK-VER-FORA       TO WRK-AUX-DISPLAY7
               MOVE SPACES             TO REG-CPF-OUT
               STRING 'DOCUMENTOS DE OUTRAS DATAS DE REFERENCIA: '
                   WRK-AUX-DISPLAY7
                   DELIMITED BY SIZE   INTO REG-CPF-OUT
               WRITE REG-CPF-OUT
               DISPLAY REG-CPF-OUT
           END-IF
      *
           MOVE WRK-CHKPT-INICIAL      TO WRK-AUX-DISPLAY7
           MOVE SPACES                 TO REG-CPF-OUT
               DELIMITED BY SIZE       INTO REG-CPF-OUT
           WRITE REG-CPF-OUT.
           DISPLAY REG-CPF-OUT
      *
           MOVE WRK-VIG-ALERTAS        TO WRK-AUX-DISPLAY7
           MOVE SPACES                 TO REG-CPF-OUT
           STRING 'ALERTAS DA LISTA DE VIGILANCIA........: '
               WRK-AUX-DISPLAY7
               DELIMITED BY SIZE       INTO REG-CPF-OUT
           WRITE REG-CPF-OUT.
           DISPLAY REG-CPF-OUT
      *
           MOVE WRK-TKV-CONSULTADOS    TO WRK-AUX-DISPLAY7
           MOVE SPACES                 TO REG-CPF-OUT
           STRING 'DOCUMENTOS TOKENIZADOS NA INTERFACE...: '
               WRK-AUX-DISPLAY7
               DELIMITED BY SIZE       INTO REG-CPF-OUT
           WRITE REG-CPF-OUT.
           DISPLAY REG-CPF-OUT
      *
           MOVE WRK-TKV-EMITIDOS       TO WRK-AUX-DISPLAY7
           MOVE SPACES                 TO REG-CPF-OUT
           STRING 'TOKENS NOVOS EMITIDOS NO COFRE........: '
               WRK-AUX-DISPLAY7
               DELIMITED BY SIZE       INTO REG-CPF-OUT
           WRITE REG-CPF-OUT.
           DISPLAY REG-CPF-OUT
      *
           IF  WRK-TKV-RETIDOS         > ZEROS
               MOVE WRK-TKV-RETIDOS    TO WRK-AUX-DISPLAY7
               MOVE SPACES             TO REG-CPF-OUT
               STRING '*** REGISTROS DE INTERFACE RETIDOS SEM TOKEN: '
                   WRK-AUX-DISPLAY7 ' ***'
                   DELIMITED BY SIZE   INTO REG-CPF-OUT
               WRITE REG-CPF-OUT
               DISPLAY REG-CPF-OUT
           END-IF
      *
           MOVE RETURN-CODE            TO WRK-AUX-DISPLAY7
           MOVE SPACES                 TO REG-CPF-OUT
               MOVE WRK-PCT-INVALIDOS  TO REG-RUN-PCT-INVALIDOS
               MOVE WRK-TOT-EXCECOES   TO REG-RUN-EXCECOES
               MOVE RETURN-CODE        TO REG-RUN-CONDICAO
               IF  WRK-GEN-RECUSADA    EQUAL 'S'
                   MOVE 'D'            TO REG-RUN-RECUSA
               ELSE
                   MOVE SPACES         TO REG-RUN-RECUSA
               END-IF
               WRITE REG-EXECUCAO
               CLOSE RUN-HISTORY-FILE
           END-IF.
      *----------------------------------------------------------------*
       3400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       COPY IFBA3VGC.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       COPY IFBA3TKC.
      *----------------------------------------------------------------*
           END PROGRAM IFBA3CPB.
      *----------------------------------------------------------------*
