      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. IFBA3SPL INITIAL.
       AUTHOR.     ATILA EDUARDO DA CRUZ SANTOS CARDOSO.
      *----------------------------------------------------------------*
      *    PROGRAMA............: IFBA3SPL                              *
      *    ANALISTA/PROGAMADOR: ATILA EDUARDO DA CRUZ SANTOS CARDOSO   *
      *    DATA..............: 10/2026                                 *
      *----------------------------------------------------------------*
      *    OBJETIVO....: DIVISAO DO LOTE NOTURNO EM PARTICOES PARA     *
      *    EXECUCAO PARALELA DO IFBA3CPB. LE O EXTRATO (DD CPFIN) E O  *
      *    RECICLO DE CORRECOES (DD RECIN) E DISTRIBUI CADA DETALHE    *
      *    PARA UMA DAS QUATRO PARTICOES PELO DIGITO DA REGIAO FISCAL  *
      *    DO CPF (9O DIGITO), CONFORME O MAPA REGIAO -> PARTICAO DO   *
      *    CARTAO DE PARAMETROS:                                       *
      *      CADA PARTICAO RECEBE O SEU EXTRATO (DD PARTIN1 A          *
      *      PARTIN4), COM UM BLOCO HDR/TRL PARA CADA GERACAO DO       *
      *      EXTRATO ORIGINAL - O HDR LEVA O NUMERO DA PARTICAO NA     *
      *      POSICAO 20 E O TRL A QUANTIDADE DA PROPRIA PARTICAO - E   *
      *      O SEU RECICLO (DD PARREC1 A PARREC4);                     *
      *      O MAPA DE ORDEM (DD ORDMAP, IFBA3PMF) GUARDA A PARTICAO   *
      *      DE CADA REGISTRO NA ORDEM ORIGINAL E O TRAILER ORIGINAL   *
      *      DE CADA GERACAO, PARA A CONSOLIDACAO (IFBA3MRG).          *
      *    AS CONFERENCIAS ESTRUTURAIS DO IFBA3CPB SAO FEITAS AQUI,    *
      *    ANTES DE QUALQUER PARTICAO RODAR: EXTRATO SEM CABECALHO OU  *
      *    SEM TRAILER, BALANCEAMENTO DE CADA GERACAO, GERACAO         *
      *    REPETIDA NA TRANSMISSAO OU JA REGISTRADA NO DD GENCTL. EM   *
      *    QUALQUER FALHA O JOB TERMINA COM COND 12 E AS PARTICOES     *
      *    NAO DEVEM RODAR; A GERACAO RECUSADA POR DUPLICIDADE FICA    *
      *    REGISTRADA NO DD RUNHST, COMO NO IFBA3CPB.                  *
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
           SELECT CPF-IN-FILE          ASSIGN TO 'CPFIN'
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-CPF-STATUS.

           SELECT RECYCLE-FILE         ASSIGN TO 'RECIN'
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-REC-STATUS.

           SELECT PARM-FILE            ASSIGN TO 'PARMIN'
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-PARM-STATUS.

           SELECT GENERATION-CTL-FILE  ASSIGN TO 'GENCTL'
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-GEN-STATUS.

           SELECT RUN-HISTORY-FILE     ASSIGN TO 'RUNHST'
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-RUN-STATUS.

           SELECT PARTITION-MAP-FILE   ASSIGN TO 'ORDMAP'
                                        ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SPLIT-REPORT-FILE    ASSIGN TO 'SPLRPT'
                                        ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PART-IN-FILE-1       ASSIGN TO 'PARTIN1'
                                        ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PART-IN-FILE-2       ASSIGN TO 'PARTIN2'
                                        ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PART-IN-FILE-3       ASSIGN TO 'PARTIN3'
                                        ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PART-IN-FILE-4       ASSIGN TO 'PARTIN4'
                                        ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PART-REC-FILE-1      ASSIGN TO 'PARREC1'
                                        ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PART-REC-FILE-2      ASSIGN TO 'PARREC2'
                                        ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PART-REC-FILE-3      ASSIGN TO 'PARREC3'
                                        ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PART-REC-FILE-4      ASSIGN TO 'PARREC4'
                                        ORGANIZATION IS LINE SEQUENTIAL.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
      *    EXTRATO DA NOITE (DD CPFIN), NO MESMO LAYOUT LIDO PELO      *
      *    IFBA3CPB: BLOCOS HDR/DETALHES/TRL, UM POR GERACAO.          *
      *----------------------------------------------------------------*
       FD  CPF-IN-FILE
           RECORD CONTAINS 020 CHARACTERS.
       01  REG-CPF-IN                  PIC X(020).
      *----------------------------------------------------------------*
      *    RECICLO DE CORRECOES (DD RECIN, OPCIONAL), NO LAYOUT DO     *
      *    ARQUIVO DE REJEITOS DO IFBA3CPB.                            *
      *----------------------------------------------------------------*
       FD  RECYCLE-FILE
           RECORD CONTAINS 027 CHARACTERS.
       01  REG-RECICLO.
           05  REG-REC-DOCUMENTO        PIC X(017).
           05  REG-REC-ERRO             PIC 9(002).
           05  REG-REC-DATA-CICLO       PIC 9(008).
      *----------------------------------------------------------------*
      *    CARTAO DE PARAMETROS (DD PARMIN): MAPA REGIAO FISCAL ->     *
      *    PARTICAO, UMA POSICAO POR DIGITO DE REGIAO (0 A 9), CADA    *
      *    UMA COM O NUMERO DA PARTICAO (1 A 4). SEM CARTAO, VALE O    *
      *    MAPA PADRAO 1122233341 (SP SOZINHO NA PARTICAO 4).          *
      *----------------------------------------------------------------*
       FD  PARM-FILE
           RECORD CONTAINS 010 CHARACTERS.
       01  REG-PARAMETRO.
           05  REG-PARM-MAPA            PIC X(010).
      *----------------------------------------------------------------*
       COPY IFBA3GCF.
      *----------------------------------------------------------------*
       COPY IFBA3RHF.
      *----------------------------------------------------------------*
       COPY IFBA3PMF.
      *----------------------------------------------------------------*
       FD  SPLIT-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  REG-RELATORIO-SPL           PIC X(100).
      *----------------------------------------------------------------*
      *    EXTRATO E RECICLO DE CADA PARTICAO, NOS LAYOUTS DE CPFIN    *
      *    E RECIN - CADA UM E A ENTRADA DE UMA EXECUCAO DO IFBA3CPB.  *
      *----------------------------------------------------------------*
       FD  PART-IN-FILE-1
           RECORD CONTAINS 020 CHARACTERS.
       01  REG-PARTIN-1                PIC X(020).
      *----------------------------------------------------------------*
       FD  PART-IN-FILE-2
           RECORD CONTAINS 020 CHARACTERS.
       01  REG-PARTIN-2                PIC X(020).
      *----------------------------------------------------------------*
       FD  PART-IN-FILE-3
           RECORD CONTAINS 020 CHARACTERS.
       01  REG-PARTIN-3                PIC X(020).
      *----------------------------------------------------------------*
       FD  PART-IN-FILE-4
           RECORD CONTAINS 020 CHARACTERS.
       01  REG-PARTIN-4                PIC X(020).
      *----------------------------------------------------------------*
       FD  PART-REC-FILE-1
           RECORD CONTAINS 027 CHARACTERS.
       01  REG-PARREC-1                PIC X(027).
      *----------------------------------------------------------------*
       FD  PART-REC-FILE-2
           RECORD CONTAINS 027 CHARACTERS.
       01  REG-PARREC-2                PIC X(027).
      *----------------------------------------------------------------*
       FD  PART-REC-FILE-3
           RECORD CONTAINS 027 CHARACTERS.
       01  REG-PARREC-3                PIC X(027).
      *----------------------------------------------------------------*
       FD  PART-REC-FILE-4
           RECORD CONTAINS 027 CHARACTERS.
       01  REG-PARREC-4                PIC X(027).
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       77  FILLER                      PIC X(055)          VALUE
           '* INICIO DA WORKING STORAGE SECTION IFBA3SPL *'.
      *----------------------------------------------------------------*
      *    AREA DE CONTROLE DO LOTE                                    *
      *----------------------------------------------------------------*
       77  WRK-FIM-ARQUIVO             PIC X(001)          VALUE 'N'.
       77  WRK-CPF-STATUS              PIC X(002)          VALUE '00'.
       77  WRK-ARQ-ABERTOS             PIC X(001)          VALUE 'N'.
       77  WRK-REC-STATUS              PIC X(002)          VALUE '00'.
       77  WRK-REC-FIM                 PIC X(001)          VALUE 'S'.
       77  WRK-REC-ABERTO              PIC X(001)          VALUE 'N'.
       77  WRK-PARM-STATUS             PIC X(002)          VALUE '00'.
       77  WRK-GEN-STATUS              PIC X(002)          VALUE '00'.
       77  WRK-GEN-FIM                 PIC X(001)          VALUE 'N'.
       77  WRK-GEN-RECUSADA            PIC X(001)          VALUE 'N'.
       77  WRK-RUN-STATUS              PIC X(002)          VALUE '00'.
       77  WRK-ERRO-ESTRUTURA          PIC X(001)          VALUE 'N'.
       77  WRK-ESTRUTURA-MOTIVO        PIC X(040)          VALUE SPACES.
       77  WRK-DATA-PROCESSO           PIC 9(008)          VALUE ZEROS.
       77  WRK-CONDICAO                PIC 9(002)          VALUE ZEROS.
       77  WRK-AUX-DISPLAY7            PIC Z.ZZZ.ZZ9       VALUE SPACES.
       77  WRK-TOT-DETALHES            PIC 9(007)          VALUE ZEROS.
       77  WRK-TOT-RECICLADOS          PIC 9(007)          VALUE ZEROS.
      *----------------------------------------------------------------*
      *    MAPA REGIAO FISCAL -> PARTICAO. A POSICAO N DO MAPA E A     *
      *    PARTICAO DO DIGITO DE REGIAO N - 1. O PADRAO SEPARA A       *
      *    REGIAO 8 (SP), A DE MAIOR VOLUME, NA PARTICAO 4.            *
      *----------------------------------------------------------------*
       01  WRK-MAPA-PARTICOES          PIC X(010)          VALUE
           '1122233341'.
       01  FILLER                   REDEFINES   WRK-MAPA-PARTICOES.
           05  WRK-MAPA-DIGITO         PIC X(001)   OCCURS 10 TIMES.
       77  WRK-MAPA-ORIGEM             PIC X(020)          VALUE
           'PADRAO'.
       77  WRK-MAPA-SUB                PIC 9(002)          VALUE ZEROS.
      *----------------------------------------------------------------*
      *    DOCUMENTO CORRENTE E A SUA PARTICAO. O DIGITO DA REGIAO     *
      *    FISCAL E O 9O DIGITO DO CPF (POSICAO 11 DO LAYOUT           *
      *    999.999.999-99/FF). DOCUMENTO SEM DIGITO LEGIVEL VAI PARA   *
      *    A PARTICAO 1, ONDE O IFBA3CPB O REJEITA NORMALMENTE.        *
      *----------------------------------------------------------------*
       01  WRK-DOC-ATUAL               PIC X(017)          VALUE SPACES.
       01  FILLER                   REDEFINES   WRK-DOC-ATUAL.
           05  FILLER                  PIC X(010).
           05  WRK-DOC-REGIAO          PIC 9(001).
           05  FILLER                  PIC X(006).
       77  WRK-PARTICAO                PIC 9(001)          VALUE 1.
       77  WRK-PAR-SUB                 PIC 9(001)          VALUE ZEROS.
       77  WRK-MAP-TIPO                PIC X(001)          VALUE SPACES.
      *----------------------------------------------------------------*
      *    TOTAIS POR PARTICAO: DETALHES DO EXTRATO, RECICLADOS E OS   *
      *    DETALHES DA GERACAO CORRENTE (TRAILER DA PARTICAO)          *
      *----------------------------------------------------------------*
       01  WRK-TAB-PARTICOES.
           05  WRK-PAR-OCORR           OCCURS 4 TIMES.
               10  WRK-PAR-DETALHES    PIC 9(007).
               10  WRK-PAR-RECICLADOS  PIC 9(007).
               10  WRK-PAR-BLOCO       PIC 9(007).
      *----------------------------------------------------------------*
      *    AREA DO REGISTRO DE ENTRADA, DO REGISTRO GRAVADO NAS        *
      *    PARTICOES E DOS CONTROLES DE CABECALHO/TRAILER              *
      *----------------------------------------------------------------*
       01  WRK-CPF-ENTRADA             PIC X(020)          VALUE SPACES.
       01  FILLER                   REDEFINES   WRK-CPF-ENTRADA.
           05  WRK-ENT-TIPO            PIC X(003).
           05  WRK-ENT-HDR-DATA        PIC X(008).
           05  WRK-ENT-HDR-ORIGEM      PIC X(008).
           05  WRK-ENT-HDR-PARTICAO    PIC X(001).
       01  FILLER                   REDEFINES   WRK-CPF-ENTRADA.
           05  FILLER                  PIC X(003).
           05  WRK-ENT-TRL-QTDE        PIC X(007).
           05  FILLER                  PIC X(010).
       01  WRK-CPF-SAIDA               PIC X(020)          VALUE SPACES.
       01  FILLER                   REDEFINES   WRK-CPF-SAIDA.
           05  WRK-SAI-TIPO            PIC X(003).
           05  WRK-SAI-TRL-QTDE        PIC 9(007).
           05  FILLER                  PIC X(010).
       77  WRK-BLK-ABERTO              PIC X(001)          VALUE 'N'.
       77  WRK-TRL-LIDA                PIC X(001)          VALUE 'N'.
       77  WRK-TRL-QTDE                PIC 9(007)          VALUE ZEROS.
       77  WRK-BLK-DETALHES            PIC 9(007)          VALUE ZEROS.
       77  WRK-HDR-DATA                PIC X(008)          VALUE SPACES.
       77  WRK-HDR-ORIGEM              PIC X(008)          VALUE SPACES.
      *----------------------------------------------------------------*
      *    GERACOES DA TRANSMISSAO, PARA A CONFERENCIA DE DUPLICIDADE  *
      *    E O RELATORIO                                               *
      *----------------------------------------------------------------*
       01  WRK-TAB-GER.
           05  WRK-GER-OCORR           OCCURS 10 TIMES.
               10  WRK-GER-DATA        PIC X(008).
               10  WRK-GER-ORIGEM      PIC X(008).
               10  WRK-GER-DETALHES    PIC 9(007).
       77  WRK-GER-TOTAL               PIC 9(002)          VALUE ZEROS.
       77  WRK-GER-SUB                 PIC 9(002)          VALUE ZEROS.
      *----------------------------------------------------------------*
       77  FILLER                      PIC X(055)          VALUE
           '* FIM DA WORKING STORAGE SECTION IFBA3SPL *'.
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
      *    LE O MAPA DE PARTICOES E ABRE AS ENTRADAS E AS SAIDAS. AS   *
      *    QUATRO PARTICOES SAO SEMPRE GRAVADAS - UMA PARTICAO SEM     *
      *    MOVIMENTO RECEBE SO OS CABECALHOS E TRAILERS, E O SEU       *
      *    IFBA3CPB RODA VAZIO.                                        *
      *----------------------------------------------------------------*
       1000-INICIALIZAR                SECTION.
      *----------------------------------------------------------------*
           ACCEPT WRK-DATA-PROCESSO    FROM DATE YYYYMMDD
      *
           OPEN OUTPUT SPLIT-REPORT-FILE
      *
           MOVE SPACES                 TO REG-RELATORIO-SPL
           STRING '*** RESUMO IFBA3SPL - DIVISAO DO LOTE EM PARTICOES'
               ' ***'
               DELIMITED BY SIZE       INTO REG-RELATORIO-SPL
           PERFORM 3900-GRAVAR-LINHA
      *
           PERFORM 1095-LER-PARAMETROS.
      *
           MOVE SPACES                 TO REG-RELATORIO-SPL
           STRING 'MAPA REGIAO FISCAL 0123456789 -> PARTICAO '
               WRK-MAPA-PARTICOES ' - ' WRK-MAPA-ORIGEM
               DELIMITED BY SIZE       INTO REG-RELATORIO-SPL
           PERFORM 3900-GRAVAR-LINHA
      *
           IF  WRK-ERRO-ESTRUTURA      EQUAL 'S'
               MOVE 'S'                TO WRK-FIM-ARQUIVO
               GO TO 1000-99-FIM
           END-IF
      *
           OPEN INPUT CPF-IN-FILE
           IF  WRK-CPF-STATUS          NOT EQUAL '00'
               MOVE 'S'                TO WRK-ERRO-ESTRUTURA
               MOVE 'EXTRATO CPFIN INDISPONIVEL'
                                       TO WRK-ESTRUTURA-MOTIVO
               MOVE 'S'                TO WRK-FIM-ARQUIVO
               GO TO 1000-99-FIM
           END-IF
      *
      *    O RECICLO DE CORRECOES E OPCIONAL - SEM O DD, AS PARTICOES
      *    RECEBEM UM RECICLO VAZIO.
      *
           OPEN INPUT RECYCLE-FILE
           IF  WRK-REC-STATUS          EQUAL '00'
               MOVE 'N'                TO WRK-REC-FIM
               MOVE 'S'                TO WRK-REC-ABERTO
           END-IF
      *
           OPEN OUTPUT PARTITION-MAP-FILE
           OPEN OUTPUT PART-IN-FILE-1
           OPEN OUTPUT PART-IN-FILE-2
           OPEN OUTPUT PART-IN-FILE-3
           OPEN OUTPUT PART-IN-FILE-4
           OPEN OUTPUT PART-REC-FILE-1
           OPEN OUTPUT PART-REC-FILE-2
           OPEN OUTPUT PART-REC-FILE-3
           OPEN OUTPUT PART-REC-FILE-4
           MOVE 'S'                    TO WRK-ARQ-ABERTOS
      *
           PERFORM VARYING WRK-PAR-SUB FROM 1 BY 1
                     UNTIL WRK-PAR-SUB > 4
               MOVE ZEROS          TO WRK-PAR-DETALHES(WRK-PAR-SUB)
               MOVE ZEROS          TO WRK-PAR-RECICLADOS(WRK-PAR-SUB)
               MOVE ZEROS          TO WRK-PAR-BLOCO(WRK-PAR-SUB)
           END-PERFORM.
      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    LE O CARTAO DE PARAMETROS (DD PARMIN). SEM CARTAO VALE O    *
      *    MAPA PADRAO; CARTAO COM POSICAO FORA DE 1 A 4 E ERRO        *
      *    ESTRUTURAL - UM MAPA TRUNCADO MANDARIA REGIOES PARA         *
      *    PARTICAO NENHUMA.                                           *
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
                   CLOSE PARM-FILE
                   GO TO 1095-99-FIM
           END-READ
      *
           CLOSE PARM-FILE
      *
           MOVE REG-PARM-MAPA          TO WRK-MAPA-PARTICOES
           MOVE 'CARTAO PARMIN'        TO WRK-MAPA-ORIGEM
      *
           PERFORM VARYING WRK-MAPA-SUB FROM 1 BY 1
                     UNTIL WRK-MAPA-SUB > 10
               IF  WRK-MAPA-DIGITO(WRK-MAPA-SUB) < '1' OR
                   WRK-MAPA-DIGITO(WRK-MAPA-SUB) > '4'
                   MOVE 'S'            TO WRK-ERRO-ESTRUTURA
                   MOVE 'MAPA DE PARTICOES INVALIDO NO PARMIN'
                                       TO WRK-ESTRUTURA-MOTIVO
               END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       1095-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    DISTRIBUI PRIMEIRO O RECICLO E DEPOIS O EXTRATO - A MESMA   *
      *    ORDEM EM QUE O IFBA3CPB PROCESSA O FLUXO COMBINADO, E A     *
      *    ORDEM QUE O MAPA GUARDA PARA A CONSOLIDACAO.                *
      *----------------------------------------------------------------*
       2000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*
           IF  WRK-ERRO-ESTRUTURA      EQUAL 'S'
               GO TO 2000-99-FIM
           END-IF
      *
           PERFORM 2100-DISTRIBUIR-RECICLO
               UNTIL WRK-REC-FIM       EQUAL 'S'
      *
           READ CPF-IN-FILE INTO WRK-CPF-ENTRADA
               AT END
                   MOVE 'S'            TO WRK-ERRO-ESTRUTURA
                   MOVE 'EXTRATO VAZIO - SEM CABECALHO'
                                       TO WRK-ESTRUTURA-MOTIVO
                   GO TO 2000-99-FIM
           END-READ
      *
           IF  WRK-ENT-TIPO            NOT EQUAL 'HDR'
               MOVE 'S'                TO WRK-ERRO-ESTRUTURA
               MOVE 'CABECALHO HDR AUSENTE NO EXTRATO'
                                       TO WRK-ESTRUTURA-MOTIVO
               GO TO 2000-99-FIM
           END-IF
      *
           PERFORM 2200-DISTRIBUIR-EXTRATO
               UNTIL WRK-FIM-ARQUIVO   EQUAL 'S'
                  OR WRK-ERRO-ESTRUTURA EQUAL 'S'
      *
      *    FIM DO EXTRATO: O ULTIMO BLOCO PRECISA TER FECHADO COM O
      *    SEU TRAILER.
      *
           IF  WRK-ERRO-ESTRUTURA      EQUAL 'N' AND
               WRK-TRL-LIDA            NOT EQUAL 'S'
               MOVE 'S'                TO WRK-ERRO-ESTRUTURA
               MOVE 'TRAILER TRL AUSENTE'
                                       TO WRK-ESTRUTURA-MOTIVO
           END-IF.
      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    UM REGISTRO DO RECICLO: VAI PARA O RECICLO DA SUA           *
      *    PARTICAO, SEM ALTERACAO, E ENTRA NO MAPA COMO 'R'.          *
      *----------------------------------------------------------------*
       2100-DISTRIBUIR-RECICLO         SECTION.
      *----------------------------------------------------------------*
           READ RECYCLE-FILE
               AT END
                   MOVE 'S'            TO WRK-REC-FIM
                   GO TO 2100-99-FIM
           END-READ
      *
           MOVE REG-REC-DOCUMENTO      TO WRK-DOC-ATUAL
           PERFORM 2300-DEFINIR-PARTICAO
      *
           IF  WRK-PARTICAO            EQUAL 1
               WRITE REG-PARREC-1      FROM REG-RECICLO
           END-IF
           IF  WRK-PARTICAO            EQUAL 2
               WRITE REG-PARREC-2      FROM REG-RECICLO
           END-IF
           IF  WRK-PARTICAO            EQUAL 3
               WRITE REG-PARREC-3      FROM REG-RECICLO
           END-IF
           IF  WRK-PARTICAO            EQUAL 4
               WRITE REG-PARREC-4      FROM REG-RECICLO
           END-IF
      *
           ADD 1                    TO WRK-PAR-RECICLADOS(WRK-PARTICAO)
           ADD 1                       TO WRK-TOT-RECICLADOS
      *
           MOVE 'R'                    TO WRK-MAP-TIPO
           PERFORM 2500-GRAVAR-MAPA.
      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    TRATA O REGISTRO CORRENTE DO EXTRATO (JA LIDO) E LE O       *
      *    SEGUINTE: CABECALHO ABRE UM BLOCO EM TODAS AS PARTICOES,    *
      *    TRAILER FECHA O BLOCO EM TODAS ELAS E DETALHE VAI PARA A    *
      *    SUA PARTICAO.                                               *
      *----------------------------------------------------------------*
       2200-DISTRIBUIR-EXTRATO         SECTION.
      *----------------------------------------------------------------*
           IF  WRK-ENT-TIPO            EQUAL 'HDR'
               PERFORM 2210-ABRIR-BLOCO
           ELSE
               IF  WRK-ENT-TIPO        EQUAL 'TRL'
                   PERFORM 2230-FECHAR-BLOCO
               ELSE
                   PERFORM 2220-DISTRIBUIR-DETALHE
               END-IF
           END-IF
      *
           IF  WRK-ERRO-ESTRUTURA      EQUAL 'S'
               GO TO 2200-99-FIM
           END-IF
      *
           READ CPF-IN-FILE INTO WRK-CPF-ENTRADA
               AT END
                   MOVE 'S'            TO WRK-FIM-ARQUIVO
           END-READ.
      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    CABECALHO DE UMA GERACAO: CONFERE O TRAILER DO BLOCO        *
      *    ANTERIOR, A CAPACIDADE DA TABELA DE GERACOES DO IFBA3CPB    *
      *    E A DUPLICIDADE (NA TRANSMISSAO E NO GENCTL), E GRAVA O     *
      *    HDR EM CADA PARTICAO COM O NUMERO DELA NA POSICAO 20 - E    *
      *    ESTA MARCA QUE COLOCA O IFBA3CPB EM MODO DE PARTICAO.       *
      *----------------------------------------------------------------*
       2210-ABRIR-BLOCO                SECTION.
      *----------------------------------------------------------------*
           IF  WRK-BLK-ABERTO          EQUAL 'S' AND
               WRK-TRL-LIDA            NOT EQUAL 'S'
               MOVE 'S'                TO WRK-ERRO-ESTRUTURA
               MOVE 'TRAILER AUSENTE ANTES DE NOVO CABECALHO'
                                       TO WRK-ESTRUTURA-MOTIVO
               GO TO 2210-99-FIM
           END-IF
      *
           IF  WRK-GER-TOTAL           NOT < 10
               MOVE 'S'                TO WRK-ERRO-ESTRUTURA
               MOVE 'MAIS DE 10 GERACOES NO EXTRATO'
                                       TO WRK-ESTRUTURA-MOTIVO
               GO TO 2210-99-FIM
           END-IF
      *
           MOVE WRK-ENT-HDR-DATA       TO WRK-HDR-DATA
           MOVE WRK-ENT-HDR-ORIGEM     TO WRK-HDR-ORIGEM
      *
           PERFORM 2240-CONFERIR-GERACAO
           IF  WRK-ERRO-ESTRUTURA      EQUAL 'S'
               GO TO 2210-99-FIM
           END-IF
      *
           ADD 1                       TO WRK-GER-TOTAL
           MOVE WRK-HDR-DATA           TO WRK-GER-DATA(WRK-GER-TOTAL)
           MOVE WRK-HDR-ORIGEM         TO WRK-GER-ORIGEM(WRK-GER-TOTAL)
           MOVE ZEROS              TO WRK-GER-DETALHES(WRK-GER-TOTAL)
      *
           MOVE 'S'                    TO WRK-BLK-ABERTO
           MOVE 'N'                    TO WRK-TRL-LIDA
           MOVE ZEROS                  TO WRK-TRL-QTDE
           MOVE ZEROS                  TO WRK-BLK-DETALHES
      *
           PERFORM VARYING WRK-PAR-SUB FROM 1 BY 1
                     UNTIL WRK-PAR-SUB > 4
               MOVE ZEROS              TO WRK-PAR-BLOCO(WRK-PAR-SUB)
               MOVE WRK-CPF-ENTRADA    TO WRK-CPF-SAIDA
               MOVE WRK-PAR-SUB        TO WRK-CPF-SAIDA(20:1)
               MOVE WRK-PAR-SUB        TO WRK-PARTICAO
               PERFORM 2400-GRAVAR-PARTICAO
           END-PERFORM
      *
           MOVE 'H'                    TO WRK-MAP-TIPO
           PERFORM 2500-GRAVAR-MAPA.
      *----------------------------------------------------------------*
       2210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    DETALHE DO EXTRATO: VAI, SEM ALTERACAO, PARA O EXTRATO DA   *
      *    SUA PARTICAO. DETALHE ENTRE O TRAILER E O CABECALHO         *
      *    SEGUINTE NAO PERTENCE A BLOCO NENHUM - ERRO ESTRUTURAL.     *
      *----------------------------------------------------------------*
       2220-DISTRIBUIR-DETALHE         SECTION.
      *----------------------------------------------------------------*
           IF  WRK-TRL-LIDA            EQUAL 'S'
               MOVE 'S'                TO WRK-ERRO-ESTRUTURA
               MOVE 'DETALHE APOS O TRAILER DA GERACAO'
                                       TO WRK-ESTRUTURA-MOTIVO
               GO TO 2220-99-FIM
           END-IF
      *
           MOVE WRK-CPF-ENTRADA(1:17)  TO WRK-DOC-ATUAL
           PERFORM 2300-DEFINIR-PARTICAO
      *
           MOVE WRK-CPF-ENTRADA        TO WRK-CPF-SAIDA
           PERFORM 2400-GRAVAR-PARTICAO
      *
           ADD 1                       TO WRK-PAR-BLOCO(WRK-PARTICAO)
           ADD 1                     TO WRK-PAR-DETALHES(WRK-PARTICAO)
           ADD 1                       TO WRK-BLK-DETALHES
           ADD 1                       TO WRK-TOT-DETALHES
           ADD 1                   TO WRK-GER-DETALHES(WRK-GER-TOTAL)
      *
           MOVE 'E'                    TO WRK-MAP-TIPO
           PERFORM 2500-GRAVAR-MAPA.
      *----------------------------------------------------------------*
       2220-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    TRAILER DA GERACAO: BALANCEIA OS DETALHES DISTRIBUIDOS      *
      *    CONTRA A QUANTIDADE DO TRL E GRAVA EM CADA PARTICAO UM      *
      *    TRAILER COM A QUANTIDADE DELA - CADA IFBA3CPB BALANCEIA A   *
      *    SUA PARTE, E O MAPA LEVA O TRAILER ORIGINAL PARA O          *
      *    BALANCEAMENTO DA CONSOLIDACAO.                              *
      *----------------------------------------------------------------*
       2230-FECHAR-BLOCO               SECTION.
      *----------------------------------------------------------------*
           IF  WRK-TRL-LIDA            EQUAL 'S'
               MOVE 'S'                TO WRK-ERRO-ESTRUTURA
               MOVE 'TRAILER TRL REPETIDO NA GERACAO'
                                       TO WRK-ESTRUTURA-MOTIVO
               GO TO 2230-99-FIM
           END-IF
      *
           IF  WRK-ENT-TRL-QTDE        NOT NUMERIC
               MOVE 'S'                TO WRK-ERRO-ESTRUTURA
               MOVE 'QUANTIDADE DO TRAILER NAO NUMERICA'
                                       TO WRK-ESTRUTURA-MOTIVO
               GO TO 2230-99-FIM
           END-IF
      *
           MOVE 'S'                    TO WRK-TRL-LIDA
           MOVE WRK-ENT-TRL-QTDE       TO WRK-TRL-QTDE
      *
           IF  WRK-BLK-DETALHES        NOT EQUAL WRK-TRL-QTDE
               MOVE 'S'                TO WRK-ERRO-ESTRUTURA
               MOVE SPACES             TO WRK-ESTRUTURA-MOTIVO
               STRING 'BALANCO DIVERGENTE NA GERACAO ' WRK-HDR-DATA
                   DELIMITED BY SIZE   INTO WRK-ESTRUTURA-MOTIVO
               GO TO 2230-99-FIM
           END-IF
      *
           PERFORM VARYING WRK-PAR-SUB FROM 1 BY 1
                     UNTIL WRK-PAR-SUB > 4
               MOVE SPACES             TO WRK-CPF-SAIDA
               MOVE 'TRL'              TO WRK-SAI-TIPO
               MOVE WRK-PAR-BLOCO(WRK-PAR-SUB)
                                       TO WRK-SAI-TRL-QTDE
               MOVE WRK-PAR-SUB        TO WRK-PARTICAO
               PERFORM 2400-GRAVAR-PARTICAO
           END-PERFORM
      *
           MOVE 'T'                    TO WRK-MAP-TIPO
           PERFORM 2500-GRAVAR-MAPA.
      *----------------------------------------------------------------*
       2230-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    MESMA CONFERENCIA DO 1080 DO IFBA3CPB: GERACAO REPETIDA     *
      *    DENTRO DA TRANSMISSAO OU JA REGISTRADA NO DD GENCTL E       *
      *    RECUSADA ANTES DE QUALQUER PARTICAO RODAR. NO LOTE          *
      *    PARTICIONADO O GENCTL SO E GRAVADO PELA CONSOLIDACAO.       *
      *----------------------------------------------------------------*
       2240-CONFERIR-GERACAO           SECTION.
      *----------------------------------------------------------------*
           PERFORM VARYING WRK-GER-SUB FROM 1 BY 1
                     UNTIL WRK-GER-SUB > WRK-GER-TOTAL
               IF  WRK-GER-DATA(WRK-GER-SUB)   EQUAL WRK-HDR-DATA AND
                   WRK-GER-ORIGEM(WRK-GER-SUB) EQUAL WRK-HDR-ORIGEM
                   MOVE 'S'            TO WRK-ERRO-ESTRUTURA
                   MOVE 'S'            TO WRK-GEN-RECUSADA
                   MOVE 'GERACAO DUPLICADA NA TRANSMISSAO'
                                       TO WRK-ESTRUTURA-MOTIVO
               END-IF
           END-PERFORM
      *
           IF  WRK-ERRO-ESTRUTURA      EQUAL 'S'
               GO TO 2240-99-FIM
           END-IF
      *
           OPEN INPUT GENERATION-CTL-FILE
      *
           IF  WRK-GEN-STATUS          NOT EQUAL '00'
               GO TO 2240-99-FIM
           END-IF
      *
           MOVE 'N'                    TO WRK-GEN-FIM
           PERFORM UNTIL WRK-GEN-FIM   EQUAL 'S'
               READ GENERATION-CTL-FILE
                   AT END
                       MOVE 'S'        TO WRK-GEN-FIM
                   NOT AT END
                       IF  REG-GEN-DATA   EQUAL WRK-HDR-DATA AND
                           REG-GEN-ORIGEM EQUAL WRK-HDR-ORIGEM
                           MOVE 'S'    TO WRK-ERRO-ESTRUTURA
                           MOVE 'S'    TO WRK-GEN-RECUSADA
                           MOVE 'GERACAO DO EXTRATO JA PROCESSADA'
                                       TO WRK-ESTRUTURA-MOTIVO
                       END-IF
               END-READ
           END-PERFORM
      *
           CLOSE GENERATION-CTL-FILE.
      *----------------------------------------------------------------*
       2240-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    PARTICAO DO DOCUMENTO CORRENTE (WRK-DOC-ATUAL) PELO MAPA.   *
      *----------------------------------------------------------------*
       2300-DEFINIR-PARTICAO           SECTION.
      *----------------------------------------------------------------*
           MOVE 1                      TO WRK-PARTICAO
      *
           IF  WRK-DOC-REGIAO          IS NUMERIC
               COMPUTE WRK-MAPA-SUB    = WRK-DOC-REGIAO + 1
               MOVE WRK-MAPA-DIGITO(WRK-MAPA-SUB)
                                       TO WRK-PARTICAO
           END-IF.
      *----------------------------------------------------------------*
       2300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    GRAVA WRK-CPF-SAIDA NO EXTRATO DA PARTICAO WRK-PARTICAO.    *
      *----------------------------------------------------------------*
       2400-GRAVAR-PARTICAO            SECTION.
      *----------------------------------------------------------------*
           IF  WRK-PARTICAO            EQUAL 1
               WRITE REG-PARTIN-1      FROM WRK-CPF-SAIDA
               GO TO 2400-99-FIM
           END-IF
      *
           IF  WRK-PARTICAO            EQUAL 2
               WRITE REG-PARTIN-2      FROM WRK-CPF-SAIDA
               GO TO 2400-99-FIM
           END-IF
      *
           IF  WRK-PARTICAO            EQUAL 3
               WRITE REG-PARTIN-3      FROM WRK-CPF-SAIDA
               GO TO 2400-99-FIM
           END-IF
      *
           WRITE REG-PARTIN-4          FROM WRK-CPF-SAIDA.
      *----------------------------------------------------------------*
       2400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    REGISTRO DO MAPA DE ORDEM PARA O REGISTRO CORRENTE: A       *
      *    PARTICAO NOS DETALHES, A GERACAO NOS CONTROLES E O          *
      *    TRAILER ORIGINAL NO 'T'.                                    *
      *----------------------------------------------------------------*
       2500-GRAVAR-MAPA                SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                 TO REG-MAPA
           MOVE WRK-MAP-TIPO           TO REG-MAP-TIPO
           MOVE ZEROS                  TO REG-MAP-PARTICAO
           MOVE ZEROS                  TO REG-MAP-QTDE
      *
           IF  WRK-MAP-TIPO            EQUAL 'R' OR 'E'
               MOVE WRK-PARTICAO       TO REG-MAP-PARTICAO
           END-IF
      *
           IF  WRK-MAP-TIPO            NOT EQUAL 'R'
               MOVE WRK-HDR-DATA       TO REG-MAP-GERACAO
               MOVE WRK-HDR-ORIGEM     TO REG-MAP-ORIGEM
           END-IF
      *
           IF  WRK-MAP-TIPO            EQUAL 'T'
               MOVE WRK-TRL-QTDE       TO REG-MAP-QTDE
           END-IF
      *
           WRITE REG-MAPA.
      *----------------------------------------------------------------*
       2500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
           PERFORM 3100-GRAVAR-RESUMO.
      *
           IF  WRK-GEN-RECUSADA        EQUAL 'S'
               PERFORM 3400-GRAVAR-EXECUCAO
           END-IF
      *
           MOVE WRK-CONDICAO           TO RETURN-CODE
      *
           CLOSE SPLIT-REPORT-FILE
      *
           IF  WRK-ARQ-ABERTOS         EQUAL 'S'
               CLOSE CPF-IN-FILE
               CLOSE PARTITION-MAP-FILE
               CLOSE PART-IN-FILE-1
               CLOSE PART-IN-FILE-2
               CLOSE PART-IN-FILE-3
               CLOSE PART-IN-FILE-4
               CLOSE PART-REC-FILE-1
               CLOSE PART-REC-FILE-2
               CLOSE PART-REC-FILE-3
               CLOSE PART-REC-FILE-4
           END-IF
      *
           IF  WRK-REC-ABERTO          EQUAL 'S'
               CLOSE RECYCLE-FILE
           END-IF
      *
           STOP RUN.
      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    RESUMO DA DIVISAO: GERACOES COM O TRAILER, VOLUME DE CADA   *
      *    PARTICAO E CODIGO DE CONDICAO (12 EM ERRO ESTRUTURAL - AS   *
      *    PARTICOES NAO DEVEM RODAR).                                 *
      *----------------------------------------------------------------*
       3100-GRAVAR-RESUMO              SECTION.
      *----------------------------------------------------------------*
           PERFORM VARYING WRK-GER-SUB FROM 1 BY 1
                     UNTIL WRK-GER-SUB > WRK-GER-TOTAL
               MOVE WRK-GER-DETALHES(WRK-GER-SUB)
                                       TO WRK-AUX-DISPLAY7
               MOVE SPACES             TO REG-RELATORIO-SPL
               STRING 'GERACAO ' WRK-GER-DATA(WRK-GER-SUB)
                   ' ORIGEM ' WRK-GER-ORIGEM(WRK-GER-SUB)
                   ' DETALHES: ' WRK-AUX-DISPLAY7
                   DELIMITED BY SIZE   INTO REG-RELATORIO-SPL
               PERFORM 3900-GRAVAR-LINHA
           END-PERFORM
      *
           PERFORM VARYING WRK-PAR-SUB FROM 1 BY 1
                     UNTIL WRK-PAR-SUB > 4
               MOVE WRK-PAR-DETALHES(WRK-PAR-SUB)
                                       TO WRK-AUX-DISPLAY7
               MOVE SPACES             TO REG-RELATORIO-SPL
               STRING 'PARTICAO ' WRK-PAR-SUB
                   ' DETALHES: ' WRK-AUX-DISPLAY7
                   DELIMITED BY SIZE   INTO REG-RELATORIO-SPL
               MOVE WRK-PAR-RECICLADOS(WRK-PAR-SUB)
                                       TO WRK-AUX-DISPLAY7
               STRING ' RECICLADOS: ' WRK-AUX-DISPLAY7
                   DELIMITED BY SIZE   INTO REG-RELATORIO-SPL(31:)
               PERFORM 3900-GRAVAR-LINHA
           END-PERFORM
      *
           MOVE WRK-TOT-DETALHES       TO WRK-AUX-DISPLAY7
           MOVE SPACES                 TO REG-RELATORIO-SPL
           STRING 'TOTAL DE DETALHES DO EXTRATO..........: '
               WRK-AUX-DISPLAY7
               DELIMITED BY SIZE       INTO REG-RELATORIO-SPL
           PERFORM 3900-GRAVAR-LINHA
      *
           MOVE WRK-TOT-RECICLADOS     TO WRK-AUX-DISPLAY7
           MOVE SPACES                 TO REG-RELATORIO-SPL
           STRING 'RECICLADOS (CORRECOES DO DD RECIN)....: '
               WRK-AUX-DISPLAY7
               DELIMITED BY SIZE       INTO REG-RELATORIO-SPL
           PERFORM 3900-GRAVAR-LINHA
      *
           IF  WRK-ERRO-ESTRUTURA      EQUAL 'S'
               MOVE 12                 TO WRK-CONDICAO
               MOVE SPACES             TO REG-RELATORIO-SPL
               STRING '*** ERRO ESTRUTURAL NO EXTRATO: '
                   WRK-ESTRUTURA-MOTIVO
                   DELIMITED BY SIZE   INTO REG-RELATORIO-SPL
               PERFORM 3900-GRAVAR-LINHA
               MOVE SPACES             TO REG-RELATORIO-SPL
               STRING '*** PARTICOES INCOMPLETAS - NAO SUBMETER OS'
                   ' JOBS DAS PARTICOES ***'
                   DELIMITED BY SIZE   INTO REG-RELATORIO-SPL
               PERFORM 3900-GRAVAR-LINHA
           END-IF
      *
           MOVE WRK-CONDICAO           TO WRK-AUX-DISPLAY7
           MOVE SPACES                 TO REG-RELATORIO-SPL
           STRING 'CODIGO DE CONDICAO DO JOB.............: '
               WRK-AUX-DISPLAY7
               DELIMITED BY SIZE       INTO REG-RELATORIO-SPL
           PERFORM 3900-GRAVAR-LINHA.
      *----------------------------------------------------------------*
       3100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    GERACAO RECUSADA POR DUPLICIDADE: REGISTRA A EXECUCAO NO    *
      *    HISTORICO (DD RUNHST) COM A RECUSA 'D', COMO O IFBA3CPB -   *
      *    O CALENDARIO DE EXTRATOS (IFBA3CAL) LISTA A RECUSA.         *
      *----------------------------------------------------------------*
       3400-GRAVAR-EXECUCAO            SECTION.
      *----------------------------------------------------------------*
           OPEN EXTEND RUN-HISTORY-FILE
           IF  WRK-RUN-STATUS          NOT EQUAL '00'
               OPEN OUTPUT RUN-HISTORY-FILE
           END-IF
      *
           IF  WRK-RUN-STATUS          EQUAL '00'
               MOVE WRK-DATA-PROCESSO  TO REG-RUN-DATA-CICLO
               MOVE WRK-HDR-DATA       TO REG-RUN-DATA-GERACAO
               MOVE WRK-HDR-ORIGEM     TO REG-RUN-ORIGEM
               MOVE ZEROS              TO REG-RUN-DET-LIDOS
               MOVE ZEROS              TO REG-RUN-RECICLADOS
               MOVE ZEROS              TO REG-RUN-VALIDOS
               MOVE ZEROS              TO REG-RUN-INVALIDOS
               MOVE ZEROS              TO REG-RUN-PCT-INVALIDOS
               MOVE ZEROS              TO REG-RUN-EXCECOES
               MOVE 12                 TO REG-RUN-CONDICAO
               MOVE 'D'                TO REG-RUN-RECUSA
               WRITE REG-EXECUCAO
               CLOSE RUN-HISTORY-FILE
           END-IF.
      *----------------------------------------------------------------*
       3400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3900-GRAVAR-LINHA               SECTION.
      *----------------------------------------------------------------*
           WRITE REG-RELATORIO-SPL
           DISPLAY REG-RELATORIO-SPL.
      *----------------------------------------------------------------*
       3900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
           END PROGRAM IFBA3SPL.
      *----------------------------------------------------------------*
