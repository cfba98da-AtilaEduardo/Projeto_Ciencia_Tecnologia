      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. IFBA3MRG INITIAL.
       AUTHOR.     ATILA EDUARDO DA CRUZ SANTOS CARDOSO.
      *----------------------------------------------------------------*
      *    PROGRAMA............: IFBA3MRG                              *
      *    ANALISTA/PROGAMADOR: ATILA EDUARDO DA CRUZ SANTOS CARDOSO   *
      *    DATA..............: 10/2026                                 *
      *----------------------------------------------------------------*
      *    OBJETIVO....: CONSOLIDACAO DO LOTE PARALELO. DEPOIS QUE AS  *
      *    QUATRO PARTICOES DO IFBA3CPB TERMINAM, JUNTA AS SAIDAS      *
      *    DELAS NUMA SAIDA UNICA, IGUAL A DE UMA EXECUCAO SERIAL:     *
      *      - INTERFACE (DD INTOUT), REJEITOS (DD REJOUT) E RETORNO   *
      *        A ORIGEM (DD RETOUT) NA ORDEM ORIGINAL DO RECICLO E DO  *
      *        EXTRATO, GUIADA PELO MAPA DE ORDEM DO IFBA3SPL (DD      *
      *        ORDMAP, IFBA3PMF), COM UM HDR/TRL POR GERACAO;          *
      *      - EXCECOES UF DOCUMENTO X UF FILIAL (DD EXCOUT);          *
      *      - RELATORIO UNICO (DD RPTOUT) COM OS RESUMOS POR          *
      *        GERACAO, POR UF E POR FILIAL, APURADOS DA INTERFACE     *
      *        CONSOLIDADA - QUE JA COBRE OS RESTARTS DE CADA          *
      *        PARTICAO;                                               *
      *      - BALANCEAMENTO DE CADA GERACAO CONTRA O TRAILER          *
      *        ORIGINAL, UM REGISTRO NO HISTORICO DE EXECUCOES (DD     *
      *        RUNHST) E O REGISTRO DAS GERACOES NO DD GENCTL.         *
      *    O CODIGO DE CONDICAO E O PIOR ENTRE O DAS PARTICOES E O DA  *
      *    CONSOLIDACAO. PARTICAO AUSENTE, SEM EXECUCAO OU COM COND    *
      *    12 BLOQUEIA A CONSOLIDACAO: REEXECUTAR SO A PARTICAO COM    *
      *    PROBLEMA (O RESTART DELA USA O PROPRIO CHECKPOINT) E DEPOIS *
      *    ESTE PROGRAMA.                                              *
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
           SELECT PARTITION-MAP-FILE   ASSIGN TO 'ORDMAP'
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-MAP-STATUS.

           SELECT INT-PART-FILE-1      ASSIGN TO 'INTPAR1'
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-PAR-STATUS.

           SELECT INT-PART-FILE-2      ASSIGN TO 'INTPAR2'
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-PAR-STATUS.

           SELECT INT-PART-FILE-3      ASSIGN TO 'INTPAR3'
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-PAR-STATUS.

           SELECT INT-PART-FILE-4      ASSIGN TO 'INTPAR4'
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-PAR-STATUS.

           SELECT RET-PART-FILE-1      ASSIGN TO 'RETPAR1'
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-PAR-STATUS.

           SELECT RET-PART-FILE-2      ASSIGN TO 'RETPAR2'
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-PAR-STATUS.

           SELECT RET-PART-FILE-3      ASSIGN TO 'RETPAR3'
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-PAR-STATUS.

           SELECT RET-PART-FILE-4      ASSIGN TO 'RETPAR4'
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-PAR-STATUS.

           SELECT REJ-PART-FILE-1      ASSIGN TO 'REJPAR1'
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-PAR-STATUS.

           SELECT REJ-PART-FILE-2      ASSIGN TO 'REJPAR2'
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-PAR-STATUS.

           SELECT REJ-PART-FILE-3      ASSIGN TO 'REJPAR3'
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-PAR-STATUS.

           SELECT REJ-PART-FILE-4      ASSIGN TO 'REJPAR4'
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-PAR-STATUS.

           SELECT EXC-PART-FILE-1      ASSIGN TO 'EXCPAR1'
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-PAR-STATUS.

           SELECT EXC-PART-FILE-2      ASSIGN TO 'EXCPAR2'
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-PAR-STATUS.

           SELECT EXC-PART-FILE-3      ASSIGN TO 'EXCPAR3'
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-PAR-STATUS.

           SELECT EXC-PART-FILE-4      ASSIGN TO 'EXCPAR4'
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-PAR-STATUS.

           SELECT RUN-PART-FILE-1      ASSIGN TO 'RUNPAR1'
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-PAR-STATUS.

           SELECT RUN-PART-FILE-2      ASSIGN TO 'RUNPAR2'
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-PAR-STATUS.

           SELECT RUN-PART-FILE-3      ASSIGN TO 'RUNPAR3'
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-PAR-STATUS.

           SELECT RUN-PART-FILE-4      ASSIGN TO 'RUNPAR4'
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-PAR-STATUS.

           SELECT BRANCH-TABLE-FILE    ASSIGN TO 'FILTAB'
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-FIL-STATUS.

           SELECT PARM-FILE            ASSIGN TO 'PARMIN'
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-PARM-STATUS.

           SELECT GENERATION-CTL-FILE  ASSIGN TO 'GENCTL'
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-GEN-STATUS.

           SELECT RUN-HISTORY-FILE     ASSIGN TO 'RUNHST'
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-RUN-STATUS.

           SELECT CPF-OUT-FILE         ASSIGN TO 'RPTOUT'
                                        ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INTERFACE-FILE       ASSIGN TO 'INTOUT'
                                        ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RETURN-FILE          ASSIGN TO 'RETOUT'
                                        ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REJECT-FILE          ASSIGN TO 'REJOUT'
                                        ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXCEPTION-FILE       ASSIGN TO 'EXCOUT'
                                        ORGANIZATION IS LINE SEQUENTIAL.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       COPY IFBA3PMF.
      *----------------------------------------------------------------*
      *    SAIDAS DE CADA PARTICAO DO IFBA3CPB: INTERFACE (LAYOUT      *
      *    IFBA3ITF), RETORNO A ORIGEM, REJEITOS, EXCECOES E           *
      *    HISTORICO DE EXECUCOES (LAYOUT IFBA3RHF), NOS MESMOS        *
      *    TAMANHOS DOS DATASETS DO LOTE SERIAL.                       *
      *----------------------------------------------------------------*
       FD  INT-PART-FILE-1
           RECORD CONTAINS 052 CHARACTERS.
       01  REG-INTPAR-1                PIC X(052).
      *----------------------------------------------------------------*
       FD  INT-PART-FILE-2
           RECORD CONTAINS 052 CHARACTERS.
       01  REG-INTPAR-2                PIC X(052).
      *----------------------------------------------------------------*
       FD  INT-PART-FILE-3
           RECORD CONTAINS 052 CHARACTERS.
       01  REG-INTPAR-3                PIC X(052).
      *----------------------------------------------------------------*
       FD  INT-PART-FILE-4
           RECORD CONTAINS 052 CHARACTERS.
       01  REG-INTPAR-4                PIC X(052).
      *----------------------------------------------------------------*
       FD  RET-PART-FILE-1
           RECORD CONTAINS 040 CHARACTERS.
       01  REG-RETPAR-1                PIC X(040).
      *----------------------------------------------------------------*
       FD  RET-PART-FILE-2
           RECORD CONTAINS 040 CHARACTERS.
       01  REG-RETPAR-2                PIC X(040).
      *----------------------------------------------------------------*
       FD  RET-PART-FILE-3
           RECORD CONTAINS 040 CHARACTERS.
       01  REG-RETPAR-3                PIC X(040).
      *----------------------------------------------------------------*
       FD  RET-PART-FILE-4
           RECORD CONTAINS 040 CHARACTERS.
       01  REG-RETPAR-4                PIC X(040).
      *----------------------------------------------------------------*
       FD  REJ-PART-FILE-1
           RECORD CONTAINS 027 CHARACTERS.
       01  REG-REJPAR-1                PIC X(027).
      *----------------------------------------------------------------*
       FD  REJ-PART-FILE-2
           RECORD CONTAINS 027 CHARACTERS.
       01  REG-REJPAR-2                PIC X(027).
      *----------------------------------------------------------------*
       FD  REJ-PART-FILE-3
           RECORD CONTAINS 027 CHARACTERS.
       01  REG-REJPAR-3                PIC X(027).
      *----------------------------------------------------------------*
       FD  REJ-PART-FILE-4
           RECORD CONTAINS 027 CHARACTERS.
       01  REG-REJPAR-4                PIC X(027).
      *----------------------------------------------------------------*
       FD  EXC-PART-FILE-1
           RECORD CONTAINS 100 CHARACTERS.
       01  REG-EXCPAR-1                PIC X(100).
      *----------------------------------------------------------------*
       FD  EXC-PART-FILE-2
           RECORD CONTAINS 100 CHARACTERS.
       01  REG-EXCPAR-2                PIC X(100).
      *----------------------------------------------------------------*
       FD  EXC-PART-FILE-3
           RECORD CONTAINS 100 CHARACTERS.
       01  REG-EXCPAR-3                PIC X(100).
      *----------------------------------------------------------------*
       FD  EXC-PART-FILE-4
           RECORD CONTAINS 100 CHARACTERS.
       01  REG-EXCPAR-4                PIC X(100).
      *----------------------------------------------------------------*
       FD  RUN-PART-FILE-1
           RECORD CONTAINS 067 CHARACTERS.
       01  REG-RUNPAR-1                PIC X(067).
      *----------------------------------------------------------------*
       FD  RUN-PART-FILE-2
           RECORD CONTAINS 067 CHARACTERS.
       01  REG-RUNPAR-2                PIC X(067).
      *----------------------------------------------------------------*
       FD  RUN-PART-FILE-3
           RECORD CONTAINS 067 CHARACTERS.
       01  REG-RUNPAR-3                PIC X(067).
      *----------------------------------------------------------------*
       FD  RUN-PART-FILE-4
           RECORD CONTAINS 067 CHARACTERS.
       01  REG-RUNPAR-4                PIC X(067).
      *----------------------------------------------------------------*
       COPY IFBA3FIT.
      *----------------------------------------------------------------*
      *    CARTAO DE PARAMETROS (DD PARMIN): O MESMO DO IFBA3CPB -     *
      *    TOLERANCIA DE INVALIDOS EM PORCENTO INTEIRO (3 DIGITOS) +   *
      *    QUANTIDADE MINIMA ESPERADA DE DETALHES (7 DIGITOS). NO      *
      *    LOTE PARALELO OS DOIS LIMITES SO SAO APLICADOS AQUI, SOBRE  *
      *    O LOTE INTEIRO.                                             *
      *----------------------------------------------------------------*
       FD  PARM-FILE
           RECORD CONTAINS 010 CHARACTERS.
       01  REG-PARAMETRO.
           05  REG-PARM-TOLERANCIA      PIC X(003).
           05  REG-PARM-MINIMO          PIC X(007).
      *----------------------------------------------------------------*
       COPY IFBA3GCF.
      *----------------------------------------------------------------*
       COPY IFBA3RHF.
      *----------------------------------------------------------------*
       FD  CPF-OUT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  REG-CPF-OUT                 PIC X(100).
      *----------------------------------------------------------------*
       COPY IFBA3ITF.
      *----------------------------------------------------------------*
       FD  RETURN-FILE
           RECORD CONTAINS 040 CHARACTERS.
       01  REG-RETORNO                 PIC X(040).
      *----------------------------------------------------------------*
       FD  REJECT-FILE
           RECORD CONTAINS 027 CHARACTERS.
       01  REG-REJEITO                 PIC X(027).
      *----------------------------------------------------------------*
       FD  EXCEPTION-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  REG-EXCECAO                 PIC X(100).
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       77  FILLER                      PIC X(055)          VALUE
           '* INICIO DA WORKING STORAGE SECTION IFBA3MRG *'.
      *----------------------------------------------------------------*
      *    AREA DE CONTROLE DA CONSOLIDACAO                            *
      *----------------------------------------------------------------*
       77  WRK-MAP-STATUS              PIC X(002)          VALUE '00'.
       77  WRK-MAP-FIM                 PIC X(001)          VALUE 'N'.
       77  WRK-PAR-STATUS              PIC X(002)          VALUE '00'.
       77  WRK-FIL-STATUS              PIC X(002)          VALUE '00'.
       77  WRK-FIL-FIM                 PIC X(001)          VALUE 'N'.
       77  WRK-FIL-LIDAS               PIC 9(003)          VALUE ZEROS.
       77  WRK-PARM-STATUS             PIC X(002)          VALUE '00'.
       77  WRK-GEN-STATUS              PIC X(002)          VALUE '00'.
       77  WRK-GEN-FIM                 PIC X(001)          VALUE 'N'.
       77  WRK-RUN-STATUS              PIC X(002)          VALUE '00'.
       77  WRK-PARTICOES-ABERTAS       PIC X(001)          VALUE 'N'.
       77  WRK-SAIDAS-ABERTAS          PIC X(001)          VALUE 'N'.
       77  WRK-ERRO-ESTRUTURA          PIC X(001)          VALUE 'N'.
       77  WRK-ESTRUTURA-MOTIVO        PIC X(050)          VALUE SPACES.
       77  WRK-DATA-PROCESSO           PIC 9(008)          VALUE ZEROS.
       77  WRK-DATA-CICLO              PIC 9(008)          VALUE ZEROS.
       77  WRK-CICLO-DIVERGENTE        PIC X(001)          VALUE 'N'.
       77  WRK-AUX-DISPLAY7            PIC Z.ZZZ.ZZ9       VALUE SPACES.
       77  WRK-AUX-TAXA                PIC ZZ9,99          VALUE SPACES.
      *----------------------------------------------------------------*
      *    AREA DOS PARAMETROS DE TOLERANCIA E DO CODIGO DE CONDICAO   *
      *    DO JOB (0 = LIMPO, 4 = INVALIDOS DENTRO DA TOLERANCIA,      *
      *    8 = TOLERANCIA/MINIMO VIOLADOS OU INTERFACE RETIDA,         *
      *    12 = FALHA ESTRUTURAL)                                      *
      *----------------------------------------------------------------*
       77  WRK-PARM-TOLERANCIA         PIC 9(003)          VALUE ZEROS.
       77  WRK-PARM-MINIMO             PIC 9(007)          VALUE 1.
       77  WRK-PCT-INVALIDOS           PIC 9(003)V9(02)    VALUE ZEROS.
       77  WRK-COD-CONDICAO            PIC 9(002)          VALUE ZEROS.
      *----------------------------------------------------------------*
      *    PARTICAO CORRENTE E A SITUACAO DE CADA UMA, TIRADA DO       *
      *    ULTIMO REGISTRO DO HISTORICO DE EXECUCOES DELA (A ULTIMA    *
      *    TENTATIVA, DEPOIS DE QUALQUER RESTART)                      *
      *----------------------------------------------------------------*
       77  WRK-PAR-ATUAL               PIC 9(001)          VALUE ZEROS.
       77  WRK-PAR-SUB                 PIC 9(001)          VALUE ZEROS.
       77  WRK-PAR-LEU                 PIC X(001)          VALUE 'N'.
       77  WRK-PAR-ARQUIVO             PIC X(009)          VALUE SPACES.
       01  WRK-TAB-PARTICOES.
           05  WRK-PAR-OCORR           OCCURS 4 TIMES.
               10  WRK-PAR-EXECUCOES   PIC 9(003).
               10  WRK-PAR-CICLO       PIC 9(008).
               10  WRK-PAR-CONDICAO    PIC 9(002).
               10  WRK-PAR-DOCUMENTOS  PIC 9(007).
       01  WRK-RUN-REGISTRO            PIC X(067)          VALUE SPACES.
       01  FILLER                   REDEFINES   WRK-RUN-REGISTRO.
           05  WRK-RPAR-DATA-CICLO     PIC 9(008).
           05  FILLER                  PIC X(056).
           05  WRK-RPAR-CONDICAO       PIC 9(002).
           05  FILLER                  PIC X(001).
      *----------------------------------------------------------------*
      *    AREA DO ARQUIVO DE RETORNO A ORIGEM (DD RETOUT), NO LAYOUT  *
      *    DO IFBA3CPB. OS TRAILERS DAS PARTICOES SO FECHAM OS         *
      *    TRECHOS - O TRAILER CONSOLIDADO E RECONTADO AQUI.           *
      *----------------------------------------------------------------*
       77  WRK-RET-DETALHES            PIC 9(007)          VALUE ZEROS.
       77  WRK-RET-ACEITOS             PIC 9(007)          VALUE ZEROS.
       77  WRK-RET-REJEITADOS          PIC 9(007)          VALUE ZEROS.
       01  WRK-RET-REGISTRO            PIC X(040)          VALUE SPACES.
       01  FILLER                   REDEFINES   WRK-RET-REGISTRO.
           05  WRK-RET-TIPO            PIC X(003).
           05  WRK-RET-HDR-PROCESSO    PIC 9(008).
           05  WRK-RET-HDR-GERACAO     PIC X(008).
           05  WRK-RET-HDR-ORIGEM      PIC X(008).
           05  FILLER                  PIC X(013).
       01  FILLER                   REDEFINES   WRK-RET-REGISTRO.
           05  FILLER                  PIC X(003).
           05  WRK-RET-DET-DOCUMENTO   PIC X(017).
           05  WRK-RET-DET-SITUACAO    PIC X(001).
           05  WRK-RET-DET-ERRO        PIC 9(002).
           05  WRK-RET-DET-UF          PIC X(002).
           05  FILLER                  PIC X(015).
       01  FILLER                   REDEFINES   WRK-RET-REGISTRO.
           05  FILLER                  PIC X(003).
           05  WRK-RET-TRL-DETALHES    PIC 9(007).
           05  WRK-RET-TRL-ACEITOS     PIC 9(007).
           05  WRK-RET-TRL-REJEITADOS  PIC 9(007).
           05  FILLER                  PIC X(016).
      *----------------------------------------------------------------*
      *    GERACOES DA TRANSMISSAO, TIRADAS DO MAPA DE ORDEM, COM O    *
      *    TRAILER ORIGINAL E OS TOTAIS CONSOLIDADOS DE CADA BLOCO     *
      *----------------------------------------------------------------*
       01  WRK-TAB-GER.
           05  WRK-GER-OCORR           OCCURS 10 TIMES.
               10  WRK-GER-DATA        PIC X(008).
               10  WRK-GER-ORIGEM      PIC X(008).
               10  WRK-GER-TRL-QTDE    PIC 9(007).
               10  WRK-GER-DETALHES    PIC 9(007).
               10  WRK-GER-VALIDOS     PIC 9(007).
               10  WRK-GER-INVALIDOS   PIC 9(007).
       77  WRK-GER-TOTAL               PIC 9(002)          VALUE ZEROS.
       77  WRK-GER-ATUAL               PIC 9(002)          VALUE ZEROS.
       77  WRK-GER-SUB                 PIC 9(002)          VALUE ZEROS.
       77  WRK-HDR-DATA                PIC X(008)          VALUE SPACES.
       77  WRK-HDR-ORIGEM              PIC X(008)          VALUE SPACES.
      *----------------------------------------------------------------*
      *    TOTAIS CONSOLIDADOS                                         *
      *----------------------------------------------------------------*
       77  WRK-TOT-LIDOS               PIC 9(007)          VALUE ZEROS.
       77  WRK-TOT-RECICLADOS          PIC 9(007)          VALUE ZEROS.
       77  WRK-TOT-NOVOS-EXT           PIC 9(007)          VALUE ZEROS.
       77  WRK-TOT-VALIDOS             PIC 9(007)          VALUE ZEROS.
       77  WRK-TOT-INVALIDOS           PIC 9(007)          VALUE ZEROS.
       77  WRK-TOT-DUPLICADOS          PIC 9(007)          VALUE ZEROS.
       77  WRK-TOT-EXCECOES            PIC 9(007)          VALUE ZEROS.
       77  WRK-TOT-INTERFACE           PIC 9(007)          VALUE ZEROS.
       77  WRK-TOT-RETIDOS             PIC 9(007)          VALUE ZEROS.
       77  WRK-TOT-REJEITOS            PIC 9(007)          VALUE ZEROS.
      *----------------------------------------------------------------*
      *    RESUMO POR UF, NO FORMATO DO IFBA3CPB                       *
      *----------------------------------------------------------------*
       77  WRK-UF-S                    PIC X(022)          VALUE SPACES.
       01  WRK-TAB-RESUMO.
           05  WRK-RESUMO-OCORR        OCCURS 30 TIMES
                                        INDEXED BY WRK-RES-IDX.
               10  WRK-RESUMO-UF       PIC X(022).
               10  WRK-RESUMO-QTDE     PIC 9(007).
       77  WRK-RESUMO-TOTAL            PIC 9(002)          VALUE ZEROS.
       77  WRK-RESUMO-ACHOU            PIC X(001)          VALUE 'N'.
      *----------------------------------------------------------------*
      *    RESUMO POR FILIAL PARA OS GERENTES REGIONAIS, NO FORMATO    *
      *    DO IFBA3CPB: AS FILIAIS DO FILTAB VIGENTES NO CICLO, MAIS   *
      *    AS DESCONHECIDAS QUE APARECEREM, COM STATUS '?'.            *
      *----------------------------------------------------------------*
       01  WRK-TAB-RES-FIL.
           05  WRK-RFIL-OCORR          OCCURS 300 TIMES.
               10  WRK-RFIL-CODIGO     PIC X(002).
               10  WRK-RFIL-STATUS     PIC X(001).
               10  WRK-RFIL-VALIDOS    PIC 9(007).
               10  WRK-RFIL-INVALIDOS  PIC 9(007).
               10  WRK-RFIL-UF-TOTAL   PIC 9(002).
               10  WRK-RFIL-UF-OCORR   OCCURS 30 TIMES.
                   15  WRK-RFIL-UF     PIC X(002).
                   15  WRK-RFIL-UF-QTDE PIC 9(007).
       77  WRK-RFIL-TOTAL              PIC 9(003)          VALUE ZEROS.
       77  WRK-RFIL-SUB                PIC 9(003)          VALUE ZEROS.
       77  WRK-RFIL-SUB2               PIC 9(003)          VALUE ZEROS.
       77  WRK-RFIL-UF-SUB             PIC 9(003)          VALUE ZEROS.
       77  WRK-RFIL-ACHOU              PIC X(001)          VALUE 'N'.
       77  WRK-RFIL-FILIAL             PIC X(002)          VALUE SPACES.
       77  WRK-RFIL-VOLUME1            PIC 9(008)          VALUE ZEROS.
       77  WRK-RFIL-VOLUME2            PIC 9(008)          VALUE ZEROS.
       77  WRK-RFIL-ESTOURO            PIC X(001)          VALUE 'N'.
       77  WRK-RFIL-PERDIDOS           PIC 9(007)          VALUE ZEROS.
       01  WRK-RFIL-TROCA.
           05  FILLER                  PIC X(002).
           05  FILLER                  PIC X(001).
           05  FILLER                  PIC 9(007).
           05  FILLER                  PIC 9(007).
           05  FILLER                  PIC 9(002).
           05  FILLER                  OCCURS 30 TIMES.
               10  FILLER              PIC X(002).
               10  FILLER              PIC 9(007).
      *----------------------------------------------------------------*
       77  FILLER                      PIC X(055)          VALUE
           '* FIM DA WORKING STORAGE SECTION IFBA3MRG *'.
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
      *    CONFERE, ANTES DE GRAVAR QUALQUER SAIDA, QUE O LOTE         *
      *    PARALELO ESTA COMPLETO: TODAS AS SAIDAS DAS QUATRO          *
      *    PARTICOES PRESENTES, CADA PARTICAO COM A SUA ULTIMA         *
      *    EXECUCAO ABAIXO DE COND 12 E NENHUMA GERACAO DO MAPA JA     *
      *    REGISTRADA NO GENCTL. SO ENTAO ABRE AS SAIDAS               *
      *    CONSOLIDADAS.                                               *
      *----------------------------------------------------------------*
       1000-INICIALIZAR                SECTION.
      *----------------------------------------------------------------*
           ACCEPT WRK-DATA-PROCESSO    FROM DATE YYYYMMDD
           INITIALIZE WRK-TAB-PARTICOES
      *
           OPEN OUTPUT CPF-OUT-FILE
      *
           PERFORM 1095-LER-PARAMETROS
      *
           PERFORM 1100-ABRIR-PARTICOES
           IF  WRK-ERRO-ESTRUTURA      EQUAL 'S'
               GO TO 1000-99-FIM
           END-IF
      *
           PERFORM 1200-CONFERIR-EXECUCOES
           IF  WRK-ERRO-ESTRUTURA      EQUAL 'S'
               GO TO 1000-99-FIM
           END-IF
      *
           PERFORM 1300-CONFERIR-MAPA
           IF  WRK-ERRO-ESTRUTURA      EQUAL 'S'
               GO TO 1000-99-FIM
           END-IF
      *
           PERFORM 1400-CARREGAR-FILIAIS
           IF  WRK-ERRO-ESTRUTURA      EQUAL 'S'
               GO TO 1000-99-FIM
           END-IF
      *
           OPEN INPUT PARTITION-MAP-FILE
           OPEN OUTPUT INTERFACE-FILE
           OPEN OUTPUT RETURN-FILE
           OPEN OUTPUT REJECT-FILE
           OPEN OUTPUT EXCEPTION-FILE
           MOVE 'S'                    TO WRK-SAIDAS-ABERTAS.
      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    LE O CARTAO DE PARAMETROS (DD PARMIN), COMO NO IFBA3CPB.    *
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
                   IF  REG-PARM-TOLERANCIA IS NUMERIC
                       MOVE REG-PARM-TOLERANCIA
                                       TO WRK-PARM-TOLERANCIA
                   END-IF
                   IF  REG-PARM-MINIMO IS NUMERIC
                       MOVE REG-PARM-MINIMO
                                       TO WRK-PARM-MINIMO
                   END-IF
           END-READ
      *
           CLOSE PARM-FILE.
      *----------------------------------------------------------------*
       1095-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ABRE AS SAIDAS DAS QUATRO PARTICOES, UMA A UMA - CADA       *
      *    ABERTURA E TESTADA NO SEU PROPRIO STATUS. QUALQUER UMA      *
      *    AUSENTE E ERRO ESTRUTURAL - A PARTICAO NAO RODOU OU O       *
      *    DATASET FOI PERDIDO, E A CONSOLIDACAO SAIRIA INCOMPLETA.    *
      *    AS PARTICOES SO CONTAM COMO ABERTAS (PARA O FECHAMENTO)     *
      *    DEPOIS QUE TODAS AS ABERTURAS DERAM CERTO.                  *
      *----------------------------------------------------------------*
       1100-ABRIR-PARTICOES            SECTION.
      *----------------------------------------------------------------*
           MOVE 'N'                    TO WRK-PARTICOES-ABERTAS
      *
           MOVE 'INTPAR1'              TO WRK-PAR-ARQUIVO
           OPEN INPUT INT-PART-FILE-1
           IF  WRK-PAR-STATUS          NOT EQUAL '00'
               GO TO 1100-90-AUSENTE
           END-IF
      *
           MOVE 'INTPAR2'              TO WRK-PAR-ARQUIVO
           OPEN INPUT INT-PART-FILE-2
           IF  WRK-PAR-STATUS          NOT EQUAL '00'
               GO TO 1100-90-AUSENTE
           END-IF
      *
           MOVE 'INTPAR3'              TO WRK-PAR-ARQUIVO
           OPEN INPUT INT-PART-FILE-3
           IF  WRK-PAR-STATUS          NOT EQUAL '00'
               GO TO 1100-90-AUSENTE
           END-IF
      *
           MOVE 'INTPAR4'              TO WRK-PAR-ARQUIVO
           OPEN INPUT INT-PART-FILE-4
           IF  WRK-PAR-STATUS          NOT EQUAL '00'
               GO TO 1100-90-AUSENTE
           END-IF
      *
           MOVE 'RETPAR1'              TO WRK-PAR-ARQUIVO
           OPEN INPUT RET-PART-FILE-1
           IF  WRK-PAR-STATUS          NOT EQUAL '00'
               GO TO 1100-90-AUSENTE
           END-IF
      *
           MOVE 'RETPAR2'              TO WRK-PAR-ARQUIVO
           OPEN INPUT RET-PART-FILE-2
           IF  WRK-PAR-STATUS          NOT EQUAL '00'
               GO TO 1100-90-AUSENTE
           END-IF
      *
           MOVE 'RETPAR3'              TO WRK-PAR-ARQUIVO
           OPEN INPUT RET-PART-FILE-3
           IF  WRK-PAR-STATUS          NOT EQUAL '00'
               GO TO 1100-90-AUSENTE
           END-IF
      *
           MOVE 'RETPAR4'              TO WRK-PAR-ARQUIVO
           OPEN INPUT RET-PART-FILE-4
           IF  WRK-PAR-STATUS          NOT EQUAL '00'
               GO TO 1100-90-AUSENTE
           END-IF
      *
           MOVE 'REJPAR1'              TO WRK-PAR-ARQUIVO
           OPEN INPUT REJ-PART-FILE-1
           IF  WRK-PAR-STATUS          NOT EQUAL '00'
               GO TO 1100-90-AUSENTE
           END-IF
      *
           MOVE 'REJPAR2'              TO WRK-PAR-ARQUIVO
           OPEN INPUT REJ-PART-FILE-2
           IF  WRK-PAR-STATUS          NOT EQUAL '00'
               GO TO 1100-90-AUSENTE
           END-IF
      *
           MOVE 'REJPAR3'              TO WRK-PAR-ARQUIVO
           OPEN INPUT REJ-PART-FILE-3
           IF  WRK-PAR-STATUS          NOT EQUAL '00'
               GO TO 1100-90-AUSENTE
           END-IF
      *
           MOVE 'REJPAR4'              TO WRK-PAR-ARQUIVO
           OPEN INPUT REJ-PART-FILE-4
           IF  WRK-PAR-STATUS          NOT EQUAL '00'
               GO TO 1100-90-AUSENTE
           END-IF
      *
           MOVE 'EXCPAR1'              TO WRK-PAR-ARQUIVO
           OPEN INPUT EXC-PART-FILE-1
           IF  WRK-PAR-STATUS          NOT EQUAL '00'
               GO TO 1100-90-AUSENTE
           END-IF
      *
           MOVE 'EXCPAR2'              TO WRK-PAR-ARQUIVO
           OPEN INPUT EXC-PART-FILE-2
           IF  WRK-PAR-STATUS          NOT EQUAL '00'
               GO TO 1100-90-AUSENTE
           END-IF
      *
           MOVE 'EXCPAR3'              TO WRK-PAR-ARQUIVO
           OPEN INPUT EXC-PART-FILE-3
           IF  WRK-PAR-STATUS          NOT EQUAL '00'
               GO TO 1100-90-AUSENTE
           END-IF
      *
           MOVE 'EXCPAR4'              TO WRK-PAR-ARQUIVO
           OPEN INPUT EXC-PART-FILE-4
           IF  WRK-PAR-STATUS          NOT EQUAL '00'
               GO TO 1100-90-AUSENTE
           END-IF
      *
           MOVE 'RUNPAR1'              TO WRK-PAR-ARQUIVO
           OPEN INPUT RUN-PART-FILE-1
           IF  WRK-PAR-STATUS          NOT EQUAL '00'
               GO TO 1100-90-AUSENTE
           END-IF
      *
           MOVE 'RUNPAR2'              TO WRK-PAR-ARQUIVO
           OPEN INPUT RUN-PART-FILE-2
           IF  WRK-PAR-STATUS          NOT EQUAL '00'
               GO TO 1100-90-AUSENTE
           END-IF
      *
           MOVE 'RUNPAR3'              TO WRK-PAR-ARQUIVO
           OPEN INPUT RUN-PART-FILE-3
           IF  WRK-PAR-STATUS          NOT EQUAL '00'
               GO TO 1100-90-AUSENTE
           END-IF
      *
           MOVE 'RUNPAR4'              TO WRK-PAR-ARQUIVO
           OPEN INPUT RUN-PART-FILE-4
           IF  WRK-PAR-STATUS          NOT EQUAL '00'
               GO TO 1100-90-AUSENTE
           END-IF
      *
           MOVE 'S'                    TO WRK-PARTICOES-ABERTAS
           GO TO 1100-99-FIM.
      *
       1100-90-AUSENTE.
           MOVE 'S'                    TO WRK-ERRO-ESTRUTURA
           STRING WRK-PAR-ARQUIVO     DELIMITED BY SPACE
               ' DE PARTICAO INDISPONIVEL - STATUS ' WRK-PAR-STATUS
               DELIMITED BY SIZE       INTO WRK-ESTRUTURA-MOTIVO.
      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    LE O HISTORICO DE EXECUCOES DE CADA PARTICAO ATE O FIM - O  *
      *    ULTIMO REGISTRO E A ULTIMA TENTATIVA. PARTICAO SEM          *
      *    EXECUCAO OU COM COND 12 BLOQUEIA A CONSOLIDACAO. CICLOS     *
      *    DIFERENTES ENTRE AS PARTICOES (UMA DELAS REEXECUTADA NO     *
      *    DIA SEGUINTE) SAO SO AVISADOS - O CICLO CONSOLIDADO E O DA  *
      *    PARTICAO 1.                                                 *
      *----------------------------------------------------------------*
       1200-CONFERIR-EXECUCOES         SECTION.
      *----------------------------------------------------------------*
           PERFORM VARYING WRK-PAR-SUB FROM 1 BY 1
                     UNTIL WRK-PAR-SUB > 4
               MOVE ZEROS          TO WRK-PAR-EXECUCOES(WRK-PAR-SUB)
               MOVE ZEROS          TO WRK-PAR-CICLO(WRK-PAR-SUB)
               MOVE ZEROS          TO WRK-PAR-CONDICAO(WRK-PAR-SUB)
               MOVE ZEROS          TO WRK-PAR-DOCUMENTOS(WRK-PAR-SUB)
               MOVE WRK-PAR-SUB    TO WRK-PAR-ATUAL
               MOVE 'S'            TO WRK-PAR-LEU
               PERFORM 1210-LER-EXECUCAO
                   UNTIL WRK-PAR-LEU EQUAL 'N'
           END-PERFORM
      *
           MOVE WRK-PAR-CICLO(1)       TO WRK-DATA-CICLO
      *
           PERFORM VARYING WRK-PAR-SUB FROM 1 BY 1
                     UNTIL WRK-PAR-SUB > 4
                        OR WRK-ERRO-ESTRUTURA EQUAL 'S'
               IF  WRK-PAR-EXECUCOES(WRK-PAR-SUB) EQUAL ZEROS
                   MOVE 'S'            TO WRK-ERRO-ESTRUTURA
                   STRING 'PARTICAO ' WRK-PAR-SUB
                       ' SEM REGISTRO DE EXECUCAO (RUNPAR)'
                       DELIMITED BY SIZE INTO WRK-ESTRUTURA-MOTIVO
               ELSE
                   IF  WRK-PAR-CONDICAO(WRK-PAR-SUB) NOT < 12
                       MOVE 'S'        TO WRK-ERRO-ESTRUTURA
                       STRING 'PARTICAO ' WRK-PAR-SUB
                           ' TERMINOU COM COND 12 - REEXECUTAR'
                           DELIMITED BY SIZE
                                       INTO WRK-ESTRUTURA-MOTIVO
                   END-IF
                   IF  WRK-PAR-CICLO(WRK-PAR-SUB)
                                   NOT EQUAL WRK-DATA-CICLO
                       MOVE 'S'        TO WRK-CICLO-DIVERGENTE
                   END-IF
               END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       1200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    LE O PROXIMO REGISTRO DO HISTORICO DA PARTICAO CORRENTE.    *
      *----------------------------------------------------------------*
       1210-LER-EXECUCAO               SECTION.
      *----------------------------------------------------------------*
           IF  WRK-PAR-ATUAL           EQUAL 1
               READ RUN-PART-FILE-1 INTO WRK-RUN-REGISTRO
                   AT END
                       MOVE 'N'        TO WRK-PAR-LEU
               END-READ
           END-IF
           IF  WRK-PAR-ATUAL           EQUAL 2
               READ RUN-PART-FILE-2 INTO WRK-RUN-REGISTRO
                   AT END
                       MOVE 'N'        TO WRK-PAR-LEU
               END-READ
           END-IF
           IF  WRK-PAR-ATUAL           EQUAL 3
               READ RUN-PART-FILE-3 INTO WRK-RUN-REGISTRO
                   AT END
                       MOVE 'N'        TO WRK-PAR-LEU
               END-READ
           END-IF
           IF  WRK-PAR-ATUAL           EQUAL 4
               READ RUN-PART-FILE-4 INTO WRK-RUN-REGISTRO
                   AT END
                       MOVE 'N'        TO WRK-PAR-LEU
               END-READ
           END-IF
      *
           IF  WRK-PAR-LEU             EQUAL 'N'
               GO TO 1210-99-FIM
           END-IF
      *
      *    LEITURA QUE NAO DEVOLVE '00' (REGISTRO FORA DO TAMANHO,
      *    ERRO DE E/S) NAO AVANCA O ARQUIVO - ENCERRA A LEITURA DA
      *    PARTICAO COMO ERRO ESTRUTURAL EM VEZ DE REPETI-LA.
      *
           IF  WRK-PAR-STATUS          NOT EQUAL '00'
               MOVE 'N'                TO WRK-PAR-LEU
               IF  WRK-ERRO-ESTRUTURA  EQUAL 'N'
                   MOVE 'S'            TO WRK-ERRO-ESTRUTURA
                   STRING 'RUNPAR' WRK-PAR-ATUAL
                       ' ILEGIVEL - STATUS ' WRK-PAR-STATUS
                       DELIMITED BY SIZE
                                       INTO WRK-ESTRUTURA-MOTIVO
               END-IF
               GO TO 1210-99-FIM
           END-IF
      *
           ADD 1                   TO WRK-PAR-EXECUCOES(WRK-PAR-ATUAL)
           IF  WRK-RPAR-DATA-CICLO     IS NUMERIC
               MOVE WRK-RPAR-DATA-CICLO
                                   TO WRK-PAR-CICLO(WRK-PAR-ATUAL)
           END-IF
           IF  WRK-RPAR-CONDICAO       IS NUMERIC
               MOVE WRK-RPAR-CONDICAO
                                   TO WRK-PAR-CONDICAO(WRK-PAR-ATUAL)
           ELSE
               MOVE 12             TO WRK-PAR-CONDICAO(WRK-PAR-ATUAL)
           END-IF.
      *----------------------------------------------------------------*
       1210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    PRIMEIRA PASSADA NO MAPA DE ORDEM: MONTA A TABELA DE        *
      *    GERACOES COM O TRAILER ORIGINAL DE CADA UMA E CONFERE       *
      *    CADA GERACAO CONTRA O GENCTL - A GERACAO PODE TER SIDO      *
      *    CONSOLIDADA POR UMA EXECUCAO ANTERIOR DESTE PROGRAMA.       *
      *----------------------------------------------------------------*
       1300-CONFERIR-MAPA              SECTION.
      *----------------------------------------------------------------*
           OPEN INPUT PARTITION-MAP-FILE
           IF  WRK-MAP-STATUS          NOT EQUAL '00'
               MOVE 'S'                TO WRK-ERRO-ESTRUTURA
               MOVE 'MAPA DE ORDEM (ORDMAP) INDISPONIVEL'
                                       TO WRK-ESTRUTURA-MOTIVO
               GO TO 1300-99-FIM
           END-IF
      *
           MOVE 'N'                    TO WRK-MAP-FIM
           PERFORM UNTIL WRK-MAP-FIM   EQUAL 'S'
                      OR WRK-ERRO-ESTRUTURA EQUAL 'S'
               READ PARTITION-MAP-FILE
                   AT END
                       MOVE 'S'        TO WRK-MAP-FIM
                   NOT AT END
                       PERFORM 1310-REGISTRAR-GERACAO
               END-READ
           END-PERFORM
      *
           CLOSE PARTITION-MAP-FILE
      *
           IF  WRK-ERRO-ESTRUTURA      EQUAL 'N' AND
               WRK-GER-TOTAL           EQUAL ZEROS
               MOVE 'S'                TO WRK-ERRO-ESTRUTURA
               MOVE 'MAPA DE ORDEM SEM GERACAO DO EXTRATO'
                                       TO WRK-ESTRUTURA-MOTIVO
           END-IF
      *
           MOVE ZEROS                  TO WRK-GER-ATUAL.
      *----------------------------------------------------------------*
       1300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    CABECALHO DO MAPA: NOVA LINHA NA TABELA DE GERACOES;        *
      *    TRAILER: QUANTIDADE ORIGINAL DO TRL DA GERACAO CORRENTE.    *
      *----------------------------------------------------------------*
       1310-REGISTRAR-GERACAO          SECTION.
      *----------------------------------------------------------------*
           IF  REG-MAP-TIPO            EQUAL 'T' AND
               WRK-GER-ATUAL           > ZEROS
               MOVE REG-MAP-QTDE   TO WRK-GER-TRL-QTDE(WRK-GER-ATUAL)
               GO TO 1310-99-FIM
           END-IF
      *
           IF  REG-MAP-TIPO            NOT EQUAL 'H'
               GO TO 1310-99-FIM
           END-IF
      *
           IF  WRK-GER-TOTAL           NOT < 10
               MOVE 'S'                TO WRK-ERRO-ESTRUTURA
               MOVE 'MAIS DE 10 GERACOES NO MAPA DE ORDEM'
                                       TO WRK-ESTRUTURA-MOTIVO
               GO TO 1310-99-FIM
           END-IF
      *
           ADD 1                       TO WRK-GER-TOTAL
           MOVE WRK-GER-TOTAL          TO WRK-GER-ATUAL
           MOVE REG-MAP-GERACAO        TO WRK-GER-DATA(WRK-GER-ATUAL)
           MOVE REG-MAP-ORIGEM         TO WRK-GER-ORIGEM(WRK-GER-ATUAL)
           MOVE ZEROS               TO WRK-GER-TRL-QTDE(WRK-GER-ATUAL)
           MOVE ZEROS               TO WRK-GER-DETALHES(WRK-GER-ATUAL)
           MOVE ZEROS               TO WRK-GER-VALIDOS(WRK-GER-ATUAL)
           MOVE ZEROS               TO WRK-GER-INVALIDOS(WRK-GER-ATUAL)
      *
           OPEN INPUT GENERATION-CTL-FILE
           IF  WRK-GEN-STATUS          NOT EQUAL '00'
               GO TO 1310-99-FIM
           END-IF
      *
           MOVE 'N'                    TO WRK-GEN-FIM
           PERFORM UNTIL WRK-GEN-FIM   EQUAL 'S'
               READ GENERATION-CTL-FILE
                   AT END
                       MOVE 'S'        TO WRK-GEN-FIM
                   NOT AT END
                       IF  REG-GEN-DATA   EQUAL REG-MAP-GERACAO AND
                           REG-GEN-ORIGEM EQUAL REG-MAP-ORIGEM
                           MOVE 'S'    TO WRK-ERRO-ESTRUTURA
                           MOVE 'GERACAO DO EXTRATO JA CONSOLIDADA'
                                       TO WRK-ESTRUTURA-MOTIVO
                       END-IF
               END-READ
           END-PERFORM
      *
           CLOSE GENERATION-CTL-FILE.
      *----------------------------------------------------------------*
       1310-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    PRE-CARREGA O RESUMO POR FILIAL COM AS FILIAIS DO FILTAB    *
      *    VIGENTES NO CICLO CONSOLIDADO, COMO O IFBA3CPB FAZ EM       *
      *    2190. CADASTRO ACIMA DA CAPACIDADE E ERRO ESTRUTURAL.       *
      *----------------------------------------------------------------*
       1400-CARREGAR-FILIAIS           SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                  TO WRK-RFIL-TOTAL
           MOVE ZEROS                  TO WRK-FIL-LIDAS
      *
           OPEN INPUT BRANCH-TABLE-FILE
           IF  WRK-FIL-STATUS          NOT EQUAL '00'
               MOVE 'S'                TO WRK-ERRO-ESTRUTURA
               MOVE 'CADASTRO DE FILIAIS (FILTAB) INDISPONIVEL'
                                       TO WRK-ESTRUTURA-MOTIVO
               GO TO 1400-99-FIM
           END-IF
      *
           MOVE 'N'                    TO WRK-FIL-FIM
           PERFORM UNTIL WRK-FIL-FIM   EQUAL 'S'
               READ BRANCH-TABLE-FILE
                   AT END
                       MOVE 'S'        TO WRK-FIL-FIM
                   NOT AT END
                       ADD 1           TO WRK-FIL-LIDAS
                       PERFORM 1410-INCLUIR-FILIAL
               END-READ
           END-PERFORM
      *
           CLOSE BRANCH-TABLE-FILE
      *
           IF  WRK-FIL-LIDAS           EQUAL ZEROS
               MOVE 'S'                TO WRK-ERRO-ESTRUTURA
               MOVE 'CARGA FILTAB COM ZERO LINHAS'
                                       TO WRK-ESTRUTURA-MOTIVO
           END-IF.
      *----------------------------------------------------------------*
       1400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    INCLUI A FILIAL LIDA NO RESUMO SE ELA ESTA VIGENTE NO       *
      *    CICLO (VIGENCIA-INI <= CICLO < VIGENCIA-FIM; SEM DATAS,     *
      *    VALE SEMPRE).                                               *
      *----------------------------------------------------------------*
       1410-INCLUIR-FILIAL             SECTION.
      *----------------------------------------------------------------*
           IF  REG-FIL-VIGENCIA-INI    IS NUMERIC AND
               REG-FIL-VIGENCIA-INI    > WRK-DATA-CICLO
               GO TO 1410-99-FIM
           END-IF
      *
           IF  REG-FIL-VIGENCIA-FIM    IS NUMERIC AND
               REG-FIL-VIGENCIA-FIM    NOT EQUAL ZEROS AND
               REG-FIL-VIGENCIA-FIM    NOT > WRK-DATA-CICLO
               GO TO 1410-99-FIM
           END-IF
      *
           IF  WRK-RFIL-TOTAL          NOT < 300
               MOVE 'S'                TO WRK-ERRO-ESTRUTURA
               MOVE 'CARGA FILTAB EXCEDE 300 FILIAIS'
                                       TO WRK-ESTRUTURA-MOTIVO
               MOVE 'S'                TO WRK-FIL-FIM
               GO TO 1410-99-FIM
           END-IF
      *
           ADD 1                       TO WRK-RFIL-TOTAL
           MOVE REG-FIL-CODIGO     TO WRK-RFIL-CODIGO(WRK-RFIL-TOTAL)
           MOVE REG-FIL-STATUS     TO WRK-RFIL-STATUS(WRK-RFIL-TOTAL)
           MOVE ZEROS              TO WRK-RFIL-VALIDOS(WRK-RFIL-TOTAL)
           MOVE ZEROS            TO WRK-RFIL-INVALIDOS(WRK-RFIL-TOTAL)
           MOVE ZEROS             TO WRK-RFIL-UF-TOTAL(WRK-RFIL-TOTAL).
      *----------------------------------------------------------------*
       1410-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    SEGUNDA PASSADA NO MAPA DE ORDEM: CADA REGISTRO DO MAPA     *
      *    PUXA A PROXIMA SAIDA DA SUA PARTICAO, NA ORDEM ORIGINAL.    *
      *    AO FIM, TODAS AS SAIDAS DAS PARTICOES TEM QUE ESTAR         *
      *    ESGOTADAS - SOBRA OU FALTA E ERRO ESTRUTURAL.               *
      *----------------------------------------------------------------*
       2000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*
           IF  WRK-SAIDAS-ABERTAS      NOT EQUAL 'S'
               GO TO 2000-99-FIM
           END-IF
      *
           MOVE 'N'                    TO WRK-MAP-FIM
           PERFORM 2100-PROCESSAR-MAPA
               UNTIL WRK-MAP-FIM       EQUAL 'S'
                  OR WRK-ERRO-ESTRUTURA EQUAL 'S'
      *
           IF  WRK-ERRO-ESTRUTURA      EQUAL 'N'
               PERFORM 2500-CONFERIR-SOBRAS
           END-IF
      *
           PERFORM 2600-COPIAR-EXCECOES.
      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2100-PROCESSAR-MAPA             SECTION.
      *----------------------------------------------------------------*
           READ PARTITION-MAP-FILE
               AT END
                   MOVE 'S'            TO WRK-MAP-FIM
                   GO TO 2100-99-FIM
           END-READ
      *
           IF  REG-MAP-TIPO            EQUAL 'H'
               PERFORM 2200-ABRIR-GERACAO
               GO TO 2100-99-FIM
           END-IF
      *
           IF  REG-MAP-TIPO            EQUAL 'T'
               PERFORM 2400-FECHAR-GERACAO
               GO TO 2100-99-FIM
           END-IF
      *
           PERFORM 2300-CONSOLIDAR-DETALHE.
      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    CABECALHO DE UMA GERACAO: CADA PARTICAO TEM QUE TER O SEU   *
      *    HDR DE RETORNO PARA A MESMA GERACAO (SENAO O DATASET E DE   *
      *    OUTRA NOITE). O RETORNO CONSOLIDADO GANHA UM HDR SO.        *
      *----------------------------------------------------------------*
       2200-ABRIR-GERACAO              SECTION.
      *----------------------------------------------------------------*
           ADD 1                       TO WRK-GER-ATUAL
           MOVE REG-MAP-GERACAO        TO WRK-HDR-DATA
           MOVE REG-MAP-ORIGEM         TO WRK-HDR-ORIGEM
      *
           PERFORM VARYING WRK-PAR-SUB FROM 1 BY 1
                     UNTIL WRK-PAR-SUB > 4
                        OR WRK-ERRO-ESTRUTURA EQUAL 'S'
               MOVE WRK-PAR-SUB        TO WRK-PAR-ATUAL
               PERFORM 2330-LER-RETORNO
               IF  WRK-PAR-LEU         EQUAL 'N' OR
                   WRK-RET-TIPO        NOT EQUAL 'HDR' OR
                   WRK-RET-HDR-GERACAO NOT EQUAL WRK-HDR-DATA OR
                   WRK-RET-HDR-ORIGEM  NOT EQUAL WRK-HDR-ORIGEM
                   MOVE 'S'            TO WRK-ERRO-ESTRUTURA
                   STRING 'PARTICAO ' WRK-PAR-ATUAL
                       ': RETORNO SEM O HDR DA GERACAO ' WRK-HDR-DATA
                       DELIMITED BY SIZE INTO WRK-ESTRUTURA-MOTIVO
               END-IF
           END-PERFORM
      *
           IF  WRK-ERRO-ESTRUTURA      EQUAL 'S'
               GO TO 2200-99-FIM
           END-IF
      *
           MOVE SPACES                 TO WRK-RET-REGISTRO
           MOVE 'HDR'                  TO WRK-RET-TIPO
           MOVE WRK-DATA-CICLO         TO WRK-RET-HDR-PROCESSO
           MOVE WRK-HDR-DATA           TO WRK-RET-HDR-GERACAO
           MOVE WRK-HDR-ORIGEM         TO WRK-RET-HDR-ORIGEM
           MOVE WRK-RET-REGISTRO       TO REG-RETORNO
           WRITE REG-RETORNO
      *
           MOVE ZEROS                  TO WRK-RET-DETALHES
           MOVE ZEROS                  TO WRK-RET-ACEITOS
           MOVE ZEROS                  TO WRK-RET-REJEITADOS.
      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    UM DETALHE DO RECICLO ('R') OU DO EXTRATO ('E'): A PROXIMA  *
      *    INTERFACE DA PARTICAO, O REJEITO QUANDO O DOCUMENTO FOI     *
      *    RECUSADO E, PARA O EXTRATO, O DETALHE DO RETORNO. O         *
      *    MARCADOR DE INTERFACE RETIDA (TIPO '*') NAO VAI PARA O      *
      *    WAREHOUSE, MAS O DOCUMENTO ENTRA NOS RESUMOS.               *
      *----------------------------------------------------------------*
       2300-CONSOLIDAR-DETALHE         SECTION.
      *----------------------------------------------------------------*
           MOVE REG-MAP-PARTICAO       TO WRK-PAR-ATUAL
      *
           IF  WRK-PAR-ATUAL           < 1 OR
               WRK-PAR-ATUAL           > 4
               MOVE 'S'                TO WRK-ERRO-ESTRUTURA
               MOVE 'PARTICAO INVALIDA NO MAPA DE ORDEM'
                                       TO WRK-ESTRUTURA-MOTIVO
               GO TO 2300-99-FIM
           END-IF
      *
           PERFORM 2310-LER-INTERFACE
           IF  WRK-PAR-LEU             EQUAL 'N'
               MOVE 'S'                TO WRK-ERRO-ESTRUTURA
               STRING 'PARTICAO ' WRK-PAR-ATUAL
                   ': INTERFACE MENOR QUE O MAPA DE ORDEM'
                   DELIMITED BY SIZE   INTO WRK-ESTRUTURA-MOTIVO
               GO TO 2300-99-FIM
           END-IF
      *
           ADD 1                  TO WRK-PAR-DOCUMENTOS(WRK-PAR-ATUAL)
           PERFORM 2350-ACUMULAR-RESUMOS
      *
           IF  REG-INT-TIPO            EQUAL '*'
               ADD 1                   TO WRK-TOT-RETIDOS
           ELSE
               WRITE REG-INTERFACE
               ADD 1                   TO WRK-TOT-INTERFACE
           END-IF
      *
           IF  REG-INT-VALIDO          NOT EQUAL 'S'
               PERFORM 2320-LER-REJEITO
               IF  WRK-PAR-LEU         EQUAL 'N'
                   MOVE 'S'            TO WRK-ERRO-ESTRUTURA
                   STRING 'PARTICAO ' WRK-PAR-ATUAL
                       ': REJEITOS MENOR QUE A INTERFACE'
                       DELIMITED BY SIZE INTO WRK-ESTRUTURA-MOTIVO
                   GO TO 2300-99-FIM
               END-IF
               WRITE REG-REJEITO
               ADD 1                   TO WRK-TOT-REJEITOS
           END-IF
      *
           IF  REG-MAP-TIPO            NOT EQUAL 'E'
               GO TO 2300-99-FIM
           END-IF
      *
           PERFORM 2330-LER-RETORNO
           IF  WRK-PAR-LEU             EQUAL 'N' OR
               WRK-RET-TIPO            NOT EQUAL 'DET'
               MOVE 'S'                TO WRK-ERRO-ESTRUTURA
               STRING 'PARTICAO ' WRK-PAR-ATUAL
                   ': RETORNO FORA DE SEQUENCIA COM O MAPA'
                   DELIMITED BY SIZE   INTO WRK-ESTRUTURA-MOTIVO
               GO TO 2300-99-FIM
           END-IF
      *
           IF  WRK-RET-DET-SITUACAO    EQUAL 'A'
               ADD 1                   TO WRK-RET-ACEITOS
           ELSE
               ADD 1                   TO WRK-RET-REJEITADOS
           END-IF
           ADD 1                       TO WRK-RET-DETALHES
           MOVE WRK-RET-REGISTRO       TO REG-RETORNO
           WRITE REG-RETORNO.
      *----------------------------------------------------------------*
       2300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    LE A PROXIMA INTERFACE DA PARTICAO CORRENTE.                *
      *----------------------------------------------------------------*
       2310-LER-INTERFACE              SECTION.
      *----------------------------------------------------------------*
           MOVE 'S'                    TO WRK-PAR-LEU
      *
           IF  WRK-PAR-ATUAL           EQUAL 1
               READ INT-PART-FILE-1 INTO REG-INTERFACE
                   AT END
                       MOVE 'N'        TO WRK-PAR-LEU
               END-READ
           END-IF
           IF  WRK-PAR-ATUAL           EQUAL 2
               READ INT-PART-FILE-2 INTO REG-INTERFACE
                   AT END
                       MOVE 'N'        TO WRK-PAR-LEU
               END-READ
           END-IF
           IF  WRK-PAR-ATUAL           EQUAL 3
               READ INT-PART-FILE-3 INTO REG-INTERFACE
                   AT END
                       MOVE 'N'        TO WRK-PAR-LEU
               END-READ
           END-IF
           IF  WRK-PAR-ATUAL           EQUAL 4
               READ INT-PART-FILE-4 INTO REG-INTERFACE
                   AT END
                       MOVE 'N'        TO WRK-PAR-LEU
               END-READ
           END-IF.
      *----------------------------------------------------------------*
       2310-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    LE O PROXIMO REJEITO DA PARTICAO CORRENTE.                  *
      *----------------------------------------------------------------*
       2320-LER-REJEITO                SECTION.
      *----------------------------------------------------------------*
           MOVE 'S'                    TO WRK-PAR-LEU
      *
           IF  WRK-PAR-ATUAL           EQUAL 1
               READ REJ-PART-FILE-1 INTO REG-REJEITO
                   AT END
                       MOVE 'N'        TO WRK-PAR-LEU
               END-READ
           END-IF
           IF  WRK-PAR-ATUAL           EQUAL 2
               READ REJ-PART-FILE-2 INTO REG-REJEITO
                   AT END
                       MOVE 'N'        TO WRK-PAR-LEU
               END-READ
           END-IF
           IF  WRK-PAR-ATUAL           EQUAL 3
               READ REJ-PART-FILE-3 INTO REG-REJEITO
                   AT END
                       MOVE 'N'        TO WRK-PAR-LEU
               END-READ
           END-IF
           IF  WRK-PAR-ATUAL           EQUAL 4
               READ REJ-PART-FILE-4 INTO REG-REJEITO
                   AT END
                       MOVE 'N'        TO WRK-PAR-LEU
               END-READ
           END-IF.
      *----------------------------------------------------------------*
       2320-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    LE O PROXIMO REGISTRO DE RETORNO DA PARTICAO CORRENTE.      *
      *----------------------------------------------------------------*
       2330-LER-RETORNO                SECTION.
      *----------------------------------------------------------------*
           MOVE 'S'                    TO WRK-PAR-LEU
           MOVE SPACES                 TO WRK-RET-REGISTRO
      *
           IF  WRK-PAR-ATUAL           EQUAL 1
               READ RET-PART-FILE-1 INTO WRK-RET-REGISTRO
                   AT END
                       MOVE 'N'        TO WRK-PAR-LEU
               END-READ
           END-IF
           IF  WRK-PAR-ATUAL           EQUAL 2
               READ RET-PART-FILE-2 INTO WRK-RET-REGISTRO
                   AT END
                       MOVE 'N'        TO WRK-PAR-LEU
               END-READ
           END-IF
           IF  WRK-PAR-ATUAL           EQUAL 3
               READ RET-PART-FILE-3 INTO WRK-RET-REGISTRO
                   AT END
                       MOVE 'N'        TO WRK-PAR-LEU
               END-READ
           END-IF
           IF  WRK-PAR-ATUAL           EQUAL 4
               READ RET-PART-FILE-4 INTO WRK-RET-REGISTRO
                   AT END
                       MOVE 'N'        TO WRK-PAR-LEU
               END-READ
           END-IF.
      *----------------------------------------------------------------*
       2330-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ACUMULA O DOCUMENTO (REGISTRO DE INTERFACE CORRENTE) NOS    *
      *    TOTAIS, NA GERACAO, NO RESUMO POR UF E NO RESUMO POR        *
      *    FILIAL - AS MESMAS REGRAS DO IFBA3CPB (2160/2165/2166).     *
      *----------------------------------------------------------------*
       2350-ACUMULAR-RESUMOS           SECTION.
      *----------------------------------------------------------------*
           ADD 1                       TO WRK-TOT-LIDOS
      *
           IF  REG-MAP-TIPO            EQUAL 'R'
               ADD 1                   TO WRK-TOT-RECICLADOS
           ELSE
               ADD 1                   TO WRK-TOT-NOVOS-EXT
               ADD 1               TO WRK-GER-DETALHES(WRK-GER-ATUAL)
           END-IF
      *
           IF  REG-INT-DUPLICADO       EQUAL 'S'
               ADD 1                   TO WRK-TOT-DUPLICADOS
           END-IF
      *
           IF  REG-INT-VALIDO          EQUAL 'S'
               ADD 1                   TO WRK-TOT-VALIDOS
               IF  REG-MAP-TIPO        EQUAL 'E'
                   ADD 1            TO WRK-GER-VALIDOS(WRK-GER-ATUAL)
               END-IF
               MOVE SPACES             TO WRK-UF-S
               MOVE REG-INT-UF         TO WRK-UF-S(1:2)
               PERFORM 2360-ACUMULAR-UF
           ELSE
               ADD 1                   TO WRK-TOT-INVALIDOS
               IF  REG-MAP-TIPO        EQUAL 'E'
                   ADD 1          TO WRK-GER-INVALIDOS(WRK-GER-ATUAL)
               END-IF
           END-IF
      *
           IF  REG-INT-ERRO            NOT EQUAL 10
               PERFORM 2370-ACUMULAR-FILIAL
           END-IF.
      *----------------------------------------------------------------*
       2350-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2360-ACUMULAR-UF                SECTION.
      *----------------------------------------------------------------*
           MOVE 'N'                    TO WRK-RESUMO-ACHOU
      *
           PERFORM VARYING WRK-RES-IDX FROM 1 BY 1
                     UNTIL WRK-RES-IDX > WRK-RESUMO-TOTAL
                        OR WRK-RESUMO-ACHOU EQUAL 'S'
               IF  WRK-RESUMO-UF(WRK-RES-IDX) EQUAL WRK-UF-S
                   ADD 1               TO WRK-RESUMO-QTDE(WRK-RES-IDX)
                   MOVE 'S'            TO WRK-RESUMO-ACHOU
               END-IF
           END-PERFORM
      *
           IF  WRK-RESUMO-ACHOU         EQUAL 'N' AND
               WRK-RESUMO-TOTAL         < 30
               ADD 1                   TO WRK-RESUMO-TOTAL
               SET WRK-RES-IDX         TO WRK-RESUMO-TOTAL
               MOVE WRK-UF-S           TO WRK-RESUMO-UF(WRK-RES-IDX)
               MOVE 1                  TO WRK-RESUMO-QTDE(WRK-RES-IDX)
           END-IF.
      *----------------------------------------------------------------*
       2360-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    RESUMO DA FILIAL DO DOCUMENTO. FILIAL FORA DO CADASTRO      *
      *    ENTRA COM STATUS '?'; TABELA CHEIA E CONTADA E AVISADA,     *
      *    NUNCA DESCARTADA EM SILENCIO.                               *
      *----------------------------------------------------------------*
       2370-ACUMULAR-FILIAL            SECTION.
      *----------------------------------------------------------------*
           MOVE REG-INT-FILIAL         TO WRK-RFIL-FILIAL
           MOVE 'N'                    TO WRK-RFIL-ACHOU
      *
           PERFORM VARYING WRK-RFIL-SUB FROM 1 BY 1
                     UNTIL WRK-RFIL-SUB > WRK-RFIL-TOTAL
                        OR WRK-RFIL-ACHOU EQUAL 'S'
               IF  WRK-RFIL-CODIGO(WRK-RFIL-SUB) EQUAL WRK-RFIL-FILIAL
                   MOVE 'S'            TO WRK-RFIL-ACHOU
               END-IF
           END-PERFORM
      *
           IF  WRK-RFIL-ACHOU          EQUAL 'S'
               SUBTRACT 1              FROM WRK-RFIL-SUB
           ELSE
               IF  WRK-RFIL-TOTAL      < 300
                   ADD 1               TO WRK-RFIL-TOTAL
                   MOVE WRK-RFIL-TOTAL TO WRK-RFIL-SUB
                   MOVE WRK-RFIL-FILIAL
                                   TO WRK-RFIL-CODIGO(WRK-RFIL-SUB)
                   MOVE '?'        TO WRK-RFIL-STATUS(WRK-RFIL-SUB)
                   MOVE ZEROS      TO WRK-RFIL-VALIDOS(WRK-RFIL-SUB)
                   MOVE ZEROS      TO WRK-RFIL-INVALIDOS(WRK-RFIL-SUB)
                   MOVE ZEROS      TO WRK-RFIL-UF-TOTAL(WRK-RFIL-SUB)
               ELSE
                   MOVE 'S'            TO WRK-RFIL-ESTOURO
                   ADD 1               TO WRK-RFIL-PERDIDOS
                   GO TO 2370-99-FIM
               END-IF
           END-IF
      *
           IF  REG-INT-VALIDO          NOT EQUAL 'S'
               ADD 1               TO WRK-RFIL-INVALIDOS(WRK-RFIL-SUB)
               GO TO 2370-99-FIM
           END-IF
      *
           ADD 1                       TO WRK-RFIL-VALIDOS(WRK-RFIL-SUB)
           MOVE 'N'                    TO WRK-RFIL-ACHOU
      *
           PERFORM VARYING WRK-RFIL-UF-SUB FROM 1 BY 1
                     UNTIL WRK-RFIL-UF-SUB
                           > WRK-RFIL-UF-TOTAL(WRK-RFIL-SUB)
                        OR WRK-RFIL-ACHOU EQUAL 'S'
               IF  WRK-RFIL-UF(WRK-RFIL-SUB WRK-RFIL-UF-SUB)
                                       EQUAL REG-INT-UF
                   ADD 1 TO WRK-RFIL-UF-QTDE(WRK-RFIL-SUB
                                             WRK-RFIL-UF-SUB)
                   MOVE 'S'            TO WRK-RFIL-ACHOU
               END-IF
           END-PERFORM
      *
           IF  WRK-RFIL-ACHOU          EQUAL 'N' AND
               WRK-RFIL-UF-TOTAL(WRK-RFIL-SUB) < 30
               ADD 1                TO WRK-RFIL-UF-TOTAL(WRK-RFIL-SUB)
               MOVE WRK-RFIL-UF-TOTAL(WRK-RFIL-SUB)
                                       TO WRK-RFIL-UF-SUB
               MOVE REG-INT-UF    TO WRK-RFIL-UF(WRK-RFIL-SUB
                                                 WRK-RFIL-UF-SUB)
               MOVE 1 TO WRK-RFIL-UF-QTDE(WRK-RFIL-SUB WRK-RFIL-UF-SUB)
           END-IF.
      *----------------------------------------------------------------*
       2370-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    TRAILER DA GERACAO: CADA PARTICAO TEM QUE FECHAR O SEU      *
      *    TRECHO COM UM TRL. O RETORNO CONSOLIDADO GANHA UM TRL COM   *
      *    OS TOTAIS RECONTADOS, E OS DETALHES DA GERACAO SAO          *
      *    BALANCEADOS CONTRA O TRAILER ORIGINAL GUARDADO NO MAPA.     *
      *----------------------------------------------------------------*
       2400-FECHAR-GERACAO             SECTION.
      *----------------------------------------------------------------*
           PERFORM VARYING WRK-PAR-SUB FROM 1 BY 1
                     UNTIL WRK-PAR-SUB > 4
                        OR WRK-ERRO-ESTRUTURA EQUAL 'S'
               MOVE WRK-PAR-SUB        TO WRK-PAR-ATUAL
               PERFORM 2330-LER-RETORNO
               IF  WRK-PAR-LEU         EQUAL 'N' OR
                   WRK-RET-TIPO        NOT EQUAL 'TRL'
                   MOVE 'S'            TO WRK-ERRO-ESTRUTURA
                   STRING 'PARTICAO ' WRK-PAR-ATUAL
                       ': RETORNO SEM O TRL DA GERACAO ' WRK-HDR-DATA
                       DELIMITED BY SIZE INTO WRK-ESTRUTURA-MOTIVO
               END-IF
           END-PERFORM
      *
           IF  WRK-ERRO-ESTRUTURA      EQUAL 'S'
               GO TO 2400-99-FIM
           END-IF
      *
           MOVE SPACES                 TO WRK-RET-REGISTRO
           MOVE 'TRL'                  TO WRK-RET-TIPO
           MOVE WRK-RET-DETALHES       TO WRK-RET-TRL-DETALHES
           MOVE WRK-RET-ACEITOS        TO WRK-RET-TRL-ACEITOS
           MOVE WRK-RET-REJEITADOS     TO WRK-RET-TRL-REJEITADOS
           MOVE WRK-RET-REGISTRO       TO REG-RETORNO
           WRITE REG-RETORNO
      *
           IF  WRK-GER-DETALHES(WRK-GER-ATUAL)
                       NOT EQUAL WRK-GER-TRL-QTDE(WRK-GER-ATUAL) OR
               WRK-RET-DETALHES
                       NOT EQUAL WRK-GER-TRL-QTDE(WRK-GER-ATUAL)
               MOVE 'S'                TO WRK-ERRO-ESTRUTURA
               STRING 'BALANCO DIVERGENTE NA GERACAO ' WRK-HDR-DATA
                   DELIMITED BY SIZE   INTO WRK-ESTRUTURA-MOTIVO
           END-IF.
      *----------------------------------------------------------------*
       2400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    FIM DO MAPA: NENHUMA PARTICAO PODE TER INTERFACE, REJEITO   *
      *    OU RETORNO ALEM DO QUE O MAPA PEDIU - SOBRA E SAIDA DE      *
      *    OUTRA EXECUCAO OU TRECHO REPETIDO NUM RESTART.              *
      *----------------------------------------------------------------*
       2500-CONFERIR-SOBRAS            SECTION.
      *----------------------------------------------------------------*
           PERFORM VARYING WRK-PAR-SUB FROM 1 BY 1
                     UNTIL WRK-PAR-SUB > 4
                        OR WRK-ERRO-ESTRUTURA EQUAL 'S'
               MOVE WRK-PAR-SUB        TO WRK-PAR-ATUAL
               PERFORM 2310-LER-INTERFACE
               IF  WRK-PAR-LEU         EQUAL 'S'
                   MOVE 'INTERFACE'    TO WRK-PAR-ARQUIVO
               ELSE
                   PERFORM 2320-LER-REJEITO
                   IF  WRK-PAR-LEU     EQUAL 'S'
                       MOVE 'REJEITOS' TO WRK-PAR-ARQUIVO
                   ELSE
                       PERFORM 2330-LER-RETORNO
                       IF  WRK-PAR-LEU EQUAL 'S'
                           MOVE 'RETORNO' TO WRK-PAR-ARQUIVO
                       END-IF
                   END-IF
               END-IF
               IF  WRK-PAR-LEU         EQUAL 'S'
                   MOVE 'S'            TO WRK-ERRO-ESTRUTURA
                   STRING WRK-PAR-ARQUIVO DELIMITED BY SPACE
                       ' DA PARTICAO ' WRK-PAR-ATUAL
                       ' COM SOBRA APOS O MAPA'
                       DELIMITED BY SIZE INTO WRK-ESTRUTURA-MOTIVO
               END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       2500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    EXCECOES UF DOCUMENTO X UF FILIAL: AS LINHAS DE CADA        *
      *    PARTICAO, NA ORDEM DAS PARTICOES, COPIADAS E CONTADAS.      *
      *----------------------------------------------------------------*
       2600-COPIAR-EXCECOES            SECTION.
      *----------------------------------------------------------------*
           PERFORM VARYING WRK-PAR-SUB FROM 1 BY 1
                     UNTIL WRK-PAR-SUB > 4
               MOVE WRK-PAR-SUB        TO WRK-PAR-ATUAL
               MOVE 'S'                TO WRK-PAR-LEU
               PERFORM 2610-COPIAR-EXCECAO
                   UNTIL WRK-PAR-LEU   EQUAL 'N'
           END-PERFORM.
      *----------------------------------------------------------------*
       2600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2610-COPIAR-EXCECAO             SECTION.
      *----------------------------------------------------------------*
           IF  WRK-PAR-ATUAL           EQUAL 1
               READ EXC-PART-FILE-1 INTO REG-EXCECAO
                   AT END
                       MOVE 'N'        TO WRK-PAR-LEU
               END-READ
           END-IF
           IF  WRK-PAR-ATUAL           EQUAL 2
               READ EXC-PART-FILE-2 INTO REG-EXCECAO
                   AT END
                       MOVE 'N'        TO WRK-PAR-LEU
               END-READ
           END-IF
           IF  WRK-PAR-ATUAL           EQUAL 3
               READ EXC-PART-FILE-3 INTO REG-EXCECAO
                   AT END
                       MOVE 'N'        TO WRK-PAR-LEU
               END-READ
           END-IF
           IF  WRK-PAR-ATUAL           EQUAL 4
               READ EXC-PART-FILE-4 INTO REG-EXCECAO
                   AT END
                       MOVE 'N'        TO WRK-PAR-LEU
               END-READ
           END-IF
      *
           IF  WRK-PAR-LEU             EQUAL 'S'
               WRITE REG-EXCECAO
               ADD 1                   TO WRK-TOT-EXCECOES
           END-IF.
      *----------------------------------------------------------------*
       2610-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
           PERFORM 3200-DEFINIR-CONDICAO.
      *
           PERFORM 3100-GRAVAR-RESUMO.
      *
           IF  WRK-SAIDAS-ABERTAS      EQUAL 'S'
               PERFORM 3300-GRAVAR-RESUMO-FILIAIS
           END-IF
      *
           PERFORM 3400-GRAVAR-EXECUCAO.
      *
           IF  RETURN-CODE             < 12
               PERFORM 3500-GRAVAR-GERACOES
           END-IF
      *
           CLOSE CPF-OUT-FILE
      *
           IF  WRK-SAIDAS-ABERTAS      EQUAL 'S'
               CLOSE PARTITION-MAP-FILE
               CLOSE INTERFACE-FILE
               CLOSE RETURN-FILE
               CLOSE REJECT-FILE
               CLOSE EXCEPTION-FILE
           END-IF
      *
           IF  WRK-PARTICOES-ABERTAS   EQUAL 'S'
               CLOSE INT-PART-FILE-1 INT-PART-FILE-2
                     INT-PART-FILE-3 INT-PART-FILE-4
               CLOSE RET-PART-FILE-1 RET-PART-FILE-2
                     RET-PART-FILE-3 RET-PART-FILE-4
               CLOSE REJ-PART-FILE-1 REJ-PART-FILE-2
                     REJ-PART-FILE-3 REJ-PART-FILE-4
               CLOSE EXC-PART-FILE-1 EXC-PART-FILE-2
                     EXC-PART-FILE-3 EXC-PART-FILE-4
               CLOSE RUN-PART-FILE-1 RUN-PART-FILE-2
                     RUN-PART-FILE-3 RUN-PART-FILE-4
           END-IF
      *
           STOP RUN.
      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    CODIGO DE CONDICAO DO LOTE INTEIRO, O PIOR ENTRE:           *
      *      12 - FALHA ESTRUTURAL (PARTICAO AUSENTE OU COM COND 12,   *
      *           SAIDAS FORA DO MAPA, BALANCEAMENTO CONTRA O          *
      *           TRAILER ORIGINAL, GERACAO JA CONSOLIDADA, LOTE SEM   *
      *           DETALHES DO EXTRATO);                                *
      *       8 - TOLERANCIA/MINIMO VIOLADOS NO LOTE INTEIRO, RESUMO   *
      *           POR FILIAL ESTOURADO OU INTERFACE RETIDA SEM TOKEN;  *
      *       4 - HOUVE INVALIDOS, OU PARTICOES EM CICLOS DIFERENTES;  *
      *     E A MAIOR CONDICAO DEVOLVIDA PELAS PARTICOES.              *
      *----------------------------------------------------------------*
       3200-DEFINIR-CONDICAO           SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                  TO WRK-COD-CONDICAO
      *
           PERFORM VARYING WRK-PAR-SUB FROM 1 BY 1
                     UNTIL WRK-PAR-SUB > 4
               IF  WRK-PAR-CONDICAO(WRK-PAR-SUB) > WRK-COD-CONDICAO
                   MOVE WRK-PAR-CONDICAO(WRK-PAR-SUB)
                                       TO WRK-COD-CONDICAO
               END-IF
           END-PERFORM
      *
           IF  WRK-ERRO-ESTRUTURA      EQUAL 'S' OR
               WRK-TOT-NOVOS-EXT       EQUAL ZEROS
               MOVE 12                 TO WRK-COD-CONDICAO
               GO TO 3200-10-APLICAR
           END-IF
      *
           IF  WRK-TOT-LIDOS           > ZEROS
               COMPUTE WRK-PCT-INVALIDOS ROUNDED =
                   WRK-TOT-INVALIDOS * 100 / WRK-TOT-LIDOS
           END-IF
      *
           IF  WRK-PCT-INVALIDOS       > WRK-PARM-TOLERANCIA OR
               WRK-TOT-NOVOS-EXT       < WRK-PARM-MINIMO OR
               WRK-RFIL-ESTOURO        EQUAL 'S' OR
               WRK-TOT-RETIDOS         > ZEROS
               IF  WRK-COD-CONDICAO    < 08
                   MOVE 08             TO WRK-COD-CONDICAO
               END-IF
               GO TO 3200-10-APLICAR
           END-IF
      *
           IF  WRK-TOT-INVALIDOS       > ZEROS OR
               WRK-CICLO-DIVERGENTE    EQUAL 'S'
               IF  WRK-COD-CONDICAO    < 04
                   MOVE 04             TO WRK-COD-CONDICAO
               END-IF
           END-IF.
      *
       3200-10-APLICAR.
           IF  WRK-COD-CONDICAO        > RETURN-CODE
               MOVE WRK-COD-CONDICAO   TO RETURN-CODE
           END-IF.
      *----------------------------------------------------------------*
       3200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    GRAVA O RESUMO CONSOLIDADO EM RPTOUT E ESPELHA CADA LINHA   *
      *    COM DISPLAY PARA SYSOUT. AS VERSOES DE UFTAB/FILTAB         *
      *    APLICADAS FICAM NO RELATORIO DE CADA PARTICAO.              *
      *----------------------------------------------------------------*
       3100-GRAVAR-RESUMO              SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                 TO REG-CPF-OUT
           STRING '*** RESUMO IFBA3MRG - CONSOLIDACAO DO LOTE '
               'PARALELO ***'
               DELIMITED BY SIZE       INTO REG-CPF-OUT
           PERFORM 3900-GRAVAR-LINHA
      *
           PERFORM VARYING WRK-PAR-SUB FROM 1 BY 1
                     UNTIL WRK-PAR-SUB > 4
               MOVE WRK-PAR-DOCUMENTOS(WRK-PAR-SUB)
                                       TO WRK-AUX-DISPLAY7
               MOVE SPACES             TO REG-CPF-OUT
               STRING 'PARTICAO ' WRK-PAR-SUB
                   ' CICLO ' WRK-PAR-CICLO(WRK-PAR-SUB)
                   ' EXECUCOES: ' WRK-PAR-EXECUCOES(WRK-PAR-SUB)
                   ' COND: ' WRK-PAR-CONDICAO(WRK-PAR-SUB)
                   ' DOCUMENTOS: ' WRK-AUX-DISPLAY7
                   DELIMITED BY SIZE   INTO REG-CPF-OUT
               PERFORM 3900-GRAVAR-LINHA
           END-PERFORM
      *
           IF  WRK-CICLO-DIVERGENTE    EQUAL 'S'
               MOVE SPACES             TO REG-CPF-OUT
               STRING '*** PARTICOES EM CICLOS DIFERENTES - CICLO '
                   'CONSOLIDADO: ' WRK-DATA-CICLO ' ***'
                   DELIMITED BY SIZE   INTO REG-CPF-OUT
               PERFORM 3900-GRAVAR-LINHA
           END-IF
      *
           IF  WRK-HDR-DATA            NOT EQUAL SPACES
               MOVE SPACES             TO REG-CPF-OUT
               STRING 'GERACAO DO EXTRATO......: ' WRK-HDR-DATA
                   ' ORIGEM: ' WRK-HDR-ORIGEM
                   DELIMITED BY SIZE   INTO REG-CPF-OUT
               PERFORM 3900-GRAVAR-LINHA
           END-IF
      *
           PERFORM VARYING WRK-GER-SUB FROM 1 BY 1
                     UNTIL WRK-GER-SUB > WRK-GER-TOTAL
               MOVE WRK-GER-DETALHES(WRK-GER-SUB)
                                       TO WRK-AUX-DISPLAY7
               MOVE SPACES             TO REG-CPF-OUT
               STRING 'GERACAO ' WRK-GER-DATA(WRK-GER-SUB)
                   ' ORIGEM ' WRK-GER-ORIGEM(WRK-GER-SUB)
                   ' DETALHES: ' WRK-AUX-DISPLAY7
                   DELIMITED BY SIZE   INTO REG-CPF-OUT
               MOVE WRK-GER-TRL-QTDE(WRK-GER-SUB)
                                       TO WRK-AUX-DISPLAY7
               STRING ' TRAILER: ' WRK-AUX-DISPLAY7
                   DELIMITED BY SIZE   INTO REG-CPF-OUT(53:)
               PERFORM 3900-GRAVAR-LINHA
               MOVE WRK-GER-VALIDOS(WRK-GER-SUB) TO WRK-AUX-DISPLAY7
               MOVE SPACES             TO REG-CPF-OUT
               STRING '        VALIDOS: ' WRK-AUX-DISPLAY7
                   DELIMITED BY SIZE   INTO REG-CPF-OUT
               MOVE WRK-GER-INVALIDOS(WRK-GER-SUB)
                                       TO WRK-AUX-DISPLAY7
               STRING ' INVALIDOS: ' WRK-AUX-DISPLAY7
                   DELIMITED BY SIZE   INTO REG-CPF-OUT(28:)
               PERFORM 3900-GRAVAR-LINHA
           END-PERFORM
      *
           MOVE WRK-TOT-LIDOS          TO WRK-AUX-DISPLAY7
           MOVE SPACES                 TO REG-CPF-OUT
           STRING 'TOTAL DE CPF LIDOS......: ' WRK-AUX-DISPLAY7
               DELIMITED BY SIZE       INTO REG-CPF-OUT
           PERFORM 3900-GRAVAR-LINHA
      *
           MOVE WRK-TOT-RECICLADOS     TO WRK-AUX-DISPLAY7
           MOVE SPACES                 TO REG-CPF-OUT
           STRING 'RECICLADOS (CORRECOES DO DD RECIN)....: '
               WRK-AUX-DISPLAY7
               DELIMITED BY SIZE       INTO REG-CPF-OUT
           PERFORM 3900-GRAVAR-LINHA
      *
           MOVE WRK-TOT-NOVOS-EXT      TO WRK-AUX-DISPLAY7
           MOVE SPACES                 TO REG-CPF-OUT
           STRING 'NOVOS (EXTRATO DA NOITE)..............: '
               WRK-AUX-DISPLAY7
               DELIMITED BY SIZE       INTO REG-CPF-OUT
           PERFORM 3900-GRAVAR-LINHA
      *
           MOVE WRK-TOT-VALIDOS        TO WRK-AUX-DISPLAY7
           MOVE SPACES                 TO REG-CPF-OUT
           STRING 'TOTAL DE CPF VALIDOS (CONSOLIDADO)...: '
               WRK-AUX-DISPLAY7
               DELIMITED BY SIZE       INTO REG-CPF-OUT
           PERFORM 3900-GRAVAR-LINHA
      *
           MOVE WRK-TOT-INVALIDOS      TO WRK-AUX-DISPLAY7
           MOVE SPACES                 TO REG-CPF-OUT
           STRING 'TOTAL DE CPF INVALIDOS (CONSOLIDADO).: '
               WRK-AUX-DISPLAY7
               DELIMITED BY SIZE       INTO REG-CPF-OUT
           PERFORM 3900-GRAVAR-LINHA
      *
           MOVE WRK-PARM-TOLERANCIA    TO WRK-AUX-DISPLAY7
           MOVE SPACES                 TO REG-CPF-OUT
           STRING 'TOLERANCIA DE INVALIDOS (%)...........: '
               WRK-AUX-DISPLAY7
               DELIMITED BY SIZE       INTO REG-CPF-OUT
           PERFORM 3900-GRAVAR-LINHA
      *
           MOVE WRK-PARM-MINIMO        TO WRK-AUX-DISPLAY7
           MOVE SPACES                 TO REG-CPF-OUT
           STRING 'MINIMO ESPERADO DE DETALHES...........: '
               WRK-AUX-DISPLAY7
               DELIMITED BY SIZE       INTO REG-CPF-OUT
           PERFORM 3900-GRAVAR-LINHA
      *
           MOVE WRK-PCT-INVALIDOS      TO WRK-AUX-TAXA
           MOVE SPACES                 TO REG-CPF-OUT
           STRING 'PORCENTAGEM DE INVALIDOS (CONSOLIDADO): '
               WRK-AUX-TAXA '%'
               DELIMITED BY SIZE       INTO REG-CPF-OUT
           PERFORM 3900-GRAVAR-LINHA
      *
           MOVE WRK-TOT-EXCECOES       TO WRK-AUX-DISPLAY7
           MOVE SPACES                 TO REG-CPF-OUT
           STRING 'EXCECOES UF DOCUMENTO X UF FILIAL.....: '
               WRK-AUX-DISPLAY7
               DELIMITED BY SIZE       INTO REG-CPF-OUT
           PERFORM 3900-GRAVAR-LINHA
      *
           MOVE WRK-TOT-DUPLICADOS     TO WRK-AUX-DISPLAY7
           MOVE SPACES                 TO REG-CPF-OUT
           STRING 'DUPLICADOS DENTRO DO LOTE.............: '
               WRK-AUX-DISPLAY7
               DELIMITED BY SIZE       INTO REG-CPF-OUT
           PERFORM 3900-GRAVAR-LINHA
      *
           MOVE WRK-TOT-INTERFACE      TO WRK-AUX-DISPLAY7
           MOVE SPACES                 TO REG-CPF-OUT
           STRING 'REGISTROS NA INTERFACE (INTOUT).......: '
               WRK-AUX-DISPLAY7
               DELIMITED BY SIZE       INTO REG-CPF-OUT
           PERFORM 3900-GRAVAR-LINHA
      *
           IF  WRK-TOT-RETIDOS         > ZEROS
               MOVE WRK-TOT-RETIDOS    TO WRK-AUX-DISPLAY7
               MOVE SPACES             TO REG-CPF-OUT
               STRING '*** REGISTROS DE INTERFACE RETIDOS SEM TOKEN: '
                   WRK-AUX-DISPLAY7 ' ***'
                   DELIMITED BY SIZE   INTO REG-CPF-OUT
               PERFORM 3900-GRAVAR-LINHA
           END-IF
      *
           IF  WRK-ERRO-ESTRUTURA      EQUAL 'S'
               MOVE SPACES             TO REG-CPF-OUT
               STRING '*** ERRO ESTRUTURAL NA CONSOLIDACAO: '
                   WRK-ESTRUTURA-MOTIVO
                   DELIMITED BY SIZE   INTO REG-CPF-OUT
               PERFORM 3900-GRAVAR-LINHA
           END-IF
      *
           MOVE RETURN-CODE            TO WRK-AUX-DISPLAY7
           MOVE SPACES                 TO REG-CPF-OUT
           STRING 'CODIGO DE CONDICAO DO JOB.............: '
               WRK-AUX-DISPLAY7
               DELIMITED BY SIZE       INTO REG-CPF-OUT
           PERFORM 3900-GRAVAR-LINHA
      *
           PERFORM VARYING WRK-RES-IDX FROM 1 BY 1
                     UNTIL WRK-RES-IDX > WRK-RESUMO-TOTAL
               MOVE WRK-RESUMO-QTDE(WRK-RES-IDX) TO WRK-AUX-DISPLAY7
               MOVE SPACES             TO REG-CPF-OUT
               STRING 'UF(S) ' WRK-RESUMO-UF(WRK-RES-IDX)
                   ' (CONSOLIDADO) ........: ' WRK-AUX-DISPLAY7
                   DELIMITED BY SIZE   INTO REG-CPF-OUT
               PERFORM 3900-GRAVAR-LINHA
           END-PERFORM.
      *----------------------------------------------------------------*
       3100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    RESUMO POR FILIAL E RANKING POR VOLUME, NO FORMATO DO       *
      *    IFBA3CPB, SOBRE O LOTE CONSOLIDADO.                         *
      *----------------------------------------------------------------*
       3300-GRAVAR-RESUMO-FILIAIS      SECTION.
      *----------------------------------------------------------------*
           PERFORM VARYING WRK-RFIL-SUB FROM 1 BY 1
                     UNTIL WRK-RFIL-SUB > WRK-RFIL-TOTAL
               MOVE SPACES             TO REG-CPF-OUT
               STRING '*** FILIAL ' WRK-RFIL-CODIGO(WRK-RFIL-SUB)
                   ' - STATUS CADASTRO: '
                   WRK-RFIL-STATUS(WRK-RFIL-SUB)
                   ' ***'
                   DELIMITED BY SIZE   INTO REG-CPF-OUT
               WRITE REG-CPF-OUT
      *
               MOVE WRK-RFIL-VALIDOS(WRK-RFIL-SUB) TO WRK-AUX-DISPLAY7
               MOVE SPACES             TO REG-CPF-OUT
               STRING 'CPF VALIDOS...........: ' WRK-AUX-DISPLAY7
                   DELIMITED BY SIZE   INTO REG-CPF-OUT
               WRITE REG-CPF-OUT
      *
               MOVE WRK-RFIL-INVALIDOS(WRK-RFIL-SUB)
                                       TO WRK-AUX-DISPLAY7
               MOVE SPACES             TO REG-CPF-OUT
               STRING 'CPF INVALIDOS.........: ' WRK-AUX-DISPLAY7
                   DELIMITED BY SIZE   INTO REG-CPF-OUT
               WRITE REG-CPF-OUT
      *
               PERFORM VARYING WRK-RFIL-UF-SUB FROM 1 BY 1
                         UNTIL WRK-RFIL-UF-SUB
                               > WRK-RFIL-UF-TOTAL(WRK-RFIL-SUB)
                   MOVE WRK-RFIL-UF-QTDE(WRK-RFIL-SUB WRK-RFIL-UF-SUB)
                                       TO WRK-AUX-DISPLAY7
                   MOVE SPACES         TO REG-CPF-OUT
                   STRING '  UF ' WRK-RFIL-UF(WRK-RFIL-SUB
                                              WRK-RFIL-UF-SUB)
                       ' ...............: ' WRK-AUX-DISPLAY7
                       DELIMITED BY SIZE INTO REG-CPF-OUT
                   WRITE REG-CPF-OUT
               END-PERFORM
           END-PERFORM
      *
           IF  WRK-RFIL-ESTOURO        EQUAL 'S'
               MOVE WRK-RFIL-PERDIDOS  TO WRK-AUX-DISPLAY7
               MOVE SPACES             TO REG-CPF-OUT
               STRING '*** TABELA DO RESUMO POR FILIAL CHEIA - '
                   WRK-AUX-DISPLAY7
                   ' MOVIMENTO(S) FORA DA ABERTURA ***'
                   DELIMITED BY SIZE   INTO REG-CPF-OUT
               PERFORM 3900-GRAVAR-LINHA
           END-IF
      *
           PERFORM 3350-GRAVAR-RANKING-FILIAIS.
      *----------------------------------------------------------------*
       3300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ORDENA O RESUMO POR VOLUME PROCESSADO (VALIDOS +            *
      *    INVALIDOS) DECRESCENTE E GRAVA O RANKING.                   *
      *----------------------------------------------------------------*
       3350-GRAVAR-RANKING-FILIAIS     SECTION.
      *----------------------------------------------------------------*
           PERFORM VARYING WRK-RFIL-SUB FROM 1 BY 1
                     UNTIL WRK-RFIL-SUB NOT < WRK-RFIL-TOTAL
               PERFORM VARYING WRK-RFIL-SUB2 FROM WRK-RFIL-SUB BY 1
                         UNTIL WRK-RFIL-SUB2 > WRK-RFIL-TOTAL
                   COMPUTE WRK-RFIL-VOLUME1 =
                       WRK-RFIL-VALIDOS(WRK-RFIL-SUB)
                       + WRK-RFIL-INVALIDOS(WRK-RFIL-SUB)
                   COMPUTE WRK-RFIL-VOLUME2 =
                       WRK-RFIL-VALIDOS(WRK-RFIL-SUB2)
                       + WRK-RFIL-INVALIDOS(WRK-RFIL-SUB2)
                   IF  WRK-RFIL-VOLUME2 > WRK-RFIL-VOLUME1
                       MOVE WRK-RFIL-OCORR(WRK-RFIL-SUB)
                                       TO WRK-RFIL-TROCA
                       MOVE WRK-RFIL-OCORR(WRK-RFIL-SUB2)
                                       TO WRK-RFIL-OCORR(WRK-RFIL-SUB)
                       MOVE WRK-RFIL-TROCA
                                       TO WRK-RFIL-OCORR(WRK-RFIL-SUB2)
                   END-IF
               END-PERFORM
           END-PERFORM
      *
           MOVE SPACES                 TO REG-CPF-OUT
           STRING '*** RANKING DE FILIAIS POR VOLUME PROCESSADO ***'
               DELIMITED BY SIZE       INTO REG-CPF-OUT
           PERFORM 3900-GRAVAR-LINHA
      *
           PERFORM VARYING WRK-RFIL-SUB FROM 1 BY 1
                     UNTIL WRK-RFIL-SUB > WRK-RFIL-TOTAL
               COMPUTE WRK-RFIL-VOLUME1 =
                   WRK-RFIL-VALIDOS(WRK-RFIL-SUB)
                   + WRK-RFIL-INVALIDOS(WRK-RFIL-SUB)
               MOVE WRK-RFIL-VOLUME1   TO WRK-AUX-DISPLAY7
               MOVE SPACES             TO REG-CPF-OUT
               STRING 'FILIAL ' WRK-RFIL-CODIGO(WRK-RFIL-SUB)
                   ' VOLUME: ' WRK-AUX-DISPLAY7
                   DELIMITED BY SIZE   INTO REG-CPF-OUT
               PERFORM 3900-GRAVAR-LINHA
           END-PERFORM.
      *----------------------------------------------------------------*
       3350-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    APENDA O REGISTRO DA NOITE NO HISTORICO DE EXECUCOES (DD    *
      *    RUNHST) - UM SO PARA O LOTE PARALELO INTEIRO, COM OS        *
      *    TOTAIS CONSOLIDADOS, PARA O ALARME DE TENDENCIA (IFBA3TRD)  *
      *    E O CALENDARIO DE EXTRATOS (IFBA3CAL). OS HISTORICOS DAS    *
      *    PARTICOES FICAM NOS DATASETS DELAS.                         *
      *----------------------------------------------------------------*
       3400-GRAVAR-EXECUCAO            SECTION.
      *----------------------------------------------------------------*
           OPEN EXTEND RUN-HISTORY-FILE
           IF  WRK-RUN-STATUS          NOT EQUAL '00'
               OPEN OUTPUT RUN-HISTORY-FILE
           END-IF
      *
           IF  WRK-RUN-STATUS          EQUAL '00'
               IF  WRK-DATA-CICLO      EQUAL ZEROS
                   MOVE WRK-DATA-PROCESSO TO REG-RUN-DATA-CICLO
               ELSE
                   MOVE WRK-DATA-CICLO TO REG-RUN-DATA-CICLO
               END-IF
               MOVE WRK-HDR-DATA       TO REG-RUN-DATA-GERACAO
               MOVE WRK-HDR-ORIGEM     TO REG-RUN-ORIGEM
               MOVE WRK-TOT-NOVOS-EXT  TO REG-RUN-DET-LIDOS
               MOVE WRK-TOT-RECICLADOS TO REG-RUN-RECICLADOS
               MOVE WRK-TOT-VALIDOS    TO REG-RUN-VALIDOS
               MOVE WRK-TOT-INVALIDOS  TO REG-RUN-INVALIDOS
               MOVE WRK-PCT-INVALIDOS  TO REG-RUN-PCT-INVALIDOS
               MOVE WRK-TOT-EXCECOES   TO REG-RUN-EXCECOES
               MOVE RETURN-CODE        TO REG-RUN-CONDICAO
               MOVE SPACES             TO REG-RUN-RECUSA
               WRITE REG-EXECUCAO
               CLOSE RUN-HISTORY-FILE
           END-IF.
      *----------------------------------------------------------------*
       3400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    REGISTRA NO DD GENCTL AS GERACOES CONSOLIDADAS - SO COM O   *
      *    LOTE INTEIRO ABAIXO DE COND 12. COM A FALHA CORRIGIDA, A    *
      *    CONSOLIDACAO PODE SER REEXECUTADA SEM RECUSA DE GERACAO.    *
      *----------------------------------------------------------------*
       3500-GRAVAR-GERACOES            SECTION.
      *----------------------------------------------------------------*
           OPEN EXTEND GENERATION-CTL-FILE
           IF  WRK-GEN-STATUS          NOT EQUAL '00'
               OPEN OUTPUT GENERATION-CTL-FILE
           END-IF
      *
           IF  WRK-GEN-STATUS          NOT EQUAL '00'
               GO TO 3500-99-FIM
           END-IF
      *
           PERFORM VARYING WRK-GER-SUB FROM 1 BY 1
                     UNTIL WRK-GER-SUB > WRK-GER-TOTAL
               MOVE WRK-GER-DATA(WRK-GER-SUB)   TO REG-GEN-DATA
               MOVE WRK-GER-ORIGEM(WRK-GER-SUB) TO REG-GEN-ORIGEM
               MOVE WRK-DATA-CICLO     TO REG-GEN-DATA-PROCESSO
               WRITE REG-GENCTL
           END-PERFORM
      *
           CLOSE GENERATION-CTL-FILE.
      *----------------------------------------------------------------*
       3500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3900-GRAVAR-LINHA               SECTION.
      *----------------------------------------------------------------*
           WRITE REG-CPF-OUT
           DISPLAY REG-CPF-OUT.
      *----------------------------------------------------------------*
       3900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
           END PROGRAM IFBA3MRG.
      *----------------------------------------------------------------*
