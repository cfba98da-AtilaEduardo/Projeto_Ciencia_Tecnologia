      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. IFBA3SUG INITIAL.
       AUTHOR.     ATILA EDUARDO DA CRUZ SANTOS CARDOSO.
      *----------------------------------------------------------------*
      *    PROGRAMA............: IFBA3SUG                              *
      *    ANALISTA/PROGAMADOR: ATILA EDUARDO DA CRUZ SANTOS CARDOSO   *
      *    DATA..............: 10/2026                                 *
      *----------------------------------------------------------------*
      *    OBJETIVO....: SUGESTOES DE CORRECAO PARA OS REJEITOS POR    *
      *    DIGITO VERIFICADOR (ERRO 0020 - CPF COM DV INVALIDO). LE    *
      *    AS GERACOES DO ARQUIVO DE REJEITOS (DD REJIN, GRAVADO POR   *
      *    IFBA3CPB EM REJOUT) E, PARA CADA REJEITO DE DV, MONTA OS    *
      *    CANDIDATOS DOS ERROS DE DIGITACAO MAIS COMUNS: UM DIGITO    *
      *    TROCADO POR OUTRO E DOIS DIGITOS VIZINHOS INVERTIDOS. O     *
      *    CANDIDATO QUE PASSA NO DIGITO VERIFICADOR (CALL A IFBA3DOC) *
      *    E EXISTE NO CADASTRO MESTRE (DD CPFMST) NA MESMA FILIAL DO  *
      *    REJEITO VAI PARA O ARQUIVO DE SUGESTOES (DD SUGOUT), QUE    *
      *    SEGUE PARA A ORIGEM JUNTO COM O RETORNO (RETOUT) - A ORIGEM *
      *    CORRIGE E DEVOLVE PELO RECICLO SEM ACIONAR A FILIAL.        *
      *    RESUMO EM DD SUGRPT.                                        *
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
           SELECT REJ-IN-FILE          ASSIGN TO 'REJIN'
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-REJ-STATUS.

           SELECT CPF-MASTER-FILE      ASSIGN TO 'CPFMST'
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE IS RANDOM
                                        RECORD KEY IS REG-MST-CHAVE
                                        FILE STATUS IS WRK-MST-STATUS.

           SELECT SUGGESTION-FILE      ASSIGN TO 'SUGOUT'
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-SUG-STATUS.

           SELECT SUGGESTION-REPORT-FILE ASSIGN TO 'SUGRPT'
                                        ORGANIZATION IS LINE SEQUENTIAL.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
      *    REJEITOS - MESMO LAYOUT DO DD REJOUT GRAVADO POR IFBA3CPB   *
      *    (DETALHE ORIGINAL + ERRO + DATA DO CICLO).                  *
      *----------------------------------------------------------------*
       FD  REJ-IN-FILE
           RECORD CONTAINS 027 CHARACTERS.
       01  REG-REJEITO.
           05  REG-REJ-DOCUMENTO        PIC X(017).
           05  REG-REJ-ERRO             PIC 9(002).
           05  REG-REJ-DATA-CICLO       PIC 9(008).
      *----------------------------------------------------------------*
      *    CADASTRO MESTRE DE CPF - MESMO LAYOUT MANTIDO POR IFBA3CPB. *
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
      *    SUGESTAO DE CORRECAO, UMA POR CANDIDATO ENCONTRADO: O       *
      *    DETALHE REJEITADO COMO VEIO, O DETALHE SUGERIDO (MESMA      *
      *    FILIAL), A REGRA QUE O ACHOU ('D' = UM DIGITO TROCADO,      *
      *    'T' = DOIS DIGITOS VIZINHOS INVERTIDOS) E A POSICAO (1 A 11 *
      *    NOS DIGITOS DO CPF; NA INVERSAO, A PRIMEIRA DO PAR), A      *
      *    ULTIMA PASSAGEM DO SUGERIDO NO MESTRE, O CICLO DO REJEITO   *
      *    E QUANTAS SUGESTOES O MESMO REJEITO TEVE - MAIS DE UMA PEDE *
      *    CONFERENCIA NA ORIGEM ANTES DE CORRIGIR.                    *
      *----------------------------------------------------------------*
       FD  SUGGESTION-FILE
           RECORD CONTAINS 060 CHARACTERS.
       01  REG-SUGESTAO.
           05  REG-SUG-DOCUMENTO        PIC X(017).
           05  REG-SUG-SUGERIDO         PIC X(017).
           05  REG-SUG-REGRA            PIC X(001).
           05  REG-SUG-POSICAO          PIC 9(002).
           05  REG-SUG-DATA-ULTIMA      PIC 9(008).
           05  REG-SUG-DATA-CICLO       PIC 9(008).
           05  REG-SUG-ALTERNATIVAS     PIC 9(002).
           05  FILLER                   PIC X(005).
      *----------------------------------------------------------------*
       FD  SUGGESTION-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  REG-RELATORIO-SUG           PIC X(100).
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       77  FILLER                      PIC X(055)          VALUE
           '* INICIO DA WORKING STORAGE SECTION IFBA3SUG *'.
      *----------------------------------------------------------------*
      *    AREA DE COMUNICACAO COM O SUBPROGRAMA DE CONSISTENCIA DE    *
      *    DOCUMENTOS (IFBA3DOC)                                       *
      *----------------------------------------------------------------*
       COPY IFBA3LKD.
      *----------------------------------------------------------------*
      *    AREA DE CONTROLE DO LOTE                                    *
      *----------------------------------------------------------------*
       77  WRK-FIM-ARQUIVO             PIC X(001)          VALUE 'N'.
       77  WRK-REJ-STATUS              PIC X(002)          VALUE '00'.
       77  WRK-MST-STATUS              PIC X(002)          VALUE '00'.
       77  WRK-SUG-STATUS              PIC X(002)          VALUE '00'.
       77  WRK-REJ-ABERTO              PIC X(001)          VALUE 'N'.
       77  WRK-MST-ABERTO              PIC X(001)          VALUE 'N'.
       77  WRK-CONDICAO                PIC 9(002)          VALUE ZEROS.
       77  WRK-TOT-LIDOS               PIC 9(007)          VALUE ZEROS.
       77  WRK-TOT-REJ-DV              PIC 9(007)          VALUE ZEROS.
       77  WRK-TOT-CANDIDATOS          PIC 9(009)          VALUE ZEROS.
       77  WRK-TOT-DV-OK               PIC 9(009)          VALUE ZEROS.
       77  WRK-TOT-UNICA               PIC 9(007)          VALUE ZEROS.
       77  WRK-TOT-VARIAS              PIC 9(007)          VALUE ZEROS.
       77  WRK-TOT-SEM                 PIC 9(007)          VALUE ZEROS.
       77  WRK-TOT-GRAVADAS            PIC 9(007)          VALUE ZEROS.
       77  WRK-AUX-DISPLAY7            PIC Z.ZZZ.ZZ9       VALUE SPACES.
       77  WRK-AUX-DISPLAY9            PIC ZZZ.ZZZ.ZZ9     VALUE SPACES.
      *----------------------------------------------------------------*
      *    POSICOES DOS 11 DIGITOS DO CPF DENTRO DO DETALHE DE 17      *
      *    BYTES (999.999.999-99/FF) - PONTOS, HIFEN E BARRA FICAM     *
      *    FORA DAS TROCAS.                                            *
      *----------------------------------------------------------------*
       01  WRK-TAB-POSICOES-VALOR.
           05  FILLER                  PIC X(022)          VALUE
           '0102030506070910111314'.
       01  FILLER                   REDEFINES   WRK-TAB-POSICOES-VALOR.
           05  WRK-POS-DIGITO          OCCURS 11 TIMES
                                       PIC 9(002).
      *----------------------------------------------------------------*
      *    AREA DO CANDIDATO CORRENTE                                  *
      *----------------------------------------------------------------*
       77  WRK-ORIGINAL                PIC X(017)          VALUE SPACES.
       77  WRK-CANDIDATO               PIC X(017)          VALUE SPACES.
       77  WRK-CAN-REGRA               PIC X(001)          VALUE SPACES.
       77  WRK-CAN-POSICAO             PIC 9(002)          VALUE ZEROS.
       77  WRK-CAN-NUMERICO            PIC X(001)          VALUE 'N'.
       77  WRK-IND                     PIC 9(002)          VALUE ZEROS.
       77  WRK-IND2                    PIC 9(002)          VALUE ZEROS.
       77  WRK-POS1                    PIC 9(002)          VALUE ZEROS.
       77  WRK-POS2                    PIC 9(002)          VALUE ZEROS.
       77  WRK-IND3                    PIC 9(002)          VALUE ZEROS.
       77  WRK-POS3                    PIC 9(002)          VALUE ZEROS.
       77  WRK-DIGITO                  PIC 9(001)          VALUE ZEROS.
       77  WRK-DIGITO-X            REDEFINES   WRK-DIGITO
                                       PIC X(001).
       77  WRK-CARACTER                PIC X(001)          VALUE SPACES.
      *----------------------------------------------------------------*
      *    SUGESTOES DO REJEITO CORRENTE - GRAVADAS SO NO FIM, PARA    *
      *    CADA UMA LEVAR A QUANTIDADE DE ALTERNATIVAS DO REJEITO.     *
      *----------------------------------------------------------------*
       01  WRK-TAB-SUGESTOES.
           05  WRK-SGT-OCORR           OCCURS 20 TIMES.
               10  WRK-SGT-SUGERIDO    PIC X(017).
               10  WRK-SGT-REGRA       PIC X(001).
               10  WRK-SGT-POSICAO     PIC 9(002).
               10  WRK-SGT-DATA-ULTIMA PIC 9(008).
       77  WRK-SGT-TOTAL               PIC 9(002)          VALUE ZEROS.
       77  WRK-SGT-ACHADAS             PIC 9(002)          VALUE ZEROS.
       77  WRK-SGT-SUB                 PIC 9(002)          VALUE ZEROS.
      *----------------------------------------------------------------*
       77  FILLER                      PIC X(055)          VALUE
           '* FIM DA WORKING STORAGE SECTION IFBA3SUG *'.
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
           OPEN OUTPUT SUGGESTION-REPORT-FILE
      *
           MOVE SPACES                 TO REG-RELATORIO-SUG
           STRING '*** RELATORIO IFBA3SUG - SUGESTOES DE CORRECAO DE'
               ' DV ***'
               DELIMITED BY SIZE       INTO REG-RELATORIO-SUG
           PERFORM 3900-GRAVAR-LINHA
      *
      *    O ARQUIVO DE SUGESTOES E ACUMULADO ATE A TRANSMISSAO JUNTO
      *    COM O RETOUT (DISP=MOD NO JCL) - ABRE EM EXTEND E SO CRIA
      *    QUANDO AINDA NAO EXISTE.
      *
           OPEN EXTEND SUGGESTION-FILE
           IF  WRK-SUG-STATUS          NOT EQUAL '00'
               OPEN OUTPUT SUGGESTION-FILE
           END-IF
      *
           OPEN INPUT REJ-IN-FILE
           IF  WRK-REJ-STATUS          EQUAL '00'
               MOVE 'S'                TO WRK-REJ-ABERTO
           ELSE
               MOVE SPACES             TO REG-RELATORIO-SUG
               STRING '*** REJEITOS (REJIN) INDISPONIVEIS - STATUS '
                   WRK-REJ-STATUS ' ***'
                   DELIMITED BY SIZE   INTO REG-RELATORIO-SUG
               PERFORM 3900-GRAVAR-LINHA
               MOVE 08                 TO WRK-CONDICAO
               MOVE 'S'                TO WRK-FIM-ARQUIVO
           END-IF
      *
      *    SEM O MESTRE NAO HA COMO CONFIRMAR CANDIDATO NENHUM - A
      *    SUGESTAO SEM O CLIENTE CONHECIDO NA FILIAL SERIA PALPITE.
      *
           OPEN INPUT CPF-MASTER-FILE
           IF  WRK-MST-STATUS          EQUAL '00'
               MOVE 'S'                TO WRK-MST-ABERTO
           ELSE
               MOVE SPACES             TO REG-RELATORIO-SUG
               STRING '*** CADASTRO MESTRE (CPFMST) INDISPONIVEL -'
                   ' STATUS ' WRK-MST-STATUS ' ***'
                   DELIMITED BY SIZE   INTO REG-RELATORIO-SUG
               PERFORM 3900-GRAVAR-LINHA
               MOVE 12                 TO WRK-CONDICAO
               MOVE 'S'                TO WRK-FIM-ARQUIVO
           END-IF
      *
           IF  WRK-FIM-ARQUIVO         EQUAL 'N'
               PERFORM 1010-LER-PROXIMO
           END-IF.
      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1010-LER-PROXIMO                SECTION.
      *----------------------------------------------------------------*
           READ REJ-IN-FILE
               AT END
                   MOVE 'S'            TO WRK-FIM-ARQUIVO
               NOT AT END
                   ADD 1               TO WRK-TOT-LIDOS
           END-READ.
      *----------------------------------------------------------------*
       1010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*
           PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL 'S'
               IF  REG-REJ-ERRO        EQUAL 20
                   PERFORM 2100-TRATAR-REJEITO
               END-IF
               IF  WRK-FIM-ARQUIVO     EQUAL 'N'
                   PERFORM 1010-LER-PROXIMO
               END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    MONTA OS CANDIDATOS DO REJEITO: CADA UM DOS 11 DIGITOS      *
      *    TROCADO PELOS OUTROS 9 VALORES E CADA PAR DE DIGITOS        *
      *    VIZINHOS INVERTIDO. DEPOIS GRAVA AS SUGESTOES ACHADAS.      *
      *----------------------------------------------------------------*
       2100-TRATAR-REJEITO             SECTION.
      *----------------------------------------------------------------*
           ADD 1                       TO WRK-TOT-REJ-DV
           MOVE REG-REJ-DOCUMENTO      TO WRK-ORIGINAL
           MOVE ZEROS                  TO WRK-SGT-TOTAL
           MOVE ZEROS                  TO WRK-SGT-ACHADAS
      *
      *    UM DIGITO TROCADO
      *
           MOVE 'D'                    TO WRK-CAN-REGRA
           PERFORM VARYING WRK-IND FROM 1 BY 1
                     UNTIL WRK-IND > 11 OR
                           WRK-FIM-ARQUIVO EQUAL 'S'
               MOVE WRK-POS-DIGITO(WRK-IND) TO WRK-POS1
               PERFORM VARYING WRK-IND2 FROM 0 BY 1
                         UNTIL WRK-IND2 > 9 OR
                               WRK-FIM-ARQUIVO EQUAL 'S'
                   MOVE WRK-IND2       TO WRK-DIGITO
                   IF  WRK-DIGITO-X    NOT EQUAL
                       WRK-ORIGINAL(WRK-POS1:1)
                       MOVE WRK-ORIGINAL TO WRK-CANDIDATO
                       MOVE WRK-DIGITO-X TO WRK-CANDIDATO(WRK-POS1:1)
                       MOVE WRK-IND    TO WRK-CAN-POSICAO
                       PERFORM 2200-CONFERIR-CANDIDATO
                   END-IF
               END-PERFORM
           END-PERFORM
      *
      *    DOIS DIGITOS VIZINHOS INVERTIDOS
      *
           MOVE 'T'                    TO WRK-CAN-REGRA
           PERFORM VARYING WRK-IND FROM 1 BY 1
                     UNTIL WRK-IND > 10 OR
                           WRK-FIM-ARQUIVO EQUAL 'S'
               MOVE WRK-POS-DIGITO(WRK-IND) TO WRK-POS1
               COMPUTE WRK-IND2 = WRK-IND + 1
               MOVE WRK-POS-DIGITO(WRK-IND2) TO WRK-POS2
               IF  WRK-ORIGINAL(WRK-POS1:1) NOT EQUAL
                   WRK-ORIGINAL(WRK-POS2:1)
                   MOVE WRK-ORIGINAL   TO WRK-CANDIDATO
                   MOVE WRK-ORIGINAL(WRK-POS2:1)
                                       TO WRK-CANDIDATO(WRK-POS1:1)
                   MOVE WRK-ORIGINAL(WRK-POS1:1)
                                       TO WRK-CANDIDATO(WRK-POS2:1)
                   MOVE WRK-IND        TO WRK-CAN-POSICAO
                   PERFORM 2200-CONFERIR-CANDIDATO
               END-IF
           END-PERFORM
      *
           IF  WRK-FIM-ARQUIVO         EQUAL 'S'
               GO TO 2100-99-FIM
           END-IF
      *
           EVALUATE TRUE
               WHEN WRK-SGT-ACHADAS    EQUAL ZEROS
                   ADD 1               TO WRK-TOT-SEM
               WHEN WRK-SGT-ACHADAS    EQUAL 1
                   ADD 1               TO WRK-TOT-UNICA
               WHEN OTHER
                   ADD 1               TO WRK-TOT-VARIAS
           END-EVALUATE
      *
           PERFORM VARYING WRK-SGT-SUB FROM 1 BY 1
                     UNTIL WRK-SGT-SUB > WRK-SGT-TOTAL
               PERFORM 2300-GRAVAR-SUGESTAO
           END-PERFORM.
      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    O CANDIDATO PRECISA TER OS 11 DIGITOS NUMERICOS, PASSAR NO  *
      *    DIGITO VERIFICADOR DE IFBA3DOC (QUALQUER RETORNO QUE NAO    *
      *    SEJA 0010/0020 CONFIRMA O DV - 0030/0040 SAO DA FILIAL, QUE *
      *    E A DO REJEITO) E EXISTIR NO MESTRE NA MESMA FILIAL.        *
      *----------------------------------------------------------------*
       2200-CONFERIR-CANDIDATO         SECTION.
      *----------------------------------------------------------------*
           MOVE 'S'                    TO WRK-CAN-NUMERICO
           PERFORM VARYING WRK-IND3 FROM 1 BY 1
                     UNTIL WRK-IND3 > 11
               MOVE WRK-POS-DIGITO(WRK-IND3) TO WRK-POS3
               MOVE WRK-CANDIDATO(WRK-POS3:1) TO WRK-CARACTER
               IF  WRK-CARACTER        NOT NUMERIC
                   MOVE 'N'            TO WRK-CAN-NUMERICO
               END-IF
           END-PERFORM
           IF  WRK-CAN-NUMERICO        EQUAL 'N'
               GO TO 2200-99-FIM
           END-IF
      *
           ADD 1                       TO WRK-TOT-CANDIDATOS
           MOVE 'F'                    TO LKD-TIPO-PESSOA
           MOVE SPACES                 TO LKD-DOCUMENTO
           MOVE WRK-CANDIDATO          TO LKD-DOCUMENTO(1:17)
           MOVE SPACES                 TO LKD-DATA-REFERENCIA
      *
           CALL 'IFBA3DOC' USING LKD-AREA
      *
      *    ERRO 0080: A CARGA DAS TABELAS NO SUBPROGRAMA ESTOUROU -
      *    NENHUMA CONSISTENCIA E CONFIAVEL; ENCERRA COM CONDICAO 12.
      *
           IF  LKD-COD-ERRO            EQUAL 80
               MOVE SPACES             TO REG-RELATORIO-SUG
               STRING '*** CARGA DAS TABELAS INCOMPLETA NO IFBA3DOC -'
                   ' SUGESTOES ENCERRADAS ***'
                   DELIMITED BY SIZE   INTO REG-RELATORIO-SUG
               PERFORM 3900-GRAVAR-LINHA
               MOVE 12                 TO WRK-CONDICAO
               MOVE 'S'                TO WRK-FIM-ARQUIVO
               GO TO 2200-99-FIM
           END-IF
      *
           IF  LKD-COD-ERRO            EQUAL 10 OR
               LKD-COD-ERRO            EQUAL 20
               GO TO 2200-99-FIM
           END-IF
      *
           ADD 1                       TO WRK-TOT-DV-OK
           MOVE WRK-CANDIDATO(1:14)    TO REG-MST-CHAVE
           READ CPF-MASTER-FILE
           IF  WRK-MST-STATUS          NOT EQUAL '00'
               GO TO 2200-99-FIM
           END-IF
           IF  REG-MST-FILIAL          NOT EQUAL WRK-ORIGINAL(16:2)
               GO TO 2200-99-FIM
           END-IF
      *
           IF  WRK-SGT-ACHADAS         < 99
               ADD 1                   TO WRK-SGT-ACHADAS
           END-IF
           IF  WRK-SGT-TOTAL           < 20
               ADD 1                   TO WRK-SGT-TOTAL
               MOVE WRK-CANDIDATO  TO WRK-SGT-SUGERIDO(WRK-SGT-TOTAL)
               MOVE WRK-CAN-REGRA  TO WRK-SGT-REGRA(WRK-SGT-TOTAL)
               MOVE WRK-CAN-POSICAO
                                   TO WRK-SGT-POSICAO(WRK-SGT-TOTAL)
               MOVE REG-MST-DATA-ULTIMA
                                   TO WRK-SGT-DATA-ULTIMA(WRK-SGT-TOTAL)
           END-IF.
      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2300-GRAVAR-SUGESTAO            SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                 TO REG-SUGESTAO
           MOVE WRK-ORIGINAL           TO REG-SUG-DOCUMENTO
           MOVE WRK-SGT-SUGERIDO(WRK-SGT-SUB) TO REG-SUG-SUGERIDO
           MOVE WRK-SGT-REGRA(WRK-SGT-SUB)    TO REG-SUG-REGRA
           MOVE WRK-SGT-POSICAO(WRK-SGT-SUB)  TO REG-SUG-POSICAO
           MOVE WRK-SGT-DATA-ULTIMA(WRK-SGT-SUB)
                                       TO REG-SUG-DATA-ULTIMA
           MOVE REG-REJ-DATA-CICLO     TO REG-SUG-DATA-CICLO
           MOVE WRK-SGT-ACHADAS        TO REG-SUG-ALTERNATIVAS
           WRITE REG-SUGESTAO
           ADD 1                       TO WRK-TOT-GRAVADAS.
      *----------------------------------------------------------------*
       2300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
           PERFORM 3100-GRAVAR-RESUMO.
      *
           IF  WRK-REJ-ABERTO          EQUAL 'S'
               CLOSE REJ-IN-FILE
           END-IF
           IF  WRK-MST-ABERTO          EQUAL 'S'
               CLOSE CPF-MASTER-FILE
           END-IF
           CLOSE SUGGESTION-FILE
           CLOSE SUGGESTION-REPORT-FILE.
      *
      *    CADA CALL A IFBA3DOC DEVOLVE O SEU PROPRIO RETURN-CODE - A
      *    CONDICAO DO PROGRAMA E APLICADA SO AQUI, NO FIM.
      *
           MOVE WRK-CONDICAO           TO RETURN-CODE
      *
           STOP RUN.
      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3100-GRAVAR-RESUMO              SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-TOT-LIDOS          TO WRK-AUX-DISPLAY7
           MOVE SPACES                 TO REG-RELATORIO-SUG
           STRING 'REJEITOS LIDOS..............: ' WRK-AUX-DISPLAY7
               DELIMITED BY SIZE       INTO REG-RELATORIO-SUG
           PERFORM 3900-GRAVAR-LINHA
      *
           MOVE WRK-TOT-REJ-DV         TO WRK-AUX-DISPLAY7
           MOVE SPACES                 TO REG-RELATORIO-SUG
           STRING 'REJEITOS POR DV (0020)......: ' WRK-AUX-DISPLAY7
               DELIMITED BY SIZE       INTO REG-RELATORIO-SUG
           PERFORM 3900-GRAVAR-LINHA
      *
           MOVE WRK-TOT-CANDIDATOS     TO WRK-AUX-DISPLAY9
           MOVE SPACES                 TO REG-RELATORIO-SUG
           STRING 'CANDIDATOS CONFERIDOS.......: ' WRK-AUX-DISPLAY9
               DELIMITED BY SIZE       INTO REG-RELATORIO-SUG
           MOVE WRK-TOT-DV-OK          TO WRK-AUX-DISPLAY9
           STRING '  COM DV VALIDO: ' WRK-AUX-DISPLAY9
               DELIMITED BY SIZE       INTO REG-RELATORIO-SUG(45:)
           PERFORM 3900-GRAVAR-LINHA
      *
           MOVE WRK-TOT-UNICA          TO WRK-AUX-DISPLAY7
           MOVE SPACES                 TO REG-RELATORIO-SUG
           STRING 'COM SUGESTAO UNICA..........: ' WRK-AUX-DISPLAY7
               DELIMITED BY SIZE       INTO REG-RELATORIO-SUG
           PERFORM 3900-GRAVAR-LINHA
      *
           MOVE WRK-TOT-VARIAS         TO WRK-AUX-DISPLAY7
           MOVE SPACES                 TO REG-RELATORIO-SUG
           STRING 'COM MAIS DE UMA SUGESTAO....: ' WRK-AUX-DISPLAY7
               DELIMITED BY SIZE       INTO REG-RELATORIO-SUG
           PERFORM 3900-GRAVAR-LINHA
      *
           MOVE WRK-TOT-SEM            TO WRK-AUX-DISPLAY7
           MOVE SPACES                 TO REG-RELATORIO-SUG
           STRING 'SEM SUGESTAO................: ' WRK-AUX-DISPLAY7
               DELIMITED BY SIZE       INTO REG-RELATORIO-SUG
           PERFORM 3900-GRAVAR-LINHA
      *
           MOVE WRK-TOT-GRAVADAS       TO WRK-AUX-DISPLAY7
           MOVE SPACES                 TO REG-RELATORIO-SUG
           STRING 'SUGESTOES GRAVADAS (SUGOUT).: ' WRK-AUX-DISPLAY7
               DELIMITED BY SIZE       INTO REG-RELATORIO-SUG
           PERFORM 3900-GRAVAR-LINHA
      *
           MOVE SPACES                 TO REG-RELATORIO-SUG
           STRING 'CODIGO DE CONDICAO..........: ' WRK-CONDICAO
               DELIMITED BY SIZE       INTO REG-RELATORIO-SUG
           PERFORM 3900-GRAVAR-LINHA.
      *----------------------------------------------------------------*
       3100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    GRAVA A LINHA CORRENTE EM SUGRPT E ESPELHA COM DISPLAY      *
      *    PARA SYSOUT, COMO FAZEM OS RESUMOS DOS DEMAIS PROGRAMAS.    *
      *----------------------------------------------------------------*
       3900-GRAVAR-LINHA               SECTION.
      *----------------------------------------------------------------*
           WRITE REG-RELATORIO-SUG
           DISPLAY REG-RELATORIO-SUG.
      *----------------------------------------------------------------*
       3900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
           END PROGRAM IFBA3SUG.
      *----------------------------------------------------------------*
