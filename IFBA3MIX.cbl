
           SELECT INTERFACE-FILE       ASSIGN TO 'INTOUT'
                                        ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TOKEN-VAULT-FILE     ASSIGN TO 'TOKVLT'
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE IS RANDOM
                                        RECORD KEY IS REG-TKV-CHAVE
                                        FILE STATUS IS WRK-TKV-STATUS.

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
       01  REG-MIX-OUT                 PIC X(100).
      *----------------------------------------------------------------*
       COPY IFBA3ITF.
      *----------------------------------------------------------------*
       COPY IFBA3TKF.
      *----------------------------------------------------------------*
       COPY IFBA3AUF.
      *----------------------------------------------------------------*
       COPY IFBA3VGF.
      *----------------------------------------------------------------*
       COPY IFBA3ALF.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
               10  WRK-RESUMO-QTDE     PIC 9(007).
       77  WRK-RESUMO-TOTAL            PIC 9(002)          VALUE ZEROS.
       77  WRK-RESUMO-ACHOU            PIC X(001)          VALUE 'N'.
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
           '* FIM DA WORKING STORAGE SECTION IFBA3MIX *'.
           END-IF
      *
           ACCEPT WRK-DATA-PROCESSO     FROM DATE YYYYMMDD
      *
           MOVE 'IFBA3MIX'             TO WRK-VIG-PROGRAMA
           MOVE WRK-DATA-PROCESSO      TO WRK-VIG-DATA-REF
           PERFORM 5000-CARREGAR-VIGILANCIA
      *
           MOVE 'IFBA3MIX'             TO WRK-TKV-PROGRAMA
           MOVE WRK-DATA-PROCESSO      TO WRK-TKV-DATA-REF
           PERFORM 6000-ABRIR-COFRE
      *
           PERFORM 1010-LER-PROXIMO.
      *----------------------------------------------------------------*
               ADD 1                   TO WRK-TOT-INVALIDOS
               MOVE SPACES             TO WRK-UF-S
           END-IF
      *
           PERFORM 2140-CONFERIR-VIGILANCIA.
      *
           PERFORM 2150-GRAVAR-DETALHE.
      *
           MOVE 'F'                    TO LKD-TIPO-PESSOA
           MOVE SPACES                 TO LKD-DOCUMENTO
           MOVE WRK-CCPF-FILIAL        TO LKD-DOCUMENTO(1:17)
           MOVE SPACES                 TO LKD-DATA-REFERENCIA
      *
           CALL 'IFBA3DOC' USING LKD-AREA
      *
      *
           MOVE 'J'                    TO LKD-TIPO-PESSOA
           MOVE WRK-CNPJ               TO LKD-DOCUMENTO
           MOVE SPACES                 TO LKD-DATA-REFERENCIA
      *
           CALL 'IFBA3DOC' USING LKD-AREA
      *
      *----------------------------------------------------------------*
       2130-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    CONFERE O DOCUMENTO CONSISTIDO EM 2110/2120 CONTRA A LISTA  *
      *    DE VIGILANCIA DO COMPLIANCE - CPF SEM A FILIAL, CNPJ        *
      *    INTEIRO. TIPO INVALIDO NAO TEM DOCUMENTO CONFIAVEL E NAO E  *
      *    CONFERIDO. O LOTE MISTO NAO TEM GERACAO: SAI EM BRANCO.     *
      *----------------------------------------------------------------*
       2140-CONFERIR-VIGILANCIA        SECTION.
      *----------------------------------------------------------------*
           IF  WRK-MIX-TIPO            EQUAL 'F'
               MOVE WRK-CCPF-FILIAL(1:14) TO WRK-VIG-DOCUMENTO
               MOVE WRK-CCPF-FILIAL(16:2) TO WRK-VIG-FILIAL
           ELSE
               IF  WRK-MIX-TIPO        EQUAL 'J'
                   MOVE WRK-CNPJ       TO WRK-VIG-DOCUMENTO
                   MOVE SPACES         TO WRK-VIG-FILIAL
               ELSE
                   GO TO 2140-99-FIM
               END-IF
           END-IF
      *
           MOVE WRK-MIX-TIPO           TO WRK-VIG-TIPO
           MOVE WRK-UF-S(1:2)          TO WRK-VIG-UF
           MOVE SPACES                 TO WRK-VIG-GERACAO
           MOVE SPACES                 TO WRK-VIG-ORIGEM
           MOVE 'E'                    TO WRK-VIG-FONTE
           MOVE WRK-MIX-VALIDO         TO WRK-VIG-VALIDO
           MOVE WRK-COD-ERRO           TO WRK-VIG-ERRO
      *
           PERFORM 5100-CONFERIR-VIGILANCIA.
      *----------------------------------------------------------------*
       2140-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2150-GRAVAR-DETALHE             SECTION.
      *    INTOUT), EM PARALELO AO DETALHE NARRATIVO DE 2150. O LOTE   *
      *    MISTO NAO TEM CABECALHO DE GERACAO NEM RECICLO: GERACAO/    *
      *    ORIGEM SAEM EM BRANCO, DUPLICADO 'N' E FONTE 'E'.           *
      *    O DOCUMENTO (CPF SEM A FILIAL OU CNPJ INTEIRO) SAI TROCADO  *
      *    PELO TOKEN DO COFRE; SEM TOKEN, O REGISTRO E RETIDO. O      *
      *    REGISTRO DE TIPO INVALIDO NAO TEM DOCUMENTO CONFIAVEL E     *
      *    SAI COM O DOCUMENTO EM BRANCO.                              *
      *----------------------------------------------------------------*
       2157-GRAVAR-INTERFACE           SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-MIX-TIPO           TO WRK-TKV-TIPO
           IF  WRK-MIX-TIPO            EQUAL 'F'
               MOVE WRK-CCPF-FILIAL(1:14) TO WRK-TKV-DOCUMENTO
           ELSE
               IF  WRK-MIX-TIPO        EQUAL 'J'
                   MOVE WRK-CNPJ       TO WRK-TKV-DOCUMENTO
               ELSE
                   MOVE SPACES         TO WRK-TKV-DOCUMENTO
               END-IF
           END-IF
           PERFORM 6100-OBTER-TOKEN
           IF  WRK-TKV-OBTIDO          NOT EQUAL 'S'
               GO TO 2157-99-FIM
           END-IF
      *
           MOVE SPACES                 TO REG-INTERFACE
           MOVE WRK-MIX-TIPO           TO REG-INT-TIPO
           MOVE WRK-TKV-TOKEN          TO REG-INT-DOCUMENTO
           IF  WRK-MIX-TIPO            EQUAL 'F' AND
               WRK-COD-ERRO            NOT EQUAL 10
               MOVE WRK-MIX-DOCUMENTO(16:2) TO REG-INT-FILIAL
       3000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
           PERFORM 3100-GRAVAR-RESUMO.
      *
           PERFORM 5900-ENCERRAR-VIGILANCIA.
      *
           PERFORM 6900-FECHAR-COFRE.
      *
           CLOSE MIX-IN-FILE.
           CLOSE MIX-OUT-FILE.
               DELIMITED BY SIZE       INTO REG-MIX-OUT
           WRITE REG-MIX-OUT.
           DISPLAY REG-MIX-OUT
      *
           MOVE WRK-VIG-ALERTAS        TO WRK-AUX-DISPLAY7
           MOVE SPACES                 TO REG-MIX-OUT
           STRING 'ALERTAS LISTA VIGILANCIA....: ' WRK-AUX-DISPLAY7
               DELIMITED BY SIZE       INTO REG-MIX-OUT
           WRITE REG-MIX-OUT.
           DISPLAY REG-MIX-OUT
      *
           MOVE WRK-TKV-CONSULTADOS    TO WRK-AUX-DISPLAY7
           MOVE SPACES                 TO REG-MIX-OUT
           STRING 'DOCTOS TOKENIZADOS INTOUT...: ' WRK-AUX-DISPLAY7
               DELIMITED BY SIZE       INTO REG-MIX-OUT
           WRITE REG-MIX-OUT.
           DISPLAY REG-MIX-OUT
      *
           MOVE WRK-TKV-EMITIDOS       TO WRK-AUX-DISPLAY7
           MOVE SPACES                 TO REG-MIX-OUT
           STRING 'TOKENS NOVOS NO COFRE.......: ' WRK-AUX-DISPLAY7
               DELIMITED BY SIZE       INTO REG-MIX-OUT
           WRITE REG-MIX-OUT.
           DISPLAY REG-MIX-OUT
      *
           MOVE WRK-TKV-RETIDOS        TO WRK-AUX-DISPLAY7
           MOVE SPACES                 TO REG-MIX-OUT
           STRING 'INTERFACE RETIDA SEM TOKEN..: ' WRK-AUX-DISPLAY7
               DELIMITED BY SIZE       INTO REG-MIX-OUT
           WRITE REG-MIX-OUT.
           DISPLAY REG-MIX-OUT
      *
      *    VERSAO DAS TABELAS APLICADA - A VIGENTE NA DATA DE HOJE
           MOVE SPACES                 TO REG-MIX-OUT
           STRING 'VERSAO UFTAB/FILTAB APLICADA: ' LKD-UFT-VIGENCIA
               '/' LKD-FIL-VIGENCIA
               DELIMITED BY SIZE       INTO REG-MIX-OUT
           WRITE REG-MIX-OUT.
           DISPLAY REG-MIX-OUT
      *
           PERFORM VARYING WRK-RES-IDX FROM 1 BY 1
                     UNTIL WRK-RES-IDX > WRK-RESUMO-TOTAL
           END-PERFORM.
      *----------------------------------------------------------------*
       3100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       COPY IFBA3VGC.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       COPY IFBA3TKC.
      *----------------------------------------------------------------*
           END PROGRAM IFBA3MIX.
      *----------------------------------------------------------------*
