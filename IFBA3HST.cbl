      *    (DD PARMIN) E LISTA OS DOCUMENTOS QUE APARECERAM EM MAIS    *
      *    DE UMA FILIAL OU RESOLVERAM MAIS DE UMA UF - O PADRAO       *
      *    ENTRE NOITES QUE AS EXCECOES DE EXCOUT (UMA NOITE SO) NAO   *
      *    ENXERGAM. RELATORIO EM DD HSTRPT. O MOVIMENTO DE            *
      *    TRANSFERENCIA POR FUSAO DE FILIAL (ERRO '99', GRAVADO POR   *
      *    IFBA3TAB) NAO E PASSAGEM: A FILIAL QUE FECHOU E TROCADA     *
      *    PELA SUCESSORA NA LISTA DO DOCUMENTO, SEM APONTAR TROCA.    *
      *================================================================*
      *                                                                *
      *----------------------------------------------------------------*
       77  WRK-TOT-LIDOS               PIC 9(007)          VALUE ZEROS.
       77  WRK-TOT-NA-JANELA           PIC 9(007)          VALUE ZEROS.
       77  WRK-TOT-APONTADOS           PIC 9(007)          VALUE ZEROS.
       77  WRK-TOT-TRANSFERENCIAS      PIC 9(007)          VALUE ZEROS.
       77  WRK-AUX-DISPLAY7            PIC Z.ZZZ.ZZ9       VALUE SPACES.
      *----------------------------------------------------------------*
      *    ACUMULADOR POR DOCUMENTO (PESQUISA-OU-INCLUI, NOS MOLDES    *
               10  WRK-DOC-PASSAGENS   PIC 9(005).
               10  WRK-DOC-DATA-PRI    PIC 9(008).
               10  WRK-DOC-DATA-ULT    PIC 9(008).
               10  WRK-DOC-FIL-ULT     PIC X(002).
               10  WRK-DOC-FIL-TOTAL   PIC 9(002).
               10  WRK-DOC-FIL-OCORR   OCCURS 10 TIMES.
                   15  WRK-DOC-FIL     PIC X(002).
       77  WRK-DIM-SUB                 PIC 9(002)          VALUE ZEROS.
       77  WRK-DOC-ACHOU               PIC X(001)          VALUE 'N'.
       77  WRK-DIM-ACHOU               PIC X(001)          VALUE 'N'.
       77  WRK-DIM-SUB2                PIC 9(002)          VALUE ZEROS.
       77  WRK-DIM-DESTINO             PIC X(001)          VALUE 'N'.
      *----------------------------------------------------------------*
      *    AREA DE MONTAGEM DAS LISTAS DE FILIAIS/UF DA LINHA          *
      *----------------------------------------------------------------*
                   MOVE REG-HST-DATA-CICLO
                                   TO WRK-DOC-DATA-PRI(WRK-DOC-SUB)
                   MOVE ZEROS      TO WRK-DOC-DATA-ULT(WRK-DOC-SUB)
                   MOVE SPACES     TO WRK-DOC-FIL-ULT(WRK-DOC-SUB)
                   MOVE ZEROS      TO WRK-DOC-FIL-TOTAL(WRK-DOC-SUB)
                   MOVE ZEROS      TO WRK-DOC-UF-TOTAL(WRK-DOC-SUB)
               ELSE
                   GO TO 2100-99-FIM
               END-IF
           END-IF
      *
           IF  REG-HST-ERRO            EQUAL 99
               ADD 1                   TO WRK-TOT-TRANSFERENCIAS
               PERFORM 2130-APLICAR-TRANSFERENCIA
               GO TO 2100-99-FIM
           END-IF
      *
           ADD 1                       TO WRK-DOC-PASSAGENS(WRK-DOC-SUB)
           IF  REG-HST-DATA-CICLO      < WRK-DOC-DATA-PRI(WRK-DOC-SUB)
      *----------------------------------------------------------------*
       2110-ACUMULAR-FILIAL            SECTION.
      *----------------------------------------------------------------*
           MOVE REG-HST-FILIAL         TO WRK-DOC-FIL-ULT(WRK-DOC-SUB)
           MOVE 'N'                    TO WRK-DIM-ACHOU
      *
           PERFORM VARYING WRK-DIM-SUB FROM 1 BY 1
      *----------------------------------------------------------------*
       2120-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    MOVIMENTO DE TRANSFERENCIA POR FUSAO: A FILIAL DA ULTIMA    *
      *    PASSAGEM DO DOCUMENTO (A QUE FECHOU - O HISTORICO E GRAVADO *
      *    EM ORDEM CRONOLOGICA) PASSA A SER A SUCESSORA NA LISTA; SE  *
      *    A SUCESSORA JA ESTAVA NA LISTA, A QUE FECHOU SAI DELA. SEM  *
      *    PASSAGEM ANTERIOR NA JANELA, A SUCESSORA ENTRA COMO FILIAL  *
      *    UNICA. DATAS, PASSAGENS E UF NAO MUDAM.                     *
      *----------------------------------------------------------------*
       2130-APLICAR-TRANSFERENCIA      SECTION.
      *----------------------------------------------------------------*
           IF  WRK-DOC-PASSAGENS(WRK-DOC-SUB) EQUAL ZEROS
               MOVE 99999999           TO WRK-DOC-DATA-PRI(WRK-DOC-SUB)
           END-IF
      *
           IF  WRK-DOC-FIL-ULT(WRK-DOC-SUB) EQUAL SPACES
               PERFORM 2110-ACUMULAR-FILIAL
               GO TO 2130-99-FIM
           END-IF
      *
           MOVE 'N'                    TO WRK-DIM-DESTINO
           MOVE 'N'                    TO WRK-DIM-ACHOU
           MOVE ZEROS                  TO WRK-DIM-SUB2
           PERFORM VARYING WRK-DIM-SUB FROM 1 BY 1
                     UNTIL WRK-DIM-SUB
                           > WRK-DOC-FIL-TOTAL(WRK-DOC-SUB)
               IF  WRK-DOC-FIL(WRK-DOC-SUB WRK-DIM-SUB)
                                       EQUAL REG-HST-FILIAL
                   MOVE 'S'            TO WRK-DIM-DESTINO
               END-IF
               IF  WRK-DOC-FIL(WRK-DOC-SUB WRK-DIM-SUB)
                           EQUAL WRK-DOC-FIL-ULT(WRK-DOC-SUB)
                   MOVE 'S'            TO WRK-DIM-ACHOU
                   MOVE WRK-DIM-SUB    TO WRK-DIM-SUB2
               END-IF
           END-PERFORM
      *
           IF  WRK-DIM-ACHOU           EQUAL 'N'
               PERFORM 2110-ACUMULAR-FILIAL
               GO TO 2130-99-FIM
           END-IF
      *
           MOVE REG-HST-FILIAL         TO WRK-DOC-FIL-ULT(WRK-DOC-SUB)
      *
           IF  WRK-DIM-DESTINO         EQUAL 'N'
               MOVE REG-HST-FILIAL TO WRK-DOC-FIL(WRK-DOC-SUB
                                                  WRK-DIM-SUB2)
               GO TO 2130-99-FIM
           END-IF
      *
           PERFORM VARYING WRK-DIM-SUB FROM WRK-DIM-SUB2 BY 1
                     UNTIL WRK-DIM-SUB
                           NOT < WRK-DOC-FIL-TOTAL(WRK-DOC-SUB)
               COMPUTE WRK-DIM-SUB2 = WRK-DIM-SUB + 1
               MOVE WRK-DOC-FIL(WRK-DOC-SUB WRK-DIM-SUB2)
                           TO WRK-DOC-FIL(WRK-DOC-SUB WRK-DIM-SUB)
           END-PERFORM
           SUBTRACT 1              FROM WRK-DOC-FIL-TOTAL(WRK-DOC-SUB).
      *----------------------------------------------------------------*
       2130-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
           STRING 'DOCUMENTOS APONTADOS........: ' WRK-AUX-DISPLAY7
               DELIMITED BY SIZE       INTO REG-RELATORIO-HST
           PERFORM 3900-GRAVAR-LINHA
      *
           MOVE WRK-TOT-TRANSFERENCIAS TO WRK-AUX-DISPLAY7
           MOVE SPACES                 TO REG-RELATORIO-HST
           STRING 'TRANSFERENCIAS POR FUSAO....: ' WRK-AUX-DISPLAY7
               DELIMITED BY SIZE       INTO REG-RELATORIO-HST
           PERFORM 3900-GRAVAR-LINHA
      *
           IF  WRK-DOC-ESTOURO         EQUAL 'S'
               MOVE SPACES             TO REG-RELATORIO-HST
