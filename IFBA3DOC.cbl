      *    FLAG DE VALIDO, CODIGOS DE ERRO, MENSAGEM, UF RESOLVIDA E   *
      *    DADOS DA FILIAL NA SAIDA). AS TABELAS UFTAB/FILTAB SAO      *
      *    CARREGADAS UMA UNICA VEZ, NA PRIMEIRA CHAMADA, E FICAM      *
      *    RESIDENTES ENTRE CHAMADAS. AS LINHAS DAS TABELAS TEM        *
      *    VIGENCIA: CADA CHAMADA RESOLVE A UF E CONFERE A FILIAL NA   *
      *    DATA DE REFERENCIA INFORMADA PELO CHAMADOR (A GERACAO DO    *
      *    DOCUMENTO) E DEVOLVE A VERSAO DE UFTAB/FILTAB APLICADA.     *
      *================================================================*
      *                                                                *
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       77  WRK-TABELAS-CARREGADAS      PIC X(001)          VALUE 'N'.
      *----------------------------------------------------------------*
      *    VERSAO DAS TABELAS NA DATA DE REFERENCIA - APURADA DE NOVO  *
      *    SO QUANDO A DATA MUDA ENTRE CHAMADAS (UM LOTE TEM POUCAS    *
      *    GERACOES).                                                  *
      *----------------------------------------------------------------*
       77  WRK-DATA-REF-APURADA        PIC 9(008)          VALUE ZEROS.
       77  WRK-UFT-VIGENCIA            PIC 9(008)          VALUE ZEROS.
       77  WRK-FIL-VIGENCIA            PIC 9(008)          VALUE ZEROS.
      *----------------------------------------------------------------*
      *    MENSAGEM DE ERRO DO TIPO DE PESSOA                          *
      *----------------------------------------------------------------*
       01  WRK-MENSAGEM-ERRO-DOC.
           'TIPO PESSOA INVALIDO'.
           05 WRK-MSG08                PIC  X(020)         VALUE
           'CARGA FILTAB ESTOURO'.
           05 WRK-MSG09                PIC  X(020)         VALUE
           'CARGA UFTAB ESTOURO'.
      *----------------------------------------------------------------*
       77  FILLER                      PIC X(055)          VALUE
           '* FIM DA WORKING STORAGE SECTION IFBA3DOC *'.
           MOVE SPACES                 TO LKD-FIL-UF
           MOVE WRK-UFT-TOTAL          TO LKD-UFT-TOTAL
           MOVE WRK-FIL-TOTAL          TO LKD-FIL-TOTAL
           MOVE ZEROS                  TO LKD-UFT-VIGENCIA
           MOVE ZEROS                  TO LKD-FIL-VIGENCIA
      *
      *    COM A CARGA DO FILTAB INCOMPLETA (ESTOURO DA TABELA),
      *    NENHUMA CONSISTENCIA DE FILIAL E CONFIAVEL: TODA CHAMADA
               MOVE WRK-MSG08          TO LKD-DES-MENSAGEM
               GOBACK
           END-IF
      *
           IF  WRK-UFT-ESTOURO-CARGA   EQUAL 'S'
               MOVE 12                 TO LKD-COD-RETORNO
               MOVE 0080               TO LKD-COD-ERRO
               MOVE WRK-MSG09          TO LKD-DES-MENSAGEM
               GOBACK
           END-IF
      *
      *    DATA DE REFERENCIA DA CONSULTA AS TABELAS: A INFORMADA
      *    PELO CHAMADOR OU, SEM ELA, A DATA DO DIA.
      *
           IF  LKD-DATA-REFERENCIA     IS NUMERIC AND
               LKD-DATA-REFERENCIA     NOT EQUAL ZEROS
               MOVE LKD-DATA-REFERENCIA TO WRK-DATA-REFERENCIA
           ELSE
               ACCEPT WRK-DATA-REFERENCIA FROM DATE YYYYMMDD
           END-IF
      *
           IF  WRK-DATA-REFERENCIA     NOT EQUAL WRK-DATA-REF-APURADA
               PERFORM 2030-APURAR-VERSAO
           END-IF
      *
           MOVE WRK-UFT-VIGENCIA       TO LKD-UFT-VIGENCIA
           MOVE WRK-FIL-VIGENCIA       TO LKD-FIL-VIGENCIA
      *
           IF  LKD-TIPO-PESSOA         EQUAL 'F'
               PERFORM 2110-CONSISTIR-CPF
      *----------------------------------------------------------------*
       COPY IFBA3UFJ.
      *----------------------------------------------------------------*
      *    APURA A VERSAO DE CADA TABELA NA DATA DE REFERENCIA: A      *
      *    MAIOR VIGENCIA-INI ENTRE AS LINHAS VIGENTES NELA. E ESTA    *
      *    DATA QUE OS RELATORIOS DOS CHAMADORES MOSTRAM COMO A        *
      *    VERSAO APLICADA.                                            *
      *----------------------------------------------------------------*
       2030-APURAR-VERSAO              SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                  TO WRK-UFT-VIGENCIA
           MOVE ZEROS                  TO WRK-FIL-VIGENCIA
      *
           PERFORM VARYING WRK-UFT-IDX FROM 1 BY 1
                     UNTIL WRK-UFT-IDX > WRK-UFT-TOTAL
               IF  WRK-TAB-UF-VIG-INI(WRK-UFT-IDX)
                                   NOT > WRK-DATA-REFERENCIA AND
                   WRK-TAB-UF-VIG-FIM(WRK-UFT-IDX)
                                       > WRK-DATA-REFERENCIA AND
                   WRK-TAB-UF-VIG-INI(WRK-UFT-IDX)
                                       > WRK-UFT-VIGENCIA
                   MOVE WRK-TAB-UF-VIG-INI(WRK-UFT-IDX)
                                       TO WRK-UFT-VIGENCIA
               END-IF
           END-PERFORM
      *
           PERFORM VARYING WRK-FIL-IDX FROM 1 BY 1
                     UNTIL WRK-FIL-IDX > WRK-FIL-TOTAL
               IF  WRK-TAB-FIL-VIG-INI(WRK-FIL-IDX)
                                   NOT > WRK-DATA-REFERENCIA AND
                   WRK-TAB-FIL-VIG-FIM(WRK-FIL-IDX)
                                       > WRK-DATA-REFERENCIA AND
                   WRK-TAB-FIL-VIG-INI(WRK-FIL-IDX)
                                       > WRK-FIL-VIGENCIA
                   MOVE WRK-TAB-FIL-VIG-INI(WRK-FIL-IDX)
                                       TO WRK-FIL-VIGENCIA
               END-IF
           END-PERFORM
      *
           MOVE WRK-DATA-REFERENCIA    TO WRK-DATA-REF-APURADA.
      *----------------------------------------------------------------*
       2030-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    CONSISTENCIA DE PESSOA FISICA: DIGITO VERIFICADOR +         *
      *    FILIAL + UF, DEVOLVENDO TAMBEM O STATUS E A UF DA FILIAL    *
      *    DO CADASTRO PARA A CONCILIACAO DO CHAMADOR.                 *
