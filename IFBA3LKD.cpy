      *                             (PARA CONSISTENCIA ESTRUTURAL DO   *
      *                             CHAMADOR ANTES DO LOTE).           *
      *      LKD-DOCUMENTO    DOCUMENTO NO LAYOUT ORIGINAL DO TIPO.    *
      *      LKD-DATA-REFERENCIA                                       *
      *                       DATA (AAAAMMDD) EM QUE UFTAB/FILTAB SAO  *
      *                       CONSULTADAS - A DATA DA GERACAO DO       *
      *                       DOCUMENTO (HDR DO BLOCO, OU O CICLO      *
      *                       ORIGINAL DO REJEITO RECICLADO). BRANCOS  *
      *                       OU ZEROS = DATA DO DIA.                  *
      *                                                                *
      *    SAIDA:                                                      *
      *      LKD-VALIDO       'S'/'N';                                 *
      *                       STATUS E UF DA FILIAL DO CADASTRO (SO    *
      *                       TIPO 'F'; BRANCOS SE NAO ENCONTRADA);    *
      *      LKD-UFT-TOTAL / LKD-FIL-TOTAL                             *
      *                       LINHAS CARREGADAS DE UFTAB/FILTAB;       *
      *      LKD-UFT-VIGENCIA / LKD-FIL-VIGENCIA                       *
      *                       VERSAO DE UFTAB/FILTAB APLICADA - A      *
      *                       MAIOR VIGENCIA-INI ENTRE AS LINHAS       *
      *                       VIGENTES NA DATA DE REFERENCIA.          *
      *----------------------------------------------------------------*
       01  LKD-AREA.
           05  LKD-TIPO-PESSOA         PIC X(001).
           05  LKD-FIL-UF              PIC X(002).
           05  LKD-UFT-TOTAL           PIC 9(002).
           05  LKD-FIL-TOTAL           PIC 9(003).
           05  LKD-DATA-REFERENCIA     PIC X(008).
           05  LKD-UFT-VIGENCIA        PIC 9(008).
           05  LKD-FIL-VIGENCIA        PIC 9(008).
      *----------------------------------------------------------------*
