      *    RECOMPILAR O PROGRAMA QUANDO UMA FILIAL E ABERTA OU         *
      *    FECHADA. COPIADO NA FILE SECTION POR IFBA3CPB, IFBA3DOC E   *
      *    IFBA3TAB.                                                   *
      *                                                                *
      *    CADA LINHA TEM VIGENCIA (AAAAMMDD), COMO NO UFTAB: VALE DE  *
      *    VIGENCIA-INI ATE O DIA ANTERIOR A VIGENCIA-FIM (99999999 =  *
      *    EM ABERTO). O FECHAMENTO DE UMA FILIAL ENCERRA A LINHA 'A'  *
      *    E ABRE UMA LINHA 'F' NA DATA DO FECHAMENTO. LINHA NO        *
      *    LAYOUT ANTIGO DE 5 BYTES (VIGENCIA EM BRANCO) VALE DESDE    *
      *    SEMPRE E SEM FIM.                                           *
      *----------------------------------------------------------------*
       FD  BRANCH-TABLE-FILE
           RECORD CONTAINS 021 CHARACTERS.
       01  REG-FILIAL.
           05  REG-FIL-CODIGO           PIC 9(002).
           05  REG-FIL-STATUS           PIC X(001).
           05  REG-FIL-UF               PIC X(002).
           05  REG-FIL-VIGENCIA-INI     PIC X(008).
           05  REG-FIL-VIGENCIA-FIM     PIC X(008).
      *----------------------------------------------------------------*
