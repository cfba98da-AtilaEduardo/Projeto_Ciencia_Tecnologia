      *    MANUTENCAO), SEM NECESSIDADE DE RECOMPILAR O PROGRAMA       *
      *    QUANDO A RECEITA FEDERAL ALTERA O AGRUPAMENTO DE REGIOES.   *
      *    COPIADO POR IFBA3DOC E IFBA3TAB NA FILE SECTION.            *
      *                                                                *
      *    CADA LINHA TEM VIGENCIA (AAAAMMDD): VALE DE VIGENCIA-INI    *
      *    ATE O DIA ANTERIOR A VIGENCIA-FIM (99999999 = EM ABERTO).   *
      *    O IFBA3TAB ENCERRA A LINHA E ABRE OUTRA EM VEZ DE           *
      *    SOBREPOR, PARA QUE GERACOES ANTIGAS (RECICLO, EXTRATO       *
      *    ATRASADO) SEJAM JULGADAS PELA TABELA DA SUA DATA. LINHA NO  *
      *    LAYOUT ANTIGO DE 9 BYTES (VIGENCIA EM BRANCO) VALE DESDE    *
      *    SEMPRE E SEM FIM.                                           *
      *----------------------------------------------------------------*
       FD  UF-TABLE-FILE
           RECORD CONTAINS 025 CHARACTERS.
       01  REG-UF-TABELA.
           05  REG-UF-DIGITO            PIC 9(001).
           05  REG-UF-FAIXA-INI         PIC 9(003).
           05  REG-UF-FAIXA-FIM         PIC 9(003).
           05  REG-UF-UF                PIC X(002).
           05  REG-UF-VIGENCIA-INI      PIC X(008).
           05  REG-UF-VIGENCIA-FIM      PIC X(008).
      *----------------------------------------------------------------*
