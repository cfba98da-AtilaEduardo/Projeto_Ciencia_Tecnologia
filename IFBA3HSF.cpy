      *    CONTRARIO DO MESTRE, QUE SO GUARDA A ULTIMA PASSAGEM, O     *
      *    HISTORICO PRESERVA TODAS - E ELE QUE ALIMENTA O RELATORIO   *
      *    DE DOCUMENTOS QUE TROCAM DE FILIAL/UF ENTRE NOITES          *
      *    (IFBA3HST). ERRO '99' E RESERVADO AO MOVIMENTO DE           *
      *    TRANSFERENCIA POR FUSAO DE FILIAL (IFBA3TAB): FILIAL E A    *
      *    SUCESSORA, UF A DO MESTRE - NAO E PASSAGEM, NAO CONTA VEZ   *
      *    NEM MOVE AS DATAS DO MESTRE. COPIADO POR IFBA3CPB,          *
      *    IFBA3HST, IFBA3LGP, IFBA3MST, IFBA3TAB E IFBA3BAL NA FILE   *
      *    SECTION.                                                    *
      *----------------------------------------------------------------*
       FD  MOVEMENT-HISTORY-FILE
