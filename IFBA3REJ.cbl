       77  WRK-AUX-DISPLAY7            PIC Z.ZZZ.ZZ9       VALUE SPACES.
      *----------------------------------------------------------------*
      *    TABELA DOS REJEITOS POR DOCUMENTO - GUARDA A ULTIMA         *
      *    REJEICAO DE CADA DOCUMENTO (DATA, ERRO) E QUANTAS VEZES     *
      *    ELE FOI REJEITADO COM ESSA DATA - O REJEITO QUE VOLTA DO    *
      *    RECICLO E E RECUSADO DE NOVO MANTEM A DATA DO CICLO         *
      *    ORIGINAL. ESTOURO E AVISADO NO RELATORIO, COM CONDICAO 8,   *
      *    EM VEZ DE PERDER PENDENCIA EM SILENCIO.                     *
      *----------------------------------------------------------------*
       01  WRK-TAB-REJEITOS.
           05  WRK-REJ-OCORR           OCCURS 3000 TIMES.
               10  WRK-REJ-ERRO        PIC 9(002).
               10  WRK-REJ-DIAS        PIC 9(005).
               10  WRK-REJ-PENDENTE    PIC X(001).
               10  WRK-REJ-QTD         PIC 9(003).
       77  WRK-REJ-TOTAL               PIC 9(004)          VALUE ZEROS.
       77  WRK-REJ-ESTOURO             PIC X(001)          VALUE 'N'.
      *----------------------------------------------------------------*
      *    TABELA DOS RETORNOS POR DOCUMENTO - GUARDA A DATA MAIS      *
      *    RECENTE EM QUE CADA DOCUMENTO VOLTOU PELO RECICLO E         *
      *    QUANTAS VEZES ELE VOLTOU COM ESSA DATA.                     *
      *----------------------------------------------------------------*
       01  WRK-TAB-RETORNOS.
           05  WRK-RET-OCORR           OCCURS 3000 TIMES.
               10  WRK-RET-DOCUMENTO   PIC X(017).
               10  WRK-RET-DATA        PIC 9(008).
               10  WRK-RET-QTD         PIC 9(003).
       77  WRK-RET-TOTAL               PIC 9(004)          VALUE ZEROS.
       77  WRK-RET-ESTOURO             PIC X(001)          VALUE 'N'.
      *----------------------------------------------------------------*
               IF  REG-REC-DATA-CICLO  > WRK-RET-DATA(WRK-TAB-SUB)
                   MOVE REG-REC-DATA-CICLO
                                       TO WRK-RET-DATA(WRK-TAB-SUB)
                   MOVE 1              TO WRK-RET-QTD(WRK-TAB-SUB)
               ELSE
                   IF  REG-REC-DATA-CICLO
                                       EQUAL WRK-RET-DATA(WRK-TAB-SUB)
                       ADD 1           TO WRK-RET-QTD(WRK-TAB-SUB)
                   END-IF
               END-IF
           ELSE
               IF  WRK-RET-TOTAL       < 3000
                                   TO WRK-RET-DOCUMENTO(WRK-TAB-SUB)
                   MOVE REG-REC-DATA-CICLO
                                   TO WRK-RET-DATA(WRK-TAB-SUB)
                   MOVE 1          TO WRK-RET-QTD(WRK-TAB-SUB)
               ELSE
                   MOVE 'S'            TO WRK-RET-ESTOURO
               END-IF
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ACUMULA O REJEITO NA TABELA POR DOCUMENTO, MANTENDO A       *
      *    REJEICAO MAIS RECENTE (DATA E ERRO) DE CADA UM E CONTANDO   *
      *    AS REJEICOES COM ESSA MESMA DATA.                           *
      *----------------------------------------------------------------*
       2100-ACUMULAR-REJEITO           SECTION.
      *----------------------------------------------------------------*
                   MOVE REG-REJ-DATA-CICLO
                                       TO WRK-REJ-DATA(WRK-TAB-SUB)
                   MOVE REG-REJ-ERRO   TO WRK-REJ-ERRO(WRK-TAB-SUB)
                   MOVE 1              TO WRK-REJ-QTD(WRK-TAB-SUB)
               ELSE
                   IF  REG-REJ-DATA-CICLO
                                       EQUAL WRK-REJ-DATA(WRK-TAB-SUB)
                       MOVE REG-REJ-ERRO
                                       TO WRK-REJ-ERRO(WRK-TAB-SUB)
                       ADD 1           TO WRK-REJ-QTD(WRK-TAB-SUB)
                   END-IF
               END-IF
           ELSE
               IF  WRK-REJ-TOTAL       < 3000
                   MOVE REG-REJ-ERRO   TO WRK-REJ-ERRO(WRK-TAB-SUB)
                   MOVE ZEROS          TO WRK-REJ-DIAS(WRK-TAB-SUB)
                   MOVE 'N'            TO WRK-REJ-PENDENTE(WRK-TAB-SUB)
                   MOVE 1              TO WRK-REJ-QTD(WRK-TAB-SUB)
               ELSE
                   MOVE 'S'            TO WRK-REJ-ESTOURO
               END-IF
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    CONCILIA CADA DOCUMENTO REJEITADO COM OS RETORNOS: SEM      *
      *    RETORNO COM DATA POSTERIOR A ULTIMA REJEICAO, OU COM A      *
      *    MESMA DATA E AO MENOS TANTOS RETORNOS QUANTAS REJEICOES     *
      *    (O REJEITO RECICLADO E RECUSADO DE NOVO VOLTA COM A DATA    *
      *    ORIGINAL), O DOCUMENTO ESTA PENDENTE E ENTRA NO             *
      *    ENVELHECIMENTO.                                             *
      *----------------------------------------------------------------*
       2200-CONCILIAR                  SECTION.
      *----------------------------------------------------------------*
                     UNTIL WRK-TAB-SUB > WRK-RET-TOTAL
                        OR WRK-TAB-ACHOU EQUAL 'S'
               IF  WRK-RET-DOCUMENTO(WRK-TAB-SUB)
                       EQUAL WRK-REJ-DOCUMENTO(WRK-AGE-SUB)
                   IF  WRK-RET-DATA(WRK-TAB-SUB)
                           > WRK-REJ-DATA(WRK-AGE-SUB)
                       MOVE 'S'        TO WRK-TAB-ACHOU
                   END-IF
                   IF  WRK-RET-DATA(WRK-TAB-SUB)
                           EQUAL WRK-REJ-DATA(WRK-AGE-SUB) AND
                       WRK-RET-QTD(WRK-TAB-SUB)
                           NOT < WRK-REJ-QTD(WRK-AGE-SUB)
                       MOVE 'S'        TO WRK-TAB-ACHOU
                   END-IF
               END-IF
           END-PERFORM
      *
