           MOVE 'F'                    TO LKD-TIPO-PESSOA
           MOVE SPACES                 TO LKD-DOCUMENTO
           MOVE WRK-CCPF-FILIAL        TO LKD-DOCUMENTO(1:17)
           MOVE SPACES                 TO LKD-DATA-REFERENCIA
      *
           CALL 'IFBA3DOC' USING LKD-AREA
      *
