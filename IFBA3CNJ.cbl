      *----------------------------------------------------------------*
           MOVE 'J'                    TO LKD-TIPO-PESSOA
           MOVE WRK-CNPJ               TO LKD-DOCUMENTO
           MOVE SPACES                 TO LKD-DATA-REFERENCIA
      *
           CALL 'IFBA3DOC' USING LKD-AREA
      *
