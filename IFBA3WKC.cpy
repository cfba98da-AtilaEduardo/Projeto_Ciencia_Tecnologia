               10  WRK-TAB-FIL-CODIGO    PIC 9(002).
               10  WRK-TAB-FIL-STATUS    PIC X(001).
               10  WRK-TAB-FIL-UF        PIC X(002).
               10  WRK-TAB-FIL-VIG-INI   PIC 9(008).
               10  WRK-TAB-FIL-VIG-FIM   PIC 9(008).
      *----------------------------------------------------------------*
      *    AREA PARA CALCULO DO DIGITO VERIFICADOR DO CPF (MODULO 11)  *
      *----------------------------------------------------------------*
