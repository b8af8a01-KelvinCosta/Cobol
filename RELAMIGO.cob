      * MOLDES DOS PROGRAMAS DE ENTRADA.
       01 TAB-TPAMIGOS.
          03 TA-DOMINIO PIC X(08).
          03 TA-DATA-REF PIC 9(08) VALUE ZEROS.
          03 TA-QTD     PIC 9(02).
          03 TA-ITEM OCCURS 20 TIMES.
             05 TA-CODIGO PIC X(02).
