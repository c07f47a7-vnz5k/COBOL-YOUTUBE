      *****************************************************
           01 REG-ESCALA.
               05 ESC-TAB-S                 PIC A.
               05 ESC-S-MEN                 PIC 9(07)V99.
