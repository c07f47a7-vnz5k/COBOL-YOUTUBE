           01 REG-FINIQUITO.
               05 FINQ-ID-EMPL              PIC 9(05).
               05 FINQ-FECHA                PIC 9(08).
               05 FINQ-S-MEN                PIC 9(07)V99.
               05 FINQ-ANIOS-SERV           PIC 9(03).
               05 FINQ-MONTO                PIC 9(08)V99.
               05 FINQ-ESTADO               PIC X.
