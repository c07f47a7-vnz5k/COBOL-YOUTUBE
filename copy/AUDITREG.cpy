               05 AUD-HORA                  PIC 9(06).
               05 AUD-ID-EMPL               PIC 9(05).
               05 AUD-MOVIMIENTO            PIC X(08).
               05 AUD-SUELDO-ANT            PIC 9(07)V99.
               05 AUD-SUELDO-NVO            PIC 9(07)V99.
               05 AUD-DEP-ANT               PIC 9(03).
               05 AUD-DEP-NVO               PIC 9(03).
               05 AUD-TAB-ANT               PIC A.
               05 AUD-TAB-NVO               PIC A.
