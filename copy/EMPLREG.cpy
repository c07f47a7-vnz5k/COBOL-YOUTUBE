           01 REG-EMPL.
               05 ID-EMPL                   PIC 9(05).
               05 NOM-EMPL                  PIC X(30).
               05 CLV-DEP                   PIC 9(03).
               05 NOM-DEP                   PIC X(20).
               05 TAB-S                     PIC A.
               05 S-MEN                     PIC 9(07)V99.
               05 F-ING                     PIC 9(08).
               05 ESTADO                    PIC X.
                   88 EMPL-ACTIVO            VALUE 'A'.
