               05 RCH-ID-EMPL               PIC 9(05).
               05 RCH-NOM-EMPL              PIC X(30).
               05 RCH-MOTIVO                PIC X(40).
               05 RCH-CLV-DEP               PIC 9(03).
               05 RCH-TAB-S                 PIC A.
               05 RCH-F-ING                 PIC 9(08).
               05 RCH-ESTADO                PIC X.
