           05 WS-STATUS-PUE              PIC XX.
           05 WS-STATUS-ESC              PIC XX.
           05 WS-FLAG                    PIC 9.
           05 WS-SMEN-BANDA-MIN          PIC 9(07)V99.
           05 WS-SMEN-BANDA-MAX          PIC 9(07)V99.
           05 WS-FUERA                   PIC X.
           05 WS-CONT-REVISADOS          PIC 9(05).
           05 WS-CONT-SIN-PUESTO         PIC 9(05).
       320-COMPARAR.
           MOVE 'N' TO WS-FUERA.
           MOVE 0 TO WS-SMEN-BANDA-MIN.
           MOVE 9999999.99 TO WS-SMEN-BANDA-MAX.
           MOVE PUESTO-TAB-MIN TO ESC-TAB-S.
           READ ESCALA
               INVALID KEY
