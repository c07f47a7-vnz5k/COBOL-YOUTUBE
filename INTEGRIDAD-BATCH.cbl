           ASSIGN TO 'PRESTAMO-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PR-LLAVE
           FILE STATUS IS WS-STATUS-PR.

       DATA DIVISION.
                           ADD 1 TO WS-CONT-PR-HUERFANO
                                    WS-CONT-PROBLEMAS
                           DISPLAY 'PRESTAMO-FILE: ID-EMPL '
                                   PR-ID-EMPL ' PRESTAMO '
                                   PR-NUM-PRESTAMO
                                   ' NO EXISTE EN EL MAESTRO '
                                   '(ESTADO ' PR-ESTADO ')'
                   END-READ
