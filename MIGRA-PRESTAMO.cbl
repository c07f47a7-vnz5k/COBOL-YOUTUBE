           ASSIGN TO 'PRESTAMO-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PR-LLAVE
           FILE STATUS IS WS-STATUS-PR.

       DATA DIVISION.
               NOT AT END
                   ADD 1 TO WS-LEIDOS
                   MOVE PR-ID-EMPL-VIEJO     TO PR-ID-EMPL
                   MOVE 1                    TO PR-NUM-PRESTAMO
                   MOVE 1                    TO PR-PRODUCTO
                   MOVE 3                    TO PR-PRIORIDAD
                   MOVE PR-FECHA-VIEJO       TO PR-FECHA
                   MOVE PR-MON-MEN-VIEJO     TO PR-MON-MEN
                   MOVE PR-TAS-ANU-VIEJO     TO PR-TAS-ANU
                   MOVE PR-MON-NETO-VIEJO    TO PR-SALDO
                   MOVE 0                    TO PR-PAGOS-REALIZADOS
                   MOVE 'A'                  TO PR-ESTADO
                   MOVE 0                    TO PR-F-AUTORIZA
                   MOVE SPACES               TO PR-OPERADOR-AUTORIZA
                   MOVE SPACES               TO PR-MOTIVO-RECHAZO
                   MOVE 0                    TO PR-F-DESEMBOLSO
                   MOVE PR-FECHA-VIEJO       TO PR-F-ACTIVACION
                   WRITE REG-PRESTAMO
                       INVALID KEY
                           DISPLAY 'ID-EMPL ' PR-ID-EMPL
