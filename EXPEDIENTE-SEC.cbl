           ASSIGN TO 'PRESTAMO-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PR-LLAVE
           FILE STATUS IS WS-STATUS-PR.
           SELECT HIST
           ASSIGN TO 'NOMINA-HIST-FILE'
           05 WS-ULT-PERIODO             PIC 9(06).
           05 WS-ULT-QUINCENA            PIC 9.
           05 WS-ULT-FECHA               PIC 9(08).
           05 WS-ULT-NETO                PIC 9(08)V99.
           05 WS-CONT-TRAS               PIC 9(03).
           05 WS-FLAG-PR                 PIC 9.
           05 WS-CONT-PR                 PIC 9(03).

       PROCEDURE DIVISION.
       010-INITIAL.
           IF WS-STATUS-PR NOT EQUAL '00'
               DISPLAY 'SIN PRESTAMOS REGISTRADOS'
           ELSE
               MOVE 0 TO WS-CONT-PR
               MOVE WS-ID-BUS TO PR-ID-EMPL
               MOVE 0 TO PR-NUM-PRESTAMO
               START PRESTAMO KEY IS NOT LESS PR-LLAVE
                   INVALID KEY
                       MOVE 1 TO WS-FLAG-PR
                   NOT INVALID KEY
                       MOVE 0 TO WS-FLAG-PR
               END-START
               PERFORM 510-DETALLE-PRESTAMO UNTIL WS-FLAG-PR EQUAL 1
               IF WS-CONT-PR EQUAL 0
                   DISPLAY 'SIN PRESTAMOS REGISTRADOS'
               ELSE
                   DISPLAY 'DETALLE DE PAGOS EN ESTADO-PRESTAMO'
               END-IF
               CLOSE PRESTAMO
           END-IF.

       510-DETALLE-PRESTAMO.
           READ PRESTAMO NEXT RECORD
               AT END
                   MOVE 1 TO WS-FLAG-PR
               NOT AT END
                   IF PR-ID-EMPL NOT EQUAL WS-ID-BUS
                       MOVE 1 TO WS-FLAG-PR
                   ELSE
                       ADD 1 TO WS-CONT-PR
                       DISPLAY 'PRESTAMO:        ' PR-NUM-PRESTAMO
                               '  PRODUCTO ' PR-PRODUCTO
                               '  PRIORIDAD ' PR-PRIORIDAD
                       DISPLAY 'ESTADO:          ' PR-ESTADO
                       DISPLAY 'MONTO NETO:      ' PR-MON-NETO
                       DISPLAY 'PAGO FIJO:       ' PR-PAGO-FIJO
                       DISPLAY 'PAGOS:           ' PR-PAGOS-REALIZADOS
                               ' DE ' PR-PLAZO-MESES
                       DISPLAY 'SALDO:           ' PR-SALDO
                   END-IF
           END-READ.

      *    ULTIMO NETO PAGADO SEGUN EL HISTORIAL ACUMULADO DE
      *    NOMINA; EL PERIODO MAS ALTO ES EL MAS RECIENTE. LOS
                   IF HIST-ID-EMPL EQUAL WS-ID-BUS
                      AND NOT HIST-TIPO-AGUINALDO
                      AND NOT HIST-TIPO-FINIQUITO
                      AND NOT HIST-TIPO-PTU
                      AND NOT HIST-TIPO-CANCELADA
                      AND (HIST-PERIODO GREATER WS-ULT-PERIODO
                           OR (HIST-PERIODO EQUAL WS-ULT-PERIODO
                               AND HIST-QUINCENA
