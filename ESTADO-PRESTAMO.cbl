           ASSIGN TO 'PRESTAMO-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PR-LLAVE
           FILE STATUS IS WS-STATUS-PR.
           SELECT PAGO-HIST
           ASSIGN TO 'PRESTAMO-PAGOS-FILE'
           05 WS-NOM-EMPL-EDO           PIC X(30).
           05 WS-CONT-PAGOS              PIC 9(05).
           05 WS-TOT-ABONADO             PIC 9(09)V99.
           05 WS-FLAG-PR                 PIC 9.
           05 WS-TOT-SALDO-VIVO          PIC 9(09)V99.
           05 WS-TOT-PAGO-VIVO           PIC 9(09)V99.
           05 WS-PRE-N                   PIC 9(02).
           05 WS-PRE-I                   PIC 9(02).
           05 WS-PRE-J                   PIC 9(02).
           05 WS-PRE-K                   PIC 9(02).
           05 WS-ORDEN-NUEVO             PIC 9(05).
           05 WS-LUGAR-OK                PIC X.

      *    PRESTAMOS DEL EMPLEADO EN ORDEN DE PRIORIDAD DE DESCUENTO
      *    (PRIORIDAD * 1000 + NUMERO DE PRESTAMO).
       01 WS-PRE-TABLA.
           05 WS-PRE-ENTRADA OCCURS 50.
               10 WS-PRE-ORDEN           PIC 9(05).
               10 WS-PRE-NUM             PIC 9(03).

       PROCEDURE DIVISION.
       010-INITIAL.
           CLOSE PRESTAMO.
           CLOSE EMPLEADO.

      *    UN ESTADO DE CUENTA POR CADA PRESTAMO DEL EMPLEADO, EN EL
      *    ORDEN EN QUE LOS DESCUENTA LA NOMINA, Y AL FINAL LO QUE
      *    DEBE EN TOTAL POR SUS PRESTAMOS ACTIVOS.
       200-CONSULTAR.
           DISPLAY 'ID-EMPL DEL PRESTAMO A CONSULTAR'
                   ACCEPT WS-ID-BUS.
           MOVE 0 TO WS-PRE-N WS-TOT-SALDO-VIVO WS-TOT-PAGO-VIVO.
           MOVE WS-ID-BUS TO PR-ID-EMPL.
           MOVE 0 TO PR-NUM-PRESTAMO.
           START PRESTAMO KEY IS NOT LESS PR-LLAVE
               INVALID KEY
                   MOVE 1 TO WS-FLAG-PR
               NOT INVALID KEY
                   MOVE 0 TO WS-FLAG-PR
           END-START.
           PERFORM 205-JUNTAR-PRESTAMO UNTIL WS-FLAG-PR EQUAL 1.
           IF WS-PRE-N EQUAL 0
               DISPLAY 'NO HAY PRESTAMO REGISTRADO PARA ESE '
                       'ID-EMPL'
           ELSE
               PERFORM VARYING WS-PRE-K FROM 1 BY 1
                   UNTIL WS-PRE-K GREATER WS-PRE-N
                   MOVE WS-ID-BUS TO PR-ID-EMPL
                   MOVE WS-PRE-NUM(WS-PRE-K) TO PR-NUM-PRESTAMO
                   READ PRESTAMO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM 210-ENCABEZADO
                           PERFORM 220-HISTORIAL
                   END-READ
               END-PERFORM
               DISPLAY '======================================='
               DISPLAY 'PRESTAMOS DEL EMPLEADO: ' WS-PRE-N
               DISPLAY 'SALDO VIVO TOTAL:       ' WS-TOT-SALDO-VIVO
               DISPLAY 'PAGO FIJO MENSUAL TOTAL:' WS-TOT-PAGO-VIVO
           END-IF.
           DISPLAY 'CONSULTAR OTRO PRESTAMO? S/N' ACCEPT WS-RES.

       205-JUNTAR-PRESTAMO.
           READ PRESTAMO NEXT RECORD
               AT END
                   MOVE 1 TO WS-FLAG-PR
               NOT AT END
                   IF PR-ID-EMPL NOT EQUAL WS-ID-BUS
                       MOVE 1 TO WS-FLAG-PR
                   ELSE
                       IF PR-ACTIVO
                           ADD PR-SALDO     TO WS-TOT-SALDO-VIVO
                           ADD PR-PAGO-FIJO TO WS-TOT-PAGO-VIVO
                       END-IF
                       IF WS-PRE-N LESS 50
                           PERFORM 206-INSERTAR-PRESTAMO
                       END-IF
                   END-IF
           END-READ.

       206-INSERTAR-PRESTAMO.
           COMPUTE WS-ORDEN-NUEVO =
               PR-PRIORIDAD * 1000 + PR-NUM-PRESTAMO.
           ADD 1 TO WS-PRE-N.
           MOVE WS-PRE-N TO WS-PRE-I.
           MOVE 'N' TO WS-LUGAR-OK.
           PERFORM UNTIL WS-PRE-I EQUAL 1 OR WS-LUGAR-OK EQUAL 'S'
               COMPUTE WS-PRE-J = WS-PRE-I - 1
               IF WS-PRE-ORDEN(WS-PRE-J) GREATER WS-ORDEN-NUEVO
                   MOVE WS-PRE-ENTRADA(WS-PRE-J)
                       TO WS-PRE-ENTRADA(WS-PRE-I)
                   MOVE WS-PRE-J TO WS-PRE-I
               ELSE
                   MOVE 'S' TO WS-LUGAR-OK
               END-IF
           END-PERFORM.
           MOVE WS-ORDEN-NUEVO  TO WS-PRE-ORDEN(WS-PRE-I).
           MOVE PR-NUM-PRESTAMO TO WS-PRE-NUM(WS-PRE-I).

      *    TERMINOS ORIGINALES DE LA SIMULACION GUARDADA POR
      *    SIMULADOR, CONTRA LOS QUE SE LEE EL HISTORIAL DE PAGOS.
       210-ENCABEZADO.
           DISPLAY '======================================='.
           DISPLAY 'ID-EMPL:            ' PR-ID-EMPL.
           DISPLAY 'EMPLEADO:           ' WS-NOM-EMPL-EDO.
           DISPLAY 'PRESTAMO NUMERO:    ' PR-NUM-PRESTAMO.
           DISPLAY 'PRODUCTO:           ' PR-PRODUCTO
                   '  PRIORIDAD: ' PR-PRIORIDAD.
           DISPLAY 'FECHA DEL PRESTAMO: ' PR-FECHA.
           DISPLAY 'MONTO NETO:         ' PR-MON-NETO.
           DISPLAY 'TASA ANUAL:         ' PR-TAS-ANU.
           DISPLAY 'PAGOS REALIZADOS:   ' PR-PAGOS-REALIZADOS.
           DISPLAY 'SALDO ACTUAL:       ' PR-SALDO.
           DISPLAY 'ESTADO:             ' PR-ESTADO.
           IF PR-F-AUTORIZA GREATER 0
               DISPLAY 'AUTORIZADO EL:      ' PR-F-AUTORIZA
                       ' POR ' PR-OPERADOR-AUTORIZA
           END-IF.
           IF PR-RECHAZADO
               DISPLAY 'MOTIVO DE RECHAZO:  ' PR-MOTIVO-RECHAZO
           END-IF.
           IF PR-POR-COBRAR
               DISPLAY 'CERRADO EN EL FINIQUITO, EL SALDO QUEDO COMO '
                       'CUENTA POR COBRAR'
           END-IF.
           IF PR-F-DESEMBOLSO GREATER 0
               DISPLAY 'DESEMBOLSO GENERADO:' PR-F-DESEMBOLSO
           END-IF.
           IF PR-F-ACTIVACION GREATER 0
               DISPLAY 'ACTIVO DESDE:       ' PR-F-ACTIVACION
           END-IF.
           DISPLAY '---------------------------------------'.
           DISPLAY 'FECHA    HORA   ORIGEN OPERADOR MONTO     '
                   'AJUST SALDO'.
                   MOVE 1 TO WS-FLAG
               NOT AT END
                   IF PGH-ID-EMPL EQUAL WS-ID-BUS
                      AND PGH-NUM-PRESTAMO EQUAL PR-NUM-PRESTAMO
                       DISPLAY PGH-FECHA ' ' PGH-HORA ' '
                               PGH-ORIGEN '      ' PGH-OPERADOR ' '
                               PGH-MONTO ' ' PGH-AJUSTADO '     '
