           ASSIGN TO 'PRESTAMO-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PR-LLAVE
           FILE STATUS IS WS-STATUS-PR.
           SELECT EMPLEADO
           ASSIGN TO 'BSEC-FILE'
           05 WS-TOT-SALDO                PIC 9(09)V99.
           05 WS-PAGOS-RESTANTES          PIC 9(03).
           05 WS-NOM-EMPL-DASH            PIC X(30).
           05 WS-ID-ACTUAL                PIC 9(05).
           05 WS-CONTADOR-EMPL            PIC 9(05).
           05 WS-CONTADOR-MULTI           PIC 9(05).
           05 WS-SALDO-EMPL               PIC 9(09)V99.
           05 WS-PAGO-EMPL                PIC 9(09)V99.
           05 WS-PRE-N                    PIC 9(02).
           05 WS-PRE-I                    PIC 9(02).
           05 WS-PRE-SIG                  PIC 9(02).
           05 WS-PRE-VUELTA               PIC 9(02).
           05 WS-CONTADOR-COBRAR          PIC 9(05).
           05 WS-TOT-COBRAR               PIC 9(09)V99.

      *    PRESTAMOS ACTIVOS DEL EMPLEADO EN CURSO, PARA MOSTRARLOS
      *    EN SU ORDEN DE DESCUENTO (PRIORIDAD * 1000 + NUMERO).
       01 WS-PRE-TABLA.
           05 WS-PRE-ENTRADA OCCURS 50.
               10 WS-PRE-ORDEN            PIC 9(05).
               10 WS-PRE-NUM              PIC 9(03).
               10 WS-PRE-PRIORIDAD        PIC 9(02).
               10 WS-PRE-PRODUCTO         PIC 9(02).
               10 WS-PRE-SALDO            PIC 9(07)V99.
               10 WS-PRE-PAGO-FIJO        PIC 9(07)V99.
               10 WS-PRE-RESTANTES        PIC 9(03).
               10 WS-PRE-HECHO            PIC X.

       PROCEDURE DIVISION.
       010-INITIAL.
           MOVE 0 TO WS-CONTADOR-ACTIVOS WS-TOT-SALDO.
           MOVE 0 TO WS-CONTADOR-EMPL WS-CONTADOR-MULTI.
           MOVE 0 TO WS-CONTADOR-COBRAR WS-TOT-COBRAR.
           PERFORM 100-ABRIR.
           PERFORM 200-ENCABEZADO.
           MOVE 0 TO WS-FLAG WS-PRE-N WS-ID-ACTUAL.
           PERFORM 300-PROCESAR UNTIL WS-FLAG EQUAL 1.
           IF WS-PRE-N GREATER 0
               PERFORM 350-CORTE-EMPLEADO
           END-IF.
           PERFORM 400-CIERRE.
           PERFORM 100-CERRAR.
       STOP RUN.
           DISPLAY '======================================='.
           DISPLAY ' TABLERO DE SALDOS DE PRESTAMOS'.
           DISPLAY '======================================='.
           DISPLAY 'ID     NOMBRE                    NUM PRIO PROD '
                   'SALDO       PAGOS REST.'.

      *    EL ARCHIVO VIENE EN ORDEN DE EMPLEADO Y NUMERO DE
      *    PRESTAMO; LOS PRESTAMOS ACTIVOS DE CADA EMPLEADO SE
      *    JUNTAN Y SE MUESTRAN AL CAMBIAR DE EMPLEADO. LOS SALDOS
      *    QUE EL FINIQUITO NO CUBRIO SOLO SE SUMAN AL CIERRE.
       300-PROCESAR.
           READ PRESTAMO NEXT RECORD
               AT END
                   MOVE 1 TO WS-FLAG
               NOT AT END
                   IF PR-ACTIVO
                       IF PR-ID-EMPL NOT EQUAL WS-ID-ACTUAL
                          AND WS-PRE-N GREATER 0
                           PERFORM 350-CORTE-EMPLEADO
                       END-IF
                       MOVE PR-ID-EMPL TO WS-ID-ACTUAL
                       PERFORM 310-DETALLE
                   END-IF
                   IF PR-POR-COBRAR
                       ADD 1        TO WS-CONTADOR-COBRAR
                       ADD PR-SALDO TO WS-TOT-COBRAR
                   END-IF
           END-READ.

       310-DETALLE.
           COMPUTE WS-PAGOS-RESTANTES =
               PR-PLAZO-MESES - PR-PAGOS-REALIZADOS.
           ADD PR-SALDO TO WS-TOT-SALDO.
           ADD 1 TO WS-CONTADOR-ACTIVOS.
           IF WS-PRE-N LESS 50
               ADD 1 TO WS-PRE-N
               COMPUTE WS-PRE-ORDEN(WS-PRE-N) =
                   PR-PRIORIDAD * 1000 + PR-NUM-PRESTAMO
               MOVE PR-NUM-PRESTAMO    TO WS-PRE-NUM(WS-PRE-N)
               MOVE PR-PRIORIDAD       TO WS-PRE-PRIORIDAD(WS-PRE-N)
               MOVE PR-PRODUCTO        TO WS-PRE-PRODUCTO(WS-PRE-N)
               MOVE PR-SALDO           TO WS-PRE-SALDO(WS-PRE-N)
               MOVE PR-PAGO-FIJO       TO WS-PRE-PAGO-FIJO(WS-PRE-N)
               MOVE WS-PAGOS-RESTANTES TO WS-PRE-RESTANTES(WS-PRE-N)
               MOVE 'N'                TO WS-PRE-HECHO(WS-PRE-N)
           END-IF.

      *    UNA LINEA POR PRESTAMO EN ORDEN DE PRIORIDAD Y, SI EL
      *    EMPLEADO TIENE MAS DE UNO, SU SALDO Y PAGO FIJO TOTALES.
       350-CORTE-EMPLEADO.
           PERFORM 320-BUSCAR-NOMBRE.
           MOVE 0 TO WS-SALDO-EMPL WS-PAGO-EMPL.
           PERFORM 360-SIGUIENTE-PRESTAMO
               VARYING WS-PRE-VUELTA FROM 1 BY 1
               UNTIL WS-PRE-VUELTA GREATER WS-PRE-N.
           ADD 1 TO WS-CONTADOR-EMPL.
           IF WS-PRE-N GREATER 1
               ADD 1 TO WS-CONTADOR-MULTI
               DISPLAY '       TOTAL DEL EMPLEADO, '
                       WS-PRE-N ' PRESTAMOS: SALDO '
                       WS-SALDO-EMPL ' PAGO FIJO ' WS-PAGO-EMPL
           END-IF.
           MOVE 0 TO WS-PRE-N.

       360-SIGUIENTE-PRESTAMO.
           MOVE 0 TO WS-PRE-SIG.
           PERFORM VARYING WS-PRE-I FROM 1 BY 1
               UNTIL WS-PRE-I GREATER WS-PRE-N
               IF WS-PRE-HECHO(WS-PRE-I) EQUAL 'N'
                   IF WS-PRE-SIG EQUAL 0
                       MOVE WS-PRE-I TO WS-PRE-SIG
                   ELSE
                       IF WS-PRE-ORDEN(WS-PRE-I)
                          LESS WS-PRE-ORDEN(WS-PRE-SIG)
                           MOVE WS-PRE-I TO WS-PRE-SIG
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           MOVE 'S' TO WS-PRE-HECHO(WS-PRE-SIG).
           DISPLAY WS-ID-ACTUAL ' ' WS-NOM-EMPL-DASH ' '
                   WS-PRE-NUM(WS-PRE-SIG) ' '
                   WS-PRE-PRIORIDAD(WS-PRE-SIG) '   '
                   WS-PRE-PRODUCTO(WS-PRE-SIG) '   '
                   WS-PRE-SALDO(WS-PRE-SIG) ' '
                   WS-PRE-RESTANTES(WS-PRE-SIG).
           ADD WS-PRE-SALDO(WS-PRE-SIG)     TO WS-SALDO-EMPL.
           ADD WS-PRE-PAGO-FIJO(WS-PRE-SIG) TO WS-PAGO-EMPL.

       320-BUSCAR-NOMBRE.
           MOVE WS-ID-ACTUAL TO ID-EMPL.
           READ EMPLEADO
               INVALID KEY
                   MOVE 'EMPLEADO NO ENCONTRADO' TO WS-NOM-EMPL-DASH
       400-CIERRE.
           DISPLAY '======================================='.
           DISPLAY 'PRESTAMOS ACTIVOS:    ' WS-CONTADOR-ACTIVOS.
           DISPLAY 'EMPLEADOS CON PRESTAMO: ' WS-CONTADOR-EMPL.
           DISPLAY 'CON MAS DE UN PRESTAMO: ' WS-CONTADOR-MULTI.
           DISPLAY 'EXPOSICION TOTAL (SALDO POR COBRAR): '
                   WS-TOT-SALDO.
           IF WS-CONTADOR-COBRAR GREATER 0
               DISPLAY 'PRESTAMOS DE BAJAS POR COBRAR: '
                       WS-CONTADOR-COBRAR ' SALDO ' WS-TOT-COBRAR
           END-IF.
