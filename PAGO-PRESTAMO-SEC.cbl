           ASSIGN TO 'PRESTAMO-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PR-LLAVE
           FILE STATUS IS WS-STATUS-PR.
           SELECT PAGO-HIST
           ASSIGN TO 'PRESTAMO-PAGOS-FILE'
           05 WS-TAS-MEN                  PIC 9V99.
           05 WS-FACTOR                   PIC 9(05)V9(06).
           05 WS-PAGO-ANT                 PIC 9(07)V99.
           05 WS-NUM-BUS                  PIC 9(03).
           05 WS-MONTO-RESTO              PIC 9(07)V99.
           05 WS-TOT-SALDO                PIC 9(08)V99.
           05 WS-TOT-PAGO-FIJO            PIC 9(08)V99.
           05 WS-PRE-N                    PIC 9(02).
           05 WS-PRE-I                    PIC 9(02).
           05 WS-PRE-J                    PIC 9(02).
           05 WS-ORDEN-NUEVO              PIC 9(05).

      *    PRESTAMOS ACTIVOS DEL EMPLEADO EN EL ORDEN EN QUE LOS
      *    DESCUENTA LA NOMINA (PRIORIDAD * 1000 + NUMERO).
       01 WS-PRE-TABLA.
           05 WS-PRE-ENTRADA OCCURS 20.
               10 WS-PRE-ORDEN            PIC 9(05).
               10 WS-PRE-NUM              PIC 9(03).

       PROCEDURE DIVISION.
       010-INITIAL.
               WHEN OTHER DISPLAY 'OPCION INVALIDA'
           END-EVALUATE.

      *    MUESTRA LOS PRESTAMOS ACTIVOS DEL EMPLEADO EN ORDEN DE
      *    PRIORIDAD DE DESCUENTO Y LOS DEJA EN WS-PRE-TABLA. EL
      *    ARCHIVO DEBE ESTAR ABIERTO.
       150-LISTAR-PRESTAMOS.
           MOVE 0 TO WS-PRE-N WS-TOT-SALDO WS-TOT-PAGO-FIJO.
           MOVE WS-ID-BUS TO PR-ID-EMPL.
           MOVE 0 TO PR-NUM-PRESTAMO.
           START PRESTAMO KEY IS NOT LESS PR-LLAVE
               INVALID KEY
                   MOVE 1 TO WS-FLAG-PR
               NOT INVALID KEY
                   MOVE 0 TO WS-FLAG-PR
           END-START.
           PERFORM 160-LEER-PRESTAMO UNTIL WS-FLAG-PR EQUAL 1.
           IF WS-PRE-N GREATER 0
               DISPLAY 'NUM PRIO PROD        SALDO    PAGO FIJO'
               PERFORM VARYING WS-PRE-I FROM 1 BY 1
                   UNTIL WS-PRE-I GREATER WS-PRE-N
                   MOVE WS-ID-BUS TO PR-ID-EMPL
                   MOVE WS-PRE-NUM(WS-PRE-I) TO PR-NUM-PRESTAMO
                   READ PRESTAMO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           DISPLAY PR-NUM-PRESTAMO ' ' PR-PRIORIDAD
                                   '   ' PR-PRODUCTO '  ' PR-SALDO
                                   '  ' PR-PAGO-FIJO
                           ADD PR-SALDO     TO WS-TOT-SALDO
                           ADD PR-PAGO-FIJO TO WS-TOT-PAGO-FIJO
                   END-READ
               END-PERFORM
           END-IF.

      *    INSERTA EL PRESTAMO ACTIVO EN SU LUGAR DE LA TABLA.
       160-LEER-PRESTAMO.
           READ PRESTAMO NEXT RECORD
               AT END
                   MOVE 1 TO WS-FLAG-PR
               NOT AT END
                   IF PR-ID-EMPL NOT EQUAL WS-ID-BUS
                       MOVE 1 TO WS-FLAG-PR
                   ELSE
                       IF PR-ACTIVO AND WS-PRE-N LESS 20
                           COMPUTE WS-ORDEN-NUEVO =
                               PR-PRIORIDAD * 1000 + PR-NUM-PRESTAMO
                           ADD 1 TO WS-PRE-N
                           MOVE WS-PRE-N TO WS-PRE-I
                           MOVE 'N' TO WS-RES
                           PERFORM UNTIL WS-PRE-I EQUAL 1
                              OR WS-RES EQUAL 'S'
                               COMPUTE WS-PRE-J = WS-PRE-I - 1
                               IF WS-PRE-ORDEN(WS-PRE-J)
                                  GREATER WS-ORDEN-NUEVO
                                   MOVE WS-PRE-ENTRADA(WS-PRE-J)
                                       TO WS-PRE-ENTRADA(WS-PRE-I)
                                   MOVE WS-PRE-J TO WS-PRE-I
                               ELSE
                                   MOVE 'S' TO WS-RES
                               END-IF
                           END-PERFORM
                           MOVE WS-ORDEN-NUEVO
                               TO WS-PRE-ORDEN(WS-PRE-I)
                           MOVE PR-NUM-PRESTAMO
                               TO WS-PRE-NUM(WS-PRE-I)
                       END-IF
                   END-IF
           END-READ.

      *    EL PAGO SE APLICA AL PRESTAMO QUE INDIQUE EL OPERADOR, O
      *    CON NUMERO 0 SE REPARTE EN EL MISMO ORDEN DE PRIORIDAD
      *    QUE USA LA NOMINA, LIQUIDANDO UN PRESTAMO ANTES DE PASAR
      *    AL SIGUIENTE.
       200-PAGAR.
           DISPLAY 'ID-EMPL DEL PRESTAMO A ABONAR' ACCEPT WS-ID-BUS.
           MOVE 'N' TO WS-ENCONTRADO.
           OPEN I-O PRESTAMO.
           IF WS-STATUS-PR EQUAL '35'
                   DISPLAY 'ERROR AL ABRIR PRESTAMO-FILE, '
                           'FILE STATUS: ' WS-STATUS-PR
               ELSE
                   PERFORM 150-LISTAR-PRESTAMOS
                   IF WS-PRE-N GREATER 0
                       MOVE 'S' TO WS-ENCONTRADO
                       PERFORM 205-PEDIR-PAGO
                   END-IF
               END-IF
               CLOSE PRESTAMO
           END-IF.
                       'ID-EMPL'
           END-IF.

       205-PEDIR-PAGO.
           DISPLAY 'NUMERO DE PRESTAMO (0 = REPARTIR POR PRIORIDAD)'
                   ACCEPT WS-NUM-BUS.
           DISPLAY 'MONTO DEL PAGO'                ACCEPT WS-MONTO-PAGO.
           IF WS-NUM-BUS EQUAL 0
               MOVE WS-MONTO-PAGO TO WS-MONTO-RESTO
               PERFORM VARYING WS-PRE-I FROM 1 BY 1
                   UNTIL WS-PRE-I GREATER WS-PRE-N
                      OR WS-MONTO-RESTO EQUAL 0
                   MOVE WS-ID-BUS TO PR-ID-EMPL
                   MOVE WS-PRE-NUM(WS-PRE-I) TO PR-NUM-PRESTAMO
                   READ PRESTAMO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE WS-MONTO-RESTO TO WS-MONTO-PAGO
                           DISPLAY 'PRESTAMO ' PR-NUM-PRESTAMO
                           PERFORM 210-APLICAR-PAGO
                           SUBTRACT WS-MONTO-PAGO FROM WS-MONTO-RESTO
                   END-READ
               END-PERFORM
               IF WS-MONTO-RESTO GREATER 0
                   DISPLAY 'EXCEDENTE NO APLICADO, TODOS LOS '
                           'PRESTAMOS QUEDARON LIQUIDADOS: '
                           WS-MONTO-RESTO
               END-IF
           ELSE
               MOVE WS-ID-BUS  TO PR-ID-EMPL
               MOVE WS-NUM-BUS TO PR-NUM-PRESTAMO
               READ PRESTAMO
                   INVALID KEY
                       DISPLAY 'NO EXISTE ESE NUMERO DE PRESTAMO'
                   NOT INVALID KEY
                       IF PR-ACTIVO
                           PERFORM 210-APLICAR-PAGO
                       ELSE
                           DISPLAY 'ESE PRESTAMO NO ESTA ACTIVO'
                       END-IF
               END-READ
           END-IF.

      *    CUANTO CUESTA LIQUIDAR HOY: EL SALDO VIVO DE CADA PRESTAMO
      *    Y EL TOTAL. PAGARLO COMPLETO CON LA OPCION 1 LO DEJA EN
      *    ESTADO PAGADO Y LA SIGUIENTE NOMINA YA NO DESCUENTA NADA.
       300-COTIZAR.
           DISPLAY 'ID-EMPL DEL PRESTAMO A COTIZAR' ACCEPT WS-ID-BUS.
           OPEN INPUT PRESTAMO.
           IF WS-STATUS-PR NOT EQUAL '00'
               DISPLAY 'NO HAY PRESTAMOS REGISTRADOS TODAVIA'
           ELSE
               PERFORM 150-LISTAR-PRESTAMOS
               IF WS-PRE-N EQUAL 0
                   DISPLAY 'NO HAY PRESTAMO ACTIVO PARA ESE ID-EMPL'
               ELSE
                   DISPLAY 'MONTO PARA LIQUIDAR TODO HOY: '
                           WS-TOT-SALDO
                   DISPLAY 'SUMA DE PAGOS FIJOS:          '
                           WS-TOT-PAGO-FIJO
                   DISPLAY 'REGISTRA EL PAGO POR EL SALDO '
                           'CON LA OPCION 1 PARA LIQUIDARLO'
               END-IF
               CLOSE PRESTAMO
           END-IF.

           IF WS-STATUS-PR NOT EQUAL '00'
               DISPLAY 'NO HAY PRESTAMOS REGISTRADOS TODAVIA'
           ELSE
               PERFORM 150-LISTAR-PRESTAMOS
               IF WS-PRE-N EQUAL 0
                   DISPLAY 'NO HAY PRESTAMO ACTIVO PARA ESE ID-EMPL'
               ELSE
                   DISPLAY 'NUMERO DE PRESTAMO A REESTRUCTURAR'
                           ACCEPT WS-NUM-BUS
                   MOVE WS-ID-BUS  TO PR-ID-EMPL
                   MOVE WS-NUM-BUS TO PR-NUM-PRESTAMO
                   READ PRESTAMO
                       INVALID KEY
                           DISPLAY 'NO EXISTE ESE NUMERO DE PRESTAMO'
                       NOT INVALID KEY
                           IF PR-ACTIVO
                               PERFORM 410-APLICAR-REESTRUCTURA
                           ELSE
                               DISPLAY 'EL PRESTAMO NO ESTA ACTIVO, '
                                       'NO HAY NADA QUE '
                                       'REESTRUCTURAR'
                           END-IF
                   END-READ
               END-IF
               CLOSE PRESTAMO
           END-IF.

           IF WS-STATUS-PGH EQUAL '35'
               OPEN OUTPUT PAGO-HIST.
           MOVE PR-ID-EMPL                  TO PGH-ID-EMPL.
           MOVE PR-NUM-PRESTAMO             TO PGH-NUM-PRESTAMO.
           MOVE FUNCTION CURRENT-DATE(1:8)  TO PGH-FECHA.
           MOVE FUNCTION CURRENT-DATE(9:6)  TO PGH-HORA.
           MOVE FUNCTION CURRENT-DATE(1:6)  TO PGH-PERIODO.
           IF WS-STATUS-PGH EQUAL '35'
               OPEN OUTPUT PAGO-HIST.
           MOVE PR-ID-EMPL                  TO PGH-ID-EMPL.
           MOVE PR-NUM-PRESTAMO             TO PGH-NUM-PRESTAMO.
           MOVE FUNCTION CURRENT-DATE(1:8)  TO PGH-FECHA.
           MOVE FUNCTION CURRENT-DATE(9:6)  TO PGH-HORA.
           MOVE FUNCTION CURRENT-DATE(1:6)  TO PGH-PERIODO.
