           ASSIGN TO 'PRESTAMO-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PR-LLAVE
           FILE STATUS IS WS-STATUS-PR.
           SELECT PRODUCTO
           ASSIGN TO 'PRODUCTO-PRESTAMO-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRD-CLAVE
           FILE STATUS IS WS-STATUS-PRD.
           SELECT HIST
           ASSIGN TO 'NOMINA-HIST-FILE'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-HIST.
           SELECT PARAMETROS
           ASSIGN TO 'PARAMETROS-FILE'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-PAR.

       DATA DIVISION.
       FILE SECTION.
           COPY EMPLREG.
       FD PRESTAMO.
           COPY PRESTREG.
       FD PRODUCTO.
           COPY PRODREG.
       FD HIST.
           COPY NETOREG REPLACING ==REG-NETO== BY ==REG-HIST==
                        LEADING ==NET== BY ==HIST==.
       FD PARAMETROS.
           COPY PARAMREG.

       WORKING-STORAGE SECTION.
           01 WS-AREAS.
               05 WS-FACTOR         PIC 9(05)V9(06).
               05 WS-INT-PAGO       PIC S9(07)V99.
               05 WS-CAP-PAGO       PIC S9(07)V99.
               05 WS-FACTOR-TOPE    PIC 9V9.
               05 WS-TOPE-PRESTAMO  PIC 9(08)V99.
               05 WS-ELEGIBLE       PIC X.
               05 WS-FLAG-PR        PIC 9.
               05 WS-STATUS-PRD     PIC XX.
               05 WS-STATUS-HIST    PIC XX.
               05 WS-STATUS-PAR     PIC XX.
               05 WS-PRODUCTO       PIC 9(02).
               05 WS-NOM-PRODUCTO   PIC X(20).
               05 WS-PLAZO-MAX      PIC 9(03).
               05 WS-PRIORIDAD      PIC 9(02).
               05 WS-PRODUCTO-OK    PIC X.
               05 WS-ULT-NUM        PIC 9(03).
               05 WS-NUM-VIGENTES   PIC 9(03).
               05 WS-ABONOS-VIGENTES PIC 9(07)V99.
               05 WS-MONTO-SOL      PIC 9(05).
               05 WS-PCT-ABONOS     PIC 9(03)V99.
               05 WS-PCT-OMISION    PIC 9(03)V99 VALUE 30.
               05 WS-NETO-BASE      PIC 9(08)V99.
               05 WS-TOPE-ABONOS    PIC 9(08)V99.
               05 WS-PER-ULT        PIC 9(06).
               05 WS-LINEAS-ULT     PIC 9(02).
               05 WS-QUIN-ULT       PIC 9.
               05 WS-FLAG-HIST      PIC 9.

      *    TOPE DE ABONOS DESDE PARAMETROS-SEC.
           COPY PARAMREG REPLACING ==REG-PARAMETROS== BY
                                   ==WS-PARAMETROS==
                        LEADING ==PAR== BY ==WS-PAR==.

           01 WS-REG-SIM.
               05 WS-MON-MEN PIC 9(05).
                   INVALID KEY
                       DISPLAY 'EMPLEADO NO ENCONTRADO'
                   NOT INVALID KEY
      *                EL MONTO DEL PRESTAMO ES DE CINCO ENTEROS; UN
      *                SUELDO MAYOR PROPONE EL MAXIMO DEL PRESTAMO.
                       IF S-MEN GREATER 99999
                           MOVE 99999 TO WS-MON-MEN
                       ELSE
                           MOVE S-MEN TO WS-MON-MEN
                       END-IF
                       PERFORM 110-ELEGIR-PRODUCTO
                       IF WS-PRODUCTO-OK EQUAL 'S'
                           COMPUTE WS-TOPE-PRESTAMO ROUNDED =
                               S-MEN * WS-FACTOR-TOPE
                           PERFORM 120-VERIFICAR-ELEGIBILIDAD
                           IF WS-ELEGIBLE EQUAL 'S'
                               PERFORM 130-ESTIMAR-NETO
                               PERFORM 200-CALCULO
                           END-IF
                       END-IF
               END-READ.
               CLOSE EMPLEADO.
           STOP RUN.

      *    EL PRODUCTO DEFINE LA TASA, EL PLAZO MAXIMO, EL FACTOR DE
      *    TOPE SOBRE EL SUELDO Y LA PRIORIDAD DE DESCUENTO; UN
      *    PRODUCTO SUSPENDIDO NO ACEPTA SOLICITUDES NUEVAS.
           110-ELEGIR-PRODUCTO.
               MOVE 'N' TO WS-PRODUCTO-OK.
               OPEN INPUT PRODUCTO.
               IF WS-STATUS-PRD NOT EQUAL '00'
                   DISPLAY 'NO EXISTE EL CATALOGO DE PRODUCTOS DE '
                           'PRESTAMO, CAPTURALO CON PRODUCTO-SEC'
               ELSE
                   DISPLAY 'PRODUCTOS DISPONIBLES:'
                   MOVE LOW-VALUES TO PRD-CLAVE
                   START PRODUCTO KEY IS NOT LESS PRD-CLAVE
                       INVALID KEY
                           MOVE 1 TO WS-FLAG-PR
                       NOT INVALID KEY
                           MOVE 0 TO WS-FLAG-PR
                   END-START
                   PERFORM 115-LISTAR-PRODUCTO UNTIL WS-FLAG-PR EQUAL 1
                   DISPLAY 'CLAVE DEL PRODUCTO'  ACCEPT WS-PRODUCTO
                   MOVE WS-PRODUCTO TO PRD-CLAVE
                   READ PRODUCTO
                       INVALID KEY
                           DISPLAY 'PRODUCTO NO ENCONTRADO'
                       NOT INVALID KEY
                           IF PRD-VIGENTE
                               MOVE 'S'             TO WS-PRODUCTO-OK
                               MOVE PRD-NOMBRE      TO WS-NOM-PRODUCTO
                               MOVE PRD-TAS-ANU     TO WS-TAS-ANU
                               MOVE PRD-PLAZO-MAX   TO WS-PLAZO-MAX
                               MOVE PRD-FACTOR-TOPE TO WS-FACTOR-TOPE
                               MOVE PRD-PRIORIDAD   TO WS-PRIORIDAD
                           ELSE
                               DISPLAY 'EL PRODUCTO ESTA SUSPENDIDO'
                           END-IF
                   END-READ
                   CLOSE PRODUCTO
               END-IF.

           115-LISTAR-PRODUCTO.
               READ PRODUCTO NEXT RECORD
                   AT END
                       MOVE 1 TO WS-FLAG-PR
                   NOT AT END
                       IF PRD-VIGENTE
                           DISPLAY PRD-CLAVE ' ' PRD-NOMBRE
                                   ' TASA ' PRD-TAS-ANU
                                   ' PLAZO MAX ' PRD-PLAZO-MAX
                       END-IF
               END-READ.

      *    UN EMPLEADO PUEDE TENER VARIOS PRESTAMOS, PERO SOLO UNO
      *    POR PRODUCTO ENTRE LOS ACTIVOS Y LOS QUE ESTAN EN
      *    TRAMITE (SOLICITADO, AUTORIZADO O EN DESEMBOLSO). DE PASO
      *    SE SUMAN SUS PAGOS FIJOS PARA EL TOPE CONJUNTO DE ABONOS
      *    Y SE TOMA EL ULTIMO NUMERO DE PRESTAMO DEL EMPLEADO.
           120-VERIFICAR-ELEGIBILIDAD.
               MOVE 'S' TO WS-ELEGIBLE.
               MOVE 0 TO WS-ULT-NUM WS-NUM-VIGENTES WS-ABONOS-VIGENTES.
               OPEN INPUT PRESTAMO.
               IF WS-STATUS-PR EQUAL '35'
                   CONTINUE
               ELSE
                   MOVE WS-ID-EMPL TO PR-ID-EMPL
                   MOVE 0          TO PR-NUM-PRESTAMO
                   START PRESTAMO KEY IS NOT LESS PR-LLAVE
                       INVALID KEY
                           MOVE 1 TO WS-FLAG-PR
                       NOT INVALID KEY
                           MOVE 0 TO WS-FLAG-PR
                   END-START
                   PERFORM 125-REVISAR-PRESTAMO
                       UNTIL WS-FLAG-PR EQUAL 1
                   CLOSE PRESTAMO
               END-IF.
               IF WS-ULT-NUM EQUAL 999
                   MOVE 'N' TO WS-ELEGIBLE
                   DISPLAY 'EL EMPLEADO AGOTO LA NUMERACION DE '
                           'PRESTAMOS, ARCHIVA LOS PAGADOS'
               END-IF.
               IF WS-NUM-VIGENTES GREATER 0
                   DISPLAY 'PRESTAMOS VIGENTES: ' WS-NUM-VIGENTES
                           ' CON ABONOS MENSUALES DE '
                           WS-ABONOS-VIGENTES
               END-IF.

           125-REVISAR-PRESTAMO.
               READ PRESTAMO NEXT RECORD
                   AT END
                       MOVE 1 TO WS-FLAG-PR
                   NOT AT END
                       IF PR-ID-EMPL NOT EQUAL WS-ID-EMPL
                           MOVE 1 TO WS-FLAG-PR
                       ELSE
                           MOVE PR-NUM-PRESTAMO TO WS-ULT-NUM
                           IF PR-ACTIVO OR PR-SOLICITADO
                              OR PR-AUTORIZADO OR PR-EN-DESEMBOLSO
                               ADD 1 TO WS-NUM-VIGENTES
                               ADD PR-PAGO-FIJO TO WS-ABONOS-VIGENTES
                               IF PR-PRODUCTO EQUAL WS-PRODUCTO
                                   MOVE 'N' TO WS-ELEGIBLE
                                   DISPLAY 'EL EMPLEADO YA TIENE UN '
                                           'PRESTAMO ' WS-NOM-PRODUCTO
                                           ' ACTIVO O EN TRAMITE '
                                           '(NUMERO ' PR-NUM-PRESTAMO
                                           ', ESTADO ' PR-ESTADO ')'
                               END-IF
                           END-IF
                       END-IF
               END-READ.

      *    LA SUMA DE ABONOS A PRESTAMOS NO PUEDE PASAR DE UN
      *    PORCENTAJE DEL SUELDO NETO (PAR-PCT-ABONOS, 30% SI NO SE
      *    HA CAPTURADO). EL NETO SE TOMA DE LA ULTIMA NOMINA PAGADA
      *    EN EL HISTORIAL, ANTES DE SUS ABONOS A PRESTAMOS; SI SOLO
      *    HAY UNA QUINCENA DE ESE MES SE DUPLICA. SIN NOMINA PAGADA
      *    SE USA EL SUELDO MENSUAL BRUTO.
           130-ESTIMAR-NETO.
               MOVE SPACES TO WS-PARAMETROS.
               OPEN INPUT PARAMETROS.
               IF WS-STATUS-PAR EQUAL '00'
                   READ PARAMETROS INTO WS-PARAMETROS
                       AT END
                           MOVE SPACES TO WS-PARAMETROS
                   END-READ
                   CLOSE PARAMETROS
               END-IF.
               MOVE WS-PCT-OMISION TO WS-PCT-ABONOS.
               IF WS-PAR-PCT-ABONOS NUMERIC
                  AND WS-PAR-PCT-ABONOS GREATER 0
                   MOVE WS-PAR-PCT-ABONOS TO WS-PCT-ABONOS
               END-IF.
               MOVE 0 TO WS-PER-ULT WS-LINEAS-ULT WS-QUIN-ULT.
               MOVE 0 TO WS-NETO-BASE.
               OPEN INPUT HIST.
               IF WS-STATUS-HIST EQUAL '00'
                   MOVE 0 TO WS-FLAG-HIST
                   PERFORM 135-LEER-HIST UNTIL WS-FLAG-HIST EQUAL 1
                   CLOSE HIST
               END-IF.
               IF WS-LINEAS-ULT EQUAL 0
                   MOVE S-MEN TO WS-NETO-BASE
                   DISPLAY 'SIN NOMINA PAGADA EN EL HISTORIAL, EL TOPE '
                           'DE ABONOS SE CALCULA SOBRE EL SUELDO BRUTO'
               ELSE
                   IF WS-LINEAS-ULT EQUAL 1 AND WS-QUIN-ULT NOT EQUAL 0
                       MULTIPLY 2 BY WS-NETO-BASE
                   END-IF
               END-IF.
               COMPUTE WS-TOPE-ABONOS ROUNDED =
                   WS-NETO-BASE * WS-PCT-ABONOS / 100.

           135-LEER-HIST.
               READ HIST
                   AT END
                       MOVE 1 TO WS-FLAG-HIST
                   NOT AT END
                       IF HIST-ID-EMPL EQUAL WS-ID-EMPL
                          AND HIST-TIPO-NOMINA
                          AND HIST-PERIODO NOT LESS WS-PER-ULT
                           IF HIST-PERIODO GREATER WS-PER-ULT
                               MOVE HIST-PERIODO TO WS-PER-ULT
                               MOVE 0 TO WS-LINEAS-ULT WS-NETO-BASE
                           END-IF
                           ADD 1 TO WS-LINEAS-ULT
                           MOVE HIST-QUINCENA TO WS-QUIN-ULT
                           ADD HIST-NETO HIST-ABONO-PRESTAMO
                               HIST-AHORRO TO WS-NETO-BASE
                       END-IF
               END-READ.

           200-CALCULO.
               DISPLAY 'SUELDO MENSUAL EN NOMINA: ' S-MEN.
               DISPLAY 'PRODUCTO: ' WS-NOM-PRODUCTO
                       ' TASA ANUAL: ' WS-TAS-ANU.
               DISPLAY 'MONTO SOLICITADO (0 = UN SUELDO MENSUAL)'.
               ACCEPT WS-MONTO-SOL.
               IF WS-MONTO-SOL GREATER 0
                   MOVE WS-MONTO-SOL TO WS-MON-MEN
               END-IF.
               DISPLAY 'INGRESA LA BONIFICACION'.   ACCEPT WS-BONIF.

               DIVIDE 12 INTO WS-TAS-ANU GIVING WS-TAS-MEN ROUNDED.
               ELSE
                   PERFORM 305-PLAZO
                   PERFORM 350-TABLA-AMORT
                   PERFORM 360-TOPE-ABONOS
                   IF WS-ELEGIBLE EQUAL 'S'
                       PERFORM 400-GUARDAR
                   END-IF
               END-IF.

           300-RES.
                   IF WS-PLAZO LESS 1
                       DISPLAY 'PLAZO INVALIDO, DEBE SER MAYOR A CERO'
                   END-IF
                   IF WS-PLAZO GREATER WS-PLAZO-MAX
                       DISPLAY 'EL PLAZO MAXIMO DEL PRODUCTO ES DE '
                               WS-PLAZO-MAX ' MESES'
                       MOVE 0 TO WS-PLAZO
                   END-IF
               END-PERFORM.

           350-TABLA-AMORT.
                           WS-CAP-PAGO ' ' WS-SALDO
               END-PERFORM.

           360-TOPE-ABONOS.
               DISPLAY 'NETO MENSUAL ESTIMADO: ' WS-NETO-BASE.
               DISPLAY 'TOPE DE ABONOS (' WS-PCT-ABONOS '%): '
                       WS-TOPE-ABONOS.
               IF WS-ABONOS-VIGENTES + WS-PAGO-FIJO
                  GREATER WS-TOPE-ABONOS
                   MOVE 'N' TO WS-ELEGIBLE
                   DISPLAY 'LOS ABONOS VIGENTES (' WS-ABONOS-VIGENTES
                           ') MAS EL NUEVO PAGO EXCEDEN EL TOPE'
                   DISPLAY 'SIMULACION NO REGISTRADA'
               END-IF.

      *    CADA SOLICITUD SE GRABA CON EL SIGUIENTE NUMERO DE
      *    PRESTAMO DEL EMPLEADO Y COPIA EL PRODUCTO Y SU PRIORIDAD
      *    DE DESCUENTO, ASI UN CAMBIO POSTERIOR AL CATALOGO NO
      *    ALTERA LOS PRESTAMOS YA OTORGADOS. LA SIMULACION QUEDA COMO
      *    SOLICITUD; NO SE DESCUENTA EN NOMINA HASTA QUE SE
      *    AUTORIZA, SE DESEMBOLSA Y SE CONFIRMA EL DEPOSITO EN
      *    PRESTAMO-AUTORIZA.
           400-GUARDAR.
               OPEN I-O PRESTAMO.
               IF WS-STATUS-PR EQUAL '35'
                   CLOSE PRESTAMO
                   OPEN I-O PRESTAMO.
               MOVE WS-ID-EMPL                 TO PR-ID-EMPL.
               ADD 1 TO WS-ULT-NUM GIVING PR-NUM-PRESTAMO.
               MOVE WS-PRODUCTO                TO PR-PRODUCTO.
               MOVE WS-PRIORIDAD               TO PR-PRIORIDAD.
               MOVE FUNCTION CURRENT-DATE(1:8) TO PR-FECHA.
               MOVE WS-MON-MEN                 TO PR-MON-MEN.
               MOVE WS-TAS-ANU                 TO PR-TAS-ANU.
               MOVE WS-PAGO-FIJO               TO PR-PAGO-FIJO.
               MOVE WS-MON-NET-NUM             TO PR-SALDO.
               MOVE 0                          TO PR-PAGOS-REALIZADOS.
               SET PR-SOLICITADO               TO TRUE.
               MOVE 0                          TO PR-F-AUTORIZA.
               MOVE SPACES                     TO PR-OPERADOR-AUTORIZA.
               MOVE SPACES                     TO PR-MOTIVO-RECHAZO.
               MOVE 0                          TO PR-F-DESEMBOLSO.
               MOVE 0                          TO PR-F-ACTIVACION.
               WRITE REG-PRESTAMO
                   INVALID KEY
                       DISPLAY 'ERROR AL GRABAR EL PRESTAMO, '
                               'FILE STATUS: ' WS-STATUS-PR
                   NOT INVALID KEY
                       DISPLAY 'SOLICITUD DE PRESTAMO '
                               PR-NUM-PRESTAMO
                               ' REGISTRADA, PENDIENTE DE AUTORIZACION'
               END-WRITE.
               CLOSE PRESTAMO.
