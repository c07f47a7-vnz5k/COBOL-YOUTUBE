           ASSIGN TO 'FINIQUITO-FILE'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FINQ.
           SELECT FISCAL
           ASSIGN TO 'FISCAL-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FIS-ID-EMPL
           FILE STATUS IS WS-STATUS-FIS.
           SELECT PARAMETROS
           ASSIGN TO 'PARAMETROS-FILE'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-PAR.
           SELECT CFDI
           ASSIGN TO 'CFDI-NOMINA-FILE'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-CFD.
           SELECT PRESTAMO
           ASSIGN TO 'PRESTAMO-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PR-LLAVE
           FILE STATUS IS WS-STATUS-PR.
           SELECT PAGO-HIST
           ASSIGN TO 'PRESTAMO-PAGOS-FILE'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-PGH.
           SELECT AHORRO
           ASSIGN TO 'AHORRO-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AHO-ID-EMPL
           FILE STATUS IS WS-STATUS-AHO.
           SELECT AHORRO-MOV
           ASSIGN TO 'AHORRO-MOVTOS-FILE'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-AHM.
           SELECT REPARTO
           ASSIGN TO 'PTU-REPARTO-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PTR-EJERCICIO
           FILE STATUS IS WS-STATUS-PTR.
           SELECT PTU
           ASSIGN TO 'PTU-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PTU-LLAVE
           FILE STATUS IS WS-STATUS-PTU.
           SELECT ACUMULADO
           ASSIGN TO 'ACUMULADO-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACU-LLAVE
           FILE STATUS IS WS-STATUS-ACU.
           SELECT ISR
           ASSIGN TO 'ISR-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ISR-LIM-INF
           FILE STATUS IS WS-STATUS-ISR.
           SELECT RECIBOS
           ASSIGN TO 'RECIBOS-FILE'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-RECIBO.
           SELECT POLIZA
           ASSIGN TO 'POLIZA-FILE'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-POL.

       DATA DIVISION.
       FILE SECTION.
                        LEADING ==NET== BY ==HIST==.
       FD FINIQUITO.
           COPY FINQREG.
       FD FISCAL.
           COPY FISCREG.
       FD PARAMETROS.
           COPY PARAMREG.
       FD CFDI.
           COPY CFDIREG.
       FD PRESTAMO.
           COPY PRESTREG.
       FD PAGO-HIST.
           COPY PAGHREG.
       FD AHORRO.
           COPY AHORREG.
       FD AHORRO-MOV.
           COPY AHOMREG.
       FD REPARTO.
           COPY PTRREG.
       FD PTU.
           COPY PTUREG.
       FD ACUMULADO.
           COPY ACUMREG.
       FD ISR.
           COPY ISRREG.
       FD RECIBOS.
           COPY RECIBREG.
       FD POLIZA.
       01 REG-POLIZA.
           05 POL-LINEA                     PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-AREAS.
           05 WS-MESES-TRABAJADOS        PIC 9(02).
           05 WS-AGUINALDO               PIC 9(07)V99.
           05 WS-CONTADOR                PIC 9(05).
           05 WS-TOT-NETO                PIC 9(09)V99.
           05 WS-STATUS-FIS              PIC XX.
           05 WS-HAY-FIS                 PIC X.
           05 WS-STATUS-PAR              PIC XX.
           05 WS-STATUS-CFD              PIC XX.
           05 WS-HAY-EMPL                PIC X.
           05 WS-CFD-COMPLETO            PIC X.
           05 WS-CFD-INCOMPLETOS         PIC 9(05).
           05 WS-STATUS-PR               PIC XX.
           05 WS-NET-PENDIENTE           PIC X.
           05 WS-STATUS-PGH              PIC XX.
           05 WS-HAY-PR                  PIC X.
           05 WS-FLAG-PR                 PIC 9.
           05 WS-RES                     PIC X.
           05 WS-MESES-TOPE-FINQ         PIC 9 VALUE 1.
           05 WS-DESC-PRESTAMO           PIC 9(08)V99.
           05 WS-RESTO-DESC              PIC 9(08)V99.
           05 WS-ABONO-UNO               PIC 9(07)V99.
           05 WS-POR-COBRAR-EMPL         PIC 9(08)V99.
           05 WS-TOT-DESCUENTO           PIC 9(09)V99.
           05 WS-TOT-POR-COBRAR          PIC 9(09)V99.
           05 WS-CONT-POR-COBRAR         PIC 9(05).
           05 WS-ORDEN-NUEVO             PIC 9(05).
           05 WS-PRE-N                   PIC 9(02).
           05 WS-PRE-I                   PIC 9(02).
           05 WS-PRE-J                   PIC 9(02).
           05 WS-STATUS-AHO              PIC XX.
           05 WS-STATUS-AHM              PIC XX.
           05 WS-HAY-AHO                 PIC X.
           05 WS-FLAG-AHM                PIC 9.
           05 WS-LIQ-ORIGEN              PIC X.
           05 WS-AHO-TASA                PIC 9(03)V99.
           05 WS-INTERES-AHO             PIC S9(07)V99.
           05 WS-SALDO-AHO               PIC 9(08)V99.
           05 WS-MESES-AHO               PIC S9(04).
           05 WS-MES-ACTUAL              PIC 9(02).
           05 WS-MOV-ANIO                PIC 9(04).
           05 WS-MOV-MES                 PIC 9(02).
           05 WS-CONT-FONDO              PIC 9(05).
           05 WS-TOT-FONDO               PIC 9(09)V99.
           05 WS-TOT-INTERES             PIC 9(09)V99.
           05 WS-STATUS-PTR              PIC XX.
           05 WS-STATUS-PTU              PIC XX.
           05 WS-STATUS-ACU              PIC XX.
           05 WS-FLAG-PTU                PIC 9.
           05 WS-EJERCICIO               PIC 9(04).
           05 WS-EXISTE-ACU              PIC X.
           05 WS-TOT-ISR                 PIC 9(09)V99.
           05 WS-STATUS-ISR              PIC XX.
           05 WS-STATUS-RECIBO           PIC XX.
           05 WS-STATUS-POL              PIC XX.
           05 WS-FLAG-ISR                PIC 9.
           05 WS-ISR-HALLADO             PIC X.
           05 WS-ISR-ERROR               PIC X.
           05 WS-UMA                     PIC 9(04)V99.
           05 WS-UMAS-AGUINALDO          PIC 9(02) VALUE 30.
           05 WS-UMAS-INDEMNIZA          PIC 9(02) VALUE 90.
           05 WS-EXENTO-MAX              PIC 9(09)V99.
           05 WS-PAGO-BRUTO              PIC 9(08)V99.
           05 WS-PAGO-EXENTO             PIC 9(08)V99.
           05 WS-PAGO-GRAVADO            PIC 9(08)V99.
           05 WS-PAGO-ISR                PIC 9(08)V99.
           05 WS-S-MEN-ISR               PIC 9(07)V99.
           05 WS-BASE-ISR                PIC 9(09)V99.
           05 WS-ISR-MENSUAL             PIC 9(07)V99.
           05 WS-ISR-CON                 PIC 9(07)V99.
           05 WS-ISR-SIN                 PIC 9(07)V99.
           05 WS-SIN-TRAMO               PIC 9(05).
           05 WS-TOT-BRUTO               PIC 9(09)V99.
           05 WS-TOT-EXENTO              PIC 9(09)V99.
           05 WS-TOT-NETO-PAGO           PIC 9(09)V99.
           05 WS-TOT-CARGOS              PIC 9(09)V99.
           05 WS-TOT-ABONOS              PIC 9(09)V99.
           05 WS-REC-TITULO              PIC X(20).
           05 WS-REC-CONCEPTO            PIC X(21).
           05 WS-POL-TITULO              PIC X(30).
           05 WS-POL-GASTO               PIC X(40).

      *    PRESTAMOS ACTIVOS DEL EMPLEADO EN ORDEN DE COBRO
      *    (PRIORIDAD * 1000 + NUMERO DE PRESTAMO).
       01 WS-PRE-TABLA.
           05 WS-PRE-ENTRADA OCCURS 20 TIMES.
               10 WS-PRE-ORDEN           PIC 9(05).
               10 WS-PRE-NUM             PIC 9(03).

      *    DATOS FISCALES DEL PATRON PARA LOS RECIBOS CFDI.
           COPY PARAMREG REPLACING ==REG-PARAMETROS== BY
                                   ==WS-PARAMETROS==
                        LEADING ==PAR== BY ==WS-PAR==.

       PROCEDURE DIVISION.
       010-INITIAL.
           DISPLAY '======================================='.
           DISPLAY '1. AGUINALDO ANUAL A TODOS LOS ACTIVOS'.
           DISPLAY '2. FINIQUITOS PENDIENTES DE PAGO'.
           DISPLAY '3. DESEMBOLSO DE PRESTAMOS AUTORIZADOS'.
           DISPLAY '4. LIQUIDACION ANUAL DEL FONDO DE AHORRO'.
           DISPLAY '5. PAGO DEL REPARTO DE UTILIDADES (PTU)'.
           DISPLAY '9. SALIR'.
           DISPLAY 'OPCION'                ACCEPT WS-OPCION.
           MOVE 0 TO WS-CONTADOR WS-TOT-NETO WS-CFD-INCOMPLETOS.
           MOVE 0 TO WS-CONT-FONDO WS-TOT-FONDO WS-TOT-INTERES.
           MOVE 0 TO WS-TOT-BRUTO WS-TOT-EXENTO WS-TOT-ISR.
           MOVE 0 TO WS-TOT-NETO-PAGO WS-TOT-DESCUENTO WS-SIN-TRAMO.
           MOVE WS-PERIODO(5:2) TO WS-MES-ACTUAL.
           EVALUATE WS-OPCION
               WHEN 1 PERFORM 200-AGUINALDO
               WHEN 2 PERFORM 300-FINIQUITOS
               WHEN 3 PERFORM 400-DESEMBOLSOS
               WHEN 4 PERFORM 600-LIQUIDAR-FONDO
               WHEN 5 PERFORM 700-PAGAR-PTU
               WHEN 9 CONTINUE
               WHEN OTHER DISPLAY 'OPCION INVALIDA'
           END-EVALUATE.
      *    ARCHIVO DEL BANCO SIN RECAPTURAR MONTOS. CORRE LA
      *    DISPERSION ANTES DE LA SIGUIENTE NOMINA, QUE VACIA EL
      *    ARCHIVO DE NETOS.
      *    DEL AGUINALDO SE RETIENE ISR SOBRE LO QUE PASA DE 30 UMA;
      *    LA RETENCION VA AL ACUMULADO DEL ANIO, AL RECIBO Y A LA
      *    POLIZA DE LA CORRIDA.
       200-AGUINALDO.
           PERFORM 120-ABRIR-ISR.
           PERFORM 100-ABRIR-AGUINALDO.
           MOVE 'RECIBO DE AGUINALDO'   TO WS-REC-TITULO.
           MOVE 'AGUINALDO:'            TO WS-REC-CONCEPTO.
           MOVE 'POLIZA DE AGUINALDO'   TO WS-POL-TITULO.
           MOVE '5130,AGUINALDO,'       TO WS-POL-GASTO.
           MOVE 0 TO WS-FLAG.
           PERFORM 210-PROCESAR UNTIL WS-FLAG EQUAL 1.
           CLOSE EMPLEADO NETO HIST ISR ACUMULADO RECIBOS.
           PERFORM 510-CERRAR-CFDI.
           IF WS-CONTADOR GREATER 0
               PERFORM 560-GRABAR-POLIZA
           END-IF.
           DISPLAY '======================================='.
           DISPLAY 'EMPLEADOS CON AGUINALDO:  ' WS-CONTADOR.
           DISPLAY 'TOTAL AGUINALDO BRUTO:    ' WS-TOT-BRUTO.
           DISPLAY 'PARTE EXENTA:             ' WS-TOT-EXENTO.
           DISPLAY 'ISR RETENIDO:             ' WS-TOT-ISR.
           DISPLAY 'TOTAL AGUINALDO A PAGAR:  ' WS-TOT-NETO.
           DISPLAY 'PAGOS LISTOS EN NOMINA-NETO-FILE, CORRE '
                   'DISPERSION-SEC PARA ENVIARLOS AL BANCO'.
           PERFORM 520-AVISO-CFDI.
           PERFORM 525-AVISO-RECIBOS.

       100-ABRIR-AGUINALDO.
           OPEN INPUT EMPLEADO.
           IF WS-STATUS-HIST EQUAL '35'
               OPEN OUTPUT HIST
           END-IF.
           PERFORM 125-ABRIR-ACUMULADO.
           PERFORM 130-ABRIR-RECIBOS.
           PERFORM 110-ABRIR-CFDI.

      *    LOS DATOS PARA TIMBRAR SIGUEN LA MISMA REGLA QUE LOS
      *    NETOS: CADA PROCESO DE PAGO VACIA EL ARCHIVO, ASI QUE SE
      *    ENTREGAN AL PROVEEDOR ANTES DEL SIGUIENTE PROCESO.
       110-ABRIR-CFDI.
           OPEN OUTPUT CFDI.
           IF WS-STATUS-CFD NOT EQUAL '00'
               DISPLAY 'ERROR AL ABRIR CFDI-NOMINA-FILE, '
                       'FILE STATUS: ' WS-STATUS-CFD
               STOP RUN
           END-IF.
           MOVE 'S' TO WS-HAY-FIS.
           OPEN INPUT FISCAL.
           IF WS-STATUS-FIS EQUAL '35'
               MOVE 'N' TO WS-HAY-FIS
               DISPLAY 'AVISO: NO EXISTE FISCAL-FILE, LOS RECIBOS '
                       'CFDI SALEN SIN DATOS FISCALES DEL EMPLEADO'
           ELSE
               IF WS-STATUS-FIS NOT EQUAL '00'
                   DISPLAY 'ERROR AL ABRIR FISCAL-FILE, '
                           'FILE STATUS: ' WS-STATUS-FIS
                   CLOSE CFDI
                   STOP RUN
               END-IF
           END-IF.
           MOVE SPACES TO WS-PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF WS-STATUS-PAR EQUAL '35'
               DISPLAY 'AVISO: NO EXISTE PARAMETROS-FILE, LOS RECIBOS '
                       'CFDI SALEN SIN DATOS DEL PATRON'
           ELSE
               READ PARAMETROS INTO WS-PARAMETROS
                   AT END
                       CONTINUE
               END-READ
               CLOSE PARAMETROS
           END-IF.

      *    LA UMA Y LA TABLA DE ISR SE REVISAN ANTES DE ABRIR LOS
      *    ARCHIVOS DE SALIDA, PARA NO VACIAR NOMINA-NETO-FILE NI
      *    CFDI-NOMINA-FILE EN UNA CORRIDA QUE NO PUEDE PAGAR.
       120-ABRIR-ISR.
           MOVE SPACES TO WS-PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF WS-STATUS-PAR EQUAL '00'
               READ PARAMETROS INTO WS-PARAMETROS
                   AT END
                       CONTINUE
               END-READ
               CLOSE PARAMETROS
           END-IF.
           MOVE 0 TO WS-UMA.
           IF WS-PAR-UMA NUMERIC AND WS-PAR-UMA GREATER 0
               MOVE WS-PAR-UMA TO WS-UMA
           ELSE
               DISPLAY 'FALTA EL VALOR DE LA UMA, CAPTURALO EN '
                       'PARAMETROS-SEC ANTES DE PAGAR'
               STOP RUN
           END-IF.
           OPEN INPUT ISR.
           IF WS-STATUS-ISR NOT EQUAL '00'
               DISPLAY 'ERROR AL ABRIR LA TABLA DE ISR, '
                       'FILE STATUS: ' WS-STATUS-ISR
               DISPLAY 'SI ES 35, CAPTURA LOS TRAMOS VIGENTES CON '
                       'ISR-SEC ANTES DE PAGAR'
               STOP RUN
           END-IF.

       125-ABRIR-ACUMULADO.
           OPEN I-O ACUMULADO.
           IF WS-STATUS-ACU EQUAL '35'
               OPEN OUTPUT ACUMULADO
               CLOSE ACUMULADO
               OPEN I-O ACUMULADO
           END-IF.
           IF WS-STATUS-ACU NOT EQUAL '00'
               DISPLAY 'ERROR AL ABRIR ACUMULADO-FILE, '
                       'FILE STATUS: ' WS-STATUS-ACU
               STOP RUN
           END-IF.

      *    LOS RECIBOS SE AGREGAN A LOS DE LA NOMINA, COMO HACE
      *    NOMINA-SEC.
       130-ABRIR-RECIBOS.
           OPEN EXTEND RECIBOS.
           IF WS-STATUS-RECIBO EQUAL '35'
               OPEN OUTPUT RECIBOS
           END-IF.

       210-PROCESAR.
           READ EMPLEADO NEXT RECORD
           COMPUTE WS-AGUINALDO ROUNDED =
               (S-MEN / 30) * WS-DIAS-AGUINALDO
               * WS-MESES-TRABAJADOS / 12.
           PERFORM 225-ISR-AGUINALDO.
           IF WS-ISR-ERROR EQUAL 'S'
               PERFORM 590-SIN-TRAMO
           ELSE
               PERFORM 230-GRABAR-PAGO
           END-IF.

      *    EXENTO HASTA 30 UMA (ART. 93-XIV LISR); EL RESTO SE GRAVA
      *    JUNTO CON EL SUELDO MENSUAL.
       225-ISR-AGUINALDO.
           MOVE WS-AGUINALDO TO WS-PAGO-BRUTO.
           MOVE S-MEN        TO WS-S-MEN-ISR.
           COMPUTE WS-EXENTO-MAX = WS-UMA * WS-UMAS-AGUINALDO.
           IF WS-PAGO-BRUTO GREATER WS-EXENTO-MAX
               MOVE WS-EXENTO-MAX TO WS-PAGO-EXENTO
           ELSE
               MOVE WS-PAGO-BRUTO TO WS-PAGO-EXENTO
           END-IF.
           COMPUTE WS-PAGO-GRAVADO = WS-PAGO-BRUTO - WS-PAGO-EXENTO.
           PERFORM 530-CALCULAR-ISR.

       230-GRABAR-PAGO.
           MOVE ID-EMPL       TO NET-ID-EMPL.
           MOVE WS-AGUINALDO  TO NET-BRUTO.
           MOVE 0             TO NET-PENSION.
           MOVE 0             TO NET-ABONO-PRESTAMO.
           MOVE 0             TO NET-AHORRO.
           MOVE 0             TO NET-DIAS-PAGADOS.
           COMPUTE NET-NETO = WS-AGUINALDO - WS-PAGO-ISR.
           WRITE REG-NETO.
           IF WS-STATUS-NETO NOT EQUAL '00'
               DISPLAY 'ERROR AL ESCRIBIR NOMINA-NETO-FILE, '
           END-IF.
           MOVE REG-NETO TO REG-HIST.
           WRITE REG-HIST.
           PERFORM 240-GRABAR-CFDI-AGUINALDO.
           PERFORM 540-ACUMULAR-PAGO.
           PERFORM 550-RECIBO-ESPECIAL.
           DISPLAY ID-EMPL ' ' NOM-EMPL ' ' WS-AGUINALDO
                   ' ISR ' WS-PAGO-ISR ' NETO ' NET-NETO.
           PERFORM 545-SUMAR-PAGO.
           ADD NET-NETO TO WS-TOT-NETO.
           ADD 1 TO WS-CONTADOR.

      *    EL AGUINALDO SE TIMBRA COMO NOMINA EXTRAORDINARIA, CON
      *    LA MISMA LLAVE E IMPORTE DE SU LINEA DE HISTORIAL.
       240-GRABAR-CFDI-AGUINALDO.
           PERFORM 500-DATOS-FISCALES-CFDI.
           MOVE WS-AGUINALDO TO CFD-PER-AGUINALDO.
           MOVE WS-AGUINALDO TO CFD-TOT-PERCEPCIONES.
           MOVE WS-PAGO-ISR  TO CFD-DED-ISR.
           MOVE WS-PAGO-ISR  TO CFD-TOT-DEDUCCIONES.
           MOVE NET-NETO     TO CFD-NETO.
           PERFORM 505-ESCRIBIR-CFDI.

      *    LAS BAJAS QUE 410-FINIQUITO DE ALL-SEC DEJO PENDIENTES
      *    SE CONVIERTEN EN DEPOSITOS CON TIPO FINIQUITO Y SE
      *    MARCAN LIQUIDADAS, ASI NO SE PAGAN DOS VECES. EL
      *    EMPLEADO ESTA INACTIVO PERO SU CUENTA SIGUE EN EL
      *    MAESTRO Y LA DISPERSION LO DEPOSITA IGUAL.
      *    DEL FINIQUITO SE DESCUENTAN LOS PRESTAMOS ACTIVOS DEL
      *    EMPLEADO DENTRO DEL TOPE LEGAL Y LOS PRESTAMOS SE CIERRAN;
      *    EL SALDO QUE NO SE CUBRE SE REPORTA COMO CUENTA POR COBRAR.
      *    SI EL EMPLEADO TIENE FONDO DE AHORRO SE LE LIQUIDA EN LA
      *    MISMA CORRIDA, CON SU PROPIO DEPOSITO DE TIPO AHORRO.
      *    DEL FINIQUITO SE RETIENE ISR SOBRE LO QUE PASA DE 90 UMA
      *    POR ANIO DE SERVICIO; LA RETENCION VA AL ACUMULADO, AL
      *    RECIBO Y A LA POLIZA. LA ENTREGA DEL FONDO DE AHORRO NO
      *    ENTRA EN LA POLIZA, IGUAL QUE EN LA LIQUIDACION ANUAL.
       300-FINIQUITOS.
           PERFORM 120-ABRIR-ISR.
           OPEN I-O FINIQUITO.
           IF WS-STATUS-FINQ EQUAL '35'
               DISPLAY 'NO HAY FINIQUITOS REGISTRADOS TODAVIA'
           IF WS-STATUS-HIST EQUAL '35'
               OPEN OUTPUT HIST
           END-IF.
      *    EL MAESTRO SOLO SE LEE PARA LOS DATOS DEL RECEPTOR DEL
      *    RECIBO CFDI; SIN EL, EL FINIQUITO SE PAGA IGUAL.
           MOVE 'S' TO WS-HAY-EMPL.
           OPEN INPUT EMPLEADO.
           IF WS-STATUS-EMP NOT EQUAL '00'
               MOVE 'N' TO WS-HAY-EMPL
               DISPLAY 'AVISO: NO SE PUDO ABRIR EL ARCHIVO DE '
                       'EMPLEADOS, FILE STATUS: ' WS-STATUS-EMP
           END-IF.
           PERFORM 305-ABRIR-PRESTAMOS.
           PERFORM 610-ABRIR-AHORRO.
           PERFORM 125-ABRIR-ACUMULADO.
           PERFORM 130-ABRIR-RECIBOS.
           PERFORM 110-ABRIR-CFDI.
           MOVE 'RECIBO DE FINIQUITO'   TO WS-REC-TITULO.
           MOVE 'FINIQUITO:'            TO WS-REC-CONCEPTO.
           MOVE 'POLIZA DE FINIQUITOS'  TO WS-POL-TITULO.
           MOVE '5140,FINIQUITOS E INDEMNIZACIONES,' TO WS-POL-GASTO.
           MOVE 0 TO WS-TOT-DESCUENTO WS-TOT-POR-COBRAR.
           MOVE 0 TO WS-CONT-POR-COBRAR.
           MOVE 0 TO WS-FLAG.
           PERFORM 310-PROCESAR-FINIQUITO UNTIL WS-FLAG EQUAL 1.
           CLOSE FINIQUITO NETO HIST ISR ACUMULADO RECIBOS.
           IF WS-HAY-EMPL EQUAL 'S'
               CLOSE EMPLEADO
           END-IF.
           IF WS-HAY-PR EQUAL 'S'
               CLOSE PRESTAMO PAGO-HIST
           END-IF.
           IF WS-HAY-AHO EQUAL 'S'
               CLOSE AHORRO
           END-IF.
           PERFORM 510-CERRAR-CFDI.
           IF WS-CONTADOR GREATER 0
               PERFORM 560-GRABAR-POLIZA
           END-IF.
           DISPLAY '======================================='.
           DISPLAY 'FINIQUITOS PAGADOS:      ' WS-CONTADOR.
           DISPLAY 'TOTAL FINIQUITOS BRUTO:  ' WS-TOT-BRUTO.
           DISPLAY 'PARTE EXENTA:            ' WS-TOT-EXENTO.
           DISPLAY 'ISR RETENIDO:            ' WS-TOT-ISR.
           DISPLAY 'PRESTAMOS DESCONTADOS:   ' WS-TOT-DESCUENTO.
           IF WS-CONT-FONDO GREATER 0
               DISPLAY 'FONDOS DE AHORRO:        ' WS-CONT-FONDO
               DISPLAY 'FONDO DE AHORRO ENTREGADO:' WS-TOT-FONDO
           END-IF.
           DISPLAY 'TOTAL A DEPOSITAR:       ' WS-TOT-NETO.
           IF WS-CONT-POR-COBRAR GREATER 0
               DISPLAY 'EX EMPLEADOS CON SALDO:  ' WS-CONT-POR-COBRAR
               DISPLAY 'CUENTAS POR COBRAR:      ' WS-TOT-POR-COBRAR
               DISPLAY 'LOS PRESTAMOS QUEDARON CON ESTADO X Y SU '
                       'SALDO PENDIENTE, COBRALOS FUERA DE NOMINA'
           END-IF.
           IF WS-CONTADOR EQUAL 0
               DISPLAY 'NO HABIA FINIQUITOS PENDIENTES, '
                       'NOMINA-NETO-FILE QUEDO VACIO'
           ELSE
               DISPLAY 'PAGOS LISTOS EN NOMINA-NETO-FILE, CORRE '
                       'DISPERSION-SEC PARA ENVIARLOS AL BANCO'
               PERFORM 520-AVISO-CFDI
           END-IF.
           PERFORM 525-AVISO-RECIBOS.

      *    SIN PRESTAMO-FILE EL FINIQUITO SE PAGA COMPLETO.
       305-ABRIR-PRESTAMOS.
           MOVE 'S' TO WS-HAY-PR.
           OPEN I-O PRESTAMO.
           IF WS-STATUS-PR EQUAL '35'
               MOVE 'N' TO WS-HAY-PR
           ELSE
               IF WS-STATUS-PR NOT EQUAL '00'
                   DISPLAY 'ERROR AL ABRIR PRESTAMO-FILE, '
                           'FILE STATUS: ' WS-STATUS-PR
                   STOP RUN
               END-IF
               OPEN EXTEND PAGO-HIST
               IF WS-STATUS-PGH EQUAL '35'
                   OPEN OUTPUT PAGO-HIST
               END-IF
           END-IF.

       310-PROCESAR-FINIQUITO.
                   MOVE 1 TO WS-FLAG
               NOT AT END
                   IF FINQ-PENDIENTE
                       PERFORM 315-ISR-FINIQUITO
                       IF WS-ISR-ERROR EQUAL 'S'
                           PERFORM 590-SIN-TRAMO
                       ELSE
                           PERFORM 320-PAGAR-FINIQUITO
                       END-IF
                   END-IF
           END-READ.

      *    EXENTO HASTA 90 UMA POR ANIO DE SERVICIO (ART. 93-XIII
      *    LISR). SI LO GRAVADO NO PASA DEL ULTIMO SUELDO MENSUAL SE
      *    GRAVA JUNTO CON EL, COMO EL AGUINALDO; SI PASA, SE LE
      *    APLICA LA TASA EFECTIVA DE ESE SUELDO (ART. 96 LISR) PARA
      *    NO LLEVAR TODA LA INDEMNIZACION AL TRAMO MAS ALTO.
       315-ISR-FINIQUITO.
           MOVE FINQ-MONTO TO WS-PAGO-BRUTO.
           MOVE FINQ-S-MEN TO WS-S-MEN-ISR.
           COMPUTE WS-EXENTO-MAX =
               WS-UMA * WS-UMAS-INDEMNIZA * FINQ-ANIOS-SERV.
           IF WS-PAGO-BRUTO GREATER WS-EXENTO-MAX
               MOVE WS-EXENTO-MAX TO WS-PAGO-EXENTO
           ELSE
               MOVE WS-PAGO-BRUTO TO WS-PAGO-EXENTO
           END-IF.
           COMPUTE WS-PAGO-GRAVADO = WS-PAGO-BRUTO - WS-PAGO-EXENTO.
           IF WS-PAGO-GRAVADO GREATER WS-S-MEN-ISR
              AND WS-S-MEN-ISR GREATER 0
               PERFORM 532-ISR-INDEMNIZACION
           ELSE
               PERFORM 530-CALCULAR-ISR
           END-IF.

       320-PAGAR-FINIQUITO.
           MOVE 0 TO WS-DESC-PRESTAMO WS-POR-COBRAR-EMPL.
           IF WS-HAY-PR EQUAL 'S'
               PERFORM 340-DESCONTAR-PRESTAMOS
           END-IF.
           MOVE FINQ-ID-EMPL  TO NET-ID-EMPL.
           MOVE WS-PERIODO    TO NET-PERIODO.
           MOVE 0             TO NET-QUINCENA.
           MOVE WS-F-HOY      TO NET-FECHA.
           MOVE FINQ-MONTO    TO NET-BRUTO.
           MOVE 0             TO NET-PENSION.
           MOVE WS-DESC-PRESTAMO TO NET-ABONO-PRESTAMO.
           MOVE 0             TO NET-AHORRO.
           MOVE 0             TO NET-DIAS-PAGADOS.
           COMPUTE NET-NETO = FINQ-MONTO - WS-PAGO-ISR
                            - WS-DESC-PRESTAMO.
           WRITE REG-NETO.
           IF WS-STATUS-NETO NOT EQUAL '00'
               DISPLAY 'ERROR AL ESCRIBIR NOMINA-NETO-FILE, '
           END-IF.
           MOVE REG-NETO TO REG-HIST.
           WRITE REG-HIST.
           PERFORM 330-GRABAR-CFDI-FINIQUITO.
           PERFORM 540-ACUMULAR-PAGO.
           PERFORM 550-RECIBO-ESPECIAL.
           SET FINQ-LIQUIDADO TO TRUE.
           REWRITE REG-FINIQUITO.
           DISPLAY FINQ-ID-EMPL ' FINIQUITO DE ' FINQ-MONTO
                   ' ENVIADO A PAGO'.
           DISPLAY '      EXENTO ' WS-PAGO-EXENTO
                   ' ISR ' WS-PAGO-ISR.
           IF WS-DESC-PRESTAMO GREATER 0
               DISPLAY '      DESCUENTO PRESTAMOS ' WS-DESC-PRESTAMO
                       ' NETO ' NET-NETO
           END-IF.
           IF WS-POR-COBRAR-EMPL GREATER 0
               DISPLAY '      CUENTA POR COBRAR   ' WS-POR-COBRAR-EMPL
               ADD WS-POR-COBRAR-EMPL TO WS-TOT-POR-COBRAR
               ADD 1 TO WS-CONT-POR-COBRAR
           END-IF.
           ADD WS-DESC-PRESTAMO TO WS-TOT-DESCUENTO.
           PERFORM 545-SUMAR-PAGO.
           ADD NET-NETO TO WS-TOT-NETO.
           ADD 1 TO WS-CONTADOR.
           IF WS-HAY-AHO EQUAL 'S'
               PERFORM 360-FONDO-BAJA
           END-IF.

      *    EL FINIQUITO TAMBIEN ES NOMINA EXTRAORDINARIA. EL
      *    RECEPTOR SE TOMA DEL MAESTRO, DONDE EL EMPLEADO SIGUE
      *    AUNQUE YA ESTE INACTIVO.
       330-GRABAR-CFDI-FINIQUITO.
           MOVE SPACES TO REG-EMPL.
           MOVE FINQ-ID-EMPL TO ID-EMPL.
           MOVE 0 TO F-ING CLV-DEP.
           IF WS-HAY-EMPL EQUAL 'S'
               READ EMPLEADO
                   INVALID KEY
                       DISPLAY FINQ-ID-EMPL ' NO ESTA EN EL MAESTRO, '
                               'SU RECIBO CFDI SALE SIN NOMBRE'
                       MOVE SPACES TO REG-EMPL
                       MOVE FINQ-ID-EMPL TO ID-EMPL
                       MOVE 0 TO F-ING CLV-DEP
               END-READ
           END-IF.
           PERFORM 500-DATOS-FISCALES-CFDI.
           MOVE FINQ-MONTO TO CFD-PER-FINIQUITO.
           MOVE FINQ-MONTO TO CFD-TOT-PERCEPCIONES.
           MOVE WS-PAGO-ISR TO CFD-DED-ISR.
           MOVE WS-DESC-PRESTAMO TO CFD-DED-PRESTAMO.
           COMPUTE CFD-TOT-DEDUCCIONES = WS-PAGO-ISR + WS-DESC-PRESTAMO.
           MOVE NET-NETO   TO CFD-NETO.
           PERFORM 505-ESCRIBIR-CFDI.

      *    MISMO TOPE QUE MUESTRA ALL-SEC AL DAR LA BAJA: UN MES DEL
      *    SUELDO DEL FINIQUITO (ART. 110-I LFT) Y NUNCA MAS QUE EL
      *    FINIQUITO YA SIN SU ISR. SE COBRA EN EL ORDEN DE PRIORIDAD
      *    DE LA NOMINA; CADA PRESTAMO SE CIERRA: PAGADO SI SE CUBRIO,
      *    POR COBRAR (ESTADO X) CON EL SALDO QUE FALTO SI NO.
       340-DESCONTAR-PRESTAMOS.
           COMPUTE WS-RESTO-DESC = FINQ-S-MEN * WS-MESES-TOPE-FINQ.
           IF WS-RESTO-DESC GREATER FINQ-MONTO - WS-PAGO-ISR
               COMPUTE WS-RESTO-DESC = FINQ-MONTO - WS-PAGO-ISR
           END-IF.
           MOVE 0 TO WS-PRE-N.
           MOVE FINQ-ID-EMPL TO PR-ID-EMPL.
           MOVE 0            TO PR-NUM-PRESTAMO.
           START PRESTAMO KEY IS NOT LESS PR-LLAVE
               INVALID KEY
                   MOVE 1 TO WS-FLAG-PR
               NOT INVALID KEY
                   MOVE 0 TO WS-FLAG-PR
           END-START.
           PERFORM 345-LEER-PRESTAMO UNTIL WS-FLAG-PR EQUAL 1.
           PERFORM VARYING WS-PRE-I FROM 1 BY 1
                   UNTIL WS-PRE-I GREATER WS-PRE-N
               MOVE FINQ-ID-EMPL          TO PR-ID-EMPL
               MOVE WS-PRE-NUM(WS-PRE-I)  TO PR-NUM-PRESTAMO
               READ PRESTAMO
                   INVALID KEY
                       DISPLAY 'ERROR AL LEER EL PRESTAMO '
                               PR-NUM-PRESTAMO ' DEL ID-EMPL '
                               FINQ-ID-EMPL
                   NOT INVALID KEY
                       PERFORM 350-CERRAR-PRESTAMO
               END-READ
           END-PERFORM.

      *    INSERTA EL PRESTAMO ACTIVO EN SU LUGAR DE LA TABLA.
       345-LEER-PRESTAMO.
           READ PRESTAMO NEXT RECORD
               AT END
                   MOVE 1 TO WS-FLAG-PR
               NOT AT END
                   IF PR-ID-EMPL NOT EQUAL FINQ-ID-EMPL
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

       350-CERRAR-PRESTAMO.
           IF PR-SALDO GREATER WS-RESTO-DESC
               MOVE WS-RESTO-DESC TO WS-ABONO-UNO
           ELSE
               MOVE PR-SALDO      TO WS-ABONO-UNO
           END-IF.
           SUBTRACT WS-ABONO-UNO FROM PR-SALDO WS-RESTO-DESC.
           ADD WS-ABONO-UNO TO WS-DESC-PRESTAMO.
           IF PR-SALDO EQUAL 0
               SET PR-PAGADO TO TRUE
           ELSE
               SET PR-POR-COBRAR TO TRUE
               ADD PR-SALDO TO WS-POR-COBRAR-EMPL
           END-IF.
           REWRITE REG-PRESTAMO
               INVALID KEY
                   DISPLAY 'ERROR AL CERRAR EL PRESTAMO '
                           PR-NUM-PRESTAMO ' DEL ID-EMPL ' PR-ID-EMPL
           END-REWRITE.
           DISPLAY '      PRESTAMO ' PR-NUM-PRESTAMO ' DESCUENTO '
                   WS-ABONO-UNO ' SALDO ' PR-SALDO.
           IF WS-ABONO-UNO GREATER 0
               MOVE PR-ID-EMPL                  TO PGH-ID-EMPL
               MOVE PR-NUM-PRESTAMO             TO PGH-NUM-PRESTAMO
               MOVE FUNCTION CURRENT-DATE(1:8)  TO PGH-FECHA
               MOVE FUNCTION CURRENT-DATE(9:6)  TO PGH-HORA
               MOVE WS-PERIODO                  TO PGH-PERIODO
               MOVE 0                           TO PGH-QUINCENA
               SET PGH-ORIGEN-FINIQUITO TO TRUE
               MOVE 'FINIQUIT'                  TO PGH-OPERADOR
               MOVE WS-ABONO-UNO                TO PGH-MONTO
               MOVE 'N'                         TO PGH-AJUSTADO
               MOVE PR-SALDO                    TO PGH-SALDO-RESULTANTE
               WRITE REG-PAGO-HIST
           END-IF.

      *    EL FONDO DE AHORRO DEL EMPLEADO DADO DE BAJA SE LE
      *    ENTREGA COMPLETO CON SUS INTERESES Y QUEDA CERRADO (ESTADO
      *    B); SI VUELVE A INGRESAR SE INSCRIBE DE NUEVO EN AHORRO-SEC.
       360-FONDO-BAJA.
           MOVE FINQ-ID-EMPL TO AHO-ID-EMPL.
           READ AHORRO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT AHO-LIQUIDADO-BAJA
                       IF AHO-SALDO-EMPLEADO + AHO-SALDO-EMPRESA
                          GREATER 0
                           MOVE 'B' TO WS-LIQ-ORIGEN
                           PERFORM 630-LIQUIDAR-AHORRO
                       ELSE
                           SET AHO-LIQUIDADO-BAJA TO TRUE
                           MOVE WS-F-HOY TO AHO-F-CAMBIO
                           REWRITE REG-AHORRO
                               INVALID KEY
                                   DISPLAY 'ERROR AL CERRAR EL FONDO '
                                           'DEL ID-EMPL ' AHO-ID-EMPL
                           END-REWRITE
                       END-IF
                   END-IF
           END-READ.

      *    LOS PRESTAMOS QUE UN SUPERVISOR AUTORIZO EN
      *    PRESTAMO-AUTORIZA SE DEPOSITAN A LA CUENTA DEL EMPLEADO
      *    CON TIPO DE CORRIDA PRESTAMO Y QUEDAN EN DESEMBOLSO. EL
      *    DESEMBOLSO NO ES PERCEPCION: NO VA AL HISTORIAL DE NETOS
      *    NI GENERA RECIBO CFDI. EL PRESTAMO SE ACTIVA (Y LA NOMINA
      *    LO EMPIEZA A DESCONTAR) HASTA QUE SE CONFIRMA EL DEPOSITO.
      *    LOS PRESTAMOS AUTORIZADOS DE UN MISMO EMPLEADO SALEN EN
      *    UN SOLO DEPOSITO, PORQUE LA BITACORA DE DISPERSION LLEVA
      *    UN DEPOSITO POR EMPLEADO, PERIODO Y TIPO.
       400-DESEMBOLSOS.
           OPEN I-O PRESTAMO.
           IF WS-STATUS-PR EQUAL '35'
               DISPLAY 'NO HAY PRESTAMOS REGISTRADOS TODAVIA'
               STOP RUN
           END-IF.
           IF WS-STATUS-PR NOT EQUAL '00'
               DISPLAY 'ERROR AL ABRIR PRESTAMO-FILE, '
                       'FILE STATUS: ' WS-STATUS-PR
               STOP RUN
           END-IF.
           OPEN OUTPUT NETO.
           IF WS-STATUS-NETO NOT EQUAL '00'
               DISPLAY 'ERROR AL ABRIR NOMINA-NETO-FILE, '
                       'FILE STATUS: ' WS-STATUS-NETO
               CLOSE PRESTAMO
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-NET-PENDIENTE.
           MOVE LOW-VALUES TO PR-LLAVE.
           START PRESTAMO KEY IS NOT LESS PR-LLAVE
               INVALID KEY
                   MOVE 1 TO WS-FLAG
               NOT INVALID KEY
                   MOVE 0 TO WS-FLAG
           END-START.
           PERFORM 410-PROCESAR-PRESTAMO UNTIL WS-FLAG EQUAL 1.
           IF WS-NET-PENDIENTE EQUAL 'S'
               PERFORM 425-ESCRIBIR-NETO
           END-IF.
           CLOSE PRESTAMO NETO.
           DISPLAY '======================================='.
           DISPLAY 'PRESTAMOS A DESEMBOLSAR: ' WS-CONTADOR.
           DISPLAY 'TOTAL A DEPOSITAR:       ' WS-TOT-NETO.
           IF WS-CONTADOR EQUAL 0
               DISPLAY 'NO HABIA PRESTAMOS AUTORIZADOS, '
                       'NOMINA-NETO-FILE QUEDO VACIO'
           ELSE
               DISPLAY 'PAGOS LISTOS EN NOMINA-NETO-FILE, CORRE '
                       'DISPERSION-SEC PARA ENVIARLOS AL BANCO'
               DISPLAY 'DESPUES CONFIRMA LOS DEPOSITOS EN '
                       'PRESTAMO-AUTORIZA'
           END-IF.

       410-PROCESAR-PRESTAMO.
           READ PRESTAMO NEXT RECORD
               AT END
                   MOVE 1 TO WS-FLAG
               NOT AT END
                   IF PR-AUTORIZADO
                       PERFORM 420-DESEMBOLSAR
                   END-IF
           END-READ.

       420-DESEMBOLSAR.
           IF WS-NET-PENDIENTE EQUAL 'S'
              AND NET-ID-EMPL EQUAL PR-ID-EMPL
               ADD PR-MON-MEN TO NET-BRUTO NET-NETO
           ELSE
               IF WS-NET-PENDIENTE EQUAL 'S'
                   PERFORM 425-ESCRIBIR-NETO
               END-IF
               MOVE PR-ID-EMPL    TO NET-ID-EMPL
               MOVE WS-PERIODO    TO NET-PERIODO
               MOVE 0             TO NET-QUINCENA
               SET NET-TIPO-PRESTAMO TO TRUE
               MOVE WS-F-HOY      TO NET-FECHA
               MOVE PR-MON-MEN    TO NET-BRUTO
               MOVE 0             TO NET-PENSION
               MOVE 0             TO NET-ABONO-PRESTAMO
               MOVE 0             TO NET-AHORRO
               MOVE 0             TO NET-DIAS-PAGADOS
               MOVE PR-MON-MEN    TO NET-NETO
               MOVE 'S'           TO WS-NET-PENDIENTE
           END-IF.
           SET PR-EN-DESEMBOLSO TO TRUE.
           MOVE WS-F-HOY      TO PR-F-DESEMBOLSO.
           REWRITE REG-PRESTAMO
               INVALID KEY
                   DISPLAY 'ERROR AL ACTUALIZAR EL PRESTAMO '
                           PR-NUM-PRESTAMO ' DEL ID-EMPL ' PR-ID-EMPL
           END-REWRITE.
           DISPLAY PR-ID-EMPL ' PRESTAMO ' PR-NUM-PRESTAMO ' DE '
                   PR-MON-MEN ' ENVIADO A DESEMBOLSO'.
           ADD PR-MON-MEN TO WS-TOT-NETO.
           ADD 1 TO WS-CONTADOR.

       425-ESCRIBIR-NETO.
           WRITE REG-NETO.
           IF WS-STATUS-NETO NOT EQUAL '00'
               DISPLAY 'ERROR AL ESCRIBIR NOMINA-NETO-FILE, '
                       'FILE STATUS: ' WS-STATUS-NETO
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-NET-PENDIENTE.

      *    PARTE COMUN DE LOS RECIBOS DE PAGOS ESPECIALES: LLAVE DE
      *    LA LINEA DE HISTORIAL RECIEN GRABADA, EMISOR, RECEPTOR
      *    DESDE EL MAESTRO Y FISCAL-FILE, PAGO EXTRAORDINARIO DE UN
      *    DIA CON LAS DEDUCCIONES EN CERO; CADA PAGO LLENA LAS SUYAS.
       500-DATOS-FISCALES-CFDI.
           MOVE SPACES TO REG-CFDI.
           MOVE NET-ID-EMPL   TO CFD-ID-EMPL.
           MOVE NET-PERIODO   TO CFD-PERIODO.
           MOVE NET-QUINCENA  TO CFD-QUINCENA.
           MOVE NET-TIPO      TO CFD-TIPO.
           MOVE NET-FECHA     TO CFD-FECHA.
           MOVE WS-PAR-RFC-EMPRESA    TO CFD-EMI-RFC.
           MOVE WS-PAR-RAZON-SOCIAL   TO CFD-EMI-NOMBRE.
           MOVE WS-PAR-REG-PATRONAL   TO CFD-EMI-REG-PATRONAL.
           MOVE WS-PAR-CP-EXPEDICION  TO CFD-EMI-CP.
           MOVE WS-PAR-REGIMEN-FISCAL TO CFD-EMI-REGIMEN.
           MOVE NOM-EMPL      TO CFD-REC-NOMBRE.
           MOVE F-ING         TO CFD-REC-F-ING.
           MOVE CLV-DEP       TO CFD-REC-CLV-DEP.
           MOVE NOM-DEP       TO CFD-REC-NOM-DEP.
           MOVE NOM-PUE       TO CFD-REC-PUESTO.
           MOVE CTA-BANCARIA  TO CFD-REC-CTA-BANCARIA.
           MOVE 0             TO CFD-REC-SDI.
           SET CFD-NOMINA-EXTRAORD TO TRUE.
           MOVE '99'          TO CFD-PERIODICIDAD.
           MOVE WS-F-HOY      TO CFD-F-INICIAL-PAGO.
           MOVE WS-F-HOY      TO CFD-F-FINAL-PAGO.
           MOVE 1             TO CFD-DIAS-PAGADOS.
           MOVE 0 TO CFD-PER-SUELDO CFD-PER-HORAS-EXTRA.
           MOVE 0 TO CFD-PER-AGUINALDO CFD-PER-FINIQUITO.
           MOVE 0 TO CFD-PER-RETROACTIVO CFD-PER-PTU CFD-PER-PRIMA-VAC.
           MOVE 0 TO CFD-DED-ISR CFD-DED-IMSS CFD-DED-PENSION.
           MOVE 0 TO CFD-DED-PRESTAMO CFD-TOT-DEDUCCIONES.
           MOVE 0 TO CFD-DED-AHORRO.
           MOVE 0 TO CFD-DED-AJUSTE-ISR CFD-OTRO-AJUSTE-FAVOR.
           MOVE 'N' TO WS-CFD-COMPLETO.
           IF WS-HAY-FIS EQUAL 'S'
               MOVE NET-ID-EMPL TO FIS-ID-EMPL
               READ FISCAL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FIS-RFC  TO CFD-REC-RFC
                       MOVE FIS-CURP TO CFD-REC-CURP
                       MOVE FIS-NSS  TO CFD-REC-NSS
                       MOVE FIS-CP   TO CFD-REC-CP
                       IF FIS-RFC NOT EQUAL SPACES
                          AND FIS-CURP NOT EQUAL SPACES
                          AND FIS-NSS NOT EQUAL SPACES
                           MOVE 'S' TO WS-CFD-COMPLETO
                       END-IF
               END-READ
           END-IF.
           IF WS-CFD-COMPLETO NOT EQUAL 'S'
               ADD 1 TO WS-CFD-INCOMPLETOS
               DISPLAY NET-ID-EMPL ' SIN DATOS FISCALES COMPLETOS, '
                       'SU RECIBO CFDI NO SE PODRA TIMBRAR'
           END-IF.

       505-ESCRIBIR-CFDI.
           WRITE REG-CFDI.
           IF WS-STATUS-CFD NOT EQUAL '00'
               DISPLAY 'ERROR AL ESCRIBIR CFDI-NOMINA-FILE, '
                       'FILE STATUS: ' WS-STATUS-CFD
               STOP RUN
           END-IF.

       510-CERRAR-CFDI.
           CLOSE CFDI.
           IF WS-HAY-FIS EQUAL 'S'
               CLOSE FISCAL
           END-IF.

       520-AVISO-CFDI.
           DISPLAY 'DATOS PARA TIMBRAR GRABADOS EN CFDI-NOMINA-FILE'.
           IF WS-CFD-INCOMPLETOS GREATER 0
               DISPLAY 'AVISO: ' WS-CFD-INCOMPLETOS ' RECIBOS CFDI '
                       'SIN DATOS FISCALES COMPLETOS, VER '
                       'FISCAL-FALTANTES'
           END-IF.

       525-AVISO-RECIBOS.
           IF WS-CONTADOR GREATER 0
               DISPLAY 'RECIBOS GRABADOS EN RECIBOS-FILE'
               DISPLAY 'POLIZA CONTABLE GRABADA EN POLIZA-FILE'
           END-IF.
           IF WS-SIN-TRAMO GREATER 0
               DISPLAY 'AVISO: ' WS-SIN-TRAMO ' PAGOS SIN TRAMO DE '
                       'ISR, COMPLETA LA TABLA CON ISR-SEC'
           END-IF.

      *    LA PARTE GRAVADA SE SUMA AL SUELDO MENSUAL Y SE RETIENE LA
      *    DIFERENCIA DEL ISR DE LA TARIFA MENSUAL CON Y SIN ELLA,
      *    IGUAL QUE LA PTU EN PTU-SEC.
       530-CALCULAR-ISR.
           MOVE 'N' TO WS-ISR-ERROR.
           MOVE 0 TO WS-PAGO-ISR.
           IF WS-PAGO-GRAVADO GREATER 0
               COMPUTE WS-BASE-ISR = WS-S-MEN-ISR + WS-PAGO-GRAVADO
               PERFORM 535-TARIFA-MENSUAL
               MOVE WS-ISR-MENSUAL TO WS-ISR-CON
               MOVE 0 TO WS-ISR-SIN
               IF WS-S-MEN-ISR GREATER 0
                   MOVE WS-S-MEN-ISR TO WS-BASE-ISR
                   PERFORM 535-TARIFA-MENSUAL
                   MOVE WS-ISR-MENSUAL TO WS-ISR-SIN
               END-IF
               IF WS-ISR-CON GREATER WS-ISR-SIN
                   COMPUTE WS-PAGO-ISR = WS-ISR-CON - WS-ISR-SIN
               END-IF
           END-IF.

      *    TASA EFECTIVA DEL ULTIMO SUELDO MENSUAL ORDINARIO APLICADA
      *    A TODA LA PARTE GRAVADA.
       532-ISR-INDEMNIZACION.
           MOVE 'N' TO WS-ISR-ERROR.
           MOVE 0 TO WS-PAGO-ISR.
           MOVE WS-S-MEN-ISR TO WS-BASE-ISR.
           PERFORM 535-TARIFA-MENSUAL.
           COMPUTE WS-PAGO-ISR ROUNDED =
               WS-PAGO-GRAVADO * WS-ISR-MENSUAL / WS-S-MEN-ISR.

      *    MISMA BUSQUEDA DE TRAMO QUE NOMINA-SEC; SI LA BASE NO CAE
      *    EN NINGUNO EL PAGO NO SE HACE Y SE AVISA.
       535-TARIFA-MENSUAL.
           MOVE 'N' TO WS-ISR-HALLADO.
           MOVE 0 TO WS-ISR-MENSUAL.
           MOVE 0 TO ISR-LIM-INF.
           START ISR KEY IS NOT LESS THAN ISR-LIM-INF
               INVALID KEY
                   MOVE 1 TO WS-FLAG-ISR
               NOT INVALID KEY
                   MOVE 0 TO WS-FLAG-ISR
           END-START.
           PERFORM 537-LEER-TRAMO UNTIL WS-FLAG-ISR EQUAL 1.
           IF WS-ISR-HALLADO NOT EQUAL 'S'
               MOVE 'S' TO WS-ISR-ERROR
           END-IF.

       537-LEER-TRAMO.
           READ ISR NEXT RECORD
               AT END
                   MOVE 1 TO WS-FLAG-ISR
               NOT AT END
                   IF WS-BASE-ISR NOT LESS ISR-LIM-INF
                      AND WS-BASE-ISR NOT GREATER ISR-LIM-SUP
                       COMPUTE WS-ISR-MENSUAL ROUNDED =
                           ISR-CUOTA-FIJA
                           + ((WS-BASE-ISR - ISR-LIM-INF) * ISR-TASA)
                       MOVE 'S' TO WS-ISR-HALLADO
                       MOVE 1 TO WS-FLAG-ISR
                   END-IF
           END-READ.

      *    EL AGUINALDO Y EL FINIQUITO SE ACUMULAN EN EL ANIO EN QUE
      *    SE PAGAN, CON SU PARTE EXENTA APARTE, COMO LA PTU.
       540-ACUMULAR-PAGO.
           MOVE NET-ID-EMPL    TO ACU-ID-EMPL.
           MOVE WS-ANIO-ACTUAL TO ACU-ANIO.
           READ ACUMULADO
               INVALID KEY
                   MOVE 'N' TO WS-EXISTE-ACU
                   MOVE ZEROS TO REG-ACUMULADO
                   MOVE NET-ID-EMPL    TO ACU-ID-EMPL
                   MOVE WS-ANIO-ACTUAL TO ACU-ANIO
               NOT INVALID KEY
                   MOVE 'S' TO WS-EXISTE-ACU
           END-READ.
           ADD WS-PAGO-BRUTO      TO ACU-BRUTO.
           ADD WS-PAGO-ISR        TO ACU-ISR.
           ADD NET-ABONO-PRESTAMO TO ACU-PRESTAMO.
           ADD NET-NETO           TO ACU-NETO.
           ADD WS-PAGO-EXENTO     TO ACU-EXENTO.
           IF WS-EXISTE-ACU EQUAL 'S'
               REWRITE REG-ACUMULADO
                   INVALID KEY
                       DISPLAY 'ERROR AL ACTUALIZAR ACUMULADO-FILE, '
                               'FILE STATUS: ' WS-STATUS-ACU
               END-REWRITE
           ELSE
               WRITE REG-ACUMULADO
                   INVALID KEY
                       DISPLAY 'ERROR AL CREAR ACUMULADO DEL '
                               'ID-EMPL ' NET-ID-EMPL
               END-WRITE
           END-IF.

       545-SUMAR-PAGO.
           ADD WS-PAGO-BRUTO  TO WS-TOT-BRUTO.
           ADD WS-PAGO-EXENTO TO WS-TOT-EXENTO.
           ADD WS-PAGO-ISR    TO WS-TOT-ISR.
           ADD NET-NETO       TO WS-TOT-NETO-PAGO.

      *    RECIBO IMPRIMIBLE CON EL MISMO TALON QUE EL DE NOMINA.
       550-RECIBO-ESPECIAL.
           MOVE '=========================================='
               TO RECIBO-LINEA.
           WRITE REG-RECIBO.
           MOVE SPACES TO RECIBO-LINEA.
           STRING WS-REC-TITULO DELIMITED BY '  '
                  ' - ID-EMPL: ' NET-ID-EMPL
               DELIMITED BY SIZE INTO RECIBO-LINEA.
           WRITE REG-RECIBO.
           MOVE SPACES TO RECIBO-LINEA.
           STRING 'EMPLEADO: ' NOM-EMPL
               DELIMITED BY SIZE INTO RECIBO-LINEA.
           WRITE REG-RECIBO.
           MOVE SPACES TO RECIBO-LINEA.
           STRING 'FECHA DE PAGO:       ' WS-F-HOY
               DELIMITED BY SIZE INTO RECIBO-LINEA.
           WRITE REG-RECIBO.
           MOVE SPACES TO RECIBO-LINEA.
           STRING WS-REC-CONCEPTO WS-PAGO-BRUTO
               DELIMITED BY SIZE INTO RECIBO-LINEA.
           WRITE REG-RECIBO.
           MOVE SPACES TO RECIBO-LINEA.
           STRING 'PARTE EXENTA ISR:    ' WS-PAGO-EXENTO
               DELIMITED BY SIZE INTO RECIBO-LINEA.
           WRITE REG-RECIBO.
           MOVE SPACES TO RECIBO-LINEA.
           STRING 'RETENCION ISR:       ' WS-PAGO-ISR
               DELIMITED BY SIZE INTO RECIBO-LINEA.
           WRITE REG-RECIBO.
           IF NET-ABONO-PRESTAMO GREATER 0
               MOVE SPACES TO RECIBO-LINEA
               STRING 'ABONO A PRESTAMO:    ' NET-ABONO-PRESTAMO
                   DELIMITED BY SIZE INTO RECIBO-LINEA
               WRITE REG-RECIBO
           END-IF.
           MOVE SPACES TO RECIBO-LINEA.
           STRING 'NETO DEPOSITADO:     ' NET-NETO
               DELIMITED BY SIZE INTO RECIBO-LINEA.
           WRITE REG-RECIBO.
           MOVE '=========================================='
               TO RECIBO-LINEA.
           WRITE REG-RECIBO.

      *    POLIZA DE LA CORRIDA CON EL MISMO FORMATO QUE LA DE
      *    NOMINA-SEC: EL GASTO DEL PAGO CONTRA EL ISR RETENIDO, LOS
      *    PRESTAMOS RECUPERADOS Y EL NETO POR PAGAR. COMO LOS NETOS,
      *    CADA PROCESO DE PAGO REEMPLAZA POLIZA-FILE, ASI QUE SE
      *    IMPORTA ANTES DEL SIGUIENTE PROCESO.
       560-GRABAR-POLIZA.
           OPEN OUTPUT POLIZA.
           IF WS-STATUS-POL NOT EQUAL '00'
               DISPLAY 'ERROR AL ABRIR POLIZA-FILE, '
                       'FILE STATUS: ' WS-STATUS-POL
               STOP RUN
           END-IF.
           MOVE SPACES TO POL-LINEA.
           STRING FUNCTION TRIM(WS-POL-TITULO) ',FECHA ' WS-F-HOY ',,'
               DELIMITED BY SIZE INTO POL-LINEA.
           WRITE REG-POLIZA.
           MOVE 'CUENTA,DESCRIPCION,CARGO,ABONO' TO POL-LINEA.
           WRITE REG-POLIZA.
           MOVE SPACES TO POL-LINEA.
           STRING FUNCTION TRIM(WS-POL-GASTO) WS-TOT-BRUTO ',0'
               DELIMITED BY SIZE INTO POL-LINEA.
           WRITE REG-POLIZA.
           MOVE SPACES TO POL-LINEA.
           STRING '2110,ISR RETENIDO POR PAGAR,0,' WS-TOT-ISR
               DELIMITED BY SIZE INTO POL-LINEA.
           WRITE REG-POLIZA.
           IF WS-TOT-DESCUENTO GREATER 0
               MOVE SPACES TO POL-LINEA
               STRING '1210,RECUPERACION DE PRESTAMOS,0,'
                      WS-TOT-DESCUENTO
                   DELIMITED BY SIZE INTO POL-LINEA
               WRITE REG-POLIZA
           END-IF.
           MOVE SPACES TO POL-LINEA.
           STRING '2100,NOMINA POR PAGAR AL BANCO,0,' WS-TOT-NETO-PAGO
               DELIMITED BY SIZE INTO POL-LINEA.
           WRITE REG-POLIZA.
           MOVE WS-TOT-BRUTO TO WS-TOT-CARGOS.
           COMPUTE WS-TOT-ABONOS = WS-TOT-ISR + WS-TOT-DESCUENTO
               + WS-TOT-NETO-PAGO.
           MOVE SPACES TO POL-LINEA.
           STRING 'TOTALES,,' WS-TOT-CARGOS ',' WS-TOT-ABONOS
               DELIMITED BY SIZE INTO POL-LINEA.
           WRITE REG-POLIZA.
           IF WS-TOT-ABONOS NOT EQUAL WS-TOT-CARGOS
               DISPLAY 'AVISO: LA POLIZA NO CUADRA, CARGOS '
                       WS-TOT-CARGOS ' VS ABONOS ' WS-TOT-ABONOS
           END-IF.
           CLOSE POLIZA.

      *    SIN TRAMO DE ISR NO SE PUEDE RETENER: EL PAGO NO SE HACE.
      *    UN FINIQUITO QUEDA PENDIENTE PARA LA SIGUIENTE CORRIDA.
       590-SIN-TRAMO.
           ADD 1 TO WS-SIN-TRAMO.
           DISPLAY 'ERROR: LA BASE MENSUAL ' WS-BASE-ISR
                   ' NO CAE EN NINGUN TRAMO DE ISR-FILE, '
                   'NO SE PAGA'.
           IF WS-OPCION EQUAL 2
               DISPLAY '      FINIQUITO DEL ID-EMPL ' FINQ-ID-EMPL
                       ' QUEDA PENDIENTE'
           ELSE
               DISPLAY '      AGUINALDO DEL ID-EMPL ' ID-EMPL
                       ' DE ' WS-AGUINALDO
           END-IF.

      *    LIQUIDACION ANUAL DEL FONDO DE AHORRO: A CADA INSCRITO CON
      *    SALDO SE LE ABONAN LOS INTERESES Y SE LE ENTREGA TODO (SU
      *    PARTE, LA DE LA EMPRESA E INTERESES) CON UN DEPOSITO DE
      *    TIPO AHORRO. IGUAL QUE EL DESEMBOLSO DE UN PRESTAMO, LA
      *    ENTREGA DEL FONDO NO VA AL HISTORIAL NI GENERA RECIBO
      *    CFDI. EL FONDO QUEDA EN CERO Y EL EMPLEADO SIGUE APORTANDO
      *    PARA EL SIGUIENTE CICLO.
       600-LIQUIDAR-FONDO.
           PERFORM 610-ABRIR-AHORRO.
           IF WS-HAY-AHO NOT EQUAL 'S'
               DISPLAY 'NO HAY EMPLEADOS INSCRITOS AL FONDO DE AHORRO'
               STOP RUN
           END-IF.
           OPEN OUTPUT NETO.
           IF WS-STATUS-NETO NOT EQUAL '00'
               DISPLAY 'ERROR AL ABRIR NOMINA-NETO-FILE, '
                       'FILE STATUS: ' WS-STATUS-NETO
               CLOSE AHORRO
               STOP RUN
           END-IF.
           MOVE 0 TO AHO-ID-EMPL.
           START AHORRO KEY IS NOT LESS AHO-ID-EMPL
               INVALID KEY
                   MOVE 1 TO WS-FLAG
               NOT INVALID KEY
                   MOVE 0 TO WS-FLAG
           END-START.
           PERFORM 620-PROCESAR-FONDO UNTIL WS-FLAG EQUAL 1.
           CLOSE AHORRO NETO.
           DISPLAY '======================================='.
           DISPLAY 'FONDOS LIQUIDADOS:       ' WS-CONT-FONDO.
           DISPLAY 'INTERESES ABONADOS:      ' WS-TOT-INTERES.
           DISPLAY 'TOTAL A DEPOSITAR:       ' WS-TOT-NETO.
           IF WS-CONT-FONDO EQUAL 0
               DISPLAY 'NO HABIA FONDOS CON SALDO, '
                       'NOMINA-NETO-FILE QUEDO VACIO'
           ELSE
               DISPLAY 'PAGOS LISTOS EN NOMINA-NETO-FILE, CORRE '
                       'DISPERSION-SEC PARA ENVIARLOS AL BANCO'
           END-IF.

      *    SIN AHORRO-FILE NADIE ESTA INSCRITO. EL RENDIMIENTO ANUAL
      *    DEL FONDO SE TOMA DE PARAMETROS-FILE; SIN EL, EL FONDO SE
      *    ENTREGA SIN INTERESES.
       610-ABRIR-AHORRO.
           MOVE 'S' TO WS-HAY-AHO.
           OPEN I-O AHORRO.
           IF WS-STATUS-AHO EQUAL '35'
               MOVE 'N' TO WS-HAY-AHO
           ELSE
               IF WS-STATUS-AHO NOT EQUAL '00'
                   DISPLAY 'ERROR AL ABRIR AHORRO-FILE, '
                           'FILE STATUS: ' WS-STATUS-AHO
                   STOP RUN
               END-IF
               MOVE SPACES TO WS-PARAMETROS
               OPEN INPUT PARAMETROS
               IF WS-STATUS-PAR EQUAL '00'
                   READ PARAMETROS INTO WS-PARAMETROS
                       AT END
                           CONTINUE
                   END-READ
                   CLOSE PARAMETROS
               END-IF
               MOVE 0 TO WS-AHO-TASA
               IF WS-PAR-AHO-TASA NUMERIC
                  AND WS-PAR-AHO-TASA GREATER 0
                   MOVE WS-PAR-AHO-TASA TO WS-AHO-TASA
               ELSE
                   DISPLAY 'AVISO: SIN RENDIMIENTO DEL FONDO DE '
                           'AHORRO EN PARAMETROS-FILE, EL FONDO SE '
                           'ENTREGA SIN INTERESES'
               END-IF
           END-IF.

       620-PROCESAR-FONDO.
           READ AHORRO NEXT RECORD
               AT END
                   MOVE 1 TO WS-FLAG
               NOT AT END
                   IF NOT AHO-LIQUIDADO-BAJA
                      AND AHO-SALDO-EMPLEADO + AHO-SALDO-EMPRESA
                          GREATER 0
                       MOVE 'L' TO WS-LIQ-ORIGEN
                       PERFORM 630-LIQUIDAR-AHORRO
                   END-IF
           END-READ.

      *    ENTREGA EL FONDO DEL REGISTRO LEIDO: MOVIMIENTO DE
      *    INTERESES, MOVIMIENTO DE SALIDA POR TODO EL SALDO (ANUAL O
      *    POR BAJA SEGUN WS-LIQ-ORIGEN), SALDOS EN CERO Y EL
      *    DEPOSITO EN NOMINA-NETO-FILE.
       630-LIQUIDAR-AHORRO.
           PERFORM 640-CALCULAR-INTERES.
           COMPUTE WS-SALDO-AHO = AHO-SALDO-EMPLEADO
               + AHO-SALDO-EMPRESA + WS-INTERES-AHO.
           OPEN EXTEND AHORRO-MOV.
           IF WS-STATUS-AHM EQUAL '35'
               OPEN OUTPUT AHORRO-MOV
           END-IF.
           IF WS-INTERES-AHO GREATER 0
               PERFORM 650-DATOS-MOVIMIENTO
               SET AHM-ORIGEN-INTERES TO TRUE
               MOVE 0              TO AHM-EMPLEADO AHM-EMPRESA
               MOVE WS-INTERES-AHO TO AHM-INTERES
               MOVE WS-SALDO-AHO   TO AHM-SALDO-RESULTANTE
               WRITE REG-AHORRO-MOV
           END-IF.
           PERFORM 650-DATOS-MOVIMIENTO.
           IF WS-LIQ-ORIGEN EQUAL 'B'
               SET AHM-ORIGEN-BAJA TO TRUE
           ELSE
               SET AHM-ORIGEN-LIQUIDA TO TRUE
           END-IF.
           COMPUTE AHM-EMPLEADO = 0 - AHO-SALDO-EMPLEADO.
           COMPUTE AHM-EMPRESA  = 0 - AHO-SALDO-EMPRESA.
           COMPUTE AHM-INTERES  = 0 - WS-INTERES-AHO.
           MOVE 0 TO AHM-SALDO-RESULTANTE.
           WRITE REG-AHORRO-MOV.
           CLOSE AHORRO-MOV.
           ADD WS-INTERES-AHO TO AHO-TOT-INTERESES.
           MOVE 0 TO AHO-SALDO-EMPLEADO AHO-SALDO-EMPRESA.
           MOVE WS-F-HOY TO AHO-F-ULT-LIQUIDA.
           IF WS-LIQ-ORIGEN EQUAL 'B'
               SET AHO-LIQUIDADO-BAJA TO TRUE
               MOVE WS-F-HOY TO AHO-F-CAMBIO
           END-IF.
           REWRITE REG-AHORRO
               INVALID KEY
                   DISPLAY 'ERROR AL ACTUALIZAR EL FONDO DEL ID-EMPL '
                           AHO-ID-EMPL
           END-REWRITE.
           MOVE AHO-ID-EMPL   TO NET-ID-EMPL.
           MOVE WS-PERIODO    TO NET-PERIODO.
           MOVE 0             TO NET-QUINCENA.
           SET NET-TIPO-AHORRO TO TRUE.
           MOVE WS-F-HOY      TO NET-FECHA.
           MOVE WS-SALDO-AHO  TO NET-BRUTO.
           MOVE 0             TO NET-PENSION.
           MOVE 0             TO NET-ABONO-PRESTAMO.
           MOVE 0             TO NET-AHORRO.
           MOVE 0             TO NET-DIAS-PAGADOS.
           MOVE WS-SALDO-AHO  TO NET-NETO.
           WRITE REG-NETO.
           IF WS-STATUS-NETO NOT EQUAL '00'
               DISPLAY 'ERROR AL ESCRIBIR NOMINA-NETO-FILE, '
                       'FILE STATUS: ' WS-STATUS-NETO
               STOP RUN
           END-IF.
           DISPLAY AHO-ID-EMPL ' FONDO DE AHORRO DE ' WS-SALDO-AHO
                   ' (INTERESES ' WS-INTERES-AHO ') ENVIADO A PAGO'.
           ADD WS-SALDO-AHO   TO WS-TOT-NETO WS-TOT-FONDO.
           ADD WS-INTERES-AHO TO WS-TOT-INTERES.
           ADD 1 TO WS-CONT-FONDO.

      *    INTERES SIMPLE AL RENDIMIENTO ANUAL: CADA APORTACION DESDE
      *    LA ULTIMA LIQUIDACION GANA POR LOS MESES QUE ESTUVO EN EL
      *    FONDO (HASTA DOCE); LAS REVERSAS RESTAN LO QUE HABIA
      *    GANADO SU APORTACION.
       640-CALCULAR-INTERES.
           MOVE 0 TO WS-INTERES-AHO.
           IF WS-AHO-TASA GREATER 0
               OPEN INPUT AHORRO-MOV
               IF WS-STATUS-AHM EQUAL '00'
                   MOVE 0 TO WS-FLAG-AHM
                   PERFORM 645-LEER-MOVIMIENTO
                       UNTIL WS-FLAG-AHM EQUAL 1
                   CLOSE AHORRO-MOV
               END-IF
           END-IF.
           IF WS-INTERES-AHO LESS 0
               MOVE 0 TO WS-INTERES-AHO
           END-IF.

       645-LEER-MOVIMIENTO.
           READ AHORRO-MOV
               AT END
                   MOVE 1 TO WS-FLAG-AHM
               NOT AT END
                   IF AHM-ID-EMPL EQUAL AHO-ID-EMPL
                      AND (AHM-ORIGEN-NOMINA OR AHM-ORIGEN-REVERSA)
                      AND AHM-FECHA GREATER AHO-F-ULT-LIQUIDA
                       MOVE AHM-PERIODO(1:4) TO WS-MOV-ANIO
                       MOVE AHM-PERIODO(5:2) TO WS-MOV-MES
                       COMPUTE WS-MESES-AHO =
                           (WS-ANIO-ACTUAL - WS-MOV-ANIO) * 12
                           + WS-MES-ACTUAL - WS-MOV-MES
                       IF WS-MESES-AHO LESS 0
                           MOVE 0 TO WS-MESES-AHO
                       END-IF
                       IF WS-MESES-AHO GREATER 12
                           MOVE 12 TO WS-MESES-AHO
                       END-IF
                       COMPUTE WS-INTERES-AHO ROUNDED = WS-INTERES-AHO
                           + (AHM-EMPLEADO + AHM-EMPRESA)
                           * WS-AHO-TASA / 100 * WS-MESES-AHO / 12
                   END-IF
           END-READ.

       650-DATOS-MOVIMIENTO.
           MOVE AHO-ID-EMPL                 TO AHM-ID-EMPL.
           MOVE FUNCTION CURRENT-DATE(1:8)  TO AHM-FECHA.
           MOVE FUNCTION CURRENT-DATE(9:6)  TO AHM-HORA.
           MOVE WS-PERIODO                  TO AHM-PERIODO.
           MOVE 0                           TO AHM-QUINCENA.
           IF WS-LIQ-ORIGEN EQUAL 'B'
               MOVE 'FINIQUIT'              TO AHM-OPERADOR
           ELSE
               MOVE 'LIQUIDA'               TO AHM-OPERADOR
           END-IF.

      *    PAGO DEL REPARTO DE UTILIDADES QUE PTU-SEC CALCULO Y SE
      *    REVISO CON SU LISTADO: A CADA PARTICIPANTE SE LE DEPOSITA
      *    SU PTU MENOS EL ISR DE LA PARTE GRAVADA CON TIPO DE
      *    CORRIDA PTU. COMO EL AGUINALDO, VA AL HISTORIAL Y SE
      *    TIMBRA COMO NOMINA EXTRAORDINARIA; ADEMAS SE SUMA AL
      *    ACUMULADO DEL ANIO PARA LA CONSTANCIA DE RETENCIONES. EL
      *    REPARTO QUEDA PAGADO Y YA NO SE PUEDE RECALCULAR.
       700-PAGAR-PTU.
           DISPLAY 'EJERCICIO FISCAL DEL REPARTO (AAAA)'
                   ACCEPT WS-EJERCICIO.
           OPEN I-O REPARTO.
           IF WS-STATUS-PTR NOT EQUAL '00'
               DISPLAY 'NO HAY REPARTOS DE PTU CALCULADOS, '
                       'CORRE PTU-SEC PRIMERO'
               STOP RUN
           END-IF.
           MOVE WS-EJERCICIO TO PTR-EJERCICIO.
           READ REPARTO
               INVALID KEY
                   DISPLAY 'NO HAY REPARTO CALCULADO DE ' WS-EJERCICIO
                   CLOSE REPARTO
                   STOP RUN
           END-READ.
           IF PTR-PAGADO
               DISPLAY 'EL REPARTO DE ' WS-EJERCICIO
                       ' YA SE PAGO EL ' PTR-F-PAGO
               CLOSE REPARTO
               STOP RUN
           END-IF.
           DISPLAY 'PARTICIPANTES:      ' PTR-EMPLEADOS.
           DISPLAY 'TOTAL A REPARTIR:   ' PTR-TOT-REPARTIDO.
           DISPLAY 'ISR A RETENER:      ' PTR-TOT-ISR.
           DISPLAY 'CALCULADO EL:       ' PTR-F-CALCULO.
           DISPLAY 'PAGAR ESTE REPARTO? S/N' ACCEPT WS-RES.
           IF WS-RES NOT EQUAL 'S'
               CLOSE REPARTO
               STOP RUN
           END-IF.
           PERFORM 705-ABRIR-PTU.
           MOVE 0 TO WS-TOT-ISR.
           MOVE WS-EJERCICIO TO PTU-EJERCICIO.
           MOVE 0            TO PTU-ID-EMPL.
           START PTU KEY IS NOT LESS PTU-LLAVE
               INVALID KEY
                   MOVE 1 TO WS-FLAG-PTU
               NOT INVALID KEY
                   MOVE 0 TO WS-FLAG-PTU
           END-START.
           PERFORM 710-PROCESAR-PTU UNTIL WS-FLAG-PTU EQUAL 1.
           SET PTR-PAGADO TO TRUE.
           MOVE WS-F-HOY TO PTR-F-PAGO.
           REWRITE REG-REPARTO-PTU
               INVALID KEY
                   DISPLAY 'ERROR AL ACTUALIZAR PTU-REPARTO-FILE'
           END-REWRITE.
           CLOSE REPARTO PTU NETO HIST ACUMULADO.
           IF WS-HAY-EMPL EQUAL 'S'
               CLOSE EMPLEADO
           END-IF.
           PERFORM 510-CERRAR-CFDI.
           DISPLAY '======================================='.
           DISPLAY 'EMPLEADOS CON PTU:       ' WS-CONTADOR.
           DISPLAY 'ISR RETENIDO:            ' WS-TOT-ISR.
           DISPLAY 'TOTAL A DEPOSITAR:       ' WS-TOT-NETO.
           DISPLAY 'PAGOS LISTOS EN NOMINA-NETO-FILE, CORRE '
                   'DISPERSION-SEC PARA ENVIARLOS AL BANCO'.
           PERFORM 520-AVISO-CFDI.

       705-ABRIR-PTU.
           OPEN I-O PTU.
           IF WS-STATUS-PTU NOT EQUAL '00'
               DISPLAY 'ERROR AL ABRIR PTU-FILE, '
                       'FILE STATUS: ' WS-STATUS-PTU
               CLOSE REPARTO
               STOP RUN
           END-IF.
           OPEN OUTPUT NETO.
           IF WS-STATUS-NETO NOT EQUAL '00'
               DISPLAY 'ERROR AL ABRIR NOMINA-NETO-FILE, '
                       'FILE STATUS: ' WS-STATUS-NETO
               CLOSE REPARTO PTU
               STOP RUN
           END-IF.
           OPEN EXTEND HIST.
           IF WS-STATUS-HIST EQUAL '35'
               OPEN OUTPUT HIST
           END-IF.
           PERFORM 125-ABRIR-ACUMULADO.
           MOVE 'S' TO WS-HAY-EMPL.
           OPEN INPUT EMPLEADO.
           IF WS-STATUS-EMP NOT EQUAL '00'
               MOVE 'N' TO WS-HAY-EMPL
               DISPLAY 'AVISO: NO SE PUDO ABRIR EL ARCHIVO DE '
                       'EMPLEADOS, FILE STATUS: ' WS-STATUS-EMP
           END-IF.
           PERFORM 110-ABRIR-CFDI.

       710-PROCESAR-PTU.
           READ PTU NEXT RECORD
               AT END
                   MOVE 1 TO WS-FLAG-PTU
               NOT AT END
                   IF PTU-EJERCICIO NOT EQUAL WS-EJERCICIO
                       MOVE 1 TO WS-FLAG-PTU
                   ELSE
                       IF PTU-CALCULADO AND PTU-IMPORTE GREATER 0
                           PERFORM 720-PAGAR-EMPLEADO
                       END-IF
                   END-IF
           END-READ.

       720-PAGAR-EMPLEADO.
           MOVE PTU-ID-EMPL   TO NET-ID-EMPL.
           MOVE WS-PERIODO    TO NET-PERIODO.
           MOVE 0             TO NET-QUINCENA.
           SET NET-TIPO-PTU TO TRUE.
           MOVE WS-F-HOY      TO NET-FECHA.
           MOVE PTU-IMPORTE   TO NET-BRUTO.
           MOVE 0             TO NET-PENSION.
           MOVE 0             TO NET-ABONO-PRESTAMO.
           MOVE 0             TO NET-AHORRO.
           MOVE 0             TO NET-DIAS-PAGADOS.
           MOVE PTU-NETO      TO NET-NETO.
           WRITE REG-NETO.
           IF WS-STATUS-NETO NOT EQUAL '00'
               DISPLAY 'ERROR AL ESCRIBIR NOMINA-NETO-FILE, '
                       'FILE STATUS: ' WS-STATUS-NETO
               STOP RUN
           END-IF.
           MOVE REG-NETO TO REG-HIST.
           WRITE REG-HIST.
           PERFORM 730-GRABAR-CFDI-PTU.
           PERFORM 740-ACUMULAR-PTU.
           SET PTU-PAGADO TO TRUE.
           MOVE WS-F-HOY TO PTU-F-PAGO.
           REWRITE REG-PTU
               INVALID KEY
                   DISPLAY 'ERROR AL ACTUALIZAR LA PTU DEL ID-EMPL '
                           PTU-ID-EMPL
           END-REWRITE.
           DISPLAY PTU-ID-EMPL ' PTU DE ' PTU-IMPORTE ' ISR '
                   PTU-ISR ' NETO ' PTU-NETO ' ENVIADO A PAGO'.
           ADD PTU-ISR  TO WS-TOT-ISR.
           ADD PTU-NETO TO WS-TOT-NETO.
           ADD 1 TO WS-CONTADOR.

      *    EL RECEPTOR SE TOMA DEL MAESTRO COMO EN EL FINIQUITO; LA
      *    PTU ES LA UNICA PERCEPCION Y EL ISR LA UNICA DEDUCCION.
       730-GRABAR-CFDI-PTU.
           MOVE SPACES TO REG-EMPL.
           MOVE PTU-ID-EMPL TO ID-EMPL.
           MOVE 0 TO F-ING CLV-DEP.
           IF WS-HAY-EMPL EQUAL 'S'
               READ EMPLEADO
                   INVALID KEY
                       DISPLAY PTU-ID-EMPL ' NO ESTA EN EL MAESTRO, '
                               'SU RECIBO CFDI SALE SIN NOMBRE'
                       MOVE SPACES TO REG-EMPL
                       MOVE PTU-ID-EMPL TO ID-EMPL
                       MOVE 0 TO F-ING CLV-DEP
               END-READ
           END-IF.
           PERFORM 500-DATOS-FISCALES-CFDI.
           MOVE PTU-IMPORTE TO CFD-PER-PTU.
           MOVE PTU-IMPORTE TO CFD-TOT-PERCEPCIONES.
           MOVE PTU-ISR     TO CFD-DED-ISR.
           MOVE PTU-ISR     TO CFD-TOT-DEDUCCIONES.
           MOVE PTU-NETO    TO CFD-NETO.
           PERFORM 505-ESCRIBIR-CFDI.

      *    LA PTU SE ACUMULA EN EL ANIO EN QUE SE PAGA, CON SU PARTE
      *    EXENTA APARTE PARA LA CONSTANCIA.
       740-ACUMULAR-PTU.
           MOVE PTU-ID-EMPL    TO ACU-ID-EMPL.
           MOVE WS-ANIO-ACTUAL TO ACU-ANIO.
           READ ACUMULADO
               INVALID KEY
                   MOVE 'N' TO WS-EXISTE-ACU
                   MOVE ZEROS TO REG-ACUMULADO
                   MOVE PTU-ID-EMPL    TO ACU-ID-EMPL
                   MOVE WS-ANIO-ACTUAL TO ACU-ANIO
               NOT INVALID KEY
                   MOVE 'S' TO WS-EXISTE-ACU
           END-READ.
           ADD PTU-IMPORTE TO ACU-BRUTO.
           ADD PTU-ISR     TO ACU-ISR.
           ADD PTU-NETO    TO ACU-NETO.
           ADD PTU-IMPORTE TO ACU-PTU.
           ADD PTU-EXENTO  TO ACU-EXENTO.
           IF WS-EXISTE-ACU EQUAL 'S'
               REWRITE REG-ACUMULADO
                   INVALID KEY
                       DISPLAY 'ERROR AL ACTUALIZAR ACUMULADO-FILE, '
                               'FILE STATUS: ' WS-STATUS-ACU
               END-REWRITE
           ELSE
               WRITE REG-ACUMULADO
                   INVALID KEY
                       DISPLAY 'ERROR AL CREAR ACUMULADO DEL '
                               'ID-EMPL ' PTU-ID-EMPL
               END-WRITE
           END-IF.
