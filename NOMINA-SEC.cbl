           ASSIGN TO 'PRESTAMO-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PR-LLAVE
           FILE STATUS IS WS-STATUS-PR.
           SELECT NETO
           ASSIGN TO 'NOMINA-NETO-FILE'
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACU-LLAVE
           FILE STATUS IS WS-STATUS-ACU.
           SELECT CUOTAS
           ASSIGN TO 'CUOTAS-PATRONALES-FILE'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-CUO.
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
           SELECT RETROACTIVO
           ASSIGN TO 'RETROACTIVO-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RET-LLAVE
           FILE STATUS IS WS-STATUS-RET.
           SELECT PRIMA-VAC
           ASSIGN TO 'PRIMA-VACACIONAL-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PVA-LLAVE
           FILE STATUS IS WS-STATUS-PVA.
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
           SELECT AJUSTE
           ASSIGN TO 'AJUSTE-ANUAL-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AJU-LLAVE
           FILE STATUS IS WS-STATUS-AJU.
           SELECT CONTRATO
           ASSIGN TO 'CONTRATO-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTO-ID-EMPL
           FILE STATUS IS WS-STATUS-CTO.
           SELECT RETENIDOS
           ASSIGN TO 'NOMINA-RETENIDOS-FILE'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-RTN.

       DATA DIVISION.
       FILE SECTION.
           COPY PAGHREG.
       FD ACUMULADO.
           COPY ACUMREG.
       FD CUOTAS.
           COPY CUOTAREG.
       FD FISCAL.
           COPY FISCREG.
       FD PARAMETROS.
           COPY PARAMREG.
       FD CFDI.
           COPY CFDIREG.
       FD RETROACTIVO.
           COPY RETROREG.
       FD PRIMA-VAC.
           COPY PVACREG.
       FD AHORRO.
           COPY AHORREG.
       FD AHORRO-MOV.
           COPY AHOMREG.
       FD AJUSTE.
           COPY AJUSREG.
       FD CONTRATO.
           COPY CONTREG.
       FD RETENIDOS.
       01 REG-RETENIDO.
           05 RTN-PERIODO                   PIC 9(06).
           05 RTN-QUINCENA                  PIC 9.
           05 RTN-ID-EMPL                   PIC 9(05).
           05 RTN-NOM-EMPL                  PIC X(30).
           05 RTN-CLV-DEP                   PIC 9(03).
           05 RTN-JEFE-ID                   PIC 9(05).
           05 RTN-CTO-TIPO                  PIC X.
           05 RTN-CTO-F-FIN                 PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WS-AREAS.
           05 WS-ISR-HALLADO             PIC X.
           05 WS-ISR                     PIC 9(07)V99.
           05 WS-IMSS                    PIC 9(07)V99.
           05 WS-DEDUCCIONES             PIC 9(08)V99.
           05 WS-DISPONIBLE              PIC 9(08)V99.
           05 WS-ABONO-PRESTAMO          PIC 9(07)V99.
           05 WS-NETO                    PIC 9(08)V99.
           05 WS-TOT-BRUTO               PIC 9(09)V99.
           05 WS-TOT-ISR                 PIC 9(09)V99.
           05 WS-TOT-IMSS                PIC 9(09)V99.
           05 WS-TOT-PRESTAMO            PIC 9(09)V99.
           05 WS-TOT-NETO                PIC 9(09)V99.
           05 WS-CONTADOR                PIC 9(05).
           05 WS-STATUS-NETO             PIC XX.
           05 WS-STATUS-RECIBO           PIC XX.
           05 WS-CONF-REANUDA            PIC X.
           05 WS-STATUS-INC              PIC XX.
           05 WS-HAY-INC                 PIC X.
           05 WS-BRUTO                   PIC 9(08)V99.
           05 WS-DIAS-DESC               PIC 9(03).
           05 WS-HORAS-EXTRA             PIC 9(03).
           05 WS-DESC-AUSENCIAS          PIC 9(07)V99.
               88 FRECUENCIA-QUINCENAL    VALUE 2.
           05 WS-QUINCENA                PIC 9.
           05 WS-SUELDO-BASE             PIC 9(07)V99.
           05 WS-BRUTO-MENSUAL           PIC 9(08)V99.
           05 WS-ISR-MENSUAL             PIC 9(07)V99.
           05 WS-ABONO-OBJETIVO          PIC 9(07)V99.
           05 WS-MITAD-PAGO              PIC 9(07)V99.
           05 WS-STATUS-PEN              PIC XX.
           05 WS-HAY-PEN                 PIC X.
           05 WS-PENSION                 PIC 9(08)V99.
           05 WS-DISPONIBLE-PEN          PIC 9(08)V99.
           05 WS-TOT-PENSION             PIC 9(09)V99.
           05 WS-STATUS-DEP              PIC XX.
           05 WS-STATUS-POL              PIC XX.
           05 WS-DEP-I                   PIC 9(04).
           05 WS-DEP-CLV-POL             PIC 9(03).
           05 WS-NOM-DEP-POL             PIC X(20).
           05 WS-TOT-ABONOS              PIC 9(10)V99.
           05 WS-STATUS-ACU              PIC XX.
           05 WS-ANIO-CORRIDA            PIC 9(04).
           05 WS-EXISTE-ACU              PIC X.
           05 WS-FECHA-CHK               PIC 9(08).
           05 WS-ABONO-YA-APLICADO       PIC X.
           05 WS-ABONO-PREVIO            PIC 9(07)V99.
           05 WS-ABONO-UNO               PIC 9(07)V99.
           05 WS-TOPE-ABONOS             PIC 9(07)V99.
           05 WS-RESTO-ABONOS            PIC 9(07)V99.
           05 WS-PCT-ABONOS              PIC 9(03)V99.
           05 WS-PCT-ABONOS-OMISION      PIC 9(03)V99 VALUE 30.
           05 WS-PRE-N                   PIC 9(02).
           05 WS-PRE-I                   PIC 9(02).
           05 WS-PRE-SIG                 PIC 9(02).
           05 WS-PRV-N                   PIC 9(02).
           05 WS-PRV-I                   PIC 9(02).
           05 WS-PRE-YA-ABONADO          PIC X.
           05 WS-NETO-YA-GRABADO         PIC X.
           05 WS-FLAG-REC                PIC 9.
           05 WS-REC-BRUTO               PIC 9(08)V99.
           05 WS-REC-PENSION             PIC 9(08)V99.
           05 WS-REC-ABONO               PIC 9(08)V99.
           05 WS-REC-NETO                PIC 9(08)V99.
           05 WS-STATUS-CUO              PIC XX.
           05 WS-CUOTA-YA-GRABADA        PIC X.
           05 WS-TASA-IMSS-PAT           PIC 9V9(04) VALUE 0.0815.
           05 WS-TASA-INFONAVIT          PIC 9V9(04) VALUE 0.0500.
           05 WS-TASA-SAR                PIC 9V9(04) VALUE 0.0200.
           05 WS-DIAS-AGUINALDO          PIC 9(03) VALUE 15.
           05 WS-PRIMA-VAC               PIC 9V99 VALUE 0.25.
           05 WS-F-HOY-ANIO              PIC 9(04).
           05 WS-F-HOY-MES               PIC 9(02).
           05 WS-F-HOY-DIA               PIC 9(02).
           05 WS-F-ING-ANIO              PIC 9(04).
           05 WS-F-ING-MES               PIC 9(02).
           05 WS-F-ING-DIA               PIC 9(02).
           05 WS-ANIOS-SERV              PIC 9(03).
           05 WS-DIAS-VAC                PIC 9(03).
           05 WS-FACTOR-INT              PIC 9V9(04).
           05 WS-SDI                     PIC 9(06)V99.
           05 WS-DIAS-PERIODO            PIC 9(02).
           05 WS-IMSS-PAT                PIC 9(07)V99.
           05 WS-INFONAVIT               PIC 9(07)V99.
           05 WS-SAR                     PIC 9(07)V99.
           05 WS-TOT-IMSS-PAT            PIC 9(09)V99.
           05 WS-TOT-INFONAVIT           PIC 9(09)V99.
           05 WS-TOT-SAR                 PIC 9(09)V99.
           05 WS-TOT-CUOTAS              PIC 9(09)V99.
           05 WS-TOT-CARGOS              PIC 9(10)V99.
           05 WS-STATUS-FIS              PIC XX.
           05 WS-HAY-FIS                 PIC X.
           05 WS-STATUS-PAR              PIC XX.
           05 WS-STATUS-CFD              PIC XX.
           05 WS-CFDI-YA-GRABADO         PIC X.
           05 WS-CFD-COMPLETO            PIC X.
           05 WS-CFD-INCOMPLETOS         PIC 9(05).
           05 WS-CFD-F-AUX               PIC 9(08).
           05 WS-STATUS-RET              PIC XX.
           05 WS-HAY-RET                 PIC X.
           05 WS-FLAG-RET                PIC 9.
           05 WS-RETRO                   PIC 9(07)V99.
           05 WS-TOT-RETRO               PIC 9(09)V99.
           05 WS-BRUTO-ORD               PIC 9(08)V99.
           05 WS-RET-SOLO-PREVIOS        PIC X.
           05 WS-RET-PENDIENTES          PIC 9(05).
           05 WS-RET-CORRIDA-CLAVE       PIC 9(07).
           05 WS-RET-PER-CLAVE           PIC 9(07).
           05 WS-RET-F-INI               PIC 9(08).
           05 WS-RET-F-FIN               PIC 9(08).
           05 WS-RET-DIA-INI             PIC 9(02).
           05 WS-RET-DIA-FIN             PIC 9(02).
           05 WS-RET-DIA-EFE             PIC 9(02).
           05 WS-RET-DIAS                PIC 9(04).
           05 WS-RET-REPETIDO            PIC X.
           05 WS-RET-I                   PIC 9(02).
           05 WS-RET-N                   PIC 9(02).
           05 WS-STATUS-PVA              PIC XX.
           05 WS-HAY-PVA                 PIC X.
           05 WS-FLAG-PVA                PIC 9.
           05 WS-PRIMA-VAC-PAGO          PIC 9(07)V99.
           05 WS-TOT-PRIMA-VAC           PIC 9(09)V99.
           05 WS-PVA-SOLO-PREVIOS        PIC X.
           05 WS-PVA-CORRIDA-CLAVE       PIC 9(07).
           05 WS-PVA-CLAVE               PIC 9(07).
           05 WS-STATUS-AHO              PIC XX.
           05 WS-STATUS-AHM              PIC XX.
           05 WS-HAY-AHO                 PIC X.
           05 WS-AHORRO                  PIC 9(07)V99.
           05 WS-AHORRO-PAT              PIC 9(07)V99.
           05 WS-DISPONIBLE-AHO          PIC 9(08)V99.
           05 WS-TOPE-AHO-PAT            PIC 9(07)V99.
           05 WS-TOT-AHORRO              PIC 9(09)V99.
           05 WS-TOT-AHORRO-PAT          PIC 9(09)V99.
           05 WS-AHO-PCT-TOPE            PIC 9(03)V99.
           05 WS-AHO-PCT-TOPE-OMISION    PIC 9(03)V99 VALUE 13.
           05 WS-AHORRO-YA-APLICADO      PIC X.
           05 WS-AHORRO-PREVIO           PIC 9(07)V99.
           05 WS-AHORRO-PAT-PREVIO       PIC 9(07)V99.
           05 WS-REC-AHORRO              PIC 9(08)V99.
           05 WS-STATUS-AJU              PIC XX.
           05 WS-HAY-AJU                 PIC X.
           05 WS-AJU-ULTIMA              PIC X.
           05 WS-AJU-SOLO-PREVIOS        PIC X.
           05 WS-AJU-CARGO               PIC 9(07)V99.
           05 WS-AJU-FAVOR               PIC 9(07)V99.
           05 WS-TOT-AJU-CARGO           PIC 9(09)V99.
           05 WS-TOT-AJU-FAVOR           PIC 9(09)V99.
           05 WS-AJU-TOPE                PIC 9(07)V99.
           05 WS-AJU-TOPE-OMISION        PIC 9(07)V99 VALUE 400000.
           05 WS-AJU-BASE-MES            PIC 9(08)V99.
           05 WS-AJU-ISR-ANUAL           PIC 9(09)V99.
           05 WS-AJU-DEDUC               PIC 9(08)V99.
           05 WS-AJU-DISPONIBLE          PIC 9(08)V99.
           05 WS-STATUS-CTO              PIC XX.
           05 WS-HAY-CTO                 PIC X.
           05 WS-STATUS-RTN              PIC XX.
           05 WS-CTO-F-CORTE             PIC 9(08).
           05 WS-CTO-F-AUX               PIC 9(08).
           05 WS-CTO-RETENER             PIC X.
           05 WS-TOT-RETENIDOS           PIC 9(05).

      *    DATOS FISCALES DEL PATRON PARA LOS RECIBOS CFDI, LEIDOS
      *    UNA SOLA VEZ DE PARAMETROS-FILE AL ABRIR.
           COPY PARAMREG REPLACING ==REG-PARAMETROS== BY
                                   ==WS-PARAMETROS==
                        LEADING ==PAR== BY ==WS-PAR==.

      *    PRESTAMOS ACTIVOS DEL EMPLEADO EN PROCESO, PARA
      *    DESCONTARLOS EN ORDEN DE PRIORIDAD (PRIORIDAD * 1000 +
      *    NUMERO DE PRESTAMO).
       01 WS-PRE-TABLA.
           05 WS-PRE-ENTRADA OCCURS 20.
               10 WS-PRE-ORDEN           PIC 9(05).
               10 WS-PRE-NUM             PIC 9(03).
               10 WS-PRE-HECHO           PIC X.

      *    ABONOS DE NOMINA QUE EL EMPLEADO QUE QUEDO A MEDIAS YA
      *    TENIA GRABADOS EN LA BITACORA DE PAGOS, POR PRESTAMO.
       01 WS-PRV-TABLA.
           05 WS-PRV-ENTRADA OCCURS 20.
               10 WS-PRV-NUM             PIC 9(03).
               10 WS-PRV-MONTO           PIC 9(07)V99.

      *    BRUTO ACUMULADO POR CLV-DEP (0 A 999) PARA LOS CARGOS DE
      *    GASTO DE SUELDOS DE LA POLIZA CONTABLE.
       01 WS-POLIZA-TABLA.
           05 WS-DEP-BRUTO OCCURS 1000   PIC 9(09)V99.

      *    PERIODOS (AAAAMMQ) YA CONTADOS AL MEDIR UN RETROACTIVO,
      *    PARA QUE UNA RECORRIDA DEL MISMO PERIODO NO SE PAGUE DOS
      *    VECES.
       01 WS-RET-TABLA.
           05 WS-RET-PAGADO OCCURS 48    PIC 9(07).

       PROCEDURE DIVISION.
       010-INITIAL.
           PERFORM 300-PROCESAR UNTIL WS-FLAG EQUAL 1.
           PERFORM 400-CIERRE.
           PERFORM 100-CERRAR.
       GOBACK.

       020-PEDIR-PERIODO.
           MOVE 'N' TO WS-PERIODO-OK.
           MOVE 0 TO WS-CHK-ULT-ID WS-ULT-COMPLETADO.
           MOVE 0 TO WS-ID-EN-PROCESO.
           MOVE 'N' TO WS-ABONO-YA-APLICADO WS-NETO-YA-GRABADO.
           MOVE 'N' TO WS-CFDI-YA-GRABADO WS-CUOTA-YA-GRABADA.
           MOVE 0 TO WS-ABONO-PREVIO WS-PRV-N.
           MOVE 'N' TO WS-AHORRO-YA-APLICADO.
           MOVE 0 TO WS-AHORRO-PREVIO WS-AHORRO-PAT-PREVIO.
           MOVE 0 TO WS-CFD-INCOMPLETOS.
           MOVE 0 TO WS-CONTADOR WS-TOT-BRUTO WS-TOT-ISR.
           MOVE 0 TO WS-TOT-IMSS WS-TOT-PENSION WS-TOT-PRESTAMO.
           MOVE 0 TO WS-TOT-NETO.
           MOVE 0 TO WS-TOT-IMSS-PAT WS-TOT-INFONAVIT WS-TOT-SAR.
           MOVE 0 TO WS-TOT-RETRO WS-TOT-PRIMA-VAC.
           MOVE 0 TO WS-TOT-AHORRO WS-TOT-AHORRO-PAT.
           MOVE 0 TO WS-TOT-AJU-CARGO WS-TOT-AJU-FAVOR.
           PERFORM VARYING WS-DEP-I FROM 1 BY 1
               UNTIL WS-DEP-I GREATER 1000
               MOVE 0 TO WS-DEP-BRUTO(WS-DEP-I)
           END-PERFORM.
           OPEN INPUT NOMINA-CHK.
                   MOVE NCHK-TOT-PENSION TO WS-TOT-PENSION
                   MOVE NCHK-TOT-PRESTAMO TO WS-TOT-PRESTAMO
                   MOVE NCHK-TOT-NETO    TO WS-TOT-NETO
                   MOVE NCHK-TOT-IMSS-PAT  TO WS-TOT-IMSS-PAT
                   MOVE NCHK-TOT-INFONAVIT TO WS-TOT-INFONAVIT
                   MOVE NCHK-TOT-SAR       TO WS-TOT-SAR
                   MOVE NCHK-TOT-RETRO     TO WS-TOT-RETRO
                   MOVE NCHK-TOT-PRIMA-VAC TO WS-TOT-PRIMA-VAC
                   MOVE NCHK-TOT-AHORRO    TO WS-TOT-AHORRO
                   MOVE NCHK-TOT-AHORRO-PAT TO WS-TOT-AHORRO-PAT
                   MOVE NCHK-TOT-AJU-CARGO TO WS-TOT-AJU-CARGO
                   MOVE NCHK-TOT-AJU-FAVOR TO WS-TOT-AJU-FAVOR
                   PERFORM VARYING WS-DEP-I FROM 1 BY 1
                       UNTIL WS-DEP-I GREATER 1000
                       MOVE NCHK-DEP-BRUTO(WS-DEP-I)
                           TO WS-DEP-BRUTO(WS-DEP-I)
                   END-PERFORM
           END-IF.

      *    ANTES DE REPETIR AL EMPLEADO QUE QUEDO A MEDIAS SE
      *    COTEJA EN LAS BITACORAS QUE SI ALCANZO A GRABARSE: CADA
      *    PRESTAMO CUYO ABONO DE NOMINA DE ESTE PERIODO YA ESTA EN
      *    LA BITACORA DE PAGOS YA SE DESCONTO Y NO SE DESCUENTA
      *    OTRA VEZ; SI SU NETO YA ESTA EN EL HISTORIAL, TODOS SUS
      *    MOVIMIENTOS QUEDARON COMPLETOS Y SOLO FALTAN SUS TOTALES.
      *    LA LINEA DE CUOTAS PATRONALES SE GRABA ANTES QUE EL NETO;
      *    SI YA ESTA, AL REPETIR AL EMPLEADO NO SE GRABA OTRA.
       047-REVISAR-EN-PROCESO.
           OPEN INPUT PAGO-HIST.
           IF WS-STATUS-PGH EQUAL '35'
                   UNTIL WS-FLAG-REC EQUAL 1
               CLOSE HIST
           END-IF.
           OPEN INPUT CFDI.
           IF WS-STATUS-CFD EQUAL '35'
               CONTINUE
           ELSE
               MOVE 0 TO WS-FLAG-REC
               PERFORM 046-BUSCAR-CFDI-PREVIO
                   UNTIL WS-FLAG-REC EQUAL 1
               CLOSE CFDI
           END-IF.
           OPEN INPUT CUOTAS.
           IF WS-STATUS-CUO EQUAL '35'
               CONTINUE
           ELSE
               MOVE 0 TO WS-FLAG-REC
               PERFORM 044-BUSCAR-CUOTA-PREVIA
                   UNTIL WS-FLAG-REC EQUAL 1
               CLOSE CUOTAS
           END-IF.
           OPEN INPUT AHORRO-MOV.
           IF WS-STATUS-AHM EQUAL '35'
               CONTINUE
           ELSE
               MOVE 0 TO WS-FLAG-REC
               PERFORM 043-BUSCAR-AHORRO-PREVIO
                   UNTIL WS-FLAG-REC EQUAL 1
               CLOSE AHORRO-MOV
           END-IF.
           IF WS-ABONO-YA-APLICADO EQUAL 'S'
               DISPLAY 'EL ABONO DE PRESTAMO DEL ID-EMPL '
                       WS-ID-EN-PROCESO ' YA ESTABA APLICADO ('
                       WS-ABONO-PREVIO '), NO SE DESCONTARA DE '
                       'NUEVO'
           END-IF.
           IF WS-AHORRO-YA-APLICADO EQUAL 'S'
               DISPLAY 'LA APORTACION AL FONDO DE AHORRO DEL ID-EMPL '
                       WS-ID-EN-PROCESO ' YA ESTABA APLICADA ('
                       WS-AHORRO-PREVIO '), NO SE DESCONTARA DE '
                       'NUEVO'
           END-IF.
           IF WS-NETO-YA-GRABADO EQUAL 'S'
               DISPLAY 'EL NETO DEL ID-EMPL ' WS-ID-EN-PROCESO
                       ' YA ESTABA GRABADO, SOLO SE REINTEGRAN '
                       'SUS TOTALES'
           ELSE
               IF WS-CUOTA-YA-GRABADA EQUAL 'S'
                   DISPLAY 'LAS CUOTAS PATRONALES DEL ID-EMPL '
                           WS-ID-EN-PROCESO ' YA ESTABAN GRABADAS, '
                           'NO SE GRABARAN DE NUEVO'
               END-IF
           END-IF.

       048-BUSCAR-ABONO-PREVIO.
                      AND PGH-PERIODO EQUAL WS-PERIODO
                      AND PGH-QUINCENA EQUAL WS-QUINCENA
                      AND PGH-FECHA EQUAL WS-FECHA-CHK
                      AND WS-PRV-N LESS 20
                       MOVE 'S' TO WS-ABONO-YA-APLICADO
                       ADD PGH-MONTO TO WS-ABONO-PREVIO
                       ADD 1 TO WS-PRV-N
                       MOVE PGH-NUM-PRESTAMO TO WS-PRV-NUM(WS-PRV-N)
                       MOVE PGH-MONTO TO WS-PRV-MONTO(WS-PRV-N)
                   END-IF
           END-READ.

                       MOVE HIST-PENSION        TO WS-REC-PENSION
                       MOVE HIST-ABONO-PRESTAMO TO WS-REC-ABONO
                       MOVE HIST-NETO           TO WS-REC-NETO
                       MOVE HIST-AHORRO         TO WS-REC-AHORRO
                   END-IF
           END-READ.

       043-BUSCAR-AHORRO-PREVIO.
           READ AHORRO-MOV
               AT END
                   MOVE 1 TO WS-FLAG-REC
               NOT AT END
                   IF AHM-ID-EMPL EQUAL WS-ID-EN-PROCESO
                      AND AHM-ORIGEN-NOMINA
                      AND AHM-PERIODO EQUAL WS-PERIODO
                      AND AHM-QUINCENA EQUAL WS-QUINCENA
                      AND AHM-FECHA EQUAL WS-FECHA-CHK
                       MOVE 'S' TO WS-AHORRO-YA-APLICADO
                       ADD AHM-EMPLEADO TO WS-AHORRO-PREVIO
                       ADD AHM-EMPRESA  TO WS-AHORRO-PAT-PREVIO
                   END-IF
           END-READ.

       044-BUSCAR-CUOTA-PREVIA.
           READ CUOTAS
               AT END
                   MOVE 1 TO WS-FLAG-REC
               NOT AT END
                   IF CUO-ID-EMPL EQUAL WS-ID-EN-PROCESO
                      AND CUO-PERIODO EQUAL WS-PERIODO
                      AND CUO-QUINCENA EQUAL WS-QUINCENA
                      AND CUO-FECHA EQUAL WS-FECHA-CHK
                       MOVE 'S' TO WS-CUOTA-YA-GRABADA
                   END-IF
           END-READ.

       046-BUSCAR-CFDI-PREVIO.
           READ CFDI
               AT END
                   MOVE 1 TO WS-FLAG-REC
               NOT AT END
                   IF CFD-ID-EMPL EQUAL WS-ID-EN-PROCESO
                      AND CFD-TIPO-NOMINA
                      AND CFD-PERIODO EQUAL WS-PERIODO
                      AND CFD-QUINCENA EQUAL WS-QUINCENA
                      AND CFD-FECHA EQUAL WS-FECHA-CHK
                       MOVE 'S' TO WS-CFDI-YA-GRABADO
                   END-IF
           END-READ.

      *    REGISTRADO EN NOMINA-CORRIDA-FILE LOS PRESTAMOS YA SE
      *    DESCONTARON ESE MES, ASI QUE SOLO UN SUPERVISOR DEBE
      *    AUTORIZAR REPETIRLA. SE REVISA ANTES DE ABRIR (Y VACIAR)
      *    NOMINA-NETO-FILE. UNA CORRIDA CANCELADA POR NOMINA-REVERSA
      *    YA DEVOLVIO SUS ABONOS Y SU ACUMULADO, ASI QUE EL PERIODO
      *    SE VUELVE A CORRER SIN AUTORIZACION.
       030-REVISAR-CORRIDA.
           MOVE WS-PERIODO  TO COR-PERIODO.
           MOVE WS-QUINCENA TO COR-QUINCENA.
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF COR-CANCELADA
                       DISPLAY 'LA CORRIDA DEL PERIODO '
                               COR-PERIODO
                               ' QUINCENA ' COR-QUINCENA
                               ' FUE CANCELADA EL ' COR-F-CANCELA
                               ', SE VUELVE A CORRER'
                   ELSE
                       DISPLAY 'AVISO: YA EXISTE UNA CORRIDA DE '
                               'NOMINA DEL PERIODO ' COR-PERIODO
                               ' QUINCENA ' COR-QUINCENA
                       DISPLAY 'FECHA: ' COR-FECHA
                               '  EMPLEADOS: ' COR-EMPLEADOS
                               '  NETO: ' COR-TOT-NETO
                       DISPLAY 'REPETIRLA DESCUENTA LOS PRESTAMOS '
                               'OTRA VEZ. SOLO UN SUPERVISOR DEBE '
                               'AUTORIZARLO.'
                       DISPLAY 'CONFIRMA EL SUPERVISOR LA RECORRIDA? '
                               'S/N'
                           ACCEPT WS-CONF
                       IF WS-CONF NOT EQUAL 'S'
                           DISPLAY 'CORRIDA CANCELADA'
                           CLOSE EMPLEADO ISR CORRIDA
                           STOP RUN
                       END-IF
                   END-IF
           END-READ.

               CLOSE EMPLEADO ISR CORRIDA NETO
               STOP RUN
           END-IF.
      *    LOS RETROACTIVOS PENDIENTES SE MIDEN CONTRA EL HISTORIAL
      *    ANTES DE ABRIRLO PARA AGREGAR LAS LINEAS DE ESTA CORRIDA.
      *    SIN RETROACTIVO-FILE NO HAY AUMENTOS ATRASADOS QUE PAGAR.
           MOVE 'S' TO WS-HAY-RET.
           OPEN I-O RETROACTIVO.
           IF WS-STATUS-RET EQUAL '35'
               MOVE 'N' TO WS-HAY-RET
           ELSE
               IF WS-STATUS-RET NOT EQUAL '00'
                   DISPLAY 'ERROR AL ABRIR RETROACTIVO-FILE, '
                           'FILE STATUS: ' WS-STATUS-RET
                   CLOSE EMPLEADO ISR CORRIDA NETO
                   STOP RUN
               END-IF
               PERFORM 060-MEDIR-RETROACTIVOS
           END-IF.
      *    SIN PRIMA-VACACIONAL-FILE NO HAY VACACIONES APROBADAS CON
      *    PRIMA POR PAGAR. UNA CORRIDA MENSUAL CUBRE LAS DOS
      *    QUINCENAS DE SU PERIODO.
           MOVE 'S' TO WS-HAY-PVA.
           OPEN I-O PRIMA-VAC.
           IF WS-STATUS-PVA EQUAL '35'
               MOVE 'N' TO WS-HAY-PVA
           ELSE
               IF WS-STATUS-PVA NOT EQUAL '00'
                   DISPLAY 'ERROR AL ABRIR PRIMA-VACACIONAL-FILE, '
                           'FILE STATUS: ' WS-STATUS-PVA
                   CLOSE EMPLEADO ISR CORRIDA NETO
                   STOP RUN
               END-IF
           END-IF.
           IF WS-QUINCENA EQUAL 0
               COMPUTE WS-PVA-CORRIDA-CLAVE = WS-PERIODO * 10 + 2
           ELSE
               COMPUTE WS-PVA-CORRIDA-CLAVE =
                   WS-PERIODO * 10 + WS-QUINCENA
           END-IF.
      *    SIN AHORRO-FILE NADIE ESTA INSCRITO AL FONDO DE AHORRO.
           MOVE 'S' TO WS-HAY-AHO.
           OPEN I-O AHORRO.
           IF WS-STATUS-AHO EQUAL '35'
               MOVE 'N' TO WS-HAY-AHO
           ELSE
               IF WS-STATUS-AHO NOT EQUAL '00'
                   DISPLAY 'ERROR AL ABRIR AHORRO-FILE, '
                           'FILE STATUS: ' WS-STATUS-AHO
                   CLOSE EMPLEADO ISR CORRIDA NETO
                   STOP RUN
               END-IF
           END-IF.
      *    EL AJUSTE ANUAL DE ISR SE APLICA EN LA ULTIMA NOMINA DEL
      *    ANIO: LA MENSUAL DE DICIEMBRE O LA SEGUNDA QUINCENA DE
      *    DICIEMBRE. SIN AJUSTE-ANUAL-FILE ESA NOMINA SE PAGA SIN
      *    AJUSTE Y SE AVISA.
           MOVE 'N' TO WS-HAY-AJU WS-AJU-ULTIMA.
           IF WS-PER-MES EQUAL 12 AND WS-QUINCENA NOT EQUAL 1
               MOVE 'S' TO WS-AJU-ULTIMA
               MOVE 'S' TO WS-HAY-AJU
               OPEN I-O AJUSTE
               IF WS-STATUS-AJU EQUAL '35'
                   MOVE 'N' TO WS-HAY-AJU
                   DISPLAY 'AVISO: NO EXISTE AJUSTE-ANUAL-FILE, ESTA '
                           'NOMINA SE CALCULA SIN AJUSTE ANUAL DE ISR'
                   DISPLAY 'CORRE AJUSTE-ANUAL ANTES DE LA ULTIMA '
                           'NOMINA DEL ANIO'
               ELSE
                   IF WS-STATUS-AJU NOT EQUAL '00'
                       DISPLAY 'ERROR AL ABRIR AJUSTE-ANUAL-FILE, '
                               'FILE STATUS: ' WS-STATUS-AJU
                       CLOSE EMPLEADO ISR CORRIDA NETO
                       STOP RUN
                   END-IF
               END-IF
           END-IF.
           OPEN EXTEND HIST.
           IF WS-STATUS-HIST EQUAL '35'
               OPEN OUTPUT HIST
               CLOSE EMPLEADO ISR CORRIDA NETO
               STOP RUN
           END-IF.
      *    LAS CUOTAS PATRONALES SON DEL PERIODO, IGUAL QUE LOS
      *    NETOS: UNA CORRIDA NUEVA VACIA EL ARCHIVO Y UNA
      *    REANUDACION AGREGA A LO YA GRABADO.
           IF WS-REANUDA EQUAL 'S'
               OPEN EXTEND CUOTAS
               IF WS-STATUS-CUO EQUAL '35'
                   OPEN OUTPUT CUOTAS
               END-IF
           ELSE
               OPEN OUTPUT CUOTAS
           END-IF.
           IF WS-STATUS-CUO NOT EQUAL '00'
               DISPLAY 'ERROR AL ABRIR CUOTAS-PATRONALES-FILE, '
                       'FILE STATUS: ' WS-STATUS-CUO
               CLOSE EMPLEADO ISR CORRIDA NETO HIST
               STOP RUN
           END-IF.
      *    LOS DATOS PARA TIMBRAR LOS RECIBOS SIGUEN LA MISMA REGLA
      *    QUE LOS NETOS: SE ENTREGAN AL PROVEEDOR ANTES DE LA
      *    SIGUIENTE CORRIDA, QUE VACIA EL ARCHIVO.
           IF WS-REANUDA EQUAL 'S'
               OPEN EXTEND CFDI
               IF WS-STATUS-CFD EQUAL '35'
                   OPEN OUTPUT CFDI
               END-IF
           ELSE
               OPEN OUTPUT CFDI
           END-IF.
           IF WS-STATUS-CFD NOT EQUAL '00'
               DISPLAY 'ERROR AL ABRIR CFDI-NOMINA-FILE, '
                       'FILE STATUS: ' WS-STATUS-CFD
               CLOSE EMPLEADO ISR CORRIDA NETO HIST CUOTAS
               STOP RUN
           END-IF.
      *    SIN DATOS FISCALES LA NOMINA SE PAGA IGUAL; LOS RECIBOS
      *    QUE SALGAN INCOMPLETOS SE AVISAN EN PANTALLA Y AL CIERRE.
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
                   CLOSE EMPLEADO ISR CORRIDA NETO HIST CUOTAS CFDI
                   STOP RUN
               END-IF
           END-IF.
      *    SIN CONTRATO-FILE TODOS LOS EMPLEADOS SON INDETERMINADOS
      *    Y NINGUN PAGO SE RETIENE. LA LISTA DE RETENIDOS ES DEL
      *    PERIODO, IGUAL QUE LOS NETOS. EL CORTE ES EL ULTIMO DIA
      *    QUE CUBRE LA CORRIDA: EL 15 EN LA PRIMERA QUINCENA Y EL
      *    ULTIMO DIA REAL DEL MES EN LA SEGUNDA O EN LA MENSUAL, PARA
      *    NO RETENER UN CONTRATO QUE VENCE EL 30 O EL 28 DE FEBRERO.
           MOVE 'S' TO WS-HAY-CTO.
           OPEN INPUT CONTRATO.
           IF WS-STATUS-CTO EQUAL '35'
               MOVE 'N' TO WS-HAY-CTO
           ELSE
               IF WS-STATUS-CTO NOT EQUAL '00'
                   DISPLAY 'ERROR AL ABRIR CONTRATO-FILE, '
                           'FILE STATUS: ' WS-STATUS-CTO
                   CLOSE EMPLEADO ISR CORRIDA NETO HIST CUOTAS CFDI
                   STOP RUN
               END-IF
           END-IF.
           IF WS-REANUDA EQUAL 'S'
               OPEN EXTEND RETENIDOS
               IF WS-STATUS-RTN EQUAL '35'
                   OPEN OUTPUT RETENIDOS
               END-IF
           ELSE
               OPEN OUTPUT RETENIDOS
           END-IF.
           IF WS-STATUS-RTN NOT EQUAL '00'
               DISPLAY 'ERROR AL ABRIR NOMINA-RETENIDOS-FILE, '
                       'FILE STATUS: ' WS-STATUS-RTN
               CLOSE EMPLEADO ISR CORRIDA NETO HIST CUOTAS CFDI
               STOP RUN
           END-IF.
           IF WS-QUINCENA EQUAL 1
               COMPUTE WS-CTO-F-CORTE = WS-PERIODO * 100 + 15
           ELSE
               IF WS-PER-MES EQUAL 12
                   COMPUTE WS-CTO-F-AUX =
                       (WS-PERIODO + 89) * 100 + 1
               ELSE
                   COMPUTE WS-CTO-F-AUX =
                       (WS-PERIODO + 1) * 100 + 1
               END-IF
               COMPUTE WS-CTO-F-CORTE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-CTO-F-AUX) - 1)
           END-IF.
           MOVE 0 TO WS-TOT-RETENIDOS.
           PERFORM 105-LEER-PARAMETROS.

       105-LEER-PARAMETROS.
           MOVE SPACES TO WS-PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF WS-STATUS-PAR EQUAL '35'
               DISPLAY 'AVISO: NO EXISTE PARAMETROS-FILE, LOS RECIBOS '
                       'CFDI SALEN SIN DATOS DEL PATRON'
               DISPLAY 'CAPTURALOS CON PARAMETROS-SEC'
           ELSE
               READ PARAMETROS INTO WS-PARAMETROS
                   AT END
                       DISPLAY 'AVISO: PARAMETROS-FILE ESTA VACIO, '
                               'LOS RECIBOS CFDI SALEN SIN DATOS '
                               'DEL PATRON'
               END-READ
               CLOSE PARAMETROS
           END-IF.
           MOVE WS-PCT-ABONOS-OMISION TO WS-PCT-ABONOS.
           IF WS-PAR-PCT-ABONOS NUMERIC
              AND WS-PAR-PCT-ABONOS GREATER 0
               MOVE WS-PAR-PCT-ABONOS TO WS-PCT-ABONOS
           END-IF.
           MOVE WS-AHO-PCT-TOPE-OMISION TO WS-AHO-PCT-TOPE.
           IF WS-PAR-AHO-PCT-TOPE NUMERIC
              AND WS-PAR-AHO-PCT-TOPE GREATER 0
               MOVE WS-PAR-AHO-PCT-TOPE TO WS-AHO-PCT-TOPE
           END-IF.
           MOVE WS-AJU-TOPE-OMISION TO WS-AJU-TOPE.
           IF WS-PAR-AJU-TOPE NUMERIC
              AND WS-PAR-AJU-TOPE GREATER 0
               MOVE WS-PAR-AJU-TOPE TO WS-AJU-TOPE
           END-IF.

       100-CERRAR.
           CLOSE EMPLEADO.
           CLOSE NETO.
           CLOSE HIST.
           CLOSE ACUMULADO.
           CLOSE CUOTAS.
           CLOSE CFDI.
           IF WS-HAY-FIS EQUAL 'S'
               CLOSE FISCAL
           END-IF.
           IF WS-HAY-INC EQUAL 'S'
               CLOSE INCIDENCIA
           END-IF.
           IF WS-HAY-PEN EQUAL 'S'
               CLOSE PENSION
           END-IF.
           IF WS-HAY-RET EQUAL 'S'
               CLOSE RETROACTIVO
           END-IF.
           IF WS-HAY-PVA EQUAL 'S'
               CLOSE PRIMA-VAC
           END-IF.
           IF WS-HAY-AHO EQUAL 'S'
               CLOSE AHORRO
           END-IF.
           IF WS-HAY-AJU EQUAL 'S'
               CLOSE AJUSTE
           END-IF.
           IF WS-HAY-CTO EQUAL 'S'
               CLOSE CONTRATO
           END-IF.
           CLOSE RETENIDOS.

      *    CADA AUMENTO QUE ENTRO DESPUES DE SU FECHA EFECTIVA SE
      *    MIDE CONTRA LAS LINEAS DE NOMINA DEL EMPLEADO QUE SE
      *    CORRIERON ANTES DE REGISTRAR EL AUMENTO (Y SIN CANCELAR):
      *    CADA PERIODO ANTERIOR A ESTA CORRIDA QUE TERMINA DESPUES
      *    DE LA FECHA EFECTIVA APORTA SUS DIAS COMERCIALES A PARTIR
      *    DE ELLA. EL MONTO QUEDA EN EL REGISTRO Y SE PAGA AL
      *    PROCESAR AL EMPLEADO.
       060-MEDIR-RETROACTIVOS.
           MOVE 0 TO WS-RET-PENDIENTES.
           COMPUTE WS-RET-CORRIDA-CLAVE = WS-PERIODO * 10 + WS-QUINCENA.
           MOVE 0 TO RET-ID-EMPL RET-F-EFECTIVA.
           MOVE 0 TO RET-F-REGISTRO RET-H-REGISTRO.
           START RETROACTIVO KEY IS NOT LESS THAN RET-LLAVE
               INVALID KEY
                   MOVE 1 TO WS-FLAG-RET
               NOT INVALID KEY
                   MOVE 0 TO WS-FLAG-RET
           END-START.
           PERFORM 061-LEER-RETROACTIVO UNTIL WS-FLAG-RET EQUAL 1.
           IF WS-RET-PENDIENTES GREATER 0
               DISPLAY 'RETROACTIVOS POR PAGAR EN ESTA CORRIDA: '
                       WS-RET-PENDIENTES
           END-IF.

       061-LEER-RETROACTIVO.
           READ RETROACTIVO NEXT RECORD
               AT END
                   MOVE 1 TO WS-FLAG-RET
               NOT AT END
                   IF RET-PENDIENTE
                       PERFORM 062-MEDIR-RETROACTIVO
                   END-IF
           END-READ.

       062-MEDIR-RETROACTIVO.
           MOVE 0 TO WS-RET-N WS-RET-DIAS.
           OPEN INPUT HIST.
           IF WS-STATUS-HIST EQUAL '00'
               MOVE 0 TO WS-FLAG-REC
               PERFORM 063-LEER-HIST-RETRO UNTIL WS-FLAG-REC EQUAL 1
               CLOSE HIST
           END-IF.
           MOVE WS-RET-N    TO RET-PERIODOS.
           MOVE WS-RET-DIAS TO RET-DIAS.
           COMPUTE RET-MONTO ROUNDED =
               (RET-S-MEN-NVO - RET-S-MEN-ANT) * WS-RET-DIAS / 30.
           REWRITE REG-RETROACTIVO
               INVALID KEY
                   DISPLAY 'ERROR AL ACTUALIZAR RETROACTIVO-FILE, '
                           'FILE STATUS: ' WS-STATUS-RET
           END-REWRITE.
           ADD 1 TO WS-RET-PENDIENTES.

       063-LEER-HIST-RETRO.
           READ HIST
               AT END
                   MOVE 1 TO WS-FLAG-REC
               NOT AT END
                   IF HIST-ID-EMPL EQUAL RET-ID-EMPL
                      AND HIST-TIPO-NOMINA
                      AND HIST-FECHA LESS RET-F-REGISTRO
                       PERFORM 064-DIAS-RETROACTIVO
                   END-IF
           END-READ.

       064-DIAS-RETROACTIVO.
           COMPUTE WS-RET-PER-CLAVE =
               HIST-PERIODO * 10 + HIST-QUINCENA.
           IF HIST-QUINCENA EQUAL 2
               MOVE 16 TO WS-RET-DIA-INI
           ELSE
               MOVE 1  TO WS-RET-DIA-INI
           END-IF.
           IF HIST-QUINCENA EQUAL 1
               MOVE 15 TO WS-RET-DIA-FIN
           ELSE
               MOVE 30 TO WS-RET-DIA-FIN
           END-IF.
           COMPUTE WS-RET-F-INI = HIST-PERIODO * 100 + WS-RET-DIA-INI.
           COMPUTE WS-RET-F-FIN = HIST-PERIODO * 100 + WS-RET-DIA-FIN.
           MOVE 'N' TO WS-RET-REPETIDO.
           PERFORM VARYING WS-RET-I FROM 1 BY 1
               UNTIL WS-RET-I GREATER WS-RET-N
               IF WS-RET-PAGADO(WS-RET-I) EQUAL WS-RET-PER-CLAVE
                   MOVE 'S' TO WS-RET-REPETIDO
               END-IF
           END-PERFORM.
           IF WS-RET-PER-CLAVE LESS WS-RET-CORRIDA-CLAVE
              AND WS-RET-REPETIDO EQUAL 'N'
              AND RET-F-EFECTIVA NOT GREATER WS-RET-F-FIN
              AND WS-RET-N LESS 48
               ADD 1 TO WS-RET-N
               MOVE WS-RET-PER-CLAVE TO WS-RET-PAGADO(WS-RET-N)
               IF RET-F-EFECTIVA NOT GREATER WS-RET-F-INI
                   COMPUTE WS-RET-DIAS = WS-RET-DIAS
                       + WS-RET-DIA-FIN - WS-RET-DIA-INI + 1
               ELSE
                   MOVE RET-F-EFECTIVA(7:2) TO WS-RET-DIA-EFE
                   COMPUTE WS-RET-DIAS = WS-RET-DIAS
                       + WS-RET-DIA-FIN - WS-RET-DIA-EFE + 1
               END-IF
           END-IF.

       200-ENCABEZADO.
           DISPLAY '======================================='.
           DISPLAY '     CALCULO DE NOMINA - SUELDO NETO'.
           DISPLAY '======================================='.
           DISPLAY 'ID     NOMBRE                    BRUTO   '
                   'ISR     IMSS    PENSION  PRESTAMO  AHORRO    '
                   'NETO'.

       300-PROCESAR.
           READ EMPLEADO NEXT RECORD
                          AND WS-NETO-YA-GRABADO EQUAL 'S'
                           PERFORM 311-REINTEGRAR-COMPLETADO
                       ELSE
                           PERFORM 302-REVISAR-CONTRATO
                           IF WS-CTO-RETENER EQUAL 'S'
                               PERFORM 303-RETENER-PAGO
                           ELSE
                               PERFORM 427-MARCAR-EN-PROCESO
                               PERFORM 310-CALCULAR
                           END-IF
                       END-IF
                       PERFORM 430-GRABAR-CHECKPOINT
                   END-IF
           END-READ.

      *    EL CONTRATO QUE TERMINO ANTES DEL CORTE DEL PERIODO SIN
      *    RENOVARSE NI DARSE DE BAJA AL EMPLEADO DEJA SU PAGO
      *    RETENIDO: NO SE CALCULA NI SE GRABA NADA DE EL HASTA QUE
      *    RECURSOS HUMANOS RENUEVE EL CONTRATO O REGISTRE LA BAJA.
       302-REVISAR-CONTRATO.
           MOVE 'N' TO WS-CTO-RETENER.
           IF WS-HAY-CTO EQUAL 'S'
               MOVE ID-EMPL TO CTO-ID-EMPL
               READ CONTRATO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT CTO-INDETERMINADO
                          AND CTO-F-FIN GREATER 0
                          AND CTO-F-FIN LESS WS-CTO-F-CORTE
                           MOVE 'S' TO WS-CTO-RETENER
                       END-IF
               END-READ
           END-IF.

       303-RETENER-PAGO.
           DISPLAY ID-EMPL ' ' NOM-EMPL ' PAGO RETENIDO, CONTRATO '
                   'VENCIDO EL ' CTO-F-FIN.
           MOVE WS-PERIODO  TO RTN-PERIODO.
           MOVE WS-QUINCENA TO RTN-QUINCENA.
           MOVE ID-EMPL     TO RTN-ID-EMPL.
           MOVE NOM-EMPL    TO RTN-NOM-EMPL.
           MOVE CLV-DEP     TO RTN-CLV-DEP.
           MOVE JEFE-ID     TO RTN-JEFE-ID.
           MOVE CTO-TIPO    TO RTN-CTO-TIPO.
           MOVE CTO-F-FIN   TO RTN-CTO-F-FIN.
           WRITE REG-RETENIDO.
           ADD 1 TO WS-TOT-RETENIDOS.

       310-CALCULAR.
           PERFORM 312-APLICAR-INCIDENCIAS.
           PERFORM 313-APLICAR-RETROACTIVO.
           PERFORM 336-APLICAR-PRIMA-VAC.
           PERFORM 315-CALCULAR-ISR.
           COMPUTE WS-IMSS ROUNDED = WS-BRUTO * WS-TASA-IMSS.
           PERFORM 317-CALCULAR-PENSION.
           PERFORM 320-ABONAR-PRESTAMO.
           PERFORM 321-APORTAR-AHORRO.
           PERFORM 341-APLICAR-AJUSTE-ANUAL.
           COMPUTE WS-DEDUCCIONES = WS-ISR + WS-IMSS + WS-PENSION
               + WS-ABONO-PRESTAMO + WS-AHORRO + WS-AJU-CARGO.
           IF WS-DEDUCCIONES GREATER WS-BRUTO
               MOVE 0 TO WS-NETO
           ELSE
               COMPUTE WS-NETO = WS-BRUTO - WS-DEDUCCIONES
           END-IF.
           ADD WS-AJU-FAVOR TO WS-NETO.
           DISPLAY ID-EMPL  ' ' NOM-EMPL        ' '
                   WS-BRUTO ' ' WS-ISR          ' '
                   WS-IMSS  ' ' WS-PENSION      ' '
                   WS-ABONO-PRESTAMO ' ' WS-AHORRO ' ' WS-NETO.
           ADD WS-BRUTO         TO WS-TOT-BRUTO.
           COMPUTE WS-DEP-BRUTO(CLV-DEP + 1) =
               WS-DEP-BRUTO(CLV-DEP + 1) + WS-BRUTO - WS-RETRO
               - WS-PRIMA-VAC-PAGO.
           ADD WS-RETRO         TO WS-TOT-RETRO.
           ADD WS-PRIMA-VAC-PAGO TO WS-TOT-PRIMA-VAC.
           ADD WS-ISR           TO WS-TOT-ISR.
           ADD WS-IMSS          TO WS-TOT-IMSS.
           ADD WS-PENSION       TO WS-TOT-PENSION.
           ADD WS-ABONO-PRESTAMO TO WS-TOT-PRESTAMO.
           ADD WS-AHORRO        TO WS-TOT-AHORRO.
           ADD WS-AHORRO-PAT    TO WS-TOT-AHORRO-PAT.
           ADD WS-AJU-CARGO     TO WS-TOT-AJU-CARGO.
           ADD WS-AJU-FAVOR     TO WS-TOT-AJU-FAVOR.
           ADD WS-NETO          TO WS-TOT-NETO.
           ADD 1                TO WS-CONTADOR.
           PERFORM 318-CALCULAR-CUOTAS-PATRONALES.
           IF ID-EMPL EQUAL WS-ID-EN-PROCESO
              AND WS-CUOTA-YA-GRABADA EQUAL 'S'
               CONTINUE
           ELSE
               PERFORM 319-GRABAR-CUOTAS
           END-IF.
           PERFORM 330-GRABAR-NETO.
           PERFORM 332-GRABAR-CFDI.
           PERFORM 335-ACTUALIZAR-ACUMULADO.
           PERFORM 340-RECIBO.

      *    PARA REINTEGRARLAS A LOS TOTALES (EL ISR SE RECUPERA
      *    RESTANDO EL IMSS RECALCULADO DE LA DEDUCCION CONJUNTA)
      *    Y SE REIMPRIME SU RECIBO, SIN VOLVER A ESCRIBIR NADA EN
      *    LOS ARCHIVOS DE MOVIMIENTOS. SOLO SI LA CAIDA FUE ENTRE EL
      *    HISTORIAL Y EL RECIBO CFDI SE GRABA ESTE ULTIMO, CON LAS
      *    HORAS EXTRA QUE SE VUELVEN A LEER DE SU INCIDENCIA.
       311-REINTEGRAR-COMPLETADO.
           DISPLAY ID-EMPL ' ' NOM-EMPL ' RECUPERADO DEL PUNTO DE '
                   'CAIDA, SUS MOVIMIENTOS YA ESTABAN GRABADOS'.
           IF WS-CFDI-YA-GRABADO NOT EQUAL 'S'
               PERFORM 312-APLICAR-INCIDENCIAS
           END-IF.
           MOVE WS-REC-BRUTO   TO WS-BRUTO.
           MOVE WS-REC-PENSION TO WS-PENSION.
           MOVE WS-REC-ABONO   TO WS-ABONO-PRESTAMO.
           MOVE WS-REC-NETO    TO WS-NETO.
           MOVE WS-REC-AHORRO  TO WS-AHORRO.
           MOVE WS-AHORRO-PAT-PREVIO TO WS-AHORRO-PAT.
           PERFORM 314-RETROACTIVO-PREVIO.
           PERFORM 337-PRIMA-VAC-PREVIA.
           PERFORM 347-AJUSTE-PREVIO.
           COMPUTE WS-IMSS ROUNDED = WS-BRUTO * WS-TASA-IMSS.
           COMPUTE WS-ISR = WS-REC-BRUTO + WS-AJU-FAVOR
               - WS-REC-PENSION - WS-REC-ABONO - WS-REC-AHORRO
               - WS-REC-NETO - WS-IMSS - WS-AJU-CARGO.
           ADD WS-BRUTO          TO WS-TOT-BRUTO.
           COMPUTE WS-DEP-BRUTO(CLV-DEP + 1) =
               WS-DEP-BRUTO(CLV-DEP + 1) + WS-BRUTO - WS-RETRO
               - WS-PRIMA-VAC-PAGO.
           ADD WS-RETRO          TO WS-TOT-RETRO.
           ADD WS-PRIMA-VAC-PAGO TO WS-TOT-PRIMA-VAC.
           ADD WS-ISR            TO WS-TOT-ISR.
           ADD WS-IMSS           TO WS-TOT-IMSS.
           ADD WS-PENSION        TO WS-TOT-PENSION.
           ADD WS-ABONO-PRESTAMO TO WS-TOT-PRESTAMO.
           ADD WS-AHORRO         TO WS-TOT-AHORRO.
           ADD WS-AHORRO-PAT     TO WS-TOT-AHORRO-PAT.
           ADD WS-AJU-CARGO      TO WS-TOT-AJU-CARGO.
           ADD WS-AJU-FAVOR      TO WS-TOT-AJU-FAVOR.
           ADD WS-NETO           TO WS-TOT-NETO.
           ADD 1                 TO WS-CONTADOR.
           PERFORM 318-CALCULAR-CUOTAS-PATRONALES.
           IF WS-CFDI-YA-GRABADO NOT EQUAL 'S'
               PERFORM 332-GRABAR-CFDI
           END-IF.
           PERFORM 340-RECIBO.
           MOVE 0 TO WS-ID-EN-PROCESO.
           MOVE 'N' TO WS-ABONO-YA-APLICADO WS-NETO-YA-GRABADO.
           MOVE 'N' TO WS-CFDI-YA-GRABADO WS-CUOTA-YA-GRABADA.
           MOVE 0 TO WS-ABONO-PREVIO WS-PRV-N.
           MOVE 'N' TO WS-AHORRO-YA-APLICADO.
           MOVE 0 TO WS-AHORRO-PREVIO WS-AHORRO-PAT-PREVIO.

      *    PARTE DEL SUELDO DEL PERIODO Y LO AJUSTA CON LA
      *    INCIDENCIA CAPTURADA PARA ESTE PERIODO Y ESTA QUINCENA:
               END-READ
           END-IF.

      *    EL RETROACTIVO MEDIDO AL ABRIR SE SUMA AL BRUTO DEL
      *    PERIODO (DESPUES DE LAS INCIDENCIAS, QUE SOLO AFECTAN EL
      *    SUELDO DEL PERIODO) Y CAUSA ISR E IMSS CON EL. CADA
      *    REGISTRO PAGADO QUEDA CON EL PERIODO Y LA FECHA DE LA
      *    CORRIDA PARA QUE NOMINA-REVERSA LO PUEDA DEVOLVER.
       313-APLICAR-RETROACTIVO.
           MOVE 0 TO WS-RETRO.
           IF WS-HAY-RET EQUAL 'S'
               MOVE 'N' TO WS-RET-SOLO-PREVIOS
               PERFORM 316-RECORRER-RETROACTIVOS
           END-IF.
           IF WS-RETRO GREATER 0
               ADD WS-RETRO TO WS-BRUTO
               DISPLAY ID-EMPL ' INCLUYE SUELDO RETROACTIVO DE '
                       WS-RETRO
           END-IF.

      *    EL EMPLEADO RECUPERADO DEL PUNTO DE CAIDA YA TIENE SU
      *    RETROACTIVO DENTRO DEL BRUTO DEL HISTORIAL; SOLO SE
      *    RECUPERA EL MONTO PARA LA POLIZA Y EL RECIBO.
       314-RETROACTIVO-PREVIO.
           MOVE 0 TO WS-RETRO.
           IF WS-HAY-RET EQUAL 'S'
               MOVE 'S' TO WS-RET-SOLO-PREVIOS
               PERFORM 316-RECORRER-RETROACTIVOS
           END-IF.

      *    LOS PENDIENTES SE PAGAN EN ESTA CORRIDA; LOS QUE YA
      *    QUEDARON PAGADOS POR ESTA MISMA CORRIDA ANTES DE UNA
      *    CAIDA SE VUELVEN A TOMAR SIN PAGARLOS DOS VECES.
       316-RECORRER-RETROACTIVOS.
           MOVE ID-EMPL TO RET-ID-EMPL.
           MOVE 0 TO RET-F-EFECTIVA RET-F-REGISTRO RET-H-REGISTRO.
           START RETROACTIVO KEY IS NOT LESS THAN RET-LLAVE
               INVALID KEY
                   MOVE 1 TO WS-FLAG-RET
               NOT INVALID KEY
                   MOVE 0 TO WS-FLAG-RET
           END-START.
           PERFORM UNTIL WS-FLAG-RET EQUAL 1
               READ RETROACTIVO NEXT RECORD
                   AT END
                       MOVE 1 TO WS-FLAG-RET
                   NOT AT END
                       IF RET-ID-EMPL NOT EQUAL ID-EMPL
                           MOVE 1 TO WS-FLAG-RET
                       ELSE
                           PERFORM 309-TOMAR-RETROACTIVO
                       END-IF
               END-READ
           END-PERFORM.

       309-TOMAR-RETROACTIVO.
           IF RET-PENDIENTE AND WS-RET-SOLO-PREVIOS EQUAL 'N'
               ADD RET-MONTO TO WS-RETRO
               SET RET-PAGADO TO TRUE
               MOVE WS-PERIODO  TO RET-PERIODO-PAGO
               MOVE WS-QUINCENA TO RET-QUINCENA-PAGO
               MOVE WS-F-HOY    TO RET-F-PAGO
               REWRITE REG-RETROACTIVO
                   INVALID KEY
                       DISPLAY 'ERROR AL MARCAR PAGADO EL '
                               'RETROACTIVO DEL ID-EMPL ' ID-EMPL
               END-REWRITE
           ELSE
               IF RET-PAGADO
                  AND ID-EMPL EQUAL WS-ID-EN-PROCESO
                  AND RET-PERIODO-PAGO EQUAL WS-PERIODO
                  AND RET-QUINCENA-PAGO EQUAL WS-QUINCENA
                  AND RET-F-PAGO EQUAL WS-FECHA-CHK
                   ADD RET-MONTO TO WS-RETRO
                   IF WS-RET-SOLO-PREVIOS EQUAL 'N'
                       MOVE WS-F-HOY TO RET-F-PAGO
                       REWRITE REG-RETROACTIVO
                           INVALID KEY
                               DISPLAY 'ERROR AL ACTUALIZAR EL '
                                       'RETROACTIVO DEL ID-EMPL '
                                       ID-EMPL
                       END-REWRITE
                   END-IF
               END-IF
           END-IF.

      *    LA PRIMA VACACIONAL DE LAS VACACIONES APROBADAS QUE
      *    EMPIEZAN EN ESTE PERIODO O EN UNO ANTERIOR SE SUMA AL
      *    BRUTO COMO PERCEPCION APARTE Y CAUSA ISR E IMSS CON EL.
      *    CADA REGISTRO PAGADO QUEDA CON EL PERIODO Y LA FECHA DE
      *    LA CORRIDA PARA QUE NOMINA-REVERSA LO PUEDA DEVOLVER.
       336-APLICAR-PRIMA-VAC.
           MOVE 0 TO WS-PRIMA-VAC-PAGO.
           IF WS-HAY-PVA EQUAL 'S'
               MOVE 'N' TO WS-PVA-SOLO-PREVIOS
               PERFORM 338-RECORRER-PRIMAS
           END-IF.
           IF WS-PRIMA-VAC-PAGO GREATER 0
               ADD WS-PRIMA-VAC-PAGO TO WS-BRUTO
               DISPLAY ID-EMPL ' INCLUYE PRIMA VACACIONAL DE '
                       WS-PRIMA-VAC-PAGO
           END-IF.

      *    EL EMPLEADO RECUPERADO DEL PUNTO DE CAIDA YA TIENE SU
      *    PRIMA VACACIONAL DENTRO DEL BRUTO DEL HISTORIAL; SOLO SE
      *    RECUPERA EL MONTO PARA LA POLIZA Y EL RECIBO.
       337-PRIMA-VAC-PREVIA.
           MOVE 0 TO WS-PRIMA-VAC-PAGO.
           IF WS-HAY-PVA EQUAL 'S'
               MOVE 'S' TO WS-PVA-SOLO-PREVIOS
               PERFORM 338-RECORRER-PRIMAS
           END-IF.

       338-RECORRER-PRIMAS.
           MOVE ID-EMPL TO PVA-ID-EMPL.
           MOVE 0 TO PVA-F-INICIO PVA-F-REGISTRO PVA-H-REGISTRO.
           START PRIMA-VAC KEY IS NOT LESS THAN PVA-LLAVE
               INVALID KEY
                   MOVE 1 TO WS-FLAG-PVA
               NOT INVALID KEY
                   MOVE 0 TO WS-FLAG-PVA
           END-START.
           PERFORM UNTIL WS-FLAG-PVA EQUAL 1
               READ PRIMA-VAC NEXT RECORD
                   AT END
                       MOVE 1 TO WS-FLAG-PVA
                   NOT AT END
                       IF PVA-ID-EMPL NOT EQUAL ID-EMPL
                           MOVE 1 TO WS-FLAG-PVA
                       ELSE
                           PERFORM 339-TOMAR-PRIMA
                       END-IF
               END-READ
           END-PERFORM.

       339-TOMAR-PRIMA.
           COMPUTE WS-PVA-CLAVE = PVA-PERIODO * 10 + PVA-QUINCENA.
           IF PVA-PENDIENTE AND WS-PVA-SOLO-PREVIOS EQUAL 'N'
              AND WS-PVA-CLAVE NOT GREATER WS-PVA-CORRIDA-CLAVE
               ADD PVA-MONTO TO WS-PRIMA-VAC-PAGO
               SET PVA-PAGADA TO TRUE
               MOVE WS-PERIODO  TO PVA-PERIODO-PAGO
               MOVE WS-QUINCENA TO PVA-QUINCENA-PAGO
               MOVE WS-F-HOY    TO PVA-F-PAGO
               REWRITE REG-PRIMA-VAC
                   INVALID KEY
                       DISPLAY 'ERROR AL MARCAR PAGADA LA PRIMA '
                               'VACACIONAL DEL ID-EMPL ' ID-EMPL
               END-REWRITE
           ELSE
               IF PVA-PAGADA
                  AND ID-EMPL EQUAL WS-ID-EN-PROCESO
                  AND PVA-PERIODO-PAGO EQUAL WS-PERIODO
                  AND PVA-QUINCENA-PAGO EQUAL WS-QUINCENA
                  AND PVA-F-PAGO EQUAL WS-FECHA-CHK
                   ADD PVA-MONTO TO WS-PRIMA-VAC-PAGO
                   IF WS-PVA-SOLO-PREVIOS EQUAL 'N'
                       MOVE WS-F-HOY TO PVA-F-PAGO
                       REWRITE REG-PRIMA-VAC
                           INVALID KEY
                               DISPLAY 'ERROR AL ACTUALIZAR LA PRIMA '
                                       'VACACIONAL DEL ID-EMPL '
                                       ID-EMPL
                       END-REWRITE
                   END-IF
               END-IF
           END-IF.

      *    AJUSTE ANUAL DE ISR EN LA ULTIMA NOMINA DEL ANIO. EL
      *    CALCULO PRELIMINAR DE AJUSTE-ANUAL SE REHACE AQUI CON LO
      *    QUE ESTA NOMINA PAGA Y RETIENE, PORQUE TODAVIA NO ESTA EN
      *    EL ACUMULADO. LA DIFERENCIA A CARGO ES UNA DEDUCCION
      *    APARTE DEL ISR DEL PERIODO Y LA DIFERENCIA A FAVOR SE
      *    DEVUELVE SUMADA AL NETO.
       341-APLICAR-AJUSTE-ANUAL.
           MOVE 0 TO WS-AJU-CARGO WS-AJU-FAVOR.
           IF WS-HAY-AJU EQUAL 'S'
               MOVE 'N' TO WS-AJU-SOLO-PREVIOS
               PERFORM 346-LEER-AJUSTE
           END-IF.

      *    EL EMPLEADO RECUPERADO DEL PUNTO DE CAIDA YA TIENE SU
      *    AJUSTE DENTRO DEL NETO DEL HISTORIAL; SOLO SE RECUPERA EL
      *    MONTO PARA LOS TOTALES, LA POLIZA Y EL RECIBO.
       347-AJUSTE-PREVIO.
           MOVE 0 TO WS-AJU-CARGO WS-AJU-FAVOR.
           IF WS-HAY-AJU EQUAL 'S'
               MOVE 'S' TO WS-AJU-SOLO-PREVIOS
               PERFORM 346-LEER-AJUSTE
           END-IF.

      *    UN AJUSTE PENDIENTE SE CALCULA Y APLICA; UNO QUE YA QUEDO
      *    APLICADO POR ESTE MISMO EMPLEADO EN LA CORRIDA QUE CAYO SE
      *    TOMA TAL CUAL, SIN VOLVER A CALCULARLO.
       346-LEER-AJUSTE.
           MOVE WS-PERIODO(1:4) TO AJU-EJERCICIO.
           MOVE ID-EMPL         TO AJU-ID-EMPL.
           READ AJUSTE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AJU-PENDIENTE AND WS-AJU-SOLO-PREVIOS EQUAL 'N'
                       PERFORM 342-CALCULAR-AJUSTE
                   ELSE
                       IF AJU-APLICADO
                          AND ID-EMPL EQUAL WS-ID-EN-PROCESO
                          AND AJU-PERIODO-PAGO EQUAL WS-PERIODO
                          AND AJU-QUINCENA-PAGO EQUAL WS-QUINCENA
                          AND AJU-F-PAGO EQUAL WS-FECHA-CHK
                           PERFORM 343-TOMAR-AJUSTE
                       END-IF
                   END-IF
           END-READ.

      *    INGRESO, EXENTO E ISR RETENIDO DEL ANIO CON ESTA NOMINA.
      *    SI CON ELLA EL INGRESO PASA DEL TOPE EL EMPLEADO QUEDA
      *    EXCLUIDO. LA DIFERENCIA A CARGO SE RETIENE HASTA LO QUE
      *    QUEDA DEL BRUTO DESPUES DE LAS DEMAS DEDUCCIONES; EL
      *    FALTANTE SE COBRA FUERA DE LA NOMINA.
       342-CALCULAR-AJUSTE.
           MOVE ID-EMPL       TO ACU-ID-EMPL.
           MOVE AJU-EJERCICIO TO ACU-ANIO.
           READ ACUMULADO
               INVALID KEY
                   MOVE ZEROS TO REG-ACUMULADO
           END-READ.
           COMPUTE AJU-BRUTO = ACU-BRUTO + WS-BRUTO.
           MOVE ACU-EXENTO TO AJU-EXENTO.
           COMPUTE AJU-ISR-RETENIDO = ACU-ISR + WS-ISR.
           IF AJU-EXENTO NOT LESS AJU-BRUTO
               MOVE 0 TO AJU-BASE
           ELSE
               COMPUTE AJU-BASE = AJU-BRUTO - AJU-EXENTO
           END-IF.
           MOVE WS-F-HOY TO AJU-F-CALCULO.
           MOVE 0 TO AJU-ISR-ANUAL AJU-DIFERENCIA AJU-IMPORTE.
           SET AJU-SIN-DIFERENCIA TO TRUE.
           IF AJU-BRUTO GREATER WS-AJU-TOPE
               SET AJU-EXCLUIDO TO TRUE
               MOVE 'INGRESOS MAYORES AL TOPE' TO AJU-MOTIVO
               DISPLAY ID-EMPL ' EXCLUIDO DEL AJUSTE ANUAL, '
                       'INGRESOS MAYORES AL TOPE'
           ELSE
               MOVE 0 TO WS-AJU-ISR-ANUAL
               IF AJU-BASE GREATER 0
                   PERFORM 344-TARIFA-ANUAL
               END-IF
               MOVE WS-AJU-ISR-ANUAL TO AJU-ISR-ANUAL
               EVALUATE TRUE
                   WHEN AJU-ISR-ANUAL GREATER AJU-ISR-RETENIDO
                       SET AJU-A-CARGO TO TRUE
                       COMPUTE AJU-DIFERENCIA =
                           AJU-ISR-ANUAL - AJU-ISR-RETENIDO
                       PERFORM 345-TOPAR-CARGO
                       MOVE WS-AJU-CARGO TO AJU-IMPORTE
                   WHEN AJU-ISR-ANUAL LESS AJU-ISR-RETENIDO
                       SET AJU-A-FAVOR TO TRUE
                       COMPUTE AJU-DIFERENCIA =
                           AJU-ISR-RETENIDO - AJU-ISR-ANUAL
                       MOVE AJU-DIFERENCIA TO WS-AJU-FAVOR
                       MOVE AJU-DIFERENCIA TO AJU-IMPORTE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               SET AJU-APLICADO TO TRUE
               MOVE WS-PERIODO  TO AJU-PERIODO-PAGO
               MOVE WS-QUINCENA TO AJU-QUINCENA-PAGO
               MOVE WS-F-HOY    TO AJU-F-PAGO
               IF AJU-IMPORTE GREATER 0
                   DISPLAY ID-EMPL ' AJUSTE ANUAL DE ISR ' AJU-TIPO
                           ' ' AJU-IMPORTE
               END-IF
           END-IF.
           REWRITE REG-AJUSTE-ANUAL
               INVALID KEY
                   DISPLAY 'ERROR AL ACTUALIZAR EL AJUSTE ANUAL DEL '
                           'ID-EMPL ' ID-EMPL
           END-REWRITE.

       345-TOPAR-CARGO.
           COMPUTE WS-AJU-DEDUC = WS-ISR + WS-IMSS + WS-PENSION
               + WS-ABONO-PRESTAMO + WS-AHORRO.
           IF WS-AJU-DEDUC NOT LESS WS-BRUTO
               MOVE 0 TO WS-AJU-DISPONIBLE
           ELSE
               COMPUTE WS-AJU-DISPONIBLE = WS-BRUTO - WS-AJU-DEDUC
           END-IF.
           IF AJU-DIFERENCIA GREATER WS-AJU-DISPONIBLE
               MOVE WS-AJU-DISPONIBLE TO WS-AJU-CARGO
               DISPLAY ID-EMPL ' AJUSTE ANUAL A CARGO DE '
                       AJU-DIFERENCIA ' SOLO SE RETIENEN '
                       WS-AJU-CARGO ', EL FALTANTE SE COBRA FUERA '
                       'DE LA NOMINA'
           ELSE
               MOVE AJU-DIFERENCIA TO WS-AJU-CARGO
           END-IF.

       343-TOMAR-AJUSTE.
           IF AJU-A-CARGO
               MOVE AJU-IMPORTE TO WS-AJU-CARGO
           END-IF.
           IF AJU-A-FAVOR
               MOVE AJU-IMPORTE TO WS-AJU-FAVOR
           END-IF.
           IF WS-AJU-SOLO-PREVIOS EQUAL 'N'
               MOVE WS-F-HOY TO AJU-F-PAGO
               REWRITE REG-AJUSTE-ANUAL
                   INVALID KEY
                       DISPLAY 'ERROR AL ACTUALIZAR EL AJUSTE ANUAL '
                               'DEL ID-EMPL ' ID-EMPL
               END-REWRITE
           END-IF.

      *    TARIFA ANUAL COMO LA MENSUAL DE ISR-FILE POR DOCE: TRAMO
      *    DE LA BASE MENSUAL PROMEDIO E IMPUESTO POR DOCE MESES.
       344-TARIFA-ANUAL.
           COMPUTE WS-AJU-BASE-MES ROUNDED = AJU-BASE / 12.
           MOVE 'N' TO WS-ISR-HALLADO.
           MOVE 0 TO ISR-LIM-INF.
           START ISR KEY IS NOT LESS THAN ISR-LIM-INF
               INVALID KEY
                   MOVE 1 TO WS-FLAG-ISR
               NOT INVALID KEY
                   MOVE 0 TO WS-FLAG-ISR
           END-START.
           PERFORM UNTIL WS-FLAG-ISR EQUAL 1
               READ ISR NEXT RECORD
                   AT END
                       MOVE 1 TO WS-FLAG-ISR
                   NOT AT END
                       IF WS-AJU-BASE-MES NOT LESS ISR-LIM-INF
                          AND WS-AJU-BASE-MES
                              NOT GREATER ISR-LIM-SUP
                           COMPUTE WS-AJU-ISR-ANUAL ROUNDED =
                               (ISR-CUOTA-FIJA
                                + ((WS-AJU-BASE-MES - ISR-LIM-INF)
                                   * ISR-TASA)) * 12
                           MOVE 'S' TO WS-ISR-HALLADO
                           MOVE 1 TO WS-FLAG-ISR
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-ISR-HALLADO NOT EQUAL 'S'
               DISPLAY 'ERROR: LA BASE MENSUAL ' WS-AJU-BASE-MES
                       ' DEL AJUSTE ANUAL DEL ID-EMPL ' ID-EMPL
                       ' NO CAE EN NINGUN TRAMO DE ISR-FILE'
               DISPLAY 'COMPLETA LA TABLA CON ISR-SEC Y VUELVE A '
                       'CORRER LA NOMINA'
               PERFORM 100-CERRAR
               STOP RUN
           END-IF.

      *    BUSCA EN ISR-FILE EL TRAMO DONDE CAE EL BRUTO Y CALCULA LA
      *    RETENCION PROGRESIVA: CUOTA FIJA DEL TRAMO MAS LA TASA
      *    MARGINAL SOBRE EL EXCEDENTE DEL LIMITE INFERIOR. LA TABLA
                       'COBRA POR FUERA'
           END-IF.

      *    CUOTAS PATRONALES DEL PERIODO SOBRE EL SALARIO DIARIO
      *    INTEGRADO: EL SUELDO DIARIO (S-MEN/30) POR EL FACTOR DE
      *    INTEGRACION, QUE SUMA AL ANIO LOS 15 DIAS DE AGUINALDO Y
      *    LA PRIMA VACACIONAL (25% DE LOS DIAS DE VACACIONES QUE
      *    DA LA ANTIGUEDAD, MISMA TABLA QUE VACACION-SEC; EN EL
      *    PRIMER ANIO SE INTEGRAN LOS 12 DIAS QUE SE VAN GANANDO).
      *    LA TASA PATRONAL DEL IMSS AGRUPA PRESTACIONES EN DINERO,
      *    GASTOS MEDICOS DE PENSIONADOS, INVALIDEZ Y VIDA,
      *    GUARDERIAS, RIESGO DE TRABAJO Y CESANTIA Y VEJEZ. SE
      *    COTIZAN 30 DIAS EN LA CORRIDA MENSUAL Y 15 EN CADA
      *    QUINCENA, SOBRE EL SUELDO CONTRATADO Y NO SOBRE EL BRUTO
      *    AJUSTADO POR INCIDENCIAS.
       318-CALCULAR-CUOTAS-PATRONALES.
           MOVE WS-F-HOY(1:4) TO WS-F-HOY-ANIO.
           MOVE WS-F-HOY(5:2) TO WS-F-HOY-MES.
           MOVE WS-F-HOY(7:2) TO WS-F-HOY-DIA.
           MOVE F-ING(1:4)    TO WS-F-ING-ANIO.
           MOVE F-ING(5:2)    TO WS-F-ING-MES.
           MOVE F-ING(7:2)    TO WS-F-ING-DIA.
           IF WS-F-ING-ANIO NOT LESS WS-F-HOY-ANIO
               MOVE 0 TO WS-ANIOS-SERV
           ELSE
               COMPUTE WS-ANIOS-SERV =
                   WS-F-HOY-ANIO - WS-F-ING-ANIO
               IF WS-F-HOY-MES LESS WS-F-ING-MES
                  OR (WS-F-HOY-MES EQUAL WS-F-ING-MES
                      AND WS-F-HOY-DIA LESS WS-F-ING-DIA)
                   SUBTRACT 1 FROM WS-ANIOS-SERV
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN WS-ANIOS-SERV LESS 2
                   MOVE 12 TO WS-DIAS-VAC
               WHEN WS-ANIOS-SERV EQUAL 2
                   MOVE 14 TO WS-DIAS-VAC
               WHEN WS-ANIOS-SERV EQUAL 3
                   MOVE 16 TO WS-DIAS-VAC
               WHEN WS-ANIOS-SERV EQUAL 4
                   MOVE 18 TO WS-DIAS-VAC
               WHEN WS-ANIOS-SERV GREATER 4 AND LESS 10
                   MOVE 20 TO WS-DIAS-VAC
               WHEN WS-ANIOS-SERV GREATER 9 AND LESS 15
                   MOVE 22 TO WS-DIAS-VAC
               WHEN WS-ANIOS-SERV GREATER 14 AND LESS 20
                   MOVE 24 TO WS-DIAS-VAC
               WHEN OTHER
                   MOVE 26 TO WS-DIAS-VAC
           END-EVALUATE.
           COMPUTE WS-FACTOR-INT ROUNDED = 1
               + (WS-DIAS-AGUINALDO / 365)
               + ((WS-DIAS-VAC * WS-PRIMA-VAC) / 365).
           COMPUTE WS-SDI ROUNDED = (S-MEN / 30) * WS-FACTOR-INT.
           IF FRECUENCIA-QUINCENAL
               MOVE 15 TO WS-DIAS-PERIODO
           ELSE
               MOVE 30 TO WS-DIAS-PERIODO
           END-IF.
           COMPUTE WS-IMSS-PAT ROUNDED =
               WS-SDI * WS-DIAS-PERIODO * WS-TASA-IMSS-PAT.
           COMPUTE WS-INFONAVIT ROUNDED =
               WS-SDI * WS-DIAS-PERIODO * WS-TASA-INFONAVIT.
           COMPUTE WS-SAR ROUNDED =
               WS-SDI * WS-DIAS-PERIODO * WS-TASA-SAR.
           ADD WS-IMSS-PAT      TO WS-TOT-IMSS-PAT.
           ADD WS-INFONAVIT     TO WS-TOT-INFONAVIT.
           ADD WS-SAR           TO WS-TOT-SAR.

       319-GRABAR-CUOTAS.
           MOVE ID-EMPL         TO CUO-ID-EMPL.
           MOVE WS-PERIODO      TO CUO-PERIODO.
           MOVE WS-QUINCENA     TO CUO-QUINCENA.
           MOVE WS-F-HOY        TO CUO-FECHA.
           MOVE CLV-DEP         TO CUO-CLV-DEP.
           MOVE WS-ANIOS-SERV   TO CUO-ANIOS-SERV.
           MOVE WS-FACTOR-INT   TO CUO-FACTOR-INT.
           MOVE WS-SDI          TO CUO-SDI.
           MOVE WS-DIAS-PERIODO TO CUO-DIAS.
           MOVE WS-IMSS-PAT     TO CUO-IMSS-PAT.
           MOVE WS-INFONAVIT    TO CUO-INFONAVIT.
           MOVE WS-SAR          TO CUO-SAR.
           COMPUTE CUO-TOTAL = WS-IMSS-PAT + WS-INFONAVIT + WS-SAR.
           WRITE REG-CUOTA.
           IF WS-STATUS-CUO NOT EQUAL '00'
               DISPLAY 'ERROR AL ESCRIBIR CUOTAS-PATRONALES-FILE, '
                       'FILE STATUS: ' WS-STATUS-CUO
               STOP RUN
           END-IF.

      *    JUNTA LOS PRESTAMOS ACTIVOS DEL EMPLEADO (EL ARCHIVO QUEDA
      *    ABIERTO TODA LA CORRIDA) Y LOS DESCUENTA DE MENOR A MAYOR
      *    PRIORIDAD; A IGUAL PRIORIDAD VA PRIMERO EL PRESTAMO MAS
      *    ANTIGUO. LA SUMA DE ABONOS NO PASA DEL PORCENTAJE
      *    PAR-PCT-ABONOS DEL SUELDO DISPONIBLE DESPUES DE LAS
      *    DEDUCCIONES DE LEY Y LA PENSION; EL PRESTAMO QUE YA NO
      *    ALCANZA SE RECORTA A LO QUE QUEDA Y LOS SIGUIENTES NO
      *    SE DESCUENTAN ESE PERIODO. SE MARCA COMO PAGADO AL LLEGAR
      *    AL PLAZO.
      *    EN MODO QUINCENAL LA MENSUALIDAD SE PARTE EN DOS: LA
      *    PRIMERA QUINCENA COBRA LA MITAD REDONDEADA Y LA SEGUNDA
      *    EL RESTO EXACTO, Y EL CONTADOR DE PAGOS SOLO AVANZA AL
      *    COMPLETAR LA SEGUNDA.
      *    SI EL EMPLEADO QUEDO A MEDIAS EN UNA CORRIDA CAIDA, LOS
      *    PRESTAMOS QUE YA TENIAN SU ABONO EN LA BITACORA SE SUMAN
      *    AL TOTAL SIN DESCONTARLOS DE NUEVO.
       320-ABONAR-PRESTAMO.
           MOVE 0 TO WS-ABONO-PRESTAMO.
           IF WS-ISR + WS-IMSS + WS-PENSION NOT LESS WS-BRUTO
               COMPUTE WS-DISPONIBLE =
                   WS-BRUTO - WS-ISR - WS-IMSS - WS-PENSION
           END-IF.
           COMPUTE WS-TOPE-ABONOS ROUNDED =
               WS-DISPONIBLE * WS-PCT-ABONOS / 100.
           IF WS-TOPE-ABONOS GREATER WS-DISPONIBLE
               MOVE WS-DISPONIBLE TO WS-TOPE-ABONOS
           END-IF.
           IF ID-EMPL NOT EQUAL WS-ID-EN-PROCESO
               MOVE 0 TO WS-PRV-N
           END-IF.
           PERFORM 322-CARGAR-PRESTAMOS.
           MOVE WS-TOPE-ABONOS TO WS-RESTO-ABONOS.
           PERFORM VARYING WS-PRV-I FROM 1 BY 1
               UNTIL WS-PRV-I GREATER WS-PRV-N
               ADD WS-PRV-MONTO(WS-PRV-I) TO WS-ABONO-PRESTAMO
               IF WS-RESTO-ABONOS GREATER WS-PRV-MONTO(WS-PRV-I)
                   SUBTRACT WS-PRV-MONTO(WS-PRV-I)
                       FROM WS-RESTO-ABONOS
               ELSE
                   MOVE 0 TO WS-RESTO-ABONOS
               END-IF
               DISPLAY ID-EMPL ' PRESTAMO ' WS-PRV-NUM(WS-PRV-I)
                       ' ABONO YA APLICADO ANTES DE LA CAIDA, '
                       'SE RETOMA SIN DESCONTAR DE NUEVO'
           END-PERFORM.
           PERFORM 324-SIGUIENTE-PRESTAMO WS-PRE-N TIMES.

      *    APORTACION AL FONDO DE AHORRO: EL PORCENTAJE QUE ELIGIO EL
      *    EMPLEADO SOBRE SU BRUTO, DESCONTADO DESPUES DE ISR, IMSS,
      *    PENSION Y PRESTAMOS, ASI QUE ES LO ULTIMO QUE SE COBRA Y
      *    SE RECORTA A LO QUE QUEDE. LA EMPRESA APORTA LO MISMO HASTA
      *    PAR-AHO-PCT-TOPE DEL BRUTO. AMBAS PARTES SE SUMAN AL SALDO
      *    Y QUEDAN EN LA BITACORA DEL FONDO. SI EL EMPLEADO QUEDO A
      *    MEDIAS EN UNA CORRIDA CAIDA Y SU APORTACION YA ESTA EN LA
      *    BITACORA, SE RETOMA SIN APLICARLA OTRA VEZ.
       321-APORTAR-AHORRO.
           MOVE 0 TO WS-AHORRO WS-AHORRO-PAT.
           IF ID-EMPL EQUAL WS-ID-EN-PROCESO
              AND WS-AHORRO-YA-APLICADO EQUAL 'S'
               MOVE WS-AHORRO-PREVIO     TO WS-AHORRO
               MOVE WS-AHORRO-PAT-PREVIO TO WS-AHORRO-PAT
               DISPLAY ID-EMPL ' APORTACION AL FONDO DE AHORRO YA '
                       'APLICADA ANTES DE LA CAIDA, SE RETOMA SIN '
                       'DESCONTAR DE NUEVO'
           ELSE
               IF WS-HAY-AHO EQUAL 'S'
                   MOVE ID-EMPL TO AHO-ID-EMPL
                   READ AHORRO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF AHO-ACTIVO
                               PERFORM 329-CALCULAR-AHORRO
                           END-IF
                   END-READ
               END-IF
           END-IF.

       329-CALCULAR-AHORRO.
           IF WS-ISR + WS-IMSS + WS-PENSION + WS-ABONO-PRESTAMO
              NOT LESS WS-BRUTO
               MOVE 0 TO WS-DISPONIBLE-AHO
           ELSE
               COMPUTE WS-DISPONIBLE-AHO = WS-BRUTO - WS-ISR
                   - WS-IMSS - WS-PENSION - WS-ABONO-PRESTAMO
           END-IF.
           COMPUTE WS-AHORRO ROUNDED =
               WS-BRUTO * AHO-PCT-EMPLEADO / 100.
           IF WS-AHORRO GREATER WS-DISPONIBLE-AHO
               MOVE WS-DISPONIBLE-AHO TO WS-AHORRO
               DISPLAY ID-EMPL ' APORTACION AL FONDO DE AHORRO '
                       'AJUSTADA AL SUELDO DISPONIBLE'
           END-IF.
           COMPUTE WS-TOPE-AHO-PAT ROUNDED =
               WS-BRUTO * WS-AHO-PCT-TOPE / 100.
           IF WS-AHORRO GREATER WS-TOPE-AHO-PAT
               MOVE WS-TOPE-AHO-PAT TO WS-AHORRO-PAT
           ELSE
               MOVE WS-AHORRO TO WS-AHORRO-PAT
           END-IF.
           IF WS-AHORRO GREATER 0
               ADD WS-AHORRO     TO AHO-SALDO-EMPLEADO
               ADD WS-AHORRO-PAT TO AHO-SALDO-EMPRESA
               REWRITE REG-AHORRO
                   INVALID KEY
                       DISPLAY 'ERROR AL ACTUALIZAR EL FONDO DE '
                               'AHORRO DEL ID-EMPL ' ID-EMPL
               END-REWRITE
               PERFORM 327-GRABAR-MOV-AHORRO
           END-IF.

       327-GRABAR-MOV-AHORRO.
           OPEN EXTEND AHORRO-MOV.
           IF WS-STATUS-AHM EQUAL '35'
               OPEN OUTPUT AHORRO-MOV.
           MOVE ID-EMPL                     TO AHM-ID-EMPL.
           MOVE FUNCTION CURRENT-DATE(1:8)  TO AHM-FECHA.
           MOVE FUNCTION CURRENT-DATE(9:6)  TO AHM-HORA.
           MOVE WS-PERIODO                  TO AHM-PERIODO.
           MOVE WS-QUINCENA                 TO AHM-QUINCENA.
           SET AHM-ORIGEN-NOMINA TO TRUE.
           MOVE 'NOMINA'                    TO AHM-OPERADOR.
           MOVE WS-AHORRO                   TO AHM-EMPLEADO.
           MOVE WS-AHORRO-PAT               TO AHM-EMPRESA.
           MOVE 0                           TO AHM-INTERES.
           COMPUTE AHM-SALDO-RESULTANTE =
               AHO-SALDO-EMPLEADO + AHO-SALDO-EMPRESA.
           WRITE REG-AHORRO-MOV.
           CLOSE AHORRO-MOV.

       322-CARGAR-PRESTAMOS.
           MOVE 0 TO WS-PRE-N.
           MOVE ID-EMPL TO PR-ID-EMPL.
           MOVE 0 TO PR-NUM-PRESTAMO.
           START PRESTAMO KEY IS NOT LESS PR-LLAVE
               INVALID KEY
                   MOVE 1 TO WS-FLAG-PR
               NOT INVALID KEY
                   MOVE 0 TO WS-FLAG-PR
           END-START.
           PERFORM 323-LEER-PRESTAMO UNTIL WS-FLAG-PR EQUAL 1.

       323-LEER-PRESTAMO.
           READ PRESTAMO NEXT RECORD
               AT END
                   MOVE 1 TO WS-FLAG-PR
               NOT AT END
                   IF PR-ID-EMPL NOT EQUAL ID-EMPL
                       MOVE 1 TO WS-FLAG-PR
                   ELSE
                       IF PR-ACTIVO
                           PERFORM 326-TOMAR-PRESTAMO
                       END-IF
                   END-IF
           END-READ.

      *    TOMA EL PRESTAMO PENDIENTE DE MENOR ORDEN Y LO DESCUENTA.
       324-SIGUIENTE-PRESTAMO.
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
           MOVE ID-EMPL TO PR-ID-EMPL.
           MOVE WS-PRE-NUM(WS-PRE-SIG) TO PR-NUM-PRESTAMO.
           READ PRESTAMO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 325-APLICAR-ABONO
           END-READ.

       325-APLICAR-ABONO.
           EVALUATE WS-QUINCENA
                   MOVE PR-PAGO-FIJO TO WS-ABONO-OBJETIVO
           END-EVALUATE.
           IF PR-SALDO GREATER WS-ABONO-OBJETIVO
               MOVE WS-ABONO-OBJETIVO TO WS-ABONO-UNO
           ELSE
               MOVE PR-SALDO TO WS-ABONO-UNO
           END-IF.
           MOVE 'N' TO WS-ABONO-AJUSTADO.
           IF WS-ABONO-UNO GREATER WS-RESTO-ABONOS
               MOVE WS-RESTO-ABONOS TO WS-ABONO-UNO
               MOVE 'S' TO WS-ABONO-AJUSTADO
               DISPLAY ID-EMPL ' PRESTAMO ' PR-NUM-PRESTAMO
                       ' ABONO AJUSTADO AL TOPE DE DESCUENTOS, '
                       'EL PLAZO NO AVANZA ESTE MES'
           ELSE
               IF WS-QUINCENA NOT EQUAL 1
                   ADD 1 TO PR-PAGOS-REALIZADOS
               END-IF
           END-IF.
           SUBTRACT WS-ABONO-UNO FROM PR-SALDO.
           SUBTRACT WS-ABONO-UNO FROM WS-RESTO-ABONOS.
           ADD WS-ABONO-UNO TO WS-ABONO-PRESTAMO.
           IF PR-SALDO EQUAL 0
              OR PR-PAGOS-REALIZADOS NOT LESS PR-PLAZO-MESES
               MOVE 'P' TO PR-ESTADO
           END-IF.
           REWRITE REG-PRESTAMO.
           IF WS-ABONO-UNO GREATER 0
               PERFORM 328-GRABAR-PAGO-HIST
           END-IF.

       326-TOMAR-PRESTAMO.
           MOVE 'N' TO WS-PRE-YA-ABONADO.
           PERFORM VARYING WS-PRV-I FROM 1 BY 1
               UNTIL WS-PRV-I GREATER WS-PRV-N
               IF WS-PRV-NUM(WS-PRV-I) EQUAL PR-NUM-PRESTAMO
                   MOVE 'S' TO WS-PRE-YA-ABONADO
               END-IF
           END-PERFORM.
           IF WS-PRE-YA-ABONADO EQUAL 'N'
               IF WS-PRE-N LESS 20
                   ADD 1 TO WS-PRE-N
                   COMPUTE WS-PRE-ORDEN(WS-PRE-N) =
                       PR-PRIORIDAD * 1000 + PR-NUM-PRESTAMO
                   MOVE PR-NUM-PRESTAMO TO WS-PRE-NUM(WS-PRE-N)
                   MOVE 'N' TO WS-PRE-HECHO(WS-PRE-N)
               ELSE
                   DISPLAY ID-EMPL ' TIENE MAS DE 20 PRESTAMOS '
                           'ACTIVOS, EL ' PR-NUM-PRESTAMO
                           ' NO SE DESCUENTA ESTE PERIODO'
               END-IF
           END-IF.

      *    CADA ABONO APLICADO POR LA NOMINA QUEDA EN LA BITACORA
      *    DE PAGOS POR PRESTAMO, CON EL SALDO RESULTANTE Y LA MARCA
      *    DE SI FUE RECORTADO AL TOPE DE DESCUENTOS.
       328-GRABAR-PAGO-HIST.
           OPEN EXTEND PAGO-HIST.
           IF WS-STATUS-PGH EQUAL '35'
               OPEN OUTPUT PAGO-HIST.
           MOVE ID-EMPL                     TO PGH-ID-EMPL.
           MOVE PR-NUM-PRESTAMO             TO PGH-NUM-PRESTAMO.
           MOVE FUNCTION CURRENT-DATE(1:8)  TO PGH-FECHA.
           MOVE FUNCTION CURRENT-DATE(9:6)  TO PGH-HORA.
           MOVE WS-PERIODO                  TO PGH-PERIODO.
           MOVE WS-QUINCENA                 TO PGH-QUINCENA.
           SET PGH-ORIGEN-NOMINA TO TRUE.
           MOVE 'NOMINA'                    TO PGH-OPERADOR.
           MOVE WS-ABONO-UNO                TO PGH-MONTO.
           MOVE WS-ABONO-AJUSTADO           TO PGH-AJUSTADO.
           MOVE PR-SALDO                    TO PGH-SALDO-RESULTANTE.
           WRITE REG-PAGO-HIST.
           MOVE WS-PENSION        TO NET-PENSION.
           MOVE WS-ABONO-PRESTAMO TO NET-ABONO-PRESTAMO.
           MOVE WS-NETO           TO NET-NETO.
           MOVE WS-AHORRO         TO NET-AHORRO.
           IF WS-DIAS-DESC NOT LESS WS-DIAS-PERIODO
               MOVE 0 TO NET-DIAS-PAGADOS
           ELSE
               COMPUTE NET-DIAS-PAGADOS =
                   WS-DIAS-PERIODO - WS-DIAS-DESC
           END-IF.
           WRITE REG-NETO.
           IF WS-STATUS-NETO NOT EQUAL '00'
               DISPLAY 'ERROR AL ESCRIBIR NOMINA-NETO-FILE, '
               STOP RUN
           END-IF.

      *    DATOS DEL RECIBO ELECTRONICO PARA EL PROVEEDOR DE
      *    TIMBRADO, CON LA MISMA LLAVE Y LOS MISMOS IMPORTES DE LA
      *    LINEA DE HISTORIAL. EL BRUTO SE PARTE EN SUELDO, HORAS
      *    EXTRA Y RETROACTIVO; SI LAS FALTAS SE COMIERON EL SUELDO,
      *    TODO EL BRUTO ORDINARIO QUE QUEDA SON HORAS EXTRA.
       332-GRABAR-CFDI.
           MOVE SPACES TO REG-CFDI.
           MOVE ID-EMPL          TO CFD-ID-EMPL.
           MOVE WS-PERIODO       TO CFD-PERIODO.
           MOVE WS-QUINCENA      TO CFD-QUINCENA.
           SET CFD-TIPO-NOMINA   TO TRUE.
           MOVE WS-F-HOY         TO CFD-FECHA.
           PERFORM 333-DATOS-FISCALES-CFDI.
           MOVE WS-SDI           TO CFD-REC-SDI.
           SET CFD-NOMINA-ORDINARIA TO TRUE.
           IF FRECUENCIA-QUINCENAL
               MOVE '04' TO CFD-PERIODICIDAD
           ELSE
               MOVE '05' TO CFD-PERIODICIDAD
           END-IF.
           COMPUTE CFD-F-INICIAL-PAGO = WS-PERIODO * 100 + 1.
           IF WS-QUINCENA EQUAL 2
               ADD 15 TO CFD-F-INICIAL-PAGO
           END-IF.
           IF WS-QUINCENA EQUAL 1
               COMPUTE CFD-F-FINAL-PAGO = WS-PERIODO * 100 + 15
           ELSE
               IF WS-PER-MES EQUAL 12
                   COMPUTE WS-CFD-F-AUX =
                       (WS-PERIODO + 89) * 100 + 1
               ELSE
                   COMPUTE WS-CFD-F-AUX =
                       (WS-PERIODO + 1) * 100 + 1
               END-IF
               COMPUTE CFD-F-FINAL-PAGO = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-CFD-F-AUX) - 1)
           END-IF.
           IF WS-DIAS-DESC NOT LESS WS-DIAS-PERIODO
               MOVE 0 TO CFD-DIAS-PAGADOS
           ELSE
               COMPUTE CFD-DIAS-PAGADOS =
                   WS-DIAS-PERIODO - WS-DIAS-DESC
           END-IF.
           MOVE 0 TO CFD-PER-AGUINALDO CFD-PER-FINIQUITO.
           COMPUTE WS-BRUTO-ORD = WS-BRUTO - WS-RETRO
               - WS-PRIMA-VAC-PAGO.
           IF WS-BRUTO-ORD GREATER WS-PAGO-EXTRA
               COMPUTE CFD-PER-SUELDO = WS-BRUTO-ORD - WS-PAGO-EXTRA
               MOVE WS-PAGO-EXTRA TO CFD-PER-HORAS-EXTRA
           ELSE
               MOVE 0 TO CFD-PER-SUELDO
               MOVE WS-BRUTO-ORD TO CFD-PER-HORAS-EXTRA
           END-IF.
           MOVE WS-RETRO          TO CFD-PER-RETROACTIVO.
           MOVE 0                 TO CFD-PER-PTU.
           MOVE WS-PRIMA-VAC-PAGO TO CFD-PER-PRIMA-VAC.
           MOVE WS-BRUTO          TO CFD-TOT-PERCEPCIONES.
           MOVE WS-ISR            TO CFD-DED-ISR.
           MOVE WS-IMSS           TO CFD-DED-IMSS.
           MOVE WS-PENSION        TO CFD-DED-PENSION.
           MOVE WS-ABONO-PRESTAMO TO CFD-DED-PRESTAMO.
           MOVE WS-AHORRO         TO CFD-DED-AHORRO.
           MOVE WS-AJU-CARGO      TO CFD-DED-AJUSTE-ISR.
           MOVE WS-AJU-FAVOR      TO CFD-OTRO-AJUSTE-FAVOR.
           COMPUTE CFD-TOT-DEDUCCIONES = WS-ISR + WS-IMSS
               + WS-PENSION + WS-ABONO-PRESTAMO + WS-AHORRO
               + WS-AJU-CARGO.
           MOVE WS-NETO           TO CFD-NETO.
           WRITE REG-CFDI.
           IF WS-STATUS-CFD NOT EQUAL '00'
               DISPLAY 'ERROR AL ESCRIBIR CFDI-NOMINA-FILE, '
                       'FILE STATUS: ' WS-STATUS-CFD
               STOP RUN
           END-IF.

      *    EMISOR DESDE PARAMETROS-FILE Y RECEPTOR DESDE EL MAESTRO
      *    Y FISCAL-FILE. UN EMPLEADO SIN RFC, CURP O NSS NO SE PUEDE
      *    TIMBRAR: SE AVISA PARA QUE SE CAPTURE EN ALL-SEC ANTES DE
      *    ENTREGAR EL ARCHIVO AL PROVEEDOR.
       333-DATOS-FISCALES-CFDI.
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
           MOVE 'N' TO WS-CFD-COMPLETO.
           IF WS-HAY-FIS EQUAL 'S'
               MOVE ID-EMPL TO FIS-ID-EMPL
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
               DISPLAY ID-EMPL ' SIN DATOS FISCALES COMPLETOS, SU '
                       'RECIBO CFDI NO SE PODRA TIMBRAR'
           END-IF.

      *    SUMA LO PAGADO Y RETENIDO DE ESTA CORRIDA AL ACUMULADO
      *    DEL ANIO DEL EMPLEADO, DEL QUE SALE LA CONSTANCIA ANUAL
      *    DE RETENCIONES (CONSTANCIA-ANUAL).
           READ ACUMULADO
               INVALID KEY
                   MOVE 'N' TO WS-EXISTE-ACU
                   MOVE ZEROS TO REG-ACUMULADO
                   MOVE ID-EMPL         TO ACU-ID-EMPL
                   MOVE WS-ANIO-CORRIDA TO ACU-ANIO
               NOT INVALID KEY
                   MOVE 'S' TO WS-EXISTE-ACU
           END-READ.
           ADD WS-PENSION        TO ACU-PENSION.
           ADD WS-ABONO-PRESTAMO TO ACU-PRESTAMO.
           ADD WS-NETO           TO ACU-NETO.
           ADD WS-RETRO          TO ACU-RETROACTIVO.
           ADD WS-AHORRO         TO ACU-AHORRO.
           ADD WS-PRIMA-VAC-PAGO TO ACU-PRIMA-VAC.
           ADD WS-AJU-CARGO      TO ACU-AJUSTE-CARGO.
           ADD WS-AJU-FAVOR      TO ACU-AJUSTE-FAVOR.
           IF WS-EXISTE-ACU EQUAL 'S'
               REWRITE REG-ACUMULADO
                   INVALID KEY
           STRING 'SUELDO BRUTO:        ' WS-BRUTO
               DELIMITED BY SIZE INTO RECIBO-LINEA.
           WRITE REG-RECIBO.
           IF WS-RETRO GREATER 0
               STRING 'INCLUYE RETROACTIVO: ' WS-RETRO
                   DELIMITED BY SIZE INTO RECIBO-LINEA
               WRITE REG-RECIBO
           END-IF.
           IF WS-PRIMA-VAC-PAGO GREATER 0
               STRING 'PRIMA VACACIONAL:    ' WS-PRIMA-VAC-PAGO
                   DELIMITED BY SIZE INTO RECIBO-LINEA
               WRITE REG-RECIBO
           END-IF.
           STRING 'RETENCION ISR:       ' WS-ISR
               DELIMITED BY SIZE INTO RECIBO-LINEA.
           WRITE REG-RECIBO.
           IF WS-AJU-CARGO GREATER 0
               STRING 'AJUSTE ANUAL ISR:    ' WS-AJU-CARGO
                   DELIMITED BY SIZE INTO RECIBO-LINEA
               WRITE REG-RECIBO
           END-IF.
           STRING 'RETENCION IMSS:      ' WS-IMSS
               DELIMITED BY SIZE INTO RECIBO-LINEA.
           WRITE REG-RECIBO.
           STRING 'ABONO A PRESTAMO:    ' WS-ABONO-PRESTAMO
               DELIMITED BY SIZE INTO RECIBO-LINEA.
           WRITE REG-RECIBO.
           IF WS-AHORRO GREATER 0
               STRING 'FONDO DE AHORRO:     ' WS-AHORRO
                   DELIMITED BY SIZE INTO RECIBO-LINEA
               WRITE REG-RECIBO
               STRING 'APORTACION EMPRESA:  ' WS-AHORRO-PAT
                   DELIMITED BY SIZE INTO RECIBO-LINEA
               WRITE REG-RECIBO
           END-IF.
           IF WS-AJU-FAVOR GREATER 0
               STRING 'ISR A FAVOR AJUSTE:  ' WS-AJU-FAVOR
                   DELIMITED BY SIZE INTO RECIBO-LINEA
               WRITE REG-RECIBO
           END-IF.
           STRING 'NETO DEPOSITADO:     ' WS-NETO
               DELIMITED BY SIZE INTO RECIBO-LINEA.
           WRITE REG-RECIBO.
           END-IF.
           DISPLAY 'TOTAL EMPLEADOS PAGADOS: ' WS-CONTADOR.
           DISPLAY 'TOTAL BRUTO:   ' WS-TOT-BRUTO.
           IF WS-TOT-RETRO GREATER 0
               DISPLAY 'INCLUYE SUELDOS RETROACTIVOS: ' WS-TOT-RETRO
           END-IF.
           IF WS-TOT-PRIMA-VAC GREATER 0
               DISPLAY 'INCLUYE PRIMA VACACIONAL: ' WS-TOT-PRIMA-VAC
           END-IF.
           DISPLAY 'TOTAL ISR:     ' WS-TOT-ISR.
           IF WS-TOT-AJU-CARGO GREATER 0
              OR WS-TOT-AJU-FAVOR GREATER 0
               DISPLAY 'AJUSTE ANUAL ISR A CARGO: ' WS-TOT-AJU-CARGO
               DISPLAY 'AJUSTE ANUAL ISR A FAVOR: ' WS-TOT-AJU-FAVOR
           END-IF.
           IF WS-AJU-ULTIMA EQUAL 'S' AND WS-HAY-AJU NOT EQUAL 'S'
               DISPLAY 'AVISO: ULTIMA NOMINA DEL ANIO PAGADA SIN '
                       'AJUSTE ANUAL DE ISR'
           END-IF.
           DISPLAY 'TOTAL IMSS:    ' WS-TOT-IMSS.
           DISPLAY 'TOTAL PENSIONES ALIMENTICIAS: ' WS-TOT-PENSION.
           DISPLAY 'TOTAL ABONOS A PRESTAMOS: ' WS-TOT-PRESTAMO.
           IF WS-TOT-AHORRO GREATER 0
               DISPLAY 'TOTAL APORTACIONES FONDO DE AHORRO: '
                       WS-TOT-AHORRO
               DISPLAY 'APORTACION PATRONAL FONDO DE AHORRO: '
                       WS-TOT-AHORRO-PAT
           END-IF.
           DISPLAY 'TOTAL NETO A PAGAR: ' WS-TOT-NETO.
           DISPLAY 'CUOTA PATRONAL IMSS: ' WS-TOT-IMSS-PAT.
           DISPLAY 'APORTACION INFONAVIT: ' WS-TOT-INFONAVIT.
           DISPLAY 'APORTACION SAR: ' WS-TOT-SAR.
           DISPLAY 'CUOTAS PATRONALES GRABADAS EN '
                   'CUOTAS-PATRONALES-FILE'.
           DISPLAY 'NETOS GRABADOS EN NOMINA-NETO-FILE PARA '
                   'DISPERSION-SEC'.
           DISPLAY 'RECIBOS DE NOMINA GRABADOS EN RECIBOS-FILE'.
           DISPLAY 'DATOS PARA TIMBRAR GRABADOS EN CFDI-NOMINA-FILE'.
           IF WS-CFD-INCOMPLETOS GREATER 0
               DISPLAY 'AVISO: ' WS-CFD-INCOMPLETOS ' RECIBOS CFDI '
                       'SIN DATOS FISCALES COMPLETOS, VER '
                       'FISCAL-FALTANTES'
           END-IF.
           DISPLAY 'POLIZA CONTABLE GRABADA EN POLIZA-FILE'.
           IF WS-TOT-RETENIDOS GREATER 0
               DISPLAY 'AVISO: ' WS-TOT-RETENIDOS ' EMPLEADOS CON '
                       'PAGO RETENIDO POR CONTRATO VENCIDO, VER '
                       'NOMINA-RETENIDOS-FILE'
           END-IF.

      *    POLIZA CONTABLE DE LA CORRIDA EN FORMATO IMPORTABLE
      *    (CUENTA,DESCRIPCION,CARGO,ABONO): UN CARGO DE GASTO DE
      *    SUELDOS POR DEPARTAMENTO Y LOS ABONOS DE RETENCIONES,
      *    RECUPERACION DE PRESTAMOS Y NETO POR PAGAR. CUADRA AL
      *    CENTAVO PORQUE EL NETO DE CADA EMPLEADO ES SU BRUTO
      *    MENOS SUS DEDUCCIONES. LAS CUOTAS PATRONALES VAN COMO UN
      *    CARGO DE GASTO APARTE CONTRA SUS TRES PASIVOS. EL SUELDO
      *    RETROACTIVO Y LA PRIMA VACACIONAL SE CARGAN APARTE DEL
      *    GASTO POR DEPARTAMENTO.
      *    LA APORTACION DEL EMPLEADO AL FONDO DE AHORRO ES UN ABONO
      *    MAS DE SUS DEDUCCIONES; LA APORTACION PATRONAL ES UN
      *    CARGO DE GASTO APARTE CONTRA SU PROPIO PASIVO DEL FONDO.
      *    EL AJUSTE ANUAL DE ISR A CARGO AUMENTA EL ISR POR PAGAR
      *    (ABONO) Y EL AJUSTE A FAVOR LO DISMINUYE (CARGO), CONTRA
      *    EL NETO DE LOS EMPLEADOS.
       420-GRABAR-POLIZA.
           OPEN OUTPUT POLIZA.
           IF WS-STATUS-POL NOT EQUAL '00'
           WRITE REG-POLIZA.
           PERFORM 425-CARGO-DEPTO
               VARYING WS-DEP-I FROM 1 BY 1
               UNTIL WS-DEP-I GREATER 1000.
           IF WS-TOT-RETRO GREATER 0
               MOVE SPACES TO POL-LINEA
               STRING '5110,SUELDOS RETROACTIVOS,' WS-TOT-RETRO ',0'
                   DELIMITED BY SIZE INTO POL-LINEA
               WRITE REG-POLIZA
           END-IF.
           IF WS-TOT-PRIMA-VAC GREATER 0
               MOVE SPACES TO POL-LINEA
               STRING '5120,PRIMA VACACIONAL,' WS-TOT-PRIMA-VAC ',0'
                   DELIMITED BY SIZE INTO POL-LINEA
               WRITE REG-POLIZA
           END-IF.
           MOVE SPACES TO POL-LINEA.
           STRING '2110,ISR RETENIDO POR PAGAR,0,' WS-TOT-ISR
               DELIMITED BY SIZE INTO POL-LINEA.
           WRITE REG-POLIZA.
           IF WS-TOT-AJU-CARGO GREATER 0
               MOVE SPACES TO POL-LINEA
               STRING '2110,AJUSTE ANUAL ISR A CARGO,0,'
                      WS-TOT-AJU-CARGO
                   DELIMITED BY SIZE INTO POL-LINEA
               WRITE REG-POLIZA
           END-IF.
           IF WS-TOT-AJU-FAVOR GREATER 0
               MOVE SPACES TO POL-LINEA
               STRING '2110,AJUSTE ANUAL ISR A FAVOR,'
                      WS-TOT-AJU-FAVOR ',0'
                   DELIMITED BY SIZE INTO POL-LINEA
               WRITE REG-POLIZA
           END-IF.
           MOVE SPACES TO POL-LINEA.
           STRING '2120,IMSS RETENIDO POR PAGAR,0,' WS-TOT-IMSS
               DELIMITED BY SIZE INTO POL-LINEA.
           STRING '2100,NOMINA POR PAGAR AL BANCO,0,' WS-TOT-NETO
               DELIMITED BY SIZE INTO POL-LINEA.
           WRITE REG-POLIZA.
           COMPUTE WS-TOT-CUOTAS = WS-TOT-IMSS-PAT + WS-TOT-INFONAVIT
               + WS-TOT-SAR.
           MOVE SPACES TO POL-LINEA.
           STRING '5200,CUOTAS PATRONALES IMSS INFONAVIT SAR,'
                  WS-TOT-CUOTAS ',0'
               DELIMITED BY SIZE INTO POL-LINEA.
           WRITE REG-POLIZA.
           MOVE SPACES TO POL-LINEA.
           STRING '2140,CUOTAS PATRONALES IMSS POR PAGAR,0,'
                  WS-TOT-IMSS-PAT
               DELIMITED BY SIZE INTO POL-LINEA.
           WRITE REG-POLIZA.
           MOVE SPACES TO POL-LINEA.
           STRING '2150,APORTACIONES INFONAVIT POR PAGAR,0,'
                  WS-TOT-INFONAVIT
               DELIMITED BY SIZE INTO POL-LINEA.
           WRITE REG-POLIZA.
           MOVE SPACES TO POL-LINEA.
           STRING '2160,APORTACIONES SAR POR PAGAR,0,' WS-TOT-SAR
               DELIMITED BY SIZE INTO POL-LINEA.
           WRITE REG-POLIZA.
           IF WS-TOT-AHORRO GREATER 0
               MOVE SPACES TO POL-LINEA
               STRING '2170,FONDO DE AHORRO APORTACION EMPLEADOS,0,'
                      WS-TOT-AHORRO
                   DELIMITED BY SIZE INTO POL-LINEA
               WRITE REG-POLIZA
               MOVE SPACES TO POL-LINEA
               STRING '5210,APORTACION PATRONAL FONDO DE AHORRO,'
                      WS-TOT-AHORRO-PAT ',0'
                   DELIMITED BY SIZE INTO POL-LINEA
               WRITE REG-POLIZA
               MOVE SPACES TO POL-LINEA
               STRING '2175,FONDO DE AHORRO APORTACION PATRONAL,0,'
                      WS-TOT-AHORRO-PAT
                   DELIMITED BY SIZE INTO POL-LINEA
               WRITE REG-POLIZA
           END-IF.
           COMPUTE WS-TOT-CARGOS = WS-TOT-BRUTO + WS-TOT-CUOTAS
               + WS-TOT-AHORRO-PAT + WS-TOT-AJU-FAVOR.
           COMPUTE WS-TOT-ABONOS = WS-TOT-ISR + WS-TOT-IMSS
               + WS-TOT-PENSION + WS-TOT-PRESTAMO + WS-TOT-NETO
               + WS-TOT-IMSS-PAT + WS-TOT-INFONAVIT + WS-TOT-SAR
               + WS-TOT-AHORRO + WS-TOT-AHORRO-PAT
               + WS-TOT-AJU-CARGO.
           MOVE SPACES TO POL-LINEA.
           STRING 'TOTALES,,' WS-TOT-CARGOS ',' WS-TOT-ABONOS
               DELIMITED BY SIZE INTO POL-LINEA.
           WRITE REG-POLIZA.
           IF WS-TOT-ABONOS NOT EQUAL WS-TOT-CARGOS
               DISPLAY 'AVISO: LA POLIZA NO CUADRA, CARGOS '
                       WS-TOT-CARGOS ' VS ABONOS ' WS-TOT-ABONOS
           END-IF.
           CLOSE DEPTO.
           CLOSE POLIZA.
           MOVE WS-TOT-PENSION    TO NCHK-TOT-PENSION.
           MOVE WS-TOT-PRESTAMO   TO NCHK-TOT-PRESTAMO.
           MOVE WS-TOT-NETO       TO NCHK-TOT-NETO.
           MOVE WS-TOT-IMSS-PAT   TO NCHK-TOT-IMSS-PAT.
           MOVE WS-TOT-INFONAVIT  TO NCHK-TOT-INFONAVIT.
           MOVE WS-TOT-SAR        TO NCHK-TOT-SAR.
           MOVE WS-TOT-RETRO      TO NCHK-TOT-RETRO.
           MOVE WS-TOT-PRIMA-VAC  TO NCHK-TOT-PRIMA-VAC.
           MOVE WS-TOT-AHORRO     TO NCHK-TOT-AHORRO.
           MOVE WS-TOT-AHORRO-PAT TO NCHK-TOT-AHORRO-PAT.
           MOVE WS-TOT-AJU-CARGO  TO NCHK-TOT-AJU-CARGO.
           MOVE WS-TOT-AJU-FAVOR  TO NCHK-TOT-AJU-FAVOR.
           PERFORM VARYING WS-DEP-I FROM 1 BY 1
               UNTIL WS-DEP-I GREATER 1000
               MOVE WS-DEP-BRUTO(WS-DEP-I)
                   TO NCHK-DEP-BRUTO(WS-DEP-I)
           END-PERFORM.
           MOVE WS-TOT-PENSION   TO NCHK-TOT-PENSION.
           MOVE WS-TOT-PRESTAMO  TO NCHK-TOT-PRESTAMO.
           MOVE WS-TOT-NETO      TO NCHK-TOT-NETO.
           MOVE WS-TOT-IMSS-PAT  TO NCHK-TOT-IMSS-PAT.
           MOVE WS-TOT-INFONAVIT TO NCHK-TOT-INFONAVIT.
           MOVE WS-TOT-SAR       TO NCHK-TOT-SAR.
           MOVE WS-TOT-RETRO     TO NCHK-TOT-RETRO.
           MOVE WS-TOT-PRIMA-VAC TO NCHK-TOT-PRIMA-VAC.
           MOVE WS-TOT-AHORRO    TO NCHK-TOT-AHORRO.
           MOVE WS-TOT-AHORRO-PAT TO NCHK-TOT-AHORRO-PAT.
           MOVE WS-TOT-AJU-CARGO TO NCHK-TOT-AJU-CARGO.
           MOVE WS-TOT-AJU-FAVOR TO NCHK-TOT-AJU-FAVOR.
           PERFORM VARYING WS-DEP-I FROM 1 BY 1
               UNTIL WS-DEP-I GREATER 1000
               MOVE WS-DEP-BRUTO(WS-DEP-I)
                   TO NCHK-DEP-BRUTO(WS-DEP-I)
           END-PERFORM.
           MOVE 0 TO NCHK-TOT-BRUTO NCHK-TOT-ISR NCHK-TOT-IMSS.
           MOVE 0 TO NCHK-TOT-PENSION NCHK-TOT-PRESTAMO.
           MOVE 0 TO NCHK-TOT-NETO.
           MOVE 0 TO NCHK-TOT-IMSS-PAT NCHK-TOT-INFONAVIT NCHK-TOT-SAR.
           MOVE 0 TO NCHK-TOT-RETRO NCHK-TOT-PRIMA-VAC.
           MOVE 0 TO NCHK-TOT-AHORRO NCHK-TOT-AHORRO-PAT.
           MOVE 0 TO NCHK-TOT-AJU-CARGO NCHK-TOT-AJU-FAVOR.
           PERFORM VARYING WS-DEP-I FROM 1 BY 1
               UNTIL WS-DEP-I GREATER 1000
               MOVE 0 TO NCHK-DEP-BRUTO(WS-DEP-I)
           END-PERFORM.
           WRITE REG-NOMINA-CHK.
           MOVE WS-F-HOY    TO COR-FECHA.
           MOVE WS-CONTADOR TO COR-EMPLEADOS.
           MOVE WS-TOT-NETO TO COR-TOT-NETO.
           SET COR-VIGENTE  TO TRUE.
           MOVE 0           TO COR-F-CANCELA.
           MOVE SPACES      TO COR-OPERADOR-CANCELA.
           WRITE REG-CORRIDA
               INVALID KEY
                   REWRITE REG-CORRIDA
