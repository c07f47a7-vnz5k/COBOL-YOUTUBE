       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOMINA-REVERSA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT CORRIDA
           ASSIGN TO 'NOMINA-CORRIDA-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COR-LLAVE
           FILE STATUS IS WS-STATUS-COR.
           SELECT HIST
           ASSIGN TO 'NOMINA-HIST-FILE'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-HIST.
           SELECT NETO
           ASSIGN TO 'NOMINA-NETO-FILE'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-NETO.
           SELECT NOMINA-CHK
           ASSIGN TO 'NOMINA-CHECKPOINT-FILE'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-CHK.
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
           SELECT ACUMULADO
           ASSIGN TO 'ACUMULADO-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACU-LLAVE
           FILE STATUS IS WS-STATUS-ACU.
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
           SELECT AUDITORIA
           ASSIGN TO 'AUDITORIA-FILE'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-AUD.
           SELECT OPERADOR
           ASSIGN TO 'OPERADOR-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OP-ID
           FILE STATUS IS WS-STATUS-OPE.
           SELECT ACCESO
           ASSIGN TO 'ACCESO-FILE'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-ACC.

       DATA DIVISION.
       FILE SECTION.
       FD CORRIDA.
           COPY CORRREG.
       FD HIST.
           COPY NETOREG REPLACING ==REG-NETO== BY ==REG-HIST==
                        LEADING ==NET== BY ==HIST==.
       FD NETO.
           COPY NETOREG.
       FD NOMINA-CHK.
           COPY NCHKREG.
       FD PRESTAMO.
           COPY PRESTREG.
       FD PAGO-HIST.
           COPY PAGHREG.
       FD ACUMULADO.
           COPY ACUMREG.
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
       FD AUDITORIA.
           COPY AUDITREG.
       FD OPERADOR.
           COPY OPERREG.
       FD ACCESO.
           COPY ACCESOREG.

       WORKING-STORAGE SECTION.
       01 WS-AREAS.
           05 WS-STATUS-COR              PIC XX.
           05 WS-STATUS-HIST             PIC XX.
           05 WS-STATUS-NETO             PIC XX.
           05 WS-STATUS-CHK              PIC XX.
           05 WS-STATUS-PR               PIC XX.
           05 WS-STATUS-PGH              PIC XX.
           05 WS-STATUS-ACU              PIC XX.
           05 WS-STATUS-AUD              PIC XX.
           05 WS-STATUS-OPE              PIC XX.
           05 WS-STATUS-ACC              PIC XX.
           05 WS-LOGIN-OK                PIC X.
           05 WS-INTENTOS                PIC 9.
           05 WS-PASS-ENTRADA            PIC X(08).
           05 WS-OPERADOR-ACTUAL         PIC X(08).
           05 WS-F-HOY-LOGIN             PIC 9(08).
           05 WS-DIAS-PASS               PIC 9(05).
           05 WS-DIAS-VIGENCIA-PASS      PIC 9(03) VALUE 90.
           05 WS-PASS-NUEVA              PIC X(08).
           05 WS-ROL-ACTUAL              PIC X.
               88 ROL-ACTUAL-SUPERVISOR   VALUE 'S'.
               88 ROL-ACTUAL-CAPTURISTA   VALUE 'C'.
           05 WS-F-HOY                   PIC 9(08).
           05 WS-PERIODO                 PIC 9(06).
           05 WS-PER-MES                 PIC 9(02).
           05 WS-QUINCENA                PIC 9.
           05 WS-CONF                    PIC X.
           05 WS-FLAG                    PIC 9.
           05 WS-FLAG-PGH                PIC 9.
           05 WS-TASA-IMSS               PIC 9V999 VALUE 0.025.
           05 WS-IMSS                    PIC 9(07)V99.
           05 WS-ISR                     PIC 9(07)V99.
           05 WS-ISR-CALC                PIC S9(08)V99.
           05 WS-ANIO-CORRIDA            PIC 9(04).
           05 WS-ABONO-HALLADO           PIC X.
           05 WS-ABONO-AJUSTADO          PIC X.
           05 WS-NETO-PERIODO            PIC 9(05).
           05 WS-NETO-OTROS              PIC 9(05).
           05 WS-CONTADOR                PIC 9(05).
           05 WS-PRESTAMOS               PIC 9(05).
           05 WS-ACU-AJUSTADOS           PIC 9(05).
           05 WS-ACU-CORTO               PIC X.
           05 WS-TOT-BRUTO               PIC 9(09)V99.
           05 WS-TOT-PRESTAMO            PIC 9(09)V99.
           05 WS-TOT-NETO                PIC 9(09)V99.
           05 WS-STATUS-RET              PIC XX.
           05 WS-HAY-RET                 PIC X.
           05 WS-FLAG-RET                PIC 9.
           05 WS-RETRO                   PIC 9(07)V99.
           05 WS-TOT-RETRO               PIC 9(09)V99.
           05 WS-RETROS                  PIC 9(05).
           05 WS-STATUS-PVA              PIC XX.
           05 WS-HAY-PVA                 PIC X.
           05 WS-FLAG-PVA                PIC 9.
           05 WS-PRIMA-VAC               PIC 9(07)V99.
           05 WS-TOT-PRIMA-VAC           PIC 9(09)V99.
           05 WS-PRIMAS                  PIC 9(05).
           05 WS-REV-N                   PIC 9(02).
           05 WS-REV-I                   PIC 9(02).
           05 WS-REV-J                   PIC 9(02).
           05 WS-MONTO-REV               PIC 9(08)V99.
           05 WS-SUMA-REV                PIC 9(08)V99.
           05 WS-STATUS-AHO              PIC XX.
           05 WS-STATUS-AHM              PIC XX.
           05 WS-HAY-AHO                 PIC X.
           05 WS-FLAG-AHM                PIC 9.
           05 WS-AHO-REV-EMP             PIC S9(07)V99.
           05 WS-AHO-REV-PAT             PIC S9(07)V99.
           05 WS-AHORROS                 PIC 9(05).
           05 WS-TOT-AHORRO              PIC 9(09)V99.
           05 WS-STATUS-AJU              PIC XX.
           05 WS-HAY-AJU                 PIC X.
           05 WS-AJU-CARGO               PIC 9(07)V99.
           05 WS-AJU-FAVOR               PIC 9(07)V99.
           05 WS-AJUSTES                 PIC 9(05).

      *    ABONOS DE NOMINA DEL EMPLEADO EN EL PERIODO REVERTIDO QUE
      *    SIGUEN VIGENTES EN LA BITACORA DE PAGOS, UNO POR PRESTAMO.
       01 WS-REV-TABLA.
           05 WS-REV-ENTRADA OCCURS 20.
               10 WS-REV-NUM             PIC 9(03).
               10 WS-REV-MONTO           PIC 9(07)V99.
               10 WS-REV-AJUSTADO        PIC X.

       PROCEDURE DIVISION.
      *    DESHACE UNA CORRIDA DE NOMINA-SEC YA REGISTRADA PARA QUE
      *    EL PERIODO SE PUEDA VOLVER A CORRER LIMPIO: DEVUELVE A
      *    CADA PRESTAMO EL ABONO DESCONTADO (CON SU CONTRAPARTIDA
      *    EN LA BITACORA DE PAGOS), SACA LA CORRIDA DEL ACUMULADO
      *    ANUAL, CANCELA LAS LINEAS DEL HISTORIAL Y LA CORRIDA, Y
      *    VACIA NOMINA-NETO-FILE. SOLO LA PUEDE CORRER UN
      *    SUPERVISOR Y CADA EMPLEADO REVERTIDO QUEDA AUDITADO.
       010-INITIAL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-F-HOY.
           PERFORM 050-LOGIN.
           IF WS-LOGIN-OK EQUAL 'S'
               IF ROL-ACTUAL-SUPERVISOR
                   PERFORM 100-ABRIR
                   PERFORM 110-PEDIR-CORRIDA
                   IF WS-CONF EQUAL 'S'
                       PERFORM 200-REVERTIR
                       PERFORM 300-CANCELAR-CORRIDA
                       PERFORM 310-LIMPIAR-NETO
                       PERFORM 400-CIERRE
                   ELSE
                       DISPLAY 'REVERSA NO REALIZADA'
                   END-IF
                   PERFORM 100-CERRAR
               ELSE
                   DISPLAY 'PROGRAMA RESTRINGIDO A SUPERVISORES'
               END-IF
           END-IF.
       STOP RUN.

       050-LOGIN.
           MOVE 'N' TO WS-LOGIN-OK.
           OPEN I-O OPERADOR.
           IF WS-STATUS-OPE EQUAL '35'
               DISPLAY 'AVISO: NO EXISTE OPERADOR.TXT, CREALO CON '
               DISPLAY 'OPERADOR-SEC ANTES DE USAR NOMINA-REVERSA'
           ELSE
               MOVE 0 TO WS-INTENTOS
               PERFORM UNTIL WS-LOGIN-OK EQUAL 'S'
                              OR WS-INTENTOS EQUAL 3
                   DISPLAY 'OPERADOR (ID)'      ACCEPT OP-ID
                   DISPLAY 'PASSWORD'           ACCEPT WS-PASS-ENTRADA
                   ADD 1 TO WS-INTENTOS
                   READ OPERADOR
                       INVALID KEY
                           DISPLAY 'OPERADOR NO AUTORIZADO'
                           PERFORM 051-REGISTRAR-ACCESO
                       NOT INVALID KEY
                           IF WS-PASS-ENTRADA EQUAL OP-PASSWORD
                               MOVE 'S' TO WS-LOGIN-OK
                               MOVE OP-ID TO WS-OPERADOR-ACTUAL
                               MOVE OP-ROL TO WS-ROL-ACTUAL
                               DISPLAY 'BIENVENIDO ' OP-NOMBRE
                               PERFORM 051-REGISTRAR-ACCESO
                               PERFORM 052-VERIFICAR-VENCIMIENTO
                           ELSE
                               DISPLAY 'PASSWORD INCORRECTO'
                               PERFORM 051-REGISTRAR-ACCESO
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-LOGIN-OK NOT EQUAL 'S'
                   DISPLAY 'ACCESO DENEGADO, DEMASIADOS INTENTOS'
               END-IF
           END-IF.
           CLOSE OPERADOR.

       051-REGISTRAR-ACCESO.
           OPEN EXTEND ACCESO.
           IF WS-STATUS-ACC EQUAL '35'
               OPEN OUTPUT ACCESO.
           MOVE OP-ID                       TO ACC-OPERADOR.
           MOVE FUNCTION CURRENT-DATE(1:8)  TO ACC-FECHA.
           MOVE FUNCTION CURRENT-DATE(9:6)  TO ACC-HORA.
           MOVE 'NOM-REVERSA'               TO ACC-PROGRAMA.
           IF WS-LOGIN-OK EQUAL 'S'
               SET ACC-EXITOSO TO TRUE
           ELSE
               SET ACC-FALLIDO TO TRUE
           END-IF.
           WRITE REG-ACCESO.
           CLOSE ACCESO.

       052-VERIFICAR-VENCIMIENTO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-F-HOY-LOGIN.
           COMPUTE WS-DIAS-PASS =
               FUNCTION INTEGER-OF-DATE(WS-F-HOY-LOGIN)
               - FUNCTION INTEGER-OF-DATE(OP-FECHA-PASS).
           IF WS-DIAS-PASS NOT LESS WS-DIAS-VIGENCIA-PASS
               DISPLAY 'SU PASSWORD HA EXPIRADO, DEBE CAMBIARLO'
               DISPLAY 'PASSWORD NUEVO' ACCEPT WS-PASS-NUEVA
               MOVE WS-PASS-NUEVA TO OP-PASSWORD
               MOVE WS-F-HOY-LOGIN TO OP-FECHA-PASS
               REWRITE REG-OPERADOR
                   INVALID KEY
                       DISPLAY 'ERROR AL ACTUALIZAR EL PASSWORD'
                   NOT INVALID KEY
                       DISPLAY 'PASSWORD ACTUALIZADO'
               END-REWRITE
           END-IF.

       100-ABRIR.
           OPEN I-O CORRIDA.
           IF WS-STATUS-COR NOT EQUAL '00'
               DISPLAY 'ERROR AL ABRIR NOMINA-CORRIDA-FILE, '
                       'FILE STATUS: ' WS-STATUS-COR
               STOP RUN
           END-IF.
           OPEN I-O PRESTAMO.
           IF WS-STATUS-PR EQUAL '35'
               OPEN OUTPUT PRESTAMO
               CLOSE PRESTAMO
               OPEN I-O PRESTAMO
           END-IF.
           IF WS-STATUS-PR NOT EQUAL '00'
               DISPLAY 'ERROR AL ABRIR PRESTAMO-FILE, '
                       'FILE STATUS: ' WS-STATUS-PR
               CLOSE CORRIDA
               STOP RUN
           END-IF.
           OPEN I-O ACUMULADO.
           IF WS-STATUS-ACU EQUAL '35'
               OPEN OUTPUT ACUMULADO
               CLOSE ACUMULADO
               OPEN I-O ACUMULADO
           END-IF.
           IF WS-STATUS-ACU NOT EQUAL '00'
               DISPLAY 'ERROR AL ABRIR ACUMULADO-FILE, '
                       'FILE STATUS: ' WS-STATUS-ACU
               CLOSE CORRIDA PRESTAMO
               STOP RUN
           END-IF.
           MOVE 'S' TO WS-HAY-RET.
           OPEN I-O RETROACTIVO.
           IF WS-STATUS-RET EQUAL '35'
               MOVE 'N' TO WS-HAY-RET
           ELSE
               IF WS-STATUS-RET NOT EQUAL '00'
                   DISPLAY 'ERROR AL ABRIR RETROACTIVO-FILE, '
                           'FILE STATUS: ' WS-STATUS-RET
                   CLOSE CORRIDA PRESTAMO ACUMULADO
                   STOP RUN
               END-IF
           END-IF.
           MOVE 'S' TO WS-HAY-PVA.
           OPEN I-O PRIMA-VAC.
           IF WS-STATUS-PVA EQUAL '35'
               MOVE 'N' TO WS-HAY-PVA
           ELSE
               IF WS-STATUS-PVA NOT EQUAL '00'
                   DISPLAY 'ERROR AL ABRIR PRIMA-VACACIONAL-FILE, '
                           'FILE STATUS: ' WS-STATUS-PVA
                   CLOSE CORRIDA PRESTAMO ACUMULADO
                   STOP RUN
               END-IF
           END-IF.
           MOVE 'S' TO WS-HAY-AHO.
           OPEN I-O AHORRO.
           IF WS-STATUS-AHO EQUAL '35'
               MOVE 'N' TO WS-HAY-AHO
           ELSE
               IF WS-STATUS-AHO NOT EQUAL '00'
                   DISPLAY 'ERROR AL ABRIR AHORRO-FILE, '
                           'FILE STATUS: ' WS-STATUS-AHO
                   CLOSE CORRIDA PRESTAMO ACUMULADO
                   STOP RUN
               END-IF
           END-IF.
           MOVE 'S' TO WS-HAY-AJU.
           OPEN I-O AJUSTE.
           IF WS-STATUS-AJU EQUAL '35'
               MOVE 'N' TO WS-HAY-AJU
           ELSE
               IF WS-STATUS-AJU NOT EQUAL '00'
                   DISPLAY 'ERROR AL ABRIR AJUSTE-ANUAL-FILE, '
                           'FILE STATUS: ' WS-STATUS-AJU
                   CLOSE CORRIDA PRESTAMO ACUMULADO
                   STOP RUN
               END-IF
           END-IF.

       100-CERRAR.
           CLOSE CORRIDA.
           CLOSE PRESTAMO.
           CLOSE ACUMULADO.
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

      *    SOLO SE REVIERTE UNA CORRIDA REGISTRADA Y VIGENTE. SI
      *    HAY UNA CORRIDA DEL MISMO PERIODO INTERRUMPIDA A MEDIAS
      *    PRIMERO SE TERMINA (O SE DESCARTA) EN NOMINA-SEC, PARA
      *    NO DEJAR ABONOS FUERA DE LA REVERSA.
       110-PEDIR-CORRIDA.
           MOVE 'N' TO WS-CONF.
           DISPLAY 'PERIODO A REVERTIR (AAAAMM)' ACCEPT WS-PERIODO.
           DISPLAY 'QUINCENA (0 = CORRIDA MENSUAL, 1 O 2)'
               ACCEPT WS-QUINCENA.
           MOVE WS-PERIODO(5:2) TO WS-PER-MES.
           IF WS-PER-MES LESS 1 OR WS-PER-MES GREATER 12
              OR WS-QUINCENA GREATER 2
               DISPLAY 'PERIODO O QUINCENA INVALIDOS'
           ELSE
               MOVE WS-PERIODO  TO COR-PERIODO
               MOVE WS-QUINCENA TO COR-QUINCENA
               READ CORRIDA
                   INVALID KEY
                       DISPLAY 'NO HAY CORRIDA REGISTRADA DEL PERIODO '
                               WS-PERIODO ' QUINCENA ' WS-QUINCENA
                   NOT INVALID KEY
                       IF COR-CANCELADA
                           DISPLAY 'ESA CORRIDA YA FUE CANCELADA EL '
                                   COR-F-CANCELA ' POR '
                                   COR-OPERADOR-CANCELA
                       ELSE
                           PERFORM 120-REVISAR-CHECKPOINT
                       END-IF
               END-READ
           END-IF.

       120-REVISAR-CHECKPOINT.
           MOVE 0 TO NCHK-PERIODO.
           OPEN INPUT NOMINA-CHK.
           IF WS-STATUS-CHK EQUAL '00'
               READ NOMINA-CHK
                   AT END
                       MOVE 0 TO NCHK-PERIODO
               END-READ
               CLOSE NOMINA-CHK
           END-IF.
           IF NCHK-PERIODO EQUAL WS-PERIODO
              AND NCHK-QUINCENA EQUAL WS-QUINCENA
               DISPLAY 'HAY UNA CORRIDA INTERRUMPIDA DE ESTE PERIODO '
                       'EN EL CHECKPOINT DE NOMINA-SEC'
               DISPLAY 'REANUDALA O DESCARTALA ANTES DE REVERTIR'
           ELSE
               DISPLAY 'CORRIDA DEL PERIODO ' COR-PERIODO
                       ' QUINCENA ' COR-QUINCENA
               DISPLAY 'FECHA: ' COR-FECHA
                       '  EMPLEADOS: ' COR-EMPLEADOS
                       '  NETO: ' COR-TOT-NETO
               DISPLAY 'SE DEVOLVERAN LOS ABONOS A PRESTAMOS, SE '
                       'DESCONTARA DEL ACUMULADO ANUAL Y SE '
                       'VACIARA NOMINA-NETO-FILE'
               DISPLAY 'CONFIRMA LA REVERSA DE LA CORRIDA? S/N'
                   ACCEPT WS-CONF
           END-IF.

      *    UNA CORRIDA REPETIDA CON AUTORIZACION DEJA DOS JUEGOS DE
      *    LINEAS DEL MISMO PERIODO; SE REVIERTEN TODAS LAS QUE
      *    SIGAN VIGENTES, IGUAL QUE TODAS SUMARON AL ACUMULADO.
       200-REVERTIR.
           OPEN I-O HIST.
           IF WS-STATUS-HIST NOT EQUAL '00'
               DISPLAY 'ERROR AL ABRIR NOMINA-HIST-FILE, '
                       'FILE STATUS: ' WS-STATUS-HIST
               PERFORM 100-CERRAR
               STOP RUN
           END-IF.
           MOVE WS-PERIODO(1:4) TO WS-ANIO-CORRIDA.
           MOVE 0 TO WS-CONTADOR WS-PRESTAMOS WS-ACU-AJUSTADOS.
           MOVE 0 TO WS-TOT-BRUTO WS-TOT-PRESTAMO WS-TOT-NETO.
           MOVE 0 TO WS-TOT-RETRO WS-RETROS.
           MOVE 0 TO WS-TOT-PRIMA-VAC WS-PRIMAS.
           MOVE 0 TO WS-AHORROS WS-TOT-AHORRO.
           MOVE 0 TO WS-AJUSTES.
           DISPLAY 'ID     BRUTO      ABONO      NETO'.
           MOVE 0 TO WS-FLAG.
           PERFORM 210-LEER-HIST UNTIL WS-FLAG EQUAL 1.
           CLOSE HIST.

       210-LEER-HIST.
           READ HIST
               AT END
                   MOVE 1 TO WS-FLAG
               NOT AT END
                   IF HIST-TIPO-NOMINA
                      AND HIST-PERIODO EQUAL WS-PERIODO
                      AND HIST-QUINCENA EQUAL WS-QUINCENA
                       PERFORM 220-REVERTIR-LINEA
                   END-IF
           END-READ.

      *    EL HISTORIAL NO GUARDA EL ISR Y EL IMSS POR SEPARADO; SE
      *    RECUPERAN COMO EN LA REANUDACION DE NOMINA-SEC: EL IMSS
      *    SE RECALCULA SOBRE EL BRUTO Y EL ISR ES LO QUE FALTA DE
      *    LA DEDUCCION CONJUNTA, SIN EL AJUSTE ANUAL DE ISR QUE
      *    LA LINEA HAYA RETENIDO O DEVUELTO.
       220-REVERTIR-LINEA.
           MOVE 0 TO WS-AJU-CARGO WS-AJU-FAVOR.
           IF WS-HAY-AJU EQUAL 'S'
               PERFORM 229-REVERTIR-AJUSTE
           END-IF.
           COMPUTE WS-IMSS ROUNDED = HIST-BRUTO * WS-TASA-IMSS.
           COMPUTE WS-ISR-CALC = HIST-BRUTO + WS-AJU-FAVOR
               - HIST-PENSION - HIST-ABONO-PRESTAMO - HIST-AHORRO
               - HIST-NETO - WS-IMSS - WS-AJU-CARGO.
           IF WS-ISR-CALC LESS 0
               MOVE 0 TO WS-ISR
           ELSE
               MOVE WS-ISR-CALC TO WS-ISR
           END-IF.
           MOVE 0 TO WS-RETRO.
           IF WS-HAY-RET EQUAL 'S'
               PERFORM 225-REVERTIR-RETROACTIVO
           END-IF.
           MOVE 0 TO WS-PRIMA-VAC.
           IF WS-HAY-PVA EQUAL 'S'
               PERFORM 227-REVERTIR-PRIMA-VAC
           END-IF.
           PERFORM 230-REVERTIR-ACUMULADO.
           IF HIST-ABONO-PRESTAMO GREATER 0
               PERFORM 240-REVERTIR-PRESTAMO
           END-IF.
           IF HIST-AHORRO GREATER 0
               PERFORM 270-REVERTIR-AHORRO
           END-IF.
           SET HIST-TIPO-CANCELADA TO TRUE.
           REWRITE REG-HIST.
           IF WS-STATUS-HIST NOT EQUAL '00'
               DISPLAY 'ERROR AL CANCELAR LA LINEA DEL ID-EMPL '
                       HIST-ID-EMPL ', FILE STATUS: ' WS-STATUS-HIST
           END-IF.
           PERFORM 900-AUDITAR.
           DISPLAY HIST-ID-EMPL ' ' HIST-BRUTO ' '
                   HIST-ABONO-PRESTAMO ' ' HIST-NETO.
           ADD HIST-BRUTO          TO WS-TOT-BRUTO.
           ADD HIST-ABONO-PRESTAMO TO WS-TOT-PRESTAMO.
           ADD HIST-NETO           TO WS-TOT-NETO.
           ADD 1                   TO WS-CONTADOR.

      *    LOS RETROACTIVOS QUE ESTA LINEA PAGO VUELVEN A QUEDAR
      *    PENDIENTES; COMO LA LINEA QUEDA CANCELADA, LA SIGUIENTE
      *    CORRIDA LOS VUELVE A MEDIR Y LOS PAGA COMPLETOS.
       225-REVERTIR-RETROACTIVO.
           MOVE HIST-ID-EMPL TO RET-ID-EMPL.
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
                       IF RET-ID-EMPL NOT EQUAL HIST-ID-EMPL
                           MOVE 1 TO WS-FLAG-RET
                       ELSE
                           IF RET-PAGADO
                              AND RET-PERIODO-PAGO EQUAL WS-PERIODO
                              AND RET-QUINCENA-PAGO EQUAL WS-QUINCENA
                              AND RET-F-PAGO EQUAL HIST-FECHA
                               PERFORM 226-REABRIR-RETROACTIVO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       226-REABRIR-RETROACTIVO.
           ADD RET-MONTO TO WS-RETRO WS-TOT-RETRO.
           SET RET-PENDIENTE TO TRUE.
           MOVE 0 TO RET-PERIODO-PAGO RET-QUINCENA-PAGO RET-F-PAGO.
           REWRITE REG-RETROACTIVO
               INVALID KEY
                   DISPLAY 'ERROR AL REABRIR EL RETROACTIVO DEL '
                           'ID-EMPL ' HIST-ID-EMPL
               NOT INVALID KEY
                   ADD 1 TO WS-RETROS
           END-REWRITE.

      *    IGUAL LA PRIMA VACACIONAL QUE ESTA LINEA PAGO: VUELVE A
      *    QUEDAR PENDIENTE Y LA SIGUIENTE CORRIDA LA PAGA.
       227-REVERTIR-PRIMA-VAC.
           MOVE HIST-ID-EMPL TO PVA-ID-EMPL.
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
                       IF PVA-ID-EMPL NOT EQUAL HIST-ID-EMPL
                           MOVE 1 TO WS-FLAG-PVA
                       ELSE
                           IF PVA-PAGADA
                              AND PVA-PERIODO-PAGO EQUAL WS-PERIODO
                              AND PVA-QUINCENA-PAGO EQUAL WS-QUINCENA
                              AND PVA-F-PAGO EQUAL HIST-FECHA
                               PERFORM 228-REABRIR-PRIMA-VAC
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       228-REABRIR-PRIMA-VAC.
           ADD PVA-MONTO TO WS-PRIMA-VAC WS-TOT-PRIMA-VAC.
           SET PVA-PENDIENTE TO TRUE.
           MOVE 0 TO PVA-PERIODO-PAGO PVA-QUINCENA-PAGO PVA-F-PAGO.
           REWRITE REG-PRIMA-VAC
               INVALID KEY
                   DISPLAY 'ERROR AL REABRIR LA PRIMA VACACIONAL DEL '
                           'ID-EMPL ' HIST-ID-EMPL
               NOT INVALID KEY
                   ADD 1 TO WS-PRIMAS
           END-REWRITE.

      *    EL AJUSTE ANUAL DE ISR QUE ESTA LINEA APLICO VUELVE A
      *    QUEDAR PENDIENTE; LA SIGUIENTE CORRIDA DE LA ULTIMA
      *    NOMINA DEL ANIO LO VUELVE A CALCULAR.
       229-REVERTIR-AJUSTE.
           MOVE WS-ANIO-CORRIDA TO AJU-EJERCICIO.
           MOVE HIST-ID-EMPL    TO AJU-ID-EMPL.
           READ AJUSTE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AJU-APLICADO
                      AND AJU-PERIODO-PAGO EQUAL WS-PERIODO
                      AND AJU-QUINCENA-PAGO EQUAL WS-QUINCENA
                      AND AJU-F-PAGO EQUAL HIST-FECHA
                       IF AJU-A-CARGO
                           MOVE AJU-IMPORTE TO WS-AJU-CARGO
                       END-IF
                       IF AJU-A-FAVOR
                           MOVE AJU-IMPORTE TO WS-AJU-FAVOR
                       END-IF
                       SET AJU-PENDIENTE TO TRUE
                       MOVE 0 TO AJU-PERIODO-PAGO AJU-QUINCENA-PAGO
                       MOVE 0 TO AJU-F-PAGO AJU-IMPORTE
                       REWRITE REG-AJUSTE-ANUAL
                           INVALID KEY
                               DISPLAY 'ERROR AL REABRIR EL AJUSTE '
                                       'ANUAL DEL ID-EMPL '
                                       HIST-ID-EMPL
                           NOT INVALID KEY
                               ADD 1 TO WS-AJUSTES
                       END-REWRITE
                   END-IF
           END-READ.

      *    UN ACUMULADO QUE YA NO ALCANZA (PORQUE CONSTANCIA-ANUAL
      *    LO REINICIO) SE DEJA EN CERO Y SE AVISA.
       230-REVERTIR-ACUMULADO.
           MOVE HIST-ID-EMPL    TO ACU-ID-EMPL.
           MOVE WS-ANIO-CORRIDA TO ACU-ANIO.
           READ ACUMULADO
               INVALID KEY
                   DISPLAY HIST-ID-EMPL ' SIN ACUMULADO DEL ANIO '
                           WS-ANIO-CORRIDA ', NADA QUE DESCONTAR'
               NOT INVALID KEY
                   MOVE 'N' TO WS-ACU-CORTO
                   IF ACU-BRUTO LESS HIST-BRUTO
                      OR ACU-ISR LESS WS-ISR
                      OR ACU-IMSS LESS WS-IMSS
                      OR ACU-PENSION LESS HIST-PENSION
                      OR ACU-PRESTAMO LESS HIST-ABONO-PRESTAMO
                      OR ACU-NETO LESS HIST-NETO
                      OR ACU-RETROACTIVO LESS WS-RETRO
                      OR ACU-AHORRO LESS HIST-AHORRO
                      OR ACU-PRIMA-VAC LESS WS-PRIMA-VAC
                      OR ACU-AJUSTE-CARGO LESS WS-AJU-CARGO
                      OR ACU-AJUSTE-FAVOR LESS WS-AJU-FAVOR
                       MOVE 'S' TO WS-ACU-CORTO
                   END-IF
                   IF WS-ACU-CORTO EQUAL 'S'
                       ADD 1 TO WS-ACU-AJUSTADOS
                       DISPLAY HIST-ID-EMPL ' EL ACUMULADO ES MENOR '
                               'QUE LA CORRIDA, SE DEJA EN CERO'
                       MOVE 0 TO ACU-BRUTO ACU-ISR ACU-IMSS
                       MOVE 0 TO ACU-PENSION ACU-PRESTAMO ACU-NETO
                       MOVE 0 TO ACU-RETROACTIVO ACU-AHORRO
                       MOVE 0 TO ACU-PRIMA-VAC
                       MOVE 0 TO ACU-AJUSTE-CARGO ACU-AJUSTE-FAVOR
                   ELSE
                       SUBTRACT HIST-BRUTO          FROM ACU-BRUTO
                       SUBTRACT WS-ISR              FROM ACU-ISR
                       SUBTRACT WS-IMSS             FROM ACU-IMSS
                       SUBTRACT HIST-PENSION        FROM ACU-PENSION
                       SUBTRACT HIST-ABONO-PRESTAMO FROM ACU-PRESTAMO
                       SUBTRACT HIST-NETO           FROM ACU-NETO
                       SUBTRACT WS-RETRO            FROM ACU-RETROACTIVO
                       SUBTRACT HIST-AHORRO         FROM ACU-AHORRO
                       SUBTRACT WS-PRIMA-VAC        FROM ACU-PRIMA-VAC
                       SUBTRACT WS-AJU-CARGO     FROM ACU-AJUSTE-CARGO
                       SUBTRACT WS-AJU-FAVOR     FROM ACU-AJUSTE-FAVOR
                   END-IF
                   REWRITE REG-ACUMULADO
                       INVALID KEY
                           DISPLAY 'ERROR AL ACTUALIZAR '
                                   'ACUMULADO-FILE, FILE STATUS: '
                                   WS-STATUS-ACU
                   END-REWRITE
           END-READ.

      *    LA NOMINA DEJA UN ABONO EN LA BITACORA POR CADA PRESTAMO
      *    QUE DESCONTO; CADA UNO SE DEVUELVE A SU PRESTAMO. SI NO
      *    SE ENCUENTRA NINGUNO (ABONOS GRABADOS ANTES DE QUE LA
      *    BITACORA LLEVARA EL NUMERO DE PRESTAMO) EL ABONO DEL
      *    HISTORIAL SE DEVUELVE AL PRESTAMO 001.
       240-REVERTIR-PRESTAMO.
           PERFORM 250-BUSCAR-ABONO.
           IF WS-REV-N EQUAL 0
               MOVE 'N' TO WS-ABONO-HALLADO WS-ABONO-AJUSTADO
               MOVE 1 TO PR-NUM-PRESTAMO
               MOVE HIST-ABONO-PRESTAMO TO WS-MONTO-REV
               PERFORM 245-REVERTIR-UNO
           ELSE
               MOVE 'S' TO WS-ABONO-HALLADO
               MOVE 0 TO WS-SUMA-REV
               PERFORM VARYING WS-REV-I FROM 1 BY 1
                   UNTIL WS-REV-I GREATER WS-REV-N
                   MOVE WS-REV-NUM(WS-REV-I)      TO PR-NUM-PRESTAMO
                   MOVE WS-REV-MONTO(WS-REV-I)    TO WS-MONTO-REV
                   MOVE WS-REV-AJUSTADO(WS-REV-I) TO WS-ABONO-AJUSTADO
                   ADD WS-MONTO-REV TO WS-SUMA-REV
                   PERFORM 245-REVERTIR-UNO
               END-PERFORM
               IF WS-SUMA-REV NOT EQUAL HIST-ABONO-PRESTAMO
                   DISPLAY HIST-ID-EMPL ' ABONOS EN BITACORA ('
                           WS-SUMA-REV ') DISTINTOS AL HISTORIAL ('
                           HIST-ABONO-PRESTAMO ')'
               END-IF
           END-IF.

      *    EL ABONO REGRESA AL SALDO. LA MENSUALIDAD SOLO SE
      *    DESCUENTA DEL CONTADOR SI LA NOMINA LA HABIA CONTADO:
      *    ABONO NO RECORTADO Y FUERA DE LA PRIMERA QUINCENA, COMO
      *    LO HACE 325-APLICAR-ABONO. UN PRESTAMO QUE ESA CORRIDA
      *    DIO POR PAGADO VUELVE A QUEDAR ACTIVO.
       245-REVERTIR-UNO.
           MOVE HIST-ID-EMPL TO PR-ID-EMPL.
           READ PRESTAMO
               INVALID KEY
                   DISPLAY HIST-ID-EMPL ' SIN PRESTAMO '
                           PR-NUM-PRESTAMO ' EN PRESTAMO-FILE, '
                           'ABONO DE ' WS-MONTO-REV ' NO DEVUELTO'
               NOT INVALID KEY
                   ADD WS-MONTO-REV TO PR-SALDO
                   IF WS-ABONO-HALLADO EQUAL 'S'
                       IF WS-ABONO-AJUSTADO NOT EQUAL 'S'
                          AND WS-QUINCENA NOT EQUAL 1
                          AND PR-PAGOS-REALIZADOS GREATER 0
                           SUBTRACT 1 FROM PR-PAGOS-REALIZADOS
                       END-IF
                   ELSE
                       DISPLAY HIST-ID-EMPL ' ABONO NO ENCONTRADO EN '
                               'LA BITACORA DE PAGOS, REVISA EL '
                               'CONTADOR DE MENSUALIDADES'
                   END-IF
                   IF PR-PAGADO
                       SET PR-ACTIVO TO TRUE
                   END-IF
                   REWRITE REG-PRESTAMO
                   PERFORM 260-GRABAR-PAGO-HIST
                   ADD 1 TO WS-PRESTAMOS
           END-READ.

      *    JUNTA LOS ABONOS DE NOMINA DEL PERIODO Y DESCARTA LOS QUE
      *    UNA REVERSA ANTERIOR YA DEVOLVIO (MISMO PRESTAMO Y MONTO).
       250-BUSCAR-ABONO.
           MOVE 0 TO WS-REV-N.
           OPEN INPUT PAGO-HIST.
           IF WS-STATUS-PGH EQUAL '00'
               MOVE 0 TO WS-FLAG-PGH
               PERFORM 255-LEER-PAGO UNTIL WS-FLAG-PGH EQUAL 1
               CLOSE PAGO-HIST
           END-IF.

       255-LEER-PAGO.
           READ PAGO-HIST
               AT END
                   MOVE 1 TO WS-FLAG-PGH
               NOT AT END
                   IF PGH-ID-EMPL EQUAL HIST-ID-EMPL
                      AND PGH-PERIODO EQUAL WS-PERIODO
                      AND PGH-QUINCENA EQUAL WS-QUINCENA
                       IF PGH-ORIGEN-NOMINA AND WS-REV-N LESS 20
                           ADD 1 TO WS-REV-N
                           MOVE PGH-NUM-PRESTAMO
                               TO WS-REV-NUM(WS-REV-N)
                           MOVE PGH-MONTO TO WS-REV-MONTO(WS-REV-N)
                           MOVE PGH-AJUSTADO
                               TO WS-REV-AJUSTADO(WS-REV-N)
                       END-IF
                       IF PGH-ORIGEN-REVERSA
                           PERFORM 257-QUITAR-REVERTIDO
                       END-IF
                   END-IF
           END-READ.

       257-QUITAR-REVERTIDO.
           MOVE 0 TO WS-REV-J.
           PERFORM VARYING WS-REV-I FROM 1 BY 1
               UNTIL WS-REV-I GREATER WS-REV-N
               IF WS-REV-NUM(WS-REV-I) EQUAL PGH-NUM-PRESTAMO
                  AND WS-REV-MONTO(WS-REV-I) EQUAL PGH-MONTO
                   MOVE WS-REV-I TO WS-REV-J
               END-IF
           END-PERFORM.
           IF WS-REV-J GREATER 0
               MOVE WS-REV-ENTRADA(WS-REV-N)
                   TO WS-REV-ENTRADA(WS-REV-J)
               SUBTRACT 1 FROM WS-REV-N
           END-IF.

      *    CONTRAPARTIDA DEL ABONO EN LA BITACORA DE PAGOS, CON EL
      *    PERIODO REVERTIDO Y EL SALDO YA RESTAURADO.
       260-GRABAR-PAGO-HIST.
           OPEN EXTEND PAGO-HIST.
           IF WS-STATUS-PGH EQUAL '35'
               OPEN OUTPUT PAGO-HIST.
           MOVE PR-ID-EMPL                  TO PGH-ID-EMPL.
           MOVE PR-NUM-PRESTAMO             TO PGH-NUM-PRESTAMO.
           MOVE FUNCTION CURRENT-DATE(1:8)  TO PGH-FECHA.
           MOVE FUNCTION CURRENT-DATE(9:6)  TO PGH-HORA.
           MOVE WS-PERIODO                  TO PGH-PERIODO.
           MOVE WS-QUINCENA                 TO PGH-QUINCENA.
           SET PGH-ORIGEN-REVERSA TO TRUE.
           MOVE WS-OPERADOR-ACTUAL          TO PGH-OPERADOR.
           MOVE WS-MONTO-REV                TO PGH-MONTO.
           MOVE 'N'                         TO PGH-AJUSTADO.
           MOVE PR-SALDO                    TO PGH-SALDO-RESULTANTE.
           WRITE REG-PAGO-HIST.
           CLOSE PAGO-HIST.

      *    LA APORTACION AL FONDO DE AHORRO DE LA CORRIDA (LA DEL
      *    EMPLEADO Y LA DE LA EMPRESA) SALE DEL SALDO CON UN
      *    MOVIMIENTO DE REVERSA EN LA BITACORA DEL FONDO. SE TOMAN
      *    LAS APORTACIONES DE NOMINA DEL PERIODO MENOS LAS QUE UNA
      *    REVERSA ANTERIOR YA SACO. SI EL FONDO YA SE LIQUIDO Y NO
      *    ALCANZA, EL SALDO QUEDA EN CERO Y SE AVISA.
       270-REVERTIR-AHORRO.
           MOVE 0 TO WS-AHO-REV-EMP WS-AHO-REV-PAT.
           OPEN INPUT AHORRO-MOV.
           IF WS-STATUS-AHM EQUAL '00'
               MOVE 0 TO WS-FLAG-AHM
               PERFORM 275-LEER-MOV-AHORRO UNTIL WS-FLAG-AHM EQUAL 1
               CLOSE AHORRO-MOV
           END-IF.
           IF WS-AHO-REV-EMP NOT EQUAL HIST-AHORRO
               DISPLAY HIST-ID-EMPL ' APORTACION AL FONDO EN BITACORA ('
                       WS-AHO-REV-EMP ') DISTINTA AL HISTORIAL ('
                       HIST-AHORRO ')'
           END-IF.
           IF WS-HAY-AHO EQUAL 'S'
              AND (WS-AHO-REV-EMP GREATER 0
                   OR WS-AHO-REV-PAT GREATER 0)
               MOVE HIST-ID-EMPL TO AHO-ID-EMPL
               READ AHORRO
                   INVALID KEY
                       DISPLAY HIST-ID-EMPL ' SIN REGISTRO EN '
                               'AHORRO-FILE, APORTACION NO DEVUELTA'
                   NOT INVALID KEY
                       PERFORM 280-QUITAR-APORTACION
               END-READ
           END-IF.

       275-LEER-MOV-AHORRO.
           READ AHORRO-MOV
               AT END
                   MOVE 1 TO WS-FLAG-AHM
               NOT AT END
                   IF AHM-ID-EMPL EQUAL HIST-ID-EMPL
                      AND AHM-PERIODO EQUAL WS-PERIODO
                      AND AHM-QUINCENA EQUAL WS-QUINCENA
                      AND (AHM-ORIGEN-NOMINA OR AHM-ORIGEN-REVERSA)
                       ADD AHM-EMPLEADO TO WS-AHO-REV-EMP
                       ADD AHM-EMPRESA  TO WS-AHO-REV-PAT
                   END-IF
           END-READ.

       280-QUITAR-APORTACION.
           IF AHO-SALDO-EMPLEADO LESS WS-AHO-REV-EMP
              OR AHO-SALDO-EMPRESA LESS WS-AHO-REV-PAT
               DISPLAY HIST-ID-EMPL ' EL FONDO DE AHORRO YA NO TIENE '
                       'SALDO PARA LA REVERSA, QUEDA EN CERO'
           END-IF.
           IF AHO-SALDO-EMPLEADO LESS WS-AHO-REV-EMP
               MOVE AHO-SALDO-EMPLEADO TO WS-AHO-REV-EMP
           END-IF.
           IF AHO-SALDO-EMPRESA LESS WS-AHO-REV-PAT
               MOVE AHO-SALDO-EMPRESA TO WS-AHO-REV-PAT
           END-IF.
           SUBTRACT WS-AHO-REV-EMP FROM AHO-SALDO-EMPLEADO.
           SUBTRACT WS-AHO-REV-PAT FROM AHO-SALDO-EMPRESA.
           REWRITE REG-AHORRO.
           OPEN EXTEND AHORRO-MOV.
           IF WS-STATUS-AHM EQUAL '35'
               OPEN OUTPUT AHORRO-MOV.
           MOVE HIST-ID-EMPL                TO AHM-ID-EMPL.
           MOVE FUNCTION CURRENT-DATE(1:8)  TO AHM-FECHA.
           MOVE FUNCTION CURRENT-DATE(9:6)  TO AHM-HORA.
           MOVE WS-PERIODO                  TO AHM-PERIODO.
           MOVE WS-QUINCENA                 TO AHM-QUINCENA.
           SET AHM-ORIGEN-REVERSA TO TRUE.
           MOVE WS-OPERADOR-ACTUAL          TO AHM-OPERADOR.
           COMPUTE AHM-EMPLEADO = 0 - WS-AHO-REV-EMP.
           COMPUTE AHM-EMPRESA  = 0 - WS-AHO-REV-PAT.
           MOVE 0                           TO AHM-INTERES.
           COMPUTE AHM-SALDO-RESULTANTE =
               AHO-SALDO-EMPLEADO + AHO-SALDO-EMPRESA.
           WRITE REG-AHORRO-MOV.
           CLOSE AHORRO-MOV.
           ADD 1 TO WS-AHORROS.
           ADD WS-AHO-REV-EMP TO WS-TOT-AHORRO.

       300-CANCELAR-CORRIDA.
           MOVE WS-PERIODO  TO COR-PERIODO.
           MOVE WS-QUINCENA TO COR-QUINCENA.
           READ CORRIDA
               INVALID KEY
                   DISPLAY 'ERROR AL RELEER LA CORRIDA, '
                           'FILE STATUS: ' WS-STATUS-COR
               NOT INVALID KEY
                   SET COR-CANCELADA TO TRUE
                   MOVE WS-F-HOY           TO COR-F-CANCELA
                   MOVE WS-OPERADOR-ACTUAL TO COR-OPERADOR-CANCELA
                   REWRITE REG-CORRIDA
                       INVALID KEY
                           DISPLAY 'ERROR AL CANCELAR LA CORRIDA, '
                                   'FILE STATUS: ' WS-STATUS-COR
                   END-REWRITE
           END-READ.

      *    NOMINA-NETO-FILE SOLO SE VACIA SI TODO LO QUE CONTIENE ES
      *    DE LA CORRIDA REVERTIDA; SI YA TRAE OTRA CORRIDA (O PAGOS
      *    ESPECIALES) SE DEJA COMO ESTA PARA NO PERDER ESOS NETOS.
       310-LIMPIAR-NETO.
           MOVE 0 TO WS-NETO-PERIODO WS-NETO-OTROS.
           OPEN INPUT NETO.
           IF WS-STATUS-NETO EQUAL '00'
               MOVE 0 TO WS-FLAG
               PERFORM 320-LEER-NETO UNTIL WS-FLAG EQUAL 1
               CLOSE NETO
           END-IF.
           IF WS-NETO-OTROS GREATER 0
               DISPLAY 'AVISO: NOMINA-NETO-FILE TRAE ' WS-NETO-OTROS
                       ' NETOS DE OTRA CORRIDA, NO SE VACIO'
           ELSE
               OPEN OUTPUT NETO
               CLOSE NETO
               DISPLAY 'NOMINA-NETO-FILE VACIADO (' WS-NETO-PERIODO
                       ' NETOS DE LA CORRIDA REVERTIDA)'
           END-IF.

       320-LEER-NETO.
           READ NETO
               AT END
                   MOVE 1 TO WS-FLAG
               NOT AT END
                   IF NET-TIPO-NOMINA
                      AND NET-PERIODO EQUAL WS-PERIODO
                      AND NET-QUINCENA EQUAL WS-QUINCENA
                       ADD 1 TO WS-NETO-PERIODO
                   ELSE
                       ADD 1 TO WS-NETO-OTROS
                   END-IF
           END-READ.

       400-CIERRE.
           DISPLAY '======================================='.
           DISPLAY 'CORRIDA REVERTIDA: ' WS-PERIODO
                   ' QUINCENA ' WS-QUINCENA.
           DISPLAY 'LINEAS DE HISTORIAL CANCELADAS: ' WS-CONTADOR.
           DISPLAY 'PRESTAMOS CON ABONO DEVUELTO:   ' WS-PRESTAMOS.
           DISPLAY 'TOTAL BRUTO REVERTIDO:    ' WS-TOT-BRUTO.
           DISPLAY 'TOTAL ABONOS DEVUELTOS:   ' WS-TOT-PRESTAMO.
           IF WS-AHORROS GREATER 0
               DISPLAY 'FONDOS DE AHORRO REVERTIDOS: ' WS-AHORROS
                       ' APORTACION EMPLEADOS ' WS-TOT-AHORRO
           END-IF.
           DISPLAY 'TOTAL NETO REVERTIDO:     ' WS-TOT-NETO.
           IF WS-RETROS GREATER 0
               DISPLAY 'RETROACTIVOS DE NUEVO PENDIENTES: ' WS-RETROS
                       ' POR ' WS-TOT-RETRO
           END-IF.
           IF WS-PRIMAS GREATER 0
               DISPLAY 'PRIMAS VACACIONALES DE NUEVO PENDIENTES: '
                       WS-PRIMAS ' POR ' WS-TOT-PRIMA-VAC
           END-IF.
           IF WS-AJUSTES GREATER 0
               DISPLAY 'AJUSTES ANUALES DE ISR DE NUEVO PENDIENTES: '
                       WS-AJUSTES
           END-IF.
           IF WS-ACU-AJUSTADOS GREATER 0
               DISPLAY 'AVISO: ' WS-ACU-AJUSTADOS ' ACUMULADOS '
                       'QUEDARON EN CERO, REVISALOS'
           END-IF.
           IF WS-CONTADOR EQUAL 0
               DISPLAY 'AVISO: NO HABIA LINEAS VIGENTES DE ESA '
                       'CORRIDA EN EL HISTORIAL'
           END-IF.
           DISPLAY 'EL PERIODO SE PUEDE VOLVER A CORRER EN NOMINA-SEC'.
           DISPLAY 'SI LA CORRIDA YA SE HABIA DISPERSADO, EL NETO '
                   'PAGADO SE RECUPERA FUERA DEL SISTEMA'.

       900-AUDITAR.
           OPEN EXTEND AUDITORIA.
           IF WS-STATUS-AUD EQUAL '35'
               OPEN OUTPUT AUDITORIA.
           MOVE WS-OPERADOR-ACTUAL          TO AUD-OPERADOR.
           MOVE FUNCTION CURRENT-DATE(1:8)  TO AUD-FECHA.
           MOVE FUNCTION CURRENT-DATE(9:6)  TO AUD-HORA.
           MOVE HIST-ID-EMPL                TO AUD-ID-EMPL.
           MOVE 'REVNOMIN'                  TO AUD-MOVIMIENTO.
           MOVE 0                           TO AUD-SUELDO-ANT.
           MOVE 0                           TO AUD-SUELDO-NVO.
           MOVE 0                           TO AUD-DEP-ANT.
           MOVE 0                           TO AUD-DEP-NVO.
           MOVE SPACE                       TO AUD-TAB-ANT.
           MOVE SPACE                       TO AUD-TAB-NVO.
           WRITE REG-AUDITORIA.
           CLOSE AUDITORIA.
