       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALENDARIO-NOMINA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT CALENDARIO
           ASSIGN TO 'CALENDARIO-NOMINA-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAL-LLAVE
           FILE STATUS IS WS-STATUS-CAL.
           SELECT FESTIVO
           ASSIGN TO 'DIAS-FESTIVOS-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FES-FECHA
           FILE STATUS IS WS-STATUS-FES.
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
       FD CALENDARIO.
           COPY CALNREG.
       FD FESTIVO.
           COPY FESTREG.
       FD OPERADOR.
           COPY OPERREG.
       FD ACCESO.
           COPY ACCESOREG.

       WORKING-STORAGE SECTION.
       01 WS-AREAS.
           05 WS-STATUS-CAL              PIC XX.
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
           05 WS-OPCION                  PIC 9.
           05 WS-F-HOY                   PIC 9(08).
           05 WS-PERIODO                 PIC 9(06).
           05 WS-PER-MES                 PIC 9(02).
           05 WS-QUINCENA                PIC 9.
           05 WS-EXISTE-CAL              PIC X.
           05 WS-RES                     PIC X.
           05 WS-FLAG-CAL                PIC 9.
           05 WS-TOT-PERIODOS            PIC 9(05).
           05 WS-F-CAPTURA               PIC 9(08).
           05 WS-F-CORTE                 PIC 9(08).
           05 WS-F-PAGO                  PIC 9(08).
           05 WS-F-OK                    PIC X.
           05 WS-F-ANIO                  PIC 9(04).
           05 WS-F-MES                   PIC 9(02).
           05 WS-F-DIA                   PIC 9(02).
           05 WS-DIAS-MES                PIC 9(02).
           05 WS-ESTADO-TXT              PIC X(12).
           05 WS-STATUS-FES              PIC XX.
           05 WS-FLAG-FES                PIC 9.
           05 WS-EXISTE-FES              PIC X.
           05 WS-ES-FESTIVO              PIC X.
           05 WS-ES-HABIL                PIC X.
           05 WS-DIA-INT                 PIC 9(07).
           05 WS-DIA-SEMANA              PIC 9.
           05 WS-F-AJUSTE                PIC 9(08).
           05 WS-F-FESTIVO               PIC 9(08).
           05 WS-DESC-FESTIVO            PIC X(30).
           05 WS-TIPO-FESTIVO            PIC X.
           05 WS-ANIO-FES                PIC 9(04).
           05 WS-F-ANIO-INI              PIC 9(08).
           05 WS-F-ANIO-FIN              PIC 9(08).
           05 WS-LUNES                   PIC 9(02).
           05 WS-TOT-FESTIVOS            PIC 9(03).
           05 WS-PAGOS-MOVIDOS           PIC 9(03).

       PROCEDURE DIVISION.
      *    MANTENIMIENTO DEL CALENDARIO DE NOMINA: POR CADA CORRIDA
      *    (PERIODO Y QUINCENA) SE FIJA LA FECHA DE CORTE DE
      *    INCIDENCIAS Y LA FECHA DE PAGO. SOLO UN SUPERVISOR LO
      *    MODIFICA; NOMINA-PERIODO EXIGE QUE LA CORRIDA ESTE AQUI.
      *    AQUI MISMO SE MANTIENE EL CATALOGO DE DIAS FESTIVOS E
      *    INHABILES CONTRA EL QUE SE CUENTAN LOS DIAS HABILES.
       010-INITIAL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-F-HOY.
           PERFORM 050-LOGIN.
           IF WS-LOGIN-OK EQUAL 'S'
               IF NOT ROL-ACTUAL-SUPERVISOR
                   DISPLAY 'SOLO UN SUPERVISOR PUEDE MODIFICAR EL '
                           'CALENDARIO DE NOMINA'
               ELSE
                   PERFORM 100-ABRIR
                   MOVE 0 TO WS-OPCION
                   PERFORM 100-MENU UNTIL WS-OPCION EQUAL 9
                   PERFORM 100-CERRAR
               END-IF
           END-IF.
       STOP RUN.

       050-LOGIN.
           MOVE 'N' TO WS-LOGIN-OK.
           OPEN I-O OPERADOR.
           IF WS-STATUS-OPE EQUAL '35'
               DISPLAY 'AVISO: NO EXISTE OPERADOR.TXT, CREALO CON '
               DISPLAY 'OPERADOR-SEC ANTES DE USAR CALENDARIO-NOMINA'
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
           MOVE 'CALEND-NOMIN'              TO ACC-PROGRAMA.
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
           OPEN I-O CALENDARIO.
           IF WS-STATUS-CAL EQUAL '35'
               OPEN OUTPUT CALENDARIO
               CLOSE CALENDARIO
               OPEN I-O CALENDARIO
           END-IF.
           IF WS-STATUS-CAL NOT EQUAL '00'
               DISPLAY 'ERROR AL ABRIR CALENDARIO-NOMINA-FILE, '
                       'FILE STATUS: ' WS-STATUS-CAL
               STOP RUN
           END-IF.
           OPEN I-O FESTIVO.
           IF WS-STATUS-FES EQUAL '35'
               OPEN OUTPUT FESTIVO
               CLOSE FESTIVO
               OPEN I-O FESTIVO
           END-IF.
           IF WS-STATUS-FES NOT EQUAL '00'
               DISPLAY 'ERROR AL ABRIR DIAS-FESTIVOS-FILE, '
                       'FILE STATUS: ' WS-STATUS-FES
               CLOSE CALENDARIO
               STOP RUN
           END-IF.

       100-CERRAR.
           CLOSE CALENDARIO.
           CLOSE FESTIVO.

       100-MENU.
           DISPLAY '======================================='.
           DISPLAY 'CALENDARIO DE NOMINA'.
           DISPLAY '1. ALTA O CORRECCION DE UN PERIODO'.
           DISPLAY '2. LISTAR CALENDARIO'.
           DISPLAY '3. ALTA O BAJA DE DIA FESTIVO O INHABIL'.
           DISPLAY '4. LISTAR DIAS FESTIVOS DE UN ANIO'.
           DISPLAY '5. CARGAR DESCANSOS OBLIGATORIOS DE UN ANIO'.
           DISPLAY '9. SALIR'.
           DISPLAY 'OPCION'                ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
               WHEN 1 PERFORM 200-CAPTURAR
               WHEN 2 PERFORM 300-LISTAR
               WHEN 3 PERFORM 400-FESTIVO
               WHEN 4 PERFORM 500-LISTAR-FESTIVOS
               WHEN 5 PERFORM 600-CARGAR-OFICIALES
               WHEN 9 CONTINUE
               WHEN OTHER DISPLAY 'OPCION INVALIDA'
           END-EVALUATE.

      *    SI EL PERIODO YA EXISTE SE MUESTRAN SUS FECHAS Y SE
      *    CORRIGEN; UNA CORRECCION DEL CORTE QUITA LA REAPERTURA.
       200-CAPTURAR.
           DISPLAY 'PERIODO (AAAAMM)'      ACCEPT WS-PERIODO.
           DISPLAY 'QUINCENA (0=CORRIDA MENSUAL, 1 O 2)'
               ACCEPT WS-QUINCENA.
           MOVE WS-PERIODO(5:2) TO WS-PER-MES.
           IF WS-PER-MES LESS 1 OR WS-PER-MES GREATER 12
              OR WS-QUINCENA GREATER 2
               DISPLAY 'PERIODO O QUINCENA INVALIDOS'
           ELSE
               MOVE WS-PERIODO  TO CAL-PERIODO
               MOVE WS-QUINCENA TO CAL-QUINCENA
               READ CALENDARIO
                   INVALID KEY
                       MOVE 'N' TO WS-EXISTE-CAL
                   NOT INVALID KEY
                       MOVE 'S' TO WS-EXISTE-CAL
                       DISPLAY 'FECHAS ACTUALES - CORTE: '
                               CAL-F-CORTE '  PAGO: ' CAL-F-PAGO
               END-READ
               PERFORM 210-PEDIR-FECHAS
               IF WS-F-OK EQUAL 'S'
                   PERFORM 220-GRABAR
               END-IF
           END-IF.

      *    EL CORTE NO PUEDE SER POSTERIOR AL PAGO: LAS INCIDENCIAS
      *    DEBEN ESTAR CERRADAS ANTES DE CALCULAR LA NOMINA. UNA
      *    FECHA DE PAGO QUE CAE EN DIA FESTIVO SE ADELANTA AL DIA
      *    HABIL ANTERIOR.
       210-PEDIR-FECHAS.
           MOVE 'N' TO WS-F-OK.
           DISPLAY 'FECHA DE CORTE DE INCIDENCIAS (AAAAMMDD)'.
           ACCEPT WS-F-CAPTURA.
           PERFORM 230-VALIDAR-FECHA.
           IF WS-F-OK EQUAL 'S'
               MOVE WS-F-CAPTURA TO WS-F-CORTE
               DISPLAY 'FECHA DE PAGO (AAAAMMDD)'
               ACCEPT WS-F-CAPTURA
               PERFORM 230-VALIDAR-FECHA
           END-IF.
           IF WS-F-OK EQUAL 'S'
               MOVE WS-F-CAPTURA TO WS-F-PAGO
               PERFORM 240-AJUSTAR-PAGO
               IF WS-F-CORTE GREATER WS-F-PAGO
                   DISPLAY 'EL CORTE NO PUEDE SER POSTERIOR AL PAGO'
                   MOVE 'N' TO WS-F-OK
               END-IF
           END-IF.

       220-GRABAR.
           MOVE WS-PERIODO  TO CAL-PERIODO.
           MOVE WS-QUINCENA TO CAL-QUINCENA.
           MOVE WS-F-CORTE  TO CAL-F-CORTE.
           MOVE WS-F-PAGO   TO CAL-F-PAGO.
           SET CAL-CERRADO TO TRUE.
           MOVE 0           TO CAL-F-REAPERTURA.
           MOVE SPACES      TO CAL-OPERADOR-REAPERTURA.
           MOVE WS-F-HOY    TO CAL-F-ACTUALIZA.
           IF WS-EXISTE-CAL EQUAL 'S'
               REWRITE REG-CALENDARIO
                   INVALID KEY
                       DISPLAY 'ERROR AL CORREGIR EL PERIODO'
                   NOT INVALID KEY
                       DISPLAY 'PERIODO CORREGIDO'
               END-REWRITE
           ELSE
               WRITE REG-CALENDARIO
                   INVALID KEY
                       DISPLAY 'ERROR AL DAR DE ALTA EL PERIODO'
                   NOT INVALID KEY
                       DISPLAY 'PERIODO DADO DE ALTA'
               END-WRITE
           END-IF.

       230-VALIDAR-FECHA.
           MOVE 'N' TO WS-F-OK.
           MOVE WS-F-CAPTURA(1:4) TO WS-F-ANIO.
           MOVE WS-F-CAPTURA(5:2) TO WS-F-MES.
           MOVE WS-F-CAPTURA(7:2) TO WS-F-DIA.
           EVALUATE TRUE
             WHEN WS-F-CAPTURA NOT GREATER 20190101
               DISPLAY 'FECHA INVALIDA, DEBE SER MAYOR A 2019'
             WHEN WS-F-MES LESS 1 OR WS-F-MES GREATER 12
               DISPLAY 'MES INVALIDO'
             WHEN OTHER
               PERFORM 235-DIAS-MES
               IF WS-F-DIA LESS 1
                  OR WS-F-DIA GREATER WS-DIAS-MES
                   DISPLAY 'DIA INVALIDO PARA ESE MES'
               ELSE
                   MOVE 'S' TO WS-F-OK
               END-IF
           END-EVALUATE.

       240-AJUSTAR-PAGO.
           MOVE WS-F-PAGO TO FES-FECHA.
           READ FESTIVO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY 'EL ' WS-F-PAGO ' ES ' FES-DESCRIPCION
                   MOVE WS-F-PAGO TO WS-F-AJUSTE
                   PERFORM 245-DIA-HABIL-ANTERIOR
                   DISPLAY 'LA FECHA DE PAGO SE ADELANTA AL '
                           WS-F-AJUSTE
                   MOVE WS-F-AJUSTE TO WS-F-PAGO
           END-READ.

      *    RETROCEDE WS-F-AJUSTE HASTA EL DIA HABIL ANTERIOR: NI
      *    SABADO NI DOMINGO NI FESTIVO.
       245-DIA-HABIL-ANTERIOR.
           COMPUTE WS-DIA-INT = FUNCTION INTEGER-OF-DATE(WS-F-AJUSTE).
           MOVE 'N' TO WS-ES-HABIL.
           PERFORM UNTIL WS-ES-HABIL EQUAL 'S'
               SUBTRACT 1 FROM WS-DIA-INT
               PERFORM 250-DIA-HABIL
           END-PERFORM.
           COMPUTE WS-F-AJUSTE = FUNCTION DATE-OF-INTEGER(WS-DIA-INT).

      *    EL DIA 1 DEL CALENDARIO ENTERO (1601-01-01) FUE LUNES, ASI
      *    QUE EL RESIDUO ENTRE 7 DA 6 PARA SABADO Y 0 PARA DOMINGO.
       250-DIA-HABIL.
           MOVE 'S' TO WS-ES-HABIL.
           COMPUTE WS-DIA-SEMANA = FUNCTION MOD(WS-DIA-INT, 7).
           IF WS-DIA-SEMANA EQUAL 6 OR WS-DIA-SEMANA EQUAL 0
               MOVE 'N' TO WS-ES-HABIL
           ELSE
               COMPUTE FES-FECHA = FUNCTION DATE-OF-INTEGER(WS-DIA-INT)
               READ FESTIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'N' TO WS-ES-HABIL
               END-READ
           END-IF.

       235-DIAS-MES.
           EVALUATE WS-F-MES
               WHEN 01 WHEN 03 WHEN 05 WHEN 07 WHEN 08 WHEN 10
               WHEN 12
                   MOVE 31 TO WS-DIAS-MES
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE 30 TO WS-DIAS-MES
               WHEN 02
                   IF (FUNCTION MOD(WS-F-ANIO, 4) EQUAL 0 AND
                       FUNCTION MOD(WS-F-ANIO, 100) NOT EQUAL 0)
                       OR FUNCTION MOD(WS-F-ANIO, 400) EQUAL 0
                       MOVE 29 TO WS-DIAS-MES
                   ELSE
                       MOVE 28 TO WS-DIAS-MES
                   END-IF
           END-EVALUATE.

       300-LISTAR.
           DISPLAY 'PERIODO Q  CORTE     PAGO      CAPTURA'.
           MOVE 0 TO WS-TOT-PERIODOS.
           MOVE 0 TO WS-FLAG-CAL.
           MOVE LOW-VALUES TO CAL-LLAVE.
           START CALENDARIO KEY IS NOT LESS CAL-LLAVE
               INVALID KEY
                   MOVE 1 TO WS-FLAG-CAL
           END-START.
           PERFORM 310-LISTAR-UNO UNTIL WS-FLAG-CAL EQUAL 1.
           DISPLAY 'PERIODOS EN EL CALENDARIO: ' WS-TOT-PERIODOS.

       310-LISTAR-UNO.
           READ CALENDARIO NEXT RECORD
               AT END
                   MOVE 1 TO WS-FLAG-CAL
               NOT AT END
                   ADD 1 TO WS-TOT-PERIODOS
                   EVALUATE TRUE
                       WHEN WS-F-HOY NOT GREATER CAL-F-CORTE
                           MOVE 'ABIERTA'      TO WS-ESTADO-TXT
                       WHEN CAL-REABIERTO
                            AND CAL-F-REAPERTURA EQUAL WS-F-HOY
                           MOVE 'REABIERTA'    TO WS-ESTADO-TXT
                       WHEN OTHER
                           MOVE 'CERRADA'      TO WS-ESTADO-TXT
                   END-EVALUATE
                   DISPLAY CAL-PERIODO ' ' CAL-QUINCENA '  '
                           CAL-F-CORTE '  ' CAL-F-PAGO '  '
                           WS-ESTADO-TXT
           END-READ.

      *    UN DIA YA REGISTRADO SE MUESTRA Y SE PUEDE DAR DE BAJA; UNO
      *    NUEVO SE DA DE ALTA Y LAS FECHAS DE PAGO DEL CALENDARIO
      *    QUE CAIGAN EN EL SE ADELANTAN AL DIA HABIL ANTERIOR.
       400-FESTIVO.
           MOVE 0 TO WS-TOT-FESTIVOS WS-PAGOS-MOVIDOS.
           DISPLAY 'FECHA DEL DIA FESTIVO (AAAAMMDD)'.
           ACCEPT WS-F-CAPTURA.
           PERFORM 230-VALIDAR-FECHA.
           IF WS-F-OK EQUAL 'S'
               MOVE WS-F-CAPTURA TO FES-FECHA
               READ FESTIVO
                   INVALID KEY
                       PERFORM 410-ALTA-FESTIVO
                   NOT INVALID KEY
                       DISPLAY 'YA REGISTRADO: ' FES-DESCRIPCION
                               ' (' FES-TIPO ')'
                       DISPLAY 'DARLO DE BAJA? S/N' ACCEPT WS-RES
                       IF WS-RES EQUAL 'S'
                           DELETE FESTIVO
                               INVALID KEY
                                   DISPLAY 'ERROR AL DAR DE BAJA '
                                           'EL DIA FESTIVO'
                               NOT INVALID KEY
                                   DISPLAY 'DIA FESTIVO DADO DE BAJA,'
                                           ' LAS FECHAS DE PAGO YA '
                                           'MOVIDAS NO SE REGRESAN'
                           END-DELETE
                       END-IF
               END-READ
           END-IF.

       410-ALTA-FESTIVO.
           DISPLAY 'DESCRIPCION'           ACCEPT WS-DESC-FESTIVO.
           DISPLAY 'TIPO (O=DESCANSO OBLIGATORIO, E=DIA DE EMPRESA)'
               ACCEPT WS-TIPO-FESTIVO.
           IF WS-TIPO-FESTIVO NOT EQUAL 'O'
              AND WS-TIPO-FESTIVO NOT EQUAL 'E'
               DISPLAY 'TIPO INVALIDO, DIA NO REGISTRADO'
           ELSE
               MOVE WS-F-CAPTURA TO WS-F-FESTIVO
               PERFORM 420-GRABAR-FESTIVO
           END-IF.

       420-GRABAR-FESTIVO.
           MOVE WS-F-FESTIVO       TO FES-FECHA.
           MOVE WS-DESC-FESTIVO    TO FES-DESCRIPCION.
           MOVE WS-TIPO-FESTIVO    TO FES-TIPO.
           MOVE WS-OPERADOR-ACTUAL TO FES-OPERADOR.
           MOVE WS-F-HOY           TO FES-F-ACTUALIZA.
           WRITE REG-FESTIVO
               INVALID KEY
                   DISPLAY 'ERROR AL DAR DE ALTA EL DIA FESTIVO '
                           WS-F-FESTIVO
               NOT INVALID KEY
                   DISPLAY 'DIA FESTIVO REGISTRADO: ' WS-F-FESTIVO
                           ' ' WS-DESC-FESTIVO
                   ADD 1 TO WS-TOT-FESTIVOS
                   PERFORM 430-MOVER-PAGOS
           END-WRITE.

      *    RECORRE EL CALENDARIO BUSCANDO PAGOS EN EL DIA RECIEN
      *    DADO DE ALTA. SI EL NUEVO PAGO QUEDA ANTES DEL CORTE, EL
      *    CORTE SE ADELANTA AL MISMO DIA.
       430-MOVER-PAGOS.
           MOVE 0 TO WS-FLAG-CAL.
           MOVE LOW-VALUES TO CAL-LLAVE.
           START CALENDARIO KEY IS NOT LESS CAL-LLAVE
               INVALID KEY
                   MOVE 1 TO WS-FLAG-CAL
           END-START.
           PERFORM 435-REVISAR-PAGO UNTIL WS-FLAG-CAL EQUAL 1.

       435-REVISAR-PAGO.
           READ CALENDARIO NEXT RECORD
               AT END
                   MOVE 1 TO WS-FLAG-CAL
               NOT AT END
                   IF CAL-F-PAGO EQUAL WS-F-FESTIVO
                       MOVE CAL-F-PAGO TO WS-F-AJUSTE
                       PERFORM 245-DIA-HABIL-ANTERIOR
                       MOVE WS-F-AJUSTE TO CAL-F-PAGO
                       IF CAL-F-CORTE GREATER CAL-F-PAGO
                           MOVE CAL-F-PAGO TO CAL-F-CORTE
                       END-IF
                       MOVE WS-F-HOY TO CAL-F-ACTUALIZA
                       REWRITE REG-CALENDARIO
                           INVALID KEY
                               DISPLAY 'ERROR AL MOVER EL PAGO DEL '
                                       'PERIODO ' CAL-PERIODO
                           NOT INVALID KEY
                               ADD 1 TO WS-PAGOS-MOVIDOS
                               DISPLAY 'PERIODO ' CAL-PERIODO
                                       ' QUINCENA ' CAL-QUINCENA
                                       ': PAGO ADELANTADO AL '
                                       CAL-F-PAGO
                       END-REWRITE
                   END-IF
           END-READ.

       500-LISTAR-FESTIVOS.
           DISPLAY 'ANIO (AAAA)'           ACCEPT WS-ANIO-FES.
           COMPUTE WS-F-ANIO-INI = WS-ANIO-FES * 10000 + 101.
           COMPUTE WS-F-ANIO-FIN = WS-ANIO-FES * 10000 + 1231.
           DISPLAY 'FECHA    T DESCRIPCION'.
           MOVE 0 TO WS-TOT-FESTIVOS.
           MOVE 0 TO WS-FLAG-FES.
           MOVE WS-F-ANIO-INI TO FES-FECHA.
           START FESTIVO KEY IS NOT LESS FES-FECHA
               INVALID KEY
                   MOVE 1 TO WS-FLAG-FES
           END-START.
           PERFORM 510-LISTAR-FESTIVO UNTIL WS-FLAG-FES EQUAL 1.
           DISPLAY 'DIAS FESTIVOS EN EL ANIO: ' WS-TOT-FESTIVOS.

       510-LISTAR-FESTIVO.
           READ FESTIVO NEXT RECORD
               AT END
                   MOVE 1 TO WS-FLAG-FES
               NOT AT END
                   IF FES-FECHA GREATER WS-F-ANIO-FIN
                       MOVE 1 TO WS-FLAG-FES
                   ELSE
                       ADD 1 TO WS-TOT-FESTIVOS
                       DISPLAY FES-FECHA ' ' FES-TIPO ' '
                               FES-DESCRIPCION
                   END-IF
           END-READ.

      *    DESCANSOS OBLIGATORIOS DEL ARTICULO 74 DE LA LEY FEDERAL
      *    DEL TRABAJO. LOS QUE CAEN EN LUNES SE CALCULAN SOBRE EL
      *    DIA DE LA SEMANA DEL PRIMERO DEL MES; EL 1 DE OCTUBRE
      *    SOLO CUENTA EN LOS ANIOS DE TRANSMISION DEL PODER
      *    EJECUTIVO FEDERAL (CADA SEIS ANIOS DESDE 2024). LOS DIAS
      *    QUE YA ESTABAN REGISTRADOS SE RESPETAN.
       600-CARGAR-OFICIALES.
           DISPLAY 'ANIO A CARGAR (AAAA)'  ACCEPT WS-ANIO-FES.
           IF WS-ANIO-FES LESS 2020
               DISPLAY 'ANIO INVALIDO'
           ELSE
               MOVE 0 TO WS-TOT-FESTIVOS WS-PAGOS-MOVIDOS
               MOVE 'O' TO WS-TIPO-FESTIVO
               COMPUTE WS-F-FESTIVO = WS-ANIO-FES * 10000 + 101
               MOVE 'ANIO NUEVO' TO WS-DESC-FESTIVO
               PERFORM 610-ALTA-OFICIAL
               MOVE 2 TO WS-F-MES
               PERFORM 620-PRIMER-LUNES
               COMPUTE WS-F-FESTIVO = WS-ANIO-FES * 10000 + 200
                   + WS-LUNES
               MOVE 'DIA DE LA CONSTITUCION' TO WS-DESC-FESTIVO
               PERFORM 610-ALTA-OFICIAL
               MOVE 3 TO WS-F-MES
               PERFORM 620-PRIMER-LUNES
               COMPUTE WS-F-FESTIVO = WS-ANIO-FES * 10000 + 300
                   + WS-LUNES + 14
               MOVE 'NATALICIO DE BENITO JUAREZ' TO WS-DESC-FESTIVO
               PERFORM 610-ALTA-OFICIAL
               COMPUTE WS-F-FESTIVO = WS-ANIO-FES * 10000 + 501
               MOVE 'DIA DEL TRABAJO' TO WS-DESC-FESTIVO
               PERFORM 610-ALTA-OFICIAL
               COMPUTE WS-F-FESTIVO = WS-ANIO-FES * 10000 + 916
               MOVE 'DIA DE LA INDEPENDENCIA' TO WS-DESC-FESTIVO
               PERFORM 610-ALTA-OFICIAL
               IF FUNCTION MOD(WS-ANIO-FES - 2024, 6) EQUAL 0
                   COMPUTE WS-F-FESTIVO = WS-ANIO-FES * 10000 + 1001
                   MOVE 'TRANSMISION DEL PODER EJECUTIVO'
                       TO WS-DESC-FESTIVO
                   PERFORM 610-ALTA-OFICIAL
               END-IF
               MOVE 11 TO WS-F-MES
               PERFORM 620-PRIMER-LUNES
               COMPUTE WS-F-FESTIVO = WS-ANIO-FES * 10000 + 1100
                   + WS-LUNES + 14
               MOVE 'DIA DE LA REVOLUCION' TO WS-DESC-FESTIVO
               PERFORM 610-ALTA-OFICIAL
               COMPUTE WS-F-FESTIVO = WS-ANIO-FES * 10000 + 1225
               MOVE 'NAVIDAD' TO WS-DESC-FESTIVO
               PERFORM 610-ALTA-OFICIAL
               DISPLAY 'DIAS NUEVOS REGISTRADOS: ' WS-TOT-FESTIVOS
               DISPLAY 'FECHAS DE PAGO ADELANTADAS: ' WS-PAGOS-MOVIDOS
           END-IF.

       610-ALTA-OFICIAL.
           MOVE WS-F-FESTIVO TO FES-FECHA.
           READ FESTIVO
               INVALID KEY
                   PERFORM 420-GRABAR-FESTIVO
               NOT INVALID KEY
                   DISPLAY WS-F-FESTIVO ' YA REGISTRADO: '
                           FES-DESCRIPCION
           END-READ.

       620-PRIMER-LUNES.
           COMPUTE WS-F-AJUSTE = WS-ANIO-FES * 10000
               + WS-F-MES * 100 + 1.
           COMPUTE WS-DIA-INT = FUNCTION INTEGER-OF-DATE(WS-F-AJUSTE).
           COMPUTE WS-DIA-SEMANA = FUNCTION MOD(WS-DIA-INT, 7).
           COMPUTE WS-LUNES = 1 + FUNCTION MOD(8 - WS-DIA-SEMANA, 7).
