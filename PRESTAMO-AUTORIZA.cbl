       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRESTAMO-AUTORIZA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT PRESTAMO
           ASSIGN TO 'PRESTAMO-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PR-LLAVE
           FILE STATUS IS WS-STATUS-PR.
           SELECT EMPLEADO
           ASSIGN TO 'BSEC-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ID-EMPL
           FILE STATUS IS WS-STATUS-EMP.
           SELECT DISP-HIST
           ASSIGN TO 'DISPERSION-HIST-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DSH-LLAVE
           FILE STATUS IS WS-STATUS-DSH.
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
       FD PRESTAMO.
           COPY PRESTREG.
       FD EMPLEADO.
           COPY EMPLREG.
       FD DISP-HIST.
           COPY DSPHREG.
       FD OPERADOR.
           COPY OPERREG.
       FD ACCESO.
           COPY ACCESOREG.

       WORKING-STORAGE SECTION.
       01 WS-AREAS.
           05 WS-STATUS-PR               PIC XX.
           05 WS-STATUS-EMP              PIC XX.
           05 WS-STATUS-DSH              PIC XX.
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
           05 WS-FLAG                    PIC 9.
           05 WS-HAY-DSH                 PIC X.
           05 WS-DECISION                PIC X.
           05 WS-CONF                    PIC X.
           05 WS-NOM-EMPL-PR             PIC X(30).
           05 WS-CTA-EMPL-PR             PIC X(18).
           05 WS-EXISTE-EMPL             PIC X.
           05 WS-ESTADO-TXT              PIC X(14).
           05 WS-CONT-REVISADAS          PIC 9(05).
           05 WS-CONT-AUTORIZADAS        PIC 9(05).
           05 WS-CONT-RECHAZADAS         PIC 9(05).
           05 WS-CONT-ACTIVADOS          PIC 9(05).
           05 WS-CONT-DEVUELTOS          PIC 9(05).
           05 WS-CONT-SIN-DEPOSITO       PIC 9(05).
           05 WS-CONT-TRAMITE            PIC 9(05).
           05 WS-TOT-AUTORIZADO          PIC 9(09)V99.
           05 WS-TOT-ACTIVADO            PIC 9(09)V99.

       PROCEDURE DIVISION.
      *    FLUJO DE AUTORIZACION DE PRESTAMOS: SIMULADOR DEJA LA
      *    SOLICITUD, AQUI UN SUPERVISOR LA AUTORIZA O RECHAZA,
      *    PAGOS-ESPECIALES GENERA EL DESEMBOLSO DE LAS AUTORIZADAS,
      *    DISPERSION-SEC LO DEPOSITA Y AQUI SE CONFIRMA EL DEPOSITO
      *    CONTRA LA BITACORA DE DISPERSION. SOLO UN PRESTAMO
      *    CONFIRMADO QUEDA ACTIVO Y NOMINA-SEC LO DESCUENTA.
       010-INITIAL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-F-HOY.
           PERFORM 050-LOGIN.
           IF WS-LOGIN-OK EQUAL 'S'
               IF NOT ROL-ACTUAL-SUPERVISOR
                   DISPLAY 'SOLO UN SUPERVISOR PUEDE AUTORIZAR '
                           'PRESTAMOS'
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
               DISPLAY 'OPERADOR-SEC ANTES DE USAR PRESTAMO-AUTORIZA'
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
           MOVE 'PREST-AUTORI'              TO ACC-PROGRAMA.
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

      *    LA BITACORA DE DISPERSION ES OPCIONAL: SI NUNCA SE HA
      *    DISPERSADO NADA NO HAY DEPOSITOS QUE CONFIRMAR.
       100-ABRIR.
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
           OPEN INPUT EMPLEADO.
           IF WS-STATUS-EMP NOT EQUAL '00'
               DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE EMPLEADOS, '
                       'FILE STATUS: ' WS-STATUS-EMP
               CLOSE PRESTAMO
               STOP RUN
           END-IF.
           MOVE 'S' TO WS-HAY-DSH.
           OPEN INPUT DISP-HIST.
           IF WS-STATUS-DSH NOT EQUAL '00'
               MOVE 'N' TO WS-HAY-DSH
           END-IF.

       100-CERRAR.
           CLOSE PRESTAMO.
           CLOSE EMPLEADO.
           IF WS-HAY-DSH EQUAL 'S'
               CLOSE DISP-HIST
           END-IF.

       100-MENU.
           DISPLAY '======================================='.
           DISPLAY ' AUTORIZACION Y DESEMBOLSO DE PRESTAMOS'.
           DISPLAY '======================================='.
           DISPLAY '1. AUTORIZAR O RECHAZAR SOLICITUDES'.
           DISPLAY '2. CONFIRMAR DESEMBOLSOS DISPERSADOS'.
           DISPLAY '3. LISTAR PRESTAMOS EN TRAMITE'.
           DISPLAY '9. SALIR'.
           DISPLAY 'OPCION'                ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
               WHEN 1 PERFORM 200-SOLICITUDES
               WHEN 2 PERFORM 300-CONFIRMAR
               WHEN 3 PERFORM 400-LISTAR
               WHEN 9 CONTINUE
               WHEN OTHER DISPLAY 'OPCION INVALIDA'
           END-EVALUATE.

      *    RECORRE LAS SOLICITUDES EN ORDEN DE ID-EMPL Y NUMERO DE
      *    PRESTAMO. EL
      *    SUPERVISOR VE LOS TERMINOS DE LA SIMULACION Y LA SITUACION
      *    DEL EMPLEADO EN EL MAESTRO ANTES DE DECIDIR.
       200-SOLICITUDES.
           MOVE 0 TO WS-CONT-REVISADAS WS-CONT-AUTORIZADAS.
           MOVE 0 TO WS-CONT-RECHAZADAS WS-TOT-AUTORIZADO.
           MOVE LOW-VALUES TO PR-LLAVE.
           START PRESTAMO KEY IS NOT LESS PR-LLAVE
               INVALID KEY
                   MOVE 1 TO WS-FLAG
               NOT INVALID KEY
                   MOVE 0 TO WS-FLAG
           END-START.
           PERFORM 210-SIGUIENTE-SOLICITUD UNTIL WS-FLAG EQUAL 1.
           DISPLAY '======================================='.
           DISPLAY 'SOLICITUDES REVISADAS:  ' WS-CONT-REVISADAS.
           DISPLAY 'AUTORIZADAS:            ' WS-CONT-AUTORIZADAS.
           DISPLAY 'RECHAZADAS:             ' WS-CONT-RECHAZADAS.
           DISPLAY 'MONTO AUTORIZADO:       ' WS-TOT-AUTORIZADO.
           IF WS-CONT-AUTORIZADAS GREATER 0
               DISPLAY 'GENERA EL DESEMBOLSO EN PAGOS-ESPECIALES '
                       '(OPCION 3) Y DISPERSALO CON DISPERSION-SEC'
           END-IF.

       210-SIGUIENTE-SOLICITUD.
           READ PRESTAMO NEXT RECORD
               AT END
                   MOVE 1 TO WS-FLAG
               NOT AT END
                   IF PR-SOLICITADO
                       ADD 1 TO WS-CONT-REVISADAS
                       PERFORM 220-MOSTRAR-SOLICITUD
                       PERFORM 230-DECIDIR
                   END-IF
           END-READ.

       220-MOSTRAR-SOLICITUD.
           PERFORM 500-BUSCAR-EMPLEADO.
           DISPLAY '---------------------------------------'.
           DISPLAY 'ID-EMPL:            ' PR-ID-EMPL ' '
                   WS-NOM-EMPL-PR.
           DISPLAY 'PRESTAMO NUMERO:    ' PR-NUM-PRESTAMO
                   '  PRODUCTO ' PR-PRODUCTO
                   '  PRIORIDAD ' PR-PRIORIDAD.
           DISPLAY 'FECHA SOLICITUD:    ' PR-FECHA.
           DISPLAY 'MONTO A DEPOSITAR:  ' PR-MON-MEN.
           DISPLAY 'TASA ANUAL:         ' PR-TAS-ANU.
           DISPLAY 'PLAZO (MESES):      ' PR-PLAZO-MESES.
           DISPLAY 'PAGO FIJO MENSUAL:  ' PR-PAGO-FIJO.
           DISPLAY 'MONTO NETO A PAGAR: ' PR-MON-NETO.
           IF WS-EXISTE-EMPL EQUAL 'N'
               DISPLAY 'AVISO: EL EMPLEADO NO EXISTE EN EL MAESTRO'
           ELSE
               DISPLAY 'SUELDO MENSUAL:     ' S-MEN
               IF NOT EMPL-ACTIVO
                   DISPLAY 'AVISO: EL EMPLEADO ESTA INACTIVO'
               END-IF
               IF WS-CTA-EMPL-PR EQUAL SPACES
                   DISPLAY 'AVISO: EL EMPLEADO NO TIENE CUENTA '
                           'BANCARIA, NO SE PUEDE DESEMBOLSAR'
               ELSE
                   DISPLAY 'CUENTA DE DEPOSITO: ' WS-CTA-EMPL-PR
               END-IF
           END-IF.

      *    SOLO SE AUTORIZA A UN EMPLEADO ACTIVO CON CUENTA
      *    BANCARIA, PORQUE EL DESEMBOLSO SALE POR DISPERSION. LA
      *    SOLICITUD RECHAZADA SE CONSERVA CON SU MOTIVO HASTA QUE
      *    EL EMPLEADO SIMULE UNA NUEVA.
       230-DECIDIR.
           MOVE SPACES TO WS-DECISION.
           PERFORM UNTIL WS-DECISION EQUAL 'A' OR 'R' OR 'S' OR 'F'
               DISPLAY 'A=AUTORIZAR  R=RECHAZAR  S=SIGUIENTE  '
                       'F=TERMINAR'
               ACCEPT WS-DECISION
               MOVE FUNCTION UPPER-CASE(WS-DECISION) TO WS-DECISION
               IF WS-DECISION EQUAL 'A'
                  AND (WS-EXISTE-EMPL EQUAL 'N'
                       OR NOT EMPL-ACTIVO
                       OR WS-CTA-EMPL-PR EQUAL SPACES)
                   DISPLAY 'NO SE PUEDE AUTORIZAR: EL EMPLEADO DEBE '
                           'ESTAR ACTIVO Y TENER CUENTA BANCARIA'
                   MOVE SPACES TO WS-DECISION
               END-IF
           END-PERFORM.
           EVALUATE WS-DECISION
               WHEN 'A'
                   SET PR-AUTORIZADO TO TRUE
                   MOVE WS-F-HOY           TO PR-F-AUTORIZA
                   MOVE WS-OPERADOR-ACTUAL TO PR-OPERADOR-AUTORIZA
                   MOVE SPACES             TO PR-MOTIVO-RECHAZO
                   PERFORM 240-GRABAR-DECISION
                   ADD 1 TO WS-CONT-AUTORIZADAS
                   ADD PR-MON-MEN TO WS-TOT-AUTORIZADO
               WHEN 'R'
                   DISPLAY 'MOTIVO DEL RECHAZO'
                   ACCEPT PR-MOTIVO-RECHAZO
                   SET PR-RECHAZADO TO TRUE
                   MOVE WS-F-HOY           TO PR-F-AUTORIZA
                   MOVE WS-OPERADOR-ACTUAL TO PR-OPERADOR-AUTORIZA
                   PERFORM 240-GRABAR-DECISION
                   ADD 1 TO WS-CONT-RECHAZADAS
               WHEN 'F'
                   MOVE 1 TO WS-FLAG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       240-GRABAR-DECISION.
           REWRITE REG-PRESTAMO
               INVALID KEY
                   DISPLAY 'ERROR AL ACTUALIZAR EL PRESTAMO '
                           PR-NUM-PRESTAMO ' DEL ID-EMPL ' PR-ID-EMPL
                           ', FILE STATUS: ' WS-STATUS-PR
               NOT INVALID KEY
                   IF PR-AUTORIZADO
                       DISPLAY PR-ID-EMPL ' PRESTAMO '
                               PR-NUM-PRESTAMO ' AUTORIZADO'
                   ELSE
                       DISPLAY PR-ID-EMPL ' SOLICITUD '
                               PR-NUM-PRESTAMO ' RECHAZADA'
                   END-IF
           END-REWRITE.

      *    UN PRESTAMO EN DESEMBOLSO SE BUSCA EN LA BITACORA DE
      *    DISPERSION CON EL PERIODO EN QUE PAGOS-ESPECIALES GENERO
      *    EL DEPOSITO (QUINCENA 0, TIPO PRESTAMO). DEPOSITADO O
      *    REEXPEDIDO SE CONFIRMA Y EL PRESTAMO QUEDA ACTIVO;
      *    DEVUELTO ESPERA A REEXPEDIR-SEC; SIN DEPOSITO (EL ARCHIVO
      *    DE NETOS SE VACIO ANTES DE DISPERSAR) PUEDE REGRESAR A
      *    AUTORIZADO PARA VOLVER A GENERARLO. VARIOS PRESTAMOS DEL
      *    MISMO EMPLEADO DESEMBOLSADOS EN EL MISMO MES VIAJAN EN UN
      *    SOLO DEPOSITO, ASI QUE CADA UNO SE CONFIRMA CONTRA ESE
      *    MISMO REGISTRO DE LA BITACORA.
       300-CONFIRMAR.
           MOVE 0 TO WS-CONT-REVISADAS WS-CONT-ACTIVADOS.
           MOVE 0 TO WS-CONT-DEVUELTOS WS-CONT-SIN-DEPOSITO.
           MOVE 0 TO WS-TOT-ACTIVADO.
           MOVE LOW-VALUES TO PR-LLAVE.
           START PRESTAMO KEY IS NOT LESS PR-LLAVE
               INVALID KEY
                   MOVE 1 TO WS-FLAG
               NOT INVALID KEY
                   MOVE 0 TO WS-FLAG
           END-START.
           PERFORM 310-SIGUIENTE-DESEMBOLSO UNTIL WS-FLAG EQUAL 1.
           DISPLAY '======================================='.
           DISPLAY 'DESEMBOLSOS REVISADOS:  ' WS-CONT-REVISADAS.
           DISPLAY 'PRESTAMOS ACTIVADOS:    ' WS-CONT-ACTIVADOS.
           DISPLAY 'MONTO ACTIVADO:         ' WS-TOT-ACTIVADO.
           DISPLAY 'DEVUELTOS POR EL BANCO: ' WS-CONT-DEVUELTOS.
           DISPLAY 'SIN DEPOSITO:           ' WS-CONT-SIN-DEPOSITO.

       310-SIGUIENTE-DESEMBOLSO.
           READ PRESTAMO NEXT RECORD
               AT END
                   MOVE 1 TO WS-FLAG
               NOT AT END
                   IF PR-EN-DESEMBOLSO
                       ADD 1 TO WS-CONT-REVISADAS
                       PERFORM 320-BUSCAR-DEPOSITO
                   END-IF
           END-READ.

       320-BUSCAR-DEPOSITO.
           PERFORM 500-BUSCAR-EMPLEADO.
           DISPLAY '---------------------------------------'.
           DISPLAY PR-ID-EMPL ' ' WS-NOM-EMPL-PR ' PRESTAMO '
                   PR-NUM-PRESTAMO.
           DISPLAY '   MONTO ' PR-MON-MEN ' GENERADO EL '
                   PR-F-DESEMBOLSO.
           MOVE 'N' TO WS-CONF.
           IF WS-HAY-DSH EQUAL 'S'
               MOVE PR-ID-EMPL            TO DSH-ID-EMPL
               MOVE PR-F-DESEMBOLSO(1:6)  TO DSH-PERIODO
               MOVE 0                     TO DSH-QUINCENA
               SET DSH-TIPO-PRESTAMO TO TRUE
               READ DISP-HIST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DSH-F-DISPERSION NOT LESS PR-F-DESEMBOLSO
                           MOVE 'S' TO WS-CONF
                       END-IF
               END-READ
           END-IF.
           IF WS-CONF EQUAL 'N'
               PERFORM 340-SIN-DEPOSITO
           ELSE
               IF DSH-DEVUELTO
                   DISPLAY '   DEPOSITO DEVUELTO POR EL BANCO EL '
                           DSH-F-DEVOLUCION ': ' DSH-MOTIVO
                   DISPLAY '   REEXPIDELO CON REEXPEDIR-SEC Y '
                           'CONFIRMA DESPUES'
                   ADD 1 TO WS-CONT-DEVUELTOS
               ELSE
                   PERFORM 330-ACTIVAR
               END-IF
           END-IF.

       330-ACTIVAR.
           IF DSH-REEXPEDIDO
               DISPLAY '   REEXPEDIDO EL ' DSH-F-REEXPEDICION
                       ' A LA CUENTA ' DSH-CTA-REEXPEDIDA
           ELSE
               DISPLAY '   DEPOSITADO EL ' DSH-F-DISPERSION
                       ' A LA CUENTA ' DSH-CTA-BANCARIA
           END-IF.
           DISPLAY '   CONFIRMA EL DEPOSITO Y ACTIVA EL PRESTAMO? '
                   'S/N'.
           ACCEPT WS-CONF.
           IF FUNCTION UPPER-CASE(WS-CONF) EQUAL 'S'
               SET PR-ACTIVO TO TRUE
               MOVE WS-F-HOY TO PR-F-ACTIVACION
               REWRITE REG-PRESTAMO
                   INVALID KEY
                       DISPLAY 'ERROR AL ACTIVAR EL PRESTAMO '
                               PR-NUM-PRESTAMO ' DEL ID-EMPL '
                               PR-ID-EMPL
                   NOT INVALID KEY
                       DISPLAY '   PRESTAMO ACTIVO, LA NOMINA '
                               'EMPIEZA A DESCONTARLO'
                       ADD 1 TO WS-CONT-ACTIVADOS
                       ADD PR-MON-MEN TO WS-TOT-ACTIVADO
               END-REWRITE
           END-IF.

       340-SIN-DEPOSITO.
           ADD 1 TO WS-CONT-SIN-DEPOSITO.
           DISPLAY '   SIN DEPOSITO EN LA BITACORA DE DISPERSION'.
           DISPLAY '   REGRESAR A AUTORIZADO PARA VOLVER A GENERAR '
                   'EL DESEMBOLSO? S/N'.
           ACCEPT WS-CONF.
           IF FUNCTION UPPER-CASE(WS-CONF) EQUAL 'S'
               SET PR-AUTORIZADO TO TRUE
               MOVE 0 TO PR-F-DESEMBOLSO
               REWRITE REG-PRESTAMO
                   INVALID KEY
                           DISPLAY 'ERROR AL ACTUALIZAR EL PRESTAMO '
                               PR-NUM-PRESTAMO ' DEL ID-EMPL '
                               PR-ID-EMPL
                   NOT INVALID KEY
                       DISPLAY '   PRESTAMO REGRESADO A AUTORIZADO'
               END-REWRITE
           END-IF.

      *    TODO LO QUE NO ES ACTIVO NI PAGADO: SOLICITUDES,
      *    AUTORIZADOS POR DESEMBOLSAR, EN DESEMBOLSO Y RECHAZADOS.
       400-LISTAR.
           MOVE 0 TO WS-CONT-TRAMITE.
           DISPLAY '======================================='.
           DISPLAY 'ID    NUM NOMBRE                         '
                   'ESTADO         MONTO   FECHA'.
           MOVE LOW-VALUES TO PR-LLAVE.
           START PRESTAMO KEY IS NOT LESS PR-LLAVE
               INVALID KEY
                   MOVE 1 TO WS-FLAG
               NOT INVALID KEY
                   MOVE 0 TO WS-FLAG
           END-START.
           PERFORM 410-DETALLE-TRAMITE UNTIL WS-FLAG EQUAL 1.
           DISPLAY '======================================='.
           DISPLAY 'PRESTAMOS EN TRAMITE: ' WS-CONT-TRAMITE.

       410-DETALLE-TRAMITE.
           READ PRESTAMO NEXT RECORD
               AT END
                   MOVE 1 TO WS-FLAG
               NOT AT END
                   IF NOT PR-ACTIVO AND NOT PR-PAGADO
                      AND NOT PR-POR-COBRAR
                       PERFORM 500-BUSCAR-EMPLEADO
                       EVALUATE TRUE
                           WHEN PR-SOLICITADO
                               MOVE 'SOLICITADO'     TO WS-ESTADO-TXT
                           WHEN PR-AUTORIZADO
                               MOVE 'AUTORIZADO'     TO WS-ESTADO-TXT
                           WHEN PR-EN-DESEMBOLSO
                               MOVE 'EN DESEMBOLSO'  TO WS-ESTADO-TXT
                           WHEN PR-RECHAZADO
                               MOVE 'RECHAZADO'      TO WS-ESTADO-TXT
                           WHEN OTHER
                               MOVE PR-ESTADO        TO WS-ESTADO-TXT
                       END-EVALUATE
                       DISPLAY PR-ID-EMPL ' ' PR-NUM-PRESTAMO ' '
                               WS-NOM-EMPL-PR ' '
                               WS-ESTADO-TXT ' ' PR-MON-MEN ' '
                               PR-FECHA
                       IF PR-RECHAZADO
                           DISPLAY '       MOTIVO: ' PR-MOTIVO-RECHAZO
                       END-IF
                       ADD 1 TO WS-CONT-TRAMITE
                   END-IF
           END-READ.

       500-BUSCAR-EMPLEADO.
           MOVE PR-ID-EMPL TO ID-EMPL.
           MOVE 'S' TO WS-EXISTE-EMPL.
           READ EMPLEADO
               INVALID KEY
                   MOVE 'N' TO WS-EXISTE-EMPL
                   MOVE 'EMPLEADO NO ENCONTRADO' TO WS-NOM-EMPL-PR
                   MOVE SPACES TO WS-CTA-EMPL-PR
               NOT INVALID KEY
                   MOVE NOM-EMPL     TO WS-NOM-EMPL-PR
                   MOVE CTA-BANCARIA TO WS-CTA-EMPL-PR
           END-READ.
