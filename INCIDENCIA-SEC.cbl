           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INC-ID-EMPL
           FILE STATUS IS WS-STATUS-INC.
           SELECT CALENDARIO
           ASSIGN TO 'CALENDARIO-NOMINA-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAL-LLAVE
           FILE STATUS IS WS-STATUS-CAL.
           SELECT OPERADOR
           ASSIGN TO 'OPERADOR-FILE'
           ORGANIZATION IS INDEXED
           COPY EMPLREG.
       FD INCIDENCIA.
           COPY INCIDREG.
       FD CALENDARIO.
           COPY CALNREG.
       FD OPERADOR.
           COPY OPERREG.
       FD ACCESO.
           05 WS-DIAS-OK                 PIC X.
           05 WS-QUIN-OK                 PIC X.
           05 WS-DIAS-TOTAL              PIC 9(03).
           05 WS-STATUS-CAL              PIC XX.
           05 WS-HAY-CAL                 PIC X.
           05 WS-CAPTURA-OK              PIC X.
           05 WS-F-HOY                   PIC 9(08).
           05 WS-PERIODO                 PIC 9(06).
           05 WS-QUINCENA                PIC 9.
           05 WS-ROL-ACTUAL              PIC X.
               88 ROL-ACTUAL-SUPERVISOR   VALUE 'S'.
               88 ROL-ACTUAL-CAPTURISTA   VALUE 'C'.

       PROCEDURE DIVISION.
       010-INITIAL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-F-HOY.
           PERFORM 050-LOGIN.
           IF WS-LOGIN-OK EQUAL 'S'
               PERFORM 100-ABRIR
               PERFORM 100-MENU UNTIL WS-OPCION EQUAL 9
               PERFORM 100-CERRAR
           END-IF.
       GOBACK.

       050-LOGIN.
           MOVE 'N' TO WS-LOGIN-OK.
                           IF WS-PASS-ENTRADA EQUAL OP-PASSWORD
                               MOVE 'S' TO WS-LOGIN-OK
                               MOVE OP-ID TO WS-OPERADOR-ACTUAL
                               MOVE OP-ROL TO WS-ROL-ACTUAL
                               DISPLAY 'BIENVENIDO ' OP-NOMBRE
                               PERFORM 051-REGISTRAR-ACCESO
                               PERFORM 052-VERIFICAR-VENCIMIENTO
               CLOSE INCIDENCIA
               OPEN I-O INCIDENCIA
           END-IF.
      *    SIN CALENDARIO DE NOMINA NO HAY FECHAS DE CORTE Y LA
      *    CAPTURA QUEDA ABIERTA PARA CUALQUIER PERIODO.
           MOVE 'S' TO WS-HAY-CAL.
           OPEN I-O CALENDARIO.
           IF WS-STATUS-CAL NOT EQUAL '00'
               MOVE 'N' TO WS-HAY-CAL
           END-IF.

       100-CERRAR.
           CLOSE EMPLEADO.
           CLOSE INCIDENCIA.
           IF WS-HAY-CAL EQUAL 'S'
               CLOSE CALENDARIO
           END-IF.

       100-MENU.
           DISPLAY '---------------------------------------'.
           DISPLAY 'INCIDENCIAS DEL PERIODO'.
           DISPLAY '1. CAPTURAR/CORREGIR INCIDENCIA'.
           DISPLAY '2. CONSULTAR INCIDENCIA'.
           DISPLAY '3. REABRIR LA CAPTURA DE UN PERIODO CERRADO '
                   '(SUPERVISOR)'.
           DISPLAY '9. SALIR'.
           DISPLAY 'OPCION'                ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
               WHEN 1 PERFORM 200-CAPTURAR
               WHEN 2 PERFORM 300-CONSULTAR
               WHEN 3 PERFORM 400-REABRIR
               WHEN 9 CONTINUE
               WHEN OTHER DISPLAY 'OPCION INVALIDA'
           END-EVALUATE.
                   MOVE 'S' TO WS-QUIN-OK
               END-IF
           END-PERFORM.
           PERFORM 215-REVISAR-CORTE.
           IF WS-CAPTURA-OK EQUAL 'S'
               PERFORM 220-CAPTURAR-DATOS
           END-IF.

      *    PASADA LA FECHA DE CORTE DEL CALENDARIO EL PERIODO YA NO
      *    ACEPTA INCIDENCIAS, SALVO QUE UN SUPERVISOR LO HAYA
      *    REABIERTO HOY.
       215-REVISAR-CORTE.
           MOVE 'S' TO WS-CAPTURA-OK.
           IF WS-HAY-CAL EQUAL 'S'
               MOVE INC-PERIODO  TO CAL-PERIODO
               MOVE INC-QUINCENA TO CAL-QUINCENA
               READ CALENDARIO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WS-F-HOY GREATER CAL-F-CORTE
                           IF CAL-REABIERTO
                              AND CAL-F-REAPERTURA EQUAL WS-F-HOY
                               DISPLAY 'PERIODO REABIERTO HOY POR '
                                       CAL-OPERADOR-REAPERTURA
                           ELSE
                               MOVE 'N' TO WS-CAPTURA-OK
                               DISPLAY 'EL CORTE DEL PERIODO '
                                       CAL-PERIODO ' QUINCENA '
                                       CAL-QUINCENA ' FUE EL '
                                       CAL-F-CORTE
                               DISPLAY 'NO SE CAPTURA; UN SUPERVISOR '
                                       'DEBE REABRIR EL PERIODO'
                           END-IF
                       END-IF
               END-READ
           END-IF.

       220-CAPTURAR-DATOS.
      *    UN MES NO TIENE MAS DE 30 DIAS DESCONTABLES; SIN ESTE
      *    TOPE LA NOMINA PODRIA DESCONTAR MAS SUELDO DEL QUE HAY.
           MOVE 'N' TO WS-DIAS-OK.
               NOT INVALID KEY
                   DISPLAY REG-INCIDENCIA
           END-READ.

      *    LA REAPERTURA VALE SOLO EL DIA EN QUE SE HACE Y QUEDA
      *    REGISTRADA CON EL SUPERVISOR QUE LA AUTORIZO.
       400-REABRIR.
           IF NOT ROL-ACTUAL-SUPERVISOR
               DISPLAY 'SOLO UN SUPERVISOR PUEDE REABRIR LA CAPTURA'
           ELSE
               IF WS-HAY-CAL NOT EQUAL 'S'
                   DISPLAY 'NO EXISTE CALENDARIO-NOMINA-FILE, LA '
                           'CAPTURA NO TIENE CORTE'
               ELSE
                   DISPLAY 'PERIODO (AAAAMM)'   ACCEPT WS-PERIODO
                   DISPLAY 'QUINCENA (0=CORRIDA MENSUAL, 1 O 2)'
                       ACCEPT WS-QUINCENA
                   MOVE WS-PERIODO  TO CAL-PERIODO
                   MOVE WS-QUINCENA TO CAL-QUINCENA
                   READ CALENDARIO
                       INVALID KEY
                           DISPLAY 'EL PERIODO NO ESTA EN EL '
                                   'CALENDARIO DE NOMINA'
                       NOT INVALID KEY
                           PERFORM 410-GRABAR-REAPERTURA
                   END-READ
               END-IF
           END-IF.

       410-GRABAR-REAPERTURA.
           IF WS-F-HOY NOT GREATER CAL-F-CORTE
               DISPLAY 'EL PERIODO SIGUE ABIERTO, SU CORTE ES EL '
                       CAL-F-CORTE
           ELSE
               SET CAL-REABIERTO TO TRUE
               MOVE WS-F-HOY           TO CAL-F-REAPERTURA
               MOVE WS-OPERADOR-ACTUAL TO CAL-OPERADOR-REAPERTURA
               REWRITE REG-CALENDARIO
                   INVALID KEY
                       DISPLAY 'ERROR AL REABRIR EL PERIODO'
                   NOT INVALID KEY
                       DISPLAY 'CAPTURA DEL PERIODO ' CAL-PERIODO
                               ' QUINCENA ' CAL-QUINCENA
                               ' REABIERTA POR HOY'
               END-REWRITE
           END-IF.
