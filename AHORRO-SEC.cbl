       IDENTIFICATION DIVISION.
       PROGRAM-ID. AHORRO-SEC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT EMPLEADO
           ASSIGN TO 'BSEC-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ID-EMPL
           FILE STATUS IS WS-STATUS-EMP.
           SELECT AHORRO
           ASSIGN TO 'AHORRO-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AHO-ID-EMPL
           FILE STATUS IS WS-STATUS-AHO.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLEADO.
           COPY EMPLREG.
       FD AHORRO.
           COPY AHORREG.

       WORKING-STORAGE SECTION.
       01 WS-AREAS.
           05 WS-STATUS-EMP              PIC XX.
           05 WS-STATUS-AHO              PIC XX.
           05 WS-OPCION                  PIC 9.
           05 WS-ID-BUS                  PIC 9(05).
           05 WS-EXISTE-AHO              PIC X.
           05 WS-PCT-OK                  PIC X.
           05 WS-PCT-MAXIMO              PIC 9(02)V99 VALUE 20.
           05 WS-SALDO-TOTAL             PIC 9(09)V99.
           05 WS-FECHA-HOY               PIC 9(08).

       PROCEDURE DIVISION.
       010-INITIAL.
           PERFORM 100-ABRIR.
           PERFORM 100-MENU UNTIL WS-OPCION EQUAL 9.
           PERFORM 100-CERRAR.
       STOP RUN.

       100-ABRIR.
           OPEN INPUT EMPLEADO.
           IF WS-STATUS-EMP NOT EQUAL '00'
               DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE EMPLEADOS, '
                       'FILE STATUS: ' WS-STATUS-EMP
               STOP RUN
           END-IF.
           OPEN I-O AHORRO.
           IF WS-STATUS-AHO EQUAL '35'
               OPEN OUTPUT AHORRO
               CLOSE AHORRO
               OPEN I-O AHORRO
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.

       100-CERRAR.
           CLOSE EMPLEADO.
           CLOSE AHORRO.

       100-MENU.
           DISPLAY '---------------------------------------'.
           DISPLAY 'FONDO DE AHORRO'.
           DISPLAY '1. INSCRIBIR / CAMBIAR PORCENTAJE'.
           DISPLAY '2. SUSPENDER/REACTIVAR APORTACION'.
           DISPLAY '3. CONSULTAR FONDO'.
           DISPLAY '9. SALIR'.
           DISPLAY 'OPCION'                ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
               WHEN 1 PERFORM 200-CAPTURAR
               WHEN 2 PERFORM 300-CAMBIAR-ESTADO
               WHEN 3 PERFORM 400-CONSULTAR
               WHEN 9 CONTINUE
               WHEN OTHER DISPLAY 'OPCION INVALIDA'
           END-EVALUATE.

       200-CAPTURAR.
           DISPLAY 'ID-EMPL'               ACCEPT WS-ID-BUS.
           MOVE WS-ID-BUS TO ID-EMPL.
           READ EMPLEADO
               INVALID KEY
                   DISPLAY 'EMPLEADO NO ENCONTRADO'
               NOT INVALID KEY
                   IF EMPL-INACTIVO
                       DISPLAY 'EMPLEADO INACTIVO, NO SE INSCRIBE'
                   ELSE
                       PERFORM 210-GRABAR-AHORRO
                   END-IF
           END-READ.

      *    EL PORCENTAJE ES SOBRE EL BRUTO DE CADA NOMINA. LOS SALDOS
      *    SOLO LOS MUEVEN NOMINA-SEC, NOMINA-REVERSA Y LAS
      *    LIQUIDACIONES DE PAGOS-ESPECIALES, NUNCA ESTA CAPTURA. UN
      *    EMPLEADO REINGRESADO CUYO FONDO SE LIQUIDO EN LA BAJA SE
      *    VUELVE A INSCRIBIR CON SALDOS EN CERO.
       210-GRABAR-AHORRO.
           MOVE WS-ID-BUS TO AHO-ID-EMPL.
           READ AHORRO
               INVALID KEY
                   MOVE 'N' TO WS-EXISTE-AHO
               NOT INVALID KEY
                   MOVE 'S' TO WS-EXISTE-AHO
                   DISPLAY 'PORCENTAJE ACTUAL:  ' AHO-PCT-EMPLEADO
                   DISPLAY 'ESTADO:             ' AHO-ESTADO
           END-READ.
           MOVE WS-ID-BUS TO AHO-ID-EMPL.
           MOVE 'N' TO WS-PCT-OK.
           PERFORM UNTIL WS-PCT-OK EQUAL 'S'
               DISPLAY 'PORCENTAJE DEL BRUTO A APORTAR '
                       '(EJ 05.00 = 5%, MAXIMO ' WS-PCT-MAXIMO ')'
                   ACCEPT AHO-PCT-EMPLEADO
               IF AHO-PCT-EMPLEADO GREATER 0
                  AND AHO-PCT-EMPLEADO NOT GREATER WS-PCT-MAXIMO
                   MOVE 'S' TO WS-PCT-OK
               ELSE
                   DISPLAY 'PORCENTAJE INVALIDO'
               END-IF
           END-PERFORM.
           MOVE WS-FECHA-HOY TO AHO-F-CAMBIO.
           IF WS-EXISTE-AHO EQUAL 'S'
               IF AHO-LIQUIDADO-BAJA
                   MOVE WS-FECHA-HOY TO AHO-F-INSCRIPCION
                   MOVE 0 TO AHO-F-ULT-LIQUIDA
               END-IF
               SET AHO-ACTIVO TO TRUE
               REWRITE REG-AHORRO
                   INVALID KEY
                       DISPLAY 'ERROR AL ACTUALIZAR EL FONDO'
                   NOT INVALID KEY
                       DISPLAY 'PORCENTAJE ACTUALIZADO'
               END-REWRITE
           ELSE
               SET AHO-ACTIVO TO TRUE
               MOVE WS-FECHA-HOY TO AHO-F-INSCRIPCION
               MOVE 0 TO AHO-SALDO-EMPLEADO AHO-SALDO-EMPRESA
                         AHO-F-ULT-LIQUIDA AHO-TOT-INTERESES
               WRITE REG-AHORRO
                   INVALID KEY
                       DISPLAY 'ERROR AL INSCRIBIR AL EMPLEADO'
                   NOT INVALID KEY
                       DISPLAY 'EMPLEADO INSCRITO AL FONDO DE AHORRO'
               END-WRITE
           END-IF.

      *    SUSPENDER SOLO DETIENE LAS APORTACIONES; EL SALDO SIGUE EN
      *    EL FONDO HASTA LA LIQUIDACION ANUAL O LA BAJA.
       300-CAMBIAR-ESTADO.
           DISPLAY 'ID-EMPL'               ACCEPT WS-ID-BUS.
           MOVE WS-ID-BUS TO AHO-ID-EMPL.
           READ AHORRO
               INVALID KEY
                   DISPLAY 'EL EMPLEADO NO ESTA INSCRITO AL FONDO'
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN AHO-LIQUIDADO-BAJA
                           DISPLAY 'FONDO LIQUIDADO EN LA BAJA, '
                                   'USE LA OPCION 1 PARA INSCRIBIR'
                       WHEN AHO-ACTIVO
                           SET AHO-SUSPENDIDO TO TRUE
                           DISPLAY 'LA APORTACION QUEDARA SUSPENDIDA'
                           PERFORM 310-REGRABAR-ESTADO
                       WHEN OTHER
                           SET AHO-ACTIVO TO TRUE
                           DISPLAY 'LA APORTACION QUEDARA ACTIVA'
                           PERFORM 310-REGRABAR-ESTADO
                   END-EVALUATE
           END-READ.

       310-REGRABAR-ESTADO.
           MOVE WS-FECHA-HOY TO AHO-F-CAMBIO.
           REWRITE REG-AHORRO
               INVALID KEY
                   DISPLAY 'ERROR AL CAMBIAR EL ESTADO'
               NOT INVALID KEY
                   DISPLAY 'ESTADO ACTUALIZADO'
           END-REWRITE.

       400-CONSULTAR.
           DISPLAY 'ID-EMPL'               ACCEPT WS-ID-BUS.
           MOVE WS-ID-BUS TO AHO-ID-EMPL.
           READ AHORRO
               INVALID KEY
                   DISPLAY 'EL EMPLEADO NO ESTA INSCRITO AL FONDO'
               NOT INVALID KEY
                   COMPUTE WS-SALDO-TOTAL =
                       AHO-SALDO-EMPLEADO + AHO-SALDO-EMPRESA
                   DISPLAY 'PORCENTAJE:         ' AHO-PCT-EMPLEADO
                   DISPLAY 'ESTADO:             ' AHO-ESTADO
                   DISPLAY 'INSCRITO EL:        ' AHO-F-INSCRIPCION
                   DISPLAY 'ULTIMO CAMBIO:      ' AHO-F-CAMBIO
                   DISPLAY 'SALDO EMPLEADO:     ' AHO-SALDO-EMPLEADO
                   DISPLAY 'SALDO EMPRESA:      ' AHO-SALDO-EMPRESA
                   DISPLAY 'SALDO TOTAL:        ' WS-SALDO-TOTAL
                   DISPLAY 'ULTIMA LIQUIDACION: ' AHO-F-ULT-LIQUIDA
                   DISPLAY 'INTERESES PAGADOS:  ' AHO-TOT-INTERESES
           END-READ.
