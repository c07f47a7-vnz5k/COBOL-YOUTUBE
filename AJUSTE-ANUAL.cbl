       IDENTIFICATION DIVISION.
       PROGRAM-ID. AJUSTE-ANUAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT ACUMULADO
           ASSIGN TO 'ACUMULADO-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACU-LLAVE
           FILE STATUS IS WS-STATUS-ACU.
           SELECT EMPLEADO
           ASSIGN TO 'BSEC-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ID-EMPL
           FILE STATUS IS WS-STATUS-EMP.
           SELECT ISR
           ASSIGN TO 'ISR-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ISR-LIM-INF
           FILE STATUS IS WS-STATUS-ISR.
           SELECT PARAMETROS
           ASSIGN TO 'PARAMETROS-FILE'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-PAR.
           SELECT AJUSTE
           ASSIGN TO 'AJUSTE-ANUAL-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AJU-LLAVE
           FILE STATUS IS WS-STATUS-AJU.

       DATA DIVISION.
       FILE SECTION.
       FD ACUMULADO.
           COPY ACUMREG.
       FD EMPLEADO.
           COPY EMPLREG.
       FD ISR.
           COPY ISRREG.
       FD PARAMETROS.
           COPY PARAMREG.
       FD AJUSTE.
           COPY AJUSREG.

       WORKING-STORAGE SECTION.
       01 WS-AREAS.
           05 WS-STATUS-ACU              PIC XX.
           05 WS-STATUS-EMP              PIC XX.
           05 WS-STATUS-ISR              PIC XX.
           05 WS-STATUS-PAR              PIC XX.
           05 WS-STATUS-AJU              PIC XX.
           05 WS-FLAG                    PIC 9.
           05 WS-FLAG-AJU                PIC 9.
           05 WS-FLAG-ISR                PIC 9.
           05 WS-OPCION                  PIC 9.
           05 WS-OK                      PIC X.
           05 WS-EXISTE-AJU              PIC X.
           05 WS-ISR-HALLADO             PIC X.
           05 WS-F-HOY                   PIC 9(08).
           05 WS-ANIO-ACTUAL             PIC 9(04).
           05 WS-EJERCICIO               PIC 9(04).
           05 WS-F-ENERO                 PIC 9(08).
           05 WS-TOPE                    PIC 9(07)V99.
           05 WS-TOPE-OMISION            PIC 9(07)V99 VALUE 400000.
           05 WS-MESES                   PIC 9(02) VALUE 12.
           05 WS-BASE-ISR                PIC 9(08)V99.
           05 WS-ISR-ANUAL               PIC 9(09)V99.
           05 WS-CALCULADOS              PIC 9(05).
           05 WS-EXCLUIDOS               PIC 9(05).
           05 WS-YA-APLICADOS            PIC 9(05).
           05 WS-A-CARGO                 PIC 9(05).
           05 WS-A-FAVOR                 PIC 9(05).
           05 WS-TOT-CARGO               PIC 9(09)V99.
           05 WS-TOT-FAVOR               PIC 9(09)V99.
           05 WS-PASO                    PIC 9.
           05 WS-NOM-EMPL-AJU            PIC X(30).
           05 WS-MARCA                   PIC X(10).

      *    TOPE DE INGRESOS DEL AJUSTE ANUAL.
           COPY PARAMREG REPLACING ==REG-PARAMETROS== BY
                                   ==WS-PARAMETROS==
                        LEADING ==PAR== BY ==WS-PAR==.

       PROCEDURE DIVISION.
      *    AJUSTE ANUAL DEL ISR (ART. 97 LISR): EL ISR DEL EJERCICIO
      *    SOBRE TODO LO PAGADO EN EL ANIO CONTRA LO QUE SE RETUVO
      *    NOMINA POR NOMINA. LA DIFERENCIA A CARGO SE RETIENE Y LA
      *    DIFERENCIA A FAVOR SE DEVUELVE EN LA ULTIMA NOMINA DEL
      *    ANIO, DONDE NOMINA-SEC LA VUELVE A CALCULAR SUMANDO ESA
      *    ULTIMA NOMINA; ESTE CALCULO SE PUEDE REPETIR LAS VECES
      *    QUE HAGA FALTA PARA REVISARLO ANTES DE CORRERLA.
       010-INITIAL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-F-HOY.
           MOVE WS-F-HOY(1:4) TO WS-ANIO-ACTUAL.
           PERFORM 100-MENU UNTIL WS-OPCION EQUAL 9.
       STOP RUN.

       100-MENU.
           DISPLAY '---------------------------------------'.
           DISPLAY 'AJUSTE ANUAL DE ISR'.
           DISPLAY '1. CALCULAR AJUSTE DEL EJERCICIO'.
           DISPLAY '2. LISTADO DEL AJUSTE'.
           DISPLAY '9. SALIR'.
           DISPLAY 'OPCION'                ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
               WHEN 1 PERFORM 200-CALCULAR
               WHEN 2 PERFORM 300-LISTADO
               WHEN 9 CONTINUE
               WHEN OTHER DISPLAY 'OPCION INVALIDA'
           END-EVALUATE.

      *    EL TOPE TOMA LOS 400,000 DEL ART. 97 LISR SI NO SE
      *    CAPTURO EN PARAMETROS-SEC.
       110-LEER-PARAMETROS.
           MOVE SPACES TO WS-PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF WS-STATUS-PAR EQUAL '00'
               READ PARAMETROS INTO WS-PARAMETROS
                   AT END
                       CONTINUE
               END-READ
               CLOSE PARAMETROS
           END-IF.
           IF WS-PAR-AJU-TOPE NUMERIC AND WS-PAR-AJU-TOPE GREATER 0
               MOVE WS-PAR-AJU-TOPE TO WS-TOPE
           ELSE
               MOVE WS-TOPE-OMISION TO WS-TOPE
           END-IF.

      *    SE CALCULA CADA EMPLEADO CON ACUMULADO DEL EJERCICIO. UN
      *    AJUSTE QUE YA APLICO LA NOMINA NO SE VUELVE A TOCAR; LOS
      *    DEMAS SE REEMPLAZAN CON EL CALCULO NUEVO.
       200-CALCULAR.
           MOVE 'S' TO WS-OK.
           DISPLAY 'EJERCICIO FISCAL A AJUSTAR (AAAA)'
                   ACCEPT WS-EJERCICIO.
           IF WS-EJERCICIO GREATER WS-ANIO-ACTUAL
              OR WS-EJERCICIO EQUAL 0
               MOVE 'N' TO WS-OK
               DISPLAY 'EJERCICIO INVALIDO'
           END-IF.
           IF WS-OK EQUAL 'S'
               PERFORM 110-LEER-PARAMETROS
               PERFORM 210-ABRIR
           END-IF.
           IF WS-OK EQUAL 'S'
               COMPUTE WS-F-ENERO = WS-EJERCICIO * 10000 + 101
               MOVE 0 TO WS-CALCULADOS WS-EXCLUIDOS WS-YA-APLICADOS
               MOVE 0 TO WS-A-CARGO WS-A-FAVOR
               MOVE 0 TO WS-TOT-CARGO WS-TOT-FAVOR
               MOVE 0 TO ACU-ID-EMPL ACU-ANIO
               START ACUMULADO KEY IS NOT LESS THAN ACU-LLAVE
                   INVALID KEY
                       MOVE 1 TO WS-FLAG
                   NOT INVALID KEY
                       MOVE 0 TO WS-FLAG
               END-START
               PERFORM 220-LEER-ACUMULADO UNTIL WS-FLAG EQUAL 1
               CLOSE ACUMULADO EMPLEADO ISR AJUSTE
               DISPLAY '======================================='
               DISPLAY 'EMPLEADOS CALCULADOS:     ' WS-CALCULADOS
               DISPLAY 'ISR A CARGO:              ' WS-A-CARGO
                       ' POR ' WS-TOT-CARGO
               DISPLAY 'ISR A FAVOR:              ' WS-A-FAVOR
                       ' POR ' WS-TOT-FAVOR
               DISPLAY 'EXCLUIDOS:                ' WS-EXCLUIDOS
               DISPLAY 'YA APLICADOS EN NOMINA:   ' WS-YA-APLICADOS
               DISPLAY 'CALCULO PRELIMINAR: LA ULTIMA NOMINA DEL '
                       'ANIO LO RECALCULA CON SU PROPIO PAGO'
               DISPLAY 'REVISA EL LISTADO (OPCION 2)'
           END-IF.

       210-ABRIR.
           OPEN INPUT ACUMULADO.
           IF WS-STATUS-ACU NOT EQUAL '00'
               MOVE 'N' TO WS-OK
               DISPLAY 'NO SE PUDO ABRIR ACUMULADO-FILE, '
                       'FILE STATUS: ' WS-STATUS-ACU
           ELSE
               OPEN INPUT EMPLEADO
               IF WS-STATUS-EMP NOT EQUAL '00'
                   DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE EMPLEADOS, '
                           'FILE STATUS: ' WS-STATUS-EMP
                   STOP RUN
               END-IF
               OPEN INPUT ISR
               IF WS-STATUS-ISR NOT EQUAL '00'
                   DISPLAY 'ERROR AL ABRIR LA TABLA DE ISR, '
                           'FILE STATUS: ' WS-STATUS-ISR
                   DISPLAY 'ISR-SEC ANTES DE CALCULAR EL AJUSTE'
                   STOP RUN
               END-IF
               OPEN I-O AJUSTE
               IF WS-STATUS-AJU EQUAL '35'
                   OPEN OUTPUT AJUSTE
                   CLOSE AJUSTE
                   OPEN I-O AJUSTE
               END-IF
               IF WS-STATUS-AJU NOT EQUAL '00'
                   DISPLAY 'ERROR AL ABRIR AJUSTE-ANUAL-FILE, '
                           'FILE STATUS: ' WS-STATUS-AJU
                   STOP RUN
               END-IF
           END-IF.

       220-LEER-ACUMULADO.
           READ ACUMULADO NEXT RECORD
               AT END
                   MOVE 1 TO WS-FLAG
               NOT AT END
                   IF ACU-ANIO EQUAL WS-EJERCICIO
                       PERFORM 230-AJUSTAR-EMPLEADO
                   END-IF
           END-READ.

       230-AJUSTAR-EMPLEADO.
           MOVE WS-EJERCICIO TO AJU-EJERCICIO.
           MOVE ACU-ID-EMPL  TO AJU-ID-EMPL.
           READ AJUSTE
               INVALID KEY
                   MOVE 'N' TO WS-EXISTE-AJU
               NOT INVALID KEY
                   MOVE 'S' TO WS-EXISTE-AJU
           END-READ.
           IF WS-EXISTE-AJU EQUAL 'S' AND AJU-APLICADO
               ADD 1 TO WS-YA-APLICADOS
           ELSE
               PERFORM 240-CALCULAR-EMPLEADO
               IF WS-EXISTE-AJU EQUAL 'S'
                   REWRITE REG-AJUSTE-ANUAL
                       INVALID KEY
                           DISPLAY 'ERROR AL ACTUALIZAR EL AJUSTE DEL '
                                   'ID-EMPL ' AJU-ID-EMPL
                   END-REWRITE
               ELSE
                   WRITE REG-AJUSTE-ANUAL
                       INVALID KEY
                           DISPLAY 'ERROR AL GRABAR EL AJUSTE DEL '
                                   'ID-EMPL ' AJU-ID-EMPL
                   END-WRITE
               END-IF
           END-IF.

      *    LA BASE ES EL INGRESO DEL ANIO MENOS SU PARTE EXENTA; EL
      *    ISR RETENIDO ES EL DE LAS NOMINAS Y LOS PAGOS ESPECIALES.
       240-CALCULAR-EMPLEADO.
           MOVE WS-EJERCICIO    TO AJU-EJERCICIO.
           MOVE ACU-ID-EMPL     TO AJU-ID-EMPL.
           MOVE ACU-BRUTO       TO AJU-BRUTO.
           MOVE ACU-EXENTO      TO AJU-EXENTO.
           MOVE ACU-ISR         TO AJU-ISR-RETENIDO.
           IF AJU-EXENTO NOT LESS AJU-BRUTO
               MOVE 0 TO AJU-BASE
           ELSE
               COMPUTE AJU-BASE = AJU-BRUTO - AJU-EXENTO
           END-IF.
           MOVE 0 TO AJU-ISR-ANUAL AJU-DIFERENCIA AJU-IMPORTE.
           MOVE 0 TO AJU-PERIODO-PAGO AJU-QUINCENA-PAGO AJU-F-PAGO.
           MOVE WS-F-HOY TO AJU-F-CALCULO.
           MOVE SPACES TO AJU-MOTIVO.
           SET AJU-SIN-DIFERENCIA TO TRUE.
           PERFORM 245-REVISAR-EXCLUSION.
           IF AJU-EXCLUIDO
               ADD 1 TO WS-EXCLUIDOS
           ELSE
               SET AJU-PENDIENTE TO TRUE
               ADD 1 TO WS-CALCULADOS
               PERFORM 250-CALCULAR-DIFERENCIA
           END-IF.

      *    NO SE HACE EL AJUSTE (ART. 97 LISR) A QUIEN ENTRO
      *    DESPUES DEL 1 DE ENERO, A QUIEN YA SE DIO DE BAJA (LA
      *    ULTIMA NOMINA DEL ANIO ES EN DICIEMBRE) NI A QUIEN GANO
      *    MAS DEL TOPE EN EL ANIO. UN EMPLEADO REINGRESADO EN EL
      *    EJERCICIO TRAE LA NUEVA FECHA DE INGRESO Y QUEDA FUERA.
       245-REVISAR-EXCLUSION.
           MOVE ACU-ID-EMPL TO ID-EMPL.
           READ EMPLEADO
               INVALID KEY
                   SET AJU-EXCLUIDO TO TRUE
                   MOVE 'NO ESTA EN EL MAESTRO' TO AJU-MOTIVO
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN EMPL-INACTIVO
                           SET AJU-EXCLUIDO TO TRUE
                           MOVE 'BAJA ANTES DE DICIEMBRE'
                               TO AJU-MOTIVO
                       WHEN F-ING GREATER WS-F-ENERO
                           SET AJU-EXCLUIDO TO TRUE
                           MOVE 'INGRESO DESPUES DEL 1 DE ENERO'
                               TO AJU-MOTIVO
                       WHEN AJU-BRUTO GREATER WS-TOPE
                           SET AJU-EXCLUIDO TO TRUE
                           MOVE 'INGRESOS MAYORES AL TOPE'
                               TO AJU-MOTIVO
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       250-CALCULAR-DIFERENCIA.
           MOVE 0 TO WS-ISR-ANUAL.
           IF AJU-BASE GREATER 0
               PERFORM 265-TARIFA-ANUAL
           END-IF.
           MOVE WS-ISR-ANUAL TO AJU-ISR-ANUAL.
           EVALUATE TRUE
               WHEN AJU-ISR-ANUAL GREATER AJU-ISR-RETENIDO
                   SET AJU-A-CARGO TO TRUE
                   COMPUTE AJU-DIFERENCIA =
                       AJU-ISR-ANUAL - AJU-ISR-RETENIDO
                   ADD 1 TO WS-A-CARGO
                   ADD AJU-DIFERENCIA TO WS-TOT-CARGO
               WHEN AJU-ISR-ANUAL LESS AJU-ISR-RETENIDO
                   SET AJU-A-FAVOR TO TRUE
                   COMPUTE AJU-DIFERENCIA =
                       AJU-ISR-RETENIDO - AJU-ISR-ANUAL
                   ADD 1 TO WS-A-FAVOR
                   ADD AJU-DIFERENCIA TO WS-TOT-FAVOR
               WHEN OTHER
                   SET AJU-SIN-DIFERENCIA TO TRUE
           END-EVALUATE.

      *    LA TARIFA ANUAL ES LA MENSUAL DE ISR-FILE POR DOCE: SE
      *    BUSCA EL TRAMO DE LA BASE MENSUAL PROMEDIO Y EL IMPUESTO
      *    SE MULTIPLICA POR LOS DOCE MESES. SI LA BASE NO CAE EN
      *    NINGUN TRAMO LA TABLA ESTA INCOMPLETA Y SE DETIENE.
       265-TARIFA-ANUAL.
           COMPUTE WS-BASE-ISR ROUNDED = AJU-BASE / WS-MESES.
           MOVE 'N' TO WS-ISR-HALLADO.
           MOVE 0 TO ISR-LIM-INF.
           START ISR KEY IS NOT LESS THAN ISR-LIM-INF
               INVALID KEY
                   MOVE 1 TO WS-FLAG-ISR
               NOT INVALID KEY
                   MOVE 0 TO WS-FLAG-ISR
           END-START.
           PERFORM 267-LEER-TRAMO UNTIL WS-FLAG-ISR EQUAL 1.
           IF WS-ISR-HALLADO NOT EQUAL 'S'
               DISPLAY 'ERROR: LA BASE MENSUAL ' WS-BASE-ISR
                       ' DEL ID-EMPL ' AJU-ID-EMPL
                       ' NO CAE EN NINGUN TRAMO DE ISR-FILE'
               DISPLAY 'COMPLETA LA TABLA CON ISR-SEC Y VUELVE A '
                       'CALCULAR EL AJUSTE'
               CLOSE ACUMULADO EMPLEADO ISR AJUSTE
               STOP RUN
           END-IF.

       267-LEER-TRAMO.
           READ ISR NEXT RECORD
               AT END
                   MOVE 1 TO WS-FLAG-ISR
               NOT AT END
                   IF WS-BASE-ISR NOT LESS ISR-LIM-INF
                      AND WS-BASE-ISR NOT GREATER ISR-LIM-SUP
                       COMPUTE WS-ISR-ANUAL ROUNDED =
                           (ISR-CUOTA-FIJA
                            + ((WS-BASE-ISR - ISR-LIM-INF) * ISR-TASA))
                           * WS-MESES
                       MOVE 'S' TO WS-ISR-HALLADO
                       MOVE 1 TO WS-FLAG-ISR
                   END-IF
           END-READ.

      *    LISTADO PARA REVISAR EL AJUSTE ANTES DE LA ULTIMA NOMINA:
      *    PRIMERO LOS EMPLEADOS CALCULADOS CON SU DIFERENCIA A
      *    CARGO O A FAVOR (LOS YA APLICADOS CON LO QUE SE RETUVO O
      *    DEVOLVIO EN LA NOMINA) Y DESPUES LOS EXCLUIDOS CON EL
      *    MOTIVO.
       300-LISTADO.
           DISPLAY 'EJERCICIO FISCAL (AAAA)' ACCEPT WS-EJERCICIO.
           OPEN INPUT AJUSTE.
           IF WS-STATUS-AJU NOT EQUAL '00'
               DISPLAY 'NO HAY AJUSTES CALCULADOS TODAVIA'
           ELSE
               OPEN INPUT EMPLEADO
               MOVE 0 TO WS-CALCULADOS WS-EXCLUIDOS
               MOVE 0 TO WS-TOT-CARGO WS-TOT-FAVOR
               DISPLAY '======================================='
               DISPLAY ' AJUSTE ANUAL DE ISR ' WS-EJERCICIO
               DISPLAY '======================================='
               DISPLAY 'ID    NOMBRE                         '
                       'INGRESO      EXENTO       ISR ANUAL    '
                       'RETENIDO     DIFERENCIA T APLICADO   ESTADO'
               MOVE 1 TO WS-PASO
               PERFORM 310-RECORRER
               DISPLAY '---------------------------------------'
               DISPLAY 'EXCLUIDOS DEL AJUSTE'
               DISPLAY 'ID    NOMBRE                         '
                       'INGRESO      MOTIVO'
               MOVE 2 TO WS-PASO
               PERFORM 310-RECORRER
               DISPLAY '---------------------------------------'
               DISPLAY 'EMPLEADOS CON AJUSTE:     ' WS-CALCULADOS
               DISPLAY 'TOTAL A CARGO:            ' WS-TOT-CARGO
               DISPLAY 'TOTAL A FAVOR:            ' WS-TOT-FAVOR
               DISPLAY 'EXCLUIDOS:                ' WS-EXCLUIDOS
               CLOSE AJUSTE
               IF WS-STATUS-EMP EQUAL '00'
                   CLOSE EMPLEADO
               END-IF
           END-IF.

       310-RECORRER.
           MOVE WS-EJERCICIO TO AJU-EJERCICIO.
           MOVE 0            TO AJU-ID-EMPL.
           START AJUSTE KEY IS NOT LESS AJU-LLAVE
               INVALID KEY
                   MOVE 1 TO WS-FLAG-AJU
               NOT INVALID KEY
                   MOVE 0 TO WS-FLAG-AJU
           END-START.
           PERFORM 320-LINEA UNTIL WS-FLAG-AJU EQUAL 1.

       320-LINEA.
           READ AJUSTE NEXT RECORD
               AT END
                   MOVE 1 TO WS-FLAG-AJU
               NOT AT END
                   IF AJU-EJERCICIO NOT EQUAL WS-EJERCICIO
                       MOVE 1 TO WS-FLAG-AJU
                   ELSE
                       IF WS-PASO EQUAL 1 AND NOT AJU-EXCLUIDO
                           PERFORM 330-NOMBRE
                           PERFORM 340-LINEA-AJUSTE
                       END-IF
                       IF WS-PASO EQUAL 2 AND AJU-EXCLUIDO
                           PERFORM 330-NOMBRE
                           DISPLAY AJU-ID-EMPL ' ' WS-NOM-EMPL-AJU ' '
                                   AJU-BRUTO ' ' AJU-MOTIVO
                           ADD 1 TO WS-EXCLUIDOS
                       END-IF
                   END-IF
           END-READ.

       330-NOMBRE.
           MOVE AJU-ID-EMPL TO ID-EMPL.
           MOVE SPACES TO WS-NOM-EMPL-AJU.
           READ EMPLEADO
               INVALID KEY
                   MOVE 'NO ESTA EN EL MAESTRO' TO WS-NOM-EMPL-AJU
               NOT INVALID KEY
                   MOVE NOM-EMPL TO WS-NOM-EMPL-AJU
           END-READ.

       340-LINEA-AJUSTE.
           IF AJU-APLICADO
               MOVE 'APLICADO' TO WS-MARCA
           ELSE
               MOVE 'PRELIMINAR' TO WS-MARCA
           END-IF.
           DISPLAY AJU-ID-EMPL ' ' WS-NOM-EMPL-AJU ' '
                   AJU-BRUTO ' ' AJU-EXENTO ' '
                   AJU-ISR-ANUAL ' ' AJU-ISR-RETENIDO ' '
                   AJU-DIFERENCIA ' ' AJU-TIPO ' '
                   AJU-IMPORTE ' ' WS-MARCA.
           ADD 1 TO WS-CALCULADOS.
           IF AJU-APLICADO
               IF AJU-A-CARGO
                   ADD AJU-IMPORTE TO WS-TOT-CARGO
               END-IF
               IF AJU-A-FAVOR
                   ADD AJU-IMPORTE TO WS-TOT-FAVOR
               END-IF
           ELSE
               IF AJU-A-CARGO
                   ADD AJU-DIFERENCIA TO WS-TOT-CARGO
               END-IF
               IF AJU-A-FAVOR
                   ADD AJU-DIFERENCIA TO WS-TOT-FAVOR
               END-IF
           END-IF.
