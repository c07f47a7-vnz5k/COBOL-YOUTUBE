           ASSIGN TO 'DISPERSION-FILE'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-DISP.
           SELECT DISP-HIST
           ASSIGN TO 'DISPERSION-HIST-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DSH-LLAVE
           FILE STATUS IS WS-STATUS-DSH.
           SELECT VARIACION
           ASSIGN TO 'NOMINA-VARIACION-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VAR-LLAVE
           FILE STATUS IS WS-STATUS-VAR.

       DATA DIVISION.
       FILE SECTION.
           COPY NETOREG.
       FD DISPERSION.
           COPY DISPREG.
       FD DISP-HIST.
           COPY DSPHREG.
       FD VARIACION.
           COPY VARREG.

       WORKING-STORAGE SECTION.
       01 WS-AREAS.
           05 WS-STATUS-EMP              PIC XX.
           05 WS-STATUS-NETO             PIC XX.
           05 WS-STATUS-DISP             PIC XX.
           05 WS-STATUS-VAR              PIC XX.
           05 WS-STATUS-DSH              PIC XX.
           05 WS-REVISADA                PIC X.
           05 WS-FLAG                    PIC 9.
           05 WS-TOT-NETO                PIC 9(09)V99.
           05 WS-CONTADOR                PIC 9(05).
           05 WS-SIN-CUENTA              PIC 9(05).
           05 WS-F-HOY                   PIC 9(08).
           PERFORM 300-PROCESAR UNTIL WS-FLAG EQUAL 1.
           PERFORM 400-CIERRE.
           PERFORM 100-CERRAR.
       GOBACK.

       100-ABRIR.
           OPEN INPUT NETO.
                   MOVE 1 TO WS-FLAG
               NOT AT END
                   PERFORM 305-REVISAR-FECHA
                   IF NET-TIPO-NOMINA
                       PERFORM 306-REVISAR-VARIACION
                   END-IF
           END-READ.
           OPEN INPUT EMPLEADO.
           IF WS-STATUS-EMP EQUAL '35'
               CLOSE NETO EMPLEADO
               STOP RUN
           END-IF.
           OPEN I-O DISP-HIST.
           IF WS-STATUS-DSH EQUAL '35'
               OPEN OUTPUT DISP-HIST
               CLOSE DISP-HIST
               OPEN I-O DISP-HIST
           END-IF.
           IF WS-STATUS-DSH NOT EQUAL '00'
               DISPLAY 'ERROR AL ABRIR DISPERSION-HIST-FILE, '
                       'FILE STATUS: ' WS-STATUS-DSH
               CLOSE NETO EMPLEADO DISPERSION
               STOP RUN
           END-IF.

       100-CERRAR.
           CLOSE NETO.
           CLOSE EMPLEADO.
           CLOSE DISPERSION.
           CLOSE DISP-HIST.

       200-ENCABEZADO.
           DISPLAY '======================================='.
                       DISPLAY ' TIPO DE CORRIDA: AGUINALDO'
                   WHEN NET-TIPO-FINIQUITO
                       DISPLAY ' TIPO DE CORRIDA: FINIQUITOS'
                   WHEN NET-TIPO-PRESTAMO
                       DISPLAY ' TIPO DE CORRIDA: DESEMBOLSO DE '
                               'PRESTAMOS'
                   WHEN NET-TIPO-AHORRO
                       DISPLAY ' TIPO DE CORRIDA: FONDO DE AHORRO'
                   WHEN NET-TIPO-PTU
                       DISPLAY ' TIPO DE CORRIDA: REPARTO DE '
                               'UTILIDADES'
                   WHEN OTHER
                       DISPLAY ' TIPO DE CORRIDA: NOMINA'
               END-EVALUATE
               END-IF
           END-IF.

      *    UNA CORRIDA DE NOMINA SE DEBE REVISAR CON NOMINA-VARIACION
      *    ANTES DE MANDARLA AL BANCO. SI NO HAY REVISION, O ES DE
      *    ANTES DE LA CORRIDA (QUE SE REVIRTIO Y SE VOLVIO A
      *    CORRER), SE AVISA Y SE PIDE CONFIRMACION.
       306-REVISAR-VARIACION.
           MOVE 'N' TO WS-REVISADA.
           OPEN INPUT VARIACION.
           IF WS-STATUS-VAR EQUAL '00'
               MOVE NET-PERIODO  TO VAR-PERIODO
               MOVE NET-QUINCENA TO VAR-QUINCENA
               READ VARIACION
                   INVALID KEY
                       MOVE 'N' TO WS-REVISADA
                   NOT INVALID KEY
                       IF VAR-F-REPORTE NOT LESS NET-FECHA
                           MOVE 'S' TO WS-REVISADA
                       ELSE
                           DISPLAY 'AVISO: LA REVISION DE VARIACION '
                                   'ES DEL ' VAR-F-REPORTE
                                   ', ANTERIOR A LA CORRIDA'
                       END-IF
               END-READ
               CLOSE VARIACION
           END-IF.
           IF WS-REVISADA NOT EQUAL 'S'
               DISPLAY 'AVISO: NO HAY REVISION VIGENTE DE '
                       'NOMINA-VARIACION PARA EL PERIODO ' NET-PERIODO
                       ' QUINCENA ' NET-QUINCENA
               DISPLAY 'DISPERSAR SIN REVISAR LA VARIACION CONTRA '
                       'LA CORRIDA ANTERIOR? S/N'
                   ACCEPT WS-CONF
               IF WS-CONF NOT EQUAL 'S'
                   DISPLAY 'DISPERSION CANCELADA, CORRE '
                           'NOMINA-VARIACION'
                   CLOSE NETO
                   STOP RUN
               END-IF
           ELSE
               DISPLAY 'VARIACION REVISADA EL ' VAR-F-REPORTE
                       ': ' VAR-OBSERVADOS ' CON VARIACION, '
                       VAR-NUEVOS ' NUEVOS, '
                       VAR-FALTANTES ' FALTANTES'
           END-IF.

       310-DISPERSAR.
           MOVE NET-ID-EMPL TO ID-EMPL.
           READ EMPLEADO
                                   'FILE STATUS: ' WS-STATUS-DISP
                           STOP RUN
                       END-IF
                       PERFORM 315-REGISTRAR-DEPOSITO
                       DISPLAY ID-EMPL ' ' NOM-EMPL ' '
                               CTA-BANCARIA ' ' NET-NETO
                       ADD NET-NETO TO WS-TOT-NETO
                   END-IF
           END-READ.

      *    CADA DEPOSITO QUEDA EN LA BITACORA CON SU CORRIDA PARA LA
      *    CONCILIACION. SI LA MISMA CORRIDA SE VUELVE A DISPERSAR,
      *    EL REGISTRO SE REEMPLAZA CON EL ULTIMO ENVIO.
       315-REGISTRAR-DEPOSITO.
           MOVE NET-ID-EMPL      TO DSH-ID-EMPL.
           MOVE NET-PERIODO      TO DSH-PERIODO.
           MOVE NET-QUINCENA     TO DSH-QUINCENA.
           MOVE NET-TIPO         TO DSH-TIPO.
           MOVE CTA-BANCARIA     TO DSH-CTA-BANCARIA.
           MOVE NET-NETO         TO DSH-MONTO.
           MOVE WS-F-HOY         TO DSH-F-DISPERSION.
           SET DSH-DISPERSADO TO TRUE.
           MOVE 0                TO DSH-F-DEVOLUCION.
           MOVE SPACES           TO DSH-MOTIVO DSH-CTA-REEXPEDIDA.
           MOVE 0                TO DSH-F-REEXPEDICION.
           WRITE REG-DISP-HIST
               INVALID KEY
                   REWRITE REG-DISP-HIST
                       INVALID KEY
                           DISPLAY 'ERROR AL REGISTRAR EL DEPOSITO DE '
                                   NET-ID-EMPL ' EN LA BITACORA'
                   END-REWRITE
           END-WRITE.

       400-CIERRE.
           DISPLAY '======================================='.
           DISPLAY 'TOTAL EMPLEADOS DISPERSADOS: ' WS-CONTADOR.
