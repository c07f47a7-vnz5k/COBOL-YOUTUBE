           ASSIGN TO 'REEXPEDIR-FILE'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-REX.
           SELECT DISP-HIST
           ASSIGN TO 'DISPERSION-HIST-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DSH-LLAVE
           FILE STATUS IS WS-STATUS-DSH.
           SELECT EMPLEADO
           ASSIGN TO 'BSEC-FILE'
           ORGANIZATION IS INDEXED
           COPY REEXPREG.
       FD EMPLEADO.
           COPY EMPLREG.
       FD DISP-HIST.
           COPY DSPHREG.

       WORKING-STORAGE SECTION.
       01 WS-AREAS.
           05 WS-STATUS-DISP             PIC XX.
           05 WS-STATUS-REX              PIC XX.
           05 WS-STATUS-EMP              PIC XX.
           05 WS-STATUS-DSH              PIC XX.
           05 WS-HAY-DSH                 PIC X.
           05 WS-FLAG-DSH                PIC 9.
           05 WS-DSH-HALLADO             PIC X.
           05 WS-DSH-LLAVE               PIC X(13).
           05 WS-DSH-F-DISP              PIC 9(08).
           05 WS-FLAG                    PIC 9.
           05 WS-FLAG-DISP               PIC 9.
           05 WS-ENVIADO                 PIC X.
           PERFORM 300-PROCESAR UNTIL WS-FLAG EQUAL 1.
           PERFORM 400-CIERRE.
           PERFORM 100-CERRAR.
       GOBACK.

       100-ABRIR.
           OPEN INPUT RETORNO.
               CLOSE RETORNO EMPLEADO
               STOP RUN
           END-IF.
           MOVE 'S' TO WS-HAY-DSH.
           OPEN I-O DISP-HIST.
           IF WS-STATUS-DSH NOT EQUAL '00'
               MOVE 'N' TO WS-HAY-DSH
               DISPLAY 'AVISO: SIN DISPERSION-HIST-FILE, LOS RECHAZOS '
                       'NO QUEDAN MARCADOS PARA LA CONCILIACION'
           END-IF.

       100-CERRAR.
           CLOSE RETORNO.
           CLOSE EMPLEADO.
           CLOSE REEXPEDIR.
           IF WS-HAY-DSH EQUAL 'S'
               CLOSE DISP-HIST
           END-IF.

       200-ENCABEZADO.
           DISPLAY '======================================='.
           END-IF.
           ADD 1 TO WS-TOT-ENCOLADOS.
           ADD RET-MONTO TO WS-TOT-MONTO.
           IF WS-HAY-DSH EQUAL 'S'
               PERFORM 330-MARCAR-DEVUELTO
           END-IF.
           DISPLAY REX-ID-EMPL ' ' REX-NOM-EMPL ' RECHAZADO POR: '
                   RET-MOTIVO.
           DISPLAY '  CORRIGE LA CUENTA EN ALL-SEC Y CORRE '
           DISPLAY 'ENCOLADOS PARA REEXPEDICION:  ' WS-TOT-ENCOLADOS.
           DISPLAY 'SIN CORRESPONDENCIA:          ' WS-TOT-SIN-MATCH.
           DISPLAY 'MONTO TOTAL A REEXPEDIR:      ' WS-TOT-MONTO.

      *    EL RECHAZO SE MARCA EN LA BITACORA DE DEPOSITOS SOBRE EL
      *    ENVIO MAS RECIENTE AL EMPLEADO CON LA MISMA CUENTA Y EL
      *    MISMO MONTO, QUE ES EL QUE ESTA EN DISPERSION-FILE.
       330-MARCAR-DEVUELTO.
           MOVE 'N' TO WS-DSH-HALLADO.
           MOVE 0 TO WS-DSH-F-DISP.
           MOVE RET-ID-EMPL TO DSH-ID-EMPL.
           MOVE 0 TO DSH-PERIODO DSH-QUINCENA.
           MOVE LOW-VALUES TO DSH-TIPO.
           START DISP-HIST KEY IS NOT LESS THAN DSH-LLAVE
               INVALID KEY
                   MOVE 1 TO WS-FLAG-DSH
               NOT INVALID KEY
                   MOVE 0 TO WS-FLAG-DSH
           END-START.
           PERFORM UNTIL WS-FLAG-DSH EQUAL 1
               READ DISP-HIST NEXT RECORD
                   AT END
                       MOVE 1 TO WS-FLAG-DSH
                   NOT AT END
                       IF DSH-ID-EMPL NOT EQUAL RET-ID-EMPL
                           MOVE 1 TO WS-FLAG-DSH
                       ELSE
                           IF DSH-DISPERSADO
                              AND DSH-CTA-BANCARIA
                                  EQUAL RET-CTA-BANCARIA
                              AND DSH-MONTO EQUAL RET-MONTO
                              AND DSH-F-DISPERSION
                                  NOT LESS WS-DSH-F-DISP
                               MOVE 'S' TO WS-DSH-HALLADO
                               MOVE DSH-LLAVE TO WS-DSH-LLAVE
                               MOVE DSH-F-DISPERSION TO WS-DSH-F-DISP
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-DSH-HALLADO EQUAL 'S'
               MOVE WS-DSH-LLAVE TO DSH-LLAVE
               READ DISP-HIST
                   INVALID KEY
                       MOVE 'N' TO WS-DSH-HALLADO
               END-READ
           END-IF.
           IF WS-DSH-HALLADO EQUAL 'S'
               SET DSH-DEVUELTO TO TRUE
               MOVE WS-F-HOY   TO DSH-F-DEVOLUCION
               MOVE RET-MOTIVO TO DSH-MOTIVO
               REWRITE REG-DISP-HIST
                   INVALID KEY
                       DISPLAY 'ERROR AL MARCAR EL RECHAZO DE '
                               RET-ID-EMPL ' EN LA BITACORA'
               END-REWRITE
           ELSE
               DISPLAY '  AVISO: EL DEPOSITO NO ESTA EN LA BITACORA '
                       'DE DISPERSION, NO SE MARCA'
           END-IF.
