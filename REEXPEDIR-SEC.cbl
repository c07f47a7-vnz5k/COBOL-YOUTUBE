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
       FD REENVIO.
           COPY DISPREG.

       01 WS-AREAS.
           05 WS-STATUS-REX              PIC XX.
           05 WS-STATUS-EMP              PIC XX.
           05 WS-STATUS-DSH              PIC XX.
           05 WS-HAY-DSH                 PIC X.
           05 WS-FLAG-DSH                PIC 9.
           05 WS-DSH-HALLADO             PIC X.
           05 WS-DSH-LLAVE               PIC X(13).
           05 WS-DSH-F-DISP              PIC 9(08).
           05 WS-STATUS-REN              PIC XX.
           05 WS-FLAG                    PIC 9.
           05 WS-CONF                    PIC X.
           DISPLAY 'MONTO TOTAL REEXPEDIDO:       ' WS-TOT-MONTO.
           DISPLAY 'EL ARCHIVO DISPERSION-REENVIO-FILE ESTA LISTO '
                   'PARA ENVIARSE AL BANCO'.
       GOBACK.

       100-ABRIR.
           OPEN I-O REEXPEDIR.
               CLOSE REEXPEDIR EMPLEADO
               STOP RUN
           END-IF.
           MOVE 'S' TO WS-HAY-DSH.
           OPEN I-O DISP-HIST.
           IF WS-STATUS-DSH NOT EQUAL '00'
               MOVE 'N' TO WS-HAY-DSH
               DISPLAY 'AVISO: SIN DISPERSION-HIST-FILE, LAS '
                       'REEXPEDICIONES NO QUEDAN MARCADAS PARA LA '
                       'CONCILIACION'
           END-IF.

       100-CERRAR.
           CLOSE REEXPEDIR.
           CLOSE EMPLEADO.
           CLOSE REENVIO.
           IF WS-HAY-DSH EQUAL 'S'
               CLOSE DISP-HIST
           END-IF.

       200-PROCESAR.
           READ REEXPEDIR NEXT RECORD
           REWRITE REG-REEXPEDICION.
           ADD 1 TO WS-TOT-REEXPEDIDOS.
           ADD REX-MONTO TO WS-TOT-MONTO.
           IF WS-HAY-DSH EQUAL 'S'
               PERFORM 230-MARCAR-REEXPEDIDO
           END-IF.
           DISPLAY 'DEPOSITO REEXPEDIDO A LA CUENTA NUEVA'.

      *    LA REEXPEDICION SE MARCA EN LA BITACORA SOBRE EL DEPOSITO
      *    DEVUELTO MAS ANTIGUO DEL EMPLEADO CON LA CUENTA RECHAZADA
      *    Y EL MISMO MONTO, QUE ES EL QUE LA COLA VA ATENDIENDO.
       230-MARCAR-REEXPEDIDO.
           MOVE 'N' TO WS-DSH-HALLADO.
           MOVE REX-ID-EMPL TO DSH-ID-EMPL.
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
                       IF DSH-ID-EMPL NOT EQUAL REX-ID-EMPL
                           MOVE 1 TO WS-FLAG-DSH
                       ELSE
                           IF DSH-DEVUELTO
                              AND DSH-CTA-BANCARIA
                                  EQUAL REX-CTA-RECHAZADA
                              AND DSH-MONTO EQUAL REX-MONTO
                               IF WS-DSH-HALLADO EQUAL 'N'
                                  OR DSH-F-DISPERSION
                                     LESS WS-DSH-F-DISP
                                   MOVE 'S' TO WS-DSH-HALLADO
                                   MOVE DSH-LLAVE TO WS-DSH-LLAVE
                                   MOVE DSH-F-DISPERSION
                                       TO WS-DSH-F-DISP
                               END-IF
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
               SET DSH-REEXPEDIDO TO TRUE
               MOVE CTA-BANCARIA TO DSH-CTA-REEXPEDIDA
               MOVE FUNCTION CURRENT-DATE(1:8) TO DSH-F-REEXPEDICION
               REWRITE REG-DISP-HIST
                   INVALID KEY
                       DISPLAY 'ERROR AL MARCAR LA REEXPEDICION DE '
                               REX-ID-EMPL ' EN LA BITACORA'
               END-REWRITE
           ELSE
               DISPLAY 'AVISO: EL DEPOSITO NO ESTA DEVUELTO EN LA '
                       'BITACORA DE DISPERSION, NO SE MARCA'
           END-IF.
