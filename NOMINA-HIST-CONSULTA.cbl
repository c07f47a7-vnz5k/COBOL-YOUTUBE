           ASSIGN TO 'NOMINA-HIST-FILE'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-HIST.
           SELECT UUID
           ASSIGN TO 'CFDI-UUID-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS UUI-LLAVE
           FILE STATUS IS WS-STATUS-UUI.

       DATA DIVISION.
       FILE SECTION.
       FD HIST.
           COPY NETOREG REPLACING ==REG-NETO== BY ==REG-HIST==
                        LEADING ==NET== BY ==HIST==.
       FD UUID.
           COPY UUIDREG.

       WORKING-STORAGE SECTION.
       01 WS-AREAS.
           05 WS-STATUS-HIST              PIC XX.
           05 WS-STATUS-UUI               PIC XX.
           05 WS-HAY-UUID                 PIC X.
           05 WS-UUID                     PIC X(36).
           05 WS-FLAG                     PIC 9.
           05 WS-CONTADOR                 PIC 9(05).
           05 WS-TOT-NETO                 PIC 9(09)V99.
           05 WS-CUMPLE                   PIC X.
               88 CUMPLE-FILTROS           VALUE 'S'.

                       'FILE STATUS: ' WS-STATUS-HIST
               STOP RUN
           END-IF.
      *    SIN FOLIOS CARGADOS TODAVIA LA CONSULTA SALE IGUAL, CON
      *    LA COLUMNA DE UUID EN BLANCO.
           MOVE 'S' TO WS-HAY-UUID.
           OPEN INPUT UUID.
           IF WS-STATUS-UUI NOT EQUAL '00'
               MOVE 'N' TO WS-HAY-UUID
           END-IF.

       100-CERRAR.
           CLOSE HIST.
           IF WS-HAY-UUID EQUAL 'S'
               CLOSE UUID
           END-IF.

       200-ENCABEZADO.
           DISPLAY 'ID     PERIODO FECHA    BRUTO  ABONO-PREST '
                   'NETO   UUID'.

       300-PROCESAR.
           READ HIST NEXT RECORD
               MOVE 'N' TO WS-CUMPLE
           END-IF.

      *    EL UUID SE BUSCA CON LA MISMA LLAVE DE LA LINEA; UNA
      *    LINEA CANCELADA POR NOMINA-REVERSA SE TIMBRO COMO NOMINA.
      *    LAS CANCELADAS SE MUESTRAN PERO NO SUMAN AL TOTAL.
       320-IMPRIMIR.
           MOVE SPACES TO WS-UUID.
           IF WS-HAY-UUID EQUAL 'S'
               MOVE HIST-ID-EMPL  TO UUI-ID-EMPL
               MOVE HIST-PERIODO  TO UUI-PERIODO
               MOVE HIST-QUINCENA TO UUI-QUINCENA
               MOVE HIST-TIPO     TO UUI-TIPO
               IF HIST-TIPO-CANCELADA
                   MOVE 'N' TO UUI-TIPO
               END-IF
               MOVE HIST-FECHA    TO UUI-FECHA
               READ UUID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE UUI-UUID TO WS-UUID
               END-READ
           END-IF.
           DISPLAY HIST-ID-EMPL ' ' HIST-PERIODO ' ' HIST-FECHA ' '
                   HIST-BRUTO ' ' HIST-ABONO-PRESTAMO ' ' HIST-NETO
                   ' ' WS-UUID.
           IF HIST-TIPO-CANCELADA
               DISPLAY '       ** CORRIDA CANCELADA, NO SUMA **'
           ELSE
               ADD HIST-NETO TO WS-TOT-NETO
           END-IF.
           ADD 1 TO WS-CONTADOR.

       400-CIERRE.
