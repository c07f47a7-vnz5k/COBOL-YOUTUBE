           ASSIGN TO 'PRESTAMO-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PR-LLAVE
           FILE STATUS IS WS-STATUS-PR.

       DATA DIVISION.
           05 WS-FLAG                   PIC 9.
           05 WS-LEIDOS                 PIC 9(05).
           05 WS-CONVERTIDOS            PIC 9(05).
           05 WS-RENUMERADOS            PIC 9(05).
           05 WS-OMITIDOS               PIC 9(05).
           05 WS-GRABADO                PIC X.

       PROCEDURE DIVISION.
       010-INITIAL.
           PERFORM 100-CERRAR.
           DISPLAY '======================================='.
           DISPLAY 'MIGRACION PRESTAMO-OLD (SECUENCIAL) -> '.
           DISPLAY 'PRESTAMO-FILE (INDEXADO POR EMPLEADO Y NUMERO)'.
           DISPLAY 'REGISTROS LEIDOS:      ' WS-LEIDOS.
           DISPLAY 'REGISTROS CONVERTIDOS: ' WS-CONVERTIDOS.
           DISPLAY 'RENUMERADOS POR REPETIR EMPLEADO: '
                   WS-RENUMERADOS .
           DISPLAY 'NO GRABADOS:           ' WS-OMITIDOS.
       STOP RUN.

       100-ABRIR.
               STOP RUN
           END-IF.
           MOVE 0 TO WS-FLAG WS-LEIDOS WS-CONVERTIDOS.
           MOVE 0 TO WS-RENUMERADOS  WS-OMITIDOS.

       100-CERRAR.
           CLOSE PRESTAMO-VIEJO.
           CLOSE PRESTAMO.

      *    EL ARCHIVO INDEXADO ADMITE VARIOS PRESTAMOS POR
      *    EMPLEADO. SI EL SECUENCIAL TRAE VARIOS DEL MISMO ID-EMPL
      *    CADA UNO RECIBE EL SIGUIENTE NUMERO DE PRESTAMO LIBRE.
       200-CONVERTIR.
           READ PRESTAMO-VIEJO
               AT END
               NOT AT END
                   ADD 1 TO WS-LEIDOS
                   MOVE REG-PRESTAMO-VIEJO TO REG-PRESTAMO
                   IF PR-NUM-PRESTAMO NOT NUMERIC
                      OR PR-NUM-PRESTAMO EQUAL 0
                       MOVE 1 TO PR-NUM-PRESTAMO
                   END-IF
                   WRITE REG-PRESTAMO
                       INVALID KEY
                           PERFORM 210-RESOLVER-DUPLICADO
           END-READ.

       210-RESOLVER-DUPLICADO.
           MOVE 'N' TO WS-GRABADO.
           PERFORM UNTIL WS-GRABADO EQUAL 'S'
                      OR PR-NUM-PRESTAMO EQUAL 999
               ADD 1 TO PR-NUM-PRESTAMO
               WRITE REG-PRESTAMO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-GRABADO
               END-WRITE
           END-PERFORM.
           IF WS-GRABADO EQUAL 'S'
               ADD 1 TO WS-CONVERTIDOS
               ADD 1 TO WS-RENUMERADOS 
           ELSE
               DISPLAY 'ID-EMPL ' PRV-ID-EMPL ' SIN NUMERO DE '
                       'PRESTAMO LIBRE, REGISTRO OMITIDO'
               ADD 1 TO WS-OMITIDOS
           END-IF.
