       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIGRA-PRESTAMO-MULTI IS INITIAL PROGRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT PRESTAMO-VIEJO
           ASSIGN TO 'PRESTAMO-OLD'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PRV-ID-EMPL
           FILE STATUS IS WS-STATUS-VIEJO.
           SELECT PRESTAMO
           ASSIGN TO 'PRESTAMO-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PR-LLAVE
           FILE STATUS IS WS-STATUS-PR.
           SELECT PAGOS-VIEJO
           ASSIGN TO 'PRESTAMO-PAGOS-OLD'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-PGV.
           SELECT PAGO-HIST
           ASSIGN TO 'PRESTAMO-PAGOS-FILE'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-PGH.
           SELECT ARCH-VIEJO
           ASSIGN TO 'PRESTAMO-ARCH-OLD'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-ARV.
           SELECT PR-ARCH
           ASSIGN TO 'PRESTAMO-ARCH-FILE'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-ARC.
           SELECT PRODUCTO
           ASSIGN TO 'PRODUCTO-PRESTAMO-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRD-CLAVE
           FILE STATUS IS WS-STATUS-PRD.

       DATA DIVISION.
       FILE SECTION.
      *    LAYOUT ANTERIOR: LLAVE SOLO POR ID-EMPL Y EL RESTO DEL
      *    REGISTRO IGUAL AL ACTUAL A PARTIR DE PR-FECHA.
       FD PRESTAMO-VIEJO.
       01 REG-PRESTAMO-VIEJO.
           05 PRV-ID-EMPL               PIC 9(05).
           05 PRV-DATOS                 PIC X(120).
       FD PRESTAMO.
           COPY PRESTREG.
       FD PAGOS-VIEJO.
       01 REG-PAGOS-VIEJO.
           05 PGV-ID-EMPL               PIC 9(05).
           05 PGV-DATOS                 PIC X(49).
       FD PAGO-HIST.
           COPY PAGHREG.
       FD ARCH-VIEJO.
       01 REG-ARCH-VIEJO.
           05 ARV-ID-EMPL               PIC 9(05).
           05 ARV-DATOS                 PIC X(120).
       FD PR-ARCH.
           COPY PRESTREG REPLACING ==REG-PRESTAMO== BY ==REG-PR-ARCH==
                        LEADING ==PR== BY ==PRA==.
       FD PRODUCTO.
           COPY PRODREG.

       WORKING-STORAGE SECTION.
       01 WS-AREAS.
           05 WS-STATUS-VIEJO           PIC XX.
           05 WS-STATUS-PR              PIC XX.
           05 WS-STATUS-PGV             PIC XX.
           05 WS-STATUS-PGH             PIC XX.
           05 WS-STATUS-ARV             PIC XX.
           05 WS-STATUS-ARC             PIC XX.
           05 WS-STATUS-PRD             PIC XX.
           05 WS-FLAG                   PIC 9.
           05 WS-LEIDOS                 PIC 9(05).
           05 WS-CONVERTIDOS            PIC 9(05).
           05 WS-PAGOS-LEIDOS           PIC 9(07).
           05 WS-PAGOS-CONVERTIDOS      PIC 9(07).
           05 WS-ARCH-LEIDOS            PIC 9(05).
           05 WS-PRODUCTOS-NUEVOS       PIC 9(02).

       PROCEDURE DIVISION.
      *    PASA LOS PRESTAMOS A LA LLAVE EMPLEADO + NUMERO DE
      *    PRESTAMO. EL PRESTAMO QUE CADA EMPLEADO YA TENIA QUEDA
      *    COMO NUMERO 001 DEL PRODUCTO PERSONAL (01) CON SU
      *    PRIORIDAD; LA BITACORA DE PAGOS Y EL ARCHIVO HISTORICO DE
      *    PRESTAMOS (SI SE RENOMBRARON A -OLD) SE CONVIERTEN AL
      *    LAYOUT NUEVO, Y SE DAN DE ALTA LOS PRODUCTOS BASICOS SI
      *    NO EXISTEN TODAVIA EN EL CATALOGO.
       010-INITIAL.
           PERFORM 100-ABRIR.
           PERFORM 200-CONVERTIR UNTIL WS-FLAG EQUAL 1.
           CLOSE PRESTAMO-VIEJO PRESTAMO.
           PERFORM 300-PAGOS.
           PERFORM 400-ARCHIVO.
           PERFORM 500-PRODUCTOS.
           DISPLAY '======================================='.
           DISPLAY 'MIGRACION A VARIOS PRESTAMOS POR EMPLEADO'.
           DISPLAY 'PRESTAMOS LEIDOS:       ' WS-LEIDOS.
           DISPLAY 'PRESTAMOS CONVERTIDOS:  ' WS-CONVERTIDOS.
           DISPLAY 'PAGOS LEIDOS:           ' WS-PAGOS-LEIDOS.
           DISPLAY 'PAGOS CONVERTIDOS:      ' WS-PAGOS-CONVERTIDOS.
           DISPLAY 'ARCHIVADOS CONVERTIDOS: ' WS-ARCH-LEIDOS.
           DISPLAY 'PRODUCTOS DADOS DE ALTA:' WS-PRODUCTOS-NUEVOS.
       STOP RUN.

       100-ABRIR.
           MOVE 0 TO WS-FLAG WS-LEIDOS WS-CONVERTIDOS.
           MOVE 0 TO WS-PAGOS-LEIDOS WS-PAGOS-CONVERTIDOS.
           MOVE 0 TO WS-ARCH-LEIDOS WS-PRODUCTOS-NUEVOS.
           OPEN INPUT PRESTAMO-VIEJO.
           IF WS-STATUS-VIEJO NOT EQUAL '00'
               DISPLAY 'ERROR AL ABRIR EL ARCHIVO ORIGEN '
                       '(PRESTAMO-OLD), '
                       'FILE STATUS: ' WS-STATUS-VIEJO
               DISPLAY 'RENOMBRA EL PRESTAMO-FILE ACTUAL A '
               DISPLAY 'PRESTAMO-OLD ANTES DE CORRER ESTA MIGRACION'
               STOP RUN
           END-IF.
           OPEN I-O PRESTAMO.
           IF WS-STATUS-PR EQUAL '35'
               OPEN OUTPUT PRESTAMO
               CLOSE PRESTAMO
               OPEN I-O PRESTAMO
           END-IF.
           IF WS-STATUS-PR NOT EQUAL '00'
               DISPLAY 'ERROR AL ABRIR EL ARCHIVO DESTINO '
                       '(PRESTAMO-FILE), '
                       'FILE STATUS: ' WS-STATUS-PR
               CLOSE PRESTAMO-VIEJO
               STOP RUN
           END-IF.

       200-CONVERTIR.
           READ PRESTAMO-VIEJO NEXT RECORD
               AT END
                   MOVE 1 TO WS-FLAG
               NOT AT END
                   ADD 1 TO WS-LEIDOS
                   MOVE PRV-ID-EMPL TO PR-ID-EMPL
                   MOVE 1           TO PR-NUM-PRESTAMO
                   MOVE 1           TO PR-PRODUCTO
                   MOVE 3           TO PR-PRIORIDAD
                   MOVE PRV-DATOS   TO REG-PRESTAMO(13:120)
                   WRITE REG-PRESTAMO
                       INVALID KEY
                           DISPLAY 'PRESTAMO DEL ID-EMPL ' PRV-ID-EMPL
                                   ' DUPLICADO, REGISTRO OMITIDO'
                       NOT INVALID KEY
                           ADD 1 TO WS-CONVERTIDOS
                   END-WRITE
           END-READ.

      *    CADA MOVIMIENTO ANTERIOR CORRESPONDE AL UNICO PRESTAMO
      *    QUE EL EMPLEADO PODIA TENER, QUE AHORA ES EL 001.
       300-PAGOS.
           OPEN INPUT PAGOS-VIEJO.
           IF WS-STATUS-PGV NOT EQUAL '00'
               DISPLAY 'SIN PRESTAMO-PAGOS-OLD, LA BITACORA DE PAGOS '
                       'NO SE CONVIERTE'
               DISPLAY 'RENOMBRA EL PRESTAMO-PAGOS-FILE ACTUAL A '
                       'PRESTAMO-PAGOS-OLD SI YA TIENE MOVIMIENTOS'
           ELSE
               OPEN OUTPUT PAGO-HIST
               IF WS-STATUS-PGH NOT EQUAL '00'
                   DISPLAY 'ERROR AL ABRIR PRESTAMO-PAGOS-FILE, '
                           'FILE STATUS: ' WS-STATUS-PGH
                   CLOSE PAGOS-VIEJO
                   STOP RUN
               END-IF
               MOVE 0 TO WS-FLAG
               PERFORM 310-CONVERTIR-PAGO UNTIL WS-FLAG EQUAL 1
               CLOSE PAGOS-VIEJO PAGO-HIST
           END-IF.

       310-CONVERTIR-PAGO.
           READ PAGOS-VIEJO
               AT END
                   MOVE 1 TO WS-FLAG
               NOT AT END
                   ADD 1 TO WS-PAGOS-LEIDOS
                   MOVE PGV-ID-EMPL TO PGH-ID-EMPL
                   MOVE 1           TO PGH-NUM-PRESTAMO
                   MOVE PGV-DATOS   TO REG-PAGO-HIST(9:49)
                   WRITE REG-PAGO-HIST
                   ADD 1 TO WS-PAGOS-CONVERTIDOS
           END-READ.

       400-ARCHIVO.
           OPEN INPUT ARCH-VIEJO.
           IF WS-STATUS-ARV NOT EQUAL '00'
               DISPLAY 'SIN PRESTAMO-ARCH-OLD, EL ARCHIVO HISTORICO '
                       'DE PRESTAMOS NO SE CONVIERTE'
           ELSE
               OPEN OUTPUT PR-ARCH
               IF WS-STATUS-ARC NOT EQUAL '00'
                   DISPLAY 'ERROR AL ABRIR PRESTAMO-ARCH-FILE, '
                           'FILE STATUS: ' WS-STATUS-ARC
                   CLOSE ARCH-VIEJO
                   STOP RUN
               END-IF
               MOVE 0 TO WS-FLAG
               PERFORM 410-CONVERTIR-ARCHIVADO UNTIL WS-FLAG EQUAL 1
               CLOSE ARCH-VIEJO PR-ARCH
           END-IF.

       410-CONVERTIR-ARCHIVADO.
           READ ARCH-VIEJO
               AT END
                   MOVE 1 TO WS-FLAG
               NOT AT END
                   MOVE ARV-ID-EMPL TO PRA-ID-EMPL
                   MOVE 1           TO PRA-NUM-PRESTAMO
                   MOVE 1           TO PRA-PRODUCTO
                   MOVE 3           TO PRA-PRIORIDAD
                   MOVE ARV-DATOS   TO REG-PR-ARCH(13:120)
                   WRITE REG-PR-ARCH
                   ADD 1 TO WS-ARCH-LEIDOS
           END-READ.

      *    PRODUCTOS BASICOS; LOS TERMINOS SE AJUSTAN DESPUES CON
      *    PRODUCTO-SEC. UN PRODUCTO YA CAPTURADO NO SE TOCA.
       500-PRODUCTOS.
           OPEN I-O PRODUCTO.
           IF WS-STATUS-PRD EQUAL '35'
               OPEN OUTPUT PRODUCTO
               CLOSE PRODUCTO
               OPEN I-O PRODUCTO
           END-IF.
           IF WS-STATUS-PRD NOT EQUAL '00'
               DISPLAY 'ERROR AL ABRIR PRODUCTO-PRESTAMO-FILE, '
                       'FILE STATUS: ' WS-STATUS-PRD
               STOP RUN
           END-IF.
           MOVE 1                    TO PRD-CLAVE.
           MOVE 'PERSONAL'           TO PRD-NOMBRE.
           MOVE 0.18                 TO PRD-TAS-ANU.
           MOVE 24                   TO PRD-PLAZO-MAX.
           MOVE 4.0                  TO PRD-FACTOR-TOPE.
           MOVE 3                    TO PRD-PRIORIDAD.
           PERFORM 510-ALTA-PRODUCTO.
           MOVE 2                    TO PRD-CLAVE.
           MOVE 'EMERGENCIA'         TO PRD-NOMBRE.
           MOVE 0.12                 TO PRD-TAS-ANU.
           MOVE 12                   TO PRD-PLAZO-MAX.
           MOVE 1.0                  TO PRD-FACTOR-TOPE.
           MOVE 2                    TO PRD-PRIORIDAD.
           PERFORM 510-ALTA-PRODUCTO.
           MOVE 3                    TO PRD-CLAVE.
           MOVE 'ADELANTO DE SUELDO' TO PRD-NOMBRE.
           MOVE 0                    TO PRD-TAS-ANU.
           MOVE 2                    TO PRD-PLAZO-MAX.
           MOVE 0.5                  TO PRD-FACTOR-TOPE.
           MOVE 1                    TO PRD-PRIORIDAD.
           PERFORM 510-ALTA-PRODUCTO.
           CLOSE PRODUCTO.

       510-ALTA-PRODUCTO.
           SET PRD-VIGENTE TO TRUE.
           WRITE REG-PRODUCTO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-PRODUCTOS-NUEVOS
           END-WRITE.
