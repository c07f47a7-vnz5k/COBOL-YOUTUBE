       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIGRA-PRESTAMO-FLUJO IS INITIAL PROGRAM.
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

       DATA DIVISION.
       FILE SECTION.
       FD PRESTAMO-VIEJO.
       01 REG-PRESTAMO-VIEJO.
           05 PRV-ID-EMPL               PIC 9(05).
           05 PRV-FECHA                 PIC 9(08).
           05 PRV-MON-MEN               PIC 9(05).
           05 PRV-TAS-ANU               PIC 9V99.
           05 PRV-BONIF                 PIC 99.
           05 PRV-PLAZO-MESES           PIC 9(03).
           05 PRV-INT-MEN               PIC S9(04)V99.
           05 PRV-MON-NETO              PIC 9(07)V99.
           05 PRV-PAGO-FIJO             PIC 9(07)V99.
           05 PRV-SALDO                 PIC 9(07)V99.
           05 PRV-PAGOS-REALIZADOS      PIC 9(03).
           05 PRV-ESTADO                PIC X.
       FD PRESTAMO.
           COPY PRESTREG.

       WORKING-STORAGE SECTION.
       01 WS-AREAS.
           05 WS-STATUS-VIEJO           PIC XX.
           05 WS-STATUS-PR              PIC XX.
           05 WS-FLAG                   PIC 9.
           05 WS-LEIDOS                 PIC 9(05).
           05 WS-CONVERTIDOS            PIC 9(05).

       PROCEDURE DIVISION.
       010-INITIAL.
           PERFORM 100-ABRIR.
           PERFORM 200-CONVERTIR UNTIL WS-FLAG EQUAL 1.
           PERFORM 100-CERRAR.
           DISPLAY '======================================='.
           DISPLAY 'MIGRACION PRESTAMO-OLD -> PRESTAMO-FILE'.
           DISPLAY '(CAMPOS DE AUTORIZACION Y DESEMBOLSO)'.
           DISPLAY 'REGISTROS LEIDOS: ' WS-LEIDOS.
           DISPLAY 'REGISTROS CONVERTIDOS: ' WS-CONVERTIDOS.
           DISPLAY 'LOS PRESTAMOS EXISTENTES CONSERVAN SU ESTADO; '
           DISPLAY 'LOS ACTIVOS SE TOMAN COMO YA DESEMBOLSADOS'.
       STOP RUN.

       100-ABRIR.
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
           MOVE 0 TO WS-FLAG WS-LEIDOS WS-CONVERTIDOS.

       100-CERRAR.
           CLOSE PRESTAMO-VIEJO.
           CLOSE PRESTAMO.

      *    UN PRESTAMO QUE YA ESTABA ACTIVO O PAGADO SE DESEMBOLSO
      *    FUERA DEL SISTEMA; SE DEJA LA FECHA DEL PRESTAMO COMO
      *    FECHA DE ACTIVACION PARA QUE EL ESTADO DE CUENTA LA MUESTRE.
       200-CONVERTIR.
           READ PRESTAMO-VIEJO NEXT RECORD
               AT END
                   MOVE 1 TO WS-FLAG
               NOT AT END
                   ADD 1 TO WS-LEIDOS
                   MOVE PRV-ID-EMPL          TO PR-ID-EMPL
                   MOVE 1                    TO PR-NUM-PRESTAMO
                   MOVE 1                    TO PR-PRODUCTO
                   MOVE 3                    TO PR-PRIORIDAD
                   MOVE PRV-FECHA            TO PR-FECHA
                   MOVE PRV-MON-MEN          TO PR-MON-MEN
                   MOVE PRV-TAS-ANU          TO PR-TAS-ANU
                   MOVE PRV-BONIF            TO PR-BONIF
                   MOVE PRV-PLAZO-MESES      TO PR-PLAZO-MESES
                   MOVE PRV-INT-MEN          TO PR-INT-MEN
                   MOVE PRV-MON-NETO         TO PR-MON-NETO
                   MOVE PRV-PAGO-FIJO        TO PR-PAGO-FIJO
                   MOVE PRV-SALDO            TO PR-SALDO
                   MOVE PRV-PAGOS-REALIZADOS TO PR-PAGOS-REALIZADOS
                   MOVE PRV-ESTADO           TO PR-ESTADO
                   MOVE 0                    TO PR-F-AUTORIZA
                   MOVE SPACES               TO PR-OPERADOR-AUTORIZA
                   MOVE SPACES               TO PR-MOTIVO-RECHAZO
                   MOVE 0                    TO PR-F-DESEMBOLSO
                   MOVE PRV-FECHA            TO PR-F-ACTIVACION
                   WRITE REG-PRESTAMO
                       INVALID KEY
                           DISPLAY 'PRESTAMO DEL ID-EMPL ' PRV-ID-EMPL
                                   ' DUPLICADO, REGISTRO OMITIDO'
                       NOT INVALID KEY
                           ADD 1 TO WS-CONVERTIDOS
                   END-WRITE
           END-READ.
