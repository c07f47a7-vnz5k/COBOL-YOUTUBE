       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIGRA-ACUMULADO IS INITIAL PROGRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT ACUMULADO-VIEJO
           ASSIGN TO 'ACUMULADO-OLD'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ACU-LLAVE-VIEJO
           FILE STATUS IS WS-STATUS-VIEJO.
           SELECT ACUMULADO
           ASSIGN TO 'ACUMULADO-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACU-LLAVE
           FILE STATUS IS WS-STATUS-ACU.
           SELECT ARCH-VIEJO
           ASSIGN TO 'ACUMULADO-ARCH-OLD'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-ARV.
           SELECT ACUM-ARCH
           ASSIGN TO 'ACUMULADO-ARCH-FILE'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-ARC.

       DATA DIVISION.
       FILE SECTION.
       FD ACUMULADO-VIEJO.
       01 REG-ACUMULADO-VIEJO.
           05 ACU-LLAVE-VIEJO.
               10 ACU-ID-EMPL-VIEJO     PIC 9(05).
               10 ACU-ANIO-VIEJO        PIC 9(04).
           05 ACU-BRUTO-VIEJO           PIC 9(09)V99.
           05 ACU-ISR-VIEJO             PIC 9(09)V99.
           05 ACU-IMSS-VIEJO            PIC 9(09)V99.
           05 ACU-PENSION-VIEJO         PIC 9(09)V99.
           05 ACU-PRESTAMO-VIEJO        PIC 9(09)V99.
           05 ACU-NETO-VIEJO            PIC 9(09)V99.
       FD ACUMULADO.
           COPY ACUMREG.
       FD ARCH-VIEJO.
       01 REG-ARCH-VIEJO                PIC X(75).
       FD ACUM-ARCH.
           COPY ACUMREG REPLACING ==REG-ACUMULADO== BY ==REG-ACU-ARCH==
                        LEADING ==ACU== BY ==ARC==.

       WORKING-STORAGE SECTION.
       01 WS-AREAS.
           05 WS-STATUS-VIEJO           PIC XX.
           05 WS-STATUS-ACU             PIC XX.
           05 WS-STATUS-ARV             PIC XX.
           05 WS-STATUS-ARC             PIC XX.
           05 WS-FLAG                   PIC 9.
           05 WS-HAY-ARCH               PIC X.
           05 WS-LEIDOS                 PIC 9(05).
           05 WS-CONVERTIDOS            PIC 9(05).
           05 WS-ARCH-LEIDOS            PIC 9(05).
           05 WS-ARCH-CONVERTIDOS       PIC 9(05).

       PROCEDURE DIVISION.
       010-INITIAL.
           PERFORM 100-ABRIR.
           PERFORM 200-CONVERTIR UNTIL WS-FLAG EQUAL 1.
           IF WS-HAY-ARCH EQUAL 'S'
               MOVE 0 TO WS-FLAG
               PERFORM 300-CONVERTIR-ARCHIVO UNTIL WS-FLAG EQUAL 1
           END-IF.
           PERFORM 100-CERRAR.
           DISPLAY '======================================='.
           DISPLAY 'MIGRACION ACUMULADO-OLD -> ACUMULADO-FILE'.
           DISPLAY 'REGISTROS LEIDOS: ' WS-LEIDOS.
           DISPLAY 'REGISTROS CONVERTIDOS: ' WS-CONVERTIDOS.
           IF WS-HAY-ARCH EQUAL 'S'
               DISPLAY 'MIGRACION ACUMULADO-ARCH-OLD -> '
                       'ACUMULADO-ARCH-FILE'
               DISPLAY 'REGISTROS LEIDOS: ' WS-ARCH-LEIDOS
               DISPLAY 'REGISTROS CONVERTIDOS: ' WS-ARCH-CONVERTIDOS
           ELSE
               DISPLAY 'SIN ACUMULADO-ARCH-OLD, EL HISTORICO NO SE '
                       'TOCO'
           END-IF.
           DISPLAY 'LOS RETROACTIVOS ACUMULADOS ARRANCAN EN CEROS'.
       STOP RUN.

      *    EL ARCHIVO HISTORICO DE ACUMULADOS ES OPCIONAL: SOLO SE
      *    MIGRA SI YA SE RENOMBRO A ACUMULADO-ARCH-OLD.
       100-ABRIR.
           OPEN INPUT ACUMULADO-VIEJO.
           IF WS-STATUS-VIEJO NOT EQUAL '00'
               DISPLAY 'ERROR AL ABRIR EL ARCHIVO ORIGEN '
                       '(ACUMULADO-OLD), '
                       'FILE STATUS: ' WS-STATUS-VIEJO
               DISPLAY 'RENOMBRA EL ACUMULADO-FILE ACTUAL A '
               DISPLAY 'ACUMULADO-OLD ANTES DE CORRER ESTA MIGRACION'
               STOP RUN
           END-IF.
           OPEN I-O ACUMULADO.
           IF WS-STATUS-ACU EQUAL '35'
               OPEN OUTPUT ACUMULADO
               CLOSE ACUMULADO
               OPEN I-O ACUMULADO
           END-IF.
           IF WS-STATUS-ACU NOT EQUAL '00'
               DISPLAY 'ERROR AL ABRIR EL ARCHIVO DESTINO '
                       '(ACUMULADO-FILE), '
                       'FILE STATUS: ' WS-STATUS-ACU
               CLOSE ACUMULADO-VIEJO
               STOP RUN
           END-IF.
           MOVE 'S' TO WS-HAY-ARCH.
           OPEN INPUT ARCH-VIEJO.
           IF WS-STATUS-ARV NOT EQUAL '00'
               MOVE 'N' TO WS-HAY-ARCH
           ELSE
               OPEN EXTEND ACUM-ARCH
               IF WS-STATUS-ARC EQUAL '35'
                   OPEN OUTPUT ACUM-ARCH
               END-IF
               IF WS-STATUS-ARC NOT EQUAL '00'
                   DISPLAY 'ERROR AL ABRIR EL ARCHIVO DESTINO '
                           '(ACUMULADO-ARCH-FILE), '
                           'FILE STATUS: ' WS-STATUS-ARC
                   CLOSE ACUMULADO-VIEJO ACUMULADO ARCH-VIEJO
                   STOP RUN
               END-IF
           END-IF.
           MOVE 0 TO WS-FLAG WS-LEIDOS WS-CONVERTIDOS.
           MOVE 0 TO WS-ARCH-LEIDOS WS-ARCH-CONVERTIDOS.

       100-CERRAR.
           CLOSE ACUMULADO-VIEJO.
           CLOSE ACUMULADO.
           IF WS-HAY-ARCH EQUAL 'S'
               CLOSE ARCH-VIEJO
               CLOSE ACUM-ARCH
           END-IF.

      *    EL REGISTRO NUEVO SE LLENA EN CEROS ANTES DE COPIAR LOS
      *    IMPORTES, ASI EL RETROACTIVO Y EL FILLER QUEDAN NUMERICOS.
       200-CONVERTIR.
           READ ACUMULADO-VIEJO NEXT RECORD
               AT END
                   MOVE 1 TO WS-FLAG
               NOT AT END
                   ADD 1 TO WS-LEIDOS
                   MOVE ZEROS                TO REG-ACUMULADO
                   MOVE ACU-ID-EMPL-VIEJO    TO ACU-ID-EMPL
                   MOVE ACU-ANIO-VIEJO       TO ACU-ANIO
                   MOVE ACU-BRUTO-VIEJO      TO ACU-BRUTO
                   MOVE ACU-ISR-VIEJO        TO ACU-ISR
                   MOVE ACU-IMSS-VIEJO       TO ACU-IMSS
                   MOVE ACU-PENSION-VIEJO    TO ACU-PENSION
                   MOVE ACU-PRESTAMO-VIEJO   TO ACU-PRESTAMO
                   MOVE ACU-NETO-VIEJO       TO ACU-NETO
                   WRITE REG-ACUMULADO
                       INVALID KEY
                           DISPLAY 'ACUMULADO ' ACU-ID-EMPL-VIEJO ' '
                                   ACU-ANIO-VIEJO
                                   ' DUPLICADO, REGISTRO OMITIDO'
                       NOT INVALID KEY
                           ADD 1 TO WS-CONVERTIDOS
                   END-WRITE
           END-READ.

      *    EL HISTORICO TIENE LOS MISMOS CAMPOS AL INICIO; BASTA CON
      *    COPIARLOS SOBRE UN REGISTRO EN CEROS.
       300-CONVERTIR-ARCHIVO.
           READ ARCH-VIEJO
               AT END
                   MOVE 1 TO WS-FLAG
               NOT AT END
                   ADD 1 TO WS-ARCH-LEIDOS
                   MOVE ZEROS          TO REG-ACU-ARCH
                   MOVE REG-ARCH-VIEJO TO REG-ACU-ARCH (1:75)
                   WRITE REG-ACU-ARCH
                   IF WS-STATUS-ARC NOT EQUAL '00'
                       DISPLAY 'ERROR AL ESCRIBIR ACUMULADO-ARCH-FILE, '
                               'FILE STATUS: ' WS-STATUS-ARC
                   ELSE
                       ADD 1 TO WS-ARCH-CONVERTIDOS
                   END-IF
           END-READ.
