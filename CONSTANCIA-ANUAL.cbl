           ASSIGN TO 'ACUMULADO-ARCH-FILE'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-ARC.
           SELECT AJUSTE
           ASSIGN TO 'AJUSTE-ANUAL-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AJU-LLAVE
           FILE STATUS IS WS-STATUS-AJU.

       DATA DIVISION.
       FILE SECTION.
       FD ACUM-ARCH.
           COPY ACUMREG REPLACING ==REG-ACUMULADO== BY ==REG-ACU-ARCH==
                        LEADING ==ACU== BY ==ARC==.
       FD AJUSTE.
           COPY AJUSREG.

       WORKING-STORAGE SECTION.
       01 WS-AREAS.
           05 WS-TOT-PENSION             PIC 9(10)V99.
           05 WS-TOT-PRESTAMO            PIC 9(10)V99.
           05 WS-TOT-NETO                PIC 9(10)V99.
           05 WS-TOT-RETROACTIVO         PIC 9(10)V99.
           05 WS-TOT-PRIMA-VAC           PIC 9(10)V99.
           05 WS-STATUS-AJU              PIC XX.
           05 WS-HAY-AJU                 PIC X.
           05 WS-ISR-EJERCICIO           PIC 9(09)V99.
           05 WS-TOT-AJU-CARGO           PIC 9(10)V99.
           05 WS-TOT-AJU-FAVOR           PIC 9(10)V99.

       PROCEDURE DIVISION.
       010-INITIAL.
           MOVE 0 TO WS-CONT-ELIMINADOS.
           MOVE 0 TO WS-TOT-BRUTO WS-TOT-ISR WS-TOT-IMSS.
           MOVE 0 TO WS-TOT-PENSION WS-TOT-PRESTAMO WS-TOT-NETO.
           MOVE 0 TO WS-TOT-RETROACTIVO WS-TOT-PRIMA-VAC.
           MOVE 0 TO WS-TOT-AJU-CARGO WS-TOT-AJU-FAVOR.
           PERFORM 300-PROCESAR UNTIL WS-FLAG EQUAL 1.
           PERFORM 400-CIERRE.
           PERFORM 100-CERRAR.
                   STOP RUN
               END-IF
           END-IF.
      *    SIN AJUSTE-ANUAL-FILE LA CONSTANCIA SALE SIN EL MOTIVO
      *    DE LOS EMPLEADOS EXCLUIDOS DEL AJUSTE ANUAL.
           MOVE 'S' TO WS-HAY-AJU.
           OPEN INPUT AJUSTE.
           IF WS-STATUS-AJU NOT EQUAL '00'
               MOVE 'N' TO WS-HAY-AJU
           END-IF.
           MOVE 0 TO ACU-ID-EMPL ACU-ANIO.
           START ACUMULADO KEY IS NOT LESS THAN ACU-LLAVE
               INVALID KEY
           IF WS-MODO-CIERRE EQUAL 'S'
               CLOSE ACUM-ARCH
           END-IF.
           IF WS-HAY-AJU EQUAL 'S'
               CLOSE AJUSTE
           END-IF.

       300-PROCESAR.
           READ ACUMULADO NEXT RECORD
           STRING 'INGRESO BRUTO ANUAL:   ' ACU-BRUTO
               DELIMITED BY SIZE INTO CONST-LINEA.
           WRITE REG-CONSTANCIA.
           IF ACU-RETROACTIVO GREATER 0
               STRING '  INCLUYE RETROACTIVO: ' ACU-RETROACTIVO
                   DELIMITED BY SIZE INTO CONST-LINEA
               WRITE REG-CONSTANCIA
           END-IF.
           IF ACU-PRIMA-VAC GREATER 0
               STRING '  INCLUYE PRIMA VAC.:  ' ACU-PRIMA-VAC
                   DELIMITED BY SIZE INTO CONST-LINEA
               WRITE REG-CONSTANCIA
           END-IF.
           IF ACU-PTU GREATER 0
               STRING '  INCLUYE PTU:         ' ACU-PTU
                   DELIMITED BY SIZE INTO CONST-LINEA
               WRITE REG-CONSTANCIA
           END-IF.
           IF ACU-EXENTO GREATER 0
               STRING '  INGRESO EXENTO:      ' ACU-EXENTO
                   DELIMITED BY SIZE INTO CONST-LINEA
               WRITE REG-CONSTANCIA
           END-IF.
           STRING 'ISR RETENIDO:          ' ACU-ISR
               DELIMITED BY SIZE INTO CONST-LINEA.
           WRITE REG-CONSTANCIA.
           PERFORM 315-AJUSTE-ANUAL.
           STRING 'IMSS RETENIDO:         ' ACU-IMSS
               DELIMITED BY SIZE INTO CONST-LINEA.
           WRITE REG-CONSTANCIA.
           ADD ACU-PENSION  TO WS-TOT-PENSION.
           ADD ACU-PRESTAMO TO WS-TOT-PRESTAMO.
           ADD ACU-NETO     TO WS-TOT-NETO.
           ADD ACU-RETROACTIVO TO WS-TOT-RETROACTIVO.
           ADD ACU-PRIMA-VAC   TO WS-TOT-PRIMA-VAC.
           ADD ACU-AJUSTE-CARGO TO WS-TOT-AJU-CARGO.
           ADD ACU-AJUSTE-FAVOR TO WS-TOT-AJU-FAVOR.
           ADD 1 TO WS-CONT-CONSTANCIAS.

      *    EL AJUSTE ANUAL DE ISR APLICADO EN LA ULTIMA NOMINA DEL
      *    ANIO VA APARTE DEL ISR RETENIDO EN CADA NOMINA; EL ISR
      *    DEL EJERCICIO ES EL RETENIDO MAS LO COBRADO A CARGO MENOS
      *    LO DEVUELTO A FAVOR. AL EMPLEADO EXCLUIDO DEL AJUSTE SE
      *    LE ANOTA EL MOTIVO.
       315-AJUSTE-ANUAL.
           IF ACU-AJUSTE-CARGO GREATER 0
              OR ACU-AJUSTE-FAVOR GREATER 0
               IF ACU-AJUSTE-CARGO GREATER 0
                   STRING 'AJUSTE ANUAL A CARGO:  ' ACU-AJUSTE-CARGO
                       DELIMITED BY SIZE INTO CONST-LINEA
                   WRITE REG-CONSTANCIA
               END-IF
               IF ACU-AJUSTE-FAVOR GREATER 0
                   STRING 'AJUSTE ANUAL A FAVOR:  ' ACU-AJUSTE-FAVOR
                       DELIMITED BY SIZE INTO CONST-LINEA
                   WRITE REG-CONSTANCIA
               END-IF
               COMPUTE WS-ISR-EJERCICIO = ACU-ISR + ACU-AJUSTE-CARGO
                   - ACU-AJUSTE-FAVOR
               STRING 'ISR DEL EJERCICIO:     ' WS-ISR-EJERCICIO
                   DELIMITED BY SIZE INTO CONST-LINEA
               WRITE REG-CONSTANCIA
           END-IF.
           IF WS-HAY-AJU EQUAL 'S'
               MOVE WS-ANIO     TO AJU-EJERCICIO
               MOVE ACU-ID-EMPL TO AJU-ID-EMPL
               READ AJUSTE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AJU-EXCLUIDO
                           STRING 'SIN AJUSTE ANUAL:      ' AJU-MOTIVO
                               DELIMITED BY SIZE INTO CONST-LINEA
                           WRITE REG-CONSTANCIA
                           MOVE SPACES TO CONST-LINEA
                       END-IF
               END-READ
           END-IF.

      *    EL ACUMULADO CERTIFICADO PASA AL ARCHIVO HISTORICO Y SE
      *    BORRA DEL ARCHIVO VIVO, QUE ASI ARRANCA EL ANIO NUEVO EN
      *    CEROS; LOS CONTADORES DE AMBOS LADOS SE REPORTAN AL
           DISPLAY 'TOTAL PENSIONES:       ' WS-TOT-PENSION.
           DISPLAY 'TOTAL ABONOS PRESTAMO: ' WS-TOT-PRESTAMO.
           DISPLAY 'TOTAL NETO:            ' WS-TOT-NETO.
           DISPLAY 'TOTAL RETROACTIVOS:    ' WS-TOT-RETROACTIVO.
           DISPLAY 'TOTAL PRIMA VACACIONAL: ' WS-TOT-PRIMA-VAC.
           DISPLAY 'TOTAL AJUSTE A CARGO:  ' WS-TOT-AJU-CARGO.
           DISPLAY 'TOTAL AJUSTE A FAVOR:  ' WS-TOT-AJU-FAVOR.
           IF WS-MODO-CIERRE EQUAL 'S'
               DISPLAY 'ACUMULADOS ARCHIVADOS: ' WS-CONT-ARCHIVADOS
               DISPLAY 'ACUMULADOS ELIMINADOS: ' WS-CONT-ELIMINADOS
