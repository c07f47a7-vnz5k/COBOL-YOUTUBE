       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIGRA-NOMINA-HIST IS INITIAL PROGRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT HIST-VIEJO
           ASSIGN TO 'NOMINA-HIST-OLD'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-VIEJO.
           SELECT HIST
           ASSIGN TO 'NOMINA-HIST-FILE'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-HIST.
           SELECT NETO-VIEJO
           ASSIGN TO 'NOMINA-NETO-OLD'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-NTV.
           SELECT NETO
           ASSIGN TO 'NOMINA-NETO-FILE'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-NETO.

       DATA DIVISION.
       FILE SECTION.
       FD HIST-VIEJO.
       01 REG-HIST-VIEJO.
           05 HSV-DATOS                 PIC X(21).
           05 HSV-BRUTO                 PIC 9(07)V99.
           05 HSV-PENSION               PIC 9(07)V99.
           05 HSV-ABONO-PRESTAMO        PIC 9(07)V99.
           05 HSV-NETO                  PIC 9(07)V99.
       FD HIST.
           COPY NETOREG REPLACING ==REG-NETO== BY ==REG-HIST==
                        LEADING ==NET== BY ==HIST==.
       FD NETO-VIEJO.
       01 REG-NETO-VIEJO.
           05 NTV-DATOS                 PIC X(21).
           05 NTV-BRUTO                 PIC 9(07)V99.
           05 NTV-PENSION               PIC 9(07)V99.
           05 NTV-ABONO-PRESTAMO        PIC 9(07)V99.
           05 NTV-NETO                  PIC 9(07)V99.
       FD NETO.
           COPY NETOREG.

       WORKING-STORAGE SECTION.
       01 WS-AREAS.
           05 WS-STATUS-VIEJO           PIC XX.
           05 WS-STATUS-HIST            PIC XX.
           05 WS-STATUS-NTV             PIC XX.
           05 WS-STATUS-NETO            PIC XX.
           05 WS-FLAG                   PIC 9.
           05 WS-LEIDOS                 PIC 9(07).
           05 WS-CONVERTIDOS            PIC 9(07).
           05 WS-NETO-LEIDOS            PIC 9(05).

       PROCEDURE DIVISION.
      *    EL HISTORIAL Y EL NETO DE NOMINA GANARON LA APORTACION
      *    DEL EMPLEADO AL FONDO DE AHORRO Y LOS DIAS PAGADOS AL FINAL
      *    DEL REGISTRO. LOS IMPORTES SE PASAN POR NOMBRE PORQUE
      *    DESPUES SE AMPLIARON A 9(08)V99; LA LLAVE Y LA FECHA NO
      *    CAMBIAN DE POSICION. LAS LINEAS EXISTENTES QUEDAN CON
      *    APORTACION EN CERO Y, LAS DE NOMINA, CON LOS DIAS COMPLETOS
      *    DEL PERIODO, PORQUE LAS FALTAS DE ESAS CORRIDAS NO QUEDARON
      *    REGISTRADAS. LA MIGRACION SE CORRE EN ESTE ORDEN:
      *    MIGRA-CORRIDA, MIGRA-NOMINA-HIST, MIGRA-EMPL-AMPLIA,
      *    MIGRA-BITACORA-AMPLIA Y MIGRA-NOMINA-AMPLIA.
       010-INITIAL.
           PERFORM 100-ABRIR.
           PERFORM 200-CONVERTIR UNTIL WS-FLAG EQUAL 1.
           CLOSE HIST-VIEJO HIST.
           PERFORM 300-NETO.
           DISPLAY '======================================='.
           DISPLAY 'MIGRACION NOMINA-HIST-OLD -> NOMINA-HIST-FILE'.
           DISPLAY '(FONDO DE AHORRO Y DIAS PAGADOS)'.
           DISPLAY 'LINEAS LEIDAS:          ' WS-LEIDOS.
           DISPLAY 'LINEAS CONVERTIDAS:     ' WS-CONVERTIDOS.
           DISPLAY 'NETO PENDIENTE:         ' WS-NETO-LEIDOS.
       STOP RUN.

       100-ABRIR.
           OPEN INPUT HIST-VIEJO.
           IF WS-STATUS-VIEJO NOT EQUAL '00'
               DISPLAY 'ERROR AL ABRIR EL ARCHIVO ORIGEN '
                       '(NOMINA-HIST-OLD), '
                       'FILE STATUS: ' WS-STATUS-VIEJO
               DISPLAY 'RENOMBRA EL NOMINA-HIST-FILE ACTUAL A '
               DISPLAY 'NOMINA-HIST-OLD ANTES DE CORRER ESTA MIGRACION'
               STOP RUN
           END-IF.
           OPEN OUTPUT HIST.
           IF WS-STATUS-HIST NOT EQUAL '00'
               DISPLAY 'ERROR AL ABRIR EL ARCHIVO DESTINO '
                       '(NOMINA-HIST-FILE), '
                       'FILE STATUS: ' WS-STATUS-HIST
               CLOSE HIST-VIEJO
               STOP RUN
           END-IF.
           MOVE 0 TO WS-FLAG WS-LEIDOS WS-CONVERTIDOS WS-NETO-LEIDOS.

       200-CONVERTIR.
           READ HIST-VIEJO
               AT END
                   MOVE 1 TO WS-FLAG
               NOT AT END
                   ADD 1 TO WS-LEIDOS
                   MOVE HSV-DATOS          TO REG-HIST(1:21)
                   MOVE HSV-BRUTO          TO HIST-BRUTO
                   MOVE HSV-PENSION        TO HIST-PENSION
                   MOVE HSV-ABONO-PRESTAMO TO HIST-ABONO-PRESTAMO
                   MOVE HSV-NETO           TO HIST-NETO
                   MOVE 0         TO HIST-AHORRO
                   MOVE 0         TO HIST-DIAS-PAGADOS
                   IF HIST-TIPO-NOMINA OR HIST-TIPO-CANCELADA
                       IF HIST-QUINCENA EQUAL 0
                           MOVE 30 TO HIST-DIAS-PAGADOS
                       ELSE
                           MOVE 15 TO HIST-DIAS-PAGADOS
                       END-IF
                   END-IF
                   WRITE REG-HIST
                   ADD 1 TO WS-CONVERTIDOS
           END-READ.

      *    UN NETO QUE TODAVIA NO SE DISPERSO TAMBIEN SE CONVIERTE
      *    PARA QUE DISPERSION-SEC LO PUEDA LEER.
       300-NETO.
           OPEN INPUT NETO-VIEJO.
           IF WS-STATUS-NTV NOT EQUAL '00'
               DISPLAY 'SIN NOMINA-NETO-OLD, EL NETO PENDIENTE '
                       'NO SE CONVIERTE'
               DISPLAY 'RENOMBRA EL NOMINA-NETO-FILE ACTUAL A '
                       'NOMINA-NETO-OLD SI FALTA DISPERSARLO'
           ELSE
               OPEN OUTPUT NETO
               IF WS-STATUS-NETO NOT EQUAL '00'
                   DISPLAY 'ERROR AL ABRIR NOMINA-NETO-FILE, '
                           'FILE STATUS: ' WS-STATUS-NETO
                   CLOSE NETO-VIEJO
                   STOP RUN
               END-IF
               MOVE 0 TO WS-FLAG
               PERFORM 310-CONVERTIR-NETO UNTIL WS-FLAG EQUAL 1
               CLOSE NETO-VIEJO NETO
           END-IF.

       310-CONVERTIR-NETO.
           READ NETO-VIEJO
               AT END
                   MOVE 1 TO WS-FLAG
               NOT AT END
                   ADD 1 TO WS-NETO-LEIDOS
                   MOVE NTV-DATOS          TO REG-NETO(1:21)
                   MOVE NTV-BRUTO          TO NET-BRUTO
                   MOVE NTV-PENSION        TO NET-PENSION
                   MOVE NTV-ABONO-PRESTAMO TO NET-ABONO-PRESTAMO
                   MOVE NTV-NETO           TO NET-NETO
                   MOVE 0         TO NET-AHORRO
                   MOVE 0         TO NET-DIAS-PAGADOS
                   IF NET-TIPO-NOMINA
                       IF NET-QUINCENA EQUAL 0
                           MOVE 30 TO NET-DIAS-PAGADOS
                       ELSE
                           MOVE 15 TO NET-DIAS-PAGADOS
                       END-IF
                   END-IF
                   WRITE REG-NETO
           END-READ.
