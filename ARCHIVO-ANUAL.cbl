           ASSIGN TO 'PRESTAMO-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PR-LLAVE
           FILE STATUS IS WS-STATUS-PR.
           SELECT PR-ARCH
           ASSIGN TO 'PRESTAMO-ARCH-FILE'
           ASSIGN TO 'FINIQUITO-FILE'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FINQ.
           SELECT EMPL-HIST
           ASSIGN TO 'EMPL-HIST-FILE'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-EMH.

       DATA DIVISION.
       FILE SECTION.
                        LEADING ==PR== BY ==PRA==.
       FD FINIQUITO.
           COPY FINQREG.
       FD EMPL-HIST.
           COPY EMPHREG.

       WORKING-STORAGE SECTION.
       01 WS-AREAS.
           05 WS-STATUS-EMP              PIC XX.
           05 WS-STATUS-EMH              PIC XX.
      *    MISMA LONGITUD QUE REG-EMPL
           05 WS-EMPL-ANTES              PIC X(122).
           05 WS-STATUS-EAR              PIC XX.
           05 WS-STATUS-VAC              PIC XX.
           05 WS-STATUS-VAR              PIC XX.
           05 WS-CONT-PR-ARCH            PIC 9(05).
           05 WS-CONT-SIN-FECHA          PIC 9(05).
           05 WS-CONT-CON-DEUDA          PIC 9(05).
           05 WS-FLAG-PR                 PIC 9.
           05 WS-SALDO-VIVO              PIC 9(09)V99.

       PROCEDURE DIVISION.
       010-INITIAL.

      *    LA FECHA DE BAJA SALE DEL ULTIMO FINIQUITO DEL EMPLEADO;
      *    SIN FINIQUITO NO HAY FORMA DE PROBAR LA ANTIGUEDAD DE LA
      *    BAJA Y EL REGISTRO SE QUEDA. CUALQUIER PRESTAMO TODAVIA
      *    ACTIVO, O CON SALDO QUE EL FINIQUITO NO CUBRIO, TAMBIEN
      *    DETIENE EL ARCHIVO: PRIMERO HAY QUE COBRAR O CASTIGAR ESA
      *    DEUDA.
       310-EVALUAR.
           PERFORM 320-BUSCAR-FECHA-BAJA.
           MOVE 'N' TO WS-ARCHIVAR.
               END-IF
           END-IF.
           IF WS-ARCHIVAR EQUAL 'S'
               MOVE 0 TO WS-SALDO-VIVO
               PERFORM 315-INICIAR-PRESTAMOS
               PERFORM 316-REVISAR-PRESTAMO UNTIL WS-FLAG-PR EQUAL 1
               IF WS-SALDO-VIVO GREATER 0
                   MOVE 'N' TO WS-ARCHIVAR
                   ADD 1 TO WS-CONT-CON-DEUDA
                   DISPLAY ID-EMPL OF REG-EMPL
                           ' TIENE PRESTAMOS ACTIVOS CON SALDO '
                           WS-SALDO-VIVO ', NO SE ARCHIVA'
               END-IF
           END-IF.
           IF WS-ARCHIVAR EQUAL 'S'
               PERFORM 330-ARCHIVAR-EMPLEADO
           END-IF.

      *    POSICIONA EN EL PRIMER PRESTAMO DEL EMPLEADO.
       315-INICIAR-PRESTAMOS.
           MOVE ID-EMPL OF REG-EMPL TO PR-ID-EMPL.
           MOVE 0 TO PR-NUM-PRESTAMO.
           START PRESTAMO KEY IS NOT LESS PR-LLAVE
               INVALID KEY
                   MOVE 1 TO WS-FLAG-PR
               NOT INVALID KEY
                   MOVE 0 TO WS-FLAG-PR
           END-START.

       316-REVISAR-PRESTAMO.
           READ PRESTAMO NEXT RECORD
               AT END
                   MOVE 1 TO WS-FLAG-PR
               NOT AT END
                   IF PR-ID-EMPL NOT EQUAL ID-EMPL OF REG-EMPL
                       MOVE 1 TO WS-FLAG-PR
                   ELSE
                       IF PR-ACTIVO OR PR-POR-COBRAR
                           ADD PR-SALDO TO WS-SALDO-VIVO
                       END-IF
                   END-IF
           END-READ.

       320-BUSCAR-FECHA-BAJA.
           MOVE 0 TO WS-F-BAJA.
           OPEN INPUT FINIQUITO.

       330-ARCHIVAR-EMPLEADO.
           MOVE REG-EMPL TO REG-EMPL-ARCH.
           MOVE REG-EMPL TO WS-EMPL-ANTES.
           WRITE REG-EMPL-ARCH.
           IF WS-STATUS-EAR NOT EQUAL '00'
               DISPLAY 'ERROR AL ESCRIBIR BSEC-ARCH-FILE, '
                           ID-EMPL OF REG-EMPL
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-EMPL-BORRADOS
                   PERFORM 905-HISTORIA-EMPL
                   DISPLAY ID-EMPL OF REG-EMPL ' '
                           NOM-EMPL OF REG-EMPL
                           ' ARCHIVADO (BAJA DEL ' WS-F-BAJA ')'
           END-DELETE.

      *    EL EMPLEADO ARCHIVADO SALE DEL MAESTRO; SU ULTIMA IMAGEN
      *    QUEDA EN LA HISTORIA PARA QUE EMPL-HIST-CONSULTA LO SIGA
      *    MOSTRANDO EN LAS FECHAS EN QUE ESTUVO EN LA PLANTILLA.
       905-HISTORIA-EMPL.
           OPEN EXTEND EMPL-HIST.
           IF WS-STATUS-EMH EQUAL '35'
               OPEN OUTPUT EMPL-HIST.
           MOVE ID-EMPL OF REG-EMPL         TO EMH-ID-EMPL.
           MOVE FUNCTION CURRENT-DATE(1:8)  TO EMH-FECHA.
           MOVE FUNCTION CURRENT-DATE(9:6)  TO EMH-HORA.
           MOVE 'BATCH'                     TO EMH-OPERADOR.
           MOVE 'ARCHIVO-ANUAL'             TO EMH-PROGRAMA.
           MOVE 'ARCHIVO'                   TO EMH-MOVIMIENTO.
           SET EMH-ELIMINA                  TO TRUE.
           MOVE WS-EMPL-ANTES               TO EMH-ANTES.
           MOVE SPACES                      TO EMH-DESPUES.
           WRITE REG-EMPL-HIST.
           CLOSE EMPL-HIST.

       340-ARCHIVAR-VACACION.
           MOVE ID-EMPL OF REG-EMPL TO VAC-ID-EMPL.
           READ VACACION
                   END-DELETE
           END-READ.

      *    ARCHIVA TODOS LOS PRESTAMOS PAGADOS DEL EMPLEADO.
       350-ARCHIVAR-PRESTAMO.
           PERFORM 315-INICIAR-PRESTAMOS.
           PERFORM 355-ARCHIVAR-UNO UNTIL WS-FLAG-PR EQUAL 1.

       355-ARCHIVAR-UNO.
           READ PRESTAMO NEXT RECORD
               AT END
                   MOVE 1 TO WS-FLAG-PR
               NOT AT END
                   IF PR-ID-EMPL NOT EQUAL ID-EMPL OF REG-EMPL
                       MOVE 1 TO WS-FLAG-PR
                   ELSE
                       IF PR-PAGADO
                           MOVE REG-PRESTAMO TO REG-PR-ARCH
                           WRITE REG-PR-ARCH
                           ADD 1 TO WS-CONT-PR-ARCH
                           DELETE PRESTAMO
                               INVALID KEY
                                   DISPLAY 'ERROR AL ELIMINAR EL '
                                           'PRESTAMO ' PR-NUM-PRESTAMO
                                           ' DEL ID-EMPL ' PR-ID-EMPL
                           END-DELETE
                       END-IF
                   END-IF
           END-READ.

