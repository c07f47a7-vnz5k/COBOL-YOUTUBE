       IDENTIFICATION DIVISION.
       PROGRAM-ID. FISCAL-FALTANTES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT EMPLEADO
           ASSIGN TO 'BSEC-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ID-EMPL
           FILE STATUS IS WS-STATUS-EMP.
           SELECT FISCAL
           ASSIGN TO 'FISCAL-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FIS-ID-EMPL
           FILE STATUS IS WS-STATUS-FIS.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLEADO.
           COPY EMPLREG.
       FD FISCAL.
           COPY FISCREG.

       WORKING-STORAGE SECTION.
       01 WS-AREAS.
           05 WS-STATUS-EMP              PIC XX.
           05 WS-STATUS-FIS              PIC XX.
           05 WS-FLAG                    PIC 9.
           05 WS-HAY-FIS                 PIC X.
           05 WS-FALTA                   PIC X(40).
           05 WS-PTR                     PIC 9(02).
           05 WS-TOT-ACTIVOS             PIC 9(05).
           05 WS-TOT-FALTANTES           PIC 9(05).
           05 WS-TOT-COMPLETOS           PIC 9(05).

       PROCEDURE DIVISION.
      *    LISTADO DE UNA SOLA VEZ PARA QUE RECURSOS HUMANOS COMPLETE
      *    EN ALL-SEC (OPCION MODIFICAR) EL RFC, CURP, NSS Y CODIGO
      *    POSTAL FISCAL DE LOS EMPLEADOS ACTIVOS QUE SE DIERON DE
      *    ALTA ANTES DE QUE ESOS DATOS FUERAN OBLIGATORIOS.
       010-INITIAL.
           PERFORM 100-ABRIR.
           PERFORM 200-ENCABEZADO.
           MOVE 0 TO WS-FLAG.
           PERFORM 300-PROCESAR UNTIL WS-FLAG EQUAL 1.
           PERFORM 400-RESUMEN.
           PERFORM 100-CERRAR.
       STOP RUN.

       100-ABRIR.
           OPEN INPUT EMPLEADO.
           IF WS-STATUS-EMP NOT EQUAL '00'
               DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE EMPLEADOS, '
                       'FILE STATUS: ' WS-STATUS-EMP
               STOP RUN
           END-IF.
           MOVE 'S' TO WS-HAY-FIS.
           OPEN INPUT FISCAL.
           IF WS-STATUS-FIS EQUAL '35'
               MOVE 'N' TO WS-HAY-FIS
               DISPLAY 'AVISO: NO EXISTE FISCAL-FILE, TODOS LOS '
                       'EMPLEADOS ACTIVOS SE LISTAN'
           ELSE
               IF WS-STATUS-FIS NOT EQUAL '00'
                   DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE DATOS '
                           'FISCALES, FILE STATUS: ' WS-STATUS-FIS
                   CLOSE EMPLEADO
                   STOP RUN
               END-IF
           END-IF.
           MOVE 0 TO WS-TOT-ACTIVOS WS-TOT-FALTANTES WS-TOT-COMPLETOS.

       100-CERRAR.
           CLOSE EMPLEADO.
           IF WS-HAY-FIS EQUAL 'S'
               CLOSE FISCAL
           END-IF.

       200-ENCABEZADO.
           DISPLAY '======================================='.
           DISPLAY '  EMPLEADOS ACTIVOS SIN DATOS FISCALES'.
           DISPLAY '======================================='.
           DISPLAY 'ID     NOMBRE                         '
                   'DEPARTAMENTO         FALTA'.

       300-PROCESAR.
           READ EMPLEADO NEXT RECORD
               AT END
                   MOVE 1 TO WS-FLAG
               NOT AT END
                   IF EMPL-ACTIVO
                       ADD 1 TO WS-TOT-ACTIVOS
                       PERFORM 310-REVISAR
                   END-IF
           END-READ.

      *    SIN REGISTRO FALTA TODO; CON REGISTRO SE SENALA CADA
      *    CAMPO QUE QUEDO EN BLANCO.
       310-REVISAR.
           MOVE SPACES TO WS-FALTA.
           IF WS-HAY-FIS NOT EQUAL 'S'
               MOVE 'SIN REGISTRO FISCAL' TO WS-FALTA
           ELSE
               MOVE ID-EMPL TO FIS-ID-EMPL
               READ FISCAL
                   INVALID KEY
                       MOVE 'SIN REGISTRO FISCAL' TO WS-FALTA
                   NOT INVALID KEY
                       PERFORM 320-CAMPOS-VACIOS
               END-READ
           END-IF.
           IF WS-FALTA EQUAL SPACES
               ADD 1 TO WS-TOT-COMPLETOS
           ELSE
               ADD 1 TO WS-TOT-FALTANTES
               DISPLAY ID-EMPL ' ' NOM-EMPL ' ' NOM-DEP ' ' WS-FALTA
           END-IF.

       320-CAMPOS-VACIOS.
           MOVE 1 TO WS-PTR.
           IF FIS-RFC EQUAL SPACES
               STRING 'RFC ' DELIMITED BY SIZE
                   INTO WS-FALTA WITH POINTER WS-PTR
           END-IF.
           IF FIS-CURP EQUAL SPACES
               STRING 'CURP ' DELIMITED BY SIZE
                   INTO WS-FALTA WITH POINTER WS-PTR
           END-IF.
           IF FIS-NSS EQUAL SPACES
               STRING 'NSS ' DELIMITED BY SIZE
                   INTO WS-FALTA WITH POINTER WS-PTR
           END-IF.
           IF FIS-CP EQUAL SPACES
               STRING 'C.P. ' DELIMITED BY SIZE
                   INTO WS-FALTA WITH POINTER WS-PTR
           END-IF.

       400-RESUMEN.
           DISPLAY '======================================='.
           DISPLAY 'EMPLEADOS ACTIVOS:          ' WS-TOT-ACTIVOS.
           DISPLAY 'CON DATOS FISCALES:         ' WS-TOT-COMPLETOS.
           DISPLAY 'PENDIENTES DE CAPTURAR:     ' WS-TOT-FALTANTES.
           IF WS-TOT-FALTANTES GREATER 0
               DISPLAY 'CAPTURALOS EN ALL-SEC, OPCION 2 (MODIFICAR)'
           END-IF.
