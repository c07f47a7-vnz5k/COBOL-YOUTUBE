       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVALUACION-REPORTE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT EMPLEADO
           ASSIGN TO 'BSEC-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ID-EMPL OF REG-EMPL
           FILE STATUS IS WS-STATUS-EMP.
           SELECT EVALUACION
           ASSIGN TO 'EVALUACION-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EVA-LLAVE
           FILE STATUS IS WS-STATUS-EVA.
           SELECT DEPTO
           ASSIGN TO 'DEPTO-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEPTO-CLV
           FILE STATUS IS WS-STATUS-DEP.
           SELECT WORK-EMPL
           ASSIGN TO 'EVALREP.SRT'.
           SELECT SALIDA-ORD
           ASSIGN TO 'EVALREP.ORD'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-ORD.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLEADO.
           COPY EMPLREG.
       FD EVALUACION.
           COPY EVALREG.
       FD DEPTO.
           COPY DEPTREG.
       SD WORK-EMPL.
           COPY EMPLREG REPLACING REG-EMPL BY WORK-REG-EMPL.
       FD SALIDA-ORD.
           COPY EMPLREG REPLACING REG-EMPL BY REG-ORD.

       WORKING-STORAGE SECTION.
       01 WS-AREAS.
           05 WS-STATUS-EMP              PIC XX.
           05 WS-STATUS-EVA              PIC XX.
           05 WS-STATUS-DEP              PIC XX.
           05 WS-STATUS-ORD              PIC XX.
           05 WS-HAY-DEP                 PIC X.
           05 WS-FLAG                    PIC 9.
           05 WS-CICLO                   PIC 9(06).
           05 WS-CICLO-NUM               PIC 9(02).
           05 WS-CICLO-OK                PIC X.
           05 WS-PRIMERO                 PIC X.
           05 WS-JEFE-ANT                PIC 9(05).
           05 WS-NOM-JEFE                PIC X(30).
           05 WS-DEP-I                   PIC 9(04).
           05 WS-CAL-I                   PIC 9.
           05 WS-TOT-ACTIVOS             PIC 9(05).
           05 WS-TOT-PENDIENTES          PIC 9(05).
           05 WS-TOT-EVALUADOS           PIC 9(05).

      *    CUENTA DE CALIFICACIONES 1 A 5 POR CLV-DEP (0 A 999,
      *    POSICION CLV-DEP + 1) Y TOTAL DE LA EMPRESA.
       01 WS-DISTRIBUCION.
           05 WS-DIS-DEP OCCURS 1000.
               10 WS-DIS-NOM             PIC X(20).
               10 WS-DIS-TOTAL           PIC 9(05).
               10 WS-DIS-CAL OCCURS 5    PIC 9(05).
           05 WS-DIS-EMPRESA OCCURS 5    PIC 9(05).

       PROCEDURE DIVISION.
      *    SEGUIMIENTO DE UN CICLO DE EVALUACION: QUIEN DE LOS
      *    EMPLEADOS ACTIVOS NO HA SIDO EVALUADO, AGRUPADO POR JEFE
      *    PARA RECLAMARLE A CADA UNO, Y COMO QUEDARON REPARTIDAS LAS
      *    CALIFICACIONES EN CADA DEPARTAMENTO.
       010-INITIAL.
           PERFORM 150-PEDIR-CICLO.
           PERFORM 090-VERIFICAR-EMP.
           PERFORM 020-ORDENAR.
           PERFORM 100-ABRIR.
           PERFORM 200-PENDIENTES.
           PERFORM 300-DISTRIBUCION.
           PERFORM 100-CERRAR.
       STOP RUN.

       090-VERIFICAR-EMP.
           OPEN INPUT EMPLEADO.
           IF WS-STATUS-EMP NOT EQUAL '00'
               DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE EMPLEADOS, '
                       'FILE STATUS: ' WS-STATUS-EMP
               STOP RUN
           END-IF.
           CLOSE EMPLEADO.

       020-ORDENAR.
           SORT WORK-EMPL
               ON ASCENDING KEY JEFE-ID OF WORK-REG-EMPL
               ON ASCENDING KEY NOM-EMPL OF WORK-REG-EMPL
               USING EMPLEADO
               GIVING SALIDA-ORD.

       100-ABRIR.
           OPEN INPUT EVALUACION.
           IF WS-STATUS-EVA EQUAL '35'
               DISPLAY 'NO HAY EVALUACIONES CAPTURADAS, CAPTURELAS '
                       'CON EVALUACION-SEC'
               STOP RUN
           END-IF.
           IF WS-STATUS-EVA NOT EQUAL '00'
               DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE EVALUACIONES, '
                       'FILE STATUS: ' WS-STATUS-EVA
               STOP RUN
           END-IF.
           OPEN INPUT EMPLEADO.
           IF WS-STATUS-EMP NOT EQUAL '00'
               DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE EMPLEADOS, '
                       'FILE STATUS: ' WS-STATUS-EMP
               CLOSE EVALUACION
               STOP RUN
           END-IF.
           OPEN INPUT SALIDA-ORD.
           IF WS-STATUS-ORD NOT EQUAL '00'
               DISPLAY 'ERROR AL ABRIR EL ARCHIVO ORDENADO, '
                       'FILE STATUS: ' WS-STATUS-ORD
               CLOSE EVALUACION EMPLEADO
               STOP RUN
           END-IF.
           MOVE 'S' TO WS-HAY-DEP.
           OPEN INPUT DEPTO.
           IF WS-STATUS-DEP NOT EQUAL '00'
               MOVE 'N' TO WS-HAY-DEP
           END-IF.

       100-CERRAR.
           CLOSE SALIDA-ORD.
           CLOSE EMPLEADO.
           CLOSE EVALUACION.
           IF WS-HAY-DEP EQUAL 'S'
               CLOSE DEPTO
           END-IF.

      *    EL CICLO ES AAAANN: ANIO Y NUMERO DE CICLO DENTRO DEL ANIO.
       150-PEDIR-CICLO.
           MOVE 'N' TO WS-CICLO-OK.
           PERFORM UNTIL WS-CICLO-OK EQUAL 'S'
               DISPLAY 'CICLO DE EVALUACION (AAAANN)' ACCEPT WS-CICLO
               MOVE WS-CICLO(5:2) TO WS-CICLO-NUM
               IF WS-CICLO NOT GREATER 201901
                  OR WS-CICLO-NUM LESS 1 OR WS-CICLO-NUM GREATER 12
                   DISPLAY 'CICLO INVALIDO'
               ELSE
                   MOVE 'S' TO WS-CICLO-OK
               END-IF
           END-PERFORM.

      *    EMPLEADOS ACTIVOS SIN EVALUACION EN EL CICLO, POR JEFE;
      *    EL ARCHIVO VIENE ORDENADO POR JEFE-ID Y NOMBRE.
       200-PENDIENTES.
           MOVE 0 TO WS-FLAG WS-TOT-ACTIVOS WS-TOT-PENDIENTES.
           MOVE 'S' TO WS-PRIMERO.
           DISPLAY '======================================='.
           DISPLAY '  PENDIENTES DE EVALUAR, CICLO ' WS-CICLO.
           DISPLAY '======================================='.
           PERFORM 210-DETALLE UNTIL WS-FLAG EQUAL 1.
           DISPLAY '======================================='.
           DISPLAY 'EMPLEADOS ACTIVOS:      ' WS-TOT-ACTIVOS.
           DISPLAY 'PENDIENTES DE EVALUAR:  ' WS-TOT-PENDIENTES.

       210-DETALLE.
           READ SALIDA-ORD
               AT END
                   MOVE 1 TO WS-FLAG
               NOT AT END
                   IF EMPL-ACTIVO OF REG-ORD
                       ADD 1 TO WS-TOT-ACTIVOS
                       PERFORM 220-REVISAR-EVALUACION
                   END-IF
           END-READ.

       220-REVISAR-EVALUACION.
           MOVE WS-CICLO            TO EVA-CICLO.
           MOVE ID-EMPL OF REG-ORD  TO EVA-ID-EMPL.
           READ EVALUACION
               INVALID KEY
                   PERFORM 230-IMPRIMIR-PENDIENTE
               NOT INVALID KEY
                   CONTINUE
           END-READ.

       230-IMPRIMIR-PENDIENTE.
           IF WS-PRIMERO EQUAL 'S'
              OR WS-JEFE-ANT NOT EQUAL JEFE-ID OF REG-ORD
               PERFORM 240-NOMBRE-JEFE
               DISPLAY '---------------------------------------'
               DISPLAY 'JEFE: ' JEFE-ID OF REG-ORD ' ' WS-NOM-JEFE
               MOVE JEFE-ID OF REG-ORD TO WS-JEFE-ANT
               MOVE 'N' TO WS-PRIMERO
           END-IF.
           DISPLAY '    ' ID-EMPL OF REG-ORD ' ' NOM-EMPL OF REG-ORD
                   ' ' CLV-DEP OF REG-ORD ' ' NOM-DEP OF REG-ORD.
           ADD 1 TO WS-TOT-PENDIENTES.

       240-NOMBRE-JEFE.
           IF JEFE-ID OF REG-ORD EQUAL 0
               MOVE 'SIN JEFE ASIGNADO' TO WS-NOM-JEFE
           ELSE
               MOVE JEFE-ID OF REG-ORD TO ID-EMPL OF REG-EMPL
               READ EMPLEADO
                   INVALID KEY
                       MOVE 'JEFE NO ENCONTRADO' TO WS-NOM-JEFE
                   NOT INVALID KEY
                       MOVE NOM-EMPL OF REG-EMPL TO WS-NOM-JEFE
                       IF EMPL-INACTIVO OF REG-EMPL
                           MOVE 'JEFE DADO DE BAJA' TO WS-NOM-JEFE
                       END-IF
               END-READ
           END-IF.

      *    REPARTO DE CALIFICACIONES DEL CICLO POR EL DEPARTAMENTO
      *    QUE TENIA EL EMPLEADO AL SER EVALUADO (O AL GENERAR LA
      *    LISTA DE MERITOS, QUE LO ACTUALIZA).
       300-DISTRIBUCION.
           MOVE 0 TO WS-TOT-EVALUADOS.
           PERFORM VARYING WS-DEP-I FROM 1 BY 1
               UNTIL WS-DEP-I GREATER 1000
               MOVE SPACES TO WS-DIS-NOM(WS-DEP-I)
               MOVE 0 TO WS-DIS-TOTAL(WS-DEP-I)
               PERFORM VARYING WS-CAL-I FROM 1 BY 1
                   UNTIL WS-CAL-I GREATER 5
                   MOVE 0 TO WS-DIS-CAL(WS-DEP-I WS-CAL-I)
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING WS-CAL-I FROM 1 BY 1
               UNTIL WS-CAL-I GREATER 5
               MOVE 0 TO WS-DIS-EMPRESA(WS-CAL-I)
           END-PERFORM.
           MOVE WS-CICLO TO EVA-CICLO.
           MOVE 0        TO EVA-ID-EMPL.
           START EVALUACION KEY IS NOT LESS THAN EVA-LLAVE
               INVALID KEY
                   MOVE 1 TO WS-FLAG
               NOT INVALID KEY
                   MOVE 0 TO WS-FLAG
           END-START.
           PERFORM 310-CONTAR UNTIL WS-FLAG EQUAL 1.
           DISPLAY '======================================='.
           DISPLAY '  DISTRIBUCION DE CALIFICACIONES, CICLO ' WS-CICLO.
           DISPLAY '  1 NO CUMPLE  2 CUMPLE PARCIALMENTE  3 CUMPLE'.
           DISPLAY '  4 SUPERA  5 EXCEPCIONAL'.
           DISPLAY '======================================='.
           DISPLAY 'DEP   NOMBRE               '
                   'CAL-1 CAL-2 CAL-3 CAL-4 CAL-5 TOTAL'.
           PERFORM VARYING WS-DEP-I FROM 1 BY 1
               UNTIL WS-DEP-I GREATER 1000
               IF WS-DIS-TOTAL(WS-DEP-I) GREATER 0
                   PERFORM 320-IMPRIMIR-DEPTO
               END-IF
           END-PERFORM.
           DISPLAY '---------------------------------------'.
           DISPLAY 'EMPRESA                  '
                   WS-DIS-EMPRESA(1) ' ' WS-DIS-EMPRESA(2) ' '
                   WS-DIS-EMPRESA(3) ' ' WS-DIS-EMPRESA(4) ' '
                   WS-DIS-EMPRESA(5) ' ' WS-TOT-EVALUADOS.

       310-CONTAR.
           READ EVALUACION NEXT RECORD
               AT END
                   MOVE 1 TO WS-FLAG
               NOT AT END
                   IF EVA-CICLO NOT EQUAL WS-CICLO
                       MOVE 1 TO WS-FLAG
                   ELSE
                       IF EVA-CALIF-VALIDA
                           COMPUTE WS-DEP-I = EVA-CLV-DEP + 1
                           ADD 1 TO WS-DIS-TOTAL(WS-DEP-I)
                                    WS-TOT-EVALUADOS
                           ADD 1 TO WS-DIS-CAL(WS-DEP-I
                                               EVA-CALIFICACION)
                           ADD 1 TO WS-DIS-EMPRESA(EVA-CALIFICACION)
                       END-IF
                   END-IF
           END-READ.

       320-IMPRIMIR-DEPTO.
           COMPUTE DEPTO-CLV = WS-DEP-I - 1.
           IF WS-HAY-DEP EQUAL 'S'
               READ DEPTO
                   INVALID KEY
                       MOVE 'SIN NOMBRE' TO WS-DIS-NOM(WS-DEP-I)
                   NOT INVALID KEY
                       MOVE DEPTO-NOM TO WS-DIS-NOM(WS-DEP-I)
               END-READ
           END-IF.
           DISPLAY DEPTO-CLV '   ' WS-DIS-NOM(WS-DEP-I) ' '
                   WS-DIS-CAL(WS-DEP-I 1) ' '
                   WS-DIS-CAL(WS-DEP-I 2) ' '
                   WS-DIS-CAL(WS-DEP-I 3) ' '
                   WS-DIS-CAL(WS-DEP-I 4) ' '
                   WS-DIS-CAL(WS-DEP-I 5) ' '
                   WS-DIS-TOTAL(WS-DEP-I).
