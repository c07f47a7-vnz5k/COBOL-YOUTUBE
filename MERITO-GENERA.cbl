       IDENTIFICATION DIVISION.
       PROGRAM-ID. MERITO-GENERA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT EVALUACION
           ASSIGN TO 'EVALUACION-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EVA-LLAVE
           FILE STATUS IS WS-STATUS-EVA.
           SELECT MATRIZ
           ASSIGN TO 'MATRIZ-MERITO-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MTZ-LLAVE
           FILE STATUS IS WS-STATUS-MTZ.
           SELECT EMPLEADO
           ASSIGN TO 'BSEC-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ID-EMPL
           FILE STATUS IS WS-STATUS-EMP.
           SELECT PUESTO
           ASSIGN TO 'PUESTO-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PUESTO-CLV
           FILE STATUS IS WS-STATUS-PUE.
           SELECT ESCALA
           ASSIGN TO 'ESCALA-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ESC-TAB-S
           FILE STATUS IS WS-STATUS-ESC.
           SELECT DEPTO
           ASSIGN TO 'DEPTO-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEPTO-CLV
           FILE STATUS IS WS-STATUS-DEP.
           SELECT MERITO
           ASSIGN TO 'MERITO-FILE'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-MER.

       DATA DIVISION.
       FILE SECTION.
       FD EVALUACION.
           COPY EVALREG.
       FD MATRIZ.
           COPY MATRREG.
       FD EMPLEADO.
           COPY EMPLREG.
       FD PUESTO.
           COPY PUESTREG.
       FD ESCALA.
           COPY ESCREG.
       FD DEPTO.
           COPY DEPTREG.
       FD MERITO.
           COPY MERITREG.

       WORKING-STORAGE SECTION.
       01 WS-AREAS.
           05 WS-STATUS-EVA              PIC XX.
           05 WS-STATUS-MTZ              PIC XX.
           05 WS-STATUS-EMP              PIC XX.
           05 WS-STATUS-PUE              PIC XX.
           05 WS-STATUS-ESC              PIC XX.
           05 WS-STATUS-DEP              PIC XX.
           05 WS-STATUS-MER              PIC XX.
           05 WS-FLAG                    PIC 9.
           05 WS-CICLO                   PIC 9(06).
           05 WS-CICLO-NUM               PIC 9(02).
           05 WS-CICLO-OK                PIC X.
           05 WS-MTZ-OK                  PIC X.
           05 WS-HAY-BANDA               PIC X.
           05 WS-SMEN-BANDA-MAX          PIC 9(07)V99.
           05 WS-SUELDO-NVO              PIC 9(07)V99.
           05 WS-AUMENTO                 PIC 9(07)V99.
           05 WS-DEP-I                   PIC 9(04).
           05 WS-TOT-EVALUADOS           PIC 9(05).
           05 WS-TOT-EXCLUIDOS           PIC 9(05).
           05 WS-TOT-SIN-MATRIZ          PIC 9(05).
           05 WS-TOT-TOPE-BANDA          PIC 9(05).
           05 WS-TOT-TOPE-PPTO           PIC 9(05).
           05 WS-TOT-MERITOS             PIC 9(05).
           05 WS-TOT-AUMENTO             PIC 9(09)V99.

      *    NOMINA ACTIVA, PRESUPUESTO Y AUMENTOS POR CLV-DEP (0 A 999,
      *    POSICION CLV-DEP + 1). EL FACTOR REPARTE EL PRESUPUESTO
      *    DISPONIBLE ENTRE LOS AUMENTOS QUE PIDE LA MATRIZ.
       01 WS-DEPTOS.
           05 WS-DEP-ENTRADA OCCURS 1000.
               10 WS-DEP-NOM             PIC X(20).
               10 WS-DEP-NOMINA          PIC 9(09)V99.
               10 WS-DEP-PPTO            PIC 9(09)V99.
               10 WS-DEP-DISPONIBLE      PIC S9(09)V99.
               10 WS-DEP-SOLICITADO      PIC 9(09)V99.
               10 WS-DEP-FINAL           PIC 9(09)V99.
               10 WS-DEP-FACTOR          PIC 9V9(06).
               10 WS-DEP-EVALUADOS       PIC 9(05).

       PROCEDURE DIVISION.
      *    ARMA MERITO-FILE PARA AUMENTO-INDIVIDUAL A PARTIR DE LAS
      *    EVALUACIONES DE UN CICLO: LA MATRIZ DEL PUESTO (O LA
      *    GENERAL, PUESTO 00) CONVIERTE LA CALIFICACION EN
      *    PORCENTAJE, EL PORCENTAJE SE TOPA A LA BANDA SALARIAL DEL
      *    PUESTO Y, SI LOS AUMENTOS DE UN DEPARTAMENTO NO CABEN EN
      *    SU DEPTO-PPTO, SE REDUCEN TODOS EN LA MISMA PROPORCION.
      *    SE PUEDE VOLVER A CORRER PARA EL MISMO CICLO ANTES DE
      *    APLICAR LOS AUMENTOS; CADA CORRIDA RECALCULA TODO.
       010-INITIAL.
           PERFORM 150-PEDIR-CICLO.
           PERFORM 100-ABRIR.
           PERFORM 200-NOMINA-DEPTOS.
           PERFORM 300-CALIFICAR-CICLO.
           IF WS-TOT-EVALUADOS EQUAL 0
               DISPLAY 'NO HAY EVALUACIONES CAPTURADAS DEL CICLO '
                       WS-CICLO ', NO SE GENERA MERITO-FILE'
           ELSE
               PERFORM 400-PRESUPUESTO
               PERFORM 500-GENERAR-MERITOS
               PERFORM 600-CIERRE
           END-IF.
           PERFORM 100-CERRAR.
       STOP RUN.

       100-ABRIR.
           OPEN I-O EVALUACION.
           IF WS-STATUS-EVA NOT EQUAL '00'
               DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE EVALUACIONES, '
                       'FILE STATUS: ' WS-STATUS-EVA
               STOP RUN
           END-IF.
           OPEN INPUT MATRIZ.
           IF WS-STATUS-MTZ NOT EQUAL '00'
               DISPLAY 'ERROR AL ABRIR LA MATRIZ DE MERITOS, '
                       'FILE STATUS: ' WS-STATUS-MTZ
               CLOSE EVALUACION
               STOP RUN
           END-IF.
           OPEN INPUT EMPLEADO.
           IF WS-STATUS-EMP NOT EQUAL '00'
               DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE EMPLEADOS, '
                       'FILE STATUS: ' WS-STATUS-EMP
               CLOSE EVALUACION MATRIZ
               STOP RUN
           END-IF.
           OPEN INPUT PUESTO.
           IF WS-STATUS-PUE NOT EQUAL '00'
               DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE PUESTOS, '
                       'FILE STATUS: ' WS-STATUS-PUE
               CLOSE EVALUACION MATRIZ EMPLEADO
               STOP RUN
           END-IF.
           OPEN INPUT ESCALA.
           IF WS-STATUS-ESC NOT EQUAL '00'
               DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE TABULADORES, '
                       'FILE STATUS: ' WS-STATUS-ESC
               CLOSE EVALUACION MATRIZ EMPLEADO PUESTO
               STOP RUN
           END-IF.
           OPEN INPUT DEPTO.
           IF WS-STATUS-DEP NOT EQUAL '00'
               DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE DEPARTAMENTOS, '
                       'FILE STATUS: ' WS-STATUS-DEP
               CLOSE EVALUACION MATRIZ EMPLEADO PUESTO ESCALA
               STOP RUN
           END-IF.

       100-CERRAR.
           CLOSE EVALUACION.
           CLOSE MATRIZ.
           CLOSE EMPLEADO.
           CLOSE PUESTO.
           CLOSE ESCALA.
           CLOSE DEPTO.

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

      *    NOMINA MENSUAL ACTIVA DE CADA DEPARTAMENTO ANTES DE LOS
      *    AUMENTOS, CONTRA LA QUE SE MIDE EL PRESUPUESTO.
       200-NOMINA-DEPTOS.
           PERFORM VARYING WS-DEP-I FROM 1 BY 1
               UNTIL WS-DEP-I GREATER 1000
               MOVE SPACES TO WS-DEP-NOM(WS-DEP-I)
               MOVE 0 TO WS-DEP-NOMINA(WS-DEP-I)
                         WS-DEP-PPTO(WS-DEP-I)
                         WS-DEP-DISPONIBLE(WS-DEP-I)
                         WS-DEP-SOLICITADO(WS-DEP-I)
                         WS-DEP-FINAL(WS-DEP-I)
                         WS-DEP-EVALUADOS(WS-DEP-I)
               MOVE 1 TO WS-DEP-FACTOR(WS-DEP-I)
           END-PERFORM.
           MOVE 0 TO ID-EMPL.
           START EMPLEADO KEY IS NOT LESS THAN ID-EMPL
               INVALID KEY
                   MOVE 1 TO WS-FLAG
               NOT INVALID KEY
                   MOVE 0 TO WS-FLAG
           END-START.
           PERFORM UNTIL WS-FLAG EQUAL 1
               READ EMPLEADO NEXT RECORD
                   AT END
                       MOVE 1 TO WS-FLAG
                   NOT AT END
                       IF EMPL-ACTIVO
                           ADD S-MEN TO WS-DEP-NOMINA(CLV-DEP + 1)
                       END-IF
               END-READ
           END-PERFORM.

      *    PRIMERA PASADA: PORCENTAJE DE LA MATRIZ Y TOPE DE BANDA
      *    DE CADA EVALUACION DEL CICLO, Y AUMENTO SOLICITADO POR
      *    DEPARTAMENTO.
       300-CALIFICAR-CICLO.
           MOVE 0 TO WS-TOT-EVALUADOS WS-TOT-EXCLUIDOS
                     WS-TOT-SIN-MATRIZ WS-TOT-TOPE-BANDA.
           MOVE WS-CICLO TO EVA-CICLO.
           MOVE 0        TO EVA-ID-EMPL.
           START EVALUACION KEY IS NOT LESS THAN EVA-LLAVE
               INVALID KEY
                   MOVE 1 TO WS-FLAG
               NOT INVALID KEY
                   MOVE 0 TO WS-FLAG
           END-START.
           PERFORM 310-SIGUIENTE-EVALUACION UNTIL WS-FLAG EQUAL 1.

       310-SIGUIENTE-EVALUACION.
           READ EVALUACION NEXT RECORD
               AT END
                   MOVE 1 TO WS-FLAG
               NOT AT END
                   IF EVA-CICLO NOT EQUAL WS-CICLO
                       MOVE 1 TO WS-FLAG
                   ELSE
                       PERFORM 320-CALIFICAR
                   END-IF
           END-READ.

      *    UN EMPLEADO QUE YA NO ESTA ACTIVO SE EXCLUYE: SU
      *    EVALUACION QUEDA EN EL HISTORICO PERO NO GENERA AUMENTO.
       320-CALIFICAR.
           ADD 1 TO WS-TOT-EVALUADOS.
           MOVE 0     TO EVA-PCT-MATRIZ EVA-PCT-FINAL.
           MOVE SPACE TO EVA-AJUSTE.
           MOVE EVA-ID-EMPL TO ID-EMPL.
           READ EMPLEADO
               INVALID KEY
                   SET EVA-EXCLUIDO TO TRUE
               NOT INVALID KEY
                   IF NOT EMPL-ACTIVO
                       SET EVA-EXCLUIDO TO TRUE
                   END-IF
           END-READ.
           IF EVA-EXCLUIDO
               ADD 1 TO WS-TOT-EXCLUIDOS
               DISPLAY 'ID-EMPL ' EVA-ID-EMPL ' DADO DE BAJA O NO '
                       'ENCONTRADO, SE EXCLUYE'
           ELSE
               MOVE CLV-DEP TO EVA-CLV-DEP
               MOVE PUE-CLV TO EVA-PUE-CLV
               PERFORM 330-BUSCAR-MATRIZ
               PERFORM 340-TOPE-BANDA
               COMPUTE WS-AUMENTO = S-MEN * EVA-PCT-FINAL / 100
               ADD WS-AUMENTO TO WS-DEP-SOLICITADO(CLV-DEP + 1)
               ADD 1 TO WS-DEP-EVALUADOS(CLV-DEP + 1)
           END-IF.
           REWRITE REG-EVALUACION
               INVALID KEY
                   DISPLAY 'ERROR AL ACTUALIZAR LA EVALUACION DE '
                           EVA-ID-EMPL ', FILE STATUS: ' WS-STATUS-EVA
           END-REWRITE.

      *    SI EL PUESTO NO TIENE MATRIZ PROPIA SE USA LA GENERAL;
      *    SIN NINGUNA DE LAS DOS LA CALIFICACION NO DA AUMENTO.
       330-BUSCAR-MATRIZ.
           MOVE PUE-CLV          TO MTZ-PUE-CLV.
           MOVE EVA-CALIFICACION TO MTZ-CALIFICACION.
           READ MATRIZ
               INVALID KEY
                   MOVE 'N' TO WS-MTZ-OK
               NOT INVALID KEY
                   MOVE 'S' TO WS-MTZ-OK
           END-READ.
           IF WS-MTZ-OK NOT EQUAL 'S' AND PUE-CLV NOT EQUAL 0
               MOVE 0 TO MTZ-PUE-CLV
               READ MATRIZ
                   INVALID KEY
                       MOVE 'N' TO WS-MTZ-OK
                   NOT INVALID KEY
                       MOVE 'S' TO WS-MTZ-OK
               END-READ
           END-IF.
           IF WS-MTZ-OK EQUAL 'S'
               MOVE MTZ-PORCENTAJE TO EVA-PCT-MATRIZ EVA-PCT-FINAL
           ELSE
               ADD 1 TO WS-TOT-SIN-MATRIZ
               DISPLAY 'SIN PORCENTAJE EN LA MATRIZ PARA EL PUESTO '
                       PUE-CLV ' CALIFICACION ' EVA-CALIFICACION
                       ', ID-EMPL ' ID-EMPL
           END-IF.

      *    MISMA BANDA QUE VALIDA AUMENTO-INDIVIDUAL (MONTO DEL
      *    TABULADOR PUESTO-TAB-MAX). EN VEZ DE PERDER TODO EL
      *    AUMENTO, EL PORCENTAJE SE RECORTA HASTA EL TOPE; SE
      *    TRUNCA PARA QUE EL REDONDEO DE AUMENTO-INDIVIDUAL NO LO
      *    SAQUE DE LA BANDA.
       340-TOPE-BANDA.
           MOVE 'N' TO WS-HAY-BANDA.
           IF PUE-CLV NOT EQUAL 0 AND EVA-PCT-FINAL GREATER 0
               MOVE PUE-CLV TO PUESTO-CLV
               READ PUESTO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PUESTO-TAB-MIN NOT EQUAL SPACE
                           MOVE 'S' TO WS-HAY-BANDA
                           MOVE 9999999.99 TO WS-SMEN-BANDA-MAX
                           MOVE PUESTO-TAB-MAX TO ESC-TAB-S
                           READ ESCALA
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   MOVE ESC-S-MEN
                                       TO WS-SMEN-BANDA-MAX
                           END-READ
                       END-IF
               END-READ
           END-IF.
           IF WS-HAY-BANDA EQUAL 'S'
               COMPUTE WS-SUELDO-NVO =
                   S-MEN + (S-MEN * EVA-PCT-FINAL / 100)
               IF WS-SUELDO-NVO GREATER WS-SMEN-BANDA-MAX
                   IF S-MEN NOT LESS WS-SMEN-BANDA-MAX
                       MOVE 0 TO EVA-PCT-FINAL
                   ELSE
                       COMPUTE EVA-PCT-FINAL =
                           (WS-SMEN-BANDA-MAX - S-MEN) * 100 / S-MEN
                   END-IF
                   SET EVA-TOPE-BANDA TO TRUE
                   ADD 1 TO WS-TOT-TOPE-BANDA
               END-IF
           END-IF.

      *    SI LA NOMINA ACTIVA MAS LOS AUMENTOS SOLICITADOS REBASA
      *    DEPTO-PPTO, LO QUE QUEDA DISPONIBLE SE REPARTE EN
      *    PROPORCION: TODOS LOS AUMENTOS DEL DEPARTAMENTO SE
      *    MULTIPLICAN POR EL MISMO FACTOR. UN DEPARTAMENTO SIN
      *    REGISTRO EN DEPTO-FILE NO TIENE PRESUPUESTO QUE VALIDAR.
       400-PRESUPUESTO.
           PERFORM VARYING WS-DEP-I FROM 1 BY 1
               UNTIL WS-DEP-I GREATER 1000
               IF WS-DEP-SOLICITADO(WS-DEP-I) GREATER 0
                   COMPUTE DEPTO-CLV = WS-DEP-I - 1
                   READ DEPTO
                       INVALID KEY
                           DISPLAY 'DEPARTAMENTO ' DEPTO-CLV
                                   ' SIN REGISTRO EN DEPTO-FILE, NO '
                                   'SE VALIDA SU PRESUPUESTO'
                       NOT INVALID KEY
                           PERFORM 410-FACTOR-DEPTO
                   END-READ
               END-IF
           END-PERFORM.

       410-FACTOR-DEPTO.
           MOVE DEPTO-NOM  TO WS-DEP-NOM(WS-DEP-I).
           MOVE DEPTO-PPTO TO WS-DEP-PPTO(WS-DEP-I).
           COMPUTE WS-DEP-DISPONIBLE(WS-DEP-I) =
               DEPTO-PPTO - WS-DEP-NOMINA(WS-DEP-I).
           IF WS-DEP-DISPONIBLE(WS-DEP-I) NOT GREATER 0
               MOVE 0 TO WS-DEP-FACTOR(WS-DEP-I)
           ELSE
               IF WS-DEP-SOLICITADO(WS-DEP-I)
                  GREATER WS-DEP-DISPONIBLE(WS-DEP-I)
                   COMPUTE WS-DEP-FACTOR(WS-DEP-I) =
                       WS-DEP-DISPONIBLE(WS-DEP-I)
                     / WS-DEP-SOLICITADO(WS-DEP-I)
               END-IF
           END-IF.

      *    SEGUNDA PASADA: APLICA EL FACTOR DEL DEPARTAMENTO Y ESCRIBE
      *    UN REGISTRO DE MERITO POR CADA PORCENTAJE MAYOR A CERO.
       500-GENERAR-MERITOS.
           MOVE 0 TO WS-TOT-TOPE-PPTO WS-TOT-MERITOS WS-TOT-AUMENTO.
           OPEN OUTPUT MERITO.
           IF WS-STATUS-MER NOT EQUAL '00'
               DISPLAY 'ERROR AL CREAR MERITO-FILE, '
                       'FILE STATUS: ' WS-STATUS-MER
               PERFORM 100-CERRAR
               STOP RUN
           END-IF.
           DISPLAY '======================================='.
           DISPLAY 'LISTA DE MERITOS DEL CICLO ' WS-CICLO.
           DISPLAY '======================================='.
           DISPLAY 'ID     NOMBRE                         CAL MATRIZ '
                   'FINAL AJUSTE'.
           MOVE WS-CICLO TO EVA-CICLO.
           MOVE 0        TO EVA-ID-EMPL.
           START EVALUACION KEY IS NOT LESS THAN EVA-LLAVE
               INVALID KEY
                   MOVE 1 TO WS-FLAG
               NOT INVALID KEY
                   MOVE 0 TO WS-FLAG
           END-START.
           PERFORM 510-SIGUIENTE-MERITO UNTIL WS-FLAG EQUAL 1.
           CLOSE MERITO.

       510-SIGUIENTE-MERITO.
           READ EVALUACION NEXT RECORD
               AT END
                   MOVE 1 TO WS-FLAG
               NOT AT END
                   IF EVA-CICLO NOT EQUAL WS-CICLO
                       MOVE 1 TO WS-FLAG
                   ELSE
                       IF NOT EVA-EXCLUIDO
                           PERFORM 520-ESCRIBIR-MERITO
                       END-IF
                   END-IF
           END-READ.

      *    SI EL EMPLEADO YA VENIA TOPADO POR BANDA Y ADEMAS SE
      *    RECORTA POR PRESUPUESTO, QUEDA MARCADO CON EL ULTIMO
      *    AJUSTE APLICADO (PRESUPUESTO).
       520-ESCRIBIR-MERITO.
           MOVE EVA-ID-EMPL TO ID-EMPL.
           READ EMPLEADO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   COMPUTE WS-DEP-I = CLV-DEP + 1
                   IF WS-DEP-FACTOR(WS-DEP-I) LESS 1
                      AND EVA-PCT-FINAL GREATER 0
                       COMPUTE EVA-PCT-FINAL =
                           EVA-PCT-FINAL * WS-DEP-FACTOR(WS-DEP-I)
                       SET EVA-TOPE-PPTO TO TRUE
                       ADD 1 TO WS-TOT-TOPE-PPTO
                   END-IF
                   COMPUTE WS-AUMENTO = S-MEN * EVA-PCT-FINAL / 100
                   ADD WS-AUMENTO TO WS-DEP-FINAL(WS-DEP-I)
                                     WS-TOT-AUMENTO
                   IF EVA-PCT-FINAL GREATER 0
                       MOVE EVA-ID-EMPL   TO MER-ID-EMPL
                       MOVE EVA-PCT-FINAL TO MER-PORCENTAJE
                       WRITE REG-MERITO
                       ADD 1 TO WS-TOT-MERITOS
                   END-IF
                   REWRITE REG-EVALUACION
                       INVALID KEY
                           DISPLAY 'ERROR AL ACTUALIZAR LA EVALUACION '
                                   'DE ' EVA-ID-EMPL ', FILE STATUS: '
                                   WS-STATUS-EVA
                   END-REWRITE
                   DISPLAY ID-EMPL ' ' NOM-EMPL ' ' EVA-CALIFICACION
                           '   ' EVA-PCT-MATRIZ ' ' EVA-PCT-FINAL
                           ' ' EVA-AJUSTE
           END-READ.

       600-CIERRE.
           DISPLAY '======================================='.
           DISPLAY 'PRESUPUESTO POR DEPARTAMENTO'.
           DISPLAY 'DEP   NOMBRE               NOMINA       '
                   'PRESUPUESTO SOLICITADO   FACTOR  AUTORIZADO'.
           PERFORM VARYING WS-DEP-I FROM 1 BY 1
               UNTIL WS-DEP-I GREATER 1000
               IF WS-DEP-EVALUADOS(WS-DEP-I) GREATER 0
                   COMPUTE DEPTO-CLV = WS-DEP-I - 1
                   DISPLAY DEPTO-CLV '   ' WS-DEP-NOM(WS-DEP-I) ' '
                           WS-DEP-NOMINA(WS-DEP-I) ' '
                           WS-DEP-PPTO(WS-DEP-I) ' '
                           WS-DEP-SOLICITADO(WS-DEP-I) ' '
                           WS-DEP-FACTOR(WS-DEP-I) ' '
                           WS-DEP-FINAL(WS-DEP-I)
               END-IF
           END-PERFORM.
           DISPLAY '======================================='.
           DISPLAY 'EVALUACIONES DEL CICLO:      ' WS-TOT-EVALUADOS.
           DISPLAY 'EXCLUIDAS (BAJAS):           ' WS-TOT-EXCLUIDOS.
           DISPLAY 'SIN PORCENTAJE EN MATRIZ:    ' WS-TOT-SIN-MATRIZ.
           DISPLAY 'TOPADAS POR BANDA:           ' WS-TOT-TOPE-BANDA.
           DISPLAY 'RECORTADAS POR PRESUPUESTO:  ' WS-TOT-TOPE-PPTO.
           DISPLAY 'REGISTROS EN MERITO-FILE:    ' WS-TOT-MERITOS.
           DISPLAY 'AUMENTO MENSUAL TOTAL:       ' WS-TOT-AUMENTO.
           DISPLAY 'APLIQUE LA LISTA CON AUMENTO-INDIVIDUAL'.
