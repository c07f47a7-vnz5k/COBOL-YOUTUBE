       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPL-HIST-CONSULTA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT EMPLEADO
           ASSIGN TO 'BSEC-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ID-EMPL OF REG-EMPL
           FILE STATUS IS WS-STATUS-EMP.
           SELECT EMPL-HIST
           ASSIGN TO 'EMPL-HIST-FILE'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-EMH.
           SELECT WORK-HIST
           ASSIGN TO 'EMPLHIST.SRT'.
           SELECT HIST-ORD
           ASSIGN TO 'EMPLHIST.ORD'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-ORD.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLEADO.
           COPY EMPLREG.
       FD EMPL-HIST.
           COPY EMPHREG.
       SD WORK-HIST.
           COPY EMPHREG REPLACING ==REG-EMPL-HIST== BY ==WORK-REG-HIST==
                        LEADING ==EMH== BY ==WRK==.
       FD HIST-ORD.
           COPY EMPHREG REPLACING ==REG-EMPL-HIST== BY ==REG-HIST-ORD==
                        LEADING ==EMH== BY ==ORD==.

       WORKING-STORAGE SECTION.
       01 WS-AREAS.
           05 WS-STATUS-EMP              PIC XX.
           05 WS-STATUS-EMH              PIC XX.
           05 WS-STATUS-ORD              PIC XX.
           05 WS-HAY-HIST                PIC X.
           05 WS-OPCION                  PIC 9.
           05 WS-FLAG                    PIC 9.
           05 WS-FLAG-EMP                PIC 9.
           05 WS-FLAG-ORD                PIC 9.
           05 WS-F-CORTE                 PIC 9(08).
           05 WS-ID-BUS                  PIC 9(05).
           05 WS-HAY-ESTADO              PIC X.
           05 WS-ID-MAE                  PIC 9(06).
           05 WS-ID-HIS                  PIC 9(06).
           05 WS-ID-ACTUAL               PIC 9(06).
           05 WS-CONT-MOVS               PIC 9(05).
           05 WS-TOT-ACTIVOS             PIC 9(05).
           05 WS-TOT-INACTIVOS           PIC 9(05).
           05 WS-NOMINA-ACTIVA           PIC 9(09)V99.

      *    EL REGISTRO DEL EMPLEADO TAL COMO ESTABA A LA FECHA DE
      *    CORTE, ARMADO DESDE LA HISTORIA O DESDE EL MAESTRO.
           COPY EMPLREG REPLACING REG-EMPL BY REG-EMPL-FECHA.

       PROCEDURE DIVISION.
      *    RECONSTRUYE EL MAESTRO DE EMPLEADOS A UNA FECHA DADA CON
      *    LA HISTORIA QUE DEJAN TODOS LOS PROGRAMAS QUE LO TOCAN:
      *    EL ESTADO DE UN EMPLEADO AL CIERRE DE ESA FECHA ES LA
      *    IMAGEN ANTERIOR DEL PRIMER MOVIMIENTO POSTERIOR A ELLA;
      *    SI NO TUVO MOVIMIENTOS DESPUES, ES EL REGISTRO ACTUAL DEL
      *    MAESTRO. UN EMPLEADO CUYO INGRESO ES POSTERIOR A LA FECHA
      *    NO APARECE.
       010-INITIAL.
           PERFORM 090-VERIFICAR-HIST.
           MOVE 0 TO WS-OPCION.
           PERFORM 100-MENU UNTIL WS-OPCION EQUAL 9.
       STOP RUN.

      *    SIN HISTORIA TODAVIA LA CONSULTA SALE DEL MAESTRO ACTUAL.
       090-VERIFICAR-HIST.
           MOVE 'S' TO WS-HAY-HIST.
           OPEN INPUT EMPL-HIST.
           IF WS-STATUS-EMH NOT EQUAL '00'
               MOVE 'N' TO WS-HAY-HIST
               DISPLAY 'AVISO: NO HAY HISTORIA DEL MAESTRO TODAVIA, '
                       'SE MUESTRA EL MAESTRO ACTUAL'
           ELSE
               CLOSE EMPL-HIST
           END-IF.

       100-MENU.
           DISPLAY '---------------------------------------'.
           DISPLAY 'MAESTRO DE EMPLEADOS A UNA FECHA'.
           DISPLAY '1. UN EMPLEADO A UNA FECHA'.
           DISPLAY '2. PLANTILLA COMPLETA A UNA FECHA'.
           DISPLAY '9. SALIR'.
           DISPLAY 'OPCION'                ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
               WHEN 1 PERFORM 200-UN-EMPLEADO
               WHEN 2 PERFORM 400-PLANTILLA
               WHEN 9 CONTINUE
               WHEN OTHER DISPLAY 'OPCION INVALIDA'
           END-EVALUATE.

       150-PEDIR-FECHA.
           DISPLAY 'FECHA DE CORTE AAAAMMDD (0 = HOY)'
               ACCEPT WS-F-CORTE.
           IF WS-F-CORTE EQUAL 0
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-F-CORTE
           END-IF.

      *    RECORRE LA HISTORIA EN ORDEN DE REGISTRO (CRONOLOGICO),
      *    LISTA LOS MOVIMIENTOS DEL EMPLEADO HASTA LA FECHA Y TOMA
      *    LA IMAGEN ANTERIOR DEL PRIMERO QUE LA REBASA.
       200-UN-EMPLEADO.
           DISPLAY 'ID-EMPL'               ACCEPT WS-ID-BUS.
           PERFORM 150-PEDIR-FECHA.
           MOVE 'N' TO WS-HAY-ESTADO.
           MOVE 0   TO WS-CONT-MOVS.
           IF WS-HAY-HIST EQUAL 'S'
               OPEN INPUT EMPL-HIST
               DISPLAY 'MOVIMIENTOS HASTA EL ' WS-F-CORTE ':'
               MOVE 0 TO WS-FLAG
               PERFORM 210-LEER-HISTORIA UNTIL WS-FLAG EQUAL 1
               CLOSE EMPL-HIST
               IF WS-CONT-MOVS EQUAL 0
                   DISPLAY '  NINGUNO'
               END-IF
           END-IF.
           IF WS-HAY-ESTADO NOT EQUAL 'S'
               PERFORM 220-LEER-MAESTRO
           END-IF.
           PERFORM 230-MOSTRAR-EMPLEADO.

       210-LEER-HISTORIA.
           READ EMPL-HIST
               AT END
                   MOVE 1 TO WS-FLAG
               NOT AT END
                   IF EMH-ID-EMPL EQUAL WS-ID-BUS
                       IF EMH-FECHA GREATER WS-F-CORTE
                           MOVE EMH-ANTES TO REG-EMPL-FECHA
                           MOVE 'S' TO WS-HAY-ESTADO
                           MOVE 1 TO WS-FLAG
                       ELSE
                           DISPLAY '  ' EMH-FECHA ' ' EMH-HORA ' '
                                   EMH-MOVIMIENTO ' ' EMH-PROGRAMA
                                   ' ' EMH-OPERADOR
                           ADD 1 TO WS-CONT-MOVS
                       END-IF
                   END-IF
           END-READ.

       220-LEER-MAESTRO.
           OPEN INPUT EMPLEADO.
           IF WS-STATUS-EMP NOT EQUAL '00'
               DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE EMPLEADOS, '
                       'FILE STATUS: ' WS-STATUS-EMP
               STOP RUN
           END-IF.
           MOVE WS-ID-BUS TO ID-EMPL OF REG-EMPL.
           READ EMPLEADO
               INVALID KEY
                   MOVE SPACES TO REG-EMPL-FECHA
               NOT INVALID KEY
                   MOVE REG-EMPL TO REG-EMPL-FECHA
           END-READ.
           CLOSE EMPLEADO.

       230-MOSTRAR-EMPLEADO.
           DISPLAY '======================================='.
           IF REG-EMPL-FECHA EQUAL SPACES
              OR F-ING OF REG-EMPL-FECHA GREATER WS-F-CORTE
               DISPLAY 'EL ID-EMPL ' WS-ID-BUS ' NO ESTABA EN LA '
                       'PLANTILLA EL ' WS-F-CORTE
           ELSE
               DISPLAY 'ID-EMPL ' WS-ID-BUS ' AL ' WS-F-CORTE
               DISPLAY 'NOMBRE:       ' NOM-EMPL OF REG-EMPL-FECHA
               DISPLAY 'ESTADO:       ' ESTADO OF REG-EMPL-FECHA
               DISPLAY 'DEPARTAMENTO: ' CLV-DEP OF REG-EMPL-FECHA ' '
                       NOM-DEP OF REG-EMPL-FECHA
               DISPLAY 'PUESTO:       ' PUE-CLV OF REG-EMPL-FECHA ' '
                       NOM-PUE OF REG-EMPL-FECHA
               DISPLAY 'JEFE-ID:      ' JEFE-ID OF REG-EMPL-FECHA
               DISPLAY 'TABULADOR:    ' TAB-S OF REG-EMPL-FECHA
               DISPLAY 'SUELDO MENSUAL: ' S-MEN OF REG-EMPL-FECHA
               DISPLAY 'FECHA INGRESO:  ' F-ING OF REG-EMPL-FECHA
               DISPLAY 'CUENTA:       ' CTA-BANCARIA OF REG-EMPL-FECHA
           END-IF.

      *    LA HISTORIA SE ORDENA POR ID-EMPL CONSERVANDO EL ORDEN DE
      *    REGISTRO DENTRO DE CADA EMPLEADO, Y SE CRUZA CON EL
      *    MAESTRO LEIDO POR LLAVE. UN ID QUE SOLO ESTA EN LA
      *    HISTORIA ES UN EMPLEADO ELIMINADO O ARCHIVADO.
       400-PLANTILLA.
           PERFORM 150-PEDIR-FECHA.
           IF WS-HAY-HIST EQUAL 'S'
               SORT WORK-HIST
                   ON ASCENDING KEY WRK-ID-EMPL
                   WITH DUPLICATES IN ORDER
                   USING EMPL-HIST
                   GIVING HIST-ORD
               OPEN INPUT HIST-ORD
               IF WS-STATUS-ORD NOT EQUAL '00'
                   DISPLAY 'ERROR AL ABRIR EL ARCHIVO ORDENADO, '
                           'FILE STATUS: ' WS-STATUS-ORD
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT EMPLEADO.
           IF WS-STATUS-EMP NOT EQUAL '00'
               DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE EMPLEADOS, '
                       'FILE STATUS: ' WS-STATUS-EMP
               STOP RUN
           END-IF.
           MOVE 0 TO WS-TOT-ACTIVOS WS-TOT-INACTIVOS WS-NOMINA-ACTIVA.
           DISPLAY '======================================='.
           DISPLAY '  PLANTILLA AL ' WS-F-CORTE.
           DISPLAY '======================================='.
           DISPLAY 'ID     NOMBRE                         E DEP '
                   'PUE JEFE  TAB SUELDO'.
           MOVE 0 TO ID-EMPL OF REG-EMPL.
           START EMPLEADO KEY IS NOT LESS THAN ID-EMPL OF REG-EMPL
               INVALID KEY
                   MOVE 1 TO WS-FLAG-EMP
               NOT INVALID KEY
                   MOVE 0 TO WS-FLAG-EMP
           END-START.
           PERFORM 410-LEER-MAESTRO.
           MOVE 0 TO WS-FLAG-ORD.
           IF WS-HAY-HIST NOT EQUAL 'S'
               MOVE 1 TO WS-FLAG-ORD
           END-IF.
           PERFORM 420-LEER-HISTORIA.
           PERFORM 430-CRUZAR
               UNTIL WS-ID-MAE EQUAL 999999 AND WS-ID-HIS EQUAL 999999.
           CLOSE EMPLEADO.
           IF WS-HAY-HIST EQUAL 'S'
               CLOSE HIST-ORD
           END-IF.
           DISPLAY '======================================='.
           DISPLAY 'ACTIVOS A LA FECHA:      ' WS-TOT-ACTIVOS.
           DISPLAY 'INACTIVOS A LA FECHA:    ' WS-TOT-INACTIVOS.
           DISPLAY 'NOMINA MENSUAL ACTIVA:   ' WS-NOMINA-ACTIVA.

       410-LEER-MAESTRO.
           MOVE 999999 TO WS-ID-MAE.
           IF WS-FLAG-EMP EQUAL 0
               READ EMPLEADO NEXT RECORD
                   AT END
                       MOVE 1 TO WS-FLAG-EMP
                   NOT AT END
                       MOVE ID-EMPL OF REG-EMPL TO WS-ID-MAE
               END-READ
           END-IF.

       420-LEER-HISTORIA.
           MOVE 999999 TO WS-ID-HIS.
           IF WS-FLAG-ORD EQUAL 0
               READ HIST-ORD
                   AT END
                       MOVE 1 TO WS-FLAG-ORD
                   NOT AT END
                       MOVE ORD-ID-EMPL TO WS-ID-HIS
               END-READ
           END-IF.

       430-CRUZAR.
           MOVE 'N' TO WS-HAY-ESTADO.
           IF WS-ID-HIS NOT GREATER WS-ID-MAE
               MOVE WS-ID-HIS TO WS-ID-ACTUAL
               PERFORM 440-GRUPO-HISTORIA
                   UNTIL WS-ID-HIS NOT EQUAL WS-ID-ACTUAL
           ELSE
               MOVE WS-ID-MAE TO WS-ID-ACTUAL
           END-IF.
           IF WS-ID-MAE EQUAL WS-ID-ACTUAL
               IF WS-HAY-ESTADO NOT EQUAL 'S'
                   MOVE REG-EMPL TO REG-EMPL-FECHA
                   MOVE 'S' TO WS-HAY-ESTADO
               END-IF
               PERFORM 410-LEER-MAESTRO
           END-IF.
           IF WS-HAY-ESTADO EQUAL 'S'
              AND REG-EMPL-FECHA NOT EQUAL SPACES
              AND F-ING OF REG-EMPL-FECHA NOT GREATER WS-F-CORTE
               PERFORM 450-IMPRIMIR
           END-IF.

      *    DENTRO DEL GRUPO DE UN EMPLEADO SOLO CUENTA EL PRIMER
      *    MOVIMIENTO POSTERIOR A LA FECHA DE CORTE.
       440-GRUPO-HISTORIA.
           IF WS-HAY-ESTADO NOT EQUAL 'S'
              AND ORD-FECHA GREATER WS-F-CORTE
               MOVE ORD-ANTES TO REG-EMPL-FECHA
               MOVE 'S' TO WS-HAY-ESTADO
           END-IF.
           PERFORM 420-LEER-HISTORIA.

       450-IMPRIMIR.
           DISPLAY ID-EMPL OF REG-EMPL-FECHA ' '
                   NOM-EMPL OF REG-EMPL-FECHA ' '
                   ESTADO OF REG-EMPL-FECHA ' '
                   CLV-DEP OF REG-EMPL-FECHA '   '
                   PUE-CLV OF REG-EMPL-FECHA '  '
                   JEFE-ID OF REG-EMPL-FECHA ' '
                   TAB-S OF REG-EMPL-FECHA '   '
                   S-MEN OF REG-EMPL-FECHA.
           IF EMPL-ACTIVO OF REG-EMPL-FECHA
               ADD 1 TO WS-TOT-ACTIVOS
               ADD S-MEN OF REG-EMPL-FECHA TO WS-NOMINA-ACTIVA
           ELSE
               ADD 1 TO WS-TOT-INACTIVOS
           END-IF.
