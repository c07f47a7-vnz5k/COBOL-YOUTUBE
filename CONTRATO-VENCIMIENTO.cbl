       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTRATO-VENCIMIENTO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT EMPLEADO
           ASSIGN TO 'BSEC-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ID-EMPL OF REG-EMPL
           FILE STATUS IS WS-STATUS-EMP.
           SELECT CONTRATO
           ASSIGN TO 'CONTRATO-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTO-ID-EMPL
           FILE STATUS IS WS-STATUS-CTO.
           SELECT WORK-EMPL
           ASSIGN TO 'CTOVENC.SRT'.
           SELECT SALIDA-ORD
           ASSIGN TO 'CTOVENC.ORD'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-ORD.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLEADO.
           COPY EMPLREG.
       FD CONTRATO.
           COPY CONTREG.
       SD WORK-EMPL.
           COPY EMPLREG REPLACING REG-EMPL BY WORK-REG-EMPL.
       FD SALIDA-ORD.
           COPY EMPLREG REPLACING REG-EMPL BY REG-ORD.

       WORKING-STORAGE SECTION.
       01 WS-AREAS.
           05 WS-STATUS-EMP              PIC XX.
           05 WS-STATUS-CTO              PIC XX.
           05 WS-STATUS-ORD              PIC XX.
           05 WS-FLAG                    PIC 9.
           05 WS-F-HOY                   PIC 9(08).
           05 WS-DIAS-AVISO              PIC 9(03) VALUE 30.
           05 WS-DIAS-VENCE              PIC S9(05).
           05 WS-PRIMERO                 PIC X.
           05 WS-DEP-ANT                 PIC 9(03).
           05 WS-JEFE-ANT                PIC 9(05).
           05 WS-NOM-JEFE                PIC X(30).
           05 WS-TIPO-DESC               PIC X(13).
           05 WS-TOT-POR-VENCER          PIC 9(05).
           05 WS-TOT-VENCIDOS            PIC 9(05).

       PROCEDURE DIVISION.
      *    REPORTE SEMANAL DE CONTRATOS QUE TERMINAN EN LOS PROXIMOS
      *    30 DIAS, POR DEPARTAMENTO Y POR JEFE, PARA QUE SE DECIDA
      *    A TIEMPO SI SE RENUEVAN EN ALL-SEC O SE DA DE BAJA AL
      *    EMPLEADO. TAMBIEN SALEN LOS YA VENCIDOS SIN RENOVAR, CUYO
      *    PAGO RETIENE NOMINA-SEC. LOS EMPLEADOS SIN CONTRATO
      *    REGISTRADO SON INDETERMINADOS Y NO APARECEN.
       010-INITIAL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-F-HOY.
           PERFORM 090-VERIFICAR-EMP.
           PERFORM 020-ORDENAR.
           PERFORM 100-ABRIR.
           PERFORM 101-REPORTE.
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
               ON ASCENDING KEY CLV-DEP OF WORK-REG-EMPL
               ON ASCENDING KEY JEFE-ID OF WORK-REG-EMPL
               ON ASCENDING KEY NOM-EMPL OF WORK-REG-EMPL
               USING EMPLEADO
               GIVING SALIDA-ORD.

       100-ABRIR.
           OPEN INPUT CONTRATO.
           IF WS-STATUS-CTO EQUAL '35'
               DISPLAY 'NO HAY CONTRATOS REGISTRADOS, TODOS LOS '
                       'EMPLEADOS SON INDETERMINADOS'
               STOP RUN
           END-IF.
           IF WS-STATUS-CTO NOT EQUAL '00'
               DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE CONTRATOS, '
                       'FILE STATUS: ' WS-STATUS-CTO
               STOP RUN
           END-IF.
           OPEN INPUT EMPLEADO.
           IF WS-STATUS-EMP NOT EQUAL '00'
               DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE EMPLEADOS, '
                       'FILE STATUS: ' WS-STATUS-EMP
               CLOSE CONTRATO
               STOP RUN
           END-IF.
           OPEN INPUT SALIDA-ORD.
           IF WS-STATUS-ORD NOT EQUAL '00'
               DISPLAY 'ERROR AL ABRIR EL ARCHIVO ORDENADO, '
                       'FILE STATUS: ' WS-STATUS-ORD
               CLOSE CONTRATO EMPLEADO
               STOP RUN
           END-IF.

       100-CERRAR.
           CLOSE SALIDA-ORD.
           CLOSE EMPLEADO.
           CLOSE CONTRATO.

       101-REPORTE.
           MOVE 0 TO WS-FLAG WS-TOT-POR-VENCER WS-TOT-VENCIDOS.
           MOVE 'S' TO WS-PRIMERO.
           DISPLAY '======================================='.
           DISPLAY '  CONTRATOS POR VENCER AL ' WS-F-HOY
                   ' (PROXIMOS ' WS-DIAS-AVISO ' DIAS)'.
           DISPLAY '======================================='.
           PERFORM 103-DETALLE UNTIL WS-FLAG EQUAL 1.
           DISPLAY '======================================='.
           DISPLAY 'CONTRATOS POR VENCER:          ' WS-TOT-POR-VENCER.
           DISPLAY 'VENCIDOS SIN RENOVAR NI BAJA:  ' WS-TOT-VENCIDOS.
           IF WS-TOT-VENCIDOS GREATER 0
               DISPLAY 'EL PAGO DE LOS VENCIDOS QUEDA RETENIDO EN '
                       'NOMINA-SEC HASTA RENOVAR O DAR DE BAJA'
           END-IF.

       103-DETALLE.
           READ SALIDA-ORD
               AT END
                   MOVE 1 TO WS-FLAG
               NOT AT END
                   IF EMPL-ACTIVO OF REG-ORD
                       PERFORM 200-REVISAR-CONTRATO
                   END-IF
           END-READ.

       200-REVISAR-CONTRATO.
           MOVE ID-EMPL OF REG-ORD TO CTO-ID-EMPL.
           READ CONTRATO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT CTO-INDETERMINADO
                      AND CTO-F-FIN GREATER 0
                       COMPUTE WS-DIAS-VENCE =
                           FUNCTION INTEGER-OF-DATE(CTO-F-FIN)
                         - FUNCTION INTEGER-OF-DATE(WS-F-HOY)
                       IF WS-DIAS-VENCE NOT GREATER WS-DIAS-AVISO
                           PERFORM 210-IMPRIMIR
                       END-IF
                   END-IF
           END-READ.

      *    ENCABEZADO POR DEPARTAMENTO Y, DENTRO DE EL, POR JEFE; EL
      *    ARCHIVO VIENE ORDENADO POR CLV-DEP Y JEFE-ID.
       210-IMPRIMIR.
           IF WS-PRIMERO EQUAL 'S'
              OR WS-DEP-ANT NOT EQUAL CLV-DEP OF REG-ORD
               DISPLAY '---------------------------------------'
               DISPLAY 'DEPARTAMENTO: ' CLV-DEP OF REG-ORD ' '
                       NOM-DEP OF REG-ORD
               MOVE CLV-DEP OF REG-ORD TO WS-DEP-ANT
               MOVE 'S' TO WS-PRIMERO
           END-IF.
           IF WS-PRIMERO EQUAL 'S'
              OR WS-JEFE-ANT NOT EQUAL JEFE-ID OF REG-ORD
               PERFORM 220-NOMBRE-JEFE
               DISPLAY '  JEFE: ' JEFE-ID OF REG-ORD ' ' WS-NOM-JEFE
               MOVE JEFE-ID OF REG-ORD TO WS-JEFE-ANT
               MOVE 'N' TO WS-PRIMERO
           END-IF.
           EVALUATE TRUE
               WHEN CTO-DETERMINADO
                   MOVE 'DETERMINADO'   TO WS-TIPO-DESC
               WHEN CTO-PRUEBA
                   MOVE 'PRUEBA'        TO WS-TIPO-DESC
               WHEN CTO-TEMPORADA
                   MOVE 'TEMPORADA'     TO WS-TIPO-DESC
               WHEN OTHER
                   MOVE CTO-TIPO        TO WS-TIPO-DESC
           END-EVALUATE.
           IF WS-DIAS-VENCE LESS 0
               DISPLAY '    ' ID-EMPL OF REG-ORD ' '
                       NOM-EMPL OF REG-ORD ' ' WS-TIPO-DESC
                       ' TERMINO ' CTO-F-FIN ' VENCIDO'
               ADD 1 TO WS-TOT-VENCIDOS
           ELSE
               DISPLAY '    ' ID-EMPL OF REG-ORD ' '
                       NOM-EMPL OF REG-ORD ' ' WS-TIPO-DESC
                       ' TERMINA ' CTO-F-FIN ' EN ' WS-DIAS-VENCE
                       ' DIAS'
               ADD 1 TO WS-TOT-POR-VENCER
           END-IF.

       220-NOMBRE-JEFE.
           IF JEFE-ID OF REG-ORD EQUAL 0
               MOVE 'SIN JEFE ASIGNADO' TO WS-NOM-JEFE
           ELSE
               MOVE JEFE-ID OF REG-ORD TO ID-EMPL OF REG-EMPL
               READ EMPLEADO
                   INVALID KEY
                       MOVE 'JEFE NO ENCONTRADO' TO WS-NOM-JEFE
                   NOT INVALID KEY
                       MOVE NOM-EMPL OF REG-EMPL TO WS-NOM-JEFE
               END-READ
           END-IF.
