       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTADO-AHORRO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT AHORRO
           ASSIGN TO 'AHORRO-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AHO-ID-EMPL
           FILE STATUS IS WS-STATUS-AHO.
           SELECT AHORRO-MOV
           ASSIGN TO 'AHORRO-MOVTOS-FILE'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-AHM.
           SELECT EMPLEADO
           ASSIGN TO 'BSEC-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ID-EMPL
           FILE STATUS IS WS-STATUS-EMP.

       DATA DIVISION.
       FILE SECTION.
       FD AHORRO.
           COPY AHORREG.
       FD AHORRO-MOV.
           COPY AHOMREG.
       FD EMPLEADO.
           COPY EMPLREG.

       WORKING-STORAGE SECTION.
       01 WS-AREAS.
           05 WS-STATUS-AHO              PIC XX.
           05 WS-STATUS-AHM              PIC XX.
           05 WS-STATUS-EMP              PIC XX.
           05 WS-FLAG                    PIC 9.
           05 WS-ID-BUS                  PIC 9(05).
           05 WS-RES                     PIC X.
           05 WS-NOM-EMPL-EDO            PIC X(30).
           05 WS-SALDO-TOTAL             PIC 9(09)V99.
           05 WS-CONT-MOVTOS             PIC 9(05).
           05 WS-TOT-EMPLEADO            PIC S9(09)V99.
           05 WS-TOT-EMPRESA             PIC S9(09)V99.
           05 WS-TOT-INTERES             PIC S9(09)V99.

       PROCEDURE DIVISION.
       010-INITIAL.
           PERFORM 100-ABRIR.
           PERFORM 200-CONSULTAR UNTIL WS-RES EQUAL 'N'.
           PERFORM 100-CERRAR.
       STOP RUN.

       100-ABRIR.
           OPEN INPUT AHORRO.
           IF WS-STATUS-AHO EQUAL '35'
               DISPLAY 'NO HAY EMPLEADOS INSCRITOS AL FONDO DE AHORRO'
               STOP RUN
           END-IF.
           IF WS-STATUS-AHO NOT EQUAL '00'
               DISPLAY 'ERROR AL ABRIR AHORRO-FILE, '
                       'FILE STATUS: ' WS-STATUS-AHO
               STOP RUN
           END-IF.
           OPEN INPUT EMPLEADO.
           IF WS-STATUS-EMP NOT EQUAL '00'
               DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE EMPLEADOS, '
                       'FILE STATUS: ' WS-STATUS-EMP
               CLOSE AHORRO
               STOP RUN
           END-IF.

       100-CERRAR.
           CLOSE AHORRO.
           CLOSE EMPLEADO.

      *    SALDOS ACTUALES DEL FONDO Y DEBAJO CADA MOVIMIENTO DE LA
      *    BITACORA: APORTACIONES DE NOMINA, REVERSAS, INTERESES Y
      *    LIQUIDACIONES, CON EL SALDO TOTAL QUE DEJO CADA UNO.
       200-CONSULTAR.
           DISPLAY 'ID-EMPL DEL FONDO A CONSULTAR'
                   ACCEPT WS-ID-BUS.
           MOVE WS-ID-BUS TO AHO-ID-EMPL.
           READ AHORRO
               INVALID KEY
                   DISPLAY 'EL EMPLEADO NO ESTA INSCRITO AL FONDO'
               NOT INVALID KEY
                   PERFORM 210-ENCABEZADO
                   PERFORM 220-MOVIMIENTOS
           END-READ.
           DISPLAY 'CONSULTAR OTRO EMPLEADO? S/N' ACCEPT WS-RES.

       210-ENCABEZADO.
           MOVE WS-ID-BUS TO ID-EMPL.
           READ EMPLEADO
               INVALID KEY
                   MOVE 'EMPLEADO NO ENCONTRADO' TO WS-NOM-EMPL-EDO
               NOT INVALID KEY
                   MOVE NOM-EMPL TO WS-NOM-EMPL-EDO
           END-READ.
           COMPUTE WS-SALDO-TOTAL =
               AHO-SALDO-EMPLEADO + AHO-SALDO-EMPRESA.
           DISPLAY '======================================='.
           DISPLAY ' ESTADO DE CUENTA DEL FONDO DE AHORRO'.
           DISPLAY '======================================='.
           DISPLAY 'ID-EMPL:            ' AHO-ID-EMPL.
           DISPLAY 'EMPLEADO:           ' WS-NOM-EMPL-EDO.
           DISPLAY 'PORCENTAJE:         ' AHO-PCT-EMPLEADO.
           DISPLAY 'INSCRITO EL:        ' AHO-F-INSCRIPCION.
           DISPLAY 'ESTADO:             ' AHO-ESTADO.
           IF AHO-LIQUIDADO-BAJA
               DISPLAY 'FONDO LIQUIDADO CON EL FINIQUITO'
           END-IF.
           DISPLAY 'SALDO EMPLEADO:     ' AHO-SALDO-EMPLEADO.
           DISPLAY 'SALDO EMPRESA:      ' AHO-SALDO-EMPRESA.
           DISPLAY 'SALDO TOTAL:        ' WS-SALDO-TOTAL.
           IF AHO-F-ULT-LIQUIDA GREATER 0
               DISPLAY 'ULTIMA LIQUIDACION: ' AHO-F-ULT-LIQUIDA
           END-IF.
           DISPLAY 'INTERESES PAGADOS:  ' AHO-TOT-INTERESES.
           DISPLAY '---------------------------------------'.
           DISPLAY 'FECHA    PERIODO Q ORIG EMPLEADO   EMPRESA    '
                   'INTERES    SALDO'.

       220-MOVIMIENTOS.
           MOVE 0 TO WS-CONT-MOVTOS WS-TOT-EMPLEADO WS-TOT-EMPRESA
                     WS-TOT-INTERES.
           OPEN INPUT AHORRO-MOV.
           IF WS-STATUS-AHM EQUAL '35'
               DISPLAY 'SIN MOVIMIENTOS REGISTRADOS EN LA BITACORA'
           ELSE
               MOVE 0 TO WS-FLAG
               PERFORM 230-DETALLE-MOVTO UNTIL WS-FLAG EQUAL 1
               CLOSE AHORRO-MOV
               DISPLAY '---------------------------------------'
               DISPLAY 'MOVIMIENTOS:        ' WS-CONT-MOVTOS
               DISPLAY 'NETO EMPLEADO:      ' WS-TOT-EMPLEADO
               DISPLAY 'NETO EMPRESA:       ' WS-TOT-EMPRESA
               DISPLAY 'NETO INTERESES:     ' WS-TOT-INTERES
           END-IF.

       230-DETALLE-MOVTO.
           READ AHORRO-MOV
               AT END
                   MOVE 1 TO WS-FLAG
               NOT AT END
                   IF AHM-ID-EMPL EQUAL WS-ID-BUS
                       DISPLAY AHM-FECHA ' ' AHM-PERIODO ' '
                               AHM-QUINCENA ' ' AHM-ORIGEN '    '
                               AHM-EMPLEADO ' ' AHM-EMPRESA ' '
                               AHM-INTERES ' ' AHM-SALDO-RESULTANTE
                       ADD 1 TO WS-CONT-MOVTOS
                       ADD AHM-EMPLEADO TO WS-TOT-EMPLEADO
                       ADD AHM-EMPRESA  TO WS-TOT-EMPRESA
                       ADD AHM-INTERES  TO WS-TOT-INTERES
                   END-IF
           END-READ.
