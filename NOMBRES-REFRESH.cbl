           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PUESTO-CLV
           FILE STATUS IS WS-STATUS-PUE.
           SELECT EMPL-HIST
           ASSIGN TO 'EMPL-HIST-FILE'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-EMH.

       DATA DIVISION.
       FILE SECTION.
           COPY DEPTREG.
       FD PUESTO.
           COPY PUESTREG.
       FD EMPL-HIST.
           COPY EMPHREG.

       WORKING-STORAGE SECTION.
       01 WS-AREAS.
           05 WS-STATUS-EMP              PIC XX.
           05 WS-STATUS-EMH              PIC XX.
      *    MISMA LONGITUD QUE REG-EMPL
           05 WS-EMPL-ANTES              PIC X(122).
           05 WS-STATUS-DEP              PIC XX.
           05 WS-STATUS-PUE              PIC XX.
           05 WS-FLAG                    PIC 9.

       310-COMPARAR.
           MOVE 'N' TO WS-CAMBIO.
           MOVE REG-EMPL TO WS-EMPL-ANTES.
           MOVE CLV-DEP TO DEPTO-CLV.
           READ DEPTO
               INVALID KEY
                                   ID-EMPL
                       NOT INVALID KEY
                           ADD 1 TO WS-CONT-CORREGIDOS
                           PERFORM 905-HISTORIA-EMPL
                   END-REWRITE
               END-IF
           END-IF.
               DISPLAY 'CORRE DE NUEVO EN MODO C PARA APLICAR LAS '
                       'CORRECCIONES'
           END-IF.

      *    IMAGEN COMPLETA DEL EMPLEADO ANTES Y DESPUES DEL CAMBIO,
      *    PARA RECONSTRUIR EL MAESTRO A UNA FECHA CON
      *    EMPL-HIST-CONSULTA.
       905-HISTORIA-EMPL.
           OPEN EXTEND EMPL-HIST.
           IF WS-STATUS-EMH EQUAL '35'
               OPEN OUTPUT EMPL-HIST.
           MOVE ID-EMPL                     TO EMH-ID-EMPL.
           MOVE FUNCTION CURRENT-DATE(1:8)  TO EMH-FECHA.
           MOVE FUNCTION CURRENT-DATE(9:6)  TO EMH-HORA.
           MOVE 'BATCH'                     TO EMH-OPERADOR.
           MOVE 'NOMBRES-REFRESH'           TO EMH-PROGRAMA.
           MOVE 'NOMBRES'                   TO EMH-MOVIMIENTO.
           SET EMH-CAMBIO                   TO TRUE.
           MOVE WS-EMPL-ANTES               TO EMH-ANTES.
           MOVE REG-EMPL                    TO EMH-DESPUES.
           WRITE REG-EMPL-HIST.
           CLOSE EMPL-HIST.
