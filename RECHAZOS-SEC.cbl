           ASSIGN TO 'AUDITORIA-FILE'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-AUD.
           SELECT EMPL-HIST
           ASSIGN TO 'EMPL-HIST-FILE'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-EMH.

       DATA DIVISION.
       FILE SECTION.
           COPY ESCREG.
       FD AUDITORIA.
           COPY AUDITREG.
       FD EMPL-HIST.
           COPY EMPHREG.

       WORKING-STORAGE SECTION.
       01 WS-AREAS.
           05 WS-STATUS-RCH               PIC XX.
           05 WS-STATUS-EMP               PIC XX.
           05 WS-STATUS-EMH               PIC XX.
           05 WS-STATUS-DEP               PIC XX.
           05 WS-STATUS-ESC               PIC XX.
           05 WS-FLAG                     PIC 9.
           05 WS-STATUS-AUD               PIC XX.
           05 WS-OPERADOR-ACTUAL          PIC X(08) VALUE 'BATCH'.
           05 WS-MOVIMIENTO               PIC X(08).
           05 WS-SUELDO-ANT               PIC 9(07)V99.
           05 WS-SUELDO-NVO               PIC 9(07)V99.
           05 WS-DEP-ANT                  PIC 9(03).
           05 WS-DEP-NVO                  PIC 9(03).
           05 WS-TAB-ANT                  PIC A.
           05 WS-TAB-NVO                  PIC A.
           05 WS-F-ANIO                   PIC 9(04).
                       MOVE SPACE   TO WS-TAB-ANT
                       MOVE TAB-S   TO WS-TAB-NVO
                       PERFORM 900-AUDITAR
                       PERFORM 905-HISTORIA-EMPL
               END-WRITE
           END-IF.

           MOVE WS-TAB-NVO                    TO AUD-TAB-NVO.
           WRITE REG-AUDITORIA.
           CLOSE AUDITORIA.

      *    IMAGEN COMPLETA DEL EMPLEADO DADO DE ALTA, PARA
      *    RECONSTRUIR EL MAESTRO A UNA FECHA CON EMPL-HIST-CONSULTA.
       905-HISTORIA-EMPL.
           OPEN EXTEND EMPL-HIST.
           IF WS-STATUS-EMH EQUAL '35'
               OPEN OUTPUT EMPL-HIST.
           MOVE ID-EMPL                     TO EMH-ID-EMPL.
           MOVE FUNCTION CURRENT-DATE(1:8)  TO EMH-FECHA.
           MOVE FUNCTION CURRENT-DATE(9:6)  TO EMH-HORA.
           MOVE WS-OPERADOR-ACTUAL          TO EMH-OPERADOR.
           MOVE 'RECHAZOS-SEC'              TO EMH-PROGRAMA.
           MOVE WS-MOVIMIENTO               TO EMH-MOVIMIENTO.
           SET EMH-ALTA                     TO TRUE.
           MOVE SPACES                      TO EMH-ANTES.
           MOVE REG-EMPL                    TO EMH-DESPUES.
           WRITE REG-EMPL-HIST.
           CLOSE EMPL-HIST.
