           ASSIGN TO 'AUDITORIA-FILE'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-AUD.
           SELECT EMPL-HIST
           ASSIGN TO 'EMPL-HIST-FILE'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-EMH.

       DATA DIVISION.
       FILE SECTION.
           COPY TRASLREG.
       FD AUDITORIA.
           COPY AUDITREG.
       FD EMPL-HIST.
           COPY EMPHREG.

       WORKING-STORAGE SECTION.
       01 WS-AREAS.
           05 WS-STATUS-DEP              PIC XX.
           05 WS-STATUS-EMP              PIC XX.
           05 WS-STATUS-EMH              PIC XX.
      *    MISMA LONGITUD QUE REG-EMPL
           05 WS-EMPL-ANTES              PIC X(122).
           05 WS-STATUS-TRAS             PIC XX.
           05 WS-STATUS-AUD              PIC XX.
           05 WS-FLAG                    PIC 9.
           05 WS-CONF                    PIC X.
           05 WS-DEP-ORIGEN              PIC 9(03).
           05 WS-NOM-ORIGEN              PIC X(20).
           05 WS-DEP-DESTINO             PIC 9(03).
           05 WS-NOM-DESTINO             PIC X(20).
           05 WS-TOPE-DESTINO            PIC 9(04).
           05 WS-OPERADOR-ACTUAL         PIC X(08) VALUE 'CIERRE'.
           END-READ.

       310-MOVER-EMPLEADO.
           MOVE REG-EMPL TO WS-EMPL-ANTES.
           MOVE WS-DEP-DESTINO TO CLV-DEP.
           MOVE WS-NOM-DESTINO TO NOM-DEP.
           REWRITE REG-EMPL
                   ADD S-MEN TO WS-NOMINA-MOVIDA
                   PERFORM 910-REGISTRAR-TRASLADO
                   PERFORM 900-AUDITAR
                   PERFORM 905-HISTORIA-EMPL
           END-REWRITE.

       400-CERRAR-DEPTO.
           WRITE REG-AUDITORIA.
           CLOSE AUDITORIA.

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
           MOVE WS-OPERADOR-ACTUAL          TO EMH-OPERADOR.
           MOVE 'DEPTO-CIERRE'              TO EMH-PROGRAMA.
           MOVE 'CIERRDEP'                  TO EMH-MOVIMIENTO.
           SET EMH-CAMBIO                   TO TRUE.
           MOVE WS-EMPL-ANTES               TO EMH-ANTES.
           MOVE REG-EMPL                    TO EMH-DESPUES.
           WRITE REG-EMPL-HIST.
           CLOSE EMPL-HIST.

       910-REGISTRAR-TRASLADO.
           OPEN EXTEND TRASLADO.
           IF WS-STATUS-TRAS EQUAL '35'
