       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIGRA-NOMINA-AMPLIA IS INITIAL PROGRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT FINIQUITO-VIEJO
           ASSIGN TO 'FINIQUITO-OLD'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FQV.
           SELECT FINIQUITO
           ASSIGN TO 'FINIQUITO-FILE'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FIN.

       DATA DIVISION.
       FILE SECTION.
      *    LAYOUT ANTERIOR: SUELDO MENSUAL EN PESOS SIN CENTAVOS. LOS
      *    TRAMOS QUE NO CAMBIAN SE PASAN TAL CUAL AL REGISTRO NUEVO.
       FD FINIQUITO-VIEJO.
       01 REG-FINIQUITO-VIEJO.
           05 FQV-DATOS-1               PIC X(13).
           05 FQV-S-MEN                 PIC 9(05).
           05 FQV-DATOS-2               PIC X(14).
       FD FINIQUITO.
           COPY FINQREG.

       WORKING-STORAGE SECTION.
       01 WS-AREAS.
           05 WS-STATUS-FQV             PIC XX.
           05 WS-STATUS-FIN             PIC XX.
           05 WS-FLAG                   PIC 9.
           05 WS-FINIQUITOS             PIC 9(05).

       PROCEDURE DIVISION.
      *    AMPLIA EL SUELDO MENSUAL DEL FINIQUITO A SIETE ENTEROS CON
      *    CENTAVOS. EL ARCHIVO SE CONVIERTE SOLO SI SE RENOMBRO A
      *    FINIQUITO-OLD. EL HISTORIAL, EL NETO Y LAS CORRIDAS LOS
      *    CONVIERTEN MIGRA-NOMINA-HIST Y MIGRA-CORRIDA. LA MIGRACION
      *    SE CORRE EN ESTE ORDEN: MIGRA-CORRIDA, MIGRA-NOMINA-HIST,
      *    MIGRA-EMPL-AMPLIA, MIGRA-BITACORA-AMPLIA Y
      *    MIGRA-NOMINA-AMPLIA. EL CHECKPOINT DE NOMINA NO SE
      *    CONVIERTE: LA NOMINA EN CURSO SE TERMINA O SE REVERSA ANTES
      *    DE MIGRAR.
       010-INITIAL.
           MOVE 0 TO WS-FINIQUITOS.
           PERFORM 100-FINIQUITOS.
           DISPLAY '======================================='.
           DISPLAY 'MIGRACION DE NOMINA A SUELDO 9(07)V99'.
           DISPLAY 'FINIQUITOS:               ' WS-FINIQUITOS.
           DISPLAY 'UNA NOMINA INTERRUMPIDA ANTES DE LA MIGRACION '
                   'NO SE PUEDE REANUDAR'.
       STOP RUN.

       100-FINIQUITOS.
           OPEN INPUT FINIQUITO-VIEJO.
           IF WS-STATUS-FQV NOT EQUAL '00'
               DISPLAY 'SIN FINIQUITO-OLD, LOS FINIQUITOS '
                       'NO SE CONVIERTEN'
           ELSE
               OPEN OUTPUT FINIQUITO
               IF WS-STATUS-FIN NOT EQUAL '00'
                   DISPLAY 'ERROR AL ABRIR FINIQUITO-FILE, '
                           'FILE STATUS: ' WS-STATUS-FIN
                   CLOSE FINIQUITO-VIEJO
                   STOP RUN
               END-IF
               MOVE 0 TO WS-FLAG
               PERFORM 110-CONVERTIR-FINIQUITO UNTIL WS-FLAG EQUAL 1
               CLOSE FINIQUITO-VIEJO FINIQUITO
           END-IF.

       110-CONVERTIR-FINIQUITO.
           READ FINIQUITO-VIEJO
               AT END
                   MOVE 1 TO WS-FLAG
               NOT AT END
                   MOVE FQV-DATOS-1 TO REG-FINIQUITO(1:13)
                   MOVE FQV-S-MEN   TO FINQ-S-MEN
                   MOVE FQV-DATOS-2 TO REG-FINIQUITO(23:14)
                   WRITE REG-FINIQUITO
                   ADD 1 TO WS-FINIQUITOS
           END-READ.
