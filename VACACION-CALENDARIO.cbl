           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ID-EMPL
           FILE STATUS IS WS-STATUS-EMP.
           SELECT FESTIVO
           ASSIGN TO 'DIAS-FESTIVOS-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FES-FECHA
           FILE STATUS IS WS-STATUS-FES.

       DATA DIVISION.
       FILE SECTION.
           COPY VACSOLREG.
       FD EMPLEADO.
           COPY EMPLREG.
       FD FESTIVO.
           COPY FESTREG.

       WORKING-STORAGE SECTION.
       01 WS-AREAS.
           05 WS-F-MES-FIN               PIC 9(08).
           05 WS-CONT-DEP                PIC 9(04).
           05 WS-CONT-TOTAL              PIC 9(05).
           05 WS-STATUS-FES              PIC XX.
           05 WS-FLAG-FES                PIC 9.
           05 WS-CONT-FES                PIC 9(02).

       PROCEDURE DIVISION.
       010-INITIAL.
           COMPUTE WS-F-MES-FIN = WS-MES-CONSULTA * 100 + 31.
           PERFORM 100-ABRIR.
           MOVE 0 TO WS-CONT-TOTAL.
           PERFORM 200-FESTIVOS-MES.
           PERFORM 300-PROCESAR-DEPTO UNTIL WS-FLAG-DEP EQUAL 1.
           DISPLAY '======================================='.
           DISPLAY 'EMPLEADOS FUERA EN EL MES: ' WS-CONT-TOTAL.
           CLOSE DEPTO.
           CLOSE EMPLEADO.

      *    ANTES DE LAS AUSENCIAS SE MARCAN LOS DIAS FESTIVOS E
      *    INHABILES DEL MES, QUE NO SE DESCUENTAN DE LAS VACACIONES.
       200-FESTIVOS-MES.
           OPEN INPUT FESTIVO.
           IF WS-STATUS-FES NOT EQUAL '00'
               DISPLAY 'SIN CATALOGO DE DIAS FESTIVOS'
           ELSE
               DISPLAY '---------------------------------------'
               DISPLAY 'DIAS FESTIVOS E INHABILES DEL MES:'
               MOVE 0 TO WS-CONT-FES
               MOVE 0 TO WS-FLAG-FES
               MOVE WS-F-MES-INI TO FES-FECHA
               START FESTIVO KEY IS NOT LESS FES-FECHA
                   INVALID KEY
                       MOVE 1 TO WS-FLAG-FES
               END-START
               PERFORM 210-MARCAR-FESTIVO UNTIL WS-FLAG-FES EQUAL 1
               IF WS-CONT-FES EQUAL 0
                   DISPLAY '  NINGUNO'
               END-IF
               CLOSE FESTIVO
           END-IF.

       210-MARCAR-FESTIVO.
           READ FESTIVO NEXT RECORD
               AT END
                   MOVE 1 TO WS-FLAG-FES
               NOT AT END
                   IF FES-FECHA GREATER WS-F-MES-FIN
                       MOVE 1 TO WS-FLAG-FES
                   ELSE
                       DISPLAY '  *** ' FES-FECHA ' ' FES-DESCRIPCION
                       ADD 1 TO WS-CONT-FES
                   END-IF
           END-READ.

       300-PROCESAR-DEPTO.
           READ DEPTO NEXT RECORD
               AT END
