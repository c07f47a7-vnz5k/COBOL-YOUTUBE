           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ID-EMPL
           FILE STATUS IS WS-STATUS-EMP.
           SELECT CAMBIO-PEND
           ASSIGN TO 'CAMBIO-PEND-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CPE-LLAVE
           FILE STATUS IS WS-STATUS-CPE.

       DATA DIVISION.
       FILE SECTION.
           COPY AUDITREG REPLACING REG-AUDITORIA BY REG-ORD.
       FD EMPLEADO.
           COPY EMPLREG.
       FD CAMBIO-PEND.
           COPY CAMPREG.

       WORKING-STORAGE SECTION.
       01 WS-AREAS.
           05 WS-CONT-TOTAL               PIC 9(05).
           05 WS-CONT-ACTIVOS             PIC 9(05).
           05 WS-CONT-INACTIVOS           PIC 9(05).
           05 WS-STATUS-CPE               PIC XX.
           05 WS-DIAS-VENCE-PEND          PIC 9(03) VALUE 3.
           05 WS-DIAS-PEND                PIC 9(05).
           05 WS-CONT-PEND                PIC 9(05).
           05 WS-CONT-PEND-VENC           PIC 9(05).
           05 WS-TIPO-PEND-TXT            PIC X(06).

       PROCEDURE DIVISION.
       010-INITIAL.
           PERFORM 100-ABRIR.
           PERFORM 101-REPORTE.
           PERFORM 200-RECONCILIAR-EMPLEADO.
           PERFORM 300-CAMBIOS-PENDIENTES.
           PERFORM 100-CERRAR.
       STOP RUN.

                       ADD 1 TO WS-CONT-INACTIVOS
                   END-IF
           END-READ.

      *    LOS CAMBIOS DE SUELDO O CUENTA QUE LLEVAN MAS DE
      *    WS-DIAS-VENCE-PEND DIAS SIN AUTORIZAR NI RECHAZAR SE
      *    LISTAN PARA QUE UN SUPERVISOR LOS ATIENDA.
       300-CAMBIOS-PENDIENTES.
           MOVE 0 TO WS-FLAG WS-CONT-PEND WS-CONT-PEND-VENC.
           OPEN INPUT CAMBIO-PEND.
           IF WS-STATUS-CPE EQUAL '00'
               DISPLAY '======================================='
               DISPLAY 'CAMBIOS POR AUTORIZAR CON MAS DE '
                       WS-DIAS-VENCE-PEND ' DIAS:'
               PERFORM 310-REVISAR-PENDIENTE UNTIL WS-FLAG EQUAL 1
               CLOSE CAMBIO-PEND
               DISPLAY 'CAMBIOS POR AUTORIZAR:  ' WS-CONT-PEND
               DISPLAY 'CON MAS DE ' WS-DIAS-VENCE-PEND ' DIAS:    '
                       WS-CONT-PEND-VENC
           END-IF.

       310-REVISAR-PENDIENTE.
           READ CAMBIO-PEND NEXT RECORD
               AT END
                   MOVE 1 TO WS-FLAG
               NOT AT END
                   IF CPE-PENDIENTE
                       ADD 1 TO WS-CONT-PEND
                       COMPUTE WS-DIAS-PEND =
                           FUNCTION INTEGER-OF-DATE(WS-F-HOY)
                           - FUNCTION INTEGER-OF-DATE(CPE-F-CAPTURA)
                       IF WS-DIAS-PEND GREATER WS-DIAS-VENCE-PEND
                           ADD 1 TO WS-CONT-PEND-VENC
                           IF CPE-TIPO-SUELDO
                               MOVE 'SUELDO' TO WS-TIPO-PEND-TXT
                           ELSE
                               MOVE 'CUENTA' TO WS-TIPO-PEND-TXT
                           END-IF
                           DISPLAY CPE-ID-EMPL ' ' WS-TIPO-PEND-TXT
                                   ' CAPTURADO EL ' CPE-F-CAPTURA
                                   ' POR ' CPE-OPERADOR
                                   ' (' WS-DIAS-PEND ' DIAS)'
                       END-IF
                   END-IF
           END-READ.
