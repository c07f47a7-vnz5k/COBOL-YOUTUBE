       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUMENTO-PROGRAMADO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT AUMENTO-PEND
           ASSIGN TO 'AUMENTO-PEND-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AUP-LLAVE
           FILE STATUS IS WS-STATUS-AUP.
           SELECT EMPLEADO
           ASSIGN TO 'BSEC-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ID-EMPL
           FILE STATUS IS WS-STATUS-EMP.
           SELECT AUDITORIA
           ASSIGN TO 'AUDITORIA-FILE'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-AUD.
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
           SELECT RETROACTIVO
           ASSIGN TO 'RETROACTIVO-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RET-LLAVE
           FILE STATUS IS WS-STATUS-RET.
           SELECT EMPL-HIST
           ASSIGN TO 'EMPL-HIST-FILE'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-EMH.

       DATA DIVISION.
       FILE SECTION.
       FD AUMENTO-PEND.
           COPY AUMPREG.
       FD EMPLEADO.
           COPY EMPLREG.
       FD AUDITORIA.
           COPY AUDITREG.
       FD PUESTO.
           COPY PUESTREG.
       FD ESCALA.
           COPY ESCREG.
       FD RETROACTIVO.
           COPY RETROREG.
       FD EMPL-HIST.
           COPY EMPHREG.

       WORKING-STORAGE SECTION.
       01 WS-AREAS.
           05 WS-STATUS-AUP              PIC XX.
           05 WS-STATUS-EMP              PIC XX.
           05 WS-STATUS-EMH              PIC XX.
      *    MISMA LONGITUD QUE REG-EMPL
           05 WS-EMPL-ANTES              PIC X(122).
           05 WS-STATUS-AUD              PIC XX.
           05 WS-STATUS-PUE              PIC XX.
           05 WS-STATUS-ESC              PIC XX.
           05 WS-STATUS-RET              PIC XX.
           05 WS-BANDA-OK                PIC X.
           05 WS-SMEN-BANDA-MAX          PIC 9(07)V99.
           05 WS-FLAG                    PIC 9.
           05 WS-F-HOY                   PIC 9(08).
           05 WS-SUELDO-ANT              PIC 9(07)V99.
           05 WS-SUELDO-NVO              PIC 9(07)V99.
           05 WS-DEP-ANT                 PIC 9(03).
           05 WS-DEP-NVO                 PIC 9(03).
           05 WS-TAB-ANT                 PIC A.
           05 WS-TAB-NVO                 PIC A.
           05 WS-MOVIMIENTO              PIC X(08).
           05 WS-OPERADOR-ACTUAL         PIC X(08) VALUE 'BATCH'.
           05 WS-TOT-APLICADOS           PIC 9(05).
           05 WS-TOT-CANCELADOS          PIC 9(05).
           05 WS-TOT-RETROACTIVOS        PIC 9(05).
           05 WS-TOT-FUTUROS             PIC 9(05).

       PROCEDURE DIVISION.
      *    CORRE TODOS LOS DIAS ANTES DE LA CAPTURA: APLICA AL
      *    MAESTRO LOS AUMENTOS PROGRAMADOS CUYA FECHA EFECTIVA YA
      *    LLEGO, EN ORDEN DE EMPLEADO Y FECHA, CON SU AUDITORIA
      *    (QUE IDSE-SEC TOMA COMO MODIFICACION DE SALARIO). SI EL
      *    PROCESO NO CORRIO EL DIA EFECTIVO, EL AUMENTO SE APLICA
      *    CON RETROACTIVO PARA LA SIGUIENTE NOMINA.
       010-INITIAL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-F-HOY.
           PERFORM 100-ABRIR.
           PERFORM 200-ENCABEZADO.
           MOVE 0 TO WS-TOT-APLICADOS WS-TOT-CANCELADOS.
           MOVE 0 TO WS-TOT-RETROACTIVOS WS-TOT-FUTUROS.
           MOVE 0 TO AUP-ID-EMPL AUP-F-EFECTIVA.
           MOVE 0 TO AUP-F-CAPTURA AUP-H-CAPTURA.
           START AUMENTO-PEND KEY IS NOT LESS THAN AUP-LLAVE
               INVALID KEY
                   MOVE 1 TO WS-FLAG
               NOT INVALID KEY
                   MOVE 0 TO WS-FLAG
           END-START.
           PERFORM 300-PROCESAR UNTIL WS-FLAG EQUAL 1.
           PERFORM 400-CIERRE.
           PERFORM 100-CERRAR.
       STOP RUN.

       100-ABRIR.
           OPEN I-O AUMENTO-PEND.
           IF WS-STATUS-AUP EQUAL '35'
               DISPLAY 'NO EXISTE AUMENTO-PEND-FILE, NO HAY AUMENTOS '
                       'PROGRAMADOS'
               STOP RUN
           END-IF.
           IF WS-STATUS-AUP NOT EQUAL '00'
               DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE AUMENTOS '
                       'PROGRAMADOS, FILE STATUS: ' WS-STATUS-AUP
               STOP RUN
           END-IF.
           OPEN I-O EMPLEADO.
           IF WS-STATUS-EMP NOT EQUAL '00'
               DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE EMPLEADOS, '
                       'FILE STATUS: ' WS-STATUS-EMP
               CLOSE AUMENTO-PEND
               STOP RUN
           END-IF.
           OPEN INPUT PUESTO.
           IF WS-STATUS-PUE NOT EQUAL '00'
               DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE PUESTOS, '
                       'FILE STATUS: ' WS-STATUS-PUE
               CLOSE AUMENTO-PEND EMPLEADO
               STOP RUN
           END-IF.
           OPEN INPUT ESCALA.
           IF WS-STATUS-ESC NOT EQUAL '00'
               DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE TABULADORES, '
                       'FILE STATUS: ' WS-STATUS-ESC
               CLOSE AUMENTO-PEND EMPLEADO PUESTO
               STOP RUN
           END-IF.
           OPEN I-O RETROACTIVO.
           IF WS-STATUS-RET EQUAL '35'
               OPEN OUTPUT RETROACTIVO
               CLOSE RETROACTIVO
               OPEN I-O RETROACTIVO
           END-IF.
           IF WS-STATUS-RET NOT EQUAL '00'
               DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE RETROACTIVOS, '
                       'FILE STATUS: ' WS-STATUS-RET
               CLOSE AUMENTO-PEND EMPLEADO PUESTO ESCALA
               STOP RUN
           END-IF.

       100-CERRAR.
           CLOSE AUMENTO-PEND.
           CLOSE EMPLEADO.
           CLOSE PUESTO.
           CLOSE ESCALA.
           CLOSE RETROACTIVO.

       200-ENCABEZADO.
           DISPLAY '======================================='.
           DISPLAY 'APLICACION DE AUMENTOS PROGRAMADOS AL ' WS-F-HOY.
           DISPLAY '======================================='.
           DISPLAY 'ID     NOMBRE                         EFECTIVO '
                   'ANTERIOR NUEVO'.

       300-PROCESAR.
           READ AUMENTO-PEND NEXT RECORD
               AT END
                   MOVE 1 TO WS-FLAG
               NOT AT END
                   IF AUP-PENDIENTE
                       IF AUP-F-EFECTIVA GREATER WS-F-HOY
                           ADD 1 TO WS-TOT-FUTUROS
                       ELSE
                           PERFORM 310-APLICAR
                       END-IF
                   END-IF
           END-READ.

       310-APLICAR.
           MOVE AUP-ID-EMPL TO ID-EMPL.
           READ EMPLEADO
               INVALID KEY
                   MOVE 'EMPLEADO NO ENCONTRADO' TO AUP-MOTIVO
                   PERFORM 350-CANCELAR
               NOT INVALID KEY
                   IF NOT EMPL-ACTIVO
                       MOVE 'EMPLEADO INACTIVO' TO AUP-MOTIVO
                       PERFORM 350-CANCELAR
                   ELSE
                       PERFORM 320-AUMENTAR
                   END-IF
           END-READ.

      *    CON PORCENTAJE (AUMENTO-LOTE, AUMENTO-INDIVIDUAL) EL
      *    NUEVO SUELDO SALE DEL SUELDO VIGENTE HOY; SIN PORCENTAJE
      *    (ALL-SEC) SE APLICAN EL SUELDO Y TABULADOR CAPTURADOS.
       320-AUMENTAR.
           MOVE REG-EMPL TO WS-EMPL-ANTES.
           MOVE S-MEN   TO WS-SUELDO-ANT.
           MOVE CLV-DEP TO WS-DEP-ANT WS-DEP-NVO.
           MOVE TAB-S   TO WS-TAB-ANT.
           IF AUP-PORCENTAJE GREATER 0
               COMPUTE WS-SUELDO-NVO ROUNDED =
                   S-MEN + (S-MEN * AUP-PORCENTAJE / 100)
               MOVE TAB-S TO WS-TAB-NVO
           ELSE
               MOVE AUP-S-MEN-NVO TO WS-SUELDO-NVO
               MOVE AUP-TAB-NVO   TO WS-TAB-NVO
           END-IF.
           PERFORM 330-VALIDAR-BANDA.
           IF WS-BANDA-OK NOT EQUAL 'S'
               MOVE 'REBASARIA LA BANDA DEL PUESTO' TO AUP-MOTIVO
               PERFORM 350-CANCELAR
           ELSE
               MOVE WS-SUELDO-NVO TO S-MEN
               MOVE WS-TAB-NVO    TO TAB-S
               REWRITE REG-EMPL
                   INVALID KEY
                       DISPLAY 'ERROR AL AUMENTAR ID-EMPL ' ID-EMPL
                               ', FILE STATUS: ' WS-STATUS-EMP
                   NOT INVALID KEY
                       DISPLAY ID-EMPL ' ' NOM-EMPL ' '
                               AUP-F-EFECTIVA ' '
                               WS-SUELDO-ANT '    ' WS-SUELDO-NVO
                       ADD 1 TO WS-TOT-APLICADOS
                       MOVE AUP-MOVIMIENTO     TO WS-MOVIMIENTO
                       MOVE AUP-OPERADOR       TO WS-OPERADOR-ACTUAL
                       PERFORM 900-AUDITAR
                       PERFORM 905-HISTORIA-EMPL
                       MOVE 'BATCH'            TO WS-OPERADOR-ACTUAL
                       IF AUP-F-EFECTIVA LESS WS-F-HOY
                          AND WS-SUELDO-NVO GREATER WS-SUELDO-ANT
                           PERFORM 340-REGISTRAR-RETROACTIVO
                       END-IF
                       SET AUP-APLICADO TO TRUE
                       MOVE WS-F-HOY      TO AUP-F-APLICA
                       MOVE WS-SUELDO-ANT TO AUP-S-MEN-ANT
                       MOVE WS-SUELDO-NVO TO AUP-S-MEN-NVO
                       REWRITE REG-AUMENTO-PEND
                           INVALID KEY
                               DISPLAY 'ERROR AL MARCAR APLICADO EL '
                                       'AUMENTO DEL ID-EMPL ' ID-EMPL
                       END-REWRITE
               END-REWRITE
           END-IF.

      *    EL AUMENTO NO PUEDE SACAR AL EMPLEADO POR ARRIBA DE LA
      *    BANDA SALARIAL DE SU PUESTO (MONTO DEL TABULADOR
      *    PUESTO-TAB-MAX); SIN PUESTO O SIN BANDA NO SE VALIDA.
       330-VALIDAR-BANDA.
           MOVE 'S' TO WS-BANDA-OK.
           IF PUE-CLV EQUAL 0
               CONTINUE
           ELSE
               MOVE PUE-CLV TO PUESTO-CLV
               READ PUESTO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PUESTO-TAB-MIN NOT EQUAL SPACE
                           MOVE 9999999.99 TO WS-SMEN-BANDA-MAX
                           MOVE PUESTO-TAB-MAX TO ESC-TAB-S
                           READ ESCALA
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   MOVE ESC-S-MEN
                                       TO WS-SMEN-BANDA-MAX
                           END-READ
                           IF WS-SUELDO-NVO GREATER WS-SMEN-BANDA-MAX
                               MOVE 'N' TO WS-BANDA-OK
                           END-IF
                       END-IF
               END-READ
           END-IF.

      *    EL PROCESO SE ATRASO RESPECTO A LA FECHA EFECTIVA: LA
      *    DIFERENCIA DE LOS PERIODOS QUE SE PAGARON CON EL SUELDO
      *    ANTERIOR LA MIDE Y LA PAGA LA SIGUIENTE NOMINA.
       340-REGISTRAR-RETROACTIVO.
           MOVE ID-EMPL                     TO RET-ID-EMPL.
           MOVE AUP-F-EFECTIVA              TO RET-F-EFECTIVA.
           MOVE FUNCTION CURRENT-DATE(1:8)  TO RET-F-REGISTRO.
           MOVE FUNCTION CURRENT-DATE(9:6)  TO RET-H-REGISTRO.
           MOVE AUP-MOVIMIENTO              TO RET-MOVIMIENTO.
           MOVE WS-SUELDO-ANT               TO RET-S-MEN-ANT.
           MOVE WS-SUELDO-NVO               TO RET-S-MEN-NVO.
           SET RET-PENDIENTE                TO TRUE.
           MOVE 0 TO RET-PERIODOS RET-DIAS RET-MONTO.
           MOVE 0 TO RET-PERIODO-PAGO RET-QUINCENA-PAGO RET-F-PAGO.
           WRITE REG-RETROACTIVO
               INVALID KEY
                   DISPLAY 'ERROR AL REGISTRAR EL RETROACTIVO DEL '
                           'ID-EMPL ' ID-EMPL
               NOT INVALID KEY
                   ADD 1 TO WS-TOT-RETROACTIVOS
           END-WRITE.

       350-CANCELAR.
           SET AUP-CANCELADO TO TRUE.
           MOVE WS-F-HOY TO AUP-F-APLICA.
           REWRITE REG-AUMENTO-PEND
               INVALID KEY
                   DISPLAY 'ERROR AL CANCELAR EL AUMENTO DEL '
                           'ID-EMPL ' AUP-ID-EMPL
               NOT INVALID KEY
                   ADD 1 TO WS-TOT-CANCELADOS
                   DISPLAY AUP-ID-EMPL ' AUMENTO DEL '
                           AUP-F-EFECTIVA ' CANCELADO: '
                           AUP-MOTIVO
           END-REWRITE.

       400-CIERRE.
           DISPLAY '======================================='.
           DISPLAY 'AUMENTOS APLICADOS:        ' WS-TOT-APLICADOS.
           DISPLAY 'AUMENTOS CANCELADOS:       ' WS-TOT-CANCELADOS.
           DISPLAY 'CON RETROACTIVO POR PAGAR: ' WS-TOT-RETROACTIVOS.
           DISPLAY 'PROGRAMADOS A FUTURO:      ' WS-TOT-FUTUROS.

       900-AUDITAR.
           OPEN EXTEND AUDITORIA.
           IF WS-STATUS-AUD EQUAL '35'
               OPEN OUTPUT AUDITORIA.
           MOVE WS-OPERADOR-ACTUAL          TO AUD-OPERADOR.
           MOVE FUNCTION CURRENT-DATE(1:8)  TO AUD-FECHA.
           MOVE FUNCTION CURRENT-DATE(9:6)  TO AUD-HORA.
           MOVE ID-EMPL                     TO AUD-ID-EMPL.
           MOVE WS-MOVIMIENTO                TO AUD-MOVIMIENTO.
           MOVE WS-SUELDO-ANT                TO AUD-SUELDO-ANT.
           MOVE WS-SUELDO-NVO                TO AUD-SUELDO-NVO.
           MOVE WS-DEP-ANT                    TO AUD-DEP-ANT.
           MOVE WS-DEP-NVO                    TO AUD-DEP-NVO.
           MOVE WS-TAB-ANT                    TO AUD-TAB-ANT.
           MOVE WS-TAB-NVO                    TO AUD-TAB-NVO.
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
           MOVE 'AUMENTO-PROGRAMADO'        TO EMH-PROGRAMA.
           MOVE WS-MOVIMIENTO               TO EMH-MOVIMIENTO.
           SET EMH-CAMBIO                   TO TRUE.
           MOVE WS-EMPL-ANTES               TO EMH-ANTES.
           MOVE REG-EMPL                    TO EMH-DESPUES.
           WRITE REG-EMPL-HIST.
           CLOSE EMPL-HIST.
