           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ESC-TAB-S
           FILE STATUS IS WS-STATUS-ESC.
           SELECT AUMENTO-PEND
           ASSIGN TO 'AUMENTO-PEND-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AUP-LLAVE
           FILE STATUS IS WS-STATUS-AUP.
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
           COPY PUESTREG.
       FD ESCALA.
           COPY ESCREG.
       FD AUMENTO-PEND.
           COPY AUMPREG.
       FD RETROACTIVO.
           COPY RETROREG.
       FD EMPL-HIST.
           COPY EMPHREG.

       WORKING-STORAGE SECTION.
       01 WS-AREAS.
           05 WS-STATUS-EMP              PIC XX.
           05 WS-STATUS-EMH              PIC XX.
      *    MISMA LONGITUD QUE REG-EMPL
           05 WS-EMPL-ANTES              PIC X(122).
           05 WS-STATUS-AUD              PIC XX.
           05 WS-STATUS-PUE              PIC XX.
           05 WS-STATUS-ESC              PIC XX.
           05 WS-BANDA-OK                PIC X.
           05 WS-SMEN-BANDA-MAX          PIC 9(07)V99.
           05 WS-FLAG                    PIC 9.
           05 WS-CLV-DEP                 PIC 9(03).
           05 WS-PORCENTAJE              PIC 9(03)V99.
           05 WS-SUELDO-ANT              PIC 9(07)V99.
           05 WS-SUELDO-NVO              PIC 9(07)V99.
           05 WS-DEP-ANT                 PIC 9(03).
           05 WS-DEP-NVO                 PIC 9(03).
           05 WS-TAB-ANT                 PIC A.
           05 WS-TAB-NVO                 PIC A.
           05 WS-MOVIMIENTO              PIC X(08).
           05 WS-OPERADOR-ACTUAL         PIC X(08) VALUE 'BATCH'.
           05 WS-TOT-LEIDOS              PIC 9(05).
           05 WS-TOT-AUMENTADOS          PIC 9(05).
           05 WS-TOT-PROGRAMADOS         PIC 9(05).
           05 WS-STATUS-AUP              PIC XX.
           05 WS-STATUS-RET              PIC XX.
           05 WS-F-HOY                   PIC 9(08).
           05 WS-F-EFECTIVA              PIC 9(08).
           05 WS-F-EFECTIVA-OK           PIC X.
           05 WS-F-ANIO                  PIC 9(04).
           05 WS-F-MES                   PIC 9(02).
           05 WS-F-DIA                   PIC 9(02).
           05 WS-DIAS-MES                PIC 9(02).

       PROCEDURE DIVISION.
       010-INITIAL.
           DISPLAY 'CLV-DEP A AUMENTAR'          ACCEPT WS-CLV-DEP.
           DISPLAY 'PORCENTAJE DE AUMENTO (EJ 10.00 = 10%)'
           ACCEPT WS-PORCENTAJE.
           PERFORM 020-PEDIR-F-EFECTIVA.
           PERFORM 100-ABRIR.
           PERFORM 200-ENCABEZADO.
           MOVE 0 TO WS-FLAG.
           PERFORM 100-CERRAR.
       STOP RUN.

      *    UNA SOLA FECHA EFECTIVA PARA TODO EL LOTE: SI ES FUTURA
      *    LOS AUMENTOS QUEDAN PROGRAMADOS EN AUMENTO-PEND-FILE Y
      *    AUMENTO-PROGRAMADO LOS APLICA ESE DIA; SI ES PASADA SE
      *    APLICAN YA Y LA SIGUIENTE NOMINA PAGA EL RETROACTIVO.
       020-PEDIR-F-EFECTIVA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-F-HOY.
           MOVE 'N' TO WS-F-EFECTIVA-OK.
           PERFORM UNTIL WS-F-EFECTIVA-OK EQUAL 'S'
               DISPLAY 'FECHA EFECTIVA DEL AUMENTO AAAAMMDD '
                       '(0 = HOY)'
               ACCEPT WS-F-EFECTIVA
               IF WS-F-EFECTIVA EQUAL 0
                   MOVE WS-F-HOY TO WS-F-EFECTIVA
               END-IF
               MOVE WS-F-EFECTIVA(1:4) TO WS-F-ANIO
               MOVE WS-F-EFECTIVA(5:2) TO WS-F-MES
               MOVE WS-F-EFECTIVA(7:2) TO WS-F-DIA
               EVALUATE TRUE
                 WHEN WS-F-EFECTIVA NOT GREATER 20190101
                   DISPLAY 'FECHA INVALIDA, DEBE SER MAYOR A 2019'
                 WHEN WS-F-MES LESS 1 OR WS-F-MES GREATER 12
                   DISPLAY 'MES INVALIDO'
                 WHEN OTHER
                   PERFORM 025-DIAS-MES
                   IF WS-F-DIA LESS 1
                      OR WS-F-DIA GREATER WS-DIAS-MES
                       DISPLAY 'DIA INVALIDO PARA ESE MES'
                   ELSE
                       MOVE 'S' TO WS-F-EFECTIVA-OK
                   END-IF
               END-EVALUATE
           END-PERFORM.
           IF WS-F-EFECTIVA GREATER WS-F-HOY
               DISPLAY 'FECHA FUTURA: LOS AUMENTOS QUEDAN '
                       'PROGRAMADOS, EL SUELDO NO CAMBIA HOY'
           END-IF.
           IF WS-F-EFECTIVA LESS WS-F-HOY
               DISPLAY 'FECHA PASADA: LA SIGUIENTE NOMINA PAGA EL '
                       'RETROACTIVO'
           END-IF.

       025-DIAS-MES.
           EVALUATE WS-F-MES
               WHEN 01 WHEN 03 WHEN 05 WHEN 07 WHEN 08 WHEN 10
               WHEN 12
                   MOVE 31 TO WS-DIAS-MES
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE 30 TO WS-DIAS-MES
               WHEN 02
                   IF (FUNCTION MOD(WS-F-ANIO, 4) EQUAL 0 AND
                       FUNCTION MOD(WS-F-ANIO, 100) NOT EQUAL 0)
                       OR FUNCTION MOD(WS-F-ANIO, 400) EQUAL 0
                       MOVE 29 TO WS-DIAS-MES
                   ELSE
                       MOVE 28 TO WS-DIAS-MES
                   END-IF
           END-EVALUATE.

       100-ABRIR.
           OPEN I-O EMPLEADO.
           IF WS-STATUS-EMP NOT EQUAL '00'
               CLOSE EMPLEADO PUESTO
               STOP RUN
           END-IF.
           OPEN I-O AUMENTO-PEND.
           IF WS-STATUS-AUP EQUAL '35'
               OPEN OUTPUT AUMENTO-PEND
               CLOSE AUMENTO-PEND
               OPEN I-O AUMENTO-PEND
           END-IF.
           IF WS-STATUS-AUP NOT EQUAL '00'
               DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE AUMENTOS '
                       'PROGRAMADOS, FILE STATUS: ' WS-STATUS-AUP
               CLOSE EMPLEADO PUESTO ESCALA
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
               CLOSE EMPLEADO PUESTO ESCALA AUMENTO-PEND
               STOP RUN
           END-IF.

       100-CERRAR.
           CLOSE EMPLEADO.
           CLOSE PUESTO.
           CLOSE ESCALA.
           CLOSE AUMENTO-PEND.
           CLOSE RETROACTIVO.

       200-ENCABEZADO.
           DISPLAY '======================================='.
           END-READ.

       310-AUMENTAR.
           MOVE REG-EMPL TO WS-EMPL-ANTES.
           MOVE S-MEN   TO WS-SUELDO-ANT.
           MOVE CLV-DEP TO WS-DEP-ANT WS-DEP-NVO.
           MOVE TAB-S   TO WS-TAB-ANT WS-TAB-NVO.
               DISPLAY ID-EMPL ' ' NOM-EMPL ' AUMENTO OMITIDO, '
                       'REBASARIA LA BANDA DE SU PUESTO'
           ELSE
               IF WS-F-EFECTIVA GREATER WS-F-HOY
                   PERFORM 340-PROGRAMAR-AUMENTO
               ELSE
                   MOVE WS-SUELDO-NVO TO S-MEN
                   REWRITE REG-EMPL
                       INVALID KEY
                           DISPLAY 'ERROR AL AUMENTAR ID-EMPL ' ID-EMPL
                       NOT INVALID KEY
                           DISPLAY ID-EMPL ' ' NOM-EMPL ' '
                                   WS-SUELDO-ANT ' ' WS-SUELDO-NVO
                           ADD 1 TO WS-TOT-AUMENTADOS
                           MOVE 'AUMENTOL' TO WS-MOVIMIENTO
                           PERFORM 900-AUDITAR
                           PERFORM 905-HISTORIA-EMPL
                           IF WS-F-EFECTIVA LESS WS-F-HOY
                              AND WS-SUELDO-NVO GREATER WS-SUELDO-ANT
                               PERFORM 350-REGISTRAR-RETROACTIVO
                           END-IF
                   END-REWRITE
               END-IF
           END-IF.

      *    CON FECHA EFECTIVA FUTURA EL AUMENTO SOLO SE PROGRAMA;
      *    EL PORCENTAJE SE VUELVE A APLICAR SOBRE EL SUELDO QUE
      *    TENGA EL EMPLEADO ESE DIA.
       340-PROGRAMAR-AUMENTO.
           MOVE ID-EMPL                     TO AUP-ID-EMPL.
           MOVE WS-F-EFECTIVA               TO AUP-F-EFECTIVA.
           MOVE FUNCTION CURRENT-DATE(1:8)  TO AUP-F-CAPTURA.
           MOVE FUNCTION CURRENT-DATE(9:6)  TO AUP-H-CAPTURA.
           MOVE 'AUMENTOL'                  TO AUP-MOVIMIENTO.
           MOVE WS-PORCENTAJE               TO AUP-PORCENTAJE.
           MOVE WS-SUELDO-ANT               TO AUP-S-MEN-ANT.
           MOVE WS-SUELDO-NVO               TO AUP-S-MEN-NVO.
           MOVE TAB-S                       TO AUP-TAB-NVO.
           MOVE WS-OPERADOR-ACTUAL          TO AUP-OPERADOR.
           SET AUP-PENDIENTE                TO TRUE.
           MOVE 0                           TO AUP-F-APLICA.
           MOVE SPACES                      TO AUP-MOTIVO.
           WRITE REG-AUMENTO-PEND
               INVALID KEY
                   DISPLAY 'ERROR AL PROGRAMAR EL AUMENTO DEL '
                           'ID-EMPL ' ID-EMPL
               NOT INVALID KEY
                   DISPLAY ID-EMPL ' ' NOM-EMPL ' '
                           WS-SUELDO-ANT ' ' WS-SUELDO-NVO
                           ' PROGRAMADO'
                   ADD 1 TO WS-TOT-PROGRAMADOS
           END-WRITE.

      *    AUMENTO APLICADO DESPUES DE SU FECHA EFECTIVA: LA
      *    SIGUIENTE NOMINA MIDE Y PAGA LA DIFERENCIA DE LOS
      *    PERIODOS YA PAGADOS CON EL SUELDO ANTERIOR.
       350-REGISTRAR-RETROACTIVO.
           MOVE ID-EMPL                     TO RET-ID-EMPL.
           MOVE WS-F-EFECTIVA               TO RET-F-EFECTIVA.
           MOVE FUNCTION CURRENT-DATE(1:8)  TO RET-F-REGISTRO.
           MOVE FUNCTION CURRENT-DATE(9:6)  TO RET-H-REGISTRO.
           MOVE WS-MOVIMIENTO               TO RET-MOVIMIENTO.
           MOVE WS-SUELDO-ANT               TO RET-S-MEN-ANT.
           MOVE WS-SUELDO-NVO               TO RET-S-MEN-NVO.
           SET RET-PENDIENTE                TO TRUE.
           MOVE 0 TO RET-PERIODOS RET-DIAS RET-MONTO.
           MOVE 0 TO RET-PERIODO-PAGO RET-QUINCENA-PAGO RET-F-PAGO.
           WRITE REG-RETROACTIVO
               INVALID KEY
                   DISPLAY 'ERROR AL REGISTRAR EL RETROACTIVO DEL '
                           'ID-EMPL ' ID-EMPL
           END-WRITE.


      *    EL AUMENTO NO PUEDE SACAR AL EMPLEADO POR ARRIBA DE LA
      *    BANDA SALARIAL DE SU PUESTO (MONTO DEL TABULADOR
                       CONTINUE
                   NOT INVALID KEY
                       IF PUESTO-TAB-MIN NOT EQUAL SPACE
                           MOVE 9999999.99 TO WS-SMEN-BANDA-MAX
                           MOVE PUESTO-TAB-MAX TO ESC-TAB-S
                           READ ESCALA
                               INVALID KEY
           DISPLAY '======================================='.
           DISPLAY 'REGISTROS LEIDOS:    ' WS-TOT-LEIDOS.
           DISPLAY 'EMPLEADOS AUMENTADOS: ' WS-TOT-AUMENTADOS.
           DISPLAY 'AUMENTOS PROGRAMADOS: ' WS-TOT-PROGRAMADOS.

       900-AUDITAR.
           OPEN EXTEND AUDITORIA.
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
           MOVE 'AUMENTO-LOTE'              TO EMH-PROGRAMA.
           MOVE WS-MOVIMIENTO               TO EMH-MOVIMIENTO.
           SET EMH-CAMBIO                   TO TRUE.
           MOVE WS-EMPL-ANTES               TO EMH-ANTES.
           MOVE REG-EMPL                    TO EMH-DESPUES.
           WRITE REG-EMPL-HIST.
           CLOSE EMPL-HIST.
