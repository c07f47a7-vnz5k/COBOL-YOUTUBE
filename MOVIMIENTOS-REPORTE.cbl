       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOVIMIENTOS-REPORTE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
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
           SELECT TRASLADO
           ASSIGN TO 'TRASLADO-FILE'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-TRAS.
           SELECT DEPTO
           ASSIGN TO 'DEPTO-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEPTO-CLV
           FILE STATUS IS WS-STATUS-DEP.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLEADO.
           COPY EMPLREG.
       FD AUDITORIA.
           COPY AUDITREG.
       FD TRASLADO.
           COPY TRASLREG.
       FD DEPTO.
           COPY DEPTREG.

       WORKING-STORAGE SECTION.
       01 WS-AREAS.
           05 WS-STATUS-EMP              PIC XX.
           05 WS-STATUS-AUD              PIC XX.
           05 WS-STATUS-TRAS             PIC XX.
           05 WS-STATUS-DEP              PIC XX.
           05 WS-HAY-DEP                 PIC X.
           05 WS-FLAG                    PIC 9.
           05 WS-OPCION                  PIC 9.
           05 WS-PERIODO                 PIC 9(06).
           05 WS-PER-ANIO                PIC 9(04).
           05 WS-PER-MES                 PIC 9(02).
           05 WS-F-DESDE                 PIC 9(08).
           05 WS-F-HASTA                 PIC 9(08).
           05 WS-DEP-I                   PIC 9(04).
           05 WS-DEP-CLV-REP             PIC 9(03).
           05 WS-EN-PERIODO              PIC X.
           05 WS-F-MOV-ANIO              PIC 9(04).
           05 WS-F-MOV-MES               PIC 9(02).
           05 WS-F-MOV-DIA               PIC 9(02).
           05 WS-F-ING-ANIO              PIC 9(04).
           05 WS-F-ING-MES               PIC 9(02).
           05 WS-F-ING-DIA               PIC 9(02).
           05 WS-MESES-SERV              PIC S9(05).
           05 WS-NETO-PERIODO            PIC S9(05).
           05 WS-CALC-INICIAL            PIC S9(05).
           05 WS-CALC-FINAL              PIC S9(05).
           05 WS-PROMEDIO                PIC 9(05)V9.
           05 WS-IGNORADOS               PIC 9(05).

      *    MOVIMIENTOS POR CLV-DEP (0 A 999); LA POSICION 1001 LLEVA EL
      *    TOTAL DE LA EMPRESA. WS-MOV-POSTERIOR ES EL CAMBIO NETO DE
      *    PLANTILLA DESPUES DEL PERIODO, PARA REGRESAR LA PLANTILLA
      *    DE HOY A LA DEL CIERRE DEL PERIODO.
       01 WS-DEPTOS.
           05 WS-MOV-ENTRADA OCCURS 1001.
               10 WS-MOV-NOM             PIC X(20).
               10 WS-MOV-ACTUAL          PIC 9(05).
               10 WS-MOV-POSTERIOR       PIC S9(05).
               10 WS-MOV-INICIAL         PIC 9(05).
               10 WS-MOV-ALTAS           PIC 9(05).
               10 WS-MOV-REINGRESOS      PIC 9(05).
               10 WS-MOV-BAJAS           PIC 9(05).
               10 WS-MOV-TRAS-ENTRA      PIC 9(05).
               10 WS-MOV-TRAS-SALE       PIC 9(05).
               10 WS-MOV-FINAL           PIC 9(05).
               10 WS-MOV-ROTACION        PIC 9(03)V99.
               10 WS-MOV-BAJAS-ANTIG     PIC 9(05).
               10 WS-MOV-MESES-BAJA      PIC 9(07).
               10 WS-MOV-ANTIG-PROM      PIC 9(02)V9.

       PROCEDURE DIVISION.
      *    ALTAS, REINGRESOS Y BAJAS DE AUDITORIA-FILE Y TRASLADOS DE
      *    TRASLADO-FILE POR DEPARTAMENTO, DE UN MES O ACUMULADO DEL
      *    ANIO HASTA ESE MES. LA PLANTILLA DE HOY SALE DEL MAESTRO Y
      *    SE REGRESA AL CIERRE DEL PERIODO DESHACIENDO LOS
      *    MOVIMIENTOS POSTERIORES; LA INICIAL, DESHACIENDO LOS DEL
      *    PERIODO. LA ROTACION ES BAJAS ENTRE LA PLANTILLA PROMEDIO
      *    (INICIAL MAS FINAL ENTRE DOS).
       010-INITIAL.
           PERFORM 050-PEDIR-PERIODO.
           PERFORM 100-ABRIR.
           PERFORM 150-LIMPIAR-TABLA.
           PERFORM 200-PLANTILLA-ACTUAL.
           PERFORM 300-AUDITORIA.
           PERFORM 400-TRASLADOS.
           PERFORM 500-CALCULAR
               VARYING WS-DEP-I FROM 1 BY 1 UNTIL WS-DEP-I > 1001.
           PERFORM 600-REPORTE.
           PERFORM 100-CERRAR.
       STOP RUN.

       050-PEDIR-PERIODO.
           DISPLAY '======================================='.
           DISPLAY ' MOVIMIENTOS DE PERSONAL Y ROTACION'.
           DISPLAY '======================================='.
           DISPLAY '1. DEL MES'.
           DISPLAY '2. ACUMULADO DEL ANIO HASTA EL MES'.
           DISPLAY 'OPCION'                ACCEPT WS-OPCION.
           IF WS-OPCION NOT EQUAL 1 AND WS-OPCION NOT EQUAL 2
               DISPLAY 'OPCION INVALIDA'
               STOP RUN
           END-IF.
           DISPLAY 'PERIODO (AAAAMM)'      ACCEPT WS-PERIODO.
           MOVE WS-PERIODO(1:4) TO WS-PER-ANIO.
           MOVE WS-PERIODO(5:2) TO WS-PER-MES.
           IF WS-PER-MES LESS 1 OR WS-PER-MES GREATER 12
              OR WS-PER-ANIO LESS 1900
               DISPLAY 'PERIODO INVALIDO'
               STOP RUN
           END-IF.
           IF WS-OPCION EQUAL 1
               COMPUTE WS-F-DESDE = WS-PERIODO * 100 + 1
           ELSE
               COMPUTE WS-F-DESDE = WS-PER-ANIO * 10000 + 101
           END-IF.
           COMPUTE WS-F-HASTA = WS-PERIODO * 100 + 31.

      *    SIN TRASLADO-FILE EL REPORTE SALE SIN TRASLADOS; SIN
      *    DEPTO-FILE LOS NOMBRES SE TOMAN DEL MAESTRO.
       100-ABRIR.
           OPEN INPUT EMPLEADO.
           IF WS-STATUS-EMP NOT EQUAL '00'
               DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE EMPLEADOS, '
                       'FILE STATUS: ' WS-STATUS-EMP
               STOP RUN
           END-IF.
           OPEN INPUT AUDITORIA.
           IF WS-STATUS-AUD EQUAL '35'
               DISPLAY 'NO HAY MOVIMIENTOS REGISTRADOS TODAVIA'
               CLOSE EMPLEADO
               STOP RUN
           END-IF.
           IF WS-STATUS-AUD NOT EQUAL '00'
               DISPLAY 'ERROR AL ABRIR AUDITORIA-FILE, '
                       'FILE STATUS: ' WS-STATUS-AUD
               CLOSE EMPLEADO
               STOP RUN
           END-IF.
           MOVE 'S' TO WS-HAY-DEP.
           OPEN INPUT DEPTO.
           IF WS-STATUS-DEP NOT EQUAL '00'
               MOVE 'N' TO WS-HAY-DEP
           END-IF.

       100-CERRAR.
           CLOSE EMPLEADO AUDITORIA.
           IF WS-HAY-DEP EQUAL 'S'
               CLOSE DEPTO
           END-IF.

       150-LIMPIAR-TABLA.
           PERFORM VARYING WS-DEP-I FROM 1 BY 1 UNTIL WS-DEP-I > 1001
               MOVE SPACES TO WS-MOV-NOM(WS-DEP-I)
               MOVE 0 TO WS-MOV-ACTUAL(WS-DEP-I)
               MOVE 0 TO WS-MOV-POSTERIOR(WS-DEP-I)
               MOVE 0 TO WS-MOV-INICIAL(WS-DEP-I)
               MOVE 0 TO WS-MOV-ALTAS(WS-DEP-I)
               MOVE 0 TO WS-MOV-REINGRESOS(WS-DEP-I)
               MOVE 0 TO WS-MOV-BAJAS(WS-DEP-I)
               MOVE 0 TO WS-MOV-TRAS-ENTRA(WS-DEP-I)
               MOVE 0 TO WS-MOV-TRAS-SALE(WS-DEP-I)
               MOVE 0 TO WS-MOV-FINAL(WS-DEP-I)
               MOVE 0 TO WS-MOV-ROTACION(WS-DEP-I)
               MOVE 0 TO WS-MOV-BAJAS-ANTIG(WS-DEP-I)
               MOVE 0 TO WS-MOV-MESES-BAJA(WS-DEP-I)
               MOVE 0 TO WS-MOV-ANTIG-PROM(WS-DEP-I)
           END-PERFORM.
           MOVE 'TOTAL EMPRESA' TO WS-MOV-NOM(1001).
           MOVE 0 TO WS-IGNORADOS.

       200-PLANTILLA-ACTUAL.
           MOVE 0 TO WS-FLAG.
           PERFORM 210-CONTAR-EMPLEADO UNTIL WS-FLAG EQUAL 1.

       210-CONTAR-EMPLEADO.
           READ EMPLEADO NEXT RECORD
               AT END
                   MOVE 1 TO WS-FLAG
               NOT AT END
                   COMPUTE WS-DEP-I = CLV-DEP + 1
                   IF WS-MOV-NOM(WS-DEP-I) EQUAL SPACES
                       MOVE NOM-DEP TO WS-MOV-NOM(WS-DEP-I)
                   END-IF
                   IF EMPL-ACTIVO
                       ADD 1 TO WS-MOV-ACTUAL(WS-DEP-I)
                   END-IF
           END-READ.

      *    SOLO CUENTAN ALTA, REALTA (REINGRESO) Y BAJA; LAS
      *    ELIMINACIONES SON CAPTURAS ERRONEAS Y NO SON MOVIMIENTOS.
      *    LOS CIERRES DE DEPARTAMENTO SE CUENTAN POR SU TRASLADO.
       300-AUDITORIA.
           MOVE 0 TO WS-FLAG.
           PERFORM 310-LEER-AUDITORIA UNTIL WS-FLAG EQUAL 1.

       310-LEER-AUDITORIA.
           READ AUDITORIA
               AT END
                   MOVE 1 TO WS-FLAG
               NOT AT END
                   IF AUD-FECHA NOT LESS WS-F-DESDE
                       IF AUD-FECHA GREATER WS-F-HASTA
                           MOVE 'N' TO WS-EN-PERIODO
                       ELSE
                           MOVE 'S' TO WS-EN-PERIODO
                       END-IF
                       EVALUATE AUD-MOVIMIENTO
                           WHEN 'ALTA'
                               COMPUTE WS-DEP-I = AUD-DEP-NVO + 1
                               PERFORM 320-ALTA
                           WHEN 'REALTA'
                               COMPUTE WS-DEP-I = AUD-DEP-NVO + 1
                               PERFORM 325-REINGRESO
                           WHEN 'BAJA'
                               COMPUTE WS-DEP-I = AUD-DEP-ANT + 1
                               PERFORM 330-BAJA
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

       320-ALTA.
           IF WS-EN-PERIODO EQUAL 'S'
               ADD 1 TO WS-MOV-ALTAS(WS-DEP-I)
           ELSE
               ADD 1 TO WS-MOV-POSTERIOR(WS-DEP-I)
           END-IF.

       325-REINGRESO.
           IF WS-EN-PERIODO EQUAL 'S'
               ADD 1 TO WS-MOV-REINGRESOS(WS-DEP-I)
           ELSE
               ADD 1 TO WS-MOV-POSTERIOR(WS-DEP-I)
           END-IF.

       330-BAJA.
           IF WS-EN-PERIODO EQUAL 'S'
               ADD 1 TO WS-MOV-BAJAS(WS-DEP-I)
               PERFORM 340-ANTIGUEDAD-BAJA
           ELSE
               SUBTRACT 1 FROM WS-MOV-POSTERIOR(WS-DEP-I)
           END-IF.

      *    MESES CUMPLIDOS ENTRE F-ING Y LA FECHA DE LA BAJA. SI EL
      *    EMPLEADO YA NO ESTA EN EL MAESTRO, O REINGRESO DESPUES CON
      *    OTRA F-ING, NO ENTRA AL PROMEDIO.
       340-ANTIGUEDAD-BAJA.
           MOVE AUD-ID-EMPL TO ID-EMPL.
           READ EMPLEADO
               INVALID KEY
                   ADD 1 TO WS-IGNORADOS
               NOT INVALID KEY
                   IF F-ING NOT GREATER AUD-FECHA
                       PERFORM 345-MESES-SERVICIO
                   ELSE
                       ADD 1 TO WS-IGNORADOS
                   END-IF
           END-READ.

       345-MESES-SERVICIO.
           MOVE AUD-FECHA(1:4) TO WS-F-MOV-ANIO.
           MOVE AUD-FECHA(5:2) TO WS-F-MOV-MES.
           MOVE AUD-FECHA(7:2) TO WS-F-MOV-DIA.
           MOVE F-ING(1:4)     TO WS-F-ING-ANIO.
           MOVE F-ING(5:2)     TO WS-F-ING-MES.
           MOVE F-ING(7:2)     TO WS-F-ING-DIA.
           COMPUTE WS-MESES-SERV =
               (WS-F-MOV-ANIO - WS-F-ING-ANIO) * 12
               + WS-F-MOV-MES - WS-F-ING-MES.
           IF WS-F-MOV-DIA LESS WS-F-ING-DIA
               SUBTRACT 1 FROM WS-MESES-SERV
           END-IF.
           IF WS-MESES-SERV LESS 0
               MOVE 0 TO WS-MESES-SERV
           END-IF.
           ADD 1             TO WS-MOV-BAJAS-ANTIG(WS-DEP-I).
           ADD WS-MESES-SERV TO WS-MOV-MESES-BAJA(WS-DEP-I).

       400-TRASLADOS.
           OPEN INPUT TRASLADO.
           IF WS-STATUS-TRAS EQUAL '00'
               MOVE 0 TO WS-FLAG
               PERFORM 410-LEER-TRASLADO UNTIL WS-FLAG EQUAL 1
               CLOSE TRASLADO
           END-IF.

       410-LEER-TRASLADO.
           READ TRASLADO
               AT END
                   MOVE 1 TO WS-FLAG
               NOT AT END
                   IF TRAS-FECHA NOT LESS WS-F-DESDE
                      AND TRAS-DEP-ANT NOT EQUAL TRAS-DEP-NVO
                       PERFORM 420-TRASLADO
                   END-IF
           END-READ.

       420-TRASLADO.
           COMPUTE WS-DEP-I = TRAS-DEP-ANT + 1.
           IF WS-MOV-NOM(WS-DEP-I) EQUAL SPACES
               MOVE TRAS-NOM-DEP-ANT TO WS-MOV-NOM(WS-DEP-I)
           END-IF.
           IF TRAS-FECHA GREATER WS-F-HASTA
               SUBTRACT 1 FROM WS-MOV-POSTERIOR(WS-DEP-I)
           ELSE
               ADD 1 TO WS-MOV-TRAS-SALE(WS-DEP-I)
           END-IF.
           COMPUTE WS-DEP-I = TRAS-DEP-NVO + 1.
           IF WS-MOV-NOM(WS-DEP-I) EQUAL SPACES
               MOVE TRAS-NOM-DEP-NVO TO WS-MOV-NOM(WS-DEP-I)
           END-IF.
           IF TRAS-FECHA GREATER WS-F-HASTA
               ADD 1 TO WS-MOV-POSTERIOR(WS-DEP-I)
           ELSE
               ADD 1 TO WS-MOV-TRAS-ENTRA(WS-DEP-I)
           END-IF.

      *    LOS DEPARTAMENTOS SE CALCULAN PRIMERO Y SE SUMAN EN LA
      *    POSICION 1001; LOS TRASLADOS ENTRE DEPARTAMENTOS SE ANULAN
      *    EN EL TOTAL DE LA EMPRESA.
       500-CALCULAR.
           IF WS-DEP-I LESS 1001
               ADD WS-MOV-ACTUAL(WS-DEP-I)      TO WS-MOV-ACTUAL(1001)
               ADD WS-MOV-POSTERIOR(WS-DEP-I)
                   TO WS-MOV-POSTERIOR(1001)
               ADD WS-MOV-ALTAS(WS-DEP-I)       TO WS-MOV-ALTAS(1001)
               ADD WS-MOV-REINGRESOS(WS-DEP-I)
                   TO WS-MOV-REINGRESOS(1001)
               ADD WS-MOV-BAJAS(WS-DEP-I)       TO WS-MOV-BAJAS(1001)
               ADD WS-MOV-TRAS-ENTRA(WS-DEP-I)
                   TO WS-MOV-TRAS-ENTRA(1001)
               ADD WS-MOV-TRAS-SALE(WS-DEP-I)
                   TO WS-MOV-TRAS-SALE(1001)
               ADD WS-MOV-BAJAS-ANTIG(WS-DEP-I)
                   TO WS-MOV-BAJAS-ANTIG(1001)
               ADD WS-MOV-MESES-BAJA(WS-DEP-I)
                   TO WS-MOV-MESES-BAJA(1001)
           END-IF.
           COMPUTE WS-CALC-FINAL = WS-MOV-ACTUAL(WS-DEP-I)
               - WS-MOV-POSTERIOR(WS-DEP-I).
           COMPUTE WS-NETO-PERIODO = WS-MOV-ALTAS(WS-DEP-I)
               + WS-MOV-REINGRESOS(WS-DEP-I) - WS-MOV-BAJAS(WS-DEP-I)
               + WS-MOV-TRAS-ENTRA(WS-DEP-I)
               - WS-MOV-TRAS-SALE(WS-DEP-I).
           COMPUTE WS-CALC-INICIAL = WS-CALC-FINAL - WS-NETO-PERIODO.
           IF WS-CALC-FINAL LESS 0
               MOVE 0 TO WS-CALC-FINAL
           END-IF.
           IF WS-CALC-INICIAL LESS 0
               MOVE 0 TO WS-CALC-INICIAL
           END-IF.
           MOVE WS-CALC-FINAL   TO WS-MOV-FINAL(WS-DEP-I).
           MOVE WS-CALC-INICIAL TO WS-MOV-INICIAL(WS-DEP-I).
           COMPUTE WS-PROMEDIO =
               (WS-CALC-INICIAL + WS-CALC-FINAL) / 2.
           IF WS-PROMEDIO GREATER 0
               COMPUTE WS-MOV-ROTACION(WS-DEP-I) ROUNDED =
                   WS-MOV-BAJAS(WS-DEP-I) * 100 / WS-PROMEDIO
           END-IF.
           IF WS-MOV-BAJAS-ANTIG(WS-DEP-I) GREATER 0
               COMPUTE WS-MOV-ANTIG-PROM(WS-DEP-I) ROUNDED =
                   WS-MOV-MESES-BAJA(WS-DEP-I)
                   / WS-MOV-BAJAS-ANTIG(WS-DEP-I) / 12
           END-IF.

       600-REPORTE.
           DISPLAY '======================================='.
           IF WS-OPCION EQUAL 1
               DISPLAY ' MOVIMIENTOS DE PERSONAL DEL MES ' WS-PERIODO
           ELSE
               DISPLAY ' MOVIMIENTOS DE PERSONAL ACUMULADOS '
                       WS-PER-ANIO '01 A ' WS-PERIODO
           END-IF.
           DISPLAY ' DEL ' WS-F-DESDE ' AL ' WS-F-HASTA.
           DISPLAY '======================================='.
           DISPLAY 'DEP   NOMBRE               INICIAL ALTAS REING '
                   'BAJAS T-ENT T-SAL FINAL'.
           DISPLAY '                         ROTACION % '
                   'ANTIG. PROM. BAJAS (ANIOS)'.
           PERFORM 610-DETALLE
               VARYING WS-DEP-I FROM 1 BY 1 UNTIL WS-DEP-I > 1000.
           DISPLAY '======================================='.
           DISPLAY 'TOT   ' WS-MOV-NOM(1001) ' '
                   WS-MOV-INICIAL(1001) ' ' WS-MOV-ALTAS(1001) ' '
                   WS-MOV-REINGRESOS(1001) ' ' WS-MOV-BAJAS(1001) ' '
                   WS-MOV-TRAS-ENTRA(1001) ' '
                   WS-MOV-TRAS-SALE(1001) ' '
                   WS-MOV-FINAL(1001).
           DISPLAY '                         ' WS-MOV-ROTACION(1001)
                   '     ' WS-MOV-ANTIG-PROM(1001).
           DISPLAY '======================================='.
           DISPLAY 'PLANTILLA INICIAL:        ' WS-MOV-INICIAL(1001).
           DISPLAY 'ALTAS:                    ' WS-MOV-ALTAS(1001).
           DISPLAY 'REINGRESOS:               ' WS-MOV-REINGRESOS(1001).
           DISPLAY 'BAJAS:                    ' WS-MOV-BAJAS(1001).
           DISPLAY 'TRASLADOS ENTRE DEPTOS:   ' WS-MOV-TRAS-ENTRA(1001).
           DISPLAY 'PLANTILLA FINAL:          ' WS-MOV-FINAL(1001).
           DISPLAY 'ROTACION (%):             ' WS-MOV-ROTACION(1001).
           DISPLAY 'ANTIGUEDAD PROMEDIO DE LAS BAJAS (ANIOS): '
                   WS-MOV-ANTIG-PROM(1001).
           IF WS-IGNORADOS GREATER 0
               DISPLAY 'AVISO: ' WS-IGNORADOS ' BAJAS SIN F-ING '
                       'VALIDA EN EL MAESTRO NO ENTRAN AL PROMEDIO '
                       'DE ANTIGUEDAD'
           END-IF.

       610-DETALLE.
           IF WS-MOV-INICIAL(WS-DEP-I) GREATER 0
              OR WS-MOV-FINAL(WS-DEP-I) GREATER 0
              OR WS-MOV-ALTAS(WS-DEP-I) GREATER 0
              OR WS-MOV-REINGRESOS(WS-DEP-I) GREATER 0
              OR WS-MOV-BAJAS(WS-DEP-I) GREATER 0
              OR WS-MOV-TRAS-ENTRA(WS-DEP-I) GREATER 0
              OR WS-MOV-TRAS-SALE(WS-DEP-I) GREATER 0
               COMPUTE WS-DEP-CLV-REP = WS-DEP-I - 1
               IF WS-HAY-DEP EQUAL 'S'
                   MOVE WS-DEP-CLV-REP TO DEPTO-CLV
                   READ DEPTO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE DEPTO-NOM TO WS-MOV-NOM(WS-DEP-I)
                   END-READ
               END-IF
               IF WS-MOV-NOM(WS-DEP-I) EQUAL SPACES
                   MOVE 'DEPTO SIN CATALOGO' TO WS-MOV-NOM(WS-DEP-I)
               END-IF
               DISPLAY WS-DEP-CLV-REP '   ' WS-MOV-NOM(WS-DEP-I) ' '
                       WS-MOV-INICIAL(WS-DEP-I) ' '
                       WS-MOV-ALTAS(WS-DEP-I) ' '
                       WS-MOV-REINGRESOS(WS-DEP-I) ' '
                       WS-MOV-BAJAS(WS-DEP-I) ' '
                       WS-MOV-TRAS-ENTRA(WS-DEP-I) ' '
                       WS-MOV-TRAS-SALE(WS-DEP-I) ' '
                       WS-MOV-FINAL(WS-DEP-I)
               DISPLAY '                         '
                       WS-MOV-ROTACION(WS-DEP-I) '     '
                       WS-MOV-ANTIG-PROM(WS-DEP-I)
           END-IF.
