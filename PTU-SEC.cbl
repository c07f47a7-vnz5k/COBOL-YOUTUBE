       IDENTIFICATION DIVISION.
       PROGRAM-ID. PTU-SEC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT HIST
           ASSIGN TO 'NOMINA-HIST-FILE'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-HIST.
           SELECT WORK-HIST
           ASSIGN TO 'PTUSEC.SRT'.
           SELECT SALIDA-ORD
           ASSIGN TO 'PTUSEC.ORD'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-ORD.
           SELECT EMPLEADO
           ASSIGN TO 'BSEC-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ID-EMPL
           FILE STATUS IS WS-STATUS-EMP.
           SELECT ISR
           ASSIGN TO 'ISR-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ISR-LIM-INF
           FILE STATUS IS WS-STATUS-ISR.
           SELECT PARAMETROS
           ASSIGN TO 'PARAMETROS-FILE'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-PAR.
           SELECT REPARTO
           ASSIGN TO 'PTU-REPARTO-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PTR-EJERCICIO
           FILE STATUS IS WS-STATUS-PTR.
           SELECT PTU
           ASSIGN TO 'PTU-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PTU-LLAVE
           FILE STATUS IS WS-STATUS-PTU.

       DATA DIVISION.
       FILE SECTION.
       FD HIST.
           COPY NETOREG REPLACING ==REG-NETO== BY ==REG-HIST==
                        LEADING ==NET== BY ==HIST==.
       SD WORK-HIST.
           COPY NETOREG REPLACING ==REG-NETO== BY ==WORK-REG-HIST==
                        LEADING ==NET== BY ==WRK==.
       FD SALIDA-ORD.
           COPY NETOREG REPLACING ==REG-NETO== BY ==REG-ORD==
                        LEADING ==NET== BY ==ORD==.
       FD EMPLEADO.
           COPY EMPLREG.
       FD ISR.
           COPY ISRREG.
       FD PARAMETROS.
           COPY PARAMREG.
       FD REPARTO.
           COPY PTRREG.
       FD PTU.
           COPY PTUREG.

       WORKING-STORAGE SECTION.
       01 WS-AREAS.
           05 WS-STATUS-HIST             PIC XX.
           05 WS-STATUS-ORD              PIC XX.
           05 WS-STATUS-EMP              PIC XX.
           05 WS-STATUS-ISR              PIC XX.
           05 WS-STATUS-PAR              PIC XX.
           05 WS-STATUS-PTR              PIC XX.
           05 WS-STATUS-PTU              PIC XX.
           05 WS-FLAG                    PIC 9.
           05 WS-FLAG-PTU                PIC 9.
           05 WS-FLAG-ISR                PIC 9.
           05 WS-OPCION                  PIC 9.
           05 WS-RES                     PIC X.
           05 WS-OK                      PIC X.
           05 WS-EXISTE-PTR              PIC X.
           05 WS-ISR-HALLADO             PIC X.
           05 WS-F-HOY                   PIC 9(08).
           05 WS-ANIO-ACTUAL             PIC 9(04).
           05 WS-EJERCICIO               PIC 9(04).
           05 WS-ANIO-LINEA              PIC 9(04).
           05 WS-ANIO-ANT                PIC 9(04).
           05 WS-MONTO                   PIC 9(09)V99.
           05 WS-MITAD                   PIC 9(09)V99.
           05 WS-DIAS-MIN                PIC 9(03).
           05 WS-DIAS-MIN-OMISION        PIC 9(03) VALUE 60.
           05 WS-DIAS-ANIO               PIC 9(03) VALUE 365.
           05 WS-UMA                     PIC 9(04)V99.
           05 WS-UMAS-EXENTAS            PIC 9(02) VALUE 15.
           05 WS-MESES-TOPE              PIC 9 VALUE 3.
           05 WS-ID-ANT                  PIC 9(05).
           05 WS-EMP-DIAS                PIC 9(05).
           05 WS-EMP-SALARIOS            PIC 9(09)V99.
           05 WS-EMP-S-MEN               PIC 9(07)V99.
           05 WS-HAY-LINEAS              PIC X.
           05 WS-TOPE                    PIC 9(08)V99.
           05 WS-SUMA-ANT                PIC 9(09)V99.
           05 WS-ANIOS-ANT               PIC 9.
           05 WS-PROMEDIO-ANT            PIC 9(07)V99.
           05 WS-I                       PIC 9.
           05 WS-EXENTO-MAX              PIC 9(07)V99.
           05 WS-BASE-ISR                PIC 9(08)V99.
           05 WS-ISR-MENSUAL             PIC 9(07)V99.
           05 WS-ISR-CON                 PIC 9(07)V99.
           05 WS-ISR-SIN                 PIC 9(07)V99.
           05 WS-TOT-DIAS                PIC 9(09).
           05 WS-TOT-SALARIOS            PIC 9(11)V99.
           05 WS-EMPLEADOS               PIC 9(05).
           05 WS-EXCLUIDOS               PIC 9(05).
           05 WS-TOPADOS                 PIC 9(05).
           05 WS-BORRADOS                PIC 9(05).
           05 WS-TOT-REPARTIDO           PIC 9(09)V99.
           05 WS-TOT-ISR                 PIC 9(09)V99.
           05 WS-TOT-NETO                PIC 9(09)V99.
           05 WS-NOM-EMPL-PTU            PIC X(30).
           05 WS-MARCA                   PIC X(10).

      *    UMA Y DIAS MINIMOS DEL REPARTO.
           COPY PARAMREG REPLACING ==REG-PARAMETROS== BY
                                   ==WS-PARAMETROS==
                        LEADING ==PAR== BY ==WS-PAR==.

       PROCEDURE DIVISION.
      *    REPARTO ANUAL DE UTILIDADES: EL MONTO QUE SE REPARTE SE
      *    DIVIDE 50% POR DIAS TRABAJADOS Y 50% POR SALARIOS
      *    DEVENGADOS EN EL EJERCICIO (ART. 123 LFT). EL CALCULO
      *    QUEDA EN PTU-FILE PARA REVISARLO CON EL LISTADO Y SE PUEDE
      *    REPETIR HASTA QUE PAGOS-ESPECIALES LO PAGA.
       010-INITIAL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-F-HOY.
           MOVE WS-F-HOY(1:4) TO WS-ANIO-ACTUAL.
           PERFORM 100-MENU UNTIL WS-OPCION EQUAL 9.
       STOP RUN.

       100-MENU.
           DISPLAY '---------------------------------------'.
           DISPLAY 'REPARTO DE UTILIDADES (PTU)'.
           DISPLAY '1. CALCULAR REPARTO DEL EJERCICIO'.
           DISPLAY '2. LISTADO DEL REPARTO'.
           DISPLAY '9. SALIR'.
           DISPLAY 'OPCION'                ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
               WHEN 1 PERFORM 200-CALCULAR
               WHEN 2 PERFORM 300-LISTADO
               WHEN 9 CONTINUE
               WHEN OTHER DISPLAY 'OPCION INVALIDA'
           END-EVALUATE.

      *    SIN UMA NO SE PUEDE SEPARAR LA PARTE EXENTA; LOS DIAS
      *    MINIMOS TOMAN 60 (ART. 127-VII LFT) SI NO SE CAPTURARON.
       110-LEER-PARAMETROS.
           MOVE SPACES TO WS-PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF WS-STATUS-PAR EQUAL '00'
               READ PARAMETROS INTO WS-PARAMETROS
                   AT END
                       CONTINUE
               END-READ
               CLOSE PARAMETROS
           END-IF.
           MOVE 0 TO WS-UMA.
           IF WS-PAR-UMA NUMERIC AND WS-PAR-UMA GREATER 0
               MOVE WS-PAR-UMA TO WS-UMA
           ELSE
               MOVE 'N' TO WS-OK
               DISPLAY 'FALTA EL VALOR DE LA UMA, CAPTURALO EN '
                       'PARAMETROS-SEC ANTES DE CALCULAR LA PTU'
           END-IF.
           IF WS-PAR-PTU-DIAS-MIN NUMERIC
              AND WS-PAR-PTU-DIAS-MIN GREATER 0
               MOVE WS-PAR-PTU-DIAS-MIN TO WS-DIAS-MIN
           ELSE
               MOVE WS-DIAS-MIN-OMISION TO WS-DIAS-MIN
           END-IF.

      *    SOLO SE CALCULA UN EJERCICIO YA CERRADO. UN CALCULO
      *    ANTERIOR DEL MISMO EJERCICIO SE REEMPLAZA COMPLETO; UNO
      *    YA PAGADO NO SE TOCA.
       200-CALCULAR.
           MOVE 'S' TO WS-OK.
           DISPLAY 'EJERCICIO FISCAL A REPARTIR (AAAA)'
                   ACCEPT WS-EJERCICIO.
           IF WS-EJERCICIO NOT LESS WS-ANIO-ACTUAL
              OR WS-EJERCICIO EQUAL 0
               MOVE 'N' TO WS-OK
               DISPLAY 'EL EJERCICIO DEBE ESTAR CERRADO, '
                       'ANTERIOR A ' WS-ANIO-ACTUAL
           END-IF.
           IF WS-OK EQUAL 'S'
               PERFORM 110-LEER-PARAMETROS
           END-IF.
           IF WS-OK EQUAL 'S'
               PERFORM 205-ABRIR-REPARTO
           END-IF.
           IF WS-OK EQUAL 'S'
               DISPLAY 'MONTO TOTAL A REPARTIR (EJ 250000.00)'
                       ACCEPT WS-MONTO
               IF WS-MONTO NOT GREATER 0
                   MOVE 'N' TO WS-OK
                   DISPLAY 'MONTO INVALIDO'
               END-IF
           END-IF.
           IF WS-OK EQUAL 'S'
               PERFORM 210-ORDENAR
           END-IF.
           IF WS-OK EQUAL 'S'
               PERFORM 215-ABRIR-CALCULO
               PERFORM 220-BORRAR-CALCULO
               PERFORM 230-ACUMULAR-HISTORIAL
               PERFORM 250-REPARTIR
               PERFORM 270-GRABAR-REPARTO
               CLOSE PTU EMPLEADO ISR
               DISPLAY '======================================='
               DISPLAY 'EMPLEADOS QUE PARTICIPAN: ' WS-EMPLEADOS
               DISPLAY 'EXCLUIDOS POR DIAS:       ' WS-EXCLUIDOS
               DISPLAY 'LIMITADOS POR TOPE:       ' WS-TOPADOS
               DISPLAY 'TOTAL REPARTIDO:          ' WS-TOT-REPARTIDO
               DISPLAY 'SIN REPARTIR POR TOPES:   ' PTR-REMANENTE
               DISPLAY 'ISR A RETENER:            ' WS-TOT-ISR
               DISPLAY 'REVISA EL LISTADO (OPCION 2) Y PAGA CON '
                       'PAGOS-ESPECIALES'
           END-IF.
           IF WS-EXISTE-PTR NOT EQUAL SPACES
               CLOSE REPARTO
           END-IF.

       205-ABRIR-REPARTO.
           MOVE SPACES TO WS-EXISTE-PTR.
           OPEN I-O REPARTO.
           IF WS-STATUS-PTR EQUAL '35'
               OPEN OUTPUT REPARTO
               CLOSE REPARTO
               OPEN I-O REPARTO
           END-IF.
           IF WS-STATUS-PTR NOT EQUAL '00'
               DISPLAY 'ERROR AL ABRIR PTU-REPARTO-FILE, '
                       'FILE STATUS: ' WS-STATUS-PTR
               STOP RUN
           END-IF.
           MOVE WS-EJERCICIO TO PTR-EJERCICIO.
           READ REPARTO
               INVALID KEY
                   MOVE 'N' TO WS-EXISTE-PTR
               NOT INVALID KEY
                   MOVE 'S' TO WS-EXISTE-PTR
           END-READ.
           IF WS-EXISTE-PTR EQUAL 'S'
               IF PTR-PAGADO
                   MOVE 'N' TO WS-OK
                   DISPLAY 'EL REPARTO DE ' WS-EJERCICIO
                           ' YA SE PAGO EL ' PTR-F-PAGO
                           ', NO SE PUEDE RECALCULAR'
               ELSE
                   DISPLAY 'YA HAY UN CALCULO DE ' WS-EJERCICIO
                           ' POR ' PTR-MONTO ' DEL ' PTR-F-CALCULO
                   DISPLAY 'REEMPLAZARLO? S/N' ACCEPT WS-RES
                   IF WS-RES NOT EQUAL 'S'
                       MOVE 'N' TO WS-OK
                   END-IF
               END-IF
           END-IF.

      *    EL HISTORIAL SE ORDENA POR EMPLEADO PARA JUNTAR EN UN SOLO
      *    PASO LAS CORRIDAS DEL EJERCICIO DE CADA UNO.
       210-ORDENAR.
           OPEN INPUT HIST.
           IF WS-STATUS-HIST NOT EQUAL '00'
               MOVE 'N' TO WS-OK
               DISPLAY 'NO SE PUDO ABRIR NOMINA-HIST-FILE, '
                       'FILE STATUS: ' WS-STATUS-HIST
           ELSE
               CLOSE HIST
               SORT WORK-HIST
                   ON ASCENDING KEY WRK-ID-EMPL
                   USING HIST
                   GIVING SALIDA-ORD
           END-IF.

       215-ABRIR-CALCULO.
           OPEN I-O PTU.
           IF WS-STATUS-PTU EQUAL '35'
               OPEN OUTPUT PTU
               CLOSE PTU
               OPEN I-O PTU
           END-IF.
           IF WS-STATUS-PTU NOT EQUAL '00'
               DISPLAY 'ERROR AL ABRIR PTU-FILE, '
                       'FILE STATUS: ' WS-STATUS-PTU
               STOP RUN
           END-IF.
           OPEN INPUT EMPLEADO.
           IF WS-STATUS-EMP NOT EQUAL '00'
               DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE EMPLEADOS, '
                       'FILE STATUS: ' WS-STATUS-EMP
               STOP RUN
           END-IF.
           OPEN INPUT ISR.
           IF WS-STATUS-ISR NOT EQUAL '00'
               DISPLAY 'ERROR AL ABRIR LA TABLA DE ISR, '
                       'FILE STATUS: ' WS-STATUS-ISR
               DISPLAY 'ISR-SEC ANTES DE CALCULAR LA PTU'
               STOP RUN
           END-IF.

       220-BORRAR-CALCULO.
           MOVE 0 TO WS-BORRADOS.
           MOVE WS-EJERCICIO TO PTU-EJERCICIO.
           MOVE 0            TO PTU-ID-EMPL.
           START PTU KEY IS NOT LESS PTU-LLAVE
               INVALID KEY
                   MOVE 1 TO WS-FLAG-PTU
               NOT INVALID KEY
                   MOVE 0 TO WS-FLAG-PTU
           END-START.
           PERFORM 225-BORRAR-UNO UNTIL WS-FLAG-PTU EQUAL 1.

       225-BORRAR-UNO.
           READ PTU NEXT RECORD
               AT END
                   MOVE 1 TO WS-FLAG-PTU
               NOT AT END
                   IF PTU-EJERCICIO NOT EQUAL WS-EJERCICIO
                       MOVE 1 TO WS-FLAG-PTU
                   ELSE
                       DELETE PTU
                       ADD 1 TO WS-BORRADOS
                   END-IF
           END-READ.

      *    DIAS Y SALARIOS SALEN DE LAS LINEAS DE NOMINA VIGENTES DEL
      *    EJERCICIO (LAS DE CORRIDAS REVERTIDAS YA TRAEN OTRO TIPO):
      *    LOS DIAS PAGADOS DE CADA LINEA YA TIENEN DESCONTADAS LAS
      *    FALTAS Y PERMISOS SIN GOCE, Y EL SALARIO ES EL BRUTO.
       230-ACUMULAR-HISTORIAL.
           MOVE 0 TO WS-TOT-DIAS WS-TOT-SALARIOS.
           MOVE 0 TO WS-EMPLEADOS WS-EXCLUIDOS WS-TOPADOS.
           OPEN INPUT SALIDA-ORD.
           IF WS-STATUS-ORD NOT EQUAL '00'
               DISPLAY 'ERROR AL ABRIR EL ARCHIVO ORDENADO, '
                       'FILE STATUS: ' WS-STATUS-ORD
               STOP RUN
           END-IF.
           MOVE 0 TO WS-ID-ANT.
           PERFORM 232-LIMPIAR-EMPLEADO.
           MOVE 0 TO WS-FLAG.
           PERFORM 234-LEER UNTIL WS-FLAG EQUAL 1.
           IF WS-HAY-LINEAS EQUAL 'S'
               PERFORM 240-GRABAR-EMPLEADO
           END-IF.
           CLOSE SALIDA-ORD.

       232-LIMPIAR-EMPLEADO.
           MOVE 'N' TO WS-HAY-LINEAS.
           MOVE 0 TO WS-EMP-DIAS WS-EMP-SALARIOS.

       234-LEER.
           READ SALIDA-ORD
               AT END
                   MOVE 1 TO WS-FLAG
               NOT AT END
                   MOVE ORD-PERIODO(1:4) TO WS-ANIO-LINEA
                   IF ORD-TIPO-NOMINA
                      AND WS-ANIO-LINEA EQUAL WS-EJERCICIO
                       IF ORD-ID-EMPL NOT EQUAL WS-ID-ANT
                           IF WS-HAY-LINEAS EQUAL 'S'
                               PERFORM 240-GRABAR-EMPLEADO
                           END-IF
                           PERFORM 232-LIMPIAR-EMPLEADO
                           MOVE ORD-ID-EMPL TO WS-ID-ANT
                       END-IF
                       MOVE 'S' TO WS-HAY-LINEAS
                       ADD ORD-DIAS-PAGADOS TO WS-EMP-DIAS
                       ADD ORD-BRUTO        TO WS-EMP-SALARIOS
                   END-IF
           END-READ.

      *    EL TOPE SE CALCULA ANTES DE ARMAR EL REGISTRO PORQUE LEE
      *    LA PTU DE ANIOS ANTERIORES DEL MISMO ARCHIVO.
       240-GRABAR-EMPLEADO.
           IF WS-EMP-DIAS GREATER WS-DIAS-ANIO
               MOVE WS-DIAS-ANIO TO WS-EMP-DIAS
           END-IF.
           MOVE WS-ID-ANT TO ID-EMPL.
           READ EMPLEADO
               INVALID KEY
                   MOVE 0 TO WS-EMP-S-MEN
               NOT INVALID KEY
                   MOVE S-MEN TO WS-EMP-S-MEN
           END-READ.
           PERFORM 245-CALCULAR-TOPE.
           MOVE WS-EJERCICIO    TO PTU-EJERCICIO.
           MOVE WS-ID-ANT       TO PTU-ID-EMPL.
           MOVE WS-EMP-DIAS     TO PTU-DIAS.
           MOVE WS-EMP-SALARIOS TO PTU-SALARIOS.
           MOVE WS-EMP-S-MEN    TO PTU-S-MEN.
           MOVE WS-TOPE         TO PTU-TOPE.
           MOVE 0 TO PTU-MONTO-DIAS PTU-MONTO-SALARIOS PTU-IMPORTE.
           MOVE 0 TO PTU-EXENTO PTU-GRAVADO PTU-ISR PTU-NETO.
           MOVE 0 TO PTU-F-PAGO.
           MOVE 'N' TO PTU-TOPADO.
           IF WS-EMP-DIAS LESS WS-DIAS-MIN
               SET PTU-EXCLUIDO TO TRUE
               ADD 1 TO WS-EXCLUIDOS
           ELSE
               SET PTU-CALCULADO TO TRUE
               ADD 1 TO WS-EMPLEADOS
               ADD WS-EMP-DIAS     TO WS-TOT-DIAS
               ADD WS-EMP-SALARIOS TO WS-TOT-SALARIOS
           END-IF.
           WRITE REG-PTU
               INVALID KEY
                   DISPLAY 'ERROR AL GRABAR LA PTU DEL ID-EMPL '
                           WS-ID-ANT
           END-WRITE.

      *    TOPE LEGAL (ART. 127-VIII LFT): TRES MESES DEL SALARIO
      *    ACTUAL O EL PROMEDIO DE LA PTU PAGADA EN LOS TRES
      *    EJERCICIOS ANTERIORES, EL QUE SEA MAYOR. EL PROMEDIO ES
      *    DE LOS EJERCICIOS EN QUE SI RECIBIO PTU.
       245-CALCULAR-TOPE.
           COMPUTE WS-TOPE = WS-EMP-S-MEN * WS-MESES-TOPE.
           MOVE 0 TO WS-SUMA-ANT WS-ANIOS-ANT.
           PERFORM 247-PTU-ANTERIOR
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I GREATER 3.
           IF WS-ANIOS-ANT GREATER 0
               COMPUTE WS-PROMEDIO-ANT ROUNDED =
                   WS-SUMA-ANT / WS-ANIOS-ANT
               IF WS-PROMEDIO-ANT GREATER WS-TOPE
                   MOVE WS-PROMEDIO-ANT TO WS-TOPE
               END-IF
           END-IF.

       247-PTU-ANTERIOR.
           COMPUTE WS-ANIO-ANT = WS-EJERCICIO - WS-I.
           MOVE WS-ANIO-ANT TO PTU-EJERCICIO.
           MOVE WS-ID-ANT   TO PTU-ID-EMPL.
           READ PTU
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PTU-PAGADO AND PTU-IMPORTE GREATER 0
                       ADD PTU-IMPORTE TO WS-SUMA-ANT
                       ADD 1 TO WS-ANIOS-ANT
                   END-IF
           END-READ.

      *    CADA PARTICIPANTE RECIBE SU PROPORCION DE LA MITAD POR
      *    DIAS Y DE LA MITAD POR SALARIOS. LO QUE EL TOPE RECORTA NO
      *    SE VUELVE A REPARTIR; QUEDA COMO REMANENTE DEL EJERCICIO.
       250-REPARTIR.
           MOVE 0 TO WS-TOT-REPARTIDO WS-TOT-ISR WS-TOT-NETO.
           COMPUTE WS-MITAD = WS-MONTO / 2.
           COMPUTE WS-EXENTO-MAX = WS-UMA * WS-UMAS-EXENTAS.
           IF WS-EMPLEADOS EQUAL 0
               DISPLAY 'NINGUN EMPLEADO LLEGA A LOS ' WS-DIAS-MIN
                       ' DIAS TRABAJADOS EN ' WS-EJERCICIO
           ELSE
               MOVE WS-EJERCICIO TO PTU-EJERCICIO
               MOVE 0            TO PTU-ID-EMPL
               START PTU KEY IS NOT LESS PTU-LLAVE
                   INVALID KEY
                       MOVE 1 TO WS-FLAG-PTU
                   NOT INVALID KEY
                       MOVE 0 TO WS-FLAG-PTU
               END-START
               PERFORM 255-REPARTIR-UNO UNTIL WS-FLAG-PTU EQUAL 1
           END-IF.

       255-REPARTIR-UNO.
           READ PTU NEXT RECORD
               AT END
                   MOVE 1 TO WS-FLAG-PTU
               NOT AT END
                   IF PTU-EJERCICIO NOT EQUAL WS-EJERCICIO
                       MOVE 1 TO WS-FLAG-PTU
                   ELSE
                       IF PTU-CALCULADO
                           PERFORM 260-CALCULAR-PARTE
                       END-IF
                   END-IF
           END-READ.

       260-CALCULAR-PARTE.
           COMPUTE PTU-MONTO-DIAS ROUNDED =
               WS-MITAD * PTU-DIAS / WS-TOT-DIAS.
           IF WS-TOT-SALARIOS GREATER 0
               COMPUTE PTU-MONTO-SALARIOS ROUNDED =
                   WS-MITAD * PTU-SALARIOS / WS-TOT-SALARIOS
           END-IF.
           COMPUTE PTU-IMPORTE = PTU-MONTO-DIAS + PTU-MONTO-SALARIOS.
           IF PTU-IMPORTE GREATER PTU-TOPE
               MOVE PTU-TOPE TO PTU-IMPORTE
               MOVE 'S' TO PTU-TOPADO
               ADD 1 TO WS-TOPADOS
           END-IF.
           IF PTU-IMPORTE GREATER WS-EXENTO-MAX
               MOVE WS-EXENTO-MAX TO PTU-EXENTO
           ELSE
               MOVE PTU-IMPORTE TO PTU-EXENTO
           END-IF.
           COMPUTE PTU-GRAVADO = PTU-IMPORTE - PTU-EXENTO.
           PERFORM 262-CALCULAR-ISR.
           COMPUTE PTU-NETO = PTU-IMPORTE - PTU-ISR.
           REWRITE REG-PTU
               INVALID KEY
                   DISPLAY 'ERROR AL ACTUALIZAR LA PTU DEL ID-EMPL '
                           PTU-ID-EMPL
           END-REWRITE.
           ADD PTU-IMPORTE TO WS-TOT-REPARTIDO.
           ADD PTU-ISR     TO WS-TOT-ISR.
           ADD PTU-NETO    TO WS-TOT-NETO.

      *    LA PARTE GRAVADA SE SUMA AL SUELDO MENSUAL Y SE RETIENE LA
      *    DIFERENCIA DEL ISR DE LA TARIFA MENSUAL CON Y SIN ELLA.
       262-CALCULAR-ISR.
           MOVE 0 TO PTU-ISR.
           IF PTU-GRAVADO GREATER 0
               COMPUTE WS-BASE-ISR = PTU-S-MEN + PTU-GRAVADO
               PERFORM 265-TARIFA-MENSUAL
               MOVE WS-ISR-MENSUAL TO WS-ISR-CON
               MOVE 0 TO WS-ISR-SIN
               IF PTU-S-MEN GREATER 0
                   MOVE PTU-S-MEN TO WS-BASE-ISR
                   PERFORM 265-TARIFA-MENSUAL
                   MOVE WS-ISR-MENSUAL TO WS-ISR-SIN
               END-IF
               IF WS-ISR-CON GREATER WS-ISR-SIN
                   COMPUTE PTU-ISR = WS-ISR-CON - WS-ISR-SIN
               END-IF
           END-IF.

      *    MISMA BUSQUEDA DE TRAMO QUE NOMINA-SEC; SI LA BASE NO CAE
      *    EN NINGUNO LA TABLA ESTA INCOMPLETA Y EL CALCULO SE DETIENE.
       265-TARIFA-MENSUAL.
           MOVE 'N' TO WS-ISR-HALLADO.
           MOVE 0 TO WS-ISR-MENSUAL.
           MOVE 0 TO ISR-LIM-INF.
           START ISR KEY IS NOT LESS THAN ISR-LIM-INF
               INVALID KEY
                   MOVE 1 TO WS-FLAG-ISR
               NOT INVALID KEY
                   MOVE 0 TO WS-FLAG-ISR
           END-START.
           PERFORM 267-LEER-TRAMO UNTIL WS-FLAG-ISR EQUAL 1.
           IF WS-ISR-HALLADO NOT EQUAL 'S'
               DISPLAY 'ERROR: LA BASE MENSUAL ' WS-BASE-ISR
                       ' DEL ID-EMPL ' PTU-ID-EMPL
                       ' NO CAE EN NINGUN TRAMO DE ISR-FILE'
               DISPLAY 'COMPLETA LA TABLA CON ISR-SEC Y VUELVE A '
                       'CALCULAR LA PTU'
               CLOSE PTU EMPLEADO ISR REPARTO
               STOP RUN
           END-IF.

       267-LEER-TRAMO.
           READ ISR NEXT RECORD
               AT END
                   MOVE 1 TO WS-FLAG-ISR
               NOT AT END
                   IF WS-BASE-ISR NOT LESS ISR-LIM-INF
                      AND WS-BASE-ISR NOT GREATER ISR-LIM-SUP
                       COMPUTE WS-ISR-MENSUAL ROUNDED =
                           ISR-CUOTA-FIJA
                           + ((WS-BASE-ISR - ISR-LIM-INF) * ISR-TASA)
                       MOVE 'S' TO WS-ISR-HALLADO
                       MOVE 1 TO WS-FLAG-ISR
                   END-IF
           END-READ.

       270-GRABAR-REPARTO.
           MOVE WS-EJERCICIO     TO PTR-EJERCICIO.
           MOVE WS-MONTO         TO PTR-MONTO.
           MOVE WS-DIAS-MIN      TO PTR-DIAS-MINIMOS.
           MOVE WS-UMA           TO PTR-UMA.
           MOVE WS-EMPLEADOS     TO PTR-EMPLEADOS.
           MOVE WS-EXCLUIDOS     TO PTR-EXCLUIDOS.
           MOVE WS-TOT-DIAS      TO PTR-TOT-DIAS.
           MOVE WS-TOT-SALARIOS  TO PTR-TOT-SALARIOS.
           MOVE WS-TOT-REPARTIDO TO PTR-TOT-REPARTIDO.
           COMPUTE PTR-REMANENTE = WS-MONTO - WS-TOT-REPARTIDO.
           MOVE WS-TOT-ISR       TO PTR-TOT-ISR.
           SET PTR-CALCULADO TO TRUE.
           MOVE WS-F-HOY         TO PTR-F-CALCULO.
           MOVE 0                TO PTR-F-PAGO.
           IF WS-EXISTE-PTR EQUAL 'S'
               REWRITE REG-REPARTO-PTU
                   INVALID KEY
                       DISPLAY 'ERROR AL ACTUALIZAR PTU-REPARTO-FILE'
               END-REWRITE
           ELSE
               WRITE REG-REPARTO-PTU
                   INVALID KEY
                       DISPLAY 'ERROR AL GRABAR PTU-REPARTO-FILE'
               END-WRITE
           END-IF.

      *    LISTADO PARA REVISAR EL REPARTO ANTES DE PAGARLO: CADA
      *    EMPLEADO CON SUS DIAS, SALARIOS, LAS DOS PARTES, LO QUE
      *    SE PAGA, EL ISR Y EL NETO; LOS EXCLUIDOS Y LOS LIMITADOS
      *    POR TOPE VAN MARCADOS.
       300-LISTADO.
           DISPLAY 'EJERCICIO FISCAL (AAAA)' ACCEPT WS-EJERCICIO.
           OPEN INPUT REPARTO.
           IF WS-STATUS-PTR NOT EQUAL '00'
               DISPLAY 'NO HAY REPARTOS CALCULADOS TODAVIA'
           ELSE
               MOVE WS-EJERCICIO TO PTR-EJERCICIO
               READ REPARTO
                   INVALID KEY
                       DISPLAY 'NO HAY REPARTO CALCULADO DE '
                               WS-EJERCICIO
                   NOT INVALID KEY
                       PERFORM 310-ENCABEZADO
                       PERFORM 320-DETALLE
               END-READ
               CLOSE REPARTO
           END-IF.

       310-ENCABEZADO.
           DISPLAY '======================================='.
           DISPLAY ' REPARTO DE UTILIDADES ' PTR-EJERCICIO.
           DISPLAY '======================================='.
           DISPLAY 'MONTO A REPARTIR:   ' PTR-MONTO.
           DISPLAY 'DIAS MINIMOS:       ' PTR-DIAS-MINIMOS.
           DISPLAY 'UMA:                ' PTR-UMA.
           DISPLAY 'PARTICIPANTES:      ' PTR-EMPLEADOS.
           DISPLAY 'EXCLUIDOS:          ' PTR-EXCLUIDOS.
           DISPLAY 'TOTAL DIAS:         ' PTR-TOT-DIAS.
           DISPLAY 'TOTAL SALARIOS:     ' PTR-TOT-SALARIOS.
           DISPLAY 'REPARTIDO:          ' PTR-TOT-REPARTIDO.
           DISPLAY 'REMANENTE:          ' PTR-REMANENTE.
           DISPLAY 'ISR A RETENER:      ' PTR-TOT-ISR.
           IF PTR-PAGADO
               DISPLAY 'PAGADO EL:          ' PTR-F-PAGO
           ELSE
               DISPLAY 'CALCULADO EL:       ' PTR-F-CALCULO
                       ' (PENDIENTE DE PAGO)'
           END-IF.
           DISPLAY '---------------------------------------'.
           DISPLAY 'ID    NOMBRE                         DIAS '
                   'SALARIOS     X DIAS     X SALARIO  IMPORTE    '
                   'ISR        NETO'.

       320-DETALLE.
           OPEN INPUT PTU EMPLEADO.
           IF WS-STATUS-PTU NOT EQUAL '00'
               DISPLAY 'ERROR AL ABRIR PTU-FILE, '
                       'FILE STATUS: ' WS-STATUS-PTU
           ELSE
               MOVE WS-EJERCICIO TO PTU-EJERCICIO
               MOVE 0            TO PTU-ID-EMPL
               START PTU KEY IS NOT LESS PTU-LLAVE
                   INVALID KEY
                       MOVE 1 TO WS-FLAG-PTU
                   NOT INVALID KEY
                       MOVE 0 TO WS-FLAG-PTU
               END-START
               PERFORM 325-LINEA UNTIL WS-FLAG-PTU EQUAL 1
               CLOSE PTU
           END-IF.
           IF WS-STATUS-EMP EQUAL '00'
               CLOSE EMPLEADO
           END-IF.

       325-LINEA.
           READ PTU NEXT RECORD
               AT END
                   MOVE 1 TO WS-FLAG-PTU
               NOT AT END
                   IF PTU-EJERCICIO NOT EQUAL WS-EJERCICIO
                       MOVE 1 TO WS-FLAG-PTU
                   ELSE
                       MOVE PTU-ID-EMPL TO ID-EMPL
                       MOVE SPACES TO WS-NOM-EMPL-PTU
                       READ EMPLEADO
                           INVALID KEY
                               MOVE 'NO ESTA EN EL MAESTRO'
                                   TO WS-NOM-EMPL-PTU
                           NOT INVALID KEY
                               MOVE NOM-EMPL TO WS-NOM-EMPL-PTU
                       END-READ
                       MOVE SPACES TO WS-MARCA
                       EVALUATE TRUE
                           WHEN PTU-EXCLUIDO
                               MOVE 'EXCLUIDO' TO WS-MARCA
                           WHEN PTU-TOPADO EQUAL 'S'
                               MOVE 'TOPE' TO WS-MARCA
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                       DISPLAY PTU-ID-EMPL ' ' WS-NOM-EMPL-PTU ' '
                               PTU-DIAS ' ' PTU-SALARIOS ' '
                               PTU-MONTO-DIAS ' '
                               PTU-MONTO-SALARIOS ' '
                               PTU-IMPORTE ' ' PTU-ISR ' '
                               PTU-NETO ' ' WS-MARCA
                   END-IF
           END-READ.
