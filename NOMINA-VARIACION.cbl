       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOMINA-VARIACION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT CORRIDA
           ASSIGN TO 'NOMINA-CORRIDA-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COR-LLAVE
           FILE STATUS IS WS-STATUS-COR.
           SELECT HIST
           ASSIGN TO 'NOMINA-HIST-FILE'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-HIST.
           SELECT WORK-HIST
           ASSIGN TO 'NOMVAR.SRT'.
           SELECT SALIDA-ORD
           ASSIGN TO 'NOMVAR.ORD'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-ORD.
           SELECT EMPLEADO
           ASSIGN TO 'BSEC-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ID-EMPL
           FILE STATUS IS WS-STATUS-EMP.
           SELECT PARAMETROS
           ASSIGN TO 'PARAMETROS-FILE'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-PAR.
           SELECT VARIACION
           ASSIGN TO 'NOMINA-VARIACION-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VAR-LLAVE
           FILE STATUS IS WS-STATUS-VAR.

       DATA DIVISION.
       FILE SECTION.
       FD CORRIDA.
           COPY CORRREG.
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
       FD PARAMETROS.
           COPY PARAMREG.
       FD VARIACION.
           COPY VARREG.

       WORKING-STORAGE SECTION.
       01 WS-AREAS.
           05 WS-STATUS-COR              PIC XX.
           05 WS-STATUS-HIST             PIC XX.
           05 WS-STATUS-ORD              PIC XX.
           05 WS-STATUS-EMP              PIC XX.
           05 WS-STATUS-PAR              PIC XX.
           05 WS-STATUS-VAR              PIC XX.
           05 WS-FLAG                    PIC 9.
           05 WS-CONF                    PIC X.
           05 WS-F-HOY                   PIC 9(08).
           05 WS-H-HOY                   PIC 9(06).
           05 WS-PERIODO                 PIC 9(06).
           05 WS-PER-MES                 PIC 9(02).
           05 WS-QUINCENA                PIC 9.
           05 WS-PERIODO-ANT             PIC 9(06).
           05 WS-QUINCENA-ANT            PIC 9.
           05 WS-HAY-ANT-CORRIDA         PIC X.
           05 WS-UMBRAL-PCT              PIC 9(03)V99.
           05 WS-UMBRAL-MONTO            PIC 9(07)V99.
           05 WS-TASA-IMSS               PIC 9V999 VALUE 0.025.
           05 WS-IMSS                    PIC 9(07)V99.
           05 WS-ISR                     PIC 9(07)V99.
           05 WS-ISR-CALC                PIC S9(08)V99.
           05 WS-ID-ANT                  PIC 9(05).
           05 WS-NOM-EMPL                PIC X(30).
           05 WS-EN-MAESTRO              PIC X.
           05 WS-DEP-I                   PIC 9(04).
           05 WS-DEP-CLV                 PIC X(03).
           05 WS-DEP-CLV-N               PIC 9(03).
           05 WS-HAY-ACT                 PIC X.
           05 WS-HAY-ANT                 PIC X.
           05 WS-ACT-BRUTO               PIC 9(09)V99.
           05 WS-ACT-NETO                PIC 9(09)V99.
           05 WS-ACT-ISR                 PIC 9(09)V99.
           05 WS-ACT-ABONO               PIC 9(09)V99.
           05 WS-ANT-BRUTO               PIC 9(09)V99.
           05 WS-ANT-NETO                PIC 9(09)V99.
           05 WS-ANT-ISR                 PIC 9(09)V99.
           05 WS-ANT-ABONO               PIC 9(09)V99.
           05 WS-CPT-NOMBRE              PIC X(06).
           05 WS-CPT-ANT                 PIC 9(09)V99.
           05 WS-CPT-ACT                 PIC 9(09)V99.
           05 WS-CPT-DIF                 PIC 9(09)V99.
           05 WS-CPT-PCT                 PIC 9(05)V99.
           05 WS-CPT-SENTIDO             PIC X(05).
           05 WS-CPT-FUERA               PIC X.
           05 WS-EMPL-OBSERVADO          PIC X.
           05 WS-DEP-DIF                 PIC 9(09)V99.
           05 WS-DEP-SENTIDO             PIC X(05).
           05 WS-EMPLEADOS               PIC 9(05).
           05 WS-OBSERVADOS              PIC 9(05).
           05 WS-NUEVOS                  PIC 9(05).
           05 WS-FALTANTES               PIC 9(05).
           05 WS-TOT-BRUTO-ANT           PIC 9(09)V99.
           05 WS-TOT-BRUTO-ACT           PIC 9(09)V99.
           05 WS-TOT-NETO-ANT            PIC 9(09)V99.
           05 WS-TOT-NETO-ACT            PIC 9(09)V99.
      *    UMBRALES QUE SE USAN CUANDO PARAMETROS-FILE NO LOS TRAE.
           05 WS-PCT-OMISION             PIC 9(03)V99 VALUE 10.
           05 WS-MONTO-OMISION           PIC 9(07)V99 VALUE 1000.

      *    UMBRALES DE VARIACION CAPTURADOS EN PARAMETROS-SEC.
           COPY PARAMREG REPLACING ==REG-PARAMETROS== BY
                                   ==WS-PARAMETROS==
                        LEADING ==PAR== BY ==WS-PAR==.

      *    BRUTO Y NETO POR CLV-DEP (0 A 999) DE LA CORRIDA ANTERIOR Y
      *    DE LA ACTUAL. LA POSICION 1001 JUNTA A LOS EMPLEADOS QUE YA
      *    NO ESTAN EN EL MAESTRO.
       01 WS-DEPTOS.
           05 WS-DEP-ENTRADA OCCURS 1001.
               10 WS-DEP-NOM             PIC X(20).
               10 WS-DEP-BRUTO-ANT       PIC 9(09)V99.
               10 WS-DEP-BRUTO-ACT       PIC 9(09)V99.
               10 WS-DEP-NETO-ANT        PIC 9(09)V99.
               10 WS-DEP-NETO-ACT        PIC 9(09)V99.

       PROCEDURE DIVISION.
      *    COMPARA LA CORRIDA DE NOMINA CONTRA LA CORRIDA ANTERIOR DE
      *    LA MISMA FRECUENCIA ANTES DE MANDAR LA DISPERSION AL BANCO:
      *    LISTA A QUIEN LE CAMBIO EL BRUTO, EL NETO, EL ISR O EL
      *    ABONO A PRESTAMO MAS ALLA DE LOS UMBRALES, A LOS NUEVOS Y
      *    A LOS QUE FALTAN, Y CIERRA CON LA VARIACION POR
      *    DEPARTAMENTO. DEJA CONSTANCIA EN NOMINA-VARIACION-FILE
      *    PARA QUE DISPERSION-SEC SEPA QUE LA CORRIDA SE REVISO.
       010-INITIAL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-F-HOY.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-H-HOY.
           PERFORM 090-VERIFICAR-HIST.
           PERFORM 100-ABRIR.
           PERFORM 110-PEDIR-CORRIDA.
           IF WS-CONF EQUAL 'S'
               PERFORM 120-BUSCAR-ANTERIOR
               PERFORM 130-LEER-UMBRALES
               PERFORM 020-ORDENAR
               PERFORM 200-ENCABEZADO
               PERFORM 300-COMPARAR
               PERFORM 400-CIERRE
               PERFORM 500-REGISTRAR-CONTROL
           END-IF.
           PERFORM 100-CERRAR.
       GOBACK.

       090-VERIFICAR-HIST.
           OPEN INPUT HIST.
           IF WS-STATUS-HIST EQUAL '35'
               DISPLAY 'NO EXISTE NOMINA-HIST-FILE, NO HAY CORRIDAS '
                       'QUE COMPARAR'
               STOP RUN
           END-IF.
           IF WS-STATUS-HIST NOT EQUAL '00'
               DISPLAY 'ERROR AL ABRIR NOMINA-HIST-FILE, '
                       'FILE STATUS: ' WS-STATUS-HIST
               STOP RUN
           END-IF.
           CLOSE HIST.

      *    EL HISTORIAL SE ORDENA POR EMPLEADO PARA JUNTAR EN UN SOLO
      *    PASO LAS LINEAS DE LAS DOS CORRIDAS DE CADA UNO.
       020-ORDENAR.
           SORT WORK-HIST
               ON ASCENDING KEY WRK-ID-EMPL
               USING HIST
               GIVING SALIDA-ORD.

       100-ABRIR.
           OPEN INPUT CORRIDA.
           IF WS-STATUS-COR EQUAL '35'
               DISPLAY 'NO EXISTE NOMINA-CORRIDA-FILE, CORRE PRIMERO '
                       'NOMINA-SEC'
               STOP RUN
           END-IF.
           IF WS-STATUS-COR NOT EQUAL '00'
               DISPLAY 'ERROR AL ABRIR NOMINA-CORRIDA-FILE, '
                       'FILE STATUS: ' WS-STATUS-COR
               STOP RUN
           END-IF.
           OPEN INPUT EMPLEADO.
           IF WS-STATUS-EMP NOT EQUAL '00'
               DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE EMPLEADOS, '
                       'FILE STATUS: ' WS-STATUS-EMP
               CLOSE CORRIDA
               STOP RUN
           END-IF.
           OPEN I-O VARIACION.
           IF WS-STATUS-VAR EQUAL '35'
               OPEN OUTPUT VARIACION
               CLOSE VARIACION
               OPEN I-O VARIACION
           END-IF.
           IF WS-STATUS-VAR NOT EQUAL '00'
               DISPLAY 'ERROR AL ABRIR NOMINA-VARIACION-FILE, '
                       'FILE STATUS: ' WS-STATUS-VAR
               CLOSE CORRIDA EMPLEADO
               STOP RUN
           END-IF.

       100-CERRAR.
           CLOSE CORRIDA.
           CLOSE EMPLEADO.
           CLOSE VARIACION.

      *    SOLO SE REVISA UNA CORRIDA REGISTRADA Y VIGENTE; UNA
      *    CORRIDA REVERTIDA YA NO SE VA A DISPERSAR.
       110-PEDIR-CORRIDA.
           MOVE 'N' TO WS-CONF.
           DISPLAY 'PERIODO A REVISAR (AAAAMM)' ACCEPT WS-PERIODO.
           DISPLAY 'QUINCENA (0 = CORRIDA MENSUAL, 1 O 2)'
               ACCEPT WS-QUINCENA.
           MOVE WS-PERIODO(5:2) TO WS-PER-MES.
           IF WS-PER-MES LESS 1 OR WS-PER-MES GREATER 12
              OR WS-QUINCENA GREATER 2
               DISPLAY 'PERIODO O QUINCENA INVALIDOS'
           ELSE
               MOVE WS-PERIODO  TO COR-PERIODO
               MOVE WS-QUINCENA TO COR-QUINCENA
               READ CORRIDA
                   INVALID KEY
                       DISPLAY 'NO HAY CORRIDA REGISTRADA DEL PERIODO '
                               WS-PERIODO ' QUINCENA ' WS-QUINCENA
                   NOT INVALID KEY
                       IF COR-CANCELADA
                           DISPLAY 'ESA CORRIDA FUE CANCELADA EL '
                                   COR-F-CANCELA ', NO HAY NADA QUE '
                                   'REVISAR'
                       ELSE
                           MOVE 'S' TO WS-CONF
                       END-IF
               END-READ
           END-IF.

      *    LA CORRIDA COMPARABLE ES LA ULTIMA VIGENTE ANTERIOR DE LA
      *    MISMA FRECUENCIA: MENSUAL CONTRA MENSUAL (QUINCENA 0) Y
      *    QUINCENAL CONTRA QUINCENAL (QUINCENA 1 O 2).
       120-BUSCAR-ANTERIOR.
           MOVE 'N' TO WS-HAY-ANT-CORRIDA.
           MOVE 0 TO WS-PERIODO-ANT WS-QUINCENA-ANT.
           MOVE 0 TO COR-PERIODO COR-QUINCENA.
           MOVE 0 TO WS-FLAG.
           START CORRIDA KEY IS NOT LESS THAN COR-LLAVE
               INVALID KEY
                   MOVE 1 TO WS-FLAG
           END-START.
           PERFORM UNTIL WS-FLAG EQUAL 1
               READ CORRIDA NEXT RECORD
                   AT END
                       MOVE 1 TO WS-FLAG
                   NOT AT END
                       IF COR-PERIODO GREATER WS-PERIODO
                          OR (COR-PERIODO EQUAL WS-PERIODO
                              AND COR-QUINCENA NOT LESS WS-QUINCENA)
                           MOVE 1 TO WS-FLAG
                       ELSE
                           PERFORM 121-TOMAR-ANTERIOR
                       END-IF
               END-READ
           END-PERFORM.

       121-TOMAR-ANTERIOR.
           IF COR-VIGENTE
               IF (WS-QUINCENA EQUAL 0 AND COR-QUINCENA EQUAL 0)
                  OR (WS-QUINCENA NOT EQUAL 0
                      AND COR-QUINCENA NOT EQUAL 0)
                   MOVE 'S' TO WS-HAY-ANT-CORRIDA
                   MOVE COR-PERIODO  TO WS-PERIODO-ANT
                   MOVE COR-QUINCENA TO WS-QUINCENA-ANT
               END-IF
           END-IF.

      *    LOS UMBRALES SE CAPTURAN EN PARAMETROS-SEC; SI TODAVIA NO
      *    SE CAPTURARON SE USAN LOS DE OMISION.
       130-LEER-UMBRALES.
           MOVE SPACES TO WS-PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF WS-STATUS-PAR EQUAL '00'
               READ PARAMETROS INTO WS-PARAMETROS
                   AT END
                       MOVE SPACES TO WS-PARAMETROS
               END-READ
               CLOSE PARAMETROS
           END-IF.
           MOVE WS-PCT-OMISION   TO WS-UMBRAL-PCT.
           MOVE WS-MONTO-OMISION TO WS-UMBRAL-MONTO.
           IF WS-PAR-VAR-PORCENTAJE NUMERIC
              AND WS-PAR-VAR-PORCENTAJE GREATER 0
               MOVE WS-PAR-VAR-PORCENTAJE
                   TO WS-UMBRAL-PCT
           END-IF.
           IF WS-PAR-VAR-MONTO NUMERIC
              AND WS-PAR-VAR-MONTO GREATER 0
               MOVE WS-PAR-VAR-MONTO
                   TO WS-UMBRAL-MONTO
           END-IF.

       200-ENCABEZADO.
           DISPLAY '======================================='.
           DISPLAY ' VARIACION DE NOMINA CONTRA LA CORRIDA ANTERIOR'.
           DISPLAY ' CORRIDA REVISADA:  ' WS-PERIODO
                   ' QUINCENA ' WS-QUINCENA.
           IF WS-HAY-ANT-CORRIDA EQUAL 'S'
               DISPLAY ' CORRIDA ANTERIOR:  ' WS-PERIODO-ANT
                       ' QUINCENA ' WS-QUINCENA-ANT
           ELSE
               DISPLAY ' NO HAY CORRIDA ANTERIOR DE LA MISMA '
                       'FRECUENCIA, TODOS SALEN COMO NUEVOS'
           END-IF.
           DISPLAY ' UMBRALES: ' WS-UMBRAL-PCT ' % O $ '
                   WS-UMBRAL-MONTO.
           DISPLAY '======================================='.
           DISPLAY 'ID     NOMBRE                         CONCEPTO'
                   ' ANTERIOR    ACTUAL      DIFERENCIA  %'.

      *    SOLO CUENTAN LAS LINEAS DE NOMINA (LAS CANCELADAS YA
      *    TRAEN OTRO TIPO) DE LA CORRIDA REVISADA Y DE LA ANTERIOR.
      *    UNA CORRIDA REPETIDA CON AUTORIZACION SUMA SUS DOS JUEGOS
      *    DE LINEAS Y SALE COMO VARIACION, QUE ES LO QUE SE PAGO.
       300-COMPARAR.
           OPEN INPUT SALIDA-ORD.
           IF WS-STATUS-ORD NOT EQUAL '00'
               DISPLAY 'ERROR AL ABRIR EL ARCHIVO ORDENADO, '
                       'FILE STATUS: ' WS-STATUS-ORD
               PERFORM 100-CERRAR
               STOP RUN
           END-IF.
           MOVE 0 TO WS-EMPLEADOS WS-OBSERVADOS WS-NUEVOS WS-FALTANTES.
           MOVE 0 TO WS-TOT-BRUTO-ANT WS-TOT-BRUTO-ACT.
           MOVE 0 TO WS-TOT-NETO-ANT WS-TOT-NETO-ACT.
           PERFORM VARYING WS-DEP-I FROM 1 BY 1 UNTIL WS-DEP-I > 1001
               MOVE SPACES TO WS-DEP-NOM(WS-DEP-I)
               MOVE 0 TO WS-DEP-BRUTO-ANT(WS-DEP-I)
               MOVE 0 TO WS-DEP-BRUTO-ACT(WS-DEP-I)
               MOVE 0 TO WS-DEP-NETO-ANT(WS-DEP-I)
               MOVE 0 TO WS-DEP-NETO-ACT(WS-DEP-I)
           END-PERFORM.
           MOVE 'EMPLEADOS QUE YA NO ESTAN EN BSEC' TO WS-DEP-NOM(1001).
           MOVE 0 TO WS-ID-ANT.
           PERFORM 305-LIMPIAR-EMPLEADO.
           MOVE 0 TO WS-FLAG.
           PERFORM 310-LEER UNTIL WS-FLAG EQUAL 1.
           IF WS-HAY-ACT EQUAL 'S' OR WS-HAY-ANT EQUAL 'S'
               PERFORM 320-EVALUAR-EMPLEADO
           END-IF.
           CLOSE SALIDA-ORD.

       305-LIMPIAR-EMPLEADO.
           MOVE 'N' TO WS-HAY-ACT WS-HAY-ANT.
           MOVE 0 TO WS-ACT-BRUTO WS-ACT-NETO WS-ACT-ISR WS-ACT-ABONO.
           MOVE 0 TO WS-ANT-BRUTO WS-ANT-NETO WS-ANT-ISR WS-ANT-ABONO.

       310-LEER.
           READ SALIDA-ORD
               AT END
                   MOVE 1 TO WS-FLAG
               NOT AT END
                   IF ORD-TIPO-NOMINA
                       PERFORM 311-CLASIFICAR
                   END-IF
           END-READ.

       311-CLASIFICAR.
           IF ORD-PERIODO EQUAL WS-PERIODO
              AND ORD-QUINCENA EQUAL WS-QUINCENA
               PERFORM 312-CAMBIO-EMPLEADO
               PERFORM 315-DERIVAR-ISR
               MOVE 'S' TO WS-HAY-ACT
               ADD ORD-BRUTO          TO WS-ACT-BRUTO
               ADD ORD-NETO           TO WS-ACT-NETO
               ADD WS-ISR             TO WS-ACT-ISR
               ADD ORD-ABONO-PRESTAMO TO WS-ACT-ABONO
           ELSE
               IF WS-HAY-ANT-CORRIDA EQUAL 'S'
                  AND ORD-PERIODO EQUAL WS-PERIODO-ANT
                  AND ORD-QUINCENA EQUAL WS-QUINCENA-ANT
                   PERFORM 312-CAMBIO-EMPLEADO
                   PERFORM 315-DERIVAR-ISR
                   MOVE 'S' TO WS-HAY-ANT
                   ADD ORD-BRUTO          TO WS-ANT-BRUTO
                   ADD ORD-NETO           TO WS-ANT-NETO
                   ADD WS-ISR             TO WS-ANT-ISR
                   ADD ORD-ABONO-PRESTAMO TO WS-ANT-ABONO
               END-IF
           END-IF.

       312-CAMBIO-EMPLEADO.
           IF ORD-ID-EMPL NOT EQUAL WS-ID-ANT
               IF WS-HAY-ACT EQUAL 'S' OR WS-HAY-ANT EQUAL 'S'
                   PERFORM 320-EVALUAR-EMPLEADO
               END-IF
               PERFORM 305-LIMPIAR-EMPLEADO
               MOVE ORD-ID-EMPL TO WS-ID-ANT
           END-IF.

      *    EL HISTORIAL NO GUARDA EL ISR; SE RECUPERA COMO EN
      *    NOMINA-REVERSA: EL IMSS SE RECALCULA SOBRE EL BRUTO Y EL
      *    ISR ES LO QUE FALTA DE DESCONTAR PARA LLEGAR AL NETO.
       315-DERIVAR-ISR.
           COMPUTE WS-IMSS ROUNDED = ORD-BRUTO * WS-TASA-IMSS.
           COMPUTE WS-ISR-CALC = ORD-BRUTO - ORD-PENSION
               - ORD-ABONO-PRESTAMO - ORD-AHORRO - ORD-NETO
               - WS-IMSS.
           IF WS-ISR-CALC LESS 0
               MOVE 0 TO WS-ISR
           ELSE
               MOVE WS-ISR-CALC TO WS-ISR
           END-IF.

       320-EVALUAR-EMPLEADO.
           MOVE WS-ID-ANT TO ID-EMPL.
           READ EMPLEADO
               INVALID KEY
                   MOVE 'N' TO WS-EN-MAESTRO
                   MOVE 'NO EXISTE EN EMPLEADOS' TO WS-NOM-EMPL
                   MOVE 1001 TO WS-DEP-I
               NOT INVALID KEY
                   MOVE 'S' TO WS-EN-MAESTRO
                   MOVE NOM-EMPL TO WS-NOM-EMPL
                   COMPUTE WS-DEP-I = CLV-DEP + 1
                   IF WS-DEP-NOM(WS-DEP-I) EQUAL SPACES
                       MOVE NOM-DEP TO WS-DEP-NOM(WS-DEP-I)
                   END-IF
           END-READ.
           ADD 1 TO WS-EMPLEADOS.
           ADD WS-ANT-BRUTO TO WS-DEP-BRUTO-ANT(WS-DEP-I)
                               WS-TOT-BRUTO-ANT.
           ADD WS-ACT-BRUTO TO WS-DEP-BRUTO-ACT(WS-DEP-I)
                               WS-TOT-BRUTO-ACT.
           ADD WS-ANT-NETO  TO WS-DEP-NETO-ANT(WS-DEP-I)
                               WS-TOT-NETO-ANT.
           ADD WS-ACT-NETO  TO WS-DEP-NETO-ACT(WS-DEP-I)
                               WS-TOT-NETO-ACT.
           EVALUATE TRUE
               WHEN WS-HAY-ANT EQUAL 'N'
                   DISPLAY WS-ID-ANT ' ' WS-NOM-EMPL
                           ' NUEVO    BRUTO ' WS-ACT-BRUTO
                           ' NETO ' WS-ACT-NETO
                   ADD 1 TO WS-NUEVOS
               WHEN WS-HAY-ACT EQUAL 'N'
                   PERFORM 325-REPORTAR-FALTANTE
               WHEN OTHER
                   PERFORM 330-COMPARAR-CONCEPTOS
           END-EVALUATE.

       325-REPORTAR-FALTANTE.
           ADD 1 TO WS-FALTANTES.
           IF WS-EN-MAESTRO EQUAL 'N'
               DISPLAY WS-ID-ANT ' ' WS-NOM-EMPL
                       ' FALTA    NETO ANTERIOR ' WS-ANT-NETO
           ELSE
               IF EMPL-ACTIVO
                   DISPLAY WS-ID-ANT ' ' WS-NOM-EMPL
                           ' FALTA    NETO ANTERIOR ' WS-ANT-NETO
                           ' ACTIVO SIN PAGO'
               ELSE
                   DISPLAY WS-ID-ANT ' ' WS-NOM-EMPL
                           ' FALTA    NETO ANTERIOR ' WS-ANT-NETO
                           ' DADO DE BAJA'
               END-IF
           END-IF.

       330-COMPARAR-CONCEPTOS.
           MOVE 'N' TO WS-EMPL-OBSERVADO.
           MOVE 'BRUTO '      TO WS-CPT-NOMBRE.
           MOVE WS-ANT-BRUTO  TO WS-CPT-ANT.
           MOVE WS-ACT-BRUTO  TO WS-CPT-ACT.
           PERFORM 335-COMPARAR-CONCEPTO.
           MOVE 'NETO  '      TO WS-CPT-NOMBRE.
           MOVE WS-ANT-NETO   TO WS-CPT-ANT.
           MOVE WS-ACT-NETO   TO WS-CPT-ACT.
           PERFORM 335-COMPARAR-CONCEPTO.
           MOVE 'ISR   '      TO WS-CPT-NOMBRE.
           MOVE WS-ANT-ISR    TO WS-CPT-ANT.
           MOVE WS-ACT-ISR    TO WS-CPT-ACT.
           PERFORM 335-COMPARAR-CONCEPTO.
           MOVE 'ABONO '      TO WS-CPT-NOMBRE.
           MOVE WS-ANT-ABONO  TO WS-CPT-ANT.
           MOVE WS-ACT-ABONO  TO WS-CPT-ACT.
           PERFORM 335-COMPARAR-CONCEPTO.
           IF WS-EMPL-OBSERVADO EQUAL 'S'
               ADD 1 TO WS-OBSERVADOS
           END-IF.

      *    UN CONCEPTO SE REPORTA SI SU CAMBIO PASA CUALQUIERA DE LOS
      *    DOS UMBRALES. SI ANTES ERA CERO EL PORCENTAJE NO APLICA Y
      *    SOLO CUENTA EL MONTO.
       335-COMPARAR-CONCEPTO.
           MOVE 'N' TO WS-CPT-FUERA.
           MOVE 0 TO WS-CPT-PCT.
           IF WS-CPT-ACT NOT LESS WS-CPT-ANT
               COMPUTE WS-CPT-DIF = WS-CPT-ACT - WS-CPT-ANT
               MOVE 'SUBE ' TO WS-CPT-SENTIDO
           ELSE
               COMPUTE WS-CPT-DIF = WS-CPT-ANT - WS-CPT-ACT
               MOVE 'BAJA ' TO WS-CPT-SENTIDO
           END-IF.
           IF WS-CPT-ANT GREATER 0
               COMPUTE WS-CPT-PCT ROUNDED =
                   WS-CPT-DIF * 100 / WS-CPT-ANT
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-CPT-PCT
               END-COMPUTE
               IF WS-CPT-PCT GREATER WS-UMBRAL-PCT
                   MOVE 'S' TO WS-CPT-FUERA
               END-IF
           END-IF.
           IF WS-CPT-DIF GREATER WS-UMBRAL-MONTO
               MOVE 'S' TO WS-CPT-FUERA
           END-IF.
           IF WS-CPT-FUERA EQUAL 'S'
               MOVE 'S' TO WS-EMPL-OBSERVADO
               DISPLAY WS-ID-ANT ' ' WS-NOM-EMPL ' ' WS-CPT-NOMBRE
                       '   ' WS-CPT-ANT ' ' WS-CPT-ACT ' '
                       WS-CPT-SENTIDO WS-CPT-DIF ' ' WS-CPT-PCT
           END-IF.

       400-CIERRE.
           DISPLAY '======================================='.
           DISPLAY 'VARIACION POR DEPARTAMENTO'.
           DISPLAY 'DEP  NOMBRE               BRUTO ANTERIOR '
                   'BRUTO ACTUAL   VARIACION BRUTO  VARIACION NETO'.
           PERFORM VARYING WS-DEP-I FROM 1 BY 1 UNTIL WS-DEP-I > 1001
               IF WS-DEP-BRUTO-ANT(WS-DEP-I) GREATER 0
                  OR WS-DEP-BRUTO-ACT(WS-DEP-I) GREATER 0
                   PERFORM 410-LINEA-DEPTO
               END-IF
           END-PERFORM.
           DISPLAY '======================================='.
           DISPLAY 'EMPLEADOS COMPARADOS:     ' WS-EMPLEADOS.
           DISPLAY 'EMPLEADOS CON VARIACION:  ' WS-OBSERVADOS.
           DISPLAY 'EMPLEADOS NUEVOS:         ' WS-NUEVOS.
           DISPLAY 'EMPLEADOS QUE FALTAN:     ' WS-FALTANTES.
           DISPLAY 'BRUTO ANTERIOR:           ' WS-TOT-BRUTO-ANT.
           DISPLAY 'BRUTO ACTUAL:             ' WS-TOT-BRUTO-ACT.
           DISPLAY 'NETO ANTERIOR:            ' WS-TOT-NETO-ANT.
           DISPLAY 'NETO ACTUAL:              ' WS-TOT-NETO-ACT.

       410-LINEA-DEPTO.
           IF WS-DEP-BRUTO-ACT(WS-DEP-I)
              NOT LESS WS-DEP-BRUTO-ANT(WS-DEP-I)
               COMPUTE WS-DEP-DIF = WS-DEP-BRUTO-ACT(WS-DEP-I)
                                  - WS-DEP-BRUTO-ANT(WS-DEP-I)
               MOVE 'SUBE ' TO WS-DEP-SENTIDO
           ELSE
               COMPUTE WS-DEP-DIF = WS-DEP-BRUTO-ANT(WS-DEP-I)
                                  - WS-DEP-BRUTO-ACT(WS-DEP-I)
               MOVE 'BAJA ' TO WS-DEP-SENTIDO
           END-IF.
           MOVE WS-DEP-DIF TO WS-CPT-DIF.
           MOVE WS-DEP-SENTIDO TO WS-CPT-SENTIDO.
           IF WS-DEP-NETO-ACT(WS-DEP-I)
              NOT LESS WS-DEP-NETO-ANT(WS-DEP-I)
               COMPUTE WS-DEP-DIF = WS-DEP-NETO-ACT(WS-DEP-I)
                                  - WS-DEP-NETO-ANT(WS-DEP-I)
               MOVE 'SUBE ' TO WS-DEP-SENTIDO
           ELSE
               COMPUTE WS-DEP-DIF = WS-DEP-NETO-ANT(WS-DEP-I)
                                  - WS-DEP-NETO-ACT(WS-DEP-I)
               MOVE 'BAJA ' TO WS-DEP-SENTIDO
           END-IF.
           IF WS-DEP-I EQUAL 1001
               MOVE '---' TO WS-DEP-CLV
           ELSE
               COMPUTE WS-DEP-CLV-N = WS-DEP-I - 1
               MOVE WS-DEP-CLV-N TO WS-DEP-CLV
           END-IF.
           DISPLAY WS-DEP-CLV '  ' WS-DEP-NOM(WS-DEP-I) ' '
                   WS-DEP-BRUTO-ANT(WS-DEP-I) ' '
                   WS-DEP-BRUTO-ACT(WS-DEP-I) ' '
                   WS-CPT-SENTIDO WS-CPT-DIF ' '
                   WS-DEP-SENTIDO WS-DEP-DIF.

      *    EL REPORTE QUEDA REGISTRADO POR CORRIDA; SI SE VUELVE A
      *    CORRER SE REEMPLAZA CON LOS DATOS DE LA ULTIMA REVISION.
       500-REGISTRAR-CONTROL.
           MOVE WS-PERIODO        TO VAR-PERIODO.
           MOVE WS-QUINCENA       TO VAR-QUINCENA.
           MOVE WS-F-HOY          TO VAR-F-REPORTE.
           MOVE WS-H-HOY          TO VAR-H-REPORTE.
           MOVE WS-PERIODO-ANT    TO VAR-PERIODO-ANT.
           MOVE WS-QUINCENA-ANT   TO VAR-QUINCENA-ANT.
           MOVE WS-UMBRAL-PCT     TO VAR-PORCENTAJE.
           MOVE WS-UMBRAL-MONTO   TO VAR-MONTO.
           MOVE WS-EMPLEADOS      TO VAR-EMPLEADOS.
           MOVE WS-OBSERVADOS     TO VAR-OBSERVADOS.
           MOVE WS-NUEVOS         TO VAR-NUEVOS.
           MOVE WS-FALTANTES      TO VAR-FALTANTES.
           MOVE WS-TOT-BRUTO-ANT  TO VAR-TOT-BRUTO-ANT.
           MOVE WS-TOT-BRUTO-ACT  TO VAR-TOT-BRUTO-ACT.
           WRITE REG-VARIACION
               INVALID KEY
                   REWRITE REG-VARIACION
                       INVALID KEY
                           DISPLAY 'ERROR AL REGISTRAR EL REPORTE EN '
                                   'NOMINA-VARIACION-FILE'
                   END-REWRITE
           END-WRITE.
           DISPLAY 'REVISION REGISTRADA PARA DISPERSION-SEC'.
