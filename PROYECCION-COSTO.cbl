       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROYECCION-COSTO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT EMPLEADO
           ASSIGN TO 'BSEC-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ID-EMPL
           FILE STATUS IS WS-STATUS-EMP.
           SELECT DEPTO
           ASSIGN TO 'DEPTO-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEPTO-CLV
           FILE STATUS IS WS-STATUS-DEP.
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
           SELECT PROYECCION
           ASSIGN TO 'PROYECCION-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRY-NOMBRE
           FILE STATUS IS WS-STATUS-PRY.
           SELECT PROYECCION-DEP
           ASSIGN TO 'PROYECCION-DEP-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PYD-LLAVE
           FILE STATUS IS WS-STATUS-PYD.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLEADO.
           COPY EMPLREG.
       FD DEPTO.
           COPY DEPTREG.
       FD PUESTO.
           COPY PUESTREG.
       FD ESCALA.
           COPY ESCREG.
       FD PROYECCION.
           COPY PROYREG.
       FD PROYECCION-DEP.
           COPY PRYDREG.

       WORKING-STORAGE SECTION.
       01 WS-AREAS.
           05 WS-STATUS-EMP              PIC XX.
           05 WS-STATUS-DEP              PIC XX.
           05 WS-STATUS-PUE              PIC XX.
           05 WS-STATUS-ESC              PIC XX.
           05 WS-STATUS-PRY              PIC XX.
           05 WS-STATUS-PYD              PIC XX.
           05 WS-OPCION                  PIC 9.
           05 WS-FLAG                    PIC 9.
           05 WS-F-HOY                   PIC 9(08).
           05 WS-NOMBRE                  PIC X(20).
           05 WS-RESPUESTA               PIC X.
           05 WS-DATO-OK                 PIC X.
           05 WS-ENCONTRADO              PIC X.
           05 WS-TIPO                    PIC X.
           05 WS-CLV-DEP                 PIC 9(03).
           05 WS-TAB-S                   PIC A.
           05 WS-PUE-CLV                 PIC 9(02).
           05 WS-ID-EMPL                 PIC 9(05).
           05 WS-MES-CAPTURA             PIC 9(02).
           05 WS-CANT-CAPTURA            PIC 9(03).
           05 WS-PCT-CAPTURA             PIC 9(02)V99.
           05 WS-I                       PIC 9(02).
           05 WS-DEP-I                   PIC 9(04).
           05 WS-MES                     PIC 9(02).
           05 WS-E                       PIC 9.
      *    MISMAS TASAS Y PRESTACIONES QUE NOMINA-SEC USA PARA LAS
      *    CUOTAS PATRONALES, EL AGUINALDO Y LA PRIMA VACACIONAL.
           05 WS-TASA-IMSS-PAT           PIC 9V9(04) VALUE 0.0815.
           05 WS-TASA-INFONAVIT          PIC 9V9(04) VALUE 0.0500.
           05 WS-TASA-SAR                PIC 9V9(04) VALUE 0.0200.
           05 WS-DIAS-AGUINALDO          PIC 9(03) VALUE 15.
           05 WS-PRIMA-VAC               PIC 9V99 VALUE 0.25.
           05 WS-F-ING-ANIO              PIC 9(04).
           05 WS-F-ING-MES               PIC 9(02).
           05 WS-ANIOS-SERV              PIC 9(03).
           05 WS-DIAS-VAC                PIC 9(03).
           05 WS-FACTOR-INT              PIC 9V9(04).
           05 WS-SDI                     PIC 9(06)V99.
      *    DATOS DE LA PLAZA QUE SE PROYECTA: UN EMPLEADO ACTUAL O
      *    UNA LINEA DE ALTAS PLANEADAS (WS-PLZ-CANT PLAZAS IGUALES).
           05 WS-PLZ-S-MEN               PIC 9(07)V99.
           05 WS-PLZ-PCT                 PIC 9(02)V99.
           05 WS-PLZ-MES-AUM             PIC 9(02).
           05 WS-PLZ-INI                 PIC 9(02).
           05 WS-PLZ-FIN                 PIC 9(02).
           05 WS-PLZ-MES-ANIV            PIC 9(02).
           05 WS-PLZ-CANT                PIC 9(03).
           05 WS-PLZ-MESES               PIC 9(02).
           05 WS-SUELDO-MES              PIC 9(08)V99.
           05 WS-CUOTA-MES               PIC 9(07)V99.
           05 WS-AGUINALDO               PIC 9(09)V99.
           05 WS-PRIMA-VAC-MONTO         PIC 9(09)V99.
           05 WS-MESES-EXCEDE            PIC 9(02).
           05 WS-PPTO-ANUAL              PIC 9(11)V99.
           05 WS-DIFERENCIA              PIC 9(11)V99.
           05 WS-DIF-COMPARA             PIC S9(10)V99.
           05 WS-TOT-SUELDOS             PIC 9(10)V99.
           05 WS-TOT-AGUINALDO           PIC 9(10)V99.
           05 WS-TOT-PRIMA-VAC           PIC 9(10)V99.
           05 WS-TOT-CUOTAS              PIC 9(10)V99.
           05 WS-TOT-COSTO               PIC 9(10)V99.
           05 WS-TOT-PPTO                PIC 9(11)V99.
           05 WS-TOT-PLAZAS              PIC 9(05).

      *    COSTO PROYECTADO POR CLV-DEP (0 A 999, POSICION CLV-DEP + 1)
      *    Y MES DEL ANIO DEL ESCENARIO, CON SU PRESUPUESTO MENSUAL Y
      *    TOPE DE PLAZAS DE DEPTO-FILE.
       01 WS-DEPTOS.
           05 WS-DEP-ENTRADA OCCURS 1000.
               10 WS-DEP-EXISTE          PIC X.
               10 WS-DEP-NOM             PIC X(20).
               10 WS-DEP-PPTO            PIC 9(09)V99.
               10 WS-DEP-TOPE            PIC 9(04).
               10 WS-DEP-SUELDOS         PIC 9(09)V99.
               10 WS-DEP-AGUINALDO       PIC 9(09)V99.
               10 WS-DEP-PRIMA-VAC       PIC 9(09)V99.
               10 WS-DEP-CUOTAS          PIC 9(09)V99.
               10 WS-DEP-TOTAL           PIC 9(09)V99.
               10 WS-DEP-PLAZAS-MAX      PIC 9(04).
               10 WS-DEP-MES OCCURS 12.
                   15 WS-DEP-MES-PLAZAS  PIC 9(04).
                   15 WS-DEP-MES-SUELDO  PIC 9(09)V99.
                   15 WS-DEP-MES-COSTO   PIC 9(09)V99.

      *    HASTA TRES ESCENARIOS PROYECTADOS LADO A LADO.
       01 WS-COMPARA.
           05 WS-CMP-NUM                 PIC 9.
           05 WS-CMP-ESCENARIO OCCURS 3.
               10 WS-CMP-NOMBRE          PIC X(20).
               10 WS-CMP-ANIO            PIC 9(04).
               10 WS-CMP-SUELDOS         PIC 9(10)V99.
               10 WS-CMP-AGUINALDO       PIC 9(10)V99.
               10 WS-CMP-PRIMA-VAC       PIC 9(10)V99.
               10 WS-CMP-CUOTAS          PIC 9(10)V99.
               10 WS-CMP-TOTAL           PIC 9(10)V99.
               10 WS-CMP-DEP-TOTAL       PIC 9(09)V99
                                         OCCURS 1000.

       PROCEDURE DIVISION.
      *    PROYECCION DEL COSTO LABORAL DE UN ANIO PARA ARMAR EL
      *    PRESUPUESTO. CADA ESCENARIO GUARDA SUS AUMENTOS, ALTAS
      *    PLANEADAS Y BAJAS ESPERADAS; AL PROYECTARLO SE CALCULA MES
      *    A MES POR DEPARTAMENTO EL SUELDO, LAS CUOTAS PATRONALES,
      *    EL AGUINALDO Y LA PRIMA VACACIONAL DE LA PLANTILLA ACTIVA
      *    Y DE LAS PLAZAS NUEVAS, Y SE COMPARA CON DEPTO-PPTO Y
      *    DEPTO-TOPE-EMPL. EL MAESTRO DE EMPLEADOS Y DEPTO-FILE
      *    SOLO SE LEEN.
       010-INITIAL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-F-HOY.
           PERFORM 100-ABRIR.
           MOVE 0 TO WS-OPCION.
           PERFORM 100-MENU UNTIL WS-OPCION EQUAL 9.
           PERFORM 100-CERRAR.
       STOP RUN.

       100-ABRIR.
           OPEN INPUT EMPLEADO.
           IF WS-STATUS-EMP NOT EQUAL '00'
               DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE EMPLEADOS, '
                       'FILE STATUS: ' WS-STATUS-EMP
               STOP RUN
           END-IF.
           OPEN INPUT DEPTO.
           IF WS-STATUS-DEP NOT EQUAL '00'
               DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE DEPARTAMENTOS, '
                       'FILE STATUS: ' WS-STATUS-DEP
               CLOSE EMPLEADO
               STOP RUN
           END-IF.
           OPEN INPUT PUESTO.
           IF WS-STATUS-PUE NOT EQUAL '00'
               DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE PUESTOS, '
                       'FILE STATUS: ' WS-STATUS-PUE
               CLOSE EMPLEADO DEPTO
               STOP RUN
           END-IF.
           OPEN INPUT ESCALA.
           IF WS-STATUS-ESC NOT EQUAL '00'
               DISPLAY 'ERROR AL ABRIR EL TABULADOR DE SUELDOS, '
                       'FILE STATUS: ' WS-STATUS-ESC
               CLOSE EMPLEADO DEPTO PUESTO
               STOP RUN
           END-IF.
           OPEN I-O PROYECCION.
           IF WS-STATUS-PRY EQUAL '35'
               OPEN OUTPUT PROYECCION
               CLOSE PROYECCION
               OPEN I-O PROYECCION
           END-IF.
           IF WS-STATUS-PRY NOT EQUAL '00'
               DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE ESCENARIOS, '
                       'FILE STATUS: ' WS-STATUS-PRY
               CLOSE EMPLEADO DEPTO PUESTO ESCALA
               STOP RUN
           END-IF.
           OPEN I-O PROYECCION-DEP.
           IF WS-STATUS-PYD EQUAL '35'
               OPEN OUTPUT PROYECCION-DEP
               CLOSE PROYECCION-DEP
               OPEN I-O PROYECCION-DEP
           END-IF.
           IF WS-STATUS-PYD NOT EQUAL '00'
               DISPLAY 'ERROR AL ABRIR EL COSTO POR DEPARTAMENTO DE '
                       'LOS ESCENARIOS, FILE STATUS: ' WS-STATUS-PYD
               CLOSE EMPLEADO DEPTO PUESTO ESCALA PROYECCION
               STOP RUN
           END-IF.

       100-CERRAR.
           CLOSE EMPLEADO.
           CLOSE DEPTO.
           CLOSE PUESTO.
           CLOSE ESCALA.
           CLOSE PROYECCION.
           CLOSE PROYECCION-DEP.

       100-MENU.
           DISPLAY '---------------------------------------'.
           DISPLAY 'PROYECCION DE COSTO LABORAL'.
           DISPLAY '1. CAPTURAR UN ESCENARIO NUEVO'.
           DISPLAY '2. PROYECTAR UN ESCENARIO'.
           DISPLAY '3. COMPARAR ESCENARIOS'.
           DISPLAY '4. LISTAR ESCENARIOS'.
           DISPLAY '5. BORRAR UN ESCENARIO'.
           DISPLAY '9. SALIR'.
           DISPLAY 'OPCION'                ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
               WHEN 1 PERFORM 200-CAPTURAR
               WHEN 2 PERFORM 300-PROYECTAR
               WHEN 3 PERFORM 400-COMPARAR
               WHEN 4 PERFORM 500-LISTAR
               WHEN 5 PERFORM 600-BORRAR
               WHEN 9 CONTINUE
               WHEN OTHER DISPLAY 'OPCION INVALIDA'
           END-EVALUATE.

      *    UN ESCENARIO NO SE MODIFICA: PARA CAMBIARLO SE BORRA Y SE
      *    CAPTURA DE NUEVO, ASI SUS RESULTADOS GUARDADOS SIEMPRE
      *    CORRESPONDEN A SUS PARAMETROS.
       200-CAPTURAR.
           DISPLAY 'NOMBRE DEL ESCENARIO'  ACCEPT WS-NOMBRE.
           IF WS-NOMBRE EQUAL SPACES
               DISPLAY 'NOMBRE INVALIDO'
           ELSE
               MOVE WS-NOMBRE TO PRY-NOMBRE
               READ PROYECCION
                   INVALID KEY
                       PERFORM 210-DATOS-ESCENARIO
                   NOT INVALID KEY
                       DISPLAY 'YA EXISTE EL ESCENARIO ' WS-NOMBRE
                               ', BORRALO PARA CAPTURARLO DE NUEVO'
               END-READ
           END-IF.

       210-DATOS-ESCENARIO.
           MOVE SPACES    TO REG-PROYECCION.
           MOVE WS-NOMBRE TO PRY-NOMBRE.
           DISPLAY 'DESCRIPCION'           ACCEPT PRY-DESCRIPCION.
           DISPLAY 'ANIO A PROYECTAR (0 = EL SIGUIENTE)'
               ACCEPT PRY-ANIO.
           IF PRY-ANIO EQUAL 0
               MOVE WS-F-HOY(1:4) TO PRY-ANIO
               ADD 1 TO PRY-ANIO
           END-IF.
           MOVE WS-F-HOY TO PRY-F-ALTA.
           MOVE 0        TO PRY-F-CALCULO.
           MOVE 0        TO PRY-NUM-AUMENTOS PRY-NUM-ALTAS
                            PRY-NUM-BAJAS.
           MOVE 0        TO PRY-TOT-SUELDOS PRY-TOT-AGUINALDO
                            PRY-TOT-PRIMA-VAC PRY-TOT-CUOTAS
                            PRY-TOT-COSTO.
           PERFORM 220-CAPTURAR-AUMENTOS.
           PERFORM 230-CAPTURAR-ALTAS.
           PERFORM 240-CAPTURAR-BAJAS.
           WRITE REG-PROYECCION
               INVALID KEY
                   DISPLAY 'ERROR AL GRABAR EL ESCENARIO, '
                           'FILE STATUS: ' WS-STATUS-PRY
               NOT INVALID KEY
                   DISPLAY 'ESCENARIO ' PRY-NOMBRE ' GRABADO CON '
                           PRY-NUM-AUMENTOS ' AUMENTOS, '
                           PRY-NUM-ALTAS ' LINEAS DE ALTAS Y '
                           PRY-NUM-BAJAS ' BAJAS'
           END-WRITE.

      *    A CADA EMPLEADO SE LE APLICA EL PRIMER AUMENTO DE LA LISTA
      *    QUE LE CORRESPONDA, POR ESO LOS PARTICULARES (DEPARTAMENTO
      *    O TABULADOR) SE CAPTURAN ANTES QUE EL GENERAL.
       220-CAPTURAR-AUMENTOS.
           DISPLAY 'AUMENTOS: A CADA EMPLEADO SE LE APLICA EL PRIMERO '
                   'QUE LE CORRESPONDA; CAPTURA AL FINAL EL GENERAL'.
           MOVE SPACE TO WS-TIPO.
           PERFORM UNTIL WS-TIPO EQUAL 'F'
                      OR PRY-NUM-AUMENTOS EQUAL 10
               DISPLAY 'TIPO DE AUMENTO (D=DEPARTAMENTO, T=TABULADOR, '
                       'G=GENERAL, F=FIN)'
               ACCEPT WS-TIPO
               EVALUATE WS-TIPO
                   WHEN 'D'
                   WHEN 'T'
                   WHEN 'G'
                       PERFORM 225-LINEA-AUMENTO
                   WHEN 'F'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'TIPO INVALIDO'
               END-EVALUATE
           END-PERFORM.

       225-LINEA-AUMENTO.
           MOVE 'S' TO WS-DATO-OK.
           COMPUTE WS-I = PRY-NUM-AUMENTOS + 1.
           MOVE WS-TIPO TO PRY-AUM-TIPO(WS-I).
           MOVE 0       TO PRY-AUM-CLV-DEP(WS-I).
           MOVE SPACE   TO PRY-AUM-TAB-S(WS-I).
           IF PRY-AUM-DEPTO(WS-I)
               DISPLAY 'CLV-DEP'           ACCEPT WS-CLV-DEP
               MOVE WS-CLV-DEP TO DEPTO-CLV
               READ DEPTO
                   INVALID KEY
                       DISPLAY 'DEPARTAMENTO NO EXISTE'
                       MOVE 'N' TO WS-DATO-OK
                   NOT INVALID KEY
                       MOVE WS-CLV-DEP TO PRY-AUM-CLV-DEP(WS-I)
               END-READ
           END-IF.
           IF PRY-AUM-TABULADOR(WS-I)
               DISPLAY 'TABULADOR'         ACCEPT WS-TAB-S
               MOVE WS-TAB-S TO ESC-TAB-S
               READ ESCALA
                   INVALID KEY
                       DISPLAY 'TABULADOR NO EXISTE'
                       MOVE 'N' TO WS-DATO-OK
                   NOT INVALID KEY
                       MOVE WS-TAB-S TO PRY-AUM-TAB-S(WS-I)
               END-READ
           END-IF.
           IF WS-DATO-OK EQUAL 'S'
               DISPLAY 'PORCENTAJE DE AUMENTO' ACCEPT WS-PCT-CAPTURA
               DISPLAY 'MES EN QUE ENTRA EN VIGOR (1 A 12)'
                   ACCEPT WS-MES-CAPTURA
               IF WS-MES-CAPTURA LESS 1 OR WS-MES-CAPTURA GREATER 12
                   DISPLAY 'MES INVALIDO'
                   MOVE 'N' TO WS-DATO-OK
               END-IF
           END-IF.
           IF WS-DATO-OK EQUAL 'S'
               MOVE WS-PCT-CAPTURA TO PRY-AUM-PCT(WS-I)
               MOVE WS-MES-CAPTURA TO PRY-AUM-MES(WS-I)
               ADD 1 TO PRY-NUM-AUMENTOS
           ELSE
               DISPLAY 'AUMENTO NO REGISTRADO'
           END-IF.

      *    LAS PLAZAS NUEVAS ENTRAN CON EL SUELDO DEL TABULADOR QUE SE
      *    INDIQUE (O EL MINIMO DE LA BANDA DEL PUESTO) A LA FECHA DE
      *    CAPTURA; LOS AUMENTOS DEL ESCENARIO NO LES APLICAN.
       230-CAPTURAR-ALTAS.
           MOVE 99 TO WS-PUE-CLV.
           PERFORM UNTIL WS-PUE-CLV EQUAL 0
                      OR PRY-NUM-ALTAS EQUAL 20
               DISPLAY 'PUESTO DE LAS PLAZAS NUEVAS (0 = FIN)'
                   ACCEPT WS-PUE-CLV
               IF WS-PUE-CLV NOT EQUAL 0
                   PERFORM 235-LINEA-ALTA
               END-IF
           END-PERFORM.

       235-LINEA-ALTA.
           MOVE 'S' TO WS-DATO-OK.
           MOVE WS-PUE-CLV TO PUESTO-CLV.
           READ PUESTO
               INVALID KEY
                   DISPLAY 'PUESTO NO EXISTE'
                   MOVE 'N' TO WS-DATO-OK
           END-READ.
           IF WS-DATO-OK EQUAL 'S'
               DISPLAY 'CLV-DEP'           ACCEPT WS-CLV-DEP
               MOVE WS-CLV-DEP TO DEPTO-CLV
               READ DEPTO
                   INVALID KEY
                       DISPLAY 'DEPARTAMENTO NO EXISTE'
                       MOVE 'N' TO WS-DATO-OK
                   NOT INVALID KEY
                       IF DEPTO-CERRADO
                           DISPLAY 'EL DEPARTAMENTO ESTA CERRADO'
                           MOVE 'N' TO WS-DATO-OK
                       END-IF
               END-READ
           END-IF.
           IF WS-DATO-OK EQUAL 'S'
               PERFORM 237-TABULADOR-ALTA
           END-IF.
           IF WS-DATO-OK EQUAL 'S'
               DISPLAY 'MES DE INGRESO (1 A 12)' ACCEPT WS-MES-CAPTURA
               DISPLAY 'NUMERO DE PLAZAS'  ACCEPT WS-CANT-CAPTURA
               IF WS-MES-CAPTURA LESS 1 OR WS-MES-CAPTURA GREATER 12
                   DISPLAY 'MES INVALIDO'
                   MOVE 'N' TO WS-DATO-OK
               END-IF
               IF WS-CANT-CAPTURA EQUAL 0
                   DISPLAY 'NUMERO DE PLAZAS INVALIDO'
                   MOVE 'N' TO WS-DATO-OK
               END-IF
           END-IF.
           IF WS-DATO-OK EQUAL 'S'
               COMPUTE WS-I = PRY-NUM-ALTAS + 1
               MOVE WS-PUE-CLV      TO PRY-ALT-PUE-CLV(WS-I)
               MOVE WS-CLV-DEP      TO PRY-ALT-CLV-DEP(WS-I)
               MOVE WS-TAB-S        TO PRY-ALT-TAB-S(WS-I)
               MOVE ESC-S-MEN       TO PRY-ALT-S-MEN(WS-I)
               MOVE WS-MES-CAPTURA  TO PRY-ALT-MES(WS-I)
               MOVE WS-CANT-CAPTURA TO PRY-ALT-CANT(WS-I)
               ADD 1 TO PRY-NUM-ALTAS
           ELSE
               DISPLAY 'PLAZAS NO REGISTRADAS'
           END-IF.

       237-TABULADOR-ALTA.
           DISPLAY 'TABULADOR (ESPACIO = MINIMO DE LA BANDA)'
               ACCEPT WS-TAB-S.
           IF WS-TAB-S EQUAL SPACE
               MOVE PUESTO-TAB-MIN TO WS-TAB-S
           END-IF.
           IF WS-TAB-S EQUAL SPACE
               DISPLAY 'EL PUESTO NO TIENE BANDA, INDICA EL TABULADOR'
               MOVE 'N' TO WS-DATO-OK
           ELSE
               IF PUESTO-TAB-MIN NOT EQUAL SPACE
                  AND (WS-TAB-S LESS PUESTO-TAB-MIN
                       OR WS-TAB-S GREATER PUESTO-TAB-MAX)
                   DISPLAY 'EL TABULADOR ' WS-TAB-S ' ESTA FUERA DE '
                           'LA BANDA ' PUESTO-TAB-MIN ' A '
                           PUESTO-TAB-MAX ' DEL PUESTO ' PUESTO-NOM
                   MOVE 'N' TO WS-DATO-OK
               ELSE
                   MOVE WS-TAB-S TO ESC-TAB-S
                   READ ESCALA
                       INVALID KEY
                           DISPLAY 'TABULADOR NO EXISTE'
                           MOVE 'N' TO WS-DATO-OK
                       NOT INVALID KEY
                           DISPLAY 'SUELDO MENSUAL DE LA PLAZA: '
                                   ESC-S-MEN
                   END-READ
               END-IF
           END-IF.

       240-CAPTURAR-BAJAS.
           MOVE 99999 TO WS-ID-EMPL.
           PERFORM UNTIL WS-ID-EMPL EQUAL 0
                      OR PRY-NUM-BAJAS EQUAL 30
               DISPLAY 'ID-EMPL DE UNA BAJA ESPERADA (0 = FIN)'
                   ACCEPT WS-ID-EMPL
               IF WS-ID-EMPL NOT EQUAL 0
                   PERFORM 245-LINEA-BAJA
               END-IF
           END-PERFORM.

       245-LINEA-BAJA.
           MOVE 'S' TO WS-DATO-OK.
           MOVE WS-ID-EMPL TO ID-EMPL.
           READ EMPLEADO
               INVALID KEY
                   DISPLAY 'EMPLEADO NO ENCONTRADO'
                   MOVE 'N' TO WS-DATO-OK
               NOT INVALID KEY
                   IF EMPL-ACTIVO
                       DISPLAY NOM-EMPL ' DEPTO ' CLV-DEP
                               ' SUELDO ' S-MEN
                   ELSE
                       DISPLAY 'EL EMPLEADO YA ESTA INACTIVO'
                       MOVE 'N' TO WS-DATO-OK
                   END-IF
           END-READ.
           IF WS-DATO-OK EQUAL 'S'
               DISPLAY 'PRIMER MES QUE YA NO SE PAGA (1 A 12)'
                   ACCEPT WS-MES-CAPTURA
               IF WS-MES-CAPTURA LESS 1 OR WS-MES-CAPTURA GREATER 12
                   DISPLAY 'MES INVALIDO'
                   MOVE 'N' TO WS-DATO-OK
               END-IF
           END-IF.
           IF WS-DATO-OK EQUAL 'S'
               COMPUTE WS-I = PRY-NUM-BAJAS + 1
               MOVE WS-ID-EMPL     TO PRY-BAJ-ID-EMPL(WS-I)
               MOVE WS-MES-CAPTURA TO PRY-BAJ-MES(WS-I)
               ADD 1 TO PRY-NUM-BAJAS
           ELSE
               DISPLAY 'BAJA NO REGISTRADA'
           END-IF.

       300-PROYECTAR.
           DISPLAY 'NOMBRE DEL ESCENARIO'  ACCEPT WS-NOMBRE.
           MOVE WS-NOMBRE TO PRY-NOMBRE.
           READ PROYECCION
               INVALID KEY
                   DISPLAY 'NO EXISTE EL ESCENARIO ' WS-NOMBRE
               NOT INVALID KEY
                   PERFORM 310-CARGAR-DEPTOS
                   PERFORM 320-PROYECTAR-PLANTILLA
                   PERFORM 350-PROYECTAR-ALTAS
                   PERFORM 360-TOTALES-DEPTO
                   PERFORM 370-MOSTRAR
                   PERFORM 380-GUARDAR-RESULTADO
           END-READ.

       310-CARGAR-DEPTOS.
           PERFORM VARYING WS-DEP-I FROM 1 BY 1
                   UNTIL WS-DEP-I GREATER 1000
               MOVE ZEROS  TO WS-DEP-ENTRADA(WS-DEP-I)
               MOVE 'N'    TO WS-DEP-EXISTE(WS-DEP-I)
               MOVE SPACES TO WS-DEP-NOM(WS-DEP-I)
               COMPUTE DEPTO-CLV = WS-DEP-I - 1
               READ DEPTO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S'             TO WS-DEP-EXISTE(WS-DEP-I)
                       MOVE DEPTO-NOM       TO WS-DEP-NOM(WS-DEP-I)
                       MOVE DEPTO-PPTO      TO WS-DEP-PPTO(WS-DEP-I)
                       MOVE DEPTO-TOPE-EMPL TO WS-DEP-TOPE(WS-DEP-I)
               END-READ
           END-PERFORM.

       320-PROYECTAR-PLANTILLA.
           MOVE 0 TO ID-EMPL.
           START EMPLEADO KEY IS NOT LESS THAN ID-EMPL
               INVALID KEY
                   MOVE 1 TO WS-FLAG
               NOT INVALID KEY
                   MOVE 0 TO WS-FLAG
           END-START.
           PERFORM UNTIL WS-FLAG EQUAL 1
               READ EMPLEADO NEXT RECORD
                   AT END
                       MOVE 1 TO WS-FLAG
                   NOT AT END
                       IF EMPL-ACTIVO
                           PERFORM 330-PROYECTAR-EMPLEADO
                       END-IF
               END-READ
           END-PERFORM.

      *    EL EMPLEADO CUESTA DESDE ENERO (O DESDE SU MES DE INGRESO SI
      *    ENTRA EN EL ANIO) HASTA DICIEMBRE, O HASTA EL MES ANTERIOR A
      *    SU BAJA ESPERADA. LA ANTIGUEDAD QUE CUMPLE EN EL ANIO FIJA
      *    SUS DIAS DE VACACIONES.
       330-PROYECTAR-EMPLEADO.
           MOVE F-ING(1:4) TO WS-F-ING-ANIO.
           MOVE F-ING(5:2) TO WS-F-ING-MES.
           EVALUATE TRUE
               WHEN WS-F-ING-ANIO GREATER PRY-ANIO
                   MOVE 13 TO WS-PLZ-INI
               WHEN WS-F-ING-ANIO EQUAL PRY-ANIO
                   MOVE WS-F-ING-MES TO WS-PLZ-INI
               WHEN OTHER
                   MOVE 1 TO WS-PLZ-INI
           END-EVALUATE.
           IF WS-F-ING-ANIO LESS PRY-ANIO
               COMPUTE WS-ANIOS-SERV = PRY-ANIO - WS-F-ING-ANIO
               MOVE WS-F-ING-MES TO WS-PLZ-MES-ANIV
           ELSE
               MOVE 0 TO WS-ANIOS-SERV WS-PLZ-MES-ANIV
           END-IF.
           MOVE 12 TO WS-PLZ-FIN.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I GREATER PRY-NUM-BAJAS
               IF PRY-BAJ-ID-EMPL(WS-I) EQUAL ID-EMPL
                   COMPUTE WS-PLZ-FIN = PRY-BAJ-MES(WS-I) - 1
               END-IF
           END-PERFORM.
           MOVE 0  TO WS-PLZ-PCT.
           MOVE 13 TO WS-PLZ-MES-AUM.
           MOVE 'N' TO WS-ENCONTRADO.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I GREATER PRY-NUM-AUMENTOS
                      OR WS-ENCONTRADO EQUAL 'S'
               IF PRY-AUM-GENERAL(WS-I)
                  OR (PRY-AUM-DEPTO(WS-I)
                      AND PRY-AUM-CLV-DEP(WS-I) EQUAL CLV-DEP)
                  OR (PRY-AUM-TABULADOR(WS-I)
                      AND PRY-AUM-TAB-S(WS-I) EQUAL TAB-S)
                   MOVE PRY-AUM-PCT(WS-I) TO WS-PLZ-PCT
                   MOVE PRY-AUM-MES(WS-I) TO WS-PLZ-MES-AUM
                   MOVE 'S' TO WS-ENCONTRADO
               END-IF
           END-PERFORM.
           MOVE S-MEN TO WS-PLZ-S-MEN.
           MOVE 1     TO WS-PLZ-CANT.
           COMPUTE WS-DEP-I = CLV-DEP + 1.
           IF WS-PLZ-INI NOT GREATER WS-PLZ-FIN
               PERFORM 340-COSTO-PLAZA
           END-IF.

      *    COSTO DE LA PLAZA CON LAS REGLAS DE NOMINA-SEC: CUOTAS
      *    PATRONALES DE 30 DIAS AL MES SOBRE EL SDI; EL AGUINALDO
      *    PROPORCIONAL A LOS MESES PAGADOS SE CARGA AL ULTIMO MES Y
      *    LA PRIMA VACACIONAL AL MES DEL ANIVERSARIO (O AL ULTIMO SI
      *    EL ANIVERSARIO CAE FUERA), AMBOS CON EL ULTIMO SUELDO.
       340-COSTO-PLAZA.
           PERFORM 345-DIAS-VACACIONES.
           PERFORM VARYING WS-MES FROM WS-PLZ-INI BY 1
                   UNTIL WS-MES GREATER WS-PLZ-FIN
               IF WS-MES NOT LESS WS-PLZ-MES-AUM
                   COMPUTE WS-SUELDO-MES ROUNDED =
                       WS-PLZ-S-MEN * (100 + WS-PLZ-PCT) / 100
               ELSE
                   MOVE WS-PLZ-S-MEN TO WS-SUELDO-MES
               END-IF
               COMPUTE WS-SDI ROUNDED =
                   (WS-SUELDO-MES / 30) * WS-FACTOR-INT
               COMPUTE WS-CUOTA-MES ROUNDED = WS-SDI * 30
                   * (WS-TASA-IMSS-PAT + WS-TASA-INFONAVIT
                      + WS-TASA-SAR)
               ADD WS-PLZ-CANT TO WS-DEP-MES-PLAZAS(WS-DEP-I, WS-MES)
               COMPUTE WS-DEP-MES-SUELDO(WS-DEP-I, WS-MES) =
                   WS-DEP-MES-SUELDO(WS-DEP-I, WS-MES)
                 + WS-SUELDO-MES * WS-PLZ-CANT
               COMPUTE WS-DEP-MES-COSTO(WS-DEP-I, WS-MES) =
                   WS-DEP-MES-COSTO(WS-DEP-I, WS-MES)
                 + (WS-SUELDO-MES + WS-CUOTA-MES) * WS-PLZ-CANT
               COMPUTE WS-DEP-SUELDOS(WS-DEP-I) =
                   WS-DEP-SUELDOS(WS-DEP-I)
                 + WS-SUELDO-MES * WS-PLZ-CANT
               COMPUTE WS-DEP-CUOTAS(WS-DEP-I) =
                   WS-DEP-CUOTAS(WS-DEP-I)
                 + WS-CUOTA-MES * WS-PLZ-CANT
           END-PERFORM.
           COMPUTE WS-PLZ-MESES = WS-PLZ-FIN - WS-PLZ-INI + 1.
           COMPUTE WS-AGUINALDO ROUNDED =
               (WS-SUELDO-MES / 30) * WS-DIAS-AGUINALDO
               * WS-PLZ-MESES / 12 * WS-PLZ-CANT.
           COMPUTE WS-PRIMA-VAC-MONTO ROUNDED =
               (WS-SUELDO-MES / 30) * WS-DIAS-VAC * WS-PRIMA-VAC
               * WS-PLZ-MESES / 12 * WS-PLZ-CANT.
           ADD WS-AGUINALDO TO WS-DEP-AGUINALDO(WS-DEP-I)
                               WS-DEP-MES-COSTO(WS-DEP-I, WS-PLZ-FIN).
           IF WS-PLZ-MES-ANIV NOT LESS WS-PLZ-INI
              AND WS-PLZ-MES-ANIV NOT GREATER WS-PLZ-FIN
               MOVE WS-PLZ-MES-ANIV TO WS-MES
           ELSE
               MOVE WS-PLZ-FIN TO WS-MES
           END-IF.
           ADD WS-PRIMA-VAC-MONTO TO WS-DEP-PRIMA-VAC(WS-DEP-I)
                                     WS-DEP-MES-COSTO(WS-DEP-I, WS-MES).

      *    MISMA TABLA DE VACACIONES POR ANTIGUEDAD QUE VACACION-SEC
      *    Y EL MISMO FACTOR DE INTEGRACION QUE NOMINA-SEC.
       345-DIAS-VACACIONES.
           EVALUATE TRUE
               WHEN WS-ANIOS-SERV LESS 2
                   MOVE 12 TO WS-DIAS-VAC
               WHEN WS-ANIOS-SERV EQUAL 2
                   MOVE 14 TO WS-DIAS-VAC
               WHEN WS-ANIOS-SERV EQUAL 3
                   MOVE 16 TO WS-DIAS-VAC
               WHEN WS-ANIOS-SERV EQUAL 4
                   MOVE 18 TO WS-DIAS-VAC
               WHEN WS-ANIOS-SERV GREATER 4 AND LESS 10
                   MOVE 20 TO WS-DIAS-VAC
               WHEN WS-ANIOS-SERV GREATER 9 AND LESS 15
                   MOVE 22 TO WS-DIAS-VAC
               WHEN WS-ANIOS-SERV GREATER 14 AND LESS 20
                   MOVE 24 TO WS-DIAS-VAC
               WHEN OTHER
                   MOVE 26 TO WS-DIAS-VAC
           END-EVALUATE.
           COMPUTE WS-FACTOR-INT ROUNDED = 1
               + (WS-DIAS-AGUINALDO / 365)
               + ((WS-DIAS-VAC * WS-PRIMA-VAC) / 365).

       350-PROYECTAR-ALTAS.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I GREATER PRY-NUM-ALTAS
               MOVE PRY-ALT-S-MEN(WS-I) TO WS-PLZ-S-MEN
               MOVE 0                   TO WS-PLZ-PCT
               MOVE 13                  TO WS-PLZ-MES-AUM
               MOVE PRY-ALT-MES(WS-I)   TO WS-PLZ-INI
               MOVE 12                  TO WS-PLZ-FIN
               MOVE 0                   TO WS-ANIOS-SERV
               MOVE 0                   TO WS-PLZ-MES-ANIV
               MOVE PRY-ALT-CANT(WS-I)  TO WS-PLZ-CANT
               COMPUTE WS-DEP-I = PRY-ALT-CLV-DEP(WS-I) + 1
               PERFORM 340-COSTO-PLAZA
           END-PERFORM.

       360-TOTALES-DEPTO.
           PERFORM VARYING WS-DEP-I FROM 1 BY 1
                   UNTIL WS-DEP-I GREATER 1000
               COMPUTE WS-DEP-TOTAL(WS-DEP-I) =
                   WS-DEP-SUELDOS(WS-DEP-I)
                 + WS-DEP-AGUINALDO(WS-DEP-I)
                 + WS-DEP-PRIMA-VAC(WS-DEP-I)
                 + WS-DEP-CUOTAS(WS-DEP-I)
               PERFORM VARYING WS-MES FROM 1 BY 1
                       UNTIL WS-MES GREATER 12
                   IF WS-DEP-MES-PLAZAS(WS-DEP-I, WS-MES)
                      GREATER WS-DEP-PLAZAS-MAX(WS-DEP-I)
                       MOVE WS-DEP-MES-PLAZAS(WS-DEP-I, WS-MES)
                         TO WS-DEP-PLAZAS-MAX(WS-DEP-I)
                   END-IF
               END-PERFORM
           END-PERFORM.

       370-MOSTRAR.
           MOVE 0 TO WS-TOT-SUELDOS WS-TOT-AGUINALDO WS-TOT-PRIMA-VAC
                     WS-TOT-CUOTAS WS-TOT-COSTO WS-TOT-PPTO
                     WS-TOT-PLAZAS.
           DISPLAY '======================================='.
           DISPLAY '  PROYECCION DE COSTO LABORAL ' PRY-ANIO.
           DISPLAY '  ESCENARIO: ' PRY-NOMBRE ' ' PRY-DESCRIPCION.
           DISPLAY '  AUMENTOS: ' PRY-NUM-AUMENTOS
                   '  LINEAS DE ALTAS: ' PRY-NUM-ALTAS
                   '  BAJAS ESPERADAS: ' PRY-NUM-BAJAS.
           DISPLAY '======================================='.
           PERFORM VARYING WS-DEP-I FROM 1 BY 1
                   UNTIL WS-DEP-I GREATER 1000
               IF WS-DEP-EXISTE(WS-DEP-I) EQUAL 'S'
                  OR WS-DEP-TOTAL(WS-DEP-I) GREATER 0
                   PERFORM 375-MOSTRAR-DEPTO
               END-IF
           END-PERFORM.
           DISPLAY '======================================='.
           DISPLAY 'TOTAL EMPRESA'.
           DISPLAY '  SUELDOS:            ' WS-TOT-SUELDOS.
           DISPLAY '  AGUINALDO:          ' WS-TOT-AGUINALDO.
           DISPLAY '  PRIMA VACACIONAL:   ' WS-TOT-PRIMA-VAC.
           DISPLAY '  CUOTAS PATRONALES:  ' WS-TOT-CUOTAS.
           DISPLAY '  COSTO ANUAL:        ' WS-TOT-COSTO.
           DISPLAY '  PRESUPUESTO ANUAL:  ' WS-TOT-PPTO.
           IF WS-TOT-COSTO GREATER WS-TOT-PPTO
               COMPUTE WS-DIFERENCIA = WS-TOT-COSTO - WS-TOT-PPTO
               DISPLAY '  *** SOBRE PRESUPUESTO POR ' WS-DIFERENCIA
           ELSE
               COMPUTE WS-DIFERENCIA = WS-TOT-PPTO - WS-TOT-COSTO
               DISPLAY '  DISPONIBLE DE PRESUPUESTO: ' WS-DIFERENCIA
           END-IF.
           DISPLAY '  PLAZAS MAXIMAS:     ' WS-TOT-PLAZAS.

      *    DEPTO-PPTO ES EL PRESUPUESTO MENSUAL DE NOMINA: CADA MES SE
      *    COMPARA CON LOS SUELDOS, COMO EN DEPTO-REPORTE, Y EL COSTO
      *    ANUAL COMPLETO CONTRA DOCE VECES EL PRESUPUESTO.
       375-MOSTRAR-DEPTO.
           COMPUTE WS-CLV-DEP = WS-DEP-I - 1.
           DISPLAY '---------------------------------------'.
           DISPLAY 'DEPARTAMENTO: ' WS-CLV-DEP ' '
                   WS-DEP-NOM(WS-DEP-I).
           IF WS-DEP-EXISTE(WS-DEP-I) NOT EQUAL 'S'
               DISPLAY '  SIN REGISTRO EN DEPTO-FILE, NO SE COMPARA '
                       'CON PRESUPUESTO'
           END-IF.
           DISPLAY '  MES PLAZAS     SUELDOS       COSTO'.
           MOVE 0 TO WS-MESES-EXCEDE.
           PERFORM VARYING WS-MES FROM 1 BY 1
                   UNTIL WS-MES GREATER 12
               IF WS-DEP-EXISTE(WS-DEP-I) EQUAL 'S'
                  AND WS-DEP-MES-SUELDO(WS-DEP-I, WS-MES)
                      GREATER WS-DEP-PPTO(WS-DEP-I)
                   DISPLAY '  ' WS-MES '  '
                           WS-DEP-MES-PLAZAS(WS-DEP-I, WS-MES) ' '
                           WS-DEP-MES-SUELDO(WS-DEP-I, WS-MES) ' '
                           WS-DEP-MES-COSTO(WS-DEP-I, WS-MES)
                           ' *** SUELDOS SOBRE PRESUPUESTO'
                   ADD 1 TO WS-MESES-EXCEDE
               ELSE
                   DISPLAY '  ' WS-MES '  '
                           WS-DEP-MES-PLAZAS(WS-DEP-I, WS-MES) ' '
                           WS-DEP-MES-SUELDO(WS-DEP-I, WS-MES) ' '
                           WS-DEP-MES-COSTO(WS-DEP-I, WS-MES)
               END-IF
           END-PERFORM.
           DISPLAY '  SUELDOS:            ' WS-DEP-SUELDOS(WS-DEP-I).
           DISPLAY '  AGUINALDO:          ' WS-DEP-AGUINALDO(WS-DEP-I).
           DISPLAY '  PRIMA VACACIONAL:   ' WS-DEP-PRIMA-VAC(WS-DEP-I).
           DISPLAY '  CUOTAS PATRONALES:  ' WS-DEP-CUOTAS(WS-DEP-I).
           DISPLAY '  COSTO ANUAL:        ' WS-DEP-TOTAL(WS-DEP-I).
           ADD WS-DEP-SUELDOS(WS-DEP-I)    TO WS-TOT-SUELDOS.
           ADD WS-DEP-AGUINALDO(WS-DEP-I)  TO WS-TOT-AGUINALDO.
           ADD WS-DEP-PRIMA-VAC(WS-DEP-I)  TO WS-TOT-PRIMA-VAC.
           ADD WS-DEP-CUOTAS(WS-DEP-I)     TO WS-TOT-CUOTAS.
           ADD WS-DEP-TOTAL(WS-DEP-I)      TO WS-TOT-COSTO.
           ADD WS-DEP-PLAZAS-MAX(WS-DEP-I) TO WS-TOT-PLAZAS.
           IF WS-DEP-EXISTE(WS-DEP-I) EQUAL 'S'
               COMPUTE WS-PPTO-ANUAL = WS-DEP-PPTO(WS-DEP-I) * 12
               ADD WS-PPTO-ANUAL TO WS-TOT-PPTO
               DISPLAY '  PRESUPUESTO ANUAL:  ' WS-PPTO-ANUAL
               IF WS-DEP-TOTAL(WS-DEP-I) GREATER WS-PPTO-ANUAL
                   COMPUTE WS-DIFERENCIA =
                       WS-DEP-TOTAL(WS-DEP-I) - WS-PPTO-ANUAL
                   DISPLAY '  *** SOBRE PRESUPUESTO POR '
                           WS-DIFERENCIA
               ELSE
                   COMPUTE WS-DIFERENCIA =
                       WS-PPTO-ANUAL - WS-DEP-TOTAL(WS-DEP-I)
                   DISPLAY '  DISPONIBLE DE PRESUPUESTO: '
                           WS-DIFERENCIA
               END-IF
               IF WS-MESES-EXCEDE GREATER 0
                   DISPLAY '  *** MESES CON SUELDOS SOBRE EL '
                           'PRESUPUESTO MENSUAL: ' WS-MESES-EXCEDE
               END-IF
               DISPLAY '  PLAZAS MAXIMAS: ' WS-DEP-PLAZAS-MAX(WS-DEP-I)
                       ' TOPE: ' WS-DEP-TOPE(WS-DEP-I)
               IF WS-DEP-PLAZAS-MAX(WS-DEP-I)
                  GREATER WS-DEP-TOPE(WS-DEP-I)
                   DISPLAY '  *** PLANTILLA EXCEDE EL TOPE DE '
                           WS-DEP-TOPE(WS-DEP-I)
               END-IF
           ELSE
               DISPLAY '  PLAZAS MAXIMAS: ' WS-DEP-PLAZAS-MAX(WS-DEP-I)
           END-IF.

      *    EL DETALLE POR DEPARTAMENTO DE LA PROYECCION ANTERIOR SE
      *    BORRA COMPLETO Y SE GRABA EL NUEVO, SOLO DE LOS
      *    DEPARTAMENTOS CON COSTO O PLAZAS; LOS TOTALES DE LA
      *    EMPRESA QUEDAN EN EL ESCENARIO.
       380-GUARDAR-RESULTADO.
           PERFORM 385-BORRAR-DETALLE.
           PERFORM VARYING WS-DEP-I FROM 1 BY 1
                   UNTIL WS-DEP-I GREATER 1000
               IF WS-DEP-TOTAL(WS-DEP-I) GREATER 0
                  OR WS-DEP-PLAZAS-MAX(WS-DEP-I) GREATER 0
                   PERFORM 390-GRABAR-DETALLE
               END-IF
           END-PERFORM.
           MOVE WS-TOT-SUELDOS   TO PRY-TOT-SUELDOS.
           MOVE WS-TOT-AGUINALDO TO PRY-TOT-AGUINALDO.
           MOVE WS-TOT-PRIMA-VAC TO PRY-TOT-PRIMA-VAC.
           MOVE WS-TOT-CUOTAS    TO PRY-TOT-CUOTAS.
           MOVE WS-TOT-COSTO     TO PRY-TOT-COSTO.
           MOVE WS-F-HOY TO PRY-F-CALCULO.
           REWRITE REG-PROYECCION
               INVALID KEY
                   DISPLAY 'ERROR AL GUARDAR LA PROYECCION, '
                           'FILE STATUS: ' WS-STATUS-PRY
               NOT INVALID KEY
                   DISPLAY 'PROYECCION GUARDADA EN EL ESCENARIO '
                           PRY-NOMBRE
           END-REWRITE.

       385-BORRAR-DETALLE.
           MOVE WS-NOMBRE TO PYD-NOMBRE.
           MOVE 0         TO PYD-CLV-DEP.
           START PROYECCION-DEP KEY IS NOT LESS THAN PYD-LLAVE
               INVALID KEY
                   MOVE 1 TO WS-FLAG
               NOT INVALID KEY
                   MOVE 0 TO WS-FLAG
           END-START.
           PERFORM UNTIL WS-FLAG EQUAL 1
               READ PROYECCION-DEP NEXT RECORD
                   AT END
                       MOVE 1 TO WS-FLAG
                   NOT AT END
                       IF PYD-NOMBRE EQUAL WS-NOMBRE
                           DELETE PROYECCION-DEP
                               INVALID KEY
                                   DISPLAY 'ERROR AL BORRAR EL COSTO '
                                           'DEL DEPARTAMENTO '
                                           PYD-CLV-DEP ', FILE '
                                           'STATUS: ' WS-STATUS-PYD
                           END-DELETE
                       ELSE
                           MOVE 1 TO WS-FLAG
                       END-IF
               END-READ
           END-PERFORM.

       390-GRABAR-DETALLE.
           MOVE WS-NOMBRE TO PYD-NOMBRE.
           COMPUTE PYD-CLV-DEP = WS-DEP-I - 1.
           MOVE WS-DEP-SUELDOS(WS-DEP-I)    TO PYD-SUELDOS.
           MOVE WS-DEP-AGUINALDO(WS-DEP-I)  TO PYD-AGUINALDO.
           MOVE WS-DEP-PRIMA-VAC(WS-DEP-I)  TO PYD-PRIMA-VAC.
           MOVE WS-DEP-CUOTAS(WS-DEP-I)     TO PYD-CUOTAS.
           MOVE WS-DEP-TOTAL(WS-DEP-I)      TO PYD-TOTAL.
           MOVE WS-DEP-PLAZAS-MAX(WS-DEP-I) TO PYD-PLAZAS-MAX.
           PERFORM VARYING WS-MES FROM 1 BY 1
                   UNTIL WS-MES GREATER 12
               MOVE WS-DEP-MES-COSTO(WS-DEP-I, WS-MES)
                 TO PYD-COSTO-MES(WS-MES)
           END-PERFORM.
           WRITE REG-PROYECCION-DEP
               INVALID KEY
                   DISPLAY 'ERROR AL GRABAR EL COSTO DEL DEPARTAMENTO '
                           PYD-CLV-DEP ', FILE STATUS: ' WS-STATUS-PYD
           END-WRITE.

      *    SOLO SE COMPARAN ESCENARIOS YA PROYECTADOS; LA PROYECCION
      *    GUARDADA REFLEJA LA PLANTILLA DEL DIA EN QUE SE CORRIO
      *    (PRY-F-CALCULO).
       400-COMPARAR.
           MOVE 0 TO WS-CMP-NUM.
           MOVE 'X' TO WS-NOMBRE.
           PERFORM UNTIL WS-CMP-NUM EQUAL 3 OR WS-NOMBRE EQUAL SPACES
               DISPLAY 'ESCENARIO A COMPARAR (ESPACIOS = FIN)'
               ACCEPT WS-NOMBRE
               IF WS-NOMBRE NOT EQUAL SPACES
                   PERFORM 410-CARGAR-COMPARA
               END-IF
           END-PERFORM.
           IF WS-CMP-NUM LESS 2
               DISPLAY 'SE NECESITAN AL MENOS DOS ESCENARIOS '
                       'PROYECTADOS PARA COMPARAR'
           ELSE
               PERFORM 420-MOSTRAR-COMPARA
           END-IF.

       410-CARGAR-COMPARA.
           MOVE WS-NOMBRE TO PRY-NOMBRE.
           READ PROYECCION
               INVALID KEY
                   DISPLAY 'NO EXISTE EL ESCENARIO ' WS-NOMBRE
               NOT INVALID KEY
                   IF PRY-F-CALCULO EQUAL 0
                       DISPLAY 'EL ESCENARIO ' WS-NOMBRE ' NO SE HA '
                               'PROYECTADO, USA LA OPCION 2'
                   ELSE
                       ADD 1 TO WS-CMP-NUM
                       PERFORM 415-TOMAR-RESULTADO
                   END-IF
           END-READ.

       415-TOMAR-RESULTADO.
           MOVE PRY-NOMBRE        TO WS-CMP-NOMBRE(WS-CMP-NUM).
           MOVE PRY-ANIO          TO WS-CMP-ANIO(WS-CMP-NUM).
           MOVE PRY-TOT-SUELDOS   TO WS-CMP-SUELDOS(WS-CMP-NUM).
           MOVE PRY-TOT-AGUINALDO TO WS-CMP-AGUINALDO(WS-CMP-NUM).
           MOVE PRY-TOT-PRIMA-VAC TO WS-CMP-PRIMA-VAC(WS-CMP-NUM).
           MOVE PRY-TOT-CUOTAS    TO WS-CMP-CUOTAS(WS-CMP-NUM).
           MOVE PRY-TOT-COSTO     TO WS-CMP-TOTAL(WS-CMP-NUM).
           PERFORM VARYING WS-DEP-I FROM 1 BY 1
                   UNTIL WS-DEP-I GREATER 1000
               MOVE 0 TO WS-CMP-DEP-TOTAL(WS-CMP-NUM, WS-DEP-I)
           END-PERFORM.
           MOVE WS-NOMBRE TO PYD-NOMBRE.
           MOVE 0         TO PYD-CLV-DEP.
           START PROYECCION-DEP KEY IS NOT LESS THAN PYD-LLAVE
               INVALID KEY
                   MOVE 1 TO WS-FLAG
               NOT INVALID KEY
                   MOVE 0 TO WS-FLAG
           END-START.
           PERFORM UNTIL WS-FLAG EQUAL 1
               READ PROYECCION-DEP NEXT RECORD
                   AT END
                       MOVE 1 TO WS-FLAG
                   NOT AT END
                       IF PYD-NOMBRE EQUAL WS-NOMBRE
                           COMPUTE WS-DEP-I = PYD-CLV-DEP + 1
                           MOVE PYD-TOTAL
                             TO WS-CMP-DEP-TOTAL(WS-CMP-NUM, WS-DEP-I)
                       ELSE
                           MOVE 1 TO WS-FLAG
                       END-IF
               END-READ
           END-PERFORM.

      *    UNA COLUMNA POR ESCENARIO Y LA DIFERENCIA DE CADA UNO
      *    CONTRA EL PRIMERO.
       420-MOSTRAR-COMPARA.
           DISPLAY '======================================='.
           DISPLAY '  COMPARATIVO DE ESCENARIOS (COSTO ANUAL)'.
           DISPLAY '======================================='.
           PERFORM VARYING WS-E FROM 1 BY 1
                   UNTIL WS-E GREATER WS-CMP-NUM
               DISPLAY '  ' WS-E ' ' WS-CMP-NOMBRE(WS-E)
                       ' ANIO ' WS-CMP-ANIO(WS-E)
           END-PERFORM.
           DISPLAY '---------------------------------------'.
           DISPLAY 'DEP             1           2           3'.
           PERFORM VARYING WS-DEP-I FROM 1 BY 1
                   UNTIL WS-DEP-I GREATER 1000
               IF WS-CMP-DEP-TOTAL(1, WS-DEP-I) GREATER 0
                  OR WS-CMP-DEP-TOTAL(2, WS-DEP-I) GREATER 0
                  OR (WS-CMP-NUM EQUAL 3
                      AND WS-CMP-DEP-TOTAL(3, WS-DEP-I) GREATER 0)
                   PERFORM 425-RENGLON-DEPTO
               END-IF
           END-PERFORM.
           DISPLAY '---------------------------------------'.
           DISPLAY 'TOTAL EMPRESA'.
           PERFORM VARYING WS-E FROM 1 BY 1
                   UNTIL WS-E GREATER WS-CMP-NUM
               DISPLAY '  ' WS-E ' SUELDOS ' WS-CMP-SUELDOS(WS-E)
                       ' AGUINALDO ' WS-CMP-AGUINALDO(WS-E)
               DISPLAY '    PRIMA VAC. ' WS-CMP-PRIMA-VAC(WS-E)
                       ' CUOTAS ' WS-CMP-CUOTAS(WS-E)
               DISPLAY '    COSTO ANUAL ' WS-CMP-TOTAL(WS-E)
               IF WS-E GREATER 1
                   COMPUTE WS-DIF-COMPARA =
                       WS-CMP-TOTAL(WS-E) - WS-CMP-TOTAL(1)
                   DISPLAY '    DIFERENCIA CONTRA 1: ' WS-DIF-COMPARA
               END-IF
           END-PERFORM.

       425-RENGLON-DEPTO.
           COMPUTE WS-CLV-DEP = WS-DEP-I - 1.
           IF WS-CMP-NUM EQUAL 3
               DISPLAY WS-CLV-DEP '  '
                       WS-CMP-DEP-TOTAL(1, WS-DEP-I) ' '
                       WS-CMP-DEP-TOTAL(2, WS-DEP-I) ' '
                       WS-CMP-DEP-TOTAL(3, WS-DEP-I)
           ELSE
               DISPLAY WS-CLV-DEP '  '
                       WS-CMP-DEP-TOTAL(1, WS-DEP-I) ' '
                       WS-CMP-DEP-TOTAL(2, WS-DEP-I)
           END-IF.
           PERFORM VARYING WS-E FROM 2 BY 1
                   UNTIL WS-E GREATER WS-CMP-NUM
               COMPUTE WS-DIF-COMPARA =
                   WS-CMP-DEP-TOTAL(WS-E, WS-DEP-I)
                 - WS-CMP-DEP-TOTAL(1, WS-DEP-I)
               DISPLAY '     ' WS-E ' CONTRA 1: ' WS-DIF-COMPARA
           END-PERFORM.

       500-LISTAR.
           DISPLAY '======================================='.
           DISPLAY '  ESCENARIOS DE PROYECCION'.
           DISPLAY '======================================='.
           MOVE LOW-VALUES TO PRY-NOMBRE.
           START PROYECCION KEY IS NOT LESS THAN PRY-NOMBRE
               INVALID KEY
                   MOVE 1 TO WS-FLAG
               NOT INVALID KEY
                   MOVE 0 TO WS-FLAG
           END-START.
           PERFORM UNTIL WS-FLAG EQUAL 1
               READ PROYECCION NEXT RECORD
                   AT END
                       MOVE 1 TO WS-FLAG
                   NOT AT END
                       PERFORM 510-LINEA-ESCENARIO
               END-READ
           END-PERFORM.

       510-LINEA-ESCENARIO.
           DISPLAY PRY-NOMBRE ' ' PRY-ANIO ' ' PRY-DESCRIPCION.
           IF PRY-F-CALCULO EQUAL 0
               DISPLAY '  SIN PROYECTAR'
           ELSE
               DISPLAY '  PROYECTADO EL ' PRY-F-CALCULO
                       ' COSTO ANUAL ' PRY-TOT-COSTO
           END-IF.

       600-BORRAR.
           DISPLAY 'NOMBRE DEL ESCENARIO'  ACCEPT WS-NOMBRE.
           MOVE WS-NOMBRE TO PRY-NOMBRE.
           READ PROYECCION
               INVALID KEY
                   DISPLAY 'NO EXISTE EL ESCENARIO ' WS-NOMBRE
               NOT INVALID KEY
                   PERFORM 510-LINEA-ESCENARIO
                   DISPLAY 'CONFIRMA BORRAR EL ESCENARIO (S/N)'
                   ACCEPT WS-RESPUESTA
                   IF WS-RESPUESTA EQUAL 'S'
                       DELETE PROYECCION
                           INVALID KEY
                               DISPLAY 'ERROR AL BORRAR EL ESCENARIO, '
                                       'FILE STATUS: ' WS-STATUS-PRY
                           NOT INVALID KEY
                               PERFORM 385-BORRAR-DETALLE
                               DISPLAY 'ESCENARIO BORRADO'
                       END-DELETE
                   END-IF
           END-READ.
