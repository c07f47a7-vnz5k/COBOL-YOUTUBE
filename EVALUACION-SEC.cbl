       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVALUACION-SEC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT EMPLEADO
           ASSIGN TO 'BSEC-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ID-EMPL
           FILE STATUS IS WS-STATUS-EMP.
           SELECT EVALUACION
           ASSIGN TO 'EVALUACION-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EVA-LLAVE
           FILE STATUS IS WS-STATUS-EVA.
           SELECT MATRIZ
           ASSIGN TO 'MATRIZ-MERITO-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MTZ-LLAVE
           FILE STATUS IS WS-STATUS-MTZ.
           SELECT PUESTO
           ASSIGN TO 'PUESTO-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PUESTO-CLV
           FILE STATUS IS WS-STATUS-PUE.
           SELECT OPERADOR
           ASSIGN TO 'OPERADOR-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OP-ID
           FILE STATUS IS WS-STATUS-OPE.
           SELECT ACCESO
           ASSIGN TO 'ACCESO-FILE'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-ACC.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLEADO.
           COPY EMPLREG.
       FD EVALUACION.
           COPY EVALREG.
       FD MATRIZ.
           COPY MATRREG.
       FD PUESTO.
           COPY PUESTREG.
       FD OPERADOR.
           COPY OPERREG.
       FD ACCESO.
           COPY ACCESOREG.

       WORKING-STORAGE SECTION.
       01 WS-AREAS.
           05 WS-STATUS-EMP              PIC XX.
           05 WS-STATUS-EVA              PIC XX.
           05 WS-STATUS-MTZ              PIC XX.
           05 WS-STATUS-PUE              PIC XX.
           05 WS-OPCION                  PIC 9.
           05 WS-FLAG                    PIC 9.
           05 WS-CICLO                   PIC 9(06).
           05 WS-CICLO-NUM               PIC 9(02).
           05 WS-CICLO-OK                PIC X.
           05 WS-JEFE-ID                 PIC 9(05).
           05 WS-CALIF                   PIC 9.
           05 WS-EXISTE-EVA              PIC X.
           05 WS-EXISTE-MTZ              PIC X.
           05 WS-PUE-MTZ                 PIC 9(02).
           05 WS-PUE-OK                  PIC X.
           05 WS-CONTADOR                PIC 9(05).
           05 WS-STATUS-OPE              PIC XX.
           05 WS-STATUS-ACC              PIC XX.
           05 WS-LOGIN-OK                PIC X.
           05 WS-INTENTOS                PIC 9.
           05 WS-PASS-ENTRADA            PIC X(08).
           05 WS-OPERADOR-ACTUAL         PIC X(08).
           05 WS-F-HOY-LOGIN             PIC 9(08).
           05 WS-DIAS-PASS               PIC 9(05).
           05 WS-DIAS-VIGENCIA-PASS      PIC 9(03) VALUE 90.
           05 WS-PASS-NUEVA              PIC X(08).
           05 WS-ROL-ACTUAL              PIC X.
               88 ROL-ACTUAL-SUPERVISOR   VALUE 'S'.
               88 ROL-ACTUAL-CAPTURISTA   VALUE 'C'.

       PROCEDURE DIVISION.
      *    CAPTURA DE LA EVALUACION DE DESEMPENO: CADA JEFE-ID
      *    CALIFICA A SUS SUBORDINADOS DIRECTOS ACTIVOS EN UN CICLO.
      *    LA MATRIZ QUE CONVIERTE CALIFICACIONES EN PORCENTAJE DE
      *    AUMENTO SOLO LA MANTIENE UN SUPERVISOR. MERITO-GENERA
      *    ARMA CON AMBAS LA LISTA DE MERITOS DEL CICLO.
       010-INITIAL.
           PERFORM 050-LOGIN.
           IF WS-LOGIN-OK EQUAL 'S'
               PERFORM 100-ABRIR
               PERFORM 100-MENU UNTIL WS-OPCION EQUAL 9
               PERFORM 100-CERRAR
           END-IF.
       STOP RUN.

       050-LOGIN.
           MOVE 'N' TO WS-LOGIN-OK.
           OPEN I-O OPERADOR.
           IF WS-STATUS-OPE EQUAL '35'
               DISPLAY 'AVISO: NO EXISTE OPERADOR.TXT, CREALO CON '
               DISPLAY 'OPERADOR-SEC ANTES DE USAR EVALUACION-SEC'
           ELSE
               MOVE 0 TO WS-INTENTOS
               PERFORM UNTIL WS-LOGIN-OK EQUAL 'S'
                              OR WS-INTENTOS EQUAL 3
                   DISPLAY 'OPERADOR (ID)'      ACCEPT OP-ID
                   DISPLAY 'PASSWORD'           ACCEPT WS-PASS-ENTRADA
                   ADD 1 TO WS-INTENTOS
                   READ OPERADOR
                       INVALID KEY
                           DISPLAY 'OPERADOR NO AUTORIZADO'
                           PERFORM 051-REGISTRAR-ACCESO
                       NOT INVALID KEY
                           IF WS-PASS-ENTRADA EQUAL OP-PASSWORD
                               MOVE 'S' TO WS-LOGIN-OK
                               MOVE OP-ID TO WS-OPERADOR-ACTUAL
                               MOVE OP-ROL TO WS-ROL-ACTUAL
                               DISPLAY 'BIENVENIDO ' OP-NOMBRE
                               PERFORM 051-REGISTRAR-ACCESO
                               PERFORM 052-VERIFICAR-VENCIMIENTO
                           ELSE
                               DISPLAY 'PASSWORD INCORRECTO'
                               PERFORM 051-REGISTRAR-ACCESO
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-LOGIN-OK NOT EQUAL 'S'
                   DISPLAY 'ACCESO DENEGADO, DEMASIADOS INTENTOS'
               END-IF
           END-IF.
           CLOSE OPERADOR.

       051-REGISTRAR-ACCESO.
           OPEN EXTEND ACCESO.
           IF WS-STATUS-ACC EQUAL '35'
               OPEN OUTPUT ACCESO.
           MOVE OP-ID                       TO ACC-OPERADOR.
           MOVE FUNCTION CURRENT-DATE(1:8)  TO ACC-FECHA.
           MOVE FUNCTION CURRENT-DATE(9:6)  TO ACC-HORA.
           MOVE 'EVALUACION-SEC'            TO ACC-PROGRAMA.
           IF WS-LOGIN-OK EQUAL 'S'
               SET ACC-EXITOSO TO TRUE
           ELSE
               SET ACC-FALLIDO TO TRUE
           END-IF.
           WRITE REG-ACCESO.
           CLOSE ACCESO.

       052-VERIFICAR-VENCIMIENTO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-F-HOY-LOGIN.
           COMPUTE WS-DIAS-PASS =
               FUNCTION INTEGER-OF-DATE(WS-F-HOY-LOGIN)
               - FUNCTION INTEGER-OF-DATE(OP-FECHA-PASS).
           IF WS-DIAS-PASS NOT LESS WS-DIAS-VIGENCIA-PASS
               DISPLAY 'SU PASSWORD HA EXPIRADO, DEBE CAMBIARLO'
               DISPLAY 'PASSWORD NUEVO' ACCEPT WS-PASS-NUEVA
               MOVE WS-PASS-NUEVA TO OP-PASSWORD
               MOVE WS-F-HOY-LOGIN TO OP-FECHA-PASS
               REWRITE REG-OPERADOR
                   INVALID KEY
                       DISPLAY 'ERROR AL ACTUALIZAR EL PASSWORD'
                   NOT INVALID KEY
                       DISPLAY 'PASSWORD ACTUALIZADO'
               END-REWRITE
           END-IF.

       100-ABRIR.
           OPEN INPUT EMPLEADO.
           IF WS-STATUS-EMP NOT EQUAL '00'
               DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE EMPLEADOS, '
                       'FILE STATUS: ' WS-STATUS-EMP
               STOP RUN
           END-IF.
           OPEN INPUT PUESTO.
           IF WS-STATUS-PUE NOT EQUAL '00'
               DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE PUESTOS, '
                       'FILE STATUS: ' WS-STATUS-PUE
               CLOSE EMPLEADO
               STOP RUN
           END-IF.
           OPEN I-O EVALUACION.
           IF WS-STATUS-EVA EQUAL '35'
               OPEN OUTPUT EVALUACION
               CLOSE EVALUACION
               OPEN I-O EVALUACION
           END-IF.
           IF WS-STATUS-EVA NOT EQUAL '00'
               DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE EVALUACIONES, '
                       'FILE STATUS: ' WS-STATUS-EVA
               CLOSE EMPLEADO PUESTO
               STOP RUN
           END-IF.
           OPEN I-O MATRIZ.
           IF WS-STATUS-MTZ EQUAL '35'
               OPEN OUTPUT MATRIZ
               CLOSE MATRIZ
               OPEN I-O MATRIZ
           END-IF.
           IF WS-STATUS-MTZ NOT EQUAL '00'
               DISPLAY 'ERROR AL ABRIR LA MATRIZ DE MERITOS, '
                       'FILE STATUS: ' WS-STATUS-MTZ
               CLOSE EMPLEADO PUESTO EVALUACION
               STOP RUN
           END-IF.

       100-CERRAR.
           CLOSE EMPLEADO.
           CLOSE PUESTO.
           CLOSE EVALUACION.
           CLOSE MATRIZ.

       100-MENU.
           DISPLAY '---------------------------------------'.
           DISPLAY 'EVALUACION DE DESEMPENO'.
           DISPLAY '1. CAPTURAR EVALUACIONES DE UN JEFE'.
           DISPLAY '2. CONSULTAR LA MATRIZ DE AUMENTOS'.
           IF ROL-ACTUAL-SUPERVISOR
               DISPLAY '3. MANTENER LA MATRIZ DE AUMENTOS POR PUESTO'
           END-IF.
           DISPLAY '9. SALIR'.
           DISPLAY 'OPCION'                ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
               WHEN 1 PERFORM 200-CAPTURAR
               WHEN 2 PERFORM 400-LISTAR-MATRIZ
               WHEN 3
                   IF ROL-ACTUAL-SUPERVISOR
                       PERFORM 300-MATRIZ
                   ELSE
                       DISPLAY 'OPCION RESTRINGIDA A SUPERVISORES'
                   END-IF
               WHEN 9 CONTINUE
               WHEN OTHER DISPLAY 'OPCION INVALIDA'
           END-EVALUATE.

      *    EL CICLO ES AAAANN: ANIO Y NUMERO DE CICLO DENTRO DEL ANIO
      *    (01 A 12), POR EJEMPLO 202601 PARA EL PRIMER SEMESTRE.
       150-PEDIR-CICLO.
           MOVE 'N' TO WS-CICLO-OK.
           PERFORM UNTIL WS-CICLO-OK EQUAL 'S'
               DISPLAY 'CICLO DE EVALUACION (AAAANN)' ACCEPT WS-CICLO
               MOVE WS-CICLO(5:2) TO WS-CICLO-NUM
               IF WS-CICLO NOT GREATER 201901
                  OR WS-CICLO-NUM LESS 1 OR WS-CICLO-NUM GREATER 12
                   DISPLAY 'CICLO INVALIDO'
               ELSE
                   MOVE 'S' TO WS-CICLO-OK
               END-IF
           END-PERFORM.

       200-CAPTURAR.
           PERFORM 150-PEDIR-CICLO.
           DISPLAY 'JEFE-ID QUE EVALUA' ACCEPT WS-JEFE-ID.
           MOVE WS-JEFE-ID TO ID-EMPL.
           READ EMPLEADO
               INVALID KEY
                   DISPLAY 'JEFE NO ENCONTRADO'
               NOT INVALID KEY
                   IF EMPL-INACTIVO
                       DISPLAY 'EL JEFE ESTA DADO DE BAJA, SUS '
                               'SUBORDINADOS LOS EVALUA SU NUEVO JEFE'
                   ELSE
                       DISPLAY 'EVALUACIONES DE ' NOM-EMPL
                               ' CICLO ' WS-CICLO
                       DISPLAY '1 NO CUMPLE  2 CUMPLE PARCIALMENTE  '
                               '3 CUMPLE  4 SUPERA  5 EXCEPCIONAL'
                       PERFORM 210-RECORRER-SUBORDINADOS
                   END-IF
           END-READ.

       210-RECORRER-SUBORDINADOS.
           MOVE 0 TO WS-CONTADOR.
           MOVE 0 TO ID-EMPL.
           START EMPLEADO KEY IS NOT LESS THAN ID-EMPL
               INVALID KEY
                   MOVE 1 TO WS-FLAG
               NOT INVALID KEY
                   MOVE 0 TO WS-FLAG
           END-START.
           PERFORM 220-SIGUIENTE UNTIL WS-FLAG EQUAL 1.
           DISPLAY 'EVALUACIONES GRABADAS: ' WS-CONTADOR.

       220-SIGUIENTE.
           READ EMPLEADO NEXT RECORD
               AT END
                   MOVE 1 TO WS-FLAG
               NOT AT END
                   IF EMPL-ACTIVO
                      AND JEFE-ID EQUAL WS-JEFE-ID
                      AND ID-EMPL NOT EQUAL WS-JEFE-ID
                       PERFORM 230-CALIFICAR
                   END-IF
           END-READ.

      *    UNA CALIFICACION YA CAPTURADA EN EL CICLO SE PUEDE
      *    CORREGIR; CERO LA DEJA COMO ESTA (O SIN EVALUAR).
       230-CALIFICAR.
           MOVE WS-CICLO TO EVA-CICLO.
           MOVE ID-EMPL  TO EVA-ID-EMPL.
           READ EVALUACION
               INVALID KEY
                   MOVE 'N' TO WS-EXISTE-EVA
               NOT INVALID KEY
                   MOVE 'S' TO WS-EXISTE-EVA
           END-READ.
           IF WS-EXISTE-EVA EQUAL 'S'
               DISPLAY ID-EMPL ' ' NOM-EMPL ' CALIFICACION ACTUAL '
                       EVA-CALIFICACION
           ELSE
               DISPLAY ID-EMPL ' ' NOM-EMPL ' SIN EVALUAR'
           END-IF.
           MOVE 9 TO WS-CALIF.
           PERFORM UNTIL WS-CALIF NOT GREATER 5
               DISPLAY 'CALIFICACION 1 A 5 (0 = OMITIR)'
                   ACCEPT WS-CALIF
           END-PERFORM.
           IF WS-CALIF GREATER 0
               MOVE WS-CICLO                   TO EVA-CICLO
               MOVE ID-EMPL                    TO EVA-ID-EMPL
               MOVE WS-JEFE-ID                 TO EVA-JEFE-ID
               MOVE CLV-DEP                    TO EVA-CLV-DEP
               MOVE PUE-CLV                    TO EVA-PUE-CLV
               MOVE WS-CALIF                   TO EVA-CALIFICACION
               MOVE FUNCTION CURRENT-DATE(1:8) TO EVA-F-CAPTURA
               MOVE WS-OPERADOR-ACTUAL         TO EVA-OPERADOR
               MOVE 0                          TO EVA-PCT-MATRIZ
               MOVE 0                          TO EVA-PCT-FINAL
               MOVE SPACE                      TO EVA-AJUSTE
               IF WS-EXISTE-EVA EQUAL 'S'
                   REWRITE REG-EVALUACION
                       INVALID KEY
                           DISPLAY 'ERROR AL CORREGIR LA EVALUACION, '
                                   'FILE STATUS: ' WS-STATUS-EVA
                       NOT INVALID KEY
                           ADD 1 TO WS-CONTADOR
                   END-REWRITE
               ELSE
                   WRITE REG-EVALUACION
                       INVALID KEY
                           DISPLAY 'ERROR AL GRABAR LA EVALUACION, '
                                   'FILE STATUS: ' WS-STATUS-EVA
                       NOT INVALID KEY
                           ADD 1 TO WS-CONTADOR
                   END-WRITE
               END-IF
           END-IF.

      *    PUESTO 00 = MATRIZ GENERAL. SE CAPTURA EL PORCENTAJE DE
      *    LAS CINCO CALIFICACIONES DEL PUESTO.
       300-MATRIZ.
           MOVE 'N' TO WS-PUE-OK.
           DISPLAY 'PUE-CLV DE LA MATRIZ (00 = GENERAL)'
               ACCEPT WS-PUE-MTZ.
           IF WS-PUE-MTZ EQUAL 0
               MOVE 'S' TO WS-PUE-OK
               DISPLAY 'MATRIZ GENERAL'
           ELSE
               MOVE WS-PUE-MTZ TO PUESTO-CLV
               READ PUESTO
                   INVALID KEY
                       DISPLAY 'PUESTO INVALIDO'
                   NOT INVALID KEY
                       MOVE 'S' TO WS-PUE-OK
                       DISPLAY 'MATRIZ DEL PUESTO ' PUESTO-NOM
               END-READ
           END-IF.
           IF WS-PUE-OK EQUAL 'S'
               PERFORM 310-PORCENTAJE
                   VARYING WS-CALIF FROM 1 BY 1
                   UNTIL WS-CALIF GREATER 5
           END-IF.

       310-PORCENTAJE.
           MOVE WS-PUE-MTZ TO MTZ-PUE-CLV.
           MOVE WS-CALIF   TO MTZ-CALIFICACION.
           READ MATRIZ
               INVALID KEY
                   MOVE 'N' TO WS-EXISTE-MTZ
                   DISPLAY 'CALIFICACION ' WS-CALIF ' SIN PORCENTAJE'
               NOT INVALID KEY
                   MOVE 'S' TO WS-EXISTE-MTZ
                   DISPLAY 'CALIFICACION ' WS-CALIF ' PORCENTAJE '
                           'ACTUAL ' MTZ-PORCENTAJE
           END-READ.
           DISPLAY 'PORCENTAJE DE AUMENTO (EJ 4.50)'
               ACCEPT MTZ-PORCENTAJE.
           IF WS-EXISTE-MTZ EQUAL 'S'
               REWRITE REG-MATRIZ
                   INVALID KEY
                       DISPLAY 'ERROR AL ACTUALIZAR LA MATRIZ, '
                               'FILE STATUS: ' WS-STATUS-MTZ
               END-REWRITE
           ELSE
               WRITE REG-MATRIZ
                   INVALID KEY
                       DISPLAY 'ERROR AL GRABAR LA MATRIZ, '
                               'FILE STATUS: ' WS-STATUS-MTZ
               END-WRITE
           END-IF.

       400-LISTAR-MATRIZ.
           MOVE 0 TO WS-CONTADOR.
           DISPLAY 'PUESTO CALIF PORCENTAJE'.
           MOVE LOW-VALUES TO MTZ-LLAVE.
           START MATRIZ KEY IS NOT LESS MTZ-LLAVE
               INVALID KEY
                   MOVE 1 TO WS-FLAG
               NOT INVALID KEY
                   MOVE 0 TO WS-FLAG
           END-START.
           PERFORM 410-DETALLE UNTIL WS-FLAG EQUAL 1.
           DISPLAY 'RENGLONES EN LA MATRIZ: ' WS-CONTADOR.

       410-DETALLE.
           READ MATRIZ NEXT RECORD
               AT END
                   MOVE 1 TO WS-FLAG
               NOT AT END
                   DISPLAY MTZ-PUE-CLV '     ' MTZ-CALIFICACION
                           '     ' MTZ-PORCENTAJE
                   ADD 1 TO WS-CONTADOR
           END-READ.
