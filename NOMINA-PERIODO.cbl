       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOMINA-PERIODO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT PASO
           ASSIGN TO 'PASO-NOMINA-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAS-LLAVE
           FILE STATUS IS WS-STATUS-PAS.
           SELECT CALENDARIO
           ASSIGN TO 'CALENDARIO-NOMINA-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAL-LLAVE
           FILE STATUS IS WS-STATUS-CAL.
           SELECT CORRIDA
           ASSIGN TO 'NOMINA-CORRIDA-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COR-LLAVE
           FILE STATUS IS WS-STATUS-COR.
           SELECT VARIACION
           ASSIGN TO 'NOMINA-VARIACION-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VAR-LLAVE
           FILE STATUS IS WS-STATUS-VAR.
           SELECT DISP-HIST
           ASSIGN TO 'DISPERSION-HIST-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DSH-LLAVE
           FILE STATUS IS WS-STATUS-DSH.
           SELECT REEXPEDIR
           ASSIGN TO 'REEXPEDIR-FILE'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-REX.
           SELECT CONCILIA
           ASSIGN TO 'CONCILIACION-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CNC-LLAVE
           FILE STATUS IS WS-STATUS-CNC.
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
       FD PASO.
           COPY PASOREG.
       FD CALENDARIO.
           COPY CALNREG.
       FD CORRIDA.
           COPY CORRREG.
       FD VARIACION.
           COPY VARREG.
       FD DISP-HIST.
           COPY DSPHREG.
       FD REEXPEDIR.
           COPY REEXPREG.
       FD CONCILIA.
           COPY CONCREG.
       FD OPERADOR.
           COPY OPERREG.
       FD ACCESO.
           COPY ACCESOREG.

       WORKING-STORAGE SECTION.
       01 WS-AREAS.
           05 WS-STATUS-PAS              PIC XX.
           05 WS-STATUS-CAL              PIC XX.
           05 WS-STATUS-COR              PIC XX.
           05 WS-STATUS-VAR              PIC XX.
           05 WS-STATUS-DSH              PIC XX.
           05 WS-STATUS-REX              PIC XX.
           05 WS-STATUS-CNC              PIC XX.
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
           05 WS-OPCION                  PIC 9.
           05 WS-F-HOY                   PIC 9(08).
           05 WS-PERIODO                 PIC 9(06).
           05 WS-PER-MES                 PIC 9(02).
           05 WS-QUINCENA                PIC 9.
           05 WS-PERIODO-OK              PIC X.
           05 WS-F-CORTE                 PIC 9(08).
           05 WS-F-PAGO                  PIC 9(08).
           05 WS-PASO                    PIC 9.
           05 WS-PASO-PREVIO             PIC 9.
           05 WS-PASO-SIG                PIC 9.
           05 WS-ULTIMO-PASO             PIC 9 VALUE 7.
           05 WS-PROGRAMA                PIC X(16).
           05 WS-ESTADO-TXT              PIC X(12).
           05 WS-SEGUIR                  PIC X.
           05 WS-PREVIOS-OK              PIC X.
           05 WS-CORRER                  PIC X.
           05 WS-OMITIDO                 PIC X.
           05 WS-RESULTADO               PIC X.
           05 WS-NOTA                    PIC X(40).
           05 WS-RES                     PIC X.
           05 WS-FLAG-LEC                PIC 9.
           05 WS-CONTADOR                PIC 9(05).
           05 WS-COR-FECHA               PIC 9(08).

       PROCEDURE DIVISION.
      *    CONDUCE LOS PASOS DE UNA CORRIDA DEL CALENDARIO EN ORDEN:
      *    INCIDENCIAS, CALCULO, REVISION DE VARIACION, DISPERSION,
      *    RETORNO DEL BANCO, REEXPEDICION Y CIERRE (CONCILIACION
      *    FIRMADA). CADA PASO QUEDA EN PASO-NOMINA-FILE CON SU
      *    ESTADO Y SUS HORAS; UN PASO NO CORRE SI EL ANTERIOR NO
      *    TERMINO Y LA CORRIDA SE REANUDA EN EL PASO QUE FALLO.
       010-INITIAL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-F-HOY.
           PERFORM 050-LOGIN.
           IF WS-LOGIN-OK EQUAL 'S'
               PERFORM 100-PEDIR-PERIODO
               IF WS-PERIODO-OK EQUAL 'S'
                   PERFORM 100-ABRIR
                   PERFORM 120-PREPARAR-PASOS
                   PERFORM 200-MOSTRAR
                   MOVE 0 TO WS-OPCION
                   PERFORM 100-MENU UNTIL WS-OPCION EQUAL 9
                   PERFORM 100-CERRAR
               END-IF
           END-IF.
       STOP RUN.

       050-LOGIN.
           MOVE 'N' TO WS-LOGIN-OK.
           OPEN I-O OPERADOR.
           IF WS-STATUS-OPE EQUAL '35'
               DISPLAY 'AVISO: NO EXISTE OPERADOR.TXT, CREALO CON '
               DISPLAY 'OPERADOR-SEC ANTES DE USAR NOMINA-PERIODO'
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
           MOVE 'NOM-PERIODO'               TO ACC-PROGRAMA.
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

      *    SOLO SE CONDUCEN CORRIDAS DADAS DE ALTA EN EL CALENDARIO
      *    CON CALENDARIO-NOMINA.
       100-PEDIR-PERIODO.
           MOVE 'N' TO WS-PERIODO-OK.
           DISPLAY 'PERIODO A CORRER (AAAAMM)'  ACCEPT WS-PERIODO.
           DISPLAY 'QUINCENA (0 = CORRIDA MENSUAL, 1 O 2)'
               ACCEPT WS-QUINCENA.
           MOVE WS-PERIODO(5:2) TO WS-PER-MES.
           IF WS-PER-MES LESS 1 OR WS-PER-MES GREATER 12
              OR WS-QUINCENA GREATER 2
               DISPLAY 'PERIODO O QUINCENA INVALIDOS'
           ELSE
               OPEN INPUT CALENDARIO
               IF WS-STATUS-CAL NOT EQUAL '00'
                   DISPLAY 'NO EXISTE CALENDARIO-NOMINA-FILE, DE '
                           'ALTA EL PERIODO CON CALENDARIO-NOMINA'
               ELSE
                   MOVE WS-PERIODO  TO CAL-PERIODO
                   MOVE WS-QUINCENA TO CAL-QUINCENA
                   READ CALENDARIO
                       INVALID KEY
                           DISPLAY 'EL PERIODO NO ESTA EN EL '
                                   'CALENDARIO DE NOMINA'
                       NOT INVALID KEY
                           MOVE 'S' TO WS-PERIODO-OK
                           MOVE CAL-F-CORTE TO WS-F-CORTE
                           MOVE CAL-F-PAGO  TO WS-F-PAGO
                   END-READ
                   CLOSE CALENDARIO
               END-IF
           END-IF.

       100-ABRIR.
           OPEN I-O PASO.
           IF WS-STATUS-PAS EQUAL '35'
               OPEN OUTPUT PASO
               CLOSE PASO
               OPEN I-O PASO
           END-IF.
           IF WS-STATUS-PAS NOT EQUAL '00'
               DISPLAY 'ERROR AL ABRIR PASO-NOMINA-FILE, '
                       'FILE STATUS: ' WS-STATUS-PAS
               STOP RUN
           END-IF.

       100-CERRAR.
           CLOSE PASO.

       100-MENU.
           DISPLAY '======================================='.
           DISPLAY 'CORRIDA ' WS-PERIODO ' QUINCENA ' WS-QUINCENA
                   '  CORTE: ' WS-F-CORTE '  PAGO: ' WS-F-PAGO.
           DISPLAY '1. VER ESTADO DE LOS PASOS'.
           DISPLAY '2. CONTINUAR DESDE EL PRIMER PASO NO TERMINADO'.
           DISPLAY '3. CORRER UN PASO'.
           DISPLAY '9. SALIR'.
           DISPLAY 'OPCION'                ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
               WHEN 1 PERFORM 200-MOSTRAR
               WHEN 2 PERFORM 300-CONTINUAR
               WHEN 3 PERFORM 400-CORRER-PASO
               WHEN 9 CONTINUE
               WHEN OTHER DISPLAY 'OPCION INVALIDA'
           END-EVALUATE.

      *    LA PRIMERA VEZ QUE SE CONDUCE UNA CORRIDA SE DAN DE ALTA
      *    SUS PASOS COMO PENDIENTES.
       120-PREPARAR-PASOS.
           PERFORM VARYING WS-PASO FROM 1 BY 1
               UNTIL WS-PASO GREATER WS-ULTIMO-PASO
               PERFORM 130-LEER-PASO
               IF WS-STATUS-PAS NOT EQUAL '00'
                   PERFORM 140-PROGRAMA-PASO
                   MOVE WS-PERIODO  TO PAS-PERIODO
                   MOVE WS-QUINCENA TO PAS-QUINCENA
                   MOVE WS-PASO     TO PAS-NUMERO
                   MOVE WS-PROGRAMA TO PAS-PROGRAMA
                   SET PAS-PENDIENTE TO TRUE
                   MOVE 0 TO PAS-F-INICIO PAS-H-INICIO
                   MOVE 0 TO PAS-F-FIN PAS-H-FIN
                   MOVE SPACES TO PAS-OPERADOR PAS-NOTA
                   WRITE REG-PASO
                       INVALID KEY
                           DISPLAY 'ERROR AL DAR DE ALTA EL PASO '
                                   WS-PASO
                   END-WRITE
               END-IF
           END-PERFORM.

       130-LEER-PASO.
           MOVE WS-PERIODO  TO PAS-PERIODO.
           MOVE WS-QUINCENA TO PAS-QUINCENA.
           MOVE WS-PASO     TO PAS-NUMERO.
           READ PASO
               INVALID KEY
                   CONTINUE
           END-READ.

       140-PROGRAMA-PASO.
           EVALUATE WS-PASO
               WHEN 1 MOVE 'INCIDENCIA-SEC'   TO WS-PROGRAMA
               WHEN 2 MOVE 'NOMINA-SEC'       TO WS-PROGRAMA
               WHEN 3 MOVE 'NOMINA-VARIACION' TO WS-PROGRAMA
               WHEN 4 MOVE 'DISPERSION-SEC'   TO WS-PROGRAMA
               WHEN 5 MOVE 'RETORNO-SEC'      TO WS-PROGRAMA
               WHEN 6 MOVE 'REEXPEDIR-SEC'    TO WS-PROGRAMA
               WHEN 7 MOVE 'NOMINA-CONCILIA'  TO WS-PROGRAMA
           END-EVALUATE.

       200-MOSTRAR.
           DISPLAY '======================================='.
           DISPLAY ' PASOS DE LA CORRIDA ' WS-PERIODO
                   ' QUINCENA ' WS-QUINCENA.
           DISPLAY '======================================='.
           DISPLAY 'P PROGRAMA         ESTADO       INICIO'
                   '          FIN             NOTA'.
           PERFORM VARYING WS-PASO FROM 1 BY 1
               UNTIL WS-PASO GREATER WS-ULTIMO-PASO
               PERFORM 130-LEER-PASO
               IF WS-STATUS-PAS EQUAL '00'
                   PERFORM 210-ESTADO-TXT
                   DISPLAY PAS-NUMERO ' ' PAS-PROGRAMA ' '
                           WS-ESTADO-TXT ' ' PAS-F-INICIO ' '
                           PAS-H-INICIO ' ' PAS-F-FIN ' ' PAS-H-FIN
                           ' ' PAS-NOTA
               END-IF
           END-PERFORM.

       210-ESTADO-TXT.
           EVALUATE TRUE
               WHEN PAS-PENDIENTE  MOVE 'PENDIENTE'    TO WS-ESTADO-TXT
               WHEN PAS-EN-PROCESO MOVE 'INTERRUMPIDO' TO WS-ESTADO-TXT
               WHEN PAS-TERMINADO  MOVE 'TERMINADO'    TO WS-ESTADO-TXT
               WHEN PAS-FALLIDO    MOVE 'FALLIDO'      TO WS-ESTADO-TXT
               WHEN OTHER          MOVE SPACES         TO WS-ESTADO-TXT
           END-EVALUATE.

      *    SE SALTAN LOS PASOS TERMINADOS Y SE CORRE EL PRIMERO QUE
      *    QUEDO PENDIENTE, FALLIDO O INTERRUMPIDO; AL TERMINAR CADA
      *    PASO EL OPERADOR DECIDE SI SIGUE CON EL SIGUIENTE.
       300-CONTINUAR.
           MOVE 'S' TO WS-SEGUIR.
           MOVE 1 TO WS-PASO.
           PERFORM 310-SIGUIENTE-PASO
               UNTIL WS-SEGUIR EQUAL 'N'
                  OR WS-PASO GREATER WS-ULTIMO-PASO.
           IF WS-PASO GREATER WS-ULTIMO-PASO
               DISPLAY 'TODOS LOS PASOS DE LA CORRIDA ESTAN '
                       'TERMINADOS, EL PERIODO QUEDO CERRADO'
           END-IF.

       310-SIGUIENTE-PASO.
           PERFORM 130-LEER-PASO.
           IF PAS-TERMINADO
               ADD 1 TO WS-PASO
           ELSE
               PERFORM 500-EJECUTAR-PASO
               IF WS-RESULTADO EQUAL 'T'
                   ADD 1 TO WS-PASO
                   IF WS-PASO NOT GREATER WS-ULTIMO-PASO
                       DISPLAY 'SEGUIR CON EL PASO ' WS-PASO '? S/N'
                       ACCEPT WS-SEGUIR
                       IF WS-SEGUIR NOT EQUAL 'S'
                           MOVE 'N' TO WS-SEGUIR
                       END-IF
                   END-IF
               ELSE
                   MOVE 'N' TO WS-SEGUIR
               END-IF
           END-IF.

      *    UN PASO SOLO SE CORRE CON TODOS SUS ANTERIORES TERMINADOS.
       400-CORRER-PASO.
           DISPLAY 'PASO A CORRER (1 A 7)'  ACCEPT WS-PASO.
           IF WS-PASO LESS 1 OR WS-PASO GREATER WS-ULTIMO-PASO
               DISPLAY 'PASO INVALIDO'
           ELSE
               PERFORM 410-REVISAR-PREVIOS
               IF WS-PREVIOS-OK EQUAL 'S'
                   PERFORM 130-LEER-PASO
                   MOVE 'S' TO WS-RES
                   IF PAS-TERMINADO
                       DISPLAY 'EL PASO YA TERMINO EL ' PAS-F-FIN
                               ', CORRERLO DE NUEVO? S/N'
                       ACCEPT WS-RES
                   END-IF
                   IF WS-RES EQUAL 'S'
                       PERFORM 500-EJECUTAR-PASO
                   END-IF
               END-IF
           END-IF.

       410-REVISAR-PREVIOS.
           MOVE 'S' TO WS-PREVIOS-OK.
           PERFORM VARYING WS-PASO-PREVIO FROM 1 BY 1
               UNTIL WS-PASO-PREVIO NOT LESS WS-PASO
               MOVE WS-PERIODO     TO PAS-PERIODO
               MOVE WS-QUINCENA    TO PAS-QUINCENA
               MOVE WS-PASO-PREVIO TO PAS-NUMERO
               READ PASO
                   INVALID KEY
                       MOVE 'N' TO WS-PREVIOS-OK
                   NOT INVALID KEY
                       IF NOT PAS-TERMINADO
                           MOVE 'N' TO WS-PREVIOS-OK
                           DISPLAY 'EL PASO ' PAS-NUMERO ' '
                                   PAS-PROGRAMA ' NO HA TERMINADO'
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-PREVIOS-OK NOT EQUAL 'S'
               DISPLAY 'NO SE PUEDE CORRER EL PASO ' WS-PASO
           END-IF.

      *    EL PASO SE MARCA EN PROCESO ANTES DE LLAMAR AL PROGRAMA;
      *    SI EL PROGRAMA TERMINA LA CORRIDA A MEDIAS EL PASO QUEDA
      *    INTERRUMPIDO Y SE VUELVE A CORRER AL REANUDAR. AL REGRESAR
      *    SE COMPRUEBA EN SUS ARCHIVOS QUE EL PASO SI SE HIZO.
       500-EJECUTAR-PASO.
           MOVE 'F' TO WS-RESULTADO.
           PERFORM 140-PROGRAMA-PASO.
           PERFORM 130-LEER-PASO.
           IF PAS-EN-PROCESO
               DISPLAY 'EL PASO ' WS-PASO ' QUEDO INTERRUMPIDO DESDE '
                       PAS-F-INICIO ' ' PAS-H-INICIO
                       ', SE CORRE DE NUEVO'
           END-IF.
           PERFORM 510-ANTES-DEL-PASO.
           IF WS-CORRER EQUAL 'S'
               PERFORM 520-MARCAR-INICIO
               CLOSE PASO
               IF WS-OMITIDO EQUAL 'S'
                   MOVE 'T' TO WS-RESULTADO
               ELSE
                   DISPLAY '>>> PASO ' WS-PASO ': ' WS-PROGRAMA
                   DISPLAY 'CAPTURE EL PERIODO ' WS-PERIODO
                           ' QUINCENA ' WS-QUINCENA
                           ' CUANDO EL PROGRAMA LO PIDA'
                   CALL WS-PROGRAMA
                   CANCEL WS-PROGRAMA
                   PERFORM 600-VERIFICAR-PASO
               END-IF
               PERFORM 100-ABRIR
               PERFORM 530-MARCAR-FIN
           END-IF.

       510-ANTES-DEL-PASO.
           MOVE 'S' TO WS-CORRER.
           MOVE 'N' TO WS-OMITIDO.
           MOVE SPACES TO WS-NOTA.
           EVALUATE WS-PASO
               WHEN 2
                   IF WS-F-HOY NOT GREATER WS-F-CORTE
                       DISPLAY 'AUN NO PASA EL CORTE DE INCIDENCIAS ('
                               WS-F-CORTE '), CALCULAR LA NOMINA '
                               'DE TODOS MODOS? S/N'
                       ACCEPT WS-RES
                       IF WS-RES NOT EQUAL 'S'
                           MOVE 'N' TO WS-CORRER
                       END-IF
                   END-IF
               WHEN 5
                   DISPLAY 'EL BANCO ENTREGO RETORNO-FILE CON LAS '
                           'DEVOLUCIONES DE ESTA CORRIDA? S/N'
                   ACCEPT WS-RES
                   IF WS-RES NOT EQUAL 'S'
                       MOVE 'S' TO WS-OMITIDO
                       MOVE 'SIN DEVOLUCIONES DEL BANCO' TO WS-NOTA
                   END-IF
               WHEN 6
                   PERFORM 610-CONTAR-REEXPEDIR
                   IF WS-CONTADOR EQUAL 0
                       MOVE 'S' TO WS-OMITIDO
                       MOVE 'SIN DEPOSITOS POR REEXPEDIR' TO WS-NOTA
                   END-IF
           END-EVALUATE.

      *    AL CORRER DE NUEVO UN PASO, LOS POSTERIORES QUE YA HABIAN
      *    TERMINADO VUELVEN A PENDIENTES PORQUE DEPENDEN DE EL.
       520-MARCAR-INICIO.
           MOVE WS-PASO TO WS-PASO-SIG.
           ADD 1 TO WS-PASO-SIG.
           PERFORM VARYING WS-PASO-SIG FROM WS-PASO-SIG BY 1
               UNTIL WS-PASO-SIG GREATER WS-ULTIMO-PASO
               MOVE WS-PERIODO  TO PAS-PERIODO
               MOVE WS-QUINCENA TO PAS-QUINCENA
               MOVE WS-PASO-SIG TO PAS-NUMERO
               READ PASO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT PAS-PENDIENTE
                           SET PAS-PENDIENTE TO TRUE
                           MOVE 'SE REPITIO UN PASO ANTERIOR'
                               TO PAS-NOTA
                           REWRITE REG-PASO
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM 130-LEER-PASO.
           SET PAS-EN-PROCESO TO TRUE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO PAS-F-INICIO.
           MOVE FUNCTION CURRENT-DATE(9:6) TO PAS-H-INICIO.
           MOVE 0 TO PAS-F-FIN PAS-H-FIN.
           MOVE WS-OPERADOR-ACTUAL TO PAS-OPERADOR.
           MOVE SPACES TO PAS-NOTA.
           REWRITE REG-PASO
               INVALID KEY
                   DISPLAY 'ERROR AL MARCAR EL INICIO DEL PASO '
                           WS-PASO
           END-REWRITE.

       530-MARCAR-FIN.
           PERFORM 130-LEER-PASO.
           IF WS-RESULTADO EQUAL 'T'
               SET PAS-TERMINADO TO TRUE
           ELSE
               SET PAS-FALLIDO TO TRUE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO PAS-F-FIN.
           MOVE FUNCTION CURRENT-DATE(9:6) TO PAS-H-FIN.
           MOVE WS-NOTA TO PAS-NOTA.
           REWRITE REG-PASO
               INVALID KEY
                   DISPLAY 'ERROR AL MARCAR EL FIN DEL PASO ' WS-PASO
           END-REWRITE.
           PERFORM 210-ESTADO-TXT.
           DISPLAY 'PASO ' WS-PASO ' ' WS-PROGRAMA ': '
                   WS-ESTADO-TXT ' ' WS-NOTA.

      *    CADA PASO SE DA POR TERMINADO CON LO QUE DEJO EN SUS
      *    ARCHIVOS; LOS QUE NO DEJAN RASTRO POR PERIODO LOS
      *    CONFIRMA EL OPERADOR.
       600-VERIFICAR-PASO.
           MOVE 'F' TO WS-RESULTADO.
           EVALUATE WS-PASO
               WHEN 1
                   DISPLAY 'QUEDO COMPLETA LA CAPTURA DE INCIDENCIAS '
                           'DEL PERIODO? S/N'
                   ACCEPT WS-RES
                   IF WS-RES EQUAL 'S'
                       MOVE 'T' TO WS-RESULTADO
                   ELSE
                       MOVE 'CAPTURA DE INCIDENCIAS INCOMPLETA'
                           TO WS-NOTA
                   END-IF
               WHEN 2
                   PERFORM 620-LEER-CORRIDA
                   IF WS-COR-FECHA NOT EQUAL 0
                       MOVE 'T' TO WS-RESULTADO
                   ELSE
                       MOVE 'NOMINA-SEC NO REGISTRO LA CORRIDA'
                           TO WS-NOTA
                   END-IF
               WHEN 3
                   PERFORM 620-LEER-CORRIDA
                   PERFORM 630-LEER-VARIACION
               WHEN 4
                   PERFORM 640-CONTAR-DEPOSITOS
                   IF WS-CONTADOR GREATER 0
                       MOVE 'T' TO WS-RESULTADO
                   ELSE
                       MOVE 'NO HAY DEPOSITOS DE LA CORRIDA'
                           TO WS-NOTA
                   END-IF
               WHEN 5
                   DISPLAY 'SE PROCESO EL RETORNO DEL BANCO? S/N'
                   ACCEPT WS-RES
                   IF WS-RES EQUAL 'S'
                       MOVE 'T' TO WS-RESULTADO
                   ELSE
                       MOVE 'RETORNO DEL BANCO SIN PROCESAR'
                           TO WS-NOTA
                   END-IF
               WHEN 6
                   MOVE 'T' TO WS-RESULTADO
                   PERFORM 610-CONTAR-REEXPEDIR
                   IF WS-CONTADOR GREATER 0
                       STRING WS-CONTADOR DELIMITED BY SIZE
                              ' SIGUEN SIN CUENTA CORREGIDA'
                              DELIMITED BY SIZE
                           INTO WS-NOTA
                   END-IF
               WHEN 7
                   PERFORM 650-LEER-CONCILIACION
           END-EVALUATE.

      *    DEPOSITOS DEVUELTOS QUE ESPERAN REEXPEDICION.
       610-CONTAR-REEXPEDIR.
           MOVE 0 TO WS-CONTADOR.
           OPEN INPUT REEXPEDIR.
           IF WS-STATUS-REX EQUAL '00'
               MOVE 0 TO WS-FLAG-LEC
               PERFORM UNTIL WS-FLAG-LEC EQUAL 1
                   READ REEXPEDIR
                       AT END
                           MOVE 1 TO WS-FLAG-LEC
                       NOT AT END
                           IF REX-PENDIENTE
                               ADD 1 TO WS-CONTADOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REEXPEDIR
           END-IF.

      *    SOLO CUENTA UNA CORRIDA VIGENTE; UNA CANCELADA CON
      *    NOMINA-REVERSA NO DA EL PASO POR TERMINADO.
       620-LEER-CORRIDA.
           MOVE 0 TO WS-COR-FECHA.
           OPEN INPUT CORRIDA.
           IF WS-STATUS-COR EQUAL '00'
               MOVE WS-PERIODO  TO COR-PERIODO
               MOVE WS-QUINCENA TO COR-QUINCENA
               READ CORRIDA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF COR-VIGENTE
                           MOVE COR-FECHA TO WS-COR-FECHA
                       END-IF
               END-READ
               CLOSE CORRIDA
           END-IF.

      *    LA REVISION DEBE SER DE LA CORRIDA VIGENTE, NO DE UNA
      *    ANTERIOR QUE SE HAYA REVERTIDO.
       630-LEER-VARIACION.
           MOVE 'NO HAY REVISION DE VARIACION VIGENTE' TO WS-NOTA.
           OPEN INPUT VARIACION.
           IF WS-STATUS-VAR EQUAL '00'
               MOVE WS-PERIODO  TO VAR-PERIODO
               MOVE WS-QUINCENA TO VAR-QUINCENA
               READ VARIACION
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WS-COR-FECHA NOT EQUAL 0
                          AND VAR-F-REPORTE NOT LESS WS-COR-FECHA
                           MOVE 'T' TO WS-RESULTADO
                           MOVE SPACES TO WS-NOTA
                       END-IF
               END-READ
               CLOSE VARIACION
           END-IF.

       640-CONTAR-DEPOSITOS.
           MOVE 0 TO WS-CONTADOR.
           OPEN INPUT DISP-HIST.
           IF WS-STATUS-DSH EQUAL '00'
               MOVE 0 TO WS-FLAG-LEC
               PERFORM UNTIL WS-FLAG-LEC EQUAL 1
                   READ DISP-HIST NEXT RECORD
                       AT END
                           MOVE 1 TO WS-FLAG-LEC
                       NOT AT END
                           IF DSH-PERIODO EQUAL WS-PERIODO
                              AND DSH-QUINCENA EQUAL WS-QUINCENA
                              AND DSH-TIPO-NOMINA
                               ADD 1 TO WS-CONTADOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DISP-HIST
           END-IF.

      *    EL PERIODO SE CIERRA CON LA CONCILIACION FIRMADA POR
      *    TESORERIA.
       650-LEER-CONCILIACION.
           MOVE 'CONCILIACION SIN FIRMA DE TESORERIA' TO WS-NOTA.
           OPEN INPUT CONCILIA.
           IF WS-STATUS-CNC EQUAL '00'
               MOVE WS-PERIODO  TO CNC-PERIODO
               MOVE WS-QUINCENA TO CNC-QUINCENA
               READ CONCILIA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CNC-FIRMADA
                           MOVE 'T' TO WS-RESULTADO
                           MOVE SPACES TO WS-NOTA
                       END-IF
               END-READ
               CLOSE CONCILIA
           END-IF.
