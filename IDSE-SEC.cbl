       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDSE-SEC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT AUDITORIA
           ASSIGN TO 'AUDITORIA-FILE'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-AUD.
           SELECT IDSE-MOV
           ASSIGN TO 'IDSE-MOVTOS-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDM-LLAVE
           FILE STATUS IS WS-STATUS-IDM.
           SELECT IDSE-ARCH
           ASSIGN TO 'IDSE-FILE'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-IDS.
           SELECT EMPLEADO
           ASSIGN TO 'BSEC-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ID-EMPL
           FILE STATUS IS WS-STATUS-EMP.
           SELECT FISCAL
           ASSIGN TO 'FISCAL-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FIS-ID-EMPL
           FILE STATUS IS WS-STATUS-FIS.
           SELECT PARAMETROS
           ASSIGN TO 'PARAMETROS-FILE'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-PAR.
           SELECT FESTIVO
           ASSIGN TO 'DIAS-FESTIVOS-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FES-FECHA
           FILE STATUS IS WS-STATUS-FES.

       DATA DIVISION.
       FILE SECTION.
       FD AUDITORIA.
           COPY AUDITREG.
       FD IDSE-MOV.
           COPY IDSEMREG.
       FD IDSE-ARCH.
           COPY IDSEREG.
       FD EMPLEADO.
           COPY EMPLREG.
       FD FISCAL.
           COPY FISCREG.
       FD PARAMETROS.
           COPY PARAMREG.
       FD FESTIVO.
           COPY FESTREG.

       WORKING-STORAGE SECTION.
       01 WS-AREAS.
           05 WS-STATUS-AUD              PIC XX.
           05 WS-STATUS-IDM              PIC XX.
           05 WS-STATUS-IDS              PIC XX.
           05 WS-STATUS-EMP              PIC XX.
           05 WS-STATUS-FIS              PIC XX.
           05 WS-STATUS-PAR              PIC XX.
           05 WS-OPCION                  PIC 9.
           05 WS-FLAG                    PIC 9.
           05 WS-RES                     PIC X.
           05 WS-F-HOY                   PIC 9(08).
           05 WS-F-DESDE                 PIC 9(08).
           05 WS-F-HASTA                 PIC 9(08).
           05 WS-HAY-EMPL                PIC X.
           05 WS-HAY-FIS                 PIC X.
           05 WS-TIPO-MOV                PIC X(02).
           05 WS-LEIDOS                  PIC 9(05).
           05 WS-NUEVOS                  PIC 9(05).
           05 WS-YA-REGISTRADOS          PIC 9(05).
           05 WS-SIN-NSS                 PIC 9(05).
           05 WS-CONTADOR                PIC 9(05).
           05 WS-VENCIDOS                PIC 9(05).
           05 WS-TARDE                   PIC 9(05).
           05 WS-ID-BUS                  PIC 9(05).
           05 WS-F-ENVIO-BUS             PIC 9(08).
           05 WS-ACUSE-BUS               PIC X(20).
           05 WS-PTR                     PIC 9(02).
           05 WS-DIA-INT                 PIC 9(07).
           05 WS-DIA-SEMANA              PIC 9.
           05 WS-HABILES                 PIC 9.
           05 WS-STATUS-FES              PIC XX.
           05 WS-HAY-FES                 PIC X.
           05 WS-ES-HABIL                PIC X.
           05 WS-OBSERVACION             PIC X(14).
           05 WS-DIAS-AGUINALDO          PIC 9(03) VALUE 15.
           05 WS-PRIMA-VAC               PIC 9V99 VALUE 0.25.
           05 WS-F-MOV-ANIO              PIC 9(04).
           05 WS-F-MOV-MES               PIC 9(02).
           05 WS-F-MOV-DIA               PIC 9(02).
           05 WS-F-ING-ANIO              PIC 9(04).
           05 WS-F-ING-MES               PIC 9(02).
           05 WS-F-ING-DIA               PIC 9(02).
           05 WS-F-ING                   PIC 9(08).
           05 WS-ANIOS-SERV              PIC 9(03).
           05 WS-DIAS-VAC                PIC 9(03).
           05 WS-FACTOR-INT              PIC 9V9(04).

      *    DATOS DEL PATRON, LEIDOS DE PARAMETROS-FILE AL GENERAR EL
      *    ARCHIVO.
           COPY PARAMREG REPLACING ==REG-PARAMETROS== BY
                                   ==WS-PARAMETROS==
                        LEADING ==PAR== BY ==WS-PAR==.

       PROCEDURE DIVISION.
       010-INITIAL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-F-HOY.
           PERFORM 100-ABRIR.
           PERFORM 100-MENU UNTIL WS-OPCION EQUAL 9.
           PERFORM 100-CERRAR.
       STOP RUN.

       100-ABRIR.
           OPEN I-O IDSE-MOV.
           IF WS-STATUS-IDM EQUAL '35'
               OPEN OUTPUT IDSE-MOV
               CLOSE IDSE-MOV
               OPEN I-O IDSE-MOV
           END-IF.
           IF WS-STATUS-IDM NOT EQUAL '00'
               DISPLAY 'ERROR AL ABRIR IDSE-MOVTOS-FILE, '
                       'FILE STATUS: ' WS-STATUS-IDM
               STOP RUN
           END-IF.
      *    SIN CATALOGO DE FESTIVOS EL PLAZO SOLO BRINCA FINES DE
      *    SEMANA.
           MOVE 'S' TO WS-HAY-FES.
           OPEN INPUT FESTIVO.
           IF WS-STATUS-FES NOT EQUAL '00'
               MOVE 'N' TO WS-HAY-FES
           END-IF.

       100-CERRAR.
           CLOSE IDSE-MOV.
           IF WS-HAY-FES EQUAL 'S'
               CLOSE FESTIVO
           END-IF.

       100-MENU.
           DISPLAY '---------------------------------------'.
           DISPLAY 'MOVIMIENTOS AFILIATORIOS IMSS (IDSE)'.
           DISPLAY '1. EXTRAER MOVIMIENTOS DE LA AUDITORIA'.
           DISPLAY '2. GENERAR ARCHIVO PARA IDSE'.
           DISPLAY '3. REGISTRAR ACUSE DE UN ENVIO'.
           DISPLAY '4. REGISTRAR RECHAZO DE UN MOVIMIENTO'.
           DISPLAY '5. REPORTE DE PENDIENTES Y VENCIDOS'.
           DISPLAY '9. SALIR'.
           DISPLAY 'OPCION'                ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
               WHEN 1 PERFORM 200-EXTRAER
               WHEN 2 PERFORM 300-GENERAR
               WHEN 3 PERFORM 400-ACUSE
               WHEN 4 PERFORM 500-RECHAZO
               WHEN 5 PERFORM 600-REPORTE
               WHEN 9 CONTINUE
               WHEN OTHER DISPLAY 'OPCION INVALIDA'
           END-EVALUATE.

      *    RECORRE LA BITACORA DE AUDITORIA EN EL RANGO DE FECHAS Y
      *    REGISTRA COMO PENDIENTE CADA ALTA, REINGRESO, BAJA Y
      *    AUMENTO QUE TODAVIA NO ESTE EN EL CONTROL. SE PUEDE
      *    REPETIR CON RANGOS QUE SE ENCIMEN SIN DUPLICAR NADA.
       200-EXTRAER.
           DISPLAY 'FECHA DESDE (AAAAMMDD)'    ACCEPT WS-F-DESDE.
           DISPLAY 'FECHA HASTA (AAAAMMDD)'    ACCEPT WS-F-HASTA.
           IF WS-F-DESDE EQUAL 0 OR WS-F-HASTA LESS WS-F-DESDE
               DISPLAY 'RANGO DE FECHAS INVALIDO'
           ELSE
               OPEN INPUT AUDITORIA
               IF WS-STATUS-AUD NOT EQUAL '00'
                   DISPLAY 'NO SE PUDO ABRIR AUDITORIA-FILE, '
                           'FILE STATUS: ' WS-STATUS-AUD
               ELSE
                   PERFORM 205-ABRIR-CONSULTA
                   MOVE 0 TO WS-LEIDOS WS-NUEVOS WS-YA-REGISTRADOS
                   MOVE 0 TO WS-SIN-NSS
                   MOVE 0 TO WS-FLAG
                   PERFORM 210-LEER-AUDITORIA UNTIL WS-FLAG EQUAL 1
                   CLOSE AUDITORIA
                   PERFORM 206-CERRAR-CONSULTA
                   DISPLAY '======================================='
                   DISPLAY 'MOVIMIENTOS IMSS EN EL RANGO: '
                           WS-LEIDOS
                   DISPLAY 'REGISTRADOS COMO PENDIENTES: ' WS-NUEVOS
                   DISPLAY 'YA ESTABAN EN EL CONTROL:    '
                           WS-YA-REGISTRADOS
                   DISPLAY 'PENDIENTES SIN NSS:          ' WS-SIN-NSS
               END-IF
           END-IF.

       205-ABRIR-CONSULTA.
           MOVE 'S' TO WS-HAY-EMPL.
           OPEN INPUT EMPLEADO.
           IF WS-STATUS-EMP NOT EQUAL '00'
               MOVE 'N' TO WS-HAY-EMPL
               DISPLAY 'AVISO: NO SE PUDO ABRIR EL ARCHIVO DE '
                       'EMPLEADOS, FILE STATUS: ' WS-STATUS-EMP
           END-IF.
           MOVE 'S' TO WS-HAY-FIS.
           OPEN INPUT FISCAL.
           IF WS-STATUS-FIS NOT EQUAL '00'
               MOVE 'N' TO WS-HAY-FIS
               DISPLAY 'AVISO: NO SE PUDO ABRIR FISCAL-FILE, LOS '
                       'MOVIMIENTOS QUEDAN SIN NSS'
           END-IF.

       206-CERRAR-CONSULTA.
           IF WS-HAY-EMPL EQUAL 'S'
               CLOSE EMPLEADO
           END-IF.
           IF WS-HAY-FIS EQUAL 'S'
               CLOSE FISCAL
           END-IF.

       210-LEER-AUDITORIA.
           READ AUDITORIA
               AT END
                   MOVE 1 TO WS-FLAG
               NOT AT END
                   IF AUD-FECHA NOT LESS WS-F-DESDE
                      AND AUD-FECHA NOT GREATER WS-F-HASTA
                       PERFORM 220-CLASIFICAR
                   END-IF
           END-READ.

      *    SOLO INTERESAN AL IMSS LOS MOVIMIENTOS QUE CAMBIAN LA
      *    AFILIACION O EL SALARIO; LAS MODIFICACIONES DE DATOS,
      *    TOPES Y CIERRES DE DEPARTAMENTO NO SE REPORTAN.
       220-CLASIFICAR.
           MOVE SPACES TO WS-TIPO-MOV.
           EVALUATE AUD-MOVIMIENTO
               WHEN 'ALTA'
               WHEN 'REALTA'
                   MOVE '08' TO WS-TIPO-MOV
               WHEN 'BAJA'
                   MOVE '02' TO WS-TIPO-MOV
               WHEN 'AUMENTO'
               WHEN 'AUMENTOL'
               WHEN 'AUMENTOI'
                   MOVE '07' TO WS-TIPO-MOV
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-TIPO-MOV NOT EQUAL SPACES
               ADD 1 TO WS-LEIDOS
               PERFORM 230-REGISTRAR
           END-IF.

       230-REGISTRAR.
           MOVE AUD-ID-EMPL TO IDM-ID-EMPL.
           MOVE AUD-FECHA   TO IDM-F-AUDITORIA.
           MOVE AUD-HORA    TO IDM-H-AUDITORIA.
           MOVE WS-TIPO-MOV TO IDM-TIPO-MOV.
           READ IDSE-MOV
               INVALID KEY
                   PERFORM 240-ARMAR-MOVIMIENTO
               NOT INVALID KEY
                   ADD 1 TO WS-YA-REGISTRADOS
           END-READ.

      *    EL SALARIO ES EL NUEVO EN ALTAS Y AUMENTOS Y EL ULTIMO EN
      *    BAJAS. LA FECHA DEL ALTA ES LA DE INGRESO DEL MAESTRO
      *    CUANDO NO ES POSTERIOR A LA CAPTURA (SI LO ES, EL
      *    EMPLEADO YA REINGRESO OTRA VEZ Y SE USA LA DE CAPTURA);
      *    BAJAS Y AUMENTOS SON DEL DIA EN QUE SE CAPTURARON. LA
      *    BAJA NO CAPTURA CAUSA Y SE REPORTA COMO 6 (OTRAS).
       240-ARMAR-MOVIMIENTO.
           MOVE AUD-ID-EMPL    TO IDM-ID-EMPL.
           MOVE AUD-FECHA      TO IDM-F-AUDITORIA.
           MOVE AUD-HORA       TO IDM-H-AUDITORIA.
           MOVE WS-TIPO-MOV    TO IDM-TIPO-MOV.
           MOVE AUD-MOVIMIENTO TO IDM-MOVIMIENTO.
           MOVE AUD-FECHA      TO IDM-F-MOVIMIENTO.
           IF IDM-BAJA
               MOVE AUD-SUELDO-ANT TO IDM-S-MEN
               MOVE '6'            TO IDM-CAUSA-BAJA
           ELSE
               MOVE AUD-SUELDO-NVO TO IDM-S-MEN
               MOVE SPACE          TO IDM-CAUSA-BAJA
           END-IF.
           MOVE SPACES TO IDM-NSS IDM-CURP IDM-NOMBRE.
           MOVE 0 TO WS-F-ING.
           IF WS-HAY-EMPL EQUAL 'S'
               MOVE AUD-ID-EMPL TO ID-EMPL
               READ EMPLEADO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NOM-EMPL TO IDM-NOMBRE
                       MOVE F-ING    TO WS-F-ING
               END-READ
           END-IF.
           IF IDM-ALTA AND WS-F-ING NOT EQUAL 0
              AND WS-F-ING NOT GREATER AUD-FECHA
               MOVE WS-F-ING TO IDM-F-MOVIMIENTO
           END-IF.
           IF WS-HAY-FIS EQUAL 'S'
               MOVE AUD-ID-EMPL TO FIS-ID-EMPL
               READ FISCAL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FIS-NSS  TO IDM-NSS
                       MOVE FIS-CURP TO IDM-CURP
               END-READ
           END-IF.
           PERFORM 250-CALCULAR-SDI.
           PERFORM 900-FECHA-LIMITE.
           SET IDM-PENDIENTE TO TRUE.
           MOVE 0      TO IDM-F-ENVIO IDM-F-ACUSE.
           MOVE SPACES TO IDM-ACUSE.
           WRITE REG-IDSE-MOV
               INVALID KEY
                   DISPLAY 'ERROR AL GRABAR IDSE-MOVTOS-FILE, '
                           'FILE STATUS: ' WS-STATUS-IDM
               NOT INVALID KEY
                   ADD 1 TO WS-NUEVOS
                   IF IDM-NSS EQUAL SPACES
                       ADD 1 TO WS-SIN-NSS
                       DISPLAY IDM-ID-EMPL ' ' IDM-MOVIMIENTO
                               ' SIN NSS, CAPTURALO EN ALL-SEC ANTES '
                               'DE GENERAR EL ARCHIVO'
                   END-IF
           END-WRITE.

      *    SALARIO DIARIO INTEGRADO A LA FECHA DEL MOVIMIENTO, CON
      *    EL MISMO FACTOR DE INTEGRACION QUE NOMINA-SEC: AGUINALDO
      *    DE 15 DIAS Y PRIMA VACACIONAL DEL 25% SOBRE LOS DIAS DE
      *    VACACIONES QUE DA LA ANTIGUEDAD.
       250-CALCULAR-SDI.
           MOVE 0 TO WS-ANIOS-SERV.
           IF WS-F-ING NOT EQUAL 0
              AND WS-F-ING LESS IDM-F-MOVIMIENTO
               MOVE IDM-F-MOVIMIENTO(1:4) TO WS-F-MOV-ANIO
               MOVE IDM-F-MOVIMIENTO(5:2) TO WS-F-MOV-MES
               MOVE IDM-F-MOVIMIENTO(7:2) TO WS-F-MOV-DIA
               MOVE WS-F-ING(1:4)         TO WS-F-ING-ANIO
               MOVE WS-F-ING(5:2)         TO WS-F-ING-MES
               MOVE WS-F-ING(7:2)         TO WS-F-ING-DIA
               COMPUTE WS-ANIOS-SERV = WS-F-MOV-ANIO - WS-F-ING-ANIO
               IF WS-ANIOS-SERV GREATER 0
                  AND (WS-F-MOV-MES LESS WS-F-ING-MES
                       OR (WS-F-MOV-MES EQUAL WS-F-ING-MES
                           AND WS-F-MOV-DIA LESS WS-F-ING-DIA))
                   SUBTRACT 1 FROM WS-ANIOS-SERV
               END-IF
           END-IF.
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
           COMPUTE IDM-SDI ROUNDED = (IDM-S-MEN / 30) * WS-FACTOR-INT.

      *    ARMA EL ARCHIVO CON TODO LO PENDIENTE O RECHAZADO Y LO
      *    MARCA COMO ENVIADO CON LA FECHA DE HOY, QUE ES LA QUE
      *    IDENTIFICA EL ENVIO AL REGISTRAR EL ACUSE. EL NSS Y LA
      *    CURP SE REFRESCAN DE FISCAL-FILE POR SI SE CAPTURARON
      *    O CORRIGIERON DESPUES DE LA EXTRACCION.
       300-GENERAR.
           PERFORM 310-LEER-PARAMETROS.
           IF WS-PAR-REG-PATRONAL EQUAL SPACES
               DISPLAY 'NO HAY REGISTRO PATRONAL EN PARAMETROS-FILE, '
                       'CAPTURALO CON PARAMETROS-SEC'
           ELSE
               OPEN OUTPUT IDSE-ARCH
               IF WS-STATUS-IDS NOT EQUAL '00'
                   DISPLAY 'ERROR AL ABRIR IDSE-FILE, '
                           'FILE STATUS: ' WS-STATUS-IDS
               ELSE
                   PERFORM 205-ABRIR-CONSULTA
                   MOVE 0 TO WS-CONTADOR WS-SIN-NSS
                   PERFORM 700-INICIAR-RECORRIDO
                   PERFORM 320-GENERAR-MOVIMIENTO
                       UNTIL WS-FLAG EQUAL 1
                   CLOSE IDSE-ARCH
                   PERFORM 206-CERRAR-CONSULTA
                   DISPLAY '======================================='
                   DISPLAY 'MOVIMIENTOS ENVIADOS A IDSE-FILE: '
                           WS-CONTADOR
                   DISPLAY 'RETENIDOS POR FALTA DE NSS:       '
                           WS-SIN-NSS
                   IF WS-CONTADOR GREATER 0
                       DISPLAY 'FECHA DE ENVIO PARA EL ACUSE: '
                               WS-F-HOY
                   END-IF
               END-IF
           END-IF.

       310-LEER-PARAMETROS.
           MOVE SPACES TO WS-PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF WS-STATUS-PAR EQUAL '00'
               READ PARAMETROS INTO WS-PARAMETROS
                   AT END
                       CONTINUE
               END-READ
               CLOSE PARAMETROS
           END-IF.

       320-GENERAR-MOVIMIENTO.
           READ IDSE-MOV NEXT RECORD
               AT END
                   MOVE 1 TO WS-FLAG
               NOT AT END
                   IF IDM-PENDIENTE OR IDM-RECHAZADO
                       PERFORM 330-REFRESCAR-FISCAL
                       IF IDM-NSS EQUAL SPACES
                           ADD 1 TO WS-SIN-NSS
                           DISPLAY IDM-ID-EMPL ' ' IDM-MOVIMIENTO
                                   ' ' IDM-F-MOVIMIENTO
                                   ' RETENIDO, SIN NSS'
                       ELSE
                           PERFORM 340-ESCRIBIR-LINEA
                       END-IF
                   END-IF
           END-READ.

       330-REFRESCAR-FISCAL.
           IF WS-HAY-FIS EQUAL 'S'
               MOVE IDM-ID-EMPL TO FIS-ID-EMPL
               READ FISCAL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FIS-NSS NOT EQUAL SPACES
                           MOVE FIS-NSS  TO IDM-NSS
                       END-IF
                       IF FIS-CURP NOT EQUAL SPACES
                           MOVE FIS-CURP TO IDM-CURP
                       END-IF
               END-READ
           END-IF.

      *    EL NOMBRE DEL MAESTRO SE PARTE EN APELLIDO PATERNO,
      *    MATERNO Y NOMBRE(S), EN ESE ORDEN, COMO SE CAPTURA. LAS
      *    BAJAS VIAJAN SIN SALARIO.
       340-ESCRIBIR-LINEA.
           MOVE SPACES TO REG-IDSE.
           MOVE WS-PAR-REG-PATRONAL TO IDS-REG-PATRONAL.
           MOVE IDM-NSS             TO IDS-NSS.
           MOVE 1 TO WS-PTR.
           UNSTRING IDM-NOMBRE DELIMITED BY ALL SPACE
               INTO IDS-PATERNO IDS-MATERNO
               WITH POINTER WS-PTR
           END-UNSTRING.
           IF WS-PTR NOT GREATER 30
               MOVE IDM-NOMBRE(WS-PTR:) TO IDS-NOMBRE
           END-IF.
           IF IDM-BAJA
               MOVE 0 TO IDS-SBC
           ELSE
               IF IDM-SDI GREATER 9999.99
                   MOVE 9999.99 TO IDS-SBC
                   DISPLAY IDM-ID-EMPL ' SDI ' IDM-SDI
                           ' EXCEDE EL CAMPO, SE ENVIA 9999.99'
               ELSE
                   MOVE IDM-SDI TO IDS-SBC
               END-IF
           END-IF.
           MOVE '1' TO IDS-TIPO-TRABAJADOR.
           MOVE '0' TO IDS-TIPO-SALARIO.
           MOVE '0' TO IDS-JORNADA.
           STRING IDM-F-MOVIMIENTO(7:2) IDM-F-MOVIMIENTO(5:2)
                  IDM-F-MOVIMIENTO(1:4)
               DELIMITED BY SIZE INTO IDS-F-MOVIMIENTO.
           MOVE IDM-TIPO-MOV   TO IDS-TIPO-MOV.
           MOVE IDM-ID-EMPL    TO IDS-CLAVE-TRAB.
           MOVE IDM-CAUSA-BAJA TO IDS-CAUSA-BAJA.
           MOVE IDM-CURP       TO IDS-CURP.
           MOVE '9'            TO IDS-IDENTIFICADOR.
           WRITE REG-IDSE.
           SET IDM-ENVIADO TO TRUE.
           MOVE WS-F-HOY TO IDM-F-ENVIO.
           MOVE 0        TO IDM-F-ACUSE.
           MOVE SPACES   TO IDM-ACUSE.
           REWRITE REG-IDSE-MOV
               INVALID KEY
                   DISPLAY 'ERROR AL MARCAR COMO ENVIADO EL ID-EMPL '
                           IDM-ID-EMPL
           END-REWRITE.
           ADD 1 TO WS-CONTADOR.

      *    EL ACUSE DEL IMSS CUBRE TODO EL LOTE DE UN ENVIO.
       400-ACUSE.
           DISPLAY 'FECHA DEL ENVIO (AAAAMMDD)' ACCEPT WS-F-ENVIO-BUS.
           DISPLAY 'FOLIO DEL ACUSE DEL IMSS'   ACCEPT WS-ACUSE-BUS.
           MOVE 0 TO WS-CONTADOR.
           PERFORM 700-INICIAR-RECORRIDO.
           PERFORM 410-MARCAR-ACUSE UNTIL WS-FLAG EQUAL 1.
           DISPLAY 'MOVIMIENTOS CON ACUSE REGISTRADO: ' WS-CONTADOR.

       410-MARCAR-ACUSE.
           READ IDSE-MOV NEXT RECORD
               AT END
                   MOVE 1 TO WS-FLAG
               NOT AT END
                   IF IDM-ENVIADO
                      AND IDM-F-ENVIO EQUAL WS-F-ENVIO-BUS
                       SET IDM-ACEPTADO TO TRUE
                       MOVE WS-F-HOY     TO IDM-F-ACUSE
                       MOVE WS-ACUSE-BUS TO IDM-ACUSE
                       REWRITE REG-IDSE-MOV
                           INVALID KEY
                               DISPLAY 'ERROR AL REGISTRAR ACUSE DEL '
                                       'ID-EMPL ' IDM-ID-EMPL
                           NOT INVALID KEY
                               ADD 1 TO WS-CONTADOR
                       END-REWRITE
                   END-IF
           END-READ.

      *    UN MOVIMIENTO QUE EL IMSS NO ACEPTO VUELVE A LA COLA Y
      *    SALE EN EL SIGUIENTE ARCHIVO, DESPUES DE CORREGIR EL DATO
      *    (NORMALMENTE EL NSS O LA CURP EN ALL-SEC).
       500-RECHAZO.
           DISPLAY 'ID-EMPL DEL MOVIMIENTO RECHAZADO' ACCEPT WS-ID-BUS.
           DISPLAY 'FECHA DEL ENVIO (AAAAMMDD)' ACCEPT WS-F-ENVIO-BUS.
           MOVE 0 TO WS-CONTADOR.
           PERFORM 700-INICIAR-RECORRIDO.
           PERFORM 510-MARCAR-RECHAZO UNTIL WS-FLAG EQUAL 1.
           IF WS-CONTADOR EQUAL 0
               DISPLAY 'NO HAY MOVIMIENTOS ENVIADOS DE ESE EMPLEADO '
                       'EN ESA FECHA'
           ELSE
               DISPLAY 'MOVIMIENTOS DEVUELTOS A LA COLA: '
                       WS-CONTADOR
           END-IF.

       510-MARCAR-RECHAZO.
           READ IDSE-MOV NEXT RECORD
               AT END
                   MOVE 1 TO WS-FLAG
               NOT AT END
                   IF IDM-ENVIADO
                      AND IDM-ID-EMPL EQUAL WS-ID-BUS
                      AND IDM-F-ENVIO EQUAL WS-F-ENVIO-BUS
                       DISPLAY IDM-ID-EMPL ' ' IDM-MOVIMIENTO ' '
                               IDM-F-MOVIMIENTO
                       DISPLAY 'CONFIRMA RECHAZO S/N' ACCEPT WS-RES
                       IF WS-RES EQUAL 'S'
                           SET IDM-RECHAZADO TO TRUE
                           REWRITE REG-IDSE-MOV
                               INVALID KEY
                                   DISPLAY 'ERROR AL REGISTRAR EL '
                                           'RECHAZO'
                               NOT INVALID KEY
                                   ADD 1 TO WS-CONTADOR
                           END-REWRITE
                       END-IF
                   END-IF
           END-READ.

      *    TODO LO QUE NO TIENE ACUSE, CON SU FECHA LIMITE. LO NO
      *    ENVIADO CON LA FECHA LIMITE YA PASADA SALE VENCIDO; LO
      *    ENVIADO DESPUES DE LA FECHA LIMITE SALE COMO TARDIO.
       600-REPORTE.
           DISPLAY '======================================='.
           DISPLAY '  MOVIMIENTOS IMSS SIN ACUSE AL ' WS-F-HOY.
           DISPLAY '======================================='.
           DISPLAY 'ID    MOVTO    TM F-MOVTO  F-LIMITE E '
                   'F-ENVIO  OBSERVACION'.
           MOVE 0 TO WS-CONTADOR WS-VENCIDOS WS-TARDE.
           PERFORM 700-INICIAR-RECORRIDO.
           PERFORM 610-DETALLE UNTIL WS-FLAG EQUAL 1.
           DISPLAY '======================================='.
           DISPLAY 'MOVIMIENTOS SIN ACUSE:   ' WS-CONTADOR.
           DISPLAY 'VENCIDOS SIN ENVIAR:     ' WS-VENCIDOS.
           DISPLAY 'ENVIADOS FUERA DE PLAZO: ' WS-TARDE.

       610-DETALLE.
           READ IDSE-MOV NEXT RECORD
               AT END
                   MOVE 1 TO WS-FLAG
               NOT AT END
                   IF NOT IDM-ACEPTADO
                       PERFORM 620-IMPRIMIR
                   END-IF
           END-READ.

       620-IMPRIMIR.
           MOVE SPACES TO WS-OBSERVACION.
           IF IDM-ENVIADO
               IF IDM-F-ENVIO GREATER IDM-F-LIMITE
                   MOVE 'ENVIO TARDIO' TO WS-OBSERVACION
                   ADD 1 TO WS-TARDE
               END-IF
           ELSE
               EVALUATE TRUE
                   WHEN WS-F-HOY GREATER IDM-F-LIMITE
                       MOVE 'VENCIDO' TO WS-OBSERVACION
                       ADD 1 TO WS-VENCIDOS
                   WHEN WS-F-HOY EQUAL IDM-F-LIMITE
                       MOVE 'VENCE HOY' TO WS-OBSERVACION
                   WHEN IDM-NSS EQUAL SPACES
                       MOVE 'SIN NSS' TO WS-OBSERVACION
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           DISPLAY IDM-ID-EMPL ' ' IDM-MOVIMIENTO ' ' IDM-TIPO-MOV ' '
                   IDM-F-MOVIMIENTO ' ' IDM-F-LIMITE ' ' IDM-ESTADO
                   ' ' IDM-F-ENVIO ' ' WS-OBSERVACION.
           ADD 1 TO WS-CONTADOR.

       700-INICIAR-RECORRIDO.
           MOVE LOW-VALUES TO IDM-LLAVE.
           MOVE 0 TO WS-FLAG.
           START IDSE-MOV KEY IS NOT LESS THAN IDM-LLAVE
               INVALID KEY
                   MOVE 1 TO WS-FLAG
           END-START.

      *    QUINTO DIA HABIL (LUNES A VIERNES QUE NO SEA FESTIVO)
      *    DESPUES DE LA FECHA DEL MOVIMIENTO. EL DIA 1 DEL
      *    CALENDARIO ENTERO FUE LUNES, ASI QUE EL RESIDUO ENTRE 7
      *    DA 6 EN SABADO Y 0 EN DOMINGO.
       900-FECHA-LIMITE.
           COMPUTE WS-DIA-INT =
               FUNCTION INTEGER-OF-DATE(IDM-F-MOVIMIENTO).
           MOVE 0 TO WS-HABILES.
           PERFORM UNTIL WS-HABILES EQUAL 5
               ADD 1 TO WS-DIA-INT
               COMPUTE WS-DIA-SEMANA = FUNCTION MOD(WS-DIA-INT, 7)
               IF WS-DIA-SEMANA NOT EQUAL 6
                  AND WS-DIA-SEMANA NOT EQUAL 0
                   PERFORM 910-REVISAR-FESTIVO
                   IF WS-ES-HABIL EQUAL 'S'
                       ADD 1 TO WS-HABILES
                   END-IF
               END-IF
           END-PERFORM.
           COMPUTE IDM-F-LIMITE = FUNCTION DATE-OF-INTEGER(WS-DIA-INT).

       910-REVISAR-FESTIVO.
           MOVE 'S' TO WS-ES-HABIL.
           IF WS-HAY-FES EQUAL 'S'
               COMPUTE FES-FECHA = FUNCTION DATE-OF-INTEGER(WS-DIA-INT)
               READ FESTIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'N' TO WS-ES-HABIL
               END-READ
           END-IF.
