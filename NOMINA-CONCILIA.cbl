       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOMINA-CONCILIA.
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
           ASSIGN TO 'NOMCNC.SRT'.
           SELECT SALIDA-ORD
           ASSIGN TO 'NOMCNC.ORD'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-ORD.
           SELECT DISP-HIST
           ASSIGN TO 'DISPERSION-HIST-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DSH-LLAVE
           FILE STATUS IS WS-STATUS-DSH.
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
       FD DISP-HIST.
           COPY DSPHREG.
       FD CONCILIA.
           COPY CONCREG.
       FD OPERADOR.
           COPY OPERREG.
       FD ACCESO.
           COPY ACCESOREG.

       WORKING-STORAGE SECTION.
       01 WS-AREAS.
           05 WS-STATUS-COR              PIC XX.
           05 WS-STATUS-HIST             PIC XX.
           05 WS-STATUS-ORD              PIC XX.
           05 WS-STATUS-DSH              PIC XX.
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
           05 WS-F-HOY                   PIC 9(08).
           05 WS-PERIODO                 PIC 9(06).
           05 WS-PER-MES                 PIC 9(02).
           05 WS-QUINCENA                PIC 9.
           05 WS-CONF                    PIC X.
           05 WS-HAY-DSH                 PIC X.
           05 WS-FIN-HIST                PIC X.
           05 WS-FIN-DSH                 PIC X.
           05 WS-LINEA-OK                PIC X.
           05 WS-CLAVE-CALC              PIC 9(06).
           05 WS-CLAVE-DISP              PIC 9(06).
           05 WS-CALC-NETO               PIC 9(09)V99.
           05 WS-BASE                    PIC 9(09)V99.
           05 WS-DIFERENCIA              PIC 9(09)V99.
           05 WS-ESTADO-TXT              PIC X(22).
           05 WS-EMPLEADOS               PIC 9(05).
           05 WS-CONT-PAGADO             PIC 9(05).
           05 WS-CONT-REEXPEDIDO         PIC 9(05).
           05 WS-CONT-DEVUELTO           PIC 9(05).
           05 WS-CONT-NO-DISPERSADO      PIC 9(05).
           05 WS-CONT-SIN-CALCULO        PIC 9(05).
           05 WS-TOT-CALCULADO           PIC 9(09)V99.
           05 WS-TOT-PAGADO              PIC 9(09)V99.
           05 WS-TOT-REEXPEDIDO          PIC 9(09)V99.
           05 WS-TOT-DEVUELTO            PIC 9(09)V99.
           05 WS-TOT-NO-DISPERSADO       PIC 9(09)V99.
           05 WS-TOT-DE-MAS              PIC 9(09)V99.
           05 WS-TOT-SIN-CALCULO         PIC 9(09)V99.
           05 WS-TOT-CONCILIADO          PIC 9(09)V99.
           05 WS-CUADRA                  PIC X.
           05 WS-YA-FIRMADA              PIC X.

       PROCEDURE DIVISION.
      *    CONCILIA UNA CORRIDA DE NOMINA CONTRA LO QUE REALMENTE
      *    LLEGO AL BANCO: CADA NETO DEL HISTORIAL SE CRUZA CON LA
      *    BITACORA DE DEPOSITOS (DISPERSADO, DEVUELTO POR EL BANCO
      *    O REEXPEDIDO) Y LOS TOTALES DEBEN CUADRAR CON
      *    COR-TOT-NETO. TESORERIA (UN SUPERVISOR) FIRMA LA
      *    CONCILIACION PARA DAR LA CORRIDA POR CERRADA.
       010-INITIAL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-F-HOY.
           PERFORM 050-LOGIN.
           IF WS-LOGIN-OK EQUAL 'S'
               PERFORM 090-VERIFICAR-HIST
               PERFORM 100-ABRIR
               PERFORM 110-PEDIR-CORRIDA
               IF WS-CONF EQUAL 'S'
                   PERFORM 020-ORDENAR
                   PERFORM 200-ENCABEZADO
                   PERFORM 300-CONCILIAR
                   PERFORM 400-CIERRE
                   PERFORM 500-REGISTRAR
               END-IF
               PERFORM 100-CERRAR
           END-IF.
       GOBACK.

       050-LOGIN.
           MOVE 'N' TO WS-LOGIN-OK.
           OPEN I-O OPERADOR.
           IF WS-STATUS-OPE EQUAL '35'
               DISPLAY 'AVISO: NO EXISTE OPERADOR.TXT, CREALO CON '
               DISPLAY 'OPERADOR-SEC ANTES DE USAR NOMINA-CONCILIA'
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
           MOVE 'NOM-CONCILIA'              TO ACC-PROGRAMA.
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

       090-VERIFICAR-HIST.
           OPEN INPUT HIST.
           IF WS-STATUS-HIST EQUAL '35'
               DISPLAY 'NO EXISTE NOMINA-HIST-FILE, NO HAY CORRIDAS '
                       'QUE CONCILIAR'
               STOP RUN
           END-IF.
           IF WS-STATUS-HIST NOT EQUAL '00'
               DISPLAY 'ERROR AL ABRIR NOMINA-HIST-FILE, '
                       'FILE STATUS: ' WS-STATUS-HIST
               STOP RUN
           END-IF.
           CLOSE HIST.

      *    EL HISTORIAL SE ORDENA POR EMPLEADO, EL MISMO ORDEN DE LA
      *    BITACORA DE DEPOSITOS, PARA CRUZARLOS EN UN SOLO PASO.
       020-ORDENAR.
           SORT WORK-HIST
               ON ASCENDING KEY WRK-ID-EMPL
               USING HIST
               GIVING SALIDA-ORD.

       100-ABRIR.
           OPEN INPUT CORRIDA.
           IF WS-STATUS-COR NOT EQUAL '00'
               DISPLAY 'ERROR AL ABRIR NOMINA-CORRIDA-FILE, '
                       'FILE STATUS: ' WS-STATUS-COR
               STOP RUN
           END-IF.
           MOVE 'S' TO WS-HAY-DSH.
           OPEN INPUT DISP-HIST.
           IF WS-STATUS-DSH EQUAL '35'
               MOVE 'N' TO WS-HAY-DSH
               DISPLAY 'AVISO: NO EXISTE DISPERSION-HIST-FILE, NINGUN '
                       'NETO APARECE COMO DISPERSADO'
           ELSE
               IF WS-STATUS-DSH NOT EQUAL '00'
                   DISPLAY 'ERROR AL ABRIR DISPERSION-HIST-FILE, '
                           'FILE STATUS: ' WS-STATUS-DSH
                   CLOSE CORRIDA
                   STOP RUN
               END-IF
           END-IF.
           OPEN I-O CONCILIA.
           IF WS-STATUS-CNC EQUAL '35'
               OPEN OUTPUT CONCILIA
               CLOSE CONCILIA
               OPEN I-O CONCILIA
           END-IF.
           IF WS-STATUS-CNC NOT EQUAL '00'
               DISPLAY 'ERROR AL ABRIR CONCILIACION-FILE, '
                       'FILE STATUS: ' WS-STATUS-CNC
               CLOSE CORRIDA
               IF WS-HAY-DSH EQUAL 'S'
                   CLOSE DISP-HIST
               END-IF
               STOP RUN
           END-IF.

       100-CERRAR.
           CLOSE CORRIDA.
           IF WS-HAY-DSH EQUAL 'S'
               CLOSE DISP-HIST
           END-IF.
           CLOSE CONCILIA.

      *    SOLO SE CONCILIA UNA CORRIDA REGISTRADA Y VIGENTE.
       110-PEDIR-CORRIDA.
           MOVE 'N' TO WS-CONF.
           DISPLAY 'PERIODO A CONCILIAR (AAAAMM)' ACCEPT WS-PERIODO.
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
                                   'CONCILIAR'
                       ELSE
                           MOVE 'S' TO WS-CONF
                       END-IF
               END-READ
           END-IF.

       200-ENCABEZADO.
           DISPLAY '======================================='.
           DISPLAY ' CONCILIACION NOMINA CONTRA BANCO'.
           DISPLAY ' CORRIDA: ' WS-PERIODO ' QUINCENA ' WS-QUINCENA
                   '  FECHA: ' COR-FECHA.
           DISPLAY '======================================='.
           DISPLAY 'ID     CALCULADO    DEPOSITADO   SITUACION'.

      *    CRUCE POR EMPLEADO DE LOS NETOS CALCULADOS CONTRA LOS
      *    DEPOSITOS DE LA BITACORA; LA CLAVE 999999 MARCA EL FIN DE
      *    CADA LADO.
       300-CONCILIAR.
           OPEN INPUT SALIDA-ORD.
           IF WS-STATUS-ORD NOT EQUAL '00'
               DISPLAY 'ERROR AL ABRIR EL ARCHIVO ORDENADO, '
                       'FILE STATUS: ' WS-STATUS-ORD
               PERFORM 100-CERRAR
               STOP RUN
           END-IF.
           MOVE 0 TO WS-EMPLEADOS WS-CONT-PAGADO WS-CONT-REEXPEDIDO.
           MOVE 0 TO WS-CONT-DEVUELTO WS-CONT-NO-DISPERSADO.
           MOVE 0 TO WS-CONT-SIN-CALCULO.
           MOVE 0 TO WS-TOT-CALCULADO WS-TOT-PAGADO WS-TOT-REEXPEDIDO.
           MOVE 0 TO WS-TOT-DEVUELTO WS-TOT-NO-DISPERSADO.
           MOVE 0 TO WS-TOT-DE-MAS WS-TOT-SIN-CALCULO.
           MOVE 'N' TO WS-FIN-HIST.
           PERFORM 311-LEER-HIST.
           PERFORM 310-SIGUIENTE-CALCULO.
           MOVE 'N' TO WS-FIN-DSH.
           IF WS-HAY-DSH NOT EQUAL 'S'
               MOVE 'S' TO WS-FIN-DSH
           END-IF.
           PERFORM 320-SIGUIENTE-DEPOSITO.
           PERFORM 330-CRUZAR UNTIL WS-CLAVE-CALC EQUAL 999999
                                AND WS-CLAVE-DISP EQUAL 999999.
           CLOSE SALIDA-ORD.

      *    JUNTA TODAS LAS LINEAS DE NOMINA DEL EMPLEADO EN LA
      *    CORRIDA (UNA CORRIDA REPETIDA CON AUTORIZACION DEJA DOS).
       310-SIGUIENTE-CALCULO.
           MOVE 0 TO WS-CALC-NETO.
           IF WS-FIN-HIST EQUAL 'S'
               MOVE 999999 TO WS-CLAVE-CALC
           ELSE
               MOVE ORD-ID-EMPL TO WS-CLAVE-CALC
               PERFORM 312-SUMAR-LINEA
                   UNTIL WS-FIN-HIST EQUAL 'S'
                      OR ORD-ID-EMPL NOT EQUAL WS-CLAVE-CALC
           END-IF.

       311-LEER-HIST.
           MOVE 'N' TO WS-LINEA-OK.
           PERFORM UNTIL WS-LINEA-OK EQUAL 'S' OR WS-FIN-HIST EQUAL 'S'
               READ SALIDA-ORD
                   AT END
                       MOVE 'S' TO WS-FIN-HIST
                   NOT AT END
                       IF ORD-TIPO-NOMINA
                          AND ORD-PERIODO EQUAL WS-PERIODO
                          AND ORD-QUINCENA EQUAL WS-QUINCENA
                           MOVE 'S' TO WS-LINEA-OK
                       END-IF
               END-READ
           END-PERFORM.

       312-SUMAR-LINEA.
           ADD ORD-NETO TO WS-CALC-NETO.
           PERFORM 311-LEER-HIST.

       320-SIGUIENTE-DEPOSITO.
           MOVE 'N' TO WS-LINEA-OK.
           PERFORM UNTIL WS-LINEA-OK EQUAL 'S' OR WS-FIN-DSH EQUAL 'S'
               READ DISP-HIST NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-FIN-DSH
                   NOT AT END
                       IF DSH-TIPO-NOMINA
                          AND DSH-PERIODO EQUAL WS-PERIODO
                          AND DSH-QUINCENA EQUAL WS-QUINCENA
                           MOVE 'S' TO WS-LINEA-OK
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-FIN-DSH EQUAL 'S'
               MOVE 999999 TO WS-CLAVE-DISP
           ELSE
               MOVE DSH-ID-EMPL TO WS-CLAVE-DISP
           END-IF.

       330-CRUZAR.
           EVALUATE TRUE
               WHEN WS-CLAVE-CALC LESS WS-CLAVE-DISP
                   PERFORM 340-NO-DISPERSADO
                   PERFORM 310-SIGUIENTE-CALCULO
               WHEN WS-CLAVE-DISP LESS WS-CLAVE-CALC
                   PERFORM 350-SIN-CALCULO
                   PERFORM 320-SIGUIENTE-DEPOSITO
               WHEN OTHER
                   PERFORM 360-CLASIFICAR
                   PERFORM 310-SIGUIENTE-CALCULO
                   PERFORM 320-SIGUIENTE-DEPOSITO
           END-EVALUATE.

       340-NO-DISPERSADO.
           ADD 1 TO WS-EMPLEADOS WS-CONT-NO-DISPERSADO.
           ADD WS-CALC-NETO TO WS-TOT-CALCULADO WS-TOT-NO-DISPERSADO.
           DISPLAY WS-CLAVE-CALC ' ' WS-CALC-NETO ' '
                   '             NUNCA DISPERSADO'.

      *    UN DEPOSITO SIN NETO CALCULADO EN LA CORRIDA NO ENTRA EN
      *    EL CUADRE; SE LISTA PARA QUE TESORERIA LO ACLARE.
       350-SIN-CALCULO.
           ADD 1 TO WS-CONT-SIN-CALCULO.
           ADD DSH-MONTO TO WS-TOT-SIN-CALCULO.
           DISPLAY WS-CLAVE-DISP ' ' '            ' ' '
                   DSH-MONTO ' DEPOSITO SIN NETO CALCULADO'.

      *    LA PARTE DEPOSITADA SE CLASIFICA POR LO QUE HIZO EL BANCO;
      *    SI SE DEPOSITO MENOS DE LO CALCULADO EL FALTANTE CUENTA
      *    COMO NO DISPERSADO, Y SI SE DEPOSITO DE MAS EL EXCEDENTE
      *    SE REPORTA APARTE, FUERA DEL CUADRE.
       360-CLASIFICAR.
           ADD 1 TO WS-EMPLEADOS.
           ADD WS-CALC-NETO TO WS-TOT-CALCULADO.
           IF DSH-MONTO LESS WS-CALC-NETO
               MOVE DSH-MONTO TO WS-BASE
               COMPUTE WS-DIFERENCIA = WS-CALC-NETO - DSH-MONTO
               ADD WS-DIFERENCIA TO WS-TOT-NO-DISPERSADO
           ELSE
               MOVE WS-CALC-NETO TO WS-BASE
               COMPUTE WS-DIFERENCIA = DSH-MONTO - WS-CALC-NETO
               ADD WS-DIFERENCIA TO WS-TOT-DE-MAS
           END-IF.
           EVALUATE TRUE
               WHEN DSH-DEVUELTO
                   ADD 1 TO WS-CONT-DEVUELTO
                   ADD WS-BASE TO WS-TOT-DEVUELTO
                   MOVE 'DEVUELTO, PENDIENTE' TO WS-ESTADO-TXT
               WHEN DSH-REEXPEDIDO
                   ADD 1 TO WS-CONT-REEXPEDIDO
                   ADD WS-BASE TO WS-TOT-REEXPEDIDO
                   MOVE 'DEVUELTO Y REEXPEDIDO' TO WS-ESTADO-TXT
               WHEN OTHER
                   ADD 1 TO WS-CONT-PAGADO
                   ADD WS-BASE TO WS-TOT-PAGADO
                   MOVE 'PAGADO' TO WS-ESTADO-TXT
           END-EVALUATE.
           DISPLAY WS-CLAVE-CALC ' ' WS-CALC-NETO ' ' DSH-MONTO ' '
                   WS-ESTADO-TXT.
           IF WS-DIFERENCIA GREATER 0
               DISPLAY '       DIFERENCIA ENTRE CALCULADO Y '
                       'DEPOSITADO: ' WS-DIFERENCIA
           END-IF.
           IF DSH-DEVUELTO
               DISPLAY '       MOTIVO DEL BANCO: ' DSH-MOTIVO
           END-IF.

      *    PAGADO + REEXPEDIDO + DEVUELTO + NO DISPERSADO ES TODO LO
      *    CALCULADO, Y LO CALCULADO DEBE SER EL NETO DE LA CORRIDA.
       400-CIERRE.
           COMPUTE WS-TOT-CONCILIADO = WS-TOT-PAGADO
               + WS-TOT-REEXPEDIDO + WS-TOT-DEVUELTO
               + WS-TOT-NO-DISPERSADO.
           IF WS-TOT-CONCILIADO EQUAL COR-TOT-NETO
              AND WS-TOT-CALCULADO EQUAL COR-TOT-NETO
               MOVE 'S' TO WS-CUADRA
           ELSE
               MOVE 'N' TO WS-CUADRA
           END-IF.
           DISPLAY '======================================='.
           DISPLAY 'EMPLEADOS EN LA CORRIDA:        ' WS-EMPLEADOS.
           DISPLAY 'PAGADO:                ' WS-CONT-PAGADO ' '
                   WS-TOT-PAGADO.
           DISPLAY 'DEVUELTO Y REEXPEDIDO: ' WS-CONT-REEXPEDIDO ' '
                   WS-TOT-REEXPEDIDO.
           DISPLAY 'DEVUELTO PENDIENTE:    ' WS-CONT-DEVUELTO ' '
                   WS-TOT-DEVUELTO.
           DISPLAY 'NUNCA DISPERSADO:      ' WS-CONT-NO-DISPERSADO ' '
                   WS-TOT-NO-DISPERSADO.
           DISPLAY 'TOTAL CONCILIADO:            ' WS-TOT-CONCILIADO.
           DISPLAY 'TOTAL CALCULADO (HISTORIAL): ' WS-TOT-CALCULADO.
           DISPLAY 'COR-TOT-NETO DE LA CORRIDA:   ' COR-TOT-NETO.
           IF WS-CUADRA EQUAL 'S'
               DISPLAY 'LA CONCILIACION CUADRA CON LA CORRIDA'
           ELSE
               DISPLAY 'AVISO: LA CONCILIACION NO CUADRA CON '
                       'COR-TOT-NETO'
           END-IF.
           IF WS-TOT-DE-MAS GREATER 0
               DISPLAY 'DEPOSITADO DE MAS:           ' WS-TOT-DE-MAS
           END-IF.
           IF WS-CONT-SIN-CALCULO GREATER 0
               DISPLAY 'DEPOSITOS SIN NETO CALCULADO: '
                       WS-CONT-SIN-CALCULO ' ' WS-TOT-SIN-CALCULO
           END-IF.

      *    LA CONCILIACION SE GUARDA CON SUS TOTALES. UNA YA FIRMADA
      *    NO SE REEMPLAZA. SOLO UN SUPERVISOR FIRMA, Y SI QUEDAN
      *    PARTIDAS ABIERTAS O NO CUADRA SE PIDE CONFIRMACION.
       500-REGISTRAR.
           MOVE 'N' TO WS-YA-FIRMADA.
           MOVE WS-PERIODO  TO CNC-PERIODO.
           MOVE WS-QUINCENA TO CNC-QUINCENA.
           READ CONCILIA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CNC-FIRMADA
                       MOVE 'S' TO WS-YA-FIRMADA
                   END-IF
           END-READ.
           IF WS-YA-FIRMADA EQUAL 'S'
               DISPLAY 'ESTA CORRIDA YA FUE FIRMADA POR TESORERIA EL '
                       CNC-F-FIRMA ' (' CNC-OPERADOR-FIRMA ')'
           ELSE
               PERFORM 510-GUARDAR-TOTALES
               IF ROL-ACTUAL-SUPERVISOR
                   PERFORM 520-FIRMAR
               ELSE
                   DISPLAY 'CONCILIACION GUARDADA; LA FIRMA DE '
                           'TESORERIA REQUIERE UN SUPERVISOR'
               END-IF
           END-IF.

       510-GUARDAR-TOTALES.
           MOVE WS-PERIODO            TO CNC-PERIODO.
           MOVE WS-QUINCENA           TO CNC-QUINCENA.
           MOVE WS-F-HOY              TO CNC-F-CONCILIA.
           MOVE COR-TOT-NETO          TO CNC-COR-TOT-NETO.
           MOVE WS-TOT-CALCULADO      TO CNC-TOT-CALCULADO.
           MOVE WS-TOT-PAGADO         TO CNC-TOT-PAGADO.
           MOVE WS-TOT-REEXPEDIDO     TO CNC-TOT-REEXPEDIDO.
           MOVE WS-TOT-DEVUELTO       TO CNC-TOT-DEVUELTO.
           MOVE WS-TOT-NO-DISPERSADO  TO CNC-TOT-NO-DISPERSADO.
           MOVE WS-TOT-DE-MAS         TO CNC-TOT-DE-MAS.
           SET CNC-POR-FIRMAR TO TRUE.
           MOVE SPACES                TO CNC-OPERADOR-FIRMA.
           MOVE 0                     TO CNC-F-FIRMA.
           WRITE REG-CONCILIA
               INVALID KEY
                   REWRITE REG-CONCILIA
                       INVALID KEY
                           DISPLAY 'ERROR AL GUARDAR LA CONCILIACION'
                   END-REWRITE
           END-WRITE.

       520-FIRMAR.
           MOVE 'N' TO WS-CONF.
           IF WS-CUADRA NOT EQUAL 'S'
              OR WS-TOT-DEVUELTO GREATER 0
              OR WS-TOT-NO-DISPERSADO GREATER 0
              OR WS-TOT-DE-MAS GREATER 0
              OR WS-CONT-SIN-CALCULO GREATER 0
               DISPLAY 'AVISO: HAY PARTIDAS ABIERTAS O DIFERENCIAS '
                       'EN LA CONCILIACION'
               DISPLAY 'FIRMAR DE TODOS MODOS? S/N' ACCEPT WS-CONF
           ELSE
               DISPLAY 'FIRMAR LA CONCILIACION COMO TESORERIA? S/N'
                   ACCEPT WS-CONF
           END-IF.
           IF WS-CONF EQUAL 'S'
               SET CNC-FIRMADA TO TRUE
               MOVE WS-OPERADOR-ACTUAL TO CNC-OPERADOR-FIRMA
               MOVE WS-F-HOY           TO CNC-F-FIRMA
               REWRITE REG-CONCILIA
                   INVALID KEY
                       DISPLAY 'ERROR AL FIRMAR LA CONCILIACION'
                   NOT INVALID KEY
                       DISPLAY 'CONCILIACION FIRMADA, LA CORRIDA '
                               'QUEDA CERRADA PARA TESORERIA'
               END-REWRITE
           ELSE
               DISPLAY 'CONCILIACION GUARDADA SIN FIRMA'
           END-IF.
