           ASSIGN TO 'CTA-CAMBIO-FILE'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-CTAC.
           SELECT FISCAL
           ASSIGN TO 'FISCAL-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FIS-ID-EMPL
           FILE STATUS IS WS-STATUS-FIS.
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
           SELECT CAMBIO-PEND
           ASSIGN TO 'CAMBIO-PEND-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CPE-LLAVE
           FILE STATUS IS WS-STATUS-CPE.
           SELECT PRESTAMO
           ASSIGN TO 'PRESTAMO-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PR-LLAVE
           FILE STATUS IS WS-STATUS-PR.
           SELECT AHORRO
           ASSIGN TO 'AHORRO-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AHO-ID-EMPL
           FILE STATUS IS WS-STATUS-AHO.
           SELECT CONTRATO
           ASSIGN TO 'CONTRATO-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTO-ID-EMPL
           FILE STATUS IS WS-STATUS-CTO.
           SELECT CTO-RENOV
           ASSIGN TO 'CONTRATO-RENOV-FILE'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-CTOR.
           SELECT EMPL-HIST
           ASSIGN TO 'EMPL-HIST-FILE'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-EMH.

       DATA DIVISION.
       FILE SECTION.
           COPY BANCOREG.
       FD CTA-CAMBIO.
           COPY CTACAMREG.
       FD FISCAL.
           COPY FISCREG.
       FD AUMENTO-PEND.
           COPY AUMPREG.
       FD RETROACTIVO.
           COPY RETROREG.
       FD CAMBIO-PEND.
           COPY CAMPREG.
       FD PRESTAMO.
           COPY PRESTREG.
       FD AHORRO.
           COPY AHORREG.
       FD CONTRATO.
           COPY CONTREG.
       FD CTO-RENOV.
           COPY CTORREG.
       FD EMPL-HIST.
           COPY EMPHREG.

       WORKING-STORAGE SECTION.
       01 WS-EMPL-BACKUP.
           05 WS-BK-ID-EMPL               PIC 9(05).
           05 WS-BK-NOM-EMPL              PIC X(30).
           05 WS-BK-CLV-DEP               PIC 9(03).
           05 WS-BK-NOM-DEP               PIC X(20).
           05 WS-BK-TAB-S                 PIC A.
           05 WS-BK-S-MEN                 PIC 9(07)V99.
           05 WS-BK-F-ING                 PIC 9(08).
           05 WS-BK-ESTADO                PIC X.
           05 WS-BK-PUE-CLV               PIC 9(02).
           05 WS-F-DIA                   PIC 9(02).
           05 WS-DIAS-MES                PIC 9(02).
           05 WS-DEP-FLAG                PIC 9.
           05 WS-S-MEN-ANT               PIC 9(07)V99.
           05 WS-S-MEN-EDIT              PIC Z,ZZZ,ZZ9.99.
           05 WS-ESC-FLAG                PIC 9.
           05 WS-STATUS-OPE              PIC XX.
           05 WS-LOGIN-OK                PIC X.
           05 WS-STATUS-AUD              PIC XX.
           05 WS-STATUS-ACC              PIC XX.
           05 WS-MOVIMIENTO              PIC X(08).
           05 WS-SUELDO-ANT              PIC 9(07)V99.
           05 WS-SUELDO-NVO              PIC 9(07)V99.
           05 WS-STATUS-CARTA            PIC XX.
           05 WS-DEP-ANT                 PIC 9(03).
           05 WS-DEP-NVO                 PIC 9(03).
           05 WS-TAB-ANT                 PIC A.
           05 WS-TAB-NVO                 PIC A.
           05 WS-STATUS-FINQ             PIC XX.
           05 WS-HEADCOUNT-DEP           PIC 9(04).
           05 WS-NOMINA-DEP              PIC 9(09)V99.
           05 WS-ID-EXCLUIR              PIC 9(05).
           05 WS-SUELDO-EVAL             PIC 9(07)V99.
           05 WS-CICLO                   PIC X.
           05 WS-CADENA-ID               PIC 9(05).
           05 WS-CADENA-N                PIC 9(03).
           05 WS-BANDA-OK                PIC X.
           05 WS-SMEN-BANDA-MIN          PIC 9(07)V99.
           05 WS-SMEN-BANDA-MAX          PIC 9(07)V99.
           05 WS-SV-SUELDO-ANT           PIC 9(07)V99.
           05 WS-SV-SUELDO-NVO           PIC 9(07)V99.
           05 WS-SV-DEP-ANT              PIC 9(03).
           05 WS-SV-DEP-NVO              PIC 9(03).
           05 WS-SV-TAB-ANT              PIC A.
           05 WS-SV-TAB-NVO              PIC A.
           05 WS-STATUS-FIS              PIC XX.
           05 WS-FIS-OK                  PIC X.
           05 WS-FIS-MSJ                 PIC X(40).
           05 WS-FIS-I                   PIC 9(02).
           05 WS-FIS-J                   PIC 9(02).
           05 WS-FIS-CAR                 PIC X.
           05 WS-FIS-VALOR               PIC 9(02).
           05 WS-FIS-PESO                PIC 9(02).
           05 WS-FIS-SUMA                PIC 9(05).
           05 WS-FIS-RESTO               PIC 9(02).
           05 WS-FIS-DIG                 PIC 9.
           05 WS-FIS-PROD                PIC 9(02).
           05 WS-FIS-DV                  PIC X.
           05 WS-FIS-MES                 PIC 9(02).
           05 WS-FIS-DIA                 PIC 9(02).
           05 WS-FIS-ALFABETO.
               10 FILLER                 PIC X(19)
                   VALUE '0123456789ABCDEFGHI'.
               10 FILLER                 PIC X(19)
                   VALUE 'JKLMN&OPQRSTUVWXYZ '.
           05 WS-FIS-ACCION              PIC X.
               88 FIS-CAPTURADO           VALUE 'C'.
               88 FIS-CONSERVADO          VALUE 'K'.
           05 WS-STATUS-AUP              PIC XX.
           05 WS-STATUS-RET              PIC XX.
           05 WS-F-EFECTIVA              PIC 9(08).
           05 WS-F-EFECTIVA-OK           PIC X.
           05 WS-AUMENTO-OK              PIC X.
           05 WS-STATUS-CPE              PIC XX.
           05 WS-CTA-PEND                PIC X.
           05 WS-CTA-NVA-PEND            PIC X(18).
           05 WS-SUELDO-PEND             PIC X.
           05 WS-SMEN-PEND               PIC 9(07)V99.
           05 WS-TAB-PEND                PIC A.
           05 WS-FLAG-CPE                PIC 9.
           05 WS-CPE-OK                  PIC X.
           05 WS-DECISION                PIC X.
           05 WS-CPE-MOTIVO              PIC X(30).
           05 WS-TOT-PEND                PIC 9(05).
           05 WS-STATUS-PR               PIC XX.
           05 WS-STATUS-AHO              PIC XX.
           05 WS-SALDO-AHO               PIC 9(09)V99.
           05 WS-FLAG-PR                 PIC 9.
           05 WS-MESES-TOPE-FINQ         PIC 9 VALUE 1.
           05 WS-SALDO-PREST             PIC 9(08)V99.
           05 WS-TOPE-DESC-FINQ          PIC 9(08)V99.
           05 WS-DESC-FINQ               PIC 9(08)V99.
           05 WS-NETO-FINQ               PIC 9(08)V99.
           05 WS-POR-COBRAR              PIC 9(08)V99.
           05 WS-PREST-TRAMITE           PIC 9(03).
           05 WS-STATUS-CTO              PIC XX.
           05 WS-STATUS-CTOR             PIC XX.
           05 WS-CTO-ACCION              PIC X.
               88 CTO-CAPTURADO           VALUE 'C'.
           05 WS-CTO-OK                  PIC X.
           05 WS-CTO-F-MIN               PIC 9(08).
           05 WS-CTO-TIPO-ANT            PIC X.
           05 WS-CTO-F-FIN-ANT           PIC 9(08).
           05 WS-STATUS-EMH              PIC XX.
      *    MISMA LONGITUD QUE REG-EMPL
           05 WS-EMPL-ANTES              PIC X(122).

       PROCEDURE DIVISION.
       010-INITIAL.
               CLOSE EMPLEADO DEPTO ESCALA PUESTO
               STOP RUN
           END-IF.
           OPEN I-O FISCAL.
           IF WS-STATUS-FIS EQUAL '35'
               OPEN OUTPUT FISCAL
               CLOSE FISCAL
               OPEN I-O FISCAL
           END-IF.
           IF WS-STATUS-FIS NOT EQUAL '00'
               DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE DATOS FISCALES, '
                       'FILE STATUS: ' WS-STATUS-FIS
               CLOSE EMPLEADO DEPTO ESCALA PUESTO BANCO
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
               CLOSE EMPLEADO DEPTO ESCALA PUESTO BANCO FISCAL
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
               CLOSE EMPLEADO DEPTO ESCALA PUESTO BANCO FISCAL
               CLOSE AUMENTO-PEND
               STOP RUN
           END-IF.
           OPEN I-O CAMBIO-PEND.
           IF WS-STATUS-CPE EQUAL '35'
               OPEN OUTPUT CAMBIO-PEND
               CLOSE CAMBIO-PEND
               OPEN I-O CAMBIO-PEND
           END-IF.
           IF WS-STATUS-CPE NOT EQUAL '00'
               DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE CAMBIOS POR '
                       'AUTORIZAR, FILE STATUS: ' WS-STATUS-CPE
               CLOSE EMPLEADO DEPTO ESCALA PUESTO BANCO FISCAL
               CLOSE AUMENTO-PEND RETROACTIVO
               STOP RUN
           END-IF.
           OPEN I-O CONTRATO.
           IF WS-STATUS-CTO EQUAL '35'
               OPEN OUTPUT CONTRATO
               CLOSE CONTRATO
               OPEN I-O CONTRATO
           END-IF.
           IF WS-STATUS-CTO NOT EQUAL '00'
               DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE CONTRATOS, '
                       'FILE STATUS: ' WS-STATUS-CTO
               CLOSE EMPLEADO DEPTO ESCALA PUESTO BANCO FISCAL
               CLOSE AUMENTO-PEND RETROACTIVO CAMBIO-PEND
               STOP RUN
           END-IF.

       100-CERRAR.
           CLOSE EMPLEADO.
           CLOSE ESCALA.
           CLOSE PUESTO.
           CLOSE BANCO.
           CLOSE FISCAL.
           CLOSE AUMENTO-PEND.
           CLOSE RETROACTIVO.
           CLOSE CAMBIO-PEND.
           CLOSE CONTRATO.

       250-CARTA-BIENVENIDA.
           OPEN EXTEND CARTAS.
           STRING 'FECHA DE INGRESO: ' F-ING
               DELIMITED BY SIZE INTO CARTA-LINEA.
           WRITE REG-CARTA.
           MOVE S-MEN TO WS-S-MEN-EDIT.
           STRING 'TABULADOR: ' TAB-S '   SUELDO MENSUAL: '
                  WS-S-MEN-EDIT
               DELIMITED BY SIZE INTO CARTA-LINEA.
           WRITE REG-CARTA.
           MOVE '=========================================='
           WRITE REG-AUDITORIA.
           CLOSE AUDITORIA.

      *    IMAGEN COMPLETA DEL EMPLEADO ANTES (WS-EMPL-ANTES, EN
      *    BLANCO SI ES ALTA) Y DESPUES DEL MOVIMIENTO, PARA PODER
      *    RECONSTRUIR EL MAESTRO A CUALQUIER FECHA CON
      *    EMPL-HIST-CONSULTA.
       905-HISTORIA-EMPL.
           OPEN EXTEND EMPL-HIST.
           IF WS-STATUS-EMH EQUAL '35'
               OPEN OUTPUT EMPL-HIST.
           MOVE ID-EMPL                     TO EMH-ID-EMPL.
           MOVE FUNCTION CURRENT-DATE(1:8)  TO EMH-FECHA.
           MOVE FUNCTION CURRENT-DATE(9:6)  TO EMH-HORA.
           MOVE WS-OPERADOR-ACTUAL          TO EMH-OPERADOR.
           MOVE 'ALL-SEC'                   TO EMH-PROGRAMA.
           MOVE WS-MOVIMIENTO               TO EMH-MOVIMIENTO.
           MOVE WS-EMPL-ANTES               TO EMH-ANTES.
           EVALUATE TRUE
               WHEN WS-EMPL-ANTES EQUAL SPACES
                   SET EMH-ALTA TO TRUE
                   MOVE REG-EMPL TO EMH-DESPUES
               WHEN WS-MOVIMIENTO EQUAL 'ELIMINA'
                   SET EMH-ELIMINA TO TRUE
                   MOVE SPACES TO EMH-DESPUES
               WHEN OTHER
                   SET EMH-CAMBIO TO TRUE
                   MOVE REG-EMPL TO EMH-DESPUES
           END-EVALUATE.
           WRITE REG-EMPL-HIST.
           CLOSE EMPL-HIST.

       910-REGISTRAR-TRASLADO.
           OPEN EXTEND TRASLADO.
           IF WS-STATUS-TRAS EQUAL '35'
           IF ROL-ACTUAL-SUPERVISOR
               DISPLAY '4. AUMENTO DE SUELDO'
               DISPLAY '5. ELIMINAR REGISTRO (CAPTURA ERRONEA)'
               DISPLAY '6. AUTORIZAR CAMBIOS DE SUELDO Y CUENTA'
           END-IF.
           DISPLAY '7. CONTRATO: REGISTRO Y RENOVACION'.
           DISPLAY '9. SALIR'.
           DISPLAY 'OPCION'                ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
                   ELSE
                       DISPLAY 'OPCION RESTRINGIDA A SUPERVISORES'
                   END-IF
               WHEN 6
                   IF ROL-ACTUAL-SUPERVISOR
                       PERFORM 700-AUTORIZAR
                   ELSE
                       DISPLAY 'OPCION RESTRINGIDA A SUPERVISORES'
                   END-IF
               WHEN 7 PERFORM 800-CONTRATO
               WHEN 9 CONTINUE
               WHEN OTHER DISPLAY 'OPCION INVALIDA'
           END-EVALUATE.
                   INVALID KEY
                       IF WS-STATUS-EMP EQUAL '23'
                           MOVE 'S' TO WS-ID-OK
                           MOVE SPACES TO WS-EMPL-ANTES
                       ELSE
                           DISPLAY 'ERROR DE LECTURA EN EMPLEADOS, '
                                   'FILE STATUS: ' WS-STATUS-EMP
                           IF WS-CONF EQUAL 'S'
                               MOVE 'S' TO WS-REHIRE
                               MOVE 'S' TO WS-ID-OK
                               MOVE REG-EMPL TO WS-EMPL-ANTES
                               MOVE S-MEN   TO WS-SUELDO-ANT
                               MOVE CLV-DEP TO WS-DEP-ANT
                               MOVE TAB-S   TO WS-TAB-ANT
               MOVE 0 TO JEFE-ID
           END-IF.

      *    RFC, CURP, NSS Y CODIGO POSTAL FISCAL SON OBLIGATORIOS
      *    PARA DAR DE ALTA; EN UN REINGRESO SE OFRECEN LOS QUE YA
      *    TENIA REGISTRADOS.
           201-FISCAL.
           MOVE SPACE TO WS-FIS-ACCION.
           IF WS-REHIRE EQUAL 'S'
               MOVE ID-EMPL TO FIS-ID-EMPL
               READ FISCAL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY 'DATOS FISCALES REGISTRADOS: RFC '
                               FIS-RFC ' CURP ' FIS-CURP
                       DISPLAY 'NSS ' FIS-NSS ' C.P. ' FIS-CP
                       DISPLAY 'CONSERVARLOS? S/N' ACCEPT WS-CONF
                       IF WS-CONF EQUAL 'S'
                           SET FIS-CONSERVADO TO TRUE
                       END-IF
               END-READ
           END-IF.
           IF NOT FIS-CONSERVADO
               PERFORM 930-CAPTURAR-FISCAL
           END-IF.

           201-FING.
               MOVE 'N' TO WS-FING-OK.
               PERFORM UNTIL WS-FING-OK EQUAL 'S'
                       END-IF
                   END-EVALUATE
               END-PERFORM.
               PERFORM 932-CAPTURAR-CONTRATO.

               MOVE CLV-DEP TO DEPTO-CLV.
               READ DEPTO
                           MOVE CLV-DEP   TO WS-DEP-NVO
                           MOVE TAB-S     TO WS-TAB-NVO
                           PERFORM 900-AUDITAR
                           PERFORM 905-HISTORIA-EMPL
                           PERFORM 931-GRABAR-FISCAL
                           PERFORM 933-GRABAR-CONTRATO
                           PERFORM 250-CARTA-BIENVENIDA
                   END-REWRITE
               ELSE
                           MOVE SPACE     TO WS-TAB-ANT
                           MOVE TAB-S     TO WS-TAB-NVO
                           PERFORM 900-AUDITAR
                           PERFORM 905-HISTORIA-EMPL
                           PERFORM 931-GRABAR-FISCAL
                           PERFORM 933-GRABAR-CONTRATO
                           PERFORM 250-CARTA-BIENVENIDA
                   END-WRITE
               END-IF
                       DISPLAY 'MODIFICAR'
                   ELSE
                       DISPLAY REG-EMPL
                       MOVE REG-EMPL TO WS-EMPL-ANTES
                       MOVE S-MEN  TO WS-SUELDO-ANT
                       MOVE CLV-DEP TO WS-DEP-ANT
                       MOVE NOM-DEP TO WS-NOM-DEP-ANT
                       MOVE TAB-S  TO WS-TAB-ANT
                       MOVE 'N' TO WS-CTA-PEND WS-SUELDO-PEND
                       PERFORM 301-DEP
                       PERFORM 302-SUELDO
                       PERFORM 303-FING
                       PERFORM 304-PUESTO
                       PERFORM 305-BANCO
                       PERFORM 306-JEFE
                       PERFORM 307-FISCAL
                       IF WS-DEP-ANT NOT EQUAL CLV-DEP
                           MOVE CLV-DEP TO DEPTO-CLV
                           READ DEPTO
                       IF WS-TOPE-OK NOT EQUAL 'S'
                           DISPLAY 'MODIFICACION CANCELADA'
                       ELSE
                       PERFORM 945-APARTAR-SUELDO
                       REWRITE REG-EMPL
                           INVALID KEY
                               DISPLAY 'ERROR AL MODIFICAR EMPLEADO'
                               MOVE CLV-DEP    TO WS-DEP-NVO
                               MOVE TAB-S      TO WS-TAB-NVO
                               PERFORM 900-AUDITAR
                               PERFORM 905-HISTORIA-EMPL
                               PERFORM 931-GRABAR-FISCAL
                               IF WS-DEP-ANT NOT EQUAL WS-DEP-NVO
                                   PERFORM 910-REGISTRAR-TRASLADO
                               END-IF
                               IF WS-SUELDO-PEND EQUAL 'S'
                                   MOVE WS-SUELDO-ANT TO WS-S-MEN-ANT
                                   MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO WS-F-EFECTIVA
                                   PERFORM 940-PENDIENTE-SUELDO
                               END-IF
                               IF WS-CTA-PEND EQUAL 'S'
                                   PERFORM 941-PENDIENTE-CUENTA
                               END-IF
                       END-REWRITE
                       END-IF
                   END-IF
                       DISPLAY 'CLABE INVALIDA: ' WS-CLABE-MSJ
                   END-IF
               END-PERFORM
      *        LA CUENTA NUEVA NO ENTRA AL MAESTRO; QUEDA POR
      *        AUTORIZAR AL GRABAR LA MODIFICACION.
               IF CTA-BANCARIA NOT EQUAL WS-CTA-ANT-CAMBIO
                   MOVE 'S'               TO WS-CTA-PEND
                   MOVE CTA-BANCARIA      TO WS-CTA-NVA-PEND
                   MOVE WS-CTA-ANT-CAMBIO TO CTA-BANCARIA
               END-IF
           END-IF.

               END-IF
           END-IF.

      *    EL EMPLEADO QUE AUN NO TIENE DATOS FISCALES LOS DEBE
      *    CAPTURAR EN ESTA MODIFICACION; SI YA LOS TIENE SOLO SE
      *    CORRIGEN A PETICION.
       307-FISCAL.
           MOVE SPACE TO WS-FIS-ACCION.
           MOVE ID-EMPL TO FIS-ID-EMPL.
           READ FISCAL
               INVALID KEY
                   DISPLAY 'EL EMPLEADO NO TIENE DATOS FISCALES, SE '
                           'DEBEN CAPTURAR'
                   PERFORM 930-CAPTURAR-FISCAL
               NOT INVALID KEY
                   DISPLAY 'CORREGIR DATOS FISCALES? S/N'
                       ACCEPT WS-CONF
                   IF WS-CONF EQUAL 'S'
                       PERFORM 930-CAPTURAR-FISCAL
                   ELSE
                       SET FIS-CONSERVADO TO TRUE
                   END-IF
           END-READ.

      *    PIDE CADA DATO FISCAL HASTA QUE PASE SU VALIDACION; SE
      *    GRABA HASTA QUE EL MOVIMIENTO DEL EMPLEADO SE CONFIRMA.
       930-CAPTURAR-FISCAL.
           MOVE 'N' TO WS-FIS-OK.
           PERFORM UNTIL WS-FIS-OK EQUAL 'S'
               DISPLAY 'RFC (13 POSICIONES, CON HOMOCLAVE)'
                   ACCEPT FIS-RFC
               MOVE FUNCTION UPPER-CASE(FIS-RFC) TO FIS-RFC
               PERFORM 962-VALIDAR-RFC
               IF WS-FIS-OK NOT EQUAL 'S'
                   DISPLAY 'RFC INVALIDO: ' WS-FIS-MSJ
               END-IF
           END-PERFORM.
           MOVE 'N' TO WS-FIS-OK.
           PERFORM UNTIL WS-FIS-OK EQUAL 'S'
               DISPLAY 'CURP (18 POSICIONES)' ACCEPT FIS-CURP
               MOVE FUNCTION UPPER-CASE(FIS-CURP) TO FIS-CURP
               PERFORM 964-VALIDAR-CURP
               IF WS-FIS-OK NOT EQUAL 'S'
                   DISPLAY 'CURP INVALIDA: ' WS-FIS-MSJ
               END-IF
           END-PERFORM.
           MOVE 'N' TO WS-FIS-OK.
           PERFORM UNTIL WS-FIS-OK EQUAL 'S'
               DISPLAY 'NSS (11 DIGITOS)' ACCEPT FIS-NSS
               PERFORM 966-VALIDAR-NSS
               IF WS-FIS-OK NOT EQUAL 'S'
                   DISPLAY 'NSS INVALIDO: ' WS-FIS-MSJ
               END-IF
           END-PERFORM.
           MOVE 'N' TO WS-FIS-OK.
           PERFORM UNTIL WS-FIS-OK EQUAL 'S'
               DISPLAY 'CODIGO POSTAL DEL DOMICILIO FISCAL'
                   ACCEPT FIS-CP
               PERFORM 967-VALIDAR-CP
               IF WS-FIS-OK NOT EQUAL 'S'
                   DISPLAY 'CODIGO POSTAL INVALIDO: ' WS-FIS-MSJ
               END-IF
           END-PERFORM.
           SET FIS-CAPTURADO TO TRUE.

       931-GRABAR-FISCAL.
           IF FIS-CAPTURADO
               MOVE ID-EMPL                    TO FIS-ID-EMPL
               MOVE FUNCTION CURRENT-DATE(1:8) TO FIS-F-CAPTURA
               MOVE WS-OPERADOR-ACTUAL         TO FIS-OPERADOR
               WRITE REG-FISCAL
                   INVALID KEY
                       REWRITE REG-FISCAL
                           INVALID KEY
                               DISPLAY 'ERROR AL GRABAR LOS DATOS '
                                       'FISCALES, FILE STATUS: '
                                       WS-STATUS-FIS
                       END-REWRITE
               END-WRITE
           END-IF.

      *    TODO EMPLEADO QUE ENTRA (O REINGRESA) LLEVA UN CONTRATO
      *    NUEVO QUE EMPIEZA EN SU FECHA DE INGRESO; SE GRABA HASTA
      *    QUE EL ALTA SE CONFIRMA.
       932-CAPTURAR-CONTRATO.
           MOVE SPACE TO CTO-TIPO.
           PERFORM UNTIL CTO-TIPO-VALIDO
               DISPLAY 'TIPO DE CONTRATO: I=INDETERMINADO '
                       'D=DETERMINADO P=PERIODO DE PRUEBA T=TEMPORADA'
                   ACCEPT CTO-TIPO
               MOVE FUNCTION UPPER-CASE(CTO-TIPO) TO CTO-TIPO
               IF NOT CTO-TIPO-VALIDO
                   DISPLAY 'TIPO DE CONTRATO INVALIDO'
               END-IF
           END-PERFORM.
           MOVE F-ING TO CTO-F-INICIO.
           MOVE 0     TO CTO-RENOVACIONES.
           IF CTO-INDETERMINADO
               MOVE 0 TO CTO-F-FIN
           ELSE
               MOVE F-ING TO WS-CTO-F-MIN
               PERFORM 934-PEDIR-F-FIN
           END-IF.
           SET CTO-CAPTURADO TO TRUE.

       933-GRABAR-CONTRATO.
           IF CTO-CAPTURADO
               MOVE ID-EMPL                    TO CTO-ID-EMPL
               MOVE FUNCTION CURRENT-DATE(1:8) TO CTO-F-CAPTURA
               MOVE WS-OPERADOR-ACTUAL         TO CTO-OPERADOR
               WRITE REG-CONTRATO
                   INVALID KEY
                       REWRITE REG-CONTRATO
                           INVALID KEY
                               DISPLAY 'ERROR AL GRABAR EL CONTRATO, '
                                       'FILE STATUS: ' WS-STATUS-CTO
                       END-REWRITE
               END-WRITE
               MOVE SPACE TO WS-CTO-ACCION
           END-IF.

      *    LA FECHA DE TERMINO DEBE SER UNA FECHA VALIDA POSTERIOR
      *    A WS-CTO-F-MIN: EL INGRESO EN UN ALTA, EL TERMINO VIGENTE
      *    EN UNA RENOVACION.
       934-PEDIR-F-FIN.
           MOVE 'N' TO WS-CTO-OK.
           PERFORM UNTIL WS-CTO-OK EQUAL 'S'
               DISPLAY 'FECHA DE TERMINO DEL CONTRATO AAAAMMDD, '
                       'POSTERIOR A ' WS-CTO-F-MIN
                   ACCEPT CTO-F-FIN
               MOVE CTO-F-FIN(1:4) TO WS-F-ANIO
               MOVE CTO-F-FIN(5:2) TO WS-F-MES
               MOVE CTO-F-FIN(7:2) TO WS-F-DIA
               EVALUATE TRUE
                 WHEN CTO-F-FIN NOT GREATER WS-CTO-F-MIN
                   DISPLAY 'FECHA INVALIDA, DEBE SER POSTERIOR A '
                           WS-CTO-F-MIN
                 WHEN WS-F-MES LESS 1 OR WS-F-MES GREATER 12
                   DISPLAY 'MES INVALIDO'
                 WHEN OTHER
                   PERFORM 202-DIAS-MES
                   IF WS-F-DIA LESS 1
                      OR WS-F-DIA GREATER WS-DIAS-MES
                       DISPLAY 'DIA INVALIDO PARA ESE MES'
                   ELSE
                       MOVE 'S' TO WS-CTO-OK
                   END-IF
               END-EVALUATE
           END-PERFORM.

       935-REGISTRAR-RENOVACION.
           OPEN EXTEND CTO-RENOV.
           IF WS-STATUS-CTOR EQUAL '35'
               OPEN OUTPUT CTO-RENOV.
           MOVE CTO-ID-EMPL                 TO CTOR-ID-EMPL.
           MOVE FUNCTION CURRENT-DATE(1:8)  TO CTOR-FECHA.
           MOVE FUNCTION CURRENT-DATE(9:6)  TO CTOR-HORA.
           MOVE WS-OPERADOR-ACTUAL          TO CTOR-OPERADOR.
           MOVE WS-CTO-TIPO-ANT             TO CTOR-TIPO-ANT.
           MOVE WS-CTO-F-FIN-ANT            TO CTOR-F-FIN-ANT.
           MOVE CTO-TIPO                    TO CTOR-TIPO-NVO.
           MOVE CTO-F-FIN                   TO CTOR-F-FIN-NVA.
           MOVE CTO-RENOVACIONES            TO CTOR-NUM-RENOV.
           WRITE REG-CTO-RENOV.
           CLOSE CTO-RENOV.

      *    VALIDA UNA CLABE INTERBANCARIA: 18 DIGITOS NUMERICOS,
      *    DIGITO DE CONTROL CORRECTO (PONDERACION 3-7-1 SOBRE LOS
      *    PRIMEROS 17) Y CODIGO DE BANCO DADO DE ALTA EN BANCO-SEC.
               FUNCTION MOD(10 - FUNCTION MOD(WS-CLABE-SUMA, 10),
                            10).

      *    VALIDA EL RFC DE PERSONA FISICA: 13 POSICIONES, CUATRO
      *    LETRAS, FECHA DE NACIMIENTO AAMMDD, HOMOCLAVE DE DOS
      *    POSICIONES Y DIGITO VERIFICADOR (MODULO 11 SOBRE LAS
      *    PRIMERAS 12 POSICIONES CON PESOS DE 13 A 2).
       962-VALIDAR-RFC.
           MOVE 'S' TO WS-FIS-OK.
           MOVE SPACES TO WS-FIS-MSJ.
           PERFORM VARYING WS-FIS-I FROM 1 BY 1
               UNTIL WS-FIS-I GREATER 4
               MOVE FIS-RFC(WS-FIS-I:1) TO WS-FIS-CAR
               IF WS-FIS-CAR EQUAL SPACE
                  OR (WS-FIS-CAR IS NOT ALPHABETIC-UPPER
                      AND WS-FIS-CAR NOT EQUAL '&')
                   MOVE 'N' TO WS-FIS-OK
                   MOVE 'POSICIONES 1 A 4 DEBEN SER LETRAS'
                       TO WS-FIS-MSJ
               END-IF
           END-PERFORM.
           IF WS-FIS-OK EQUAL 'S'
               IF FIS-RFC(5:6) IS NOT NUMERIC
                   MOVE 'N' TO WS-FIS-OK
                   MOVE 'FECHA DE NACIMIENTO AAMMDD INVALIDA'
                       TO WS-FIS-MSJ
               ELSE
                   MOVE FIS-RFC(7:2) TO WS-FIS-MES
                   MOVE FIS-RFC(9:2) TO WS-FIS-DIA
                   IF WS-FIS-MES LESS 1 OR WS-FIS-MES GREATER 12
                      OR WS-FIS-DIA LESS 1 OR WS-FIS-DIA GREATER 31
                       MOVE 'N' TO WS-FIS-OK
                       MOVE 'FECHA DE NACIMIENTO AAMMDD INVALIDA'
                           TO WS-FIS-MSJ
                   END-IF
               END-IF
           END-IF.
           IF WS-FIS-OK EQUAL 'S'
               PERFORM VARYING WS-FIS-I FROM 11 BY 1
                   UNTIL WS-FIS-I GREATER 13
                   MOVE FIS-RFC(WS-FIS-I:1) TO WS-FIS-CAR
                   IF WS-FIS-CAR EQUAL SPACE
                      OR (WS-FIS-CAR IS NOT NUMERIC
                          AND WS-FIS-CAR IS NOT ALPHABETIC-UPPER)
                       MOVE 'N' TO WS-FIS-OK
                       MOVE 'HOMOCLAVE INCOMPLETA O INVALIDA'
                           TO WS-FIS-MSJ
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-FIS-OK EQUAL 'S'
               PERFORM 963-DIGITO-RFC
               IF FIS-RFC(13:1) NOT EQUAL WS-FIS-DV
                   MOVE 'N' TO WS-FIS-OK
                   MOVE 'DIGITO VERIFICADOR INCORRECTO'
                       TO WS-FIS-MSJ
               END-IF
           END-IF.

       963-DIGITO-RFC.
           MOVE 0 TO WS-FIS-SUMA.
           PERFORM VARYING WS-FIS-I FROM 1 BY 1
               UNTIL WS-FIS-I GREATER 12
               MOVE FIS-RFC(WS-FIS-I:1) TO WS-FIS-CAR
               PERFORM 969-VALOR-ALFABETO
               COMPUTE WS-FIS-PESO = 14 - WS-FIS-I
               COMPUTE WS-FIS-SUMA =
                   WS-FIS-SUMA + (WS-FIS-VALOR * WS-FIS-PESO)
           END-PERFORM.
           COMPUTE WS-FIS-RESTO = FUNCTION MOD(WS-FIS-SUMA, 11).
           EVALUATE WS-FIS-RESTO
               WHEN 0
                   MOVE '0' TO WS-FIS-DV
               WHEN 1
                   MOVE 'A' TO WS-FIS-DV
               WHEN OTHER
                   COMPUTE WS-FIS-DIG = 11 - WS-FIS-RESTO
                   MOVE WS-FIS-DIG TO WS-FIS-DV
           END-EVALUATE.

      *    VALIDA LA CURP: CUATRO LETRAS, FECHA AAMMDD (LA MISMA DEL
      *    RFC), SEXO H/M, ENTIDAD Y CONSONANTES INTERNAS, EL
      *    DIFERENCIADOR Y EL DIGITO VERIFICADOR (MODULO 10 SOBRE
      *    LAS PRIMERAS 17 POSICIONES CON PESOS DE 18 A 2).
       964-VALIDAR-CURP.
           MOVE 'S' TO WS-FIS-OK.
           MOVE SPACES TO WS-FIS-MSJ.
           PERFORM VARYING WS-FIS-I FROM 1 BY 1
               UNTIL WS-FIS-I GREATER 16
               IF WS-FIS-I LESS 5 OR WS-FIS-I GREATER 11
                   MOVE FIS-CURP(WS-FIS-I:1) TO WS-FIS-CAR
                   IF WS-FIS-CAR EQUAL SPACE
                      OR WS-FIS-CAR IS NOT ALPHABETIC-UPPER
                       MOVE 'N' TO WS-FIS-OK
                       MOVE 'LETRAS FALTANTES O INVALIDAS'
                           TO WS-FIS-MSJ
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-FIS-OK EQUAL 'S'
               IF FIS-CURP(5:6) IS NOT NUMERIC
                   MOVE 'N' TO WS-FIS-OK
                   MOVE 'FECHA DE NACIMIENTO AAMMDD INVALIDA'
                       TO WS-FIS-MSJ
               ELSE
                   MOVE FIS-CURP(7:2) TO WS-FIS-MES
                   MOVE FIS-CURP(9:2) TO WS-FIS-DIA
                   IF WS-FIS-MES LESS 1 OR WS-FIS-MES GREATER 12
                      OR WS-FIS-DIA LESS 1 OR WS-FIS-DIA GREATER 31
                       MOVE 'N' TO WS-FIS-OK
                       MOVE 'FECHA DE NACIMIENTO AAMMDD INVALIDA'
                           TO WS-FIS-MSJ
                   END-IF
               END-IF
           END-IF.
           IF WS-FIS-OK EQUAL 'S'
              AND FIS-CURP(11:1) NOT EQUAL 'H'
              AND FIS-CURP(11:1) NOT EQUAL 'M'
               MOVE 'N' TO WS-FIS-OK
               MOVE 'LA POSICION 11 (SEXO) DEBE SER H O M'
                   TO WS-FIS-MSJ
           END-IF.
           IF WS-FIS-OK EQUAL 'S'
               MOVE FIS-CURP(17:1) TO WS-FIS-CAR
               IF WS-FIS-CAR EQUAL SPACE
                  OR (WS-FIS-CAR IS NOT NUMERIC
                      AND WS-FIS-CAR IS NOT ALPHABETIC-UPPER)
                  OR FIS-CURP(18:1) IS NOT NUMERIC
                   MOVE 'N' TO WS-FIS-OK
                   MOVE 'DIFERENCIADOR O DIGITO FALTANTE'
                       TO WS-FIS-MSJ
               END-IF
           END-IF.
           IF WS-FIS-OK EQUAL 'S'
               PERFORM 965-DIGITO-CURP
               IF FIS-CURP(18:1) NOT EQUAL WS-FIS-DV
                   MOVE 'N' TO WS-FIS-OK
                   MOVE 'DIGITO VERIFICADOR INCORRECTO'
                       TO WS-FIS-MSJ
               END-IF
           END-IF.
           IF WS-FIS-OK EQUAL 'S'
              AND FIS-CURP(5:6) NOT EQUAL FIS-RFC(5:6)
               MOVE 'N' TO WS-FIS-OK
               MOVE 'NO COINCIDE CON LA FECHA DEL RFC'
                   TO WS-FIS-MSJ
           END-IF.

       965-DIGITO-CURP.
           MOVE 0 TO WS-FIS-SUMA.
           PERFORM VARYING WS-FIS-I FROM 1 BY 1
               UNTIL WS-FIS-I GREATER 17
               MOVE FIS-CURP(WS-FIS-I:1) TO WS-FIS-CAR
               PERFORM 969-VALOR-ALFABETO
               COMPUTE WS-FIS-PESO = 19 - WS-FIS-I
               COMPUTE WS-FIS-SUMA =
                   WS-FIS-SUMA + (WS-FIS-VALOR * WS-FIS-PESO)
           END-PERFORM.
           COMPUTE WS-FIS-DIG =
               FUNCTION MOD(10 - FUNCTION MOD(WS-FIS-SUMA, 10), 10).
           MOVE WS-FIS-DIG TO WS-FIS-DV.

      *    VALIDA EL NUMERO DE SEGURIDAD SOCIAL DEL IMSS: 11
      *    DIGITOS, EL ULTIMO ES EL VERIFICADOR (LUHN SOBRE LOS
      *    PRIMEROS 10, DUPLICANDO LAS POSICIONES PARES).
       966-VALIDAR-NSS.
           MOVE 'S' TO WS-FIS-OK.
           MOVE SPACES TO WS-FIS-MSJ.
           IF FIS-NSS IS NOT NUMERIC
               MOVE 'N' TO WS-FIS-OK
               MOVE 'DEBE TENER 11 DIGITOS NUMERICOS'
                   TO WS-FIS-MSJ
           ELSE
               MOVE 0 TO WS-FIS-SUMA
               PERFORM VARYING WS-FIS-I FROM 1 BY 1
                   UNTIL WS-FIS-I GREATER 10
                   MOVE FIS-NSS(WS-FIS-I:1) TO WS-FIS-DIG
                   IF FUNCTION MOD(WS-FIS-I, 2) EQUAL 0
                       COMPUTE WS-FIS-PROD = WS-FIS-DIG * 2
                   ELSE
                       MOVE WS-FIS-DIG TO WS-FIS-PROD
                   END-IF
                   IF WS-FIS-PROD GREATER 9
                       SUBTRACT 9 FROM WS-FIS-PROD
                   END-IF
                   ADD WS-FIS-PROD TO WS-FIS-SUMA
               END-PERFORM
               COMPUTE WS-FIS-DIG =
                   FUNCTION MOD(10 - FUNCTION MOD(WS-FIS-SUMA, 10),
                                10)
               MOVE WS-FIS-DIG TO WS-FIS-DV
               IF FIS-NSS(11:1) NOT EQUAL WS-FIS-DV
                   MOVE 'N' TO WS-FIS-OK
                   MOVE 'DIGITO VERIFICADOR INCORRECTO'
                       TO WS-FIS-MSJ
               END-IF
           END-IF.

       967-VALIDAR-CP.
           MOVE 'S' TO WS-FIS-OK.
           MOVE SPACES TO WS-FIS-MSJ.
           IF FIS-CP IS NOT NUMERIC
              OR FIS-CP LESS '01000'
               MOVE 'N' TO WS-FIS-OK
               MOVE 'DEBE TENER 5 DIGITOS (01000 A 99999)'
                   TO WS-FIS-MSJ
           END-IF.

      *    VALOR DE UN CARACTER PARA LOS DIGITOS VERIFICADORES DE
      *    RFC Y CURP: SU POSICION EN WS-FIS-ALFABETO MENOS UNO. EL
      *    & DEL RFC OCUPA EL LUGAR QUE EN LA CURP TIENE LA ENIE.
       969-VALOR-ALFABETO.
           MOVE 0 TO WS-FIS-VALOR.
           PERFORM VARYING WS-FIS-J FROM 1 BY 1
               UNTIL WS-FIS-J GREATER 38
                  OR WS-FIS-ALFABETO(WS-FIS-J:1) EQUAL WS-FIS-CAR
               CONTINUE
           END-PERFORM.
           IF WS-FIS-J NOT GREATER 38
               COMPUTE WS-FIS-VALOR = WS-FIS-J - 1
           END-IF.

      *    VALIDA QUE EL TABULADOR Y EL SUELDO DEL EMPLEADO CAIGAN
      *    DENTRO DE LA BANDA SALARIAL DE SU PUESTO (PUESTO-TAB-MIN
      *    A PUESTO-TAB-MAX, CON LOS MONTOS DEL TABULADOR). SIN
               MOVE 'N' TO WS-BANDA-OK
           END-IF.
           MOVE 0 TO WS-SMEN-BANDA-MIN.
           MOVE 9999999.99 TO WS-SMEN-BANDA-MAX.
           MOVE PUESTO-TAB-MIN TO ESC-TAB-S.
           READ ESCALA
               INVALID KEY
               MOVE 'S' TO WS-CICLO
           END-IF.

      *    LOS CAMBIOS DE SUELDO Y DE CUENTA BANCARIA NO ENTRAN AL
      *    MAESTRO AL CAPTURARSE: QUEDAN EN CAMBIO-PEND-FILE CON EL
      *    VALOR ANTERIOR Y EL NUEVO HASTA QUE OTRO SUPERVISOR LOS
      *    AUTORIZA EN 700-AUTORIZAR.
       940-PENDIENTE-SUELDO.
           MOVE ID-EMPL                     TO CPE-ID-EMPL.
           MOVE FUNCTION CURRENT-DATE(1:8)  TO CPE-F-CAPTURA.
           MOVE FUNCTION CURRENT-DATE(9:6)  TO CPE-H-CAPTURA.
           SET CPE-TIPO-SUELDO              TO TRUE.
           MOVE WS-OPERADOR-ACTUAL          TO CPE-OPERADOR.
           MOVE WS-S-MEN-ANT                TO CPE-S-MEN-ANT.
           MOVE WS-SMEN-PEND                TO CPE-S-MEN-NVO.
           MOVE WS-TAB-ANT                  TO CPE-TAB-ANT.
           MOVE WS-TAB-PEND                 TO CPE-TAB-NVO.
           MOVE WS-F-EFECTIVA               TO CPE-F-EFECTIVA.
           MOVE CTA-BANCARIA                TO CPE-CTA-ANT CPE-CTA-NVA.
           SET CPE-PENDIENTE                TO TRUE.
           MOVE SPACES TO CPE-OPERADOR-REVISA CPE-MOTIVO.
           MOVE 0                           TO CPE-F-REVISA.
           WRITE REG-CAMBIO-PEND
               INVALID KEY
                   DISPLAY 'ERROR AL REGISTRAR EL CAMBIO DE SUELDO, '
                           'FILE STATUS: ' WS-STATUS-CPE
               NOT INVALID KEY
                   DISPLAY 'CAMBIO DE SUELDO DE ' CPE-S-MEN-ANT
                           ' A ' CPE-S-MEN-NVO ' EFECTIVO EL '
                           CPE-F-EFECTIVA
                   DISPLAY 'QUEDA POR AUTORIZAR, EL SUELDO ACTUAL NO '
                           'CAMBIA HASTA QUE OTRO SUPERVISOR LO '
                           'AUTORICE'
           END-WRITE.

       941-PENDIENTE-CUENTA.
           MOVE ID-EMPL                     TO CPE-ID-EMPL.
           MOVE FUNCTION CURRENT-DATE(1:8)  TO CPE-F-CAPTURA.
           MOVE FUNCTION CURRENT-DATE(9:6)  TO CPE-H-CAPTURA.
           SET CPE-TIPO-CUENTA              TO TRUE.
           MOVE WS-OPERADOR-ACTUAL          TO CPE-OPERADOR.
           MOVE S-MEN                       TO CPE-S-MEN-ANT.
           MOVE S-MEN                       TO CPE-S-MEN-NVO.
           MOVE TAB-S                       TO CPE-TAB-ANT CPE-TAB-NVO.
           MOVE CPE-F-CAPTURA               TO CPE-F-EFECTIVA.
           MOVE WS-CTA-ANT-CAMBIO           TO CPE-CTA-ANT.
           MOVE WS-CTA-NVA-PEND             TO CPE-CTA-NVA.
           SET CPE-PENDIENTE                TO TRUE.
           MOVE SPACES TO CPE-OPERADOR-REVISA CPE-MOTIVO.
           MOVE 0                           TO CPE-F-REVISA.
           WRITE REG-CAMBIO-PEND
               INVALID KEY
                   DISPLAY 'ERROR AL REGISTRAR EL CAMBIO DE CUENTA, '
                           'FILE STATUS: ' WS-STATUS-CPE
               NOT INVALID KEY
                   DISPLAY 'CAMBIO DE CUENTA A ' CPE-CTA-NVA
                   DISPLAY 'QUEDA POR AUTORIZAR, SE SIGUE DEPOSITANDO '
                           'EN LA CUENTA ACTUAL HASTA QUE OTRO '
                           'SUPERVISOR LO AUTORICE'
           END-WRITE.

      *    EN LA MODIFICACION EL SUELDO DEL NUEVO TABULADOR SE
      *    APARTA PARA AUTORIZACION Y EL MAESTRO SE GRABA CON EL
      *    SUELDO Y EL TABULADOR VIGENTES.
       945-APARTAR-SUELDO.
           IF S-MEN NOT EQUAL WS-SUELDO-ANT
              OR TAB-S NOT EQUAL WS-TAB-ANT
               MOVE 'S'           TO WS-SUELDO-PEND
               MOVE S-MEN         TO WS-SMEN-PEND
               MOVE TAB-S         TO WS-TAB-PEND
               MOVE WS-SUELDO-ANT TO S-MEN
               MOVE WS-TAB-ANT    TO TAB-S
           END-IF.

       950-GUARDAR-EMPL-BACKUP.
           MOVE ID-EMPL       TO WS-BK-ID-EMPL.
           MOVE NOM-EMPL      TO WS-BK-NOM-EMPL.
                       DISPLAY REG-EMPL
                       DISPLAY 'CONFIRMA BAJA S/N' ACCEPT WS-CONF
                       IF WS-CONF EQUAL 'S'
                           MOVE REG-EMPL TO WS-EMPL-ANTES
                           MOVE S-MEN   TO WS-SUELDO-ANT
                           MOVE CLV-DEP TO WS-DEP-ANT WS-DEP-NVO
                           MOVE TAB-S   TO WS-TAB-ANT WS-TAB-NVO
                                   MOVE 'BAJA'  TO WS-MOVIMIENTO
                                   MOVE 0       TO WS-SUELDO-NVO
                                   PERFORM 900-AUDITAR
                                   PERFORM 905-HISTORIA-EMPL
                                   PERFORM 410-FINIQUITO
                           END-REWRITE
                       END-IF

      *    CALCULA EL FINIQUITO: 3 MESES DE SUELDO MAS 20 DIAS POR
      *    CADA ANIO DE ANTIGUEDAD DESDE F-ING, Y LO DEJA EN LA
      *    BITACORA FINIQUITO-FILE. TAMBIEN MUESTRA CUANTO DE LOS
      *    PRESTAMOS ACTIVOS SE VA A RECUPERAR DE ESE FINIQUITO Y
      *    EL SALDO DEL FONDO DE AHORRO QUE SE LE ENTREGA APARTE.
       410-FINIQUITO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-F-HOY.
           MOVE WS-F-HOY(1:4) TO WS-F-HOY-ANIO.
           DISPLAY 'ANTIGUEDAD AL MOMENTO DE LA BAJA (ANIOS): '
                   WS-ANIOS-SERV.
           DISPLAY 'FINIQUITO A PAGAR: ' WS-FINIQUITO.
           PERFORM 420-PRESTAMOS-FINIQUITO.
           PERFORM 430-AHORRO-FINIQUITO.
           OPEN EXTEND FINIQUITO.
           IF WS-STATUS-FINQ EQUAL '35'
               OPEN OUTPUT FINIQUITO.
                   'DEPOSITA CON PAGOS-ESPECIALES'.
           CLOSE FINIQUITO.

      *    LOS PRESTAMOS ACTIVOS SE COBRAN DEL FINIQUITO, PERO LA LEY
      *    (ART. 110-I LFT) NO PERMITE DESCONTAR POR DEUDAS CON EL
      *    PATRON MAS DE UN MES DE SALARIO, Y NUNCA MAS DE LO QUE SE
      *    PAGA; EL RESTO QUEDA COMO CUENTA POR COBRAR. AQUI SOLO SE
      *    INFORMA: PAGOS-ESPECIALES APLICA EL DESCUENTO CON LOS
      *    SALDOS DEL DIA EN QUE DEPOSITA EL FINIQUITO.
       420-PRESTAMOS-FINIQUITO.
           MOVE 0 TO WS-SALDO-PREST WS-PREST-TRAMITE.
           OPEN INPUT PRESTAMO.
           IF WS-STATUS-PR EQUAL '00'
               MOVE ID-EMPL TO PR-ID-EMPL
               MOVE 0       TO PR-NUM-PRESTAMO
               START PRESTAMO KEY IS NOT LESS PR-LLAVE
                   INVALID KEY
                       MOVE 1 TO WS-FLAG-PR
                   NOT INVALID KEY
                       MOVE 0 TO WS-FLAG-PR
               END-START
               PERFORM 425-LEER-PRESTAMO UNTIL WS-FLAG-PR EQUAL 1
               CLOSE PRESTAMO
           END-IF.
           IF WS-SALDO-PREST GREATER 0
               COMPUTE WS-TOPE-DESC-FINQ =
                   WS-SUELDO-ANT * WS-MESES-TOPE-FINQ
               IF WS-TOPE-DESC-FINQ GREATER WS-FINIQUITO
                   MOVE WS-FINIQUITO TO WS-TOPE-DESC-FINQ
               END-IF
               IF WS-SALDO-PREST GREATER WS-TOPE-DESC-FINQ
                   MOVE WS-TOPE-DESC-FINQ TO WS-DESC-FINQ
               ELSE
                   MOVE WS-SALDO-PREST    TO WS-DESC-FINQ
               END-IF
               COMPUTE WS-POR-COBRAR = WS-SALDO-PREST - WS-DESC-FINQ
               COMPUTE WS-NETO-FINQ  = WS-FINIQUITO - WS-DESC-FINQ
               DISPLAY 'SALDO DE PRESTAMOS ACTIVOS:  ' WS-SALDO-PREST
               DISPLAY 'TOPE LEGAL DEL DESCUENTO:    '
                       WS-TOPE-DESC-FINQ
               DISPLAY 'SE RECUPERA DEL FINIQUITO:   ' WS-DESC-FINQ
               DISPLAY 'NETO ESTIMADO A DEPOSITAR:   ' WS-NETO-FINQ
               IF WS-POR-COBRAR GREATER 0
                   DISPLAY 'QUEDA COMO CUENTA POR COBRAR: '
                           WS-POR-COBRAR
               END-IF
           END-IF.
           IF WS-PREST-TRAMITE GREATER 0
               DISPLAY 'AVISO: ' WS-PREST-TRAMITE ' PRESTAMOS EN '
                       'TRAMITE, RECHAZALOS O CONFIRMA SU DESEMBOLSO '
                       'EN PRESTAMO-AUTORIZA'
           END-IF.

       425-LEER-PRESTAMO.
           READ PRESTAMO NEXT RECORD
               AT END
                   MOVE 1 TO WS-FLAG-PR
               NOT AT END
                   IF PR-ID-EMPL NOT EQUAL ID-EMPL
                       MOVE 1 TO WS-FLAG-PR
                   ELSE
                       EVALUATE TRUE
                           WHEN PR-ACTIVO
                               DISPLAY 'PRESTAMO ' PR-NUM-PRESTAMO
                                       ' PRIORIDAD ' PR-PRIORIDAD
                                       ' SALDO ' PR-SALDO
                               ADD PR-SALDO TO WS-SALDO-PREST
                           WHEN PR-SOLICITADO OR PR-AUTORIZADO
                                OR PR-EN-DESEMBOLSO
                               ADD 1 TO WS-PREST-TRAMITE
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

      *    EL FONDO DE AHORRO NO SE DESCUENTA NI SE SUMA AL FINIQUITO:
      *    PAGOS-ESPECIALES LO DEPOSITA APARTE CON SUS INTERESES AL
      *    PAGAR EL FINIQUITO.
       430-AHORRO-FINIQUITO.
           OPEN INPUT AHORRO.
           IF WS-STATUS-AHO EQUAL '00'
               MOVE ID-EMPL TO AHO-ID-EMPL
               READ AHORRO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE WS-SALDO-AHO =
                           AHO-SALDO-EMPLEADO + AHO-SALDO-EMPRESA
                       IF NOT AHO-LIQUIDADO-BAJA
                          AND WS-SALDO-AHO GREATER 0
                           DISPLAY 'SALDO DEL FONDO DE AHORRO:   '
                                   WS-SALDO-AHO
                           DISPLAY 'SE ENTREGA APARTE CON SUS '
                                   'INTERESES AL PAGAR EL FINIQUITO'
                       END-IF
               END-READ
               CLOSE AHORRO
           END-IF.

       500-AUMENTO.
           DISPLAY 'ID-EMPL A AUMENTAR'    ACCEPT WS-ID-BUS.
           MOVE WS-ID-BUS TO ID-EMPL.
                           MOVE WS-S-MEN-ANT TO S-MEN
                           MOVE WS-TAB-ANT   TO TAB-S
                       ELSE
                           PERFORM 510-PEDIR-F-EFECTIVA
                           MOVE S-MEN        TO WS-SMEN-PEND
                           MOVE TAB-S        TO WS-TAB-PEND
                           MOVE WS-S-MEN-ANT TO S-MEN
                           MOVE WS-TAB-ANT   TO TAB-S
                           PERFORM 940-PENDIENTE-SUELDO
                       END-IF
                   END-IF
           END-READ.

      *    TODO AUMENTO LLEVA SU FECHA EFECTIVA. NO PUEDE SER
      *    ANTERIOR AL INGRESO DEL EMPLEADO; UNA FECHA FUTURA DEJA
      *    EL AUMENTO PROGRAMADO Y UNA PASADA GENERA RETROACTIVO.
       510-PEDIR-F-EFECTIVA.
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
                 WHEN WS-F-EFECTIVA LESS F-ING
                   DISPLAY 'LA FECHA EFECTIVA NO PUEDE SER ANTERIOR '
                           'AL INGRESO ' F-ING
                 WHEN WS-F-MES LESS 1 OR WS-F-MES GREATER 12
                   DISPLAY 'MES INVALIDO'
                 WHEN OTHER
                   PERFORM 202-DIAS-MES
                   IF WS-F-DIA LESS 1
                      OR WS-F-DIA GREATER WS-DIAS-MES
                       DISPLAY 'DIA INVALIDO PARA ESE MES'
                   ELSE
                       MOVE 'S' TO WS-F-EFECTIVA-OK
                   END-IF
               END-EVALUATE
           END-PERFORM.

      *    EL AUMENTO A FUTURO QUEDA EN AUMENTO-PEND-FILE Y EL
      *    MAESTRO CONSERVA SU SUELDO; AUMENTO-PROGRAMADO LO APLICA Y
      *    LO AUDITA EL DIA DE SU FECHA EFECTIVA.
       520-PROGRAMAR-AUMENTO.
           MOVE ID-EMPL                     TO AUP-ID-EMPL.
           MOVE WS-F-EFECTIVA               TO AUP-F-EFECTIVA.
           MOVE FUNCTION CURRENT-DATE(1:8)  TO AUP-F-CAPTURA.
           MOVE FUNCTION CURRENT-DATE(9:6)  TO AUP-H-CAPTURA.
           MOVE 'AUMENTO'                   TO AUP-MOVIMIENTO.
           MOVE 0                           TO AUP-PORCENTAJE.
           MOVE WS-S-MEN-ANT                TO AUP-S-MEN-ANT.
           MOVE S-MEN                       TO AUP-S-MEN-NVO.
           MOVE TAB-S                       TO AUP-TAB-NVO.
           MOVE WS-OPERADOR-ACTUAL          TO AUP-OPERADOR.
           SET AUP-PENDIENTE                TO TRUE.
           MOVE 0                           TO AUP-F-APLICA.
           MOVE SPACES                      TO AUP-MOTIVO.
           MOVE WS-S-MEN-ANT TO S-MEN.
           MOVE WS-TAB-ANT   TO TAB-S.
           WRITE REG-AUMENTO-PEND
               INVALID KEY
                   DISPLAY 'ERROR AL PROGRAMAR EL AUMENTO, '
                           'FILE STATUS: ' WS-STATUS-AUP
                   MOVE 'N' TO WS-AUMENTO-OK
               NOT INVALID KEY
                   MOVE 'S' TO WS-AUMENTO-OK
                   DISPLAY 'AUMENTO PROGRAMADO PARA EL '
                           WS-F-EFECTIVA ', SUELDO NUEVO: '
                           AUP-S-MEN-NVO
                   DISPLAY 'EL SUELDO ACTUAL NO CAMBIA HASTA ESA '
                           'FECHA'
           END-WRITE.

       530-APLICAR-AUMENTO.
           REWRITE REG-EMPL
               INVALID KEY
                   DISPLAY 'ERROR AL APLICAR EL AUMENTO'
                   MOVE 'N' TO WS-AUMENTO-OK
               NOT INVALID KEY
                   MOVE 'S' TO WS-AUMENTO-OK
                   DISPLAY 'SUELDO ANTERIOR: ' WS-S-MEN-ANT
                   DISPLAY 'SUELDO NUEVO: '    S-MEN
                   MOVE 'AUMENTO'    TO WS-MOVIMIENTO
                   MOVE WS-S-MEN-ANT TO WS-SUELDO-ANT
                   MOVE S-MEN        TO WS-SUELDO-NVO
                   MOVE TAB-S        TO WS-TAB-NVO
                   PERFORM 900-AUDITAR
                   PERFORM 905-HISTORIA-EMPL
                   IF WS-F-EFECTIVA LESS WS-F-HOY
                      AND S-MEN GREATER WS-S-MEN-ANT
                       PERFORM 540-REGISTRAR-RETROACTIVO
                   END-IF
           END-REWRITE.

      *    UN AUMENTO QUE ENTRA DESPUES DE SU FECHA EFECTIVA DEJA
      *    PENDIENTE LA DIFERENCIA DE LOS PERIODOS YA PAGADOS CON EL
      *    SUELDO ANTERIOR; LA MIDE Y LA PAGA LA SIGUIENTE NOMINA.
       540-REGISTRAR-RETROACTIVO.
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
                   DISPLAY 'ERROR AL REGISTRAR EL RETROACTIVO, '
                           'FILE STATUS: ' WS-STATUS-RET
               NOT INVALID KEY
                   DISPLAY 'EFECTIVO DESDE EL ' WS-F-EFECTIVA
                           ', LA SIGUIENTE NOMINA PAGA EL '
                           'RETROACTIVO'
           END-WRITE.

       600-ELIMINAR.
           DISPLAY 'ID-EMPL A ELIMINAR (CAPTURA ERRONEA)'
           ACCEPT WS-ID-BUS.
                   DISPLAY 'ES UNA BAJA. CONFIRMA ELIMINACION S/N'
                   ACCEPT WS-CONF
                   IF WS-CONF EQUAL 'S'
                       MOVE REG-EMPL TO WS-EMPL-ANTES
                       MOVE S-MEN   TO WS-SUELDO-ANT
                       MOVE CLV-DEP TO WS-DEP-ANT
                       MOVE TAB-S   TO WS-TAB-ANT
                               MOVE 0         TO WS-DEP-NVO
                               MOVE SPACE     TO WS-TAB-NVO
                               PERFORM 900-AUDITAR
                               PERFORM 905-HISTORIA-EMPL
                       END-DELETE
                   END-IF
           END-READ.

      *    REVISION DE LOS CAMBIOS POR AUTORIZAR CON SU VALOR ANTES Y
      *    DESPUES. QUIEN CAPTURO UN CAMBIO NO PUEDE AUTORIZARLO.
       700-AUTORIZAR.
           MOVE 0 TO WS-TOT-PEND.
           MOVE 0 TO WS-FLAG-CPE.
           MOVE LOW-VALUES TO CPE-LLAVE.
           START CAMBIO-PEND KEY IS NOT LESS CPE-LLAVE
               INVALID KEY
                   MOVE 1 TO WS-FLAG-CPE
           END-START.
           PERFORM 710-SIGUIENTE-CAMBIO UNTIL WS-FLAG-CPE EQUAL 1.
           DISPLAY 'CAMBIOS POR AUTORIZAR REVISADOS: ' WS-TOT-PEND.

       710-SIGUIENTE-CAMBIO.
           READ CAMBIO-PEND NEXT RECORD
               AT END
                   MOVE 1 TO WS-FLAG-CPE
               NOT AT END
                   IF CPE-PENDIENTE
                       ADD 1 TO WS-TOT-PEND
                       PERFORM 720-REVISAR-CAMBIO
                   END-IF
           END-READ.

       720-REVISAR-CAMBIO.
           MOVE 'N' TO WS-CPE-OK.
           MOVE CPE-ID-EMPL TO ID-EMPL.
           READ EMPLEADO
               INVALID KEY
                   MOVE SPACES TO NOM-EMPL
               NOT INVALID KEY
                   MOVE 'S' TO WS-CPE-OK
                   MOVE REG-EMPL TO WS-EMPL-ANTES
           END-READ.
           DISPLAY '---------------------------------------'.
           DISPLAY 'ID-EMPL: ' CPE-ID-EMPL ' ' NOM-EMPL.
           DISPLAY 'CAPTURADO EL ' CPE-F-CAPTURA ' ' CPE-H-CAPTURA
                   ' POR ' CPE-OPERADOR.
           IF CPE-TIPO-SUELDO
               DISPLAY 'CAMBIO DE SUELDO, EFECTIVO EL '
                       CPE-F-EFECTIVA
               DISPLAY '  ANTES:   TABULADOR ' CPE-TAB-ANT
                       '  SUELDO ' CPE-S-MEN-ANT
               DISPLAY '  DESPUES: TABULADOR ' CPE-TAB-NVO
                       '  SUELDO ' CPE-S-MEN-NVO
           ELSE
               DISPLAY 'CAMBIO DE CUENTA BANCARIA'
               DISPLAY '  ANTES:   ' CPE-CTA-ANT
               DISPLAY '  DESPUES: ' CPE-CTA-NVA
           END-IF.
           IF CPE-OPERADOR EQUAL WS-OPERADOR-ACTUAL
               DISPLAY 'USTED CAPTURO ESTE CAMBIO, DEBE AUTORIZARLO '
                       'OTRO SUPERVISOR'
           ELSE
               DISPLAY 'A=AUTORIZAR  R=RECHAZAR  S=SIGUIENTE  '
                       'F=TERMINAR'
               ACCEPT WS-DECISION
               EVALUATE WS-DECISION
                   WHEN 'A'
                       PERFORM 730-AUTORIZAR-CAMBIO
                   WHEN 'R'
                       DISPLAY 'MOTIVO DEL RECHAZO'
                       MOVE SPACES TO WS-CPE-MOTIVO
                       ACCEPT WS-CPE-MOTIVO
                       PERFORM 750-CERRAR-CAMBIO
                   WHEN 'F'
                       MOVE 1 TO WS-FLAG-CPE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *    EL MAESTRO DEBE SEGUIR CON EL VALOR QUE HABIA AL CAPTURAR;
      *    SI CAMBIO DESDE ENTONCES EL CAMBIO SE RECHAZA.
       730-AUTORIZAR-CAMBIO.
           MOVE SPACES TO WS-CPE-MOTIVO.
           EVALUATE TRUE
               WHEN WS-CPE-OK NOT EQUAL 'S'
                   MOVE 'EMPLEADO NO ENCONTRADO' TO WS-CPE-MOTIVO
               WHEN EMPL-INACTIVO
                   MOVE 'EMPLEADO INACTIVO' TO WS-CPE-MOTIVO
               WHEN CPE-TIPO-SUELDO
                    AND (S-MEN NOT EQUAL CPE-S-MEN-ANT
                         OR TAB-S NOT EQUAL CPE-TAB-ANT)
                   MOVE 'EL SUELDO CAMBIO DESDE LA CAPTURA'
                       TO WS-CPE-MOTIVO
               WHEN CPE-TIPO-CUENTA
                    AND CTA-BANCARIA NOT EQUAL CPE-CTA-ANT
                   MOVE 'LA CUENTA CAMBIO DESDE LA CAPTURA'
                       TO WS-CPE-MOTIVO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-CPE-MOTIVO NOT EQUAL SPACES
               DISPLAY 'NO SE PUEDE AUTORIZAR: ' WS-CPE-MOTIVO
               MOVE 'R' TO WS-DECISION
           ELSE
               IF CPE-TIPO-SUELDO
                   PERFORM 740-APLICAR-SUELDO
               ELSE
                   PERFORM 745-APLICAR-CUENTA
               END-IF
           END-IF.
           PERFORM 750-CERRAR-CAMBIO.

      *    AL AUTORIZAR SE VUELVE A VALIDAR LA BANDA DEL PUESTO Y EL
      *    CAMBIO SIGUE EL CAMINO NORMAL DEL AUMENTO: A FUTURO QUEDA
      *    PROGRAMADO, HOY O EN EL PASADO SE APLICA (CON RETROACTIVO).
      *    SI NO SE PUDO GRABAR EL CAMBIO SIGUE PENDIENTE.
       740-APLICAR-SUELDO.
           MOVE S-MEN   TO WS-S-MEN-ANT.
           MOVE TAB-S   TO WS-TAB-ANT.
           MOVE CLV-DEP TO WS-DEP-ANT WS-DEP-NVO.
           MOVE CPE-S-MEN-NVO TO S-MEN.
           MOVE CPE-TAB-NVO   TO TAB-S.
           PERFORM 980-VALIDAR-BANDA.
           IF WS-BANDA-OK NOT EQUAL 'S'
               MOVE WS-S-MEN-ANT TO S-MEN
               MOVE WS-TAB-ANT   TO TAB-S
               MOVE 'FUERA DE LA BANDA DEL PUESTO' TO WS-CPE-MOTIVO
               MOVE 'R' TO WS-DECISION
           ELSE
               MOVE CPE-F-EFECTIVA TO WS-F-EFECTIVA
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-F-HOY
               IF WS-F-EFECTIVA GREATER WS-F-HOY
                   PERFORM 520-PROGRAMAR-AUMENTO
               ELSE
                   PERFORM 530-APLICAR-AUMENTO
               END-IF
               IF WS-AUMENTO-OK NOT EQUAL 'S'
                   MOVE WS-S-MEN-ANT TO S-MEN
                   MOVE WS-TAB-ANT   TO TAB-S
                   DISPLAY 'EL CAMBIO SIGUE PENDIENTE'
                   MOVE 'S' TO WS-DECISION
               END-IF
           END-IF.

       745-APLICAR-CUENTA.
           MOVE CTA-BANCARIA TO WS-CTA-ANT-CAMBIO.
           MOVE CPE-CTA-NVA  TO CTA-BANCARIA.
           REWRITE REG-EMPL
               INVALID KEY
                   DISPLAY 'ERROR AL ACTUALIZAR LA CUENTA, EL CAMBIO '
                           'SIGUE PENDIENTE'
                   MOVE 'S' TO WS-DECISION
               NOT INVALID KEY
                   DISPLAY 'CUENTA BANCARIA ACTUALIZADA'
                   PERFORM 920-REGISTRAR-CAMBIO-CTA
                   MOVE 'CUENTA' TO WS-MOVIMIENTO
                   PERFORM 905-HISTORIA-EMPL
           END-REWRITE.

       750-CERRAR-CAMBIO.
           IF WS-DECISION EQUAL 'A' OR WS-DECISION EQUAL 'R'
               IF WS-DECISION EQUAL 'A'
                   SET CPE-AUTORIZADO TO TRUE
               ELSE
                   SET CPE-RECHAZADO TO TRUE
               END-IF
               MOVE WS-OPERADOR-ACTUAL         TO CPE-OPERADOR-REVISA
               MOVE FUNCTION CURRENT-DATE(1:8) TO CPE-F-REVISA
               MOVE WS-CPE-MOTIVO              TO CPE-MOTIVO
               REWRITE REG-CAMBIO-PEND
                   INVALID KEY
                       DISPLAY 'ERROR AL CERRAR EL CAMBIO, FILE '
                               'STATUS: ' WS-STATUS-CPE
                   NOT INVALID KEY
                       IF CPE-AUTORIZADO
                           DISPLAY 'CAMBIO AUTORIZADO'
                       ELSE
                           DISPLAY 'CAMBIO RECHAZADO'
                       END-IF
               END-REWRITE
           END-IF.

      *    REGISTRA EL CONTRATO DE UN EMPLEADO QUE NO LO TIENE (LOS
      *    DADOS DE ALTA ANTES DE LLEVAR CONTRATOS SE CONSIDERAN
      *    INDETERMINADOS) O RENUEVA EL VIGENTE. CADA RENOVACION
      *    PUEDE PRORROGAR EL TERMINO O PASAR EL CONTRATO A OTRO
      *    TIPO, INCLUSO A INDETERMINADO, Y QUEDA EN LA BITACORA.
       800-CONTRATO.
           DISPLAY 'ID-EMPL DEL CONTRATO' ACCEPT WS-ID-BUS.
           MOVE WS-ID-BUS TO ID-EMPL.
           READ EMPLEADO
               INVALID KEY
                   IF WS-STATUS-EMP EQUAL '23'
                       DISPLAY 'EMPLEADO NO ENCONTRADO'
                   ELSE
                       DISPLAY 'ERROR DE LECTURA EN EMPLEADOS, '
                               'FILE STATUS: ' WS-STATUS-EMP
                       STOP RUN
                   END-IF
               NOT INVALID KEY
                   IF EMPL-INACTIVO
                       DISPLAY 'EMPLEADO INACTIVO, SU CONTRATO YA '
                               'TERMINO'
                   ELSE
                       DISPLAY ID-EMPL ' ' NOM-EMPL ' INGRESO ' F-ING
                       PERFORM 805-LEER-CONTRATO
                   END-IF
           END-READ.

       805-LEER-CONTRATO.
           MOVE ID-EMPL TO CTO-ID-EMPL.
           READ CONTRATO
               INVALID KEY
                   DISPLAY 'SIN CONTRATO REGISTRADO, SE CONSIDERA '
                           'INDETERMINADO'
                   DISPLAY 'REGISTRAR SU CONTRATO? S/N' ACCEPT WS-CONF
                   IF WS-CONF EQUAL 'S'
                       PERFORM 932-CAPTURAR-CONTRATO
                       PERFORM 933-GRABAR-CONTRATO
                       DISPLAY 'CONTRATO REGISTRADO'
                   END-IF
               NOT INVALID KEY
                   DISPLAY 'CONTRATO TIPO ' CTO-TIPO ' DEL '
                           CTO-F-INICIO ' AL ' CTO-F-FIN
                           ' RENOVACIONES ' CTO-RENOVACIONES
                   IF CTO-INDETERMINADO
                       DISPLAY 'CONTRATO INDETERMINADO, NO REQUIERE '
                               'RENOVACION'
                   ELSE
                       PERFORM 810-RENOVAR-CONTRATO
                   END-IF
           END-READ.

       810-RENOVAR-CONTRATO.
           MOVE CTO-TIPO  TO WS-CTO-TIPO-ANT.
           MOVE CTO-F-FIN TO WS-CTO-F-FIN-ANT.
           MOVE SPACE TO CTO-TIPO.
           PERFORM UNTIL CTO-TIPO-VALIDO
               DISPLAY 'TIPO DEL CONTRATO RENOVADO: I=INDETERMINADO '
                       'D=DETERMINADO P=PERIODO DE PRUEBA T=TEMPORADA'
                   ACCEPT CTO-TIPO
               MOVE FUNCTION UPPER-CASE(CTO-TIPO) TO CTO-TIPO
               IF NOT CTO-TIPO-VALIDO
                   DISPLAY 'TIPO DE CONTRATO INVALIDO'
               END-IF
           END-PERFORM.
           IF CTO-INDETERMINADO
               MOVE 0 TO CTO-F-FIN
           ELSE
               MOVE WS-CTO-F-FIN-ANT TO WS-CTO-F-MIN
               PERFORM 934-PEDIR-F-FIN
           END-IF.
           DISPLAY 'CONFIRMA RENOVACION AL ' CTO-F-FIN ' S/N'
               ACCEPT WS-CONF.
           IF WS-CONF EQUAL 'S'
               ADD 1 TO CTO-RENOVACIONES
               MOVE FUNCTION CURRENT-DATE(1:8) TO CTO-F-CAPTURA
               MOVE WS-OPERADOR-ACTUAL         TO CTO-OPERADOR
               REWRITE REG-CONTRATO
                   INVALID KEY
                       DISPLAY 'ERROR AL RENOVAR EL CONTRATO, FILE '
                               'STATUS: ' WS-STATUS-CTO
                   NOT INVALID KEY
                       DISPLAY 'CONTRATO RENOVADO'
                       PERFORM 935-REGISTRAR-RENOVACION
               END-REWRITE
           ELSE
               DISPLAY 'RENOVACION CANCELADA'
           END-IF.
