           ASSIGN TO 'CHECKPOINT-FILE'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-CHK.
           SELECT FISCAL
           ASSIGN TO 'FISCAL-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FIS-ID-EMPL
           FILE STATUS IS WS-STATUS-FIS.
           SELECT CONTRATO
           ASSIGN TO 'CONTRATO-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTO-ID-EMPL
           FILE STATUS IS WS-STATUS-CTO.
           SELECT EMPL-HIST
           ASSIGN TO 'EMPL-HIST-FILE'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-EMH.

       DATA DIVISION.
       FILE SECTION.
           COPY ACCESOREG.
       FD CHECKPOINT.
           COPY CHECKREG.
       FD FISCAL.
           COPY FISCREG.
       FD CONTRATO.
           COPY CONTREG.
       FD EMPL-HIST.
           COPY EMPHREG.

       WORKING-STORAGE SECTION.
       01 WS-AREAS.
           05 WS-STATUS-LOTE             PIC XX.
           05 WS-STATUS-EMP              PIC XX.
           05 WS-STATUS-EMH              PIC XX.
           05 WS-STATUS-DEP              PIC XX.
           05 WS-STATUS-ESC              PIC XX.
           05 WS-STATUS-RCH              PIC XX.
           05 WS-STATUS-AUD              PIC XX.
           05 WS-STATUS-ACC              PIC XX.
           05 WS-MOVIMIENTO              PIC X(08).
           05 WS-SUELDO-ANT              PIC 9(07)V99.
           05 WS-SUELDO-NVO              PIC 9(07)V99.
           05 WS-DEP-ANT                 PIC 9(03).
           05 WS-DEP-NVO                 PIC 9(03).
           05 WS-TAB-ANT                 PIC A.
           05 WS-TAB-NVO                 PIC A.
           05 WS-MODO                    PIC X.
           05 WS-FLAG-TOPE                PIC 9.
           05 WS-HEADCOUNT-DEP            PIC 9(04).
           05 WS-NOMINA-DEP               PIC 9(09)V99.
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
           05 WS-STATUS-CTO              PIC XX.

       PROCEDURE DIVISION.
       010-INITIAL.
                   CLOSE LOTE EMPLEADO DEPTO ESCALA
                   STOP RUN
               END-IF
               OPEN I-O FISCAL
               IF WS-STATUS-FIS EQUAL '35'
                   OPEN OUTPUT FISCAL
                   CLOSE FISCAL
                   OPEN I-O FISCAL
               END-IF
               IF WS-STATUS-FIS NOT EQUAL '00'
                   DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE DATOS '
                           'FISCALES, FILE STATUS: ' WS-STATUS-FIS
                   CLOSE LOTE EMPLEADO DEPTO ESCALA RECHAZOS
                   STOP RUN
               END-IF
               OPEN I-O CONTRATO
               IF WS-STATUS-CTO EQUAL '35'
                   OPEN OUTPUT CONTRATO
                   CLOSE CONTRATO
                   OPEN I-O CONTRATO
               END-IF
               IF WS-STATUS-CTO NOT EQUAL '00'
                   DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE CONTRATOS, '
                           'FILE STATUS: ' WS-STATUS-CTO
                   CLOSE LOTE EMPLEADO DEPTO ESCALA RECHAZOS FISCAL
                   STOP RUN
               END-IF
           END-IF.

       100-CERRAR.
           CLOSE ESCALA.
           IF WS-MODO-CARGA
               CLOSE RECHAZOS
               CLOSE FISCAL
               CLOSE CONTRATO
           END-IF.

       900-AUDITAR.
           WRITE REG-AUDITORIA.
           CLOSE AUDITORIA.

      *    IMAGEN COMPLETA DEL EMPLEADO DADO DE ALTA, PARA
      *    RECONSTRUIR EL MAESTRO A UNA FECHA CON EMPL-HIST-CONSULTA.
       905-HISTORIA-EMPL.
           OPEN EXTEND EMPL-HIST.
           IF WS-STATUS-EMH EQUAL '35'
               OPEN OUTPUT EMPL-HIST.
           MOVE ID-EMPL OF REG-EMPL         TO EMH-ID-EMPL.
           MOVE FUNCTION CURRENT-DATE(1:8)  TO EMH-FECHA.
           MOVE FUNCTION CURRENT-DATE(9:6)  TO EMH-HORA.
           MOVE WS-OPERADOR-ACTUAL          TO EMH-OPERADOR.
           MOVE 'ALTA-BATCH'                TO EMH-PROGRAMA.
           MOVE WS-MOVIMIENTO               TO EMH-MOVIMIENTO.
           SET EMH-ALTA                     TO TRUE.
           MOVE SPACES                      TO EMH-ANTES.
           MOVE REG-EMPL                    TO EMH-DESPUES.
           WRITE REG-EMPL-HIST.
           CLOSE EMPL-HIST.

       200-PROCESAR-LOTE.
           READ LOTE
               AT END
               PERFORM 220-VALIDAR-FECHA
           END-IF.

           IF WS-OK EQUAL 'S'
               PERFORM 250-VALIDAR-FISCAL
           END-IF.

           IF WS-OK EQUAL 'S'
               PERFORM 260-VALIDAR-CONTRATO
           END-IF.

           IF WS-OK EQUAL 'S'
               MOVE TRAN-ID-EMPL           TO ID-EMPL OF REG-EMPL
               MOVE TRAN-NOM-EMPL          TO NOM-EMPL OF REG-EMPL
                           MOVE SPACE     TO WS-TAB-ANT
                           MOVE TAB-S OF REG-EMPL   TO WS-TAB-NVO
                           PERFORM 900-AUDITAR
                           PERFORM 905-HISTORIA-EMPL
                           PERFORM 258-GRABAR-FISCAL
                           PERFORM 262-GRABAR-CONTRATO
                   END-WRITE
               ELSE
                   ADD 1 TO WS-TOT-CARGADOS
                   END-IF
           END-EVALUATE.

      *    LOS DATOS FISCALES VIENEN EN EL LOTE Y SE VALIDAN CON LAS
      *    MISMAS REGLAS QUE LA CAPTURA EN ALL-SEC; EL PRIMER DATO
      *    QUE FALLA QUEDA COMO MOTIVO DEL RECHAZO.
       250-VALIDAR-FISCAL.
           MOVE FUNCTION UPPER-CASE(TRAN-RFC)  TO FIS-RFC.
           MOVE FUNCTION UPPER-CASE(TRAN-CURP) TO FIS-CURP.
           MOVE TRAN-NSS                       TO FIS-NSS.
           MOVE TRAN-CP                        TO FIS-CP.
           PERFORM 251-VALIDAR-RFC.
           IF WS-FIS-OK NOT EQUAL 'S'
               MOVE 'N' TO WS-OK
               STRING 'RFC: ' WS-FIS-MSJ
                   DELIMITED BY SIZE INTO WS-MOTIVO
           ELSE
               PERFORM 253-VALIDAR-CURP
               IF WS-FIS-OK NOT EQUAL 'S'
                   MOVE 'N' TO WS-OK
                   STRING 'CURP: ' WS-FIS-MSJ
                       DELIMITED BY SIZE INTO WS-MOTIVO
               ELSE
                   PERFORM 255-VALIDAR-NSS
                   IF WS-FIS-OK NOT EQUAL 'S'
                       MOVE 'N' TO WS-OK
                       STRING 'NSS: ' WS-FIS-MSJ
                           DELIMITED BY SIZE INTO WS-MOTIVO
                   ELSE
                       PERFORM 256-VALIDAR-CP
                       IF WS-FIS-OK NOT EQUAL 'S'
                           MOVE 'N' TO WS-OK
                           STRING 'C.P.: ' WS-FIS-MSJ
                               DELIMITED BY SIZE INTO WS-MOTIVO
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    VALIDA EL RFC DE PERSONA FISICA: 13 POSICIONES, CUATRO
      *    LETRAS, FECHA DE NACIMIENTO AAMMDD, HOMOCLAVE DE DOS
      *    POSICIONES Y DIGITO VERIFICADOR (MODULO 11 SOBRE LAS
      *    PRIMERAS 12 POSICIONES CON PESOS DE 13 A 2).
       251-VALIDAR-RFC.
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
               PERFORM 252-DIGITO-RFC
               IF FIS-RFC(13:1) NOT EQUAL WS-FIS-DV
                   MOVE 'N' TO WS-FIS-OK
                   MOVE 'DIGITO VERIFICADOR INCORRECTO'
                       TO WS-FIS-MSJ
               END-IF
           END-IF.

       252-DIGITO-RFC.
           MOVE 0 TO WS-FIS-SUMA.
           PERFORM VARYING WS-FIS-I FROM 1 BY 1
               UNTIL WS-FIS-I GREATER 12
               MOVE FIS-RFC(WS-FIS-I:1) TO WS-FIS-CAR
               PERFORM 259-VALOR-ALFABETO
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
       253-VALIDAR-CURP.
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
               PERFORM 254-DIGITO-CURP
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

       254-DIGITO-CURP.
           MOVE 0 TO WS-FIS-SUMA.
           PERFORM VARYING WS-FIS-I FROM 1 BY 1
               UNTIL WS-FIS-I GREATER 17
               MOVE FIS-CURP(WS-FIS-I:1) TO WS-FIS-CAR
               PERFORM 259-VALOR-ALFABETO
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
       255-VALIDAR-NSS.
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

       256-VALIDAR-CP.
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
       259-VALOR-ALFABETO.
           MOVE 0 TO WS-FIS-VALOR.
           PERFORM VARYING WS-FIS-J FROM 1 BY 1
               UNTIL WS-FIS-J GREATER 38
                  OR WS-FIS-ALFABETO(WS-FIS-J:1) EQUAL WS-FIS-CAR
               CONTINUE
           END-PERFORM.
           IF WS-FIS-J NOT GREATER 38
               COMPUTE WS-FIS-VALOR = WS-FIS-J - 1
           END-IF.

       258-GRABAR-FISCAL.
           MOVE ID-EMPL OF REG-EMPL          TO FIS-ID-EMPL.
           MOVE FUNCTION UPPER-CASE(TRAN-RFC)  TO FIS-RFC.
           MOVE FUNCTION UPPER-CASE(TRAN-CURP) TO FIS-CURP.
           MOVE TRAN-NSS                     TO FIS-NSS.
           MOVE TRAN-CP                      TO FIS-CP.
           MOVE FUNCTION CURRENT-DATE(1:8)   TO FIS-F-CAPTURA.
           MOVE WS-OPERADOR-ACTUAL           TO FIS-OPERADOR.
           WRITE REG-FISCAL
               INVALID KEY
                   REWRITE REG-FISCAL
                       INVALID KEY
                           DISPLAY 'ERROR AL GRABAR DATOS FISCALES DEL '
                                   'ID-EMPL ' FIS-ID-EMPL
                   END-REWRITE
           END-WRITE.

      *    EL CONTRATO DEL LOTE EMPIEZA EN LA FECHA DE INGRESO. EL
      *    TIPO EN BLANCO ES INDETERMINADO, QUE NO LLEVA FECHA DE
      *    TERMINO; LOS DEMAS TIPOS EXIGEN UNA FECHA VALIDA POSTERIOR
      *    AL INGRESO.
       260-VALIDAR-CONTRATO.
           IF TRAN-CTO-TIPO EQUAL SPACE
               MOVE 'I' TO CTO-TIPO
           ELSE
               MOVE TRAN-CTO-TIPO TO CTO-TIPO
           END-IF.
           MOVE TRAN-F-ING TO CTO-F-INICIO.
           EVALUATE TRUE
               WHEN NOT CTO-TIPO-VALIDO
                   MOVE 'N' TO WS-OK
                   MOVE 'TIPO DE CONTRATO INVALIDO' TO WS-MOTIVO
               WHEN CTO-INDETERMINADO
                   MOVE 0 TO CTO-F-FIN
               WHEN TRAN-CTO-F-FIN NOT NUMERIC
                   MOVE 'N' TO WS-OK
                   MOVE 'FALTA FECHA DE TERMINO DEL CONTRATO'
                       TO WS-MOTIVO
               WHEN TRAN-CTO-F-FIN NOT GREATER TRAN-F-ING
                   MOVE 'N' TO WS-OK
                   MOVE 'TERMINO DEL CONTRATO ANTES DEL INGRESO'
                       TO WS-MOTIVO
               WHEN OTHER
                   MOVE TRAN-CTO-F-FIN TO CTO-F-FIN
                   MOVE CTO-F-FIN(1:4) TO WS-F-ANIO
                   MOVE CTO-F-FIN(5:2) TO WS-F-MES
                   MOVE CTO-F-FIN(7:2) TO WS-F-DIA
                   IF WS-F-MES LESS 1 OR WS-F-MES GREATER 12
                       MOVE 'N' TO WS-OK
                       MOVE 'MES DE TERMINO DE CONTRATO INVALIDO'
                           TO WS-MOTIVO
                   ELSE
                       PERFORM 221-DIAS-MES
                       IF WS-F-DIA LESS 1
                          OR WS-F-DIA GREATER WS-DIAS-MES
                           MOVE 'N' TO WS-OK
                           MOVE 'DIA DE TERMINO DE CONTRATO INVALIDO'
                               TO WS-MOTIVO
                       END-IF
                   END-IF
           END-EVALUATE.

       262-GRABAR-CONTRATO.
           MOVE ID-EMPL OF REG-EMPL          TO CTO-ID-EMPL.
           MOVE 0                            TO CTO-RENOVACIONES.
           MOVE FUNCTION CURRENT-DATE(1:8)   TO CTO-F-CAPTURA.
           MOVE WS-OPERADOR-ACTUAL           TO CTO-OPERADOR.
           WRITE REG-CONTRATO
               INVALID KEY
                   REWRITE REG-CONTRATO
                       INVALID KEY
                           DISPLAY 'ERROR AL GRABAR EL CONTRATO DEL '
                                   'ID-EMPL ' CTO-ID-EMPL
                   END-REWRITE
           END-WRITE.

       230-RECHAZAR.
           ADD 1 TO WS-TOT-RECHAZADOS.
           MOVE TRAN-ID-EMPL          TO RCH-ID-EMPL.
