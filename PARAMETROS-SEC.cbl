       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARAMETROS-SEC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT PARAMETROS
           ASSIGN TO 'PARAMETROS-FILE'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-PAR.

       DATA DIVISION.
       FILE SECTION.
       FD PARAMETROS.
           COPY PARAMREG.

       WORKING-STORAGE SECTION.
       01 WS-AREAS.
           05 WS-STATUS-PAR              PIC XX.
           05 WS-HAY-PAR                 PIC X.
           05 WS-RES                     PIC X.
           05 WS-DATO                    PIC X(40).

       PROCEDURE DIVISION.
      *    EL ARCHIVO TIENE UN SOLO REGISTRO: SE LEE COMPLETO, SE
      *    CORRIGEN LOS CAMPOS QUE EL USUARIO CAPTURE (ENTER DEJA EL
      *    VALOR ACTUAL) Y SE VUELVE A ESCRIBIR ENTERO.
       010-INITIAL.
           PERFORM 100-LEER.
           PERFORM 200-MOSTRAR.
           PERFORM 300-CAPTURAR.
           DISPLAY 'GRABAR LOS PARAMETROS? S/N' ACCEPT WS-RES.
           IF WS-RES EQUAL 'S'
               PERFORM 400-GRABAR
           ELSE
               DISPLAY 'NO SE GRABO NINGUN CAMBIO'
           END-IF.
       STOP RUN.

       100-LEER.
           MOVE 'N' TO WS-HAY-PAR.
           OPEN INPUT PARAMETROS.
           IF WS-STATUS-PAR EQUAL '35'
               DISPLAY 'NO EXISTE PARAMETROS-FILE, SE CAPTURAN '
                       'POR PRIMERA VEZ'
           ELSE
               IF WS-STATUS-PAR NOT EQUAL '00'
                   DISPLAY 'ERROR AL ABRIR PARAMETROS-FILE, '
                           'FILE STATUS: ' WS-STATUS-PAR
                   STOP RUN
               END-IF
               READ PARAMETROS
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'S' TO WS-HAY-PAR
               END-READ
               CLOSE PARAMETROS
           END-IF.
           IF WS-HAY-PAR NOT EQUAL 'S'
               MOVE SPACES TO REG-PARAMETROS
               MOVE 0 TO PAR-F-ACTUALIZA
           END-IF.
      *    LOS PARAMETROS AGREGADOS DESPUES LLEGAN EN ESPACIOS DESDE
      *    EL FILLER DE RESERVA; SE TOMAN COMO CERO.
           IF PAR-VAR-PORCENTAJE NOT NUMERIC
               MOVE 0 TO PAR-VAR-PORCENTAJE
           END-IF.
           IF PAR-VAR-MONTO NOT NUMERIC
               MOVE 0 TO PAR-VAR-MONTO
           END-IF.
           IF PAR-PCT-ABONOS NOT NUMERIC
               MOVE 0 TO PAR-PCT-ABONOS
           END-IF.
           IF PAR-AHO-PCT-TOPE NOT NUMERIC
               MOVE 0 TO PAR-AHO-PCT-TOPE
           END-IF.
           IF PAR-AHO-TASA NOT NUMERIC
               MOVE 0 TO PAR-AHO-TASA
           END-IF.
           IF PAR-UMA NOT NUMERIC
               MOVE 0 TO PAR-UMA
           END-IF.
           IF PAR-PTU-DIAS-MIN NOT NUMERIC
               MOVE 0 TO PAR-PTU-DIAS-MIN
           END-IF.
           IF PAR-AJU-TOPE NOT NUMERIC
               MOVE 0 TO PAR-AJU-TOPE
           END-IF.

       200-MOSTRAR.
           DISPLAY '======================================='.
           DISPLAY '  PARAMETROS GENERALES DE LA EMPRESA'.
           DISPLAY '======================================='.
           DISPLAY 'RFC DEL PATRON:      ' PAR-RFC-EMPRESA.
           DISPLAY 'RAZON SOCIAL:        ' PAR-RAZON-SOCIAL.
           DISPLAY 'REGISTRO PATRONAL:   ' PAR-REG-PATRONAL.
           DISPLAY 'C.P. DE EXPEDICION:  ' PAR-CP-EXPEDICION.
           DISPLAY 'REGIMEN FISCAL:      ' PAR-REGIMEN-FISCAL.
           DISPLAY 'VARIACION NOMINA %:  ' PAR-VAR-PORCENTAJE.
           DISPLAY 'VARIACION NOMINA $:  ' PAR-VAR-MONTO.
           DISPLAY 'TOPE ABONOS PREST %: ' PAR-PCT-ABONOS.
           DISPLAY 'TOPE FONDO AHORRO %: ' PAR-AHO-PCT-TOPE.
           DISPLAY 'RENDIM. FONDO AHO %: ' PAR-AHO-TASA.
           DISPLAY 'VALOR DIARIO UMA:    ' PAR-UMA.
           DISPLAY 'DIAS MINIMOS PTU:    ' PAR-PTU-DIAS-MIN.
           DISPLAY 'TOPE AJUSTE ANUAL:   ' PAR-AJU-TOPE.
           DISPLAY 'ULTIMA ACTUALIZACION:' PAR-F-ACTUALIZA.

       300-CAPTURAR.
           DISPLAY 'RFC DEL PATRON (12 O 13 POSICIONES)'.
           MOVE SPACES TO WS-DATO.
           ACCEPT WS-DATO.
           IF WS-DATO NOT EQUAL SPACES
               MOVE FUNCTION UPPER-CASE(WS-DATO) TO PAR-RFC-EMPRESA
           END-IF.
           DISPLAY 'RAZON SOCIAL'.
           MOVE SPACES TO WS-DATO.
           ACCEPT WS-DATO.
           IF WS-DATO NOT EQUAL SPACES
               MOVE FUNCTION UPPER-CASE(WS-DATO) TO PAR-RAZON-SOCIAL
           END-IF.
           DISPLAY 'REGISTRO PATRONAL IMSS (11 POSICIONES)'.
           MOVE SPACES TO WS-DATO.
           ACCEPT WS-DATO.
           IF WS-DATO NOT EQUAL SPACES
               MOVE FUNCTION UPPER-CASE(WS-DATO) TO PAR-REG-PATRONAL
           END-IF.
           DISPLAY 'C.P. DEL LUGAR DE EXPEDICION'.
           MOVE SPACES TO WS-DATO.
           ACCEPT WS-DATO.
           IF WS-DATO NOT EQUAL SPACES
               MOVE WS-DATO TO PAR-CP-EXPEDICION
           END-IF.
           DISPLAY 'REGIMEN FISCAL DEL PATRON (EJ 601)'.
           MOVE SPACES TO WS-DATO.
           ACCEPT WS-DATO.
           IF WS-DATO NOT EQUAL SPACES
               MOVE WS-DATO TO PAR-REGIMEN-FISCAL
           END-IF.
           DISPLAY 'PORCENTAJE DE VARIACION QUE SE REPORTA EN '
                   'NOMINA-VARIACION (EJ 10.00)'.
           MOVE SPACES TO WS-DATO.
           ACCEPT WS-DATO.
           IF WS-DATO NOT EQUAL SPACES
               MOVE FUNCTION NUMVAL(WS-DATO) TO PAR-VAR-PORCENTAJE
           END-IF.
           DISPLAY 'MONTO DE VARIACION QUE SE REPORTA EN '
                   'NOMINA-VARIACION (EJ 1000.00)'.
           MOVE SPACES TO WS-DATO.
           ACCEPT WS-DATO.
           IF WS-DATO NOT EQUAL SPACES
               MOVE FUNCTION NUMVAL(WS-DATO) TO PAR-VAR-MONTO
           END-IF.
           DISPLAY 'TOPE DE LA SUMA DE ABONOS A PRESTAMOS COMO '
                   'PORCENTAJE DEL SUELDO NETO (EJ 30.00)'.
           MOVE SPACES TO WS-DATO.
           ACCEPT WS-DATO.
           IF WS-DATO NOT EQUAL SPACES
               MOVE FUNCTION NUMVAL(WS-DATO) TO PAR-PCT-ABONOS
           END-IF.
           DISPLAY 'TOPE DE LA APORTACION DE LA EMPRESA AL FONDO DE '
                   'AHORRO COMO PORCENTAJE DEL BRUTO (EJ 13.00)'.
           MOVE SPACES TO WS-DATO.
           ACCEPT WS-DATO.
           IF WS-DATO NOT EQUAL SPACES
               MOVE FUNCTION NUMVAL(WS-DATO) TO PAR-AHO-PCT-TOPE
           END-IF.
           DISPLAY 'RENDIMIENTO ANUAL DEL FONDO DE AHORRO QUE SE '
                   'ABONA AL LIQUIDARLO, PORCENTAJE (EJ 5.00)'.
           MOVE SPACES TO WS-DATO.
           ACCEPT WS-DATO.
           IF WS-DATO NOT EQUAL SPACES
               MOVE FUNCTION NUMVAL(WS-DATO) TO PAR-AHO-TASA
           END-IF.
           DISPLAY 'VALOR DIARIO DE LA UMA DEL ANIO (EJ 113.14)'.
           MOVE SPACES TO WS-DATO.
           ACCEPT WS-DATO.
           IF WS-DATO NOT EQUAL SPACES
               MOVE FUNCTION NUMVAL(WS-DATO) TO PAR-UMA
           END-IF.
           DISPLAY 'DIAS TRABAJADOS MINIMOS EN EL ANIO PARA '
                   'PARTICIPAR EN LA PTU (EJ 60)'.
           MOVE SPACES TO WS-DATO.
           ACCEPT WS-DATO.
           IF WS-DATO NOT EQUAL SPACES
               MOVE FUNCTION NUMVAL(WS-DATO) TO PAR-PTU-DIAS-MIN
           END-IF.
           DISPLAY 'INGRESO ANUAL ARRIBA DEL CUAL NO SE HACE EL '
                   'AJUSTE ANUAL DE ISR (EJ 400000.00)'.
           MOVE SPACES TO WS-DATO.
           ACCEPT WS-DATO.
           IF WS-DATO NOT EQUAL SPACES
               MOVE FUNCTION NUMVAL(WS-DATO) TO PAR-AJU-TOPE
           END-IF.

       400-GRABAR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO PAR-F-ACTUALIZA.
           OPEN OUTPUT PARAMETROS.
           IF WS-STATUS-PAR NOT EQUAL '00'
               DISPLAY 'ERROR AL ABRIR PARAMETROS-FILE, '
                       'FILE STATUS: ' WS-STATUS-PAR
               STOP RUN
           END-IF.
           WRITE REG-PARAMETROS.
           CLOSE PARAMETROS.
           DISPLAY 'PARAMETROS GRABADOS'.
