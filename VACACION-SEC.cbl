           ASSIGN TO 'VACACION-SOL-FILE'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-SOL2.
           SELECT PRIMA-VAC
           ASSIGN TO 'PRIMA-VACACIONAL-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PVA-LLAVE
           FILE STATUS IS WS-STATUS-PVA.
           SELECT FESTIVO
           ASSIGN TO 'DIAS-FESTIVOS-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FES-FECHA
           FILE STATUS IS WS-STATUS-FES.
           SELECT OPERADOR
           ASSIGN TO 'OPERADOR-FILE'
           ORGANIZATION IS INDEXED
       FD VACSOL2.
           COPY VACSOLREG REPLACING ==REG-VAC-SOL== BY ==REG-VAC-SOL2==
                        LEADING ==SOL== BY ==SOL2==.
       FD PRIMA-VAC.
           COPY PVACREG.
       FD FESTIVO.
           COPY FESTREG.
       FD OPERADOR.
           COPY OPERREG.
       FD ACCESO.
               88 ROL-ACTUAL-CAPTURISTA   VALUE 'C'.
           05 WS-FLAG-SOL                PIC 9.
           05 WS-DECISION                PIC X.
           05 WS-CLV-DEP-SOL             PIC 9(03).
           05 WS-F-INI-SOL               PIC 9(08).
           05 WS-F-FIN-SOL               PIC 9(08).
           05 WS-STATUS-PVA              PIC XX.
           05 WS-PRIMA-VAC               PIC 9V99 VALUE 0.25.
           05 WS-STATUS-FES              PIC XX.
           05 WS-HAY-FES                 PIC X.
           05 WS-ES-HABIL                PIC X.
           05 WS-DIA-INT                 PIC 9(07).
           05 WS-DIA-FIN-INT             PIC 9(07).
           05 WS-DIA-SEMANA              PIC 9.

       PROCEDURE DIVISION.
       010-INITIAL.
               CLOSE VACACION
               OPEN I-O VACACION
           END-IF.
           OPEN I-O PRIMA-VAC.
           IF WS-STATUS-PVA EQUAL '35'
               OPEN OUTPUT PRIMA-VAC
               CLOSE PRIMA-VAC
               OPEN I-O PRIMA-VAC
           END-IF.
      *    SIN CATALOGO DE FESTIVOS SOLO SE BRINCAN LOS FINES DE
      *    SEMANA AL CONTAR DIAS HABILES.
           MOVE 'S' TO WS-HAY-FES.
           OPEN INPUT FESTIVO.
           IF WS-STATUS-FES NOT EQUAL '00'
               MOVE 'N' TO WS-HAY-FES
               DISPLAY 'AVISO: SIN DIAS-FESTIVOS-FILE, LOS DIAS '
                       'HABILES SOLO DESCUENTAN FINES DE SEMANA'
           END-IF.

       100-CERRAR.
           CLOSE EMPLEADO.
           CLOSE VACACION.
           CLOSE PRIMA-VAC.
           IF WS-HAY-FES EQUAL 'S'
               CLOSE FESTIVO
           END-IF.

       100-MENU.
           DISPLAY '---------------------------------------'.
                   PERFORM 510-CAPTURAR-SOLICITUD
           END-READ.

      *    LOS DIAS A DESCONTAR YA NO SE CAPTURAN: SON LOS DIAS
      *    HABILES DEL RANGO DE FECHAS.
       510-CAPTURAR-SOLICITUD.
           DISPLAY 'FECHA DE INICIO (AAAAMMDD)' ACCEPT SOL-F-INICIO.
           DISPLAY 'FECHA DE FIN (AAAAMMDD)'    ACCEPT SOL-F-FIN.
           EVALUATE TRUE
               WHEN FUNCTION TEST-DATE-YYYYMMDD(SOL-F-INICIO)
                    NOT EQUAL 0
                 OR FUNCTION TEST-DATE-YYYYMMDD(SOL-F-FIN)
                    NOT EQUAL 0
                   DISPLAY 'FECHA INVALIDA, SOLICITUD NO REGISTRADA'
               WHEN SOL-F-FIN LESS SOL-F-INICIO
                   DISPLAY 'LA FECHA DE FIN ES ANTERIOR AL INICIO, '
                           'SOLICITUD NO REGISTRADA'
               WHEN OTHER
                   PERFORM 515-CONTAR-HABILES
                   IF SOL-DIAS EQUAL 0
                       DISPLAY 'EL RANGO NO TIENE DIAS HABILES, '
                               'SOLICITUD NO REGISTRADA'
                   ELSE
                       PERFORM 520-GRABAR-SOLICITUD
                   END-IF
           END-EVALUATE.

      *    SE BRINCAN SABADOS, DOMINGOS Y LOS DIAS DEL CATALOGO DE
      *    FESTIVOS QUE MANTIENE CALENDARIO-NOMINA.
       515-CONTAR-HABILES.
           MOVE 0 TO SOL-DIAS.
           COMPUTE WS-DIA-INT = FUNCTION INTEGER-OF-DATE(SOL-F-INICIO).
           COMPUTE WS-DIA-FIN-INT = FUNCTION INTEGER-OF-DATE(SOL-F-FIN).
           PERFORM 516-CONTAR-DIA
               UNTIL WS-DIA-INT GREATER WS-DIA-FIN-INT.
           DISPLAY 'DIAS HABILES EN EL RANGO: ' SOL-DIAS.

       516-CONTAR-DIA.
           PERFORM 517-DIA-HABIL.
           IF WS-ES-HABIL EQUAL 'S'
               ADD 1 TO SOL-DIAS
           END-IF.
           ADD 1 TO WS-DIA-INT.

      *    EL DIA 1 DEL CALENDARIO ENTERO (1601-01-01) FUE LUNES, ASI
      *    QUE EL RESIDUO ENTRE 7 DA 6 PARA SABADO Y 0 PARA DOMINGO.
       517-DIA-HABIL.
           MOVE 'S' TO WS-ES-HABIL.
           COMPUTE WS-DIA-SEMANA = FUNCTION MOD(WS-DIA-INT, 7).
           IF WS-DIA-SEMANA EQUAL 6 OR WS-DIA-SEMANA EQUAL 0
               MOVE 'N' TO WS-ES-HABIL
           ELSE
               IF WS-HAY-FES EQUAL 'S'
                   COMPUTE FES-FECHA =
                       FUNCTION DATE-OF-INTEGER(WS-DIA-INT)
                   READ FESTIVO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'N' TO WS-ES-HABIL
                   END-READ
               END-IF
           END-IF.

       520-GRABAR-SOLICITUD.
           IF SOL-DIAS GREATER VAC-DIAS-DISPONIBLES
               DISPLAY 'AVISO: PIDE MAS DIAS DE LOS DISPONIBLES,'
               DISPLAY 'EL SUPERVISOR LO VERA AL APROBAR'
           END-IF.
           MOVE WS-ID-BUS TO SOL-ID-EMPL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO SOL-F-CAPTURA.
           MOVE WS-OPERADOR-ACTUAL TO SOL-OPERADOR.
           MOVE SPACES TO SOL-APROBADOR.
           SET SOL-SOLICITADA TO TRUE.
           OPEN EXTEND VACSOL.
           IF WS-STATUS-SOL EQUAL '35'
               OPEN OUTPUT VACSOL
           END-IF.
           WRITE REG-VAC-SOL.
           CLOSE VACSOL.
           DISPLAY 'SOLICITUD REGISTRADA, PENDIENTE DE '
                   'APROBACION'.

       600-APROBAR.
           OPEN I-O VACSOL.
           IF WS-STATUS-SOL EQUAL '35'
                       REWRITE REG-VAC-SOL
                       DISPLAY 'SOLICITUD APROBADA, NUEVO SALDO: '
                               VAC-DIAS-DISPONIBLES
                       PERFORM 645-GRABAR-PRIMA
               END-REWRITE
           END-IF.

      *    LA PRIMA VACACIONAL DE LOS DIAS APROBADOS QUEDA PENDIENTE
      *    PARA LA NOMINA DEL PERIODO (Y QUINCENA) EN QUE EMPIEZAN
      *    LAS VACACIONES, CALCULADA CON EL SUELDO VIGENTE AL
      *    APROBAR. EL MAESTRO SE VUELVE A LEER PORQUE LA REVISION
      *    DE EMPALMES LO DEJA POSICIONADO EN OTRO EMPLEADO.
       645-GRABAR-PRIMA.
           MOVE SOL-ID-EMPL TO ID-EMPL.
           READ EMPLEADO
               INVALID KEY
                   DISPLAY 'ID-EMPL ' SOL-ID-EMPL ' YA NO EXISTE EN '
                           'EL MAESTRO, NO SE GENERA PRIMA VACACIONAL'
               NOT INVALID KEY
                   MOVE SOL-ID-EMPL  TO PVA-ID-EMPL
                   MOVE SOL-F-INICIO TO PVA-F-INICIO
                   MOVE FUNCTION CURRENT-DATE(1:8) TO PVA-F-REGISTRO
                   MOVE FUNCTION CURRENT-DATE(9:6) TO PVA-H-REGISTRO
                   MOVE SOL-F-FIN    TO PVA-F-FIN
                   MOVE SOL-DIAS     TO PVA-DIAS
                   MOVE S-MEN        TO PVA-S-MEN
                   MOVE WS-PRIMA-VAC TO PVA-TASA
                   COMPUTE PVA-MONTO ROUNDED =
                       (S-MEN / 30) * SOL-DIAS * WS-PRIMA-VAC
                   MOVE WS-OPERADOR-ACTUAL TO PVA-APROBADOR
                   MOVE SOL-F-INICIO(1:6)  TO PVA-PERIODO
                   IF SOL-F-INICIO(7:2) GREATER '15'
                       MOVE 2 TO PVA-QUINCENA
                   ELSE
                       MOVE 1 TO PVA-QUINCENA
                   END-IF
                   SET PVA-PENDIENTE TO TRUE
                   MOVE 0 TO PVA-PERIODO-PAGO PVA-QUINCENA-PAGO
                             PVA-F-PAGO
                   WRITE REG-PRIMA-VAC
                       INVALID KEY
                           DISPLAY 'ERROR AL REGISTRAR LA PRIMA '
                                   'VACACIONAL, FILE STATUS: '
                                   WS-STATUS-PVA
                       NOT INVALID KEY
                           DISPLAY 'PRIMA VACACIONAL POR PAGAR: '
                                   PVA-MONTO ' EN EL PERIODO '
                                   PVA-PERIODO
                   END-WRITE
           END-READ.
