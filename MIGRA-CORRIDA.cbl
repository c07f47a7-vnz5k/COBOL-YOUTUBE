       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIGRA-CORRIDA IS INITIAL PROGRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT CORRIDA-VIEJO
           ASSIGN TO 'CORRIDA-OLD'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS COR-LLAVE-VIEJO
           FILE STATUS IS WS-STATUS-VIEJO.
           SELECT CORRIDA
           ASSIGN TO 'NOMINA-CORRIDA-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COR-LLAVE
           FILE STATUS IS WS-STATUS-COR.

       DATA DIVISION.
       FILE SECTION.
       FD CORRIDA-VIEJO.
       01 REG-CORRIDA-VIEJO.
           05 COR-LLAVE-VIEJO.
               10 COR-PERIODO-VIEJO     PIC 9(06).
               10 COR-QUINCENA-VIEJO    PIC 9.
           05 COR-FECHA-VIEJO           PIC 9(08).
           05 COR-EMPLEADOS-VIEJO       PIC 9(05).
           05 COR-TOT-NETO-VIEJO        PIC 9(08)V99.
       FD CORRIDA.
           COPY CORRREG.

       WORKING-STORAGE SECTION.
       01 WS-AREAS.
           05 WS-STATUS-VIEJO           PIC XX.
           05 WS-STATUS-COR             PIC XX.
           05 WS-FLAG                   PIC 9.
           05 WS-LEIDOS                 PIC 9(05).
           05 WS-CONVERTIDOS            PIC 9(05).

       PROCEDURE DIVISION.
      *    LA CORRIDA GANO SU ESTADO Y LOS DATOS DE LA CANCELACION, Y
      *    EL TOTAL NETO SE AMPLIO A 9(09)V99; LOS CAMPOS SE PASAN POR
      *    NOMBRE Y TODAS LAS CORRIDAS QUEDAN VIGENTES.
      *    LA MIGRACION SE CORRE EN ESTE ORDEN: MIGRA-CORRIDA,
      *    MIGRA-NOMINA-HIST, MIGRA-EMPL-AMPLIA, MIGRA-BITACORA-AMPLIA
      *    Y MIGRA-NOMINA-AMPLIA.
       010-INITIAL.
           PERFORM 100-ABRIR.
           PERFORM 200-CONVERTIR UNTIL WS-FLAG EQUAL 1.
           PERFORM 100-CERRAR.
           DISPLAY '======================================='.
           DISPLAY 'MIGRACION CORRIDA-OLD -> NOMINA-CORRIDA-FILE'.
           DISPLAY 'REGISTROS LEIDOS: ' WS-LEIDOS.
           DISPLAY 'REGISTROS CONVERTIDOS: ' WS-CONVERTIDOS.
           DISPLAY 'TODAS LAS CORRIDAS QUEDARON VIGENTES'.
       STOP RUN.

       100-ABRIR.
           OPEN INPUT CORRIDA-VIEJO.
           IF WS-STATUS-VIEJO NOT EQUAL '00'
               DISPLAY 'ERROR AL ABRIR EL ARCHIVO ORIGEN '
                       '(CORRIDA-OLD), '
                       'FILE STATUS: ' WS-STATUS-VIEJO
               DISPLAY 'RENOMBRA EL NOMINA-CORRIDA-FILE ACTUAL A '
               DISPLAY 'CORRIDA-OLD ANTES DE CORRER ESTA MIGRACION'
               STOP RUN
           END-IF.
           OPEN I-O CORRIDA.
           IF WS-STATUS-COR EQUAL '35'
               OPEN OUTPUT CORRIDA
               CLOSE CORRIDA
               OPEN I-O CORRIDA
           END-IF.
           IF WS-STATUS-COR NOT EQUAL '00'
               DISPLAY 'ERROR AL ABRIR EL ARCHIVO DESTINO '
                       '(NOMINA-CORRIDA-FILE), '
                       'FILE STATUS: ' WS-STATUS-COR
               CLOSE CORRIDA-VIEJO
               STOP RUN
           END-IF.
           MOVE 0 TO WS-FLAG WS-LEIDOS WS-CONVERTIDOS.

       100-CERRAR.
           CLOSE CORRIDA-VIEJO.
           CLOSE CORRIDA.

       200-CONVERTIR.
           READ CORRIDA-VIEJO NEXT RECORD
               AT END
                   MOVE 1 TO WS-FLAG
               NOT AT END
                   ADD 1 TO WS-LEIDOS
                   MOVE COR-PERIODO-VIEJO   TO COR-PERIODO
                   MOVE COR-QUINCENA-VIEJO  TO COR-QUINCENA
                   MOVE COR-FECHA-VIEJO     TO COR-FECHA
                   MOVE COR-EMPLEADOS-VIEJO TO COR-EMPLEADOS
                   MOVE COR-TOT-NETO-VIEJO  TO COR-TOT-NETO
                   SET COR-VIGENTE TO TRUE
                   MOVE 0      TO COR-F-CANCELA
                   MOVE SPACES TO COR-OPERADOR-CANCELA
                   WRITE REG-CORRIDA
                       INVALID KEY
                           DISPLAY 'CORRIDA ' COR-PERIODO-VIEJO ' '
                                   COR-QUINCENA-VIEJO
                                   ' DUPLICADA, REGISTRO OMITIDO'
                       NOT INVALID KEY
                           ADD 1 TO WS-CONVERTIDOS
                   END-WRITE
           END-READ.
