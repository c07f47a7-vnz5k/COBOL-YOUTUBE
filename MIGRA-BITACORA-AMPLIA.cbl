       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIGRA-BITACORA-AMPLIA IS INITIAL PROGRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT AUD-VIEJO
           ASSIGN TO 'AUDITORIA-OLD'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-AUV.
           SELECT AUDITORIA
           ASSIGN TO 'AUDITORIA-FILE'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-AUD.
           SELECT AUD-ARCH-VIEJO
           ASSIGN TO 'AUDITORIA-ARCH-OLD'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-AAV.
           SELECT AUD-ARCH
           ASSIGN TO 'AUDITORIA-ARCH-FILE'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-AUA.
           SELECT TRASLADO-VIEJO
           ASSIGN TO 'TRASLADO-OLD'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-TRV.
           SELECT TRASLADO
           ASSIGN TO 'TRASLADO-FILE'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-TRA.
           SELECT RECHAZOS-VIEJO
           ASSIGN TO 'RECHAZOS-OLD'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-RCV.
           SELECT RECHAZOS
           ASSIGN TO 'RECHAZOS-FILE'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-RCH.
           SELECT LOTE-VIEJO
           ASSIGN TO 'LOTE-OLD'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-LTV.
           SELECT LOTE
           ASSIGN TO 'LOTE-FILE'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-LOT.
           SELECT EVALUACION-VIEJO
           ASSIGN TO 'EVALUACION-OLD'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS EVV-LLAVE
           FILE STATUS IS WS-STATUS-EVV.
           SELECT EVALUACION
           ASSIGN TO 'EVALUACION-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EVA-LLAVE
           FILE STATUS IS WS-STATUS-EVA.
           SELECT PROYECCION-VIEJO
           ASSIGN TO 'PROYECCION-OLD'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PRV-NOMBRE
           FILE STATUS IS WS-STATUS-PRV.
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
      *    LA BITACORA Y SU ARCHIVO TIENEN EL MISMO LAYOUT ANTERIOR
      *    (49 POSICIONES); SE CONVIERTEN CON WS-AUD-VIEJA /
      *    WS-AUD-NUEVA.
       FD AUD-VIEJO.
       01 REG-AUD-VIEJO                 PIC X(49).
       FD AUDITORIA.
           COPY AUDITREG.
       FD AUD-ARCH-VIEJO.
       01 REG-AUD-ARCH-VIEJO            PIC X(49).
       FD AUD-ARCH.
           COPY AUDITREG REPLACING ==REG-AUDITORIA== BY
                                   ==REG-AUD-ARCH==
                        LEADING ==AUD== BY ==AUA==.
       FD TRASLADO-VIEJO.
       01 REG-TRASLADO-VIEJO.
           05 TRV-DATOS-1               PIC X(13).
           05 TRV-DEP-ANT               PIC 9.
           05 TRV-DATOS-2               PIC X(20).
           05 TRV-DEP-NVO               PIC 9.
           05 TRV-DATOS-3               PIC X(28).
       FD TRASLADO.
           COPY TRASLREG.
       FD RECHAZOS-VIEJO.
       01 REG-RECHAZO-VIEJO.
           05 RCV-DATOS-1               PIC X(75).
           05 RCV-CLV-DEP               PIC 9.
           05 RCV-DATOS-2               PIC X(10).
       FD RECHAZOS.
           COPY RECHREG.
       FD LOTE-VIEJO.
       01 REG-TRAN-VIEJO.
           05 LTV-DATOS-1               PIC X(35).
           05 LTV-CLV-DEP               PIC 9.
           05 LTV-DATOS-2               PIC X(21).
           05 LTV-S-MEN                 PIC 9(05).
           05 LTV-DATOS-3               PIC X(65).
       FD LOTE.
           COPY LOTEREG.
       FD EVALUACION-VIEJO.
       01 REG-EVALUACION-VIEJO.
           05 EVV-LLAVE                 PIC X(11).
           05 EVV-DATOS-1               PIC X(05).
           05 EVV-CLV-DEP               PIC 9.
           05 EVV-DATOS-2               PIC X(30).
       FD EVALUACION.
           COPY EVALREG.
      *    LAYOUT ANTERIOR DEL ESCENARIO: EL RESULTADO POR
      *    DEPARTAMENTO VENIA DENTRO DEL REGISTRO (POSICION CLV-DEP
      *    + 1); AHORA VA EN PROYECCION-DEP Y EL ESCENARIO GUARDA LOS
      *    TOTALES DE LA EMPRESA.
       FD PROYECCION-VIEJO.
       01 REG-PROYECCION-VIEJO.
           05 PRV-NOMBRE                PIC X(20).
           05 PRV-DESCRIPCION           PIC X(40).
           05 PRV-ANIO                  PIC 9(04).
           05 PRV-F-ALTA                PIC 9(08).
           05 PRV-F-CALCULO             PIC 9(08).
           05 PRV-NUM-AUMENTOS          PIC 9(02).
           05 PRV-AUMENTO OCCURS 10.
               10 PRV-AUM-TIPO          PIC X.
               10 PRV-AUM-CLV-DEP       PIC 9.
               10 PRV-AUM-TAB-S         PIC A.
               10 PRV-AUM-PCT           PIC 9(02)V99.
               10 PRV-AUM-MES           PIC 9(02).
           05 PRV-NUM-ALTAS             PIC 9(02).
           05 PRV-ALTA OCCURS 20.
               10 PRV-ALT-PUE-CLV       PIC 9(02).
               10 PRV-ALT-CLV-DEP       PIC 9.
               10 PRV-ALT-TAB-S         PIC A.
               10 PRV-ALT-S-MEN         PIC 9(05).
               10 PRV-ALT-MES           PIC 9(02).
               10 PRV-ALT-CANT          PIC 9(03).
           05 PRV-NUM-BAJAS             PIC 9(02).
           05 PRV-BAJAS                 PIC X(210).
           05 PRV-RESULTADO OCCURS 10.
               10 PRV-RES-SUELDOS       PIC 9(09)V99.
               10 PRV-RES-AGUINALDO     PIC 9(09)V99.
               10 PRV-RES-PRIMA-VAC     PIC 9(09)V99.
               10 PRV-RES-CUOTAS        PIC 9(09)V99.
               10 PRV-RES-TOTAL         PIC 9(09)V99.
               10 PRV-RES-PLAZAS-MAX    PIC 9(04).
               10 PRV-RES-COSTO-MES     PIC 9(09)V99 OCCURS 12.
       FD PROYECCION.
           COPY PROYREG.
       FD PROYECCION-DEP.
           COPY PRYDREG.

       WORKING-STORAGE SECTION.
       01 WS-AREAS.
           05 WS-STATUS-AUV             PIC XX.
           05 WS-STATUS-AUD             PIC XX.
           05 WS-STATUS-AAV             PIC XX.
           05 WS-STATUS-AUA             PIC XX.
           05 WS-STATUS-TRV             PIC XX.
           05 WS-STATUS-TRA             PIC XX.
           05 WS-STATUS-RCV             PIC XX.
           05 WS-STATUS-RCH             PIC XX.
           05 WS-STATUS-LTV             PIC XX.
           05 WS-STATUS-LOT             PIC XX.
           05 WS-STATUS-EVV             PIC XX.
           05 WS-STATUS-EVA             PIC XX.
           05 WS-STATUS-PRV             PIC XX.
           05 WS-STATUS-PRY             PIC XX.
           05 WS-STATUS-PYD             PIC XX.
           05 WS-FLAG                   PIC 9.
           05 WS-I                      PIC 9(02).
           05 WS-DEP-I                  PIC 9(02).
           05 WS-MES                    PIC 9(02).
           05 WS-AUD-LEIDOS             PIC 9(07).
           05 WS-AUD-ARCH-LEIDOS        PIC 9(07).
           05 WS-TRASLADOS-LEIDOS       PIC 9(07).
           05 WS-RECHAZOS-LEIDOS        PIC 9(05).
           05 WS-LOTE-LEIDOS            PIC 9(05).
           05 WS-EVAL-CONVERTIDAS       PIC 9(05).
           05 WS-ESCENARIOS-CONVERTIDOS PIC 9(05).
           05 WS-DETALLES-GRABADOS      PIC 9(05).

      *    REGISTRO DE BITACORA CON EL LAYOUT ANTERIOR Y CON EL
      *    ACTUAL; SUELDOS Y DEPARTAMENTOS SE MUEVEN COMO NUMERICOS.
       01 WS-AUD-VIEJA.
           05 WS-AUV-DATOS-1            PIC X(35).
           05 WS-AUV-SUELDO-ANT         PIC 9(05).
           05 WS-AUV-SUELDO-NVO         PIC 9(05).
           05 WS-AUV-DEP-ANT            PIC 9.
           05 WS-AUV-DEP-NVO            PIC 9.
           05 WS-AUV-DATOS-2            PIC X(02).
       01 WS-AUD-NUEVA.
           05 WS-AUN-DATOS-1            PIC X(35).
           05 WS-AUN-SUELDO-ANT         PIC 9(07)V99.
           05 WS-AUN-SUELDO-NVO         PIC 9(07)V99.
           05 WS-AUN-DEP-ANT            PIC 9(03).
           05 WS-AUN-DEP-NVO            PIC 9(03).
           05 WS-AUN-DATOS-2            PIC X(02).

       PROCEDURE DIVISION.
      *    AMPLIA CLV-DEP A TRES DIGITOS Y LOS SUELDOS A SIETE ENTEROS
      *    CON CENTAVOS EN LA BITACORA DE AUDITORIA (Y SU ARCHIVO), LOS
      *    TRASLADOS, LOS RECHAZOS, EL LOTE DE ALTAS PENDIENTE, LAS
      *    EVALUACIONES Y LOS ESCENARIOS DE PROYECCION. CADA ARCHIVO
      *    SE CONVIERTE SOLO SI SE RENOMBRO A -OLD ANTES DE CORRER.
      *    LA MIGRACION SE CORRE EN ESTE ORDEN: MIGRA-CORRIDA,
      *    MIGRA-NOMINA-HIST, MIGRA-EMPL-AMPLIA, MIGRA-BITACORA-AMPLIA
      *    Y MIGRA-NOMINA-AMPLIA.
       010-INITIAL.
           MOVE 0 TO WS-AUD-LEIDOS WS-AUD-ARCH-LEIDOS.
           MOVE 0 TO WS-TRASLADOS-LEIDOS WS-RECHAZOS-LEIDOS.
           MOVE 0 TO WS-LOTE-LEIDOS WS-EVAL-CONVERTIDAS.
           MOVE 0 TO WS-ESCENARIOS-CONVERTIDOS WS-DETALLES-GRABADOS.
           PERFORM 100-AUDITORIA.
           PERFORM 150-AUDITORIA-ARCH.
           PERFORM 200-TRASLADOS.
           PERFORM 300-RECHAZOS.
           PERFORM 400-LOTE.
           PERFORM 500-EVALUACIONES.
           PERFORM 600-PROYECCIONES.
           DISPLAY '======================================='.
           DISPLAY 'MIGRACION DE BITACORAS A CLV-DEP DE 3 DIGITOS'.
           DISPLAY 'AUDITORIA CONVERTIDOS:    ' WS-AUD-LEIDOS.
           DISPLAY 'AUDITORIA ARCHIVADOS:     ' WS-AUD-ARCH-LEIDOS.
           DISPLAY 'TRASLADOS CONVERTIDOS:    ' WS-TRASLADOS-LEIDOS.
           DISPLAY 'RECHAZOS CONVERTIDOS:     ' WS-RECHAZOS-LEIDOS.
           DISPLAY 'LOTE CONVERTIDOS:         ' WS-LOTE-LEIDOS.
           DISPLAY 'EVALUACIONES CONVERTIDAS: ' WS-EVAL-CONVERTIDAS.
           DISPLAY 'ESCENARIOS CONVERTIDOS:   '
                   WS-ESCENARIOS-CONVERTIDOS.
           DISPLAY 'DETALLES POR DEPARTAMENTO:' WS-DETALLES-GRABADOS.
       STOP RUN.

       100-AUDITORIA.
           OPEN INPUT AUD-VIEJO.
           IF WS-STATUS-AUV NOT EQUAL '00'
               DISPLAY 'SIN AUDITORIA-OLD, LA BITACORA DE AUDITORIA '
                       'NO SE CONVIERTE'
               DISPLAY 'RENOMBRA EL AUDITORIA-FILE ACTUAL A '
                       'AUDITORIA-OLD SI YA TIENE MOVIMIENTOS'
           ELSE
               OPEN OUTPUT AUDITORIA
               IF WS-STATUS-AUD NOT EQUAL '00'
                   DISPLAY 'ERROR AL ABRIR AUDITORIA-FILE, '
                           'FILE STATUS: ' WS-STATUS-AUD
                   CLOSE AUD-VIEJO
                   STOP RUN
               END-IF
               MOVE 0 TO WS-FLAG
               PERFORM 110-CONVERTIR-AUDITORIA UNTIL WS-FLAG EQUAL 1
               CLOSE AUD-VIEJO AUDITORIA
           END-IF.

       110-CONVERTIR-AUDITORIA.
           READ AUD-VIEJO
               AT END
                   MOVE 1 TO WS-FLAG
               NOT AT END
                   MOVE REG-AUD-VIEJO TO WS-AUD-VIEJA
                   PERFORM 800-AMPLIA-AUDITORIA
                   MOVE WS-AUD-NUEVA  TO REG-AUDITORIA
                   WRITE REG-AUDITORIA
                   ADD 1 TO WS-AUD-LEIDOS
           END-READ.

       150-AUDITORIA-ARCH.
           OPEN INPUT AUD-ARCH-VIEJO.
           IF WS-STATUS-AAV NOT EQUAL '00'
               DISPLAY 'SIN AUDITORIA-ARCH-OLD, EL ARCHIVO HISTORICO '
                       'DE AUDITORIA NO SE CONVIERTE'
           ELSE
               OPEN OUTPUT AUD-ARCH
               IF WS-STATUS-AUA NOT EQUAL '00'
                   DISPLAY 'ERROR AL ABRIR AUDITORIA-ARCH-FILE, '
                           'FILE STATUS: ' WS-STATUS-AUA
                   CLOSE AUD-ARCH-VIEJO
                   STOP RUN
               END-IF
               MOVE 0 TO WS-FLAG
               PERFORM 160-CONVERTIR-AUD-ARCH UNTIL WS-FLAG EQUAL 1
               CLOSE AUD-ARCH-VIEJO AUD-ARCH
           END-IF.

       160-CONVERTIR-AUD-ARCH.
           READ AUD-ARCH-VIEJO
               AT END
                   MOVE 1 TO WS-FLAG
               NOT AT END
                   MOVE REG-AUD-ARCH-VIEJO TO WS-AUD-VIEJA
                   PERFORM 800-AMPLIA-AUDITORIA
                   MOVE WS-AUD-NUEVA       TO REG-AUD-ARCH
                   WRITE REG-AUD-ARCH
                   ADD 1 TO WS-AUD-ARCH-LEIDOS
           END-READ.

       200-TRASLADOS.
           OPEN INPUT TRASLADO-VIEJO.
           IF WS-STATUS-TRV NOT EQUAL '00'
               DISPLAY 'SIN TRASLADO-OLD, LA BITACORA DE TRASLADOS '
                       'NO SE CONVIERTE'
           ELSE
               OPEN OUTPUT TRASLADO
               IF WS-STATUS-TRA NOT EQUAL '00'
                   DISPLAY 'ERROR AL ABRIR TRASLADO-FILE, '
                           'FILE STATUS: ' WS-STATUS-TRA
                   CLOSE TRASLADO-VIEJO
                   STOP RUN
               END-IF
               MOVE 0 TO WS-FLAG
               PERFORM 210-CONVERTIR-TRASLADO UNTIL WS-FLAG EQUAL 1
               CLOSE TRASLADO-VIEJO TRASLADO
           END-IF.

       210-CONVERTIR-TRASLADO.
           READ TRASLADO-VIEJO
               AT END
                   MOVE 1 TO WS-FLAG
               NOT AT END
                   MOVE TRV-DATOS-1 TO REG-TRASLADO(1:13)
                   MOVE TRV-DEP-ANT TO TRAS-DEP-ANT
                   MOVE TRV-DATOS-2 TO REG-TRASLADO(17:20)
                   MOVE TRV-DEP-NVO TO TRAS-DEP-NVO
                   MOVE TRV-DATOS-3 TO REG-TRASLADO(40:28)
                   WRITE REG-TRASLADO
                   ADD 1 TO WS-TRASLADOS-LEIDOS
           END-READ.

       300-RECHAZOS.
           OPEN INPUT RECHAZOS-VIEJO.
           IF WS-STATUS-RCV NOT EQUAL '00'
               DISPLAY 'SIN RECHAZOS-OLD, LOS RECHAZOS PENDIENTES '
                       'NO SE CONVIERTEN'
           ELSE
               OPEN OUTPUT RECHAZOS
               IF WS-STATUS-RCH NOT EQUAL '00'
                   DISPLAY 'ERROR AL ABRIR RECHAZOS-FILE, '
                           'FILE STATUS: ' WS-STATUS-RCH
                   CLOSE RECHAZOS-VIEJO
                   STOP RUN
               END-IF
               MOVE 0 TO WS-FLAG
               PERFORM 310-CONVERTIR-RECHAZO UNTIL WS-FLAG EQUAL 1
               CLOSE RECHAZOS-VIEJO RECHAZOS
           END-IF.

      *    EL RECHAZO PUDO VENIR DE UN LOTE CON CLV-DEP INVALIDA; EN
      *    ESE CASO QUEDA EN CERO Y SE CORRIGE EN RECHAZOS-SEC.
       310-CONVERTIR-RECHAZO.
           READ RECHAZOS-VIEJO
               AT END
                   MOVE 1 TO WS-FLAG
               NOT AT END
                   MOVE RCV-DATOS-1 TO REG-RECHAZO(1:75)
                   IF RCV-CLV-DEP IS NUMERIC
                       MOVE RCV-CLV-DEP TO RCH-CLV-DEP
                   ELSE
                       MOVE 0 TO RCH-CLV-DEP
                   END-IF
                   MOVE RCV-DATOS-2 TO REG-RECHAZO(79:10)
                   WRITE REG-RECHAZO
                   ADD 1 TO WS-RECHAZOS-LEIDOS
           END-READ.

       400-LOTE.
           OPEN INPUT LOTE-VIEJO.
           IF WS-STATUS-LTV NOT EQUAL '00'
               DISPLAY 'SIN LOTE-OLD, NO HAY LOTE DE ALTAS '
                       'PENDIENTE QUE CONVERTIR'
           ELSE
               OPEN OUTPUT LOTE
               IF WS-STATUS-LOT NOT EQUAL '00'
                   DISPLAY 'ERROR AL ABRIR LOTE-FILE, '
                           'FILE STATUS: ' WS-STATUS-LOT
                   CLOSE LOTE-VIEJO
                   STOP RUN
               END-IF
               MOVE 0 TO WS-FLAG
               PERFORM 410-CONVERTIR-LOTE UNTIL WS-FLAG EQUAL 1
               CLOSE LOTE-VIEJO LOTE
           END-IF.

      *    UN CAMPO NO NUMERICO SE DEJA EN BLANCO PARA QUE ALTA-BATCH
      *    RECHACE LA TRANSACCION COMO LO HACIA ANTES.
       410-CONVERTIR-LOTE.
           READ LOTE-VIEJO
               AT END
                   MOVE 1 TO WS-FLAG
               NOT AT END
                   MOVE LTV-DATOS-1 TO REG-TRAN(1:35)
                   IF LTV-CLV-DEP IS NUMERIC
                       MOVE LTV-CLV-DEP TO TRAN-CLV-DEP
                   ELSE
                       MOVE SPACES TO REG-TRAN(36:3)
                   END-IF
                   MOVE LTV-DATOS-2 TO REG-TRAN(39:21)
                   IF LTV-S-MEN IS NUMERIC
                       MOVE LTV-S-MEN TO TRAN-S-MEN
                   ELSE
                       MOVE SPACES TO REG-TRAN(60:9)
                   END-IF
                   MOVE LTV-DATOS-3 TO REG-TRAN(69:65)
                   WRITE REG-TRAN
                   ADD 1 TO WS-LOTE-LEIDOS
           END-READ.

       500-EVALUACIONES.
           OPEN INPUT EVALUACION-VIEJO.
           IF WS-STATUS-EVV NOT EQUAL '00'
               DISPLAY 'SIN EVALUACION-OLD, LAS EVALUACIONES '
                       'NO SE CONVIERTEN'
           ELSE
               OPEN I-O EVALUACION
               IF WS-STATUS-EVA EQUAL '35'
                   OPEN OUTPUT EVALUACION
                   CLOSE EVALUACION
                   OPEN I-O EVALUACION
               END-IF
               IF WS-STATUS-EVA NOT EQUAL '00'
                   DISPLAY 'ERROR AL ABRIR EVALUACION-FILE, '
                           'FILE STATUS: ' WS-STATUS-EVA
                   CLOSE EVALUACION-VIEJO
                   STOP RUN
               END-IF
               MOVE 0 TO WS-FLAG
               PERFORM 510-CONVERTIR-EVALUACION UNTIL WS-FLAG EQUAL 1
               CLOSE EVALUACION-VIEJO EVALUACION
           END-IF.

       510-CONVERTIR-EVALUACION.
           READ EVALUACION-VIEJO NEXT RECORD
               AT END
                   MOVE 1 TO WS-FLAG
               NOT AT END
                   MOVE EVV-LLAVE   TO REG-EVALUACION(1:11)
                   MOVE EVV-DATOS-1 TO REG-EVALUACION(12:5)
                   MOVE EVV-CLV-DEP TO EVA-CLV-DEP
                   MOVE EVV-DATOS-2 TO REG-EVALUACION(20:30)
                   WRITE REG-EVALUACION
                       INVALID KEY
                           DISPLAY 'EVALUACION ' EVV-LLAVE
                                   ' DUPLICADA, REGISTRO OMITIDO'
                       NOT INVALID KEY
                           ADD 1 TO WS-EVAL-CONVERTIDAS
                   END-WRITE
           END-READ.

       600-PROYECCIONES.
           OPEN INPUT PROYECCION-VIEJO.
           IF WS-STATUS-PRV NOT EQUAL '00'
               DISPLAY 'SIN PROYECCION-OLD, LOS ESCENARIOS DE '
                       'PROYECCION NO SE CONVIERTEN'
           ELSE
               OPEN I-O PROYECCION
               IF WS-STATUS-PRY EQUAL '35'
                   OPEN OUTPUT PROYECCION
                   CLOSE PROYECCION
                   OPEN I-O PROYECCION
               END-IF
               IF WS-STATUS-PRY NOT EQUAL '00'
                   DISPLAY 'ERROR AL ABRIR PROYECCION-FILE, '
                           'FILE STATUS: ' WS-STATUS-PRY
                   CLOSE PROYECCION-VIEJO
                   STOP RUN
               END-IF
               OPEN I-O PROYECCION-DEP
               IF WS-STATUS-PYD EQUAL '35'
                   OPEN OUTPUT PROYECCION-DEP
                   CLOSE PROYECCION-DEP
                   OPEN I-O PROYECCION-DEP
               END-IF
               IF WS-STATUS-PYD NOT EQUAL '00'
                   DISPLAY 'ERROR AL ABRIR PROYECCION-DEP-FILE, '
                           'FILE STATUS: ' WS-STATUS-PYD
                   CLOSE PROYECCION-VIEJO PROYECCION
                   STOP RUN
               END-IF
               MOVE 0 TO WS-FLAG
               PERFORM 610-CONVERTIR-ESCENARIO UNTIL WS-FLAG EQUAL 1
               CLOSE PROYECCION-VIEJO PROYECCION PROYECCION-DEP
           END-IF.

      *    LAS LINEAS NO CAPTURADAS SE QUEDAN EN BLANCO COMO LAS DEJA
      *    PROYECCION-COSTO AL DAR DE ALTA EL ESCENARIO.
       610-CONVERTIR-ESCENARIO.
           READ PROYECCION-VIEJO NEXT RECORD
               AT END
                   MOVE 1 TO WS-FLAG
               NOT AT END
                   MOVE SPACES           TO REG-PROYECCION
                   MOVE PRV-NOMBRE       TO PRY-NOMBRE
                   MOVE PRV-DESCRIPCION  TO PRY-DESCRIPCION
                   MOVE PRV-ANIO         TO PRY-ANIO
                   MOVE PRV-F-ALTA       TO PRY-F-ALTA
                   MOVE PRV-F-CALCULO    TO PRY-F-CALCULO
                   MOVE PRV-NUM-AUMENTOS TO PRY-NUM-AUMENTOS
                   PERFORM VARYING WS-I FROM 1 BY 1
                           UNTIL WS-I GREATER PRV-NUM-AUMENTOS
                       MOVE PRV-AUM-TIPO(WS-I)    TO PRY-AUM-TIPO(WS-I)
                       MOVE PRV-AUM-CLV-DEP(WS-I)
                         TO PRY-AUM-CLV-DEP(WS-I)
                       MOVE PRV-AUM-TAB-S(WS-I)   TO PRY-AUM-TAB-S(WS-I)
                       MOVE PRV-AUM-PCT(WS-I)     TO PRY-AUM-PCT(WS-I)
                       MOVE PRV-AUM-MES(WS-I)     TO PRY-AUM-MES(WS-I)
                   END-PERFORM
                   MOVE PRV-NUM-ALTAS    TO PRY-NUM-ALTAS
                   PERFORM VARYING WS-I FROM 1 BY 1
                           UNTIL WS-I GREATER PRV-NUM-ALTAS
                       MOVE PRV-ALT-PUE-CLV(WS-I)
                         TO PRY-ALT-PUE-CLV(WS-I)
                       MOVE PRV-ALT-CLV-DEP(WS-I)
                         TO PRY-ALT-CLV-DEP(WS-I)
                       MOVE PRV-ALT-TAB-S(WS-I)   TO PRY-ALT-TAB-S(WS-I)
                       MOVE PRV-ALT-S-MEN(WS-I)   TO PRY-ALT-S-MEN(WS-I)
                       MOVE PRV-ALT-MES(WS-I)     TO PRY-ALT-MES(WS-I)
                       MOVE PRV-ALT-CANT(WS-I)    TO PRY-ALT-CANT(WS-I)
                   END-PERFORM
                   MOVE PRV-NUM-BAJAS    TO PRY-NUM-BAJAS
                   MOVE PRV-BAJAS        TO REG-PROYECCION(597:210)
                   PERFORM 620-CONVERTIR-RESULTADO
                   WRITE REG-PROYECCION
                       INVALID KEY
                           DISPLAY 'ESCENARIO ' PRV-NOMBRE
                                   ' DUPLICADO, REGISTRO OMITIDO'
                       NOT INVALID KEY
                           ADD 1 TO WS-ESCENARIOS-CONVERTIDOS
                   END-WRITE
           END-READ.

      *    LOS TOTALES DE LA EMPRESA SON LA SUMA DE LOS DIEZ
      *    DEPARTAMENTOS ANTERIORES; SOLO SE GRABA DETALLE DE LOS QUE
      *    TUVIERON COSTO O PLAZAS, IGUAL QUE PROYECCION-COSTO.
       620-CONVERTIR-RESULTADO.
           MOVE 0 TO PRY-TOT-SUELDOS PRY-TOT-AGUINALDO
                     PRY-TOT-PRIMA-VAC PRY-TOT-CUOTAS PRY-TOT-COSTO.
           PERFORM VARYING WS-DEP-I FROM 1 BY 1
                   UNTIL WS-DEP-I GREATER 10
               ADD PRV-RES-SUELDOS(WS-DEP-I)   TO PRY-TOT-SUELDOS
               ADD PRV-RES-AGUINALDO(WS-DEP-I) TO PRY-TOT-AGUINALDO
               ADD PRV-RES-PRIMA-VAC(WS-DEP-I) TO PRY-TOT-PRIMA-VAC
               ADD PRV-RES-CUOTAS(WS-DEP-I)    TO PRY-TOT-CUOTAS
               ADD PRV-RES-TOTAL(WS-DEP-I)     TO PRY-TOT-COSTO
               IF PRV-RES-TOTAL(WS-DEP-I) GREATER 0
                  OR PRV-RES-PLAZAS-MAX(WS-DEP-I) GREATER 0
                   PERFORM 630-GRABAR-DETALLE
               END-IF
           END-PERFORM.

       630-GRABAR-DETALLE.
           MOVE PRV-NOMBRE TO PYD-NOMBRE.
           COMPUTE PYD-CLV-DEP = WS-DEP-I - 1.
           MOVE PRV-RES-SUELDOS(WS-DEP-I)    TO PYD-SUELDOS.
           MOVE PRV-RES-AGUINALDO(WS-DEP-I)  TO PYD-AGUINALDO.
           MOVE PRV-RES-PRIMA-VAC(WS-DEP-I)  TO PYD-PRIMA-VAC.
           MOVE PRV-RES-CUOTAS(WS-DEP-I)     TO PYD-CUOTAS.
           MOVE PRV-RES-TOTAL(WS-DEP-I)      TO PYD-TOTAL.
           MOVE PRV-RES-PLAZAS-MAX(WS-DEP-I) TO PYD-PLAZAS-MAX.
           PERFORM VARYING WS-MES FROM 1 BY 1
                   UNTIL WS-MES GREATER 12
               MOVE PRV-RES-COSTO-MES(WS-DEP-I, WS-MES)
                 TO PYD-COSTO-MES(WS-MES)
           END-PERFORM.
           WRITE REG-PROYECCION-DEP
               INVALID KEY
                   DISPLAY 'DETALLE DEL ESCENARIO ' PRV-NOMBRE
                           ' DEPARTAMENTO ' PYD-CLV-DEP
                           ' DUPLICADO, REGISTRO OMITIDO'
               NOT INVALID KEY
                   ADD 1 TO WS-DETALLES-GRABADOS
           END-WRITE.

      *    LOS TRAMOS QUE NO CAMBIAN SE PASAN TAL CUAL.
       800-AMPLIA-AUDITORIA.
           MOVE WS-AUV-DATOS-1    TO WS-AUN-DATOS-1.
           MOVE WS-AUV-SUELDO-ANT TO WS-AUN-SUELDO-ANT.
           MOVE WS-AUV-SUELDO-NVO TO WS-AUN-SUELDO-NVO.
           MOVE WS-AUV-DEP-ANT    TO WS-AUN-DEP-ANT.
           MOVE WS-AUV-DEP-NVO    TO WS-AUN-DEP-NVO.
           MOVE WS-AUV-DATOS-2    TO WS-AUN-DATOS-2.
