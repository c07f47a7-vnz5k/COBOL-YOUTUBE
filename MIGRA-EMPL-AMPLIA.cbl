       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIGRA-EMPL-AMPLIA IS INITIAL PROGRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT EMPLEADO-VIEJO
           ASSIGN TO 'BSEC-OLD'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ID-EMPL-VIEJO
           FILE STATUS IS WS-STATUS-VIEJO.
           SELECT EMPLEADO
           ASSIGN TO 'BSEC-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ID-EMPL
           FILE STATUS IS WS-STATUS-EMP.
           SELECT ARCH-VIEJO
           ASSIGN TO 'BSEC-ARCH-OLD'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-ARV.
           SELECT EMPL-ARCH
           ASSIGN TO 'BSEC-ARCH-FILE'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-ARC.
           SELECT HIST-VIEJO
           ASSIGN TO 'EMPL-HIST-OLD'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-EHV.
           SELECT EMPL-HIST
           ASSIGN TO 'EMPL-HIST-FILE'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-EMH.
           SELECT DEPTO-VIEJO
           ASSIGN TO 'DEPTO-OLD'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS DEPTO-CLV-VIEJO
           FILE STATUS IS WS-STATUS-DPV.
           SELECT DEPTO
           ASSIGN TO 'DEPTO-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEPTO-CLV
           FILE STATUS IS WS-STATUS-DEP.
           SELECT ESCALA-VIEJO
           ASSIGN TO 'ESCALA-OLD'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ESC-TAB-S-VIEJO
           FILE STATUS IS WS-STATUS-ESV.
           SELECT ESCALA
           ASSIGN TO 'ESCALA-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ESC-TAB-S
           FILE STATUS IS WS-STATUS-ESC.

       DATA DIVISION.
       FILE SECTION.
      *    LAYOUT ANTERIOR DEL EMPLEADO (116 POSICIONES): CLV-DEP DE
      *    UN DIGITO Y S-MEN EN PESOS SIN CENTAVOS. SE CONVIERTE CON
      *    WS-EMPL-VIEJO / WS-EMPL-NUEVO.
       FD EMPLEADO-VIEJO.
       01 REG-EMPL-VIEJO.
           05 ID-EMPL-VIEJO             PIC 9(05).
           05 EMV-RESTO                 PIC X(111).
       FD EMPLEADO.
           COPY EMPLREG.
       FD ARCH-VIEJO.
       01 REG-ARCH-VIEJO                PIC X(116).
       FD EMPL-ARCH.
           COPY EMPLREG REPLACING REG-EMPL BY REG-EMPL-ARCH.
      *    EL HISTORICO GUARDA LA IMAGEN ANTERIOR Y LA NUEVA DEL
      *    EMPLEADO, CADA UNA CON EL LAYOUT ANTERIOR.
       FD HIST-VIEJO.
       01 REG-HIST-VIEJO.
           05 EHV-DATOS                 PIC X(56).
           05 EHV-ANTES                 PIC X(116).
           05 EHV-DESPUES               PIC X(116).
       FD EMPL-HIST.
           COPY EMPHREG.
       FD DEPTO-VIEJO.
       01 REG-DEPTO-VIEJO.
           05 DEPTO-CLV-VIEJO           PIC 9.
           05 DEPTO-NOM-VIEJO           PIC X(20).
           05 DEPTO-PPTO-VIEJO          PIC 9(07)V99.
           05 DEPTO-TOPE-EMPL-VIEJO     PIC 9(04).
           05 DEPTO-ESTADO-VIEJO        PIC X.
       FD DEPTO.
           COPY DEPTREG.
       FD ESCALA-VIEJO.
       01 REG-ESCALA-VIEJO.
           05 ESC-TAB-S-VIEJO           PIC A.
           05 ESC-S-MEN-VIEJO           PIC 9(05).
       FD ESCALA.
           COPY ESCREG.

       WORKING-STORAGE SECTION.
       01 WS-AREAS.
           05 WS-STATUS-VIEJO           PIC XX.
           05 WS-STATUS-EMP             PIC XX.
           05 WS-STATUS-ARV             PIC XX.
           05 WS-STATUS-ARC             PIC XX.
           05 WS-STATUS-EHV             PIC XX.
           05 WS-STATUS-EMH             PIC XX.
           05 WS-STATUS-DPV             PIC XX.
           05 WS-STATUS-DEP             PIC XX.
           05 WS-STATUS-ESV             PIC XX.
           05 WS-STATUS-ESC             PIC XX.
           05 WS-FLAG                   PIC 9.
           05 WS-LEIDOS                 PIC 9(05).
           05 WS-CONVERTIDOS            PIC 9(05).
           05 WS-RECHAZADOS             PIC 9(05).
           05 WS-ARCH-LEIDOS            PIC 9(07).
           05 WS-HIST-LEIDOS            PIC 9(07).
           05 WS-DEPTOS-CONVERTIDOS     PIC 9(05).
           05 WS-ESCALAS-CONVERTIDAS    PIC 9(05).

      *    IMAGEN DEL EMPLEADO CON EL LAYOUT ANTERIOR Y CON EL ACTUAL.
      *    LOS TRAMOS QUE NO CAMBIAN SE PASAN TAL CUAL; CLV-DEP Y
      *    S-MEN SE MUEVEN COMO NUMERICOS PARA QUE QUEDEN ALINEADOS.
       01 WS-EMPL-VIEJO.
           05 WS-EMV-DATOS-1            PIC X(35).
           05 WS-EMV-CLV-DEP            PIC 9.
           05 WS-EMV-DATOS-2            PIC X(21).
           05 WS-EMV-S-MEN              PIC 9(05).
           05 WS-EMV-DATOS-3            PIC X(54).
       01 WS-EMPL-NUEVO.
           05 WS-EMN-DATOS-1            PIC X(35).
           05 WS-EMN-CLV-DEP            PIC 9(03).
           05 WS-EMN-DATOS-2            PIC X(21).
           05 WS-EMN-S-MEN              PIC 9(07)V99.
           05 WS-EMN-DATOS-3            PIC X(54).

       PROCEDURE DIVISION.
      *    AMPLIA CLV-DEP A TRES DIGITOS Y EL SUELDO MENSUAL A SIETE
      *    ENTEROS CON CENTAVOS EN EL MAESTRO DE EMPLEADOS, SU ARCHIVO
      *    ANUAL, EL HISTORICO DE CAMBIOS, EL CATALOGO DE
      *    DEPARTAMENTOS Y LA ESCALA DE SUELDOS. EL BSEC-OLD ES
      *    OBLIGATORIO; LOS DEMAS SE CONVIERTEN SI SE RENOMBRARON A
      *    -OLD. LAS BITACORAS Y LOS FINIQUITOS SE CONVIERTEN CON
      *    MIGRA-BITACORA-AMPLIA Y MIGRA-NOMINA-AMPLIA. LA MIGRACION
      *    SE CORRE EN ESTE ORDEN: MIGRA-CORRIDA, MIGRA-NOMINA-HIST,
      *    MIGRA-EMPL-AMPLIA, MIGRA-BITACORA-AMPLIA Y
      *    MIGRA-NOMINA-AMPLIA.
       010-INITIAL.
           PERFORM 100-ABRIR.
           PERFORM 200-CONVERTIR UNTIL WS-FLAG EQUAL 1.
           CLOSE EMPLEADO-VIEJO EMPLEADO.
           PERFORM 300-ARCHIVO.
           PERFORM 400-HISTORICO.
           PERFORM 500-DEPTOS.
           PERFORM 600-ESCALA.
           DISPLAY '======================================='.
           DISPLAY 'MIGRACION A CLV-DEP DE 3 DIGITOS Y SUELDO 9(07)V99'.
           DISPLAY 'EMPLEADOS LEIDOS:         ' WS-LEIDOS.
           DISPLAY 'EMPLEADOS CONVERTIDOS:    ' WS-CONVERTIDOS.
           DISPLAY 'EMPLEADOS RECHAZADOS:     ' WS-RECHAZADOS.
           DISPLAY 'ARCHIVADOS CONVERTIDOS:   ' WS-ARCH-LEIDOS.
           DISPLAY 'HISTORICOS CONVERTIDOS:   ' WS-HIST-LEIDOS.
           DISPLAY 'DEPARTAMENTOS CONVERTIDOS:' WS-DEPTOS-CONVERTIDOS.
           DISPLAY 'TABULADORES CONVERTIDOS:  ' WS-ESCALAS-CONVERTIDAS.
       STOP RUN.

       100-ABRIR.
           MOVE 0 TO WS-FLAG WS-LEIDOS WS-CONVERTIDOS WS-RECHAZADOS.
           MOVE 0 TO WS-ARCH-LEIDOS WS-HIST-LEIDOS.
           MOVE 0 TO WS-DEPTOS-CONVERTIDOS WS-ESCALAS-CONVERTIDAS.
           OPEN INPUT EMPLEADO-VIEJO.
           IF WS-STATUS-VIEJO NOT EQUAL '00'
               DISPLAY 'ERROR AL ABRIR EL ARCHIVO ORIGEN (BSEC-OLD), '
                       'FILE STATUS: ' WS-STATUS-VIEJO
               DISPLAY 'RENOMBRA EL BSEC-FILE ACTUAL A BSEC-OLD '
               DISPLAY 'ANTES DE CORRER ESTA MIGRACION'
               STOP RUN
           END-IF.
           OPEN I-O EMPLEADO.
           IF WS-STATUS-EMP EQUAL '35'
               OPEN OUTPUT EMPLEADO
               CLOSE EMPLEADO
               OPEN I-O EMPLEADO
           END-IF.
           IF WS-STATUS-EMP NOT EQUAL '00'
               DISPLAY 'ERROR AL ABRIR EL ARCHIVO DESTINO (BSEC-FILE), '
                       'FILE STATUS: ' WS-STATUS-EMP
               CLOSE EMPLEADO-VIEJO
               STOP RUN
           END-IF.

       200-CONVERTIR.
           READ EMPLEADO-VIEJO NEXT RECORD
               AT END
                   MOVE 1 TO WS-FLAG
               NOT AT END
                   ADD 1 TO WS-LEIDOS
                   MOVE REG-EMPL-VIEJO TO WS-EMPL-VIEJO
                   PERFORM 700-AMPLIA-IMAGEN
                   MOVE WS-EMPL-NUEVO  TO REG-EMPL
                   WRITE REG-EMPL
                       INVALID KEY
                           DISPLAY 'ID-EMPL ' ID-EMPL-VIEJO
                                   ' DUPLICADO, REGISTRO OMITIDO'
                           ADD 1 TO WS-RECHAZADOS
                       NOT INVALID KEY
                           ADD 1 TO WS-CONVERTIDOS
                   END-WRITE
           END-READ.

       300-ARCHIVO.
           OPEN INPUT ARCH-VIEJO.
           IF WS-STATUS-ARV NOT EQUAL '00'
               DISPLAY 'SIN BSEC-ARCH-OLD, EL ARCHIVO ANUAL DE '
                       'EMPLEADOS NO SE CONVIERTE'
           ELSE
               OPEN OUTPUT EMPL-ARCH
               IF WS-STATUS-ARC NOT EQUAL '00'
                   DISPLAY 'ERROR AL ABRIR BSEC-ARCH-FILE, '
                           'FILE STATUS: ' WS-STATUS-ARC
                   CLOSE ARCH-VIEJO
                   STOP RUN
               END-IF
               MOVE 0 TO WS-FLAG
               PERFORM 310-CONVERTIR-ARCHIVADO UNTIL WS-FLAG EQUAL 1
               CLOSE ARCH-VIEJO EMPL-ARCH
           END-IF.

       310-CONVERTIR-ARCHIVADO.
           READ ARCH-VIEJO
               AT END
                   MOVE 1 TO WS-FLAG
               NOT AT END
                   MOVE REG-ARCH-VIEJO TO WS-EMPL-VIEJO
                   PERFORM 700-AMPLIA-IMAGEN
                   MOVE WS-EMPL-NUEVO  TO REG-EMPL-ARCH
                   WRITE REG-EMPL-ARCH
                   ADD 1 TO WS-ARCH-LEIDOS
           END-READ.

       400-HISTORICO.
           OPEN INPUT HIST-VIEJO.
           IF WS-STATUS-EHV NOT EQUAL '00'
               DISPLAY 'SIN EMPL-HIST-OLD, EL HISTORICO DE CAMBIOS '
                       'NO SE CONVIERTE'
               DISPLAY 'RENOMBRA EL EMPL-HIST-FILE ACTUAL A '
                       'EMPL-HIST-OLD SI YA TIENE MOVIMIENTOS'
           ELSE
               OPEN OUTPUT EMPL-HIST
               IF WS-STATUS-EMH NOT EQUAL '00'
                   DISPLAY 'ERROR AL ABRIR EMPL-HIST-FILE, '
                           'FILE STATUS: ' WS-STATUS-EMH
                   CLOSE HIST-VIEJO
                   STOP RUN
               END-IF
               MOVE 0 TO WS-FLAG
               PERFORM 410-CONVERTIR-HISTORICO UNTIL WS-FLAG EQUAL 1
               CLOSE HIST-VIEJO EMPL-HIST
           END-IF.

       410-CONVERTIR-HISTORICO.
           READ HIST-VIEJO
               AT END
                   MOVE 1 TO WS-FLAG
               NOT AT END
                   MOVE EHV-DATOS      TO REG-EMPL-HIST(1:56)
                   MOVE EHV-ANTES      TO WS-EMPL-VIEJO
                   PERFORM 700-AMPLIA-IMAGEN
                   MOVE WS-EMPL-NUEVO  TO EMH-ANTES
                   MOVE EHV-DESPUES    TO WS-EMPL-VIEJO
                   PERFORM 700-AMPLIA-IMAGEN
                   MOVE WS-EMPL-NUEVO  TO EMH-DESPUES
                   WRITE REG-EMPL-HIST
                   ADD 1 TO WS-HIST-LEIDOS
           END-READ.

       500-DEPTOS.
           OPEN INPUT DEPTO-VIEJO.
           IF WS-STATUS-DPV NOT EQUAL '00'
               DISPLAY 'SIN DEPTO-OLD, EL CATALOGO DE DEPARTAMENTOS '
                       'NO SE CONVIERTE'
               DISPLAY 'RENOMBRA EL DEPTO-FILE ACTUAL A DEPTO-OLD '
                       'Y CORRE OTRA VEZ ESTA MIGRACION'
           ELSE
               OPEN I-O DEPTO
               IF WS-STATUS-DEP EQUAL '35'
                   OPEN OUTPUT DEPTO
                   CLOSE DEPTO
                   OPEN I-O DEPTO
               END-IF
               IF WS-STATUS-DEP NOT EQUAL '00'
                   DISPLAY 'ERROR AL ABRIR DEPTO-FILE, '
                           'FILE STATUS: ' WS-STATUS-DEP
                   CLOSE DEPTO-VIEJO
                   STOP RUN
               END-IF
               MOVE 0 TO WS-FLAG
               PERFORM 510-CONVERTIR-DEPTO UNTIL WS-FLAG EQUAL 1
               CLOSE DEPTO-VIEJO DEPTO
           END-IF.

       510-CONVERTIR-DEPTO.
           READ DEPTO-VIEJO NEXT RECORD
               AT END
                   MOVE 1 TO WS-FLAG
               NOT AT END
                   MOVE DEPTO-CLV-VIEJO       TO DEPTO-CLV
                   MOVE DEPTO-NOM-VIEJO       TO DEPTO-NOM
                   MOVE DEPTO-PPTO-VIEJO      TO DEPTO-PPTO
                   MOVE DEPTO-TOPE-EMPL-VIEJO TO DEPTO-TOPE-EMPL
                   MOVE DEPTO-ESTADO-VIEJO    TO DEPTO-ESTADO
                   WRITE REG-DEPTO
                       INVALID KEY
                           DISPLAY 'DEPTO-CLV ' DEPTO-CLV-VIEJO
                                   ' DUPLICADO, REGISTRO OMITIDO'
                       NOT INVALID KEY
                           ADD 1 TO WS-DEPTOS-CONVERTIDOS
                   END-WRITE
           END-READ.

       600-ESCALA.
           OPEN INPUT ESCALA-VIEJO.
           IF WS-STATUS-ESV NOT EQUAL '00'
               DISPLAY 'SIN ESCALA-OLD, LA ESCALA DE SUELDOS '
                       'NO SE CONVIERTE'
               DISPLAY 'RENOMBRA EL ESCALA-FILE ACTUAL A ESCALA-OLD '
                       'Y CORRE OTRA VEZ ESTA MIGRACION'
           ELSE
               OPEN I-O ESCALA
               IF WS-STATUS-ESC EQUAL '35'
                   OPEN OUTPUT ESCALA
                   CLOSE ESCALA
                   OPEN I-O ESCALA
               END-IF
               IF WS-STATUS-ESC NOT EQUAL '00'
                   DISPLAY 'ERROR AL ABRIR ESCALA-FILE, '
                           'FILE STATUS: ' WS-STATUS-ESC
                   CLOSE ESCALA-VIEJO
                   STOP RUN
               END-IF
               MOVE 0 TO WS-FLAG
               PERFORM 610-CONVERTIR-ESCALA UNTIL WS-FLAG EQUAL 1
               CLOSE ESCALA-VIEJO ESCALA
           END-IF.

       610-CONVERTIR-ESCALA.
           READ ESCALA-VIEJO NEXT RECORD
               AT END
                   MOVE 1 TO WS-FLAG
               NOT AT END
                   MOVE ESC-TAB-S-VIEJO TO ESC-TAB-S
                   MOVE ESC-S-MEN-VIEJO TO ESC-S-MEN
                   WRITE REG-ESCALA
                       INVALID KEY
                           DISPLAY 'TABULADOR ' ESC-TAB-S-VIEJO
                                   ' DUPLICADO, REGISTRO OMITIDO'
                       NOT INVALID KEY
                           ADD 1 TO WS-ESCALAS-CONVERTIDAS
                   END-WRITE
           END-READ.

      *    UNA IMAGEN EN BLANCO (ALTA SIN IMAGEN ANTERIOR O BAJA SIN
      *    IMAGEN NUEVA EN EL HISTORICO) SE QUEDA EN BLANCO.
       700-AMPLIA-IMAGEN.
           IF WS-EMPL-VIEJO EQUAL SPACES
               MOVE SPACES TO WS-EMPL-NUEVO
           ELSE
               MOVE WS-EMV-DATOS-1 TO WS-EMN-DATOS-1
               MOVE WS-EMV-CLV-DEP TO WS-EMN-CLV-DEP
               MOVE WS-EMV-DATOS-2 TO WS-EMN-DATOS-2
               MOVE WS-EMV-S-MEN   TO WS-EMN-S-MEN
               MOVE WS-EMV-DATOS-3 TO WS-EMN-DATOS-3
           END-IF.
