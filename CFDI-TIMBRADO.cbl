       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFDI-TIMBRADO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT TIMBRADO
           ASSIGN TO 'CFDI-TIMBRADO-FILE'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-TIM.
           SELECT UUID
           ASSIGN TO 'CFDI-UUID-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS UUI-LLAVE
           FILE STATUS IS WS-STATUS-UUI.

       DATA DIVISION.
       FILE SECTION.
       FD TIMBRADO.
           COPY TIMBREG.
       FD UUID.
           COPY UUIDREG.

       WORKING-STORAGE SECTION.
       01 WS-AREAS.
           05 WS-STATUS-TIM              PIC XX.
           05 WS-STATUS-UUI              PIC XX.
           05 WS-FLAG                    PIC 9.
           05 WS-F-HOY                   PIC 9(08).
           05 WS-UUID-OK                 PIC X.
           05 WS-I                       PIC 9(02).
           05 WS-CAR                     PIC X.
           05 WS-UUID-NUEVO              PIC X(36).
           05 WS-LEIDOS                  PIC 9(05).
           05 WS-CARGADOS                PIC 9(05).
           05 WS-REPETIDOS               PIC 9(05).
           05 WS-CONFLICTOS              PIC 9(05).
           05 WS-ERRORES                 PIC 9(05).
           05 WS-INVALIDOS               PIC 9(05).

       PROCEDURE DIVISION.
      *    CARGA LA RESPUESTA DEL PROVEEDOR DE TIMBRADO: POR CADA
      *    RECIBO TIMBRADO GUARDA SU UUID CONTRA LA LLAVE DE LA
      *    LINEA DE NOMINA-HIST-FILE; LOS QUE EL PROVEEDOR RECHAZO
      *    SE LISTAN CON SU MENSAJE PARA CORREGIRLOS Y REENVIARLOS.
      *    SE PUEDE CORRER VARIAS VECES CON EL MISMO ARCHIVO SIN
      *    DUPLICAR NADA.
       010-INITIAL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-F-HOY.
           PERFORM 100-ABRIR.
           PERFORM 200-ENCABEZADO.
           MOVE 0 TO WS-FLAG.
           PERFORM 300-PROCESAR UNTIL WS-FLAG EQUAL 1.
           PERFORM 400-RESUMEN.
           PERFORM 100-CERRAR.
       STOP RUN.

       100-ABRIR.
           OPEN INPUT TIMBRADO.
           IF WS-STATUS-TIM EQUAL '35'
               DISPLAY 'NO EXISTE CFDI-TIMBRADO-FILE, NO HAY '
                       'RESPUESTA DEL PROVEEDOR QUE CARGAR'
               STOP RUN
           END-IF.
           IF WS-STATUS-TIM NOT EQUAL '00'
               DISPLAY 'ERROR AL ABRIR CFDI-TIMBRADO-FILE, '
                       'FILE STATUS: ' WS-STATUS-TIM
               STOP RUN
           END-IF.
           OPEN I-O UUID.
           IF WS-STATUS-UUI EQUAL '35'
               OPEN OUTPUT UUID
               CLOSE UUID
               OPEN I-O UUID
           END-IF.
           IF WS-STATUS-UUI NOT EQUAL '00'
               DISPLAY 'ERROR AL ABRIR CFDI-UUID-FILE, '
                       'FILE STATUS: ' WS-STATUS-UUI
               CLOSE TIMBRADO
               STOP RUN
           END-IF.
           MOVE 0 TO WS-LEIDOS WS-CARGADOS WS-REPETIDOS.
           MOVE 0 TO WS-CONFLICTOS WS-ERRORES WS-INVALIDOS.

       100-CERRAR.
           CLOSE TIMBRADO.
           CLOSE UUID.

       200-ENCABEZADO.
           DISPLAY '======================================='.
           DISPLAY '  CARGA DE FOLIOS FISCALES (UUID)'.
           DISPLAY '======================================='.
           DISPLAY 'ID     PERIODO Q T FECHA    OBSERVACION'.

       300-PROCESAR.
           READ TIMBRADO
               AT END
                   MOVE 1 TO WS-FLAG
               NOT AT END
                   ADD 1 TO WS-LEIDOS
                   IF TIM-TIMBRADO
                       PERFORM 310-CARGAR-UUID
                   ELSE
                       ADD 1 TO WS-ERRORES
                       DISPLAY TIM-ID-EMPL ' ' TIM-PERIODO ' '
                               TIM-QUINCENA ' ' TIM-TIPO ' '
                               TIM-FECHA ' NO TIMBRADO: '
                               TIM-MENSAJE
                   END-IF
           END-READ.

      *    UN UUID YA CARGADO PARA LA MISMA LINEA SE IGNORA SI ES EL
      *    MISMO; SI ES OTRO, LA LINEA SE TIMBRO DOS VECES Y SE
      *    CONSERVA EL PRIMERO HASTA QUE SE CANCELE EL SOBRANTE
      *    ANTE EL SAT.
       310-CARGAR-UUID.
           MOVE FUNCTION UPPER-CASE(TIM-UUID) TO WS-UUID-NUEVO.
           PERFORM 320-VALIDAR-UUID.
           IF WS-UUID-OK NOT EQUAL 'S'
               ADD 1 TO WS-INVALIDOS
               DISPLAY TIM-ID-EMPL ' ' TIM-PERIODO ' ' TIM-QUINCENA
                       ' ' TIM-TIPO ' ' TIM-FECHA
                       ' UUID CON FORMATO INVALIDO: ' TIM-UUID
           ELSE
               MOVE TIM-ID-EMPL    TO UUI-ID-EMPL
               MOVE TIM-PERIODO    TO UUI-PERIODO
               MOVE TIM-QUINCENA   TO UUI-QUINCENA
               MOVE TIM-TIPO       TO UUI-TIPO
               MOVE TIM-FECHA      TO UUI-FECHA
               READ UUID
                   INVALID KEY
                       MOVE WS-UUID-NUEVO  TO UUI-UUID
                       MOVE TIM-F-TIMBRADO TO UUI-F-TIMBRADO
                       MOVE WS-F-HOY       TO UUI-F-CARGA
                       WRITE REG-UUID
                           INVALID KEY
                               DISPLAY 'ERROR AL GRABAR CFDI-UUID-'
                                       'FILE, FILE STATUS: '
                                       WS-STATUS-UUI
                           NOT INVALID KEY
                               ADD 1 TO WS-CARGADOS
                       END-WRITE
                   NOT INVALID KEY
                       IF UUI-UUID EQUAL WS-UUID-NUEVO
                           ADD 1 TO WS-REPETIDOS
                       ELSE
                           ADD 1 TO WS-CONFLICTOS
                           DISPLAY TIM-ID-EMPL ' ' TIM-PERIODO ' '
                                   TIM-QUINCENA ' ' TIM-TIPO ' '
                                   TIM-FECHA ' YA TENIA EL UUID '
                                   UUI-UUID
                           DISPLAY '       SE RECIBIO OTRO: '
                                   WS-UUID-NUEVO
                       END-IF
               END-READ
           END-IF.

      *    FORMATO 8-4-4-4-12 EN HEXADECIMAL.
       320-VALIDAR-UUID.
           MOVE 'S' TO WS-UUID-OK.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I GREATER 36
               MOVE WS-UUID-NUEVO(WS-I:1) TO WS-CAR
               IF WS-I EQUAL 9 OR WS-I EQUAL 14
                  OR WS-I EQUAL 19 OR WS-I EQUAL 24
                   IF WS-CAR NOT EQUAL '-'
                       MOVE 'N' TO WS-UUID-OK
                   END-IF
               ELSE
                   IF (WS-CAR LESS '0' OR WS-CAR GREATER '9')
                      AND (WS-CAR LESS 'A' OR WS-CAR GREATER 'F')
                       MOVE 'N' TO WS-UUID-OK
                   END-IF
               END-IF
           END-PERFORM.

       400-RESUMEN.
           DISPLAY '======================================='.
           DISPLAY 'LINEAS LEIDAS:               ' WS-LEIDOS.
           DISPLAY 'UUID CARGADOS:               ' WS-CARGADOS.
           DISPLAY 'YA CARGADOS ANTES:           ' WS-REPETIDOS.
           DISPLAY 'CON OTRO UUID YA CARGADO:    ' WS-CONFLICTOS.
           DISPLAY 'UUID CON FORMATO INVALIDO:   ' WS-INVALIDOS.
           DISPLAY 'RECHAZADOS POR EL PROVEEDOR: ' WS-ERRORES.
