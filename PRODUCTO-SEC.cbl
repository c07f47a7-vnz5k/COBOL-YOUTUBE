       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODUCTO-SEC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT PRODUCTO
           ASSIGN TO 'PRODUCTO-PRESTAMO-FILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRD-CLAVE
           FILE STATUS IS WS-STATUS-PRD.

       DATA DIVISION.
       FILE SECTION.
       FD PRODUCTO.
           COPY PRODREG.

       WORKING-STORAGE SECTION.
       01 WS-AREAS.
           05 WS-STATUS-PRD              PIC XX.
           05 WS-OPCION                  PIC 9.
           05 WS-RES                     PIC X.
           05 WS-FLAG                    PIC 9.
           05 WS-CONTADOR                PIC 9(03).

       PROCEDURE DIVISION.
       010-INITIAL.
           PERFORM 100-ABRIR.
           PERFORM 100-MENU UNTIL WS-OPCION EQUAL 9.
           PERFORM 100-CERRAR.
       STOP RUN.

       100-ABRIR.
           OPEN I-O PRODUCTO.
           IF WS-STATUS-PRD EQUAL '35'
               OPEN OUTPUT PRODUCTO
               CLOSE PRODUCTO
               OPEN I-O PRODUCTO.

       100-CERRAR.
           CLOSE PRODUCTO.

       100-MENU.
           DISPLAY '---------------------------------------'.
           DISPLAY 'CATALOGO DE PRODUCTOS DE PRESTAMO'.
           DISPLAY '1. ALTA DE PRODUCTO'.
           DISPLAY '2. MODIFICAR PRODUCTO'.
           DISPLAY '3. LISTAR PRODUCTOS'.
           DISPLAY '9. SALIR'.
           DISPLAY 'OPCION'                ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
               WHEN 1 PERFORM 200-ALTA
               WHEN 2 PERFORM 300-MODIFICAR
               WHEN 3 PERFORM 400-LISTAR
               WHEN 9 CONTINUE
               WHEN OTHER DISPLAY 'OPCION INVALIDA'
           END-EVALUATE.

       200-ALTA.
           DISPLAY 'CLAVE DEL PRODUCTO (2 DIGITOS)' ACCEPT PRD-CLAVE.
           DISPLAY 'NOMBRE DEL PRODUCTO'           ACCEPT PRD-NOMBRE.
           PERFORM 250-CAPTURAR-TERMINOS.
           SET PRD-VIGENTE TO TRUE.
           WRITE REG-PRODUCTO
               INVALID KEY
                   DISPLAY 'CLAVE DE PRODUCTO YA EXISTE, NO SE AGREGO'
           END-WRITE.

      *    LOS TERMINOS SE COPIAN AL PRESTAMO CUANDO SE SOLICITA;
      *    CAMBIARLOS AQUI SOLO AFECTA A LAS SOLICITUDES NUEVAS.
       250-CAPTURAR-TERMINOS.
           DISPLAY 'TASA ANUAL (EJ 0.18)'          ACCEPT PRD-TAS-ANU.
           MOVE 0 TO PRD-PLAZO-MAX.
           PERFORM UNTIL PRD-PLAZO-MAX GREATER 0
               DISPLAY 'PLAZO MAXIMO EN MESES (MINIMO 1)'
               ACCEPT PRD-PLAZO-MAX
           END-PERFORM.
           MOVE 0 TO PRD-FACTOR-TOPE.
           PERFORM UNTIL PRD-FACTOR-TOPE GREATER 0
               DISPLAY 'FACTOR DE TOPE SOBRE EL SUELDO MENSUAL '
                       '(EJ 4.0)'
               ACCEPT PRD-FACTOR-TOPE
           END-PERFORM.
           MOVE 0 TO PRD-PRIORIDAD.
           PERFORM UNTIL PRD-PRIORIDAD GREATER 0
               DISPLAY 'PRIORIDAD DE DESCUENTO (1 = SE COBRA '
                       'PRIMERO)'
               ACCEPT PRD-PRIORIDAD
           END-PERFORM.

       300-MODIFICAR.
           DISPLAY 'CLAVE DEL PRODUCTO A MODIFICAR' ACCEPT PRD-CLAVE.
           READ PRODUCTO
               INVALID KEY
                   DISPLAY 'PRODUCTO NO ENCONTRADO'
               NOT INVALID KEY
                   DISPLAY 'NOMBRE ACTUAL:    ' PRD-NOMBRE
                   DISPLAY 'TASA ANUAL:       ' PRD-TAS-ANU
                   DISPLAY 'PLAZO MAXIMO:     ' PRD-PLAZO-MAX
                   DISPLAY 'FACTOR DE TOPE:   ' PRD-FACTOR-TOPE
                   DISPLAY 'PRIORIDAD:        ' PRD-PRIORIDAD
                   DISPLAY 'ESTADO:           ' PRD-ESTADO
                   DISPLAY 'NOMBRE NUEVO'     ACCEPT PRD-NOMBRE
                   PERFORM 250-CAPTURAR-TERMINOS
                   DISPLAY 'SUSPENDER EL PRODUCTO PARA NUEVAS '
                           'SOLICITUDES? S/N'
                   ACCEPT WS-RES
                   IF WS-RES EQUAL 'S'
                       SET PRD-SUSPENDIDO TO TRUE
                   ELSE
                       SET PRD-VIGENTE TO TRUE
                   END-IF
                   REWRITE REG-PRODUCTO
                       INVALID KEY
                           DISPLAY 'ERROR AL MODIFICAR PRODUCTO'
                       NOT INVALID KEY
                           DISPLAY 'PRODUCTO MODIFICADO'
                   END-REWRITE
           END-READ.

       400-LISTAR.
           MOVE 0 TO WS-CONTADOR.
           DISPLAY 'CV NOMBRE               TASA PLAZO TOPE PRIO EDO'.
           MOVE LOW-VALUES TO PRD-CLAVE.
           START PRODUCTO KEY IS NOT LESS PRD-CLAVE
               INVALID KEY
                   MOVE 1 TO WS-FLAG
               NOT INVALID KEY
                   MOVE 0 TO WS-FLAG
           END-START.
           PERFORM 410-DETALLE UNTIL WS-FLAG EQUAL 1.
           DISPLAY 'PRODUCTOS EN CATALOGO: ' WS-CONTADOR.

       410-DETALLE.
           READ PRODUCTO NEXT RECORD
               AT END
                   MOVE 1 TO WS-FLAG
               NOT AT END
                   DISPLAY PRD-CLAVE ' ' PRD-NOMBRE ' ' PRD-TAS-ANU
                           ' ' PRD-PLAZO-MAX '   ' PRD-FACTOR-TOPE
                           '  ' PRD-PRIORIDAD '   ' PRD-ESTADO
                   ADD 1 TO WS-CONTADOR
           END-READ.
