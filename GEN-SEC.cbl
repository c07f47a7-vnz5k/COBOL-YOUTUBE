           05 WS-ID-EMPL                    PIC 9(05).
           05 WS-FLAG                       PIC 9.
           05 WS-DEP-ANT                    PIC X(20).
           05 WS-SUBTOTAL                   PIC 9(09)V99.
           05 WS-TOTAL                      PIC 9(09)V99.
           05 WS-MODO                       PIC 9.
           05 WS-INC-INACTIVOS              PIC X.
           05 WS-FLT-DEP                    PIC 9(03).
           05 WS-FLT-SMEN-MIN               PIC 9(07)V99.
           05 WS-FLT-SMEN-MAX               PIC 9(07)V99.
           05 WS-INCLUIR                    PIC X.
           05 WS-STATUS-CSV                 PIC XX.
           05 WS-CONTADOR                   PIC 9(05).
           05 WS-LINEA-PAG                  PIC 9(02).
           05 WS-LINEAS-POR-PAGINA          PIC 9(02) VALUE 20.
           05 WS-NUM-PAGINA                 PIC 9(03).
           05 WS-SMEN-EDIT                  PIC Z,ZZZ,ZZ9.99.
           05 WS-CSV-SMEN                   PIC 9(07).99.

       PROCEDURE DIVISION.
       010-INITIAL.
               ACCEPT WS-FLT-DEP
               DISPLAY 'SUELDO MINIMO (0 = SIN MINIMO)'
               ACCEPT WS-FLT-SMEN-MIN
               DISPLAY 'SUELDO MAXIMO (9999999 = SIN MAXIMO)'
               ACCEPT WS-FLT-SMEN-MAX
           END-IF.

           DISPLAY '        REPORTE DE NOMINA - BSEC'.
           DISPLAY '======================================='.
           DISPLAY 'ID     NOMBRE                    DEPTO'
                   '           TAB       SUELDO FECHA-ING  ESTADO'.

      *    ENCABEZADO DE PAGINA PARA EL ARCHIVO IMPRIMIBLE. SE REPITE
      *    CADA WS-LINEAS-POR-PAGINA DETALLES.
           WRITE REG-REPORTE.
           MOVE SPACES TO REP-LINEA.
           STRING 'ID     NOMBRE                    DEPTO'
                  '           TAB       SUELDO FECHA-ING  ESTADO'
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REG-REPORTE.

                           PERFORM 104-SUBTOTAL
                       END-IF
                       MOVE NOM-DEP OF REG-ORD TO WS-DEP-ANT
                       MOVE S-MEN OF REG-ORD TO WS-SMEN-EDIT
                       DISPLAY ID-EMPL OF REG-ORD  ' '
                               NOM-EMPL OF REG-ORD ' '
                               NOM-DEP OF REG-ORD  ' '
                               TAB-S OF REG-ORD    '   '
                               WS-SMEN-EDIT        ' '
                               F-ING OF REG-ORD    ' '
                               ESTADO OF REG-ORD
                       IF WS-LINEA-PAG NOT LESS WS-LINEAS-POR-PAGINA
                              NOM-EMPL OF REG-ORD ' '
                              NOM-DEP OF REG-ORD  ' '
                              TAB-S OF REG-ORD    '   '
                              WS-SMEN-EDIT        ' '
                              F-ING OF REG-ORD    ' '
                              ESTADO OF REG-ORD
                           DELIMITED BY SIZE INTO REP-LINEA
                   NOT AT END
                       PERFORM 107-FILTRAR
                       IF WS-INCLUIR EQUAL 'S'
                           MOVE S-MEN OF REG-ORD TO WS-CSV-SMEN
                           STRING ID-EMPL OF REG-ORD  ','
                                  FUNCTION TRIM(NOM-EMPL OF REG-ORD) ','
                                  FUNCTION TRIM(NOM-DEP OF REG-ORD)  ','
                                  WS-CSV-SMEN         ','
                                  F-ING OF REG-ORD
                               DELIMITED BY SIZE INTO CSV-LINEA
                           WRITE REG-CSV
           DISPLAY '    REPORTE DE NOMINA POR PUESTO - BSEC'.
           DISPLAY '======================================='.
           DISPLAY 'ID     NOMBRE                    PUESTO'
                   '                SUELDO FECHA-ING  ESTADO'.
           PERFORM 111-DETALLE-PUE UNTIL WS-FLAG EQUAL 1.
           DISPLAY '======================================='.
           DISPLAY 'TOTAL EMPLEADOS: ' WS-CONTADOR.
                           PERFORM 110-SUBTOTAL-PUE
                       END-IF
                       MOVE NOM-PUE OF REG-ORD-PUE TO WS-PUE-ANT
                       MOVE S-MEN OF REG-ORD-PUE TO WS-SMEN-EDIT
                       DISPLAY ID-EMPL OF REG-ORD-PUE  ' '
                               NOM-EMPL OF REG-ORD-PUE ' '
                               NOM-PUE OF REG-ORD-PUE  ' '
                               WS-SMEN-EDIT            ' '
                               F-ING OF REG-ORD-PUE    ' '
                               ESTADO OF REG-ORD-PUE
                       ADD S-MEN OF REG-ORD-PUE TO WS-SUBTOTAL
