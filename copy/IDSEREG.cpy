      *****************************************************
      *  LINEA DEL ARCHIVO DE MOVIMIENTOS PARA IDSE - IDSE *
      *  FORMATO DE 168 POSICIONES DEL IMSS PARA CARGA DE  *
      *  REINGRESOS (08), BAJAS (02) Y MODIFICACIONES DE   *
      *  SALARIO (07). EL SALARIO BASE DE COTIZACION VA    *
      *  SIN PUNTO DECIMAL Y LA FECHA COMO DDMMAAAA.       *
      *****************************************************
           01 REG-IDSE.
               05 IDS-REG-PATRONAL          PIC X(11).
               05 IDS-NSS                   PIC X(11).
               05 IDS-PATERNO               PIC X(27).
               05 IDS-MATERNO               PIC X(27).
               05 IDS-NOMBRE                PIC X(27).
               05 IDS-SBC                   PIC 9(04)V99.
               05 FILLER                    PIC X(06).
               05 IDS-TIPO-TRABAJADOR       PIC X.
               05 IDS-TIPO-SALARIO          PIC X.
               05 IDS-JORNADA               PIC X.
               05 IDS-F-MOVIMIENTO          PIC X(08).
               05 IDS-UMF                   PIC X(03).
               05 FILLER                    PIC X(02).
               05 IDS-TIPO-MOV              PIC X(02).
               05 IDS-GUIA                  PIC X(05).
               05 IDS-CLAVE-TRAB            PIC X(10).
               05 IDS-CAUSA-BAJA            PIC X.
               05 IDS-CURP                  PIC X(18).
               05 IDS-IDENTIFICADOR         PIC X.
