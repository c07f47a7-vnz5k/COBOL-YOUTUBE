      *****************************************************
      *  PRIMA VACACIONAL POR PAGAR - PRIMA-VACACIONAL     *
      *  UNA POR CADA SOLICITUD DE VACACIONES APROBADA EN  *
      *  VACACION-SEC: S-MEN / 30 POR LOS DIAS APROBADOS   *
      *  POR LA TASA DE PRIMA. PVA-PERIODO Y PVA-QUINCENA  *
      *  SON EL PERIODO EN QUE EMPIEZAN LAS VACACIONES; LA *
      *  PRIMERA CORRIDA DE NOMINA-SEC DE ESE PERIODO O DE *
      *  UNO POSTERIOR LA PAGA COMO PERCEPCION APARTE Y    *
      *  DEJA EL REGISTRO PAGADO CON SU PERIODO Y FECHA DE *
      *  CORRIDA.                                          *
      *****************************************************
           01 REG-PRIMA-VAC.
               05 PVA-LLAVE.
                   10 PVA-ID-EMPL           PIC 9(05).
                   10 PVA-F-INICIO          PIC 9(08).
                   10 PVA-F-REGISTRO        PIC 9(08).
                   10 PVA-H-REGISTRO        PIC 9(06).
               05 PVA-F-FIN                 PIC 9(08).
               05 PVA-DIAS                  PIC 9(04).
               05 PVA-S-MEN                 PIC 9(07)V99.
               05 PVA-TASA                  PIC 9V99.
               05 PVA-MONTO                 PIC 9(07)V99.
               05 PVA-APROBADOR             PIC X(08).
               05 PVA-PERIODO               PIC 9(06).
               05 PVA-QUINCENA              PIC 9.
               05 PVA-ESTADO                PIC X.
                   88 PVA-PENDIENTE          VALUE 'P'.
                   88 PVA-PAGADA             VALUE 'A'.
               05 PVA-PERIODO-PAGO          PIC 9(06).
               05 PVA-QUINCENA-PAGO         PIC 9.
               05 PVA-F-PAGO                PIC 9(08).
