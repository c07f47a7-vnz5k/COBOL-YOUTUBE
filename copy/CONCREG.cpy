      *****************************************************
      *  CONCILIACION DE NOMINA CONTRA BANCO - CONCILIA    *
      *  UN REGISTRO POR CORRIDA DE NOMINA (PERIODO AAAAMM *
      *  Y QUINCENA, 0 = MENSUAL) CON LOS TOTALES DE LA    *
      *  ULTIMA CONCILIACION. LA FIRMA DE TESORERIA DEJA   *
      *  LA CORRIDA CONCILIADA Y YA NO SE REEMPLAZA.       *
      *****************************************************
           01 REG-CONCILIA.
               05 CNC-LLAVE.
                   10 CNC-PERIODO           PIC 9(06).
                   10 CNC-QUINCENA          PIC 9.
               05 CNC-F-CONCILIA            PIC 9(08).
               05 CNC-COR-TOT-NETO          PIC 9(09)V99.
               05 CNC-TOT-CALCULADO         PIC 9(09)V99.
               05 CNC-TOT-PAGADO            PIC 9(09)V99.
               05 CNC-TOT-REEXPEDIDO        PIC 9(09)V99.
               05 CNC-TOT-DEVUELTO          PIC 9(09)V99.
               05 CNC-TOT-NO-DISPERSADO     PIC 9(09)V99.
               05 CNC-TOT-DE-MAS            PIC 9(09)V99.
               05 CNC-ESTADO                PIC X.
                   88 CNC-POR-FIRMAR         VALUE 'P'.
                   88 CNC-FIRMADA            VALUE 'F'.
               05 CNC-OPERADOR-FIRMA        PIC X(08).
               05 CNC-F-FIRMA               PIC 9(08).
