      *****************************************************
      *  CONTROL DEL REPORTE DE VARIACION - VARIACION      *
      *  NOMINA-VARIACION DEJA UN REGISTRO POR CORRIDA     *
      *  REVISADA (PERIODO AAAAMM Y QUINCENA, 0 = MENSUAL) *
      *  CON LA CORRIDA CONTRA LA QUE SE COMPARO, LOS      *
      *  UMBRALES USADOS Y LOS CONTADORES DEL REPORTE.     *
      *  DISPERSION-SEC LO CONSULTA ANTES DE DISPERSAR.    *
      *****************************************************
           01 REG-VARIACION.
               05 VAR-LLAVE.
                   10 VAR-PERIODO           PIC 9(06).
                   10 VAR-QUINCENA          PIC 9.
               05 VAR-F-REPORTE             PIC 9(08).
               05 VAR-H-REPORTE             PIC 9(06).
               05 VAR-PERIODO-ANT           PIC 9(06).
               05 VAR-QUINCENA-ANT          PIC 9.
               05 VAR-PORCENTAJE            PIC 9(03)V99.
               05 VAR-MONTO                 PIC 9(07)V99.
               05 VAR-EMPLEADOS             PIC 9(05).
               05 VAR-OBSERVADOS            PIC 9(05).
               05 VAR-NUEVOS                PIC 9(05).
               05 VAR-FALTANTES             PIC 9(05).
               05 VAR-TOT-BRUTO-ANT         PIC 9(09)V99.
               05 VAR-TOT-BRUTO-ACT         PIC 9(09)V99.
