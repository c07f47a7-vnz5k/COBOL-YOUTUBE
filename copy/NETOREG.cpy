      *****************************************************
      *  NETO CALCULADO POR EMPLEADO EN NOMINA-SEC - NETO  *
      *  EN EL HISTORIAL, NOMINA-REVERSA CAMBIA A 'C' EL   *
      *  TIPO DE LAS LINEAS DE NOMINA DE UNA CORRIDA       *
      *  REVERTIDA. EL TIPO 'P' ES EL DESEMBOLSO DE UN     *
      *  PRESTAMO; SOLO VA A NETO PARA LA DISPERSION, NO   *
      *  ES PERCEPCION Y NO SE GRABA EN EL HISTORIAL.      *
      *  NET-AHORRO ES LA APORTACION DEL EMPLEADO AL FONDO *
      *  DE AHORRO DESCONTADA EN LA NOMINA. EL TIPO 'H' ES *
      *  LA ENTREGA DEL FONDO DE AHORRO (LIQUIDACION ANUAL *
      *  O POR BAJA); IGUAL QUE EL DESEMBOLSO, SOLO VA A   *
      *  NETO PARA LA DISPERSION. EL TIPO 'U' ES EL PAGO DE*
      *  LA PTU. NET-DIAS-PAGADOS SON LOS DIAS DEL PERIODO *
      *  MENOS FALTAS Y PERMISOS SIN GOCE (SOLO NOMINA).   *
      *****************************************************
           01 REG-NETO.
               05 NET-ID-EMPL               PIC 9(05).
                   88 NET-TIPO-NOMINA        VALUE 'N'.
                   88 NET-TIPO-AGUINALDO     VALUE 'A'.
                   88 NET-TIPO-FINIQUITO     VALUE 'F'.
                   88 NET-TIPO-CANCELADA     VALUE 'C'.
                   88 NET-TIPO-PRESTAMO      VALUE 'P'.
                   88 NET-TIPO-AHORRO        VALUE 'H'.
                   88 NET-TIPO-PTU           VALUE 'U'.
               05 NET-FECHA                 PIC 9(08).
               05 NET-BRUTO                 PIC 9(08)V99.
               05 NET-PENSION               PIC 9(08)V99.
               05 NET-ABONO-PRESTAMO        PIC 9(08)V99.
               05 NET-NETO                  PIC 9(08)V99.
               05 NET-AHORRO                PIC 9(08)V99.
               05 NET-DIAS-PAGADOS          PIC 9(02).
