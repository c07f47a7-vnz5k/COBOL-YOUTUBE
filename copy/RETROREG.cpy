      *****************************************************
      *  SUELDO RETROACTIVO POR PAGAR - RETROACTIVO        *
      *  UNO POR CADA AUMENTO QUE ENTRO AL MAESTRO DESPUES *
      *  DE SU FECHA EFECTIVA. LA SIGUIENTE CORRIDA DE     *
      *  NOMINA-SEC MIDE EN EL HISTORIAL LOS PERIODOS YA   *
      *  PAGADOS CON EL SUELDO ANTERIOR DESDE ESA FECHA,   *
      *  PAGA LA DIFERENCIA COMO CONCEPTO APARTE Y DEJA EL *
      *  REGISTRO PAGADO CON SU PERIODO Y FECHA DE CORRIDA.*
      *  LA DIFERENCIA ES (NUEVO - ANTERIOR) / 30 POR DIA  *
      *  COMERCIAL (QUINCENAS DE 15 DIAS, MESES DE 30).    *
      *****************************************************
           01 REG-RETROACTIVO.
               05 RET-LLAVE.
                   10 RET-ID-EMPL           PIC 9(05).
                   10 RET-F-EFECTIVA        PIC 9(08).
                   10 RET-F-REGISTRO        PIC 9(08).
                   10 RET-H-REGISTRO        PIC 9(06).
               05 RET-MOVIMIENTO            PIC X(08).
               05 RET-S-MEN-ANT             PIC 9(07)V99.
               05 RET-S-MEN-NVO             PIC 9(07)V99.
               05 RET-ESTADO                PIC X.
                   88 RET-PENDIENTE          VALUE 'P'.
                   88 RET-PAGADO             VALUE 'A'.
               05 RET-PERIODOS              PIC 9(03).
               05 RET-DIAS                  PIC 9(04).
               05 RET-MONTO                 PIC 9(07)V99.
               05 RET-PERIODO-PAGO          PIC 9(06).
               05 RET-QUINCENA-PAGO         PIC 9.
               05 RET-F-PAGO                PIC 9(08).
