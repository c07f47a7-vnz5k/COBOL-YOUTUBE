      *  REESTRUCTURA QUEDA AQUI CON EL SALDO RESULTANTE;  *
      *  EL REGISTRO DEL PRESTAMO SOLO GUARDA EL SALDO     *
      *  VIVO, ESTA BITACORA ES LA QUE SE LE MUESTRA AL    *
      *  EMPLEADO CUANDO DISPUTA SU SALDO. LA REVERSA DE   *
      *  UNA CORRIDA (ORIGEN C) REGRESA EL ABONO AL SALDO. *
      *  CADA MOVIMIENTO LLEVA EL NUMERO DEL PRESTAMO DEL  *
      *  EMPLEADO AL QUE SE APLICO. EL DESCUENTO DEL       *
      *  FINIQUITO AL DAR DE BAJA LLEVA ORIGEN F.          *
      *****************************************************
           01 REG-PAGO-HIST.
               05 PGH-ID-EMPL               PIC 9(05).
               05 PGH-NUM-PRESTAMO          PIC 9(03).
               05 PGH-FECHA                 PIC 9(08).
               05 PGH-HORA                  PIC 9(06).
               05 PGH-PERIODO               PIC 9(06).
                   88 PGH-ORIGEN-NOMINA      VALUE 'N'.
                   88 PGH-ORIGEN-MANUAL      VALUE 'M'.
                   88 PGH-ORIGEN-REESTRUC    VALUE 'R'.
                   88 PGH-ORIGEN-REVERSA     VALUE 'C'.
                   88 PGH-ORIGEN-FINIQUITO   VALUE 'F'.
               05 PGH-OPERADOR              PIC X(08).
               05 PGH-MONTO                 PIC 9(07)V99.
               05 PGH-AJUSTADO              PIC X.
