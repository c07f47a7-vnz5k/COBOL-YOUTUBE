      *****************************************************
      *  AUMENTOS PROGRAMADOS - AUMENTO-PEND               *
      *  UN REGISTRO POR CAMBIO DE SUELDO CAPTURADO CON    *
      *  FECHA EFECTIVA FUTURA. EL SUELDO DEL MAESTRO NO SE*
      *  TOCA HASTA QUE AUMENTO-PROGRAMADO LO APLICA EN SU *
      *  FECHA. CON PORCENTAJE EL NUEVO SUELDO SE RECALCULA*
      *  SOBRE EL SUELDO VIGENTE AL APLICAR; EN CERO SE    *
      *  APLICA EL MONTO CAPTURADO EN AUP-S-MEN-NVO.       *
      *****************************************************
           01 REG-AUMENTO-PEND.
               05 AUP-LLAVE.
                   10 AUP-ID-EMPL           PIC 9(05).
                   10 AUP-F-EFECTIVA        PIC 9(08).
                   10 AUP-F-CAPTURA         PIC 9(08).
                   10 AUP-H-CAPTURA         PIC 9(06).
               05 AUP-MOVIMIENTO            PIC X(08).
               05 AUP-PORCENTAJE            PIC 9(03)V99.
               05 AUP-S-MEN-ANT             PIC 9(07)V99.
               05 AUP-S-MEN-NVO             PIC 9(07)V99.
               05 AUP-TAB-NVO               PIC A.
               05 AUP-OPERADOR              PIC X(08).
               05 AUP-ESTADO                PIC X.
                   88 AUP-PENDIENTE          VALUE 'P'.
                   88 AUP-APLICADO           VALUE 'A'.
                   88 AUP-CANCELADO          VALUE 'C'.
               05 AUP-F-APLICA              PIC 9(08).
               05 AUP-MOTIVO                PIC X(30).
