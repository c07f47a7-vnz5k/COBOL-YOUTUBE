      *****************************************************
      *  BITACORA DE SIMULACIONES DE PRESTAMO - PRESTAMO   *
      *  SIMULADOR LO GRABA SOLICITADO; UN SUPERVISOR LO   *
      *  AUTORIZA O RECHAZA EN PRESTAMO-AUTORIZA, EL       *
      *  DESEMBOLSO SALE POR DISPERSION Y SOLO AL          *
      *  CONFIRMAR EL DEPOSITO QUEDA ACTIVO Y LA NOMINA    *
      *  EMPIEZA A DESCONTARLO.                            *
      *  LA LLAVE ES EMPLEADO MAS NUMERO DE PRESTAMO, ASI  *
      *  UN EMPLEADO PUEDE TENER VARIOS A LA VEZ. EL       *
      *  PRODUCTO Y SU PRIORIDAD SE COPIAN DE              *
      *  PRODUCTO-PRESTAMO AL SOLICITARLO; LA NOMINA Y LOS *
      *  PAGOS APLICAN LOS ABONOS DE MENOR A MAYOR         *
      *  PRIORIDAD Y, EN EMPATE, DEL PRESTAMO MAS ANTIGUO. *
      *  AL PAGAR EL FINIQUITO SE DESCUENTA EL SALDO; LO   *
      *  QUE NO ALCANZA A CUBRIR QUEDA EN PR-SALDO CON     *
      *  ESTADO X, CUENTA POR COBRAR AL EX EMPLEADO.       *
      *****************************************************
           01 REG-PRESTAMO.
               05 PR-LLAVE.
                   10 PR-ID-EMPL            PIC 9(05).
                   10 PR-NUM-PRESTAMO       PIC 9(03).
               05 PR-PRODUCTO               PIC 9(02).
               05 PR-PRIORIDAD              PIC 9(02).
               05 PR-FECHA                  PIC 9(08).
               05 PR-MON-MEN                PIC 9(05).
               05 PR-TAS-ANU                PIC 9V99.
               05 PR-ESTADO                 PIC X.
                   88 PR-ACTIVO              VALUE 'A'.
                   88 PR-PAGADO              VALUE 'P'.
                   88 PR-SOLICITADO          VALUE 'S'.
                   88 PR-AUTORIZADO          VALUE 'U'.
                   88 PR-RECHAZADO           VALUE 'R'.
                   88 PR-EN-DESEMBOLSO       VALUE 'D'.
                   88 PR-POR-COBRAR          VALUE 'X'.
               05 PR-F-AUTORIZA             PIC 9(08).
               05 PR-OPERADOR-AUTORIZA      PIC X(08).
               05 PR-MOTIVO-RECHAZO         PIC X(30).
               05 PR-F-DESEMBOLSO           PIC 9(08).
               05 PR-F-ACTIVACION           PIC 9(08).
