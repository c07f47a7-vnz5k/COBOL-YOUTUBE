      *  CONTROL DE CORRIDAS DE NOMINA POR PERIODO - CORRIDA *
      *  UNA CORRIDA REGISTRADA POR PERIODO AAAAMM Y       *
      *  QUINCENA (0 = CORRIDA MENSUAL); ES EL CANDADO     *
      *  CONTRA CORRER LA MISMA NOMINA DOS VECES. UNA      *
      *  CORRIDA REVERTIDA CON NOMINA-REVERSA QUEDA        *
      *  CANCELADA Y EL PERIODO SE PUEDE VOLVER A CORRER.  *
      *****************************************************
           01 REG-CORRIDA.
               05 COR-LLAVE.
                   10 COR-QUINCENA          PIC 9.
               05 COR-FECHA                 PIC 9(08).
               05 COR-EMPLEADOS             PIC 9(05).
               05 COR-TOT-NETO              PIC 9(09)V99.
               05 COR-ESTADO                PIC X.
                   88 COR-VIGENTE            VALUE 'V'.
                   88 COR-CANCELADA          VALUE 'C'.
               05 COR-F-CANCELA             PIC 9(08).
               05 COR-OPERADOR-CANCELA      PIC X(08).
