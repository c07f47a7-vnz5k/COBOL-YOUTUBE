      *****************************************************
      *  CUOTAS PATRONALES POR EMPLEADO - CUOTAS           *
      *  NOMINA-SEC GRABA UNA LINEA POR EMPLEADO PAGADO    *
      *  CON EL SALARIO DIARIO INTEGRADO (SDI) Y LO QUE LA *
      *  EMPRESA DEBE AL IMSS, AL INFONAVIT Y AL SAR POR   *
      *  LOS DIAS DEL PERIODO. ES LA BASE DEL PAGO DE      *
      *  CUOTAS Y DEL COSTO LABORAL REAL DEL MES.          *
      *****************************************************
           01 REG-CUOTA.
               05 CUO-ID-EMPL               PIC 9(05).
               05 CUO-PERIODO               PIC 9(06).
               05 CUO-QUINCENA              PIC 9.
               05 CUO-FECHA                 PIC 9(08).
               05 CUO-CLV-DEP               PIC 9(03).
               05 CUO-ANIOS-SERV            PIC 9(03).
               05 CUO-FACTOR-INT            PIC 9V9(04).
               05 CUO-SDI                   PIC 9(06)V99.
               05 CUO-DIAS                  PIC 9(02).
               05 CUO-IMSS-PAT              PIC 9(07)V99.
               05 CUO-INFONAVIT             PIC 9(07)V99.
               05 CUO-SAR                   PIC 9(07)V99.
               05 CUO-TOTAL                 PIC 9(07)V99.
