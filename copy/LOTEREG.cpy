      *****************************************************
      *  REGISTRO DE ENTRADA DE ALTAS POR LOTE - LOTE      *
      *  MISMO TRAZADO QUE EL EMPLEADO ORIGINAL MAS LOS    *
      *  DATOS FISCALES OBLIGATORIOS Y EL CONTRATO (TIPO   *
      *  EN BLANCO = INDETERMINADO); PUESTO, CUENTA Y      *
      *  JEFE SE CAPTURAN DESPUES EN ALL-SEC               *
      *****************************************************
           01 REG-TRAN.
               05 TRAN-ID-EMPL              PIC 9(05).
               05 TRAN-NOM-EMPL             PIC X(30).
               05 TRAN-CLV-DEP              PIC 9(03).
               05 TRAN-NOM-DEP              PIC X(20).
               05 TRAN-TAB-S                PIC A.
               05 TRAN-S-MEN                PIC 9(07)V99.
               05 TRAN-F-ING                PIC 9(08).
               05 TRAN-ESTADO               PIC X.
               05 TRAN-RFC                  PIC X(13).
               05 TRAN-CURP                 PIC X(18).
               05 TRAN-NSS                  PIC X(11).
               05 TRAN-CP                   PIC X(05).
               05 TRAN-CTO-TIPO             PIC X.
               05 TRAN-CTO-F-FIN            PIC 9(08).
