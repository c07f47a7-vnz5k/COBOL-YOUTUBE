      *  REGISTRO MAESTRO DE DEPARTAMENTOS - DEPTO         *
      *****************************************************
           01 REG-DEPTO.
               05 DEPTO-CLV                 PIC 9(03).
               05 DEPTO-NOM                 PIC X(20).
               05 DEPTO-PPTO                PIC 9(09)V99.
               05 DEPTO-TOPE-EMPL           PIC 9(04).
               05 DEPTO-ESTADO              PIC X.
                   88 DEPTO-ACTIVO           VALUE 'A'.
