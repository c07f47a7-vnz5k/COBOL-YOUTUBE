      *****************************************************
      *  PTU POR EMPLEADO Y EJERCICIO - PTU                *
      *  DIAS TRABAJADOS Y SALARIOS DEVENGADOS EN EL       *
      *  EJERCICIO SEGUN EL HISTORIAL DE NOMINA, LA PARTE  *
      *  POR DIAS Y LA PARTE POR SALARIOS, EL TOPE LEGAL   *
      *  (TRES MESES DE SALARIO O EL PROMEDIO DE LA PTU DE *
      *  LOS TRES ANIOS ANTERIORES, EL MAYOR), LO QUE SE   *
      *  PAGA, SU PARTE EXENTA (15 UMA), EL ISR SOBRE LA   *
      *  PARTE GRAVADA Y EL NETO. ESTADO E = EXCLUIDO POR  *
      *  NO LLEGAR A LOS DIAS MINIMOS.                     *
      *****************************************************
           01 REG-PTU.
               05 PTU-LLAVE.
                   10 PTU-EJERCICIO         PIC 9(04).
                   10 PTU-ID-EMPL           PIC 9(05).
               05 PTU-DIAS                  PIC 9(03).
               05 PTU-SALARIOS              PIC 9(09)V99.
               05 PTU-S-MEN                 PIC 9(07)V99.
               05 PTU-MONTO-DIAS            PIC 9(07)V99.
               05 PTU-MONTO-SALARIOS        PIC 9(07)V99.
               05 PTU-TOPE                  PIC 9(08)V99.
               05 PTU-IMPORTE               PIC 9(07)V99.
               05 PTU-EXENTO                PIC 9(07)V99.
               05 PTU-GRAVADO               PIC 9(07)V99.
               05 PTU-ISR                   PIC 9(07)V99.
               05 PTU-NETO                  PIC 9(07)V99.
               05 PTU-ESTADO                PIC X.
                   88 PTU-CALCULADO          VALUE 'C'.
                   88 PTU-EXCLUIDO           VALUE 'E'.
                   88 PTU-PAGADO             VALUE 'P'.
               05 PTU-TOPADO                PIC X.
               05 PTU-F-PAGO                PIC 9(08).
