      *****************************************************
      *  CONTROL DE PASOS DE LA CORRIDA - PASO-NOMINA      *
      *  NOMINA-PERIODO DEJA UN REGISTRO POR PASO DE CADA  *
      *  CORRIDA (PERIODO, QUINCENA Y NUMERO DE PASO) CON  *
      *  SU ESTADO Y SUS HORAS DE INICIO Y FIN. UN PASO    *
      *  QUE QUEDA EN PROCESO SE INTERRUMPIO Y SE VUELVE A *
      *  CORRER AL REANUDAR.                               *
      *****************************************************
           01 REG-PASO.
               05 PAS-LLAVE.
                   10 PAS-PERIODO           PIC 9(06).
                   10 PAS-QUINCENA          PIC 9.
                   10 PAS-NUMERO            PIC 9.
               05 PAS-PROGRAMA              PIC X(16).
               05 PAS-ESTADO                PIC X.
                   88 PAS-PENDIENTE          VALUE 'P'.
                   88 PAS-EN-PROCESO         VALUE 'E'.
                   88 PAS-TERMINADO          VALUE 'T'.
                   88 PAS-FALLIDO            VALUE 'F'.
               05 PAS-F-INICIO              PIC 9(08).
               05 PAS-H-INICIO              PIC 9(06).
               05 PAS-F-FIN                 PIC 9(08).
               05 PAS-H-FIN                 PIC 9(06).
               05 PAS-OPERADOR              PIC X(08).
               05 PAS-NOTA                  PIC X(40).
