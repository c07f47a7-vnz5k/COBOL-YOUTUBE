      *****************************************************
      *  HISTORIA DEL MAESTRO DE EMPLEADOS - EMPL-HIST     *
      *  IMAGEN COMPLETA DE REG-EMPL ANTES Y DESPUES DE    *
      *  CADA ALTA, CAMBIO O ELIMINACION, DE CUALQUIER     *
      *  PROGRAMA. EN UNA ALTA LA IMAGEN ANTERIOR VA EN    *
      *  BLANCO Y EN UNA ELIMINACION LA POSTERIOR.         *
      *  EMH-ANTES Y EMH-DESPUES TIENEN EL MISMO FORMATO   *
      *  QUE REG-EMPL (EMPLREG) Y SE MUEVEN COMO GRUPO.    *
      *****************************************************
           01 REG-EMPL-HIST.
               05 EMH-ID-EMPL               PIC 9(05).
               05 EMH-FECHA                 PIC 9(08).
               05 EMH-HORA                  PIC 9(06).
               05 EMH-OPERADOR              PIC X(08).
               05 EMH-PROGRAMA              PIC X(20).
               05 EMH-MOVIMIENTO            PIC X(08).
               05 EMH-TIPO                  PIC X.
                   88 EMH-ALTA               VALUE 'A'.
                   88 EMH-CAMBIO             VALUE 'C'.
                   88 EMH-ELIMINA            VALUE 'E'.
               05 EMH-ANTES.
                   10 EMH-ANT-ID-EMPL       PIC 9(05).
                   10 EMH-ANT-NOM-EMPL      PIC X(30).
                   10 EMH-ANT-CLV-DEP       PIC 9(03).
                   10 EMH-ANT-NOM-DEP       PIC X(20).
                   10 EMH-ANT-TAB-S         PIC A.
                   10 EMH-ANT-S-MEN         PIC 9(07)V99.
                   10 EMH-ANT-F-ING         PIC 9(08).
                   10 EMH-ANT-ESTADO        PIC X.
                   10 EMH-ANT-PUE-CLV       PIC 9(02).
                   10 EMH-ANT-NOM-PUE       PIC X(20).
                   10 EMH-ANT-CTA-BANCARIA  PIC X(18).
                   10 EMH-ANT-JEFE-ID       PIC 9(05).
               05 EMH-DESPUES.
                   10 EMH-NVO-ID-EMPL       PIC 9(05).
                   10 EMH-NVO-NOM-EMPL      PIC X(30).
                   10 EMH-NVO-CLV-DEP       PIC 9(03).
                   10 EMH-NVO-NOM-DEP       PIC X(20).
                   10 EMH-NVO-TAB-S         PIC A.
                   10 EMH-NVO-S-MEN         PIC 9(07)V99.
                   10 EMH-NVO-F-ING         PIC 9(08).
                   10 EMH-NVO-ESTADO        PIC X.
                   10 EMH-NVO-PUE-CLV       PIC 9(02).
                   10 EMH-NVO-NOM-PUE       PIC X(20).
                   10 EMH-NVO-CTA-BANCARIA  PIC X(18).
                   10 EMH-NVO-JEFE-ID       PIC 9(05).
