      *****************************************************
      *  CONTROL DE MOVIMIENTOS AFILIATORIOS - IDSE-MOV    *
      *  UNO POR MOVIMIENTO DE AUDITORIA QUE EL IMSS DEBE  *
      *  CONOCER: REINGRESO 08, BAJA 02 Y MODIFICACION DE  *
      *  SALARIO 07. LA LLAVE ES LA DEL REGISTRO DE        *
      *  AUDITORIA QUE LO ORIGINO, ASI UN MOVIMIENTO NO SE *
      *  EXTRAE NI SE ENVIA DOS VECES. LA FECHA LIMITE ES  *
      *  EL QUINTO DIA HABIL DESPUES DEL MOVIMIENTO.       *
      *****************************************************
           01 REG-IDSE-MOV.
               05 IDM-LLAVE.
                   10 IDM-ID-EMPL           PIC 9(05).
                   10 IDM-F-AUDITORIA       PIC 9(08).
                   10 IDM-H-AUDITORIA       PIC 9(06).
                   10 IDM-TIPO-MOV          PIC X(02).
                       88 IDM-ALTA           VALUE '08'.
                       88 IDM-BAJA           VALUE '02'.
                       88 IDM-MODIFICACION   VALUE '07'.
               05 IDM-MOVIMIENTO            PIC X(08).
               05 IDM-F-MOVIMIENTO          PIC 9(08).
               05 IDM-F-LIMITE              PIC 9(08).
               05 IDM-NSS                   PIC X(11).
               05 IDM-CURP                  PIC X(18).
               05 IDM-NOMBRE                PIC X(30).
               05 IDM-S-MEN                 PIC 9(07)V99.
               05 IDM-SDI                   PIC 9(06)V99.
               05 IDM-CAUSA-BAJA            PIC X.
               05 IDM-ESTADO                PIC X.
                   88 IDM-PENDIENTE          VALUE 'P'.
                   88 IDM-ENVIADO            VALUE 'E'.
                   88 IDM-ACEPTADO           VALUE 'A'.
                   88 IDM-RECHAZADO          VALUE 'R'.
               05 IDM-F-ENVIO               PIC 9(08).
               05 IDM-F-ACUSE               PIC 9(08).
               05 IDM-ACUSE                 PIC X(20).
