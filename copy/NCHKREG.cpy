               05 NCHK-ULT-ID-EMPL          PIC 9(05).
               05 NCHK-EN-PROCESO           PIC 9(05).
               05 NCHK-CONTADOR             PIC 9(05).
               05 NCHK-TOT-BRUTO            PIC 9(09)V99.
               05 NCHK-TOT-ISR              PIC 9(09)V99.
               05 NCHK-TOT-IMSS             PIC 9(09)V99.
               05 NCHK-TOT-PENSION          PIC 9(09)V99.
               05 NCHK-TOT-PRESTAMO         PIC 9(09)V99.
               05 NCHK-TOT-NETO             PIC 9(09)V99.
               05 NCHK-DEP-BRUTO            PIC 9(09)V99
                                            OCCURS 1000.
               05 NCHK-TOT-IMSS-PAT         PIC 9(09)V99.
               05 NCHK-TOT-INFONAVIT        PIC 9(09)V99.
               05 NCHK-TOT-SAR              PIC 9(09)V99.
               05 NCHK-TOT-RETRO            PIC 9(09)V99.
               05 NCHK-TOT-AHORRO           PIC 9(09)V99.
               05 NCHK-TOT-AHORRO-PAT       PIC 9(09)V99.
               05 NCHK-TOT-PRIMA-VAC        PIC 9(09)V99.
               05 NCHK-TOT-AJU-CARGO        PIC 9(09)V99.
               05 NCHK-TOT-AJU-FAVOR        PIC 9(09)V99.
