           03 DATAAPLVC            PIC 9(08).
           03 APLICADORVC          PIC X(30).
           03 PROXDOSEVC           PIC 9(08).
           03 CODPROFVC            PIC 9(06).

       FD CADAUDIT
               LABEL RECORD IS STANDARD
