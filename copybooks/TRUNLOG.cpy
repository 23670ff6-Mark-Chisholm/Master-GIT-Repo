                   07  RUNL-FILE-NAME           PIC X(8).
                   07  RUNL-FILE-IO             PIC X.
                   07  RUNL-FILE-COUNT          PIC S9(9)      COMP-3.
      *                * BIL02900 PASS 2 INVOICE RECONCILIATION RESULT;
      *                  FLAG IS SPACE ON ALL OTHER RUNS *
           03  RUNL-INVOICE-RECON.
               05  RUNL-INV-RECON-FLAG          PIC X.
                   88  RUNL-INV-RECON-DONE          VALUE 'Y'.
               05  RUNL-INV-NOT-INVOICED-CT     PIC S9(5)      COMP-3.
               05  RUNL-INV-NOT-INVOICED-GROSS  PIC S9(9)V9(2) COMP-3.
               05  RUNL-INV-NOT-BILLED-CT       PIC S9(5)      COMP-3.
               05  RUNL-INV-MULTI-MEDIUM-CT     PIC S9(5)      COMP-3.
