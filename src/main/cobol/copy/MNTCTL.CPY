      **********************************************************************
      * COPYBOOK:  MNTCTL
      * PURPOSE:   ONLINE MAINTENANCE CONTROL RECORD - THE 80-BYTE
      *            RECORD OF THE MNTCTL KSDS, KEYED BY CONTROL NAME.
      *            THE APPROVAL RECORD CARRIES THE DUAL-CONTROL AMOUNT
      *            THRESHOLD: AN ADDR WHOSE AMOUNT, OR A CHNG WHOSE
      *            AMOUNT CHANGE, IS OVER IT WAITS FOR A SUPERVISOR'S
      *            APPROVAL IN CICSAPPR INSTEAD OF GOING STRAIGHT TO
      *            CICSDEMO.  LOADED AND CHANGED BY MNTCTLJ.JCL.
      *            INCLUDED UNDER AN 01-LEVEL DECLARED BY THE CALLING
      *            PROGRAM.
      **********************************************************************
           05  MC-CONTROL-KEY              PIC X(08).
               88  MC-APPROVAL-CONTROL             VALUE 'APPROVAL'.
           05  MC-APPROVAL-THRESHOLD       PIC 9(09)V99.
           05  FILLER                      PIC X(61).
