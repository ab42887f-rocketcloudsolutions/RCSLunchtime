      ******************************************************************
      *    DRVPARM.CPY
      *    Parameter area dailyCycle passes when it CALLs a per-group
      *    step of the morning cycle. It is laid out like a JCL EXEC
      *    PARM - halfword length, then the text - so one load module
      *    serves both ways of running: from its own JCL step with no
      *    PARM the length is zero and the program reads its SYSIN
      *    cards exactly as before; called by the driver the length
      *    is non-zero and the answers come from the group master,
      *    with no per-office cards to clone or forget.
      ******************************************************************
           01 DRIVER-PARM.
           05 DRV-PARM-LENGTH       PIC S9(4) COMP.
           05 DRV-PARM-TEXT.
            10 DRV-GROUP-CODE       PIC X(4).
            10 DRV-CHANNEL          PIC X.
            10 DRV-PARTY-SIZE       PIC 9(3).
            10 DRV-OFFICE-NAME      PIC X(30).
