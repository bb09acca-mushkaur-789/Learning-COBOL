      *  WITHOUT AN EXPLICIT OPERATOR OVERRIDE - CBLAUDT AND CBLLEDG  *
      *  ARE OPENED EXTEND, SO AN ACCIDENTAL RESUBMIT WOULD OTHERWISE *
      *  APPLY EVERY TRANSACTION A SECOND TIME.                       *
      *  THE S AND C/F TIMESTAMPS ALSO TIME EVERY STEP OF THE BATCH   *
      *  JOBS FOR THE WINDOW REPORT (CBLBTIM); A STEP WITH NO SINGLE  *
      *  INPUT FILE REGISTERS UNDER A LABEL (CBLCALM'S CHECK UNDER    *
      *  CTLCARDS), AND CBLSTPM MARKS THE UTILITY STEPS.              *
      *****************************************************************
       01  CBL-RUNC-RECORD.
           05  RC-PROGRAM              PIC X(10).
