      *  AUDIT LOG RECORD LAYOUT FOR CBLOPER.                         *
      *  ONE RECORD IS WRITTEN FOR EVERY OPERATION CBLOPER PERFORMS,  *
      *  WHETHER RUN INTERACTIVELY OR IN BATCH MODE.                  *
      *  THE DEPARTMENT CODE WAS APPENDED AFTER THE ORIGINAL LAYOUT   *
      *  SO EXISTING AUDIT RECORDS STILL LINE UP (READ BLANK).        *
      *****************************************************************
       01  CBL-AUDIT-RECORD.
           05  AR-TIMESTAMP            PIC X(26).
           05  AR-CURR-TO              PIC X(03).
           05  AR-RATE                 PIC 9(07)V9(06).
           05  AR-OPERATOR-ID          PIC X(08).
           05  AR-DEPT-CODE            PIC X(03).
