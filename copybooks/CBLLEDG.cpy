      *  NEW RUNNING TOTAL.  READ BY THE DAILY LEDGER CLOSE (CBLEOD). *
      *  THE RUN ID AND OPCODE WERE APPENDED AFTER THE ORIGINAL       *
      *  LAYOUT WAS CUT SO EXISTING LEDGER RECORDS STILL LINE UP.     *
      *  THE DEPARTMENT CODE WAS APPENDED THE SAME WAY LATER, AND     *
      *  THEN THE CURRENCY PAIR OF A CONVERSION SO THE GL JOURNAL     *
      *  CAN SUBTOTAL OPCODE 8 BY PAIR.                               *
      *****************************************************************
       01  CBL-LEDGER-RECORD.
           05  LR-TIMESTAMP            PIC X(26).
           05  LR-RUN-ID               PIC X(14).
           05  LR-OPCODE               PIC 9(01).
           05  LR-OPERATOR-ID          PIC X(08).
           05  LR-DEPT-CODE            PIC X(03).
           05  LR-CURR-FROM            PIC X(03).
           05  LR-CURR-TO              PIC X(03).
