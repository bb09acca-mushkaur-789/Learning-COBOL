      *****************************************************************
      *  DEPBUDG.CPY                                                  *
      *  DEPARTMENT BUDGET RECORD.  ONE RECORD PER DEPMAST CODE AND   *
      *  BUDGET PERIOD (YEAR AND MONTH), KEYED ON THE TWO TOGETHER,   *
      *  HOLDING THAT MONTH'S BUDGET FOR THE DEPARTMENT'S EX4 SPEND.  *
      *  A MONTH WITH NO RECORD HAS NO BUDGET.  MAINTAINED ONLY BY    *
      *  DEPBMNT; READ BY THE BUDGET-VERSUS-ACTUAL REPORT (DEPBRPT),  *
      *  WHICH ADDS THE MONTHS OF THE YEAR TO DATE FOR THE YTD        *
      *  BUDGET.                                                      *
      *****************************************************************
       01  DEP-BUDG-RECORD.
           05  BG-KEY.
               10  BG-DEPT-CODE        PIC X(03).
               10  BG-PERIOD.
                   15  BG-PERIOD-YEAR  PIC 9(04).
                   15  BG-PERIOD-MONTH PIC 9(02).
           05  BG-BUDGET-AMT           PIC S9(09)V99
                   SIGN IS LEADING SEPARATE.
           05  BG-LAST-OPERATOR        PIC X(08).
           05  BG-LAST-CHANGED         PIC X(26).
           05  FILLER                  PIC X(25).
