      *****************************************************************
      *  CBLFYCL.CPY                                                  *
      *  FISCAL YEAR CLOSE CONTROL - ONE RECORD PER FISCAL YEAR THE   *
      *  YEAR-END CLOSE (CBLYEND) HAS CLOSED, CARRYING THE YEAR'S     *
      *  FIRST AND LAST DAY AS THEY STOOD AT THE CLOSE AND THE        *
      *  OPENING AND CLOSING BALANCE BROUGHT FORWARD.  WHILE A YEAR   *
      *  STANDS CLOSED (STATUS C) THE BACK-OUT (CBLBACK) AND EVERY    *
      *  AS-OF RERUN DATED INSIDE IT ARE REFUSED.  A SUPERVISOR MAY   *
      *  REOPEN IT FROM CBLMENU (CBLYOPN, STATUS R, WITH WHO, WHEN    *
      *  AND WHY); RERUNNING THE CLOSE LOCKS IT AGAIN AND KEEPS THE   *
      *  LAST REOPEN ON THE RECORD.  REWRITTEN WHOLE BY CBLYEND AND   *
      *  CBLYOPN; NO FILE MEANS NO YEAR HAS BEEN CLOSED.              *
      *****************************************************************
       01  CBL-FYCL-RECORD.
           05  FC-FISCAL-YEAR          PIC 9(04).
           05  FC-START-DATE           PIC 9(08).
           05  FC-END-DATE             PIC 9(08).
           05  FC-STATUS               PIC X(01).
               88  FC-YEAR-CLOSED          VALUE "C".
               88  FC-YEAR-REOPENED        VALUE "R".
           05  FC-CLOSED-DATE          PIC 9(08).
           05  FC-OPENING-BAL          PIC S9(20)V99
                   SIGN IS LEADING SEPARATE.
           05  FC-CLOSING-BAL          PIC S9(20)V99
                   SIGN IS LEADING SEPARATE.
           05  FC-REOPEN-DATE          PIC 9(08).
           05  FC-REOPEN-BY            PIC X(08).
           05  FC-REOPEN-REASON        PIC X(30).
           05  FILLER                  PIC X(19).
