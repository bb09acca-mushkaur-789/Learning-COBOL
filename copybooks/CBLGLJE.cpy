      *****************************************************************
      *  CBLGLJE.CPY                                                  *
      *  GENERAL-LEDGER JOURNAL RECORD SENT TO FINANCE BY THE DAILY   *
      *  LEDGER CLOSE (CBLEOD).  ONE HEADER (TYPE H) CARRYING THE     *
      *  BUSINESS DATE, RUN ID, AND THE BALANCE BROUGHT FORWARD, ONE  *
      *  DETAIL (TYPE D) PER DEBIT OR CREDIT LINE, AND ONE TRAILER    *
      *  (TYPE T) WITH THE LINE COUNT, THE DEBIT AND CREDIT CONTROL   *
      *  TOTALS, THE NET MOVEMENT, AND THE CLOSING BALANCE.  DETAIL   *
      *  AMOUNTS ARE UNSIGNED - THE D/C INDICATOR CARRIES THE SIDE.   *
      *****************************************************************
       01  CBL-GLJE-RECORD.
           05  GJ-REC-TYPE             PIC X(01).
               88  GJ-HEADER-REC           VALUE "H".
               88  GJ-DETAIL-REC           VALUE "D".
               88  GJ-TRAILER-REC          VALUE "T".
           05  GJ-HDR-DATA.
               10  GJ-BUS-DATE         PIC 9(08).
               10  GJ-SOURCE           PIC X(10).
               10  GJ-RUN-ID           PIC X(14).
               10  GJ-OPENING-BAL      PIC S9(20)V99
                       SIGN IS LEADING SEPARATE.
               10  FILLER              PIC X(44).
           05  GJ-DTL-DATA REDEFINES GJ-HDR-DATA.
               10  GJ-LINE-NO          PIC 9(05).
               10  GJ-ACCOUNT          PIC X(10).
               10  GJ-DR-CR            PIC X(01).
                   88  GJ-DEBIT            VALUE "D".
                   88  GJ-CREDIT           VALUE "C".
               10  GJ-AMOUNT           PIC 9(20)V99.
               10  GJ-OPCODE           PIC 9(01).
               10  GJ-CURR-FROM        PIC X(03).
               10  GJ-CURR-TO          PIC X(03).
               10  GJ-DESC             PIC X(30).
               10  FILLER              PIC X(24).
           05  GJ-TRL-DATA REDEFINES GJ-HDR-DATA.
               10  GJ-LINE-COUNT       PIC 9(07).
               10  GJ-DEBIT-TOTAL      PIC 9(20)V99.
               10  GJ-CREDIT-TOTAL     PIC 9(20)V99.
               10  GJ-NET-MOVEMENT     PIC S9(20)V99
                       SIGN IS LEADING SEPARATE.
               10  GJ-CLOSING-BAL      PIC S9(20)V99
                       SIGN IS LEADING SEPARATE.
