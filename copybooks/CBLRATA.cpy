      *****************************************************************
      *  CBLRATA.CPY                                                  *
      *  CURRENCY RATE CHANGE-AUDIT RECORD.  CBLRMNT WRITES ONE FOR   *
      *  EVERY KEYED AND FEED ACTION WITH THE OLD AND NEW RATE        *
      *  IMAGES AND THE OPERATOR.  A KEYED ADD OR CHANGE IS HELD FOR  *
      *  A SECOND SUPERVISOR (STATUS P, UNDER THE MAKER'S ID); THE    *
      *  REFERENCE-CHANGE REVIEW (CBLMCKR) WRITES THE APPROVE (K) OR  *
      *  REJECT (E) DECISION UNDER THE APPROVER'S ID.                 *
      *****************************************************************
       01  CBL-RATE-AUDIT-RECORD.
           05  RA-TIMESTAMP            PIC X(26).
           05  RA-ACTION               PIC X(01).
               88  RA-ACTION-ADD           VALUE "A".
               88  RA-ACTION-CHANGE        VALUE "C".
           05  RA-CURR-FROM            PIC X(03).
           05  RA-CURR-TO              PIC X(03).
           05  RA-EFF-DATE             PIC 9(08).
           05  RA-OLD-RATE             PIC 9(07)V9(06).
           05  RA-NEW-RATE             PIC 9(07)V9(06).
           05  RA-STATUS               PIC X(01).
               88  RA-STATUS-APPLIED       VALUE "K".
               88  RA-STATUS-REJECTED      VALUE "E".
               88  RA-STATUS-HELD          VALUE "H".
               88  RA-STATUS-PENDING       VALUE "P".
           05  RA-REASON               PIC X(25).
           05  RA-OPERATOR-ID          PIC X(08).
