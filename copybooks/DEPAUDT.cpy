      *****************************************************************
      *  DEPAUDT.CPY                                                  *
      *  DEPARTMENT CHANGE-AUDIT RECORD.  DEPMNT WRITES ONE FOR       *
      *  EVERY ACTION WITH THE OLD AND NEW IMAGES AND THE OPERATOR.   *
      *  AN ACTION THAT PASSES ITS EDITS IS HELD FOR A SECOND         *
      *  SUPERVISOR (STATUS P, UNDER THE MAKER'S ID); THE REFERENCE-  *
      *  CHANGE REVIEW (CBLMCKR) WRITES THE APPROVE (K) OR REJECT (E) *
      *  DECISION UNDER THE APPROVER'S ID.                            *
      *****************************************************************
       01  DEP-AUDIT-RECORD.
           05  DA-TIMESTAMP            PIC X(26).
           05  DA-ACTION               PIC X(01).
               88  DA-ACTION-ADD           VALUE "A".
               88  DA-ACTION-CHANGE        VALUE "C".
               88  DA-ACTION-DEACTIVATE    VALUE "D".
               88  DA-ACTION-REACTIVATE    VALUE "R".
           05  DA-DEPT-CODE            PIC X(03).
           05  DA-OLD-NAME             PIC X(30).
           05  DA-OLD-ACTIVE           PIC X(01).
           05  DA-NEW-NAME             PIC X(30).
           05  DA-NEW-ACTIVE           PIC X(01).
           05  DA-STATUS               PIC X(01).
               88  DA-STATUS-APPLIED       VALUE "K".
               88  DA-STATUS-REJECTED      VALUE "E".
               88  DA-STATUS-PENDING       VALUE "P".
           05  DA-REASON               PIC X(25).
           05  DA-OPERATOR-ID          PIC X(08).
