      *****************************************************************
      *  CBLSTNA.CPY                                                  *
      *  STANDING-INSTRUCTION CHANGE-AUDIT RECORD.  CBLSMNT WRITES    *
      *  ONE FOR EVERY ACTION WITH THE OLD AND NEW INSTRUCTION        *
      *  IMAGES AND THE OPERATOR.  AN ACTION THAT PASSES ITS EDITS    *
      *  IS HELD FOR A SECOND SUPERVISOR (STATUS P, UNDER THE MAKER'S *
      *  ID); THE REFERENCE-CHANGE REVIEW (CBLMCKR) WRITES THE        *
      *  APPROVE (K) OR REJECT (E) DECISION UNDER THE APPROVER'S ID,  *
      *  WITH THE ENTRY NUMBER THE INSTRUCTION HAD WHEN IT WAS        *
      *  APPLIED.                                                     *
      *****************************************************************
       01  CBL-STND-AUDIT-RECORD.
           05  SA-TIMESTAMP            PIC X(26).
           05  SA-ACTION               PIC X(01).
               88  SA-ACTION-ADD           VALUE "A".
               88  SA-ACTION-CHANGE        VALUE "C".
               88  SA-ACTION-DELETE        VALUE "D".
           05  SA-ENTRY-NO             PIC 9(03).
           05  SA-OLD-IMAGE            PIC X(80).
           05  SA-NEW-IMAGE            PIC X(80).
           05  SA-STATUS               PIC X(01).
               88  SA-STATUS-APPLIED       VALUE "K".
               88  SA-STATUS-REJECTED      VALUE "E".
               88  SA-STATUS-PENDING       VALUE "P".
           05  SA-REASON               PIC X(25).
           05  SA-OPERATOR-ID          PIC X(08).
