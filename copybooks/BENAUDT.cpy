      *****************************************************************
      *  BENAUDT.CPY                                                  *
      *  BENEFIT ENROLLMENT CHANGE-AUDIT RECORD.  ONE RECORD FOR      *
      *  EVERY APPLIED AND EVERY REJECTED ACTION AGAINST THE PROGRAM  *
      *  REFERENCE FILE (BENPROG) OR THE ENROLLMENT FILE (BENENRL) -  *
      *  BENMNT'S KEYED ACTIONS AND THE ENDS THE NIGHTLY RUN          *
      *  (BENTERM) MAKES UNDER THE SCHEDULER ID - WITH THE OLD AND    *
      *  NEW IMAGES, THE SAME PATTERN RIPAUDT FOLLOWS FOR THE ROSTER. *
      *  THE AGE IS THE MEMBER'S AGE AS OF THE BUSINESS DATE WHEN ONE *
      *  WAS WORKED OUT, ZERO OTHERWISE.                              *
      *****************************************************************
       01  BEN-CHG-AUDIT-RECORD.
           05  EA-TIMESTAMP            PIC X(26).
           05  EA-SOURCE               PIC X(01).
               88  EA-SOURCE-INTERACTIVE   VALUE "I".
               88  EA-SOURCE-BATCH         VALUE "B".
           05  EA-ACTION               PIC X(01).
               88  EA-ACTION-PROG-ADD      VALUE "A".
               88  EA-ACTION-PROG-CHANGE   VALUE "C".
               88  EA-ACTION-ENROLL        VALUE "E".
               88  EA-ACTION-END           VALUE "X".
           05  EA-MEMBER-ID            PIC 9(07).
           05  EA-PROG-CODE            PIC X(04).
           05  EA-AGE                  PIC 9(03).
           05  EA-OLD-START-DATE       PIC 9(08).
           05  EA-OLD-END-DATE         PIC 9(08).
           05  EA-NEW-START-DATE       PIC 9(08).
           05  EA-NEW-END-DATE         PIC 9(08).
           05  EA-END-REASON           PIC X(01).
           05  EA-OLD-MIN-AGE          PIC 9(03).
           05  EA-OLD-MAX-AGE          PIC 9(03).
           05  EA-OLD-INACTIVE-SW      PIC X(01).
           05  EA-NEW-MIN-AGE          PIC 9(03).
           05  EA-NEW-MAX-AGE          PIC 9(03).
           05  EA-NEW-INACTIVE-SW      PIC X(01).
           05  EA-STATUS               PIC X(01).
               88  EA-STATUS-APPLIED       VALUE "K".
               88  EA-STATUS-REJECTED      VALUE "E".
           05  EA-REASON               PIC X(25).
           05  EA-OPERATOR-ID          PIC X(08).
