      *****************************************************************
      *  CBLMCHK.CPY                                                  *
      *  PENDING REFERENCE-DATA CHANGE.  AN ADD, CHANGE, OR           *
      *  INACTIVATION KEYED IN RATE (CBLRMNT), DEPARTMENT (DEPMNT),   *
      *  STANDING-INSTRUCTION (CBLSMNT), OR OPERATOR (CBLMENU OPTION  *
      *  6) MAINTENANCE THAT PASSES ITS EDITS IS HELD HERE (STATUS P) *
      *  INSTEAD OF BEING APPLIED.  IT TAKES EFFECT ONLY WHEN A       *
      *  DIFFERENT SUPERVISOR APPROVES IT IN THE REFERENCE-CHANGE     *
      *  REVIEW (CBLMCKR), WHICH CHECKS THE BEFORE IMAGE AGAINST THE  *
      *  LIVE MASTER, APPLIES THE AFTER IMAGE, AND STAMPS THE         *
      *  DECISION HERE - THE SAME CONVENTION AS CBLPEND.  THE IMAGES  *
      *  ARE THE 80-BYTE MASTER RECORDS (THE BEFORE IMAGE IS SPACES   *
      *  ON AN ADD).  THE KEY IS THE PAIR AND EFFECTIVE DATE OF A     *
      *  RATE, THE DEPARTMENT CODE, THE INSTRUCTION NUMBER AS LISTED  *
      *  WHEN THE CHANGE WAS KEYED (ZERO ON AN ADD), OR THE OPERATOR  *
      *  ID.  DECIDED RECORDS STAY ON FILE AS THE HISTORY - THE ONLY  *
      *  ONE AN OPERATOR CHANGE HAS, SINCE CBLOPRF HAS NO CHANGE      *
      *  AUDIT OF ITS OWN.                                            *
      *****************************************************************
       01  CBL-MCHK-RECORD.
           05  MC-MASTER               PIC X(01).
               88  MC-MASTER-RATE          VALUE "R".
               88  MC-MASTER-DEPT          VALUE "D".
               88  MC-MASTER-INSTR         VALUE "S".
               88  MC-MASTER-OPER          VALUE "O".
           05  MC-ACTION               PIC X(01).
               88  MC-ACTION-ADD           VALUE "A".
               88  MC-ACTION-CHANGE        VALUE "C".
               88  MC-ACTION-DELETE        VALUE "D".
               88  MC-ACTION-REACTIVATE    VALUE "R".
               88  MC-ACTION-UNLOCK        VALUE "U".
           05  MC-KEY                  PIC X(14).
           05  MC-OLD-IMAGE            PIC X(80).
           05  MC-NEW-IMAGE            PIC X(80).
           05  MC-MADE-BY              PIC X(08).
           05  MC-MADE-TIME            PIC X(17).
           05  MC-STATUS               PIC X(01).
               88  MC-STATUS-PENDING       VALUE "P".
               88  MC-STATUS-APPROVED      VALUE "A".
               88  MC-STATUS-REJECTED      VALUE "X".
           05  MC-DECIDED-BY           PIC X(08).
           05  MC-DECIDED-TIME         PIC X(17).
           05  MC-REASON               PIC X(25).
           05  FILLER                  PIC X(08).
