      *****************************************************************
      *  BENENRL.CPY                                                  *
      *  BENEFIT ENROLLMENT RECORD.  ONE RECORD PER RIPMAST MEMBER ID *
      *  AND BENEFIT PROGRAM (BENPROG), KEYED ON THE TWO TOGETHER.    *
      *  AN END DATE OF ZERO IS AN OPEN ENROLLMENT; AN ENDED ONE      *
      *  CARRIES THE END DATE AND WHY IT ENDED.  RE-ENROLLING IN THE  *
      *  SAME PROGRAM REOPENS THE ONE RECORD WITH A NEW START DATE -  *
      *  THE EARLIER SPELL STAYS ON THE CHANGE AUDIT (BENAUDT).       *
      *  MAINTAINED BY BENMNT (CBLMENU) AND, FOR THE ENDS THE NIGHTLY *
      *  RUN MAKES, BY BENTERM.                                       *
      *****************************************************************
       01  BEN-ENRL-RECORD.
           05  BE-KEY.
               10  BE-MEMBER-ID        PIC 9(07).
               10  BE-PROG-CODE        PIC X(04).
           05  BE-START-DATE           PIC 9(08).
           05  BE-END-DATE             PIC 9(08).
               88  BE-ENROLLMENT-OPEN      VALUE ZERO.
           05  BE-END-REASON           PIC X(01).
               88  BE-ENDED-BY-OPERATOR    VALUE "O".
               88  BE-ENDED-AGED-OUT       VALUE "A".
               88  BE-ENDED-INACTIVE       VALUE "I".
           05  BE-LAST-OPERATOR        PIC X(08).
           05  BE-LAST-CHANGED         PIC X(26).
           05  FILLER                  PIC X(18).
