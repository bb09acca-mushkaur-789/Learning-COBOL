      *****************************************************************
      *  CBLGLMP.CPY                                                  *
      *  GENERAL-LEDGER ACCOUNT-MAPPING RECORD.  ONE RECORD PER       *
      *  OPCODE (AND, FOR CURRENCY CONVERSION, PER CURRENCY PAIR)     *
      *  NAMING THE GL ACCOUNT DEBITED AND THE ACCOUNT CREDITED WHEN  *
      *  THAT DAY'S SUBTOTAL IS POSITIVE - A NEGATIVE SUBTOTAL POSTS  *
      *  THE OTHER WAY ROUND.  OPCODE 0 MAPS THE UNCLASSIFIED LEDGER  *
      *  RECORDS CUT BEFORE THE OPCODE WAS CARRIED.  AN OPCODE-8      *
      *  RECORD WITH A BLANK PAIR IS THE DEFAULT FOR ANY PAIR NOT     *
      *  MAPPED ON ITS OWN.  MAINTAINED ONLY BY CBLGMNT; READ BY THE  *
      *  DAILY LEDGER CLOSE (CBLEOD) TO BUILD THE GL JOURNAL.  AN     *
      *  INACTIVE MAPPING STAYS ON FILE BUT IS NOT USED.              *
      *****************************************************************
       01  CBL-GLMP-RECORD.
           05  GM-KEY.
               10  GM-OPCODE           PIC 9(01).
               10  GM-CURR-FROM        PIC X(03).
               10  GM-CURR-TO          PIC X(03).
           05  GM-DR-ACCOUNT           PIC X(10).
           05  GM-CR-ACCOUNT           PIC X(10).
           05  GM-DESC                 PIC X(30).
           05  GM-ACTIVE-SW            PIC X(01).
               88  GM-ACTIVE               VALUE "A".
               88  GM-INACTIVE             VALUE "I".
           05  FILLER                  PIC X(22).
