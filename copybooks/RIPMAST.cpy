      *  BEFORE THEN CARRIES SPACES THERE, WHICH COUNTS AS ACTIVE,    *
      *  AND THE STATUS DATE IS THE EFFECTIVE DATE OF THE             *
      *  INACTIVATION (NOT NECESSARILY THE KEYING DATE).              *
      *  THE MERGE FIELDS CAME OUT OF THE SAME FILLER LATER - A       *
      *  MEMBER FOUND TO BE A SECOND COPY OF ANOTHER IS MARKED        *
      *  INACTIVE AND MERGED, AND RM-MERGED-INTO CARRIES THE ID THAT  *
      *  SURVIVES; A LOOKUP BY THE MERGED ID GOES ON TO THAT ONE.     *
      *****************************************************************
       01  RIP-MAST-RECORD.
           05  RM-MEMBER-ID            PIC 9(07).
               88  RM-MEMBER-ACTIVE        VALUE "A" " ".
               88  RM-MEMBER-INACTIVE      VALUE "I".
           05  RM-STATUS-DATE          PIC 9(08).
           05  RM-MERGE-SW             PIC X(01).
               88  RM-MEMBER-MERGED        VALUE "M".
           05  RM-MERGED-INTO          PIC 9(07).
           05  FILLER                  PIC X(28).
