      *****************************************************************
      *  BENPROG.CPY                                                  *
      *  BENEFIT PROGRAM REFERENCE RECORD.  ONE RECORD PER PROGRAM,   *
      *  KEYED ON THE PROGRAM CODE, GIVING THE AGE LIMITS A ROSTER    *
      *  MEMBER MUST BE WITHIN TO BE ENROLLED (INCLUSIVE, IN WHOLE    *
      *  YEARS AS RIPASSO01 COUNTS THEM) AND WHETHER A MEMBER WHOM    *
      *  RIPMNT HAS MADE INACTIVE MAY STAY ENROLLED.  MAINTAINED      *
      *  ONLY BY BENMNT; READ BY THE NIGHTLY ENROLLMENT RUN (BENTERM) *
      *  TO END ENROLLMENTS THAT NO LONGER QUALIFY.                   *
      *****************************************************************
       01  BEN-PROG-RECORD.
           05  BP-PROG-CODE            PIC X(04).
           05  BP-PROG-NAME            PIC X(30).
           05  BP-MIN-AGE              PIC 9(03).
           05  BP-MAX-AGE              PIC 9(03).
           05  BP-INACTIVE-SW          PIC X(01).
               88  BP-INACTIVE-MAY-STAY    VALUE "Y".
               88  BP-INACTIVE-ENDS        VALUE "N".
           05  BP-LAST-OPERATOR        PIC X(08).
           05  BP-LAST-CHANGED         PIC X(26).
           05  FILLER                  PIC X(05).
