      *  BATCH, MODELED ON WHAT CBLAUDT DOES FOR CALCULATIONS.  THE   *
      *  OLD AND NEW IMAGES MAKE A HAND-EDIT-STYLE MYSTERY CHANGE     *
      *  RECONSTRUCTIBLE AFTER THE FACT.                              *
      *  A CHANGE TO A MEMBER'S CONTACT RECORD (RIPCONT) IS ACTION T  *
      *  AND CARRIES ITS IMAGES IN THE CONTACT FIELDS AT THE END.     *
      *****************************************************************
       01  RIP-CHG-AUDIT-RECORD.
           05  CA-TIMESTAMP            PIC X(26).
               88  CA-ACTION-CHANGE        VALUE "C".
               88  CA-ACTION-DELETE        VALUE "D".
               88  CA-ACTION-REINSTATE     VALUE "R".
               88  CA-ACTION-MERGE         VALUE "M".
               88  CA-ACTION-CONTACT       VALUE "T".
           05  CA-MEMBER-ID            PIC 9(07).
           05  CA-OLD-NAME             PIC X(20).
           05  CA-OLD-DOB              PIC 9(08).
      *    EFFECTIVE DATE OF A DEACTIVATION OR REINSTATEMENT, ZERO
      *    ON OTHER ACTIONS AND ABSENT ON RECORDS CUT BEFORE THEN.
           05  CA-EFF-DATE             PIC 9(08).
      *    APPENDED WITH THE MERGE ACTION - THE SURVIVING MEMBER ID
      *    OF A MERGE (CA-MEMBER-ID IS THE ID MERGED AWAY), ZERO ON
      *    OTHER ACTIONS AND ABSENT ON RECORDS CUT BEFORE THEN.
           05  CA-MERGED-INTO          PIC 9(07).
      *    APPENDED WITH THE CONTACT ACTION - THE OLD AND NEW IMAGES
      *    OF CT-CONTACT-DATA (RIPCONT) ON AN ACTION T, THE OLD ONE
      *    SPACES WHEN THE MEMBER HAD NO CONTACT RECORD YET.  SPACES
      *    ON OTHER ACTIONS AND ABSENT ON RECORDS CUT BEFORE THEN.
           05  CA-OLD-CONTACT          PIC X(149).
           05  CA-NEW-CONTACT          PIC X(149).
