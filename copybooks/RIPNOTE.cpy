      *****************************************************************
      *  RIPNOTE.CPY                                                  *
      *  MILESTONE NOTICE HISTORY.  ONE RECORD FOR EVERY MILESTONE    *
      *  NOTICE RIPMILE HAS SENT, KEYED ON THE MEMBER ID AND THE      *
      *  MILESTONE AGE, SO A LATER RUN (OR A RERUN WITH AN OVERLAP-   *
      *  PING LOOK-AHEAD WINDOW) NEVER SENDS A MEMBER THE SAME        *
      *  MILESTONE TWICE.  A MEMBER LISTED FOR HAVING NO USABLE       *
      *  ADDRESS IS NOT RECORDED - ONCE THE ADDRESS IS FIXED THE      *
      *  NEXT RUN INSIDE THE WINDOW SENDS THE NOTICE.                 *
      *****************************************************************
       01  RIP-NOTE-RECORD.
           05  NT-KEY.
               10  NT-MEMBER-ID        PIC 9(07).
               10  NT-MILE-AGE         PIC 9(03).
           05  NT-MILE-DATE            PIC 9(08).
           05  NT-SENT-DATE            PIC 9(08).
           05  NT-SENT-METHOD          PIC X(01).
           05  FILLER                  PIC X(23).
