      *****************************************************************
      *  RIPCONT.CPY                                                  *
      *  MEMBER CONTACT RECORD.  AT MOST ONE PER RIPMAST MEMBER ID,   *
      *  KEYED ON THE ID, HOLDING THE MAILING ADDRESS AND HOW THE     *
      *  MEMBER PREFERS TO BE REACHED.  MAINTAINED ONLY BY RIPMNT     *
      *  (CBLMENU OPTION 4, CONTACT MAINTENANCE) - EVERY CHANGE IS    *
      *  ON THE ROSTER CHANGE AUDIT (RIPAUDT) AS ACTION T WITH THE    *
      *  OLD AND NEW CT-CONTACT-DATA IMAGES, AND RIPRCVR BACKS THE    *
      *  FILE UP AND REPLAYS IT ALONGSIDE THE MASTER.                 *
      *  AN ADDRESS IS USABLE FOR A MAILED NOTICE WHEN LINE 1, THE    *
      *  CITY, AND THE POSTAL CODE ARE ALL PRESENT AND THE POST       *
      *  OFFICE HAS NOT BEEN RETURNING MAIL SENT TO IT.               *
      *****************************************************************
       01  RIP-CONT-RECORD.
           05  CT-MEMBER-ID            PIC 9(07).
           05  CT-CONTACT-DATA.
               10  CT-ADDR-LINE-1      PIC X(30).
               10  CT-ADDR-LINE-2      PIC X(30).
               10  CT-CITY             PIC X(20).
               10  CT-STATE            PIC X(02).
               10  CT-POSTAL-CODE      PIC X(10).
               10  CT-ADDR-STATUS      PIC X(01).
                   88  CT-ADDR-GOOD        VALUE "V" " ".
                   88  CT-ADDR-RETURNED    VALUE "R".
               10  CT-CONTACT-METHOD   PIC X(01).
                   88  CT-PREFERS-MAIL     VALUE "M".
                   88  CT-PREFERS-EMAIL    VALUE "E".
                   88  CT-PREFERS-PHONE    VALUE "P".
                   88  CT-METHOD-VALID     VALUE "M" "E" "P".
               10  CT-PHONE            PIC X(15).
               10  CT-EMAIL            PIC X(40).
           05  CT-LAST-OPERATOR        PIC X(08).
           05  CT-LAST-CHANGED         PIC X(26).
           05  FILLER                  PIC X(10).
