      *  ON THE RIGHT ONE.  THE OLD PER-PROGRAM CARDS REMAIN AS THE   *
      *  FALLBACK WHEN NO CALENDAR IS SUPPLIED, WHICH IS ALSO HOW AN  *
      *  AS-OF RERUN OF A SINGLE STEP IS STILL DONE.                  *
      *  THE CURRENT-DATE RECORD ALSO CARRIES THE MONTH THE FISCAL    *
      *  YEAR STARTS IN (01 - OR BLANK ON AN OLDER CALENDAR - IS THE  *
      *  CALENDAR YEAR).  A FISCAL YEAR IS NAMED FOR THE CALENDAR     *
      *  YEAR IT ENDS IN.                                             *
      *****************************************************************
       01  CBL-CAL-RECORD.
           05  CL-REC-TYPE             PIC X(01).
               10  CL-MONTH            PIC 9(02).
               10  CL-DAY              PIC 9(02).
           05  CL-DESC                 PIC X(20).
           05  CL-FY-START-MONTH       PIC 9(02).
           05  FILLER                  PIC X(49).
