      *  RELEASED IMAGES RIDE THE CBLRELOU/CBLRELIN FILE INTO THE     *
      *  NEXT NIGHT'S EDIT AHEAD OF NEW WORK, THE WAY THE SUSPENSE    *
      *  RECYCLE ALREADY DOES.                                        *
      *  A WHOLE CBLTRNIN BATCH THAT MOSTLY REPEATS AN EARLIER        *
      *  NIGHT'S KEYING IS HELD HERE TOO, ONE RECORD PER TRANSACTION, *
      *  WITH HOLD REASON D AND THE FILE DATE OF THE NIGHT IT         *
      *  REPEATS; CBLAPRV LETS THE SUPERVISOR DECIDE THE BATCH WHOLE. *
      *  THE REASON AND DATE ARE APPENDED, SO A RECORD WRITTEN BEFORE *
      *  THEY EXISTED READS BLANK - A LIMIT HOLD.                     *
      *****************************************************************
       01  CBL-PEND-RECORD.
           05  PA-TRAN-IMAGE           PIC X(61).
               88  PA-STATUS-REJECTED      VALUE "X".
           05  PA-DECIDED-BY           PIC X(08).
           05  PA-DECIDED-TIME         PIC X(17).
           05  PA-HOLD-REASON          PIC X(01).
               88  PA-HOLD-LIMIT           VALUE "L" SPACE.
               88  PA-HOLD-REPEAT-BATCH    VALUE "D".
           05  PA-REPEAT-OF-DATE       PIC 9(08).
