      *****************************************************************
      *  CBLFPRT.CPY                                                  *
      *  RECORD-FINGERPRINT HISTORY FOR THE HAND-KEYED BATCH INPUT    *
      *  FILES.  THE RUN-CONTROL REGISTRY STOPS ONE FILE DATE BEING   *
      *  PROCESSED TWICE, BUT NOT THE SAME PAPER BATCH BEING KEYED    *
      *  AGAIN UNDER THE NEXT NIGHT'S FILE DATE.  EACH NIGHT'S KEYED  *
      *  RECORDS ARE KEPT HERE AS FINGERPRINTS UNDER THEIR FILE DATE  *
      *  FOR THE LAST N BUSINESS DAYS (FPCTL), AND THE NEXT NIGHT'S   *
      *  INPUT IS COMPARED AGAINST THEM.  ONE FILE PER INPUT:         *
      *    CBLTRFP - CBLTRNIN, WRITTEN BY CBLEDIT.  FINGERPRINT IS    *
      *              OPCODE, BOTH OPERANDS, AND THE CURRENCY PAIR     *
      *              (THE FIRST 39 BYTES OF THE TRANSACTION IMAGE).   *
      *    EX4FP   - EX4IN, WRITTEN BY EX4.  FINGERPRINT IS THE       *
      *              CATEGORY CODE AND THE KEYED AMOUNT.              *
      *  THE FILE IS REWRITTEN WHOLE EACH NIGHT - THE NIGHTS STILL    *
      *  INSIDE THE WINDOW PLUS TONIGHT'S - SO A RERUN OF THE SAME    *
      *  FILE DATE REPLACES ITS OWN FINGERPRINTS RATHER THAN          *
      *  MATCHING ITSELF.                                             *
      *****************************************************************
       01  CBL-FPRT-RECORD.
           05  FP-FILE-DATE            PIC 9(08).
           05  FP-FINGERPRINT          PIC X(39).
           05  FILLER                  PIC X(13).
