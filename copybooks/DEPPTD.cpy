      *****************************************************************
      *  DEPPTD.CPY                                                   *
      *  DEPARTMENT PERIOD-TO-DATE ACTUALS.  EX4 REWRITES EX4RPT      *
      *  EVERY NIGHT AND KEEPS NOTHING, SO EACH CLEAN EX4 RUN POSTS   *
      *  ITS TYPE-C CATEGORY FIGURES HERE - ONE RECORD PER DEPARTMENT *
      *  AND EX4IN FILE DATE, KEYED ON THE TWO TOGETHER.  MONTH- AND  *
      *  YEAR-TO-DATE ACTUALS ARE THE SUM OF A DEPARTMENT'S RECORDS   *
      *  OVER THE MONTH OR YEAR.  KEEPING THE DAY IN THE KEY MAKES A  *
      *  POSTING REPEATABLE - AN OVERRIDDEN EX4 RERUN OF THE SAME     *
      *  FILE DATE REPLACES THAT DAY'S FIGURES INSTEAD OF ADDING THEM *
      *  A SECOND TIME.  WRITTEN ONLY BY EX4; READ BY DEPBRPT.        *
      *****************************************************************
       01  DEP-PTD-RECORD.
           05  PT-KEY.
               10  PT-DEPT-CODE        PIC X(03).
               10  PT-POST-DATE.
                   15  PT-POST-YEAR    PIC 9(04).
                   15  PT-POST-MONTH   PIC 9(02).
                   15  PT-POST-DAY     PIC 9(02).
           05  PT-ENTRY-COUNT          PIC 9(05).
           05  PT-ACTUAL               PIC S9(09)V99
                   SIGN IS LEADING SEPARATE.
           05  PT-RUN-ID               PIC X(14).
           05  FILLER                  PIC X(38).
