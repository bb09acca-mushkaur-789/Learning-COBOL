000320*        KEYING AT ALL.                                         *
000330*    S - SET THE BUSINESS DATE BY HAND (VALIDATED).             *
000340*    H - ADD A HOLIDAY (VALIDATED, DUPLICATES REJECTED).        *
000342*    F - SET THE MONTH THE FISCAL YEAR STARTS IN (01-12).       *
000344*        CARRIED ON THE CURRENT-DATE RECORD FOR THE YEAR-END    *
000346*        CLOSE (CBLYEND) AND THE BUDGET REPORT'S YEAR TO DATE.  *
000350*****************************************************************
000360*  MODIFICATION HISTORY.
000370*  10/13/2026  RH  ORIGINAL VERSION.
000376*                  THE EXTRAS AND - ON THE NIGHTLY UNATTENDED
000377*                  ADVANCE - REWRITING THE CALENDAR WITHOUT
000378*                  THEM PERMANENTLY.
000379*  12/28/2026  RH  THE CHECK AND ADVANCE FUNCTIONS REGISTER
000380*                  THEIR START AND END (F WHEN THE STEP FAILS)
000381*                  IN CBLRUNC FOR THE BATCH WINDOW REPORT
000382*                  (CBLBTIM) - THEY ARE THE FIRST AND LAST
000383*                  STEPS OF THE NIGHT.
000384*  01/11/2027  RH  NEW FUNCTION F SETS THE FISCAL-YEAR START
000385*                  MONTH ON THE CURRENT-DATE RECORD; EVERY
000386*                  REWRITE OF THE CALENDAR CARRIES IT FORWARD.
000387*  01/29/2027  RH  REVIEW FIXES - A RUN THAT STOPS ON AN OPEN
000388*                  FAILURE OR A REFUSAL NOW REGISTERS F IN
000389*                  CBLRUNC BEFORE IT ENDS, SO THE BATCH WINDOW
000390*                  REPORT SHOWS IT FAILED RATHER THAN STILL OPEN.
000391*****************************************************************
000392 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT CAL-FILE         ASSIGN TO "CBLCAL"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS FS-CARD-FILE.

000622     SELECT CAL-RUNC-FILE    ASSIGN TO "CBLRUNC"
000624         ORGANIZATION IS LINE SEQUENTIAL
000626         FILE STATUS IS FS-RUNC-FILE.

000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  CAL-FILE
000960     05  K6-DATE                 PIC X(08).
000970     05  FILLER                  PIC X(72).

000972 FD  CAL-RUNC-FILE
000974     RECORDING MODE IS F.
000976 COPY CBLRUNC.

000980 WORKING-STORAGE SECTION.
000990 01  FS-CAL-FILE         PIC X(02) VALUE "00".
001000 01  FS-CARD-FILE        PIC X(02) VALUE "00".
001005 01  FS-RUNC-FILE        PIC X(02) VALUE "00".

001010 01  WS-FUNC-ANS         PIC X VALUE SPACE.
001020     88  WS-FUNC-CHECK           VALUE "C" "c".
001030     88  WS-FUNC-ADVANCE         VALUE "A" "a".
001040     88  WS-FUNC-SET             VALUE "S" "s".
001050     88  WS-FUNC-HOLIDAY         VALUE "H" "h".
001051     88  WS-FUNC-FISCAL          VALUE "F" "f".

001052*BATCH WINDOW TIMING - THE STEP'S START AND END ARE REGISTERED
001053*IN CBLRUNC SO THE WINDOW REPORT (CBLBTIM) CAN TIME IT.
001054 01  WS-STEP-RUN-ID      PIC X(14) VALUE SPACES.
001055 01  WS-STEP-STATUS      PIC X(01) VALUE SPACE.
001056 01  WS-STEP-DATE        PIC 9(08) VALUE ZERO.
001057 01  WS-STEP-TIME        PIC 9(08) VALUE ZERO.
001058 01  WS-STEP-STAMP       PIC X(26) VALUE SPACES.
001059*THE NIGHTLY CHECK IS REGISTERED UNDER CTLCARDS AND THE
001060*ADVANCE UNDER CBLCAL, SO THE STREAM'S FIRST AND LAST STEPS
001061*TELL APART.  SET AND ADD HOLIDAY ARE KEYED BY HAND AND ARE
001062*NOT TIMED.
001063 01  WS-STEP-FILE        PIC X(08) VALUE SPACES.

001064 01  WS-CAL-EOF-SW       PIC X VALUE "N".
001070     88  WS-CAL-EOF              VALUE "Y".
001080 01  WS-CUR-SEEN-SW      PIC X VALUE "N".
001090     88  WS-CUR-SEEN             VALUE "Y".
001150     05  WS-BUS-YEAR         PIC 9(04).
001160     05  WS-BUS-MONTH        PIC 9(02).
001170     05  WS-BUS-DAY          PIC 9(02).
001172*THE MONTH THE FISCAL YEAR STARTS IN - 01 (THE CALENDAR YEAR)
001174*UNTIL FUNCTION F SETS ANOTHER.
001176 01  WS-FY-START-MONTH   PIC 9(02) VALUE 01.
001178 01  WS-ENTRY-MONTH      PIC 9(02) VALUE ZERO.
001180 01  WS-HOL-MAX          PIC 9(03) COMP VALUE 100.
001182 01  WS-TRUNC-SW         PIC X VALUE "N".
001184     88  WS-LOAD-TRUNCATED        VALUE "Y".
001880 PROCEDURE DIVISION.
001890 0000-MAINLINE.
001900     DISPLAY "CHOOSE THE FUNCTION - C = CHECK, A = ADVANCE, "
001910         "S = SET DATE, H = ADD HOLIDAY," END-DISPLAY.
001915     DISPLAY "F = SET FISCAL-YEAR START MONTH" END-DISPLAY.
001916     ACCEPT WS-FUNC-ANS END-ACCEPT.
001917     IF WS-FUNC-CHECK
001918         MOVE "CTLCARDS" TO WS-STEP-FILE
001919     END-IF.
001920     IF WS-FUNC-ADVANCE
001921         MOVE "CBLCAL" TO WS-STEP-FILE
001922     END-IF.
001923     IF WS-STEP-FILE NOT = SPACES
001924         PERFORM 8940-TAKE-STAMP THRU 8940-EXIT
001925         MOVE "S" TO WS-STEP-STATUS
001926         PERFORM 8950-REGISTER-STEP THRU 8950-EXIT
001927     END-IF.

001930     PERFORM 0200-LOAD-CALENDAR THRU 0200-EXIT.

001934     IF WS-LOAD-TRUNCATED
001935         DISPLAY "CBLCAL HOLIDAYS EXCEED THE TABLE - RUN "
001936             "REFUSED, RAISE WS-HOL-MAX" END-DISPLAY
001937         IF WS-STEP-FILE NOT = SPACES
001938             PERFORM 8940-TAKE-STAMP THRU 8940-EXIT
001939             MOVE "F" TO WS-STEP-STATUS
001940             PERFORM 8950-REGISTER-STEP THRU 8950-EXIT
001941         END-IF
001942         MOVE 16 TO RETURN-CODE
001943         GO TO 9999-PROGRAM-END
001944     END-IF.

001945     EVALUATE TRUE
001950         WHEN WS-FUNC-CHECK
001960             PERFORM 2000-CHECK-CARDS THRU 2000-EXIT
001970         WHEN WS-FUNC-ADVANCE
002000             PERFORM 4000-SET-DATE THRU 4000-EXIT
002010         WHEN WS-FUNC-HOLIDAY
002020             PERFORM 5000-ADD-HOLIDAY THRU 5000-EXIT
002023         WHEN WS-FUNC-FISCAL
002026             PERFORM 5500-SET-FISCAL-START THRU 5500-EXIT
002030         WHEN OTHER
002040             DISPLAY "FUNCTION NOT RECOGNIZED - NOTHING DONE"
002050                 END-DISPLAY
002060             MOVE 16 TO RETURN-CODE
002070     END-EVALUATE.
002071     IF WS-STEP-FILE NOT = SPACES
002072         PERFORM 8940-TAKE-STAMP THRU 8940-EXIT
002073         IF RETURN-CODE > 4
002074             MOVE "F" TO WS-STEP-STATUS
002075         ELSE
002076             MOVE "C" TO WS-STEP-STATUS
002077         END-IF
002078         PERFORM 8950-REGISTER-STEP THRU 8950-EXIT
002079     END-IF.
002080     GO TO 9999-PROGRAM-END.

002090 9999-PROGRAM-END.
002250         ELSE
002260             DISPLAY "CBLCAL NOT AVAILABLE - CANNOT CONTINUE"
002270                 END-DISPLAY
002271             IF WS-STEP-FILE NOT = SPACES
002272                 PERFORM 8940-TAKE-STAMP THRU 8940-EXIT
002273                 MOVE "F" TO WS-STEP-STATUS
002274                 PERFORM 8950-REGISTER-STEP THRU 8950-EXIT
002275             END-IF
002280             MOVE 16 TO RETURN-CODE
002290             GO TO 9999-PROGRAM-END
002300         END-IF
002350     IF NOT WS-CUR-SEEN AND NOT WS-FUNC-SET
002360         DISPLAY "CBLCAL HAS NO CURRENT-DATE RECORD - "
002370             "CANNOT CONTINUE" END-DISPLAY
002371         IF WS-STEP-FILE NOT = SPACES
002372             PERFORM 8940-TAKE-STAMP THRU 8940-EXIT
002373             MOVE "F" TO WS-STEP-STATUS
002374             PERFORM 8950-REGISTER-STEP THRU 8950-EXIT
002375         END-IF
002380         MOVE 16 TO RETURN-CODE
002390         GO TO 9999-PROGRAM-END
002400     END-IF.

002410     IF WS-CUR-SEEN
002420         DISPLAY "CURRENT BUSINESS DATE IS " WS-BUS-DATE
002423             END-DISPLAY
002426         DISPLAY "FISCAL YEAR STARTS IN MONTH " WS-FY-START-MONTH
002430             END-DISPLAY
002440     END-IF.

002570             IF CL-DATE IS NUMERIC
002580                 MOVE CL-DATE TO WS-BUS-DATE
002590                 MOVE "Y" TO WS-CUR-SEEN-SW
002591                 IF CL-FY-START-MONTH IS NUMERIC
002592                     AND CL-FY-START-MONTH >= 1
002593                     AND CL-FY-START-MONTH <= 12
002594                     MOVE CL-FY-START-MONTH TO WS-FY-START-MONTH
002595                 END-IF
002600             END-IF
002610         WHEN CL-HOLIDAY-REC
002620             IF CL-DATE IS NUMERIC
005960 5350-EXIT.
005970     EXIT.

005971*****************************************************************
005972*  5500-SET-FISCAL-START                                        *
005973*  SETS THE MONTH THE FISCAL YEAR STARTS IN.  THE YEAR-END      *
005974*  CLOSE KEEPS THE DATES OF EVERY YEAR IT HAS CLOSED, SO A      *
005975*  CHANGE HERE ONLY MOVES THE YEARS STILL OPEN - THE CLOSE      *
005976*  REFUSES A YEAR THAT WOULD NOT START THE DAY AFTER THE LAST   *
005977*  CLOSED ONE ENDED.  ONCE A YEAR HAS BEEN CLOSED, THEN, A      *
005978*  CHANGE LEAVES EVERY LATER YEAR REFUSED UNTIL THE MONTH IS    *
005979*  PUT BACK - SET IT BEFORE THE FIRST CLOSE.                    *
005987*****************************************************************
005988 5500-SET-FISCAL-START.
005989     DISPLAY "ENTER THE FISCAL-YEAR START MONTH (01-12):"
005990         END-DISPLAY.
005991     ACCEPT WS-ENTRY-MONTH END-ACCEPT.
005992     IF WS-ENTRY-MONTH IS NOT NUMERIC
005993         OR WS-ENTRY-MONTH < 1 OR WS-ENTRY-MONTH > 12
005994         DISPLAY "NOT A MONTH 01-12 - NOTHING CHANGED"
005995             END-DISPLAY
005996         MOVE 16 TO RETURN-CODE
005997         GO TO 5500-EXIT
005998     END-IF.

005999     MOVE WS-ENTRY-MONTH TO WS-FY-START-MONTH.
006000     PERFORM 6000-REWRITE-CALENDAR THRU 6000-EXIT.
006001     DISPLAY "FISCAL YEAR NOW STARTS IN MONTH " WS-FY-START-MONTH
006002         END-DISPLAY.

006003 5500-EXIT.
006004     EXIT.

006005*****************************************************************
006006*  6000-REWRITE-CALENDAR                                        *
006007*  WRITES THE CURRENT-DATE RECORD AND THE HOLIDAY SCHEDULE     *
006010*  BACK AS THE NEW CBLCAL, WITH THE FISCAL-YEAR START MONTH ON  *
006015*  THE CURRENT-DATE RECORD.                                     *
006020*****************************************************************
006030 6000-REWRITE-CALENDAR.
006040     OPEN OUTPUT CAL-FILE.
006120     MOVE "C" TO CL-REC-TYPE.
006130     MOVE WS-BUS-DATE-X TO CL-DATE.
006140     MOVE "CURRENT BUSINESS DAY" TO CL-DESC.
006145     MOVE WS-FY-START-MONTH TO CL-FY-START-MONTH.
006150     WRITE CBL-CAL-RECORD.

006160     PERFORM 6100-WRITE-HOLIDAY-REC THRU 6100-EXIT

006280 6100-EXIT.
006290     EXIT.

006300*****************************************************************
006310*  8940-TAKE-STAMP / 8950-REGISTER-STEP                         *
006320*  REGISTERS THE STEP'S START (S) AND END (C, WITH THE RECORD   *
006330*  COUNT) IN CBLRUNC FOR THE BATCH WINDOW REPORT.  A REGISTRY   *
006340*  THAT CANNOT BE EXTENDED ONLY COSTS THE TIMING, SO IT IS      *
006350*  REPORTED AND THE STEP CARRIES ON.                            *
006360*  THE CHECK OR ADVANCE IS REGISTERED UNDER WS-STEP-FILE; A     *
006370*  FAILED CHECK OR ADVANCE (RC OVER 4) REGISTERS F, AS DOES ONE *
006380*  STOPPED BY A MISSING OR TRUNCATED CALENDAR.                  *
006390*****************************************************************
006400 8940-TAKE-STAMP.
006410     ACCEPT WS-STEP-DATE FROM DATE YYYYMMDD.
006420     ACCEPT WS-STEP-TIME FROM TIME.
006430     MOVE SPACES TO WS-STEP-STAMP.
006440     STRING WS-STEP-DATE "-" WS-STEP-TIME
006450         DELIMITED BY SIZE INTO WS-STEP-STAMP.
006460     IF WS-STEP-RUN-ID = SPACES
006470         STRING WS-STEP-DATE WS-STEP-TIME (1:6)
006480             DELIMITED BY SIZE INTO WS-STEP-RUN-ID
006490     END-IF.

006500 8940-EXIT.
006510     EXIT.

006520 8950-REGISTER-STEP.
006530     OPEN EXTEND CAL-RUNC-FILE.
006540     IF FS-RUNC-FILE NOT = "00"
006550         DISPLAY "UNABLE TO EXTEND CBLRUNC, STATUS "
006560             FS-RUNC-FILE " - STEP NOT TIMED" END-DISPLAY
006570         GO TO 8950-EXIT
006580     END-IF.
006590     MOVE "CBLCALM"      TO RC-PROGRAM.
006600     MOVE WS-STEP-FILE   TO RC-FILE-NAME.
006610     MOVE WS-STEP-STAMP (1:8) TO RC-FILE-DATE.
006620     MOVE WS-STEP-RUN-ID TO RC-RUN-ID.
006630     MOVE WS-STEP-STATUS TO RC-STATUS.
006640     MOVE ZERO           TO RC-REC-COUNT.
006650     MOVE WS-STEP-STAMP  TO RC-TIMESTAMP.
006660     WRITE CBL-RUNC-RECORD.
006670     CLOSE CAL-RUNC-FILE.

006680 8950-EXIT.
006690     EXIT.
