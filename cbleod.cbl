000230*  EACH LEDGER RECORD IS CONTINUOUS ACROSS DAYS.                *
000240*  THE CLOSE DATE IS LOADED FROM THE EODCTL CONTROL FILE THE    *
000250*  SAME WAY RIPASSO01 LOADS RIPCTL.                             *
000252*  THE CLOSE ALSO BUILDS THE DAY'S GENERAL-LEDGER JOURNAL       *
000254*  (GLJRNL) FROM THE OPCODE SUBTOTALS AND THE ACCOUNT MAPPING   *
000256*  (CBLGLMP), AND REFUSES THE CLOSE IF THE JOURNAL WILL NOT     *
000258*  BALANCE OR TIE TO THE BALANCE CARRIED FORWARD.               *
000260*****************************************************************
000270*  MODIFICATION HISTORY.
000280*  09/15/2026  RH  ORIGINAL VERSION.
000293*                  EVERY STEP OF THE NIGHT RUNS ON THE ONE
000294*                  BUSINESS DATE CBLCALM MAINTAINS.  EODCTL
000295*                  REMAINS THE FALLBACK FOR AS-OF RERUNS.
000296*  12/08/2026  RH  LEDGER RECORDS NOW CARRY THE DEPARTMENT CODE.
000297*                  THE CLOSE PRINTS A DEPARTMENT SECTION WITH
000298*                  EACH DEPARTMENT'S CALCULATOR COUNT AND AMOUNT
000299*                  FOR THE CLOSE DATE BESIDE ITS EX4 COUNT AND
000300*                  TOTAL FROM EX4RPT.  EX4RPT AND DEPMAST ARE
000301*                  OPTIONAL - WITHOUT THEM THE EX4 COLUMNS PRINT
000302*                  ZERO AND THE NAMES ARE LEFT BLANK.
000303*  12/09/2026  RH  GENERAL-LEDGER JOURNAL.  THE CLOSE NOW WRITES
000304*                  GLJRNL - ONE DEBIT AND ONE CREDIT LINE PER
000305*                  OPCODE SUBTOTAL (CONVERSIONS PER CURRENCY
000306*                  PAIR) ON THE ACCOUNTS MAPPED IN CBLGLMP, WITH
000307*                  HEADER AND CONTROL-TOTAL TRAILER.  THE DEBITS
000308*                  MUST EQUAL THE CREDITS AND THE NET MOVEMENT
000309*                  MUST EQUAL THE CHANGE IN THE BALANCE CARRIED
000310*                  FORWARD, AND EVERY SUBTOTAL MUST HAVE AN
000311*                  ACTIVE MAPPING - OTHERWISE THE CLOSE ENDS RC
000312*                  16 WITHOUT THE JOURNAL OR A NEW CBLBALF.  THE
000313*                  JOURNAL IS REGISTERED IN CBLRUNC/CBLRUNK AND
000314*                  IS NEVER SENT TWICE FOR ONE DATE - A RERUN
000315*                  CLOSES WITHOUT IT AND ENDS RC 4.
000316*  12/28/2026  RH  REGISTERS THE STEP'S START AND END (F WHEN
000317*                  THE CLOSE IS REFUSED) IN CBLRUNC UNDER
000318*                  CBLLEDG, WITH THE LEDGER RECORDS READ, FOR
000319*                  THE BATCH WINDOW REPORT (CBLBTIM).  THE
000320*                  JOURNAL'S OWN GLJRNL REGISTRATION IS KEPT.
000321*  01/11/2027  RH  AN AS-OF RERUN DATED INSIDE A FISCAL YEAR
000322*                  THE YEAR-END CLOSE HAS LOCKED (CBLFYCL) IS
000323*                  REFUSED, RC=8, UNTIL A SUPERVISOR REOPENS IT.
000324*  01/29/2027  RH  REVIEW FIXES - A RUN THAT STOPS ON AN OPEN
000325*                  FAILURE OR A REFUSAL NOW REGISTERS F IN
000326*                  CBLRUNC BEFORE IT ENDS, SO THE BATCH WINDOW
000327*                  REPORT SHOWS IT FAILED RATHER THAN STILL OPEN.
000328*  02/03/2027  RH  REVIEW FIXES - ONLY A MISSING CBLFYCL (STATUS
000329*                  35) MEANS NO YEAR HAS BEEN CLOSED.  ONE THAT
000330*                  CANNOT BE OPENED NOW ENDS THE RUN RC=16 RATHER
000331*                  THAN TURN THE CLOSED-YEAR LOCK OFF.
000332*****************************************************************
000333 ENVIRONMENT DIVISION.
000334 INPUT-OUTPUT SECTION.
000335 FILE-CONTROL.
000336     SELECT EOD-LEDGER-FILE  ASSIGN TO "CBLLEDG"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS FS-LEDGER-FILE.

000444         ORGANIZATION IS LINE SEQUENTIAL
000446         FILE STATUS IS FS-CAL-FILE.

000447     SELECT EOD-EX4-FILE     ASSIGN TO "EX4RPT"
000448         ORGANIZATION IS LINE SEQUENTIAL
000449         FILE STATUS IS FS-EX4-FILE.

000450     SELECT EOD-DEPT-FILE    ASSIGN TO "DEPMAST"
000451         ORGANIZATION IS LINE SEQUENTIAL
000452         FILE STATUS IS FS-DEPT-FILE.

000453     SELECT EOD-GLMP-FILE    ASSIGN TO "CBLGLMP"
000454         ORGANIZATION IS LINE SEQUENTIAL
000455         FILE STATUS IS FS-GLMP-FILE.

000456     SELECT EOD-GLJ-FILE     ASSIGN TO "GLJRNL"
000457         ORGANIZATION IS LINE SEQUENTIAL
000458         FILE STATUS IS FS-GLJ-FILE.

000459     SELECT EOD-RUNC-FILE    ASSIGN TO "CBLRUNC"
000460         ORGANIZATION IS LINE SEQUENTIAL
000461         FILE STATUS IS FS-RUNC-FILE.

000462     SELECT EOD-RUNK-FILE    ASSIGN TO "CBLRUNK"
000463         ORGANIZATION IS INDEXED
000464         ACCESS MODE IS DYNAMIC
000465         RECORD KEY IS RK-KEY
000466         FILE STATUS IS FS-RUNK-FILE.

000467     SELECT EOD-FYCL-FILE    ASSIGN TO "CBLFYCL"
000468         ORGANIZATION IS LINE SEQUENTIAL
000469         FILE STATUS IS FS-FYCL-FILE.

000470 DATA DIVISION.
000471 FILE SECTION.
000472 FD  EOD-LEDGER-FILE
000480     RECORDING MODE IS F.
000490 COPY CBLLEDG.

000624     RECORDING MODE IS F.
000626 COPY CBLCAL.

000627 FD  EOD-EX4-FILE
000628     RECORDING MODE IS F.
000629 COPY EX4RPT.

000630 FD  EOD-DEPT-FILE
000631     RECORDING MODE IS F.
000632 COPY DEPMAST.

000633 FD  EOD-GLMP-FILE
000634     RECORDING MODE IS F.
000635 COPY CBLGLMP.

000636 FD  EOD-GLJ-FILE
000637     RECORDING MODE IS F.
000638 COPY CBLGLJE.

000639 FD  EOD-RUNC-FILE
000640     RECORDING MODE IS F.
000641 COPY CBLRUNC.

000642 FD  EOD-RUNK-FILE.
000643 COPY CBLRUNK.

000644 FD  EOD-FYCL-FILE
000645     RECORDING MODE IS F.
000646 COPY CBLFYCL.

000647 WORKING-STORAGE SECTION.
000648 01  FS-LEDGER-FILE      PIC X(02) VALUE "00".
000650 01  FS-RPT-FILE         PIC X(02) VALUE "00".
000660 01  FS-BALF-FILE        PIC X(02) VALUE "00".
000670 01  FS-CTL-FILE         PIC X(02) VALUE "00".
000672 01  FS-CAL-FILE         PIC X(02) VALUE "00".
000674 01  WS-CAL-DATE-SW      PIC X VALUE "N".
000676     88  WS-CAL-DATE-SET          VALUE "Y".
000677 01  FS-EX4-FILE         PIC X(02) VALUE "00".
000678 01  FS-DEPT-FILE        PIC X(02) VALUE "00".
000679 01  WS-EX4-EOF-SW       PIC X VALUE "N".
000680     88  WS-EX4-EOF               VALUE "Y".
000681 01  WS-DEPT-EOF-SW      PIC X VALUE "N".
000682     88  WS-DEPT-EOF              VALUE "Y".
000683 01  FS-GLMP-FILE        PIC X(02) VALUE "00".
000684 01  FS-GLJ-FILE         PIC X(02) VALUE "00".
000685 01  FS-RUNC-FILE        PIC X(02) VALUE "00".
000686 01  FS-RUNK-FILE        PIC X(02) VALUE "00".
000687 01  FS-FYCL-FILE        PIC X(02) VALUE "00".
000688 01  WS-GMAP-EOF-SW      PIC X VALUE "N".
000689     88  WS-GMAP-EOF              VALUE "Y".

000690*CLOSED FISCAL YEAR LOCK - THE CLOSE DATE IS TESTED AGAINST EVERY
000691*YEAR THE YEAR-END CLOSE HAS LOCKED ON CBLFYCL.
000692 01  WS-FYCL-EOF-SW      PIC X VALUE "N".
000693     88  WS-FYCL-EOF              VALUE "Y".
000694 01  WS-LOCK-DATE        PIC 9(08) VALUE ZERO.
000695 01  WS-LOCKED-FY        PIC 9(04) VALUE ZERO.

000696 01  WS-LEDGER-EOF-SW    PIC X VALUE "N".
000697     88  WS-LEDGER-EOF            VALUE "Y".

000700 01  WS-CLOSE-YEAR       PIC 9999 VALUE 2026.
000710 01  WS-CLOSE-MONTH      PIC 99   VALUE 08.
000720 01  WS-CLOSE-DAY        PIC 99   VALUE 09.
000730 01  WS-CLOSE-DATE-KEY   PIC X(08).
000733 01  WS-CLOSE-DATE-NUM   REDEFINES WS-CLOSE-DATE-KEY
000736                         PIC 9(08).

000740*PER-SOURCE, PER-OPCODE SUBTOTALS FOR THE CLOSE DATE.  SOURCE
000750*SUBSCRIPT 1 IS INTERACTIVE, 2 IS BATCH; OPCODE SUBSCRIPT IS
000880 01  WS-OPENING-BAL      PIC S9(20)V99 VALUE ZERO.
000890 01  WS-REC-COUNT        PIC 9(07) COMP VALUE ZERO.

000891*PER-DEPARTMENT FIGURES FOR THE CLOSE DATE - THE CALCULATOR
000892*SIDE FROM THE LEDGER, THE EX4 SIDE FROM EX4RPT'S TYPE-C
000893*RECORDS.  A BLANK CODE (INTERACTIVE WORK AND RECORDS CUT
000894*BEFORE THE CODE WAS CARRIED) IS AN ENTRY OF ITS OWN.
000895 01  WS-EDEPT-MAX        PIC 9(02) COMP VALUE 50.
000896 01  WS-EDEPT-COUNT      PIC 9(02) COMP VALUE ZERO.
000897 01  WS-EDEPT-SUB        PIC 9(02) COMP VALUE ZERO.
000898 01  WS-EDEPT-FOUND-SUB  PIC 9(02) COMP VALUE ZERO.
000899 01  WS-EDEPT-LOOKUP     PIC X(03) VALUE SPACES.
000900 01  WS-EDEPT-FULL-SW    PIC X VALUE "N".
000901     88  WS-EDEPT-FULL            VALUE "Y".
000902 01  EOD-DEPT-TOTALS.
000903     05  EOD-DEPT OCCURS 50 TIMES.
000904         10  EOD-DP-CODE         PIC X(03).
000905         10  EOD-DP-NAME         PIC X(30).
000906         10  EOD-DP-CALC-COUNT   PIC 9(07) COMP.
000907         10  EOD-DP-CALC-AMT     PIC S9(20)V99.
000908         10  EOD-DP-EX4-COUNT    PIC 9(05) COMP.
000909         10  EOD-DP-EX4-TOT      PIC S9(09)V99.

000910*CURRENCY-CONVERSION (OPCODE 8) SUBTOTALS FOR THE CLOSE DATE BY
000911*CURRENCY PAIR - THE GL JOURNAL POSTS EACH PAIR ON ITS OWN.  A
000912*BLANK PAIR (RECORDS CUT BEFORE THE PAIR WAS CARRIED) IS AN
000913*ENTRY OF ITS OWN AND TAKES THE DEFAULT CONVERSION MAPPING.
000914 01  WS-PAIR-MAX         PIC 9(02) COMP VALUE 50.
000915 01  WS-PAIR-COUNT       PIC 9(02) COMP VALUE ZERO.
000916 01  WS-PAIR-SUB         PIC 9(02) COMP VALUE ZERO.
000917 01  WS-PAIR-FOUND-SUB   PIC 9(02) COMP VALUE ZERO.
000918 01  WS-PAIR-FULL-SW     PIC X VALUE "N".
000919     88  WS-PAIR-FULL             VALUE "Y".
000920 01  EOD-PAIR-TOTALS.
000921     05  EOD-PAIR OCCURS 50 TIMES.
000922         10  EOD-PR-FROM         PIC X(03).
000923         10  EOD-PR-TO           PIC X(03).
000924         10  EOD-PR-COUNT        PIC 9(07) COMP.
000925         10  EOD-PR-AMT          PIC S9(20)V99.

000926*GL ACCOUNT MAPPINGS FROM CBLGLMP (CBLGMNT HOLDS AT MOST 60).
000927 01  WS-GMAP-MAX         PIC 9(02) COMP VALUE 60.
000928 01  WS-GMAP-COUNT       PIC 9(02) COMP VALUE ZERO.
000929 01  WS-GMAP-SUB         PIC 9(02) COMP VALUE ZERO.
000930 01  WS-GMAP-FOUND-SUB   PIC 9(02) COMP VALUE ZERO.
000931 01  EOD-GL-MAP.
000932     05  EOD-GM OCCURS 60 TIMES.
000933         10  EOD-GM-KEY.
000934             15  EOD-GM-OPCODE   PIC 9(01).
000935             15  EOD-GM-FROM     PIC X(03).
000936             15  EOD-GM-TO       PIC X(03).
000937         10  EOD-GM-DR-ACCOUNT   PIC X(10).
000938         10  EOD-GM-CR-ACCOUNT   PIC X(10).
000939         10  EOD-GM-DESC         PIC X(30).
000940         10  EOD-GM-ACTIVE-SW    PIC X(01).

000941*JOURNAL LINES AS BUILT - TWO PER SUBTOTAL, SO 120 COVERS THE
000942*NINE OTHER OPCODE BUCKETS PLUS 50 CURRENCY PAIRS.  A SUBTOTAL
000943*WITH NO ACTIVE MAPPING IS HELD AS ONE "*UNMAPPED*" LINE SO THE
000944*REPORT SHOWS WHAT STOPPED THE JOURNAL.
000945 01  WS-GLN-MAX          PIC 9(03) COMP VALUE 120.
000946 01  WS-GLN-COUNT        PIC 9(03) COMP VALUE ZERO.
000947 01  WS-GLN-SUB          PIC 9(03) COMP VALUE ZERO.
000948 01  EOD-GL-LINES.
000949     05  EOD-GL OCCURS 120 TIMES.
000950         10  EOD-GL-ACCOUNT      PIC X(10).
000951         10  EOD-GL-DR-CR        PIC X(01).
000952         10  EOD-GL-AMT          PIC 9(20)V99.
000953         10  EOD-GL-OPCODE       PIC 9(01).
000954         10  EOD-GL-FROM         PIC X(03).
000955         10  EOD-GL-TO           PIC X(03).
000956         10  EOD-GL-DESC         PIC X(30).

000957 01  WS-GL-MAP-KEY.
000958     05  WS-GL-OPCODE        PIC 9(01).
000959     05  WS-GL-FROM          PIC X(03).
000960     05  WS-GL-TO            PIC X(03).
000961 01  WS-GL-FIND-KEY.
000962     05  WS-GL-FIND-OPCODE   PIC 9(01).
000963     05  WS-GL-FIND-FROM     PIC X(03).
000964     05  WS-GL-FIND-TO       PIC X(03).
000965 01  WS-GL-AMT           PIC S9(20)V99 VALUE ZERO.
000966 01  WS-GL-ABS-AMT       PIC 9(20)V99 VALUE ZERO.
000967 01  WS-GL-DR-ACCOUNT    PIC X(10) VALUE SPACES.
000968 01  WS-GL-CR-ACCOUNT    PIC X(10) VALUE SPACES.
000969 01  WS-GL-LINE-ACCOUNT  PIC X(10) VALUE SPACES.
000970 01  WS-GL-SIDE          PIC X(01) VALUE SPACE.
000971 01  WS-GL-DESC          PIC X(30) VALUE SPACES.
000972 01  WS-GL-DEBIT-TOT     PIC S9(20)V99 VALUE ZERO.
000973 01  WS-GL-CREDIT-TOT    PIC S9(20)V99 VALUE ZERO.
000974 01  WS-GL-NET           PIC S9(20)V99 VALUE ZERO.
000975 01  WS-GL-BF-CHANGE     PIC S9(20)V99 VALUE ZERO.
000976 01  WS-PRIOR-BF-DATE    PIC 9(08) VALUE ZERO.
000977 01  WS-PRIOR-BF-BAL     PIC S9(20)V99 VALUE ZERO.
000978 01  WS-GL-REASON        PIC X(60) VALUE SPACES.
000979 01  WS-GL-MSG           PIC X(100) VALUE SPACES.
000980 01  WS-GL-STATUS-SW     PIC X(01) VALUE SPACE.
000981     88  WS-GL-WRITTEN            VALUE "W".
000982     88  WS-GL-ALREADY-SENT       VALUE "A".
000983     88  WS-GL-NOT-TIED           VALUE "N".
000984     88  WS-GL-REFUSED            VALUE "R".

000985*RUN-CONTROL REGISTRY WORK AREAS, SAME SHAPE AS CBLSTGN'S.
000986 01  WS-CUR-DATE         PIC 9(08).
000987 01  WS-CUR-TIME         PIC 9(08).
000988 01  WS-RUN-ID           PIC X(14) VALUE SPACES.
000989 01  WS-RUNC-STATUS      PIC X(01) VALUE SPACE.
000990 01  WS-RUNC-EOF-SW      PIC X VALUE "N".
000991     88  WS-RUNC-EOF             VALUE "Y".
000992 01  WS-DUP-RUN-SW       PIC X VALUE "N".
000993     88  WS-DUP-RUN-FOUND        VALUE "Y".

000994*BATCH WINDOW TIMING - THE STEP'S START AND END ARE REGISTERED
000995*IN CBLRUNC SO THE WINDOW REPORT (CBLBTIM) CAN TIME IT.
000996 01  WS-STEP-RUN-ID      PIC X(14) VALUE SPACES.
000997 01  WS-STEP-STATUS      PIC X(01) VALUE SPACE.
000998 01  WS-STEP-DATE        PIC 9(08) VALUE ZERO.
000999 01  WS-STEP-TIME        PIC 9(08) VALUE ZERO.
001000 01  WS-STEP-STAMP       PIC X(26) VALUE SPACES.
001001 01  WS-DUP-RUN-ID       PIC X(14) VALUE SPACES.

001002 01  WS-OPCODE-DESC-TABLE.
001003     05  FILLER              PIC X(14) VALUE "UNCLASSIFIED".
001004     05  FILLER              PIC X(14) VALUE "ADDITION".
001005     05  FILLER              PIC X(14) VALUE "SUBTRACTION".
001006     05  FILLER              PIC X(14) VALUE "MULTIPLICATION".
001007     05  FILLER              PIC X(14) VALUE "DIVISION".
001008     05  FILLER              PIC X(14) VALUE "PERCENTAGE".
001009     05  FILLER              PIC X(14) VALUE "PCT A OF B".
001010     05  FILLER              PIC X(14) VALUE "PCT CHANGE A-B".
001011     05  FILLER              PIC X(14) VALUE "CURRENCY CONV".
001012     05  FILLER              PIC X(14) VALUE "OPCODE 9".
001013 01  WS-OPCODE-DESC REDEFINES WS-OPCODE-DESC-TABLE.
001020     05  WS-OP-DESC OCCURS 10 TIMES PIC X(14).

001030 01  WS-SOURCE-DESC-TABLE.
001310     05  TL-AMOUNT           PIC -Z(20).99.
001320     05  FILLER              PIC X(70) VALUE SPACES.

001321 01  EOD-RPT-DEPT-HDG-1.
001322     05  FILLER              PIC X(40)
001323             VALUE "ACTIVITY BY DEPARTMENT - CALCULATOR AND".
001324     05  FILLER              PIC X(10) VALUE " EX4 BATCH".
001325     05  FILLER              PIC X(82) VALUE SPACES.

001326 01  EOD-RPT-DEPT-HDG-2.
001327     05  FILLER              PIC X(05) VALUE "DEPT".
001328     05  FILLER              PIC X(32) VALUE "NAME".
001329     05  FILLER              PIC X(09) VALUE "CALC CNT".
001330     05  FILLER              PIC X(26)
001331             VALUE "             CALC AMOUNT".
001332     05  FILLER              PIC X(07) VALUE "EX4 CNT".
001333     05  FILLER              PIC X(15) VALUE "      EX4 TOTAL".
001334     05  FILLER              PIC X(38) VALUE SPACES.

001335 01  EOD-RPT-DEPT-LINE.
001336     05  DL-CODE             PIC X(03).
001337     05  FILLER              PIC X(02) VALUE SPACES.
001338     05  DL-NAME             PIC X(30).
001339     05  FILLER              PIC X(02) VALUE SPACES.
001340     05  DL-CALC-COUNT       PIC ZZZZZZ9.
001341     05  FILLER              PIC X(02) VALUE SPACES.
001342     05  DL-CALC-AMT         PIC -Z(20).99.
001343     05  FILLER              PIC X(02) VALUE SPACES.
001344     05  DL-EX4-COUNT        PIC ZZZZ9.
001345     05  FILLER              PIC X(02) VALUE SPACES.
001346     05  DL-EX4-TOT          PIC -(9)9.99.
001347     05  FILLER              PIC X(40) VALUE SPACES.

001348 01  EOD-RPT-GL-HDG-1.
001349     05  FILLER              PIC X(22)
001350             VALUE "GENERAL-LEDGER JOURNAL".
001351     05  FILLER              PIC X(110) VALUE SPACES.

001352 01  EOD-RPT-GL-HDG-2.
001353     05  FILLER              PIC X(07) VALUE " LINE".
001354     05  FILLER              PIC X(12) VALUE "ACCOUNT".
001355     05  FILLER              PIC X(08) VALUE "SIDE".
001356     05  FILLER              PIC X(26)
001357             VALUE "                  AMOUNT".
001358     05  FILLER              PIC X(03) VALUE "OP".
001359     05  FILLER              PIC X(09) VALUE "PAIR".
001360     05  FILLER              PIC X(30) VALUE "DESCRIPTION".
001361     05  FILLER              PIC X(37) VALUE SPACES.

001362 01  EOD-RPT-GL-LINE.
001363     05  GL-LINE-NO          PIC ZZZZ9.
001364     05  FILLER              PIC X(02) VALUE SPACES.
001365     05  GL-ACCOUNT          PIC X(10).
001366     05  FILLER              PIC X(02) VALUE SPACES.
001367     05  GL-SIDE             PIC X(06).
001368     05  FILLER              PIC X(02) VALUE SPACES.
001369     05  GL-AMOUNT           PIC Z(20).99.
001370     05  FILLER              PIC X(02) VALUE SPACES.
001371     05  GL-OPCODE           PIC 9(01).
001372     05  FILLER              PIC X(02) VALUE SPACES.
001373     05  GL-PAIR             PIC X(07).
001374     05  FILLER              PIC X(02) VALUE SPACES.
001375     05  GL-DESC             PIC X(30).
001376     05  FILLER              PIC X(37) VALUE SPACES.

001377 PROCEDURE DIVISION.
001378 0000-MAINLINE.
001379     PERFORM 8940-TAKE-STAMP THRU 8940-EXIT.
001380     MOVE "S" TO WS-STEP-STATUS.
001381     PERFORM 8950-REGISTER-STEP THRU 8950-EXIT.
001382     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.
001383     PERFORM 0090-LOAD-CALENDAR THRU 0090-EXIT.
001384     PERFORM 0100-LOAD-CONTROL THRU 0100-EXIT.
001385     PERFORM 0120-CHECK-CLOSED-YEAR THRU 0120-EXIT.
001386     PERFORM 0300-LOAD-PRIOR-BALANCE THRU 0300-EXIT.
001387     INITIALIZE EOD-TOTALS.
001389     INITIALIZE EOD-DEPT-TOTALS.
001391     INITIALIZE EOD-PAIR-TOTALS.
001393     PERFORM 2100-READ-LEDGER THRU 2100-EXIT.
001395     PERFORM 2200-TALLY-LEDGER-REC THRU 2200-EXIT
001400         UNTIL WS-LEDGER-EOF.
001403     PERFORM 3000-LOAD-EX4-DEPTS THRU 3000-EXIT.
001406     PERFORM 3200-LOAD-DEPT-NAMES THRU 3200-EXIT.
001408     PERFORM 4000-BUILD-GL-JOURNAL THRU 4000-EXIT.
001410     PERFORM 8000-WRITE-REPORT THRU 8000-EXIT.
001411     IF WS-GL-REFUSED
001412         PERFORM 9000-CLOSE-FILES THRU 9000-EXIT
001413         PERFORM 8940-TAKE-STAMP THRU 8940-EXIT
001414         MOVE "F" TO WS-STEP-STATUS
001415         PERFORM 8950-REGISTER-STEP THRU 8950-EXIT
001416         DISPLAY "CLOSE REFUSED - GL JOURNAL AND CBLBALF NOT "
001417             "WRITTEN" END-DISPLAY
001418         MOVE 16 TO RETURN-CODE
001419         GO TO 9999-PROGRAM-END
001420     END-IF.
001421     PERFORM 8500-WRITE-BALANCE-FWD THRU 8500-EXIT.
001430     PERFORM 9000-CLOSE-FILES THRU 9000-EXIT.
001432     PERFORM 8940-TAKE-STAMP THRU 8940-EXIT.
001434     MOVE "C" TO WS-STEP-STATUS.
001436     PERFORM 8950-REGISTER-STEP THRU 8950-EXIT.
001440     DISPLAY WS-REC-COUNT " LEDGER RECORD(S) READ, "
001450         WS-DAY-COUNT " FOR THE CLOSE DATE" END-DISPLAY.
001452     IF WS-GL-ALREADY-SENT OR WS-GL-NOT-TIED
001454         MOVE 4 TO RETURN-CODE
001456     END-IF.
001460     GO TO 9999-PROGRAM-END.

001470 9999-PROGRAM-END.
001510     IF FS-LEDGER-FILE NOT = "00"
001520         DISPLAY "UNABLE TO OPEN CBLLEDG, STATUS "
001530             FS-LEDGER-FILE END-DISPLAY
001532         PERFORM 8940-TAKE-STAMP THRU 8940-EXIT
001534         MOVE "F" TO WS-STEP-STATUS
001536         PERFORM 8950-REGISTER-STEP THRU 8950-EXIT
001540         MOVE 16 TO RETURN-CODE
001550         GO TO 9999-PROGRAM-END
001560     END-IF.
001590         DISPLAY "UNABLE TO OPEN EODRPT, STATUS "
001600             FS-RPT-FILE END-DISPLAY
001610         CLOSE EOD-LEDGER-FILE
001612         PERFORM 8940-TAKE-STAMP THRU 8940-EXIT
001614         MOVE "F" TO WS-STEP-STATUS
001616         PERFORM 8950-REGISTER-STEP THRU 8950-EXIT
001620         MOVE 16 TO RETURN-CODE
001630         GO TO 9999-PROGRAM-END
001640     END-IF.
001910 0100-BUILD-KEY.
001920     STRING WS-CLOSE-YEAR WS-CLOSE-MONTH WS-CLOSE-DAY
001930         DELIMITED BY SIZE INTO WS-CLOSE-DATE-KEY
001931     END-STRING.

001932 0100-EXIT.
001933     EXIT.

001934*****************************************************************
001935*  0120-CHECK-CLOSED-YEAR                                       *
001936*  A RUN DATED INSIDE A FISCAL YEAR THE YEAR-END CLOSE HAS      *
001937*  LOCKED (CBLFYCL STATUS C) IS REFUSED, RC=8 - THE YEAR'S      *
001938*  ANNUAL STATEMENT HAS BEEN DRAWN AND AN AS-OF RERUN MUST NOT  *
001939*  MOVE THE BOOKS UNDER IT.  A SUPERVISOR REOPENS THE YEAR FROM *
001940*  CBLMENU FIRST.  NO CBLFYCL (STATUS 35) MEANS NO YEAR HAS     *
001941*  BEEN CLOSED; ONE THAT CANNOT BE OPENED ENDS THE RUN RC=16,   *
001942*  SO AN I/O ERROR NEVER TURNS THE LOCK OFF.                    *
001943*****************************************************************
001944 0120-CHECK-CLOSED-YEAR.
001945     MOVE WS-CLOSE-DATE-NUM TO WS-LOCK-DATE.
001946     MOVE ZERO TO WS-LOCKED-FY.
001947     OPEN INPUT EOD-FYCL-FILE.
001948     IF FS-FYCL-FILE = "35"
001949         GO TO 0120-EXIT
001950     END-IF.
001951     IF FS-FYCL-FILE NOT = "00"
001952         DISPLAY "UNABLE TO OPEN CBLFYCL, STATUS "
001953             FS-FYCL-FILE END-DISPLAY
001954         PERFORM 9000-CLOSE-FILES THRU 9000-EXIT
001955         PERFORM 8940-TAKE-STAMP THRU 8940-EXIT
001956         MOVE "F" TO WS-STEP-STATUS
001957         PERFORM 8950-REGISTER-STEP THRU 8950-EXIT
001958         MOVE 16 TO RETURN-CODE
001959         GO TO 9999-PROGRAM-END
001960     END-IF.
001967     PERFORM 0130-READ-FYCL THRU 0130-EXIT
001968         UNTIL WS-FYCL-EOF.
001969     CLOSE EOD-FYCL-FILE.
001970     IF WS-LOCKED-FY = ZERO
001971         GO TO 0120-EXIT
001972     END-IF.

001973     DISPLAY "CLOSE DATE " WS-LOCK-DATE " FALLS IN CLOSED FISCAL "
001974         "YEAR " WS-LOCKED-FY " - RUN REFUSED" END-DISPLAY.
001975     PERFORM 9000-CLOSE-FILES THRU 9000-EXIT.
001976     PERFORM 8940-TAKE-STAMP THRU 8940-EXIT.
001977     MOVE "F" TO WS-STEP-STATUS.
001978     PERFORM 8950-REGISTER-STEP THRU 8950-EXIT.
001979     MOVE 8 TO RETURN-CODE.
001980     GO TO 9999-PROGRAM-END.

001981 0120-EXIT.
001982     EXIT.

001983 0130-READ-FYCL.
001984     READ EOD-FYCL-FILE
001985         AT END
001986             MOVE "Y" TO WS-FYCL-EOF-SW
001987             GO TO 0130-EXIT
001988     END-READ.
001989     IF FC-YEAR-CLOSED
001990         AND WS-LOCK-DATE NOT < FC-START-DATE
001991         AND WS-LOCK-DATE NOT > FC-END-DATE
001992         MOVE FC-FISCAL-YEAR TO WS-LOCKED-FY
001993     END-IF.

001994 0130-EXIT.
001995     EXIT.

001996 2100-READ-LEDGER.
001997     READ EOD-LEDGER-FILE
001998         AT END
002000             MOVE "Y" TO WS-LEDGER-EOF-SW
002010     END-READ.

002310     ADD 1 TO WS-DAY-COUNT.
002320     ADD LR-AMOUNT-APPLIED TO WS-DAY-TOTAL.

002321     MOVE LR-DEPT-CODE TO WS-EDEPT-LOOKUP.
002322     PERFORM 2500-FIND-ADD-DEPT THRU 2500-EXIT.
002323     IF WS-EDEPT-FOUND-SUB > ZERO
002324         ADD 1 TO EOD-DP-CALC-COUNT (WS-EDEPT-FOUND-SUB)
002325         ADD LR-AMOUNT-APPLIED
002326             TO EOD-DP-CALC-AMT (WS-EDEPT-FOUND-SUB)
002327     END-IF.

002328     IF WS-OP-SUB = 9
002329         PERFORM 2600-FIND-ADD-PAIR THRU 2600-EXIT
002330         IF WS-PAIR-FOUND-SUB > ZERO
002331             ADD 1 TO EOD-PR-COUNT (WS-PAIR-FOUND-SUB)
002332             ADD LR-AMOUNT-APPLIED
002333                 TO EOD-PR-AMT (WS-PAIR-FOUND-SUB)
002334         END-IF
002335     END-IF.

002336 2200-READ-NEXT.
002340     PERFORM 2100-READ-LEDGER THRU 2100-EXIT.

002350 2200-EXIT.
002360     EXIT.

002361*****************************************************************
002362*  2500-FIND-ADD-DEPT                                           *
002363*  LOOKS WS-EDEPT-LOOKUP UP ON THE DEPARTMENT TOTALS, OPENING A *
002364*  NEW ENTRY THE FIRST TIME A CODE IS SEEN.  A FULL TABLE LEAVES*
002365*  THE FOUND SUBSCRIPT ZERO AND THE FIGURE OUT OF THE SECTION.  *
002366*****************************************************************
002367 2500-FIND-ADD-DEPT.
002368     MOVE ZERO TO WS-EDEPT-FOUND-SUB.
002369     PERFORM 2550-TEST-DEPT-ENTRY THRU 2550-EXIT
002370         VARYING WS-EDEPT-SUB FROM 1 BY 1
002371         UNTIL WS-EDEPT-FOUND-SUB > ZERO
002372             OR WS-EDEPT-SUB > WS-EDEPT-COUNT.
002373     IF WS-EDEPT-FOUND-SUB > ZERO
002374         GO TO 2500-EXIT
002375     END-IF.

002376     IF WS-EDEPT-COUNT >= WS-EDEPT-MAX
002377         IF NOT WS-EDEPT-FULL
002378             DISPLAY "MORE THAN 50 DEPARTMENTS - EXTRA "
002379                 "DEPARTMENTS LEFT OFF THE REPORT" END-DISPLAY
002380             MOVE "Y" TO WS-EDEPT-FULL-SW
002381         END-IF
002382         GO TO 2500-EXIT
002383     END-IF.

002384     ADD 1 TO WS-EDEPT-COUNT.
002385     MOVE WS-EDEPT-COUNT  TO WS-EDEPT-FOUND-SUB.
002386     MOVE WS-EDEPT-LOOKUP TO EOD-DP-CODE (WS-EDEPT-FOUND-SUB).
002387     IF WS-EDEPT-LOOKUP = SPACES
002388         MOVE "(NO DEPARTMENT)"
002389             TO EOD-DP-NAME (WS-EDEPT-FOUND-SUB)
002390     END-IF.

002391 2500-EXIT.
002392     EXIT.

002393 2550-TEST-DEPT-ENTRY.
002394     IF EOD-DP-CODE (WS-EDEPT-SUB) = WS-EDEPT-LOOKUP
002395         MOVE WS-EDEPT-SUB TO WS-EDEPT-FOUND-SUB
002396     END-IF.

002397 2550-EXIT.
002398     EXIT.

002399*****************************************************************
002400*  2600-FIND-ADD-PAIR                                           *
002401*  LOOKS THE CURRENT LEDGER RECORD'S CURRENCY PAIR UP ON THE    *
002402*  CONVERSION SUBTOTALS, OPENING A NEW ENTRY THE FIRST TIME A   *
002403*  PAIR IS SEEN.  A FULL TABLE LEAVES THE FOUND SUBSCRIPT ZERO  *
002404*  AND STOPS THE GL JOURNAL, WHICH COULD NOT THEN BALANCE.      *
002405*****************************************************************
002406 2600-FIND-ADD-PAIR.
002407     MOVE ZERO TO WS-PAIR-FOUND-SUB.
002408     PERFORM 2650-TEST-PAIR-ENTRY THRU 2650-EXIT
002409         VARYING WS-PAIR-SUB FROM 1 BY 1
002410         UNTIL WS-PAIR-FOUND-SUB > ZERO
002411             OR WS-PAIR-SUB > WS-PAIR-COUNT.
002412     IF WS-PAIR-FOUND-SUB > ZERO
002413         GO TO 2600-EXIT
002414     END-IF.

002415     IF WS-PAIR-COUNT >= WS-PAIR-MAX
002416         IF NOT WS-PAIR-FULL
002417             DISPLAY "MORE THAN 50 CURRENCY PAIRS ON THE CLOSE "
002418                 "DATE" END-DISPLAY
002419             MOVE "Y" TO WS-PAIR-FULL-SW
002420         END-IF
002421         GO TO 2600-EXIT
002422     END-IF.

002423     ADD 1 TO WS-PAIR-COUNT.
002424     MOVE WS-PAIR-COUNT TO WS-PAIR-FOUND-SUB.
002425     MOVE LR-CURR-FROM  TO EOD-PR-FROM (WS-PAIR-FOUND-SUB).
002426     MOVE LR-CURR-TO    TO EOD-PR-TO (WS-PAIR-FOUND-SUB).

002427 2600-EXIT.
002428     EXIT.

002429 2650-TEST-PAIR-ENTRY.
002430     IF EOD-PR-FROM (WS-PAIR-SUB) = LR-CURR-FROM
002431         AND EOD-PR-TO (WS-PAIR-SUB) = LR-CURR-TO
002432         MOVE WS-PAIR-SUB TO WS-PAIR-FOUND-SUB
002433     END-IF.

002434 2650-EXIT.
002435     EXIT.

002436*****************************************************************
002437*  3000-LOAD-EX4-DEPTS                                          *
002438*  PICKS UP EACH DEPARTMENT CATEGORY'S COUNT AND TOTAL FROM THE *
002439*  TYPE-C RECORDS EX4 LEFT IN EX4RPT EARLIER IN THE NIGHT.  NO  *
002440*  EX4RPT JUST MEANS THE EX4 COLUMNS PRINT ZERO.                *
002441*****************************************************************
002442 3000-LOAD-EX4-DEPTS.
002443     OPEN INPUT EOD-EX4-FILE.
002444     IF FS-EX4-FILE NOT = "00"
002445         DISPLAY "EX4RPT NOT AVAILABLE, EX4 COLUMNS NOT FILLED"
002446             END-DISPLAY
002447         GO TO 3000-EXIT
002448     END-IF.

002449     PERFORM 3100-READ-EX4-REC THRU 3100-EXIT
002450         UNTIL WS-EX4-EOF.
002451     CLOSE EOD-EX4-FILE.

002452 3000-EXIT.
002453     EXIT.

002454 3100-READ-EX4-REC.
002455     READ EOD-EX4-FILE
002456         AT END
002457             MOVE "Y" TO WS-EX4-EOF-SW
002458     END-READ.
002459     IF WS-EX4-EOF OR NOT XR-TYPE-CATEGORY
002460         GO TO 3100-EXIT
002461     END-IF.

002462     MOVE XR-CATEGORY TO WS-EDEPT-LOOKUP.
002463     PERFORM 2500-FIND-ADD-DEPT THRU 2500-EXIT.
002464     IF WS-EDEPT-FOUND-SUB > ZERO
002465         ADD XR-ENTRY-COUNT
002466             TO EOD-DP-EX4-COUNT (WS-EDEPT-FOUND-SUB)
002467         ADD XR-TOTAL
002468             TO EOD-DP-EX4-TOT (WS-EDEPT-FOUND-SUB)
002469     END-IF.

002470 3100-EXIT.
002471     EXIT.

002472*****************************************************************
002473*  3200-LOAD-DEPT-NAMES                                         *
002474*  FILLS IN THE NAME OF EVERY DEPARTMENT IN THE SECTION FROM    *
002475*  THE DEPARTMENT MASTER.  A MISSING DEPMAST IS NOT FATAL.      *
002476*****************************************************************
002477 3200-LOAD-DEPT-NAMES.
002478     OPEN INPUT EOD-DEPT-FILE.
002479     IF FS-DEPT-FILE NOT = "00"
002480         DISPLAY "DEPMAST NOT AVAILABLE, NAMES NOT PRINTED"
002481             END-DISPLAY
002482         GO TO 3200-EXIT
002483     END-IF.

002484     PERFORM 3300-READ-DEPT-REC THRU 3300-EXIT
002485         UNTIL WS-DEPT-EOF.
002486     CLOSE EOD-DEPT-FILE.

002487 3200-EXIT.
002488     EXIT.

002489 3300-READ-DEPT-REC.
002490     READ EOD-DEPT-FILE
002491         AT END
002492             MOVE "Y" TO WS-DEPT-EOF-SW
002493     END-READ.
002494     IF WS-DEPT-EOF
002495         GO TO 3300-EXIT
002496     END-IF.

002497     MOVE ZERO TO WS-EDEPT-FOUND-SUB.
002498     MOVE DM-DEPT-CODE TO WS-EDEPT-LOOKUP.
002499     PERFORM 2550-TEST-DEPT-ENTRY THRU 2550-EXIT
002500         VARYING WS-EDEPT-SUB FROM 1 BY 1
002501         UNTIL WS-EDEPT-FOUND-SUB > ZERO
002502             OR WS-EDEPT-SUB > WS-EDEPT-COUNT.
002503     IF WS-EDEPT-FOUND-SUB > ZERO
002504         MOVE DM-DEPT-NAME TO EOD-DP-NAME (WS-EDEPT-FOUND-SUB)
002505     END-IF.

002506 3300-EXIT.
002507     EXIT.

002508*****************************************************************
002509*  4000-BUILD-GL-JOURNAL                                        *
002510*  BUILDS, CHECKS, AND WRITES THE DAY'S GENERAL-LEDGER JOURNAL. *
002511*  A JOURNAL ALREADY SENT FOR THE CLOSE DATE IS NEVER SENT      *
002512*  AGAIN - FINANCE WOULD POST IT TWICE - SO A RERUN OF THE      *
002513*  CLOSE CARRIES ON WITHOUT ONE.  NOR CAN ONE BE TIED WHEN THE  *
002514*  BALANCE FORWARD ALREADY COMES FROM THIS DATE OR A LATER ONE  *
002515*  (AN AS-OF RERUN).  OTHERWISE EVERY SUBTOTAL MUST MAP, THE    *
002516*  DEBITS MUST EQUAL THE CREDITS, AND THE NET MOVEMENT MUST     *
002517*  EQUAL THE CHANGE IN THE BALANCE FORWARD, OR THE JOURNAL IS   *
002518*  REFUSED AND REGISTERED FAILED.                               *
002519*****************************************************************
002520 4000-BUILD-GL-JOURNAL.
002521     PERFORM 4100-CHECK-GL-RUN THRU 4100-EXIT.
002522     IF WS-GL-REFUSED
002523         GO TO 4000-EXIT
002524     END-IF.
002525     IF WS-DUP-RUN-FOUND
002526         MOVE "A" TO WS-GL-STATUS-SW
002527         STRING "GL JOURNAL FOR " WS-CLOSE-DATE-KEY
002528             " WAS ALREADY SENT BY RUN " WS-DUP-RUN-ID
002529             " - NOT SENT AGAIN"
002530             DELIMITED BY SIZE INTO WS-GL-MSG
002531         END-STRING
002532         DISPLAY WS-GL-MSG END-DISPLAY
002533         GO TO 4000-EXIT
002534     END-IF.

002535     IF WS-PRIOR-BF-DATE NOT < WS-CLOSE-DATE-NUM
002536         MOVE "N" TO WS-GL-STATUS-SW
002537         STRING "GL JOURNAL NOT PRODUCED - BALANCE FORWARD IS "
002538             "ALREADY DATED " WS-PRIOR-BF-DATE
002539             DELIMITED BY SIZE INTO WS-GL-MSG
002540         END-STRING
002541         DISPLAY WS-GL-MSG END-DISPLAY
002542         GO TO 4000-EXIT
002543     END-IF.

002544     PERFORM 1200-GEN-RUN-ID THRU 1200-EXIT.
002545     OPEN EXTEND EOD-RUNC-FILE.
002546     IF FS-RUNC-FILE NOT = "00"
002547         MOVE "UNABLE TO EXTEND CBLRUNC" TO WS-GL-REASON
002548         PERFORM 4900-REFUSE-JOURNAL THRU 4900-EXIT
002549         GO TO 4000-EXIT
002550     END-IF.
002551     MOVE "S" TO WS-RUNC-STATUS.
002552     PERFORM 8900-WRITE-RUNC-REC THRU 8900-EXIT.

002553     IF WS-PAIR-FULL
002554         MOVE "MORE THAN 50 CURRENCY PAIRS ON THE CLOSE DATE"
002555             TO WS-GL-REASON
002556         PERFORM 4900-REFUSE-JOURNAL THRU 4900-EXIT
002557     END-IF.

002558     PERFORM 4200-LOAD-GL-MAP THRU 4200-EXIT.
002559     PERFORM 4300-POST-OPCODE-TOTAL THRU 4300-EXIT
002560         VARYING WS-OP-SUB FROM 1 BY 1
002561         UNTIL WS-OP-SUB > 10.
002562     PERFORM 4400-POST-PAIR-TOTAL THRU 4400-EXIT
002563         VARYING WS-PAIR-SUB FROM 1 BY 1
002564         UNTIL WS-PAIR-SUB > WS-PAIR-COUNT.
002565     PERFORM 4600-VALIDATE-JOURNAL THRU 4600-EXIT.
002566     IF NOT WS-GL-REFUSED
002567         PERFORM 4700-WRITE-JOURNAL THRU 4700-EXIT
002568     END-IF.

002569     IF WS-GL-REFUSED
002570         MOVE "F" TO WS-RUNC-STATUS
002571         PERFORM 8900-WRITE-RUNC-REC THRU 8900-EXIT
002572         CLOSE EOD-RUNC-FILE
002573         GO TO 4000-EXIT
002574     END-IF.

002575     MOVE "C" TO WS-RUNC-STATUS.
002576     PERFORM 8900-WRITE-RUNC-REC THRU 8900-EXIT.
002577     CLOSE EOD-RUNC-FILE.
002578     PERFORM 8850-RECORD-KEYED-RUN THRU 8850-EXIT.
002579     MOVE "W" TO WS-GL-STATUS-SW.
002580     STRING "GL JOURNAL WRITTEN BY RUN " WS-RUN-ID
002581         DELIMITED BY SIZE INTO WS-GL-MSG
002582     END-STRING.
002583     DISPLAY WS-GL-MSG END-DISPLAY.

002584 4000-EXIT.
002585     EXIT.

002586*****************************************************************
002587*  4100-CHECK-GL-RUN                                            *
002588*  LOOKS FOR A COMPLETED JOURNAL FOR THE CLOSE DATE - ONE READ  *
002589*  OF THE KEYED REGISTRY, OR THE OLD CBLRUNC SCAN WHEN THE KEYED*
002590*  FILE IS NOT BUILT YET.  THERE IS NO OVERRIDE: A JOURNAL THAT *
002591*  MUST BE RESENT IS RELEASED BY FINANCE, NOT BY A RERUN.       *
002592*****************************************************************
002593 4100-CHECK-GL-RUN.
002594     MOVE "N" TO WS-RUNC-EOF-SW.
002595     MOVE "N" TO WS-DUP-RUN-SW.

002596     OPEN INPUT EOD-RUNK-FILE.
002597     IF FS-RUNK-FILE = "00"
002598         MOVE "CBLEOD"          TO RK-PROGRAM
002599         MOVE "GLJRNL"          TO RK-FILE-NAME
002600         MOVE WS-CLOSE-DATE-NUM TO RK-FILE-DATE
002601         READ EOD-RUNK-FILE
002602             INVALID KEY
002603                 CONTINUE
002604             NOT INVALID KEY
002605                 MOVE "Y" TO WS-DUP-RUN-SW
002606                 MOVE RK-RUN-ID TO WS-DUP-RUN-ID
002607         END-READ
002608         CLOSE EOD-RUNK-FILE
002609         GO TO 4100-EXIT
002610     END-IF.

002611     OPEN INPUT EOD-RUNC-FILE.
002612     IF FS-RUNC-FILE = "35"
002613         GO TO 4100-EXIT
002614     END-IF.
002615     IF FS-RUNC-FILE NOT = "00"
002616         MOVE "UNABLE TO OPEN CBLRUNC" TO WS-GL-REASON
002617         PERFORM 4900-REFUSE-JOURNAL THRU 4900-EXIT
002618         GO TO 4100-EXIT
002619     END-IF.

002620     PERFORM 4150-READ-RUNC THRU 4150-EXIT
002621         UNTIL WS-RUNC-EOF OR WS-DUP-RUN-FOUND.
002622     CLOSE EOD-RUNC-FILE.

002623 4100-EXIT.
002624     EXIT.

002625 4150-READ-RUNC.
002626     READ EOD-RUNC-FILE
002627         AT END
002628             MOVE "Y" TO WS-RUNC-EOF-SW
002629         NOT AT END
002630             IF RC-STATUS-COMPLETE
002631                 AND RC-PROGRAM = "CBLEOD"
002632                 AND RC-FILE-NAME = "GLJRNL"
002633                 AND RC-FILE-DATE = WS-CLOSE-DATE-NUM
002634                 MOVE "Y" TO WS-DUP-RUN-SW
002635                 MOVE RC-RUN-ID TO WS-DUP-RUN-ID
002636             END-IF
002637     END-READ.

002638 4150-EXIT.
002639     EXIT.

002640*****************************************************************
002641*  4200-LOAD-GL-MAP                                             *
002642*  LOADS THE ACCOUNT MAPPINGS.  NO CBLGLMP LEAVES THE TABLE     *
002643*  EMPTY, SO ANY DAY WITH ACTIVITY IS REFUSED AS UNMAPPED.      *
002644*****************************************************************
002645 4200-LOAD-GL-MAP.
002646     OPEN INPUT EOD-GLMP-FILE.
002647     IF FS-GLMP-FILE NOT = "00"
002648         DISPLAY "CBLGLMP NOT AVAILABLE, NO GL MAPPINGS LOADED"
002649             END-DISPLAY
002650         GO TO 4200-EXIT
002651     END-IF.

002652     PERFORM 4250-READ-GL-MAP THRU 4250-EXIT
002653         UNTIL WS-GMAP-EOF.
002654     CLOSE EOD-GLMP-FILE.

002655 4200-EXIT.
002656     EXIT.

002657 4250-READ-GL-MAP.
002658     READ EOD-GLMP-FILE
002659         AT END
002660             MOVE "Y" TO WS-GMAP-EOF-SW
002661     END-READ.
002662     IF WS-GMAP-EOF
002663         GO TO 4250-EXIT
002664     END-IF.
002665     IF WS-GMAP-COUNT >= WS-GMAP-MAX
002666         DISPLAY "MORE THAN 60 GL MAPPINGS - EXTRA MAPPINGS "
002667             "IGNORED" END-DISPLAY
002668         MOVE "Y" TO WS-GMAP-EOF-SW
002669         GO TO 4250-EXIT
002670     END-IF.

002671     ADD 1 TO WS-GMAP-COUNT.
002672     MOVE GM-KEY        TO EOD-GM-KEY (WS-GMAP-COUNT).
002673     MOVE GM-DR-ACCOUNT TO EOD-GM-DR-ACCOUNT (WS-GMAP-COUNT).
002674     MOVE GM-CR-ACCOUNT TO EOD-GM-CR-ACCOUNT (WS-GMAP-COUNT).
002675     MOVE GM-DESC       TO EOD-GM-DESC (WS-GMAP-COUNT).
002676     MOVE GM-ACTIVE-SW  TO EOD-GM-ACTIVE-SW (WS-GMAP-COUNT).

002677 4250-EXIT.
002678     EXIT.

002679*****************************************************************
002680*  4300-POST-OPCODE-TOTAL                                       *
002681*  POSTS ONE OPCODE BUCKET, BOTH SOURCES TOGETHER.  CONVERSIONS *
002682*  (BUCKET 9, OPCODE 8) ARE POSTED BY PAIR IN 4400 INSTEAD.     *
002683*****************************************************************
002684 4300-POST-OPCODE-TOTAL.
002685     IF WS-OP-SUB = 9
002686         GO TO 4300-EXIT
002687     END-IF.
002688     COMPUTE WS-GL-AMT = EOD-OP-AMT (1, WS-OP-SUB)
002689                       + EOD-OP-AMT (2, WS-OP-SUB)
002690     END-COMPUTE.
002691     IF WS-GL-AMT = ZERO
002692         GO TO 4300-EXIT
002693     END-IF.

002694     COMPUTE WS-GL-OPCODE = WS-OP-SUB - 1 END-COMPUTE.
002695     MOVE SPACES TO WS-GL-FROM.
002696     MOVE SPACES TO WS-GL-TO.
002697     PERFORM 4500-POST-SUBTOTAL THRU 4500-EXIT.

002698 4300-EXIT.
002699     EXIT.

002700 4400-POST-PAIR-TOTAL.
002701     MOVE EOD-PR-AMT (WS-PAIR-SUB) TO WS-GL-AMT.
002702     IF WS-GL-AMT = ZERO
002703         GO TO 4400-EXIT
002704     END-IF.

002705     MOVE 8 TO WS-GL-OPCODE.
002706     MOVE EOD-PR-FROM (WS-PAIR-SUB) TO WS-GL-FROM.
002707     MOVE EOD-PR-TO (WS-PAIR-SUB)   TO WS-GL-TO.
002708     PERFORM 4500-POST-SUBTOTAL THRU 4500-EXIT.

002709 4400-EXIT.
002710     EXIT.

002711*****************************************************************
002712*  4500-POST-SUBTOTAL                                           *
002713*  TURNS ONE SIGNED SUBTOTAL (WS-GL-MAP-KEY, WS-GL-AMT) INTO A  *
002714*  DEBIT AND A CREDIT LINE.  A CONVERSION PAIR WITH NO MAPPING  *
002715*  OF ITS OWN TAKES THE BLANK-PAIR DEFAULT.  A POSITIVE         *
002716*  SUBTOTAL DEBITS THE MAPPED DEBIT ACCOUNT; A NEGATIVE ONE     *
002717*  POSTS THE SAME AMOUNT THE OTHER WAY ROUND.                   *
002718*****************************************************************
002719 4500-POST-SUBTOTAL.
002720     ADD WS-GL-AMT TO WS-GL-NET.
002721     IF WS-GL-AMT < ZERO
002722         COMPUTE WS-GL-ABS-AMT = ZERO - WS-GL-AMT END-COMPUTE
002723     ELSE
002724         MOVE WS-GL-AMT TO WS-GL-ABS-AMT
002725     END-IF.

002726     MOVE WS-GL-MAP-KEY TO WS-GL-FIND-KEY.
002727     PERFORM 4550-FIND-MAP THRU 4550-EXIT.
002728     IF WS-GMAP-FOUND-SUB = ZERO AND WS-GL-OPCODE = 8
002729         MOVE SPACES TO WS-GL-FIND-FROM
002730         MOVE SPACES TO WS-GL-FIND-TO
002731         PERFORM 4550-FIND-MAP THRU 4550-EXIT
002732     END-IF.

002733     IF WS-GMAP-FOUND-SUB = ZERO
002734         MOVE "*UNMAPPED*"           TO WS-GL-LINE-ACCOUNT
002735         MOVE SPACE                  TO WS-GL-SIDE
002736         MOVE "NO ACTIVE GL MAPPING" TO WS-GL-DESC
002737         PERFORM 4450-ADD-GL-LINE THRU 4450-EXIT
002738         MOVE "A SUBTOTAL HAS NO ACTIVE GL MAPPING IN CBLGLMP"
002739             TO WS-GL-REASON
002740         PERFORM 4900-REFUSE-JOURNAL THRU 4900-EXIT
002741         GO TO 4500-EXIT
002742     END-IF.

002743     MOVE EOD-GM-DESC (WS-GMAP-FOUND-SUB) TO WS-GL-DESC.
002744     IF WS-GL-AMT > ZERO
002745         MOVE EOD-GM-DR-ACCOUNT (WS-GMAP-FOUND-SUB)
002746             TO WS-GL-DR-ACCOUNT
002747         MOVE EOD-GM-CR-ACCOUNT (WS-GMAP-FOUND-SUB)
002748             TO WS-GL-CR-ACCOUNT
002749     ELSE
002750         MOVE EOD-GM-CR-ACCOUNT (WS-GMAP-FOUND-SUB)
002751             TO WS-GL-DR-ACCOUNT
002752         MOVE EOD-GM-DR-ACCOUNT (WS-GMAP-FOUND-SUB)
002753             TO WS-GL-CR-ACCOUNT
002754     END-IF.

002755     MOVE WS-GL-DR-ACCOUNT TO WS-GL-LINE-ACCOUNT.
002756     MOVE "D" TO WS-GL-SIDE.
002757     PERFORM 4450-ADD-GL-LINE THRU 4450-EXIT.
002758     ADD WS-GL-ABS-AMT TO WS-GL-DEBIT-TOT.

002759     MOVE WS-GL-CR-ACCOUNT TO WS-GL-LINE-ACCOUNT.
002760     MOVE "C" TO WS-GL-SIDE.
002761     PERFORM 4450-ADD-GL-LINE THRU 4450-EXIT.
002762     ADD WS-GL-ABS-AMT TO WS-GL-CREDIT-TOT.

002763 4500-EXIT.
002764     EXIT.

002765 4450-ADD-GL-LINE.
002766     IF WS-GLN-COUNT >= WS-GLN-MAX
002767         MOVE "MORE THAN 120 GL JOURNAL LINES" TO WS-GL-REASON
002768         PERFORM 4900-REFUSE-JOURNAL THRU 4900-EXIT
002769         GO TO 4450-EXIT
002770     END-IF.

002771     ADD 1 TO WS-GLN-COUNT.
002772     MOVE WS-GL-LINE-ACCOUNT TO EOD-GL-ACCOUNT (WS-GLN-COUNT).
002773     MOVE WS-GL-SIDE         TO EOD-GL-DR-CR (WS-GLN-COUNT).
002774     MOVE WS-GL-ABS-AMT      TO EOD-GL-AMT (WS-GLN-COUNT).
002775     MOVE WS-GL-OPCODE       TO EOD-GL-OPCODE (WS-GLN-COUNT).
002776     MOVE WS-GL-FROM         TO EOD-GL-FROM (WS-GLN-COUNT).
002777     MOVE WS-GL-TO           TO EOD-GL-TO (WS-GLN-COUNT).
002778     MOVE WS-GL-DESC         TO EOD-GL-DESC (WS-GLN-COUNT).

002779 4450-EXIT.
002780     EXIT.

002781 4550-FIND-MAP.
002782     MOVE ZERO TO WS-GMAP-FOUND-SUB.
002783     PERFORM 4560-TEST-MAP-ENTRY THRU 4560-EXIT
002784         VARYING WS-GMAP-SUB FROM 1 BY 1
002785         UNTIL WS-GMAP-FOUND-SUB > ZERO
002786             OR WS-GMAP-SUB > WS-GMAP-COUNT.

002787 4550-EXIT.
002788     EXIT.

002789 4560-TEST-MAP-ENTRY.
002790     IF EOD-GM-KEY (WS-GMAP-SUB) = WS-GL-FIND-KEY
002791         AND EOD-GM-ACTIVE-SW (WS-GMAP-SUB) = "A"
002792         MOVE WS-GMAP-SUB TO WS-GMAP-FOUND-SUB
002793     END-IF.

002794 4560-EXIT.
002795     EXIT.

002796*****************************************************************
002797*  4600-VALIDATE-JOURNAL                                        *
002798*  THE TWO CONTROL CHECKS FINANCE RELIES ON: THE JOURNAL        *
002799*  BALANCES AND ITS NET MOVEMENT IS EXACTLY THE CHANGE FROM     *
002800*  THE LAST BALANCE CARRIED FORWARD TO THIS CLOSE.  A SKIPPED   *
002801*  CLOSE DATE SHOWS UP HERE - IT MUST BE CLOSED FIRST.          *
002802*****************************************************************
002803 4600-VALIDATE-JOURNAL.
002804     IF WS-GL-DEBIT-TOT NOT = WS-GL-CREDIT-TOT
002805         MOVE "JOURNAL DEBITS DO NOT EQUAL CREDITS"
002806             TO WS-GL-REASON
002807         PERFORM 4900-REFUSE-JOURNAL THRU 4900-EXIT
002808     END-IF.

002809     COMPUTE WS-GL-BF-CHANGE = WS-CLOSING-BAL - WS-PRIOR-BF-BAL
002810     END-COMPUTE.
002811     IF WS-GL-NET NOT = WS-GL-BF-CHANGE
002812         MOVE "NET MOVEMENT DOES NOT EQUAL CHANGE IN BALANCE FWD"
002813             TO WS-GL-REASON
002814         PERFORM 4900-REFUSE-JOURNAL THRU 4900-EXIT
002815     END-IF.

002816 4600-EXIT.
002817     EXIT.

002818*****************************************************************
002819*  4700-WRITE-JOURNAL                                           *
002820*  WRITES THE HEADER, ONE DETAIL PER LINE, AND THE CONTROL-TOTAL*
002821*  TRAILER.  GLJRNL IS ONLY OPENED ONCE THE JOURNAL HAS PASSED  *
002822*  ITS CHECKS, SO A REFUSED CLOSE LEAVES THE LAST ONE IN PLACE. *
002823*****************************************************************
002824 4700-WRITE-JOURNAL.
002825     OPEN OUTPUT EOD-GLJ-FILE.
002826     IF FS-GLJ-FILE NOT = "00"
002827         MOVE "UNABLE TO OPEN GLJRNL" TO WS-GL-REASON
002828         PERFORM 4900-REFUSE-JOURNAL THRU 4900-EXIT
002829         GO TO 4700-EXIT
002830     END-IF.

002831     MOVE SPACES TO CBL-GLJE-RECORD.
002832     MOVE "H"               TO GJ-REC-TYPE.
002833     MOVE WS-CLOSE-DATE-NUM TO GJ-BUS-DATE.
002834     MOVE "CBLEOD"          TO GJ-SOURCE.
002835     MOVE WS-RUN-ID         TO GJ-RUN-ID.
002836     MOVE WS-PRIOR-BF-BAL   TO GJ-OPENING-BAL.
002837     WRITE CBL-GLJE-RECORD.

002838     PERFORM 4750-WRITE-GL-DETAIL THRU 4750-EXIT
002839         VARYING WS-GLN-SUB FROM 1 BY 1
002840         UNTIL WS-GLN-SUB > WS-GLN-COUNT.

002841     MOVE SPACES TO CBL-GLJE-RECORD.
002842     MOVE "T"               TO GJ-REC-TYPE.
002843     MOVE WS-GLN-COUNT      TO GJ-LINE-COUNT.
002844     MOVE WS-GL-DEBIT-TOT   TO GJ-DEBIT-TOTAL.
002845     MOVE WS-GL-CREDIT-TOT  TO GJ-CREDIT-TOTAL.
002846     MOVE WS-GL-NET         TO GJ-NET-MOVEMENT.
002847     MOVE WS-CLOSING-BAL    TO GJ-CLOSING-BAL.
002848     WRITE CBL-GLJE-RECORD.
002849     CLOSE EOD-GLJ-FILE.

002850 4700-EXIT.
002851     EXIT.

002852 4750-WRITE-GL-DETAIL.
002853     MOVE SPACES TO CBL-GLJE-RECORD.
002854     MOVE "D"                         TO GJ-REC-TYPE.
002855     MOVE WS-GLN-SUB                  TO GJ-LINE-NO.
002856     MOVE EOD-GL-ACCOUNT (WS-GLN-SUB) TO GJ-ACCOUNT.
002857     MOVE EOD-GL-DR-CR (WS-GLN-SUB)   TO GJ-DR-CR.
002858     MOVE EOD-GL-AMT (WS-GLN-SUB)     TO GJ-AMOUNT.
002859     MOVE EOD-GL-OPCODE (WS-GLN-SUB)  TO GJ-OPCODE.
002860     MOVE EOD-GL-FROM (WS-GLN-SUB)    TO GJ-CURR-FROM.
002861     MOVE EOD-GL-TO (WS-GLN-SUB)      TO GJ-CURR-TO.
002862     MOVE EOD-GL-DESC (WS-GLN-SUB)    TO GJ-DESC.
002863     WRITE CBL-GLJE-RECORD.

002864 4750-EXIT.
002865     EXIT.

002866*****************************************************************
002867*  4900-REFUSE-JOURNAL                                          *
002868*  MARKS THE JOURNAL REFUSED.  EVERY REASON GOES TO THE JOB LOG;*
002869*  THE FIRST ONE IS KEPT FOR THE REPORT.                        *
002870*****************************************************************
002871 4900-REFUSE-JOURNAL.
002872     DISPLAY "GL JOURNAL REFUSED - " WS-GL-REASON END-DISPLAY.
002873     IF NOT WS-GL-REFUSED
002874         MOVE "R" TO WS-GL-STATUS-SW
002875         STRING "GL JOURNAL REFUSED - " WS-GL-REASON
002876             DELIMITED BY SIZE INTO WS-GL-MSG
002877         END-STRING
002878     END-IF.

002879 4900-EXIT.
002880     EXIT.

002881*****************************************************************
002882*  8000-WRITE-REPORT                                            *
002883*  PRINTS ONE SUBTOTAL LINE PER SOURCE/OPCODE COMBINATION THAT  *
002884*  SAW ACTIVITY ON THE CLOSE DATE, THEN THE DAY TOTAL AND THE   *
002885*  OPENING AND CLOSING BALANCES, THEN THE DEPARTMENT SECTION.   *
002886*****************************************************************
002887 8000-WRITE-REPORT.
002888     MOVE WS-CLOSE-DATE-KEY TO H1-CLOSE-DATE.
002889     WRITE EOD-RPT-RECORD FROM EOD-RPT-HDG-1.
002890     WRITE EOD-RPT-RECORD FROM EOD-RPT-HDG-2.

002891     PERFORM 8100-WRITE-SRC-LINES THRU 8100-EXIT
002892         VARYING WS-SRC-SUB FROM 1 BY 1
002893         UNTIL WS-SRC-SUB > 2.

002894     COMPUTE WS-OPENING-BAL = WS-CLOSING-BAL - WS-DAY-TOTAL
002895     END-COMPUTE.

002896     MOVE "DAY TOTAL APPLIED"        TO TL-DESC.
002897     MOVE WS-DAY-TOTAL               TO TL-AMOUNT.
002898     WRITE EOD-RPT-RECORD FROM EOD-RPT-TOT-LINE.

002899     MOVE "OPENING BALANCE (B/F)"    TO TL-DESC.
002900     MOVE WS-OPENING-BAL             TO TL-AMOUNT.
002901     WRITE EOD-RPT-RECORD FROM EOD-RPT-TOT-LINE.

002902     MOVE "CLOSING BALANCE (C/F)"    TO TL-DESC.
002903     MOVE WS-CLOSING-BAL             TO TL-AMOUNT.
002904     WRITE EOD-RPT-RECORD FROM EOD-RPT-TOT-LINE.

002905     IF WS-EDEPT-COUNT > ZERO
002906         MOVE SPACES TO EOD-RPT-RECORD
002907         WRITE EOD-RPT-RECORD
002908         WRITE EOD-RPT-RECORD FROM EOD-RPT-DEPT-HDG-1
002909         WRITE EOD-RPT-RECORD FROM EOD-RPT-DEPT-HDG-2
002910         PERFORM 8300-WRITE-DEPT-LINE THRU 8300-EXIT
002911             VARYING WS-EDEPT-SUB FROM 1 BY 1
002912             UNTIL WS-EDEPT-SUB > WS-EDEPT-COUNT
002913     END-IF.

002914     PERFORM 8600-WRITE-GL-SECTION THRU 8600-EXIT.

002915 8000-EXIT.
002916     EXIT.

002917 8100-WRITE-SRC-LINES.
002918     PERFORM 8200-WRITE-OP-LINE THRU 8200-EXIT
002919         VARYING WS-OP-SUB FROM 1 BY 1
002920         UNTIL WS-OP-SUB > 10.

002921 8100-EXIT.
002922     EXIT.

002923 8200-WRITE-OP-LINE.
002924     IF EOD-OP-COUNT (WS-SRC-SUB, WS-OP-SUB) = ZERO
002925         GO TO 8200-EXIT
002926     END-IF.

002927     MOVE WS-SRC-DESC (WS-SRC-SUB) TO RL-SOURCE.
002928     MOVE WS-OP-DESC (WS-OP-SUB)   TO RL-OP-DESC.
002929     MOVE EOD-OP-COUNT (WS-SRC-SUB, WS-OP-SUB) TO RL-COUNT.
002930     MOVE EOD-OP-AMT (WS-SRC-SUB, WS-OP-SUB)   TO RL-AMOUNT.
002931     WRITE EOD-RPT-RECORD FROM EOD-RPT-LINE.

002932 8200-EXIT.
002933     EXIT.

002934 8300-WRITE-DEPT-LINE.
002935     MOVE EOD-DP-CODE (WS-EDEPT-SUB)       TO DL-CODE.
002936     MOVE EOD-DP-NAME (WS-EDEPT-SUB)       TO DL-NAME.
002937     MOVE EOD-DP-CALC-COUNT (WS-EDEPT-SUB) TO DL-CALC-COUNT.
002938     MOVE EOD-DP-CALC-AMT (WS-EDEPT-SUB)   TO DL-CALC-AMT.
002939     MOVE EOD-DP-EX4-COUNT (WS-EDEPT-SUB)  TO DL-EX4-COUNT.
002940     MOVE EOD-DP-EX4-TOT (WS-EDEPT-SUB)    TO DL-EX4-TOT.
002941     WRITE EOD-RPT-RECORD FROM EOD-RPT-DEPT-LINE.

002942 8300-EXIT.
002943     EXIT.

002944*****************************************************************
002945*  8600-WRITE-GL-SECTION                                        *
002946*  PRINTS THE JOURNAL LINES AND ITS CONTROL FIGURES WHEN ONE WAS*
002947*  BUILT, AND ALWAYS THE LINE SAYING WHAT BECAME OF IT.         *
002948*****************************************************************
002949 8600-WRITE-GL-SECTION.
002950     MOVE SPACES TO EOD-RPT-RECORD.
002951     WRITE EOD-RPT-RECORD.
002952     WRITE EOD-RPT-RECORD FROM EOD-RPT-GL-HDG-1.

002953     IF WS-GL-WRITTEN OR WS-GL-REFUSED
002954         IF WS-GLN-COUNT > ZERO
002955             WRITE EOD-RPT-RECORD FROM EOD-RPT-GL-HDG-2
002956             PERFORM 8650-WRITE-GL-LINE THRU 8650-EXIT
002957                 VARYING WS-GLN-SUB FROM 1 BY 1
002958                 UNTIL WS-GLN-SUB > WS-GLN-COUNT
002959         END-IF
002960         MOVE "JOURNAL DEBITS"            TO TL-DESC
002961         MOVE WS-GL-DEBIT-TOT             TO TL-AMOUNT
002962         WRITE EOD-RPT-RECORD FROM EOD-RPT-TOT-LINE
002963         MOVE "JOURNAL CREDITS"           TO TL-DESC
002964         MOVE WS-GL-CREDIT-TOT            TO TL-AMOUNT
002965         WRITE EOD-RPT-RECORD FROM EOD-RPT-TOT-LINE
002966         MOVE "NET MOVEMENT"              TO TL-DESC
002967         MOVE WS-GL-NET                   TO TL-AMOUNT
002968         WRITE EOD-RPT-RECORD FROM EOD-RPT-TOT-LINE
002969         MOVE "CHANGE IN BALANCE FORWARD" TO TL-DESC
002970         MOVE WS-GL-BF-CHANGE             TO TL-AMOUNT
002971         WRITE EOD-RPT-RECORD FROM EOD-RPT-TOT-LINE
002972     END-IF.

002973     MOVE WS-GL-MSG TO EOD-RPT-RECORD.
002974     WRITE EOD-RPT-RECORD.

002975 8600-EXIT.
002976     EXIT.

002977 8650-WRITE-GL-LINE.
002978     MOVE WS-GLN-SUB                  TO GL-LINE-NO.
002979     MOVE EOD-GL-ACCOUNT (WS-GLN-SUB) TO GL-ACCOUNT.
002980     EVALUATE EOD-GL-DR-CR (WS-GLN-SUB)
002981         WHEN "D"
002982             MOVE "DEBIT"  TO GL-SIDE
002983         WHEN "C"
002984             MOVE "CREDIT" TO GL-SIDE
002985         WHEN OTHER
002986             MOVE SPACES   TO GL-SIDE
002987     END-EVALUATE.
002988     MOVE EOD-GL-AMT (WS-GLN-SUB)     TO GL-AMOUNT.
002989     MOVE EOD-GL-OPCODE (WS-GLN-SUB)  TO GL-OPCODE.
002990     MOVE SPACES TO GL-PAIR.
002991     IF EOD-GL-OPCODE (WS-GLN-SUB) = 8
002992         STRING EOD-GL-FROM (WS-GLN-SUB) "/"
002993             EOD-GL-TO (WS-GLN-SUB)
002994             DELIMITED BY SIZE INTO GL-PAIR
002995         END-STRING
002996     END-IF.
002997     MOVE EOD-GL-DESC (WS-GLN-SUB)    TO GL-DESC.
002998     WRITE EOD-RPT-RECORD FROM EOD-RPT-GL-LINE.

002999 8650-EXIT.
003000     EXIT.

003001*****************************************************************
003002*  8500-WRITE-BALANCE-FWD                                       *
003003*  REPLACES THE BALANCE-CARRIED-FORWARD RECORD WITH THE NEW     *
003004*  CLOSING BALANCE.  ONLY THE MOST RECENT CLOSE IS KEPT, THE    *
003005*  SAME WAY CBLOPER'S MEMORY FILE KEEPS ONLY THE LAST SAVE.     *
003006*****************************************************************
003007 8500-WRITE-BALANCE-FWD.
003008     OPEN OUTPUT EOD-BALF-FILE.
003009     IF FS-BALF-FILE NOT = "00"
003010         DISPLAY "UNABLE TO OPEN CBLBALF, STATUS "
003011             FS-BALF-FILE END-DISPLAY
003012         PERFORM 9000-CLOSE-FILES THRU 9000-EXIT
003013         PERFORM 8940-TAKE-STAMP THRU 8940-EXIT
003014         MOVE "F" TO WS-STEP-STATUS
003015         PERFORM 8950-REGISTER-STEP THRU 8950-EXIT
003016         MOVE 16 TO RETURN-CODE
003017         GO TO 9999-PROGRAM-END
003018     END-IF.

003019     MOVE SPACES TO CBL-BALF-RECORD.
003020     MOVE WS-CLOSE-DATE-KEY TO BF-CLOSE-DATE.
003021     MOVE WS-CLOSING-BAL    TO BF-BALANCE-FWD.
003022     WRITE CBL-BALF-RECORD.
003023     CLOSE EOD-BALF-FILE.

003024 8500-EXIT.
003025     EXIT.

003026 9000-CLOSE-FILES.
003030     CLOSE EOD-LEDGER-FILE.
003040     CLOSE EOD-RPT-FILE.

003050 9000-EXIT.
003060     EXIT.

003061*****************************************************************
003062*  8900-WRITE-RUNC-REC                                          *
003063*  APPENDS ONE RUN-CONTROL REGISTRY RECORD FOR THE JOURNAL.     *
003064*  CALLER SETS WS-RUNC-STATUS AND LEAVES EOD-RUNC-FILE OPEN     *
003065*  EXTEND.                                                      *
003066*****************************************************************
003067 8900-WRITE-RUNC-REC.
003068     MOVE "CBLEOD"          TO RC-PROGRAM.
003069     MOVE "GLJRNL"          TO RC-FILE-NAME.
003070     MOVE WS-CLOSE-DATE-NUM TO RC-FILE-DATE.
003071     MOVE WS-RUN-ID         TO RC-RUN-ID.
003072     MOVE WS-RUNC-STATUS    TO RC-STATUS.
003073     MOVE WS-GLN-COUNT      TO RC-REC-COUNT.
003074     ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD.
003075     ACCEPT WS-CUR-TIME FROM TIME.
003076     MOVE SPACES TO RC-TIMESTAMP.
003077     STRING WS-CUR-DATE  "-" WS-CUR-TIME
003078         DELIMITED BY SIZE INTO RC-TIMESTAMP.
003079     WRITE CBL-RUNC-RECORD.

003080 8900-EXIT.
003081     EXIT.

003082*****************************************************************
003083*  8850-RECORD-KEYED-RUN                                        *
003084*  RECORDS THE SENT JOURNAL IN THE KEYED REGISTRY SO THE NEXT   *
003085*  CHECK IS ONE READ.  BEST EFFORT - THE SEQUENTIAL LOG STILL   *
003086*  HOLDS THE C RECORD IF THE KEYED FILE WILL NOT OPEN.          *
003087*****************************************************************
003088 8850-RECORD-KEYED-RUN.
003089     OPEN I-O EOD-RUNK-FILE.
003090     IF FS-RUNK-FILE = "35"
003091         OPEN OUTPUT EOD-RUNK-FILE
003092     END-IF.
003093     IF FS-RUNK-FILE NOT = "00"
003094         DISPLAY "UNABLE TO OPEN CBLRUNK, STATUS "
003095             FS-RUNK-FILE END-DISPLAY
003096         GO TO 8850-EXIT
003097     END-IF.

003098     MOVE SPACES TO CBL-RUNK-RECORD.
003099     MOVE "CBLEOD"          TO RK-PROGRAM.
003100     MOVE "GLJRNL"          TO RK-FILE-NAME.
003101     MOVE WS-CLOSE-DATE-NUM TO RK-FILE-DATE.
003102     MOVE WS-RUN-ID         TO RK-RUN-ID.
003103     MOVE WS-GLN-COUNT      TO RK-REC-COUNT.
003104     ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD.
003105     ACCEPT WS-CUR-TIME FROM TIME.
003106     MOVE SPACES TO RK-TIMESTAMP.
003107     STRING WS-CUR-DATE  "-" WS-CUR-TIME
003108         DELIMITED BY SIZE INTO RK-TIMESTAMP.
003109     WRITE CBL-RUNK-RECORD
003110         INVALID KEY
003111             REWRITE CBL-RUNK-RECORD
003112             END-REWRITE
003113     END-WRITE.
003114     CLOSE EOD-RUNK-FILE.

003115 8850-EXIT.
003116     EXIT.

003117*****************************************************************
003118*  0090-LOAD-CALENDAR                                           *
003119*  THE SHOP CALENDAR (CBLCAL) IS THE ONE KEYED SOURCE OF THE    *
003120*  BUSINESS DATE - WHEN IT IS SUPPLIED ITS CURRENT-DATE         *
003121*  RECORD WINS AND THE OLD CONTROL CARD IS NOT READ.  NO        *
003122*  CALENDAR MEANS THE CARD (OR THE WIRED DEFAULT) APPLIES,      *
003130*  WHICH IS ALSO HOW AN AS-OF RERUN IS STILL DONE.             *
003140*****************************************************************
003150 0090-LOAD-CALENDAR.

003340 0090-EXIT.
003350     EXIT.

003360*****************************************************************
003370*  0300-LOAD-PRIOR-BALANCE                                      *
003380*  PICKS UP THE LAST BALANCE CARRIED FORWARD BEFORE THIS CLOSE  *
003390*  REPLACES IT - THE GL JOURNAL MUST MOVE THE BOOKS FROM THAT   *
003400*  FIGURE TO THIS CLOSING BALANCE.  NO CBLBALF (THE FIRST CLOSE)*
003410*  MEANS THE BOOKS START FROM ZERO.                             *
003420*****************************************************************
003430 0300-LOAD-PRIOR-BALANCE.
003440     OPEN INPUT EOD-BALF-FILE.
003450     IF FS-BALF-FILE NOT = "00"
003460         DISPLAY "CBLBALF NOT AVAILABLE, PRIOR BALANCE TAKEN AS "
003470             "ZERO" END-DISPLAY
003480         GO TO 0300-EXIT
003490     END-IF.

003500     READ EOD-BALF-FILE
003510         AT END
003520             DISPLAY "CBLBALF EMPTY, PRIOR BALANCE TAKEN AS ZERO"
003530                 END-DISPLAY
003540     END-READ.
003550     IF FS-BALF-FILE = "00" AND BF-CLOSE-DATE IS NUMERIC
003560         MOVE BF-CLOSE-DATE  TO WS-PRIOR-BF-DATE
003570         MOVE BF-BALANCE-FWD TO WS-PRIOR-BF-BAL
003580     END-IF.
003590     CLOSE EOD-BALF-FILE.

003600 0300-EXIT.
003610     EXIT.

003620 1200-GEN-RUN-ID.
003630     ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD.
003640     ACCEPT WS-CUR-TIME FROM TIME.
003650     STRING WS-CUR-DATE WS-CUR-TIME (1:6)
003660         DELIMITED BY SIZE INTO WS-RUN-ID.

003670 1200-EXIT.
003680     EXIT.

003690*****************************************************************
003700*  8940-TAKE-STAMP / 8950-REGISTER-STEP                         *
003710*  REGISTERS THE STEP'S START (S) AND END (C, WITH THE RECORD   *
003720*  COUNT) IN CBLRUNC FOR THE BATCH WINDOW REPORT.  A REGISTRY   *
003730*  THAT CANNOT BE EXTENDED ONLY COSTS THE TIMING, SO IT IS      *
003740*  REPORTED AND THE STEP CARRIES ON.                            *
003750*  A REFUSED CLOSE, OR ONE STOPPED BY AN OPEN FAILURE,          *
003760*  REGISTERS F.  THE STEP IS REGISTERED UNDER CBLLEDG, APART    *
003770*  FROM THE JOURNAL'S GLJRNL ENTRIES.                           *
003780*****************************************************************
003790 8940-TAKE-STAMP.
003800     ACCEPT WS-STEP-DATE FROM DATE YYYYMMDD.
003810     ACCEPT WS-STEP-TIME FROM TIME.
003820     MOVE SPACES TO WS-STEP-STAMP.
003830     STRING WS-STEP-DATE "-" WS-STEP-TIME
003840         DELIMITED BY SIZE INTO WS-STEP-STAMP.
003850     IF WS-STEP-RUN-ID = SPACES
003860         STRING WS-STEP-DATE WS-STEP-TIME (1:6)
003870             DELIMITED BY SIZE INTO WS-STEP-RUN-ID
003880     END-IF.

003890 8940-EXIT.
003900     EXIT.

003910 8950-REGISTER-STEP.
003920     OPEN EXTEND EOD-RUNC-FILE.
003930     IF FS-RUNC-FILE NOT = "00"
003940         DISPLAY "UNABLE TO EXTEND CBLRUNC, STATUS "
003950             FS-RUNC-FILE " - STEP NOT TIMED" END-DISPLAY
003960         GO TO 8950-EXIT
003970     END-IF.
003980     MOVE "CBLEOD"       TO RC-PROGRAM.
003990     MOVE "CBLLEDG"      TO RC-FILE-NAME.
004000     MOVE WS-STEP-STAMP (1:8) TO RC-FILE-DATE.
004010     MOVE WS-STEP-RUN-ID TO RC-RUN-ID.
004020     MOVE WS-STEP-STATUS TO RC-STATUS.
004030     MOVE WS-REC-COUNT   TO RC-REC-COUNT.
004040     MOVE WS-STEP-STAMP  TO RC-TIMESTAMP.
004050     WRITE CBL-RUNC-RECORD.
004060     CLOSE EOD-RUNC-FILE.

004070 8950-EXIT.
004080     EXIT.
