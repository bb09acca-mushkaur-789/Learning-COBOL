000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.     DEPBRPT.
000120 AUTHOR.         R HANLEY.
000130 INSTALLATION.   DATA PROCESSING DEPT.
000140 DATE-WRITTEN.   12/10/2026.
000150 DATE-COMPILED.  TODAY.
000160*****************************************************************
000170*  DEPBRPT - DEPARTMENT BUDGET VERSUS ACTUAL REPORT.            *
000180*  FOR EVERY DEPARTMENT ON DEPMAST - ACTIVE OR NOT, SO A CLOSED *
000190*  DEPARTMENT'S HISTORY STILL SHOWS - PRINTS THE MONTH-TO-DATE  *
000200*  AND YEAR-TO-DATE EX4 ACTUALS POSTED TO DEPPTD, THE BUDGET    *
000210*  FROM DEPBUDG FOR THE SAME SPAN, THE VARIANCE (BUDGET LESS    *
000220*  ACTUAL, SO A NEGATIVE FIGURE IS OVERSPENT), AND THE PERCENT  *
000230*  OF BUDGET USED.  A DEPARTMENT THAT HAS USED MORE THAN THE    *
000240*  FLAG PERCENTAGE ON THE BUDCTL CARD (DEFAULT 100) IN EITHER   *
000250*  SPAN, OR HAS SPENT AGAINST A NIL BUDGET, IS FLAGGED OVER AND *
000260*  THE STEP ENDS RC=4.  A CODE ON THE BUDGET OR ACTUALS FILE    *
000270*  THAT IS NO LONGER ON DEPMAST STILL PRINTS, UNDER "NOT ON     *
000280*  DEPARTMENT MASTER".  THE AS-OF DATE IS THE SHOP CALENDAR'S   *
000290*  BUSINESS DATE, ELSE THE BUDCTL CARD'S, ELSE TODAY.           *
000300*****************************************************************
000310*  MODIFICATION HISTORY.
000320*  12/10/2026  RH  ORIGINAL VERSION.
000322*  12/28/2026  RH  REGISTERS ITS START AND END IN CBLRUNC FOR
000324*                  THE BATCH WINDOW REPORT (CBLBTIM), WITH THE
000326*                  NUMBER OF DEPPTD RECORDS READ.
000327*  01/11/2027  RH  AN AS-OF RERUN DATED INSIDE A FISCAL YEAR
000328*                  THE YEAR-END CLOSE HAS LOCKED (CBLFYCL) IS
000329*                  REFUSED, RC=8, UNTIL A SUPERVISOR REOPENS IT.
000330*  01/11/2027  RH  THE YEAR TO DATE STARTS AT THE FISCAL-YEAR
000331*                  START MONTH ON THE CBLCAL CURRENT-DATE RECORD
000332*                  RATHER THAN ALWAYS AT JANUARY.
000333*  01/29/2027  RH  REVIEW FIXES - A RUN THAT STOPS ON AN OPEN
000334*                  FAILURE OR A REFUSAL NOW REGISTERS F IN
000335*                  CBLRUNC BEFORE IT ENDS, SO THE BATCH WINDOW
000336*                  REPORT SHOWS IT FAILED RATHER THAN STILL OPEN.
000338*  02/03/2027  RH  REVIEW FIXES - ONLY A MISSING CBLFYCL (STATUS
000340*                  35) MEANS NO YEAR HAS BEEN CLOSED.  ONE THAT
000342*                  CANNOT BE OPENED NOW ENDS THE RUN RC=16 RATHER
000344*                  THAN TURN THE CLOSED-YEAR LOCK OFF.
000346*****************************************************************
000348 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT BRP-DEPT-FILE    ASSIGN TO "DEPMAST"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS FS-DEPT-FILE.

000400     SELECT BRP-BUDG-FILE    ASSIGN TO "DEPBUDG"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS SEQUENTIAL
000430         RECORD KEY IS BG-KEY
000440         FILE STATUS IS FS-BUDG-FILE.

000450     SELECT BRP-PTD-FILE     ASSIGN TO "DEPPTD"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS SEQUENTIAL
000480         RECORD KEY IS PT-KEY
000490         FILE STATUS IS FS-PTD-FILE.

000500     SELECT BRP-CTL-FILE     ASSIGN TO "BUDCTL"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS FS-CTL-FILE.

000530     SELECT BRP-CAL-FILE     ASSIGN TO "CBLCAL"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS FS-CAL-FILE.

000560     SELECT BRP-OUT-FILE     ASSIGN TO "DEPBOUT"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS FS-OUT-FILE.

000582     SELECT BRP-RUNC-FILE    ASSIGN TO "CBLRUNC"
000584         ORGANIZATION IS LINE SEQUENTIAL
000586         FILE STATUS IS FS-RUNC-FILE.

000587     SELECT BRP-FYCL-FILE    ASSIGN TO "CBLFYCL"
000588         ORGANIZATION IS LINE SEQUENTIAL
000589         FILE STATUS IS FS-FYCL-FILE.

000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  BRP-DEPT-FILE
000620     RECORDING MODE IS F.
000630 COPY DEPMAST.

000640 FD  BRP-BUDG-FILE.
000650 COPY DEPBUDG.

000660 FD  BRP-PTD-FILE.
000670 COPY DEPPTD.

000680 FD  BRP-CTL-FILE
000690     RECORDING MODE IS F.
000700 01  BRP-CTL-RECORD.
000710     05  CTL-YEAR                PIC 9(04).
000720     05  CTL-MONTH               PIC 9(02).
000730     05  CTL-DAY                 PIC 9(02).
000740     05  CTL-FLAG-PCT            PIC 9(03).
000750     05  FILLER                  PIC X(69).

000760 FD  BRP-CAL-FILE
000770     RECORDING MODE IS F.
000780 COPY CBLCAL.

000790 FD  BRP-OUT-FILE
000800     RECORDING MODE IS F.
000810 01  BRP-OUT-RECORD              PIC X(132).

000812 FD  BRP-RUNC-FILE
000814     RECORDING MODE IS F.
000816 COPY CBLRUNC.

000817 FD  BRP-FYCL-FILE
000818     RECORDING MODE IS F.
000819 COPY CBLFYCL.

000820 WORKING-STORAGE SECTION.
000830 01  FS-DEPT-FILE        PIC X(02) VALUE "00".
000840 01  FS-BUDG-FILE        PIC X(02) VALUE "00".
000850 01  FS-PTD-FILE         PIC X(02) VALUE "00".
000860 01  FS-CTL-FILE         PIC X(02) VALUE "00".
000870 01  FS-CAL-FILE         PIC X(02) VALUE "00".
000880 01  FS-OUT-FILE         PIC X(02) VALUE "00".
000885 01  FS-RUNC-FILE        PIC X(02) VALUE "00".
000887 01  FS-FYCL-FILE        PIC X(02) VALUE "00".
000890 01  WS-CAL-DATE-SW      PIC X VALUE "N".
000900     88  WS-CAL-DATE-SET          VALUE "Y".

000901*CLOSED FISCAL YEAR LOCK - THE AS-OF DATE IS TESTED AGAINST EVERY
000902*YEAR THE YEAR-END CLOSE HAS LOCKED ON CBLFYCL.
000903 01  WS-FYCL-EOF-SW      PIC X VALUE "N".
000904     88  WS-FYCL-EOF              VALUE "Y".
000905 01  WS-LOCK-DATE        PIC 9(08) VALUE ZERO.
000906 01  WS-LOCKED-FY        PIC 9(04) VALUE ZERO.

000907*BATCH WINDOW TIMING - THE STEP'S START AND END ARE REGISTERED
000908*IN CBLRUNC SO THE WINDOW REPORT (CBLBTIM) CAN TIME IT.
000909 01  WS-STEP-RUN-ID      PIC X(14) VALUE SPACES.
000910 01  WS-STEP-STATUS      PIC X(01) VALUE SPACE.
000911 01  WS-STEP-DATE        PIC 9(08) VALUE ZERO.
000912 01  WS-STEP-TIME        PIC 9(08) VALUE ZERO.
000913 01  WS-STEP-STAMP       PIC X(26) VALUE SPACES.

000914 01  WS-DEPT-EOF-SW      PIC X VALUE "N".
000920     88  WS-DEPT-EOF              VALUE "Y".
000930 01  WS-BUDG-EOF-SW      PIC X VALUE "N".
000940     88  WS-BUDG-EOF              VALUE "Y".
000950 01  WS-PTD-EOF-SW       PIC X VALUE "N".
000960     88  WS-PTD-EOF               VALUE "Y".

000970*AS-OF DATE AND THE SPANS IT DEFINES.  THE YEAR TO DATE RUNS
000980*FROM THE FIRST OF THE FISCAL YEAR THROUGH THE AS-OF DATE.
000985 01  WS-FY-START-MONTH   PIC 9(02) VALUE 01.
000990 01  WS-RUN-DATE         PIC 9(08) VALUE ZERO.
001000 01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
001010     05  WS-RUN-YEAR         PIC 9(04).
001020     05  WS-RUN-MONTH        PIC 9(02).
001030     05  WS-RUN-DAY          PIC 9(02).
001040 01  WS-RUN-PERIOD       PIC 9(06) VALUE ZERO.
001050 01  WS-MTD-START-DATE   PIC 9(08) VALUE ZERO.
001060 01  WS-YTD-START-DATE   PIC 9(08) VALUE ZERO.
001070 01  WS-YTD-START-PERIOD PIC 9(06) VALUE ZERO.
001080 01  WS-BUDG-PERIOD      PIC 9(06) VALUE ZERO.
001090 01  WS-PTD-DATE         PIC 9(08) VALUE ZERO.

001100*FLAG PERCENTAGE - A DEPARTMENT USING MORE THAN THIS PERCENT OF
001110*ITS BUDGET IS FLAGGED.  100 UNLESS BUDCTL SAYS OTHERWISE.
001120 01  WS-FLAG-PCT         PIC 9(03) VALUE 100.
001130 01  WS-FLAGGED-COUNT    PIC 9(03) COMP VALUE ZERO.
001135 01  WS-PTD-READ-COUNT   PIC 9(07) COMP VALUE ZERO.
001140 01  WS-FLAG-SW          PIC X VALUE "N".
001150     88  WS-DEPT-OVER             VALUE "Y".

001160*ONE ENTRY PER DEPARTMENT ON DEPMAST, IN MASTER ORDER, FOLLOWED
001170*BY ANY CODE FOUND ON THE BUDGET OR ACTUALS FILE THAT THE MASTER
001180*NO LONGER CARRIES.  THE TABLE IS TWICE DEPMAST'S 50 SO THOSE
001190*STRAYS HAVE ROOM.
001200 01  WS-DEPT-MAX         PIC 9(03) COMP VALUE 100.
001210 01  WS-DEPT-COUNT       PIC 9(03) COMP VALUE ZERO.
001220 01  WS-DEPT-SUB         PIC 9(03) COMP VALUE ZERO.
001230 01  WS-DEPT-FOUND-SUB   PIC 9(03) COMP VALUE ZERO.
001240 01  WS-DEPT-FULL-SW     PIC X VALUE "N".
001250     88  WS-DEPT-FULL             VALUE "Y".
001260 01  WS-DEPT-LOOKUP      PIC X(03) VALUE SPACES.
001270 01  WS-DEPT-TABLE.
001280     05  WS-DEPT-ENTRY OCCURS 100 TIMES.
001290         10  WS-DP-CODE          PIC X(03).
001300         10  WS-DP-NAME          PIC X(30).
001310         10  WS-DP-ACTIVE-SW     PIC X(01).
001320         10  WS-DP-MTD-ACTUAL    PIC S9(11)V99.
001330         10  WS-DP-MTD-BUDGET    PIC S9(11)V99.
001340         10  WS-DP-YTD-ACTUAL    PIC S9(11)V99.
001350         10  WS-DP-YTD-BUDGET    PIC S9(11)V99.

001360*ALL-DEPARTMENT TOTALS AND THE FIGURES FOR THE LINE BEING BUILT.
001370 01  WS-TOT-MTD-ACTUAL   PIC S9(11)V99 VALUE ZERO.
001380 01  WS-TOT-MTD-BUDGET   PIC S9(11)V99 VALUE ZERO.
001390 01  WS-TOT-YTD-ACTUAL   PIC S9(11)V99 VALUE ZERO.
001400 01  WS-TOT-YTD-BUDGET   PIC S9(11)V99 VALUE ZERO.
001410 01  WS-LN-MTD-ACTUAL    PIC S9(11)V99 VALUE ZERO.
001420 01  WS-LN-MTD-BUDGET    PIC S9(11)V99 VALUE ZERO.
001430 01  WS-LN-YTD-ACTUAL    PIC S9(11)V99 VALUE ZERO.
001440 01  WS-LN-YTD-BUDGET    PIC S9(11)V99 VALUE ZERO.
001450 01  WS-VARIANCE         PIC S9(11)V99 VALUE ZERO.
001460 01  WS-PCT-USED         PIC S9(04)V9  VALUE ZERO.
001470 01  WS-CALC-ACTUAL      PIC S9(11)V99 VALUE ZERO.
001480 01  WS-CALC-BUDGET      PIC S9(11)V99 VALUE ZERO.
001490 01  WS-CALC-PCT-X       PIC X(07) VALUE SPACES.
001500 01  WS-PCT-EDIT         PIC -(4)9.9.

001510 01  BRP-RPT-HDG-1.
001520     05  FILLER                  PIC X(40)
001530             VALUE "DEPARTMENT BUDGET VERSUS ACTUAL - AS OF ".
001540     05  RH1-RUN-MONTH           PIC 9(02).
001550     05  FILLER                  PIC X(01) VALUE "/".
001560     05  RH1-RUN-DAY             PIC 9(02).
001570     05  FILLER                  PIC X(01) VALUE "/".
001580     05  RH1-RUN-YEAR            PIC 9(04).
001590     05  FILLER                  PIC X(17)
001600             VALUE "   FLAGGED OVER ".
001610     05  RH1-FLAG-PCT            PIC ZZ9.
001620     05  FILLER                  PIC X(13)
001630             VALUE "% OF BUDGET".
001640     05  FILLER                  PIC X(49) VALUE SPACES.

001650 01  BRP-RPT-HDG-2.
001660     05  FILLER                  PIC X(26) VALUE SPACES.
001670     05  FILLER                  PIC X(49) VALUE
001680         "------------------ MONTH TO DATE ----------------".
001690     05  FILLER                  PIC X(02) VALUE SPACES.
001700     05  FILLER                  PIC X(49) VALUE
001710         "------------------ YEAR TO DATE -----------------".
001720     05  FILLER                  PIC X(06) VALUE SPACES.

001730 01  BRP-RPT-HDG-3.
001740     05  FILLER                  PIC X(26)
001750             VALUE "DEP DEPARTMENT      STAT ".
001760     05  FILLER                  PIC X(49) VALUE
001770         "       ACTUAL        BUDGET      VARIANCE   %USED".
001780     05  FILLER                  PIC X(02) VALUE SPACES.
001790     05  FILLER                  PIC X(49) VALUE
001800         "       ACTUAL        BUDGET      VARIANCE   %USED".
001810     05  FILLER                  PIC X(02) VALUE SPACES.
001820     05  FILLER                  PIC X(04) VALUE "FLAG".

001830 01  BRP-RPT-DETAIL.
001840     05  RD-DEPT-CODE            PIC X(03).
001850     05  FILLER                  PIC X(01) VALUE SPACES.
001860     05  RD-DEPT-NAME            PIC X(15).
001870     05  FILLER                  PIC X(01) VALUE SPACES.
001880     05  RD-STATUS               PIC X(05).
001890     05  FILLER                  PIC X(01) VALUE SPACES.
001900     05  RD-MTD-ACTUAL           PIC -(9)9.99.
001910     05  FILLER                  PIC X(01) VALUE SPACES.
001920     05  RD-MTD-BUDGET           PIC -(9)9.99.
001930     05  FILLER                  PIC X(01) VALUE SPACES.
001940     05  RD-MTD-VARIANCE         PIC -(9)9.99.
001950     05  FILLER                  PIC X(01) VALUE SPACES.
001960     05  RD-MTD-PCT              PIC X(07).
001970     05  FILLER                  PIC X(02) VALUE SPACES.
001980     05  RD-YTD-ACTUAL           PIC -(9)9.99.
001990     05  FILLER                  PIC X(01) VALUE SPACES.
002000     05  RD-YTD-BUDGET           PIC -(9)9.99.
002010     05  FILLER                  PIC X(01) VALUE SPACES.
002020     05  RD-YTD-VARIANCE         PIC -(9)9.99.
002030     05  FILLER                  PIC X(01) VALUE SPACES.
002040     05  RD-YTD-PCT              PIC X(07).
002050     05  FILLER                  PIC X(02) VALUE SPACES.
002060     05  RD-FLAG                 PIC X(04).

002070 01  BRP-RPT-SUMMARY.
002080     05  FILLER                  PIC X(36)
002090             VALUE "DEPARTMENTS FLAGGED OVER BUDGET ...".
002100     05  RS-FLAGGED-COUNT        PIC ZZ9.
002110     05  FILLER                  PIC X(93) VALUE SPACES.

002120 PROCEDURE DIVISION.
002130 0000-MAINLINE.
002132     PERFORM 8940-TAKE-STAMP THRU 8940-EXIT.
002134     MOVE "S" TO WS-STEP-STATUS.
002136     PERFORM 8950-REGISTER-STEP THRU 8950-EXIT.
002140     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.
002150     PERFORM 0090-LOAD-CALENDAR THRU 0090-EXIT.
002160     PERFORM 0100-LOAD-CONTROL THRU 0100-EXIT.
002165     PERFORM 0120-CHECK-CLOSED-YEAR THRU 0120-EXIT.
002170     PERFORM 0150-SET-PERIODS THRU 0150-EXIT.
002180     PERFORM 0200-LOAD-DEPT-TABLE THRU 0200-EXIT.
002190     PERFORM 2000-READ-BUDGETS THRU 2000-EXIT.
002200     PERFORM 3000-READ-ACTUALS THRU 3000-EXIT.
002210     PERFORM 8000-WRITE-REPORT THRU 8000-EXIT.
002220     CLOSE BRP-OUT-FILE.
002222     PERFORM 8940-TAKE-STAMP THRU 8940-EXIT.
002224     MOVE "C" TO WS-STEP-STATUS.
002226     PERFORM 8950-REGISTER-STEP THRU 8950-EXIT.

002230     IF WS-FLAGGED-COUNT > ZERO
002240         DISPLAY WS-FLAGGED-COUNT " DEPARTMENT(S) FLAGGED OVER "
002250             WS-FLAG-PCT "% OF BUDGET" END-DISPLAY
002260         IF RETURN-CODE = ZERO
002270             MOVE 4 TO RETURN-CODE
002280         END-IF
002290     END-IF.
002300     GO TO 9999-PROGRAM-END.

002310 9999-PROGRAM-END.
002320     STOP RUN.

002330 1000-OPEN-FILES.
002340     OPEN OUTPUT BRP-OUT-FILE.
002350     IF FS-OUT-FILE NOT = "00"
002360         DISPLAY "UNABLE TO OPEN DEPBOUT, STATUS "
002370             FS-OUT-FILE END-DISPLAY
002372         PERFORM 8940-TAKE-STAMP THRU 8940-EXIT
002374         MOVE "F" TO WS-STEP-STATUS
002376         PERFORM 8950-REGISTER-STEP THRU 8950-EXIT
002380         MOVE 16 TO RETURN-CODE
002390         GO TO 9999-PROGRAM-END
002400     END-IF.

002410 1000-EXIT.
002420     EXIT.

002430*****************************************************************
002440*  0090-LOAD-CALENDAR                                           *
002450*  TAKES THE AS-OF DATE FROM THE SHOP CALENDAR'S CURRENT-DATE   *
002460*  RECORD WHEN A CALENDAR IS SUPPLIED, AS DLYRPT DOES.          *
002470*****************************************************************
002480 0090-LOAD-CALENDAR.
002490     OPEN INPUT BRP-CAL-FILE.
002500     IF FS-CAL-FILE NOT = "00"
002510         GO TO 0090-EXIT
002520     END-IF.

002530     READ BRP-CAL-FILE
002540         AT END
002550             CONTINUE
002560     END-READ.
002570     IF FS-CAL-FILE = "00" AND CL-CURRENT-REC
002580         AND CL-DATE IS NUMERIC
002590         MOVE CL-YEAR  TO WS-RUN-YEAR
002600         MOVE CL-MONTH TO WS-RUN-MONTH
002610         MOVE CL-DAY   TO WS-RUN-DAY
002620         MOVE "Y" TO WS-CAL-DATE-SW
002630         DISPLAY "BUSINESS DATE " CL-DATE " FROM CBLCAL"
002640             END-DISPLAY
002650     END-IF.
002651     IF FS-CAL-FILE = "00" AND CL-CURRENT-REC
002652         AND CL-FY-START-MONTH IS NUMERIC
002653         AND CL-FY-START-MONTH > ZERO
002654         AND CL-FY-START-MONTH < 13
002655         MOVE CL-FY-START-MONTH TO WS-FY-START-MONTH
002656     END-IF.
002660     CLOSE BRP-CAL-FILE.

002670 0090-EXIT.
002680     EXIT.

002690*****************************************************************
002700*  0100-LOAD-CONTROL                                            *
002710*  THE BUDCTL CARD CARRIES THE FLAG PERCENTAGE AND AN AS-OF     *
002720*  DATE FOR A RERUN WITHOUT THE CALENDAR.  A MISSING OR EMPTY   *
002730*  CARD LEAVES THE 100 PERCENT DEFAULT, AND WITH NO CALENDAR    *
002740*  EITHER THE REPORT RUNS AS OF THE SYSTEM DATE.                *
002750*****************************************************************
002760 0100-LOAD-CONTROL.
002770     OPEN INPUT BRP-CTL-FILE.
002780     IF FS-CTL-FILE NOT = "00"
002790         DISPLAY "BUDCTL NOT AVAILABLE, FLAGGING OVER "
002800             WS-FLAG-PCT "%" END-DISPLAY
002810         GO TO 0100-DEFAULT-DATE
002820     END-IF.

002830     READ BRP-CTL-FILE
002840         AT END
002850             DISPLAY "BUDCTL EMPTY, FLAGGING OVER "
002860                 WS-FLAG-PCT "%" END-DISPLAY
002870     END-READ.

002880     IF FS-CTL-FILE = "00"
002890         IF CTL-FLAG-PCT IS NUMERIC AND CTL-FLAG-PCT > ZERO
002900             MOVE CTL-FLAG-PCT TO WS-FLAG-PCT
002910         END-IF
002920         IF NOT WS-CAL-DATE-SET
002930             AND CTL-YEAR IS NUMERIC AND CTL-YEAR > ZERO
002940             AND CTL-MONTH IS NUMERIC AND CTL-DAY IS NUMERIC
002950             MOVE CTL-YEAR  TO WS-RUN-YEAR
002960             MOVE CTL-MONTH TO WS-RUN-MONTH
002970             MOVE CTL-DAY   TO WS-RUN-DAY
002980         END-IF
002990     END-IF.
003000     CLOSE BRP-CTL-FILE.

003010 0100-DEFAULT-DATE.
003020     IF WS-RUN-DATE = ZERO
003030         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003040     END-IF.

003041 0100-EXIT.
003042     EXIT.

003043*****************************************************************
003044*  0120-CHECK-CLOSED-YEAR                                       *
003045*  A RUN DATED INSIDE A FISCAL YEAR THE YEAR-END CLOSE HAS      *
003046*  LOCKED (CBLFYCL STATUS C) IS REFUSED, RC=8 - THE YEAR'S      *
003047*  ANNUAL STATEMENT HAS BEEN DRAWN AND AN AS-OF RERUN MUST NOT  *
003048*  MOVE THE BOOKS UNDER IT.  A SUPERVISOR REOPENS THE YEAR FROM *
003049*  CBLMENU FIRST.  NO CBLFYCL (STATUS 35) MEANS NO YEAR HAS     *
003050*  BEEN CLOSED; ONE THAT CANNOT BE OPENED ENDS THE RUN RC=16,   *
003051*  SO AN I/O ERROR NEVER TURNS THE LOCK OFF.                    *
003052*****************************************************************
003053 0120-CHECK-CLOSED-YEAR.
003054     MOVE WS-RUN-DATE TO WS-LOCK-DATE.
003055     MOVE ZERO TO WS-LOCKED-FY.
003056     OPEN INPUT BRP-FYCL-FILE.
003057     IF FS-FYCL-FILE = "35"
003058         GO TO 0120-EXIT
003059     END-IF.
003060     IF FS-FYCL-FILE NOT = "00"
003061         DISPLAY "UNABLE TO OPEN CBLFYCL, STATUS "
003062             FS-FYCL-FILE END-DISPLAY
003063         CLOSE BRP-OUT-FILE
003064         PERFORM 8940-TAKE-STAMP THRU 8940-EXIT
003065         MOVE "F" TO WS-STEP-STATUS
003066         PERFORM 8950-REGISTER-STEP THRU 8950-EXIT
003067         MOVE 16 TO RETURN-CODE
003068         GO TO 9999-PROGRAM-END
003069     END-IF.
003076     PERFORM 0130-READ-FYCL THRU 0130-EXIT
003077         UNTIL WS-FYCL-EOF.
003078     CLOSE BRP-FYCL-FILE.
003079     IF WS-LOCKED-FY = ZERO
003080         GO TO 0120-EXIT
003081     END-IF.

003082     DISPLAY "AS-OF DATE " WS-LOCK-DATE " FALLS IN CLOSED FISCAL "
003083         "YEAR " WS-LOCKED-FY " - RUN REFUSED" END-DISPLAY.
003084     CLOSE BRP-OUT-FILE.
003085     PERFORM 8940-TAKE-STAMP THRU 8940-EXIT.
003086     MOVE "F" TO WS-STEP-STATUS.
003087     PERFORM 8950-REGISTER-STEP THRU 8950-EXIT.
003088     MOVE 8 TO RETURN-CODE.
003089     GO TO 9999-PROGRAM-END.

003090 0120-EXIT.
003091     EXIT.

003092 0130-READ-FYCL.
003093     READ BRP-FYCL-FILE
003094         AT END
003095             MOVE "Y" TO WS-FYCL-EOF-SW
003096             GO TO 0130-EXIT
003097     END-READ.
003098     IF FC-YEAR-CLOSED
003099         AND WS-LOCK-DATE NOT < FC-START-DATE
003100         AND WS-LOCK-DATE NOT > FC-END-DATE
003101         MOVE FC-FISCAL-YEAR TO WS-LOCKED-FY
003102     END-IF.

003103 0130-EXIT.
003104     EXIT.

003105*****************************************************************
003106*  0150-SET-PERIODS                                             *
003107*  THE MONTH TO DATE STARTS ON THE FIRST OF THE AS-OF MONTH AND *
003109*  THE YEAR TO DATE ON THE FIRST OF THE FISCAL YEAR HOLDING     *
003111*  THE AS-OF DATE - THE LATEST FISCAL-YEAR START MONTH (CBLCAL, *
003113*  JANUARY BY DEFAULT) NOT AFTER IT.  BUDGETS ARE MONTHLY, SO   *
003115*  THE AS-OF MONTH'S WHOLE BUDGET COUNTS IN BOTH.               *
003120*****************************************************************
003130 0150-SET-PERIODS.
003140     COMPUTE WS-RUN-PERIOD = WS-RUN-YEAR * 100 + WS-RUN-MONTH.
003150     COMPUTE WS-MTD-START-DATE = WS-RUN-PERIOD * 100 + 1.
003152     IF WS-RUN-MONTH < WS-FY-START-MONTH
003154         COMPUTE WS-YTD-START-PERIOD = (WS-RUN-YEAR - 1) * 100
003156             + WS-FY-START-MONTH
003158         END-COMPUTE
003160     ELSE
003162         COMPUTE WS-YTD-START-PERIOD = WS-RUN-YEAR * 100
003164             + WS-FY-START-MONTH
003166         END-COMPUTE
003168     END-IF.
003170     COMPUTE WS-YTD-START-DATE = WS-YTD-START-PERIOD * 100 + 1.

003180 0150-EXIT.
003190     EXIT.

003200*****************************************************************
003210*  0200-LOAD-DEPT-TABLE                                         *
003220*  LOADS EVERY DEPARTMENT ON THE MASTER, INACTIVE ONES TOO, WITH*
003230*  ZERO FIGURES.  WITHOUT THE MASTER THE REPORT STILL PRINTS,   *
003240*  EVERY CODE SHOWING AS NOT ON THE MASTER.                     *
003250*****************************************************************
003260 0200-LOAD-DEPT-TABLE.
003270     OPEN INPUT BRP-DEPT-FILE.
003280     IF FS-DEPT-FILE NOT = "00"
003290         DISPLAY "DEPMAST NOT AVAILABLE, STATUS "
003300             FS-DEPT-FILE " - DEPARTMENTS PRINT UNNAMED"
003310             END-DISPLAY
003320         GO TO 0200-EXIT
003330     END-IF.

003340     PERFORM 0250-READ-DEPT-REC THRU 0250-EXIT
003350         UNTIL WS-DEPT-EOF.
003360     CLOSE BRP-DEPT-FILE.

003370 0200-EXIT.
003380     EXIT.

003390 0250-READ-DEPT-REC.
003400     READ BRP-DEPT-FILE
003410         AT END
003420             MOVE "Y" TO WS-DEPT-EOF-SW
003430             GO TO 0250-EXIT
003440     END-READ.

003450     MOVE DM-DEPT-CODE TO WS-DEPT-LOOKUP.
003460     PERFORM 0300-ADD-DEPT THRU 0300-EXIT.
003470     IF WS-DEPT-FOUND-SUB > ZERO
003480         MOVE DM-DEPT-NAME TO WS-DP-NAME (WS-DEPT-FOUND-SUB)
003490         MOVE DM-ACTIVE-SW TO WS-DP-ACTIVE-SW (WS-DEPT-FOUND-SUB)
003500     END-IF.

003510 0250-EXIT.
003520     EXIT.

003530*****************************************************************
003540*  0300-ADD-DEPT                                                *
003550*  OPENS A ZEROED TABLE ENTRY FOR WS-DEPT-LOOKUP, LEAVING ITS   *
003560*  SUBSCRIPT IN WS-DEPT-FOUND-SUB (ZERO WHEN THE TABLE IS FULL).*
003570*  THE NAME DEFAULTS TO "NOT ON THE MASTER" UNTIL DEPMAST SAYS  *
003580*  OTHERWISE.                                                   *
003590*****************************************************************
003600 0300-ADD-DEPT.
003610     MOVE ZERO TO WS-DEPT-FOUND-SUB.
003620     IF WS-DEPT-COUNT >= WS-DEPT-MAX
003630         IF NOT WS-DEPT-FULL
003640             DISPLAY "MORE THAN 100 DEPARTMENT CODES - "
003650                 "EXTRA CODES NOT REPORTED" END-DISPLAY
003660             MOVE "Y" TO WS-DEPT-FULL-SW
003670         END-IF
003680         GO TO 0300-EXIT
003690     END-IF.

003700     ADD 1 TO WS-DEPT-COUNT.
003710     MOVE WS-DEPT-COUNT TO WS-DEPT-FOUND-SUB.
003720     MOVE WS-DEPT-LOOKUP TO WS-DP-CODE (WS-DEPT-COUNT).
003730*    FIFTEEN CHARACTERS AT MOST - THE WIDTH OF RD-DEPT-NAME.
003735     MOVE "(NOT ON MASTER)"
003740         TO WS-DP-NAME (WS-DEPT-COUNT).
003750     MOVE SPACE TO WS-DP-ACTIVE-SW (WS-DEPT-COUNT).
003760     MOVE ZERO TO WS-DP-MTD-ACTUAL (WS-DEPT-COUNT).
003770     MOVE ZERO TO WS-DP-MTD-BUDGET (WS-DEPT-COUNT).
003780     MOVE ZERO TO WS-DP-YTD-ACTUAL (WS-DEPT-COUNT).
003790     MOVE ZERO TO WS-DP-YTD-BUDGET (WS-DEPT-COUNT).

003800 0300-EXIT.
003810     EXIT.

003820*FINDS WS-DEPT-LOOKUP IN THE TABLE, ADDING IT WHEN IT IS NOT
003830*THERE, AND LEAVES ITS SUBSCRIPT IN WS-DEPT-FOUND-SUB.
003840 0350-FIND-DEPT.
003850     MOVE ZERO TO WS-DEPT-FOUND-SUB.
003860     PERFORM 0360-TEST-DEPT-ENTRY THRU 0360-EXIT
003870         VARYING WS-DEPT-SUB FROM 1 BY 1
003880         UNTIL WS-DEPT-FOUND-SUB > ZERO
003890             OR WS-DEPT-SUB > WS-DEPT-COUNT.
003900     IF WS-DEPT-FOUND-SUB = ZERO
003910         PERFORM 0300-ADD-DEPT THRU 0300-EXIT
003920     END-IF.

003930 0350-EXIT.
003940     EXIT.

003950 0360-TEST-DEPT-ENTRY.
003960     IF WS-DP-CODE (WS-DEPT-SUB) = WS-DEPT-LOOKUP
003970         MOVE WS-DEPT-SUB TO WS-DEPT-FOUND-SUB
003980     END-IF.

003990 0360-EXIT.
004000     EXIT.

004010*****************************************************************
004020*  2000-READ-BUDGETS                                            *
004030*  ADDS EACH BUDGET FOR A MONTH OF THE YEAR TO DATE TO ITS      *
004040*  DEPARTMENT, AND THE AS-OF MONTH'S TO THE MONTH TO DATE TOO.  *
004050*  A MISSING FILE MEANS NO BUDGET HAS BEEN SET - EVERY BUDGET   *
004060*  PRINTS AS ZERO.                                              *
004070*****************************************************************
004080 2000-READ-BUDGETS.
004090     OPEN INPUT BRP-BUDG-FILE.
004100     IF FS-BUDG-FILE = "35"
004110         DISPLAY "DEPBUDG NOT ON FILE - NO BUDGETS SET"
004120             END-DISPLAY
004130         GO TO 2000-EXIT
004140     END-IF.
004150     IF FS-BUDG-FILE NOT = "00"
004160         DISPLAY "UNABLE TO OPEN DEPBUDG, STATUS "
004170             FS-BUDG-FILE END-DISPLAY
004180         CLOSE BRP-OUT-FILE
004182         PERFORM 8940-TAKE-STAMP THRU 8940-EXIT
004184         MOVE "F" TO WS-STEP-STATUS
004186         PERFORM 8950-REGISTER-STEP THRU 8950-EXIT
004190         MOVE 16 TO RETURN-CODE
004200         GO TO 9999-PROGRAM-END
004210     END-IF.

004220     PERFORM 2100-READ-BUDGET-REC THRU 2100-EXIT
004230         UNTIL WS-BUDG-EOF.
004240     CLOSE BRP-BUDG-FILE.

004250 2000-EXIT.
004260     EXIT.

004270 2100-READ-BUDGET-REC.
004280     READ BRP-BUDG-FILE NEXT RECORD
004290         AT END
004300             MOVE "Y" TO WS-BUDG-EOF-SW
004310             GO TO 2100-EXIT
004320     END-READ.

004330     MOVE BG-PERIOD TO WS-BUDG-PERIOD.
004340     IF WS-BUDG-PERIOD < WS-YTD-START-PERIOD
004350         OR WS-BUDG-PERIOD > WS-RUN-PERIOD
004360         GO TO 2100-EXIT
004370     END-IF.

004380     MOVE BG-DEPT-CODE TO WS-DEPT-LOOKUP.
004390     PERFORM 0350-FIND-DEPT THRU 0350-EXIT.
004400     IF WS-DEPT-FOUND-SUB = ZERO
004410         GO TO 2100-EXIT
004420     END-IF.

004430     ADD BG-BUDGET-AMT TO WS-DP-YTD-BUDGET (WS-DEPT-FOUND-SUB).
004440     IF WS-BUDG-PERIOD = WS-RUN-PERIOD
004450         ADD BG-BUDGET-AMT
004460             TO WS-DP-MTD-BUDGET (WS-DEPT-FOUND-SUB)
004470     END-IF.

004480 2100-EXIT.
004490     EXIT.

004500*****************************************************************
004510*  3000-READ-ACTUALS                                            *
004520*  ADDS EACH DAY'S POSTED EX4 ACTUALS FROM THE START OF THE YEAR*
004530*  THROUGH THE AS-OF DATE TO THE DEPARTMENT'S YEAR TO DATE, AND *
004540*  THOSE FROM THE FIRST OF THE MONTH TO ITS MONTH TO DATE.      *
004550*  A MISSING FILE MEANS EX4 HAS NOT POSTED YET.                 *
004560*****************************************************************
004570 3000-READ-ACTUALS.
004580     OPEN INPUT BRP-PTD-FILE.
004590     IF FS-PTD-FILE = "35"
004600         DISPLAY "DEPPTD NOT ON FILE - NO ACTUALS POSTED"
004610             END-DISPLAY
004620         GO TO 3000-EXIT
004630     END-IF.
004640     IF FS-PTD-FILE NOT = "00"
004650         DISPLAY "UNABLE TO OPEN DEPPTD, STATUS "
004660             FS-PTD-FILE END-DISPLAY
004670         CLOSE BRP-OUT-FILE
004672         PERFORM 8940-TAKE-STAMP THRU 8940-EXIT
004674         MOVE "F" TO WS-STEP-STATUS
004676         PERFORM 8950-REGISTER-STEP THRU 8950-EXIT
004680         MOVE 16 TO RETURN-CODE
004690         GO TO 9999-PROGRAM-END
004700     END-IF.

004710     PERFORM 3100-READ-ACTUAL-REC THRU 3100-EXIT
004720         UNTIL WS-PTD-EOF.
004730     CLOSE BRP-PTD-FILE.

004740 3000-EXIT.
004750     EXIT.

004760 3100-READ-ACTUAL-REC.
004770     READ BRP-PTD-FILE NEXT RECORD
004780         AT END
004790             MOVE "Y" TO WS-PTD-EOF-SW
004800             GO TO 3100-EXIT
004810     END-READ.
004815     ADD 1 TO WS-PTD-READ-COUNT.

004820     MOVE PT-POST-DATE TO WS-PTD-DATE.
004830     IF WS-PTD-DATE < WS-YTD-START-DATE
004840         OR WS-PTD-DATE > WS-RUN-DATE
004850         GO TO 3100-EXIT
004860     END-IF.

004870     MOVE PT-DEPT-CODE TO WS-DEPT-LOOKUP.
004880     PERFORM 0350-FIND-DEPT THRU 0350-EXIT.
004890     IF WS-DEPT-FOUND-SUB = ZERO
004900         GO TO 3100-EXIT
004910     END-IF.

004920     ADD PT-ACTUAL TO WS-DP-YTD-ACTUAL (WS-DEPT-FOUND-SUB).
004930     IF WS-PTD-DATE NOT < WS-MTD-START-DATE
004940         ADD PT-ACTUAL TO WS-DP-MTD-ACTUAL (WS-DEPT-FOUND-SUB)
004950     END-IF.

004960 3100-EXIT.
004970     EXIT.

004980*****************************************************************
004990*  8000-WRITE-REPORT                                            *
005000*  HEADINGS, ONE LINE PER DEPARTMENT, AN ALL-DEPARTMENTS TOTAL  *
005010*  LINE, AND THE COUNT OF DEPARTMENTS FLAGGED.                  *
005020*****************************************************************
005030 8000-WRITE-REPORT.
005040     MOVE WS-RUN-MONTH TO RH1-RUN-MONTH.
005050     MOVE WS-RUN-DAY   TO RH1-RUN-DAY.
005060     MOVE WS-RUN-YEAR  TO RH1-RUN-YEAR.
005070     MOVE WS-FLAG-PCT  TO RH1-FLAG-PCT.
005080     WRITE BRP-OUT-RECORD FROM BRP-RPT-HDG-1.
005090     MOVE SPACES TO BRP-OUT-RECORD.
005100     WRITE BRP-OUT-RECORD.
005110     WRITE BRP-OUT-RECORD FROM BRP-RPT-HDG-2.
005120     WRITE BRP-OUT-RECORD FROM BRP-RPT-HDG-3.

005130     PERFORM 8100-WRITE-DEPT-LINE THRU 8100-EXIT
005140         VARYING WS-DEPT-SUB FROM 1 BY 1
005150         UNTIL WS-DEPT-SUB > WS-DEPT-COUNT.

005160     MOVE SPACES TO BRP-OUT-RECORD.
005170     WRITE BRP-OUT-RECORD.
005180     MOVE WS-TOT-MTD-ACTUAL TO WS-LN-MTD-ACTUAL.
005190     MOVE WS-TOT-MTD-BUDGET TO WS-LN-MTD-BUDGET.
005200     MOVE WS-TOT-YTD-ACTUAL TO WS-LN-YTD-ACTUAL.
005210     MOVE WS-TOT-YTD-BUDGET TO WS-LN-YTD-BUDGET.
005220     PERFORM 8200-BUILD-FIGURES THRU 8200-EXIT.
005230     MOVE SPACES            TO RD-DEPT-CODE.
005240     MOVE "ALL DEPARTMENTS" TO RD-DEPT-NAME.
005250     MOVE SPACES            TO RD-STATUS.
005260     MOVE SPACES            TO RD-FLAG.
005270     WRITE BRP-OUT-RECORD FROM BRP-RPT-DETAIL.

005280     MOVE SPACES TO BRP-OUT-RECORD.
005290     WRITE BRP-OUT-RECORD.
005300     MOVE WS-FLAGGED-COUNT TO RS-FLAGGED-COUNT.
005310     WRITE BRP-OUT-RECORD FROM BRP-RPT-SUMMARY.

005320 8000-EXIT.
005330     EXIT.

005340 8100-WRITE-DEPT-LINE.
005350     MOVE WS-DP-MTD-ACTUAL (WS-DEPT-SUB) TO WS-LN-MTD-ACTUAL.
005360     MOVE WS-DP-MTD-BUDGET (WS-DEPT-SUB) TO WS-LN-MTD-BUDGET.
005370     MOVE WS-DP-YTD-ACTUAL (WS-DEPT-SUB) TO WS-LN-YTD-ACTUAL.
005380     MOVE WS-DP-YTD-BUDGET (WS-DEPT-SUB) TO WS-LN-YTD-BUDGET.
005390     ADD WS-LN-MTD-ACTUAL TO WS-TOT-MTD-ACTUAL.
005400     ADD WS-LN-MTD-BUDGET TO WS-TOT-MTD-BUDGET.
005410     ADD WS-LN-YTD-ACTUAL TO WS-TOT-YTD-ACTUAL.
005420     ADD WS-LN-YTD-BUDGET TO WS-TOT-YTD-BUDGET.

005430     MOVE "N" TO WS-FLAG-SW.
005440     PERFORM 8200-BUILD-FIGURES THRU 8200-EXIT.
005450     MOVE WS-DP-CODE (WS-DEPT-SUB) TO RD-DEPT-CODE.
005460     MOVE WS-DP-NAME (WS-DEPT-SUB) TO RD-DEPT-NAME.
005470     IF WS-DP-ACTIVE-SW (WS-DEPT-SUB) = "I"
005480         MOVE "INACT" TO RD-STATUS
005490     ELSE
005500         MOVE SPACES TO RD-STATUS
005510     END-IF.
005520     IF WS-DEPT-OVER
005530         MOVE "OVER" TO RD-FLAG
005540         ADD 1 TO WS-FLAGGED-COUNT
005550     ELSE
005560         MOVE SPACES TO RD-FLAG
005570     END-IF.
005580     WRITE BRP-OUT-RECORD FROM BRP-RPT-DETAIL.

005590 8100-EXIT.
005600     EXIT.

005610*****************************************************************
005620*  8200-BUILD-FIGURES                                           *
005630*  FILLS THE MONTH- AND YEAR-TO-DATE COLUMNS OF THE DETAIL LINE *
005640*  FROM THE WS-LN- FIGURES AND SETS THE OVER FLAG WHEN EITHER   *
005650*  SPAN IS OVER THE FLAG PERCENTAGE.                            *
005660*****************************************************************
005670 8200-BUILD-FIGURES.
005680     MOVE WS-LN-MTD-ACTUAL TO RD-MTD-ACTUAL.
005690     MOVE WS-LN-MTD-BUDGET TO RD-MTD-BUDGET.
005700     COMPUTE WS-VARIANCE = WS-LN-MTD-BUDGET - WS-LN-MTD-ACTUAL.
005710     MOVE WS-VARIANCE TO RD-MTD-VARIANCE.
005720     MOVE WS-LN-MTD-ACTUAL TO WS-CALC-ACTUAL.
005730     MOVE WS-LN-MTD-BUDGET TO WS-CALC-BUDGET.
005740     PERFORM 8300-CALC-PCT-USED THRU 8300-EXIT.
005750     MOVE WS-CALC-PCT-X TO RD-MTD-PCT.

005760     MOVE WS-LN-YTD-ACTUAL TO RD-YTD-ACTUAL.
005770     MOVE WS-LN-YTD-BUDGET TO RD-YTD-BUDGET.
005780     COMPUTE WS-VARIANCE = WS-LN-YTD-BUDGET - WS-LN-YTD-ACTUAL.
005790     MOVE WS-VARIANCE TO RD-YTD-VARIANCE.
005800     MOVE WS-LN-YTD-ACTUAL TO WS-CALC-ACTUAL.
005810     MOVE WS-LN-YTD-BUDGET TO WS-CALC-BUDGET.
005820     PERFORM 8300-CALC-PCT-USED THRU 8300-EXIT.
005830     MOVE WS-CALC-PCT-X TO RD-YTD-PCT.

005840 8200-EXIT.
005850     EXIT.

005860*****************************************************************
005870*  8300-CALC-PCT-USED                                           *
005880*  PERCENT OF WS-CALC-BUDGET USED BY WS-CALC-ACTUAL, EDITED     *
005890*  INTO WS-CALC-PCT-X.  A ZERO BUDGET HAS NO PERCENTAGE ("N/A") *
005900*  BUT ANY SPEND AGAINST IT IS OVER.  A PERCENTAGE TOO BIG FOR  *
005910*  THE COLUMN PRINTS AS 9999.9.                                 *
005920*****************************************************************
005930 8300-CALC-PCT-USED.
005940     IF WS-CALC-BUDGET = ZERO
005950         MOVE "    N/A" TO WS-CALC-PCT-X
005960         IF WS-CALC-ACTUAL > ZERO
005970             MOVE "Y" TO WS-FLAG-SW
005980         END-IF
005990         GO TO 8300-EXIT
006000     END-IF.

006010     COMPUTE WS-PCT-USED ROUNDED =
006020         WS-CALC-ACTUAL * 100 / WS-CALC-BUDGET
006030         ON SIZE ERROR
006040             MOVE 9999.9 TO WS-PCT-USED
006050     END-COMPUTE.
006060     MOVE WS-PCT-USED TO WS-PCT-EDIT.
006070     MOVE WS-PCT-EDIT TO WS-CALC-PCT-X.
006080     IF WS-PCT-USED > WS-FLAG-PCT
006090         MOVE "Y" TO WS-FLAG-SW
006100     END-IF.

006110 8300-EXIT.
006120     EXIT.

006130*****************************************************************
006140*  8940-TAKE-STAMP / 8950-REGISTER-STEP                         *
006150*  REGISTERS THE STEP'S START (S) AND END (C, WITH THE RECORD   *
006160*  COUNT) IN CBLRUNC FOR THE BATCH WINDOW REPORT.  A REGISTRY   *
006170*  THAT CANNOT BE EXTENDED ONLY COSTS THE TIMING, SO IT IS      *
006180*  REPORTED AND THE STEP CARRIES ON.                            *
006183*  A STEP THAT STOPS ON AN ERROR REGISTERS F (FAILED) BEFORE    *
006186*  IT ENDS, SO THE REPORT NEVER SHOWS IT AS STILL OPEN.         *
006190*****************************************************************
006200 8940-TAKE-STAMP.
006210     ACCEPT WS-STEP-DATE FROM DATE YYYYMMDD.
006220     ACCEPT WS-STEP-TIME FROM TIME.
006230     MOVE SPACES TO WS-STEP-STAMP.
006240     STRING WS-STEP-DATE "-" WS-STEP-TIME
006250         DELIMITED BY SIZE INTO WS-STEP-STAMP.
006260     IF WS-STEP-RUN-ID = SPACES
006270         STRING WS-STEP-DATE WS-STEP-TIME (1:6)
006280             DELIMITED BY SIZE INTO WS-STEP-RUN-ID
006290     END-IF.

006300 8940-EXIT.
006310     EXIT.

006320 8950-REGISTER-STEP.
006330     OPEN EXTEND BRP-RUNC-FILE.
006340     IF FS-RUNC-FILE NOT = "00"
006350         DISPLAY "UNABLE TO EXTEND CBLRUNC, STATUS "
006360             FS-RUNC-FILE " - STEP NOT TIMED" END-DISPLAY
006370         GO TO 8950-EXIT
006380     END-IF.
006390     MOVE "DEPBRPT"      TO RC-PROGRAM.
006400     MOVE "DEPPTD"       TO RC-FILE-NAME.
006410     MOVE WS-STEP-STAMP (1:8) TO RC-FILE-DATE.
006420     MOVE WS-STEP-RUN-ID TO RC-RUN-ID.
006430     MOVE WS-STEP-STATUS TO RC-STATUS.
006440     MOVE WS-PTD-READ-COUNT TO RC-REC-COUNT.
006450     MOVE WS-STEP-STAMP  TO RC-TIMESTAMP.
006460     WRITE CBL-RUNC-RECORD.
006470     CLOSE BRP-RUNC-FILE.

006480 8950-EXIT.
006490     EXIT.
