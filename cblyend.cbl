000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.     CBLYEND.
000120 AUTHOR.         R HANLEY.
000130 INSTALLATION.   DATA PROCESSING DEPT.
000140 DATE-WRITTEN.   01/11/2027.
000150 DATE-COMPILED.  TODAY.
000160*****************************************************************
000170*  CBLYEND - FISCAL YEAR-END CLOSE AND ANNUAL STATEMENT.        *
000180*  THE DAILY CLOSE (CBLEOD) AND THE MONTH-END ARCHIVE           *
000190*  (CBLARCH) LEAVE NOTHING FOR THE YEAR - THE ANNUAL FIGURES    *
000200*  WERE BUILT BY HAND FROM TWELVE CBLTRND PRINTOUTS.  THIS JOB  *
000210*  CLOSES THE FISCAL YEAR NAMED ON THE YECTL CARD.  THE YEAR    *
000220*  STARTS IN THE MONTH CARRIED ON THE CBLCAL CURRENT-DATE       *
000230*  RECORD (JANUARY BY DEFAULT) AND IS NAMED FOR THE CALENDAR    *
000240*  YEAR IT ENDS IN.  THE ANNUAL STATEMENT (YEOUT) SHOWS -       *
000250*    MONTHLY AUDIT AND LEDGER TOTALS: CBLHIST FOR THE ARCHIVED  *
000260*      DAYS, THE LIVE CBLAUDT AND CBLLEDG FOR THE REST;         *
000270*    PER-OPCODE TOTALS FROM THE DETAIL: THE CBLAUDA/CBLLEDA     *
000280*      ARCHIVE GENERATIONS AND THE LIVE FILES.  CBLHIST KEEPS   *
000290*      NO OPCODE, SO WHEN THE RETAINED GENERATIONS NO LONGER    *
000300*      HOLD EVERY ARCHIVED DAY OF THE YEAR THE FIGURES ARE      *
000310*      FLAGGED INCOMPLETE (THE ARCHIVED AUDIT COUNT DISAGREES   *
000320*      WITH CBLHIST);                                           *
000330*    THE OPENING AND CLOSING BALANCE BROUGHT FORWARD, PROVED    *
000340*      AGAINST THE LEDGER'S OWN RUNNING TOTAL;                  *
000350*    THE YEAR'S EX4 DEPARTMENT TOTALS FROM DEPPTD.              *
000360*  THE YEAR'S DAILY HISTORY - ITS CBLHIST RECORDS, THEN ONE     *
000370*  SUMMARY RECORD IN THE SAME LAYOUT FOR EACH DAY STILL LIVE -  *
000380*  IS WRITTEN TO ITS OWN ANNUAL GENERATION (CBLHSTY).  CBLHIST  *
000390*  ITSELF IS LEFT WHOLE SO CBLTRND STILL TRENDS ACROSS YEARS.   *
000400*  FINALLY THE YEAR IS LOCKED ON CBLFYCL: THE BACK-OUT AND ANY  *
000410*  AS-OF RERUN DATED INSIDE IT ARE REFUSED UNTIL A SUPERVISOR   *
000420*  REOPENS IT FROM CBLMENU (CBLYOPN).                           *
000430*  NO CARD ENDS RC=16.  A YEAR NOT YET OVER ON THE BUSINESS     *
000440*  DATE, ALREADY CLOSED, OR OVERLAPPING ANOTHER CLOSED YEAR IS  *
000450*  REFUSED, RC=8.  INCOMPLETE OPCODE FIGURES, A BALANCE THAT    *
000460*  DOES NOT PROVE, OR MISSING EX4 FIGURES STILL CLOSE THE YEAR  *
000470*  BUT END RC=4 - CHECK THE STATEMENT AND REOPEN IF NEEDED.     *
000480*****************************************************************
000490*  MODIFICATION HISTORY.
000500*  01/11/2027  RH  ORIGINAL VERSION.
000501*  02/03/2027  RH  REVIEW FIXES - THE OPENING, CLOSING AND PRIOR
000502*                  LEDGER POSITIONS GO BY TIMESTAMP AND SEQUENCE,
000503*                  NOT READ ORDER, AS THE ARCHIVE GENERATIONS ARE
000504*                  READ NEWEST FIRST.  A YEAR THAT DOES NOT START
000505*                  THE DAY AFTER THE LATEST YEAR ON CBLFYCL ENDED
000506*                  IS REFUSED, RC=8.  ONLY A MISSING CBLFYCL
000507*                  (STATUS 35) MEANS NO YEAR HAS BEEN CLOSED; ONE
000508*                  THAT CANNOT BE OPENED ENDS THE RUN RC=16.
000510*****************************************************************
000520 ENVIRONMENT DIVISION.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT YEC-CAL-FILE     ASSIGN TO "CBLCAL"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS FS-CAL-FILE.

000580     SELECT YEC-CTL-FILE     ASSIGN TO "YECTL"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS FS-CTL-FILE.

000610     SELECT YEC-HIST-FILE    ASSIGN TO "CBLHIST"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS FS-HIST-FILE.

000640     SELECT YEC-AUDIT-FILE   ASSIGN TO "CBLAUDT"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS FS-AUDIT-FILE.

000670     SELECT YEC-LEDGER-FILE  ASSIGN TO "CBLLEDG"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS FS-LEDGER-FILE.

000700     SELECT YEC-AUDA-FILE    ASSIGN TO "CBLAUDA"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS FS-AUDA-FILE.

000730     SELECT YEC-LEDA-FILE    ASSIGN TO "CBLLEDA"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS FS-LEDA-FILE.

000760     SELECT YEC-DEPT-FILE    ASSIGN TO "DEPMAST"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS FS-DEPT-FILE.

000790     SELECT YEC-PTD-FILE     ASSIGN TO "DEPPTD"
000800         ORGANIZATION IS INDEXED
000810         ACCESS MODE IS SEQUENTIAL
000820         RECORD KEY IS PT-KEY
000830         FILE STATUS IS FS-PTD-FILE.

000840     SELECT YEC-FYCL-FILE    ASSIGN TO "CBLFYCL"
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS FS-FYCL-FILE.

000870     SELECT YEC-HSTY-FILE    ASSIGN TO "CBLHSTY"
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS FS-HSTY-FILE.

000900     SELECT YEC-OUT-FILE     ASSIGN TO "YEOUT"
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS FS-OUT-FILE.

000930 DATA DIVISION.
000940 FILE SECTION.
000950 FD  YEC-CAL-FILE
000960     RECORDING MODE IS F.
000970 COPY CBLCAL.

000980*YECTL: THE FISCAL YEAR TO CLOSE, NAMED FOR THE CALENDAR YEAR IT
000990*ENDS IN.
001000 FD  YEC-CTL-FILE
001010     RECORDING MODE IS F.
001020 01  YEC-CTL-RECORD.
001030     05  CTL-FISCAL-YEAR         PIC 9(04).
001040     05  FILLER                  PIC X(76).

001050 FD  YEC-HIST-FILE
001060     RECORDING MODE IS F.
001070 COPY CBLHIST.

001080 FD  YEC-AUDIT-FILE
001090     RECORDING MODE IS F.
001100 COPY CBLAUDT.

001110 FD  YEC-LEDGER-FILE
001120     RECORDING MODE IS F.
001130 COPY CBLLEDG.

001140 FD  YEC-AUDA-FILE
001150     RECORDING MODE IS F.
001160 01  YEC-AUDA-RECORD             PIC X(139).

001170 FD  YEC-LEDA-FILE
001180     RECORDING MODE IS F.
001190 01  YEC-LEDA-RECORD             PIC X(110).

001200 FD  YEC-DEPT-FILE
001210     RECORDING MODE IS F.
001220 COPY DEPMAST.

001230 FD  YEC-PTD-FILE.
001240 COPY DEPPTD.

001250 FD  YEC-FYCL-FILE
001260     RECORDING MODE IS F.
001270 COPY CBLFYCL.

001280 FD  YEC-HSTY-FILE
001290     RECORDING MODE IS F.
001300 01  YEC-HSTY-RECORD             PIC X(75).

001310 FD  YEC-OUT-FILE
001320     RECORDING MODE IS F.
001330 01  YEC-OUT-RECORD              PIC X(132).

001340 WORKING-STORAGE SECTION.
001350 01  FS-CAL-FILE         PIC X(02) VALUE "00".
001360 01  FS-CTL-FILE         PIC X(02) VALUE "00".
001370 01  FS-HIST-FILE        PIC X(02) VALUE "00".
001380 01  FS-AUDIT-FILE       PIC X(02) VALUE "00".
001390 01  FS-LEDGER-FILE      PIC X(02) VALUE "00".
001400 01  FS-AUDA-FILE        PIC X(02) VALUE "00".
001410 01  FS-LEDA-FILE        PIC X(02) VALUE "00".
001420 01  FS-DEPT-FILE        PIC X(02) VALUE "00".
001430 01  FS-PTD-FILE         PIC X(02) VALUE "00".
001440 01  FS-FYCL-FILE        PIC X(02) VALUE "00".
001450 01  FS-HSTY-FILE        PIC X(02) VALUE "00".
001460 01  FS-OUT-FILE         PIC X(02) VALUE "00".

001470 01  WS-HIST-EOF-SW      PIC X VALUE "N".
001480     88  WS-HIST-EOF              VALUE "Y".
001490 01  WS-AUDIT-EOF-SW     PIC X VALUE "N".
001500     88  WS-AUDIT-EOF             VALUE "Y".
001510 01  WS-LEDGER-EOF-SW    PIC X VALUE "N".
001520     88  WS-LEDGER-EOF            VALUE "Y".
001530 01  WS-AUDA-EOF-SW      PIC X VALUE "N".
001540     88  WS-AUDA-EOF              VALUE "Y".
001550 01  WS-LEDA-EOF-SW      PIC X VALUE "N".
001560     88  WS-LEDA-EOF              VALUE "Y".
001570 01  WS-DEPT-EOF-SW      PIC X VALUE "N".
001580     88  WS-DEPT-EOF              VALUE "Y".
001590 01  WS-PTD-EOF-SW       PIC X VALUE "N".
001600     88  WS-PTD-EOF               VALUE "Y".
001610 01  WS-FYCL-EOF-SW      PIC X VALUE "N".
001620     88  WS-FYCL-EOF              VALUE "Y".

001630*THE BUSINESS DATE AND THE FISCAL YEAR BEING CLOSED.  A YEAR
001640*STARTING IN ANY MONTH BUT JANUARY BEGINS IN THE CALENDAR YEAR
001650*BEFORE THE ONE IT IS NAMED FOR.  THE BASE IS THE START MONTH AS
001660*A COUNT OF MONTHS (YEAR * 12 + MONTH), SO A RECORD'S FISCAL
001670*MONTH IS ITS OWN COUNT LESS THE BASE, PLUS ONE.
001680 01  WS-BUS-DATE         PIC 9(08) VALUE ZERO.
001690 01  WS-FY-START-MONTH   PIC 9(02) VALUE 01.
001700 01  WS-FISCAL-YEAR      PIC 9(04) VALUE ZERO.
001710 01  WS-FY-START-DATE    PIC 9(08) VALUE ZERO.
001720 01  WS-FY-START-X REDEFINES WS-FY-START-DATE.
001730     05  WS-FY-START-YEAR    PIC 9(04).
001740     05  WS-FY-START-MM      PIC 9(02).
001750     05  WS-FY-START-DD      PIC 9(02).
001760 01  WS-FY-END-DATE      PIC 9(08) VALUE ZERO.
001770 01  WS-FY-END-X REDEFINES WS-FY-END-DATE.
001780     05  WS-FY-END-YEAR      PIC 9(04).
001790     05  WS-FY-END-MONTH     PIC 9(02).
001800     05  WS-FY-END-DAY       PIC 9(02).
001810 01  WS-FY-BASE          PIC 9(06) COMP VALUE ZERO.
001820 01  WS-WORK-MONTHS      PIC 9(06) COMP VALUE ZERO.
001830 01  WS-WORK-YEAR        PIC 9(04) VALUE ZERO.
001840 01  WS-WORK-MREM        PIC 9(02) VALUE ZERO.

001850 01  WS-CALC-YEAR        PIC 9(08) COMP.
001860 01  WS-LEAP-SW          PIC X VALUE "N".
001870     88  WS-IS-LEAP-YEAR          VALUE "Y".
001880 01  WS-DIV-QUOT         PIC 9(08).
001890 01  WS-DIV-REM          PIC 9(02).
001900 01  WS-MONTH-LEN-TABLE.
001910     05  FILLER              PIC 9(02) VALUE 31.
001920     05  FILLER              PIC 9(02) VALUE 28.
001930     05  FILLER              PIC 9(02) VALUE 31.
001940     05  FILLER              PIC 9(02) VALUE 30.
001950     05  FILLER              PIC 9(02) VALUE 31.
001960     05  FILLER              PIC 9(02) VALUE 30.
001970     05  FILLER              PIC 9(02) VALUE 31.
001980     05  FILLER              PIC 9(02) VALUE 31.
001990     05  FILLER              PIC 9(02) VALUE 30.
002000     05  FILLER              PIC 9(02) VALUE 31.
002010     05  FILLER              PIC 9(02) VALUE 30.
002020     05  FILLER              PIC 9(02) VALUE 31.
002030 01  WS-MONTH-LENS REDEFINES WS-MONTH-LEN-TABLE.
002040     05  WS-MONTH-LEN OCCURS 12 TIMES PIC 9(02).

002050*THE DATE OF THE RECORD UNDER WORK, FROM ITS TIMESTAMP OR HI-DATE.
002060 01  WS-REC-DATE         PIC 9(08) VALUE ZERO.
002070 01  WS-REC-DATE-X REDEFINES WS-REC-DATE.
002080     05  WS-REC-YEAR         PIC 9(04).
002090     05  WS-REC-MONTH        PIC 9(02).
002100     05  WS-REC-DAY          PIC 9(02).
002110 01  WS-IN-YEAR-SW       PIC X VALUE "N".
002120     88  WS-REC-IN-YEAR           VALUE "Y".

002130*CBLFYCL AS READ, ONE ENTRY PER YEAR ON FILE, REWRITTEN WHOLE WITH
002140*THIS YEAR'S ENTRY ADDED OR REPLACED.
002150 01  WS-FY-MAX           PIC 9(03) COMP VALUE 50.
002160 01  WS-FY-COUNT         PIC 9(03) COMP VALUE ZERO.
002170 01  WS-FY-SUB           PIC 9(03) COMP VALUE ZERO.
002180 01  WS-FY-THIS-SUB      PIC 9(03) COMP VALUE ZERO.
002190 01  WS-FY-TABLE.
002200     05  WS-FY-ENTRY OCCURS 50 TIMES PIC X(140).
002210 01  WS-ALREADY-CLOSED-SW PIC X VALUE "N".
002220     88  WS-ALREADY-CLOSED        VALUE "Y".
002230 01  WS-OVERLAP-FY       PIC 9(04) VALUE ZERO.
002240 01  WS-LOCK-FAILED-SW   PIC X VALUE "N".
002250     88  WS-LOCK-FAILED           VALUE "Y".
002251*THE LATEST YEAR ON CBLFYCL THAT ENDS BEFORE THIS ONE STARTS, AND
002252*THE DAY BEFORE THIS YEAR'S FIRST DAY - THE TWO MUST BE THE SAME.
002253 01  WS-LAST-END-FY      PIC 9(04) VALUE ZERO.
002254 01  WS-LAST-END-DATE    PIC 9(08) VALUE ZERO.
002255 01  WS-DAY-BEFORE-START PIC 9(08) VALUE ZERO.
002256 01  WS-DAY-BEFORE-X REDEFINES WS-DAY-BEFORE-START.
002257     05  WS-DB-YEAR          PIC 9(04).
002258     05  WS-DB-MONTH         PIC 9(02).
002259     05  WS-DB-DAY           PIC 9(02).

002260*ONE ENTRY PER FISCAL MONTH (1 = THE START MONTH).
002270 01  WS-MONTH-SUB        PIC 9(02) COMP VALUE ZERO.
002280 01  WS-MONTH-TABLE.
002290     05  WS-MN-ENTRY OCCURS 12 TIMES.
002300         10  WS-MN-PERIOD        PIC 9(06).
002310         10  WS-MN-AUD-COUNT     PIC 9(07) COMP.
002320         10  WS-MN-AUD-ERRS      PIC 9(07) COMP.
002330         10  WS-MN-AUD-TOTAL     PIC S9(20)V99.
002340         10  WS-MN-LED-COUNT     PIC 9(07) COMP.
002350         10  WS-MN-LED-TOTAL     PIC S9(20)V99.

002360*ONE ENTRY PER OPCODE (0-9, SUBSCRIPT = OPCODE + 1).  THE AUDIT
002370*TOTAL IS THE RESULT OF THE NON-ERROR RECORDS, AS IN CBLHIST.
002380 01  WS-OP-SUB           PIC 9(02) COMP VALUE ZERO.
002390 01  WS-OPCODE-TABLE.
002400     05  WS-OP-ENTRY OCCURS 10 TIMES.
002410         10  WS-OP-AUD-COUNT     PIC 9(07) COMP.
002420         10  WS-OP-AUD-ERRS      PIC 9(07) COMP.
002430         10  WS-OP-AUD-TOTAL     PIC S9(20)V99.
002440         10  WS-OP-LED-COUNT     PIC 9(07) COMP.
002450         10  WS-OP-LED-TOTAL     PIC S9(20)V99.

002460*YEAR TOTALS FOR THE TOTAL LINES.
002470 01  WS-YR-AUD-COUNT     PIC 9(07) COMP VALUE ZERO.
002480 01  WS-YR-AUD-ERRS      PIC 9(07) COMP VALUE ZERO.
002490 01  WS-YR-AUD-TOTAL     PIC S9(20)V99 VALUE ZERO.
002500 01  WS-YR-LED-COUNT     PIC 9(07) COMP VALUE ZERO.
002510 01  WS-YR-LED-TOTAL     PIC S9(20)V99 VALUE ZERO.
002512*THE YEAR'S LEDGER TOTAL THE CLOSING BALANCE IS BUILT FROM - KEPT
002514*APART FROM THE REPORT SECTION TOTALS ABOVE, WHICH EACH SECTION
002516*RE-ADDS FOR ITS OWN TOTAL LINE.
002518 01  WS-BAL-LED-TOTAL    PIC S9(20)V99 VALUE ZERO.

002520*COMPLETENESS OF THE OPCODE FIGURES - THE ARCHIVED AUDIT RECORDS
002530*FOUND IN THE YEAR AGAINST THE COUNT CBLHIST SUMMARIZED FOR IT.
002540 01  WS-HIST-AUD-COUNT   PIC 9(07) COMP VALUE ZERO.
002550 01  WS-ARCH-AUD-COUNT   PIC 9(07) COMP VALUE ZERO.
002560 01  WS-HIST-DAY-COUNT   PIC 9(05) COMP VALUE ZERO.
002570 01  WS-INCOMPLETE-SW    PIC X VALUE "N".
002580     88  WS-OPCODES-INCOMPLETE    VALUE "Y".

002590*BALANCE BROUGHT FORWARD.  THE OPENING IS THE PRIOR YEAR'S CLOSING
002600*WHEN THAT YEAR IS CLOSED ON CBLFYCL, ELSE THE POSITION BEFORE THE
002610*YEAR'S FIRST LEDGER RECORD (RUNNING TOTAL LESS AMOUNT APPLIED,
002620*THE CBLRECON ARITHMETIC), ELSE THE LAST RUNNING TOTAL BEFORE THE
002630*YEAR, ELSE ZERO.  THE CLOSING IS THE OPENING PLUS THE YEAR'S
002640*LEDGER TOTAL, AND MUST EQUAL THE YEAR'S LAST RUNNING TOTAL.
002650 01  WS-PRIOR-CLOSED-SW  PIC X VALUE "N".
002660     88  WS-PRIOR-CLOSED          VALUE "Y".
002670 01  WS-PRIOR-FY         PIC 9(04) VALUE ZERO.
002680 01  WS-PRIOR-CLOSING    PIC S9(20)V99 VALUE ZERO.
002690 01  WS-FIRST-LED-SW     PIC X VALUE "N".
002700     88  WS-FIRST-LED-FOUND       VALUE "Y".
002710 01  WS-CHAIN-OPENING    PIC S9(20)V99 VALUE ZERO.
002720 01  WS-PRE-LED-SW       PIC X VALUE "N".
002730     88  WS-PRE-LED-FOUND         VALUE "Y".
002740 01  WS-PRE-RUNNING      PIC S9(20)V99 VALUE ZERO.
002750 01  WS-LAST-RUNNING     PIC S9(20)V99 VALUE ZERO.
002751*THE KEYS OF THE LEDGER RECORDS THE THREE POSITIONS ABOVE CAME
002752*FROM - TIMESTAMP, THEN LEDGER SEQUENCE WITHIN THE RUN.
002753 01  WS-LED-KEY.
002754     05  WS-LED-KEY-STAMP    PIC X(26).
002755     05  WS-LED-KEY-SEQ      PIC 9(07).
002756 01  WS-FIRST-LED-KEY    PIC X(33) VALUE HIGH-VALUES.
002757 01  WS-LAST-LED-KEY     PIC X(33) VALUE LOW-VALUES.
002758 01  WS-PRE-LED-KEY      PIC X(33) VALUE LOW-VALUES.
002760 01  WS-OPENING-BAL      PIC S9(20)V99 VALUE ZERO.
002770 01  WS-CLOSING-BAL      PIC S9(20)V99 VALUE ZERO.
002780 01  WS-OPENING-SOURCE   PIC X(40) VALUE SPACES.
002790 01  WS-PROOF-SW         PIC X VALUE "N".
002800     88  WS-PROOF-PASSED          VALUE "P".
002810     88  WS-PROOF-FAILED          VALUE "F".
002820     88  WS-PROOF-NO-DETAIL       VALUE "N".

002830*PER-DAY SUMMARY OF THE LIVE DAYS FOR THE ANNUAL GENERATION, BUILT
002840*THE WAY CBLARCH BUILDS CBLHIST.  THE LIVE FILES HOLD ONLY THE
002850*MONTHS NOT YET ARCHIVED, SO 400 DAYS IS AMPLE.
002860 01  WS-DAY-MAX          PIC 9(04) COMP VALUE 400.
002870 01  WS-DAY-COUNT        PIC 9(04) COMP VALUE ZERO.
002880 01  WS-DAY-SUB          PIC 9(04) COMP VALUE ZERO.
002890 01  WS-DAY-FOUND-SUB    PIC 9(04) COMP VALUE ZERO.
002900 01  WS-DAY-FULL-SW      PIC X VALUE "N".
002910     88  WS-DAY-FULL              VALUE "Y".
002920 01  WS-DAY-TABLE.
002930     05  WS-DAY-ENTRY OCCURS 400 TIMES.
002940         10  WS-DAY-KEY          PIC 9(08).
002950         10  WS-DAY-AUD-COUNT    PIC 9(07) COMP.
002960         10  WS-DAY-AUD-ERRS     PIC 9(07) COMP.
002970         10  WS-DAY-AUD-TOTAL    PIC S9(20)V99.
002980         10  WS-DAY-LED-COUNT    PIC 9(07) COMP.
002990         10  WS-DAY-LED-TOTAL    PIC S9(20)V99.

003000*A LIVE DAY'S SUMMARY IN THE CBLHIST LAYOUT (THE COPYBOOK IS
003010*ALREADY EXPANDED ONCE FOR THE CBLHIST FD).
003020 01  WS-HIST-WORK.
003030     05  HW-DATE                 PIC 9(08).
003040     05  HW-AUD-COUNT            PIC 9(07).
003050     05  HW-AUD-ERR-COUNT        PIC 9(07).
003060     05  HW-AUD-TOTAL            PIC S9(20)V99
003070             SIGN IS LEADING SEPARATE.
003080     05  HW-LED-COUNT            PIC 9(07).
003090     05  HW-LED-TOTAL            PIC S9(20)V99
003100             SIGN IS LEADING SEPARATE.

003110*THE AUDIT AND LEDGER RECORDS UNDER WORK, LIVE OR ARCHIVED,
003120*UNDER THEIR OWN NAMES AS IN CBLSAMP.
003130 01  WS-AUD-WORK.
003140     05  XA-TIMESTAMP            PIC X(26).
003150     05  XA-SOURCE               PIC X(01).
003160     05  XA-CHOICE               PIC 9(01).
003170     05  XA-OPERAND-1            PIC S9(20)V99.
003180     05  XA-OPERAND-2            PIC S9(20)V99.
003190     05  XA-RESULT               PIC S9(20)V99.
003200     05  XA-STATUS               PIC X(01).
003210         88  XA-STATUS-ERROR         VALUE "E".
003220     05  XA-RUN-ID               PIC X(14).
003230     05  XA-CURR-FROM            PIC X(03).
003240     05  XA-CURR-TO              PIC X(03).
003250     05  XA-RATE                 PIC 9(07)V9(06).
003260     05  XA-OPERATOR-ID          PIC X(08).
003270     05  XA-DEPT-CODE            PIC X(03).

003280 01  WS-LED-WORK.
003290     05  XL-TIMESTAMP            PIC X(26).
003300     05  XL-SOURCE               PIC X(01).
003310     05  XL-SEQ                  PIC 9(07).
003320     05  XL-AMOUNT-APPLIED       PIC S9(20)V99.
003330     05  XL-RUNNING-TOTAL        PIC S9(20)V99.
003340     05  XL-RUN-ID               PIC X(14).
003350     05  XL-OPCODE               PIC 9(01).
003360     05  XL-OPERATOR-ID          PIC X(08).
003370     05  XL-DEPT-CODE            PIC X(03).
003380     05  XL-CURR-FROM            PIC X(03).
003390     05  XL-CURR-TO              PIC X(03).

003400*EX4 DEPARTMENT TOTALS FOR THE YEAR.  EVERY DEPMAST DEPARTMENT IS
003410*LOADED, ACTIVE OR NOT; A CODE ON DEPPTD NO LONGER ON DEPMAST IS
003420*ADDED AS IT IS MET, AS DEPBRPT DOES.
003430 01  WS-DEPT-MAX         PIC 9(03) COMP VALUE 100.
003440 01  WS-DEPT-COUNT       PIC 9(03) COMP VALUE ZERO.
003450 01  WS-DEPT-SUB         PIC 9(03) COMP VALUE ZERO.
003460 01  WS-DEPT-FOUND-SUB   PIC 9(03) COMP VALUE ZERO.
003470 01  WS-DEPT-LOOKUP      PIC X(03) VALUE SPACES.
003480 01  WS-DEPT-TABLE.
003490     05  WS-DEPT-ENTRY OCCURS 100 TIMES.
003500         10  WS-DP-CODE          PIC X(03).
003510         10  WS-DP-NAME          PIC X(30).
003520         10  WS-DP-ENTRIES       PIC 9(07) COMP.
003530         10  WS-DP-ACTUAL        PIC S9(11)V99.
003540 01  WS-DEPT-ENTRIES     PIC 9(07) COMP VALUE ZERO.
003550 01  WS-DEPT-ACTUAL      PIC S9(11)V99 VALUE ZERO.
003560 01  WS-PTD-DATE         PIC 9(08) VALUE ZERO.
003570 01  WS-EX4-MISSING-SW   PIC X VALUE "N".
003580     88  WS-EX4-MISSING           VALUE "Y".

003590 01  WS-COUNT-EDIT-1     PIC ZZZZZZ9.
003600 01  WS-COUNT-EDIT-2     PIC ZZZZZZ9.

003610*STATEMENT LINES.
003620 01  YEC-RPT-HDG-1.
003630     05  FILLER              PIC X(40)
003640             VALUE "CBLYEND  ANNUAL STATEMENT - FISCAL YEAR ".
003650     05  H1-FISCAL-YEAR      PIC 9(04).
003660     05  FILLER              PIC X(02) VALUE SPACES.
003670     05  H1-START-DATE       PIC 9(08).
003680     05  FILLER              PIC X(09) VALUE " THROUGH ".
003690     05  H1-END-DATE         PIC 9(08).
003700     05  FILLER              PIC X(27)
003710             VALUE "   CLOSED ON BUSINESS DATE ".
003720     05  H1-BUS-DATE         PIC 9(08).
003730     05  FILLER              PIC X(26) VALUE SPACES.

003740 01  YEC-RPT-MSG-LINE.
003750     05  ML-TEXT             PIC X(120).
003760     05  FILLER              PIC X(12) VALUE SPACES.

003770 01  YEC-RPT-COL-HDG.
003780     05  FILLER              PIC X(02) VALUE SPACES.
003790     05  CH-LABEL            PIC X(09).
003800     05  FILLER              PIC X(02) VALUE SPACES.
003810     05  FILLER              PIC X(07) VALUE "  AUDIT".
003820     05  FILLER              PIC X(02) VALUE SPACES.
003830     05  FILLER              PIC X(07) VALUE " ERRORS".
003840     05  FILLER              PIC X(02) VALUE SPACES.
003850     05  FILLER              PIC X(24)
003860             VALUE "      AUDIT RESULT TOTAL".
003870     05  FILLER              PIC X(02) VALUE SPACES.
003880     05  FILLER              PIC X(07) VALUE " LEDGER".
003890     05  FILLER              PIC X(02) VALUE SPACES.
003900     05  FILLER              PIC X(24)
003910             VALUE "     LEDGER AMOUNT TOTAL".
003920     05  FILLER              PIC X(42) VALUE SPACES.

003930 01  YEC-RPT-TOT-LINE.
003940     05  FILLER              PIC X(02) VALUE SPACES.
003950     05  TL-LABEL            PIC X(09).
003960     05  FILLER              PIC X(02) VALUE SPACES.
003970     05  TL-AUD-COUNT        PIC ZZZZZZ9.
003980     05  FILLER              PIC X(02) VALUE SPACES.
003990     05  TL-AUD-ERRS         PIC ZZZZZZ9.
004000     05  FILLER              PIC X(02) VALUE SPACES.
004010     05  TL-AUD-TOTAL        PIC -(20)9.99.
004020     05  FILLER              PIC X(02) VALUE SPACES.
004030     05  TL-LED-COUNT        PIC ZZZZZZ9.
004040     05  FILLER              PIC X(02) VALUE SPACES.
004050     05  TL-LED-TOTAL        PIC -(20)9.99.
004060     05  FILLER              PIC X(42) VALUE SPACES.

004070 01  YEC-RPT-BAL-LINE.
004080     05  FILLER              PIC X(02) VALUE SPACES.
004090     05  BL-DESC             PIC X(40).
004100     05  BL-AMOUNT           PIC -(20)9.99.
004110     05  FILLER              PIC X(02) VALUE SPACES.
004120     05  BL-NOTE             PIC X(40).
004130     05  FILLER              PIC X(24) VALUE SPACES.

004140 01  YEC-RPT-DEPT-HDG.
004150     05  FILLER              PIC X(02) VALUE SPACES.
004160     05  FILLER              PIC X(05) VALUE "DEPT ".
004170     05  FILLER              PIC X(32) VALUE "NAME".
004180     05  FILLER              PIC X(09) VALUE "  ENTRIES".
004190     05  FILLER              PIC X(18) VALUE "       YEAR ACTUAL".
004200     05  FILLER              PIC X(66) VALUE SPACES.

004210 01  YEC-RPT-DEPT-LINE.
004220     05  FILLER              PIC X(02) VALUE SPACES.
004230     05  DD-CODE             PIC X(03).
004240     05  FILLER              PIC X(02) VALUE SPACES.
004250     05  DD-NAME             PIC X(30).
004260     05  FILLER              PIC X(02) VALUE SPACES.
004270     05  DD-ENTRIES          PIC ZZZZZZ9.
004280     05  FILLER              PIC X(02) VALUE SPACES.
004290     05  DD-ACTUAL           PIC -(12)9.99.
004300     05  FILLER              PIC X(66) VALUE SPACES.

004310 PROCEDURE DIVISION.
004320 0000-MAINLINE.
004330     PERFORM 0090-LOAD-CALENDAR THRU 0090-EXIT.
004340     PERFORM 0100-LOAD-CONTROL THRU 0100-EXIT.
004350     PERFORM 0150-SET-FISCAL-YEAR THRU 0150-EXIT.
004360     PERFORM 0200-CHECK-CLOSE-FILE THRU 0200-EXIT.
004370     PERFORM 1000-OPEN-OUTPUTS THRU 1000-EXIT.

004380     PERFORM 2000-READ-HISTORY THRU 2000-EXIT.
004390     PERFORM 3000-READ-ARCHIVES THRU 3000-EXIT.
004400     PERFORM 4000-READ-LIVE-FILES THRU 4000-EXIT.
004410     PERFORM 5500-SET-BALANCES THRU 5500-EXIT.
004420     PERFORM 6000-READ-DEPARTMENTS THRU 6000-EXIT.

004430     PERFORM 8000-WRITE-CLOSE-FILE THRU 8000-EXIT.
004440     PERFORM 7000-WRITE-STATEMENT THRU 7000-EXIT.
004450     PERFORM 7800-WRITE-LIVE-DAYS THRU 7800-EXIT.
004460     PERFORM 9000-CLOSE-FILES THRU 9000-EXIT.

004470     MOVE WS-HIST-DAY-COUNT TO WS-COUNT-EDIT-1.
004480     MOVE WS-DAY-COUNT TO WS-COUNT-EDIT-2.
004490     DISPLAY WS-COUNT-EDIT-1 " ARCHIVED DAY(S) AND "
004500         WS-COUNT-EDIT-2 " LIVE DAY(S) WRITTEN TO CBLHSTY"
004510         END-DISPLAY.
004520     IF WS-LOCK-FAILED
004530         DISPLAY "FISCAL YEAR " WS-FISCAL-YEAR
004540             " NOT LOCKED - RERUN THE CLOSE" END-DISPLAY
004550         MOVE 16 TO RETURN-CODE
004560         GO TO 9999-PROGRAM-END
004570     END-IF.
004580     DISPLAY "FISCAL YEAR " WS-FISCAL-YEAR " CLOSED AND LOCKED"
004590         END-DISPLAY.
004600     IF WS-OPCODES-INCOMPLETE
004610         OR WS-PROOF-FAILED
004620         OR WS-DAY-FULL
004630         OR WS-EX4-MISSING
004640         DISPLAY "SEE THE STATEMENT - NOT EVERY FIGURE IS "
004650             "COMPLETE OR PROVED" END-DISPLAY
004660         MOVE 4 TO RETURN-CODE
004670     END-IF.
004680     GO TO 9999-PROGRAM-END.

004690 9999-PROGRAM-END.
004700     STOP RUN.

004710*****************************************************************
004720*  0090-LOAD-CALENDAR                                           *
004730*  THE BUSINESS DATE AND THE FISCAL-YEAR START MONTH COME FROM  *
004740*  THE SHOP CALENDAR'S CURRENT-DATE RECORD.  WITH NO CALENDAR,  *
004750*  TODAY AND A JANUARY START ARE USED.                          *
004760*****************************************************************
004770 0090-LOAD-CALENDAR.
004780     OPEN INPUT YEC-CAL-FILE.
004790     IF FS-CAL-FILE NOT = "00"
004800         DISPLAY "CBLCAL NOT AVAILABLE - TODAY'S DATE AND A "
004810             "JANUARY FISCAL YEAR USED" END-DISPLAY
004820         ACCEPT WS-BUS-DATE FROM DATE YYYYMMDD
004830         GO TO 0090-EXIT
004840     END-IF.

004850     READ YEC-CAL-FILE
004860         AT END
004870             CONTINUE
004880     END-READ.
004890     IF FS-CAL-FILE = "00" AND CL-CURRENT-REC
004900         AND CL-DATE IS NUMERIC
004910         MOVE CL-DATE TO WS-BUS-DATE
004920         IF CL-FY-START-MONTH IS NUMERIC
004930             AND CL-FY-START-MONTH > ZERO
004940             AND CL-FY-START-MONTH < 13
004950             MOVE CL-FY-START-MONTH TO WS-FY-START-MONTH
004960         END-IF
004970         DISPLAY "BUSINESS DATE " CL-DATE " FROM CBLCAL"
004980             END-DISPLAY
004990     END-IF.
005000     CLOSE YEC-CAL-FILE.
005010     IF WS-BUS-DATE = ZERO
005020         ACCEPT WS-BUS-DATE FROM DATE YYYYMMDD
005030     END-IF.

005040 0090-EXIT.
005050     EXIT.

005060*****************************************************************
005070*  0100-LOAD-CONTROL                                            *
005080*  WHICH YEAR TO CLOSE IS A DELIBERATE DECISION - NO CARD, OR A *
005090*  CARD WITH NO YEAR, CLOSES NOTHING.                           *
005100*****************************************************************
005110 0100-LOAD-CONTROL.
005120     OPEN INPUT YEC-CTL-FILE.
005130     IF FS-CTL-FILE NOT = "00"
005140         DISPLAY "YECTL NOT AVAILABLE - YEAR NOT CLOSED"
005150             END-DISPLAY
005160         MOVE 16 TO RETURN-CODE
005170         GO TO 9999-PROGRAM-END
005180     END-IF.

005190     READ YEC-CTL-FILE
005200         AT END
005210             DISPLAY "YECTL EMPTY - YEAR NOT CLOSED"
005220                 END-DISPLAY
005230             CLOSE YEC-CTL-FILE
005240             MOVE 16 TO RETURN-CODE
005250             GO TO 9999-PROGRAM-END
005260     END-READ.
005270     CLOSE YEC-CTL-FILE.

005280     IF CTL-FISCAL-YEAR IS NOT NUMERIC
005290         OR CTL-FISCAL-YEAR = ZERO
005300         DISPLAY "YECTL CARRIES NO FISCAL YEAR - YEAR NOT CLOSED"
005310             END-DISPLAY
005320         MOVE 16 TO RETURN-CODE
005330         GO TO 9999-PROGRAM-END
005340     END-IF.
005350     MOVE CTL-FISCAL-YEAR TO WS-FISCAL-YEAR.

005360 0100-EXIT.
005370     EXIT.

005380*****************************************************************
005390*  0150-SET-FISCAL-YEAR                                         *
005400*  THE YEAR'S FIRST AND LAST DAY AND THE PERIOD OF EACH FISCAL  *
005410*  MONTH.  A YEAR THAT HAS NOT ENDED BY THE BUSINESS DATE       *
005420*  CANNOT BE CLOSED - LATE WORK COULD STILL POST INTO IT.       *
005430*****************************************************************
005440 0150-SET-FISCAL-YEAR.
005450     IF WS-FY-START-MONTH = 1
005460         COMPUTE WS-FY-START-DATE = WS-FISCAL-YEAR * 10000 + 101
005470         END-COMPUTE
005480         COMPUTE WS-FY-END-DATE = WS-FISCAL-YEAR * 10000 + 1231
005490         END-COMPUTE
005500     ELSE
005510         COMPUTE WS-FY-START-DATE = (WS-FISCAL-YEAR - 1) * 10000
005520             + WS-FY-START-MONTH * 100 + 1
005530         END-COMPUTE
005540         MOVE WS-FISCAL-YEAR TO WS-FY-END-YEAR
005550         COMPUTE WS-FY-END-MONTH = WS-FY-START-MONTH - 1
005560         END-COMPUTE
005570         MOVE WS-MONTH-LEN (WS-FY-END-MONTH) TO WS-FY-END-DAY
005580         IF WS-FY-END-MONTH = 2
005590             MOVE WS-FISCAL-YEAR TO WS-CALC-YEAR
005600             PERFORM 0160-CHECK-LEAP-YEAR THRU 0160-EXIT
005610             IF WS-IS-LEAP-YEAR
005620                 MOVE 29 TO WS-FY-END-DAY
005630             END-IF
005640         END-IF
005650     END-IF.

005660     COMPUTE WS-FY-BASE = WS-FY-START-YEAR * 12 + WS-FY-START-MM
005670     END-COMPUTE.
005680     INITIALIZE WS-MONTH-TABLE.
005690     INITIALIZE WS-OPCODE-TABLE.
005700     PERFORM 0170-SET-MONTH-PERIOD THRU 0170-EXIT
005710         VARYING WS-MONTH-SUB FROM 1 BY 1
005720         UNTIL WS-MONTH-SUB > 12.
005730     DISPLAY "CLOSING FISCAL YEAR " WS-FISCAL-YEAR ", "
005740         WS-FY-START-DATE " THROUGH " WS-FY-END-DATE END-DISPLAY.

005750     IF WS-BUS-DATE NOT > WS-FY-END-DATE
005760         DISPLAY "BUSINESS DATE " WS-BUS-DATE " IS NOT PAST THE "
005770             "YEAR END - YEAR NOT CLOSED" END-DISPLAY
005780         MOVE 8 TO RETURN-CODE
005790         GO TO 9999-PROGRAM-END
005800     END-IF.

005810 0150-EXIT.
005820     EXIT.

005830 0160-CHECK-LEAP-YEAR.
005840     MOVE "N" TO WS-LEAP-SW.
005850     DIVIDE WS-CALC-YEAR BY 4 GIVING WS-DIV-QUOT
005860         REMAINDER WS-DIV-REM.
005870     IF WS-DIV-REM = 0
005880         DIVIDE WS-CALC-YEAR BY 100 GIVING WS-DIV-QUOT
005890             REMAINDER WS-DIV-REM
005900         IF WS-DIV-REM = 0
005910             DIVIDE WS-CALC-YEAR BY 400 GIVING WS-DIV-QUOT
005920                 REMAINDER WS-DIV-REM
005930             IF WS-DIV-REM = 0
005940                 MOVE "Y" TO WS-LEAP-SW
005950             END-IF
005960         ELSE
005970             MOVE "Y" TO WS-LEAP-SW
005980         END-IF
005990     END-IF.

006000 0160-EXIT.
006010     EXIT.

006020 0170-SET-MONTH-PERIOD.
006030     COMPUTE WS-WORK-MONTHS = WS-FY-BASE + WS-MONTH-SUB - 2
006040     END-COMPUTE.
006050     DIVIDE WS-WORK-MONTHS BY 12 GIVING WS-WORK-YEAR
006060         REMAINDER WS-WORK-MREM.
006070     COMPUTE WS-MN-PERIOD (WS-MONTH-SUB)
006080         = WS-WORK-YEAR * 100 + WS-WORK-MREM + 1
006090     END-COMPUTE.

006100 0170-EXIT.
006110     EXIT.

006120*****************************************************************
006130*  0200-CHECK-CLOSE-FILE                                        *
006134*  LOADS CBLFYCL.  THE YEAR IS REFUSED IF IT IS ALREADY CLOSED  *
006138*  (A REOPENED YEAR MAY BE CLOSED AGAIN), IF ITS DAYS OVERLAP   *
006142*  ANOTHER CLOSED YEAR, OR IF IT DOES NOT START THE DAY AFTER   *
006146*  THE LATEST YEAR ON FILE BEFORE IT ENDED - THE LAST TWO MEAN  *
006150*  THE START MONTH WAS CHANGED AFTER A CLOSE, AND CLOSING THE   *
006154*  YEAR WOULD LEAVE DAYS NO CLOSED YEAR COVERS.  A REOPENED     *
006158*  YEAR STILL COUNTS, AS IT IS TO BE CLOSED AGAIN.  A CLOSED    *
006162*  PRIOR YEAR SUPPLIES THE OPENING BALANCE.  NO CBLFYCL         *
006166*  (STATUS 35) MEANS NO YEAR HAS BEEN CLOSED; ONE THAT CANNOT   *
006170*  BE OPENED ENDS THE RUN RC=16.                                *
006180*****************************************************************
006190 0200-CHECK-CLOSE-FILE.
006200     OPEN INPUT YEC-FYCL-FILE.
006210     IF FS-FYCL-FILE = "35"
006220         DISPLAY "NO CBLFYCL - NO FISCAL YEAR CLOSED BEFORE"
006230             END-DISPLAY
006240         GO TO 0200-EXIT
006242     END-IF.
006244     IF FS-FYCL-FILE NOT = "00"
006246         DISPLAY "UNABLE TO OPEN CBLFYCL, STATUS "
006248             FS-FYCL-FILE " - YEAR NOT CLOSED" END-DISPLAY
006250         MOVE 16 TO RETURN-CODE
006252         GO TO 9999-PROGRAM-END
006254     END-IF.
006260     PERFORM 0210-READ-FYCL THRU 0210-EXIT
006270         UNTIL WS-FYCL-EOF.
006280     CLOSE YEC-FYCL-FILE.

006290     IF WS-ALREADY-CLOSED
006300         DISPLAY "FISCAL YEAR " WS-FISCAL-YEAR
006310             " IS ALREADY CLOSED - A SUPERVISOR MUST REOPEN IT "
006320             "FIRST"
006330             END-DISPLAY
006340         MOVE 8 TO RETURN-CODE
006350         GO TO 9999-PROGRAM-END
006360     END-IF.
006370     IF WS-OVERLAP-FY NOT = ZERO
006380         DISPLAY "FISCAL YEAR " WS-FISCAL-YEAR " OVERLAPS CLOSED "
006390             "FISCAL YEAR " WS-OVERLAP-FY " - YEAR NOT CLOSED"
006400             END-DISPLAY
006410         MOVE 8 TO RETURN-CODE
006420         GO TO 9999-PROGRAM-END
006430     END-IF.
006431     IF WS-LAST-END-DATE = ZERO
006432         GO TO 0200-EXIT
006433     END-IF.
006434     PERFORM 0220-SET-DAY-BEFORE THRU 0220-EXIT.
006435     IF WS-LAST-END-DATE = WS-DAY-BEFORE-START
006436         GO TO 0200-EXIT
006437     END-IF.
006438     DISPLAY "FISCAL YEAR " WS-FISCAL-YEAR " STARTS "
006439         WS-FY-START-DATE " BUT FISCAL YEAR " WS-LAST-END-FY
006440         " ENDED " WS-LAST-END-DATE END-DISPLAY.
006441     DISPLAY "THE DAYS BETWEEN WOULD BE IN NO CLOSED YEAR - "
006442         "YEAR NOT CLOSED" END-DISPLAY.
006443     MOVE 8 TO RETURN-CODE.
006444     GO TO 9999-PROGRAM-END.

006445 0200-EXIT.
006450     EXIT.

006460 0210-READ-FYCL.
006470     READ YEC-FYCL-FILE
006480         AT END
006490             MOVE "Y" TO WS-FYCL-EOF-SW
006500             GO TO 0210-EXIT
006510     END-READ.
006520     IF WS-FY-COUNT NOT < WS-FY-MAX
006530         DISPLAY "CBLFYCL HOLDS MORE THAN " WS-FY-MAX
006540             " YEARS - YEAR NOT CLOSED" END-DISPLAY
006550         CLOSE YEC-FYCL-FILE
006560         MOVE 16 TO RETURN-CODE
006570         GO TO 9999-PROGRAM-END
006580     END-IF.
006590     ADD 1 TO WS-FY-COUNT.
006600     MOVE CBL-FYCL-RECORD TO WS-FY-ENTRY (WS-FY-COUNT).

006610     IF FC-FISCAL-YEAR = WS-FISCAL-YEAR
006620         MOVE WS-FY-COUNT TO WS-FY-THIS-SUB
006630         IF FC-YEAR-CLOSED
006640             MOVE "Y" TO WS-ALREADY-CLOSED-SW
006650         END-IF
006660         GO TO 0210-EXIT
006670     END-IF.

006680     IF FC-YEAR-CLOSED
006690         AND FC-START-DATE NOT > WS-FY-END-DATE
006700         AND FC-END-DATE NOT < WS-FY-START-DATE
006710         MOVE FC-FISCAL-YEAR TO WS-OVERLAP-FY
006720     END-IF.
006721     IF FC-END-DATE < WS-FY-START-DATE
006722         AND FC-END-DATE > WS-LAST-END-DATE
006723         MOVE FC-END-DATE TO WS-LAST-END-DATE
006724         MOVE FC-FISCAL-YEAR TO WS-LAST-END-FY
006725     END-IF.
006730     IF FC-YEAR-CLOSED
006740         AND FC-FISCAL-YEAR + 1 = WS-FISCAL-YEAR
006750         MOVE "Y" TO WS-PRIOR-CLOSED-SW
006760         MOVE FC-FISCAL-YEAR TO WS-PRIOR-FY
006770         MOVE FC-CLOSING-BAL TO WS-PRIOR-CLOSING
006780     END-IF.

006790 0210-EXIT.
006791     EXIT.

006792*****************************************************************
006793*  0220-SET-DAY-BEFORE                                          *
006794*  THE LAST DAY OF THE MONTH BEFORE THE START MONTH - A FISCAL  *
006795*  YEAR ALWAYS STARTS ON THE FIRST.                             *
006796*****************************************************************
006797 0220-SET-DAY-BEFORE.
006798     MOVE WS-FY-START-DATE TO WS-DAY-BEFORE-START.
006799     IF WS-DB-MONTH = 1
006800         SUBTRACT 1 FROM WS-DB-YEAR
006801         MOVE 12 TO WS-DB-MONTH
006802     ELSE
006803         SUBTRACT 1 FROM WS-DB-MONTH
006804     END-IF.
006805     MOVE WS-MONTH-LEN (WS-DB-MONTH) TO WS-DB-DAY.
006806     IF WS-DB-MONTH = 2
006807         MOVE WS-DB-YEAR TO WS-CALC-YEAR
006808         PERFORM 0160-CHECK-LEAP-YEAR THRU 0160-EXIT
006809         IF WS-IS-LEAP-YEAR
006810             MOVE 29 TO WS-DB-DAY
006811         END-IF
006812     END-IF.

006813 0220-EXIT.
006814     EXIT.

006815 1000-OPEN-OUTPUTS.
006820     OPEN OUTPUT YEC-OUT-FILE.
006830     IF FS-OUT-FILE NOT = "00"
006840         DISPLAY "UNABLE TO OPEN YEOUT, STATUS "
006850             FS-OUT-FILE END-DISPLAY
006860         MOVE 16 TO RETURN-CODE
006870         GO TO 9999-PROGRAM-END
006880     END-IF.

006890     OPEN OUTPUT YEC-HSTY-FILE.
006900     IF FS-HSTY-FILE NOT = "00"
006910         DISPLAY "UNABLE TO OPEN CBLHSTY, STATUS "
006920             FS-HSTY-FILE END-DISPLAY
006930         CLOSE YEC-OUT-FILE
006940         MOVE 16 TO RETURN-CODE
006950         GO TO 9999-PROGRAM-END
006960     END-IF.

006970 1000-EXIT.
006980     EXIT.

006990*****************************************************************
007000*  2000-READ-HISTORY                                            *
007010*  EVERY CBLHIST DAY INSIDE THE YEAR GOES INTO ITS FISCAL MONTH *
007020*  AND, UNCHANGED, TO THE ANNUAL GENERATION.                    *
007030*****************************************************************
007040 2000-READ-HISTORY.
007050     OPEN INPUT YEC-HIST-FILE.
007060     IF FS-HIST-FILE NOT = "00"
007070         DISPLAY "CBLHIST NOT AVAILABLE - NO ARCHIVED DAYS"
007080             END-DISPLAY
007090         GO TO 2000-EXIT
007100     END-IF.
007110     PERFORM 2100-READ-HIST-REC THRU 2100-EXIT
007120         UNTIL WS-HIST-EOF.
007130     CLOSE YEC-HIST-FILE.

007140 2000-EXIT.
007150     EXIT.

007160 2100-READ-HIST-REC.
007170     READ YEC-HIST-FILE
007180         AT END
007190             MOVE "Y" TO WS-HIST-EOF-SW
007200             GO TO 2100-EXIT
007210     END-READ.
007220     IF HI-DATE < WS-FY-START-DATE
007230         OR HI-DATE > WS-FY-END-DATE
007240         GO TO 2100-EXIT
007250     END-IF.

007260     MOVE HI-DATE TO WS-REC-DATE.
007270     PERFORM 5300-SET-MONTH-SUB THRU 5300-EXIT.
007280     ADD HI-AUD-COUNT     TO WS-MN-AUD-COUNT (WS-MONTH-SUB).
007290     ADD HI-AUD-ERR-COUNT TO WS-MN-AUD-ERRS (WS-MONTH-SUB).
007300     ADD HI-AUD-TOTAL     TO WS-MN-AUD-TOTAL (WS-MONTH-SUB).
007310     ADD HI-LED-COUNT     TO WS-MN-LED-COUNT (WS-MONTH-SUB).
007320     ADD HI-LED-TOTAL     TO WS-MN-LED-TOTAL (WS-MONTH-SUB).
007330     ADD HI-AUD-COUNT     TO WS-HIST-AUD-COUNT.

007340     WRITE YEC-HSTY-RECORD FROM CBL-HIST-RECORD.
007350     ADD 1 TO WS-HIST-DAY-COUNT.

007360 2100-EXIT.
007370     EXIT.

007380*****************************************************************
007390*  3000-READ-ARCHIVES                                           *
007400*  THE ARCHIVE GENERATIONS GIVE THE OPCODE DETAIL OF THE        *
007410*  ARCHIVED DAYS AND THE EARLY PART OF THE LEDGER CHAIN.  A     *
007420*  MISSING DD JUST MEANS NOTHING HAS BEEN ARCHIVED, AS IN       *
007430*  CBLSAMP.                                                     *
007440*****************************************************************
007450 3000-READ-ARCHIVES.
007460     OPEN INPUT YEC-AUDA-FILE.
007470     IF FS-AUDA-FILE = "00"
007480         PERFORM 3100-READ-AUDA-REC THRU 3100-EXIT
007490             UNTIL WS-AUDA-EOF
007500         CLOSE YEC-AUDA-FILE
007510     ELSE
007520         DISPLAY "CBLAUDA NOT AVAILABLE - LIVE DETAIL ONLY"
007530             END-DISPLAY
007540     END-IF.

007550     OPEN INPUT YEC-LEDA-FILE.
007560     IF FS-LEDA-FILE = "00"
007570         PERFORM 3200-READ-LEDA-REC THRU 3200-EXIT
007580             UNTIL WS-LEDA-EOF
007590         CLOSE YEC-LEDA-FILE
007600     ELSE
007610         DISPLAY "CBLLEDA NOT AVAILABLE - LIVE DETAIL ONLY"
007620             END-DISPLAY
007630     END-IF.

007640     IF WS-ARCH-AUD-COUNT NOT = WS-HIST-AUD-COUNT
007650         MOVE "Y" TO WS-INCOMPLETE-SW
007660     END-IF.

007670 3000-EXIT.
007680     EXIT.

007690 3100-READ-AUDA-REC.
007700     READ YEC-AUDA-FILE
007710         AT END
007720             MOVE "Y" TO WS-AUDA-EOF-SW
007730             GO TO 3100-EXIT
007740     END-READ.
007750     MOVE YEC-AUDA-RECORD TO WS-AUD-WORK.
007760     PERFORM 5000-TAKE-AUDIT THRU 5000-EXIT.
007770     IF WS-REC-IN-YEAR
007780         ADD 1 TO WS-ARCH-AUD-COUNT
007790     END-IF.

007800 3100-EXIT.
007810     EXIT.

007820 3200-READ-LEDA-REC.
007830     READ YEC-LEDA-FILE
007840         AT END
007850             MOVE "Y" TO WS-LEDA-EOF-SW
007860             GO TO 3200-EXIT
007870     END-READ.
007880     MOVE YEC-LEDA-RECORD TO WS-LED-WORK.
007890     PERFORM 5100-TAKE-LEDGER THRU 5100-EXIT.

007900 3200-EXIT.
007910     EXIT.

007920*****************************************************************
007930*  4000-READ-LIVE-FILES                                         *
007940*  THE LIVE FILES HOLD ONLY THE DAYS NOT YET ARCHIVED, SO THEIR *
007950*  RECORDS INSIDE THE YEAR ADD TO THE MONTHS AS WELL AS TO THE  *
007960*  OPCODES, AND EACH DAY IS SUMMARIZED FOR THE ANNUAL           *
007970*  GENERATION.                                                  *
007980*****************************************************************
007990 4000-READ-LIVE-FILES.
008000     OPEN INPUT YEC-AUDIT-FILE.
008010     IF FS-AUDIT-FILE NOT = "00"
008020         DISPLAY "UNABLE TO OPEN CBLAUDT, STATUS "
008030             FS-AUDIT-FILE END-DISPLAY
008040         PERFORM 9000-CLOSE-FILES THRU 9000-EXIT
008050         MOVE 16 TO RETURN-CODE
008060         GO TO 9999-PROGRAM-END
008070     END-IF.
008080     PERFORM 4100-READ-AUDIT-REC THRU 4100-EXIT
008090         UNTIL WS-AUDIT-EOF.
008100     CLOSE YEC-AUDIT-FILE.

008110     OPEN INPUT YEC-LEDGER-FILE.
008120     IF FS-LEDGER-FILE NOT = "00"
008130         DISPLAY "UNABLE TO OPEN CBLLEDG, STATUS "
008140             FS-LEDGER-FILE END-DISPLAY
008150         PERFORM 9000-CLOSE-FILES THRU 9000-EXIT
008160         MOVE 16 TO RETURN-CODE
008170         GO TO 9999-PROGRAM-END
008180     END-IF.
008190     PERFORM 4200-READ-LEDGER-REC THRU 4200-EXIT
008200         UNTIL WS-LEDGER-EOF.
008210     CLOSE YEC-LEDGER-FILE.

008220 4000-EXIT.
008230     EXIT.

008240 4100-READ-AUDIT-REC.
008250     READ YEC-AUDIT-FILE
008260         AT END
008270             MOVE "Y" TO WS-AUDIT-EOF-SW
008280             GO TO 4100-EXIT
008290     END-READ.
008300     MOVE CBL-AUDIT-RECORD TO WS-AUD-WORK.
008310     PERFORM 5000-TAKE-AUDIT THRU 5000-EXIT.
008320     IF NOT WS-REC-IN-YEAR
008330         GO TO 4100-EXIT
008340     END-IF.

008350     PERFORM 5300-SET-MONTH-SUB THRU 5300-EXIT.
008360     PERFORM 5200-FIND-DAY-ENTRY THRU 5200-EXIT.
008370     ADD 1 TO WS-MN-AUD-COUNT (WS-MONTH-SUB).
008380     IF WS-DAY-FOUND-SUB > ZERO
008390         ADD 1 TO WS-DAY-AUD-COUNT (WS-DAY-FOUND-SUB)
008400     END-IF.
008410     IF XA-STATUS-ERROR
008420         ADD 1 TO WS-MN-AUD-ERRS (WS-MONTH-SUB)
008430         IF WS-DAY-FOUND-SUB > ZERO
008440             ADD 1 TO WS-DAY-AUD-ERRS (WS-DAY-FOUND-SUB)
008450         END-IF
008460     ELSE
008470         ADD XA-RESULT TO WS-MN-AUD-TOTAL (WS-MONTH-SUB)
008480         IF WS-DAY-FOUND-SUB > ZERO
008490             ADD XA-RESULT TO WS-DAY-AUD-TOTAL (WS-DAY-FOUND-SUB)
008500         END-IF
008510     END-IF.

008520 4100-EXIT.
008530     EXIT.

008540 4200-READ-LEDGER-REC.
008550     READ YEC-LEDGER-FILE
008560         AT END
008570             MOVE "Y" TO WS-LEDGER-EOF-SW
008580             GO TO 4200-EXIT
008590     END-READ.
008600     MOVE CBL-LEDGER-RECORD TO WS-LED-WORK.
008610     PERFORM 5100-TAKE-LEDGER THRU 5100-EXIT.
008620     IF NOT WS-REC-IN-YEAR
008630         GO TO 4200-EXIT
008640     END-IF.

008650     PERFORM 5300-SET-MONTH-SUB THRU 5300-EXIT.
008660     PERFORM 5200-FIND-DAY-ENTRY THRU 5200-EXIT.
008670     ADD 1 TO WS-MN-LED-COUNT (WS-MONTH-SUB).
008680     ADD XL-AMOUNT-APPLIED TO WS-MN-LED-TOTAL (WS-MONTH-SUB).
008690     IF WS-DAY-FOUND-SUB > ZERO
008700         ADD 1 TO WS-DAY-LED-COUNT (WS-DAY-FOUND-SUB)
008710         ADD XL-AMOUNT-APPLIED
008720             TO WS-DAY-LED-TOTAL (WS-DAY-FOUND-SUB)
008730     END-IF.

008740 4200-EXIT.
008750     EXIT.

008760*****************************************************************
008770*  5000-TAKE-AUDIT                                              *
008780*  AN AUDIT RECORD, ARCHIVED OR LIVE, DATED INSIDE THE YEAR     *
008790*  ADDS TO ITS OPCODE AND IS MARKED IN THE YEAR FOR THE CALLER. *
008800*****************************************************************
008810 5000-TAKE-AUDIT.
008820     MOVE "N" TO WS-IN-YEAR-SW.
008830     MOVE XA-TIMESTAMP (1:8) TO WS-REC-DATE-X.
008840     IF WS-REC-DATE IS NOT NUMERIC
008850         OR WS-REC-DATE < WS-FY-START-DATE
008860         OR WS-REC-DATE > WS-FY-END-DATE
008870         GO TO 5000-EXIT
008880     END-IF.
008890     MOVE "Y" TO WS-IN-YEAR-SW.

008900     IF XA-CHOICE IS NUMERIC
008910         COMPUTE WS-OP-SUB = XA-CHOICE + 1
008920         END-COMPUTE
008930         ADD 1 TO WS-OP-AUD-COUNT (WS-OP-SUB)
008940         IF XA-STATUS-ERROR
008950             ADD 1 TO WS-OP-AUD-ERRS (WS-OP-SUB)
008960         ELSE
008970             ADD XA-RESULT TO WS-OP-AUD-TOTAL (WS-OP-SUB)
008980         END-IF
008990     END-IF.

009000 5000-EXIT.
009010     EXIT.

009020*****************************************************************
009030*  5100-TAKE-LEDGER                                             *
009038*  A LEDGER RECORD DATED INSIDE THE YEAR ADDS TO ITS OPCODE AND *
009046*  MOVES THE CHAIN: THE EARLIEST ONE GIVES THE OPENING POSITION *
009054*  AND THE LATEST ONE THE RUNNING TOTAL THE CLOSING MUST AGREE  *
009062*  WITH.  OF THOSE DATED BEFORE THE YEAR ONLY THE LATEST IS     *
009070*  KEPT, AS THE LAST POSITION BEFORE IT.  EARLIEST AND LATEST   *
009078*  GO BY TIMESTAMP AND LEDGER SEQUENCE, NOT BY THE ORDER OF     *
009086*  READING - THE ARCHIVE GENERATIONS ARE READ NEWEST FIRST.     *
009100*****************************************************************
009110 5100-TAKE-LEDGER.
009120     MOVE "N" TO WS-IN-YEAR-SW.
009130     MOVE XL-TIMESTAMP (1:8) TO WS-REC-DATE-X.
009140     IF WS-REC-DATE IS NOT NUMERIC
009150         OR WS-REC-DATE > WS-FY-END-DATE
009160         GO TO 5100-EXIT
009170     END-IF.
009173     MOVE XL-TIMESTAMP TO WS-LED-KEY-STAMP.
009176     MOVE XL-SEQ TO WS-LED-KEY-SEQ.
009180     IF WS-REC-DATE < WS-FY-START-DATE
009185         IF WS-LED-KEY > WS-PRE-LED-KEY
009190             MOVE "Y" TO WS-PRE-LED-SW
009195             MOVE WS-LED-KEY TO WS-PRE-LED-KEY
009200             MOVE XL-RUNNING-TOTAL TO WS-PRE-RUNNING
009205         END-IF
009210         GO TO 5100-EXIT
009220     END-IF.
009230     MOVE "Y" TO WS-IN-YEAR-SW.

009240     IF WS-LED-KEY < WS-FIRST-LED-KEY
009250         MOVE "Y" TO WS-FIRST-LED-SW
009255         MOVE WS-LED-KEY TO WS-FIRST-LED-KEY
009260         COMPUTE WS-CHAIN-OPENING
009270             = XL-RUNNING-TOTAL - XL-AMOUNT-APPLIED
009280         END-COMPUTE
009290     END-IF.
009294     IF WS-LED-KEY > WS-LAST-LED-KEY
009298         MOVE WS-LED-KEY TO WS-LAST-LED-KEY
009302         MOVE XL-RUNNING-TOTAL TO WS-LAST-RUNNING
009306     END-IF.

009310     IF XL-OPCODE IS NUMERIC
009320         COMPUTE WS-OP-SUB = XL-OPCODE + 1
009330         END-COMPUTE
009340         ADD 1 TO WS-OP-LED-COUNT (WS-OP-SUB)
009350         ADD XL-AMOUNT-APPLIED TO WS-OP-LED-TOTAL (WS-OP-SUB)
009360     END-IF.

009370 5100-EXIT.
009380     EXIT.

009390*****************************************************************
009400*  5200-FIND-DAY-ENTRY                                          *
009410*  LOCATES (OR ADDS) THE LIVE-DAY SUMMARY ENTRY FOR THE         *
009420*  RECORD'S DATE.  A FULL TABLE LEAVES THE SUBSCRIPT ZERO - THE *
009430*  DAY STILL COUNTS IN ITS MONTH BUT IS MISSING FROM THE ANNUAL *
009440*  GENERATION, WHICH THE RETURN CODE REPORTS.                   *
009450*****************************************************************
009460 5200-FIND-DAY-ENTRY.
009470     MOVE ZERO TO WS-DAY-FOUND-SUB.
009480     PERFORM 5210-TEST-DAY-ENTRY THRU 5210-EXIT
009490         VARYING WS-DAY-SUB FROM 1 BY 1
009500         UNTIL WS-DAY-SUB > WS-DAY-COUNT
009510             OR WS-DAY-FOUND-SUB > ZERO.
009520     IF WS-DAY-FOUND-SUB > ZERO
009530         GO TO 5200-EXIT
009540     END-IF.

009550     IF WS-DAY-COUNT NOT < WS-DAY-MAX
009560         IF NOT WS-DAY-FULL
009570             DISPLAY "MORE THAN " WS-DAY-MAX " LIVE DAYS - LATER "
009580                 "DAYS NOT WRITTEN TO CBLHSTY" END-DISPLAY
009590         END-IF
009600         MOVE "Y" TO WS-DAY-FULL-SW
009610         GO TO 5200-EXIT
009620     END-IF.
009630     ADD 1 TO WS-DAY-COUNT.
009640     MOVE WS-DAY-COUNT TO WS-DAY-FOUND-SUB.
009650     MOVE WS-REC-DATE TO WS-DAY-KEY (WS-DAY-COUNT).
009660     MOVE ZERO TO WS-DAY-AUD-COUNT (WS-DAY-COUNT).
009670     MOVE ZERO TO WS-DAY-AUD-ERRS (WS-DAY-COUNT).
009680     MOVE ZERO TO WS-DAY-AUD-TOTAL (WS-DAY-COUNT).
009690     MOVE ZERO TO WS-DAY-LED-COUNT (WS-DAY-COUNT).
009700     MOVE ZERO TO WS-DAY-LED-TOTAL (WS-DAY-COUNT).

009710 5200-EXIT.
009720     EXIT.

009730 5210-TEST-DAY-ENTRY.
009740     IF WS-DAY-KEY (WS-DAY-SUB) = WS-REC-DATE
009750         MOVE WS-DAY-SUB TO WS-DAY-FOUND-SUB
009760     END-IF.

009770 5210-EXIT.
009780     EXIT.

009790 5300-SET-MONTH-SUB.
009800     COMPUTE WS-MONTH-SUB
009810         = WS-REC-YEAR * 12 + WS-REC-MONTH - WS-FY-BASE + 1
009820     END-COMPUTE.

009830 5300-EXIT.
009840     EXIT.

009850*****************************************************************
009860*  5500-SET-BALANCES                                            *
009870*  OPENING AND CLOSING BALANCE BROUGHT FORWARD, AND THE PROOF   *
009880*  OF THE CLOSING AGAINST THE LEDGER.  WITH NO LEDGER DETAIL IN *
009890*  THE YEAR THERE IS NOTHING TO PROVE IT AGAINST.               *
009900*****************************************************************
009910 5500-SET-BALANCES.
009920     MOVE ZERO TO WS-BAL-LED-TOTAL.
009930     PERFORM 5510-ADD-MONTH-LEDGER THRU 5510-EXIT
009940         VARYING WS-MONTH-SUB FROM 1 BY 1
009950         UNTIL WS-MONTH-SUB > 12.

009960     EVALUATE TRUE
009970         WHEN WS-PRIOR-CLOSED
009980             MOVE WS-PRIOR-CLOSING TO WS-OPENING-BAL
009990             MOVE SPACES TO WS-OPENING-SOURCE
010000             STRING "CLOSING OF FISCAL YEAR " WS-PRIOR-FY
010010                 DELIMITED BY SIZE INTO WS-OPENING-SOURCE
010020         WHEN WS-FIRST-LED-FOUND
010030             MOVE WS-CHAIN-OPENING TO WS-OPENING-BAL
010040             MOVE "BEFORE THE YEAR'S FIRST LEDGER RECORD"
010050                 TO WS-OPENING-SOURCE
010060         WHEN WS-PRE-LED-FOUND
010070             MOVE WS-PRE-RUNNING TO WS-OPENING-BAL
010080             MOVE "LAST LEDGER RECORD BEFORE THE YEAR"
010090                 TO WS-OPENING-SOURCE
010100         WHEN OTHER
010110             MOVE ZERO TO WS-OPENING-BAL
010120             MOVE "NO EARLIER LEDGER - ZERO"
010130                 TO WS-OPENING-SOURCE
010140     END-EVALUATE.
010150     COMPUTE WS-CLOSING-BAL = WS-OPENING-BAL + WS-BAL-LED-TOTAL
010160     END-COMPUTE.

010170     IF NOT WS-FIRST-LED-FOUND
010180         MOVE "N" TO WS-PROOF-SW
010190         GO TO 5500-EXIT
010200     END-IF.
010210     IF WS-LAST-RUNNING = WS-CLOSING-BAL
010220         MOVE "P" TO WS-PROOF-SW
010230     ELSE
010240         MOVE "F" TO WS-PROOF-SW
010250     END-IF.

010260 5500-EXIT.
010270     EXIT.

010280 5510-ADD-MONTH-LEDGER.
010290     ADD WS-MN-LED-TOTAL (WS-MONTH-SUB) TO WS-BAL-LED-TOTAL.

010300 5510-EXIT.
010310     EXIT.

010320*****************************************************************
010330*  6000-READ-DEPARTMENTS                                        *
010340*  THE YEAR'S EX4 ACTUALS BY DEPARTMENT FROM DEPPTD.  NO DEPPTD *
010350*  MEANS EX4 NEVER POSTED; A DEPPTD THAT CANNOT BE READ LEAVES  *
010360*  THE SECTION SHORT AND THE STEP ENDS RC=4.                    *
010370*****************************************************************
010380 6000-READ-DEPARTMENTS.
010390     OPEN INPUT YEC-DEPT-FILE.
010400     IF FS-DEPT-FILE = "00"
010410         PERFORM 6100-READ-DEPT-REC THRU 6100-EXIT
010420             UNTIL WS-DEPT-EOF
010430         CLOSE YEC-DEPT-FILE
010440     ELSE
010450         DISPLAY "DEPMAST NOT AVAILABLE - CODES PRINT WITHOUT "
010460             "NAMES" END-DISPLAY
010470     END-IF.

010480     OPEN INPUT YEC-PTD-FILE.
010490     IF FS-PTD-FILE = "35"
010500         DISPLAY "DEPPTD NOT ON FILE - NO EX4 ACTUALS POSTED"
010510             END-DISPLAY
010520         GO TO 6000-EXIT
010530     END-IF.
010540     IF FS-PTD-FILE NOT = "00"
010550         DISPLAY "UNABLE TO OPEN DEPPTD, STATUS "
010560             FS-PTD-FILE END-DISPLAY
010570         MOVE "Y" TO WS-EX4-MISSING-SW
010580         GO TO 6000-EXIT
010590     END-IF.
010600     PERFORM 6200-READ-PTD-REC THRU 6200-EXIT
010610         UNTIL WS-PTD-EOF.
010620     CLOSE YEC-PTD-FILE.

010630 6000-EXIT.
010640     EXIT.

010650 6100-READ-DEPT-REC.
010660     READ YEC-DEPT-FILE
010670         AT END
010680             MOVE "Y" TO WS-DEPT-EOF-SW
010690             GO TO 6100-EXIT
010700     END-READ.
010710     IF WS-DEPT-COUNT NOT < WS-DEPT-MAX
010720         GO TO 6100-EXIT
010730     END-IF.
010740     ADD 1 TO WS-DEPT-COUNT.
010750     MOVE DM-DEPT-CODE TO WS-DP-CODE (WS-DEPT-COUNT).
010760     MOVE DM-DEPT-NAME TO WS-DP-NAME (WS-DEPT-COUNT).
010770     MOVE ZERO TO WS-DP-ENTRIES (WS-DEPT-COUNT).
010780     MOVE ZERO TO WS-DP-ACTUAL (WS-DEPT-COUNT).

010790 6100-EXIT.
010800     EXIT.

010810 6200-READ-PTD-REC.
010820     READ YEC-PTD-FILE NEXT RECORD
010830         AT END
010840             MOVE "Y" TO WS-PTD-EOF-SW
010850             GO TO 6200-EXIT
010860     END-READ.
010870     MOVE PT-POST-DATE TO WS-PTD-DATE.
010880     IF WS-PTD-DATE < WS-FY-START-DATE
010890         OR WS-PTD-DATE > WS-FY-END-DATE
010900         GO TO 6200-EXIT
010910     END-IF.

010920     MOVE PT-DEPT-CODE TO WS-DEPT-LOOKUP.
010930     PERFORM 6300-FIND-DEPT THRU 6300-EXIT.
010940     IF WS-DEPT-FOUND-SUB = ZERO
010950         MOVE "Y" TO WS-EX4-MISSING-SW
010960         GO TO 6200-EXIT
010970     END-IF.
010980     ADD PT-ENTRY-COUNT TO WS-DP-ENTRIES (WS-DEPT-FOUND-SUB).
010990     ADD PT-ACTUAL      TO WS-DP-ACTUAL (WS-DEPT-FOUND-SUB).

011000 6200-EXIT.
011010     EXIT.

011020*****************************************************************
011030*  6300-FIND-DEPT                                               *
011040*  A CODE NOT ON DEPMAST IS ADDED UNDER "NOT ON DEPARTMENT      *
011050*  MASTER".  WITH THE TABLE FULL THE SUBSCRIPT STAYS ZERO.      *
011060*****************************************************************
011070 6300-FIND-DEPT.
011080     MOVE ZERO TO WS-DEPT-FOUND-SUB.
011090     PERFORM 6310-TEST-DEPT THRU 6310-EXIT
011100         VARYING WS-DEPT-SUB FROM 1 BY 1
011110         UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
011120             OR WS-DEPT-FOUND-SUB > ZERO.
011130     IF WS-DEPT-FOUND-SUB > ZERO
011140         OR WS-DEPT-COUNT NOT < WS-DEPT-MAX
011150         GO TO 6300-EXIT
011160     END-IF.
011170     ADD 1 TO WS-DEPT-COUNT.
011180     MOVE WS-DEPT-COUNT TO WS-DEPT-FOUND-SUB.
011190     MOVE WS-DEPT-LOOKUP TO WS-DP-CODE (WS-DEPT-COUNT).
011200     MOVE "NOT ON DEPARTMENT MASTER"
011210         TO WS-DP-NAME (WS-DEPT-COUNT).
011220     MOVE ZERO TO WS-DP-ENTRIES (WS-DEPT-COUNT).
011230     MOVE ZERO TO WS-DP-ACTUAL (WS-DEPT-COUNT).

011240 6300-EXIT.
011250     EXIT.

011260 6310-TEST-DEPT.
011270     IF WS-DP-CODE (WS-DEPT-SUB) = WS-DEPT-LOOKUP
011280         MOVE WS-DEPT-SUB TO WS-DEPT-FOUND-SUB
011290     END-IF.

011300 6310-EXIT.
011310     EXIT.

011320*****************************************************************
011330*  7000-WRITE-STATEMENT                                         *
011340*  HEADING, THE MONTHLY AND OPCODE SECTIONS WITH A YEAR TOTAL   *
011350*  EACH, THE BALANCE BROUGHT FORWARD, THE EX4 DEPARTMENTS, AND  *
011360*  THE OUTCOME OF THE CLOSE.                                    *
011370*****************************************************************
011380 7000-WRITE-STATEMENT.
011390     MOVE WS-FISCAL-YEAR   TO H1-FISCAL-YEAR.
011400     MOVE WS-FY-START-DATE TO H1-START-DATE.
011410     MOVE WS-FY-END-DATE   TO H1-END-DATE.
011420     MOVE WS-BUS-DATE      TO H1-BUS-DATE.
011430     WRITE YEC-OUT-RECORD FROM YEC-RPT-HDG-1.

011440     MOVE SPACES TO ML-TEXT.
011450     WRITE YEC-OUT-RECORD FROM YEC-RPT-MSG-LINE.
011460     MOVE "MONTHLY TOTALS - CBLHIST FOR ARCHIVED DAYS, THE LIVE "
011470         TO ML-TEXT.
011480     MOVE "FILES FOR THE REST" TO ML-TEXT (54:18).
011490     WRITE YEC-OUT-RECORD FROM YEC-RPT-MSG-LINE.
011500     MOVE "MONTH" TO CH-LABEL.
011510     WRITE YEC-OUT-RECORD FROM YEC-RPT-COL-HDG.
011520     MOVE ZERO TO WS-YR-AUD-COUNT.
011530     MOVE ZERO TO WS-YR-AUD-ERRS.
011540     MOVE ZERO TO WS-YR-AUD-TOTAL.
011550     MOVE ZERO TO WS-YR-LED-COUNT.
011560     MOVE ZERO TO WS-YR-LED-TOTAL.
011570     PERFORM 7100-WRITE-MONTH-LINE THRU 7100-EXIT
011580         VARYING WS-MONTH-SUB FROM 1 BY 1
011590         UNTIL WS-MONTH-SUB > 12.
011600     PERFORM 7300-WRITE-YEAR-TOTAL THRU 7300-EXIT.

011610     MOVE SPACES TO ML-TEXT.
011620     WRITE YEC-OUT-RECORD FROM YEC-RPT-MSG-LINE.
011630     MOVE "OPCODE TOTALS - ARCHIVED AND LIVE DETAIL" TO ML-TEXT.
011640     WRITE YEC-OUT-RECORD FROM YEC-RPT-MSG-LINE.
011650     MOVE "OPCODE" TO CH-LABEL.
011660     WRITE YEC-OUT-RECORD FROM YEC-RPT-COL-HDG.
011670     MOVE ZERO TO WS-YR-AUD-COUNT.
011680     MOVE ZERO TO WS-YR-AUD-ERRS.
011690     MOVE ZERO TO WS-YR-AUD-TOTAL.
011700     MOVE ZERO TO WS-YR-LED-COUNT.
011710     MOVE ZERO TO WS-YR-LED-TOTAL.
011720     PERFORM 7200-WRITE-OPCODE-LINE THRU 7200-EXIT
011730         VARYING WS-OP-SUB FROM 1 BY 1
011740         UNTIL WS-OP-SUB > 10.
011750     PERFORM 7300-WRITE-YEAR-TOTAL THRU 7300-EXIT.
011760     MOVE WS-ARCH-AUD-COUNT TO WS-COUNT-EDIT-1.
011770     MOVE WS-HIST-AUD-COUNT TO WS-COUNT-EDIT-2.
011780     MOVE SPACES TO ML-TEXT.
011790     IF WS-OPCODES-INCOMPLETE
011800         STRING "  ** INCOMPLETE - THE ARCHIVES HOLD "
011810             WS-COUNT-EDIT-1 " AUDIT RECORD(S) FOR THE YEAR, "
011820             "CBLHIST " WS-COUNT-EDIT-2 " **"
011830             DELIMITED BY SIZE INTO ML-TEXT
011840     ELSE
011850         STRING "  ARCHIVED DETAIL AGREES WITH CBLHIST - "
011860             WS-COUNT-EDIT-1 " AUDIT RECORD(S)"
011870             DELIMITED BY SIZE INTO ML-TEXT
011880     END-IF.
011890     WRITE YEC-OUT-RECORD FROM YEC-RPT-MSG-LINE.

011900     PERFORM 7400-WRITE-BALANCES THRU 7400-EXIT.
011910     PERFORM 7500-WRITE-DEPARTMENTS THRU 7500-EXIT.

011920     MOVE SPACES TO ML-TEXT.
011930     WRITE YEC-OUT-RECORD FROM YEC-RPT-MSG-LINE.
011940     IF WS-LOCK-FAILED
011950         MOVE "** CBLFYCL COULD NOT BE REWRITTEN - THE YEAR IS "
011960             TO ML-TEXT
011970         MOVE "NOT LOCKED **" TO ML-TEXT (49:13)
011980     ELSE
011990         STRING "FISCAL YEAR " WS-FISCAL-YEAR
012000             " CLOSED AND LOCKED ON CBLFYCL"
012010             DELIMITED BY SIZE INTO ML-TEXT
012020     END-IF.
012030     WRITE YEC-OUT-RECORD FROM YEC-RPT-MSG-LINE.

012040 7000-EXIT.
012050     EXIT.

012060 7100-WRITE-MONTH-LINE.
012070     MOVE SPACES TO TL-LABEL.
012080     MOVE WS-MN-PERIOD (WS-MONTH-SUB) (1:4) TO TL-LABEL (1:4).
012090     MOVE "/" TO TL-LABEL (5:1).
012100     MOVE WS-MN-PERIOD (WS-MONTH-SUB) (5:2) TO TL-LABEL (6:2).
012110     MOVE WS-MN-AUD-COUNT (WS-MONTH-SUB) TO TL-AUD-COUNT.
012120     MOVE WS-MN-AUD-ERRS (WS-MONTH-SUB)  TO TL-AUD-ERRS.
012130     MOVE WS-MN-AUD-TOTAL (WS-MONTH-SUB) TO TL-AUD-TOTAL.
012140     MOVE WS-MN-LED-COUNT (WS-MONTH-SUB) TO TL-LED-COUNT.
012150     MOVE WS-MN-LED-TOTAL (WS-MONTH-SUB) TO TL-LED-TOTAL.
012160     WRITE YEC-OUT-RECORD FROM YEC-RPT-TOT-LINE.
012170     ADD WS-MN-AUD-COUNT (WS-MONTH-SUB) TO WS-YR-AUD-COUNT.
012180     ADD WS-MN-AUD-ERRS (WS-MONTH-SUB)  TO WS-YR-AUD-ERRS.
012190     ADD WS-MN-AUD-TOTAL (WS-MONTH-SUB) TO WS-YR-AUD-TOTAL.
012200     ADD WS-MN-LED-COUNT (WS-MONTH-SUB) TO WS-YR-LED-COUNT.
012210     ADD WS-MN-LED-TOTAL (WS-MONTH-SUB) TO WS-YR-LED-TOTAL.

012220 7100-EXIT.
012230     EXIT.

012240 7200-WRITE-OPCODE-LINE.
012250     MOVE SPACES TO TL-LABEL.
012260     COMPUTE WS-WORK-MREM = WS-OP-SUB - 1
012270     END-COMPUTE.
012280     MOVE WS-WORK-MREM (2:1) TO TL-LABEL (4:1).
012290     MOVE WS-OP-AUD-COUNT (WS-OP-SUB) TO TL-AUD-COUNT.
012300     MOVE WS-OP-AUD-ERRS (WS-OP-SUB)  TO TL-AUD-ERRS.
012310     MOVE WS-OP-AUD-TOTAL (WS-OP-SUB) TO TL-AUD-TOTAL.
012320     MOVE WS-OP-LED-COUNT (WS-OP-SUB) TO TL-LED-COUNT.
012330     MOVE WS-OP-LED-TOTAL (WS-OP-SUB) TO TL-LED-TOTAL.
012340     WRITE YEC-OUT-RECORD FROM YEC-RPT-TOT-LINE.
012350     ADD WS-OP-AUD-COUNT (WS-OP-SUB) TO WS-YR-AUD-COUNT.
012360     ADD WS-OP-AUD-ERRS (WS-OP-SUB)  TO WS-YR-AUD-ERRS.
012370     ADD WS-OP-AUD-TOTAL (WS-OP-SUB) TO WS-YR-AUD-TOTAL.
012380     ADD WS-OP-LED-COUNT (WS-OP-SUB) TO WS-YR-LED-COUNT.
012390     ADD WS-OP-LED-TOTAL (WS-OP-SUB) TO WS-YR-LED-TOTAL.

012400 7200-EXIT.
012410     EXIT.

012420 7300-WRITE-YEAR-TOTAL.
012430     MOVE "YEAR" TO TL-LABEL.
012440     MOVE WS-YR-AUD-COUNT TO TL-AUD-COUNT.
012450     MOVE WS-YR-AUD-ERRS  TO TL-AUD-ERRS.
012460     MOVE WS-YR-AUD-TOTAL TO TL-AUD-TOTAL.
012470     MOVE WS-YR-LED-COUNT TO TL-LED-COUNT.
012480     MOVE WS-YR-LED-TOTAL TO TL-LED-TOTAL.
012490     WRITE YEC-OUT-RECORD FROM YEC-RPT-TOT-LINE.

012500 7300-EXIT.
012510     EXIT.

012520*****************************************************************
012530*  7400-WRITE-BALANCES                                          *
012540*  THE YEAR'S LEDGER TOTAL IS THE ONE 5500 BUILT THE CLOSING    *
012550*  BALANCE FROM - THE MONTHLY FIGURES (CBLHIST AND THE LIVE     *
012560*  LEDGER), SO IT COVERS THE WHOLE YEAR EVEN WHEN AN ARCHIVE    *
012565*  GENERATION HAS ROLLED OFF, AND THE BLOCK ALWAYS ADDS UP.     *
012570*****************************************************************
012580 7400-WRITE-BALANCES.
012590     MOVE SPACES TO ML-TEXT.
012600     WRITE YEC-OUT-RECORD FROM YEC-RPT-MSG-LINE.
012610     MOVE "BALANCE BROUGHT FORWARD" TO ML-TEXT.
012620     WRITE YEC-OUT-RECORD FROM YEC-RPT-MSG-LINE.

012630     MOVE "OPENING BALANCE" TO BL-DESC.
012640     MOVE WS-OPENING-BAL TO BL-AMOUNT.
012650     MOVE WS-OPENING-SOURCE TO BL-NOTE.
012660     WRITE YEC-OUT-RECORD FROM YEC-RPT-BAL-LINE.

012670     MOVE "LEDGER TOTAL FOR THE YEAR" TO BL-DESC.
012680     MOVE WS-BAL-LED-TOTAL TO BL-AMOUNT.
012690     MOVE SPACES TO BL-NOTE.
012700     WRITE YEC-OUT-RECORD FROM YEC-RPT-BAL-LINE.

012710     MOVE "CLOSING BALANCE CARRIED FORWARD" TO BL-DESC.
012720     MOVE WS-CLOSING-BAL TO BL-AMOUNT.
012730     MOVE SPACES TO BL-NOTE.
012740     WRITE YEC-OUT-RECORD FROM YEC-RPT-BAL-LINE.

012750     MOVE "LEDGER RUNNING TOTAL AT YEAR END" TO BL-DESC.
012760     MOVE WS-LAST-RUNNING TO BL-AMOUNT.
012770     EVALUATE TRUE
012780         WHEN WS-PROOF-PASSED
012790             MOVE "AGREES - CLOSING PROVED" TO BL-NOTE
012800         WHEN WS-PROOF-FAILED
012810             MOVE "** DOES NOT AGREE WITH THE CLOSING **"
012820                 TO BL-NOTE
012830         WHEN OTHER
012840             MOVE ZERO TO BL-AMOUNT
012850             MOVE "NO LEDGER DETAIL IN THE YEAR TO PROVE"
012860                 TO BL-NOTE
012870     END-EVALUATE.
012880     WRITE YEC-OUT-RECORD FROM YEC-RPT-BAL-LINE.

012890 7400-EXIT.
012900     EXIT.

012910 7500-WRITE-DEPARTMENTS.
012920     MOVE SPACES TO ML-TEXT.
012930     WRITE YEC-OUT-RECORD FROM YEC-RPT-MSG-LINE.
012940     MOVE "EX4 DEPARTMENT TOTALS FOR THE YEAR" TO ML-TEXT.
012950     WRITE YEC-OUT-RECORD FROM YEC-RPT-MSG-LINE.
012960     WRITE YEC-OUT-RECORD FROM YEC-RPT-DEPT-HDG.
012970     MOVE ZERO TO WS-DEPT-ENTRIES.
012980     MOVE ZERO TO WS-DEPT-ACTUAL.
012990     PERFORM 7510-WRITE-DEPT-LINE THRU 7510-EXIT
013000         VARYING WS-DEPT-SUB FROM 1 BY 1
013010         UNTIL WS-DEPT-SUB > WS-DEPT-COUNT.

013020     MOVE SPACES TO DD-CODE.
013030     MOVE "ALL DEPARTMENTS" TO DD-NAME.
013040     MOVE WS-DEPT-ENTRIES TO DD-ENTRIES.
013050     MOVE WS-DEPT-ACTUAL TO DD-ACTUAL.
013060     WRITE YEC-OUT-RECORD FROM YEC-RPT-DEPT-LINE.
013070     IF WS-EX4-MISSING
013080         MOVE "  ** DEPPTD COULD NOT BE READ IN FULL - EX4 "
013090             TO ML-TEXT
013100         MOVE "TOTALS ARE SHORT **" TO ML-TEXT (46:19)
013110         WRITE YEC-OUT-RECORD FROM YEC-RPT-MSG-LINE
013120     END-IF.

013130 7500-EXIT.
013140     EXIT.

013150 7510-WRITE-DEPT-LINE.
013160     MOVE WS-DP-CODE (WS-DEPT-SUB)    TO DD-CODE.
013170     MOVE WS-DP-NAME (WS-DEPT-SUB)    TO DD-NAME.
013180     MOVE WS-DP-ENTRIES (WS-DEPT-SUB) TO DD-ENTRIES.
013190     MOVE WS-DP-ACTUAL (WS-DEPT-SUB)  TO DD-ACTUAL.
013200     WRITE YEC-OUT-RECORD FROM YEC-RPT-DEPT-LINE.
013210     ADD WS-DP-ENTRIES (WS-DEPT-SUB) TO WS-DEPT-ENTRIES.
013220     ADD WS-DP-ACTUAL (WS-DEPT-SUB)  TO WS-DEPT-ACTUAL.

013230 7510-EXIT.
013240     EXIT.

013250*****************************************************************
013260*  7800-WRITE-LIVE-DAYS                                         *
013270*  THE LIVE DAYS FOLLOW THE ARCHIVED ONES ON THE ANNUAL         *
013280*  GENERATION, IN THE CBLHIST LAYOUT.                           *
013290*****************************************************************
013300 7800-WRITE-LIVE-DAYS.
013310     PERFORM 7810-WRITE-DAY THRU 7810-EXIT
013320         VARYING WS-DAY-SUB FROM 1 BY 1
013330         UNTIL WS-DAY-SUB > WS-DAY-COUNT.

013340 7800-EXIT.
013350     EXIT.

013360 7810-WRITE-DAY.
013370     MOVE WS-DAY-KEY (WS-DAY-SUB)       TO HW-DATE.
013380     MOVE WS-DAY-AUD-COUNT (WS-DAY-SUB) TO HW-AUD-COUNT.
013390     MOVE WS-DAY-AUD-ERRS (WS-DAY-SUB)  TO HW-AUD-ERR-COUNT.
013400     MOVE WS-DAY-AUD-TOTAL (WS-DAY-SUB) TO HW-AUD-TOTAL.
013410     MOVE WS-DAY-LED-COUNT (WS-DAY-SUB) TO HW-LED-COUNT.
013420     MOVE WS-DAY-LED-TOTAL (WS-DAY-SUB) TO HW-LED-TOTAL.
013430     WRITE YEC-HSTY-RECORD FROM WS-HIST-WORK.

013440 7810-EXIT.
013450     EXIT.

013460*****************************************************************
013470*  8000-WRITE-CLOSE-FILE                                        *
013480*  REWRITES CBLFYCL WITH THIS YEAR CLOSED - REPLACING A         *
013490*  REOPENED ENTRY, WHOSE LAST REOPEN STAYS ON THE RECORD, OR    *
013500*  ADDING A NEW ONE AT THE END.                                 *
013510*****************************************************************
013520 8000-WRITE-CLOSE-FILE.
013530     OPEN OUTPUT YEC-FYCL-FILE.
013540     IF FS-FYCL-FILE NOT = "00"
013550         DISPLAY "UNABLE TO REWRITE CBLFYCL, STATUS "
013560             FS-FYCL-FILE END-DISPLAY
013570         MOVE "Y" TO WS-LOCK-FAILED-SW
013580         GO TO 8000-EXIT
013590     END-IF.
013600     PERFORM 8100-WRITE-FYCL-ENTRY THRU 8100-EXIT
013610         VARYING WS-FY-SUB FROM 1 BY 1
013620         UNTIL WS-FY-SUB > WS-FY-COUNT.
013630     IF WS-FY-THIS-SUB = ZERO
013640         MOVE SPACES TO CBL-FYCL-RECORD
013650         INITIALIZE CBL-FYCL-RECORD
013660         PERFORM 8200-SET-CLOSED THRU 8200-EXIT
013670         WRITE CBL-FYCL-RECORD
013680         PERFORM 8300-CHECK-WRITE THRU 8300-EXIT
013690     END-IF.
013700     CLOSE YEC-FYCL-FILE.

013710 8000-EXIT.
013720     EXIT.

013730 8100-WRITE-FYCL-ENTRY.
013740     MOVE WS-FY-ENTRY (WS-FY-SUB) TO CBL-FYCL-RECORD.
013750     IF WS-FY-SUB = WS-FY-THIS-SUB
013760         PERFORM 8200-SET-CLOSED THRU 8200-EXIT
013770     END-IF.
013780     WRITE CBL-FYCL-RECORD.
013790     PERFORM 8300-CHECK-WRITE THRU 8300-EXIT.

013800 8100-EXIT.
013810     EXIT.

013820 8200-SET-CLOSED.
013830     MOVE WS-FISCAL-YEAR   TO FC-FISCAL-YEAR.
013840     MOVE WS-FY-START-DATE TO FC-START-DATE.
013850     MOVE WS-FY-END-DATE   TO FC-END-DATE.
013860     MOVE "C"              TO FC-STATUS.
013870     MOVE WS-BUS-DATE      TO FC-CLOSED-DATE.
013880     MOVE WS-OPENING-BAL   TO FC-OPENING-BAL.
013890     MOVE WS-CLOSING-BAL   TO FC-CLOSING-BAL.

013900 8200-EXIT.
013910     EXIT.

013920 8300-CHECK-WRITE.
013930     IF FS-FYCL-FILE NOT = "00"
013940         DISPLAY "CBLFYCL WRITE FAILED, STATUS "
013950             FS-FYCL-FILE END-DISPLAY
013960         MOVE "Y" TO WS-LOCK-FAILED-SW
013970     END-IF.

013980 8300-EXIT.
013990     EXIT.

014000 9000-CLOSE-FILES.
014010     CLOSE YEC-OUT-FILE.
014020     CLOSE YEC-HSTY-FILE.

014030 9000-EXIT.
014040     EXIT.
