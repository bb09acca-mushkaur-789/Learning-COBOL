000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.     DEPBMNT IS INITIAL PROGRAM.
000120 AUTHOR.         R HANLEY.
000130 INSTALLATION.   DATA PROCESSING DEPT.
000140 DATE-WRITTEN.   12/10/2026.
000150 DATE-COMPILED.  TODAY.
000160*****************************************************************
000170*  DEPBMNT - DEPARTMENT BUDGET MAINTENANCE.                     *
000180*  THE ONLY PROGRAM THAT WRITES THE DEPARTMENT BUDGET FILE      *
000190*  (DEPBUDG) - ONE MONTHLY BUDGET PER DEPMAST CODE AND PERIOD   *
000200*  (YYYYMM) - THAT THE BUDGET-VERSUS-ACTUAL REPORT (DEPBRPT)    *
000210*  MEASURES EACH DEPARTMENT'S EX4 SPEND AGAINST.  SETTING A     *
000220*  BUDGET ADDS THE PERIOD OR CHANGES ITS AMOUNT.  THE CODE MUST *
000230*  BE AN ACTIVE DEPARTMENT ON DEPMAST AND THE MONTH 01-12.      *
000240*  EVERY APPLIED AND REJECTED ACTION WRITES A CHANGE-AUDIT      *
000250*  RECORD (DEPBUDA) WITH THE OLD AND NEW AMOUNTS, THE SAME      *
000260*  PATTERN DEPMNT FOLLOWS FOR THE DEPARTMENT MASTER.  THE FILE  *
000270*  IS KEYED AND MAINTAINED RECORD BY RECORD, AS RIPMNT DOES FOR *
000280*  RIPMAST, SINCE IT GROWS BY A YEAR OF MONTHS PER DEPARTMENT.  *
000290*****************************************************************
000300*  MODIFICATION HISTORY.
000310*  12/10/2026  RH  ORIGINAL VERSION.
000320*****************************************************************
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SPECIAL-NAMES.
000360     CLASS VALID-OPID IS "A" THRU "Z"
000370         "0" THRU "9" SPACE.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT BMT-MAST-FILE    ASSIGN TO "DEPMAST"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS FS-MAST-FILE.

000430     SELECT BMT-BUDG-FILE    ASSIGN TO "DEPBUDG"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS BG-KEY
000470         FILE STATUS IS FS-BUDG-FILE.

000480     SELECT BMT-AUDT-FILE    ASSIGN TO "DEPBUDA"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS FS-AUDT-FILE.

000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  BMT-MAST-FILE
000540     RECORDING MODE IS F.
000550 COPY DEPMAST.

000560 FD  BMT-BUDG-FILE.
000570 COPY DEPBUDG.

000580 FD  BMT-AUDT-FILE
000590     RECORDING MODE IS F.
000600 01  DEP-BUDG-AUDIT-RECORD.
000610     05  BA-TIMESTAMP            PIC X(26).
000620     05  BA-ACTION               PIC X(01).
000630         88  BA-ACTION-ADD           VALUE "A".
000640         88  BA-ACTION-CHANGE        VALUE "C".
000650     05  BA-DEPT-CODE            PIC X(03).
000660     05  BA-PERIOD               PIC X(06).
000670     05  BA-OLD-AMT              PIC S9(09)V99
000680             SIGN IS LEADING SEPARATE.
000690     05  BA-NEW-AMT              PIC S9(09)V99
000700             SIGN IS LEADING SEPARATE.
000710     05  BA-STATUS               PIC X(01).
000720         88  BA-STATUS-APPLIED       VALUE "K".
000730         88  BA-STATUS-REJECTED      VALUE "E".
000740     05  BA-REASON               PIC X(25).
000750     05  BA-OPERATOR-ID          PIC X(08).

000760 WORKING-STORAGE SECTION.
000770 01  FS-MAST-FILE      PIC X(02) VALUE "00".
000780 01  FS-BUDG-FILE      PIC X(02) VALUE "00".
000790 01  FS-AUDT-FILE      PIC X(02) VALUE "00".

000800 01  WS-MENU-CHOICE    PIC 9 VALUE ZERO.
000810 01  WS-MAST-EOF-SW    PIC X VALUE "N".
000820     88  WS-MAST-EOF              VALUE "Y".
000830 01  WS-BUDG-EOF-SW    PIC X VALUE "N".
000840     88  WS-BUDG-EOF              VALUE "Y".
000850 01  WS-REJECT-SW      PIC X VALUE "N".
000860     88  WS-ACTION-REJECTED       VALUE "Y".
000870 01  WS-REASON         PIC X(25) VALUE SPACES.
000880 01  WS-APPLIED-COUNT  PIC 9(05) COMP VALUE ZERO.
000890 01  WS-REJECT-COUNT   PIC 9(05) COMP VALUE ZERO.
000900 01  WS-LIST-COUNT     PIC 9(05) COMP VALUE ZERO.

000910 01  WS-CUR-DATE       PIC 9(08).
000920 01  WS-CUR-TIME       PIC 9(08).
000930 01  WS-OPERATOR-ID    PIC X(08) VALUE SPACES.

000940*THE DEPARTMENT MASTER IS LOADED ONLY TO VALIDATE THE CODE
000950*KEYED AGAINST IT - 50 ENTRIES MATCHES DEPMNT AND EX4.
000960 01  WS-DEPT-MAX       PIC 9(02) COMP VALUE 50.
000970 01  WS-TRUNC-SW       PIC X VALUE "N".
000980     88  WS-LOAD-TRUNCATED        VALUE "Y".
000990 01  WS-DEPT-COUNT     PIC 9(02) COMP VALUE ZERO.
001000 01  WS-DEPT-SUB       PIC 9(02) COMP VALUE ZERO.
001010 01  WS-DEPT-FOUND-SUB PIC 9(02) COMP VALUE ZERO.
001020 01  WS-DEPT-TABLE.
001030     05  WS-DEPT-ENTRY OCCURS 50 TIMES.
001040         10  WS-DP-CODE          PIC X(03).
001050         10  WS-DP-NAME          PIC X(30).
001060         10  WS-DP-ACTIVE-SW     PIC X(01).

001070*FIELDS UNDER EDIT FOR THE CURRENT ACTION.  THE AMOUNT IS KEYED
001080*WITH AN EXPLICIT DECIMAL POINT, AS CBLRMNT KEYS A RATE.
001090 01  WS-ACTION         PIC X(01) VALUE SPACE.
001100 01  WS-DEPT-CODE      PIC X(03) VALUE SPACES.
001110 01  WS-ENTRY-PERIOD   PIC 9(06) VALUE ZERO.
001120 01  WS-PERIOD         PIC 9(06) VALUE ZERO.
001130 01  WS-PERIOD-X REDEFINES WS-PERIOD.
001140     05  WS-PERIOD-YEAR      PIC 9(04).
001150     05  WS-PERIOD-MONTH     PIC 9(02).
001160 01  WS-ENTRY-AMT      PIC 9(09).99.
001170 01  WS-NEW-AMT        PIC S9(09)V99 VALUE ZERO.
001180 01  WS-OLD-AMT        PIC S9(09)V99 VALUE ZERO.
001190 01  WS-AMT-EDIT       PIC Z(8)9.99.

001200 LINKAGE SECTION.
001210 COPY CBLOPID.

001220 PROCEDURE DIVISION USING CBL-OPID-AREA.
001230 0000-MAINLINE.
001240*    RUN STANDALONE (NOT CALLED FROM CBLMENU) THERE IS NO
001250*    COMMAREA TO REFERENCE - STAMP THE UNVALIDATED ID INSTEAD.
001260     IF ADDRESS OF CBL-OPID-AREA = NULL
001270         MOVE "UNKNOWN" TO WS-OPERATOR-ID
001280     ELSE
001290         IF OPID-OPERATOR-ID IS VALID-OPID
001300             MOVE OPID-OPERATOR-ID TO WS-OPERATOR-ID
001310         ELSE
001320             MOVE "UNKNOWN" TO WS-OPERATOR-ID
001330         END-IF
001340     END-IF.

001350     PERFORM 0200-LOAD-DEPT-TABLE THRU 0200-EXIT.

001360*    A CODE PAST THE TABLE COULD NEVER BE VALIDATED, AND A
001370*    MISSING MASTER LEAVES NOTHING THAT CAN BE BUDGETED.
001380     IF WS-LOAD-TRUNCATED OR WS-DEPT-COUNT = ZERO
001390         DISPLAY "DEPMAST MISSING, EMPTY, OR LARGER THAN THE "
001400             "DEPARTMENT TABLE - MAINTENANCE REFUSED" END-DISPLAY
001410         MOVE 8 TO RETURN-CODE
001420         GO TO 9999-PROGRAM-END
001430     END-IF.

001440     PERFORM 0300-OPEN-BUDG-FILE THRU 0300-EXIT.

001450     OPEN EXTEND BMT-AUDT-FILE.
001460     IF FS-AUDT-FILE NOT = "00"
001470         DISPLAY "UNABLE TO OPEN DEPBUDA, STATUS "
001480             FS-AUDT-FILE END-DISPLAY
001490         CLOSE BMT-BUDG-FILE
001500         MOVE 16 TO RETURN-CODE
001510         GO TO 9999-PROGRAM-END
001520     END-IF.

001530     PERFORM 1000-INTERACTIVE-DRIVER THRU 1000-EXIT.

001540     CLOSE BMT-BUDG-FILE.
001550     CLOSE BMT-AUDT-FILE.
001560     DISPLAY WS-APPLIED-COUNT " ACTION(S) APPLIED, "
001570         WS-REJECT-COUNT " REJECTED" END-DISPLAY.
001580     GO TO 9999-PROGRAM-END.

001590 9999-PROGRAM-END.
001600     GOBACK.

001610*****************************************************************
001620*  0200-LOAD-DEPT-TABLE                                         *
001630*  LOADS THE DEPARTMENT MASTER SO EACH KEYED CODE CAN BE        *
001640*  CHECKED FOR AN ACTIVE DEPARTMENT.                            *
001650*****************************************************************
001660 0200-LOAD-DEPT-TABLE.
001670     MOVE "N" TO WS-MAST-EOF-SW.
001680     OPEN INPUT BMT-MAST-FILE.
001690     IF FS-MAST-FILE NOT = "00"
001700         DISPLAY "UNABLE TO OPEN DEPMAST, STATUS "
001710             FS-MAST-FILE END-DISPLAY
001720         GO TO 0200-EXIT
001730     END-IF.

001740     PERFORM 0250-READ-DEPT-REC THRU 0250-EXIT
001750         UNTIL WS-MAST-EOF.
001760     CLOSE BMT-MAST-FILE.

001770 0200-EXIT.
001780     EXIT.

001790 0250-READ-DEPT-REC.
001800     READ BMT-MAST-FILE
001810         AT END
001820             MOVE "Y" TO WS-MAST-EOF-SW
001830         NOT AT END
001840             IF WS-DEPT-COUNT >= WS-DEPT-MAX
001850                 DISPLAY "DEPMAST EXCEEDS THE DEPARTMENT "
001860                     "TABLE - LOAD STOPPED" END-DISPLAY
001870                 MOVE "Y" TO WS-TRUNC-SW
001880                 MOVE "Y" TO WS-MAST-EOF-SW
001890             ELSE
001900                 ADD 1 TO WS-DEPT-COUNT
001910                 MOVE DM-DEPT-CODE
001920                     TO WS-DP-CODE (WS-DEPT-COUNT)
001930                 MOVE DM-DEPT-NAME
001940                     TO WS-DP-NAME (WS-DEPT-COUNT)
001950                 MOVE DM-ACTIVE-SW
001960                     TO WS-DP-ACTIVE-SW (WS-DEPT-COUNT)
001970             END-IF
001980     END-READ.

001990 0250-EXIT.
002000     EXIT.

002010*****************************************************************
002020*  0300-OPEN-BUDG-FILE                                          *
002030*  OPENS THE BUDGET FILE FOR KEYED UPDATE.  A MISSING FILE      *
002040*  (STATUS 35) JUST MEANS NO BUDGET HAS EVER BEEN SET - IT IS   *
002050*  CREATED EMPTY AND REOPENED SO THE FIRST BUDGET CAN BE ADDED. *
002060*****************************************************************
002070 0300-OPEN-BUDG-FILE.
002080     OPEN I-O BMT-BUDG-FILE.
002090     IF FS-BUDG-FILE = "35"
002100         DISPLAY "DEPBUDG NOT AVAILABLE - STARTING EMPTY"
002110             END-DISPLAY
002120         OPEN OUTPUT BMT-BUDG-FILE
002130         IF FS-BUDG-FILE = "00"
002140             CLOSE BMT-BUDG-FILE
002150             OPEN I-O BMT-BUDG-FILE
002160         END-IF
002170     END-IF.
002180     IF FS-BUDG-FILE NOT = "00"
002190         DISPLAY "UNABLE TO OPEN DEPBUDG, STATUS "
002200             FS-BUDG-FILE END-DISPLAY
002210         MOVE 16 TO RETURN-CODE
002220         GO TO 9999-PROGRAM-END
002230     END-IF.

002240 0300-EXIT.
002250     EXIT.

002260*****************************************************************
002270*  1000-INTERACTIVE-DRIVER                                      *
002280*****************************************************************
002290 1000-INTERACTIVE-DRIVER.
002300     PERFORM 1100-DISPLAY-MENU THRU 1100-EXIT.

002310     IF WS-MENU-CHOICE = 1
002320         PERFORM 1200-SET-BUDGET THRU 1200-EXIT
002330     END-IF.

002340     IF WS-MENU-CHOICE = 2
002350         PERFORM 1600-LIST-BUDGETS THRU 1600-EXIT
002360     END-IF.

002370     IF WS-MENU-CHOICE = 0
002380         GO TO 1000-EXIT
002390     ELSE
002400         PERFORM 1000-INTERACTIVE-DRIVER THRU 1000-EXIT
002410     END-IF.

002420 1000-EXIT.
002430     EXIT.

002440 1100-DISPLAY-MENU.
002450     DISPLAY "DEPBMNT - DEPARTMENT BUDGET MAINTENANCE"
002455         END-DISPLAY.
002460     DISPLAY "1- SET A DEPARTMENT'S BUDGET FOR A MONTH"
002470         END-DISPLAY.
002480     DISPLAY "2- LIST A DEPARTMENT'S BUDGETS" END-DISPLAY.
002490     DISPLAY "0- END MAINTENANCE" END-DISPLAY.
002500     DISPLAY "CHOOSE ONE OPTION" END-DISPLAY.
002510     ACCEPT WS-MENU-CHOICE END-ACCEPT.

002520     IF WS-MENU-CHOICE < 0 OR WS-MENU-CHOICE > 2
002530         DISPLAY "CHOICE NOT VALID" END-DISPLAY
002540         PERFORM 1100-DISPLAY-MENU THRU 1100-EXIT
002550     END-IF.

002560 1100-EXIT.
002570     EXIT.

002580*****************************************************************
002590*  1200-SET-BUDGET                                              *
002600*  ADDS THE DEPARTMENT'S BUDGET FOR THE PERIOD, OR CHANGES THE  *
002610*  AMOUNT WHEN THE PERIOD IS ALREADY ON FILE.  A ZERO AMOUNT IS *
002620*  A REAL (NIL) BUDGET - ANY SPEND AGAINST IT IS FLAGGED.       *
002630*****************************************************************
002640 1200-SET-BUDGET.
002650     MOVE "A" TO WS-ACTION.
002660     PERFORM 1500-ASK-BUDGET-FIELDS THRU 1500-EXIT.
002670     PERFORM 5000-EDIT-BUDGET-FIELDS THRU 5000-EXIT.
002680     IF WS-ACTION-REJECTED
002690         PERFORM 6800-AUDIT-REJECT THRU 6800-EXIT
002700         GO TO 1200-EXIT
002710     END-IF.

002720     MOVE WS-DEPT-CODE TO BG-DEPT-CODE.
002730     MOVE WS-PERIOD    TO BG-PERIOD.
002740     READ BMT-BUDG-FILE
002750         INVALID KEY
002760             MOVE "A" TO WS-ACTION
002770         NOT INVALID KEY
002780             MOVE "C" TO WS-ACTION
002790             MOVE BG-BUDGET-AMT TO WS-OLD-AMT
002800     END-READ.

002810     MOVE SPACES TO DEP-BUDG-RECORD.
002820     MOVE WS-DEPT-CODE   TO BG-DEPT-CODE.
002830     MOVE WS-PERIOD      TO BG-PERIOD.
002840     MOVE WS-NEW-AMT     TO BG-BUDGET-AMT.
002850     MOVE WS-OPERATOR-ID TO BG-LAST-OPERATOR.
002860     ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD.
002870     ACCEPT WS-CUR-TIME FROM TIME.
002880     STRING WS-CUR-DATE  "-" WS-CUR-TIME
002890         DELIMITED BY SIZE INTO BG-LAST-CHANGED.

002900     IF WS-ACTION = "A"
002910         WRITE DEP-BUDG-RECORD
002920             INVALID KEY
002930                 CONTINUE
002940         END-WRITE
002950     ELSE
002960         REWRITE DEP-BUDG-RECORD
002970             INVALID KEY
002980                 CONTINUE
002990         END-REWRITE
003000     END-IF.
003010     IF FS-BUDG-FILE NOT = "00"
003020         MOVE "DEPBUDG UPDATE FAILED" TO WS-REASON
003030         DISPLAY "UNABLE TO UPDATE DEPBUDG, STATUS "
003040             FS-BUDG-FILE END-DISPLAY
003050         PERFORM 6800-AUDIT-REJECT THRU 6800-EXIT
003060         GO TO 1200-EXIT
003070     END-IF.

003080     PERFORM 6900-AUDIT-APPLIED THRU 6900-EXIT.
003090     MOVE WS-NEW-AMT TO WS-AMT-EDIT.
003100     IF WS-ACTION = "A"
003110         DISPLAY "ADDED BUDGET " WS-DEPT-CODE " " WS-PERIOD
003120             " " WS-AMT-EDIT END-DISPLAY
003130     ELSE
003140         DISPLAY "CHANGED BUDGET " WS-DEPT-CODE " " WS-PERIOD
003150             " " WS-AMT-EDIT END-DISPLAY
003160     END-IF.

003170 1200-EXIT.
003180     EXIT.

003190*THE OLD AMOUNT IS CLEARED FIRST SO A REJECTED ACTION'S AUDIT
003200*RECORD CANNOT CARRY A PRIOR ACTION'S IMAGE.
003210 1500-ASK-BUDGET-FIELDS.
003220     MOVE ZERO TO WS-OLD-AMT.
003230     MOVE ZERO TO WS-NEW-AMT.
003240     MOVE ZERO TO WS-PERIOD.
003250     PERFORM 1510-ASK-DEPT-CODE THRU 1510-EXIT.
003260     DISPLAY "ENTER THE BUDGET PERIOD (YYYYMM):" END-DISPLAY.
003270     ACCEPT WS-ENTRY-PERIOD END-ACCEPT.
003280     MOVE WS-ENTRY-PERIOD TO WS-PERIOD.
003290     DISPLAY "ENTER THE BUDGET AMOUNT (E.G. 12500.00):"
003300         END-DISPLAY.
003310     ACCEPT WS-ENTRY-AMT END-ACCEPT.
003320     MOVE WS-ENTRY-AMT TO WS-NEW-AMT.

003330 1500-EXIT.
003340     EXIT.

003350 1510-ASK-DEPT-CODE.
003360     DISPLAY "ENTER THE DEPARTMENT CODE (3 CHARACTERS):"
003370         END-DISPLAY.
003380     ACCEPT WS-DEPT-CODE END-ACCEPT.

003390 1510-EXIT.
003400     EXIT.

003410*****************************************************************
003420*  1600-LIST-BUDGETS                                            *
003430*  LISTS EVERY PERIOD ON FILE FOR ONE DEPARTMENT, OLDEST FIRST. *
003440*  AN INACTIVE OR DROPPED DEPARTMENT'S BUDGETS STILL LIST.      *
003450*****************************************************************
003460 1600-LIST-BUDGETS.
003470     PERFORM 1510-ASK-DEPT-CODE THRU 1510-EXIT.
003480     MOVE ZERO TO WS-LIST-COUNT.
003490     MOVE "N" TO WS-BUDG-EOF-SW.
003500     MOVE WS-DEPT-CODE TO BG-DEPT-CODE.
003510     MOVE ZERO         TO BG-PERIOD.
003520     START BMT-BUDG-FILE KEY IS NOT LESS THAN BG-KEY
003530         INVALID KEY
003540             MOVE "Y" TO WS-BUDG-EOF-SW
003550     END-START.

003560     PERFORM 1650-LIST-ONE-BUDGET THRU 1650-EXIT
003570         UNTIL WS-BUDG-EOF.

003580     IF WS-LIST-COUNT = ZERO
003590         DISPLAY "NO BUDGETS ON FILE FOR " WS-DEPT-CODE
003600             END-DISPLAY
003610     END-IF.

003620 1600-EXIT.
003630     EXIT.

003640 1650-LIST-ONE-BUDGET.
003650     READ BMT-BUDG-FILE NEXT RECORD
003660         AT END
003670             MOVE "Y" TO WS-BUDG-EOF-SW
003680             GO TO 1650-EXIT
003690     END-READ.
003700     IF BG-DEPT-CODE NOT = WS-DEPT-CODE
003710         MOVE "Y" TO WS-BUDG-EOF-SW
003720         GO TO 1650-EXIT
003730     END-IF.

003740     ADD 1 TO WS-LIST-COUNT.
003750     MOVE BG-BUDGET-AMT TO WS-AMT-EDIT.
003760     DISPLAY BG-DEPT-CODE "  " BG-PERIOD-YEAR "/" BG-PERIOD-MONTH
003770         "  " WS-AMT-EDIT "  SET BY " BG-LAST-OPERATOR
003780         END-DISPLAY.

003790 1650-EXIT.
003800     EXIT.

003810*****************************************************************
003820*  5000-EDIT-BUDGET-FIELDS                                      *
003830*  THE CODE MUST BE AN ACTIVE DEPARTMENT ON DEPMAST, THE PERIOD *
003840*  A REAL YEAR AND MONTH.  SETS THE REJECT SWITCH AND REASON.   *
003850*****************************************************************
003860 5000-EDIT-BUDGET-FIELDS.
003870     MOVE "N" TO WS-REJECT-SW.
003880     MOVE SPACES TO WS-REASON.

003890     IF WS-DEPT-CODE = SPACES
003900         MOVE "DEPARTMENT CODE BLANK" TO WS-REASON
003910         GO TO 5000-REJECT
003920     END-IF.

003930     PERFORM 5500-FIND-DEPT THRU 5500-EXIT.
003940     IF WS-DEPT-FOUND-SUB = ZERO
003950         MOVE "DEPARTMENT NOT ON DEPMAST" TO WS-REASON
003960         GO TO 5000-REJECT
003970     END-IF.
003980     IF WS-DP-ACTIVE-SW (WS-DEPT-FOUND-SUB) NOT = "A"
003990         MOVE "DEPARTMENT IS INACTIVE" TO WS-REASON
004000         GO TO 5000-REJECT
004010     END-IF.

004020     IF WS-PERIOD-YEAR < 2000
004030         OR WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
004040         MOVE "PERIOD NOT A VALID YYYYMM" TO WS-REASON
004050         GO TO 5000-REJECT
004060     END-IF.

004070     GO TO 5000-EXIT.

004080 5000-REJECT.
004090     MOVE "Y" TO WS-REJECT-SW.
004100     DISPLAY "NOT APPLIED - " WS-REASON END-DISPLAY.

004110 5000-EXIT.
004120     EXIT.

004130 5500-FIND-DEPT.
004140     MOVE ZERO TO WS-DEPT-FOUND-SUB.
004150     PERFORM 5550-TEST-DEPT-ENTRY THRU 5550-EXIT
004160         VARYING WS-DEPT-SUB FROM 1 BY 1
004170         UNTIL WS-DEPT-FOUND-SUB > ZERO
004180             OR WS-DEPT-SUB > WS-DEPT-COUNT.

004190 5500-EXIT.
004200     EXIT.

004210 5550-TEST-DEPT-ENTRY.
004220     IF WS-DP-CODE (WS-DEPT-SUB) = WS-DEPT-CODE
004230         MOVE WS-DEPT-SUB TO WS-DEPT-FOUND-SUB
004240     END-IF.

004250 5550-EXIT.
004260     EXIT.

004270 6800-AUDIT-REJECT.
004280     ADD 1 TO WS-REJECT-COUNT.
004290     MOVE "E" TO BA-STATUS.
004300     PERFORM 6950-BUILD-WRITE-AUDIT THRU 6950-EXIT.

004310 6800-EXIT.
004320     EXIT.

004330 6900-AUDIT-APPLIED.
004340     ADD 1 TO WS-APPLIED-COUNT.
004350     MOVE SPACES TO WS-REASON.
004360     MOVE "K" TO BA-STATUS.
004370     PERFORM 6950-BUILD-WRITE-AUDIT THRU 6950-EXIT.

004380 6900-EXIT.
004390     EXIT.

004400*****************************************************************
004410*  6950-BUILD-WRITE-AUDIT                                       *
004420*  ONE CHANGE-AUDIT RECORD PER ACTION, APPLIED OR REJECTED,     *
004430*  WITH THE OLD AND NEW AMOUNTS AND THE OPERATOR STAMP.  THE    *
004440*  CALLER HAS SET BA-STATUS.                                    *
004450*****************************************************************
004460 6950-BUILD-WRITE-AUDIT.
004470     ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD.
004480     ACCEPT WS-CUR-TIME FROM TIME.
004490     MOVE SPACES TO BA-TIMESTAMP.
004500     STRING WS-CUR-DATE  "-" WS-CUR-TIME
004510         DELIMITED BY SIZE INTO BA-TIMESTAMP.
004520     MOVE WS-ACTION      TO BA-ACTION.
004530     MOVE WS-DEPT-CODE   TO BA-DEPT-CODE.
004540     MOVE WS-PERIOD      TO BA-PERIOD.
004550     MOVE WS-OLD-AMT     TO BA-OLD-AMT.
004560     MOVE WS-NEW-AMT     TO BA-NEW-AMT.
004570     MOVE WS-REASON      TO BA-REASON.
004580     MOVE WS-OPERATOR-ID TO BA-OPERATOR-ID.
004590     WRITE DEP-BUDG-AUDIT-RECORD.

004600 6950-EXIT.
004610     EXIT.
