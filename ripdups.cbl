000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.     RIPDUPS.
000120 AUTHOR.         R HANLEY.
000130 INSTALLATION.   DATA PROCESSING DEPT.
000140 DATE-WRITTEN.   12/21/2026.
000150 DATE-COMPILED.  TODAY.
000160*****************************************************************
000170*  RIPDUPS - LIKELY DUPLICATE MEMBERS ON THE ROSTER MASTER.     *
000180*  THE DUPLICATE-NAME WARNING IN RIPMNT AND RIPASSO01 ONLY      *
000190*  CATCHES AN EXACT NAME, SO THE SAME PERSON KEYED TWICE WITH   *
000200*  A TYPO IN THE NAME OR THE DAY AND MONTH OF BIRTH SWAPPED     *
000210*  GETS A SECOND MEMBER ID.  THIS REPORT LOADS THE ROSTER       *
000220*  MASTER (RIPMAST) INTO A TABLE, COMPARES EVERY PAIR OF        *
000230*  MEMBERS, AND LISTS EACH LIKELY DUPLICATE PAIR WITH THE       *
000240*  REASON IT MATCHED:                                           *
000250*    - SAME NAME AND SAME DATE OF BIRTH;                        *
000260*    - SAME DATE OF BIRTH AND A NAME WITHIN THE DUPCTL          *
000270*      LETTER-DIFFERENCE LIMIT (LETTERS CHANGED, ADDED, OR      *
000280*      DROPPED TO TURN ONE NAME INTO THE OTHER);                *
000290*    - SAME NAME WITH THE DAY AND MONTH OF BIRTH SWAPPED;       *
000300*    - SAME NAME WITH BIRTH DATES WITHIN THE DUPCTL WINDOW.     *
000310*  A MEMBER ALREADY MERGED BY RIPMNT IS LEFT OUT - IT IS        *
000320*  RESOLVED.  A PAIR CONFIRMED AS ONE PERSON IS FOLDED          *
000330*  TOGETHER WITH RIPMNT'S MERGE ACTION (SUPERVISOR ONLY).       *
000340*****************************************************************
000350*  MODIFICATION HISTORY.
000360*  12/21/2026  RH  ORIGINAL VERSION.
000370*****************************************************************
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT DUP-MAST-FILE    ASSIGN TO "RIPMAST"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS SEQUENTIAL
000440         RECORD KEY IS RM-MEMBER-ID
000450         ALTERNATE RECORD KEY IS RM-NAME WITH DUPLICATES
000460         FILE STATUS IS FS-MAST-FILE.

000470     SELECT DUP-RPT-FILE     ASSIGN TO "DUPRPT"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS FS-RPT-FILE.

000500     SELECT DUP-CTL-FILE     ASSIGN TO "DUPCTL"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS FS-DUPCTL-FILE.

000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  DUP-MAST-FILE.
000560 COPY RIPMAST.

000570 FD  DUP-RPT-FILE
000580     RECORDING MODE IS F.
000590 01  DUP-RPT-RECORD              PIC X(132).

000600 FD  DUP-CTL-FILE
000610     RECORDING MODE IS F.
000620 01  DUP-CTL-RECORD.
000630     05  DC-NAME-LIMIT           PIC 9(01).
000640     05  DC-DATE-WINDOW          PIC 9(02).
000650     05  DC-INCL-INACTIVE        PIC X(01).
000660     05  FILLER                  PIC X(76).

000670 WORKING-STORAGE SECTION.
000680 01  FS-MAST-FILE        PIC X(02) VALUE "00".
000690 01  FS-RPT-FILE         PIC X(02) VALUE "00".
000700 01  FS-DUPCTL-FILE      PIC X(02) VALUE "00".

000710 01  WS-MAST-EOF-SW      PIC X VALUE "N".
000720     88  WS-MAST-EOF              VALUE "Y".
000730 01  WS-TABLE-FULL-SW    PIC X VALUE "N".
000740     88  WS-TABLE-FULL            VALUE "Y".
000750 01  WS-MATCH-SW         PIC X VALUE "N".
000760     88  WS-PAIR-MATCHED          VALUE "Y".
000770 01  WS-TRIM-DONE-SW     PIC X VALUE "N".
000780     88  WS-TRIM-DONE             VALUE "Y".

000790*MATCH CONFIGURATION - WIRED DEFAULTS (NAMES UP TO 2 LETTERS
000800*APART, BIRTH DATES UP TO 7 DAYS APART, INACTIVE MEMBERS
000810*INCLUDED) APPLY WHEN DUPCTL IS NOT AVAILABLE OR IS EMPTY.  AN
000820*N IN THE INCLUDE-INACTIVE COLUMN LEAVES INACTIVE MEMBERS OUT.
000830 01  WS-NAME-LIMIT       PIC 9(01) VALUE 2.
000840 01  WS-DATE-WINDOW      PIC 9(02) VALUE 7.
000850 01  WS-INCL-INACT-SW    PIC X VALUE "Y".
000860     88  WS-EXCL-INACTIVE         VALUE "N" "n".

000870 01  WS-CUR-DATE         PIC 9(08).

000880*THE ROSTER, IN MEMBER-ID ORDER, WITH EACH NAME FOLDED TO UPPER
000890*CASE, ITS SIGNIFICANT LENGTH, AND THE DATE OF BIRTH AS A DAY
000900*SERIAL SO TWO BIRTH DATES CAN BE SUBTRACTED.
000910 01  WS-MEM-MAX          PIC 9(05) COMP VALUE 9999.
000920 01  WS-MEM-COUNT        PIC 9(05) COMP VALUE ZERO.
000930 01  WS-MEM-TABLE.
000940     05  WS-MEM-ENTRY OCCURS 9999 TIMES.
000950         10  MT-MEMBER-ID        PIC 9(07).
000960         10  MT-NAME             PIC X(20).
000970         10  MT-NAME-LEN         PIC 9(02) COMP.
000980         10  MT-DOB.
000990             15  MT-YEAR         PIC 9(04).
001000             15  MT-MONTH        PIC 9(02).
001010             15  MT-DAY          PIC 9(02).
001020         10  MT-DOB-NUM REDEFINES MT-DOB
001030                                 PIC 9(08).
001040         10  MT-SERIAL           PIC 9(08) COMP.
001050         10  MT-STATUS           PIC X(01).
001060 01  WS-SUB-A            PIC 9(05) COMP.
001070 01  WS-SUB-B            PIC 9(05) COMP.
001080 01  WS-SUB-B-START      PIC 9(05) COMP.

001090*DAY-SERIAL WORK AREAS, THE SAME ARITHMETIC RIPMILE USES.
001100 01  WS-SER-YEAR         PIC 9(04).
001110 01  WS-SER-MONTH        PIC 9(02).
001120 01  WS-SER-DAY          PIC 9(02).
001130 01  WS-SERIAL           PIC 9(08) COMP.
001140 01  WS-DAYS-APART       PIC S9(08) COMP.
001150 01  WS-LEAP-COUNT       PIC 9(08) COMP.
001160 01  WS-WORK-YEAR        PIC 9(08) COMP.
001170 01  WS-LEAP-SW          PIC X VALUE "N".
001180     88  WS-IS-LEAP-YEAR          VALUE "Y".
001190 01  WS-DIV-QUOT         PIC 9(08).
001200 01  WS-DIV-REM          PIC 9(02).

001210 01  WS-CUM-DAYS-TABLE.
001220     05  FILLER              PIC 9(03) VALUE 000.
001230     05  FILLER              PIC 9(03) VALUE 031.
001240     05  FILLER              PIC 9(03) VALUE 059.
001250     05  FILLER              PIC 9(03) VALUE 090.
001260     05  FILLER              PIC 9(03) VALUE 120.
001270     05  FILLER              PIC 9(03) VALUE 151.
001280     05  FILLER              PIC 9(03) VALUE 181.
001290     05  FILLER              PIC 9(03) VALUE 212.
001300     05  FILLER              PIC 9(03) VALUE 243.
001310     05  FILLER              PIC 9(03) VALUE 273.
001320     05  FILLER              PIC 9(03) VALUE 304.
001330     05  FILLER              PIC 9(03) VALUE 334.
001340 01  WS-CUM-DAYS REDEFINES WS-CUM-DAYS-TABLE.
001350     05  WS-CUM-DAY OCCURS 12 TIMES PIC 9(03).

001360*LETTER-DIFFERENCE (EDIT DISTANCE) WORK AREAS - ONE ROW OF THE
001370*CLASSIC TABLE IS KEPT FOR THE PREVIOUS LETTER OF THE FIRST NAME
001380*AND ONE FOR THE CURRENT LETTER.
001390 01  WS-NAME-A           PIC X(20).
001400 01  WS-NAME-B           PIC X(20).
001410 01  WS-LEN-A            PIC 9(02) COMP.
001420 01  WS-LEN-B            PIC 9(02) COMP.
001430 01  WS-LEN-DIFF         PIC S9(02) COMP.
001440 01  WS-DIST-I           PIC 9(02) COMP.
001450 01  WS-DIST-J           PIC 9(02) COMP.
001460 01  WS-DIST-COST        PIC 9(02) COMP.
001470 01  WS-DIST-BEST        PIC 9(02) COMP.
001480 01  WS-DIST-TRY         PIC 9(02) COMP.
001490 01  WS-NAME-DIST        PIC 9(02) COMP.
001500 01  WS-DIST-PREV-ROW.
001510     05  WS-DIST-PREV OCCURS 21 TIMES PIC 9(02) COMP.
001520 01  WS-DIST-CURR-ROW.
001530     05  WS-DIST-CURR OCCURS 21 TIMES PIC 9(02) COMP.

001540*COUNTS, AND THE MATCHED PAIRS BY REASON.
001550 01  WS-READ-COUNT       PIC 9(05) COMP VALUE ZERO.
001560 01  WS-MERGED-COUNT     PIC 9(05) COMP VALUE ZERO.
001570 01  WS-INACT-COUNT      PIC 9(05) COMP VALUE ZERO.
001580 01  WS-BAD-DOB-COUNT    PIC 9(05) COMP VALUE ZERO.
001590 01  WS-OVER-COUNT       PIC 9(05) COMP VALUE ZERO.
001600 01  WS-PAIR-COUNT       PIC 9(05) COMP VALUE ZERO.
001610 01  WS-REASON-SUB       PIC 9(02) COMP.
001620 01  WS-REASON-COUNTS.
001630     05  WS-REASON-COUNT OCCURS 4 TIMES PIC 9(05) COMP.
001640 01  WS-REASON-DESC-TABLE.
001650     05  FILLER              PIC X(40)
001660             VALUE "SAME NAME AND BIRTH DATE".
001670     05  FILLER              PIC X(40)
001680             VALUE "SAME BIRTH DATE, SIMILAR NAME".
001690     05  FILLER              PIC X(40)
001700             VALUE "SAME NAME, DAY AND MONTH SWAPPED".
001710     05  FILLER              PIC X(40)
001720             VALUE "SAME NAME, BIRTH DATES DAYS APART".
001730 01  WS-REASON-DESC REDEFINES WS-REASON-DESC-TABLE.
001740     05  WS-REASON-NAME OCCURS 4 TIMES PIC X(40).
001750 01  WS-EDIT-COUNT       PIC Z9.
001760 01  WS-EDIT-DAYS        PIC Z9.

001770 01  DUP-RPT-HDG-1.
001780     05  FILLER              PIC X(39)
001790             VALUE "RIPDUPS  LIKELY DUPLICATE MEMBERS  RUN ".
001800     05  H1-RUN-DATE         PIC 9(08).
001810     05  FILLER              PIC X(13) VALUE "  NAME LIMIT ".
001820     05  H1-NAME-LIMIT       PIC 9.
001830     05  FILLER              PIC X(14) VALUE "  DATE WINDOW ".
001840     05  H1-DATE-WINDOW      PIC Z9.
001850     05  FILLER              PIC X(05) VALUE " DAYS".
001860     05  FILLER              PIC X(50) VALUE SPACES.

001870 01  DUP-RPT-SEC-LINE.
001880     05  SEC-TEXT            PIC X(60).
001890     05  FILLER              PIC X(72) VALUE SPACES.

001900 01  DUP-RPT-HDG-2.
001910     05  FILLER              PIC X(07) VALUE "     ID".
001920     05  FILLER              PIC X(02) VALUE SPACES.
001930     05  FILLER              PIC X(20) VALUE "NAME".
001940     05  FILLER              PIC X(02) VALUE SPACES.
001950     05  FILLER              PIC X(10) VALUE "BORN".
001960     05  FILLER              PIC X(05) VALUE "ST".
001970     05  FILLER              PIC X(07) VALUE "     ID".
001980     05  FILLER              PIC X(02) VALUE SPACES.
001990     05  FILLER              PIC X(20) VALUE "NAME".
002000     05  FILLER              PIC X(02) VALUE SPACES.
002010     05  FILLER              PIC X(10) VALUE "BORN".
002020     05  FILLER              PIC X(05) VALUE "ST".
002030     05  FILLER              PIC X(40) VALUE "REASON".

002040 01  DUP-RPT-LINE.
002050     05  DL-ID-A             PIC ZZZZZZ9.
002060     05  FILLER              PIC X(02) VALUE SPACES.
002070     05  DL-NAME-A           PIC X(20).
002080     05  FILLER              PIC X(02) VALUE SPACES.
002090     05  DL-DOB-A            PIC 9(08).
002100     05  FILLER              PIC X(02) VALUE SPACES.
002110     05  DL-ST-A             PIC X(01).
002120     05  FILLER              PIC X(04) VALUE SPACES.
002130     05  DL-ID-B             PIC ZZZZZZ9.
002140     05  FILLER              PIC X(02) VALUE SPACES.
002150     05  DL-NAME-B           PIC X(20).
002160     05  FILLER              PIC X(02) VALUE SPACES.
002170     05  DL-DOB-B            PIC 9(08).
002180     05  FILLER              PIC X(02) VALUE SPACES.
002190     05  DL-ST-B             PIC X(01).
002200     05  FILLER              PIC X(04) VALUE SPACES.
002210     05  DL-REASON           PIC X(40).

002220 01  DUP-RPT-TOTAL-LINE.
002230     05  TL-DESC             PIC X(40).
002240     05  FILLER              PIC X(06) VALUE " ....".
002250     05  TL-COUNT            PIC ZZZZ9.
002260     05  FILLER              PIC X(81) VALUE SPACES.

002270 PROCEDURE DIVISION.
002280 0000-MAINLINE.
002290     PERFORM 0200-LOAD-DUPCTL THRU 0200-EXIT.
002300     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.
002310     PERFORM 8000-WRITE-HEADINGS THRU 8000-EXIT.

002320     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
002330     PERFORM 2200-LOAD-MEMBER THRU 2200-EXIT
002340         UNTIL WS-MAST-EOF.
002350     CLOSE DUP-MAST-FILE.

002360     PERFORM 3000-COMPARE-MEMBER THRU 3000-EXIT
002370         VARYING WS-SUB-A FROM 1 BY 1
002380         UNTIL WS-SUB-A >= WS-MEM-COUNT.

002390     PERFORM 8500-WRITE-TOTALS THRU 8500-EXIT.
002400     CLOSE DUP-RPT-FILE.

002410     DISPLAY WS-READ-COUNT " MEMBER(S) READ, "
002420         WS-PAIR-COUNT " LIKELY DUPLICATE PAIR(S) LISTED"
002430         END-DISPLAY.
002440     IF WS-TABLE-FULL
002450         DISPLAY WS-OVER-COUNT " MEMBER(S) OVER THE TABLE LIMIT "
002460             "NOT CHECKED" END-DISPLAY
002470     END-IF.
002480     IF WS-PAIR-COUNT > ZERO OR WS-TABLE-FULL
002490         MOVE 4 TO RETURN-CODE
002500     END-IF.
002510     GO TO 9999-PROGRAM-END.

002520 9999-PROGRAM-END.
002530     STOP RUN.

002540*****************************************************************
002550*  0200-LOAD-DUPCTL                                             *
002560*  LOADS THE NAME LETTER-DIFFERENCE LIMIT, THE BIRTH-DATE       *
002570*  WINDOW, AND THE INCLUDE-INACTIVE SWITCH.  A MISSING OR EMPTY *
002580*  DUPCTL, OR A NON-NUMERIC FIELD ON IT, LEAVES THE WIRED       *
002590*  DEFAULT IN PLACE.                                            *
002600*****************************************************************
002610 0200-LOAD-DUPCTL.
002620     OPEN INPUT DUP-CTL-FILE.
002630     IF FS-DUPCTL-FILE NOT = "00"
002640         DISPLAY "DUPCTL NOT AVAILABLE, USING DEFAULT LIMITS"
002650             END-DISPLAY
002660         GO TO 0200-EXIT
002670     END-IF.

002680     READ DUP-CTL-FILE
002690         AT END
002700             DISPLAY "DUPCTL EMPTY, USING DEFAULT LIMITS"
002710                 END-DISPLAY
002720     END-READ.

002730     IF FS-DUPCTL-FILE = "00"
002740         IF DC-NAME-LIMIT IS NUMERIC
002750             MOVE DC-NAME-LIMIT TO WS-NAME-LIMIT
002760         END-IF
002770         IF DC-DATE-WINDOW IS NUMERIC
002780             MOVE DC-DATE-WINDOW TO WS-DATE-WINDOW
002790         END-IF
002800         MOVE DC-INCL-INACTIVE TO WS-INCL-INACT-SW
002810     END-IF.

002820     CLOSE DUP-CTL-FILE.

002830 0200-EXIT.
002840     EXIT.

002850 1000-OPEN-FILES.
002860     OPEN INPUT DUP-MAST-FILE.
002870     IF FS-MAST-FILE NOT = "00"
002880         DISPLAY "UNABLE TO OPEN RIPMAST, STATUS "
002890             FS-MAST-FILE END-DISPLAY
002900         MOVE 16 TO RETURN-CODE
002910         GO TO 9999-PROGRAM-END
002920     END-IF.

002930     OPEN OUTPUT DUP-RPT-FILE.
002940     IF FS-RPT-FILE NOT = "00"
002950         DISPLAY "UNABLE TO OPEN DUPRPT, STATUS "
002960             FS-RPT-FILE END-DISPLAY
002970         CLOSE DUP-MAST-FILE
002980         MOVE 16 TO RETURN-CODE
002990         GO TO 9999-PROGRAM-END
003000     END-IF.

003010 1000-EXIT.
003020     EXIT.

003030 2100-READ-MASTER.
003040     READ DUP-MAST-FILE NEXT RECORD
003050         AT END
003060             MOVE "Y" TO WS-MAST-EOF-SW
003070     END-READ.

003080 2100-EXIT.
003090     EXIT.

003100*****************************************************************
003110*  2200-LOAD-MEMBER                                             *
003120*  A MERGED MEMBER IS ALREADY RESOLVED AND IS LEFT OUT, AS IS   *
003130*  AN INACTIVE ONE WHEN DUPCTL ASKS.  A MEMBER WITH AN UNUSABLE *
003140*  DATE OF BIRTH CANNOT BE COMPARED AND IS COUNTED - THE BATCH  *
003150*  AGE RUN ALREADY DIVERTS SUCH RECORDS TO THE ROSTER OWNER.    *
003160*****************************************************************
003170 2200-LOAD-MEMBER.
003180     ADD 1 TO WS-READ-COUNT.

003190     IF RM-MEMBER-MERGED
003200         ADD 1 TO WS-MERGED-COUNT
003210         GO TO 2200-READ-NEXT
003220     END-IF.
003230     IF RM-MEMBER-INACTIVE AND WS-EXCL-INACTIVE
003240         ADD 1 TO WS-INACT-COUNT
003250         GO TO 2200-READ-NEXT
003260     END-IF.
003270     IF RM-YEAR NOT NUMERIC OR RM-MONTH NOT NUMERIC
003280         OR RM-DAY NOT NUMERIC
003290         ADD 1 TO WS-BAD-DOB-COUNT
003300         GO TO 2200-READ-NEXT
003310     END-IF.
003320     IF RM-MONTH < 1 OR RM-MONTH > 12
003330         OR RM-DAY < 1 OR RM-DAY > 31
003340         OR RM-YEAR < 1900
003350         ADD 1 TO WS-BAD-DOB-COUNT
003360         GO TO 2200-READ-NEXT
003370     END-IF.

003380     IF WS-MEM-COUNT >= WS-MEM-MAX
003390         MOVE "Y" TO WS-TABLE-FULL-SW
003400         ADD 1 TO WS-OVER-COUNT
003410         GO TO 2200-READ-NEXT
003420     END-IF.

003430     ADD 1 TO WS-MEM-COUNT.
003440     MOVE RM-MEMBER-ID TO MT-MEMBER-ID (WS-MEM-COUNT).
003450     MOVE RM-NAME      TO MT-NAME (WS-MEM-COUNT).
003460     INSPECT MT-NAME (WS-MEM-COUNT)
003470         CONVERTING "abcdefghijklmnopqrstuvwxyz"
003480                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
003490     MOVE RM-YEAR      TO MT-YEAR (WS-MEM-COUNT).
003500     MOVE RM-MONTH     TO MT-MONTH (WS-MEM-COUNT).
003510     MOVE RM-DAY       TO MT-DAY (WS-MEM-COUNT).
003520     IF RM-MEMBER-INACTIVE
003530         MOVE "I" TO MT-STATUS (WS-MEM-COUNT)
003540     ELSE
003550         MOVE "A" TO MT-STATUS (WS-MEM-COUNT)
003560     END-IF.

003570     MOVE 20 TO WS-LEN-A.
003580     MOVE "N" TO WS-TRIM-DONE-SW.
003590     PERFORM 2300-TRIM-NAME THRU 2300-EXIT
003600         UNTIL WS-TRIM-DONE.
003610     MOVE WS-LEN-A TO MT-NAME-LEN (WS-MEM-COUNT).

003620     MOVE RM-YEAR  TO WS-SER-YEAR.
003630     MOVE RM-MONTH TO WS-SER-MONTH.
003640     MOVE RM-DAY   TO WS-SER-DAY.
003650     PERFORM 5300-DATE-TO-SERIAL THRU 5300-EXIT.
003660     MOVE WS-SERIAL TO MT-SERIAL (WS-MEM-COUNT).

003670 2200-READ-NEXT.
003680     PERFORM 2100-READ-MASTER THRU 2100-EXIT.

003690 2200-EXIT.
003700     EXIT.

003710*BACKS OFF THE TRAILING SPACES OF THE NAME JUST LOADED.
003720 2300-TRIM-NAME.
003730     IF WS-LEN-A = ZERO
003740         MOVE "Y" TO WS-TRIM-DONE-SW
003750         GO TO 2300-EXIT
003760     END-IF.
003770     IF MT-NAME (WS-MEM-COUNT) (WS-LEN-A:1) NOT = SPACE
003780         MOVE "Y" TO WS-TRIM-DONE-SW
003790         GO TO 2300-EXIT
003800     END-IF.
003810     SUBTRACT 1 FROM WS-LEN-A.

003820 2300-EXIT.
003830     EXIT.

003840*****************************************************************
003850*  3000-COMPARE-MEMBER                                          *
003860*  COMPARES MEMBER WS-SUB-A WITH EVERY MEMBER AFTER IT IN THE   *
003870*  TABLE, SO EACH PAIR IS TESTED ONCE.                          *
003880*****************************************************************
003890 3000-COMPARE-MEMBER.
003900     COMPUTE WS-SUB-B-START = WS-SUB-A + 1 END-COMPUTE.
003910     PERFORM 3100-COMPARE-PAIR THRU 3100-EXIT
003920         VARYING WS-SUB-B FROM WS-SUB-B-START BY 1
003930         UNTIL WS-SUB-B > WS-MEM-COUNT.

003940 3000-EXIT.
003950     EXIT.

003960*****************************************************************
003970*  3100-COMPARE-PAIR                                            *
003980*  TESTS ONE PAIR AGAINST THE MATCH RULES IN ORDER AND LISTS    *
003990*  THE PAIR UNDER THE FIRST RULE IT MEETS.  THE LETTER-         *
004000*  DIFFERENCE COUNT IS ONLY WORKED OUT WHEN THE BIRTH DATES     *
004010*  MATCH, SINCE IT IS BY FAR THE DEAREST TEST.                  *
004020*****************************************************************
004030 3100-COMPARE-PAIR.
004040     MOVE "N" TO WS-MATCH-SW.

004050     IF MT-SERIAL (WS-SUB-A) = MT-SERIAL (WS-SUB-B)
004060         IF MT-NAME (WS-SUB-A) = MT-NAME (WS-SUB-B)
004070             MOVE 1 TO WS-REASON-SUB
004080             MOVE "Y" TO WS-MATCH-SW
004090         ELSE
004100             PERFORM 5000-NAME-DISTANCE THRU 5000-EXIT
004110             IF WS-NAME-DIST NOT > WS-NAME-LIMIT
004120                 MOVE 2 TO WS-REASON-SUB
004130                 MOVE "Y" TO WS-MATCH-SW
004140             END-IF
004150         END-IF
004160         GO TO 3100-LIST
004170     END-IF.

004180     IF MT-NAME (WS-SUB-A) NOT = MT-NAME (WS-SUB-B)
004190         GO TO 3100-EXIT
004200     END-IF.

004210     IF MT-YEAR (WS-SUB-A) = MT-YEAR (WS-SUB-B)
004220         AND MT-MONTH (WS-SUB-A) = MT-DAY (WS-SUB-B)
004230         AND MT-DAY (WS-SUB-A) = MT-MONTH (WS-SUB-B)
004240         MOVE 3 TO WS-REASON-SUB
004250         MOVE "Y" TO WS-MATCH-SW
004260         GO TO 3100-LIST
004270     END-IF.

004280     COMPUTE WS-DAYS-APART
004290         = MT-SERIAL (WS-SUB-A) - MT-SERIAL (WS-SUB-B)
004300     END-COMPUTE.
004310     IF WS-DAYS-APART < ZERO
004320         COMPUTE WS-DAYS-APART = ZERO - WS-DAYS-APART
004330         END-COMPUTE
004340     END-IF.
004350     IF WS-DAYS-APART NOT > WS-DATE-WINDOW
004360         MOVE 4 TO WS-REASON-SUB
004370         MOVE "Y" TO WS-MATCH-SW
004380     END-IF.

004390 3100-LIST.
004400     IF WS-PAIR-MATCHED
004410         PERFORM 3200-LIST-PAIR THRU 3200-EXIT
004420     END-IF.

004430 3100-EXIT.
004440     EXIT.

004450 3200-LIST-PAIR.
004460     ADD 1 TO WS-PAIR-COUNT.
004470     ADD 1 TO WS-REASON-COUNT (WS-REASON-SUB).

004480     MOVE MT-MEMBER-ID (WS-SUB-A) TO DL-ID-A.
004490     MOVE MT-NAME (WS-SUB-A)      TO DL-NAME-A.
004500     MOVE MT-DOB-NUM (WS-SUB-A)   TO DL-DOB-A.
004510     MOVE MT-STATUS (WS-SUB-A)    TO DL-ST-A.
004520     MOVE MT-MEMBER-ID (WS-SUB-B) TO DL-ID-B.
004530     MOVE MT-NAME (WS-SUB-B)      TO DL-NAME-B.
004540     MOVE MT-DOB-NUM (WS-SUB-B)   TO DL-DOB-B.
004550     MOVE MT-STATUS (WS-SUB-B)    TO DL-ST-B.

004560*    THE REASON LINE CARRIES THE MEASURED DIFFERENCE WHERE THE
004570*    RULE ALLOWS ONE, SO THE READER CAN JUDGE HOW CLOSE IT WAS.
004580     MOVE SPACES TO DL-REASON.
004590     EVALUATE WS-REASON-SUB
004600         WHEN 2
004610             MOVE WS-NAME-DIST TO WS-EDIT-COUNT
004620             STRING "SAME BIRTH DATE, NAME" WS-EDIT-COUNT
004630                 " LETTER(S) OFF" DELIMITED BY SIZE
004640                 INTO DL-REASON
004650         WHEN 4
004660             MOVE WS-DAYS-APART TO WS-EDIT-DAYS
004665             IF WS-DAYS-APART < 10
004670                 STRING "SAME NAME, BORN" WS-EDIT-DAYS
004680                     " DAY(S) APART" DELIMITED BY SIZE
004690                     INTO DL-REASON
004691             ELSE
004692                 STRING "SAME NAME, BORN " WS-EDIT-DAYS
004693                     " DAY(S) APART" DELIMITED BY SIZE
004694                     INTO DL-REASON
004695             END-IF
004700         WHEN OTHER
004710             MOVE WS-REASON-NAME (WS-REASON-SUB) TO DL-REASON
004720     END-EVALUATE.
004730     WRITE DUP-RPT-RECORD FROM DUP-RPT-LINE.

004740 3200-EXIT.
004750     EXIT.

004760*****************************************************************
004770*  5000-NAME-DISTANCE                                           *
004780*  THE NUMBER OF LETTERS THAT MUST BE CHANGED, ADDED, OR        *
004790*  DROPPED TO TURN ONE NAME INTO THE OTHER (THE EDIT DISTANCE), *
004800*  WORKED ROW BY ROW OVER THE SIGNIFICANT LENGTH OF EACH NAME.  *
004810*  NAMES WHOSE LENGTHS ALONE DIFFER BY MORE THAN THE LIMIT      *
004820*  CANNOT BE WITHIN IT AND ARE NOT WORKED OUT AT ALL.           *
004830*****************************************************************
004840 5000-NAME-DISTANCE.
004850     MOVE MT-NAME (WS-SUB-A)     TO WS-NAME-A.
004860     MOVE MT-NAME (WS-SUB-B)     TO WS-NAME-B.
004870     MOVE MT-NAME-LEN (WS-SUB-A) TO WS-LEN-A.
004880     MOVE MT-NAME-LEN (WS-SUB-B) TO WS-LEN-B.

004890     COMPUTE WS-LEN-DIFF = WS-LEN-A - WS-LEN-B END-COMPUTE.
004900     IF WS-LEN-DIFF < ZERO
004910         COMPUTE WS-LEN-DIFF = ZERO - WS-LEN-DIFF END-COMPUTE
004920     END-IF.
004930     IF WS-LEN-DIFF > WS-NAME-LIMIT
004940         MOVE WS-LEN-DIFF TO WS-NAME-DIST
004950         GO TO 5000-EXIT
004960     END-IF.

004970*    ROW ZERO - TURNING NOTHING INTO THE FIRST J LETTERS OF THE
004980*    SECOND NAME TAKES J ADDITIONS.  ENTRY J + 1 HOLDS COLUMN J.
004990     PERFORM 5050-INIT-PREV-CELL THRU 5050-EXIT
005000         VARYING WS-DIST-J FROM 1 BY 1
005010         UNTIL WS-DIST-J > WS-LEN-B + 1.

005020     PERFORM 5100-DISTANCE-ROW THRU 5100-EXIT
005030         VARYING WS-DIST-I FROM 1 BY 1
005040         UNTIL WS-DIST-I > WS-LEN-A.

005050     MOVE WS-DIST-PREV (WS-LEN-B + 1) TO WS-NAME-DIST.

005060 5000-EXIT.
005070     EXIT.

005080 5050-INIT-PREV-CELL.
005090     COMPUTE WS-DIST-PREV (WS-DIST-J) = WS-DIST-J - 1
005100     END-COMPUTE.

005110 5050-EXIT.
005120     EXIT.

005130 5100-DISTANCE-ROW.
005140     MOVE WS-DIST-I TO WS-DIST-CURR (1).
005150     PERFORM 5200-DISTANCE-CELL THRU 5200-EXIT
005160         VARYING WS-DIST-J FROM 1 BY 1
005170         UNTIL WS-DIST-J > WS-LEN-B.
005180     MOVE WS-DIST-CURR-ROW TO WS-DIST-PREV-ROW.

005190 5100-EXIT.
005200     EXIT.

005210*ONE CELL: THE CHEAPEST OF DROPPING A LETTER OF THE FIRST NAME,
005220*ADDING ONE FROM THE SECOND, OR CHANGING ONE (FREE WHEN THE TWO
005230*LETTERS ALREADY AGREE).
005240 5200-DISTANCE-CELL.
005250     IF WS-NAME-A (WS-DIST-I:1) = WS-NAME-B (WS-DIST-J:1)
005260         MOVE ZERO TO WS-DIST-COST
005270     ELSE
005280         MOVE 1 TO WS-DIST-COST
005290     END-IF.

005300     COMPUTE WS-DIST-BEST = WS-DIST-PREV (WS-DIST-J)
005310         + WS-DIST-COST
005320     END-COMPUTE.
005330     COMPUTE WS-DIST-TRY = WS-DIST-PREV (WS-DIST-J + 1) + 1
005340     END-COMPUTE.
005350     IF WS-DIST-TRY < WS-DIST-BEST
005360         MOVE WS-DIST-TRY TO WS-DIST-BEST
005370     END-IF.
005380     COMPUTE WS-DIST-TRY = WS-DIST-CURR (WS-DIST-J) + 1
005390     END-COMPUTE.
005400     IF WS-DIST-TRY < WS-DIST-BEST
005410         MOVE WS-DIST-TRY TO WS-DIST-BEST
005420     END-IF.
005430     MOVE WS-DIST-BEST TO WS-DIST-CURR (WS-DIST-J + 1).

005440 5200-EXIT.
005450     EXIT.

005460*****************************************************************
005470*  5300-DATE-TO-SERIAL                                          *
005480*  TURNS WS-SER-YEAR/MONTH/DAY INTO A DAY SERIAL SO TWO DATES   *
005490*  CAN BE SUBTRACTED - THE SAME ARITHMETIC AS RIPMILE'S         *
005500*  5300-DATE-TO-SERIAL.                                         *
005510*****************************************************************
005520 5300-DATE-TO-SERIAL.
005530     COMPUTE WS-WORK-YEAR = WS-SER-YEAR - 1 END-COMPUTE.
005540     DIVIDE WS-WORK-YEAR BY 4 GIVING WS-LEAP-COUNT.
005550     DIVIDE WS-WORK-YEAR BY 100 GIVING WS-DIV-QUOT.
005560     SUBTRACT WS-DIV-QUOT FROM WS-LEAP-COUNT.
005570     DIVIDE WS-WORK-YEAR BY 400 GIVING WS-DIV-QUOT.
005580     ADD WS-DIV-QUOT TO WS-LEAP-COUNT.
005590     COMPUTE WS-SERIAL = (WS-WORK-YEAR * 365) + WS-LEAP-COUNT
005600         + WS-CUM-DAY (WS-SER-MONTH) + WS-SER-DAY
005610     END-COMPUTE.

005620     MOVE WS-SER-YEAR TO WS-WORK-YEAR.
005630     PERFORM 5350-CHECK-LEAP-YEAR THRU 5350-EXIT.
005640     IF WS-IS-LEAP-YEAR AND WS-SER-MONTH > 2
005650         ADD 1 TO WS-SERIAL
005660     END-IF.

005670 5300-EXIT.
005680     EXIT.

005690*****************************************************************
005700*  5350-CHECK-LEAP-YEAR                                         *
005710*  GREGORIAN LEAP TEST ON WS-WORK-YEAR, SAME RULE AS            *
005720*  RIPASSO01'S 1450-CHECK-LEAP-YEAR.                            *
005730*****************************************************************
005740 5350-CHECK-LEAP-YEAR.
005750     MOVE "N" TO WS-LEAP-SW.
005760     DIVIDE WS-WORK-YEAR BY 4 GIVING WS-DIV-QUOT
005770         REMAINDER WS-DIV-REM.
005780     IF WS-DIV-REM = 0
005790         DIVIDE WS-WORK-YEAR BY 100 GIVING WS-DIV-QUOT
005800             REMAINDER WS-DIV-REM
005810         IF WS-DIV-REM NOT = 0
005820             MOVE "Y" TO WS-LEAP-SW
005830         ELSE
005840             DIVIDE WS-WORK-YEAR BY 400 GIVING WS-DIV-QUOT
005850                 REMAINDER WS-DIV-REM
005860             IF WS-DIV-REM = 0
005870                 MOVE "Y" TO WS-LEAP-SW
005880             END-IF
005890         END-IF
005900     END-IF.

005910 5350-EXIT.
005920     EXIT.

005930 8000-WRITE-HEADINGS.
005940     INITIALIZE WS-REASON-COUNTS.
005950     ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD.
005960     MOVE WS-CUR-DATE    TO H1-RUN-DATE.
005970     MOVE WS-NAME-LIMIT  TO H1-NAME-LIMIT.
005980     MOVE WS-DATE-WINDOW TO H1-DATE-WINDOW.
005990     WRITE DUP-RPT-RECORD FROM DUP-RPT-HDG-1.

006000     MOVE "SECTION 1 - LIKELY DUPLICATE PAIRS" TO SEC-TEXT.
006010     WRITE DUP-RPT-RECORD FROM DUP-RPT-SEC-LINE.
006020     WRITE DUP-RPT-RECORD FROM DUP-RPT-HDG-2.

006030 8000-EXIT.
006040     EXIT.

006050 8500-WRITE-TOTALS.
006060     MOVE "SECTION 2 - TOTALS" TO SEC-TEXT.
006070     WRITE DUP-RPT-RECORD FROM DUP-RPT-SEC-LINE.

006080     MOVE "MEMBERS READ" TO TL-DESC.
006090     MOVE WS-READ-COUNT TO TL-COUNT.
006100     WRITE DUP-RPT-RECORD FROM DUP-RPT-TOTAL-LINE.
006110     MOVE "ALREADY MERGED, LEFT OUT" TO TL-DESC.
006120     MOVE WS-MERGED-COUNT TO TL-COUNT.
006130     WRITE DUP-RPT-RECORD FROM DUP-RPT-TOTAL-LINE.
006140     MOVE "INACTIVE, LEFT OUT" TO TL-DESC.
006150     MOVE WS-INACT-COUNT TO TL-COUNT.
006160     WRITE DUP-RPT-RECORD FROM DUP-RPT-TOTAL-LINE.
006170     MOVE "BAD DATE OF BIRTH, NOT CHECKED" TO TL-DESC.
006180     MOVE WS-BAD-DOB-COUNT TO TL-COUNT.
006190     WRITE DUP-RPT-RECORD FROM DUP-RPT-TOTAL-LINE.
006200     MOVE "OVER THE TABLE LIMIT, NOT CHECKED" TO TL-DESC.
006210     MOVE WS-OVER-COUNT TO TL-COUNT.
006220     WRITE DUP-RPT-RECORD FROM DUP-RPT-TOTAL-LINE.

006230     PERFORM 8600-WRITE-REASON-LINE THRU 8600-EXIT
006240         VARYING WS-REASON-SUB FROM 1 BY 1
006250         UNTIL WS-REASON-SUB > 4.

006260     MOVE "LIKELY DUPLICATE PAIRS" TO TL-DESC.
006270     MOVE WS-PAIR-COUNT TO TL-COUNT.
006280     WRITE DUP-RPT-RECORD FROM DUP-RPT-TOTAL-LINE.

006290 8500-EXIT.
006300     EXIT.

006310 8600-WRITE-REASON-LINE.
006320     MOVE WS-REASON-NAME (WS-REASON-SUB) TO TL-DESC.
006330     MOVE WS-REASON-COUNT (WS-REASON-SUB) TO TL-COUNT.
006340     WRITE DUP-RPT-RECORD FROM DUP-RPT-TOTAL-LINE.

006350 8600-EXIT.
006360     EXIT.
