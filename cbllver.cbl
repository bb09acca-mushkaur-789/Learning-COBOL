000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.     CBLLVER.
000120 AUTHOR.         R HANLEY.
000130 INSTALLATION.   DATA PROCESSING DEPT.
000140 DATE-WRITTEN.   12/11/2026.
000150 DATE-COMPILED.  TODAY.
000160*****************************************************************
000170*  CBLLVER - LEDGER CHAIN VERIFICATION.                         *
000180*  CBLRECON PROVES THE AUDIT LOG, LEDGER, AND REPORT AGREE WITH *
000190*  EACH OTHER FOR THE RUN DATE; THIS STEP PROVES THE LEDGER     *
000200*  (CBLLEDG) AGREES WITH ITSELF, FROM THE FIRST RECORD TO THE   *
000210*  LAST, BEFORE THE DAILY CLOSE CARRIES ITS BALANCE FORWARD.    *
000220*  IT WALKS THE WHOLE FILE AND CHECKS THAT -                    *
000230*    - LR-SEQ RUNS 1, 2, 3 ... WITH NO GAP OR DUPLICATE WITHIN  *
000240*      EACH RUN ID (CBLOPER NUMBERS EVERY SESSION FROM 1);      *
000250*    - EVERY RUNNING TOTAL EQUALS THE PRIOR RECORD'S RUNNING    *
000260*      TOTAL PLUS ITS OWN AMOUNT APPLIED;                       *
000270*    - THE FIRST RECORD WRITTEN SINCE THE LAST CLOSE CHAINS     *
000280*      FROM THE CBLBALF BALANCE BROUGHT FORWARD (FROM ZERO      *
000290*      WHEN NO CLOSE HAS EVER RUN);                             *
000300*    - THE LEDGER POSITION FILE (CBLLPOS), WHEN IT HOLDS A      *
000310*      POSITION, MATCHES THE REAL TAIL OF THE LEDGER.           *
000320*  A BACK-OUT, A PURGE SWAP, OR A SESSION THAT DIED BEFORE IT   *
000330*  REWROTE CBLLPOS CAN EACH LEAVE THE CHAIN BROKEN.  EVERY      *
000340*  BREAK IS LISTED ON LVEROUT WITH ITS RECORD NUMBER, RUN ID,   *
000350*  AND THE OFFENDING SEQUENCE NUMBERS, AND THE STEP ENDS WITH   *
000360*  RETURN-CODE 8 SO THE NIGHTLY COND CHAIN STOPS BEFORE CBLEOD  *
000370*  CLOSES ON A LEDGER THE SHOP CANNOT STAND BEHIND.             *
000380*  THE RUN DATE FOR THE REGISTRY COMES FROM THE SHOP CALENDAR   *
000390*  (CBLCAL); THE CHECKS THEMSELVES ALWAYS COVER THE WHOLE FILE. *
000400*****************************************************************
000410*  MODIFICATION HISTORY.
000420*  12/11/2026  RH  ORIGINAL VERSION.
000430*****************************************************************
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT LVR-LEDGER-FILE  ASSIGN TO "CBLLEDG"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS FS-LEDGER-FILE.

000500     SELECT LVR-BALF-FILE    ASSIGN TO "CBLBALF"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS FS-BALF-FILE.

000530     SELECT LVR-LPOS-FILE    ASSIGN TO "CBLLPOS"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS FS-LPOS-FILE.

000560     SELECT LVR-OUT-FILE     ASSIGN TO "LVEROUT"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS FS-OUT-FILE.

000590     SELECT LVR-RUNC-FILE    ASSIGN TO "CBLRUNC"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS FS-RUNC-FILE.

000620     SELECT LVR-CAL-FILE     ASSIGN TO "CBLCAL"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS FS-CAL-FILE.

000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  LVR-LEDGER-FILE
000680     RECORDING MODE IS F.
000690 COPY CBLLEDG.

000700 FD  LVR-BALF-FILE
000710     RECORDING MODE IS F.
000720 COPY CBLBALF.

000730 FD  LVR-LPOS-FILE
000740     RECORDING MODE IS F.
000750 COPY CBLLPOS.

000760 FD  LVR-OUT-FILE
000770     RECORDING MODE IS F.
000780 01  LVR-OUT-RECORD              PIC X(132).

000790 FD  LVR-RUNC-FILE
000800     RECORDING MODE IS F.
000810 COPY CBLRUNC.

000820 FD  LVR-CAL-FILE
000830     RECORDING MODE IS F.
000840 COPY CBLCAL.

000850 WORKING-STORAGE SECTION.
000860 01  FS-LEDGER-FILE      PIC X(02) VALUE "00".
000870 01  FS-BALF-FILE        PIC X(02) VALUE "00".
000880 01  FS-LPOS-FILE        PIC X(02) VALUE "00".
000890 01  FS-OUT-FILE         PIC X(02) VALUE "00".
000900 01  FS-RUNC-FILE        PIC X(02) VALUE "00".
000910 01  FS-CAL-FILE         PIC X(02) VALUE "00".

000920 01  WS-LEDGER-EOF-SW    PIC X VALUE "N".
000930     88  WS-LEDGER-EOF            VALUE "Y".
000940 01  WS-BREAK-SW         PIC X VALUE "N".
000950     88  WS-CHAIN-BROKEN          VALUE "Y".

000960 01  WS-RUN-DATE-KEY     PIC X(08).
000970 01  WS-RUN-DATE-NUM     REDEFINES WS-RUN-DATE-KEY
000980                         PIC 9(08).

000990*THE BALANCE BROUGHT FORWARD BY THE LAST CLOSE.  THE FIRST
001000*LEDGER RECORD DATED AFTER ITS CLOSE DATE MUST OPEN FROM IT;
001010*WHEN NOTHING HAS BEEN WRITTEN SINCE, THE TAIL MUST EQUAL IT.
001020*NO CBLBALF MEANS NO CLOSE HAS EVER RUN AND CBLOPER OPENED THE
001030*CHAIN FROM ZERO.
001040 01  WS-BF-SW            PIC X VALUE "N".
001050     88  WS-BF-FOUND              VALUE "Y".
001060 01  WS-BF-CHECKED-SW    PIC X VALUE "N".
001070     88  WS-BF-CHECKED            VALUE "Y".
001080 01  WS-BF-DATE-KEY      PIC X(08) VALUE SPACES.
001090 01  WS-BF-BAL           PIC S9(20)V99 VALUE ZERO.

001100*THE LEDGER POSITION FILE.  AN EMPTY OR MISSING CBLLPOS IS NOT
001110*A BREAK - IT IS HOW A BACK-OUT OR AN ABENDED SESSION LEAVES
001120*IT, AND THE NEXT SESSION REBUILDS IT FROM THE TAIL.
001130 01  WS-LPOS-SW          PIC X VALUE "N".
001140     88  WS-LPOS-FOUND            VALUE "Y".
001150 01  WS-LP-RT            PIC S9(20)V99 VALUE ZERO.
001160 01  WS-LP-SEQ           PIC 9(07) VALUE ZERO.

001170*THE CHAIN AS WALKED SO FAR.  WS-PRIOR-VALID IS OFF FOR THE
001180*FIRST RECORD AND AFTER AN UNREADABLE ONE, SO THE NEXT RECORD
001190*STARTS A FRESH COMPARISON INSTEAD OF REPEATING THE BREAK.
001200 01  WS-PRIOR-VALID-SW   PIC X VALUE "N".
001210     88  WS-PRIOR-VALID           VALUE "Y".
001220 01  WS-PRIOR-SEQ        PIC 9(07) VALUE ZERO.
001230 01  WS-PRIOR-RT         PIC S9(20)V99 VALUE ZERO.
001240 01  WS-PRIOR-RUN-ID     PIC X(14) VALUE SPACES.
001250 01  WS-OPEN-RT          PIC S9(20)V99 VALUE ZERO.
001260 01  WS-EXPECT-RT        PIC S9(20)V99 VALUE ZERO.
001270 01  WS-DIFF-AMT         PIC S9(20)V99 VALUE ZERO.
001280 01  WS-NEXT-SEQ         PIC 9(07) VALUE ZERO.

001290 01  WS-LED-COUNT        PIC 9(07) COMP VALUE ZERO.
001300 01  WS-LED-TOTAL        PIC S9(20)V99 VALUE ZERO.
001310 01  WS-RUN-COUNT        PIC 9(07) COMP VALUE ZERO.
001320 01  WS-BREAK-COUNT      PIC 9(07) COMP VALUE ZERO.
001330 01  WS-FIRST-OPEN-RT    PIC S9(20)V99 VALUE ZERO.
001340 01  WS-TAIL-RT          PIC S9(20)V99 VALUE ZERO.
001350 01  WS-TAIL-SEQ         PIC 9(07) VALUE ZERO.
001360 01  WS-TAIL-RUN-ID      PIC X(14) VALUE SPACES.

001370*RUN-CONTROL REGISTRY WORK AREAS.
001380 01  WS-CUR-DATE         PIC 9(08).
001390 01  WS-CUR-TIME         PIC 9(08).
001400 01  WS-RUN-ID           PIC X(14) VALUE SPACES.
001410 01  WS-RUNC-STATUS      PIC X(01) VALUE SPACE.

001420 01  LVR-RPT-HDG-1.
001430     05  FILLER              PIC X(40)
001440             VALUE "CBLLVER   LEDGER CHAIN VERIFICATION FOR ".
001450     05  H1-RUN-DATE         PIC X(08).
001460     05  FILLER              PIC X(84) VALUE SPACES.

001470 01  LVR-RPT-HDG-2.
001480     05  FILLER              PIC X(11) VALUE "   RECORD  ".
001490     05  FILLER              PIC X(16) VALUE "RUN ID".
001500     05  FILLER              PIC X(09) VALUE "PRIOR SEQ".
001510     05  FILLER              PIC X(09) VALUE "      SEQ".
001520     05  FILLER              PIC X(42) VALUE "  BREAK".
001530     05  FILLER              PIC X(26)
001540             VALUE "                DIFFERENCE".
001550     05  FILLER              PIC X(19) VALUE SPACES.

001560 01  LVR-BRK-LINE.
001570     05  FILLER              PIC X(02) VALUE SPACES.
001580     05  BL-REC-NO           PIC ZZZZZZ9.
001590     05  FILLER              PIC X(02) VALUE SPACES.
001600     05  BL-RUN-ID           PIC X(14).
001610     05  FILLER              PIC X(04) VALUE SPACES.
001620     05  BL-PRIOR-SEQ        PIC ZZZZZZ9.
001630     05  BL-PRIOR-SEQ-X      REDEFINES BL-PRIOR-SEQ
001640                             PIC X(07).
001650     05  FILLER              PIC X(02) VALUE SPACES.
001660     05  BL-SEQ              PIC ZZZZZZ9.
001670     05  BL-SEQ-X            REDEFINES BL-SEQ
001680                             PIC X(07).
001690     05  FILLER              PIC X(02) VALUE SPACES.
001700     05  BL-TEXT             PIC X(40).
001710     05  FILLER              PIC X(02) VALUE SPACES.
001720     05  BL-AMOUNT           PIC -Z(20).99.
001730     05  BL-AMOUNT-X         REDEFINES BL-AMOUNT
001740                             PIC X(24).
001750     05  FILLER              PIC X(19) VALUE SPACES.

001760 01  LVR-RPT-LINE.
001770     05  RL-DESC             PIC X(42).
001780     05  RL-COUNT            PIC ZZZZZZ9.
001790     05  FILLER              PIC X(02) VALUE SPACES.
001800     05  RL-AMOUNT           PIC -Z(20).99.
001810     05  FILLER              PIC X(57) VALUE SPACES.

001820 01  LVR-RPT-MSG-LINE.
001830     05  ML-TEXT             PIC X(80).
001840     05  FILLER              PIC X(52) VALUE SPACES.

001850 PROCEDURE DIVISION.
001860 0000-MAINLINE.
001870     PERFORM 0150-GEN-RUN-ID THRU 0150-EXIT.
001880     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.
001890     PERFORM 0090-LOAD-CALENDAR THRU 0090-EXIT.
001900     PERFORM 0200-LOAD-BALANCE-FWD THRU 0200-EXIT.
001910     PERFORM 0300-LOAD-POSITION THRU 0300-EXIT.
001920     MOVE "S" TO WS-RUNC-STATUS.
001930     PERFORM 8900-WRITE-RUNC-REC THRU 8900-EXIT.
001940     PERFORM 8000-WRITE-HEADINGS THRU 8000-EXIT.
001950     PERFORM 3000-WALK-LEDGER THRU 3000-EXIT.
001960     PERFORM 4000-CHECK-BALANCE-FWD THRU 4000-EXIT.
001970     PERFORM 4500-CHECK-POSITION THRU 4500-EXIT.
001980     PERFORM 8500-WRITE-SUMMARY THRU 8500-EXIT.
001990     PERFORM 9000-CLOSE-FILES THRU 9000-EXIT.

002000     IF WS-CHAIN-BROKEN
002010         DISPLAY "CBLLVER - LEDGER CHAIN BROKEN, SEE LVEROUT"
002020             END-DISPLAY
002030         MOVE "F" TO WS-RUNC-STATUS
002040         MOVE 8 TO RETURN-CODE
002050     ELSE
002060         DISPLAY "CBLLVER - LEDGER CHAIN INTACT" END-DISPLAY
002070         MOVE "C" TO WS-RUNC-STATUS
002080     END-IF.
002090     PERFORM 8900-WRITE-RUNC-REC THRU 8900-EXIT.
002100     CLOSE LVR-RUNC-FILE.
002110     GO TO 9999-PROGRAM-END.

002120 9999-PROGRAM-END.
002130     STOP RUN.

002140 1000-OPEN-FILES.
002150     OPEN INPUT LVR-LEDGER-FILE.
002160     IF FS-LEDGER-FILE NOT = "00"
002170         DISPLAY "UNABLE TO OPEN CBLLEDG, STATUS "
002180             FS-LEDGER-FILE END-DISPLAY
002190         MOVE 16 TO RETURN-CODE
002200         GO TO 9999-PROGRAM-END
002210     END-IF.

002220     OPEN OUTPUT LVR-OUT-FILE.
002230     IF FS-OUT-FILE NOT = "00"
002240         DISPLAY "UNABLE TO OPEN LVEROUT, STATUS "
002250             FS-OUT-FILE END-DISPLAY
002260         CLOSE LVR-LEDGER-FILE
002270         MOVE 16 TO RETURN-CODE
002280         GO TO 9999-PROGRAM-END
002290     END-IF.

002300     OPEN EXTEND LVR-RUNC-FILE.
002310     IF FS-RUNC-FILE NOT = "00"
002320         DISPLAY "UNABLE TO EXTEND CBLRUNC, STATUS "
002330             FS-RUNC-FILE END-DISPLAY
002340         CLOSE LVR-LEDGER-FILE
002350         CLOSE LVR-OUT-FILE
002360         MOVE 16 TO RETURN-CODE
002370         GO TO 9999-PROGRAM-END
002380     END-IF.

002390 1000-EXIT.
002400     EXIT.

002410 0150-GEN-RUN-ID.
002420     ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD.
002430     ACCEPT WS-CUR-TIME FROM TIME.
002440     STRING WS-CUR-DATE WS-CUR-TIME (1:6)
002450         DELIMITED BY SIZE INTO WS-RUN-ID.
002460     MOVE WS-CUR-DATE TO WS-RUN-DATE-NUM.

002470 0150-EXIT.
002480     EXIT.

002490*****************************************************************
002500*  0090-LOAD-CALENDAR                                           *
002510*  THE SHOP CALENDAR (CBLCAL) SUPPLIES THE BUSINESS DATE THE    *
002520*  VERIFICATION IS REGISTERED UNDER.  WITHOUT A CALENDAR THE    *
002530*  SYSTEM DATE SET BY 0150 STANDS - THE CHECKS DO NOT DEPEND    *
002540*  ON THE DATE, SO THERE IS NO CONTROL CARD TO FALL BACK ON.    *
002550*****************************************************************
002560 0090-LOAD-CALENDAR.
002570     OPEN INPUT LVR-CAL-FILE.
002580     IF FS-CAL-FILE NOT = "00"
002590         GO TO 0090-EXIT
002600     END-IF.

002610     READ LVR-CAL-FILE
002620         AT END
002630             CONTINUE
002640     END-READ.
002650     IF FS-CAL-FILE = "00" AND CL-CURRENT-REC
002660         AND CL-DATE IS NUMERIC
002670         MOVE CL-DATE TO WS-RUN-DATE-KEY
002680         DISPLAY "BUSINESS DATE " CL-DATE " FROM CBLCAL"
002690             END-DISPLAY
002700     END-IF.
002710     CLOSE LVR-CAL-FILE.

002720 0090-EXIT.
002730     EXIT.

002740*****************************************************************
002750*  0200-LOAD-BALANCE-FWD                                        *
002760*  LOADS THE CLOSE DATE AND BALANCE THE LAST CBLEOD CARRIED     *
002770*  FORWARD.  A MISSING OR EMPTY CBLBALF LEAVES WS-BF-FOUND OFF  *
002780*  AND THE FIRST LEDGER RECORD IS THEN EXPECTED TO OPEN FROM    *
002790*  ZERO, THE SAME FALLBACK CBLOPER USES.                        *
002800*****************************************************************
002810 0200-LOAD-BALANCE-FWD.
002820     OPEN INPUT LVR-BALF-FILE.
002830     IF FS-BALF-FILE NOT = "00"
002840         DISPLAY "NO CBLBALF, CHAIN MUST OPEN FROM ZERO"
002850             END-DISPLAY
002860         GO TO 0200-EXIT
002870     END-IF.

002880     READ LVR-BALF-FILE
002890         AT END
002900             CONTINUE
002910     END-READ.
002920     IF FS-BALF-FILE = "00" AND BF-CLOSE-DATE IS NUMERIC
002930         AND BF-BALANCE-FWD IS NUMERIC
002940         MOVE BF-CLOSE-DATE  TO WS-BF-DATE-KEY
002950         MOVE BF-BALANCE-FWD TO WS-BF-BAL
002960         MOVE "Y" TO WS-BF-SW
002970     ELSE
002980         DISPLAY "CBLBALF EMPTY, CHAIN MUST OPEN FROM ZERO"
002990             END-DISPLAY
003000     END-IF.
003010     CLOSE LVR-BALF-FILE.

003020 0200-EXIT.
003030     EXIT.

003040*****************************************************************
003050*  0300-LOAD-POSITION                                           *
003060*  LOADS THE POSITION CBLOPER LEFT IN CBLLPOS AT ITS LAST CLEAN *
003070*  CLOSE.  CBLOPER IGNORES A POSITION THAT IS NOT NUMERIC, SO   *
003080*  THIS STEP DOES TOO.                                          *
003090*****************************************************************
003100 0300-LOAD-POSITION.
003110     OPEN INPUT LVR-LPOS-FILE.
003120     IF FS-LPOS-FILE NOT = "00"
003130         GO TO 0300-EXIT
003140     END-IF.

003150     READ LVR-LPOS-FILE
003160         AT END
003170             CONTINUE
003180     END-READ.
003190     IF FS-LPOS-FILE = "00" AND LP-RUNNING-TOTAL IS NUMERIC
003200         MOVE LP-RUNNING-TOTAL TO WS-LP-RT
003210         IF LP-LEDGER-SEQ IS NUMERIC
003220             MOVE LP-LEDGER-SEQ TO WS-LP-SEQ
003230         END-IF
003240         MOVE "Y" TO WS-LPOS-SW
003250     END-IF.
003260     CLOSE LVR-LPOS-FILE.

003270 0300-EXIT.
003280     EXIT.

003290*****************************************************************
003300*  3000-WALK-LEDGER                                             *
003310*  READS CBLLEDG FROM THE FIRST RECORD TO THE LAST, CHECKING    *
003320*  EACH RECORD'S SEQUENCE AND RUNNING TOTAL AGAINST THE ONE     *
003330*  BEFORE IT, AND THE FIRST RECORD DATED AFTER THE LAST CLOSE   *
003340*  AGAINST THE BALANCE BROUGHT FORWARD.                         *
003350*****************************************************************
003360 3000-WALK-LEDGER.
003370     PERFORM 3100-READ-LEDGER THRU 3100-EXIT
003380         UNTIL WS-LEDGER-EOF.

003390 3000-EXIT.
003400     EXIT.

003410 3100-READ-LEDGER.
003420     READ LVR-LEDGER-FILE
003430         AT END
003440             MOVE "Y" TO WS-LEDGER-EOF-SW
003450     END-READ.
003460     IF WS-LEDGER-EOF
003470         GO TO 3100-EXIT
003480     END-IF.

003490     ADD 1 TO WS-LED-COUNT.
003500     IF LR-SEQ NOT NUMERIC
003510         OR LR-AMOUNT-APPLIED NOT NUMERIC
003520         OR LR-RUNNING-TOTAL NOT NUMERIC
003530         MOVE LR-RUN-ID TO BL-RUN-ID
003540         MOVE SPACES TO BL-PRIOR-SEQ-X
003550         MOVE SPACES TO BL-SEQ-X
003560         MOVE "RECORD UNREADABLE - NOT NUMERIC" TO BL-TEXT
003570         MOVE SPACES TO BL-AMOUNT-X
003580         PERFORM 7000-WRITE-BREAK THRU 7000-EXIT
003590         MOVE "N" TO WS-PRIOR-VALID-SW
003600         GO TO 3100-EXIT
003610     END-IF.

003620     COMPUTE WS-OPEN-RT = LR-RUNNING-TOTAL - LR-AMOUNT-APPLIED
003630     END-COMPUTE.
003640     IF WS-LED-COUNT = 1
003650         MOVE WS-OPEN-RT TO WS-FIRST-OPEN-RT
003660     END-IF.
003670     ADD LR-AMOUNT-APPLIED TO WS-LED-TOTAL.

003680     PERFORM 3200-CHECK-SEQUENCE THRU 3200-EXIT.
003690     PERFORM 3300-CHECK-CHAIN THRU 3300-EXIT.
003700     PERFORM 3400-CHECK-FIRST-AFTER-BF THRU 3400-EXIT.

003710     MOVE LR-SEQ           TO WS-PRIOR-SEQ.
003720     MOVE LR-RUNNING-TOTAL TO WS-PRIOR-RT.
003730     MOVE LR-RUN-ID        TO WS-PRIOR-RUN-ID.
003740     MOVE "Y" TO WS-PRIOR-VALID-SW.
003750     MOVE LR-SEQ           TO WS-TAIL-SEQ.
003760     MOVE LR-RUNNING-TOTAL TO WS-TAIL-RT.
003770     MOVE LR-RUN-ID        TO WS-TAIL-RUN-ID.

003780 3100-EXIT.
003790     EXIT.

003800*****************************************************************
003810*  3200-CHECK-SEQUENCE                                          *
003820*  CBLOPER NUMBERS EACH SESSION'S LEDGER RECORDS FROM 1 UNDER   *
003830*  THE SESSION'S RUN ID, AND A SESSION'S RECORDS ARE APPENDED   *
003840*  AS ONE BLOCK.  A NEW RUN ID MUST THEREFORE START AT 1, AND   *
003850*  WITHIN A RUN EACH RECORD MUST BE ONE MORE THAN THE LAST.     *
003860*  A NUMBER AT OR BELOW THE LAST IS A DUPLICATE; ONE FURTHER    *
003870*  ON IS A GAP (RECORDS LOST FROM THE MIDDLE OF THE RUN).       *
003880*****************************************************************
003890 3200-CHECK-SEQUENCE.
003900     IF WS-LED-COUNT > 1
003910         AND LR-RUN-ID = WS-PRIOR-RUN-ID
003920         GO TO 3200-SAME-RUN
003930     END-IF.

003940     ADD 1 TO WS-RUN-COUNT.
003950     IF LR-SEQ NOT = 1
003960         MOVE LR-RUN-ID TO BL-RUN-ID
003970         MOVE SPACES TO BL-PRIOR-SEQ-X
003980         MOVE LR-SEQ TO BL-SEQ
003990         MOVE "GAP - RUN DOES NOT START AT SEQUENCE 1"
004000             TO BL-TEXT
004010         MOVE SPACES TO BL-AMOUNT-X
004020         PERFORM 7000-WRITE-BREAK THRU 7000-EXIT
004030     END-IF.
004040     GO TO 3200-EXIT.

004050 3200-SAME-RUN.
004060     IF NOT WS-PRIOR-VALID
004070         GO TO 3200-EXIT
004080     END-IF.
004090     COMPUTE WS-NEXT-SEQ = WS-PRIOR-SEQ + 1
004100     END-COMPUTE.
004110     IF LR-SEQ = WS-NEXT-SEQ
004120         GO TO 3200-EXIT
004130     END-IF.

004140     MOVE LR-RUN-ID TO BL-RUN-ID.
004150     MOVE WS-PRIOR-SEQ TO BL-PRIOR-SEQ.
004160     MOVE LR-SEQ TO BL-SEQ.
004170     IF LR-SEQ > WS-NEXT-SEQ
004180         MOVE "GAP - SEQUENCE NUMBERS MISSING" TO BL-TEXT
004190     ELSE
004200         MOVE "DUPLICATE - SEQUENCE REPEATED" TO BL-TEXT
004220     END-IF.
004230     MOVE SPACES TO BL-AMOUNT-X.
004240     PERFORM 7000-WRITE-BREAK THRU 7000-EXIT.

004250 3200-EXIT.
004260     EXIT.

004270*****************************************************************
004280*  3300-CHECK-CHAIN                                             *
004290*  EACH RECORD MUST OPEN (RUNNING TOTAL LESS AMOUNT APPLIED) AT *
004300*  EXACTLY THE RUNNING TOTAL OF THE RECORD BEFORE IT - ACROSS   *
004310*  RUN IDS AND DAYS AS WELL, SINCE EVERY SESSION OPENS FROM THE *
004320*  LEDGER POSITION.  THE DIFFERENCE PRINTED IS THE AMOUNT BY    *
004330*  WHICH THE CHAIN JUMPS.                                       *
004340*****************************************************************
004350 3300-CHECK-CHAIN.
004360     IF NOT WS-PRIOR-VALID
004370         GO TO 3300-EXIT
004380     END-IF.
004390     IF WS-OPEN-RT = WS-PRIOR-RT
004400         GO TO 3300-EXIT
004410     END-IF.

004420     COMPUTE WS-DIFF-AMT = WS-OPEN-RT - WS-PRIOR-RT
004430     END-COMPUTE.
004440     MOVE LR-RUN-ID TO BL-RUN-ID.
004450     MOVE WS-PRIOR-SEQ TO BL-PRIOR-SEQ.
004460     MOVE LR-SEQ TO BL-SEQ.
004470     MOVE "RUNNING TOTAL DOES NOT CHAIN FROM PRIOR" TO BL-TEXT.
004480     MOVE WS-DIFF-AMT TO BL-AMOUNT.
004490     PERFORM 7000-WRITE-BREAK THRU 7000-EXIT.

004500 3300-EXIT.
004510     EXIT.

004520*****************************************************************
004530*  3400-CHECK-FIRST-AFTER-BF                                    *
004540*  THE LIVE LEDGER HOLDS EVERYTHING SINCE THE LAST MONTH-END    *
004550*  PURGE, SO THE LAST CLOSE'S BALANCE IS USUALLY PART WAY DOWN  *
004560*  THE FILE.  THE FIRST RECORD DATED AFTER THE CLOSE DATE MUST  *
004570*  OPEN FROM THE BALANCE BROUGHT FORWARD - AFTER A PURGE THAT   *
004580*  IS THE FIRST RECORD ON THE FILE.  WITH NO CBLBALF, THE FIRST *
004590*  RECORD ON THE FILE MUST OPEN FROM ZERO.                      *
004600*****************************************************************
004610 3400-CHECK-FIRST-AFTER-BF.
004620     IF WS-BF-CHECKED
004630         GO TO 3400-EXIT
004640     END-IF.

004650     IF NOT WS-BF-FOUND
004660         MOVE "Y" TO WS-BF-CHECKED-SW
004670         IF WS-OPEN-RT NOT = ZERO
004680             MOVE LR-RUN-ID TO BL-RUN-ID
004690             MOVE SPACES TO BL-PRIOR-SEQ-X
004700             MOVE LR-SEQ TO BL-SEQ
004710             MOVE "FIRST RECORD DOES NOT OPEN FROM ZERO"
004720                 TO BL-TEXT
004730             MOVE WS-OPEN-RT TO BL-AMOUNT
004740             PERFORM 7000-WRITE-BREAK THRU 7000-EXIT
004750         END-IF
004760         GO TO 3400-EXIT
004770     END-IF.

004780     IF LR-TIMESTAMP (1:8) NOT > WS-BF-DATE-KEY
004790         GO TO 3400-EXIT
004800     END-IF.

004810     MOVE "Y" TO WS-BF-CHECKED-SW.
004820     IF WS-OPEN-RT NOT = WS-BF-BAL
004830         COMPUTE WS-DIFF-AMT = WS-OPEN-RT - WS-BF-BAL
004840         END-COMPUTE
004850         MOVE LR-RUN-ID TO BL-RUN-ID
004860         MOVE SPACES TO BL-PRIOR-SEQ-X
004870         MOVE LR-SEQ TO BL-SEQ
004880         MOVE "DOES NOT CHAIN FROM BALANCE FORWARD"
004890             TO BL-TEXT
004900         MOVE WS-DIFF-AMT TO BL-AMOUNT
004910         PERFORM 7000-WRITE-BREAK THRU 7000-EXIT
004920     END-IF.

004930 3400-EXIT.
004940     EXIT.

004950*****************************************************************
004960*  4000-CHECK-BALANCE-FWD                                       *
004970*  WHEN NOTHING HAS BEEN WRITTEN SINCE THE LAST CLOSE, 3400     *
004980*  NEVER FIRED - THE TAIL OF THE LEDGER MUST THEN EQUAL THE     *
004990*  BALANCE BROUGHT FORWARD ITSELF.  AN EMPTY LEDGER HAS NOTHING *
005000*  TO CHAIN AND IS LEFT TO THE POSITION CHECK.                  *
005010*****************************************************************
005020 4000-CHECK-BALANCE-FWD.
005030     IF WS-BF-CHECKED OR NOT WS-BF-FOUND
005040         GO TO 4000-EXIT
005050     END-IF.
005060     IF WS-LED-COUNT = ZERO OR NOT WS-PRIOR-VALID
005070         GO TO 4000-EXIT
005080     END-IF.
005090     IF WS-TAIL-RT = WS-BF-BAL
005100         GO TO 4000-EXIT
005110     END-IF.

005120     COMPUTE WS-DIFF-AMT = WS-TAIL-RT - WS-BF-BAL
005130     END-COMPUTE.
005140     MOVE WS-LED-COUNT TO BL-REC-NO.
005150     MOVE WS-TAIL-RUN-ID TO BL-RUN-ID.
005160     MOVE SPACES TO BL-PRIOR-SEQ-X.
005170     MOVE WS-TAIL-SEQ TO BL-SEQ.
005180     MOVE "TAIL DOES NOT EQUAL BALANCE FORWARD" TO BL-TEXT.
005190     MOVE WS-DIFF-AMT TO BL-AMOUNT.
005200     PERFORM 7100-WRITE-BREAK-LINE THRU 7100-EXIT.

005210 4000-EXIT.
005220     EXIT.

005230*****************************************************************
005240*  4500-CHECK-POSITION                                          *
005250*  CBLLPOS, WHEN IT HOLDS A POSITION, MUST CARRY THE RUNNING    *
005260*  TOTAL OF THE LAST LEDGER RECORD AND EITHER ITS SEQUENCE      *
005270*  NUMBER OR ZERO (A SESSION THAT WROTE NOTHING SAVES ZERO).    *
005280*  WITH AN EMPTY LEDGER IT MUST CARRY THE BALANCE BROUGHT       *
005290*  FORWARD (ZERO WITHOUT ONE) AND ITS SEQUENCE IS NOT CHECKED - *
005300*  THE RECORD IT NAMES MAY HAVE GONE WITH A MONTH-END PURGE.    *
005310*****************************************************************
005320 4500-CHECK-POSITION.
005330     IF NOT WS-LPOS-FOUND
005340         GO TO 4500-EXIT
005350     END-IF.

005360     IF WS-LED-COUNT = ZERO
005370         MOVE WS-BF-BAL TO WS-EXPECT-RT
005380         MOVE ZERO TO WS-TAIL-SEQ
005390     ELSE
005400         MOVE WS-TAIL-RT TO WS-EXPECT-RT
005410     END-IF.

005420     IF WS-LP-RT NOT = WS-EXPECT-RT
005430         COMPUTE WS-DIFF-AMT = WS-LP-RT - WS-EXPECT-RT
005440         END-COMPUTE
005450         MOVE WS-LED-COUNT TO BL-REC-NO
005460         MOVE WS-TAIL-RUN-ID TO BL-RUN-ID
005470         MOVE WS-LP-SEQ TO BL-PRIOR-SEQ
005480         MOVE WS-TAIL-SEQ TO BL-SEQ
005490         MOVE "CBLLPOS TOTAL DOES NOT MATCH LEDGER TAIL"
005500             TO BL-TEXT
005510         MOVE WS-DIFF-AMT TO BL-AMOUNT
005520         PERFORM 7100-WRITE-BREAK-LINE THRU 7100-EXIT
005530     END-IF.

005540     IF WS-LED-COUNT = ZERO OR WS-LP-SEQ = ZERO
005550         GO TO 4500-EXIT
005560     END-IF.
005570     IF WS-LP-SEQ NOT = WS-TAIL-SEQ
005580         MOVE WS-LED-COUNT TO BL-REC-NO
005590         MOVE WS-TAIL-RUN-ID TO BL-RUN-ID
005600         MOVE WS-LP-SEQ TO BL-PRIOR-SEQ
005610         MOVE WS-TAIL-SEQ TO BL-SEQ
005620         MOVE "CBLLPOS SEQUENCE DOES NOT MATCH TAIL"
005630             TO BL-TEXT
005640         MOVE SPACES TO BL-AMOUNT-X
005650         PERFORM 7100-WRITE-BREAK-LINE THRU 7100-EXIT
005660     END-IF.

005670 4500-EXIT.
005680     EXIT.

005690*****************************************************************
005700*  7000-WRITE-BREAK                                             *
005710*  LISTS ONE BREAK AGAINST THE LEDGER RECORD JUST READ.  7100   *
005720*  IS THE ENTRY FOR BREAKS FOUND AFTER THE WALK, WHOSE CALLER   *
005730*  HAS ALREADY SET THE RECORD NUMBER.  EITHER WAY THE CHAIN IS  *
005740*  MARKED BROKEN.                                               *
005750*****************************************************************
005760 7000-WRITE-BREAK.
005770     MOVE WS-LED-COUNT TO BL-REC-NO.
005780     PERFORM 7100-WRITE-BREAK-LINE THRU 7100-EXIT.

005790 7000-EXIT.
005800     EXIT.

005810 7100-WRITE-BREAK-LINE.
005820     WRITE LVR-OUT-RECORD FROM LVR-BRK-LINE.
005830     ADD 1 TO WS-BREAK-COUNT.
005840     MOVE "Y" TO WS-BREAK-SW.

005850 7100-EXIT.
005860     EXIT.

005870 8000-WRITE-HEADINGS.
005880     MOVE WS-RUN-DATE-KEY TO H1-RUN-DATE.
005890     WRITE LVR-OUT-RECORD FROM LVR-RPT-HDG-1.
005900     WRITE LVR-OUT-RECORD FROM LVR-RPT-HDG-2.

005910 8000-EXIT.
005920     EXIT.

005930*****************************************************************
005940*  8500-WRITE-SUMMARY                                           *
005950*  PRINTS WHAT THE WALK SAW - RECORDS, RUNS, THE OPENING AND    *
005960*  CLOSING POSITIONS, THE BALANCE FORWARD AND POSITION FILE IT  *
005970*  CHECKED AGAINST - THEN THE VERDICT.                          *
005980*****************************************************************
005990 8500-WRITE-SUMMARY.
006000     MOVE SPACES TO ML-TEXT.
006010     WRITE LVR-OUT-RECORD FROM LVR-RPT-MSG-LINE.

006020     MOVE "LEDGER RECORDS READ (CBLLEDG)" TO RL-DESC.
006030     MOVE WS-LED-COUNT TO RL-COUNT.
006040     MOVE WS-LED-TOTAL TO RL-AMOUNT.
006050     WRITE LVR-OUT-RECORD FROM LVR-RPT-LINE.

006060     MOVE "RUN IDS ON THE LEDGER" TO RL-DESC.
006070     MOVE WS-RUN-COUNT TO RL-COUNT.
006080     MOVE ZERO TO RL-AMOUNT.
006090     WRITE LVR-OUT-RECORD FROM LVR-RPT-LINE.

006100     MOVE "OPENING POSITION OF FIRST RECORD" TO RL-DESC.
006110     MOVE ZERO TO RL-COUNT.
006120     MOVE WS-FIRST-OPEN-RT TO RL-AMOUNT.
006130     WRITE LVR-OUT-RECORD FROM LVR-RPT-LINE.

006140     MOVE "RUNNING TOTAL OF LAST RECORD" TO RL-DESC.
006150     MOVE WS-TAIL-SEQ TO RL-COUNT.
006160     MOVE WS-TAIL-RT TO RL-AMOUNT.
006170     WRITE LVR-OUT-RECORD FROM LVR-RPT-LINE.

006180     IF WS-BF-FOUND
006190         MOVE SPACES TO RL-DESC
006200         STRING "BALANCE FORWARD FROM " WS-BF-DATE-KEY
006210             " CBLBALF"
006220             DELIMITED BY SIZE INTO RL-DESC
006230         END-STRING
006240         MOVE ZERO TO RL-COUNT
006250         MOVE WS-BF-BAL TO RL-AMOUNT
006260         WRITE LVR-OUT-RECORD FROM LVR-RPT-LINE
006270     ELSE
006280         MOVE "NO BALANCE FORWARD - CHAIN OPENS FROM ZERO"
006290             TO ML-TEXT
006300         WRITE LVR-OUT-RECORD FROM LVR-RPT-MSG-LINE
006310     END-IF.

006320     IF WS-LPOS-FOUND
006330         MOVE "LEDGER POSITION FILE (CBLLPOS)" TO RL-DESC
006340         MOVE WS-LP-SEQ TO RL-COUNT
006350         MOVE WS-LP-RT TO RL-AMOUNT
006360         WRITE LVR-OUT-RECORD FROM LVR-RPT-LINE
006370     ELSE
006380         MOVE "CBLLPOS EMPTY - NEXT SESSION REBUILDS IT FROM TAIL"
006390             TO ML-TEXT
006400         WRITE LVR-OUT-RECORD FROM LVR-RPT-MSG-LINE
006410     END-IF.

006420     MOVE "BREAKS FOUND" TO RL-DESC.
006430     MOVE WS-BREAK-COUNT TO RL-COUNT.
006440     MOVE ZERO TO RL-AMOUNT.
006450     WRITE LVR-OUT-RECORD FROM LVR-RPT-LINE.

006460     IF WS-CHAIN-BROKEN
006470         MOVE "*** LEDGER CHAIN BROKEN - CLOSE MUST NOT RUN ***"
006480             TO ML-TEXT
006490     ELSE
006500         MOVE "LEDGER CHAIN INTACT" TO ML-TEXT
006510     END-IF.
006520     WRITE LVR-OUT-RECORD FROM LVR-RPT-MSG-LINE.

006530 8500-EXIT.
006540     EXIT.

006550 9000-CLOSE-FILES.
006560     CLOSE LVR-LEDGER-FILE.
006570     CLOSE LVR-OUT-FILE.

006580 9000-EXIT.
006590     EXIT.

006600*****************************************************************
006610*  8900-WRITE-RUNC-REC                                          *
006620*  APPENDS ONE RUN-CONTROL REGISTRY RECORD (S = STARTED,        *
006630*  C = CHAIN INTACT, F = CHAIN BROKEN) SO THE DAILY EXCEPTION   *
006640*  REPORT CAN SEE HOW THE VERIFICATION ENDED.  CALLER LEAVES    *
006650*  LVR-RUNC-FILE OPEN EXTEND.                                   *
006660*****************************************************************
006670 8900-WRITE-RUNC-REC.
006680     MOVE "CBLLVER"       TO RC-PROGRAM.
006690     MOVE "CBLLEDG"       TO RC-FILE-NAME.
006700     MOVE WS-RUN-DATE-NUM TO RC-FILE-DATE.
006710     MOVE WS-RUN-ID       TO RC-RUN-ID.
006720     MOVE WS-RUNC-STATUS  TO RC-STATUS.
006730     MOVE WS-LED-COUNT    TO RC-REC-COUNT.
006740     ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD.
006750     ACCEPT WS-CUR-TIME FROM TIME.
006760     MOVE SPACES TO RC-TIMESTAMP.
006770     STRING WS-CUR-DATE  "-" WS-CUR-TIME
006780         DELIMITED BY SIZE INTO RC-TIMESTAMP.
006790     WRITE CBL-RUNC-RECORD.

006800 8900-EXIT.
006810     EXIT.
