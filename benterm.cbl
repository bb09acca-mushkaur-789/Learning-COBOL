000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.     BENTERM.
000120 AUTHOR.         R HANLEY.
000130 INSTALLATION.   DATA PROCESSING DEPT.
000140 DATE-WRITTEN.   12/14/2026.
000150 DATE-COMPILED.  TODAY.
000160*****************************************************************
000170*  BENTERM - NIGHTLY BENEFIT ENROLLMENT TERMINATIONS.           *
000180*  RUNS AFTER THE ROSTER MAINTENANCE STEP (RIPMNT) AND WALKS    *
000190*  EVERY OPEN ENROLLMENT ON BENENRL AGAINST THE MEMBER ON       *
000200*  RIPMAST AND THE PROGRAM'S LIMITS ON BENPROG.  AN ENROLLMENT  *
000210*  IS ENDED ON THE BUSINESS DATE WHEN -                         *
000220*    - THE MEMBER'S AGE, BY THE RULE RIPASSO01'S 5000-CALC-AGE  *
000230*      APPLIES, IS NOW OVER THE PROGRAM'S MAXIMUM (AGED OUT);   *
000240*    - RIPMNT HAS MADE THE MEMBER INACTIVE AND THE PROGRAM DOES *
000250*      NOT LET INACTIVE MEMBERS STAY ENROLLED.                  *
000260*  EVERY END IS WRITTEN TO THE ENROLLMENT CHANGE AUDIT          *
000270*  (BENAUDT) UNDER THE SCHEDULER ID, AND BENRPT LISTS EACH END  *
000280*  AND EACH ENROLLMENT THAT COULD NOT BE CHECKED, THEN THE      *
000290*  ENROLLMENT POSITION PROGRAM BY PROGRAM.  AN ENROLLMENT WHOSE *
000300*  MEMBER OR PROGRAM IS MISSING IS LEFT OPEN AND ENDS THE STEP  *
000310*  RC=4.                                                        *
000320*  AN ENDED ENROLLMENT IS NEVER TOUCHED AGAIN, SO THE STEP IS   *
000330*  SAFELY RERUNNABLE AND ONLY REGISTERS IN CBLRUNC.             *
000340*****************************************************************
000350*  MODIFICATION HISTORY.
000360*  12/14/2026  RH  ORIGINAL VERSION.
000370*****************************************************************
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT BTM-ENRL-FILE    ASSIGN TO "BENENRL"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS SEQUENTIAL
000440         RECORD KEY IS BE-KEY
000450         FILE STATUS IS FS-ENRL-FILE.

000460     SELECT BTM-PROG-FILE    ASSIGN TO "BENPROG"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS SEQUENTIAL
000490         RECORD KEY IS BP-PROG-CODE
000500         FILE STATUS IS FS-PROG-FILE.

000510     SELECT BTM-MAST-FILE    ASSIGN TO "RIPMAST"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS RANDOM
000540         RECORD KEY IS RM-MEMBER-ID
000550         ALTERNATE RECORD KEY IS RM-NAME WITH DUPLICATES
000560         FILE STATUS IS FS-MAST-FILE.

000570     SELECT BTM-AUDT-FILE    ASSIGN TO "BENAUDT"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS FS-AUDT-FILE.

000600     SELECT BTM-RPT-FILE     ASSIGN TO "BENRPT"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS FS-RPT-FILE.

000630     SELECT BTM-RUNC-FILE    ASSIGN TO "CBLRUNC"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS FS-RUNC-FILE.

000660     SELECT BTM-CAL-FILE     ASSIGN TO "CBLCAL"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS FS-CAL-FILE.

000690     SELECT BTM-RIPCTL-FILE  ASSIGN TO "RIPCTL"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS FS-RIPCTL-FILE.

000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  BTM-ENRL-FILE.
000750 COPY BENENRL.

000760 FD  BTM-PROG-FILE.
000770 COPY BENPROG.

000780 FD  BTM-MAST-FILE.
000790 COPY RIPMAST.

000800 FD  BTM-AUDT-FILE
000810     RECORDING MODE IS F.
000820 COPY BENAUDT.

000830 FD  BTM-RPT-FILE
000840     RECORDING MODE IS F.
000850 01  BTM-RPT-RECORD              PIC X(132).

000860 FD  BTM-RUNC-FILE
000870     RECORDING MODE IS F.
000880 COPY CBLRUNC.

000890 FD  BTM-CAL-FILE
000900     RECORDING MODE IS F.
000910 COPY CBLCAL.

000920 FD  BTM-RIPCTL-FILE
000930     RECORDING MODE IS F.
000940 01  BTM-RIPCTL-RECORD.
000950     05  CTL-YEAR                PIC 9(04).
000960     05  CTL-MONTH               PIC 9(02).
000970     05  CTL-DAY                 PIC 9(02).
000980     05  FILLER                  PIC X(70).

000990 WORKING-STORAGE SECTION.
001000 01  FS-ENRL-FILE        PIC X(02) VALUE "00".
001010 01  FS-PROG-FILE        PIC X(02) VALUE "00".
001020 01  FS-MAST-FILE        PIC X(02) VALUE "00".
001030 01  FS-AUDT-FILE        PIC X(02) VALUE "00".
001040 01  FS-RPT-FILE         PIC X(02) VALUE "00".
001050 01  FS-RUNC-FILE        PIC X(02) VALUE "00".
001060 01  FS-CAL-FILE         PIC X(02) VALUE "00".
001070 01  FS-RIPCTL-FILE      PIC X(02) VALUE "00".

001080 01  WS-ENRL-EOF-SW      PIC X VALUE "N".
001090     88  WS-ENRL-EOF              VALUE "Y".
001100 01  WS-PROG-EOF-SW      PIC X VALUE "N".
001110     88  WS-PROG-EOF              VALUE "Y".
001120 01  WS-NO-ENRL-SW       PIC X VALUE "N".
001130     88  WS-NO-ENROLLMENTS        VALUE "Y".
001140 01  WS-DATE-SW          PIC X VALUE "N".
001150     88  WS-DATE-SET              VALUE "Y".
001160 01  WS-EXCEPT-SW        PIC X VALUE "N".
001170     88  WS-HAD-EXCEPTION         VALUE "Y".
001180 01  WS-FAIL-SW          PIC X VALUE "N".
001190     88  WS-RUN-FAILED            VALUE "Y".

001200*THE BUSINESS DATE AGES ARE WORKED OUT ON AND ENROLLMENTS ARE
001210*ENDED UNDER - THE SHOP CALENDAR, ELSE THE RIPCTL CARD FOR AN
001220*AS-OF RERUN.  WITH NEITHER THE STEP REFUSES TO RUN RATHER THAN
001230*END ENROLLMENTS ON A GUESSED DATE.
001240 01  WS-TODAY-DATE       PIC 9(08) VALUE ZERO.
001250 01  WS-TODAY-DATE-X REDEFINES WS-TODAY-DATE.
001260     05  WS-TODAY-YEAR       PIC 9(04).
001270     05  WS-TODAY-MONTH      PIC 9(02).
001280     05  WS-TODAY-DAY        PIC 9(02).

001290 01  WS-AGE              PIC S9(04) COMP VALUE ZERO.
001300 01  WS-END-DATE         PIC 9(08) VALUE ZERO.
001310 01  WS-END-REASON       PIC X(01) VALUE SPACE.
001320 01  WS-REASON           PIC X(25) VALUE SPACES.

001330*THE PROGRAM REFERENCE FILE, LOADED ONCE FOR THE LIMITS AND TO
001340*CARRY EACH PROGRAM'S COUNTS FOR THE SUMMARY.  A FILE LARGER
001350*THAN THE TABLE FAILS THE STEP - AN ENROLLMENT IN A PROGRAM
001360*PAST THE TABLE COULD NEVER BE CHECKED.
001370 01  WS-PROG-MAX         PIC 9(03) COMP VALUE 200.
001380 01  WS-PROG-COUNT       PIC 9(03) COMP VALUE ZERO.
001390 01  WS-PROG-SUB         PIC 9(03) COMP VALUE ZERO.
001400 01  WS-PROG-FOUND-SUB   PIC 9(03) COMP VALUE ZERO.
001410 01  WS-PROG-TABLE.
001420     05  WS-PG-ENTRY OCCURS 200 TIMES.
001430         10  WS-PG-CODE          PIC X(04).
001440         10  WS-PG-NAME          PIC X(30).
001450         10  WS-PG-MIN-AGE       PIC 9(03).
001460         10  WS-PG-MAX-AGE       PIC 9(03).
001470         10  WS-PG-INACTIVE-SW   PIC X(01).
001480         10  WS-PG-OPEN-COUNT    PIC 9(07) COMP.
001490         10  WS-PG-KEPT-COUNT    PIC 9(07) COMP.
001500         10  WS-PG-AGED-COUNT    PIC 9(07) COMP.
001510         10  WS-PG-INACT-COUNT   PIC 9(07) COMP.

001520 01  WS-READ-COUNT       PIC 9(07) COMP VALUE ZERO.
001530 01  WS-OPEN-COUNT       PIC 9(07) COMP VALUE ZERO.
001540 01  WS-CLOSED-COUNT     PIC 9(07) COMP VALUE ZERO.
001550 01  WS-AGED-COUNT       PIC 9(07) COMP VALUE ZERO.
001560 01  WS-INACT-COUNT      PIC 9(07) COMP VALUE ZERO.
001570 01  WS-EXCEPT-COUNT     PIC 9(07) COMP VALUE ZERO.

001580*RUN-CONTROL REGISTRY WORK AREAS.
001590 01  WS-CUR-DATE         PIC 9(08).
001600 01  WS-CUR-TIME         PIC 9(08).
001610 01  WS-RUN-ID           PIC X(14) VALUE SPACES.
001620 01  WS-RUNC-STATUS      PIC X(01) VALUE SPACE.

001630 01  BTM-RPT-HDG-1.
001640     05  FILLER              PIC X(44)
001650             VALUE "BENTERM   BENEFIT ENROLLMENT TERMINATIONS - ".
001660     05  H1-RUN-DATE         PIC 9(08).
001670     05  FILLER              PIC X(80) VALUE SPACES.

001680 01  BTM-RPT-SEC-LINE.
001690     05  SEC-TEXT            PIC X(80).
001700     05  FILLER              PIC X(52) VALUE SPACES.

001710 01  BTM-RPT-HDG-2.
001720     05  FILLER              PIC X(10) VALUE "MEMBER".
001730     05  FILLER              PIC X(22) VALUE "NAME".
001740     05  FILLER              PIC X(06) VALUE "PROG".
001750     05  FILLER              PIC X(10) VALUE "STARTED".
001760     05  FILLER              PIC X(10) VALUE "ENDED".
001770     05  FILLER              PIC X(05) VALUE "AGE".
001780     05  FILLER              PIC X(30) VALUE "ACTION".
001790     05  FILLER              PIC X(39) VALUE SPACES.

001800 01  BTM-DTL-LINE.
001810     05  DL-MEMBER-ID        PIC 9(07).
001820     05  FILLER              PIC X(03) VALUE SPACES.
001830     05  DL-NAME             PIC X(20).
001840     05  FILLER              PIC X(02) VALUE SPACES.
001850     05  DL-PROG-CODE        PIC X(04).
001860     05  FILLER              PIC X(02) VALUE SPACES.
001870     05  DL-START-DATE       PIC 9(08).
001880     05  FILLER              PIC X(02) VALUE SPACES.
001890     05  DL-END-DATE         PIC 9(08).
001900     05  DL-END-DATE-X       REDEFINES DL-END-DATE
001910                             PIC X(08).
001920     05  FILLER              PIC X(02) VALUE SPACES.
001930     05  DL-AGE              PIC ZZ9.
001940     05  DL-AGE-X            REDEFINES DL-AGE
001950                             PIC X(03).
001960     05  FILLER              PIC X(02) VALUE SPACES.
001970     05  DL-ACTION           PIC X(40).
001980     05  FILLER              PIC X(29) VALUE SPACES.

001990 01  BTM-RPT-HDG-3.
002000     05  FILLER              PIC X(06) VALUE "PROG".
002010     05  FILLER              PIC X(32) VALUE "PROGRAM NAME".
002020     05  FILLER              PIC X(10) VALUE "AGES".
002030     05  FILLER              PIC X(07) VALUE "INACT".
002040     05  FILLER              PIC X(10) VALUE "      OPEN".
002050     05  FILLER              PIC X(10) VALUE "  INACTIVE".
002060     05  FILLER              PIC X(10) VALUE "  AGED OUT".
002070     05  FILLER              PIC X(10) VALUE "  INACTIVE".
002080     05  FILLER              PIC X(37) VALUE SPACES.

002090 01  BTM-RPT-HDG-4.
002100     05  FILLER              PIC X(48) VALUE SPACES.
002110     05  FILLER              PIC X(07) VALUE "STAY".
002120     05  FILLER              PIC X(10) VALUE "    AFTER ".
002130     05  FILLER              PIC X(10) VALUE "      KEPT".
002140     05  FILLER              PIC X(10) VALUE "   TONIGHT".
002150     05  FILLER              PIC X(10) VALUE "     ENDED".
002160     05  FILLER              PIC X(37) VALUE SPACES.

002170 01  BTM-SUM-LINE.
002180     05  SL-PROG-CODE        PIC X(04).
002190     05  FILLER              PIC X(02) VALUE SPACES.
002200     05  SL-PROG-NAME        PIC X(30).
002210     05  FILLER              PIC X(02) VALUE SPACES.
002220     05  SL-MIN-AGE          PIC ZZ9.
002230     05  FILLER              PIC X(01) VALUE "-".
002240     05  SL-MAX-AGE          PIC ZZ9.
002250     05  FILLER              PIC X(03) VALUE SPACES.
002260     05  SL-INACTIVE-SW      PIC X(01).
002270     05  FILLER              PIC X(06) VALUE SPACES.
002280     05  SL-OPEN             PIC Z(09)9.
002290     05  SL-KEPT             PIC Z(09)9.
002300     05  SL-AGED             PIC Z(09)9.
002310     05  SL-INACT            PIC Z(09)9.
002320     05  FILLER              PIC X(37) VALUE SPACES.

002330 01  BTM-RPT-LINE.
002340     05  RL-DESC             PIC X(42).
002350     05  RL-COUNT            PIC ZZZZZZ9.
002360     05  FILLER              PIC X(83) VALUE SPACES.

002370 PROCEDURE DIVISION.
002380 0000-MAINLINE.
002390     PERFORM 0150-GEN-RUN-ID THRU 0150-EXIT.
002400     PERFORM 0090-LOAD-CALENDAR THRU 0090-EXIT.
002410     PERFORM 0100-LOAD-RIPCTL THRU 0100-EXIT.
002420     IF NOT WS-DATE-SET
002430         DISPLAY "BENTERM - NO BUSINESS DATE FROM CBLCAL OR "
002440             "RIPCTL, NO ENROLLMENT ENDED" END-DISPLAY
002450         MOVE 16 TO RETURN-CODE
002460         GO TO 9999-PROGRAM-END
002470     END-IF.

002480     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.
002490     MOVE "S" TO WS-RUNC-STATUS.
002500     PERFORM 8900-WRITE-RUNC-REC THRU 8900-EXIT.

002510     PERFORM 0200-LOAD-PROG-TABLE THRU 0200-EXIT.
002520     IF WS-RUN-FAILED
002530         GO TO 0000-FAILED
002540     END-IF.

002550     PERFORM 8000-WRITE-HEADINGS THRU 8000-EXIT.
002560     IF NOT WS-NO-ENROLLMENTS
002570         PERFORM 3000-CHECK-ENROLLMENT THRU 3000-EXIT
002580             UNTIL WS-ENRL-EOF OR WS-RUN-FAILED
002590     END-IF.
002600     IF WS-RUN-FAILED
002610         GO TO 0000-FAILED
002620     END-IF.

002630     PERFORM 8500-WRITE-SUMMARY THRU 8500-EXIT.
002640     PERFORM 9000-CLOSE-FILES THRU 9000-EXIT.
002650     MOVE "C" TO WS-RUNC-STATUS.
002660     PERFORM 8900-WRITE-RUNC-REC THRU 8900-EXIT.
002670     CLOSE BTM-RUNC-FILE.

002680     DISPLAY WS-READ-COUNT " ENROLLMENT(S) READ, "
002690         WS-AGED-COUNT " AGED OUT, "
002700         WS-INACT-COUNT " ENDED INACTIVE, "
002710         WS-EXCEPT-COUNT " NOT CHECKED" END-DISPLAY.
002720     IF WS-HAD-EXCEPTION
002730         MOVE 4 TO RETURN-CODE
002740     END-IF.
002750     GO TO 9999-PROGRAM-END.

002760 0000-FAILED.
002770     PERFORM 9000-CLOSE-FILES THRU 9000-EXIT.
002780     MOVE "F" TO WS-RUNC-STATUS.
002790     PERFORM 8900-WRITE-RUNC-REC THRU 8900-EXIT.
002800     CLOSE BTM-RUNC-FILE.
002810     MOVE 16 TO RETURN-CODE.

002820 9999-PROGRAM-END.
002830     STOP RUN.

002840*****************************************************************
002850*  1000-OPEN-FILES                                              *
002860*  A MISSING ENROLLMENT FILE (STATUS 35) MEANS NO ONE HAS EVER  *
002870*  BEEN ENROLLED - THE REPORT STILL PRINTS, EMPTY.  ANY OTHER   *
002880*  OPEN FAILURE ENDS THE STEP RC=16.                            *
002890*****************************************************************
002900 1000-OPEN-FILES.
002910     OPEN EXTEND BTM-RUNC-FILE.
002920     IF FS-RUNC-FILE NOT = "00"
002930         DISPLAY "UNABLE TO EXTEND CBLRUNC, STATUS "
002940             FS-RUNC-FILE END-DISPLAY
002950         MOVE 16 TO RETURN-CODE
002960         GO TO 9999-PROGRAM-END
002970     END-IF.

002980     OPEN I-O BTM-ENRL-FILE.
002990     IF FS-ENRL-FILE = "35"
003000         DISPLAY "BENENRL NOT AVAILABLE - NO ENROLLMENTS"
003010             END-DISPLAY
003020         MOVE "Y" TO WS-NO-ENRL-SW
003030     ELSE
003040         IF FS-ENRL-FILE NOT = "00"
003050             DISPLAY "UNABLE TO OPEN BENENRL, STATUS "
003060                 FS-ENRL-FILE END-DISPLAY
003070             GO TO 1000-FAILED
003080         END-IF
003090     END-IF.

003100     OPEN INPUT BTM-MAST-FILE.
003110     IF FS-MAST-FILE NOT = "00"
003120         DISPLAY "UNABLE TO OPEN RIPMAST, STATUS "
003130             FS-MAST-FILE END-DISPLAY
003140         GO TO 1000-FAILED
003150     END-IF.

003160     OPEN EXTEND BTM-AUDT-FILE.
003170     IF FS-AUDT-FILE NOT = "00"
003180         DISPLAY "UNABLE TO EXTEND BENAUDT, STATUS "
003190             FS-AUDT-FILE END-DISPLAY
003200         GO TO 1000-FAILED
003210     END-IF.

003220     OPEN OUTPUT BTM-RPT-FILE.
003230     IF FS-RPT-FILE NOT = "00"
003240         DISPLAY "UNABLE TO OPEN BENRPT, STATUS "
003250             FS-RPT-FILE END-DISPLAY
003260         GO TO 1000-FAILED
003270     END-IF.
003280     GO TO 1000-EXIT.

003290*    NOTHING HAS BEEN CHANGED YET - REGISTER THE FAILURE AND
003300*    STOP WITH WHATEVER IS OPEN CLOSED BY THE RUN UNIT'S END.
003310 1000-FAILED.
003320     MOVE "F" TO WS-RUNC-STATUS.
003330     PERFORM 8900-WRITE-RUNC-REC THRU 8900-EXIT.
003340     CLOSE BTM-RUNC-FILE.
003350     MOVE 16 TO RETURN-CODE.
003360     GO TO 9999-PROGRAM-END.

003370 1000-EXIT.
003380     EXIT.

003390 0150-GEN-RUN-ID.
003400     ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD.
003410     ACCEPT WS-CUR-TIME FROM TIME.
003420     STRING WS-CUR-DATE WS-CUR-TIME (1:6)
003430         DELIMITED BY SIZE INTO WS-RUN-ID.

003440 0150-EXIT.
003450     EXIT.

003460*****************************************************************
003470*  0090-LOAD-CALENDAR                                           *
003480*  THE SHOP CALENDAR (CBLCAL) SUPPLIES THE BUSINESS DATE, THE   *
003490*  SAME ONE RIPMNT AND RIPASSO01 RUN UNDER EARLIER IN THE       *
003500*  NIGHT.                                                       *
003510*****************************************************************
003520 0090-LOAD-CALENDAR.
003530     OPEN INPUT BTM-CAL-FILE.
003540     IF FS-CAL-FILE NOT = "00"
003550         GO TO 0090-EXIT
003560     END-IF.

003570     READ BTM-CAL-FILE
003580         AT END
003590             CONTINUE
003600     END-READ.
003610     IF FS-CAL-FILE = "00" AND CL-CURRENT-REC
003620         AND CL-DATE IS NUMERIC
003630         MOVE CL-DATE TO WS-TODAY-DATE
003640         MOVE "Y" TO WS-DATE-SW
003650         DISPLAY "BUSINESS DATE " CL-DATE " FROM CBLCAL"
003660             END-DISPLAY
003670     END-IF.
003680     CLOSE BTM-CAL-FILE.

003690 0090-EXIT.
003700     EXIT.

003710*****************************************************************
003720*  0100-LOAD-RIPCTL                                             *
003730*  WITHOUT A CALENDAR THE RIPCTL CARD GIVES THE DATE, THE SAME  *
003740*  FALLBACK RIPASSO01 AND RIPMILE USE FOR AN AS-OF RERUN.       *
003750*****************************************************************
003760 0100-LOAD-RIPCTL.
003770     IF WS-DATE-SET
003780         GO TO 0100-EXIT
003790     END-IF.
003800     OPEN INPUT BTM-RIPCTL-FILE.
003810     IF FS-RIPCTL-FILE NOT = "00"
003820         GO TO 0100-EXIT
003830     END-IF.

003840     READ BTM-RIPCTL-FILE
003850         AT END
003860             CONTINUE
003870     END-READ.
003880     IF FS-RIPCTL-FILE = "00" AND CTL-YEAR IS NUMERIC
003890         AND CTL-MONTH IS NUMERIC AND CTL-DAY IS NUMERIC
003900         MOVE CTL-YEAR  TO WS-TODAY-YEAR
003910         MOVE CTL-MONTH TO WS-TODAY-MONTH
003920         MOVE CTL-DAY   TO WS-TODAY-DAY
003930         MOVE "Y" TO WS-DATE-SW
003940         DISPLAY "RUN DATE " WS-TODAY-DATE " FROM RIPCTL"
003950             END-DISPLAY
003960     END-IF.
003970     CLOSE BTM-RIPCTL-FILE.

003980 0100-EXIT.
003990     EXIT.

004000*****************************************************************
004010*  0200-LOAD-PROG-TABLE                                         *
004020*  LOADS EVERY BENEFIT PROGRAM'S LIMITS.  A MISSING BENPROG IS  *
004030*  AN EMPTY TABLE - ANY ENROLLMENT THEN LISTS AS NOT CHECKED.   *
004040*****************************************************************
004050 0200-LOAD-PROG-TABLE.
004060     OPEN INPUT BTM-PROG-FILE.
004070     IF FS-PROG-FILE = "35"
004080         DISPLAY "BENPROG NOT AVAILABLE - NO PROGRAMS"
004090             END-DISPLAY
004100         GO TO 0200-EXIT
004110     END-IF.
004120     IF FS-PROG-FILE NOT = "00"
004130         DISPLAY "UNABLE TO OPEN BENPROG, STATUS "
004140             FS-PROG-FILE END-DISPLAY
004150         MOVE "Y" TO WS-FAIL-SW
004160         GO TO 0200-EXIT
004170     END-IF.

004180     PERFORM 0250-READ-PROG-REC THRU 0250-EXIT
004190         UNTIL WS-PROG-EOF.
004200     CLOSE BTM-PROG-FILE.

004210 0200-EXIT.
004220     EXIT.

004230 0250-READ-PROG-REC.
004240     READ BTM-PROG-FILE NEXT RECORD
004250         AT END
004260             MOVE "Y" TO WS-PROG-EOF-SW
004270             GO TO 0250-EXIT
004280     END-READ.
004290     IF WS-PROG-COUNT >= WS-PROG-MAX
004300         DISPLAY "BENPROG EXCEEDS THE PROGRAM TABLE - "
004310             "NO ENROLLMENT ENDED" END-DISPLAY
004320         MOVE "Y" TO WS-FAIL-SW
004330         MOVE "Y" TO WS-PROG-EOF-SW
004340         GO TO 0250-EXIT
004350     END-IF.

004360     ADD 1 TO WS-PROG-COUNT.
004370     MOVE BP-PROG-CODE   TO WS-PG-CODE (WS-PROG-COUNT).
004380     MOVE BP-PROG-NAME   TO WS-PG-NAME (WS-PROG-COUNT).
004390     MOVE BP-MIN-AGE     TO WS-PG-MIN-AGE (WS-PROG-COUNT).
004400     MOVE BP-MAX-AGE     TO WS-PG-MAX-AGE (WS-PROG-COUNT).
004410     MOVE BP-INACTIVE-SW TO WS-PG-INACTIVE-SW (WS-PROG-COUNT).
004420     MOVE ZERO TO WS-PG-OPEN-COUNT (WS-PROG-COUNT).
004430     MOVE ZERO TO WS-PG-KEPT-COUNT (WS-PROG-COUNT).
004440     MOVE ZERO TO WS-PG-AGED-COUNT (WS-PROG-COUNT).
004450     MOVE ZERO TO WS-PG-INACT-COUNT (WS-PROG-COUNT).

004460 0250-EXIT.
004470     EXIT.

004480*****************************************************************
004490*  3000-CHECK-ENROLLMENT                                        *
004500*  READS THE NEXT ENROLLMENT AND, WHEN IT IS STILL OPEN, TESTS  *
004510*  IT AGAINST THE MEMBER AND THE PROGRAM.  AGING OUT IS TESTED  *
004520*  FIRST, SO A MEMBER WHO IS BOTH OVER THE MAXIMUM AND INACTIVE *
004530*  SHOWS AS AGED OUT.                                           *
004540*****************************************************************
004550 3000-CHECK-ENROLLMENT.
004560     READ BTM-ENRL-FILE NEXT RECORD
004570         AT END
004580             MOVE "Y" TO WS-ENRL-EOF-SW
004590             GO TO 3000-EXIT
004600     END-READ.
004610     ADD 1 TO WS-READ-COUNT.
004620     IF NOT BE-ENROLLMENT-OPEN
004630         ADD 1 TO WS-CLOSED-COUNT
004640         GO TO 3000-EXIT
004650     END-IF.

004660     PERFORM 3500-FIND-PROG THRU 3500-EXIT.
004670     IF WS-PROG-FOUND-SUB = ZERO
004680         MOVE SPACES TO DL-NAME
004690         MOVE "NOT CHECKED - PROGRAM NOT ON BENPROG"
004700             TO DL-ACTION
004710         PERFORM 7500-WRITE-EXCEPTION THRU 7500-EXIT
004720         GO TO 3000-EXIT
004730     END-IF.

004740     MOVE BE-MEMBER-ID TO RM-MEMBER-ID.
004750     READ BTM-MAST-FILE
004760         INVALID KEY
004770             MOVE SPACES TO DL-NAME
004780             MOVE "NOT CHECKED - MEMBER NOT ON RIPMAST"
004790                 TO DL-ACTION
004800             PERFORM 7500-WRITE-EXCEPTION THRU 7500-EXIT
004810             GO TO 3000-EXIT
004820     END-READ.
004830     IF RM-YEAR NOT NUMERIC OR RM-MONTH NOT NUMERIC
004840         OR RM-DAY NOT NUMERIC
004850         MOVE RM-NAME TO DL-NAME
004860         MOVE "NOT CHECKED - BIRTH DATE NOT VALID"
004870             TO DL-ACTION
004880         PERFORM 7500-WRITE-EXCEPTION THRU 7500-EXIT
004890         GO TO 3000-EXIT
004900     END-IF.

004910     PERFORM 5400-CALC-AGE THRU 5400-EXIT.
004920     IF WS-AGE > WS-PG-MAX-AGE (WS-PROG-FOUND-SUB)
004930         MOVE "A" TO WS-END-REASON
004940         MOVE "AGED OUT OF PROGRAM" TO WS-REASON
004950         PERFORM 4000-END-ENROLLMENT THRU 4000-EXIT
004960         GO TO 3000-EXIT
004970     END-IF.

004980     IF RM-MEMBER-INACTIVE
004990         IF WS-PG-INACTIVE-SW (WS-PROG-FOUND-SUB) = "Y"
005000             ADD 1 TO WS-PG-KEPT-COUNT (WS-PROG-FOUND-SUB)
005010         ELSE
005020             MOVE "I" TO WS-END-REASON
005030             MOVE "MEMBER MADE INACTIVE" TO WS-REASON
005040             PERFORM 4000-END-ENROLLMENT THRU 4000-EXIT
005050             GO TO 3000-EXIT
005060         END-IF
005070     END-IF.

005080     ADD 1 TO WS-OPEN-COUNT.
005090     ADD 1 TO WS-PG-OPEN-COUNT (WS-PROG-FOUND-SUB).

005100 3000-EXIT.
005110     EXIT.

005120 3500-FIND-PROG.
005130     MOVE ZERO TO WS-PROG-FOUND-SUB.
005140     PERFORM 3550-TEST-PROG-ENTRY THRU 3550-EXIT
005150         VARYING WS-PROG-SUB FROM 1 BY 1
005160         UNTIL WS-PROG-FOUND-SUB > ZERO
005170             OR WS-PROG-SUB > WS-PROG-COUNT.

005180 3500-EXIT.
005190     EXIT.

005200 3550-TEST-PROG-ENTRY.
005210     IF WS-PG-CODE (WS-PROG-SUB) = BE-PROG-CODE
005220         MOVE WS-PROG-SUB TO WS-PROG-FOUND-SUB
005230     END-IF.

005240 3550-EXIT.
005250     EXIT.

005260*****************************************************************
005270*  4000-END-ENROLLMENT                                          *
005280*  ENDS THE ENROLLMENT JUST READ ON THE BUSINESS DATE - OR ON   *
005290*  ITS START DATE WHEN IT WAS KEYED TO START LATER, SO AN END   *
005300*  NEVER FALLS BEFORE A START - AUDITS IT, AND LISTS IT.  A     *
005310*  FAILED REWRITE STOPS THE WALK AND FAILS THE STEP.            *
005320*****************************************************************
005330 4000-END-ENROLLMENT.
005340     IF BE-START-DATE > WS-TODAY-DATE
005350         MOVE BE-START-DATE TO WS-END-DATE
005360     ELSE
005370         MOVE WS-TODAY-DATE TO WS-END-DATE
005380     END-IF.

005390     MOVE WS-END-DATE   TO BE-END-DATE.
005400     MOVE WS-END-REASON TO BE-END-REASON.
005410     MOVE "NITEBAT"     TO BE-LAST-OPERATOR.
005420     ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD.
005430     ACCEPT WS-CUR-TIME FROM TIME.
005440     MOVE SPACES TO BE-LAST-CHANGED.
005450     STRING WS-CUR-DATE  "-" WS-CUR-TIME
005460         DELIMITED BY SIZE INTO BE-LAST-CHANGED.
005470     REWRITE BEN-ENRL-RECORD
005480         INVALID KEY
005490             CONTINUE
005500     END-REWRITE.
005510     IF FS-ENRL-FILE NOT = "00"
005520         DISPLAY "UNABLE TO REWRITE BENENRL, STATUS "
005530             FS-ENRL-FILE " FOR " BE-MEMBER-ID " " BE-PROG-CODE
005540             END-DISPLAY
005550         MOVE "Y" TO WS-FAIL-SW
005560         GO TO 4000-EXIT
005570     END-IF.

005580     PERFORM 6950-BUILD-WRITE-AUDIT THRU 6950-EXIT.

005590     IF WS-END-REASON = "A"
005600         ADD 1 TO WS-AGED-COUNT
005610         ADD 1 TO WS-PG-AGED-COUNT (WS-PROG-FOUND-SUB)
005620         MOVE "ENDED - AGED OUT OF PROGRAM" TO DL-ACTION
005630     ELSE
005640         ADD 1 TO WS-INACT-COUNT
005650         ADD 1 TO WS-PG-INACT-COUNT (WS-PROG-FOUND-SUB)
005660         MOVE "ENDED - MEMBER MADE INACTIVE" TO DL-ACTION
005670     END-IF.
005680     MOVE BE-MEMBER-ID  TO DL-MEMBER-ID.
005690     MOVE RM-NAME       TO DL-NAME.
005700     MOVE BE-PROG-CODE  TO DL-PROG-CODE.
005710     MOVE BE-START-DATE TO DL-START-DATE.
005720     MOVE WS-END-DATE   TO DL-END-DATE.
005730     MOVE WS-AGE        TO DL-AGE.
005740     WRITE BTM-RPT-RECORD FROM BTM-DTL-LINE.

005750 4000-EXIT.
005760     EXIT.

005770*****************************************************************
005780*  5400-CALC-AGE                                                *
005790*  WHOLE YEARS OF AGE AS OF THE BUSINESS DATE, ALLOWING FOR     *
005800*  WHETHER THIS YEAR'S BIRTHDAY HAS OCCURRED, THE SAME RULE     *
005810*  RIPASSO01'S 5000-CALC-AGE APPLIES.                           *
005820*****************************************************************
005830 5400-CALC-AGE.
005840     COMPUTE WS-AGE = WS-TODAY-YEAR - RM-YEAR END-COMPUTE.
005850     IF RM-MONTH > WS-TODAY-MONTH
005860         OR (RM-MONTH = WS-TODAY-MONTH AND
005870             RM-DAY > WS-TODAY-DAY)
005880         SUBTRACT 1 FROM WS-AGE
005890     END-IF.
005900     IF WS-AGE < ZERO
005910         MOVE ZERO TO WS-AGE
005920     END-IF.

005930 5400-EXIT.
005940     EXIT.

005950*****************************************************************
005960*  6950-BUILD-WRITE-AUDIT                                       *
005970*  ONE CHANGE-AUDIT RECORD PER NIGHTLY END, IN THE SAME LAYOUT  *
005980*  BENMNT WRITES, STAMPED AS A BATCH ACTION BY THE SCHEDULER    *
005990*  ID.                                                          *
006000*****************************************************************
006010 6950-BUILD-WRITE-AUDIT.
006020     MOVE SPACES TO BEN-CHG-AUDIT-RECORD.
006030     ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD.
006040     ACCEPT WS-CUR-TIME FROM TIME.
006050     STRING WS-CUR-DATE  "-" WS-CUR-TIME
006060         DELIMITED BY SIZE INTO EA-TIMESTAMP.
006070     MOVE "B"            TO EA-SOURCE.
006080     MOVE "X"            TO EA-ACTION.
006090     MOVE BE-MEMBER-ID   TO EA-MEMBER-ID.
006100     MOVE BE-PROG-CODE   TO EA-PROG-CODE.
006110     MOVE WS-AGE         TO EA-AGE.
006120     MOVE BE-START-DATE  TO EA-OLD-START-DATE.
006130     MOVE ZERO           TO EA-OLD-END-DATE.
006140     MOVE BE-START-DATE  TO EA-NEW-START-DATE.
006150     MOVE WS-END-DATE    TO EA-NEW-END-DATE.
006160     MOVE WS-END-REASON  TO EA-END-REASON.
006170     MOVE ZERO           TO EA-OLD-MIN-AGE.
006180     MOVE ZERO           TO EA-OLD-MAX-AGE.
006190     MOVE WS-PG-MIN-AGE (WS-PROG-FOUND-SUB)  TO EA-NEW-MIN-AGE.
006200     MOVE WS-PG-MAX-AGE (WS-PROG-FOUND-SUB)  TO EA-NEW-MAX-AGE.
006210     MOVE WS-PG-INACTIVE-SW (WS-PROG-FOUND-SUB)
006220         TO EA-NEW-INACTIVE-SW.
006230     MOVE "K"            TO EA-STATUS.
006240     MOVE WS-REASON      TO EA-REASON.
006250     MOVE "NITEBAT"      TO EA-OPERATOR-ID.
006260     WRITE BEN-CHG-AUDIT-RECORD.

006270 6950-EXIT.
006280     EXIT.

006290*****************************************************************
006300*  7500-WRITE-EXCEPTION                                         *
006310*  LISTS AN OPEN ENROLLMENT THAT COULD NOT BE CHECKED.  IT IS   *
006320*  LEFT OPEN AND THE STEP ENDS RC=4.  THE CALLER HAS SET THE    *
006330*  NAME AND ACTION TEXT.                                        *
006340*****************************************************************
006350 7500-WRITE-EXCEPTION.
006360     ADD 1 TO WS-EXCEPT-COUNT.
006370     MOVE "Y" TO WS-EXCEPT-SW.
006380     MOVE BE-MEMBER-ID  TO DL-MEMBER-ID.
006390     MOVE BE-PROG-CODE  TO DL-PROG-CODE.
006400     MOVE BE-START-DATE TO DL-START-DATE.
006410     MOVE SPACES        TO DL-END-DATE-X.
006420     MOVE SPACES        TO DL-AGE-X.
006430     WRITE BTM-RPT-RECORD FROM BTM-DTL-LINE.

006440 7500-EXIT.
006450     EXIT.

006460 8000-WRITE-HEADINGS.
006470     MOVE WS-TODAY-DATE TO H1-RUN-DATE.
006480     WRITE BTM-RPT-RECORD FROM BTM-RPT-HDG-1.
006490     MOVE "SECTION 1 - ENROLLMENTS ENDED OR NOT CHECKED TONIGHT"
006500         TO SEC-TEXT.
006510     WRITE BTM-RPT-RECORD FROM BTM-RPT-SEC-LINE.
006520     WRITE BTM-RPT-RECORD FROM BTM-RPT-HDG-2.

006530 8000-EXIT.
006540     EXIT.

006550*****************************************************************
006560*  8500-WRITE-SUMMARY                                           *
006570*  SECTION 2 - THE ENROLLMENT POSITION AFTER THE RUN, PROGRAM   *
006580*  BY PROGRAM, THEN THE RUN TOTALS.                             *
006590*****************************************************************
006600 8500-WRITE-SUMMARY.
006610     IF WS-AGED-COUNT = ZERO AND WS-INACT-COUNT = ZERO
006620         AND WS-EXCEPT-COUNT = ZERO
006630         MOVE "    NO ENROLLMENT ENDED TONIGHT" TO SEC-TEXT
006640         WRITE BTM-RPT-RECORD FROM BTM-RPT-SEC-LINE
006650     END-IF.
006660     MOVE SPACES TO SEC-TEXT.
006670     WRITE BTM-RPT-RECORD FROM BTM-RPT-SEC-LINE.
006680     MOVE "SECTION 2 - ENROLLMENTS BY PROGRAM AFTER TONIGHT'S RUN"
006690         TO SEC-TEXT.
006700     WRITE BTM-RPT-RECORD FROM BTM-RPT-SEC-LINE.
006710     WRITE BTM-RPT-RECORD FROM BTM-RPT-HDG-3.
006720     WRITE BTM-RPT-RECORD FROM BTM-RPT-HDG-4.

006730     PERFORM 8600-WRITE-PROG-LINE THRU 8600-EXIT
006740         VARYING WS-PROG-SUB FROM 1 BY 1
006750         UNTIL WS-PROG-SUB > WS-PROG-COUNT.

006760     MOVE SPACES TO SEC-TEXT.
006770     WRITE BTM-RPT-RECORD FROM BTM-RPT-SEC-LINE.
006780     MOVE "ENROLLMENT RECORDS READ (BENENRL)" TO RL-DESC.
006790     MOVE WS-READ-COUNT TO RL-COUNT.
006800     WRITE BTM-RPT-RECORD FROM BTM-RPT-LINE.
006810     MOVE "ALREADY ENDED BEFORE TONIGHT" TO RL-DESC.
006820     MOVE WS-CLOSED-COUNT TO RL-COUNT.
006830     WRITE BTM-RPT-RECORD FROM BTM-RPT-LINE.
006840     MOVE "ENDED TONIGHT - AGED OUT" TO RL-DESC.
006850     MOVE WS-AGED-COUNT TO RL-COUNT.
006860     WRITE BTM-RPT-RECORD FROM BTM-RPT-LINE.
006870     MOVE "ENDED TONIGHT - MEMBER MADE INACTIVE" TO RL-DESC.
006880     MOVE WS-INACT-COUNT TO RL-COUNT.
006890     WRITE BTM-RPT-RECORD FROM BTM-RPT-LINE.
006900     MOVE "OPEN AND CHECKED" TO RL-DESC.
006910     MOVE WS-OPEN-COUNT TO RL-COUNT.
006920     WRITE BTM-RPT-RECORD FROM BTM-RPT-LINE.
006930     MOVE "OPEN BUT NOT CHECKED (SEE SECTION 1)" TO RL-DESC.
006940     MOVE WS-EXCEPT-COUNT TO RL-COUNT.
006950     WRITE BTM-RPT-RECORD FROM BTM-RPT-LINE.

006960 8500-EXIT.
006970     EXIT.

006980 8600-WRITE-PROG-LINE.
006990     MOVE WS-PG-CODE (WS-PROG-SUB)        TO SL-PROG-CODE.
007000     MOVE WS-PG-NAME (WS-PROG-SUB)        TO SL-PROG-NAME.
007010     MOVE WS-PG-MIN-AGE (WS-PROG-SUB)     TO SL-MIN-AGE.
007020     MOVE WS-PG-MAX-AGE (WS-PROG-SUB)     TO SL-MAX-AGE.
007030     MOVE WS-PG-INACTIVE-SW (WS-PROG-SUB) TO SL-INACTIVE-SW.
007040     MOVE WS-PG-OPEN-COUNT (WS-PROG-SUB)  TO SL-OPEN.
007050     MOVE WS-PG-KEPT-COUNT (WS-PROG-SUB)  TO SL-KEPT.
007060     MOVE WS-PG-AGED-COUNT (WS-PROG-SUB)  TO SL-AGED.
007070     MOVE WS-PG-INACT-COUNT (WS-PROG-SUB) TO SL-INACT.
007080     WRITE BTM-RPT-RECORD FROM BTM-SUM-LINE.

007090 8600-EXIT.
007100     EXIT.

007110*****************************************************************
007120*  8900-WRITE-RUNC-REC                                          *
007130*  APPENDS ONE RUN-CONTROL REGISTRY RECORD (S = STARTED,        *
007140*  C = COMPLETE, F = FAILED) UNDER THE BUSINESS DATE SO THE     *
007150*  DAILY EXCEPTION REPORT CAN SEE HOW THE STEP ENDED.  CALLER   *
007160*  LEAVES BTM-RUNC-FILE OPEN EXTEND.                            *
007170*****************************************************************
007180 8900-WRITE-RUNC-REC.
007190     MOVE "BENTERM"       TO RC-PROGRAM.
007200     MOVE "BENENRL"       TO RC-FILE-NAME.
007210     MOVE WS-TODAY-DATE   TO RC-FILE-DATE.
007220     MOVE WS-RUN-ID       TO RC-RUN-ID.
007230     MOVE WS-RUNC-STATUS  TO RC-STATUS.
007240     MOVE WS-READ-COUNT   TO RC-REC-COUNT.
007250     ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD.
007260     ACCEPT WS-CUR-TIME FROM TIME.
007270     MOVE SPACES TO RC-TIMESTAMP.
007280     STRING WS-CUR-DATE  "-" WS-CUR-TIME
007290         DELIMITED BY SIZE INTO RC-TIMESTAMP.
007300     WRITE CBL-RUNC-RECORD.

007310 8900-EXIT.
007320     EXIT.

007330 9000-CLOSE-FILES.
007340     IF NOT WS-NO-ENROLLMENTS
007350         CLOSE BTM-ENRL-FILE
007360     END-IF.
007370     CLOSE BTM-MAST-FILE.
007380     CLOSE BTM-AUDT-FILE.
007390     CLOSE BTM-RPT-FILE.

007400 9000-EXIT.
007410     EXIT.
