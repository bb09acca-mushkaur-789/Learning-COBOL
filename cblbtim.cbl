000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.     CBLBTIM.
000120 AUTHOR.         R HANLEY.
000130 INSTALLATION.   DATA PROCESSING DEPT.
000140 DATE-WRITTEN.   12/28/2026.
000150 DATE-COMPILED.  TODAY.
000160*****************************************************************
000170*  CBLBTIM - BATCH WINDOW ELAPSED-TIME REPORT.                  *
000180*  RUNS AS THE LAST STEP OF A BATCH JOB AND TIMES EVERY STEP OF *
000190*  THE NIGHT FROM THE START (S) AND END (C/F) REGISTRATIONS THE *
000200*  STEPS WRITE TO THE RUN-CONTROL REGISTRY (CBLRUNC).  THE      *
000210*  TIMCTL CARD FOR THE JOB LISTS ITS STEPS IN JCL ORDER, EACH   *
000220*  WITH THE PROGRAM AND FILE NAME IT REGISTERS UNDER.  THE      *
000230*  NIGHT BEGINS AT THE LATEST START OF THE FIRST LISTED STEP.   *
000240*  FOR EACH STEP THE REPORT SHOWS START, END, ELAPSED TIME AND  *
000250*  RECORD COUNT BESIDE ITS ROLLING AVERAGE OVER THE LAST 30     *
000260*  NIGHTS, PLUS THE WHOLE WINDOW FROM THE FIRST STEP'S START TO *
000270*  THE LAST STEP'S END.  A STEP RUNNING MORE THAN THE TIMCTL    *
000280*  PERCENTAGE OVER ITS AVERAGE IS FLAGGED, AND THE FLAG SAYS    *
000290*  WHETHER ITS RECORD COUNT GREW AS MUCH - MORE VOLUME - OR     *
000300*  NOT - A REAL SLOWDOWN.  THE HISTORY (CBLTIMH, ONE PER JOB)   *
000310*  IS REWRITTEN EACH RUN WITH THE LAST 30 COMPLETED NIGHTS PER  *
000320*  STEP; A RERUN OF THE SAME NIGHT REPLACES THAT NIGHT.         *
000330*  ENDS RC=4 WHEN ANYTHING IS FLAGGED OR THE NIGHT CANNOT BE    *
000340*  TIMED, RC=16 WHEN THE CARD OR A FILE CANNOT BE READ.         *
000350*****************************************************************
000360*  MODIFICATION HISTORY.
000370*  12/28/2026  RH  ORIGINAL VERSION.
000380*****************************************************************
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT TIM-CTL-FILE     ASSIGN TO "TIMCTL"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS FS-CTL-FILE.

000450     SELECT TIM-RUNC-FILE    ASSIGN TO "CBLRUNC"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS FS-RUNC-FILE.

000480     SELECT TIM-HIST-FILE    ASSIGN TO "CBLTIMH"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS FS-HIST-FILE.

000510     SELECT TIM-OUT-FILE     ASSIGN TO "TIMOUT"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS FS-OUT-FILE.

000540 DATA DIVISION.
000550 FILE SECTION.
000560*TIMCTL - ONE H CARD (JOB NAME, OVERRUN PERCENTAGE, NIGHTS OF
000570*HISTORY NEEDED BEFORE FLAGGING) THEN ONE S CARD PER STEP.
000580 FD  TIM-CTL-FILE
000590     RECORDING MODE IS F.
000600 01  TIM-CTL-RECORD.
000610     05  TC-TYPE                 PIC X(01).
000620         88  TC-TYPE-HEADER          VALUE "H".
000630         88  TC-TYPE-STEP            VALUE "S".
000640     05  TC-HEADER-DATA.
000650         10  TC-JOB-NAME         PIC X(08).
000660         10  TC-OVER-PCT         PIC 9(03).
000670         10  TC-MIN-NIGHTS       PIC 9(02).
000680         10  FILLER              PIC X(66).
000690     05  TC-STEP-DATA REDEFINES TC-HEADER-DATA.
000700         10  TC-STEP-NAME        PIC X(08).
000710         10  TC-PROGRAM          PIC X(10).
000720         10  TC-FILE-NAME        PIC X(08).
000730         10  FILLER              PIC X(53).

000740 FD  TIM-RUNC-FILE
000750     RECORDING MODE IS F.
000760 COPY CBLRUNC.

000770*CBLTIMH - ONE RECORD PER STEP PER COMPLETED NIGHT, KEYED BY
000780*THE STAMP THE NIGHT STARTED AT.  THE WINDOW IS STEP "WINDOW".
000790 FD  TIM-HIST-FILE
000800     RECORDING MODE IS F.
000810 01  TIM-HIST-RECORD.
000820     05  TH-STEP-NAME            PIC X(08).
000830     05  TH-NIGHT-KEY            PIC X(16).
000840     05  TH-ELAPSED-SECS         PIC 9(07).
000850     05  TH-REC-COUNT            PIC 9(07).
000860     05  FILLER                  PIC X(02).

000870 FD  TIM-OUT-FILE
000880     RECORDING MODE IS F.
000890 01  TIM-OUT-RECORD              PIC X(132).

000900 WORKING-STORAGE SECTION.
000910 01  FS-CTL-FILE         PIC X(02) VALUE "00".
000920 01  FS-RUNC-FILE        PIC X(02) VALUE "00".
000930 01  FS-HIST-FILE        PIC X(02) VALUE "00".
000940 01  FS-OUT-FILE         PIC X(02) VALUE "00".
000950 01  WS-CTL-EOF-SW       PIC X VALUE "N".
000960     88  WS-CTL-EOF               VALUE "Y".
000970 01  WS-RUNC-EOF-SW      PIC X VALUE "N".
000980     88  WS-RUNC-EOF              VALUE "Y".
000990 01  WS-HIST-EOF-SW      PIC X VALUE "N".
001000     88  WS-HIST-EOF              VALUE "Y".
001010 01  WS-NIGHT-SW         PIC X VALUE "N".
001020     88  WS-NIGHT-FOUND           VALUE "Y".
001030 01  WS-HIST-OK-SW       PIC X VALUE "N".
001040     88  WS-HIST-OK               VALUE "Y".
001050 01  WS-WINDOW-SW        PIC X VALUE "N".
001060     88  WS-WINDOW-COMPLETE       VALUE "Y".

001070 01  WS-JOB-NAME         PIC X(08) VALUE SPACES.
001080 01  WS-OVER-PCT         PIC 9(03) VALUE 25.
001090 01  WS-MIN-NIGHTS       PIC 9(02) VALUE 5.
001100 01  WS-NIGHT-KEY        PIC X(16) VALUE SPACES.

001110 01  WS-CTL-COUNT        PIC 9(05) COMP VALUE ZERO.
001120 01  WS-RUNC-READ-COUNT  PIC 9(07) COMP VALUE ZERO.
001130 01  WS-HIST-READ-COUNT  PIC 9(05) COMP VALUE ZERO.
001140 01  WS-HIST-DROP-COUNT  PIC 9(05) COMP VALUE ZERO.
001150 01  WS-HIST-WRITE-COUNT PIC 9(05) COMP VALUE ZERO.
001160 01  WS-OVERRUN-COUNT    PIC 9(03) COMP VALUE ZERO.
001170 01  WS-NOT-RUN-COUNT    PIC 9(03) COMP VALUE ZERO.
001180 01  WS-NO-END-COUNT     PIC 9(03) COMP VALUE ZERO.
001190 01  WS-FAILED-COUNT     PIC 9(03) COMP VALUE ZERO.
001200 01  WS-TIMED-COUNT      PIC 9(03) COMP VALUE ZERO.

001210*STEP TABLE - THE TIMCTL STEPS IN JCL ORDER, THEN THE WINDOW
001220*AS ONE MORE ENTRY SO IT IS AVERAGED AND FLAGGED THE SAME WAY.
001230 01  WS-STEP-COUNT       PIC 9(03) COMP VALUE ZERO.
001240 01  WS-WINDOW-SUB       PIC 9(03) COMP VALUE ZERO.
001250 01  WS-STEP-SUB         PIC 9(03) COMP VALUE ZERO.
001260 01  WS-FOUND-SUB        PIC 9(03) COMP VALUE ZERO.
001270 01  WS-STEP-TABLE.
001280     05  WS-STEP-ENTRY OCCURS 41 TIMES.
001290         10  TS-STEP-NAME        PIC X(08).
001300         10  TS-PROGRAM          PIC X(10).
001310         10  TS-FILE-NAME        PIC X(08).
001320         10  TS-RUN-ID           PIC X(14).
001330         10  TS-START-STAMP      PIC X(26).
001340         10  TS-END-STAMP        PIC X(26).
001350         10  TS-END-STATUS       PIC X(01).
001360         10  TS-REC-COUNT        PIC 9(07).
001370         10  TS-ELAPSED-SECS     PIC 9(09) COMP.
001380         10  TS-SEEN-COUNT       PIC 9(05) COMP.
001390         10  TS-HIST-NIGHTS      PIC 9(03) COMP.
001400         10  TS-HIST-SECS        PIC 9(11) COMP.
001410         10  TS-HIST-RECS        PIC 9(11) COMP.
001420         10  TS-AVG-SECS         PIC 9(09) COMP.
001430         10  TS-AVG-RECS         PIC 9(09) COMP.

001440*HISTORY TABLE - EVERY PRIOR NIGHT STILL ON CBLTIMH FOR A STEP
001450*ON THE CARD, IN FILE ORDER (OLDEST FIRST).  WITH 30 NIGHTS PER
001460*STEP KEPT, A FULL CARD NEEDS 1230 ENTRIES.
001470 01  WS-HIST-COUNT       PIC 9(05) COMP VALUE ZERO.
001480 01  WS-HIST-SUB         PIC 9(05) COMP VALUE ZERO.
001490 01  WS-HIST-TABLE.
001500     05  WS-HIST-ENTRY OCCURS 2000 TIMES.
001510         10  HT-STEP-SUB         PIC 9(03) COMP.
001520         10  HT-NIGHT-KEY        PIC X(16).
001530         10  HT-ELAPSED-SECS     PIC 9(07).
001540         10  HT-REC-COUNT        PIC 9(07).
001550         10  HT-KEEP-SW          PIC X(01).

001560*ELAPSED-TIME WORK AREAS.  A STAMP IS YYYYMMDD-HHMMSSCC; THE
001570*DAY SERIAL IS CBLSAGE'S ARITHMETIC, SO A STEP THAT RUNS OVER
001580*MIDNIGHT OR A MONTH END TIMES CORRECTLY.
001590 01  WS-STAMP-WORK.
001600     05  ST-DATE.
001610         10  ST-YEAR             PIC 9(04).
001620         10  ST-MONTH            PIC 9(02).
001630         10  ST-DAY              PIC 9(02).
001640     05  FILLER                  PIC X(01).
001650     05  ST-TIME.
001660         10  ST-HH               PIC 9(02).
001670         10  ST-MM               PIC 9(02).
001680         10  ST-SS               PIC 9(02).
001690         10  ST-CC               PIC 9(02).
001700     05  FILLER                  PIC X(09).
001710 01  WS-FROM-STAMP       PIC X(26) VALUE SPACES.
001720 01  WS-TO-STAMP         PIC X(26) VALUE SPACES.
001730 01  WS-STAMP-SECS       PIC 9(12) COMP VALUE ZERO.
001740 01  WS-FROM-SECS        PIC 9(12) COMP VALUE ZERO.
001750 01  WS-TO-SECS          PIC 9(12) COMP VALUE ZERO.
001760 01  WS-ELAPSED-SECS     PIC 9(09) COMP VALUE ZERO.
001770 01  WS-PCT-WORK         PIC S9(07) COMP VALUE ZERO.
001780 01  WS-RECS-PCT         PIC S9(07) COMP VALUE ZERO.
001790 01  WS-FMT-SECS         PIC 9(09) COMP VALUE ZERO.
001800 01  WS-FMT-REM          PIC 9(09) COMP VALUE ZERO.
001810 01  WS-FMT-ELAPSED.
001820     05  FE-HOURS                PIC ZZ9.
001830     05  FILLER                  PIC X(01) VALUE ":".
001840     05  FE-MINUTES              PIC 9(02).
001850     05  FILLER                  PIC X(01) VALUE ":".
001860     05  FE-SECONDS              PIC 9(02).
001870 01  WS-FMT-STAMP.
001880     05  FS-MONTH                PIC X(02).
001890     05  FILLER                  PIC X(01) VALUE "/".
001900     05  FS-DAY                  PIC X(02).
001910     05  FILLER                  PIC X(01) VALUE SPACE.
001920     05  FS-HH                   PIC X(02).
001930     05  FILLER                  PIC X(01) VALUE ":".
001940     05  FS-MM                   PIC X(02).
001950     05  FILLER                  PIC X(01) VALUE ":".
001960     05  FS-SS                   PIC X(02).

001970*DAY-SERIAL WORK AREAS, SAME ARITHMETIC AS CBLSAGE: 365 PER
001980*ELAPSED YEAR PLUS LEAP DAYS PLUS THE DAYS ELAPSED IN THE YEAR.
001990 01  WS-SER-YEAR         PIC 9(04).
002000 01  WS-SER-MONTH        PIC 9(02).
002010 01  WS-SER-DAY          PIC 9(02).
002020 01  WS-SERIAL           PIC 9(08) COMP.
002030 01  WS-LEAP-COUNT       PIC 9(08) COMP.
002040 01  WS-WORK-YEAR        PIC 9(08) COMP.
002050 01  WS-LEAP-SW          PIC X VALUE "N".
002060     88  WS-IS-LEAP-YEAR          VALUE "Y".
002070 01  WS-DIV-QUOT         PIC 9(08).
002080 01  WS-DIV-REM          PIC 9(02).

002090 01  WS-CUM-DAYS-TABLE.
002100     05  FILLER              PIC 9(03) VALUE 000.
002110     05  FILLER              PIC 9(03) VALUE 031.
002120     05  FILLER              PIC 9(03) VALUE 059.
002130     05  FILLER              PIC 9(03) VALUE 090.
002140     05  FILLER              PIC 9(03) VALUE 120.
002150     05  FILLER              PIC 9(03) VALUE 151.
002160     05  FILLER              PIC 9(03) VALUE 181.
002170     05  FILLER              PIC 9(03) VALUE 212.
002180     05  FILLER              PIC 9(03) VALUE 243.
002190     05  FILLER              PIC 9(03) VALUE 273.
002200     05  FILLER              PIC 9(03) VALUE 304.
002210     05  FILLER              PIC 9(03) VALUE 334.
002220 01  WS-CUM-DAYS REDEFINES WS-CUM-DAYS-TABLE.
002230     05  WS-CUM-DAY OCCURS 12 TIMES PIC 9(03).

002240 01  TIM-RPT-HDG-1.
002250     05  FILLER              PIC X(35)
002260             VALUE "CBLBTIM  BATCH WINDOW REPORT - JOB ".
002270     05  H1-JOB-NAME         PIC X(08).
002280     05  FILLER              PIC X(20)
002290             VALUE "  NIGHT STARTING ON ".
002300     05  H1-NIGHT-DATE       PIC X(08).
002310     05  FILLER              PIC X(04) VALUE " AT ".
002320     05  H1-NIGHT-TIME       PIC X(08).
002330     05  FILLER              PIC X(49) VALUE SPACES.

002340 01  TIM-RPT-HDG-2.
002350     05  FILLER              PIC X(42)
002360             VALUE "FLAGGED WHEN OVER THE 30-NIGHT AVERAGE BY ".
002370     05  H2-OVER-PCT         PIC ZZ9.
002380     05  FILLER              PIC X(19)
002390             VALUE "% ONCE A STEP HAS ".
002400     05  H2-MIN-NIGHTS       PIC Z9.
002410     05  FILLER              PIC X(30)
002420             VALUE " NIGHTS OF HISTORY".
002430     05  FILLER              PIC X(36) VALUE SPACES.

002440 01  TIM-RPT-COL-HDG-1.
002450     05  FILLER              PIC X(60) VALUE
002460         "STEP      PROGRAM    FILE     START          END".
002470     05  FILLER              PIC X(60) VALUE
002480         "ELAPSED  30-NT AVG NTS  %OVER RECORDS AVG RECS  %RECS".
002490     05  FILLER              PIC X(12) VALUE SPACES.

002500 01  TIM-RPT-STEP-LINE.
002510     05  SL-STEP-NAME        PIC X(08).
002520     05  FILLER              PIC X(02) VALUE SPACES.
002530     05  SL-PROGRAM          PIC X(10).
002540     05  FILLER              PIC X(01) VALUE SPACES.
002550     05  SL-FILE-NAME        PIC X(08).
002560     05  FILLER              PIC X(01) VALUE SPACES.
002570     05  SL-START            PIC X(14).
002580     05  FILLER              PIC X(01) VALUE SPACES.
002590     05  SL-END              PIC X(14).
002600     05  FILLER              PIC X(01) VALUE SPACES.
002610     05  SL-ELAPSED          PIC X(09).
002620     05  FILLER              PIC X(01) VALUE SPACES.
002630     05  SL-AVERAGE          PIC X(09).
002640     05  FILLER              PIC X(01) VALUE SPACES.
002650     05  SL-NIGHTS           PIC X(03).
002660     05  SL-NIGHTS-N REDEFINES SL-NIGHTS
002670                             PIC ZZ9.
002680     05  FILLER              PIC X(01) VALUE SPACES.
002690     05  SL-OVER-PCT         PIC X(06).
002700     05  SL-OVER-PCT-N REDEFINES SL-OVER-PCT
002710                             PIC -ZZZZ9.
002720     05  FILLER              PIC X(01) VALUE SPACES.
002730     05  SL-RECORDS          PIC X(07).
002740     05  SL-RECORDS-N REDEFINES SL-RECORDS
002750                             PIC Z(06)9.
002760     05  FILLER              PIC X(01) VALUE SPACES.
002770     05  SL-AVG-RECS         PIC X(07).
002780     05  SL-AVG-RECS-N REDEFINES SL-AVG-RECS
002790                             PIC Z(06)9.
002800     05  FILLER              PIC X(01) VALUE SPACES.
002810     05  SL-RECS-PCT         PIC X(06).
002820     05  SL-RECS-PCT-N REDEFINES SL-RECS-PCT
002830                             PIC -ZZZZ9.
002840     05  FILLER              PIC X(01) VALUE SPACES.
002850     05  SL-FLAG             PIC X(18).

002860 01  TIM-RPT-MSG-LINE.
002870     05  ML-TEXT             PIC X(100).
002880     05  FILLER              PIC X(32) VALUE SPACES.

002890 01  TIM-RPT-TOTAL-LINE.
002900     05  FILLER              PIC X(14) VALUE "STEPS TIMED: ".
002910     05  TL-TIMED            PIC ZZ9.
002920     05  FILLER              PIC X(12) VALUE "   NOT RUN: ".
002930     05  TL-NOT-RUN          PIC ZZ9.
002940     05  FILLER              PIC X(11) VALUE "   NO END: ".
002950     05  TL-NO-END           PIC ZZ9.
002960     05  FILLER              PIC X(11) VALUE "   FAILED: ".
002970     05  TL-FAILED           PIC ZZ9.
002980     05  FILLER              PIC X(13) VALUE "   OVERRUNS: ".
002990     05  TL-OVERRUNS         PIC ZZ9.
003000     05  FILLER              PIC X(56) VALUE SPACES.

003010 PROCEDURE DIVISION.
003020 0000-MAINLINE.
003030     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.
003040     PERFORM 1100-LOAD-CONTROL THRU 1100-EXIT.

003050     PERFORM 2000-READ-RUNC THRU 2000-EXIT
003060         UNTIL WS-RUNC-EOF.
003070     CLOSE TIM-RUNC-FILE.

003080     MOVE WS-JOB-NAME   TO H1-JOB-NAME.
003090     MOVE WS-OVER-PCT   TO H2-OVER-PCT.
003100     MOVE WS-MIN-NIGHTS TO H2-MIN-NIGHTS.
003110     IF NOT WS-NIGHT-FOUND
003120         MOVE SPACES TO H1-NIGHT-DATE H1-NIGHT-TIME
003130         WRITE TIM-OUT-RECORD FROM TIM-RPT-HDG-1
003140         MOVE SPACES TO ML-TEXT
003150         STRING "  NO START OF " TS-STEP-NAME (1) " ("
003160             TS-PROGRAM (1) " " TS-FILE-NAME (1)
003170             ") IS REGISTERED IN CBLRUNC - NOTHING TO TIME"
003180             DELIMITED BY SIZE INTO ML-TEXT
003190         WRITE TIM-OUT-RECORD FROM TIM-RPT-MSG-LINE
003200         CLOSE TIM-OUT-FILE
003210         DISPLAY "NO NIGHT OF " WS-JOB-NAME
003220             " FOUND IN CBLRUNC" END-DISPLAY
003230         MOVE 4 TO RETURN-CODE
003240         GO TO 9999-PROGRAM-END
003250     END-IF.

003260     MOVE TS-START-STAMP (1) (1:16) TO WS-NIGHT-KEY.
003270     PERFORM 2500-TIME-STEPS THRU 2500-EXIT.
003280     PERFORM 3000-LOAD-HISTORY THRU 3000-EXIT.
003290     PERFORM 4000-PRINT-REPORT THRU 4000-EXIT.
003300     IF WS-HIST-OK
003310         PERFORM 6000-WRITE-HISTORY THRU 6000-EXIT
003320     END-IF.
003330     CLOSE TIM-OUT-FILE.

003340     DISPLAY WS-TIMED-COUNT " STEP(S) TIMED, "
003350         WS-OVERRUN-COUNT " OVERRUN(S) FLAGGED, "
003360         WS-HIST-WRITE-COUNT " HISTORY ENTRIES KEPT" END-DISPLAY.
003370     IF WS-OVERRUN-COUNT > ZERO
003380         OR NOT WS-HIST-OK
003390         MOVE 4 TO RETURN-CODE
003400     END-IF.
003410     GO TO 9999-PROGRAM-END.

003420 9999-PROGRAM-END.
003430     STOP RUN.

003440 1000-OPEN-FILES.
003450     OPEN INPUT TIM-CTL-FILE.
003460     IF FS-CTL-FILE NOT = "00"
003470         DISPLAY "UNABLE TO OPEN TIMCTL, STATUS "
003480             FS-CTL-FILE END-DISPLAY
003490         MOVE 16 TO RETURN-CODE
003500         GO TO 9999-PROGRAM-END
003510     END-IF.

003520     OPEN INPUT TIM-RUNC-FILE.
003530     IF FS-RUNC-FILE NOT = "00"
003540         DISPLAY "UNABLE TO OPEN CBLRUNC, STATUS "
003550             FS-RUNC-FILE END-DISPLAY
003560         CLOSE TIM-CTL-FILE
003570         MOVE 16 TO RETURN-CODE
003580         GO TO 9999-PROGRAM-END
003590     END-IF.

003600     OPEN OUTPUT TIM-OUT-FILE.
003610     IF FS-OUT-FILE NOT = "00"
003620         DISPLAY "UNABLE TO OPEN TIMOUT, STATUS "
003630             FS-OUT-FILE END-DISPLAY
003640         CLOSE TIM-CTL-FILE
003650         CLOSE TIM-RUNC-FILE
003660         MOVE 16 TO RETURN-CODE
003670         GO TO 9999-PROGRAM-END
003680     END-IF.

003690 1000-EXIT.
003700     EXIT.

003710*****************************************************************
003720*  1100-LOAD-CONTROL                                            *
003730*  THE H CARD MUST COME FIRST.  A BLANK OR NON-NUMERIC          *
003740*  PERCENTAGE TAKES THE DEFAULT 25, A BLANK OR NON-NUMERIC      *
003750*  NIGHTS FIGURE THE DEFAULT 5.  A CARD WITHOUT AN H CARD, WITH *
003760*  NO STEPS, OR WITH MORE THAN 40 STEPS ENDS THE RUN RC=16.     *
003770*****************************************************************
003780 1100-LOAD-CONTROL.
003790     PERFORM 1150-READ-CONTROL THRU 1150-EXIT
003800         UNTIL WS-CTL-EOF.
003810     CLOSE TIM-CTL-FILE.

003820     IF WS-JOB-NAME = SPACES
003830         DISPLAY "TIMCTL HAS NO H (JOB) CARD" END-DISPLAY
003840         GO TO 1100-REFUSE
003850     END-IF.
003860     IF WS-STEP-COUNT = ZERO
003870         DISPLAY "TIMCTL LISTS NO STEPS" END-DISPLAY
003880         GO TO 1100-REFUSE
003890     END-IF.
003900     IF WS-STEP-COUNT > 40
003910         DISPLAY "TIMCTL LISTS MORE THAN 40 STEPS" END-DISPLAY
003920         GO TO 1100-REFUSE
003930     END-IF.

003940     COMPUTE WS-WINDOW-SUB = WS-STEP-COUNT + 1 END-COMPUTE.
003950     MOVE "WINDOW"   TO TS-STEP-NAME (WS-WINDOW-SUB).
003960     MOVE SPACES     TO TS-PROGRAM (WS-WINDOW-SUB).
003970     MOVE SPACES     TO TS-FILE-NAME (WS-WINDOW-SUB).
003980     PERFORM 2200-CLEAR-STEP THRU 2200-EXIT
003990         VARYING WS-STEP-SUB FROM 1 BY 1
004000         UNTIL WS-STEP-SUB > WS-WINDOW-SUB.
004010     GO TO 1100-EXIT.

004020 1100-REFUSE.
004030     CLOSE TIM-RUNC-FILE.
004040     CLOSE TIM-OUT-FILE.
004050     MOVE 16 TO RETURN-CODE.
004060     GO TO 9999-PROGRAM-END.

004070 1100-EXIT.
004080     EXIT.

004090 1150-READ-CONTROL.
004100     READ TIM-CTL-FILE
004110         AT END
004120             MOVE "Y" TO WS-CTL-EOF-SW
004130     END-READ.
004140     IF WS-CTL-EOF
004150         GO TO 1150-EXIT
004160     END-IF.
004170     ADD 1 TO WS-CTL-COUNT.

004180     EVALUATE TRUE
004190         WHEN TC-TYPE-HEADER AND WS-CTL-COUNT = 1
004200             MOVE TC-JOB-NAME TO WS-JOB-NAME
004210             IF TC-OVER-PCT NUMERIC AND TC-OVER-PCT > ZERO
004220                 MOVE TC-OVER-PCT TO WS-OVER-PCT
004230             END-IF
004240             IF TC-MIN-NIGHTS NUMERIC AND TC-MIN-NIGHTS > ZERO
004250                 MOVE TC-MIN-NIGHTS TO WS-MIN-NIGHTS
004260             END-IF
004270         WHEN TC-TYPE-STEP AND WS-JOB-NAME NOT = SPACES
004280             ADD 1 TO WS-STEP-COUNT
004290             IF WS-STEP-COUNT NOT > 40
004300                 MOVE TC-STEP-NAME TO TS-STEP-NAME (WS-STEP-COUNT)
004310                 MOVE TC-PROGRAM   TO TS-PROGRAM (WS-STEP-COUNT)
004320                 MOVE TC-FILE-NAME TO TS-FILE-NAME (WS-STEP-COUNT)
004330             END-IF
004340         WHEN OTHER
004350             DISPLAY "TIMCTL CARD " WS-CTL-COUNT
004360                 " IGNORED - NOT A LEADING H CARD OR AN S CARD"
004370                 END-DISPLAY
004380     END-EVALUATE.

004390 1150-EXIT.
004400     EXIT.

004410*****************************************************************
004420*  2000-READ-RUNC                                               *
004430*  A START OF THE FIRST STEP OPENS A NEW NIGHT AND CLEARS WHAT  *
004440*  WAS COLLECTED SO FAR, SO ONLY THE LATEST NIGHT IS LEFT AT    *
004450*  THE END.  A RESTARTED STEP REGISTERS A FRESH START, WHICH    *
004460*  REPLACES THE ABANDONED ONE; AN END ONLY COUNTS AGAINST THE   *
004470*  START WITH THE SAME RUN ID.  REGISTRATIONS FOR PROGRAMS AND  *
004480*  FILES NOT ON THE CARD ARE PASSED OVER.                       *
004490*****************************************************************
004500 2000-READ-RUNC.
004510     READ TIM-RUNC-FILE
004520         AT END
004530             MOVE "Y" TO WS-RUNC-EOF-SW
004540     END-READ.
004550     IF WS-RUNC-EOF
004560         GO TO 2000-EXIT
004570     END-IF.
004580     ADD 1 TO WS-RUNC-READ-COUNT.

004590     MOVE ZERO TO WS-FOUND-SUB.
004600     PERFORM 2100-MATCH-STEP THRU 2100-EXIT
004610         VARYING WS-STEP-SUB FROM 1 BY 1
004620         UNTIL WS-STEP-SUB > WS-STEP-COUNT
004630            OR WS-FOUND-SUB > ZERO.
004640     IF WS-FOUND-SUB = ZERO
004650         GO TO 2000-EXIT
004660     END-IF.

004670     IF RC-STATUS-STARTED
004680         IF WS-FOUND-SUB = 1
004690             MOVE "Y" TO WS-NIGHT-SW
004700             PERFORM 2200-CLEAR-STEP THRU 2200-EXIT
004710                 VARYING WS-STEP-SUB FROM 1 BY 1
004720                 UNTIL WS-STEP-SUB > WS-WINDOW-SUB
004730         END-IF
004740         IF WS-NIGHT-FOUND
004750             MOVE RC-RUN-ID    TO TS-RUN-ID (WS-FOUND-SUB)
004760             MOVE RC-TIMESTAMP TO TS-START-STAMP (WS-FOUND-SUB)
004770             MOVE SPACES       TO TS-END-STAMP (WS-FOUND-SUB)
004780             MOVE SPACE        TO TS-END-STATUS (WS-FOUND-SUB)
004790             MOVE ZERO         TO TS-REC-COUNT (WS-FOUND-SUB)
004800         END-IF
004810         GO TO 2000-EXIT
004820     END-IF.

004830     IF NOT WS-NIGHT-FOUND
004840         OR TS-START-STAMP (WS-FOUND-SUB) = SPACES
004850         OR TS-RUN-ID (WS-FOUND-SUB) NOT = RC-RUN-ID
004860         GO TO 2000-EXIT
004870     END-IF.
004880     MOVE RC-TIMESTAMP TO TS-END-STAMP (WS-FOUND-SUB).
004890     MOVE RC-STATUS    TO TS-END-STATUS (WS-FOUND-SUB).
004900     MOVE RC-REC-COUNT TO TS-REC-COUNT (WS-FOUND-SUB).

004910 2000-EXIT.
004920     EXIT.

004930 2100-MATCH-STEP.
004940     IF TS-PROGRAM (WS-STEP-SUB) = RC-PROGRAM
004950         AND TS-FILE-NAME (WS-STEP-SUB) = RC-FILE-NAME
004960         MOVE WS-STEP-SUB TO WS-FOUND-SUB
004970     END-IF.

004980 2100-EXIT.
004990     EXIT.

005000 2200-CLEAR-STEP.
005010     MOVE SPACES TO TS-RUN-ID (WS-STEP-SUB).
005020     MOVE SPACES TO TS-START-STAMP (WS-STEP-SUB).
005030     MOVE SPACES TO TS-END-STAMP (WS-STEP-SUB).
005040     MOVE SPACE  TO TS-END-STATUS (WS-STEP-SUB).
005050     MOVE ZERO   TO TS-REC-COUNT (WS-STEP-SUB).
005060     MOVE ZERO   TO TS-ELAPSED-SECS (WS-STEP-SUB).
005070     MOVE ZERO   TO TS-SEEN-COUNT (WS-STEP-SUB).
005080     MOVE ZERO   TO TS-HIST-NIGHTS (WS-STEP-SUB).
005090     MOVE ZERO   TO TS-HIST-SECS (WS-STEP-SUB).
005100     MOVE ZERO   TO TS-HIST-RECS (WS-STEP-SUB).
005110     MOVE ZERO   TO TS-AVG-SECS (WS-STEP-SUB).
005120     MOVE ZERO   TO TS-AVG-RECS (WS-STEP-SUB).

005130 2200-EXIT.
005140     EXIT.

005150*****************************************************************
005160*  2500-TIME-STEPS                                              *
005170*  ELAPSED TIME FOR EVERY STEP THAT ENDED, THEN THE WINDOW FROM *
005180*  THE FIRST STEP'S START TO THE LAST STEP'S END.  THE WINDOW   *
005190*  IS ONLY COMPLETE WHEN THE LAST STEP ENDED CLEAN; ITS RECORD  *
005200*  COUNT IS THE SUM OF THE STEPS' COUNTS.                       *
005210*****************************************************************
005220 2500-TIME-STEPS.
005230     PERFORM 2550-TIME-ONE-STEP THRU 2550-EXIT
005240         VARYING WS-STEP-SUB FROM 1 BY 1
005250         UNTIL WS-STEP-SUB > WS-STEP-COUNT.

005260     MOVE TS-START-STAMP (1) TO TS-START-STAMP (WS-WINDOW-SUB).
005270     IF TS-END-STATUS (WS-STEP-COUNT) = "C"
005280         MOVE "Y" TO WS-WINDOW-SW
005290         MOVE "C" TO TS-END-STATUS (WS-WINDOW-SUB)
005300         MOVE TS-END-STAMP (WS-STEP-COUNT)
005310             TO TS-END-STAMP (WS-WINDOW-SUB)
005320         MOVE TS-START-STAMP (WS-WINDOW-SUB) TO WS-FROM-STAMP
005330         MOVE TS-END-STAMP (WS-WINDOW-SUB)   TO WS-TO-STAMP
005340         PERFORM 5000-COMPUTE-ELAPSED THRU 5000-EXIT
005350         MOVE WS-ELAPSED-SECS TO TS-ELAPSED-SECS (WS-WINDOW-SUB)
005360     END-IF.

005370 2500-EXIT.
005380     EXIT.

005390 2550-TIME-ONE-STEP.
005400     IF TS-END-STAMP (WS-STEP-SUB) = SPACES
005410         GO TO 2550-EXIT
005420     END-IF.
005430     MOVE TS-START-STAMP (WS-STEP-SUB) TO WS-FROM-STAMP.
005440     MOVE TS-END-STAMP (WS-STEP-SUB)   TO WS-TO-STAMP.
005450     PERFORM 5000-COMPUTE-ELAPSED THRU 5000-EXIT.
005460     MOVE WS-ELAPSED-SECS TO TS-ELAPSED-SECS (WS-STEP-SUB).
005470     IF TS-END-STATUS (WS-STEP-SUB) = "C"
005480         ADD TS-REC-COUNT (WS-STEP-SUB)
005490             TO TS-REC-COUNT (WS-WINDOW-SUB)
005500     END-IF.

005510 2550-EXIT.
005520     EXIT.

005530*****************************************************************
005540*  3000-LOAD-HISTORY                                            *
005550*  NO CBLTIMH YET (STATUS 35) IS THE FIRST NIGHT - NOTHING TO   *
005560*  AVERAGE.  ENTRIES FOR STEPS NO LONGER ON THE CARD ARE DROPPED*
005570*  AND TONIGHT'S ENTRIES FROM AN EARLIER RUN OF THIS REPORT ARE *
005580*  LEFT OUT TO BE REPLACED.  ANY OTHER OPEN FAILURE, OR MORE    *
005590*  HISTORY THAN THE TABLE HOLDS, LEAVES THE HISTORY UNTOUCHED   *
005600*  AND THE REPORT PRINTS WITHOUT AVERAGES.                      *
005610*****************************************************************
005620 3000-LOAD-HISTORY.
005630     OPEN INPUT TIM-HIST-FILE.
005640     IF FS-HIST-FILE = "35"
005650         DISPLAY "NO CBLTIMH HISTORY YET - STARTING ONE"
005660             END-DISPLAY
005670         MOVE "Y" TO WS-HIST-OK-SW
005680         GO TO 3000-EXIT
005690     END-IF.
005700     IF FS-HIST-FILE NOT = "00"
005710         DISPLAY "UNABLE TO OPEN CBLTIMH, STATUS "
005720             FS-HIST-FILE " - NO AVERAGES" END-DISPLAY
005730         GO TO 3000-EXIT
005740     END-IF.

005750     MOVE "Y" TO WS-HIST-OK-SW.
005760     PERFORM 3100-READ-HISTORY THRU 3100-EXIT
005770         UNTIL WS-HIST-EOF.
005780     CLOSE TIM-HIST-FILE.
005790     IF NOT WS-HIST-OK
005800         MOVE ZERO TO WS-HIST-COUNT
005810         GO TO 3000-EXIT
005820     END-IF.

005830     PERFORM 3200-AVERAGE-ENTRY THRU 3200-EXIT
005840         VARYING WS-HIST-SUB FROM WS-HIST-COUNT BY -1
005850         UNTIL WS-HIST-SUB < 1.
005860     PERFORM 3300-SET-AVERAGE THRU 3300-EXIT
005870         VARYING WS-STEP-SUB FROM 1 BY 1
005880         UNTIL WS-STEP-SUB > WS-WINDOW-SUB.

005890 3000-EXIT.
005900     EXIT.

005910 3100-READ-HISTORY.
005920     READ TIM-HIST-FILE
005930         AT END
005940             MOVE "Y" TO WS-HIST-EOF-SW
005950     END-READ.
005960     IF WS-HIST-EOF
005970         GO TO 3100-EXIT
005980     END-IF.
005990     ADD 1 TO WS-HIST-READ-COUNT.

006000     MOVE ZERO TO WS-FOUND-SUB.
006010     PERFORM 3150-MATCH-HIST-STEP THRU 3150-EXIT
006020         VARYING WS-STEP-SUB FROM 1 BY 1
006030         UNTIL WS-STEP-SUB > WS-WINDOW-SUB
006040            OR WS-FOUND-SUB > ZERO.
006050     IF WS-FOUND-SUB = ZERO
006060         OR TH-NIGHT-KEY = WS-NIGHT-KEY
006070         OR TH-ELAPSED-SECS NOT NUMERIC
006080         OR TH-REC-COUNT NOT NUMERIC
006090         ADD 1 TO WS-HIST-DROP-COUNT
006100         GO TO 3100-EXIT
006110     END-IF.

006120     IF WS-HIST-COUNT NOT < 2000
006130         DISPLAY "CBLTIMH HOLDS MORE THAN 2000 ENTRIES - "
006140             "HISTORY LEFT AS IT IS, NO AVERAGES" END-DISPLAY
006150         MOVE "N" TO WS-HIST-OK-SW
006160         MOVE "Y" TO WS-HIST-EOF-SW
006170         GO TO 3100-EXIT
006180     END-IF.
006190     ADD 1 TO WS-HIST-COUNT.
006200     MOVE WS-FOUND-SUB    TO HT-STEP-SUB (WS-HIST-COUNT).
006210     MOVE TH-NIGHT-KEY    TO HT-NIGHT-KEY (WS-HIST-COUNT).
006220     MOVE TH-ELAPSED-SECS TO HT-ELAPSED-SECS (WS-HIST-COUNT).
006230     MOVE TH-REC-COUNT    TO HT-REC-COUNT (WS-HIST-COUNT).
006240     MOVE "N"             TO HT-KEEP-SW (WS-HIST-COUNT).

006250 3100-EXIT.
006260     EXIT.

006270 3150-MATCH-HIST-STEP.
006280     IF TS-STEP-NAME (WS-STEP-SUB) = TH-STEP-NAME
006290         MOVE WS-STEP-SUB TO WS-FOUND-SUB
006300     END-IF.

006310 3150-EXIT.
006320     EXIT.

006330*****************************************************************
006340*  3200-AVERAGE-ENTRY                                           *
006350*  WALKS THE HISTORY NEWEST FIRST.  A STEP'S NEWEST 30 NIGHTS   *
006360*  GO INTO ITS AVERAGE; ITS NEWEST 29 ARE KEPT, WHICH WITH      *
006370*  TONIGHT MAKES THE 30 THE NEXT RUN AVERAGES.                  *
006380*****************************************************************
006390 3200-AVERAGE-ENTRY.
006400     MOVE HT-STEP-SUB (WS-HIST-SUB) TO WS-STEP-SUB.
006410     ADD 1 TO TS-SEEN-COUNT (WS-STEP-SUB).
006420     IF TS-SEEN-COUNT (WS-STEP-SUB) > 30
006430         GO TO 3200-EXIT
006440     END-IF.
006450     ADD 1 TO TS-HIST-NIGHTS (WS-STEP-SUB).
006460     ADD HT-ELAPSED-SECS (WS-HIST-SUB)
006465         TO TS-HIST-SECS (WS-STEP-SUB).
006470     ADD HT-REC-COUNT (WS-HIST-SUB)
006475         TO TS-HIST-RECS (WS-STEP-SUB).
006480     IF TS-SEEN-COUNT (WS-STEP-SUB) < 30
006490         MOVE "Y" TO HT-KEEP-SW (WS-HIST-SUB)
006500     END-IF.

006510 3200-EXIT.
006520     EXIT.

006530 3300-SET-AVERAGE.
006540     IF TS-HIST-NIGHTS (WS-STEP-SUB) = ZERO
006550         GO TO 3300-EXIT
006560     END-IF.
006570     COMPUTE TS-AVG-SECS (WS-STEP-SUB) ROUNDED =
006580         TS-HIST-SECS (WS-STEP-SUB) / TS-HIST-NIGHTS (WS-STEP-SUB)
006590     END-COMPUTE.
006600     COMPUTE TS-AVG-RECS (WS-STEP-SUB) ROUNDED =
006610         TS-HIST-RECS (WS-STEP-SUB) / TS-HIST-NIGHTS (WS-STEP-SUB)
006620     END-COMPUTE.

006630 3300-EXIT.
006640     EXIT.

006650*****************************************************************
006660*  4000-PRINT-REPORT                                            *
006670*  ONE LINE PER STEP IN JCL ORDER, THEN THE WINDOW AND THE      *
006680*  TOTALS.                                                      *
006690*****************************************************************
006700 4000-PRINT-REPORT.
006710     MOVE WS-NIGHT-KEY (1:8) TO H1-NIGHT-DATE.
006720     MOVE WS-NIGHT-KEY TO WS-STAMP-WORK.
006730     STRING ST-HH ":" ST-MM ":" ST-SS
006740         DELIMITED BY SIZE INTO H1-NIGHT-TIME.
006750     WRITE TIM-OUT-RECORD FROM TIM-RPT-HDG-1.
006760     WRITE TIM-OUT-RECORD FROM TIM-RPT-HDG-2.
006770     MOVE SPACES TO ML-TEXT.
006780     WRITE TIM-OUT-RECORD FROM TIM-RPT-MSG-LINE.
006790     WRITE TIM-OUT-RECORD FROM TIM-RPT-COL-HDG-1.

006800     PERFORM 4100-PRINT-STEP THRU 4100-EXIT
006810         VARYING WS-STEP-SUB FROM 1 BY 1
006820         UNTIL WS-STEP-SUB > WS-WINDOW-SUB.

006830     MOVE SPACES TO ML-TEXT.
006840     WRITE TIM-OUT-RECORD FROM TIM-RPT-MSG-LINE.
006850     MOVE WS-TIMED-COUNT   TO TL-TIMED.
006860     MOVE WS-NOT-RUN-COUNT TO TL-NOT-RUN.
006870     MOVE WS-NO-END-COUNT  TO TL-NO-END.
006880     MOVE WS-FAILED-COUNT  TO TL-FAILED.
006890     MOVE WS-OVERRUN-COUNT TO TL-OVERRUNS.
006900     WRITE TIM-OUT-RECORD FROM TIM-RPT-TOTAL-LINE.
006910     IF NOT WS-HIST-OK
006920         MOVE "CBLTIMH COULD NOT BE USED - NO AVERAGES, NO UPDATE"
006930             TO ML-TEXT
006940         WRITE TIM-OUT-RECORD FROM TIM-RPT-MSG-LINE
006950     END-IF.

006960 4000-EXIT.
006970     EXIT.

006980*****************************************************************
006990*  4100-PRINT-STEP                                              *
007000*  A STEP IS FLAGGED WHEN IT ENDED CLEAN, HAS AT LEAST THE      *
007010*  TIMCTL NUMBER OF NIGHTS BEHIND IT, AND RAN MORE THAN THE     *
007020*  TIMCTL PERCENTAGE OVER ITS AVERAGE.  THE FLAG SAYS VOLUME    *
007030*  WHEN ITS RECORD COUNT ROSE BY AT LEAST THAT PERCENTAGE TOO,  *
007040*  AND SLOWDOWN WHEN IT DID NOT.                                *
007050*****************************************************************
007060 4100-PRINT-STEP.
007070     MOVE SPACES TO TIM-RPT-STEP-LINE.
007080     MOVE TS-STEP-NAME (WS-STEP-SUB) TO SL-STEP-NAME.
007090     MOVE TS-PROGRAM (WS-STEP-SUB)   TO SL-PROGRAM.
007100     MOVE TS-FILE-NAME (WS-STEP-SUB) TO SL-FILE-NAME.
007110     IF WS-STEP-SUB = WS-WINDOW-SUB
007120         MOVE SPACES TO ML-TEXT
007130         WRITE TIM-OUT-RECORD FROM TIM-RPT-MSG-LINE
007140         MOVE TS-STEP-NAME (1) TO SL-PROGRAM
007150         MOVE "TO"             TO SL-PROGRAM (9:2)
007160         MOVE TS-STEP-NAME (WS-STEP-COUNT) TO SL-FILE-NAME
007170     END-IF.

007180     IF TS-HIST-NIGHTS (WS-STEP-SUB) > ZERO
007190         MOVE TS-HIST-NIGHTS (WS-STEP-SUB) TO SL-NIGHTS-N
007200         MOVE TS-AVG-SECS (WS-STEP-SUB) TO WS-FMT-SECS
007210         PERFORM 5100-FORMAT-ELAPSED THRU 5100-EXIT
007220         MOVE WS-FMT-ELAPSED TO SL-AVERAGE
007230         MOVE TS-AVG-RECS (WS-STEP-SUB) TO SL-AVG-RECS-N
007240     ELSE
007250         MOVE "  0" TO SL-NIGHTS
007260     END-IF.

007270     IF TS-START-STAMP (WS-STEP-SUB) = SPACES
007280         MOVE "NOT RUN" TO SL-START
007290         IF WS-STEP-SUB NOT = WS-WINDOW-SUB
007300             ADD 1 TO WS-NOT-RUN-COUNT
007310         END-IF
007320         GO TO 4100-WRITE
007330     END-IF.
007340     MOVE TS-START-STAMP (WS-STEP-SUB) TO WS-STAMP-WORK.
007350     PERFORM 5200-FORMAT-STAMP THRU 5200-EXIT.
007360     MOVE WS-FMT-STAMP TO SL-START.

007370     IF TS-END-STAMP (WS-STEP-SUB) = SPACES
007380         IF WS-STEP-SUB = WS-WINDOW-SUB
007390             MOVE "INCOMPLETE" TO SL-END
007400             MOVE "LAST STEP NOT DONE" TO SL-FLAG
007410         ELSE
007420             MOVE "NO END" TO SL-END
007430             MOVE "STILL OPEN/ABENDED" TO SL-FLAG
007440             ADD 1 TO WS-NO-END-COUNT
007450         END-IF
007460         GO TO 4100-WRITE
007470     END-IF.
007480     MOVE TS-END-STAMP (WS-STEP-SUB) TO WS-STAMP-WORK.
007490     PERFORM 5200-FORMAT-STAMP THRU 5200-EXIT.
007500     MOVE WS-FMT-STAMP TO SL-END.
007510     MOVE TS-ELAPSED-SECS (WS-STEP-SUB) TO WS-FMT-SECS.
007520     PERFORM 5100-FORMAT-ELAPSED THRU 5100-EXIT.
007530     MOVE WS-FMT-ELAPSED TO SL-ELAPSED.
007540     MOVE TS-REC-COUNT (WS-STEP-SUB) TO SL-RECORDS-N.

007550     IF TS-END-STATUS (WS-STEP-SUB) NOT = "C"
007560         MOVE "FAILED - NOT AVGD" TO SL-FLAG
007570         ADD 1 TO WS-FAILED-COUNT
007580         GO TO 4100-WRITE
007590     END-IF.
007600     IF WS-STEP-SUB NOT = WS-WINDOW-SUB
007610         ADD 1 TO WS-TIMED-COUNT
007620     END-IF.

007630     IF TS-AVG-SECS (WS-STEP-SUB) = ZERO
007640         GO TO 4100-WRITE
007650     END-IF.
007660     COMPUTE WS-PCT-WORK ROUNDED =
007670         ((TS-ELAPSED-SECS (WS-STEP-SUB)
007675         - TS-AVG-SECS (WS-STEP-SUB)) * 100)
007680         / TS-AVG-SECS (WS-STEP-SUB)
007690     END-COMPUTE.
007700     MOVE WS-PCT-WORK TO SL-OVER-PCT-N.
007710     MOVE ZERO TO WS-RECS-PCT.
007720     IF TS-AVG-RECS (WS-STEP-SUB) > ZERO
007730         COMPUTE WS-RECS-PCT ROUNDED =
007740             ((TS-REC-COUNT (WS-STEP-SUB)
007750             - TS-AVG-RECS (WS-STEP-SUB)) * 100)
007760             / TS-AVG-RECS (WS-STEP-SUB)
007770         END-COMPUTE
007780         MOVE WS-RECS-PCT TO SL-RECS-PCT-N
007790     END-IF.

007800     IF TS-HIST-NIGHTS (WS-STEP-SUB) < WS-MIN-NIGHTS
007810         OR WS-PCT-WORK NOT > WS-OVER-PCT
007820         GO TO 4100-WRITE
007830     END-IF.
007840     ADD 1 TO WS-OVERRUN-COUNT.
007850     EVALUATE TRUE
007860         WHEN TS-AVG-RECS (WS-STEP-SUB) = ZERO
007870             MOVE "*** OVERRUN" TO SL-FLAG
007880         WHEN WS-RECS-PCT NOT < WS-OVER-PCT
007890             MOVE "*** OVERRUN-VOLUME" TO SL-FLAG
007900         WHEN OTHER
007910             MOVE "*** OVERRUN-SLOW" TO SL-FLAG
007920     END-EVALUATE.

007930 4100-WRITE.
007940     WRITE TIM-OUT-RECORD FROM TIM-RPT-STEP-LINE.

007950 4100-EXIT.
007960     EXIT.

007970*****************************************************************
007980*  5000-COMPUTE-ELAPSED                                         *
007990*  WHOLE SECONDS FROM WS-FROM-STAMP TO WS-TO-STAMP.  A STAMP    *
008000*  THAT IS NOT A DATE AND TIME, OR AN END BEFORE ITS START,     *
008010*  TIMES AS ZERO.                                               *
008020*****************************************************************
008030 5000-COMPUTE-ELAPSED.
008040     MOVE ZERO TO WS-ELAPSED-SECS.
008050     MOVE WS-FROM-STAMP TO WS-STAMP-WORK.
008060     PERFORM 5050-STAMP-TO-SECS THRU 5050-EXIT.
008070     IF WS-STAMP-SECS = ZERO
008080         GO TO 5000-EXIT
008090     END-IF.
008100     MOVE WS-STAMP-SECS TO WS-FROM-SECS.
008110     MOVE WS-TO-STAMP TO WS-STAMP-WORK.
008120     PERFORM 5050-STAMP-TO-SECS THRU 5050-EXIT.
008130     MOVE WS-STAMP-SECS TO WS-TO-SECS.
008140     IF WS-TO-SECS > WS-FROM-SECS
008150         COMPUTE WS-ELAPSED-SECS = WS-TO-SECS - WS-FROM-SECS
008160         END-COMPUTE
008170     END-IF.

008180 5000-EXIT.
008190     EXIT.

008200 5050-STAMP-TO-SECS.
008210     MOVE ZERO TO WS-STAMP-SECS.
008220     IF ST-DATE NOT NUMERIC
008230         OR ST-TIME NOT NUMERIC
008240         OR ST-MONTH < 1 OR ST-MONTH > 12
008250         GO TO 5050-EXIT
008260     END-IF.
008270     MOVE ST-YEAR  TO WS-SER-YEAR.
008280     MOVE ST-MONTH TO WS-SER-MONTH.
008290     MOVE ST-DAY   TO WS-SER-DAY.
008300     PERFORM 5300-DATE-TO-SERIAL THRU 5300-EXIT.
008310     COMPUTE WS-STAMP-SECS = (WS-SERIAL * 86400)
008320         + (ST-HH * 3600) + (ST-MM * 60) + ST-SS
008330     END-COMPUTE.

008340 5050-EXIT.
008350     EXIT.

008360 5100-FORMAT-ELAPSED.
008370     DIVIDE WS-FMT-SECS BY 3600 GIVING WS-FMT-REM.
008380     MOVE WS-FMT-REM TO FE-HOURS.
008390     COMPUTE WS-FMT-REM = WS-FMT-SECS - (WS-FMT-REM * 3600)
008400     END-COMPUTE.
008410     DIVIDE WS-FMT-REM BY 60 GIVING FE-MINUTES
008420         REMAINDER FE-SECONDS.

008430 5100-EXIT.
008440     EXIT.

008450 5200-FORMAT-STAMP.
008460     MOVE WS-STAMP-WORK (5:2)  TO FS-MONTH.
008470     MOVE WS-STAMP-WORK (7:2)  TO FS-DAY.
008480     MOVE WS-STAMP-WORK (10:2) TO FS-HH.
008490     MOVE WS-STAMP-WORK (12:2) TO FS-MM.
008500     MOVE WS-STAMP-WORK (14:2) TO FS-SS.

008510 5200-EXIT.
008520     EXIT.

008530*****************************************************************
008540*  5300-DATE-TO-SERIAL / 5350-CHECK-LEAP-YEAR                   *
008550*  SAME DAY-SERIAL ARITHMETIC AS CBLSAGE: 365 DAYS PER ELAPSED  *
008560*  YEAR PLUS ONE PER ELAPSED LEAP YEAR, PLUS THE DAYS ELAPSED   *
008570*  IN THE GIVEN YEAR (WITH THE LEAP DAY WHEN PAST FEBRUARY).    *
008580*****************************************************************
008590 5300-DATE-TO-SERIAL.
008600     COMPUTE WS-WORK-YEAR = WS-SER-YEAR - 1 END-COMPUTE.
008610     DIVIDE WS-WORK-YEAR BY 4 GIVING WS-LEAP-COUNT.
008620     DIVIDE WS-WORK-YEAR BY 100 GIVING WS-DIV-QUOT.
008630     SUBTRACT WS-DIV-QUOT FROM WS-LEAP-COUNT.
008640     DIVIDE WS-WORK-YEAR BY 400 GIVING WS-DIV-QUOT.
008650     ADD WS-DIV-QUOT TO WS-LEAP-COUNT.
008660     COMPUTE WS-SERIAL = (WS-WORK-YEAR * 365) + WS-LEAP-COUNT
008670         + WS-CUM-DAY (WS-SER-MONTH) + WS-SER-DAY
008680     END-COMPUTE.

008690     MOVE WS-SER-YEAR TO WS-WORK-YEAR.
008700     PERFORM 5350-CHECK-LEAP-YEAR THRU 5350-EXIT.
008710     IF WS-IS-LEAP-YEAR AND WS-SER-MONTH > 2
008720         ADD 1 TO WS-SERIAL
008730     END-IF.

008740 5300-EXIT.
008750     EXIT.

008760 5350-CHECK-LEAP-YEAR.
008770     MOVE "N" TO WS-LEAP-SW.
008780     DIVIDE WS-WORK-YEAR BY 4 GIVING WS-DIV-QUOT
008790         REMAINDER WS-DIV-REM.
008800     IF WS-DIV-REM = 0
008810         DIVIDE WS-WORK-YEAR BY 100 GIVING WS-DIV-QUOT
008820             REMAINDER WS-DIV-REM
008830         IF WS-DIV-REM = 0
008840             DIVIDE WS-WORK-YEAR BY 400 GIVING WS-DIV-QUOT
008850                 REMAINDER WS-DIV-REM
008860             IF WS-DIV-REM = 0
008870                 MOVE "Y" TO WS-LEAP-SW
008880             END-IF
008890         ELSE
008900             MOVE "Y" TO WS-LEAP-SW
008910         END-IF
008920     END-IF.

008930 5350-EXIT.
008940     EXIT.

008950*****************************************************************
008960*  6000-WRITE-HISTORY                                           *
008970*  REWRITES CBLTIMH WHOLE: THE PRIOR NIGHTS STILL KEPT, THEN    *
008980*  TONIGHT'S CLEAN STEPS AND, WHEN COMPLETE, THE WINDOW.  A     *
008990*  FAILED OR UNFINISHED STEP ADDS NOTHING TO ITS AVERAGE.       *
009000*****************************************************************
009010 6000-WRITE-HISTORY.
009020     OPEN OUTPUT TIM-HIST-FILE.
009030     IF FS-HIST-FILE NOT = "00"
009040         DISPLAY "UNABLE TO REWRITE CBLTIMH, STATUS "
009050             FS-HIST-FILE " - TONIGHT NOT ADDED" END-DISPLAY
009060         MOVE "N" TO WS-HIST-OK-SW
009070         GO TO 6000-EXIT
009080     END-IF.
009090     PERFORM 6100-WRITE-PRIOR THRU 6100-EXIT
009100         VARYING WS-HIST-SUB FROM 1 BY 1
009110         UNTIL WS-HIST-SUB > WS-HIST-COUNT.
009120     PERFORM 6200-WRITE-TONIGHT THRU 6200-EXIT
009130         VARYING WS-STEP-SUB FROM 1 BY 1
009140         UNTIL WS-STEP-SUB > WS-WINDOW-SUB.
009150     CLOSE TIM-HIST-FILE.

009160 6000-EXIT.
009170     EXIT.

009180 6100-WRITE-PRIOR.
009190     IF HT-KEEP-SW (WS-HIST-SUB) NOT = "Y"
009200         GO TO 6100-EXIT
009210     END-IF.
009220     MOVE SPACES TO TIM-HIST-RECORD.
009230     MOVE TS-STEP-NAME (HT-STEP-SUB (WS-HIST-SUB))
009240                                   TO TH-STEP-NAME.
009250     MOVE HT-NIGHT-KEY (WS-HIST-SUB)    TO TH-NIGHT-KEY.
009260     MOVE HT-ELAPSED-SECS (WS-HIST-SUB) TO TH-ELAPSED-SECS.
009270     MOVE HT-REC-COUNT (WS-HIST-SUB)    TO TH-REC-COUNT.
009280     WRITE TIM-HIST-RECORD.
009290     ADD 1 TO WS-HIST-WRITE-COUNT.

009300 6100-EXIT.
009310     EXIT.

009320 6200-WRITE-TONIGHT.
009330     IF TS-END-STATUS (WS-STEP-SUB) NOT = "C"
009340         GO TO 6200-EXIT
009350     END-IF.
009360     MOVE SPACES TO TIM-HIST-RECORD.
009370     MOVE TS-STEP-NAME (WS-STEP-SUB)    TO TH-STEP-NAME.
009380     MOVE WS-NIGHT-KEY                  TO TH-NIGHT-KEY.
009390     MOVE TS-ELAPSED-SECS (WS-STEP-SUB) TO TH-ELAPSED-SECS.
009400     MOVE TS-REC-COUNT (WS-STEP-SUB)    TO TH-REC-COUNT.
009410     WRITE TIM-HIST-RECORD.
009420     ADD 1 TO WS-HIST-WRITE-COUNT.

009430 6200-EXIT.
009440     EXIT.
