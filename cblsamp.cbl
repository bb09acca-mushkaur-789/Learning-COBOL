000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.     CBLSAMP.
000120 AUTHOR.         R HANLEY.
000130 INSTALLATION.   DATA PROCESSING DEPT.
000140 DATE-WRITTEN.   12/23/2026.
000150 DATE-COMPILED.  TODAY.
000160*****************************************************************
000170*  CBLSAMP - STATISTICAL AUDIT SAMPLE SELECTION.                *
000180*  EACH QUARTER THE INTERNAL AUDITORS ASK FOR A SAMPLE OF       *
000190*  CALCULATOR TRANSACTIONS, AND IT WAS PULLED BY HAND FROM      *
000200*  CBLINQR SCREENS.  THIS PROGRAM DRAWS IT FROM THE AUDIT LOG - *
000210*  THE CBLAUDA ARCHIVE GENERATIONS FOR CLOSED MONTHS, THEN THE  *
000220*  LIVE CBLAUDT, THE SAME ORDER CBLRETR READS THEM - OVER THE   *
000230*  SMPCTL DATE RANGE.                                           *
000240*  THE SAMPLE IS STRATIFIED BY OPCODE AND BY AMOUNT BAND (THE   *
000250*  MAGNITUDE OF THE RESULT, BAND LIMITS ON THE CONTROL CARD).   *
000260*  EACH STRATUM GIVES UP TO THE CARD'S PER-STRATUM COUNT,       *
000270*  PICKED AT RANDOM IN ONE PASS (A RESERVOIR DRAW) BY A         *
000280*  GENERATOR STARTED FROM THE CARD'S SEED - THE SAME CARD OVER  *
000290*  THE SAME FILES DRAWS THE SAME SAMPLE AGAIN.  EVERY ERROR-    *
000300*  STATUS RECORD IN THE RANGE IS INCLUDED WITHOUT BEING DRAWN.  *
000310*  A SECOND PASS LISTS THE CHOSEN ITEMS ON A PRINTED WORKSHEET  *
000320*  (SMPRPT) AND A COMMA-DELIMITED FILE (SMPEXT), EACH WITH ITS  *
000330*  MATCHING CBLLEDG SEQUENCE AND RUNNING TOTAL, RUN ID, AND     *
000340*  OPERATOR.  THE LEDGER IS WALKED IN STEP WITH THE AUDIT LOG:  *
000350*  CBLOPER WRITES EACH LEDGER RECORD RIGHT AFTER ITS AUDIT      *
000360*  RECORD WITH THE SAME TIMESTAMP, RUN ID, AND OPCODE, SO THE   *
000370*  NEXT UNMATCHED LEDGER RECORD CARRYING THAT KEY IS THE ONE.   *
000380*  AN AUDIT RECORD WITH NO LEDGER RECORD (AN INTERMEDIATE STEP  *
000390*  OF AN INTERACTIVE CHAIN) SHOWS NONE.                         *
000400*****************************************************************
000410*  MODIFICATION HISTORY.
000420*  12/23/2026  RH  ORIGINAL VERSION.
000430*****************************************************************
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT SMP-AUDIT-FILE   ASSIGN TO "CBLAUDT"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS FS-AUDIT-FILE.

000500     SELECT SMP-LEDGER-FILE  ASSIGN TO "CBLLEDG"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS FS-LEDGER-FILE.

000530     SELECT SMP-AUDA-FILE    ASSIGN TO "CBLAUDA"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS FS-AUDA-FILE.

000560     SELECT SMP-LEDA-FILE    ASSIGN TO "CBLLEDA"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS FS-LEDA-FILE.

000590     SELECT SMP-CTL-FILE     ASSIGN TO "SMPCTL"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS FS-CTL-FILE.

000620     SELECT SMP-RPT-FILE     ASSIGN TO "SMPRPT"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS FS-RPT-FILE.

000650     SELECT SMP-EXT-FILE     ASSIGN TO "SMPEXT"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS FS-EXT-FILE.

000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  SMP-AUDIT-FILE
000710     RECORDING MODE IS F.
000720 COPY CBLAUDT.

000730 FD  SMP-LEDGER-FILE
000740     RECORDING MODE IS F.
000750 COPY CBLLEDG.

000760 FD  SMP-AUDA-FILE
000770     RECORDING MODE IS F.
000780 01  SMP-AUDA-RECORD             PIC X(139).

000790 FD  SMP-LEDA-FILE
000800     RECORDING MODE IS F.
000810 01  SMP-LEDA-RECORD             PIC X(110).

000820*SMPCTL: DATE RANGE, SEED, HOW MANY TO DRAW PER STRATUM (1-20,
000830*ZERO TAKES 5), AND THE UPPER LIMITS OF AMOUNT BANDS 1-3 IN
000840*WHOLE UNITS (ZERO TAKES 1,000 / 10,000 / 100,000 - THE LAST
000850*BEING THE APPROVAL HOLD LIMIT).  BAND 4 IS EVERYTHING OVER.
000860 FD  SMP-CTL-FILE
000870     RECORDING MODE IS F.
000880 01  SMP-CTL-RECORD.
000890     05  CTL-FROM-DATE           PIC 9(08).
000900     05  CTL-TO-DATE             PIC 9(08).
000910     05  CTL-SEED                PIC 9(09).
000920     05  CTL-PER-STRATUM         PIC 9(02).
000930     05  CTL-BAND-LIMIT OCCURS 3 TIMES
000940                                 PIC 9(09).
000950     05  FILLER                  PIC X(26).

000960 FD  SMP-RPT-FILE
000970     RECORDING MODE IS F.
000980 01  SMP-RPT-RECORD              PIC X(132).

000990 FD  SMP-EXT-FILE
001000     RECORDING MODE IS F.
001010 01  SMP-EXT-RECORD              PIC X(250).

001020 WORKING-STORAGE SECTION.
001030 01  FS-AUDIT-FILE       PIC X(02) VALUE "00".
001040 01  FS-LEDGER-FILE      PIC X(02) VALUE "00".
001050 01  FS-AUDA-FILE        PIC X(02) VALUE "00".
001060 01  FS-LEDA-FILE        PIC X(02) VALUE "00".
001070 01  FS-CTL-FILE         PIC X(02) VALUE "00".
001080 01  FS-RPT-FILE         PIC X(02) VALUE "00".
001090 01  FS-EXT-FILE         PIC X(02) VALUE "00".

001100 01  WS-AUDIT-EOF-SW     PIC X VALUE "N".
001110     88  WS-AUDIT-EOF             VALUE "Y".
001120 01  WS-AUDA-EOF-SW      PIC X VALUE "N".
001130     88  WS-AUDA-EOF              VALUE "Y".
001140 01  WS-LEDGER-EOF-SW    PIC X VALUE "N".
001150     88  WS-LEDGER-EOF            VALUE "Y".
001160 01  WS-LEDA-EOF-SW      PIC X VALUE "N".
001170     88  WS-LEDA-EOF              VALUE "Y".
001180 01  WS-AUDA-AVAIL-SW    PIC X VALUE "N".
001190     88  WS-AUDA-AVAIL            VALUE "Y".
001200 01  WS-LEDA-AVAIL-SW    PIC X VALUE "N".
001210     88  WS-LEDA-AVAIL            VALUE "Y".

001220 01  WS-FROM-DATE        PIC X(08).
001230 01  WS-TO-DATE          PIC X(08).
001240 01  WS-PER-STRATUM      PIC 9(02) COMP VALUE 5.
001250 01  WS-BAND-LIMIT-TABLE.
001260     05  WS-BAND-LIMIT OCCURS 3 TIMES
001270                                 PIC 9(09).
001280 01  WS-MAGNITUDE        PIC 9(20)V99 VALUE ZERO.

001290 01  WS-IN-RANGE-COUNT   PIC 9(07) COMP VALUE ZERO.
001300 01  WS-ERROR-COUNT      PIC 9(07) COMP VALUE ZERO.
001310 01  WS-SAMPLED-COUNT    PIC 9(07) COMP VALUE ZERO.
001320 01  WS-LISTED-COUNT     PIC 9(07) COMP VALUE ZERO.
001330 01  WS-UNMATCHED-COUNT  PIC 9(07) COMP VALUE ZERO.

001340*RANDOM NUMBER GENERATOR - THE PARK-MILLER MINIMAL STANDARD
001350*(SEED = SEED * 16807 MOD 2**31-1).  NOTHING BUT THE CARD'S
001360*SEED AND THE ORDER OF THE FILES DECIDES WHAT IS DRAWN.
001370 01  WS-RAND-SEED        PIC 9(10) COMP VALUE ZERO.
001380 01  WS-RAND-PRODUCT     PIC 9(18) COMP VALUE ZERO.
001390 01  WS-RAND-QUOT        PIC 9(18) COMP VALUE ZERO.
001400 01  WS-RAND-RANGE       PIC 9(07) COMP VALUE ZERO.
001410 01  WS-RAND-PICK        PIC 9(07) COMP VALUE ZERO.

001420*ONE ENTRY PER OPCODE (0-9, SUBSCRIPT = OPCODE + 1) AND AMOUNT
001430*BAND.  THE SLOTS HOLD THE ORDINALS (POSITION AMONG THE IN-
001440*RANGE, NON-ERROR RECORDS) OF THE ITEMS DRAWN SO FAR.
001450 01  WS-OP-SUB           PIC 9(02) COMP VALUE ZERO.
001460 01  WS-BAND-SUB         PIC 9(01) COMP VALUE ZERO.
001470 01  WS-SLOT-SUB         PIC 9(02) COMP VALUE ZERO.
001480 01  WS-ORDINAL          PIC 9(09) COMP VALUE ZERO.
001490 01  WS-SELECTED-SW      PIC X VALUE "N".
001500     88  WS-ITEM-SELECTED         VALUE "Y".
001510 01  WS-STRATUM-TABLE.
001520     05  WS-ST-OPCODE OCCURS 10 TIMES.
001530         10  WS-ST-BAND OCCURS 4 TIMES.
001540             15  WS-ST-POP           PIC 9(07) COMP.
001550             15  WS-ST-ERRORS        PIC 9(07) COMP.
001560             15  WS-ST-TAKEN         PIC 9(02) COMP.
001570             15  WS-ST-SLOT OCCURS 20 TIMES
001580                                 PIC 9(09) COMP.

001590*THE AUDIT AND LEDGER RECORDS UNDER WORK, LIVE OR ARCHIVED,
001600*UNDER THEIR OWN NAMES AS IN CBLRETR - EACH COPYBOOK IS
001610*ALREADY EXPANDED ONCE FOR THE LIVE FILE'S FD.
001620 01  WS-AUD-WORK.
001630     05  XA-TIMESTAMP            PIC X(26).
001640     05  XA-SOURCE               PIC X(01).
001650     05  XA-CHOICE               PIC 9(01).
001660     05  XA-OPERAND-1            PIC S9(20)V99.
001670     05  XA-OPERAND-2            PIC S9(20)V99.
001680     05  XA-RESULT               PIC S9(20)V99.
001690     05  XA-STATUS               PIC X(01).
001700         88  XA-STATUS-ERROR         VALUE "E".
001710     05  XA-RUN-ID               PIC X(14).
001720     05  XA-CURR-FROM            PIC X(03).
001730     05  XA-CURR-TO              PIC X(03).
001740     05  XA-RATE                 PIC 9(07)V9(06).
001750     05  XA-OPERATOR-ID          PIC X(08).
001760     05  XA-DEPT-CODE            PIC X(03).

001770 01  WS-LED-WORK.
001780     05  XL-TIMESTAMP            PIC X(26).
001790     05  XL-SOURCE               PIC X(01).
001800     05  XL-SEQ                  PIC 9(07).
001810     05  XL-AMOUNT-APPLIED       PIC S9(20)V99.
001820     05  XL-RUNNING-TOTAL        PIC S9(20)V99.
001830     05  XL-RUN-ID               PIC X(14).
001840     05  XL-OPCODE               PIC 9(01).
001850     05  XL-OPERATOR-ID          PIC X(08).
001860     05  XL-DEPT-CODE            PIC X(03).
001870     05  XL-CURR-FROM            PIC X(03).
001880     05  XL-CURR-TO              PIC X(03).

001890*LEDGER MATCH FOR THE AUDIT RECORD UNDER WORK.
001900 01  WS-LEDG-MATCH-SW    PIC X VALUE "N".
001910     88  WS-LEDG-MATCHED          VALUE "Y".
001920 01  WS-MATCH-SEQ        PIC 9(07) VALUE ZERO.
001930 01  WS-MATCH-TOTAL      PIC S9(20)V99 VALUE ZERO.

001940*DELIMITED-FIELD WORK AREAS, SAME CONVENTIONS AS CBLEXTR.
001950 01  WS-AMT-EDIT         PIC +(21)9.99.
001960 01  WS-AMT-OUT          PIC X(25).
001970 01  WS-O1-OUT           PIC X(25).
001980 01  WS-O2-OUT           PIC X(25).
001990 01  WS-O3-OUT           PIC X(25).
002000 01  WS-O4-OUT           PIC X(25).
002010 01  WS-LEAD-COUNT       PIC 9(02) COMP VALUE ZERO.
002020 01  WS-REM-LEN          PIC 9(02) COMP VALUE ZERO.
002030 01  WS-SEQ-OUT          PIC X(07).
002040 01  WS-ITEM-TYPE        PIC X(06).
002050 01  WS-EXT-LINE         PIC X(250).
002060 01  WS-COUNT-OUT        PIC 9(07).

002070*WORKSHEET LINES.
002080 01  SMP-RPT-HDG-1.
002090     05  FILLER              PIC X(36)
002100             VALUE "CBLSAMP  AUDIT SAMPLE WORKSHEET FOR ".
002110     05  H1-FROM-DATE        PIC X(08).
002120     05  FILLER              PIC X(09) VALUE " THROUGH ".
002130     05  H1-TO-DATE          PIC X(08).
002140     05  FILLER              PIC X(07) VALUE "  SEED ".
002150     05  H1-SEED             PIC 9(09).
002160     05  FILLER              PIC X(14) VALUE "  PER STRATUM ".
002170     05  H1-PER-STRATUM      PIC Z9.
002180     05  FILLER              PIC X(39) VALUE SPACES.

002190 01  SMP-RPT-HDG-2.
002200     05  FILLER              PIC X(01) VALUE SPACE.
002210     05  FILLER              PIC X(06) VALUE "TYPE".
002220     05  FILLER              PIC X(01) VALUE SPACE.
002230     05  FILLER              PIC X(17) VALUE "TIMESTAMP".
002240     05  FILLER              PIC X(03) VALUE " OP".
002250     05  FILLER              PIC X(03) VALUE " BD".
002260     05  FILLER              PIC X(25)
002270             VALUE "                   RESULT".
002280     05  FILLER              PIC X(04) VALUE "  ST".
002290     05  FILLER              PIC X(01) VALUE SPACE.
002300     05  FILLER              PIC X(14) VALUE "RUN ID".
002310     05  FILLER              PIC X(01) VALUE SPACE.
002320     05  FILLER              PIC X(08) VALUE "OPERATOR".
002330     05  FILLER              PIC X(01) VALUE SPACE.
002340     05  FILLER              PIC X(07) VALUE "LEDG SQ".
002350     05  FILLER              PIC X(01) VALUE SPACE.
002360     05  FILLER              PIC X(24)
002370             VALUE "           RUNNING TOTAL".
002380     05  FILLER              PIC X(02) VALUE SPACES.
002390     05  FILLER              PIC X(10) VALUE "CHECKED".
002400     05  FILLER              PIC X(03) VALUE SPACES.

002410 01  SMP-RPT-MSG-LINE.
002420     05  ML-TEXT             PIC X(120).
002430     05  FILLER              PIC X(12) VALUE SPACES.

002440 01  SMP-RPT-ITEM-LINE.
002450     05  FILLER              PIC X(01) VALUE SPACE.
002460     05  IL-TYPE             PIC X(06).
002470     05  FILLER              PIC X(01) VALUE SPACE.
002480     05  IL-TIMESTAMP        PIC X(17).
002490     05  FILLER              PIC X(02) VALUE SPACES.
002500     05  IL-OPCODE           PIC 9(01).
002510     05  FILLER              PIC X(02) VALUE SPACES.
002520     05  IL-BAND             PIC 9(01).
002530     05  FILLER              PIC X(01) VALUE SPACE.
002540     05  IL-RESULT           PIC -(20)9.99.
002550     05  FILLER              PIC X(02) VALUE SPACES.
002560     05  IL-STATUS           PIC X(01).
002570     05  FILLER              PIC X(02) VALUE SPACES.
002580     05  IL-RUN-ID           PIC X(14).
002590     05  FILLER              PIC X(01) VALUE SPACE.
002600     05  IL-OPERATOR-ID      PIC X(08).
002610     05  FILLER              PIC X(01) VALUE SPACE.
002620     05  IL-LEDG-SEQ         PIC X(07).
002630     05  FILLER              PIC X(01) VALUE SPACE.
002640     05  IL-RUN-TOTAL        PIC X(24).
002650     05  IL-RUN-TOTAL-NUM REDEFINES IL-RUN-TOTAL
002660                             PIC -(20)9.99.
002670     05  FILLER              PIC X(02) VALUE SPACES.
002680     05  FILLER              PIC X(10) VALUE "__________".
002690     05  FILLER              PIC X(03) VALUE SPACES.

002700 01  SMP-RPT-STRAT-LINE.
002710     05  FILLER              PIC X(04) VALUE SPACES.
002720     05  FILLER              PIC X(07) VALUE "OPCODE ".
002730     05  SL-OPCODE           PIC 9(01).
002740     05  FILLER              PIC X(07) VALUE "  BAND ".
002750     05  SL-BAND             PIC 9(01).
002760     05  FILLER              PIC X(13) VALUE "  POPULATION ".
002770     05  SL-POPULATION       PIC ZZZZZZ9.
002780     05  FILLER              PIC X(10) VALUE "  SAMPLED ".
002790     05  SL-SAMPLED          PIC ZZZZZZ9.
002800     05  FILLER              PIC X(09) VALUE "  ERRORS ".
002810     05  SL-ERRORS           PIC ZZZZZZ9.
002820     05  FILLER              PIC X(59) VALUE SPACES.

002830 01  WS-LIMIT-EDIT-1     PIC ZZZ,ZZZ,ZZ9.
002840 01  WS-LIMIT-EDIT-2     PIC ZZZ,ZZZ,ZZ9.
002850 01  WS-LIMIT-EDIT-3     PIC ZZZ,ZZZ,ZZ9.
002860 01  WS-TOTAL-EDIT       PIC ZZZZZZ9.

002870 PROCEDURE DIVISION.
002880 0000-MAINLINE.
002890     PERFORM 0100-LOAD-CONTROL THRU 0100-EXIT.
002900     INITIALIZE WS-STRATUM-TABLE.

002910*    PASS 1 - DRAW THE SAMPLE.
002920     PERFORM 1000-OPEN-AUDIT THRU 1000-EXIT.
002930     PERFORM 2100-READ-AUDIT-STREAM THRU 2100-EXIT.
002940     PERFORM 2000-SELECT-REC THRU 2000-EXIT
002950         UNTIL WS-AUDIT-EOF.
002960     CLOSE SMP-AUDIT-FILE.
002970     IF WS-AUDA-AVAIL
002980         CLOSE SMP-AUDA-FILE
002990     END-IF.

003000*    PASS 2 - LIST IT, WALKING THE LEDGER IN STEP.
003010     MOVE ZERO TO WS-ORDINAL.
003020     PERFORM 1000-OPEN-AUDIT THRU 1000-EXIT.
003030     PERFORM 1100-OPEN-LEDGER THRU 1100-EXIT.
003040     PERFORM 1200-OPEN-OUTPUTS THRU 1200-EXIT.
003050     PERFORM 1500-WRITE-HEADINGS THRU 1500-EXIT.
003060     PERFORM 3100-READ-LEDGER-STREAM THRU 3100-EXIT.
003070     PERFORM 2100-READ-AUDIT-STREAM THRU 2100-EXIT.
003080     PERFORM 3000-LIST-REC THRU 3000-EXIT
003090         UNTIL WS-AUDIT-EOF.

003100     IF WS-LISTED-COUNT = ZERO
003110         MOVE "  NOTHING IN THE DATE RANGE - NO SAMPLE DRAWN"
003120             TO ML-TEXT
003130         WRITE SMP-RPT-RECORD FROM SMP-RPT-MSG-LINE
003140     END-IF.

003150     PERFORM 4000-PRINT-STRATA THRU 4000-EXIT.
003160     PERFORM 8500-WRITE-TRAILER THRU 8500-EXIT.
003170     PERFORM 9000-CLOSE-FILES THRU 9000-EXIT.

003180     DISPLAY WS-IN-RANGE-COUNT " AUDIT RECORD(S) IN RANGE, "
003190         WS-SAMPLED-COUNT " SAMPLED, " WS-ERROR-COUNT
003200         " ERROR(S) INCLUDED" END-DISPLAY.
003210     IF WS-UNMATCHED-COUNT > ZERO
003220         DISPLAY WS-UNMATCHED-COUNT " LISTED ITEM(S) WITH NO "
003230             "LEDGER RECORD" END-DISPLAY
003240     END-IF.
003250     GO TO 9999-PROGRAM-END.

003260 9999-PROGRAM-END.
003270     STOP RUN.

003280*****************************************************************
003290*  0100-LOAD-CONTROL                                            *
003300*  THE DATE RANGE AND SEED ARE A DELIBERATE AUDITOR DECISION -  *
003310*  NO CARD, A BACKWARD RANGE, OR A ZERO SEED DRAWS NOTHING, THE *
003320*  SAME RULE CBLRETR APPLIES TO ITS RANGE.  BAND LIMITS MUST    *
003330*  RISE FROM BAND 1 TO BAND 3.                                  *
003340*****************************************************************
003350 0100-LOAD-CONTROL.
003360     OPEN INPUT SMP-CTL-FILE.
003370     IF FS-CTL-FILE NOT = "00"
003380         DISPLAY "SMPCTL NOT AVAILABLE - SAMPLE NOT DRAWN"
003390             END-DISPLAY
003400         MOVE 16 TO RETURN-CODE
003410         GO TO 9999-PROGRAM-END
003420     END-IF.

003430     READ SMP-CTL-FILE
003440         AT END
003450             DISPLAY "SMPCTL EMPTY - SAMPLE NOT DRAWN"
003460                 END-DISPLAY
003470             CLOSE SMP-CTL-FILE
003480             MOVE 16 TO RETURN-CODE
003490             GO TO 9999-PROGRAM-END
003500     END-READ.
003510     CLOSE SMP-CTL-FILE.

003520     IF CTL-FROM-DATE IS NOT NUMERIC
003530         OR CTL-TO-DATE IS NOT NUMERIC
003540         OR CTL-FROM-DATE > CTL-TO-DATE
003550         DISPLAY "SMPCTL DATE RANGE NOT VALID - SAMPLE NOT "
003560             "DRAWN" END-DISPLAY
003570         MOVE 16 TO RETURN-CODE
003580         GO TO 9999-PROGRAM-END
003590     END-IF.
003600     IF CTL-SEED IS NOT NUMERIC OR CTL-SEED = ZERO
003610         DISPLAY "SMPCTL SEED MISSING - SAMPLE NOT DRAWN"
003620             END-DISPLAY
003630         MOVE 16 TO RETURN-CODE
003640         GO TO 9999-PROGRAM-END
003650     END-IF.
003660     MOVE CTL-FROM-DATE TO WS-FROM-DATE.
003670     MOVE CTL-TO-DATE   TO WS-TO-DATE.
003680     MOVE CTL-SEED      TO WS-RAND-SEED.

003690     IF CTL-PER-STRATUM IS NUMERIC
003700         AND CTL-PER-STRATUM > ZERO
003710         MOVE CTL-PER-STRATUM TO WS-PER-STRATUM
003720     END-IF.
003730     IF WS-PER-STRATUM > 20
003740         DISPLAY "SMPCTL PER-STRATUM COUNT OVER 20 - 20 USED"
003750             END-DISPLAY
003760         MOVE 20 TO WS-PER-STRATUM
003770     END-IF.

003780     MOVE 1000   TO WS-BAND-LIMIT (1).
003790     MOVE 10000  TO WS-BAND-LIMIT (2).
003800     MOVE 100000 TO WS-BAND-LIMIT (3).
003810     PERFORM 0150-TAKE-BAND-LIMIT THRU 0150-EXIT
003820         VARYING WS-BAND-SUB FROM 1 BY 1
003830         UNTIL WS-BAND-SUB > 3.
003840     IF WS-BAND-LIMIT (1) NOT < WS-BAND-LIMIT (2)
003850         OR WS-BAND-LIMIT (2) NOT < WS-BAND-LIMIT (3)
003860         DISPLAY "SMPCTL BAND LIMITS DO NOT RISE - SAMPLE NOT "
003870             "DRAWN" END-DISPLAY
003880         MOVE 16 TO RETURN-CODE
003890         GO TO 9999-PROGRAM-END
003900     END-IF.

003910     DISPLAY "SAMPLING " WS-FROM-DATE " THROUGH " WS-TO-DATE
003920         " SEED " CTL-SEED END-DISPLAY.

003930 0100-EXIT.
003940     EXIT.

003950 0150-TAKE-BAND-LIMIT.
003960     IF CTL-BAND-LIMIT (WS-BAND-SUB) IS NUMERIC
003970         AND CTL-BAND-LIMIT (WS-BAND-SUB) > ZERO
003980         MOVE CTL-BAND-LIMIT (WS-BAND-SUB)
003990             TO WS-BAND-LIMIT (WS-BAND-SUB)
004000     END-IF.

004010 0150-EXIT.
004020     EXIT.

004030*****************************************************************
004040*  1000-OPEN-AUDIT / 1100-OPEN-LEDGER                           *
004050*  THE LIVE FILES ARE REQUIRED.  A MISSING ARCHIVE DD JUST      *
004060*  MEANS NOTHING HAS BEEN ARCHIVED YET, AS IN CBLRETR.  EACH    *
004070*  PASS OPENS THE FILES AFRESH SO BOTH READ THE SAME RECORDS    *
004080*  IN THE SAME ORDER.                                           *
004090*****************************************************************
004100 1000-OPEN-AUDIT.
004110     MOVE "N" TO WS-AUDIT-EOF-SW.
004120     MOVE "N" TO WS-AUDA-EOF-SW.
004130     OPEN INPUT SMP-AUDIT-FILE.
004140     IF FS-AUDIT-FILE NOT = "00"
004150         DISPLAY "UNABLE TO OPEN CBLAUDT, STATUS "
004160             FS-AUDIT-FILE END-DISPLAY
004170         MOVE 16 TO RETURN-CODE
004180         GO TO 9999-PROGRAM-END
004190     END-IF.

004200     OPEN INPUT SMP-AUDA-FILE.
004210     IF FS-AUDA-FILE = "00"
004220         MOVE "Y" TO WS-AUDA-AVAIL-SW
004230     ELSE
004240         DISPLAY "CBLAUDA NOT AVAILABLE - LIVE RECORDS ONLY"
004250             END-DISPLAY
004260         MOVE "N" TO WS-AUDA-AVAIL-SW
004270         MOVE "Y" TO WS-AUDA-EOF-SW
004280     END-IF.

004290 1000-EXIT.
004300     EXIT.

004310 1100-OPEN-LEDGER.
004320     OPEN INPUT SMP-LEDGER-FILE.
004330     IF FS-LEDGER-FILE NOT = "00"
004340         DISPLAY "UNABLE TO OPEN CBLLEDG, STATUS "
004350             FS-LEDGER-FILE END-DISPLAY
004360         MOVE 16 TO RETURN-CODE
004370         GO TO 9999-PROGRAM-END
004380     END-IF.

004390     OPEN INPUT SMP-LEDA-FILE.
004400     IF FS-LEDA-FILE = "00"
004410         MOVE "Y" TO WS-LEDA-AVAIL-SW
004420     ELSE
004430         DISPLAY "CBLLEDA NOT AVAILABLE - LIVE RECORDS ONLY"
004440             END-DISPLAY
004450         MOVE "Y" TO WS-LEDA-EOF-SW
004460     END-IF.

004470 1100-EXIT.
004480     EXIT.

004490 1200-OPEN-OUTPUTS.
004500     OPEN OUTPUT SMP-RPT-FILE.
004510     IF FS-RPT-FILE NOT = "00"
004520         DISPLAY "UNABLE TO OPEN SMPRPT, STATUS "
004530             FS-RPT-FILE END-DISPLAY
004540         MOVE 16 TO RETURN-CODE
004550         GO TO 9999-PROGRAM-END
004560     END-IF.

004570     OPEN OUTPUT SMP-EXT-FILE.
004580     IF FS-EXT-FILE NOT = "00"
004590         DISPLAY "UNABLE TO OPEN SMPEXT, STATUS "
004600             FS-EXT-FILE END-DISPLAY
004610         CLOSE SMP-RPT-FILE
004620         MOVE 16 TO RETURN-CODE
004630         GO TO 9999-PROGRAM-END
004640     END-IF.

004650 1200-EXIT.
004660     EXIT.

004670*****************************************************************
004680*  1500-WRITE-HEADINGS                                          *
004690*  THE WORKSHEET HEADING CARRIES EVERYTHING NEEDED TO DRAW THE  *
004700*  SAME SAMPLE AGAIN - RANGE, SEED, PER-STRATUM COUNT, AND THE  *
004710*  BAND LIMITS.                                                 *
004720*****************************************************************
004730 1500-WRITE-HEADINGS.
004740     MOVE WS-FROM-DATE   TO H1-FROM-DATE.
004750     MOVE WS-TO-DATE     TO H1-TO-DATE.
004760     MOVE CTL-SEED       TO H1-SEED.
004770     MOVE WS-PER-STRATUM TO H1-PER-STRATUM.
004780     WRITE SMP-RPT-RECORD FROM SMP-RPT-HDG-1.

004790     MOVE WS-BAND-LIMIT (1) TO WS-LIMIT-EDIT-1.
004800     MOVE WS-BAND-LIMIT (2) TO WS-LIMIT-EDIT-2.
004810     MOVE WS-BAND-LIMIT (3) TO WS-LIMIT-EDIT-3.
004820     MOVE SPACES TO ML-TEXT.
004830     STRING "AMOUNT BANDS (SIZE OF RESULT):  1 UP TO "
004840         WS-LIMIT-EDIT-1 "  2 UP TO " WS-LIMIT-EDIT-2
004850         "  3 UP TO " WS-LIMIT-EDIT-3 "  4 OVER"
004860         DELIMITED BY SIZE INTO ML-TEXT.
004870     WRITE SMP-RPT-RECORD FROM SMP-RPT-MSG-LINE.
004880     MOVE SPACES TO ML-TEXT.
004890     STRING "ITEMS - SAMPLE = DRAWN AT RANDOM, ERROR = EVERY "
004900         "ERROR-STATUS RECORD IN THE RANGE"
004910         DELIMITED BY SIZE INTO ML-TEXT.
004920     WRITE SMP-RPT-RECORD FROM SMP-RPT-MSG-LINE.
004930     WRITE SMP-RPT-RECORD FROM SMP-RPT-HDG-2.

004940     MOVE SPACES TO SMP-EXT-RECORD.
004950     STRING "TYPE,TIMESTAMP,SOURCE,OPCODE,BAND,OPERAND1,OPERAND2,"
004960         "RESULT,STATUS,RUNID,OPERATOR,DEPT,LEDGERSEQ,"
004970         "RUNNINGTOTAL"
004980         DELIMITED BY SIZE INTO SMP-EXT-RECORD.
004990     WRITE SMP-EXT-RECORD.

005000 1500-EXIT.
005010     EXIT.

005020*****************************************************************
005030*  2000-SELECT-REC                                              *
005040*  PASS 1.  EACH IN-RANGE, NON-ERROR RECORD IS GIVEN THE NEXT   *
005050*  ORDINAL AND OFFERED TO ITS STRATUM: THE FIRST N ARE TAKEN,   *
005060*  AND THE K-TH AFTER THAT REPLACES A RANDOM SLOT WITH          *
005070*  PROBABILITY N/K - EVERY RECORD IN THE STRATUM ENDS UP        *
005080*  EQUALLY LIKELY TO BE IN THE SAMPLE.                          *
005090*****************************************************************
005100 2000-SELECT-REC.
005110     IF XA-TIMESTAMP (1:8) < WS-FROM-DATE
005120         OR XA-TIMESTAMP (1:8) > WS-TO-DATE
005130         GO TO 2000-READ-NEXT
005140     END-IF.

005150     ADD 1 TO WS-IN-RANGE-COUNT.
005160     PERFORM 2300-CLASSIFY-REC THRU 2300-EXIT.
005170     IF XA-STATUS-ERROR
005180         ADD 1 TO WS-ST-ERRORS (WS-OP-SUB WS-BAND-SUB)
005190         GO TO 2000-READ-NEXT
005200     END-IF.

005210     ADD 1 TO WS-ORDINAL.
005220     ADD 1 TO WS-ST-POP (WS-OP-SUB WS-BAND-SUB).
005230     IF WS-ST-TAKEN (WS-OP-SUB WS-BAND-SUB) < WS-PER-STRATUM
005240         ADD 1 TO WS-ST-TAKEN (WS-OP-SUB WS-BAND-SUB)
005250         MOVE WS-ST-TAKEN (WS-OP-SUB WS-BAND-SUB)
005260             TO WS-SLOT-SUB
005270         MOVE WS-ORDINAL
005280             TO WS-ST-SLOT (WS-OP-SUB WS-BAND-SUB WS-SLOT-SUB)
005290         GO TO 2000-READ-NEXT
005300     END-IF.

005310     MOVE WS-ST-POP (WS-OP-SUB WS-BAND-SUB) TO WS-RAND-RANGE.
005320     PERFORM 2400-NEXT-RANDOM THRU 2400-EXIT.
005330     IF WS-RAND-PICK NOT > WS-PER-STRATUM
005340         MOVE WS-RAND-PICK TO WS-SLOT-SUB
005350         MOVE WS-ORDINAL
005360             TO WS-ST-SLOT (WS-OP-SUB WS-BAND-SUB WS-SLOT-SUB)
005370     END-IF.

005380 2000-READ-NEXT.
005390     PERFORM 2100-READ-AUDIT-STREAM THRU 2100-EXIT.

005400 2000-EXIT.
005410     EXIT.

005420*****************************************************************
005430*  2100-READ-AUDIT-STREAM                                       *
005440*  THE ARCHIVED GENERATIONS FIRST, THEN THE LIVE LOG, INTO THE  *
005450*  ONE WORK RECORD.  WS-AUDIT-EOF MEANS BOTH ARE EXHAUSTED.     *
005460*****************************************************************
005470 2100-READ-AUDIT-STREAM.
005480     IF NOT WS-AUDA-EOF
005490         READ SMP-AUDA-FILE
005500             AT END
005510                 MOVE "Y" TO WS-AUDA-EOF-SW
005520         END-READ
005530         IF NOT WS-AUDA-EOF
005540             MOVE SMP-AUDA-RECORD TO WS-AUD-WORK
005550             GO TO 2100-EXIT
005560         END-IF
005570     END-IF.

005580     READ SMP-AUDIT-FILE
005590         AT END
005600             MOVE "Y" TO WS-AUDIT-EOF-SW
005610         NOT AT END
005620             MOVE CBL-AUDIT-RECORD TO WS-AUD-WORK
005630     END-READ.

005640 2100-EXIT.
005650     EXIT.

005660*SETS THE STRATUM SUBSCRIPTS FOR THE RECORD UNDER WORK - OPCODE
005670*PLUS ONE, AND THE BAND THE MAGNITUDE OF THE RESULT FALLS IN.
005680 2300-CLASSIFY-REC.
005690     IF XA-CHOICE IS NUMERIC
005700         COMPUTE WS-OP-SUB = XA-CHOICE + 1 END-COMPUTE
005710     ELSE
005720         MOVE 1 TO WS-OP-SUB
005730     END-IF.

005740     MOVE XA-RESULT TO WS-MAGNITUDE.
005750     EVALUATE TRUE
005760         WHEN WS-MAGNITUDE NOT > WS-BAND-LIMIT (1)
005770             MOVE 1 TO WS-BAND-SUB
005780         WHEN WS-MAGNITUDE NOT > WS-BAND-LIMIT (2)
005790             MOVE 2 TO WS-BAND-SUB
005800         WHEN WS-MAGNITUDE NOT > WS-BAND-LIMIT (3)
005810             MOVE 3 TO WS-BAND-SUB
005820         WHEN OTHER
005830             MOVE 4 TO WS-BAND-SUB
005840     END-EVALUATE.

005850 2300-EXIT.
005860     EXIT.

005870*NEXT RANDOM NUMBER, RETURNED IN WS-RAND-PICK AS 1 THROUGH
005880*WS-RAND-RANGE.
005890 2400-NEXT-RANDOM.
005900     COMPUTE WS-RAND-PRODUCT = WS-RAND-SEED * 16807
005910     END-COMPUTE.
005920     DIVIDE WS-RAND-PRODUCT BY 2147483647
005930         GIVING WS-RAND-QUOT REMAINDER WS-RAND-SEED.
005940     DIVIDE WS-RAND-SEED BY WS-RAND-RANGE
005950         GIVING WS-RAND-QUOT REMAINDER WS-RAND-PICK.
005960     ADD 1 TO WS-RAND-PICK.

005970 2400-EXIT.
005980     EXIT.

005990*****************************************************************
006000*  3000-LIST-REC                                                *
006010*  PASS 2.  EVERY AUDIT RECORD, IN RANGE OR NOT, IS MATCHED TO  *
006020*  THE LEDGER SO THE WALK STAYS IN STEP; THE ORDINALS ARE       *
006030*  COUNTED EXACTLY AS IN PASS 1, AND A RECORD IS LISTED WHEN    *
006040*  IT IS AN ERROR OR ITS ORDINAL WAS DRAWN FOR ITS STRATUM.     *
006050*****************************************************************
006060 3000-LIST-REC.
006070     PERFORM 3200-MATCH-LEDGER THRU 3200-EXIT.

006080     IF XA-TIMESTAMP (1:8) < WS-FROM-DATE
006090         OR XA-TIMESTAMP (1:8) > WS-TO-DATE
006100         GO TO 3000-READ-NEXT
006110     END-IF.

006120     PERFORM 2300-CLASSIFY-REC THRU 2300-EXIT.
006130     IF XA-STATUS-ERROR
006140         ADD 1 TO WS-ERROR-COUNT
006150         MOVE "ERROR" TO WS-ITEM-TYPE
006160         PERFORM 3500-WRITE-ITEM THRU 3500-EXIT
006170         GO TO 3000-READ-NEXT
006180     END-IF.

006190     ADD 1 TO WS-ORDINAL.
006200     MOVE "N" TO WS-SELECTED-SW.
006210     PERFORM 3050-TEST-SLOT THRU 3050-EXIT
006220         VARYING WS-SLOT-SUB FROM 1 BY 1
006230         UNTIL WS-ITEM-SELECTED
006240             OR WS-SLOT-SUB > WS-ST-TAKEN (WS-OP-SUB WS-BAND-SUB).
006250     IF WS-ITEM-SELECTED
006260         ADD 1 TO WS-SAMPLED-COUNT
006270         MOVE "SAMPLE" TO WS-ITEM-TYPE
006280         PERFORM 3500-WRITE-ITEM THRU 3500-EXIT
006290     END-IF.

006300 3000-READ-NEXT.
006310     PERFORM 2100-READ-AUDIT-STREAM THRU 2100-EXIT.

006320 3000-EXIT.
006330     EXIT.

006340 3050-TEST-SLOT.
006350     IF WS-ST-SLOT (WS-OP-SUB WS-BAND-SUB WS-SLOT-SUB)
006360         = WS-ORDINAL
006370         MOVE "Y" TO WS-SELECTED-SW
006380     END-IF.

006390 3050-EXIT.
006400     EXIT.

006410*****************************************************************
006420*  3100-READ-LEDGER-STREAM                                      *
006430*  THE ARCHIVED LEDGER GENERATIONS FIRST, THEN THE LIVE LEDGER, *
006440*  THE SAME ORDER AS THE AUDIT STREAM.  AT THE END THE WORK     *
006450*  TIMESTAMP IS SET HIGH SO NOTHING MORE MATCHES.               *
006460*****************************************************************
006470 3100-READ-LEDGER-STREAM.
006480     IF NOT WS-LEDA-EOF
006490         READ SMP-LEDA-FILE
006500             AT END
006510                 MOVE "Y" TO WS-LEDA-EOF-SW
006520         END-READ
006530         IF NOT WS-LEDA-EOF
006540             MOVE SMP-LEDA-RECORD TO WS-LED-WORK
006550             GO TO 3100-EXIT
006560         END-IF
006570     END-IF.

006580     READ SMP-LEDGER-FILE
006590         AT END
006600             MOVE "Y" TO WS-LEDGER-EOF-SW
006610             MOVE HIGH-VALUES TO XL-TIMESTAMP
006620         NOT AT END
006630             MOVE CBL-LEDGER-RECORD TO WS-LED-WORK
006640     END-READ.

006650 3100-EXIT.
006660     EXIT.

006670*****************************************************************
006680*  3200-MATCH-LEDGER                                            *
006690*  A LEDGER RECORD OLDER THAN THE AUDIT RECORD HAS NO AUDIT     *
006700*  PARTNER LEFT AND IS PASSED OVER, WHICH KEEPS THE WALK IN     *
006710*  STEP ACROSS ANY GAP.  THE CURRENT LEDGER RECORD IS THE       *
006720*  AUDIT RECORD'S PARTNER WHEN TIMESTAMP, RUN ID, AND OPCODE    *
006730*  ALL AGREE; OTHERWISE THE AUDIT RECORD HAS NO LEDGER RECORD.  *
006740*****************************************************************
006750 3200-MATCH-LEDGER.
006760     MOVE "N" TO WS-LEDG-MATCH-SW.
006770     PERFORM 3100-READ-LEDGER-STREAM THRU 3100-EXIT
006780         UNTIL WS-LEDGER-EOF
006790             OR XL-TIMESTAMP NOT < XA-TIMESTAMP.

006800     IF NOT WS-LEDGER-EOF
006810         AND XL-TIMESTAMP = XA-TIMESTAMP
006820         AND XL-RUN-ID = XA-RUN-ID
006830         AND XL-OPCODE = XA-CHOICE
006840         MOVE "Y" TO WS-LEDG-MATCH-SW
006850         MOVE XL-SEQ TO WS-MATCH-SEQ
006860         MOVE XL-RUNNING-TOTAL TO WS-MATCH-TOTAL
006870         PERFORM 3100-READ-LEDGER-STREAM THRU 3100-EXIT
006880     END-IF.

006890 3200-EXIT.
006900     EXIT.

006910*****************************************************************
006920*  3500-WRITE-ITEM                                              *
006930*  ONE WORKSHEET LINE AND ONE DELIMITED LINE PER LISTED ITEM.   *
006940*****************************************************************
006950 3500-WRITE-ITEM.
006960     ADD 1 TO WS-LISTED-COUNT.
006970     MOVE WS-ITEM-TYPE     TO IL-TYPE.
006980     MOVE XA-TIMESTAMP (1:17) TO IL-TIMESTAMP.
006990     MOVE XA-CHOICE        TO IL-OPCODE.
007000     MOVE WS-BAND-SUB      TO IL-BAND.
007010     MOVE XA-RESULT        TO IL-RESULT.
007020     MOVE XA-STATUS        TO IL-STATUS.
007030     MOVE XA-RUN-ID        TO IL-RUN-ID.
007040     MOVE XA-OPERATOR-ID   TO IL-OPERATOR-ID.
007050     IF WS-LEDG-MATCHED
007060         MOVE WS-MATCH-SEQ     TO IL-LEDG-SEQ
007070         MOVE WS-MATCH-SEQ     TO WS-SEQ-OUT
007080         MOVE WS-MATCH-TOTAL   TO IL-RUN-TOTAL-NUM
007090         MOVE WS-MATCH-TOTAL   TO WS-AMT-EDIT
007100         PERFORM 8200-TRIM-AMOUNT THRU 8200-EXIT
007110         MOVE WS-AMT-OUT       TO WS-O4-OUT
007120     ELSE
007130         ADD 1 TO WS-UNMATCHED-COUNT
007140         MOVE "NONE"           TO IL-LEDG-SEQ
007150         MOVE SPACES           TO IL-RUN-TOTAL
007160         MOVE SPACES           TO WS-SEQ-OUT
007170         MOVE SPACES           TO WS-O4-OUT
007180     END-IF.
007190     WRITE SMP-RPT-RECORD FROM SMP-RPT-ITEM-LINE.

007200     MOVE XA-OPERAND-1 TO WS-AMT-EDIT.
007210     PERFORM 8200-TRIM-AMOUNT THRU 8200-EXIT.
007220     MOVE WS-AMT-OUT TO WS-O1-OUT.
007230     MOVE XA-OPERAND-2 TO WS-AMT-EDIT.
007240     PERFORM 8200-TRIM-AMOUNT THRU 8200-EXIT.
007250     MOVE WS-AMT-OUT TO WS-O2-OUT.
007260     MOVE XA-RESULT TO WS-AMT-EDIT.
007270     PERFORM 8200-TRIM-AMOUNT THRU 8200-EXIT.
007280     MOVE WS-AMT-OUT TO WS-O3-OUT.

007290     MOVE SPACES TO WS-EXT-LINE.
007300     STRING
007310         WS-ITEM-TYPE        DELIMITED BY SPACE
007320         ","                 DELIMITED BY SIZE
007330         XA-TIMESTAMP (1:17) DELIMITED BY SIZE
007340         ","                 DELIMITED BY SIZE
007350         XA-SOURCE           DELIMITED BY SIZE
007360         ","                 DELIMITED BY SIZE
007370         XA-CHOICE           DELIMITED BY SIZE
007380         ","                 DELIMITED BY SIZE
007390         IL-BAND             DELIMITED BY SIZE
007400         ","                 DELIMITED BY SIZE
007410         WS-O1-OUT           DELIMITED BY SPACE
007420         ","                 DELIMITED BY SIZE
007430         WS-O2-OUT           DELIMITED BY SPACE
007440         ","                 DELIMITED BY SIZE
007450         WS-O3-OUT           DELIMITED BY SPACE
007460         ","                 DELIMITED BY SIZE
007470         XA-STATUS           DELIMITED BY SIZE
007480         ","                 DELIMITED BY SIZE
007490         XA-RUN-ID           DELIMITED BY SPACE
007500         ","                 DELIMITED BY SIZE
007510         XA-OPERATOR-ID      DELIMITED BY SPACE
007520         ","                 DELIMITED BY SIZE
007530         XA-DEPT-CODE        DELIMITED BY SPACE
007540         ","                 DELIMITED BY SIZE
007550         WS-SEQ-OUT          DELIMITED BY SPACE
007560         ","                 DELIMITED BY SIZE
007570         WS-O4-OUT           DELIMITED BY SPACE
007580         INTO WS-EXT-LINE.
007590     MOVE WS-EXT-LINE TO SMP-EXT-RECORD.
007600     WRITE SMP-EXT-RECORD.

007610 3500-EXIT.
007620     EXIT.

007630*****************************************************************
007640*  4000-PRINT-STRATA                                            *
007650*  ONE LINE PER STRATUM THAT HAD ANY RECORDS: THE POPULATION,   *
007660*  HOW MANY WERE DRAWN FROM IT, AND THE ERRORS INCLUDED - WHAT  *
007670*  THE AUDITORS NEED TO PROJECT FROM THE SAMPLE.                *
007680*****************************************************************
007690 4000-PRINT-STRATA.
007700     MOVE "POPULATION AND SAMPLE BY OPCODE AND AMOUNT BAND:"
007710         TO ML-TEXT.
007720     WRITE SMP-RPT-RECORD FROM SMP-RPT-MSG-LINE.

007730     PERFORM 4100-PRINT-OPCODE THRU 4100-EXIT
007740         VARYING WS-OP-SUB FROM 1 BY 1
007750         UNTIL WS-OP-SUB > 10.

007760     MOVE SPACES TO ML-TEXT.
007770     MOVE WS-IN-RANGE-COUNT TO WS-TOTAL-EDIT.
007780     STRING "  " WS-TOTAL-EDIT " RECORD(S) IN RANGE,"
007790         DELIMITED BY SIZE INTO ML-TEXT.
007800     MOVE WS-SAMPLED-COUNT TO WS-TOTAL-EDIT.
007810     MOVE WS-TOTAL-EDIT TO ML-TEXT (30:7).
007820     MOVE " SAMPLED," TO ML-TEXT (37:9).
007830     MOVE WS-ERROR-COUNT TO WS-TOTAL-EDIT.
007840     MOVE WS-TOTAL-EDIT TO ML-TEXT (46:7).
007850     MOVE " ERROR(S) INCLUDED" TO ML-TEXT (53:18).
007860     WRITE SMP-RPT-RECORD FROM SMP-RPT-MSG-LINE.

007870 4000-EXIT.
007880     EXIT.

007890 4100-PRINT-OPCODE.
007900     PERFORM 4200-PRINT-STRATUM THRU 4200-EXIT
007910         VARYING WS-BAND-SUB FROM 1 BY 1
007920         UNTIL WS-BAND-SUB > 4.

007930 4100-EXIT.
007940     EXIT.

007950 4200-PRINT-STRATUM.
007960     IF WS-ST-POP (WS-OP-SUB WS-BAND-SUB) = ZERO
007970         AND WS-ST-ERRORS (WS-OP-SUB WS-BAND-SUB) = ZERO
007980         GO TO 4200-EXIT
007990     END-IF.

008000     COMPUTE SL-OPCODE = WS-OP-SUB - 1 END-COMPUTE.
008010     MOVE WS-BAND-SUB TO SL-BAND.
008020     MOVE WS-ST-POP (WS-OP-SUB WS-BAND-SUB)    TO SL-POPULATION.
008030     MOVE WS-ST-TAKEN (WS-OP-SUB WS-BAND-SUB)  TO SL-SAMPLED.
008040     MOVE WS-ST-ERRORS (WS-OP-SUB WS-BAND-SUB) TO SL-ERRORS.
008050     WRITE SMP-RPT-RECORD FROM SMP-RPT-STRAT-LINE.

008060 4200-EXIT.
008070     EXIT.

008080*****************************************************************
008090*  8200-TRIM-AMOUNT                                             *
008100*  STRIPS THE LEADING SPACES THE EDITED PICTURE LEAVES IN       *
008110*  FRONT OF THE FLOATING SIGN - SAME AS CBLEXTR.                *
008120*****************************************************************
008130 8200-TRIM-AMOUNT.
008140     MOVE ZERO TO WS-LEAD-COUNT.
008150     INSPECT WS-AMT-EDIT
008160         TALLYING WS-LEAD-COUNT FOR LEADING SPACE.
008170     COMPUTE WS-REM-LEN = 25 - WS-LEAD-COUNT END-COMPUTE.
008180     MOVE SPACES TO WS-AMT-OUT.
008190     MOVE WS-AMT-EDIT (WS-LEAD-COUNT + 1 : WS-REM-LEN)
008200         TO WS-AMT-OUT.

008210 8200-EXIT.
008220     EXIT.

008230*****************************************************************
008240*  8500-WRITE-TRAILER                                           *
008250*  THE DELIMITED FILE ENDS WITH THE COUNT OF ITEMS LISTED, SO   *
008260*  THE RECEIVING SIDE CAN PROVE IT ARRIVED COMPLETE.            *
008270*****************************************************************
008280 8500-WRITE-TRAILER.
008290     MOVE WS-LISTED-COUNT TO WS-COUNT-OUT.
008300     MOVE SPACES TO WS-EXT-LINE.
008310     STRING
008320         "TRAILER,"      DELIMITED BY SIZE
008330         WS-COUNT-OUT    DELIMITED BY SIZE
008340         INTO WS-EXT-LINE.
008350     MOVE WS-EXT-LINE TO SMP-EXT-RECORD.
008360     WRITE SMP-EXT-RECORD.

008370 8500-EXIT.
008380     EXIT.

008390 9000-CLOSE-FILES.
008400     CLOSE SMP-AUDIT-FILE.
008410     CLOSE SMP-LEDGER-FILE.
008420     IF WS-AUDA-AVAIL
008430         CLOSE SMP-AUDA-FILE
008440     END-IF.
008450     IF WS-LEDA-AVAIL
008460         CLOSE SMP-LEDA-FILE
008470     END-IF.
008480     CLOSE SMP-RPT-FILE.
008490     CLOSE SMP-EXT-FILE.

008500 9000-EXIT.
008510     EXIT.
