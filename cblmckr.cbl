000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.     CBLMCKR IS INITIAL PROGRAM.
000120 AUTHOR.         R HANLEY.
000130 INSTALLATION.   DATA PROCESSING DEPT.
000140 DATE-WRITTEN.   01/25/2027.
000150 DATE-COMPILED.  TODAY.
000160*****************************************************************
000170*  CBLMCKR - REFERENCE-CHANGE APPROVAL.                         *
000180*  EVERY ADD, CHANGE, OR INACTIVATION KEYED IN RATE (CBLRMNT),  *
000190*  DEPARTMENT (DEPMNT), STANDING-INSTRUCTION (CBLSMNT), AND     *
000200*  OPERATOR (CBLMENU OPTION 6) MAINTENANCE IS HELD ON THE       *
000210*  PENDING-CHANGE FILE (CBLMCHK) INSTEAD OF BEING APPLIED.  THIS*
000220*  IS THE ONE REVIEW SCREEN FOR ALL FOUR - IT SHOWS EACH HELD   *
000230*  CHANGE'S BEFORE AND AFTER IMAGES AND LETS A SECOND           *
000240*  SUPERVISOR APPROVE OR REJECT IT, OR SKIP IT FOR ANOTHER DAY. *
000250*  THE SUPERVISOR WHO KEYED A CHANGE MAY NOT DECIDE IT.         *
000260*  AN APPROVAL IS CHECKED AGAINST THE LIVE MASTER FIRST - WHEN  *
000270*  THE MASTER NO LONGER MATCHES THE BEFORE IMAGE (ANOTHER       *
000280*  CHANGE GOT THERE FIRST) THE CHANGE IS REJECTED INSTEAD.      *
000290*  EVERY DECISION IS WRITTEN TO THE MASTER'S OWN CHANGE AUDIT   *
000300*  (CBLRATA, DEPAUDT, CBLSTNA) UNDER THE APPROVER'S ID AND      *
000310*  STAMPED ON THE CBLMCHK RECORD, WHICH STAYS ON FILE AS THE    *
000320*  HISTORY - THE SAME CONVENTION CBLAPRV FOLLOWS FOR CBLPEND.   *
000330*  CBLOPRF HAS NO CHANGE AUDIT OF ITS OWN, SO FOR AN OPERATOR   *
000340*  CHANGE THAT DECIDED RECORD IS THE WHOLE HISTORY.  THE        *
000350*  MASTERS AND CBLMCHK ARE WRITTEN BACK AS WHOLE FILES WHEN THE *
000360*  REVIEW ENDS.                                                 *
000370*  SUPERVISOR AUTHORITY IS REQUIRED - CBLMENU GATES THE OPTION, *
000380*  AND THE PROGRAM CHECKS THE COMMAREA LEVEL ITSELF IN CASE IT  *
000390*  IS EVER CALLED ANOTHER WAY.                                  *
000400*****************************************************************
000410*  MODIFICATION HISTORY.
000420*  01/25/2027  RH  ORIGINAL VERSION.
000430*****************************************************************
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 SPECIAL-NAMES.
000470     CLASS VALID-OPID IS "A" THRU "Z"
000480         "0" THRU "9" SPACE.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT MCK-MCHK-FILE    ASSIGN TO "CBLMCHK"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS FS-MCHK-FILE.

000540     SELECT MCK-RATE-FILE    ASSIGN TO "CBLRATE"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS FS-RATE-FILE.

000570     SELECT MCK-DEPT-FILE    ASSIGN TO "DEPMAST"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS FS-DEPT-FILE.

000600     SELECT MCK-STND-FILE    ASSIGN TO "CBLSTND"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS FS-STND-FILE.

000630     SELECT MCK-OPRF-FILE    ASSIGN TO "CBLOPRF"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS FS-OPRF-FILE.

000660     SELECT MCK-RATA-FILE    ASSIGN TO "CBLRATA"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS FS-RATA-FILE.

000690     SELECT MCK-DEPA-FILE    ASSIGN TO "DEPAUDT"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS FS-DEPA-FILE.

000720     SELECT MCK-STNA-FILE    ASSIGN TO "CBLSTNA"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS FS-STNA-FILE.

000750 DATA DIVISION.
000760 FILE SECTION.
000770*THE PENDING FILE AND THE FOUR MASTERS ARE READ AND WRITTEN AS
000780*WHOLE IMAGES.  THE CHANGE UNDER REVIEW IS WORKED ON IN ITS
000790*WORKING-STORAGE COPY (CBLMCHK) AND THE MASTER IMAGES THROUGH THE
000800*FIELD VIEWS THERE.
000810 FD  MCK-MCHK-FILE
000820     RECORDING MODE IS F.
000830 01  MCK-MCHK-RECORD             PIC X(260).

000840 FD  MCK-RATE-FILE
000850     RECORDING MODE IS F.
000860 01  MCK-RATE-RECORD             PIC X(80).

000870 FD  MCK-DEPT-FILE
000880     RECORDING MODE IS F.
000890 01  MCK-DEPT-RECORD             PIC X(80).

000900 FD  MCK-STND-FILE
000910     RECORDING MODE IS F.
000920 01  MCK-STND-RECORD             PIC X(80).

000930 FD  MCK-OPRF-FILE
000940     RECORDING MODE IS F.
000950 01  MCK-OPRF-RECORD             PIC X(80).

000960 FD  MCK-RATA-FILE
000970     RECORDING MODE IS F.
000980 COPY CBLRATA.

000990 FD  MCK-DEPA-FILE
001000     RECORDING MODE IS F.
001010 COPY DEPAUDT.

001020 FD  MCK-STNA-FILE
001030     RECORDING MODE IS F.
001040 COPY CBLSTNA.

001050 WORKING-STORAGE SECTION.
001060 01  FS-MCHK-FILE      PIC X(02) VALUE "00".
001070 01  FS-RATE-FILE      PIC X(02) VALUE "00".
001080 01  FS-DEPT-FILE      PIC X(02) VALUE "00".
001090 01  FS-STND-FILE      PIC X(02) VALUE "00".
001100 01  FS-OPRF-FILE      PIC X(02) VALUE "00".
001110 01  FS-RATA-FILE      PIC X(02) VALUE "00".
001120 01  FS-DEPA-FILE      PIC X(02) VALUE "00".
001130 01  FS-STNA-FILE      PIC X(02) VALUE "00".

001140 01  WS-EOF-SW         PIC X VALUE "N".
001150     88  WS-AT-EOF                VALUE "Y".
001160 01  WS-TRUNC-SW       PIC X VALUE "N".
001170     88  WS-LOAD-TRUNCATED        VALUE "Y".
001180 01  WS-OPEN-FAIL-SW   PIC X VALUE "N".
001190     88  WS-OPEN-FAILED           VALUE "Y".
001200 01  WS-DECIDE-ANS     PIC X VALUE SPACE.
001210 01  WS-STOP-SW        PIC X VALUE "N".
001220     88  WS-STOP-REVIEW           VALUE "Y".
001230 01  WS-MCHK-CHANGED-SW PIC X VALUE "N".
001240     88  WS-MCHK-CHANGED          VALUE "Y".
001250 01  WS-RATE-CHANGED-SW PIC X VALUE "N".
001260     88  WS-RATES-CHANGED         VALUE "Y".
001270 01  WS-DEPT-CHANGED-SW PIC X VALUE "N".
001280     88  WS-DEPTS-CHANGED         VALUE "Y".
001290 01  WS-INS-CHANGED-SW PIC X VALUE "N".
001300     88  WS-INSTRS-CHANGED        VALUE "Y".
001310 01  WS-OPER-CHANGED-SW PIC X VALUE "N".
001320     88  WS-OPERS-CHANGED         VALUE "Y".

001330 01  WS-CUR-DATE       PIC 9(08).
001340 01  WS-CUR-TIME       PIC 9(08).
001350 01  WS-OPERATOR-ID    PIC X(08) VALUE SPACES.
001360 01  WS-DECIDE-STAMP   PIC X(17) VALUE SPACES.
001370 01  WS-REASON         PIC X(25) VALUE SPACES.
001380 01  WS-AUDIT-STATUS   PIC X(01) VALUE SPACE.
001390 01  WS-FAIL-MASTER    PIC X(01) VALUE SPACE.

001400 01  WS-PEND-COUNT     PIC 9(05) COMP VALUE ZERO.
001410 01  WS-APPR-COUNT     PIC 9(05) COMP VALUE ZERO.
001420 01  WS-REJ-COUNT      PIC 9(05) COMP VALUE ZERO.
001430 01  WS-LEFT-COUNT     PIC 9(05) COMP VALUE ZERO.
001440 01  WS-REOPEN-COUNT   PIC 9(05) COMP VALUE ZERO.

001450*THE WHOLE PENDING FILE IS LOADED, DECIDED IN PLACE, AND WRITTEN
001460*BACK - THE SAME WHOLE-FILE PATTERN CBLAPRV USES FOR CBLPEND.  A
001470*FILE THAT EXCEEDS THE TABLE REFUSES THE REVIEW RATHER THAN
001480*REWRITE THE FILE SHORT.  WS-MCK-DONE MARKS THE CHANGES DECIDED
001490*IN THIS REVIEW, SO AN APPROVAL WHOSE MASTER COULD NOT BE
001500*REWRITTEN CAN BE PUT BACK TO PENDING.
001510 01  WS-MCK-MAX        PIC 9(04) COMP VALUE 1000.
001520 01  WS-MCK-COUNT      PIC 9(04) COMP VALUE ZERO.
001530 01  WS-MCK-SUB        PIC 9(04) COMP VALUE ZERO.
001540 01  WS-MCK-TABLE.
001550     05  WS-MCK-ENTRY OCCURS 1000 TIMES
001560                                 PIC X(260).
001570 01  WS-MCK-DONE-TABLE VALUE SPACES.
001580     05  WS-MCK-DONE OCCURS 1000 TIMES
001590                                 PIC X(01).

001600 COPY CBLMCHK.

001610*THE FOUR MASTERS, EACH LOADED WHOLE INTO A TABLE THE SAME SIZE
001620*AS ITS OWN MAINTENANCE PROGRAM'S, AND REFUSED THE SAME WAY WHEN
001630*IT DOES NOT FIT.  A MISSING RATE, DEPARTMENT, OR INSTRUCTION
001640*FILE STARTS EMPTY, AS IT DOES IN MAINTENANCE; A MISSING
001650*OPERATOR FILE REFUSES THE REVIEW, AS IT REFUSES SIGN-ON.
001660 01  WS-RATE-MAX       PIC 9(04) COMP VALUE 2000.
001670 01  WS-RATE-COUNT     PIC 9(04) COMP VALUE ZERO.
001680 01  WS-RATE-TABLE.
001690     05  WS-RATE-ENTRY OCCURS 2000 TIMES
001700                                 PIC X(80).
001710 01  WS-DEPT-MAX       PIC 9(04) COMP VALUE 50.
001720 01  WS-DEPT-COUNT     PIC 9(04) COMP VALUE ZERO.
001730 01  WS-DEPT-TABLE.
001740     05  WS-DEPT-ENTRY OCCURS 50 TIMES
001750                                 PIC X(80).
001760 01  WS-INS-MAX        PIC 9(04) COMP VALUE 200.
001770 01  WS-INS-COUNT      PIC 9(04) COMP VALUE ZERO.
001780 01  WS-INS-TABLE.
001790     05  WS-INS-ENTRY OCCURS 200 TIMES
001800                                 PIC X(80).
001810 01  WS-OPER-MAX       PIC 9(04) COMP VALUE 100.
001820 01  WS-OPER-COUNT     PIC 9(04) COMP VALUE ZERO.
001830 01  WS-OPER-TABLE.
001840     05  WS-OPER-ENTRY OCCURS 100 TIMES
001850                                 PIC X(80).
001860 01  WS-TBL-SUB        PIC 9(04) COMP VALUE ZERO.
001870 01  WS-FOUND-SUB      PIC 9(04) COMP VALUE ZERO.

001880*AN INSTRUCTION IS KEYED BY ITS NUMBER AS LISTED WHEN THE CHANGE
001890*WAS HELD; WS-ENTRY-NO IS THE NUMBER IT HAS WHEN IT IS APPLIED.
001900 01  WS-KEY-ENTRY-X    PIC X(03) VALUE ZERO.
001910 01  WS-KEY-ENTRY-NO REDEFINES WS-KEY-ENTRY-X
001920                       PIC 9(03).
001930 01  WS-ENTRY-NO       PIC 9(03) VALUE ZERO.

001940*FIELD VIEWS OF THE MASTER IMAGES FOR THE REVIEW DISPLAY AND THE
001950*AUDIT RECORDS - CBLRATE, DEPMAST, CBLSTND, AND CBLOPRF RECORD
001960*FORM.
001970 01  WS-RATE-VIEW.
001980     05  RV-CURR-FROM            PIC X(03).
001990     05  RV-CURR-TO              PIC X(03).
002000     05  RV-EFF-DATE             PIC 9(08).
002010     05  RV-RATE                 PIC 9(07)V9(06).
002020     05  FILLER                  PIC X(53).
002030 01  WS-DEPT-VIEW.
002040     05  DV-DEPT-CODE            PIC X(03).
002050     05  DV-DEPT-NAME            PIC X(30).
002060     05  DV-ACTIVE-SW            PIC X(01).
002070     05  FILLER                  PIC X(46).
002080 01  WS-INS-VIEW.
002090     05  IV-OPCODE               PIC X(01).
002100     05  IV-OPERAND-1            PIC X(16).
002110     05  IV-OPERAND-2            PIC X(16).
002120     05  IV-CURR-FROM            PIC X(03).
002130     05  IV-CURR-TO              PIC X(03).
002140     05  IV-DEPT-CODE            PIC X(03).
002150     05  FILLER                  PIC X(19).
002160     05  IV-FREQ                 PIC X(01).
002170     05  IV-FREQ-DAY             PIC X(02).
002180     05  IV-START-DATE           PIC X(08).
002190     05  IV-END-DATE             PIC X(08).
002200 01  WS-OPER-VIEW.
002210     05  OV-OPERATOR-ID          PIC X(08).
002220     05  OV-OPERATOR-NAME        PIC X(20).
002230     05  OV-PASSWORD             PIC X(08).
002240     05  OV-AUTH-LEVEL           PIC X(01).
002250     05  OV-LOCKED-SW            PIC X(01).
002260     05  FILLER                  PIC X(42).

002270 01  WS-MASTER-NAME    PIC X(20) VALUE SPACES.
002280 01  WS-ACTION-NAME    PIC X(10) VALUE SPACES.
002290 01  WS-SHOW-LABEL     PIC X(07) VALUE SPACES.
002300 01  WS-SHOW-IMAGE     PIC X(80) VALUE SPACES.
002310 01  WS-OLD-PASSWORD   PIC X(08) VALUE SPACES.
002320 01  WS-LOCK-TEXT      PIC X(08) VALUE SPACES.
002330 01  WS-RATE-EDIT      PIC Z(06)9.9(06).

002340 LINKAGE SECTION.
002350 COPY CBLOPID.

002360 PROCEDURE DIVISION USING CBL-OPID-AREA.
002370 0000-MAINLINE.
002380*    THE MENU GATES THE OPTION, BUT A DIRECT CALL MUST NOT
002390*    SLIP PAST THE AUTHORITY CHECK.
002400     IF ADDRESS OF CBL-OPID-AREA = NULL
002410         DISPLAY "NO SIGNED-ON SUPERVISOR - REVIEW REFUSED"
002420             END-DISPLAY
002430         MOVE 8 TO RETURN-CODE
002440         GO TO 9999-PROGRAM-END
002450     END-IF.
002460     IF NOT OPID-SUPERVISOR
002470         DISPLAY "REFERENCE CHANGE APPROVAL NEEDS SUPERVISOR "
002480             "AUTHORITY" END-DISPLAY
002490         MOVE 8 TO RETURN-CODE
002500         GO TO 9999-PROGRAM-END
002510     END-IF.
002520     IF OPID-OPERATOR-ID IS VALID-OPID
002530         MOVE OPID-OPERATOR-ID TO WS-OPERATOR-ID
002540     ELSE
002550         MOVE "UNKNOWN" TO WS-OPERATOR-ID
002560     END-IF.

002570     PERFORM 0200-LOAD-MCHK-TABLE THRU 0200-EXIT.
002580*    A TRUNCATED LOAD MUST NEVER BE WRITTEN BACK - EVERY
002590*    RECORD PAST THE TABLE WOULD BE SILENTLY DELETED.
002600     IF WS-LOAD-TRUNCATED
002610         DISPLAY "CBLMCHK EXCEEDS THE REVIEW TABLE - REVIEW "
002620             "REFUSED, RAISE WS-MCK-MAX" END-DISPLAY
002630         MOVE 8 TO RETURN-CODE
002640         GO TO 9999-PROGRAM-END
002650     END-IF.
002660     IF WS-PEND-COUNT = ZERO
002670         DISPLAY "NOTHING IS WAITING FOR APPROVAL" END-DISPLAY
002680         GO TO 9999-PROGRAM-END
002690     END-IF.

002700     PERFORM 0300-LOAD-MASTERS THRU 0300-EXIT.
002710     IF WS-OPEN-FAILED
002720         GO TO 9999-PROGRAM-END
002730     END-IF.
002740     IF WS-LOAD-TRUNCATED
002750         DISPLAY "REVIEW REFUSED - A MASTER IS TOO BIG FOR ITS "
002760             "TABLE" END-DISPLAY
002770         MOVE 8 TO RETURN-CODE
002780         GO TO 9999-PROGRAM-END
002790     END-IF.

002800     PERFORM 0400-OPEN-AUDITS THRU 0400-EXIT.
002810     IF WS-OPEN-FAILED
002820         GO TO 9999-PROGRAM-END
002830     END-IF.

002840     PERFORM 2000-REVIEW-ONE-CHANGE THRU 2000-EXIT
002850         VARYING WS-MCK-SUB FROM 1 BY 1
002860         UNTIL WS-MCK-SUB > WS-MCK-COUNT
002870             OR WS-STOP-REVIEW.

002880     CLOSE MCK-RATA-FILE
002890           MCK-DEPA-FILE
002900           MCK-STNA-FILE.

002910     PERFORM 6000-REWRITE-MASTERS THRU 6000-EXIT.

002920     IF WS-MCHK-CHANGED
002930         PERFORM 6500-REWRITE-MCHK-FILE THRU 6500-EXIT
002940     END-IF.

002950     COMPUTE WS-LEFT-COUNT =
002960         WS-PEND-COUNT - WS-APPR-COUNT - WS-REJ-COUNT.
002970     DISPLAY WS-APPR-COUNT " APPROVED, " WS-REJ-COUNT
002980         " REJECTED, " WS-LEFT-COUNT " LEFT PENDING"
002990         END-DISPLAY.
003000     GO TO 9999-PROGRAM-END.

003010 9999-PROGRAM-END.
003020     GOBACK.

003030*****************************************************************
003040*  0200-LOAD-MCHK-TABLE                                         *
003050*  LOADS THE WHOLE PENDING-CHANGE FILE.  WS-PEND-COUNT COUNTS   *
003060*  ONLY THE CHANGES STILL PENDING - DECIDED RECORDS STAY ON     *
003070*  FILE AS THE HISTORY BUT ARE NOT OFFERED AGAIN.               *
003080*****************************************************************
003090 0200-LOAD-MCHK-TABLE.
003100     MOVE "N" TO WS-EOF-SW.
003110     OPEN INPUT MCK-MCHK-FILE.
003120     IF FS-MCHK-FILE NOT = "00"
003130         DISPLAY "CBLMCHK NOT AVAILABLE - NOTHING TO REVIEW"
003140             END-DISPLAY
003150         GO TO 0200-EXIT
003160     END-IF.

003170     PERFORM 0250-READ-MCHK-REC THRU 0250-EXIT
003180         UNTIL WS-AT-EOF.
003190     CLOSE MCK-MCHK-FILE.
003200     DISPLAY WS-PEND-COUNT " CHANGE(S) WAITING FOR APPROVAL"
003210         END-DISPLAY.

003220 0200-EXIT.
003230     EXIT.

003240 0250-READ-MCHK-REC.
003250     READ MCK-MCHK-FILE
003260         AT END
003270             MOVE "Y" TO WS-EOF-SW
003280     END-READ.
003290     IF WS-AT-EOF
003300         GO TO 0250-EXIT
003310     END-IF.

003320     IF WS-MCK-COUNT >= WS-MCK-MAX
003330         DISPLAY "CBLMCHK EXCEEDS 1000 RECORDS - LOAD STOPPED"
003340             END-DISPLAY
003350         MOVE "Y" TO WS-TRUNC-SW
003360         MOVE "Y" TO WS-EOF-SW
003370         GO TO 0250-EXIT
003380     END-IF.

003390     ADD 1 TO WS-MCK-COUNT.
003400     MOVE MCK-MCHK-RECORD TO WS-MCK-ENTRY (WS-MCK-COUNT).
003410     MOVE MCK-MCHK-RECORD TO CBL-MCHK-RECORD.
003420     IF MC-STATUS-PENDING
003430         ADD 1 TO WS-PEND-COUNT
003440     END-IF.

003450 0250-EXIT.
003460     EXIT.

003470*****************************************************************
003480*  0300-LOAD-MASTERS                                            *
003490*  LOADS THE FOUR MASTERS A HELD CHANGE CAN TOUCH.              *
003500*****************************************************************
003510 0300-LOAD-MASTERS.
003520     PERFORM 0310-LOAD-RATES THRU 0310-EXIT.
003530     PERFORM 0320-LOAD-DEPTS THRU 0320-EXIT.
003540     PERFORM 0330-LOAD-INSTRS THRU 0330-EXIT.
003550     PERFORM 0340-LOAD-OPERS THRU 0340-EXIT.

003560 0300-EXIT.
003570     EXIT.

003580 0310-LOAD-RATES.
003590     MOVE "N" TO WS-EOF-SW.
003600     OPEN INPUT MCK-RATE-FILE.
003610     IF FS-RATE-FILE NOT = "00"
003620         DISPLAY "CBLRATE NOT AVAILABLE - STARTING EMPTY"
003630             END-DISPLAY
003640         MOVE "00" TO FS-RATE-FILE
003650         GO TO 0310-EXIT
003660     END-IF.

003670     PERFORM 0315-READ-RATE-REC THRU 0315-EXIT
003680         UNTIL WS-AT-EOF.
003690     CLOSE MCK-RATE-FILE.

003700 0310-EXIT.
003710     EXIT.

003720 0315-READ-RATE-REC.
003730     READ MCK-RATE-FILE
003740         AT END
003750             MOVE "Y" TO WS-EOF-SW
003760         NOT AT END
003770             IF WS-RATE-COUNT >= WS-RATE-MAX
003780                 DISPLAY "CBLRATE EXCEEDS THE RATE TABLE - "
003790                     "LOAD STOPPED" END-DISPLAY
003800                 MOVE "Y" TO WS-TRUNC-SW
003810                 MOVE "Y" TO WS-EOF-SW
003820             ELSE
003830                 ADD 1 TO WS-RATE-COUNT
003840                 MOVE MCK-RATE-RECORD
003850                     TO WS-RATE-ENTRY (WS-RATE-COUNT)
003860             END-IF
003870     END-READ.

003880 0315-EXIT.
003890     EXIT.

003900 0320-LOAD-DEPTS.
003910     MOVE "N" TO WS-EOF-SW.
003920     OPEN INPUT MCK-DEPT-FILE.
003930     IF FS-DEPT-FILE NOT = "00"
003940         DISPLAY "DEPMAST NOT AVAILABLE - STARTING EMPTY"
003950             END-DISPLAY
003960         MOVE "00" TO FS-DEPT-FILE
003970         GO TO 0320-EXIT
003980     END-IF.

003990     PERFORM 0325-READ-DEPT-REC THRU 0325-EXIT
004000         UNTIL WS-AT-EOF.
004010     CLOSE MCK-DEPT-FILE.

004020 0320-EXIT.
004030     EXIT.

004040 0325-READ-DEPT-REC.
004050     READ MCK-DEPT-FILE
004060         AT END
004070             MOVE "Y" TO WS-EOF-SW
004080         NOT AT END
004090             IF WS-DEPT-COUNT >= WS-DEPT-MAX
004100                 DISPLAY "DEPMAST EXCEEDS THE DEPARTMENT TABLE - "
004110                     "LOAD STOPPED" END-DISPLAY
004120                 MOVE "Y" TO WS-TRUNC-SW
004130                 MOVE "Y" TO WS-EOF-SW
004140             ELSE
004150                 ADD 1 TO WS-DEPT-COUNT
004160                 MOVE MCK-DEPT-RECORD
004170                     TO WS-DEPT-ENTRY (WS-DEPT-COUNT)
004180             END-IF
004190     END-READ.

004200 0325-EXIT.
004210     EXIT.

004220 0330-LOAD-INSTRS.
004230     MOVE "N" TO WS-EOF-SW.
004240     OPEN INPUT MCK-STND-FILE.
004250     IF FS-STND-FILE NOT = "00"
004260         DISPLAY "CBLSTND NOT AVAILABLE - STARTING EMPTY"
004270             END-DISPLAY
004280         MOVE "00" TO FS-STND-FILE
004290         GO TO 0330-EXIT
004300     END-IF.

004310     PERFORM 0335-READ-INSTR-REC THRU 0335-EXIT
004320         UNTIL WS-AT-EOF.
004330     CLOSE MCK-STND-FILE.

004340 0330-EXIT.
004350     EXIT.

004360 0335-READ-INSTR-REC.
004370     READ MCK-STND-FILE
004380         AT END
004390             MOVE "Y" TO WS-EOF-SW
004400         NOT AT END
004410             IF WS-INS-COUNT >= WS-INS-MAX
004420                 DISPLAY "CBLSTND EXCEEDS THE INSTRUCTION "
004430                     "TABLE - LOAD STOPPED" END-DISPLAY
004440                 MOVE "Y" TO WS-TRUNC-SW
004450                 MOVE "Y" TO WS-EOF-SW
004460             ELSE
004470                 ADD 1 TO WS-INS-COUNT
004480                 MOVE MCK-STND-RECORD
004490                     TO WS-INS-ENTRY (WS-INS-COUNT)
004500             END-IF
004510     END-READ.

004520 0335-EXIT.
004530     EXIT.

004540 0340-LOAD-OPERS.
004550     MOVE "N" TO WS-EOF-SW.
004560     OPEN INPUT MCK-OPRF-FILE.
004570     IF FS-OPRF-FILE NOT = "00"
004580         DISPLAY "UNABLE TO OPEN CBLOPRF, STATUS "
004590             FS-OPRF-FILE END-DISPLAY
004600         MOVE 16 TO RETURN-CODE
004610         MOVE "Y" TO WS-OPEN-FAIL-SW
004620         GO TO 0340-EXIT
004630     END-IF.

004640     PERFORM 0345-READ-OPER-REC THRU 0345-EXIT
004650         UNTIL WS-AT-EOF.
004660     CLOSE MCK-OPRF-FILE.

004670 0340-EXIT.
004680     EXIT.

004690 0345-READ-OPER-REC.
004700     READ MCK-OPRF-FILE
004710         AT END
004720             MOVE "Y" TO WS-EOF-SW
004730         NOT AT END
004740             IF WS-OPER-COUNT >= WS-OPER-MAX
004750                 DISPLAY "CBLOPRF EXCEEDS THE OPERATOR "
004760                     "TABLE - LOAD STOPPED" END-DISPLAY
004770                 MOVE "Y" TO WS-TRUNC-SW
004780                 MOVE "Y" TO WS-EOF-SW
004790             ELSE
004800                 ADD 1 TO WS-OPER-COUNT
004810                 MOVE MCK-OPRF-RECORD
004820                     TO WS-OPER-ENTRY (WS-OPER-COUNT)
004830             END-IF
004840     END-READ.

004850 0345-EXIT.
004860     EXIT.

004870*****************************************************************
004880*  0400-OPEN-AUDITS                                             *
004890*  OPENS THE THREE CHANGE-AUDIT FILES THE DECISIONS ARE WRITTEN *
004900*  TO.  EXTEND, FALLING BACK TO OUTPUT WHEN A FILE DOES NOT     *
004910*  EXIST YET.  ANY OTHER FAILURE REFUSES THE REVIEW - A         *
004920*  DECISION THAT CANNOT BE AUDITED MUST NOT BE MADE.            *
004930*****************************************************************
004940 0400-OPEN-AUDITS.
004950     OPEN EXTEND MCK-RATA-FILE.
004960     IF FS-RATA-FILE = "35"
004970         OPEN OUTPUT MCK-RATA-FILE
004980     END-IF.
004990     IF FS-RATA-FILE NOT = "00"
005000         DISPLAY "UNABLE TO OPEN CBLRATA, STATUS "
005010             FS-RATA-FILE END-DISPLAY
005020         MOVE 16 TO RETURN-CODE
005030         MOVE "Y" TO WS-OPEN-FAIL-SW
005040         GO TO 0400-EXIT
005050     END-IF.

005060     OPEN EXTEND MCK-DEPA-FILE.
005070     IF FS-DEPA-FILE = "35"
005080         OPEN OUTPUT MCK-DEPA-FILE
005090     END-IF.
005100     IF FS-DEPA-FILE NOT = "00"
005110         DISPLAY "UNABLE TO OPEN DEPAUDT, STATUS "
005120             FS-DEPA-FILE END-DISPLAY
005130         CLOSE MCK-RATA-FILE
005140         MOVE 16 TO RETURN-CODE
005150         MOVE "Y" TO WS-OPEN-FAIL-SW
005160         GO TO 0400-EXIT
005170     END-IF.

005180     OPEN EXTEND MCK-STNA-FILE.
005190     IF FS-STNA-FILE = "35"
005200         OPEN OUTPUT MCK-STNA-FILE
005210     END-IF.
005220     IF FS-STNA-FILE NOT = "00"
005230         DISPLAY "UNABLE TO OPEN CBLSTNA, STATUS "
005240             FS-STNA-FILE END-DISPLAY
005250         CLOSE MCK-RATA-FILE
005260               MCK-DEPA-FILE
005270         MOVE 16 TO RETURN-CODE
005280         MOVE "Y" TO WS-OPEN-FAIL-SW
005290         GO TO 0400-EXIT
005300     END-IF.

005310 0400-EXIT.
005320     EXIT.

005330*****************************************************************
005340*  2000-REVIEW-ONE-CHANGE                                       *
005350*  SHOWS ONE STILL-PENDING CHANGE AND ASKS FOR THE DECISION:    *
005360*  A APPROVES IT (APPLIED TO THE MASTER IF IT STILL MATCHES),   *
005370*  X REJECTS IT (THE MASTER IS LEFT ALONE), S LEAVES IT FOR     *
005380*  ANOTHER DAY, AND Q STOPS THE REVIEW.  A CHANGE THE           *
005390*  REVIEWING SUPERVISOR KEYED IS SHOWN BUT NOT OFFERED.         *
005400*****************************************************************
005410 2000-REVIEW-ONE-CHANGE.
005420     MOVE WS-MCK-ENTRY (WS-MCK-SUB) TO CBL-MCHK-RECORD.
005430     IF NOT MC-STATUS-PENDING
005440         GO TO 2000-EXIT
005450     END-IF.

005460     MOVE MC-KEY (1:3) TO WS-KEY-ENTRY-X.
005470     IF MC-MASTER-INSTR AND WS-KEY-ENTRY-X IS NUMERIC
005480         MOVE WS-KEY-ENTRY-NO TO WS-ENTRY-NO
005490     ELSE
005500         MOVE ZERO TO WS-ENTRY-NO
005510     END-IF.

005520     PERFORM 2100-SHOW-CHANGE THRU 2100-EXIT.

005530     IF MC-MADE-BY = WS-OPERATOR-ID
005540         DISPLAY "YOU KEYED THIS CHANGE - ANOTHER SUPERVISOR "
005550             "MUST DECIDE IT" END-DISPLAY
005560         GO TO 2000-EXIT
005570     END-IF.

005580     DISPLAY "APPROVE, REJECT, SKIP, OR QUIT (A/X/S/Q) ?"
005590         END-DISPLAY.
005600     ACCEPT WS-DECIDE-ANS END-ACCEPT.

005610     EVALUATE WS-DECIDE-ANS
005620         WHEN "A"
005630         WHEN "a"
005640             PERFORM 3000-APPROVE-CHANGE THRU 3000-EXIT
005650         WHEN "X"
005660         WHEN "x"
005670             MOVE SPACES TO WS-REASON
005680             PERFORM 4000-REJECT-CHANGE THRU 4000-EXIT
005690             DISPLAY "REJECTED - THE MASTER IS UNCHANGED"
005700                 END-DISPLAY
005710         WHEN "Q"
005720         WHEN "q"
005730             MOVE "Y" TO WS-STOP-SW
005740         WHEN OTHER
005750             DISPLAY "LEFT PENDING" END-DISPLAY
005760     END-EVALUATE.

005770 2000-EXIT.
005780     EXIT.

005790*****************************************************************
005800*  2100-SHOW-CHANGE                                             *
005810*  THE REVIEW SCREEN - WHAT KIND OF CHANGE, WHO KEYED IT AND    *
005820*  WHEN, AND THE BEFORE AND AFTER IMAGES IN FIELD FORM.  AN     *
005830*  OPERATOR'S PASSWORD IS NEVER SHOWN - ONLY WHETHER THE        *
005840*  CHANGE ALTERS IT.                                            *
005850*****************************************************************
005860 2100-SHOW-CHANGE.
005870     EVALUATE TRUE
005880         WHEN MC-MASTER-RATE
005890             MOVE "RATE" TO WS-MASTER-NAME
005900         WHEN MC-MASTER-DEPT
005910             MOVE "DEPARTMENT" TO WS-MASTER-NAME
005920         WHEN MC-MASTER-INSTR
005930             MOVE "STANDING INSTRUCTION" TO WS-MASTER-NAME
005940         WHEN MC-MASTER-OPER
005950             MOVE "OPERATOR" TO WS-MASTER-NAME
005960         WHEN OTHER
005970             MOVE "UNKNOWN MASTER" TO WS-MASTER-NAME
005980     END-EVALUATE.

005990     EVALUATE TRUE
006000         WHEN MC-ACTION-ADD
006010             MOVE "ADD" TO WS-ACTION-NAME
006020         WHEN MC-ACTION-CHANGE
006030             MOVE "CHANGE" TO WS-ACTION-NAME
006040         WHEN MC-ACTION-DELETE AND MC-MASTER-DEPT
006050             MOVE "DEACTIVATE" TO WS-ACTION-NAME
006060         WHEN MC-ACTION-DELETE
006070             MOVE "DELETE" TO WS-ACTION-NAME
006080         WHEN MC-ACTION-REACTIVATE
006090             MOVE "REACTIVATE" TO WS-ACTION-NAME
006100         WHEN MC-ACTION-UNLOCK
006110             MOVE "UNLOCK" TO WS-ACTION-NAME
006120         WHEN OTHER
006130             MOVE "UNKNOWN" TO WS-ACTION-NAME
006140     END-EVALUATE.

006150     DISPLAY WS-MASTER-NAME " " WS-ACTION-NAME " KEY " MC-KEY
006160         END-DISPLAY.
006170     DISPLAY "  KEYED BY " MC-MADE-BY " AT " MC-MADE-TIME
006180         END-DISPLAY.

006190     MOVE "BEFORE:" TO WS-SHOW-LABEL.
006200     MOVE MC-OLD-IMAGE TO WS-SHOW-IMAGE.
006210     PERFORM 2200-SHOW-IMAGE THRU 2200-EXIT.
006220     MOVE "AFTER:" TO WS-SHOW-LABEL.
006230     MOVE MC-NEW-IMAGE TO WS-SHOW-IMAGE.
006240     PERFORM 2200-SHOW-IMAGE THRU 2200-EXIT.

006250     IF MC-MASTER-OPER AND MC-ACTION-CHANGE
006260         MOVE MC-OLD-IMAGE TO WS-OPER-VIEW
006270         MOVE OV-PASSWORD TO WS-OLD-PASSWORD
006280         MOVE MC-NEW-IMAGE TO WS-OPER-VIEW
006290         IF OV-PASSWORD = WS-OLD-PASSWORD
006300             DISPLAY "  PASSWORD UNCHANGED" END-DISPLAY
006310         ELSE
006320             DISPLAY "  PASSWORD CHANGED" END-DISPLAY
006330         END-IF
006340     END-IF.

006350 2100-EXIT.
006360     EXIT.

006370 2200-SHOW-IMAGE.
006380     IF WS-SHOW-IMAGE = SPACES
006390         DISPLAY "  " WS-SHOW-LABEL " (NONE)" END-DISPLAY
006400         GO TO 2200-EXIT
006410     END-IF.

006420     EVALUATE TRUE
006430         WHEN MC-MASTER-RATE
006440             MOVE WS-SHOW-IMAGE TO WS-RATE-VIEW
006450             MOVE RV-RATE TO WS-RATE-EDIT
006460             DISPLAY "  " WS-SHOW-LABEL " " RV-CURR-FROM "/"
006470                 RV-CURR-TO " EFFECTIVE " RV-EFF-DATE
006480                 " RATE " WS-RATE-EDIT END-DISPLAY
006490         WHEN MC-MASTER-DEPT
006500             MOVE WS-SHOW-IMAGE TO WS-DEPT-VIEW
006510             DISPLAY "  " WS-SHOW-LABEL " " DV-DEPT-CODE " "
006520                 DV-DEPT-NAME " STATUS " DV-ACTIVE-SW END-DISPLAY
006530         WHEN MC-MASTER-INSTR
006540             MOVE WS-SHOW-IMAGE TO WS-INS-VIEW
006550             DISPLAY "  " WS-SHOW-LABEL " OPCODE " IV-OPCODE
006560                 " OPERAND-1 " IV-OPERAND-1
006570                 " OPERAND-2 " IV-OPERAND-2 END-DISPLAY
006580             DISPLAY "          CURRENCY " IV-CURR-FROM "/"
006590                 IV-CURR-TO " DEPT " IV-DEPT-CODE
006600                 " FREQ " IV-FREQ " DAY " IV-FREQ-DAY END-DISPLAY
006610             DISPLAY "          FROM " IV-START-DATE
006620                 " THROUGH " IV-END-DATE END-DISPLAY
006630         WHEN MC-MASTER-OPER
006640             MOVE WS-SHOW-IMAGE TO WS-OPER-VIEW
006650             MOVE SPACES TO WS-LOCK-TEXT
006660             IF OV-LOCKED-SW = "L"
006670                 MOVE " LOCKED" TO WS-LOCK-TEXT
006680             END-IF
006690             DISPLAY "  " WS-SHOW-LABEL " " OV-OPERATOR-ID " "
006700                 OV-OPERATOR-NAME " LEVEL " OV-AUTH-LEVEL
006710                 WS-LOCK-TEXT END-DISPLAY
006720     END-EVALUATE.

006730 2200-EXIT.
006740     EXIT.

006750*****************************************************************
006760*  3000-APPROVE-CHANGE                                          *
006770*  APPLIES THE AFTER IMAGE TO THE MASTER'S TABLE, BUT ONLY WHEN *
006780*  THE MASTER STILL MATCHES THE BEFORE IMAGE (OR, FOR AN ADD,   *
006790*  THE KEY IS STILL FREE).  A CHANGE THAT NO LONGER FITS IS     *
006800*  REJECTED WITH THE REASON INSTEAD.                            *
006810*****************************************************************
006820 3000-APPROVE-CHANGE.
006830     MOVE SPACES TO WS-REASON.
006840     EVALUATE TRUE
006850         WHEN MC-MASTER-RATE
006860             PERFORM 3100-APPLY-RATE THRU 3100-EXIT
006870         WHEN MC-MASTER-DEPT
006880             PERFORM 3200-APPLY-DEPT THRU 3200-EXIT
006890         WHEN MC-MASTER-INSTR
006900             PERFORM 3300-APPLY-INSTR THRU 3300-EXIT
006910         WHEN MC-MASTER-OPER
006920             PERFORM 3400-APPLY-OPER THRU 3400-EXIT
006930         WHEN OTHER
006940             MOVE "UNKNOWN MASTER" TO WS-REASON
006950     END-EVALUATE.

006960     IF WS-REASON NOT = SPACES
006970         DISPLAY "CANNOT BE APPROVED - " WS-REASON END-DISPLAY
006980         PERFORM 4000-REJECT-CHANGE THRU 4000-EXIT
006990         DISPLAY "REJECTED - THE MASTER IS UNCHANGED"
007000             END-DISPLAY
007010         GO TO 3000-EXIT
007020     END-IF.

007030     PERFORM 5000-STAMP-DECISION THRU 5000-EXIT.
007040     SET MC-STATUS-APPROVED TO TRUE.
007050     STRING "APPROVED - MAKER " MC-MADE-BY
007060         DELIMITED BY SIZE INTO WS-REASON.
007070     MOVE WS-REASON TO MC-REASON.
007080     MOVE CBL-MCHK-RECORD TO WS-MCK-ENTRY (WS-MCK-SUB).
007090     MOVE "Y" TO WS-MCK-DONE (WS-MCK-SUB).
007100     MOVE "Y" TO WS-MCHK-CHANGED-SW.
007110     ADD 1 TO WS-APPR-COUNT.

007120     MOVE "K" TO WS-AUDIT-STATUS.
007130     PERFORM 5500-WRITE-AUDIT THRU 5500-EXIT.
007140     DISPLAY "APPROVED - APPLIED WHEN THE REVIEW ENDS"
007150         END-DISPLAY.

007160 3000-EXIT.
007170     EXIT.

007180 3100-APPLY-RATE.
007190     MOVE ZERO TO WS-FOUND-SUB.
007200     PERFORM 3150-TEST-RATE-KEY THRU 3150-EXIT
007210         VARYING WS-TBL-SUB FROM 1 BY 1
007220         UNTIL WS-FOUND-SUB > ZERO
007230             OR WS-TBL-SUB > WS-RATE-COUNT.

007240     IF MC-ACTION-ADD
007250         IF WS-FOUND-SUB > ZERO
007260             MOVE "DUPLICATE PAIR AND DATE" TO WS-REASON
007270             GO TO 3100-EXIT
007280         END-IF
007290         IF WS-RATE-COUNT >= WS-RATE-MAX
007300             MOVE "RATE TABLE FULL" TO WS-REASON
007310             GO TO 3100-EXIT
007320         END-IF
007330         ADD 1 TO WS-RATE-COUNT
007340         MOVE MC-NEW-IMAGE TO WS-RATE-ENTRY (WS-RATE-COUNT)
007350         MOVE "Y" TO WS-RATE-CHANGED-SW
007360         GO TO 3100-EXIT
007370     END-IF.

007380     IF WS-FOUND-SUB = ZERO
007390         MOVE "PAIR AND DATE NOT ON FILE" TO WS-REASON
007400         GO TO 3100-EXIT
007410     END-IF.
007420     IF WS-RATE-ENTRY (WS-FOUND-SUB) (1:27)
007430         NOT = MC-OLD-IMAGE (1:27)
007440         MOVE "CHANGED SINCE HELD" TO WS-REASON
007450         GO TO 3100-EXIT
007460     END-IF.

007470     MOVE MC-NEW-IMAGE (1:27)
007480         TO WS-RATE-ENTRY (WS-FOUND-SUB) (1:27).
007490     MOVE "Y" TO WS-RATE-CHANGED-SW.

007500 3100-EXIT.
007510     EXIT.

007520 3150-TEST-RATE-KEY.
007530     IF WS-RATE-ENTRY (WS-TBL-SUB) (1:14) = MC-KEY
007540         MOVE WS-TBL-SUB TO WS-FOUND-SUB
007550     END-IF.

007560 3150-EXIT.
007570     EXIT.

007580 3200-APPLY-DEPT.
007590     MOVE ZERO TO WS-FOUND-SUB.
007600     PERFORM 3250-TEST-DEPT-KEY THRU 3250-EXIT
007610         VARYING WS-TBL-SUB FROM 1 BY 1
007620         UNTIL WS-FOUND-SUB > ZERO
007630             OR WS-TBL-SUB > WS-DEPT-COUNT.

007640     IF MC-ACTION-ADD
007650         IF WS-FOUND-SUB > ZERO
007660             MOVE "DUPLICATE DEPARTMENT CODE" TO WS-REASON
007670             GO TO 3200-EXIT
007680         END-IF
007690         IF WS-DEPT-COUNT >= WS-DEPT-MAX
007700             MOVE "DEPARTMENT TABLE FULL" TO WS-REASON
007710             GO TO 3200-EXIT
007720         END-IF
007730         ADD 1 TO WS-DEPT-COUNT
007740         MOVE MC-NEW-IMAGE TO WS-DEPT-ENTRY (WS-DEPT-COUNT)
007750         MOVE "Y" TO WS-DEPT-CHANGED-SW
007760         GO TO 3200-EXIT
007770     END-IF.

007780     IF WS-FOUND-SUB = ZERO
007790         MOVE "DEPARTMENT NOT ON FILE" TO WS-REASON
007800         GO TO 3200-EXIT
007810     END-IF.
007820     IF WS-DEPT-ENTRY (WS-FOUND-SUB) (1:34)
007830         NOT = MC-OLD-IMAGE (1:34)
007840         MOVE "CHANGED SINCE HELD" TO WS-REASON
007850         GO TO 3200-EXIT
007860     END-IF.

007870     MOVE MC-NEW-IMAGE (1:34)
007880         TO WS-DEPT-ENTRY (WS-FOUND-SUB) (1:34).
007890     MOVE "Y" TO WS-DEPT-CHANGED-SW.

007900 3200-EXIT.
007910     EXIT.

007920 3250-TEST-DEPT-KEY.
007930     IF WS-DEPT-ENTRY (WS-TBL-SUB) (1:3) = MC-KEY (1:3)
007940         MOVE WS-TBL-SUB TO WS-FOUND-SUB
007950     END-IF.

007960 3250-EXIT.
007970     EXIT.

007980*AN INSTRUCTION HAS NO KEY OF ITS OWN, AND AN EARLIER APPROVED
007990*DELETE RENUMBERS THE ENTRIES AFTER IT, SO A CHANGE OR DELETE IS
008000*MATCHED ON ITS WHOLE BEFORE IMAGE - AT THE NUMBER IT WAS KEYED
008010*AGAINST WHEN THAT STILL FITS, OTHERWISE WHEREVER IT NOW SITS.
008020 3300-APPLY-INSTR.
008030     IF MC-ACTION-ADD
008040         IF WS-INS-COUNT >= WS-INS-MAX
008050             MOVE "INSTRUCTION TABLE FULL" TO WS-REASON
008060             GO TO 3300-EXIT
008070         END-IF
008080         ADD 1 TO WS-INS-COUNT
008090         MOVE MC-NEW-IMAGE TO WS-INS-ENTRY (WS-INS-COUNT)
008100         MOVE WS-INS-COUNT TO WS-ENTRY-NO
008110         MOVE "Y" TO WS-INS-CHANGED-SW
008120         GO TO 3300-EXIT
008130     END-IF.

008140     MOVE ZERO TO WS-FOUND-SUB.
008150     IF WS-ENTRY-NO > ZERO AND WS-ENTRY-NO NOT > WS-INS-COUNT
008160         IF WS-INS-ENTRY (WS-ENTRY-NO) = MC-OLD-IMAGE
008170             MOVE WS-ENTRY-NO TO WS-FOUND-SUB
008180         END-IF
008190     END-IF.
008200     IF WS-FOUND-SUB = ZERO
008210         PERFORM 3350-TEST-INSTR-IMAGE THRU 3350-EXIT
008220             VARYING WS-TBL-SUB FROM 1 BY 1
008230             UNTIL WS-FOUND-SUB > ZERO
008240                 OR WS-TBL-SUB > WS-INS-COUNT
008250     END-IF.
008260     IF WS-FOUND-SUB = ZERO
008270         MOVE "CHANGED SINCE HELD" TO WS-REASON
008280         GO TO 3300-EXIT
008290     END-IF.

008300     MOVE WS-FOUND-SUB TO WS-ENTRY-NO.
008310     IF MC-ACTION-DELETE
008320         PERFORM 3360-SHIFT-ONE-UP THRU 3360-EXIT
008330             VARYING WS-TBL-SUB FROM WS-FOUND-SUB BY 1
008340             UNTIL WS-TBL-SUB >= WS-INS-COUNT
008350         SUBTRACT 1 FROM WS-INS-COUNT
008360     ELSE
008370         MOVE MC-NEW-IMAGE TO WS-INS-ENTRY (WS-FOUND-SUB)
008380     END-IF.
008390     MOVE "Y" TO WS-INS-CHANGED-SW.

008400 3300-EXIT.
008410     EXIT.

008420 3350-TEST-INSTR-IMAGE.
008430     IF WS-INS-ENTRY (WS-TBL-SUB) = MC-OLD-IMAGE
008440         MOVE WS-TBL-SUB TO WS-FOUND-SUB
008450     END-IF.

008460 3350-EXIT.
008470     EXIT.

008480 3360-SHIFT-ONE-UP.
008490     MOVE WS-INS-ENTRY (WS-TBL-SUB + 1)
008500         TO WS-INS-ENTRY (WS-TBL-SUB).

008510 3360-EXIT.
008520     EXIT.

008530 3400-APPLY-OPER.
008540     MOVE ZERO TO WS-FOUND-SUB.
008550     PERFORM 3450-TEST-OPER-KEY THRU 3450-EXIT
008560         VARYING WS-TBL-SUB FROM 1 BY 1
008570         UNTIL WS-FOUND-SUB > ZERO
008580             OR WS-TBL-SUB > WS-OPER-COUNT.

008590     IF MC-ACTION-ADD
008600         IF WS-FOUND-SUB > ZERO
008610             MOVE "DUPLICATE OPERATOR ID" TO WS-REASON
008620             GO TO 3400-EXIT
008630         END-IF
008640         IF WS-OPER-COUNT >= WS-OPER-MAX
008650             MOVE "OPERATOR TABLE FULL" TO WS-REASON
008660             GO TO 3400-EXIT
008670         END-IF
008680         ADD 1 TO WS-OPER-COUNT
008690         MOVE MC-NEW-IMAGE TO WS-OPER-ENTRY (WS-OPER-COUNT)
008700         MOVE "Y" TO WS-OPER-CHANGED-SW
008710         GO TO 3400-EXIT
008720     END-IF.

008730     IF WS-FOUND-SUB = ZERO
008740         MOVE "OPERATOR ID NOT ON FILE" TO WS-REASON
008750         GO TO 3400-EXIT
008760     END-IF.
008770     IF WS-OPER-ENTRY (WS-FOUND-SUB) (1:38)
008780         NOT = MC-OLD-IMAGE (1:38)
008790         MOVE "CHANGED SINCE HELD" TO WS-REASON
008800         GO TO 3400-EXIT
008810     END-IF.

008820     MOVE MC-NEW-IMAGE (1:38)
008830         TO WS-OPER-ENTRY (WS-FOUND-SUB) (1:38).
008840     MOVE "Y" TO WS-OPER-CHANGED-SW.

008850 3400-EXIT.
008860     EXIT.

008870 3450-TEST-OPER-KEY.
008880     IF WS-OPER-ENTRY (WS-TBL-SUB) (1:8) = MC-KEY (1:8)
008890         MOVE WS-TBL-SUB TO WS-FOUND-SUB
008900     END-IF.

008910 3450-EXIT.
008920     EXIT.

008930*****************************************************************
008940*  4000-REJECT-CHANGE                                           *
008950*  RECORDS A REJECTION - THE SUPERVISOR'S, OR AN APPROVAL THE   *
008960*  MASTER NO LONGER FITS (WS-REASON ALREADY SET).  THE MASTER   *
008970*  IS LEFT ALONE.                                               *
008980*****************************************************************
008990 4000-REJECT-CHANGE.
009000     PERFORM 5000-STAMP-DECISION THRU 5000-EXIT.
009010     SET MC-STATUS-REJECTED TO TRUE.
009020     IF WS-REASON = SPACES
009030         STRING "REJECTED - MAKER " MC-MADE-BY
009040             DELIMITED BY SIZE INTO WS-REASON
009050     END-IF.
009060     MOVE WS-REASON TO MC-REASON.
009070     MOVE CBL-MCHK-RECORD TO WS-MCK-ENTRY (WS-MCK-SUB).
009080     MOVE "Y" TO WS-MCK-DONE (WS-MCK-SUB).
009090     MOVE "Y" TO WS-MCHK-CHANGED-SW.
009100     ADD 1 TO WS-REJ-COUNT.

009110     MOVE "E" TO WS-AUDIT-STATUS.
009120     PERFORM 5500-WRITE-AUDIT THRU 5500-EXIT.

009130 4000-EXIT.
009140     EXIT.

009150 5000-STAMP-DECISION.
009160     ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD.
009170     ACCEPT WS-CUR-TIME FROM TIME.
009180     MOVE SPACES TO WS-DECIDE-STAMP.
009190     STRING WS-CUR-DATE "-" WS-CUR-TIME
009200         DELIMITED BY SIZE INTO WS-DECIDE-STAMP.
009210     MOVE WS-OPERATOR-ID TO MC-DECIDED-BY.
009220     MOVE WS-DECIDE-STAMP TO MC-DECIDED-TIME.

009230 5000-EXIT.
009240     EXIT.

009250*****************************************************************
009260*  5500-WRITE-AUDIT                                             *
009270*  ONE CHANGE-AUDIT RECORD PER DECISION ON THE MASTER'S OWN     *
009280*  AUDIT FILE, IN THE LAYOUT ITS MAINTENANCE PROGRAM WRITES,    *
009290*  UNDER THE APPROVER'S ID - K APPROVED OR E REJECTED, WITH     *
009300*  THE MAKER'S ID OR THE REJECT REASON.  AN OPERATOR CHANGE     *
009310*  HAS NO AUDIT FILE; ITS CBLMCHK RECORD IS THE HISTORY.        *
009320*****************************************************************
009330 5500-WRITE-AUDIT.
009340     ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD.
009350     ACCEPT WS-CUR-TIME FROM TIME.
009360     EVALUATE TRUE
009370         WHEN MC-MASTER-RATE
009380             PERFORM 5600-WRITE-RATE-AUDIT THRU 5600-EXIT
009390         WHEN MC-MASTER-DEPT
009400             PERFORM 5700-WRITE-DEPT-AUDIT THRU 5700-EXIT
009410         WHEN MC-MASTER-INSTR
009420             PERFORM 5800-WRITE-INSTR-AUDIT THRU 5800-EXIT
009430     END-EVALUATE.

009440 5500-EXIT.
009450     EXIT.

009460 5600-WRITE-RATE-AUDIT.
009470     MOVE SPACES TO CBL-RATE-AUDIT-RECORD.
009480     STRING WS-CUR-DATE  "-" WS-CUR-TIME
009490         DELIMITED BY SIZE INTO RA-TIMESTAMP.
009500     MOVE MC-ACTION    TO RA-ACTION.
009510     MOVE MC-NEW-IMAGE TO WS-RATE-VIEW.
009520     MOVE RV-CURR-FROM TO RA-CURR-FROM.
009530     MOVE RV-CURR-TO   TO RA-CURR-TO.
009540     MOVE RV-EFF-DATE  TO RA-EFF-DATE.
009550     MOVE RV-RATE      TO RA-NEW-RATE.
009560     MOVE ZERO         TO RA-OLD-RATE.
009570     IF MC-OLD-IMAGE NOT = SPACES
009580         MOVE MC-OLD-IMAGE TO WS-RATE-VIEW
009590         MOVE RV-RATE      TO RA-OLD-RATE
009600     END-IF.
009610     MOVE WS-AUDIT-STATUS TO RA-STATUS.
009620     MOVE WS-REASON       TO RA-REASON.
009630     MOVE WS-OPERATOR-ID  TO RA-OPERATOR-ID.
009640     WRITE CBL-RATE-AUDIT-RECORD.

009650 5600-EXIT.
009660     EXIT.

009670 5700-WRITE-DEPT-AUDIT.
009680     MOVE SPACES TO DEP-AUDIT-RECORD.
009690     STRING WS-CUR-DATE  "-" WS-CUR-TIME
009700         DELIMITED BY SIZE INTO DA-TIMESTAMP.
009710     MOVE MC-ACTION    TO DA-ACTION.
009720     MOVE MC-KEY (1:3) TO DA-DEPT-CODE.
009730     IF MC-OLD-IMAGE NOT = SPACES
009740         MOVE MC-OLD-IMAGE TO WS-DEPT-VIEW
009750         MOVE DV-DEPT-NAME TO DA-OLD-NAME
009760         MOVE DV-ACTIVE-SW TO DA-OLD-ACTIVE
009770     END-IF.
009780     MOVE MC-NEW-IMAGE TO WS-DEPT-VIEW.
009790     MOVE DV-DEPT-NAME TO DA-NEW-NAME.
009800     MOVE DV-ACTIVE-SW TO DA-NEW-ACTIVE.
009810     MOVE WS-AUDIT-STATUS TO DA-STATUS.
009820     MOVE WS-REASON       TO DA-REASON.
009830     MOVE WS-OPERATOR-ID  TO DA-OPERATOR-ID.
009840     WRITE DEP-AUDIT-RECORD.

009850 5700-EXIT.
009860     EXIT.

009870 5800-WRITE-INSTR-AUDIT.
009880     MOVE SPACES TO CBL-STND-AUDIT-RECORD.
009890     STRING WS-CUR-DATE  "-" WS-CUR-TIME
009900         DELIMITED BY SIZE INTO SA-TIMESTAMP.
009910     MOVE MC-ACTION    TO SA-ACTION.
009920     MOVE WS-ENTRY-NO  TO SA-ENTRY-NO.
009930     MOVE MC-OLD-IMAGE TO SA-OLD-IMAGE.
009940     MOVE MC-NEW-IMAGE TO SA-NEW-IMAGE.
009950     MOVE WS-AUDIT-STATUS TO SA-STATUS.
009960     MOVE WS-REASON       TO SA-REASON.
009970     MOVE WS-OPERATOR-ID  TO SA-OPERATOR-ID.
009980     WRITE CBL-STND-AUDIT-RECORD.

009990 5800-EXIT.
010000     EXIT.

010010*****************************************************************
010020*  6000-REWRITE-MASTERS                                         *
010030*  WRITES EACH MASTER AN APPROVAL CHANGED BACK AS A WHOLE FILE. *
010040*  WHEN ONE CANNOT BE REWRITTEN ITS APPROVALS DID NOT TAKE      *
010050*  EFFECT, SO THEY ARE PUT BACK TO PENDING FOR ANOTHER REVIEW   *
010060*  (THEIR AUDIT RECORDS STILL SHOW THE APPROVAL).               *
010070*****************************************************************
010080 6000-REWRITE-MASTERS.
010090     IF WS-RATES-CHANGED
010100         PERFORM 6100-REWRITE-RATE-FILE THRU 6100-EXIT
010110     END-IF.
010120     IF WS-DEPTS-CHANGED
010130         PERFORM 6200-REWRITE-DEPT-FILE THRU 6200-EXIT
010140     END-IF.
010150     IF WS-INSTRS-CHANGED
010160         PERFORM 6300-REWRITE-INSTR-FILE THRU 6300-EXIT
010170     END-IF.
010180     IF WS-OPERS-CHANGED
010190         PERFORM 6400-REWRITE-OPER-FILE THRU 6400-EXIT
010200     END-IF.

010210 6000-EXIT.
010220     EXIT.

010230 6050-REOPEN-APPROVALS.
010240     MOVE ZERO TO WS-REOPEN-COUNT.
010250     PERFORM 6060-REOPEN-ONE THRU 6060-EXIT
010260         VARYING WS-MCK-SUB FROM 1 BY 1
010270         UNTIL WS-MCK-SUB > WS-MCK-COUNT.
010280     DISPLAY WS-REOPEN-COUNT " APPROVAL(S) NOT APPLIED - PUT "
010290         "BACK TO PENDING" END-DISPLAY.

010300 6050-EXIT.
010310     EXIT.

010320 6060-REOPEN-ONE.
010330     IF WS-MCK-DONE (WS-MCK-SUB) NOT = "Y"
010340         GO TO 6060-EXIT
010350     END-IF.
010360     MOVE WS-MCK-ENTRY (WS-MCK-SUB) TO CBL-MCHK-RECORD.
010370     IF MC-STATUS-APPROVED AND MC-MASTER = WS-FAIL-MASTER
010380         SET MC-STATUS-PENDING TO TRUE
010390         MOVE SPACES TO MC-DECIDED-BY
010400         MOVE SPACES TO MC-DECIDED-TIME
010410         MOVE SPACES TO MC-REASON
010420         MOVE CBL-MCHK-RECORD TO WS-MCK-ENTRY (WS-MCK-SUB)
010430         MOVE SPACE TO WS-MCK-DONE (WS-MCK-SUB)
010440         SUBTRACT 1 FROM WS-APPR-COUNT
010450         ADD 1 TO WS-REOPEN-COUNT
010460     END-IF.

010470 6060-EXIT.
010480     EXIT.

010490 6100-REWRITE-RATE-FILE.
010500     OPEN OUTPUT MCK-RATE-FILE.
010510     IF FS-RATE-FILE NOT = "00"
010520         DISPLAY "UNABLE TO REWRITE CBLRATE, STATUS "
010530             FS-RATE-FILE END-DISPLAY
010540         MOVE 16 TO RETURN-CODE
010550         MOVE "R" TO WS-FAIL-MASTER
010560         PERFORM 6050-REOPEN-APPROVALS THRU 6050-EXIT
010570         GO TO 6100-EXIT
010580     END-IF.

010590     PERFORM 6150-WRITE-RATE-REC THRU 6150-EXIT
010600         VARYING WS-TBL-SUB FROM 1 BY 1
010610         UNTIL WS-TBL-SUB > WS-RATE-COUNT.
010620     CLOSE MCK-RATE-FILE.

010630 6100-EXIT.
010640     EXIT.

010650 6150-WRITE-RATE-REC.
010660     MOVE WS-RATE-ENTRY (WS-TBL-SUB) TO MCK-RATE-RECORD.
010670     WRITE MCK-RATE-RECORD.

010680 6150-EXIT.
010690     EXIT.

010700 6200-REWRITE-DEPT-FILE.
010710     OPEN OUTPUT MCK-DEPT-FILE.
010720     IF FS-DEPT-FILE NOT = "00"
010730         DISPLAY "UNABLE TO REWRITE DEPMAST, STATUS "
010740             FS-DEPT-FILE END-DISPLAY
010750         MOVE 16 TO RETURN-CODE
010760         MOVE "D" TO WS-FAIL-MASTER
010770         PERFORM 6050-REOPEN-APPROVALS THRU 6050-EXIT
010780         GO TO 6200-EXIT
010790     END-IF.

010800     PERFORM 6250-WRITE-DEPT-REC THRU 6250-EXIT
010810         VARYING WS-TBL-SUB FROM 1 BY 1
010820         UNTIL WS-TBL-SUB > WS-DEPT-COUNT.
010830     CLOSE MCK-DEPT-FILE.

010840 6200-EXIT.
010850     EXIT.

010860 6250-WRITE-DEPT-REC.
010870     MOVE WS-DEPT-ENTRY (WS-TBL-SUB) TO MCK-DEPT-RECORD.
010880     WRITE MCK-DEPT-RECORD.

010890 6250-EXIT.
010900     EXIT.

010910 6300-REWRITE-INSTR-FILE.
010920     OPEN OUTPUT MCK-STND-FILE.
010930     IF FS-STND-FILE NOT = "00"
010940         DISPLAY "UNABLE TO REWRITE CBLSTND, STATUS "
010950             FS-STND-FILE END-DISPLAY
010960         MOVE 16 TO RETURN-CODE
010970         MOVE "S" TO WS-FAIL-MASTER
010980         PERFORM 6050-REOPEN-APPROVALS THRU 6050-EXIT
010990         GO TO 6300-EXIT
011000     END-IF.

011010     PERFORM 6350-WRITE-INSTR-REC THRU 6350-EXIT
011020         VARYING WS-TBL-SUB FROM 1 BY 1
011030         UNTIL WS-TBL-SUB > WS-INS-COUNT.
011040     CLOSE MCK-STND-FILE.

011050 6300-EXIT.
011060     EXIT.

011070 6350-WRITE-INSTR-REC.
011080     MOVE WS-INS-ENTRY (WS-TBL-SUB) TO MCK-STND-RECORD.
011090     WRITE MCK-STND-RECORD.

011100 6350-EXIT.
011110     EXIT.

011120 6400-REWRITE-OPER-FILE.
011130     OPEN OUTPUT MCK-OPRF-FILE.
011140     IF FS-OPRF-FILE NOT = "00"
011150         DISPLAY "UNABLE TO REWRITE CBLOPRF, STATUS "
011160             FS-OPRF-FILE END-DISPLAY
011170         MOVE 16 TO RETURN-CODE
011180         MOVE "O" TO WS-FAIL-MASTER
011190         PERFORM 6050-REOPEN-APPROVALS THRU 6050-EXIT
011200         GO TO 6400-EXIT
011210     END-IF.

011220     PERFORM 6450-WRITE-OPER-REC THRU 6450-EXIT
011230         VARYING WS-TBL-SUB FROM 1 BY 1
011240         UNTIL WS-TBL-SUB > WS-OPER-COUNT.
011250     CLOSE MCK-OPRF-FILE.

011260 6400-EXIT.
011270     EXIT.

011280 6450-WRITE-OPER-REC.
011290     MOVE WS-OPER-ENTRY (WS-TBL-SUB) TO MCK-OPRF-RECORD.
011300     WRITE MCK-OPRF-RECORD.

011310 6450-EXIT.
011320     EXIT.

011330*****************************************************************
011340*  6500-REWRITE-MCHK-FILE                                       *
011350*  WRITES THE PENDING-CHANGE FILE BACK WITH THE DECISIONS       *
011360*  RECORDED.                                                    *
011370*****************************************************************
011380 6500-REWRITE-MCHK-FILE.
011390     OPEN OUTPUT MCK-MCHK-FILE.
011400     IF FS-MCHK-FILE NOT = "00"
011410         DISPLAY "UNABLE TO REWRITE CBLMCHK, STATUS "
011420             FS-MCHK-FILE END-DISPLAY
011430         MOVE 16 TO RETURN-CODE
011440         GO TO 6500-EXIT
011450     END-IF.

011460     PERFORM 6550-WRITE-MCHK-REC THRU 6550-EXIT
011470         VARYING WS-MCK-SUB FROM 1 BY 1
011480         UNTIL WS-MCK-SUB > WS-MCK-COUNT.
011490     CLOSE MCK-MCHK-FILE.

011500 6500-EXIT.
011510     EXIT.

011520 6550-WRITE-MCHK-REC.
011530     MOVE WS-MCK-ENTRY (WS-MCK-SUB) TO MCK-MCHK-RECORD.
011540     WRITE MCK-MCHK-RECORD.

011550 6550-EXIT.
011560     EXIT.
