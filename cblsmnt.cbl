000306*                  THEN REWRITING THE FILE FROM THE CAPPED
000307*                  TABLE, WHICH SILENTLY DELETED EVERY RECORD
000308*                  PAST THE CAP.
000309*  12/08/2026  RH  THE INSTRUCTION NOW CARRIES THE DEPARTMENT
000310*                  CODE THE TRANSACTION IS CHARGED TO, EDITED
000311*                  AGAINST THE DEPARTMENT MASTER (DEPMAST) THE
000312*                  SAME WAY CBLEDIT NOW EDITS IT, SO A BAD CODE
000313*                  IS CAUGHT AT ENTRY AND NOT IN SUSPENSE.
000314*  01/25/2027  RH  DUAL APPROVAL - AN ADD, CHANGE, OR DELETE
000315*                  THAT PASSES ITS EDITS IS NO LONGER APPLIED
000316*                  HERE.  IT IS HELD ON THE PENDING-CHANGE FILE
000317*                  (CBLMCHK) WITH ITS BEFORE AND AFTER IMAGES,
000318*                  AUDITED AS PENDING (P), AND TAKES EFFECT ONLY
000319*                  WHEN A DIFFERENT SUPERVISOR APPROVES IT IN THE
000320*                  REFERENCE-CHANGE REVIEW (CBLMCKR), WHICH
000321*                  REWRITES CBLSTND AND AUDITS THE DECISION HERE.
000322*                  THE AUDIT LAYOUT MOVED TO COPYBOOK CBLSTNA SO
000323*                  THE REVIEW CAN WRITE IT.
000324*****************************************************************
000325 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SPECIAL-NAMES.
000350     CLASS VALID-OPID IS "A" THRU "Z"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS FS-AUDT-FILE.

000442     SELECT SMT-DEPT-FILE    ASSIGN TO "DEPMAST"
000444         ORGANIZATION IS LINE SEQUENTIAL
000446         FILE STATUS IS FS-DEPT-FILE.

000447     SELECT SMT-MCHK-FILE    ASSIGN TO "CBLMCHK"
000448         ORGANIZATION IS LINE SEQUENTIAL
000449         FILE STATUS IS FS-MCHK-FILE.

000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  SMT-STND-FILE

000500 FD  SMT-AUDT-FILE
000510     RECORDING MODE IS F.
000520 COPY CBLSTNA.

000652 FD  SMT-DEPT-FILE
000654     RECORDING MODE IS F.
000656 COPY DEPMAST.

000657 FD  SMT-MCHK-FILE
000658     RECORDING MODE IS F.
000659 COPY CBLMCHK.

000660 WORKING-STORAGE SECTION.
000670 01  FS-STND-FILE      PIC X(02) VALUE "00".
000680 01  FS-AUDT-FILE      PIC X(02) VALUE "00".
000685 01  FS-DEPT-FILE      PIC X(02) VALUE "00".
000687 01  FS-MCHK-FILE      PIC X(02) VALUE "00".

000690 01  WS-MENU-CHOICE    PIC 9 VALUE ZERO.
000700 01  WS-STND-EOF-SW    PIC X VALUE "N".
000710     88  WS-STND-EOF              VALUE "Y".
000740 01  WS-REJECT-SW      PIC X VALUE "N".
000750     88  WS-ACTION-REJECTED       VALUE "Y".
000760 01  WS-REASON         PIC X(25) VALUE SPACES.
000770 01  WS-HELD-COUNT     PIC 9(05) COMP VALUE ZERO.
000780 01  WS-REJECT-COUNT   PIC 9(05) COMP VALUE ZERO.

000790 01  WS-CUR-DATE       PIC 9(08).
000810 01  WS-OPERATOR-ID    PIC X(08) VALUE SPACES.

000820*THE WHOLE STANDING-INSTRUCTION FILE IS LOADED TO THIS TABLE
000830*AT START-UP SO THE INSTRUCTIONS CAN BE LISTED AND PICKED BY
000840*ENTRY NUMBER - THE SAME PATTERN CBLRMNT USES FOR THE RATE
000850*FILE.  AN ACTION IS HELD FOR APPROVAL, NOT APPLIED HERE.
000860 01  WS-INS-MAX        PIC 9(03) COMP VALUE 200.
000870 01  WS-INS-COUNT      PIC 9(03) COMP VALUE ZERO.
000880 01  WS-INS-SUB        PIC 9(03) COMP VALUE ZERO.
000900     05  WS-INS-ENTRY OCCURS 200 TIMES
000910                                 PIC X(80).

000911*DEPARTMENT MASTER TABLE FOR THE DEPARTMENT-CODE EDIT, THE
000912*SAME TABLE CBLEDIT AND EX4 KEEP.
000913 01  WS-DEPT-EOF-SW    PIC X VALUE "N".
000914     88  WS-DEPT-EOF             VALUE "Y".
000915 01  WS-DEPT-MAX       PIC 9(02) COMP VALUE 50.
000916 01  WS-DEPT-COUNT     PIC 9(02) COMP VALUE ZERO.
000917 01  WS-DEPT-SUB       PIC 9(02) COMP VALUE ZERO.
000918 01  WS-DEPT-FOUND-SUB PIC 9(02) COMP VALUE ZERO.
000919 01  WS-DEPT-LOOKUP    PIC X(03) VALUE SPACES.
000920 01  WS-DEPT-TABLE.
000921     05  WS-DEPT-ENTRY OCCURS 50 TIMES.
000922         10  WS-DP-CODE          PIC X(03).
000923         10  WS-DP-NAME          PIC X(30).
000924         10  WS-DP-ACTIVE-SW     PIC X(01).

000925*THE INSTRUCTION UNDER EDIT, IN RECORD AND FIELD VIEWS.
000930 01  WS-WORK-REC.
000940     05  WS-WK-TRAN.
000950         10  WK-OPCODE           PIC X(01).
000970         10  WK-OPERAND-2        PIC X(16).
000980         10  WK-CURR-FROM        PIC X(03).
000990         10  WK-CURR-TO          PIC X(03).
000995         10  WK-DEPT-CODE        PIC X(03).
001000         10  FILLER              PIC X(19).
001010     05  WS-WK-FREQ              PIC X(01).
001020     05  WS-WK-FREQ-DAY          PIC 9(02).
001030     05  WS-WK-START-DATE        PIC 9(08).

001610     PERFORM 0200-LOAD-INSTR-TABLE THRU 0200-EXIT.

001611*    A TRUNCATED LOAD MUST NEVER BE WORKED FROM - AN ENTRY
001612*    PAST THE TABLE COULD NOT BE LISTED OR PICKED.
001613     IF WS-LOAD-TRUNCATED
001614         DISPLAY "CBLSTND EXCEEDS THE INSTRUCTION TABLE - "
001615             "MAINTENANCE REFUSED, RAISE WS-INS-MAX"
001618         GO TO 9999-PROGRAM-END
001619     END-IF.

001622     PERFORM 0300-LOAD-DEPT-TABLE THRU 0300-EXIT.

001625     OPEN EXTEND SMT-AUDT-FILE.
001630     IF FS-AUDT-FILE NOT = "00"
001640         DISPLAY "UNABLE TO OPEN CBLSTNA, STATUS "
001650             FS-AUDT-FILE END-DISPLAY

001690     PERFORM 1000-INTERACTIVE-DRIVER THRU 1000-EXIT.

001730     CLOSE SMT-AUDT-FILE.
001740     DISPLAY WS-HELD-COUNT " ACTION(S) HELD FOR APPROVAL, "
001750         WS-REJECT-COUNT " REJECTED" END-DISPLAY.
001760     GO TO 9999-PROGRAM-END.


002680     IF WS-INS-COUNT >= WS-INS-MAX
002690         MOVE "INSTRUCTION TABLE FULL" TO WS-REASON
002700         DISPLAY "INSTRUCTION TABLE FULL - ADD NOT HELD"
002710             END-DISPLAY
002720         PERFORM 6800-AUDIT-REJECT THRU 6800-EXIT
002730         GO TO 1200-EXIT
002740     END-IF.

002780     PERFORM 6700-HOLD-FOR-APPROVAL THRU 6700-EXIT.

002800 1200-EXIT.
002810     EXIT.
002990         GO TO 1300-EXIT
003000     END-IF.

003020     PERFORM 6700-HOLD-FOR-APPROVAL THRU 6700-EXIT.

003040 1300-EXIT.
003050     EXIT.

003056*A DELETE IS HELD LIKE ANY OTHER ACTION.  WHEN IT IS APPROVED
003062*CBLMCKR CLOSES THE GAP BY SHIFTING THE LATER ENTRIES UP ONE,
003070*SO THE LIST NUMBERS STAY DENSE.
003080 1400-DEL-INSTR.
003090     MOVE "D" TO WS-ACTION.

003200     MOVE WS-INS-ENTRY (WS-ENTRY-NO) TO WS-OLD-IMAGE.
003210     MOVE SPACES TO WS-WORK-REC.
003260     PERFORM 6700-HOLD-FOR-APPROVAL THRU 6700-EXIT.

003280 1400-EXIT.
003340     EXIT.

003350*****************************************************************
003530     DISPLAY "ENTER THE TO CURRENCY (BLANK IF NONE):"
003540         END-DISPLAY.
003550     ACCEPT WK-CURR-TO END-ACCEPT.
003553     DISPLAY "ENTER THE DEPARTMENT CODE:" END-DISPLAY.
003556     ACCEPT WK-DEPT-CODE END-ACCEPT.
003560     DISPLAY "ENTER THE FREQUENCY (D/W/M):" END-DISPLAY.
003570     ACCEPT WS-WK-FREQ END-ACCEPT.
003580     DISPLAY "ENTER THE FREQUENCY DAY (W: 1=MON..7=SUN, "
003860     MOVE WS-INS-ENTRY (WS-INS-SUB) TO WS-WORK-REC.
003870     DISPLAY WS-INS-SUB "  OP " WK-OPCODE
003880         "  OP1 " WK-OPERAND-1
003885         "  DEPT " WK-DEPT-CODE
003890         "  FREQ " WS-WK-FREQ "/" WS-WK-FREQ-DAY
003900         "  FROM " WS-WK-START-DATE
003910         " TO " WS-WK-END-DATE END-DISPLAY.
003960*  FIELD EDITS ON THE INSTRUCTION UNDER ENTRY - THE SAME       *
003970*  TRANSACTION EDITS CBLEDIT APPLIES (OPCODE 1-8, SIGNED       *
003980*  NUMERIC OPERANDS, ZERO-DIVISOR/BASE/START, CURRENCY CODES   *
003990*  FOR OPCODE 8, AN ACTIVE DEPARTMENT ON DEPMAST) PLUS THE      *
003995*  FREQUENCY AND A REAL START AND END DATE IN ORDER.  SETS      *
004000*  THE REJECT SWITCH AND REASON.                                *
004010*****************************************************************
004020 5000-EDIT-INSTR-FIELDS.
004030     MOVE "N" TO WS-REJECT-SW.
004400     IF WN-OPCODE = 8
004410         AND (WK-CURR-FROM = SPACES OR WK-CURR-TO = SPACES)
004420         MOVE "CURRENCY CODE MISSING" TO WS-REASON
004421         GO TO 5000-REJECT
004422     END-IF.
004423     IF WK-DEPT-CODE = SPACES
004424         MOVE "DEPARTMENT CODE MISSING" TO WS-REASON
004425         GO TO 5000-REJECT
004426     END-IF.
004427     MOVE WK-DEPT-CODE TO WS-DEPT-LOOKUP.
004428     PERFORM 0350-FIND-DEPT THRU 0350-EXIT.
004429     IF WS-DEPT-FOUND-SUB = ZERO
004430         MOVE "DEPARTMENT NOT ON DEPMAST" TO WS-REASON
004431         GO TO 5000-REJECT
004432     END-IF.
004433     IF WS-DP-ACTIVE-SW (WS-DEPT-FOUND-SUB) NOT = "A"
004434         MOVE "DEPARTMENT IS INACTIVE" TO WS-REASON
004435         GO TO 5000-REJECT
004440     END-IF.

004450     EVALUATE WS-WK-FREQ
005320     EXIT.

005330*****************************************************************
005333*  6700-HOLD-FOR-APPROVAL                                       *
005336*  AN ACTION THAT PASSED ITS EDITS IS NOT APPLIED HERE.  ITS    *
005339*  BEFORE AND AFTER INSTRUCTION IMAGES ARE HELD ON CBLMCHK FOR  *
005342*  A DIFFERENT SUPERVISOR TO APPROVE IN CBLMCKR, AND THE HOLD   *
005345*  IS AUDITED AS PENDING.  THE KEY IS THE ENTRY NUMBER AS       *
005348*  LISTED NOW - THE REVIEW FINDS A CHANGED OR DELETED ENTRY BY  *
005351*  ITS BEFORE IMAGE, SINCE AN EARLIER APPROVED DELETE MAY HAVE  *
005354*  RENUMBERED IT.  WHEN THE PENDING FILE CANNOT BE OPENED THE   *
005357*  ACTION IS REJECTED INSTEAD.                                  *
005360*****************************************************************
005380 6700-HOLD-FOR-APPROVAL.
005385     OPEN EXTEND SMT-MCHK-FILE.
005390     IF FS-MCHK-FILE = "35"
005395         OPEN OUTPUT SMT-MCHK-FILE
005400     END-IF.
005405     IF FS-MCHK-FILE NOT = "00"
005410         DISPLAY "UNABLE TO OPEN CBLMCHK, STATUS "
005415             FS-MCHK-FILE " - ACTION NOT HELD" END-DISPLAY
005420         MOVE "PENDING FILE NOT OPEN" TO WS-REASON
005425         PERFORM 6800-AUDIT-REJECT THRU 6800-EXIT
005430         GO TO 6700-EXIT
005440     END-IF.

005445     MOVE SPACES TO CBL-MCHK-RECORD.
005450     SET MC-MASTER-INSTR TO TRUE.
005455     MOVE WS-ACTION      TO MC-ACTION.
005460     MOVE WS-ENTRY-NO    TO MC-KEY.
005465     MOVE WS-OLD-IMAGE   TO MC-OLD-IMAGE.
005470     MOVE WS-WORK-REC    TO MC-NEW-IMAGE.
005475     MOVE WS-OPERATOR-ID TO MC-MADE-BY.
005480     ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD.
005485     ACCEPT WS-CUR-TIME FROM TIME.
005490     STRING WS-CUR-DATE "-" WS-CUR-TIME
005495         DELIMITED BY SIZE INTO MC-MADE-TIME.
005500     SET MC-STATUS-PENDING TO TRUE.
005505     WRITE CBL-MCHK-RECORD.
005510     CLOSE SMT-MCHK-FILE.

005515     PERFORM 6900-AUDIT-HELD THRU 6900-EXIT.
005520     IF WS-ACTION = "A"
005525         DISPLAY "NEW INSTRUCTION HELD FOR APPROVAL BY ANOTHER "
005530             "SUPERVISOR" END-DISPLAY
005535     ELSE
005540         DISPLAY "INSTRUCTION " WS-ENTRY-NO " HELD FOR APPROVAL "
005545             "BY ANOTHER SUPERVISOR" END-DISPLAY
005550     END-IF.

005555 6700-EXIT.
005560     EXIT.

005570 6800-AUDIT-REJECT.
005610 6800-EXIT.
005620     EXIT.

005630 6900-AUDIT-HELD.
005640     ADD 1 TO WS-HELD-COUNT.
005660     MOVE "HELD FOR APPROVAL" TO WS-REASON.
005670     MOVE "P" TO SA-STATUS.
005680     PERFORM 6950-BUILD-WRITE-AUDIT THRU 6950-EXIT.

005690 6900-EXIT.

005710*****************************************************************
005720*  6950-BUILD-WRITE-AUDIT                                       *
005730*  ONE CHANGE-AUDIT RECORD PER ACTION, HELD OR REJECTED,        *
005740*  WITH THE OLD AND NEW IMAGES AND THE OPERATOR STAMP.  THE     *
005750*  CALLER HAS SET SA-STATUS.                                    *
005760*****************************************************************

005900 6950-EXIT.
005910     EXIT.

005920*****************************************************************
005930*  0300-LOAD-DEPT-TABLE                                         *
005940*  LOADS THE DEPARTMENT MASTER TO THE TABLE.  WITHOUT IT NO     *
005950*  DEPARTMENT CODE CAN BE EDITED, SO MAINTENANCE IS REFUSED.    *
005960*****************************************************************
005970 0300-LOAD-DEPT-TABLE.
005980     OPEN INPUT SMT-DEPT-FILE.
005990     IF FS-DEPT-FILE NOT = "00"
006000         DISPLAY "UNABLE TO OPEN DEPMAST, STATUS "
006010             FS-DEPT-FILE END-DISPLAY
006020         MOVE 16 TO RETURN-CODE
006030         GO TO 9999-PROGRAM-END
006040     END-IF.

006050     PERFORM 0310-READ-DEPT-REC THRU 0310-EXIT
006060         UNTIL WS-DEPT-EOF.
006070     CLOSE SMT-DEPT-FILE.

006080 0300-EXIT.
006090     EXIT.

006100 0310-READ-DEPT-REC.
006110     READ SMT-DEPT-FILE
006120         AT END
006130             MOVE "Y" TO WS-DEPT-EOF-SW
006140         NOT AT END
006150             IF WS-DEPT-COUNT >= WS-DEPT-MAX
006160                 DISPLAY "DEPMAST EXCEEDS 50 DEPARTMENTS - "
006170                     "EXTRA RECORDS NOT LOADED" END-DISPLAY
006180                 MOVE "Y" TO WS-DEPT-EOF-SW
006190             ELSE
006200                 ADD 1 TO WS-DEPT-COUNT
006210                 MOVE DM-DEPT-CODE
006220                     TO WS-DP-CODE (WS-DEPT-COUNT)
006230                 MOVE DM-DEPT-NAME
006240                     TO WS-DP-NAME (WS-DEPT-COUNT)
006250                 MOVE DM-ACTIVE-SW
006260                     TO WS-DP-ACTIVE-SW (WS-DEPT-COUNT)
006270             END-IF
006280     END-READ.

006290 0310-EXIT.
006300     EXIT.

006310*FINDS WS-DEPT-LOOKUP IN THE DEPARTMENT TABLE, LEAVING ITS
006320*SUBSCRIPT IN WS-DEPT-FOUND-SUB (ZERO = NOT ON THE MASTER).
006330 0350-FIND-DEPT.
006340     MOVE ZERO TO WS-DEPT-FOUND-SUB.
006350     PERFORM 0360-TEST-DEPT-ENTRY THRU 0360-EXIT
006360         VARYING WS-DEPT-SUB FROM 1 BY 1
006370         UNTIL WS-DEPT-FOUND-SUB > ZERO
006380             OR WS-DEPT-SUB > WS-DEPT-COUNT.

006390 0350-EXIT.
006400     EXIT.

006410 0360-TEST-DEPT-ENTRY.
006420     IF WS-DP-CODE (WS-DEPT-SUB) = WS-DEPT-LOOKUP
006430         MOVE WS-DEPT-SUB TO WS-DEPT-FOUND-SUB
006440     END-IF.

006450 0360-EXIT.
006460     EXIT.
