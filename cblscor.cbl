000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.     CBLSCOR IS INITIAL PROGRAM.
000120 AUTHOR.         R HANLEY.
000130 INSTALLATION.   DATA PROCESSING DEPT.
000140 DATE-WRITTEN.   12/22/2026.
000150 DATE-COMPILED.  TODAY.
000160*****************************************************************
000170*  CBLSCOR - ONLINE SUSPENSE CORRECTION.                        *
000180*  THE SUSPENSE FILE (CBLSUSP, THE NIGHT'S SUSPOUT) WAS THE     *
000190*  LAST FILE STILL CORRECTED BY HAND BEFORE IT RECYCLED AS THE  *
000200*  NEXT NIGHT'S SUSPIN.  THIS PROGRAM LISTS EVERY SUSPENSE      *
000210*  ITEM WITH ITS REASON, ENTRY DATE, AND RECYCLE COUNT, LETS    *
000220*  THE OPERATOR CORRECT THE OPCODE, OPERANDS, CURRENCY CODES,   *
000230*  OR DEPARTMENT AND RE-RUNS CBLEDIT'S FIELD EDITS ON THE SPOT, *
000240*  AND LETS AN ITEM THAT SHOULD NEVER POST BE VOIDED WITH A     *
000250*  REASON.  A VOIDED ITEM STAYS ON THE FILE - THE NEXT EDIT     *
000260*  CARRIES IT FORWARD ONCE AS CLEARED, SO THE AGING REPORT      *
000270*  (CBLSAGE) SHOWS IT CLEARED INSTEAD OF IT JUST VANISHING.     *
000280*  EVERY CORRECTION AND VOID, APPLIED OR REJECTED, WRITES A     *
000290*  CHANGE-AUDIT RECORD (CBLSUSA) WITH THE OLD AND NEW IMAGES    *
000300*  AND THE OPERATOR, MODELED ON WHAT CBLRMNT/CBLRATA DO FOR     *
000310*  THE RATE FILE.  THE FILE IS LOADED, CHANGED IN PLACE, AND    *
000320*  WRITTEN BACK WHOLE, THE SAME PATTERN CBLAPRV USES FOR THE    *
000330*  APPROVAL QUEUE.  OPEN TO ANY SIGNED-ON OPERATOR.             *
000340*****************************************************************
000350*  MODIFICATION HISTORY.
000360*  12/22/2026  RH  ORIGINAL VERSION.
000370*****************************************************************
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SPECIAL-NAMES.
000410     CLASS VALID-OPID IS "A" THRU "Z"
000420         "0" THRU "9" SPACE.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT SCR-SUSP-FILE    ASSIGN TO "CBLSUSP"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS FS-SUSP-FILE.

000480     SELECT SCR-AUDT-FILE    ASSIGN TO "CBLSUSA"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS FS-AUDT-FILE.

000510     SELECT SCR-DEPT-FILE    ASSIGN TO "DEPMAST"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS FS-DEPT-FILE.

000540     SELECT SCR-RATE-FILE    ASSIGN TO "CBLRATE"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS FS-RATE-FILE.

000570     SELECT SCR-CAL-FILE     ASSIGN TO "CBLCAL"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS FS-CAL-FILE.

000600 DATA DIVISION.
000610 FILE SECTION.
000620*SAME LAYOUT CBLEDIT WRITES.  THE ITEM STATUS, ACTION STAMP, AND
000630*VOID REASON WERE APPENDED FOR THIS PROGRAM, SO AN ITEM NOBODY
000640*HAS TOUCHED READS BLANK THERE (OPEN).
000650 FD  SCR-SUSP-FILE
000660     RECORDING MODE IS F.
000670 01  SCR-SUSP-RECORD.
000680     05  SUS-TRAN-IMAGE          PIC X(61).
000690     05  SUS-REASON-CODE         PIC X(02).
000700     05  SUS-REASON-TEXT         PIC X(25).
000710     05  SUS-ENTRY-DATE          PIC X(08).
000720     05  SUS-RECYCLE-COUNT       PIC X(03).
000730     05  SUS-ITEM-STATUS         PIC X(01).
000740         88  SUS-ITEM-OPEN           VALUE SPACE.
000750         88  SUS-ITEM-CORRECTED      VALUE "K".
000760         88  SUS-ITEM-VOIDED         VALUE "V".
000770         88  SUS-ITEM-CLEARED        VALUE "C".
000780     05  SUS-ACTION-BY           PIC X(08).
000790     05  SUS-ACTION-DATE         PIC X(08).
000800     05  SUS-VOID-REASON         PIC X(25).

000810 FD  SCR-AUDT-FILE
000820     RECORDING MODE IS F.
000830 01  SCR-AUDIT-RECORD.
000840     05  SA-TIMESTAMP            PIC X(26).
000850     05  SA-ACTION               PIC X(01).
000860         88  SA-ACTION-CORRECT       VALUE "C".
000870         88  SA-ACTION-VOID          VALUE "V".
000880     05  SA-ENTRY-DATE           PIC X(08).
000890     05  SA-OLD-IMAGE            PIC X(61).
000900     05  SA-OLD-REASON-CODE      PIC X(02).
000910     05  SA-NEW-IMAGE            PIC X(61).
000920     05  SA-NEW-REASON-CODE      PIC X(02).
000930     05  SA-STATUS               PIC X(01).
000940         88  SA-STATUS-APPLIED       VALUE "K".
000950         88  SA-STATUS-REJECTED      VALUE "E".
000960     05  SA-REASON               PIC X(25).
000970     05  SA-OPERATOR-ID          PIC X(08).

000980 FD  SCR-DEPT-FILE
000990     RECORDING MODE IS F.
001000 COPY DEPMAST.

001010 FD  SCR-RATE-FILE
001020     RECORDING MODE IS F.
001030 01  SCR-RATE-RECORD.
001040     05  RT-CURR-FROM            PIC X(03).
001050     05  RT-CURR-TO              PIC X(03).
001060     05  RT-EFF-DATE             PIC 9(08).
001070     05  RT-RATE                 PIC 9(07)V9(06).
001080     05  FILLER                  PIC X(53).

001090 FD  SCR-CAL-FILE
001100     RECORDING MODE IS F.
001110 COPY CBLCAL.

001120 WORKING-STORAGE SECTION.
001130 01  FS-SUSP-FILE      PIC X(02) VALUE "00".
001140 01  FS-AUDT-FILE      PIC X(02) VALUE "00".
001150 01  FS-DEPT-FILE      PIC X(02) VALUE "00".
001160 01  FS-RATE-FILE      PIC X(02) VALUE "00".
001170 01  FS-CAL-FILE       PIC X(02) VALUE "00".

001180 01  WS-MENU-CHOICE    PIC 9 VALUE ZERO.
001190 01  WS-SUSP-EOF-SW    PIC X VALUE "N".
001200     88  WS-SUSP-EOF              VALUE "Y".
001210 01  WS-CHANGED-SW     PIC X VALUE "N".
001220     88  WS-SUSP-CHANGED          VALUE "Y".
001230 01  WS-CONFIRM-ANS    PIC X VALUE SPACE.
001240 01  WS-REASON         PIC X(25) VALUE SPACES.
001250 01  WS-ACTION         PIC X(01) VALUE SPACE.
001260 01  WS-CORRECT-COUNT  PIC 9(05) COMP VALUE ZERO.
001270 01  WS-VOID-COUNT     PIC 9(05) COMP VALUE ZERO.
001280 01  WS-REJECT-COUNT   PIC 9(05) COMP VALUE ZERO.
001290 01  WS-OPEN-COUNT     PIC 9(05) COMP VALUE ZERO.

001300 01  WS-CUR-DATE       PIC 9(08).
001310 01  WS-CUR-TIME       PIC 9(08).
001320 01  WS-OPERATOR-ID    PIC X(08) VALUE SPACES.

001330*THE BUSINESS DATE THE ITEM RECYCLES UNDER - THE CBLCAL
001340*CURRENT DATE, WHICH TONIGHT'S CBLTRNIN WILL CARRY - SO A
001350*CONVERSION IS CHECKED FOR A RATE IN FORCE ON THE SAME DATE
001360*CBLEDIT WILL USE.  NO CALENDAR FALLS BACK TO TODAY.
001370 01  WS-BUS-DATE       PIC 9(08) VALUE ZERO.

001380*THE WHOLE SUSPENSE FILE IS LOADED, CHANGED IN PLACE, AND
001390*WRITTEN BACK - THE SAME WHOLE-FILE PATTERN CBLAPRV USES.  A
001400*FILE THAT EXCEEDS THE TABLE REFUSES THE SESSION RATHER THAN
001410*REWRITE THE FILE SHORT.
001420 01  WS-SUS-MAX        PIC 9(03) COMP VALUE 500.
001430 01  WS-SUS-COUNT      PIC 9(03) COMP VALUE ZERO.
001440 01  WS-SUS-SUB        PIC 9(03) COMP VALUE ZERO.
001450 01  WS-TRUNC-SW       PIC X VALUE "N".
001460     88  WS-LOAD-TRUNCATED        VALUE "Y".
001470 01  WS-SUS-TABLE.
001480     05  WS-SUS-ENTRY OCCURS 500 TIMES
001490                                 PIC X(141).

001500*ITEM NUMBER AS KEYED AND AS SHOWN ON THE LIST.
001510 01  WS-ITEM-ENTRY     PIC ZZ9.
001520 01  WS-ITEM-NUM       PIC 9(03) VALUE ZERO.
001530 01  WS-EDIT-ITEM      PIC ZZ9.

001540*IMAGES AND REASON CODES CARRIED TO THE AUDIT RECORD.
001550 01  WS-ENTRY-DATE     PIC X(08) VALUE SPACES.
001560 01  WS-OLD-IMAGE      PIC X(61) VALUE SPACES.
001570 01  WS-NEW-IMAGE      PIC X(61) VALUE SPACES.
001580 01  WS-OLD-RSN-CODE   PIC X(02) VALUE SPACES.
001590 01  WS-NEW-RSN-CODE   PIC X(02) VALUE SPACES.

001600*REPLACEMENT FIELDS AS KEYED - BLANK KEEPS THE CURRENT VALUE.
001610 01  WS-NEW-OPCODE     PIC X(01) VALUE SPACE.
001620 01  WS-NEW-OPERAND-1  PIC X(16) VALUE SPACES.
001630 01  WS-NEW-OPERAND-2  PIC X(16) VALUE SPACES.
001640 01  WS-NEW-CURR-FROM  PIC X(03) VALUE SPACES.
001650 01  WS-NEW-CURR-TO    PIC X(03) VALUE SPACES.
001660 01  WS-NEW-DEPT       PIC X(03) VALUE SPACES.
001670 01  WS-VOID-REASON    PIC X(25) VALUE SPACES.

001680*DEPARTMENT MASTER TABLE, THE SAME ONE CBLEDIT LOADS.
001690 01  WS-DEPT-EOF-SW    PIC X VALUE "N".
001700     88  WS-DEPT-EOF              VALUE "Y".
001710 01  WS-DEPT-MAX       PIC 9(02) COMP VALUE 50.
001720 01  WS-DEPT-COUNT     PIC 9(02) COMP VALUE ZERO.
001730 01  WS-DEPT-SUB       PIC 9(02) COMP VALUE ZERO.
001740 01  WS-DEPT-FOUND-SUB PIC 9(02) COMP VALUE ZERO.
001750 01  WS-DEPT-LOOKUP    PIC X(03) VALUE SPACES.
001760 01  WS-DEPT-TABLE.
001770     05  WS-DEPT-ENTRY OCCURS 50 TIMES.
001780         10  WS-DP-CODE          PIC X(03).
001790         10  WS-DP-NAME          PIC X(30).
001800         10  WS-DP-ACTIVE-SW     PIC X(01).

001810*RATES IN FORCE ON THE BUSINESS DATE, THE SAME TABLE CBLEDIT
001820*BUILDS.  A PAIR NOT HELD WHEN THE TABLE IS FULL IS PASSED, AS
001830*IN CBLEDIT, FOR CBLOPER'S OWN LOOKUP.
001840 01  WS-RATE-EOF-SW    PIC X VALUE "N".
001850     88  WS-RATE-EOF              VALUE "Y".
001860 01  WS-RIF-FULL-SW    PIC X VALUE "N".
001870     88  WS-RIF-FULL              VALUE "Y".
001880 01  WS-RIF-MAX        PIC 9(04) COMP VALUE 2000.
001890 01  WS-RIF-COUNT      PIC 9(04) COMP VALUE ZERO.
001900 01  WS-RIF-SUB        PIC 9(04) COMP VALUE ZERO.
001910 01  WS-RIF-FOUND-SUB  PIC 9(04) COMP VALUE ZERO.
001920 01  WS-RIF-LOOKUP-FROM PIC X(03) VALUE SPACES.
001930 01  WS-RIF-LOOKUP-TO  PIC X(03) VALUE SPACES.
001940 01  WS-RIF-TABLE.
001950     05  WS-RIF-ENTRY OCCURS 2000 TIMES.
001960         10  WS-RIF-CURR-FROM    PIC X(03).
001970         10  WS-RIF-CURR-TO      PIC X(03).
001980         10  WS-RIF-EFF-DATE     PIC 9(08).

001990*THE TRANSACTION UNDER CORRECTION, CHARACTER VIEW AND NUMERIC
002000*VIEW, LAID OUT AS IN CBLEDIT.  THE NUMERIC VIEW IS ONLY
002010*REFERENCED ONCE THE CHARACTER VIEW HAS PASSED ITS EDIT.
002020 01  EDT-TRAN-WORK.
002030     05  EW-OPCODE           PIC X(01).
002040     05  EW-OPERAND-1        PIC X(16).
002050     05  EW-OPERAND-2        PIC X(16).
002060     05  EW-CURR-FROM        PIC X(03).
002070     05  EW-CURR-TO          PIC X(03).
002080     05  EW-DEPT-CODE        PIC X(03).
002090     05  FILLER              PIC X(19).
002100 01  EDT-TRAN-NUM REDEFINES EDT-TRAN-WORK.
002110     05  EN-OPCODE           PIC 9(01).
002120     05  EN-OPERAND-1        PIC S9(13)V99
002130                              SIGN IS LEADING SEPARATE.
002140     05  EN-OPERAND-2        PIC S9(13)V99
002150                              SIGN IS LEADING SEPARATE.
002160     05  FILLER              PIC X(28).

002170*REASON SET BY THE EDIT - SPACES MEANS THE TRANSACTION IS CLEAN.
002180 01  WS-EDIT-REASON.
002190     05  WS-REASON-CODE      PIC X(02) VALUE SPACES.
002200     05  WS-REASON-TEXT      PIC X(25) VALUE SPACES.

002210 LINKAGE SECTION.
002220 COPY CBLOPID.

002230 PROCEDURE DIVISION USING CBL-OPID-AREA.
002240 0000-MAINLINE.
002250*    RUN STANDALONE (NOT CALLED FROM CBLMENU) THERE IS NO
002260*    COMMAREA TO REFERENCE - STAMP THE UNVALIDATED ID INSTEAD.
002270     IF ADDRESS OF CBL-OPID-AREA = NULL
002280         MOVE "UNKNOWN" TO WS-OPERATOR-ID
002290     ELSE
002300         IF OPID-OPERATOR-ID IS VALID-OPID
002310             MOVE OPID-OPERATOR-ID TO WS-OPERATOR-ID
002320         ELSE
002330             MOVE "UNKNOWN" TO WS-OPERATOR-ID
002340         END-IF
002350     END-IF.

002360     PERFORM 0090-LOAD-CALENDAR THRU 0090-EXIT.
002370     PERFORM 0300-LOAD-DEPT-TABLE THRU 0300-EXIT.
002380     PERFORM 0400-LOAD-RATES-IN-FORCE THRU 0400-EXIT.
002390     PERFORM 0200-LOAD-SUSP-TABLE THRU 0200-EXIT.

002400*    A TRUNCATED LOAD MUST NEVER BE WRITTEN BACK - EVERY
002410*    RECORD PAST THE TABLE WOULD BE SILENTLY DELETED.
002420     IF WS-LOAD-TRUNCATED
002430         DISPLAY "CBLSUSP EXCEEDS THE CORRECTION TABLE - "
002440             "CORRECTION REFUSED" END-DISPLAY
002450         MOVE 8 TO RETURN-CODE
002460         GO TO 9999-PROGRAM-END
002470     END-IF.
002480     IF WS-SUS-COUNT = ZERO
002490         DISPLAY "NOTHING IS IN SUSPENSE" END-DISPLAY
002500         GO TO 9999-PROGRAM-END
002510     END-IF.

002520     OPEN EXTEND SCR-AUDT-FILE.
002530     IF FS-AUDT-FILE = "35"
002540         OPEN OUTPUT SCR-AUDT-FILE
002550     END-IF.
002560     IF FS-AUDT-FILE NOT = "00"
002570         DISPLAY "UNABLE TO OPEN CBLSUSA, STATUS "
002580             FS-AUDT-FILE END-DISPLAY
002590         MOVE 16 TO RETURN-CODE
002600         GO TO 9999-PROGRAM-END
002610     END-IF.

002620     PERFORM 1000-INTERACTIVE-DRIVER THRU 1000-EXIT.

002630     IF WS-SUSP-CHANGED
002640         PERFORM 6500-REWRITE-SUSP-FILE THRU 6500-EXIT
002650     END-IF.

002660     CLOSE SCR-AUDT-FILE.
002670     DISPLAY WS-CORRECT-COUNT " CORRECTED, " WS-VOID-COUNT
002680         " VOIDED, " WS-REJECT-COUNT " REJECTED" END-DISPLAY.
002690     GO TO 9999-PROGRAM-END.

002700 9999-PROGRAM-END.
002710     GOBACK.

002720*****************************************************************
002730*  0090-LOAD-CALENDAR                                           *
002740*  THE BUSINESS DATE COMES FROM THE SHOP CALENDAR'S CURRENT-    *
002750*  DATE RECORD, THE DATE THE NEXT NIGHT PROCESSES UNDER.  NO    *
002760*  CALENDAR MEANS TODAY'S DATE.                                 *
002770*****************************************************************
002780 0090-LOAD-CALENDAR.
002790     ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD.
002800     MOVE WS-CUR-DATE TO WS-BUS-DATE.
002810     OPEN INPUT SCR-CAL-FILE.
002820     IF FS-CAL-FILE NOT = "00"
002830         GO TO 0090-EXIT
002840     END-IF.

002850     READ SCR-CAL-FILE
002860         AT END
002870             CONTINUE
002880     END-READ.
002890     IF FS-CAL-FILE = "00" AND CL-CURRENT-REC
002900         AND CL-DATE IS NUMERIC
002910         MOVE CL-DATE TO WS-BUS-DATE
002920     END-IF.
002930     CLOSE SCR-CAL-FILE.

002940 0090-EXIT.
002950     EXIT.

002960*****************************************************************
002970*  0200-LOAD-SUSP-TABLE                                         *
002980*  LOADS THE WHOLE SUSPENSE FILE.  WS-OPEN-COUNT COUNTS THE     *
002990*  ITEMS NOT YET VOIDED OR CLEARED.  A MISSING FILE MEANS       *
003000*  NOTHING IS IN SUSPENSE.                                      *
003010*****************************************************************
003020 0200-LOAD-SUSP-TABLE.
003030     OPEN INPUT SCR-SUSP-FILE.
003040     IF FS-SUSP-FILE NOT = "00"
003050         DISPLAY "CBLSUSP NOT AVAILABLE - NOTHING TO CORRECT"
003060             END-DISPLAY
003070         GO TO 0200-EXIT
003080     END-IF.

003090     PERFORM 0250-READ-SUSP-REC THRU 0250-EXIT
003100         UNTIL WS-SUSP-EOF.
003110     CLOSE SCR-SUSP-FILE.
003120     DISPLAY WS-SUS-COUNT " SUSPENSE ITEM(S) ON FILE, "
003130         WS-OPEN-COUNT " STILL TO BE WORKED" END-DISPLAY.

003140 0200-EXIT.
003150     EXIT.

003160 0250-READ-SUSP-REC.
003170     READ SCR-SUSP-FILE
003180         AT END
003190             MOVE "Y" TO WS-SUSP-EOF-SW
003200     END-READ.
003210     IF WS-SUSP-EOF
003220         GO TO 0250-EXIT
003230     END-IF.

003240     IF WS-SUS-COUNT >= WS-SUS-MAX
003250         DISPLAY "CBLSUSP EXCEEDS 500 RECORDS - CORRECTION "
003260             "REFUSED" END-DISPLAY
003270         MOVE "Y" TO WS-TRUNC-SW
003280         MOVE "Y" TO WS-SUSP-EOF-SW
003290         GO TO 0250-EXIT
003300     END-IF.

003310     ADD 1 TO WS-SUS-COUNT.
003320     MOVE SCR-SUSP-RECORD TO WS-SUS-ENTRY (WS-SUS-COUNT).
003330     IF SUS-ITEM-OPEN OR SUS-ITEM-CORRECTED
003340         ADD 1 TO WS-OPEN-COUNT
003350     END-IF.

003360 0250-EXIT.
003370     EXIT.

003380*****************************************************************
003390*  0300-LOAD-DEPT-TABLE                                         *
003400*  LOADS THE DEPARTMENT MASTER.  WITHOUT IT NO DEPARTMENT CODE  *
003410*  CAN BE EDITED, SO THE SESSION IS REFUSED THE WAY CBLEDIT     *
003420*  FAILS ITS STEP.                                              *
003430*****************************************************************
003440 0300-LOAD-DEPT-TABLE.
003450     OPEN INPUT SCR-DEPT-FILE.
003460     IF FS-DEPT-FILE NOT = "00"
003470         DISPLAY "UNABLE TO OPEN DEPMAST, STATUS "
003480             FS-DEPT-FILE END-DISPLAY
003490         MOVE 16 TO RETURN-CODE
003500         GO TO 9999-PROGRAM-END
003510     END-IF.

003520     PERFORM 0310-READ-DEPT-REC THRU 0310-EXIT
003530         UNTIL WS-DEPT-EOF.
003540     CLOSE SCR-DEPT-FILE.

003550 0300-EXIT.
003560     EXIT.

003570 0310-READ-DEPT-REC.
003580     READ SCR-DEPT-FILE
003590         AT END
003600             MOVE "Y" TO WS-DEPT-EOF-SW
003610         NOT AT END
003620             IF WS-DEPT-COUNT >= WS-DEPT-MAX
003630                 DISPLAY "DEPMAST EXCEEDS 50 DEPARTMENTS - "
003640                     "EXTRA RECORDS NOT LOADED" END-DISPLAY
003650                 MOVE "Y" TO WS-DEPT-EOF-SW
003660             ELSE
003670                 ADD 1 TO WS-DEPT-COUNT
003680                 MOVE DM-DEPT-CODE
003690                     TO WS-DP-CODE (WS-DEPT-COUNT)
003700                 MOVE DM-DEPT-NAME
003710                     TO WS-DP-NAME (WS-DEPT-COUNT)
003720                 MOVE DM-ACTIVE-SW
003730                     TO WS-DP-ACTIVE-SW (WS-DEPT-COUNT)
003740             END-IF
003750     END-READ.

003760 0310-EXIT.
003770     EXIT.

003780*FINDS WS-DEPT-LOOKUP IN THE DEPARTMENT TABLE, LEAVING ITS
003790*SUBSCRIPT IN WS-DEPT-FOUND-SUB (ZERO = NOT ON THE MASTER).
003800 0350-FIND-DEPT.
003810     MOVE ZERO TO WS-DEPT-FOUND-SUB.
003820     PERFORM 0360-TEST-DEPT-ENTRY THRU 0360-EXIT
003830         VARYING WS-DEPT-SUB FROM 1 BY 1
003840         UNTIL WS-DEPT-FOUND-SUB > ZERO
003850             OR WS-DEPT-SUB > WS-DEPT-COUNT.

003860 0350-EXIT.
003870     EXIT.

003880 0360-TEST-DEPT-ENTRY.
003890     IF WS-DP-CODE (WS-DEPT-SUB) = WS-DEPT-LOOKUP
003900         MOVE WS-DEPT-SUB TO WS-DEPT-FOUND-SUB
003910     END-IF.

003920 0360-EXIT.
003930     EXIT.

003940*****************************************************************
003950*  0400-LOAD-RATES-IN-FORCE                                     *
003960*  ONE PASS OF CBLRATE KEEPING, FOR EACH PAIR, THE ROW WITH THE *
003970*  LATEST EFFECTIVE DATE ON OR BEFORE THE BUSINESS DATE - THE   *
003980*  SAME RULE AS CBLEDIT.  WITHOUT THE RATE FILE NO CONVERSION   *
003990*  CAN BE EDITED, SO THE SESSION IS REFUSED.                    *
004000*****************************************************************
004010 0400-LOAD-RATES-IN-FORCE.
004020     OPEN INPUT SCR-RATE-FILE.
004030     IF FS-RATE-FILE NOT = "00"
004040         DISPLAY "UNABLE TO OPEN CBLRATE, STATUS "
004050             FS-RATE-FILE END-DISPLAY
004060         MOVE 16 TO RETURN-CODE
004070         GO TO 9999-PROGRAM-END
004080     END-IF.

004090     PERFORM 0410-LOAD-RATE-ROW THRU 0410-EXIT
004100         UNTIL WS-RATE-EOF.
004110     CLOSE SCR-RATE-FILE.

004120 0400-EXIT.
004130     EXIT.

004140 0410-LOAD-RATE-ROW.
004150     READ SCR-RATE-FILE
004160         AT END
004170             MOVE "Y" TO WS-RATE-EOF-SW
004180     END-READ.
004190     IF WS-RATE-EOF
004200         GO TO 0410-EXIT
004210     END-IF.
004220     IF RT-EFF-DATE IS NOT NUMERIC
004230         OR RT-EFF-DATE > WS-BUS-DATE
004240         GO TO 0410-EXIT
004250     END-IF.

004260     MOVE RT-CURR-FROM TO WS-RIF-LOOKUP-FROM.
004270     MOVE RT-CURR-TO   TO WS-RIF-LOOKUP-TO.
004280     PERFORM 0450-FIND-RATE-IN-FORCE THRU 0450-EXIT.
004290     IF WS-RIF-FOUND-SUB > ZERO
004300         IF RT-EFF-DATE >= WS-RIF-EFF-DATE (WS-RIF-FOUND-SUB)
004310             MOVE RT-EFF-DATE
004320                 TO WS-RIF-EFF-DATE (WS-RIF-FOUND-SUB)
004330         END-IF
004340         GO TO 0410-EXIT
004350     END-IF.

004360     IF WS-RIF-COUNT >= WS-RIF-MAX
004370         MOVE "Y" TO WS-RIF-FULL-SW
004380         GO TO 0410-EXIT
004390     END-IF.
004400     ADD 1 TO WS-RIF-COUNT.
004410     MOVE RT-CURR-FROM TO WS-RIF-CURR-FROM (WS-RIF-COUNT).
004420     MOVE RT-CURR-TO   TO WS-RIF-CURR-TO (WS-RIF-COUNT).
004430     MOVE RT-EFF-DATE  TO WS-RIF-EFF-DATE (WS-RIF-COUNT).

004440 0410-EXIT.
004450     EXIT.

004460*FINDS THE LOOKUP PAIR IN THE RATES-IN-FORCE TABLE, LEAVING ITS
004470*SUBSCRIPT IN WS-RIF-FOUND-SUB (ZERO = NO RATE IN FORCE HELD).
004480 0450-FIND-RATE-IN-FORCE.
004490     MOVE ZERO TO WS-RIF-FOUND-SUB.
004500     PERFORM 0460-TEST-RATE-ENTRY THRU 0460-EXIT
004510         VARYING WS-RIF-SUB FROM 1 BY 1
004520         UNTIL WS-RIF-FOUND-SUB > ZERO
004530             OR WS-RIF-SUB > WS-RIF-COUNT.

004540 0450-EXIT.
004550     EXIT.

004560 0460-TEST-RATE-ENTRY.
004570     IF WS-RIF-CURR-FROM (WS-RIF-SUB) = WS-RIF-LOOKUP-FROM
004580         AND WS-RIF-CURR-TO (WS-RIF-SUB) = WS-RIF-LOOKUP-TO
004590         MOVE WS-RIF-SUB TO WS-RIF-FOUND-SUB
004600     END-IF.

004610 0460-EXIT.
004620     EXIT.

004630*****************************************************************
004640*  1000-INTERACTIVE-DRIVER                                      *
004650*****************************************************************
004660 1000-INTERACTIVE-DRIVER.
004670     PERFORM 1100-DISPLAY-MENU THRU 1100-EXIT.

004680     IF WS-MENU-CHOICE = 1
004690         PERFORM 1200-LIST-ITEMS THRU 1200-EXIT
004700     END-IF.

004710     IF WS-MENU-CHOICE = 2
004720         PERFORM 1300-CORRECT-ITEM THRU 1300-EXIT
004730     END-IF.

004740     IF WS-MENU-CHOICE = 3
004750         PERFORM 1400-VOID-ITEM THRU 1400-EXIT
004760     END-IF.

004770     IF WS-MENU-CHOICE = 0
004780         GO TO 1000-EXIT
004790     ELSE
004800         PERFORM 1000-INTERACTIVE-DRIVER THRU 1000-EXIT
004810     END-IF.

004820 1000-EXIT.
004830     EXIT.

004840 1100-DISPLAY-MENU.
004850     DISPLAY "CBLSCOR - SUSPENSE CORRECTION" END-DISPLAY.
004860     DISPLAY "1- LIST THE SUSPENSE ITEMS" END-DISPLAY.
004870     DISPLAY "2- CORRECT AN ITEM AND RE-EDIT IT" END-DISPLAY.
004880     DISPLAY "3- VOID AN ITEM" END-DISPLAY.
004890     DISPLAY "0- END SUSPENSE CORRECTION" END-DISPLAY.
004900     DISPLAY "CHOOSE ONE OPTION" END-DISPLAY.
004910     ACCEPT WS-MENU-CHOICE END-ACCEPT.

004920     IF WS-MENU-CHOICE < 0 OR WS-MENU-CHOICE > 3
004930         DISPLAY "CHOICE NOT VALID" END-DISPLAY
004940         PERFORM 1100-DISPLAY-MENU THRU 1100-EXIT
004950     END-IF.

004960 1100-EXIT.
004970     EXIT.

004980*****************************************************************
004990*  1200-LIST-ITEMS                                              *
005000*  ONE LINE PER ITEM - NUMBER, REASON, ENTRY DATE, RECYCLE      *
005010*  COUNT, AND WHERE IT STANDS - THEN THE TRANSACTION FIELDS.    *
005020*  THE NUMBER IS WHAT THE CORRECT AND VOID OPTIONS ASK FOR.     *
005030*****************************************************************
005040 1200-LIST-ITEMS.
005050     PERFORM 1250-LIST-ONE-ITEM THRU 1250-EXIT
005060         VARYING WS-SUS-SUB FROM 1 BY 1
005070         UNTIL WS-SUS-SUB > WS-SUS-COUNT.

005080 1200-EXIT.
005090     EXIT.

005100 1250-LIST-ONE-ITEM.
005110     MOVE WS-SUS-ENTRY (WS-SUS-SUB) TO SCR-SUSP-RECORD.
005120     MOVE WS-SUS-SUB TO WS-EDIT-ITEM.
005130     EVALUATE TRUE
005140         WHEN SUS-ITEM-CORRECTED
005150             MOVE "CORRECTED" TO WS-REASON
005160         WHEN SUS-ITEM-VOIDED
005170             MOVE "VOIDED" TO WS-REASON
005180         WHEN SUS-ITEM-CLEARED
005190             MOVE "CLEARED" TO WS-REASON
005200         WHEN OTHER
005210             MOVE "OPEN" TO WS-REASON
005220     END-EVALUATE.
005230     DISPLAY WS-EDIT-ITEM "  " SUS-REASON-CODE " "
005240         SUS-REASON-TEXT "  ENTERED " SUS-ENTRY-DATE
005250         "  RECYCLED " SUS-RECYCLE-COUNT "  " WS-REASON
005260         END-DISPLAY.
005270     MOVE SUS-TRAN-IMAGE TO EDT-TRAN-WORK.
005280     PERFORM 1600-SHOW-TRAN THRU 1600-EXIT.
005290     IF SUS-ITEM-VOIDED OR SUS-ITEM-CLEARED
005300         DISPLAY "     VOIDED " SUS-ACTION-DATE " BY "
005310             SUS-ACTION-BY " - " SUS-VOID-REASON END-DISPLAY
005320     END-IF.
005330     MOVE SPACES TO WS-REASON.

005340 1250-EXIT.
005350     EXIT.

005360*****************************************************************
005370*  1300-CORRECT-ITEM                                            *
005380*  TAKES REPLACEMENT FIELDS FOR AN OPEN OR ALREADY-CORRECTED    *
005390*  ITEM (A BLANK ANSWER KEEPS THE FIELD) AND RUNS THE SAME      *
005400*  FIELD EDITS CBLEDIT WILL APPLY TONIGHT.  A CLEAN ITEM IS     *
005410*  KEPT AT ONCE; ONE THAT STILL FAILS IS KEPT ONLY IF THE       *
005420*  OPERATOR SAYS SO, UNDER ITS NEW REASON.  EITHER WAY THE ITEM *
005430*  STAYS ON THE FILE TO RECYCLE - THE EDIT STILL DECIDES.       *
005440*****************************************************************
005450 1300-CORRECT-ITEM.
005460     MOVE "C" TO WS-ACTION.
005470     PERFORM 1500-ASK-ITEM THRU 1500-EXIT.
005480     IF WS-REASON NOT = SPACES
005490         PERFORM 6800-AUDIT-REJECT THRU 6800-EXIT
005500         GO TO 1300-EXIT
005510     END-IF.

005520     DISPLAY "ENTER THE NEW OPCODE (1-8), BLANK KEEPS:"
005530         END-DISPLAY.
005540     ACCEPT WS-NEW-OPCODE END-ACCEPT.
005550     DISPLAY "ENTER THE NEW OPERAND-1 AS SIGN AND 15 DIGITS, "
005560         "LAST 2 DECIMALS (+000000000012345 = 123.45), BLANK "
005570         "KEEPS:" END-DISPLAY.
005580     ACCEPT WS-NEW-OPERAND-1 END-ACCEPT.
005590     DISPLAY "ENTER THE NEW OPERAND-2 THE SAME WAY, BLANK KEEPS:"
005600         END-DISPLAY.
005610     ACCEPT WS-NEW-OPERAND-2 END-ACCEPT.
005620     DISPLAY "ENTER THE NEW FROM CURRENCY, BLANK KEEPS:"
005630         END-DISPLAY.
005640     ACCEPT WS-NEW-CURR-FROM END-ACCEPT.
005650     DISPLAY "ENTER THE NEW TO CURRENCY, BLANK KEEPS:"
005660         END-DISPLAY.
005670     ACCEPT WS-NEW-CURR-TO END-ACCEPT.
005680     DISPLAY "ENTER THE NEW DEPARTMENT CODE, BLANK KEEPS:"
005690         END-DISPLAY.
005700     ACCEPT WS-NEW-DEPT END-ACCEPT.

005710     IF WS-NEW-OPCODE NOT = SPACE
005720         MOVE WS-NEW-OPCODE TO EW-OPCODE
005730     END-IF.
005740     IF WS-NEW-OPERAND-1 NOT = SPACES
005750         MOVE WS-NEW-OPERAND-1 TO EW-OPERAND-1
005760     END-IF.
005770     IF WS-NEW-OPERAND-2 NOT = SPACES
005780         MOVE WS-NEW-OPERAND-2 TO EW-OPERAND-2
005790     END-IF.
005800     IF WS-NEW-CURR-FROM NOT = SPACES
005810         MOVE WS-NEW-CURR-FROM TO EW-CURR-FROM
005820     END-IF.
005830     IF WS-NEW-CURR-TO NOT = SPACES
005840         MOVE WS-NEW-CURR-TO TO EW-CURR-TO
005850     END-IF.
005860     IF WS-NEW-DEPT NOT = SPACES
005870         MOVE WS-NEW-DEPT TO EW-DEPT-CODE
005880     END-IF.
005890     MOVE EDT-TRAN-WORK TO WS-NEW-IMAGE.

005900     IF WS-NEW-IMAGE = WS-OLD-IMAGE
005910         MOVE "NO FIELD CHANGED" TO WS-REASON
005920         DISPLAY "NOTHING WAS CHANGED" END-DISPLAY
005930         PERFORM 6800-AUDIT-REJECT THRU 6800-EXIT
005940         GO TO 1300-EXIT
005950     END-IF.

005960     PERFORM 5000-EDIT-TRAN THRU 5000-EXIT.
005970     IF WS-REASON-CODE = SPACES
005980         DISPLAY "THE CORRECTED ITEM PASSES THE EDIT" END-DISPLAY
005990     ELSE
006000         DISPLAY "THE CORRECTED ITEM STILL FAILS THE EDIT - "
006010             WS-REASON-CODE " " WS-REASON-TEXT END-DISPLAY
006020         DISPLAY "KEEP THE CORRECTION ANYWAY? (Y = YES / N = NO)"
006030             END-DISPLAY
006040         ACCEPT WS-CONFIRM-ANS END-ACCEPT
006050         IF WS-CONFIRM-ANS NOT = "Y" AND WS-CONFIRM-ANS NOT = "y"
006060             MOVE WS-REASON-CODE TO WS-NEW-RSN-CODE
006070             MOVE "CORRECTION NOT KEPT" TO WS-REASON
006080             DISPLAY "CORRECTION NOT KEPT" END-DISPLAY
006090             PERFORM 6800-AUDIT-REJECT THRU 6800-EXIT
006100             GO TO 1300-EXIT
006110         END-IF
006120     END-IF.

006130     PERFORM 6300-APPLY-CORRECTION THRU 6300-EXIT.

006140 1300-EXIT.
006150     EXIT.

006160*****************************************************************
006170*  1400-VOID-ITEM                                               *
006180*  VOIDS AN OPEN OR CORRECTED ITEM WITH A REASON, AFTER ONE     *
006190*  CONFIRMATION.  THE ITEM IS NOT DELETED - IT RIDES THE NEXT   *
006200*  NIGHT'S RECYCLE ONE LAST TIME, NEVER EDITED OR POSTED, AND   *
006210*  CBLEDIT WRITES IT BACK AS CLEARED FOR THE AGING REPORT.      *
006220*****************************************************************
006230 1400-VOID-ITEM.
006240     MOVE "V" TO WS-ACTION.
006250     PERFORM 1500-ASK-ITEM THRU 1500-EXIT.
006260     IF WS-REASON NOT = SPACES
006270         PERFORM 6800-AUDIT-REJECT THRU 6800-EXIT
006280         GO TO 1400-EXIT
006290     END-IF.

006300     DISPLAY "ENTER THE REASON FOR THE VOID:" END-DISPLAY.
006310     ACCEPT WS-VOID-REASON END-ACCEPT.
006320     IF WS-VOID-REASON = SPACES
006330         MOVE "VOID REASON BLANK" TO WS-REASON
006340         DISPLAY "A VOID NEEDS A REASON" END-DISPLAY
006350         PERFORM 6800-AUDIT-REJECT THRU 6800-EXIT
006360         GO TO 1400-EXIT
006370     END-IF.

006380     DISPLAY "VOID ITEM " WS-EDIT-ITEM
006390         "? (Y = YES / N = NO)" END-DISPLAY.
006400     ACCEPT WS-CONFIRM-ANS END-ACCEPT.
006410     IF WS-CONFIRM-ANS NOT = "Y" AND WS-CONFIRM-ANS NOT = "y"
006420         DISPLAY "VOID NOT CONFIRMED" END-DISPLAY
006430         GO TO 1400-EXIT
006440     END-IF.

006450     PERFORM 6400-APPLY-VOID THRU 6400-EXIT.

006460 1400-EXIT.
006470     EXIT.

006480*****************************************************************
006490*  1500-ASK-ITEM                                                *
006500*  ASKS THE ITEM NUMBER FROM THE LIST AND LOADS THE ITEM.  A    *
006510*  NUMBER NOT ON THE LIST, OR AN ITEM ALREADY VOIDED OR         *
006520*  CLEARED, LEAVES WS-REASON SET FOR THE CALLER TO AUDIT.  THE  *
006530*  AUDIT IMAGES ARE BLANKED FIRST SO A REJECTED ACTION CANNOT   *
006540*  CARRY A PRIOR ACTION'S IMAGES.                               *
006550*****************************************************************
006560 1500-ASK-ITEM.
006570     MOVE SPACES TO WS-REASON.
006580     MOVE SPACES TO WS-ENTRY-DATE.
006590     MOVE SPACES TO WS-OLD-IMAGE.
006600     MOVE SPACES TO WS-NEW-IMAGE.
006610     MOVE SPACES TO WS-OLD-RSN-CODE.
006620     MOVE SPACES TO WS-NEW-RSN-CODE.
006630     MOVE SPACES TO WS-VOID-REASON.
006640     MOVE ZERO TO WS-SUS-SUB.

006650     DISPLAY "ENTER THE ITEM NUMBER FROM THE LIST:" END-DISPLAY.
006660     ACCEPT WS-ITEM-ENTRY END-ACCEPT.
006670     MOVE WS-ITEM-ENTRY TO WS-ITEM-NUM.
006720     IF WS-ITEM-NUM = ZERO OR WS-ITEM-NUM > WS-SUS-COUNT
006730         MOVE "NO SUCH SUSPENSE ITEM" TO WS-REASON
006740         DISPLAY "NO SUCH ITEM ON THE LIST" END-DISPLAY
006750         GO TO 1500-EXIT
006760     END-IF.

006770     MOVE WS-ITEM-NUM TO WS-SUS-SUB.
006780     MOVE WS-ITEM-NUM TO WS-EDIT-ITEM.
006790     MOVE WS-SUS-ENTRY (WS-SUS-SUB) TO SCR-SUSP-RECORD.
006800     MOVE SUS-ENTRY-DATE  TO WS-ENTRY-DATE.
006810     MOVE SUS-TRAN-IMAGE  TO WS-OLD-IMAGE.
006820     MOVE SUS-TRAN-IMAGE  TO WS-NEW-IMAGE.
006830     MOVE SUS-REASON-CODE TO WS-OLD-RSN-CODE.
006840     MOVE SUS-REASON-CODE TO WS-NEW-RSN-CODE.
006850     MOVE SUS-TRAN-IMAGE  TO EDT-TRAN-WORK.

006860     IF SUS-ITEM-VOIDED OR SUS-ITEM-CLEARED
006870         MOVE "ITEM ALREADY VOIDED" TO WS-REASON
006880         DISPLAY "THAT ITEM IS ALREADY VOIDED" END-DISPLAY
006890         GO TO 1500-EXIT
006900     END-IF.

006910     DISPLAY "ITEM " WS-EDIT-ITEM "  " SUS-REASON-CODE " "
006920         SUS-REASON-TEXT "  ENTERED " SUS-ENTRY-DATE END-DISPLAY.
006930     PERFORM 1600-SHOW-TRAN THRU 1600-EXIT.

006940 1500-EXIT.
006950     EXIT.

006960*SHOWS THE TRANSACTION FIELDS HELD IN EDT-TRAN-WORK.
006970 1600-SHOW-TRAN.
006980     DISPLAY "     OPCODE " EW-OPCODE "  OPERAND-1 " EW-OPERAND-1
006990         "  OPERAND-2 " EW-OPERAND-2 END-DISPLAY.
007000     DISPLAY "     CURRENCY " EW-CURR-FROM " TO " EW-CURR-TO
007010         "  DEPARTMENT " EW-DEPT-CODE END-DISPLAY.

007020 1600-EXIT.
007030     EXIT.

007040*****************************************************************
007050*  5000-EDIT-TRAN                                               *
007060*  THE SAME FIELD EDITS, IN THE SAME ORDER AND WITH THE SAME    *
007070*  REASON CODES, AS CBLEDIT'S 5000-EDIT-TRAN - AN ITEM THAT     *
007080*  PASSES HERE PASSES TONIGHT UNLESS A MASTER CHANGES FIRST.    *
007090*  LEAVES WS-EDIT-REASON SPACES WHEN THE TRANSACTION IS CLEAN.  *
007100*****************************************************************
007110 5000-EDIT-TRAN.
007120     MOVE SPACES TO WS-EDIT-REASON.

007130     IF EW-OPCODE IS NOT NUMERIC
007140         OR EN-OPCODE < 1 OR EN-OPCODE > 8
007150         MOVE "01" TO WS-REASON-CODE
007160         MOVE "UNRECOGNIZED OPCODE" TO WS-REASON-TEXT
007170         GO TO 5000-EXIT
007180     END-IF.

007190     IF EW-OPERAND-1 (1:1) NOT = "+"
007200         AND EW-OPERAND-1 (1:1) NOT = "-"
007210         MOVE "02" TO WS-REASON-CODE
007220         MOVE "OPERAND-1 SIGN INVALID" TO WS-REASON-TEXT
007230         GO TO 5000-EXIT
007240     END-IF.

007250     IF EW-OPERAND-1 (2:15) IS NOT NUMERIC
007260         MOVE "03" TO WS-REASON-CODE
007270         MOVE "OPERAND-1 NOT NUMERIC" TO WS-REASON-TEXT
007280         GO TO 5000-EXIT
007290     END-IF.

007300     IF EW-OPERAND-2 (1:1) NOT = "+"
007310         AND EW-OPERAND-2 (1:1) NOT = "-"
007320         MOVE "04" TO WS-REASON-CODE
007330         MOVE "OPERAND-2 SIGN INVALID" TO WS-REASON-TEXT
007340         GO TO 5000-EXIT
007350     END-IF.

007360     IF EW-OPERAND-2 (2:15) IS NOT NUMERIC
007370         MOVE "05" TO WS-REASON-CODE
007380         MOVE "OPERAND-2 NOT NUMERIC" TO WS-REASON-TEXT
007390         GO TO 5000-EXIT
007400     END-IF.

007410     IF EN-OPCODE = 4 AND EN-OPERAND-2 = ZERO
007420         MOVE "06" TO WS-REASON-CODE
007430         MOVE "ZERO DIVISOR" TO WS-REASON-TEXT
007440         GO TO 5000-EXIT
007450     END-IF.

007460     IF EN-OPCODE = 6 AND EN-OPERAND-2 = ZERO
007470         MOVE "07" TO WS-REASON-CODE
007480         MOVE "ZERO BASE VALUE" TO WS-REASON-TEXT
007490         GO TO 5000-EXIT
007500     END-IF.

007510     IF EN-OPCODE = 7 AND EN-OPERAND-1 = ZERO
007520         MOVE "08" TO WS-REASON-CODE
007530         MOVE "ZERO START VALUE" TO WS-REASON-TEXT
007540         GO TO 5000-EXIT
007550     END-IF.

007560     IF EN-OPCODE = 8
007570         AND (EW-CURR-FROM = SPACES OR EW-CURR-TO = SPACES)
007580         MOVE "09" TO WS-REASON-CODE
007590         MOVE "CURRENCY CODE MISSING" TO WS-REASON-TEXT
007600         GO TO 5000-EXIT
007610     END-IF.

007620     IF EN-OPCODE = 8
007630         MOVE EW-CURR-FROM TO WS-RIF-LOOKUP-FROM
007640         MOVE EW-CURR-TO   TO WS-RIF-LOOKUP-TO
007650         PERFORM 0450-FIND-RATE-IN-FORCE THRU 0450-EXIT
007660         IF WS-RIF-FOUND-SUB = ZERO AND NOT WS-RIF-FULL
007670             MOVE "13" TO WS-REASON-CODE
007680             MOVE "NO RATE IN FORCE" TO WS-REASON-TEXT
007690             GO TO 5000-EXIT
007700         END-IF
007710     END-IF.

007720     IF EW-DEPT-CODE = SPACES
007730         MOVE "10" TO WS-REASON-CODE
007740         MOVE "DEPARTMENT CODE MISSING" TO WS-REASON-TEXT
007750         GO TO 5000-EXIT
007760     END-IF.

007770     MOVE EW-DEPT-CODE TO WS-DEPT-LOOKUP.
007780     PERFORM 0350-FIND-DEPT THRU 0350-EXIT.
007790     IF WS-DEPT-FOUND-SUB = ZERO
007800         MOVE "11" TO WS-REASON-CODE
007810         MOVE "DEPARTMENT NOT ON DEPMAST" TO WS-REASON-TEXT
007820         GO TO 5000-EXIT
007830     END-IF.

007840     IF WS-DP-ACTIVE-SW (WS-DEPT-FOUND-SUB) NOT = "A"
007850         MOVE "12" TO WS-REASON-CODE
007860         MOVE "DEPARTMENT IS INACTIVE" TO WS-REASON-TEXT
007870         GO TO 5000-EXIT
007880     END-IF.

007890 5000-EXIT.
007900     EXIT.

007910*****************************************************************
007920*  6300-APPLY-CORRECTION                                        *
007930*  PUTS THE CORRECTED IMAGE ON THE ITEM.  A CLEAN ITEM CARRIES  *
007940*  REASON 00 UNTIL TONIGHT'S EDIT TAKES IT; ONE KEPT THOUGH IT  *
007950*  STILL FAILS CARRIES ITS NEW REASON.  THE ENTRY DATE AND      *
007960*  RECYCLE COUNT ARE LEFT ALONE - THE ITEM HAS NOT AGED AWAY.   *
007970*****************************************************************
007980 6300-APPLY-CORRECTION.
007990     MOVE WS-NEW-IMAGE TO SUS-TRAN-IMAGE.
008000     IF WS-REASON-CODE = SPACES
008010         MOVE "00" TO SUS-REASON-CODE
008020         MOVE "CORRECTED - PASSES EDIT" TO SUS-REASON-TEXT
008030     ELSE
008040         MOVE WS-REASON-CODE TO SUS-REASON-CODE
008050         MOVE WS-REASON-TEXT TO SUS-REASON-TEXT
008060     END-IF.
008070     MOVE SUS-REASON-CODE TO WS-NEW-RSN-CODE.
008080     SET SUS-ITEM-CORRECTED TO TRUE.
008090     ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD.
008100     MOVE WS-OPERATOR-ID TO SUS-ACTION-BY.
008110     MOVE WS-CUR-DATE    TO SUS-ACTION-DATE.
008120     MOVE SCR-SUSP-RECORD TO WS-SUS-ENTRY (WS-SUS-SUB).
008130     ADD 1 TO WS-CORRECT-COUNT.
008140     PERFORM 6900-AUDIT-APPLIED THRU 6900-EXIT.
008150     DISPLAY "ITEM " WS-EDIT-ITEM " CORRECTED - IT RECYCLES "
008160         "WITH THE NEXT NIGHT'S RUN" END-DISPLAY.

008170 6300-EXIT.
008180     EXIT.

008190 6400-APPLY-VOID.
008200     SET SUS-ITEM-VOIDED TO TRUE.
008210     ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD.
008220     MOVE WS-OPERATOR-ID TO SUS-ACTION-BY.
008230     MOVE WS-CUR-DATE    TO SUS-ACTION-DATE.
008240     MOVE WS-VOID-REASON TO SUS-VOID-REASON.
008250     MOVE SCR-SUSP-RECORD TO WS-SUS-ENTRY (WS-SUS-SUB).
008260     MOVE WS-VOID-REASON TO WS-REASON.
008270     ADD 1 TO WS-VOID-COUNT.
008280     PERFORM 6900-AUDIT-APPLIED THRU 6900-EXIT.
008290     DISPLAY "ITEM " WS-EDIT-ITEM " VOIDED - IT WILL NOT POST"
008300         END-DISPLAY.

008310 6400-EXIT.
008320     EXIT.

008330*****************************************************************
008340*  6500-REWRITE-SUSP-FILE                                       *
008350*  WRITES THE TABLE BACK AS THE NEW CBLSUSP.                    *
008360*****************************************************************
008370 6500-REWRITE-SUSP-FILE.
008380     OPEN OUTPUT SCR-SUSP-FILE.
008390     IF FS-SUSP-FILE NOT = "00"
008400         DISPLAY "UNABLE TO REWRITE CBLSUSP, STATUS "
008410             FS-SUSP-FILE END-DISPLAY
008420         MOVE 16 TO RETURN-CODE
008430         GO TO 6500-EXIT
008440     END-IF.

008450     PERFORM 6550-WRITE-SUSP-REC THRU 6550-EXIT
008460         VARYING WS-SUS-SUB FROM 1 BY 1
008470         UNTIL WS-SUS-SUB > WS-SUS-COUNT.
008480     CLOSE SCR-SUSP-FILE.
008490     MOVE "N" TO WS-CHANGED-SW.

008500 6500-EXIT.
008510     EXIT.

008520 6550-WRITE-SUSP-REC.
008530     MOVE WS-SUS-ENTRY (WS-SUS-SUB) TO SCR-SUSP-RECORD.
008540     WRITE SCR-SUSP-RECORD.

008550 6550-EXIT.
008560     EXIT.

008570*****************************************************************
008580*  6800-AUDIT-REJECT / 6900-AUDIT-APPLIED                       *
008590*  ONE CHANGE-AUDIT RECORD PER ACTION, APPLIED OR REJECTED,     *
008600*  WITH THE OLD AND NEW IMAGES AND REASON CODES AND THE         *
008610*  OPERATOR.  A VOID CARRIES ITS VOID REASON.                   *
008620*****************************************************************
008630 6800-AUDIT-REJECT.
008640     ADD 1 TO WS-REJECT-COUNT.
008650     SET SA-STATUS-REJECTED TO TRUE.
008660     PERFORM 6950-BUILD-WRITE-AUDIT THRU 6950-EXIT.

008670 6800-EXIT.
008680     EXIT.

008690 6900-AUDIT-APPLIED.
008700     MOVE "Y" TO WS-CHANGED-SW.
008710     IF WS-ACTION NOT = "V"
008720         MOVE SPACES TO WS-REASON
008730     END-IF.
008740     SET SA-STATUS-APPLIED TO TRUE.
008750     PERFORM 6950-BUILD-WRITE-AUDIT THRU 6950-EXIT.

008760 6900-EXIT.
008770     EXIT.

008780 6950-BUILD-WRITE-AUDIT.
008790     ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD.
008800     ACCEPT WS-CUR-TIME FROM TIME.
008810     MOVE SPACES TO SA-TIMESTAMP.
008820     STRING WS-CUR-DATE  "-" WS-CUR-TIME
008830         DELIMITED BY SIZE INTO SA-TIMESTAMP.

008840     MOVE WS-ACTION       TO SA-ACTION.
008850     MOVE WS-ENTRY-DATE   TO SA-ENTRY-DATE.
008860     MOVE WS-OLD-IMAGE    TO SA-OLD-IMAGE.
008870     MOVE WS-OLD-RSN-CODE TO SA-OLD-REASON-CODE.
008880     MOVE WS-NEW-IMAGE    TO SA-NEW-IMAGE.
008890     MOVE WS-NEW-RSN-CODE TO SA-NEW-REASON-CODE.
008900     MOVE WS-REASON       TO SA-REASON.
008910     MOVE WS-OPERATOR-ID  TO SA-OPERATOR-ID.
008920     WRITE SCR-AUDIT-RECORD.

008930     MOVE SPACES TO WS-REASON.

008940 6950-EXIT.
008950     EXIT.
