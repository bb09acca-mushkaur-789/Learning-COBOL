000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.     CBLGMNT IS INITIAL PROGRAM.
000120 AUTHOR.         R HANLEY.
000130 INSTALLATION.   DATA PROCESSING DEPT.
000140 DATE-WRITTEN.   12/09/2026.
000150 DATE-COMPILED.  TODAY.
000160*****************************************************************
000170*  CBLGMNT - GENERAL-LEDGER ACCOUNT-MAPPING MAINTENANCE.        *
000180*  THE ONLY PROGRAM THAT WRITES THE GL ACCOUNT-MAPPING FILE     *
000190*  (CBLGLMP) THE DAILY LEDGER CLOSE USES TO TURN EACH OPCODE'S  *
000200*  SUBTOTAL (AND EACH CURRENCY PAIR'S SUBTOTAL FOR OPCODE 8)    *
000210*  INTO BALANCED DEBIT AND CREDIT LINES ON THE GL JOURNAL.      *
000220*  ADDS AND CHANGES ARE VALIDATED (OPCODE 0-9, A PAIR ONLY ON   *
000230*  OPCODE 8, BOTH ACCOUNTS PRESENT AND DIFFERENT, NO DUPLICATE  *
000240*  KEY ON ADD), A MAPPING IS DEACTIVATED RATHER THAN DELETED,   *
000250*  AND EVERY APPLIED AND REJECTED ACTION WRITES A CHANGE-AUDIT  *
000260*  RECORD (CBLGLMA) WITH THE OLD AND NEW IMAGES - THE SAME      *
000270*  PATTERN DEPMNT FOLLOWS FOR THE DEPARTMENT MASTER.            *
000280*****************************************************************
000290*  MODIFICATION HISTORY.
000300*  12/09/2026  RH  ORIGINAL VERSION.
000310*****************************************************************
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SPECIAL-NAMES.
000350     CLASS VALID-OPID IS "A" THRU "Z"
000360         "0" THRU "9" SPACE.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT GMT-MAP-FILE     ASSIGN TO "CBLGLMP"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS FS-MAP-FILE.

000420     SELECT GMT-AUDT-FILE    ASSIGN TO "CBLGLMA"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS FS-AUDT-FILE.

000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  GMT-MAP-FILE
000480     RECORDING MODE IS F.
000490 COPY CBLGLMP.

000500 FD  GMT-AUDT-FILE
000510     RECORDING MODE IS F.
000520 01  GL-MAP-AUDIT-RECORD.
000530     05  MA-TIMESTAMP            PIC X(26).
000540     05  MA-ACTION               PIC X(01).
000550         88  MA-ACTION-ADD           VALUE "A".
000560         88  MA-ACTION-CHANGE        VALUE "C".
000570         88  MA-ACTION-DEACTIVATE    VALUE "D".
000580         88  MA-ACTION-REACTIVATE    VALUE "R".
000590     05  MA-OPCODE               PIC X(01).
000600     05  MA-CURR-FROM            PIC X(03).
000610     05  MA-CURR-TO              PIC X(03).
000620     05  MA-OLD-DR-ACCOUNT       PIC X(10).
000630     05  MA-OLD-CR-ACCOUNT       PIC X(10).
000640     05  MA-OLD-DESC             PIC X(30).
000650     05  MA-OLD-ACTIVE           PIC X(01).
000660     05  MA-NEW-DR-ACCOUNT       PIC X(10).
000670     05  MA-NEW-CR-ACCOUNT       PIC X(10).
000680     05  MA-NEW-DESC             PIC X(30).
000690     05  MA-NEW-ACTIVE           PIC X(01).
000700     05  MA-STATUS               PIC X(01).
000710         88  MA-STATUS-APPLIED       VALUE "K".
000720         88  MA-STATUS-REJECTED      VALUE "E".
000730     05  MA-REASON               PIC X(25).
000740     05  MA-OPERATOR-ID          PIC X(08).

000750 WORKING-STORAGE SECTION.
000760 01  FS-MAP-FILE       PIC X(02) VALUE "00".
000770 01  FS-AUDT-FILE      PIC X(02) VALUE "00".

000780 01  WS-MENU-CHOICE    PIC 9 VALUE ZERO.
000790 01  WS-MAP-EOF-SW     PIC X VALUE "N".
000800     88  WS-MAP-EOF               VALUE "Y".
000810 01  WS-CHANGED-SW     PIC X VALUE "N".
000820     88  WS-MAPS-CHANGED          VALUE "Y".
000830 01  WS-REJECT-SW      PIC X VALUE "N".
000840     88  WS-ACTION-REJECTED       VALUE "Y".
000850 01  WS-REASON         PIC X(25) VALUE SPACES.
000860 01  WS-APPLIED-COUNT  PIC 9(05) COMP VALUE ZERO.
000870 01  WS-REJECT-COUNT   PIC 9(05) COMP VALUE ZERO.

000880 01  WS-CUR-DATE       PIC 9(08).
000890 01  WS-CUR-TIME       PIC 9(08).
000900 01  WS-OPERATOR-ID    PIC X(08) VALUE SPACES.

000910*THE WHOLE MAPPING FILE IS LOADED TO THIS TABLE AT START-UP,
000920*MAINTAINED IN PLACE, AND WRITTEN BACK WHEN ANY ACTION WAS
000930*APPLIED - THE SAME PATTERN DEPMNT USES.  60 ENTRIES COVERS
000940*THE TEN OPCODES AND FIFTY CURRENCY PAIRS.
000950 01  WS-MAP-MAX        PIC 9(02) COMP VALUE 60.
000960 01  WS-TRUNC-SW       PIC X VALUE "N".
000970     88  WS-LOAD-TRUNCATED        VALUE "Y".
000980 01  WS-MAP-COUNT      PIC 9(02) COMP VALUE ZERO.
000990 01  WS-MAP-SUB        PIC 9(02) COMP VALUE ZERO.
001000 01  WS-MAP-FOUND-SUB  PIC 9(02) COMP VALUE ZERO.
001010 01  WS-MAP-TABLE.
001020     05  WS-MAP-ENTRY OCCURS 60 TIMES.
001030         10  WS-MP-OPCODE        PIC X(01).
001040         10  WS-MP-CURR-FROM     PIC X(03).
001050         10  WS-MP-CURR-TO       PIC X(03).
001060         10  WS-MP-DR-ACCOUNT    PIC X(10).
001070         10  WS-MP-CR-ACCOUNT    PIC X(10).
001080         10  WS-MP-DESC          PIC X(30).
001090         10  WS-MP-ACTIVE-SW     PIC X(01).

001100*FIELDS UNDER EDIT FOR THE CURRENT ACTION.
001110 01  WS-ACTION         PIC X(01) VALUE SPACE.
001120 01  WS-MAP-OPCODE     PIC X(01) VALUE SPACE.
001130 01  WS-MAP-CURR-FROM  PIC X(03) VALUE SPACES.
001140 01  WS-MAP-CURR-TO    PIC X(03) VALUE SPACES.
001150 01  WS-DR-ACCOUNT     PIC X(10) VALUE SPACES.
001160 01  WS-CR-ACCOUNT     PIC X(10) VALUE SPACES.
001170 01  WS-MAP-DESC       PIC X(30) VALUE SPACES.
001180 01  WS-OLD-DR-ACCOUNT PIC X(10) VALUE SPACES.
001190 01  WS-OLD-CR-ACCOUNT PIC X(10) VALUE SPACES.
001200 01  WS-OLD-DESC       PIC X(30) VALUE SPACES.
001210 01  WS-OLD-ACTIVE     PIC X(01) VALUE SPACE.
001220 01  WS-NEW-ACTIVE     PIC X(01) VALUE SPACE.

001230 LINKAGE SECTION.
001240 COPY CBLOPID.

001250 PROCEDURE DIVISION USING CBL-OPID-AREA.
001260 0000-MAINLINE.
001270*    RUN STANDALONE (NOT CALLED FROM CBLMENU) THERE IS NO
001280*    COMMAREA TO REFERENCE - STAMP THE UNVALIDATED ID INSTEAD.
001290     IF ADDRESS OF CBL-OPID-AREA = NULL
001300         MOVE "UNKNOWN" TO WS-OPERATOR-ID
001310     ELSE
001320         IF OPID-OPERATOR-ID IS VALID-OPID
001330             MOVE OPID-OPERATOR-ID TO WS-OPERATOR-ID
001340         ELSE
001350             MOVE "UNKNOWN" TO WS-OPERATOR-ID
001360         END-IF
001370     END-IF.

001380     PERFORM 0200-LOAD-MAP-TABLE THRU 0200-EXIT.

001390*    A TRUNCATED LOAD MUST NEVER BE WRITTEN BACK - EVERY
001400*    RECORD PAST THE TABLE WOULD BE SILENTLY DELETED.
001410     IF WS-LOAD-TRUNCATED
001420         DISPLAY "CBLGLMP EXCEEDS THE MAPPING TABLE - "
001430             "MAINTENANCE REFUSED, RAISE WS-MAP-MAX"
001440             END-DISPLAY
001450         MOVE 8 TO RETURN-CODE
001460         GO TO 9999-PROGRAM-END
001470     END-IF.

001480     OPEN EXTEND GMT-AUDT-FILE.
001490     IF FS-AUDT-FILE NOT = "00"
001500         DISPLAY "UNABLE TO OPEN CBLGLMA, STATUS "
001510             FS-AUDT-FILE END-DISPLAY
001520         MOVE 16 TO RETURN-CODE
001530         GO TO 9999-PROGRAM-END
001540     END-IF.

001550     PERFORM 1000-INTERACTIVE-DRIVER THRU 1000-EXIT.

001560     IF WS-MAPS-CHANGED
001570         PERFORM 6500-REWRITE-MAP-FILE THRU 6500-EXIT
001580     END-IF.

001590     CLOSE GMT-AUDT-FILE.
001600     DISPLAY WS-APPLIED-COUNT " ACTION(S) APPLIED, "
001610         WS-REJECT-COUNT " REJECTED" END-DISPLAY.
001620     GO TO 9999-PROGRAM-END.

001630 9999-PROGRAM-END.
001640     GOBACK.

001650*****************************************************************
001660*  0200-LOAD-MAP-TABLE                                          *
001670*  LOADS THE WHOLE MAPPING FILE TO THE TABLE.  A MISSING        *
001680*  CBLGLMP JUST MEANS NO MAPPING HAS EVER BEEN ENTERED -        *
001690*  MAINTENANCE CAN STILL ADD THE FIRST ONE.                     *
001700*****************************************************************
001710 0200-LOAD-MAP-TABLE.
001720     MOVE "N" TO WS-MAP-EOF-SW.
001730     OPEN INPUT GMT-MAP-FILE.
001740     IF FS-MAP-FILE NOT = "00"
001750         DISPLAY "CBLGLMP NOT AVAILABLE - STARTING EMPTY"
001760             END-DISPLAY
001770         MOVE "00" TO FS-MAP-FILE
001780         GO TO 0200-EXIT
001790     END-IF.

001800     PERFORM 0250-READ-MAP-REC THRU 0250-EXIT
001810         UNTIL WS-MAP-EOF.
001820     CLOSE GMT-MAP-FILE.
001830     DISPLAY WS-MAP-COUNT " MAPPING(S) ON FILE" END-DISPLAY.

001840 0200-EXIT.
001850     EXIT.

001860 0250-READ-MAP-REC.
001870     READ GMT-MAP-FILE
001880         AT END
001890             MOVE "Y" TO WS-MAP-EOF-SW
001900         NOT AT END
001910             IF WS-MAP-COUNT >= WS-MAP-MAX
001920                 DISPLAY "CBLGLMP EXCEEDS THE MAPPING "
001930                     "TABLE - LOAD STOPPED" END-DISPLAY
001940                 MOVE "Y" TO WS-TRUNC-SW
001950                 MOVE "Y" TO WS-MAP-EOF-SW
001960             ELSE
001970                 ADD 1 TO WS-MAP-COUNT
001980                 MOVE GM-OPCODE
001990                     TO WS-MP-OPCODE (WS-MAP-COUNT)
002000                 MOVE GM-CURR-FROM
002010                     TO WS-MP-CURR-FROM (WS-MAP-COUNT)
002020                 MOVE GM-CURR-TO
002030                     TO WS-MP-CURR-TO (WS-MAP-COUNT)
002040                 MOVE GM-DR-ACCOUNT
002050                     TO WS-MP-DR-ACCOUNT (WS-MAP-COUNT)
002060                 MOVE GM-CR-ACCOUNT
002070                     TO WS-MP-CR-ACCOUNT (WS-MAP-COUNT)
002080                 MOVE GM-DESC
002090                     TO WS-MP-DESC (WS-MAP-COUNT)
002100                 MOVE GM-ACTIVE-SW
002110                     TO WS-MP-ACTIVE-SW (WS-MAP-COUNT)
002120             END-IF
002130     END-READ.

002140 0250-EXIT.
002150     EXIT.

002160*****************************************************************
002170*  1000-INTERACTIVE-DRIVER                                      *
002180*****************************************************************
002190 1000-INTERACTIVE-DRIVER.
002200     PERFORM 1100-DISPLAY-MENU THRU 1100-EXIT.

002210     IF WS-MENU-CHOICE = 1
002220         PERFORM 1200-ADD-MAP THRU 1200-EXIT
002230     END-IF.

002240     IF WS-MENU-CHOICE = 2
002250         PERFORM 1300-CHG-MAP THRU 1300-EXIT
002260     END-IF.

002270     IF WS-MENU-CHOICE = 3
002280         PERFORM 1400-DEACT-MAP THRU 1400-EXIT
002290     END-IF.

002300     IF WS-MENU-CHOICE = 4
002310         PERFORM 1450-REACT-MAP THRU 1450-EXIT
002320     END-IF.

002330     IF WS-MENU-CHOICE = 5
002340         PERFORM 1600-LIST-MAPS THRU 1600-EXIT
002350     END-IF.

002360     IF WS-MENU-CHOICE = 0
002370         GO TO 1000-EXIT
002380     ELSE
002390         PERFORM 1000-INTERACTIVE-DRIVER THRU 1000-EXIT
002400     END-IF.

002410 1000-EXIT.
002420     EXIT.

002430 1100-DISPLAY-MENU.
002440     DISPLAY "CBLGMNT - GL ACCOUNT-MAPPING MAINTENANCE"
002450         END-DISPLAY.
002460     DISPLAY "1- ADD A MAPPING" END-DISPLAY.
002470     DISPLAY "2- CHANGE A MAPPING" END-DISPLAY.
002480     DISPLAY "3- DEACTIVATE A MAPPING" END-DISPLAY.
002490     DISPLAY "4- REACTIVATE A MAPPING" END-DISPLAY.
002500     DISPLAY "5- LIST THE MAPPINGS" END-DISPLAY.
002510     DISPLAY "0- END MAINTENANCE" END-DISPLAY.
002520     DISPLAY "CHOOSE ONE OPTION" END-DISPLAY.
002530     ACCEPT WS-MENU-CHOICE END-ACCEPT.

002540     IF WS-MENU-CHOICE < 0 OR WS-MENU-CHOICE > 5
002550         DISPLAY "CHOICE NOT VALID" END-DISPLAY
002560         PERFORM 1100-DISPLAY-MENU THRU 1100-EXIT
002570     END-IF.

002580 1100-EXIT.
002590     EXIT.

002600 1200-ADD-MAP.
002610     MOVE "A" TO WS-ACTION.
002620     PERFORM 1500-ASK-MAP-FIELDS THRU 1500-EXIT.
002630     PERFORM 5000-EDIT-MAP-FIELDS THRU 5000-EXIT.
002640     IF WS-ACTION-REJECTED
002650         PERFORM 6800-AUDIT-REJECT THRU 6800-EXIT
002660         GO TO 1200-EXIT
002670     END-IF.

002680     PERFORM 5500-FIND-MAP THRU 5500-EXIT.
002690     IF WS-MAP-FOUND-SUB > ZERO
002700         MOVE "DUPLICATE MAPPING KEY" TO WS-REASON
002710         DISPLAY "THAT OPCODE AND PAIR ARE ALREADY MAPPED - "
002720             "USE CHANGE" END-DISPLAY
002730         PERFORM 6800-AUDIT-REJECT THRU 6800-EXIT
002740         GO TO 1200-EXIT
002750     END-IF.

002760     IF WS-MAP-COUNT >= WS-MAP-MAX
002770         MOVE "MAPPING TABLE FULL" TO WS-REASON
002780         DISPLAY "MAPPING TABLE FULL - ADD NOT APPLIED"
002790             END-DISPLAY
002800         PERFORM 6800-AUDIT-REJECT THRU 6800-EXIT
002810         GO TO 1200-EXIT
002820     END-IF.

002830     ADD 1 TO WS-MAP-COUNT.
002840     MOVE WS-MAP-OPCODE    TO WS-MP-OPCODE (WS-MAP-COUNT).
002850     MOVE WS-MAP-CURR-FROM TO WS-MP-CURR-FROM (WS-MAP-COUNT).
002860     MOVE WS-MAP-CURR-TO   TO WS-MP-CURR-TO (WS-MAP-COUNT).
002870     MOVE WS-DR-ACCOUNT    TO WS-MP-DR-ACCOUNT (WS-MAP-COUNT).
002880     MOVE WS-CR-ACCOUNT    TO WS-MP-CR-ACCOUNT (WS-MAP-COUNT).
002890     MOVE WS-MAP-DESC      TO WS-MP-DESC (WS-MAP-COUNT).
002900     MOVE "A"              TO WS-MP-ACTIVE-SW (WS-MAP-COUNT).
002910     MOVE SPACE  TO WS-OLD-ACTIVE.
002920     MOVE "A"    TO WS-NEW-ACTIVE.
002930     PERFORM 6900-AUDIT-APPLIED THRU 6900-EXIT.
002940     DISPLAY "ADDED MAPPING FOR OPCODE " WS-MAP-OPCODE
002950         END-DISPLAY.

002960 1200-EXIT.
002970     EXIT.

002980 1300-CHG-MAP.
002990     MOVE "C" TO WS-ACTION.
003000     PERFORM 1500-ASK-MAP-FIELDS THRU 1500-EXIT.
003010     PERFORM 5000-EDIT-MAP-FIELDS THRU 5000-EXIT.
003020     IF WS-ACTION-REJECTED
003030         PERFORM 6800-AUDIT-REJECT THRU 6800-EXIT
003040         GO TO 1300-EXIT
003050     END-IF.

003060     PERFORM 5500-FIND-MAP THRU 5500-EXIT.
003070     IF WS-MAP-FOUND-SUB = ZERO
003080         MOVE "MAPPING NOT ON FILE" TO WS-REASON
003090         DISPLAY "THAT OPCODE AND PAIR ARE NOT MAPPED - USE ADD"
003100             END-DISPLAY
003110         PERFORM 6800-AUDIT-REJECT THRU 6800-EXIT
003120         GO TO 1300-EXIT
003130     END-IF.

003140     PERFORM 5600-SAVE-OLD-IMAGE THRU 5600-EXIT.
003150     MOVE WS-DR-ACCOUNT TO WS-MP-DR-ACCOUNT (WS-MAP-FOUND-SUB).
003160     MOVE WS-CR-ACCOUNT TO WS-MP-CR-ACCOUNT (WS-MAP-FOUND-SUB).
003170     MOVE WS-MAP-DESC   TO WS-MP-DESC (WS-MAP-FOUND-SUB).
003180     MOVE WS-OLD-ACTIVE TO WS-NEW-ACTIVE.
003190     PERFORM 6900-AUDIT-APPLIED THRU 6900-EXIT.
003200     DISPLAY "CHANGED MAPPING FOR OPCODE " WS-MAP-OPCODE
003210         END-DISPLAY.

003220 1300-EXIT.
003230     EXIT.

003240 1400-DEACT-MAP.
003250     MOVE "D" TO WS-ACTION.
003260     PERFORM 1510-ASK-MAP-KEY THRU 1510-EXIT.
003270     PERFORM 5500-FIND-MAP THRU 5500-EXIT.
003280     IF WS-MAP-FOUND-SUB = ZERO
003290         MOVE "MAPPING NOT ON FILE" TO WS-REASON
003300         DISPLAY "THAT OPCODE AND PAIR ARE NOT MAPPED"
003310             END-DISPLAY
003320         PERFORM 6800-AUDIT-REJECT THRU 6800-EXIT
003330         GO TO 1400-EXIT
003340     END-IF.

003350     PERFORM 5600-SAVE-OLD-IMAGE THRU 5600-EXIT.
003360     PERFORM 5650-NEW-FROM-OLD THRU 5650-EXIT.
003370     MOVE "I" TO WS-MP-ACTIVE-SW (WS-MAP-FOUND-SUB).
003380     MOVE "I" TO WS-NEW-ACTIVE.
003390     PERFORM 6900-AUDIT-APPLIED THRU 6900-EXIT.
003400     DISPLAY "DEACTIVATED MAPPING FOR OPCODE " WS-MAP-OPCODE
003410         END-DISPLAY.

003420 1400-EXIT.
003430     EXIT.

003440 1450-REACT-MAP.
003450     MOVE "R" TO WS-ACTION.
003460     PERFORM 1510-ASK-MAP-KEY THRU 1510-EXIT.
003470     PERFORM 5500-FIND-MAP THRU 5500-EXIT.
003480     IF WS-MAP-FOUND-SUB = ZERO
003490         MOVE "MAPPING NOT ON FILE" TO WS-REASON
003500         DISPLAY "THAT OPCODE AND PAIR ARE NOT MAPPED"
003510             END-DISPLAY
003520         PERFORM 6800-AUDIT-REJECT THRU 6800-EXIT
003530         GO TO 1450-EXIT
003540     END-IF.

003550     PERFORM 5600-SAVE-OLD-IMAGE THRU 5600-EXIT.
003560     PERFORM 5650-NEW-FROM-OLD THRU 5650-EXIT.
003570     MOVE "A" TO WS-MP-ACTIVE-SW (WS-MAP-FOUND-SUB).
003580     MOVE "A" TO WS-NEW-ACTIVE.
003590     PERFORM 6900-AUDIT-APPLIED THRU 6900-EXIT.
003600     DISPLAY "REACTIVATED MAPPING FOR OPCODE " WS-MAP-OPCODE
003610         END-DISPLAY.

003620 1450-EXIT.
003630     EXIT.

003640 1500-ASK-MAP-FIELDS.
003650     PERFORM 1510-ASK-MAP-KEY THRU 1510-EXIT.
003660     DISPLAY "ENTER THE ACCOUNT DEBITED ON A POSITIVE SUBTOTAL:"
003670         END-DISPLAY.
003680     ACCEPT WS-DR-ACCOUNT END-ACCEPT.
003690     DISPLAY "ENTER THE ACCOUNT CREDITED ON A POSITIVE SUBTOTAL:"
003700         END-DISPLAY.
003710     ACCEPT WS-CR-ACCOUNT END-ACCEPT.
003720     DISPLAY "ENTER THE JOURNAL LINE DESCRIPTION:" END-DISPLAY.
003730     ACCEPT WS-MAP-DESC END-ACCEPT.

003740 1500-EXIT.
003750     EXIT.

003760*THE IMAGE FIELDS ARE BLANKED FIRST SO A REJECTED ACTION'S
003770*AUDIT RECORD CANNOT CARRY A PRIOR ACTION'S IMAGES.
003780 1510-ASK-MAP-KEY.
003790     MOVE SPACES TO WS-OLD-DR-ACCOUNT.
003800     MOVE SPACES TO WS-OLD-CR-ACCOUNT.
003810     MOVE SPACES TO WS-OLD-DESC.
003820     MOVE SPACES TO WS-DR-ACCOUNT.
003830     MOVE SPACES TO WS-CR-ACCOUNT.
003840     MOVE SPACES TO WS-MAP-DESC.
003850     MOVE SPACE  TO WS-OLD-ACTIVE.
003860     MOVE SPACE  TO WS-NEW-ACTIVE.
003870     MOVE SPACES TO WS-MAP-CURR-FROM.
003880     MOVE SPACES TO WS-MAP-CURR-TO.
003890     DISPLAY "ENTER THE OPCODE (0 = UNCLASSIFIED, 1-9):"
003900         END-DISPLAY.
003910     ACCEPT WS-MAP-OPCODE END-ACCEPT.
003920     IF WS-MAP-OPCODE = "8"
003930         DISPLAY "ENTER THE FROM CURRENCY (BLANK = DEFAULT "
003940             "FOR ANY PAIR):" END-DISPLAY
003950         ACCEPT WS-MAP-CURR-FROM END-ACCEPT
003960         DISPLAY "ENTER THE TO CURRENCY:" END-DISPLAY
003970         ACCEPT WS-MAP-CURR-TO END-ACCEPT
003980     END-IF.

003990 1510-EXIT.
004000     EXIT.

004010 1600-LIST-MAPS.
004020     IF WS-MAP-COUNT = ZERO
004030         DISPLAY "NO MAPPINGS ON FILE" END-DISPLAY
004040         GO TO 1600-EXIT
004050     END-IF.
004060     PERFORM 1650-LIST-ONE-MAP THRU 1650-EXIT
004070         VARYING WS-MAP-SUB FROM 1 BY 1
004080         UNTIL WS-MAP-SUB > WS-MAP-COUNT.

004090 1600-EXIT.
004100     EXIT.

004110 1650-LIST-ONE-MAP.
004120     IF WS-MP-ACTIVE-SW (WS-MAP-SUB) = "A"
004130         DISPLAY WS-MP-OPCODE (WS-MAP-SUB) " "
004140             WS-MP-CURR-FROM (WS-MAP-SUB) "/"
004150             WS-MP-CURR-TO (WS-MAP-SUB) "  DR "
004160             WS-MP-DR-ACCOUNT (WS-MAP-SUB) "  CR "
004170             WS-MP-CR-ACCOUNT (WS-MAP-SUB) "  "
004180             WS-MP-DESC (WS-MAP-SUB) "  ACTIVE" END-DISPLAY
004190     ELSE
004200         DISPLAY WS-MP-OPCODE (WS-MAP-SUB) " "
004210             WS-MP-CURR-FROM (WS-MAP-SUB) "/"
004220             WS-MP-CURR-TO (WS-MAP-SUB) "  DR "
004230             WS-MP-DR-ACCOUNT (WS-MAP-SUB) "  CR "
004240             WS-MP-CR-ACCOUNT (WS-MAP-SUB) "  "
004250             WS-MP-DESC (WS-MAP-SUB) "  INACTIVE" END-DISPLAY
004260     END-IF.

004270 1650-EXIT.
004280     EXIT.

004290*****************************************************************
004300*  5000-EDIT-MAP-FIELDS                                         *
004310*  FIELD EDITS SHARED BY ADDS AND CHANGES - OPCODE 0-9, A       *
004320*  CURRENCY PAIR ONLY ON OPCODE 8 AND THEN BOTH CODES OR        *
004330*  NEITHER, BOTH ACCOUNTS PRESENT AND NOT THE SAME ACCOUNT (A   *
004340*  LINE PAIR AGAINST ONE ACCOUNT WOULD POST NOTHING), AND A     *
004350*  DESCRIPTION.  SETS THE REJECT SWITCH AND REASON.             *
004360*****************************************************************
004370 5000-EDIT-MAP-FIELDS.
004380     MOVE "N" TO WS-REJECT-SW.
004390     MOVE SPACES TO WS-REASON.

004400     IF WS-MAP-OPCODE IS NOT NUMERIC
004410         MOVE "OPCODE NOT 0-9" TO WS-REASON
004420         MOVE "Y" TO WS-REJECT-SW
004430         DISPLAY "THE OPCODE MUST BE ONE DIGIT, 0-9" END-DISPLAY
004440         GO TO 5000-EXIT
004450     END-IF.

004460     IF (WS-MAP-CURR-FROM = SPACES
004470             AND WS-MAP-CURR-TO NOT = SPACES)
004480         OR (WS-MAP-CURR-FROM NOT = SPACES
004490             AND WS-MAP-CURR-TO = SPACES)
004500         MOVE "CURRENCY PAIR INCOMPLETE" TO WS-REASON
004510         MOVE "Y" TO WS-REJECT-SW
004520         DISPLAY "ENTER BOTH CURRENCY CODES OR NEITHER"
004530             END-DISPLAY
004540         GO TO 5000-EXIT
004550     END-IF.

004560     IF WS-DR-ACCOUNT = SPACES OR WS-CR-ACCOUNT = SPACES
004570         MOVE "ACCOUNT BLANK" TO WS-REASON
004580         MOVE "Y" TO WS-REJECT-SW
004590         DISPLAY "BOTH GL ACCOUNTS MUST BE ENTERED" END-DISPLAY
004600         GO TO 5000-EXIT
004610     END-IF.

004620     IF WS-DR-ACCOUNT = WS-CR-ACCOUNT
004630         MOVE "DEBIT EQUALS CREDIT ACCT" TO WS-REASON
004640         MOVE "Y" TO WS-REJECT-SW
004650         DISPLAY "THE DEBIT AND CREDIT ACCOUNTS MUST DIFFER"
004660             END-DISPLAY
004670         GO TO 5000-EXIT
004680     END-IF.

004690     IF WS-MAP-DESC = SPACES
004700         MOVE "DESCRIPTION BLANK" TO WS-REASON
004710         MOVE "Y" TO WS-REJECT-SW
004720         DISPLAY "THE DESCRIPTION CANNOT BE BLANK" END-DISPLAY
004730     END-IF.

004740 5000-EXIT.
004750     EXIT.

004760 5500-FIND-MAP.
004770     MOVE ZERO TO WS-MAP-FOUND-SUB.
004780     PERFORM 5550-TEST-MAP-ENTRY THRU 5550-EXIT
004790         VARYING WS-MAP-SUB FROM 1 BY 1
004800         UNTIL WS-MAP-FOUND-SUB > ZERO
004810             OR WS-MAP-SUB > WS-MAP-COUNT.

004820 5500-EXIT.
004830     EXIT.

004840 5550-TEST-MAP-ENTRY.
004850     IF WS-MP-OPCODE (WS-MAP-SUB) = WS-MAP-OPCODE
004860         AND WS-MP-CURR-FROM (WS-MAP-SUB) = WS-MAP-CURR-FROM
004870         AND WS-MP-CURR-TO (WS-MAP-SUB) = WS-MAP-CURR-TO
004880         MOVE WS-MAP-SUB TO WS-MAP-FOUND-SUB
004890     END-IF.

004900 5550-EXIT.
004910     EXIT.

004920 5600-SAVE-OLD-IMAGE.
004930     MOVE WS-MP-DR-ACCOUNT (WS-MAP-FOUND-SUB)
004940         TO WS-OLD-DR-ACCOUNT.
004950     MOVE WS-MP-CR-ACCOUNT (WS-MAP-FOUND-SUB)
004960         TO WS-OLD-CR-ACCOUNT.
004970     MOVE WS-MP-DESC (WS-MAP-FOUND-SUB)       TO WS-OLD-DESC.
004980     MOVE WS-MP-ACTIVE-SW (WS-MAP-FOUND-SUB)  TO WS-OLD-ACTIVE.

004990 5600-EXIT.
005000     EXIT.

005010*A DEACTIVATE OR REACTIVATE CHANGES ONLY THE SWITCH, SO THE NEW
005020*IMAGE ON THE AUDIT RECORD REPEATS THE OLD ACCOUNTS.
005030 5650-NEW-FROM-OLD.
005040     MOVE WS-OLD-DR-ACCOUNT TO WS-DR-ACCOUNT.
005050     MOVE WS-OLD-CR-ACCOUNT TO WS-CR-ACCOUNT.
005060     MOVE WS-OLD-DESC       TO WS-MAP-DESC.

005070 5650-EXIT.
005080     EXIT.

005090*****************************************************************
005100*  6500-REWRITE-MAP-FILE                                        *
005110*  WRITES THE MAPPING TABLE BACK AS THE NEW CBLGLMP.            *
005120*****************************************************************
005130 6500-REWRITE-MAP-FILE.
005140     OPEN OUTPUT GMT-MAP-FILE.
005150     IF FS-MAP-FILE NOT = "00"
005160         DISPLAY "UNABLE TO REWRITE CBLGLMP, STATUS "
005170             FS-MAP-FILE END-DISPLAY
005180         MOVE 16 TO RETURN-CODE
005190         GO TO 6500-EXIT
005200     END-IF.

005210     PERFORM 6550-WRITE-MAP-REC THRU 6550-EXIT
005220         VARYING WS-MAP-SUB FROM 1 BY 1
005230         UNTIL WS-MAP-SUB > WS-MAP-COUNT.
005240     CLOSE GMT-MAP-FILE.
005250     MOVE "N" TO WS-CHANGED-SW.

005260 6500-EXIT.
005270     EXIT.

005280 6550-WRITE-MAP-REC.
005290     MOVE SPACES TO CBL-GLMP-RECORD.
005300     MOVE WS-MP-OPCODE (WS-MAP-SUB)     TO GM-OPCODE.
005310     MOVE WS-MP-CURR-FROM (WS-MAP-SUB)  TO GM-CURR-FROM.
005320     MOVE WS-MP-CURR-TO (WS-MAP-SUB)    TO GM-CURR-TO.
005330     MOVE WS-MP-DR-ACCOUNT (WS-MAP-SUB) TO GM-DR-ACCOUNT.
005340     MOVE WS-MP-CR-ACCOUNT (WS-MAP-SUB) TO GM-CR-ACCOUNT.
005350     MOVE WS-MP-DESC (WS-MAP-SUB)       TO GM-DESC.
005360     MOVE WS-MP-ACTIVE-SW (WS-MAP-SUB)  TO GM-ACTIVE-SW.
005370     WRITE CBL-GLMP-RECORD.

005380 6550-EXIT.
005390     EXIT.

005400 6800-AUDIT-REJECT.
005410     ADD 1 TO WS-REJECT-COUNT.
005420     MOVE "E" TO MA-STATUS.
005430     PERFORM 6950-BUILD-WRITE-AUDIT THRU 6950-EXIT.

005440 6800-EXIT.
005450     EXIT.

005460 6900-AUDIT-APPLIED.
005470     ADD 1 TO WS-APPLIED-COUNT.
005480     MOVE "Y" TO WS-CHANGED-SW.
005490     MOVE SPACES TO WS-REASON.
005500     MOVE "K" TO MA-STATUS.
005510     PERFORM 6950-BUILD-WRITE-AUDIT THRU 6950-EXIT.

005520 6900-EXIT.
005530     EXIT.

005540*****************************************************************
005550*  6950-BUILD-WRITE-AUDIT                                       *
005560*  ONE CHANGE-AUDIT RECORD PER ACTION, APPLIED OR REJECTED,     *
005570*  WITH THE OLD AND NEW IMAGES AND THE OPERATOR STAMP.  THE     *
005580*  CALLER HAS SET MA-STATUS.                                    *
005590*****************************************************************
005600 6950-BUILD-WRITE-AUDIT.
005610     ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD.
005620     ACCEPT WS-CUR-TIME FROM TIME.
005630     MOVE SPACES TO MA-TIMESTAMP.
005640     STRING WS-CUR-DATE  "-" WS-CUR-TIME
005650         DELIMITED BY SIZE INTO MA-TIMESTAMP.
005660     MOVE WS-ACTION         TO MA-ACTION.
005670     MOVE WS-MAP-OPCODE     TO MA-OPCODE.
005680     MOVE WS-MAP-CURR-FROM  TO MA-CURR-FROM.
005690     MOVE WS-MAP-CURR-TO    TO MA-CURR-TO.
005700     MOVE WS-OLD-DR-ACCOUNT TO MA-OLD-DR-ACCOUNT.
005710     MOVE WS-OLD-CR-ACCOUNT TO MA-OLD-CR-ACCOUNT.
005720     MOVE WS-OLD-DESC       TO MA-OLD-DESC.
005730     MOVE WS-OLD-ACTIVE     TO MA-OLD-ACTIVE.
005740     MOVE WS-DR-ACCOUNT     TO MA-NEW-DR-ACCOUNT.
005750     MOVE WS-CR-ACCOUNT     TO MA-NEW-CR-ACCOUNT.
005760     MOVE WS-MAP-DESC       TO MA-NEW-DESC.
005770     MOVE WS-NEW-ACTIVE     TO MA-NEW-ACTIVE.
005780     MOVE WS-REASON         TO MA-REASON.
005790     MOVE WS-OPERATOR-ID    TO MA-OPERATOR-ID.
005800     WRITE GL-MAP-AUDIT-RECORD.

005810 6950-EXIT.
005820     EXIT.
