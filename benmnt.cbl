000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.     BENMNT IS INITIAL PROGRAM.
000120 AUTHOR.         R HANLEY.
000130 INSTALLATION.   DATA PROCESSING DEPT.
000140 DATE-WRITTEN.   12/14/2026.
000150 DATE-COMPILED.  TODAY.
000160*****************************************************************
000170*  BENMNT - BENEFIT PROGRAM ENROLLMENT MAINTENANCE.             *
000180*  THE ONLY PROGRAM THAT KEYS THE BENEFIT PROGRAM REFERENCE     *
000190*  FILE (BENPROG) AND THE ONLY ONE THAT ENROLLS A ROSTER MEMBER *
000200*  IN A PROGRAM (BENENRL) OR ENDS THE ENROLLMENT BY HAND.  A    *
000210*  MEMBER CAN ONLY BE ENROLLED WHEN ACTIVE ON RIPMAST AND WHEN  *
000220*  THEIR AGE ON THE BUSINESS DATE - WORKED OUT BY THE RULE      *
000230*  RIPASSO01'S 5000-CALC-AGE APPLIES - IS WITHIN THE PROGRAM'S  *
000240*  MINIMUM AND MAXIMUM.  SETTING A PROGRAM'S LIMITS IS          *
000250*  SUPERVISOR ONLY.  EVERY APPLIED AND REJECTED ACTION WRITES A *
000260*  CHANGE-AUDIT RECORD (BENAUDT) WITH THE OLD AND NEW IMAGES,   *
000270*  THE SAME PATTERN RIPMNT FOLLOWS FOR THE ROSTER.  BOTH FILES  *
000280*  ARE KEYED AND MAINTAINED RECORD BY RECORD, AS DEPBMNT DOES   *
000290*  FOR THE DEPARTMENT BUDGETS.  THE NIGHTLY RUN (BENTERM) ENDS  *
000300*  THE ENROLLMENTS OF MEMBERS WHO AGE OUT OR GO INACTIVE.       *
000310*****************************************************************
000320*  MODIFICATION HISTORY.
000330*  12/14/2026  RH  ORIGINAL VERSION.
000331*  12/21/2026  RH  AN ENROLLMENT KEYED UNDER A MEMBER ID THAT
000332*                  RIPMNT HAS MERGED INTO ANOTHER GOES TO THE
000333*                  SURVIVING ID.  ENDS AND LISTS STAY ON THE
000334*                  ID KEYED, SO A DUPLICATE'S OWN ENROLLMENTS
000335*                  CAN STILL BE SEEN AND ENDED.
000340*****************************************************************
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SPECIAL-NAMES.
000380     CLASS VALID-OPID IS "A" THRU "Z"
000390         "0" THRU "9" SPACE.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT BNM-MAST-FILE    ASSIGN TO "RIPMAST"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS RANDOM
000450         RECORD KEY IS RM-MEMBER-ID
000460         ALTERNATE RECORD KEY IS RM-NAME WITH DUPLICATES
000470         FILE STATUS IS FS-MAST-FILE.

000480     SELECT BNM-PROG-FILE    ASSIGN TO "BENPROG"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS BP-PROG-CODE
000520         FILE STATUS IS FS-PROG-FILE.

000530     SELECT BNM-ENRL-FILE    ASSIGN TO "BENENRL"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS BE-KEY
000570         FILE STATUS IS FS-ENRL-FILE.

000580     SELECT BNM-AUDT-FILE    ASSIGN TO "BENAUDT"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS FS-AUDT-FILE.

000610     SELECT BNM-CAL-FILE     ASSIGN TO "CBLCAL"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS FS-CAL-FILE.

000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  BNM-MAST-FILE.
000670 COPY RIPMAST.

000680 FD  BNM-PROG-FILE.
000690 COPY BENPROG.

000700 FD  BNM-ENRL-FILE.
000710 COPY BENENRL.

000720 FD  BNM-AUDT-FILE
000730     RECORDING MODE IS F.
000740 COPY BENAUDT.

000750 FD  BNM-CAL-FILE
000760     RECORDING MODE IS F.
000770 COPY CBLCAL.

000780 WORKING-STORAGE SECTION.
000790 01  FS-MAST-FILE      PIC X(02) VALUE "00".
000800 01  FS-PROG-FILE      PIC X(02) VALUE "00".
000810 01  FS-ENRL-FILE      PIC X(02) VALUE "00".
000820 01  FS-AUDT-FILE      PIC X(02) VALUE "00".
000830 01  FS-CAL-FILE       PIC X(02) VALUE "00".

000840 01  WS-MENU-CHOICE    PIC 9 VALUE ZERO.
000850 01  WS-LIST-EOF-SW    PIC X VALUE "N".
000860     88  WS-LIST-EOF              VALUE "Y".
000870 01  WS-REJECT-SW      PIC X VALUE "N".
000880     88  WS-ACTION-REJECTED       VALUE "Y".
000890 01  WS-DATE-OK-SW     PIC X VALUE "N".
000900     88  WS-DATE-OK               VALUE "Y".
000910 01  WS-LEAP-SW        PIC X VALUE "N".
000920     88  WS-IS-LEAP-YEAR          VALUE "Y".
000930 01  WS-ENRL-FOUND-SW  PIC X VALUE "N".
000940     88  WS-ENRL-ON-FILE          VALUE "Y".
000950 01  WS-SUPV-SW        PIC X VALUE "N".
000960     88  WS-SUPERVISOR            VALUE "Y".
000965 01  WS-MERGE-HOPS     PIC 9(02) COMP VALUE ZERO.
000970 01  WS-REASON         PIC X(25) VALUE SPACES.
000980 01  WS-APPLIED-COUNT  PIC 9(05) COMP VALUE ZERO.
000990 01  WS-REJECT-COUNT   PIC 9(05) COMP VALUE ZERO.
001000 01  WS-LIST-COUNT     PIC 9(05) COMP VALUE ZERO.
001010 01  WS-DIV-QUOT       PIC 9(04) COMP VALUE ZERO.
001020 01  WS-DIV-REM        PIC 9(04) COMP VALUE ZERO.

001030 01  WS-CUR-DATE       PIC 9(08).
001040 01  WS-CUR-TIME       PIC 9(08).
001050 01  WS-OPERATOR-ID    PIC X(08) VALUE SPACES.

001060*THE BUSINESS DATE AGES ARE WORKED OUT ON AND THAT A START OR
001070*END DATE DEFAULTS TO.  IT COMES FROM THE SHOP CALENDAR, OR
001080*THE SYSTEM DATE WHEN NO CALENDAR IS SUPPLIED.
001090 01  WS-TODAY-DATE     PIC 9(08) VALUE ZERO.
001100 01  WS-TODAY-DATE-X REDEFINES WS-TODAY-DATE.
001110     05  WS-TODAY-YEAR       PIC 9(04).
001120     05  WS-TODAY-MONTH      PIC 9(02).
001130     05  WS-TODAY-DAY        PIC 9(02).

001140*THE DATE UNDER EDIT BY 5100-EDIT-DATE.
001150 01  WS-EDIT-DATE      PIC 9(08) VALUE ZERO.
001160 01  WS-EDIT-DATE-X REDEFINES WS-EDIT-DATE.
001170     05  D-YEAR              PIC 9(04).
001180     05  D-MONTH             PIC 9(02).
001190     05  D-DAY               PIC 9(02).

001200*THE MEMBER'S AGE IN WHOLE YEARS, SIGNED SO A BIRTH DATE PAST
001210*THE BUSINESS DATE CANNOT WRAP TO A LARGE AGE.
001220 01  WS-AGE            PIC S9(04) COMP VALUE ZERO.
001230 01  WS-DOB-NUM        PIC 9(08) VALUE ZERO.

001240*FIELDS UNDER EDIT FOR THE CURRENT ACTION, AND THE IMAGE THEY
001250*REPLACE (FOR THE AUDIT).
001260 01  WS-ACTION         PIC X(01) VALUE SPACE.
001270 01  WS-MEMBER-ID      PIC 9(07) VALUE ZERO.
001280 01  WS-PROG-CODE      PIC X(04) VALUE SPACES.
001290 01  WS-ENTRY-DATE     PIC 9(08) VALUE ZERO.
001300 01  WS-OLD-START      PIC 9(08) VALUE ZERO.
001310 01  WS-OLD-END        PIC 9(08) VALUE ZERO.
001320 01  WS-NEW-START      PIC 9(08) VALUE ZERO.
001330 01  WS-NEW-END        PIC 9(08) VALUE ZERO.
001340 01  WS-END-REASON     PIC X(01) VALUE SPACE.
001350 01  WS-PROG-NAME      PIC X(30) VALUE SPACES.
001360 01  WS-OLD-MIN-AGE    PIC 9(03) VALUE ZERO.
001370 01  WS-OLD-MAX-AGE    PIC 9(03) VALUE ZERO.
001380 01  WS-OLD-INACT-SW   PIC X(01) VALUE SPACE.
001390 01  WS-NEW-MIN-AGE    PIC 9(03) VALUE ZERO.
001400 01  WS-NEW-MAX-AGE    PIC 9(03) VALUE ZERO.
001410 01  WS-NEW-INACT-SW   PIC X(01) VALUE SPACE.
001420 01  WS-AGE-EDIT       PIC ZZ9.

001430 LINKAGE SECTION.
001440 COPY CBLOPID.

001450 PROCEDURE DIVISION USING CBL-OPID-AREA.
001460 0000-MAINLINE.
001470*    RUN STANDALONE (NOT CALLED FROM CBLMENU) THERE IS NO
001480*    COMMAREA TO REFERENCE - STAMP THE UNVALIDATED ID INSTEAD,
001490*    AND THE PROGRAM LIMITS CANNOT BE SET.
001500     IF ADDRESS OF CBL-OPID-AREA = NULL
001510         MOVE "UNKNOWN" TO WS-OPERATOR-ID
001520     ELSE
001530         IF OPID-OPERATOR-ID IS VALID-OPID
001540             MOVE OPID-OPERATOR-ID TO WS-OPERATOR-ID
001550         ELSE
001560             MOVE "UNKNOWN" TO WS-OPERATOR-ID
001570         END-IF
001580         IF OPID-SUPERVISOR
001590             MOVE "Y" TO WS-SUPV-SW
001600         END-IF
001610     END-IF.

001620     PERFORM 0090-LOAD-CALENDAR THRU 0090-EXIT.

001630     OPEN INPUT BNM-MAST-FILE.
001640     IF FS-MAST-FILE NOT = "00"
001650         DISPLAY "UNABLE TO OPEN RIPMAST, STATUS "
001660             FS-MAST-FILE " - MAINTENANCE REFUSED" END-DISPLAY
001670         MOVE 8 TO RETURN-CODE
001680         GO TO 9999-PROGRAM-END
001690     END-IF.

001700     PERFORM 0300-OPEN-PROG-FILE THRU 0300-EXIT.
001710     PERFORM 0350-OPEN-ENRL-FILE THRU 0350-EXIT.

001720     OPEN EXTEND BNM-AUDT-FILE.
001730     IF FS-AUDT-FILE NOT = "00"
001740         DISPLAY "UNABLE TO OPEN BENAUDT, STATUS "
001750             FS-AUDT-FILE END-DISPLAY
001760         CLOSE BNM-MAST-FILE
001770         CLOSE BNM-PROG-FILE
001780         CLOSE BNM-ENRL-FILE
001790         MOVE 16 TO RETURN-CODE
001800         GO TO 9999-PROGRAM-END
001810     END-IF.

001820     PERFORM 1000-INTERACTIVE-DRIVER THRU 1000-EXIT.

001830     CLOSE BNM-MAST-FILE.
001840     CLOSE BNM-PROG-FILE.
001850     CLOSE BNM-ENRL-FILE.
001860     CLOSE BNM-AUDT-FILE.
001870     DISPLAY WS-APPLIED-COUNT " ACTION(S) APPLIED, "
001880         WS-REJECT-COUNT " REJECTED" END-DISPLAY.
001890     GO TO 9999-PROGRAM-END.

001900 9999-PROGRAM-END.
001910     GOBACK.

001920*****************************************************************
001930*  0090-LOAD-CALENDAR                                           *
001940*  THE SHOP CALENDAR (CBLCAL) SUPPLIES THE BUSINESS DATE THE    *
001950*  MEMBER'S AGE IS WORKED OUT ON, SO AN ENROLLMENT KEYED DURING *
001960*  THE DAY IS HELD TO THE SAME AGE THE NIGHTLY RUN WILL SEE.    *
001970*  WITHOUT A CALENDAR THE SYSTEM DATE IS USED.                  *
001980*****************************************************************
001990 0090-LOAD-CALENDAR.
002000     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
002010     OPEN INPUT BNM-CAL-FILE.
002020     IF FS-CAL-FILE NOT = "00"
002030         GO TO 0090-EXIT
002040     END-IF.

002050     READ BNM-CAL-FILE
002060         AT END
002070             CONTINUE
002080     END-READ.
002090     IF FS-CAL-FILE = "00" AND CL-CURRENT-REC
002100         AND CL-DATE IS NUMERIC
002110         MOVE CL-DATE TO WS-TODAY-DATE
002120         DISPLAY "BUSINESS DATE " CL-DATE " FROM CBLCAL"
002130             END-DISPLAY
002140     END-IF.
002150     CLOSE BNM-CAL-FILE.

002160 0090-EXIT.
002170     EXIT.

002180*****************************************************************
002190*  0300-OPEN-PROG-FILE / 0350-OPEN-ENRL-FILE                    *
002200*  OPEN THE PROGRAM AND ENROLLMENT FILES FOR KEYED UPDATE.  A   *
002210*  MISSING FILE (STATUS 35) JUST MEANS NOTHING HAS BEEN KEYED   *
002220*  YET - IT IS CREATED EMPTY AND REOPENED, AS DEPBMNT DOES.     *
002230*****************************************************************
002240 0300-OPEN-PROG-FILE.
002250     OPEN I-O BNM-PROG-FILE.
002260     IF FS-PROG-FILE = "35"
002270         DISPLAY "BENPROG NOT AVAILABLE - STARTING EMPTY"
002280             END-DISPLAY
002290         OPEN OUTPUT BNM-PROG-FILE
002300         IF FS-PROG-FILE = "00"
002310             CLOSE BNM-PROG-FILE
002320             OPEN I-O BNM-PROG-FILE
002330         END-IF
002340     END-IF.
002350     IF FS-PROG-FILE NOT = "00"
002360         DISPLAY "UNABLE TO OPEN BENPROG, STATUS "
002370             FS-PROG-FILE END-DISPLAY
002380         CLOSE BNM-MAST-FILE
002390         MOVE 16 TO RETURN-CODE
002400         GO TO 9999-PROGRAM-END
002410     END-IF.

002420 0300-EXIT.
002430     EXIT.

002440 0350-OPEN-ENRL-FILE.
002450     OPEN I-O BNM-ENRL-FILE.
002460     IF FS-ENRL-FILE = "35"
002470         DISPLAY "BENENRL NOT AVAILABLE - STARTING EMPTY"
002480             END-DISPLAY
002490         OPEN OUTPUT BNM-ENRL-FILE
002500         IF FS-ENRL-FILE = "00"
002510             CLOSE BNM-ENRL-FILE
002520             OPEN I-O BNM-ENRL-FILE
002530         END-IF
002540     END-IF.
002550     IF FS-ENRL-FILE NOT = "00"
002560         DISPLAY "UNABLE TO OPEN BENENRL, STATUS "
002570             FS-ENRL-FILE END-DISPLAY
002580         CLOSE BNM-MAST-FILE
002590         CLOSE BNM-PROG-FILE
002600         MOVE 16 TO RETURN-CODE
002610         GO TO 9999-PROGRAM-END
002620     END-IF.

002630 0350-EXIT.
002640     EXIT.

002650*****************************************************************
002660*  1000-INTERACTIVE-DRIVER                                      *
002670*****************************************************************
002680 1000-INTERACTIVE-DRIVER.
002690     PERFORM 1100-DISPLAY-MENU THRU 1100-EXIT.

002700     IF WS-MENU-CHOICE = 1
002710         PERFORM 1200-ENROLL-MEMBER THRU 1200-EXIT
002720     END-IF.

002730     IF WS-MENU-CHOICE = 2
002740         PERFORM 1300-END-ENROLLMENT THRU 1300-EXIT
002750     END-IF.

002760     IF WS-MENU-CHOICE = 3
002770         PERFORM 1600-LIST-ENROLLMENTS THRU 1600-EXIT
002780     END-IF.

002790     IF WS-MENU-CHOICE = 4
002800         IF WS-SUPERVISOR
002810             PERFORM 1700-SET-PROGRAM THRU 1700-EXIT
002820         ELSE
002830             DISPLAY "PROGRAM LIMITS NEED SUPERVISOR AUTHORITY"
002840                 END-DISPLAY
002850         END-IF
002860     END-IF.

002870     IF WS-MENU-CHOICE = 5
002880         PERFORM 1800-LIST-PROGRAMS THRU 1800-EXIT
002890     END-IF.

002900     IF WS-MENU-CHOICE = 0
002910         GO TO 1000-EXIT
002920     ELSE
002930         PERFORM 1000-INTERACTIVE-DRIVER THRU 1000-EXIT
002940     END-IF.

002950 1000-EXIT.
002960     EXIT.

002970 1100-DISPLAY-MENU.
002980     DISPLAY "BENMNT - BENEFIT PROGRAM ENROLLMENT" END-DISPLAY.
002990     DISPLAY "1- ENROLL A MEMBER IN A PROGRAM" END-DISPLAY.
003000     DISPLAY "2- END A MEMBER'S ENROLLMENT" END-DISPLAY.
003010     DISPLAY "3- LIST A MEMBER'S ENROLLMENTS" END-DISPLAY.
003020     DISPLAY "4- SET A PROGRAM'S LIMITS (SUPERVISOR)"
003030         END-DISPLAY.
003040     DISPLAY "5- LIST THE BENEFIT PROGRAMS" END-DISPLAY.
003050     DISPLAY "0- END MAINTENANCE" END-DISPLAY.
003060     DISPLAY "CHOOSE ONE OPTION" END-DISPLAY.
003070     ACCEPT WS-MENU-CHOICE END-ACCEPT.

003080     IF WS-MENU-CHOICE < 0 OR WS-MENU-CHOICE > 5
003090         DISPLAY "CHOICE NOT VALID" END-DISPLAY
003100         PERFORM 1100-DISPLAY-MENU THRU 1100-EXIT
003110     END-IF.

003120 1100-EXIT.
003130     EXIT.

003140*****************************************************************
003150*  1200-ENROLL-MEMBER                                           *
003160*  ENROLLS AN ACTIVE MEMBER WHOSE AGE IS WITHIN THE PROGRAM'S   *
003170*  LIMITS.  A MEMBER WHOSE EARLIER ENROLLMENT IN THE PROGRAM    *
003180*  HAS ENDED IS RE-ENROLLED ON THE SAME RECORD, STARTING AFTER  *
003190*  THE OLD END DATE; AN OPEN ENROLLMENT CANNOT BE OPENED AGAIN. *
003200*****************************************************************
003210 1200-ENROLL-MEMBER.
003220     MOVE "E" TO WS-ACTION.
003230     PERFORM 1500-ASK-ENROLL-FIELDS THRU 1500-EXIT.
003240     DISPLAY "ENTER THE START DATE (YYYYMMDD, 0 = TODAY):"
003250         END-DISPLAY.
003260     ACCEPT WS-ENTRY-DATE END-ACCEPT.
003270     PERFORM 5000-EDIT-ENROLLMENT THRU 5000-EXIT.
003280     IF WS-ACTION-REJECTED
003290         PERFORM 6800-AUDIT-REJECT THRU 6800-EXIT
003300         GO TO 1200-EXIT
003310     END-IF.

003320     MOVE SPACES         TO BEN-ENRL-RECORD.
003330     MOVE WS-MEMBER-ID   TO BE-MEMBER-ID.
003340     MOVE WS-PROG-CODE   TO BE-PROG-CODE.
003350     MOVE WS-NEW-START   TO BE-START-DATE.
003360     MOVE ZERO           TO BE-END-DATE.
003370     MOVE WS-OPERATOR-ID TO BE-LAST-OPERATOR.
003380     ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD.
003390     ACCEPT WS-CUR-TIME FROM TIME.
003400     STRING WS-CUR-DATE  "-" WS-CUR-TIME
003410         DELIMITED BY SIZE INTO BE-LAST-CHANGED.

003420     IF WS-ENRL-ON-FILE
003430         REWRITE BEN-ENRL-RECORD
003440             INVALID KEY
003450                 CONTINUE
003460         END-REWRITE
003470     ELSE
003480         WRITE BEN-ENRL-RECORD
003490             INVALID KEY
003500                 CONTINUE
003510         END-WRITE
003520     END-IF.
003530     IF FS-ENRL-FILE NOT = "00"
003540         MOVE "BENENRL UPDATE FAILED" TO WS-REASON
003550         DISPLAY "UNABLE TO UPDATE BENENRL, STATUS "
003560             FS-ENRL-FILE END-DISPLAY
003570         PERFORM 6800-AUDIT-REJECT THRU 6800-EXIT
003580         GO TO 1200-EXIT
003590     END-IF.

003600     PERFORM 6900-AUDIT-APPLIED THRU 6900-EXIT.
003610     MOVE WS-AGE TO WS-AGE-EDIT.
003620     DISPLAY "ENROLLED " WS-MEMBER-ID " IN " WS-PROG-CODE
003630         " FROM " WS-NEW-START " (AGE " WS-AGE-EDIT ")"
003640         END-DISPLAY.

003650 1200-EXIT.
003660     EXIT.

003670*****************************************************************
003680*  1300-END-ENROLLMENT                                          *
003690*  ENDS AN OPEN ENROLLMENT ON THE KEYED DATE (THE BUSINESS DATE *
003700*  WHEN NONE IS KEYED), WHICH MAY NOT FALL BEFORE ITS START.    *
003710*****************************************************************
003720 1300-END-ENROLLMENT.
003730     MOVE "X" TO WS-ACTION.
003740     PERFORM 1500-ASK-ENROLL-FIELDS THRU 1500-EXIT.
003750     DISPLAY "ENTER THE END DATE (YYYYMMDD, 0 = TODAY):"
003760         END-DISPLAY.
003770     ACCEPT WS-ENTRY-DATE END-ACCEPT.
003780     PERFORM 5200-EDIT-END THRU 5200-EXIT.
003790     IF WS-ACTION-REJECTED
003800         PERFORM 6800-AUDIT-REJECT THRU 6800-EXIT
003810         GO TO 1300-EXIT
003820     END-IF.

003830     MOVE WS-NEW-END     TO BE-END-DATE.
003840     MOVE "O"            TO BE-END-REASON.
003850     MOVE WS-OPERATOR-ID TO BE-LAST-OPERATOR.
003860     ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD.
003870     ACCEPT WS-CUR-TIME FROM TIME.
003880     MOVE SPACES TO BE-LAST-CHANGED.
003890     STRING WS-CUR-DATE  "-" WS-CUR-TIME
003900         DELIMITED BY SIZE INTO BE-LAST-CHANGED.
003910     REWRITE BEN-ENRL-RECORD
003920         INVALID KEY
003930             CONTINUE
003940     END-REWRITE.
003950     IF FS-ENRL-FILE NOT = "00"
003960         MOVE "BENENRL UPDATE FAILED" TO WS-REASON
003970         DISPLAY "UNABLE TO UPDATE BENENRL, STATUS "
003980             FS-ENRL-FILE END-DISPLAY
003990         PERFORM 6800-AUDIT-REJECT THRU 6800-EXIT
004000         GO TO 1300-EXIT
004010     END-IF.

004020     PERFORM 6900-AUDIT-APPLIED THRU 6900-EXIT.
004030     DISPLAY "ENDED " WS-MEMBER-ID " IN " WS-PROG-CODE
004040         " ON " WS-NEW-END END-DISPLAY.

004050 1300-EXIT.
004060     EXIT.

004070*THE OLD IMAGE AND AGE ARE CLEARED FIRST SO A REJECTED ACTION'S
004080*AUDIT RECORD CANNOT CARRY A PRIOR ACTION'S VALUES.
004090 1500-ASK-ENROLL-FIELDS.
004100     MOVE ZERO TO WS-OLD-START WS-OLD-END.
004110     MOVE ZERO TO WS-NEW-START WS-NEW-END.
004120     MOVE ZERO TO WS-AGE.
004130     MOVE SPACE TO WS-END-REASON.
004140     MOVE ZERO TO WS-OLD-MIN-AGE WS-OLD-MAX-AGE.
004150     MOVE ZERO TO WS-NEW-MIN-AGE WS-NEW-MAX-AGE.
004160     MOVE SPACE TO WS-OLD-INACT-SW WS-NEW-INACT-SW.
004170     PERFORM 1510-ASK-MEMBER-ID THRU 1510-EXIT.
004180     PERFORM 1520-ASK-PROG-CODE THRU 1520-EXIT.

004190 1500-EXIT.
004200     EXIT.

004210 1510-ASK-MEMBER-ID.
004220     DISPLAY "ENTER THE MEMBER ID (7 DIGITS):" END-DISPLAY.
004230     ACCEPT WS-MEMBER-ID END-ACCEPT.

004240 1510-EXIT.
004250     EXIT.

004260 1520-ASK-PROG-CODE.
004270     DISPLAY "ENTER THE PROGRAM CODE (4 CHARACTERS):"
004280         END-DISPLAY.
004290     ACCEPT WS-PROG-CODE END-ACCEPT.

004300 1520-EXIT.
004310     EXIT.

004320*****************************************************************
004330*  1600-LIST-ENROLLMENTS                                        *
004340*  LISTS EVERY PROGRAM ON FILE FOR ONE MEMBER, OPEN AND ENDED.  *
004350*****************************************************************
004360 1600-LIST-ENROLLMENTS.
004370     PERFORM 1510-ASK-MEMBER-ID THRU 1510-EXIT.
004380     MOVE ZERO TO WS-LIST-COUNT.
004390     MOVE "N" TO WS-LIST-EOF-SW.
004400     MOVE WS-MEMBER-ID TO BE-MEMBER-ID.
004410     MOVE LOW-VALUES   TO BE-PROG-CODE.
004420     START BNM-ENRL-FILE KEY IS NOT LESS THAN BE-KEY
004430         INVALID KEY
004440             MOVE "Y" TO WS-LIST-EOF-SW
004450     END-START.

004460     PERFORM 1650-LIST-ONE-ENROLLMENT THRU 1650-EXIT
004470         UNTIL WS-LIST-EOF.

004480     IF WS-LIST-COUNT = ZERO
004490         DISPLAY "NO ENROLLMENTS ON FILE FOR " WS-MEMBER-ID
004500             END-DISPLAY
004510     END-IF.

004520 1600-EXIT.
004530     EXIT.

004540 1650-LIST-ONE-ENROLLMENT.
004550     READ BNM-ENRL-FILE NEXT RECORD
004560         AT END
004570             MOVE "Y" TO WS-LIST-EOF-SW
004580             GO TO 1650-EXIT
004590     END-READ.
004600     IF BE-MEMBER-ID NOT = WS-MEMBER-ID
004610         MOVE "Y" TO WS-LIST-EOF-SW
004620         GO TO 1650-EXIT
004630     END-IF.

004640     ADD 1 TO WS-LIST-COUNT.
004650     IF BE-ENROLLMENT-OPEN
004660         DISPLAY BE-PROG-CODE "  FROM " BE-START-DATE
004670             "  OPEN              SET BY " BE-LAST-OPERATOR
004680             END-DISPLAY
004690     ELSE
004700         DISPLAY BE-PROG-CODE "  FROM " BE-START-DATE
004710             "  ENDED " BE-END-DATE " (" BE-END-REASON ")"
004720             "  SET BY " BE-LAST-OPERATOR END-DISPLAY
004730     END-IF.

004740 1650-EXIT.
004750     EXIT.

004760*****************************************************************
004770*  1700-SET-PROGRAM                                             *
004780*  ADDS A BENEFIT PROGRAM OR CHANGES ITS NAME AND LIMITS.  THE  *
004790*  AGES ARE INCLUSIVE WHOLE YEARS.  A TIGHTER LIMIT IS NOT      *
004800*  APPLIED TO EXISTING ENROLLMENTS HERE - THE NIGHTLY RUN ENDS  *
004810*  THOSE THAT NO LONGER QUALIFY.                                *
004820*****************************************************************
004830 1700-SET-PROGRAM.
004840     MOVE "A" TO WS-ACTION.
004850     MOVE ZERO TO WS-MEMBER-ID WS-AGE.
004860     MOVE ZERO TO WS-OLD-START WS-OLD-END.
004870     MOVE ZERO TO WS-NEW-START WS-NEW-END.
004880     MOVE SPACE TO WS-END-REASON.
004890     MOVE ZERO TO WS-OLD-MIN-AGE WS-OLD-MAX-AGE.
004900     MOVE SPACE TO WS-OLD-INACT-SW.
004910     PERFORM 1520-ASK-PROG-CODE THRU 1520-EXIT.
004920     DISPLAY "ENTER THE PROGRAM NAME:" END-DISPLAY.
004930     ACCEPT WS-PROG-NAME END-ACCEPT.
004940     DISPLAY "ENTER THE MINIMUM AGE (3 DIGITS):" END-DISPLAY.
004950     ACCEPT WS-NEW-MIN-AGE END-ACCEPT.
004960     DISPLAY "ENTER THE MAXIMUM AGE (3 DIGITS):" END-DISPLAY.
004970     ACCEPT WS-NEW-MAX-AGE END-ACCEPT.
004980     DISPLAY "MAY INACTIVE MEMBERS STAY ENROLLED (Y/N)?"
004990         END-DISPLAY.
005000     ACCEPT WS-NEW-INACT-SW END-ACCEPT.

005010     PERFORM 5500-EDIT-PROGRAM THRU 5500-EXIT.
005020     IF WS-ACTION-REJECTED
005030         PERFORM 6800-AUDIT-REJECT THRU 6800-EXIT
005040         GO TO 1700-EXIT
005050     END-IF.

005060     MOVE WS-PROG-CODE TO BP-PROG-CODE.
005070     READ BNM-PROG-FILE
005080         INVALID KEY
005090             MOVE "A" TO WS-ACTION
005100         NOT INVALID KEY
005110             MOVE "C" TO WS-ACTION
005120             MOVE BP-MIN-AGE     TO WS-OLD-MIN-AGE
005130             MOVE BP-MAX-AGE     TO WS-OLD-MAX-AGE
005140             MOVE BP-INACTIVE-SW TO WS-OLD-INACT-SW
005150     END-READ.

005160     MOVE SPACES          TO BEN-PROG-RECORD.
005170     MOVE WS-PROG-CODE    TO BP-PROG-CODE.
005180     MOVE WS-PROG-NAME    TO BP-PROG-NAME.
005190     MOVE WS-NEW-MIN-AGE  TO BP-MIN-AGE.
005200     MOVE WS-NEW-MAX-AGE  TO BP-MAX-AGE.
005210     MOVE WS-NEW-INACT-SW TO BP-INACTIVE-SW.
005220     MOVE WS-OPERATOR-ID  TO BP-LAST-OPERATOR.
005230     ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD.
005240     ACCEPT WS-CUR-TIME FROM TIME.
005250     STRING WS-CUR-DATE  "-" WS-CUR-TIME
005260         DELIMITED BY SIZE INTO BP-LAST-CHANGED.

005270     IF WS-ACTION = "A"
005280         WRITE BEN-PROG-RECORD
005290             INVALID KEY
005300                 CONTINUE
005310         END-WRITE
005320     ELSE
005330         REWRITE BEN-PROG-RECORD
005340             INVALID KEY
005350                 CONTINUE
005360         END-REWRITE
005370     END-IF.
005380     IF FS-PROG-FILE NOT = "00"
005390         MOVE "BENPROG UPDATE FAILED" TO WS-REASON
005400         DISPLAY "UNABLE TO UPDATE BENPROG, STATUS "
005410             FS-PROG-FILE END-DISPLAY
005420         PERFORM 6800-AUDIT-REJECT THRU 6800-EXIT
005430         GO TO 1700-EXIT
005440     END-IF.

005450     PERFORM 6900-AUDIT-APPLIED THRU 6900-EXIT.
005460     IF WS-ACTION = "A"
005470         DISPLAY "ADDED PROGRAM " WS-PROG-CODE END-DISPLAY
005480     ELSE
005490         DISPLAY "CHANGED PROGRAM " WS-PROG-CODE END-DISPLAY
005500     END-IF.

005510 1700-EXIT.
005520     EXIT.

005530*****************************************************************
005540*  1800-LIST-PROGRAMS                                           *
005550*  LISTS EVERY BENEFIT PROGRAM ON FILE WITH ITS LIMITS.         *
005560*****************************************************************
005570 1800-LIST-PROGRAMS.
005580     MOVE ZERO TO WS-LIST-COUNT.
005590     MOVE "N" TO WS-LIST-EOF-SW.
005600     MOVE LOW-VALUES TO BP-PROG-CODE.
005610     START BNM-PROG-FILE KEY IS NOT LESS THAN BP-PROG-CODE
005620         INVALID KEY
005630             MOVE "Y" TO WS-LIST-EOF-SW
005640     END-START.

005650     PERFORM 1850-LIST-ONE-PROGRAM THRU 1850-EXIT
005660         UNTIL WS-LIST-EOF.

005670     IF WS-LIST-COUNT = ZERO
005680         DISPLAY "NO BENEFIT PROGRAMS ON FILE" END-DISPLAY
005690     END-IF.

005700 1800-EXIT.
005710     EXIT.

005720 1850-LIST-ONE-PROGRAM.
005730     READ BNM-PROG-FILE NEXT RECORD
005740         AT END
005750             MOVE "Y" TO WS-LIST-EOF-SW
005760             GO TO 1850-EXIT
005770     END-READ.

005780     ADD 1 TO WS-LIST-COUNT.
005790     DISPLAY BP-PROG-CODE "  " BP-PROG-NAME "  AGES " BP-MIN-AGE
005800         "-" BP-MAX-AGE "  INACTIVE MAY STAY " BP-INACTIVE-SW
005810         END-DISPLAY.

005820 1850-EXIT.
005830     EXIT.

005840*****************************************************************
005850*  5000-EDIT-ENROLLMENT                                         *
005860*  THE MEMBER MUST BE ACTIVE ON RIPMAST, THE PROGRAM ON         *
005870*  BENPROG, THE START DATE A REAL DATE, AND THE MEMBER'S AGE ON *
005880*  THE BUSINESS DATE WITHIN THE PROGRAM'S LIMITS.  A RECORD     *
005890*  ALREADY ON FILE MUST HAVE ENDED BEFORE THE NEW START.  SETS  *
005900*  THE REJECT SWITCH AND REASON.                                *
005910*****************************************************************
005920 5000-EDIT-ENROLLMENT.
005930     MOVE "N" TO WS-REJECT-SW.
005940     MOVE "N" TO WS-ENRL-FOUND-SW.
005950     MOVE SPACES TO WS-REASON.

005960     PERFORM 5050-FIND-MEMBER-PROG THRU 5050-EXIT.
005970     IF WS-REASON NOT = SPACES
005980         GO TO 5000-REJECT
005990     END-IF.
006000     IF RM-MEMBER-INACTIVE
006010         MOVE "MEMBER IS INACTIVE" TO WS-REASON
006020         GO TO 5000-REJECT
006030     END-IF.

006040     IF WS-ENTRY-DATE = ZERO
006050         MOVE WS-TODAY-DATE TO WS-ENTRY-DATE
006060     END-IF.
006070     MOVE WS-ENTRY-DATE TO WS-NEW-START.
006080     MOVE WS-ENTRY-DATE TO WS-EDIT-DATE.
006090     PERFORM 5100-EDIT-DATE THRU 5100-EXIT.
006100     IF NOT WS-DATE-OK
006110         MOVE "START DATE NOT VALID" TO WS-REASON
006120         GO TO 5000-REJECT
006130     END-IF.

006140     IF RM-YEAR NOT NUMERIC OR RM-MONTH NOT NUMERIC
006150         OR RM-DAY NOT NUMERIC
006160         MOVE "BIRTH DATE NOT VALID" TO WS-REASON
006170         GO TO 5000-REJECT
006180     END-IF.
006190     COMPUTE WS-DOB-NUM = (RM-YEAR * 10000)
006200         + (RM-MONTH * 100) + RM-DAY
006210     END-COMPUTE.
006220     IF WS-DOB-NUM > WS-TODAY-DATE
006230         MOVE "BIRTH DATE NOT VALID" TO WS-REASON
006240         GO TO 5000-REJECT
006250     END-IF.

006260     PERFORM 5400-CALC-AGE THRU 5400-EXIT.
006270     IF WS-AGE < BP-MIN-AGE
006280         MOVE "UNDER PROGRAM MINIMUM AGE" TO WS-REASON
006290         GO TO 5000-REJECT
006300     END-IF.
006310     IF WS-AGE > BP-MAX-AGE
006320         MOVE "OVER PROGRAM MAXIMUM AGE" TO WS-REASON
006330         GO TO 5000-REJECT
006340     END-IF.

006350     IF NOT WS-ENRL-ON-FILE
006360         GO TO 5000-EXIT
006370     END-IF.
006380     IF BE-ENROLLMENT-OPEN
006390         MOVE "ALREADY ENROLLED" TO WS-REASON
006400         GO TO 5000-REJECT
006410     END-IF.
006420     IF WS-NEW-START NOT > BE-END-DATE
006430         MOVE "START NOT AFTER LAST END" TO WS-REASON
006440         GO TO 5000-REJECT
006450     END-IF.

006460     GO TO 5000-EXIT.

006470 5000-REJECT.
006480     MOVE "Y" TO WS-REJECT-SW.
006490     DISPLAY "NOT APPLIED - " WS-REASON END-DISPLAY.

006500 5000-EXIT.
006510     EXIT.

006520*****************************************************************
006530*  5050-FIND-MEMBER-PROG                                        *
006540*  READS THE MEMBER, THE PROGRAM, AND ANY ENROLLMENT ALREADY ON *
006550*  FILE FOR THE PAIR, KEEPING THE OLD IMAGE FOR THE AUDIT.      *
006560*  LEAVES WS-REASON SET WHEN THE MEMBER OR PROGRAM IS MISSING.  *
006570*****************************************************************
006580 5050-FIND-MEMBER-PROG.
006590     IF WS-MEMBER-ID = ZERO
006600         MOVE "MEMBER ID NOT KEYED" TO WS-REASON
006610         GO TO 5050-EXIT
006620     END-IF.
006630     MOVE WS-MEMBER-ID TO RM-MEMBER-ID.
006640     READ BNM-MAST-FILE
006650         INVALID KEY
006660             MOVE "MEMBER NOT ON RIPMAST" TO WS-REASON
006670             GO TO 5050-EXIT
006680     END-READ.
006681     IF WS-ACTION = "E"
006682         MOVE ZERO TO WS-MERGE-HOPS
006683         PERFORM 5060-FOLLOW-MERGE THRU 5060-EXIT
006684             UNTIL NOT RM-MEMBER-MERGED
006685                 OR WS-REASON NOT = SPACES
006686         IF WS-REASON NOT = SPACES
006687             GO TO 5050-EXIT
006688         END-IF
006689     END-IF.

006690     IF WS-PROG-CODE = SPACES
006700         MOVE "PROGRAM CODE BLANK" TO WS-REASON
006710         GO TO 5050-EXIT
006720     END-IF.
006730     MOVE WS-PROG-CODE TO BP-PROG-CODE.
006740     READ BNM-PROG-FILE
006750         INVALID KEY
006760             MOVE "PROGRAM NOT ON BENPROG" TO WS-REASON
006770             GO TO 5050-EXIT
006780     END-READ.

006790     MOVE WS-MEMBER-ID TO BE-MEMBER-ID.
006800     MOVE WS-PROG-CODE TO BE-PROG-CODE.
006810     READ BNM-ENRL-FILE
006820         INVALID KEY
006830             GO TO 5050-EXIT
006840     END-READ.
006850     MOVE "Y" TO WS-ENRL-FOUND-SW.
006860     MOVE BE-START-DATE TO WS-OLD-START.
006870     MOVE BE-END-DATE   TO WS-OLD-END.

006880 5050-EXIT.
006890     EXIT.

006891*A MERGED MEMBER IS ENROLLED UNDER THE ID IT WAS MERGED INTO, THE
006892*SAME REDIRECT RIPMNT'S 5250-READ-MEMBER APPLIES ON A LOOKUP.
006893 5060-FOLLOW-MERGE.
006894     ADD 1 TO WS-MERGE-HOPS.
006895     IF WS-MERGE-HOPS > 10 OR RM-MERGED-INTO NOT NUMERIC
006896         MOVE "MERGE POINTER NOT VALID" TO WS-REASON
006897         GO TO 5060-EXIT
006898     END-IF.

006899     DISPLAY "MEMBER " WS-MEMBER-ID " WAS MERGED INTO "
006900         RM-MERGED-INTO " - USING " RM-MERGED-INTO END-DISPLAY.
006901     MOVE RM-MERGED-INTO TO WS-MEMBER-ID.
006902     MOVE WS-MEMBER-ID TO RM-MEMBER-ID.
006903     READ BNM-MAST-FILE
006904         INVALID KEY
006905             MOVE "MEMBER NOT ON RIPMAST" TO WS-REASON
006906     END-READ.

006907 5060-EXIT.
006908     EXIT.

006909*****************************************************************
006910*  5100-EDIT-DATE                                               *
006920*  RIPMNT'S DATE EDIT - MONTH 1-12, DAY WITHIN THE MONTH, AND   *
006930*  THE GREGORIAN LEAP-YEAR RULE FOR FEBRUARY - ON WS-EDIT-DATE. *
006940*****************************************************************
006950 5100-EDIT-DATE.
006960     MOVE "N" TO WS-DATE-OK-SW.

006970     IF D-YEAR < 1900
006980         GO TO 5100-EXIT
006990     END-IF.

007000     IF D-MONTH < 1 OR D-MONTH > 12
007010         GO TO 5100-EXIT
007020     END-IF.

007030     IF D-DAY < 1
007040         GO TO 5100-EXIT
007050     END-IF.

007060     IF (D-MONTH = 1 OR D-MONTH = 3 OR D-MONTH = 5
007070         OR D-MONTH = 7 OR D-MONTH = 8 OR D-MONTH = 10
007080         OR D-MONTH = 12)
007090         AND D-DAY > 31
007100         GO TO 5100-EXIT
007110     END-IF.

007120     IF (D-MONTH = 4 OR D-MONTH = 6 OR D-MONTH = 9
007130         OR D-MONTH = 11)
007140         AND D-DAY > 30
007150         GO TO 5100-EXIT
007160     END-IF.

007170     IF D-MONTH = 2
007180         PERFORM 5150-CHECK-LEAP-YEAR THRU 5150-EXIT
007190         IF WS-IS-LEAP-YEAR
007200             IF D-DAY > 29
007210                 GO TO 5100-EXIT
007220             END-IF
007230         ELSE
007240             IF D-DAY > 28
007250                 GO TO 5100-EXIT
007260             END-IF
007270         END-IF
007280     END-IF.

007290     MOVE "Y" TO WS-DATE-OK-SW.

007300 5100-EXIT.
007310     EXIT.

007320*****************************************************************
007330*  5150-CHECK-LEAP-YEAR                                         *
007340*  A YEAR IS A LEAP YEAR WHEN IT DIVIDES EVENLY BY 4, EXCEPT    *
007350*  CENTURY YEARS MUST ALSO DIVIDE EVENLY BY 400.                *
007360*****************************************************************
007370 5150-CHECK-LEAP-YEAR.
007380     MOVE "N" TO WS-LEAP-SW.
007390     DIVIDE D-YEAR BY 4 GIVING WS-DIV-QUOT
007400         REMAINDER WS-DIV-REM.
007410     IF WS-DIV-REM = 0
007420         DIVIDE D-YEAR BY 100 GIVING WS-DIV-QUOT
007430             REMAINDER WS-DIV-REM
007440         IF WS-DIV-REM NOT = 0
007450             MOVE "Y" TO WS-LEAP-SW
007460         ELSE
007470             DIVIDE D-YEAR BY 400 GIVING WS-DIV-QUOT
007480                 REMAINDER WS-DIV-REM
007490             IF WS-DIV-REM = 0
007500                 MOVE "Y" TO WS-LEAP-SW
007510             END-IF
007520         END-IF
007530     END-IF.

007540 5150-EXIT.
007550     EXIT.

007560*****************************************************************
007570*  5200-EDIT-END                                                *
007580*  THE ENROLLMENT MUST BE ON FILE AND STILL OPEN, AND THE END   *
007590*  DATE A REAL DATE NO EARLIER THAN THE START.                  *
007600*****************************************************************
007610 5200-EDIT-END.
007620     MOVE "N" TO WS-REJECT-SW.
007630     MOVE "N" TO WS-ENRL-FOUND-SW.
007640     MOVE SPACES TO WS-REASON.

007650     MOVE WS-MEMBER-ID TO BE-MEMBER-ID.
007660     MOVE WS-PROG-CODE TO BE-PROG-CODE.
007670     READ BNM-ENRL-FILE
007680         INVALID KEY
007690             MOVE "NOT ENROLLED IN PROGRAM" TO WS-REASON
007700             GO TO 5200-REJECT
007710     END-READ.
007720     MOVE "Y" TO WS-ENRL-FOUND-SW.
007730     MOVE BE-START-DATE TO WS-OLD-START WS-NEW-START.
007740     MOVE BE-END-DATE   TO WS-OLD-END.
007750     IF NOT BE-ENROLLMENT-OPEN
007760         MOVE "ENROLLMENT ALREADY ENDED" TO WS-REASON
007770         GO TO 5200-REJECT
007780     END-IF.

007790     IF WS-ENTRY-DATE = ZERO
007800         MOVE WS-TODAY-DATE TO WS-ENTRY-DATE
007810     END-IF.
007820     MOVE WS-ENTRY-DATE TO WS-NEW-END.
007830     MOVE WS-ENTRY-DATE TO WS-EDIT-DATE.
007840     PERFORM 5100-EDIT-DATE THRU 5100-EXIT.
007850     IF NOT WS-DATE-OK
007860         MOVE "END DATE NOT VALID" TO WS-REASON
007870         GO TO 5200-REJECT
007880     END-IF.
007890     IF WS-NEW-END < BE-START-DATE
007900         MOVE "END DATE BEFORE START" TO WS-REASON
007910         GO TO 5200-REJECT
007920     END-IF.

007930     MOVE "O" TO WS-END-REASON.
007940     GO TO 5200-EXIT.

007950 5200-REJECT.
007960     MOVE "Y" TO WS-REJECT-SW.
007970     DISPLAY "NOT APPLIED - " WS-REASON END-DISPLAY.

007980 5200-EXIT.
007990     EXIT.

008000*****************************************************************
008010*  5400-CALC-AGE                                                *
008020*  WHOLE YEARS OF AGE AS OF THE BUSINESS DATE, ALLOWING FOR     *
008030*  WHETHER THIS YEAR'S BIRTHDAY HAS OCCURRED, THE SAME RULE     *
008040*  RIPASSO01'S 5000-CALC-AGE APPLIES.                           *
008050*****************************************************************
008060 5400-CALC-AGE.
008070     COMPUTE WS-AGE = WS-TODAY-YEAR - RM-YEAR END-COMPUTE.
008080     IF RM-MONTH > WS-TODAY-MONTH
008090         OR (RM-MONTH = WS-TODAY-MONTH AND
008100             RM-DAY > WS-TODAY-DAY)
008110         SUBTRACT 1 FROM WS-AGE
008120     END-IF.

008130 5400-EXIT.
008140     EXIT.

008150*****************************************************************
008160*  5500-EDIT-PROGRAM                                            *
008170*  THE CODE AND NAME MUST BE KEYED, THE MINIMUM AGE NO HIGHER   *
008180*  THAN THE MAXIMUM, AND THE INACTIVE ANSWER Y OR N.            *
008190*****************************************************************
008200 5500-EDIT-PROGRAM.
008210     MOVE "N" TO WS-REJECT-SW.
008220     MOVE SPACES TO WS-REASON.

008230     IF WS-PROG-CODE = SPACES
008240         MOVE "PROGRAM CODE BLANK" TO WS-REASON
008250         GO TO 5500-REJECT
008260     END-IF.
008270     IF WS-PROG-NAME = SPACES
008280         MOVE "PROGRAM NAME BLANK" TO WS-REASON
008290         GO TO 5500-REJECT
008300     END-IF.
008310     IF WS-NEW-MIN-AGE > WS-NEW-MAX-AGE
008320         MOVE "MINIMUM AGE OVER MAXIMUM" TO WS-REASON
008330         GO TO 5500-REJECT
008340     END-IF.
008350     IF WS-NEW-INACT-SW = "y"
008360         MOVE "Y" TO WS-NEW-INACT-SW
008370     END-IF.
008380     IF WS-NEW-INACT-SW = "n"
008390         MOVE "N" TO WS-NEW-INACT-SW
008400     END-IF.
008410     IF WS-NEW-INACT-SW NOT = "Y" AND WS-NEW-INACT-SW NOT = "N"
008420         MOVE "INACTIVE ANSWER NOT Y/N" TO WS-REASON
008430         GO TO 5500-REJECT
008440     END-IF.

008450     GO TO 5500-EXIT.

008460 5500-REJECT.
008470     MOVE "Y" TO WS-REJECT-SW.
008480     DISPLAY "NOT APPLIED - " WS-REASON END-DISPLAY.

008490 5500-EXIT.
008500     EXIT.

008510 6800-AUDIT-REJECT.
008520     ADD 1 TO WS-REJECT-COUNT.
008530     MOVE "E" TO EA-STATUS.
008540     PERFORM 6950-BUILD-WRITE-AUDIT THRU 6950-EXIT.

008550 6800-EXIT.
008560     EXIT.

008570 6900-AUDIT-APPLIED.
008580     ADD 1 TO WS-APPLIED-COUNT.
008590     MOVE SPACES TO WS-REASON.
008600     MOVE "K" TO EA-STATUS.
008610     PERFORM 6950-BUILD-WRITE-AUDIT THRU 6950-EXIT.

008620 6900-EXIT.
008630     EXIT.

008640*****************************************************************
008650*  6950-BUILD-WRITE-AUDIT                                       *
008660*  ONE CHANGE-AUDIT RECORD PER ACTION, APPLIED OR REJECTED,     *
008670*  WITH THE OLD AND NEW IMAGES AND THE OPERATOR STAMP.  THE     *
008680*  CALLER HAS SET EA-STATUS.                                    *
008690*****************************************************************
008700 6950-BUILD-WRITE-AUDIT.
008710     ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD.
008720     ACCEPT WS-CUR-TIME FROM TIME.
008730     MOVE SPACES TO EA-TIMESTAMP.
008740     STRING WS-CUR-DATE  "-" WS-CUR-TIME
008750         DELIMITED BY SIZE INTO EA-TIMESTAMP.
008760     MOVE "I"             TO EA-SOURCE.
008770     MOVE WS-ACTION       TO EA-ACTION.
008780     MOVE WS-MEMBER-ID    TO EA-MEMBER-ID.
008790     MOVE WS-PROG-CODE    TO EA-PROG-CODE.
008800     IF WS-AGE < ZERO
008810         MOVE ZERO TO EA-AGE
008820     ELSE
008830         MOVE WS-AGE TO EA-AGE
008840     END-IF.
008850     MOVE WS-OLD-START    TO EA-OLD-START-DATE.
008860     MOVE WS-OLD-END      TO EA-OLD-END-DATE.
008870     MOVE WS-NEW-START    TO EA-NEW-START-DATE.
008880     MOVE WS-NEW-END      TO EA-NEW-END-DATE.
008890     MOVE WS-END-REASON   TO EA-END-REASON.
008900     MOVE WS-OLD-MIN-AGE  TO EA-OLD-MIN-AGE.
008910     MOVE WS-OLD-MAX-AGE  TO EA-OLD-MAX-AGE.
008920     MOVE WS-OLD-INACT-SW TO EA-OLD-INACTIVE-SW.
008930     MOVE WS-NEW-MIN-AGE  TO EA-NEW-MIN-AGE.
008940     MOVE WS-NEW-MAX-AGE  TO EA-NEW-MAX-AGE.
008950     MOVE WS-NEW-INACT-SW TO EA-NEW-INACTIVE-SW.
008960     MOVE WS-REASON       TO EA-REASON.
008970     MOVE WS-OPERATOR-ID  TO EA-OPERATOR-ID.
008980     WRITE BEN-CHG-AUDIT-RECORD.

008990 6950-EXIT.
009000     EXIT.
