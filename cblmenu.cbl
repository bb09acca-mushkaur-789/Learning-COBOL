000563*                  OR MAINTENANCE REWRITE FROM THE CAPPED
000564*                  TABLE WOULD SILENTLY DELETE THE UNLOADED
000565*                  OPERATORS.
000566*  12/09/2026  RH  ADDED OPTION 11 - GL ACCOUNT MAPPING
000567*                  MAINTENANCE (CBLGMNT), THE OPCODE-TO-ACCOUNT
000568*                  TABLE BEHIND THE CLOSE'S GL JOURNAL.
000569*                  SUPERVISOR ONLY.
000570*  12/10/2026  RH  ADDED OPTION 12 - DEPARTMENT BUDGET
000571*                  MAINTENANCE (DEPBMNT), THE MONTHLY BUDGETS
000572*                  THE BUDGET-VERSUS-ACTUAL REPORT MEASURES EX4
000573*                  SPEND AGAINST.  SUPERVISOR ONLY.
000574*  12/14/2026  RH  ADDED OPTION 13 - BENEFIT PROGRAM ENROLLMENT
000575*                  (BENMNT).  OPEN TO EVERY OPERATOR; SETTING A
000576*                  PROGRAM'S AGE LIMITS INSIDE IT IS SUPERVISOR
000577*                  ONLY.
000578*  12/22/2026  RH  ADDED OPTION 14 - SUSPENSE CORRECTION
000579*                  (CBLSCOR), CORRECTING OR VOIDING THE NIGHT'S
000580*                  SUSPENSE ITEMS BEFORE THEY RECYCLE.  OPEN TO
000581*                  EVERY OPERATOR; EVERY ACTION IS AUDITED.
000582*  01/11/2027  RH  ADDED OPTION 15 - FISCAL YEAR REOPEN (CBLYOPN),
000583*                  UNLOCKING A YEAR THE YEAR-END CLOSE HAS LOCKED.
000584*                  SUPERVISOR ONLY.
000585*  01/25/2027  RH  DUAL APPROVAL - AN OPTION-6 ADD, CHANGE, OR
000586*                  UNLOCK IS NO LONGER APPLIED HERE.  IT IS HELD
000587*                  ON THE PENDING-CHANGE FILE (CBLMCHK) WITH ITS
000588*                  BEFORE AND AFTER OPERATOR IMAGES AND TAKES
000589*                  EFFECT ONLY WHEN A DIFFERENT SUPERVISOR
000590*                  APPROVES IT.  ADDED OPTION 16 - REFERENCE
000591*                  CHANGE APPROVAL (CBLMCKR), THE ONE REVIEW
000592*                  SCREEN FOR HELD RATE, DEPARTMENT, STANDING-
000593*                  INSTRUCTION, AND OPERATOR CHANGES.  SUPERVISOR
000594*                  ONLY.  THE OPERATOR TABLE IS RELOADED AFTER
000595*                  IT, SINCE AN APPROVAL MAY REWRITE CBLOPRF.
000596*****************************************************************
000597 ENVIRONMENT DIVISION.
000598 INPUT-OUTPUT SECTION.
000599 FILE-CONTROL.
000600     SELECT CBL-OPRF-FILE    ASSIGN TO "CBLOPRF"
000601         ORGANIZATION IS LINE SEQUENTIAL
000602         FILE STATUS IS FS-OPRF-FILE.

000610     SELECT CBL-SESS-FILE    ASSIGN TO "CBLSESS"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS FS-SESS-FILE.

000632     SELECT CBL-MCHK-FILE    ASSIGN TO "CBLMCHK"
000634         ORGANIZATION IS LINE SEQUENTIAL
000636         FILE STATUS IS FS-MCHK-FILE.

000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  CBL-OPRF-FILE
000830     05  SL-EVENT                PIC X(10).
000840     05  FILLER                  PIC X(16).

000842 FD  CBL-MCHK-FILE
000844     RECORDING MODE IS F.
000846 COPY CBLMCHK.

000850 WORKING-STORAGE SECTION.
000860 01  WS-CHOICE           PIC 99.

000870 01  FS-OPRF-FILE        PIC X(02) VALUE "00".
000880 01  FS-SESS-FILE        PIC X(02) VALUE "00".
000885 01  FS-MCHK-FILE        PIC X(02) VALUE "00".

000890 01  WS-OPRF-EOF-SW      PIC X VALUE "N".
000900     88  WS-OPRF-EOF              VALUE "Y".
001010     88  WS-SIGNED-ON             VALUE "Y".

001020*THE OPERATOR FILE IS LOADED TO THIS TABLE AT START-UP SO THE
001030*LOCKOUT FLAG CAN BE WRITTEN BACK AS A WHOLE FILE, THE SAME
001040*WAY CBLRMNT REWRITES THE RATE FILE.  OPERATOR-MAINTENANCE
001050*CHANGES ARE HELD FOR APPROVAL, NOT APPLIED HERE.  100 ENTRIES
001060*IS FAR MORE ROOM THAN THE SHOP HAS OPERATORS.
001070 01  WS-OPER-MAX         PIC 9(03) COMP VALUE 100.
001072 01  WS-TRUNC-SW         PIC X VALUE "N".
001074     88  WS-LOAD-TRUNCATED        VALUE "Y".
001230 01  WS-MNT-NAME         PIC X(20) VALUE SPACES.
001240 01  WS-MNT-PASSWORD     PIC X(08) VALUE SPACES.
001250 01  WS-MNT-LEVEL        PIC 9(01) VALUE ZERO.
001251 01  WS-MNT-ACTION       PIC X(01) VALUE SPACE.

001252*AN OPERATOR IN CBLOPRF RECORD FORM, FOR THE BEFORE AND AFTER
001253*IMAGES OF A CHANGE HELD ON CBLMCHK.
001254 01  WS-OPER-VIEW.
001255     05  OV-OPERATOR-ID          PIC X(08).
001256     05  OV-OPERATOR-NAME        PIC X(20).
001257     05  OV-PASSWORD             PIC X(08).
001258     05  OV-AUTH-LEVEL           PIC 9(01).
001259     05  OV-LOCKED-SW            PIC X(01).
001260     05  FILLER                  PIC X(42).
001261 01  WS-OPER-SAVE-IMAGE  PIC X(80) VALUE SPACES.

001262 COPY CBLOPID.

001270 PROCEDURE DIVISION.
001280 0000-MAINLINE.
002020     END-READ.

002030 0060-EXIT.
002031     EXIT.

002032*****************************************************************
002033*  0070-RELOAD-OPERATORS                                        *
002034*  RELOADS THE OPERATOR TABLE FROM CBLOPRF AFTER THE REFERENCE- *
002035*  CHANGE REVIEW, WHICH REWRITES THE FILE WHEN IT APPROVES AN   *
002036*  OPERATOR CHANGE - THE SESSION MUST NOT GO ON CHECKING        *
002037*  AGAINST, OR LATER WRITE BACK, THE OLD COPY.                  *
002038*****************************************************************
002039 0070-RELOAD-OPERATORS.
002040     MOVE ZERO TO WS-OPER-COUNT.
002041     MOVE "N" TO WS-TRUNC-SW.
002042     PERFORM 0050-LOAD-OPERATORS THRU 0050-EXIT.

002043 0070-EXIT.
002044     EXIT.

002050*****************************************************************
002060*  0100-SIGN-ON                                                 *
003379         END-IF
003380     END-IF.

003381     IF WS-CHOICE = 11
003382         IF NOT OPID-SUPERVISOR
003383             DISPLAY "GL ACCOUNT MAPPING NEEDS SUPERVISOR "
003384                 "AUTHORITY" END-DISPLAY
003385         ELSE
003386             MOVE "CBLGMNT" TO WS-EVENT
003387             PERFORM 8100-WRITE-SESSION-REC THRU 8100-EXIT
003388             CALL "CBLGMNT" USING CBL-OPID-AREA
003389             END-CALL
003390         END-IF
003391     END-IF.

003392     IF WS-CHOICE = 12
003393         IF NOT OPID-SUPERVISOR
003394             DISPLAY "BUDGET MAINTENANCE NEEDS SUPERVISOR "
003395                 "AUTHORITY" END-DISPLAY
003396         ELSE
003397             MOVE "DEPBMNT" TO WS-EVENT
003398             PERFORM 8100-WRITE-SESSION-REC THRU 8100-EXIT
003399             CALL "DEPBMNT" USING CBL-OPID-AREA
003400             END-CALL
003401         END-IF
003402     END-IF.

003403     IF WS-CHOICE = 13
003404         MOVE "BENMNT" TO WS-EVENT
003405         PERFORM 8100-WRITE-SESSION-REC THRU 8100-EXIT
003406         CALL "BENMNT" USING CBL-OPID-AREA
003407         END-CALL
003408     END-IF.

003409     IF WS-CHOICE = 14
003410         MOVE "CBLSCOR" TO WS-EVENT
003411         PERFORM 8100-WRITE-SESSION-REC THRU 8100-EXIT
003412         CALL "CBLSCOR" USING CBL-OPID-AREA
003413         END-CALL
003414     END-IF.

003415     IF WS-CHOICE = 15
003416         IF NOT OPID-SUPERVISOR
003417             DISPLAY "FISCAL YEAR REOPEN NEEDS SUPERVISOR "
003418                 "AUTHORITY" END-DISPLAY
003419         ELSE
003420             MOVE "CBLYOPN" TO WS-EVENT
003421             PERFORM 8100-WRITE-SESSION-REC THRU 8100-EXIT
003422             CALL "CBLYOPN" USING CBL-OPID-AREA
003423             END-CALL
003424         END-IF
003425     END-IF.

003426     IF WS-CHOICE = 16
003427         IF NOT OPID-SUPERVISOR
003428             DISPLAY "REFERENCE CHANGE APPROVAL NEEDS SUPERVISOR "
003429                 "AUTHORITY" END-DISPLAY
003430         ELSE
003431             MOVE "CBLMCKR" TO WS-EVENT
003432             PERFORM 8100-WRITE-SESSION-REC THRU 8100-EXIT
003433             CALL "CBLMCKR" USING CBL-OPID-AREA
003434             END-CALL
003435             PERFORM 0070-RELOAD-OPERATORS THRU 0070-EXIT
003436         END-IF
003437     END-IF.

003438     IF WS-CHOICE = 0
003439         GO TO 1000-EXIT
003440     ELSE
003441         PERFORM 1000-MENU-DRIVER THRU 1000-EXIT
003442     END-IF.

003443 1000-EXIT.
003444     EXIT.

003445 1100-DISPLAY-MENU.
003446     DISPLAY "CBLMENU - DAILY OPERATIONS MENU" END-DISPLAY.
003447     DISPLAY "1- DESK CALCULATOR (CBLOPER)" END-DISPLAY.
003450     DISPLAY "2- AGE CHECK (RIPASSO01)" END-DISPLAY.
003460     DISPLAY "3- BATCH ADDER (EX4)" END-DISPLAY.
003470     DISPLAY "4- ROSTER MAINTENANCE (RIPMNT)" END-DISPLAY.
003508     DISPLAY "9- AUDIT AND LEDGER INQUIRY (CBLINQR)"
003509     END-DISPLAY.
003510     DISPLAY "10- APPROVAL QUEUE REVIEW (CBLAPRV)" END-DISPLAY.
003511     DISPLAY "11- GL ACCOUNT MAPPING MAINTENANCE (CBLGMNT)"
003512     END-DISPLAY.
003513     DISPLAY "12- DEPARTMENT BUDGET MAINTENANCE (DEPBMNT)"
003514     END-DISPLAY.
003515     DISPLAY "13- BENEFIT PROGRAM ENROLLMENT (BENMNT)"
003516     END-DISPLAY.
003517     DISPLAY "14- SUSPENSE CORRECTION (CBLSCOR)" END-DISPLAY.
003518     DISPLAY "15- FISCAL YEAR REOPEN (CBLYOPN)" END-DISPLAY.
003519     DISPLAY "16- REFERENCE CHANGE APPROVAL (CBLMCKR)"
003520     END-DISPLAY.
003521     DISPLAY "0- END PROGRAM" END-DISPLAY.
003522     DISPLAY "CHOOSE ONE OPTION" END-DISPLAY.
003530     ACCEPT WS-CHOICE END-ACCEPT.

003540     IF WS-CHOICE < 0 OR WS-CHOICE > 16
003550         DISPLAY "CHOICE NOT VALID" END-DISPLAY
003560         PERFORM 1100-DISPLAY-MENU THRU 1100-EXIT
003570     END-IF.
003610*  6000-OPER-MAINT                                              *
003620*  SUPERVISOR-ONLY MAINTENANCE OF THE OPERATOR RECORDS THAT    *
003630*  WERE HAND-EDITED UNTIL NOW - ADD, CHANGE, AND UNLOCK.       *
003640*  EACH ONE IS HELD ON CBLMCHK UNTIL A DIFFERENT SUPERVISOR     *
003650*  APPROVES IT IN CBLMCKR (OPTION 16), WHICH REWRITES CBLOPRF.  *
003660*****************************************************************
003670 6000-OPER-MAINT.
003680     DISPLAY "OPERATOR MAINTENANCE" END-DISPLAY.
003990     END-IF.

004000     IF WS-OPER-COUNT >= WS-OPER-MAX
004010         DISPLAY "OPERATOR TABLE FULL - ADD NOT HELD"
004020             END-DISPLAY
004030         GO TO 6100-EXIT
004040     END-IF.

004050     MOVE "A" TO WS-MNT-ACTION.
004060     MOVE SPACES TO WS-OPER-SAVE-IMAGE.
004070     MOVE SPACES          TO WS-OPER-VIEW.
004080     MOVE WS-MNT-ID       TO OV-OPERATOR-ID.
004090     MOVE WS-MNT-NAME     TO OV-OPERATOR-NAME.
004100     MOVE WS-MNT-PASSWORD TO OV-PASSWORD.
004110     MOVE WS-MNT-LEVEL    TO OV-AUTH-LEVEL.
004120     PERFORM 6700-HOLD-OPER-CHANGE THRU 6700-EXIT.

004130 6100-EXIT.
004140     EXIT.

004240     PERFORM 6510-ASK-OPER-DETAILS THRU 6510-EXIT.

004250     MOVE "C" TO WS-MNT-ACTION.
004260     PERFORM 6600-LOAD-OPER-VIEW THRU 6600-EXIT.
004270     MOVE WS-MNT-NAME     TO OV-OPERATOR-NAME.
004280     MOVE WS-MNT-PASSWORD TO OV-PASSWORD.
004290     MOVE WS-MNT-LEVEL    TO OV-AUTH-LEVEL.
004300     PERFORM 6700-HOLD-OPER-CHANGE THRU 6700-EXIT.

004310 6200-EXIT.
004320     EXIT.
004390         GO TO 6300-EXIT
004400     END-IF.

004402     IF WS-OP-LOCKED-SW (WS-OPER-FOUND-SUB) NOT = "L"
004404         DISPLAY "OPERATOR ID IS NOT LOCKED" END-DISPLAY
004406         GO TO 6300-EXIT
004408     END-IF.

004410     MOVE "U" TO WS-MNT-ACTION.
004420     PERFORM 6600-LOAD-OPER-VIEW THRU 6600-EXIT.
004430     MOVE SPACE TO OV-LOCKED-SW.
004435     PERFORM 6700-HOLD-OPER-CHANGE THRU 6700-EXIT.

004440 6300-EXIT.
004450     EXIT.
004760     END-IF.

004770 6510-EXIT.
004771     EXIT.

004772*****************************************************************
004773*  6600-LOAD-OPER-VIEW                                          *
004774*  TAKES THE OPERATOR AT WS-OPER-FOUND-SUB AS BOTH THE BEFORE   *
004775*  IMAGE AND THE STARTING POINT OF THE AFTER IMAGE.             *
004776*****************************************************************
004777 6600-LOAD-OPER-VIEW.
004778     MOVE SPACES TO WS-OPER-VIEW.
004779     MOVE WS-OP-ID (WS-OPER-FOUND-SUB)   TO OV-OPERATOR-ID.
004780     MOVE WS-OP-NAME (WS-OPER-FOUND-SUB) TO OV-OPERATOR-NAME.
004781     MOVE WS-OP-PASSWORD (WS-OPER-FOUND-SUB) TO OV-PASSWORD.
004782     MOVE WS-OP-AUTH-LEVEL (WS-OPER-FOUND-SUB) TO OV-AUTH-LEVEL.
004783     MOVE WS-OP-LOCKED-SW (WS-OPER-FOUND-SUB) TO OV-LOCKED-SW.
004784     MOVE WS-OPER-VIEW TO WS-OPER-SAVE-IMAGE.

004785 6600-EXIT.
004786     EXIT.

004787*****************************************************************
004788*  6700-HOLD-OPER-CHANGE                                        *
004789*  HOLDS THE OPERATOR ADD, CHANGE, OR UNLOCK ON CBLMCHK - THE   *
004790*  BEFORE IMAGE IS IN WS-OPER-SAVE-IMAGE (SPACES ON AN ADD) AND *
004791*  THE AFTER IMAGE IN WS-OPER-VIEW.  A DIFFERENT SUPERVISOR     *
004792*  APPROVES IT IN CBLMCKR.  CBLOPRF HAS NO CHANGE AUDIT OF ITS  *
004793*  OWN, SO THE DECIDED CBLMCHK RECORD IS THE CHANGE'S HISTORY.  *
004794*****************************************************************
004795 6700-HOLD-OPER-CHANGE.
004796     OPEN EXTEND CBL-MCHK-FILE.
004797     IF FS-MCHK-FILE = "35"
004798         OPEN OUTPUT CBL-MCHK-FILE
004799     END-IF.
004800     IF FS-MCHK-FILE NOT = "00"
004801         DISPLAY "UNABLE TO OPEN CBLMCHK, STATUS "
004802             FS-MCHK-FILE " - CHANGE NOT HELD" END-DISPLAY
004803         GO TO 6700-EXIT
004804     END-IF.

004805     MOVE SPACES TO CBL-MCHK-RECORD.
004806     SET MC-MASTER-OPER TO TRUE.
004807     MOVE WS-MNT-ACTION      TO MC-ACTION.
004808     MOVE WS-MNT-ID          TO MC-KEY.
004809     MOVE WS-OPER-SAVE-IMAGE TO MC-OLD-IMAGE.
004810     MOVE WS-OPER-VIEW       TO MC-NEW-IMAGE.
004811     MOVE OPID-OPERATOR-ID   TO MC-MADE-BY.
004812     ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD.
004813     ACCEPT WS-CUR-TIME FROM TIME.
004814     STRING WS-CUR-DATE "-" WS-CUR-TIME
004815         DELIMITED BY SIZE INTO MC-MADE-TIME.
004816     SET MC-STATUS-PENDING TO TRUE.
004817     WRITE CBL-MCHK-RECORD.
004818     CLOSE CBL-MCHK-FILE.
004819     DISPLAY "OPERATOR " WS-MNT-ID " HELD FOR APPROVAL BY "
004820         "ANOTHER SUPERVISOR" END-DISPLAY.

004821 6700-EXIT.
004822     EXIT.

004823*****************************************************************
004824*  8100-WRITE-SESSION-REC                                       *
004825*  ONE SESSION-LOG RECORD PER EVENT: SIGN-ON, SIGN-OFF, EACH   *
004826*  PROGRAM THE OPERATOR ENTERS, AND EVERY SIGN-ON FAILURE AND  *
004830*  LOCKOUT.  FAILURES ARE STAMPED WITH THE ID THAT WAS TRIED.  *
004840*****************************************************************
004850 8100-WRITE-SESSION-REC.
