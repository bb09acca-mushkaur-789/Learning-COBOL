000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.     CBLYOPN IS INITIAL PROGRAM.
000120 AUTHOR.         R HANLEY.
000130 INSTALLATION.   DATA PROCESSING DEPT.
000140 DATE-WRITTEN.   01/11/2027.
000150 DATE-COMPILED.  TODAY.
000160*****************************************************************
000170*  CBLYOPN - FISCAL YEAR REOPEN.  THE YEAR-END CLOSE (CBLYEND)  *
000180*  LOCKS A FISCAL YEAR ON CBLFYCL, AFTER WHICH THE BACK-OUT     *
000190*  (CBLBACK) AND ANY AS-OF RERUN DATED INSIDE IT ARE REFUSED.   *
000200*  WHEN A CLOSED YEAR MUST BE CORRECTED AFTER ALL, A SUPERVISOR *
000210*  REOPENS IT HERE: THE YEARS ON FILE ARE LISTED, THE YEAR IS   *
000220*  CHOSEN, A REASON IS REQUIRED, AND THE REOPEN IS CONFIRMED.   *
000230*  THE ENTRY IS MARKED REOPENED WITH THE DATE, THE SUPERVISOR   *
000240*  AND THE REASON, AND STAYS SO UNTIL CBLYEND CLOSES THE YEAR   *
000250*  AGAIN - THE LAST REOPEN STAYS ON THE RECORD AFTER THAT.      *
000260*  SUPERVISOR AUTHORITY IS REQUIRED - CBLMENU GATES THE OPTION, *
000270*  AND THE PROGRAM CHECKS THE COMMAREA LEVEL ITSELF IN CASE IT  *
000280*  IS EVER CALLED ANOTHER WAY.                                  *
000290*****************************************************************
000300*  MODIFICATION HISTORY.
000310*  01/11/2027  RH  ORIGINAL VERSION.
000312*  02/03/2027  RH  REVIEW FIXES - ONLY A MISSING CBLFYCL (STATUS
000314*                  35) MEANS NO YEAR HAS BEEN CLOSED.  ONE THAT
000316*                  CANNOT BE OPENED IS NOW REPORTED, RC=16,
000318*                  INSTEAD OF SHOWING NO CLOSED YEARS.
000320*****************************************************************
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SPECIAL-NAMES.
000360     CLASS VALID-OPID IS "A" THRU "Z"
000370         "0" THRU "9" SPACE.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT YOP-FYCL-FILE    ASSIGN TO "CBLFYCL"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS FS-FYCL-FILE.

000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  YOP-FYCL-FILE
000460     RECORDING MODE IS F.
000470 COPY CBLFYCL.

000480 WORKING-STORAGE SECTION.
000490 01  FS-FYCL-FILE      PIC X(02) VALUE "00".

000500 01  WS-FYCL-EOF-SW    PIC X VALUE "N".
000510     88  WS-FYCL-EOF              VALUE "Y".
000520 01  WS-TRUNC-SW       PIC X VALUE "N".
000530     88  WS-LOAD-TRUNCATED        VALUE "Y".
000540 01  WS-OPERATOR-ID    PIC X(08) VALUE SPACES.
000550 01  WS-CUR-DATE       PIC 9(08) VALUE ZERO.

000560*THE WHOLE CLOSE FILE IS LOADED, THE CHOSEN ENTRY IS CHANGED IN
000570*PLACE, AND THE FILE IS WRITTEN BACK - THE SAME WHOLE-FILE
000580*PATTERN CBLYEND USES.  50 YEARS IS THE SAME LIMIT AS CBLYEND.
000590 01  WS-FY-MAX         PIC 9(03) COMP VALUE 50.
000600 01  WS-FY-COUNT       PIC 9(03) COMP VALUE ZERO.
000610 01  WS-FY-SUB         PIC 9(03) COMP VALUE ZERO.
000620 01  WS-FY-FOUND-SUB   PIC 9(03) COMP VALUE ZERO.
000630 01  WS-FY-TABLE.
000640     05  WS-FY-ENTRY OCCURS 50 TIMES PIC X(140).

000650*THE OPERATOR'S ANSWERS.
000660 01  WS-ENTRY-YEAR     PIC 9(04) VALUE ZERO.
000670 01  WS-ENTRY-REASON   PIC X(30) VALUE SPACES.
000680 01  WS-CONFIRM        PIC X(01) VALUE SPACE.
000690     88  WS-CONFIRMED             VALUE "Y".

000700 01  WS-STATUS-TEXT    PIC X(08) VALUE SPACES.

000710 LINKAGE SECTION.
000720 COPY CBLOPID.

000730 PROCEDURE DIVISION USING CBL-OPID-AREA.
000740 0000-MAINLINE.
000750*    THE MENU GATES THE OPTION, BUT A DIRECT CALL MUST NOT
000760*    SLIP PAST THE AUTHORITY CHECK.
000770     IF ADDRESS OF CBL-OPID-AREA = NULL
000780         DISPLAY "NO SIGNED-ON SUPERVISOR - REOPEN REFUSED"
000790             END-DISPLAY
000800         MOVE 8 TO RETURN-CODE
000810         GO TO 9999-PROGRAM-END
000820     END-IF.
000830     IF NOT OPID-SUPERVISOR
000840         DISPLAY "FISCAL YEAR REOPEN NEEDS SUPERVISOR AUTHORITY"
000850             END-DISPLAY
000860         MOVE 8 TO RETURN-CODE
000870         GO TO 9999-PROGRAM-END
000880     END-IF.
000890     IF OPID-OPERATOR-ID IS VALID-OPID
000900         MOVE OPID-OPERATOR-ID TO WS-OPERATOR-ID
000910     ELSE
000920         MOVE "UNKNOWN" TO WS-OPERATOR-ID
000930     END-IF.

000940     PERFORM 0200-LOAD-FYCL-TABLE THRU 0200-EXIT.
000950*    A TRUNCATED LOAD MUST NEVER BE WRITTEN BACK - EVERY
000960*    YEAR PAST THE TABLE WOULD BE SILENTLY DELETED.
000970     IF WS-LOAD-TRUNCATED
000980         DISPLAY "CBLFYCL EXCEEDS THE YEAR TABLE - REOPEN REFUSED"
000990             END-DISPLAY
001000         MOVE 8 TO RETURN-CODE
001010         GO TO 9999-PROGRAM-END
001020     END-IF.
001030     IF WS-FY-COUNT = ZERO
001040         DISPLAY "NO FISCAL YEAR HAS BEEN CLOSED" END-DISPLAY
001050         GO TO 9999-PROGRAM-END
001060     END-IF.

001070     PERFORM 1000-LIST-YEARS THRU 1000-EXIT.
001080     PERFORM 2000-ASK-REOPEN THRU 2000-EXIT.
001090     GO TO 9999-PROGRAM-END.

001100 9999-PROGRAM-END.
001110     GOBACK.

001120*****************************************************************
001130*  0200-LOAD-FYCL-TABLE                                         *
001140*  A MISSING CBLFYCL JUST MEANS NO YEAR HAS BEEN CLOSED YET.    *
001143*  ONE THAT CANNOT BE OPENED IS REPORTED AND NOTHING IS OFFERED *
001146*  FOR REOPEN, RC=16.                                           *
001150*****************************************************************
001160 0200-LOAD-FYCL-TABLE.
001170     OPEN INPUT YOP-FYCL-FILE.
001174     IF FS-FYCL-FILE = "35"
001178         GO TO 0200-EXIT
001182     END-IF.
001186     IF FS-FYCL-FILE NOT = "00"
001190         DISPLAY "UNABLE TO OPEN CBLFYCL, STATUS "
001194             FS-FYCL-FILE END-DISPLAY
001198         MOVE 16 TO RETURN-CODE
001202         GO TO 9999-PROGRAM-END
001206     END-IF.
001210     PERFORM 0250-READ-FYCL-REC THRU 0250-EXIT
001220         UNTIL WS-FYCL-EOF.
001230     CLOSE YOP-FYCL-FILE.

001240 0200-EXIT.
001250     EXIT.

001260 0250-READ-FYCL-REC.
001270     READ YOP-FYCL-FILE
001280         AT END
001290             MOVE "Y" TO WS-FYCL-EOF-SW
001300             GO TO 0250-EXIT
001310     END-READ.
001320     IF WS-FY-COUNT NOT < WS-FY-MAX
001330         MOVE "Y" TO WS-TRUNC-SW
001340         MOVE "Y" TO WS-FYCL-EOF-SW
001350         GO TO 0250-EXIT
001360     END-IF.
001370     ADD 1 TO WS-FY-COUNT.
001380     MOVE CBL-FYCL-RECORD TO WS-FY-ENTRY (WS-FY-COUNT).

001390 0250-EXIT.
001400     EXIT.

001410*****************************************************************
001420*  1000-LIST-YEARS                                              *
001430*  ONE LINE PER YEAR ON FILE, WITH ITS LAST REOPEN IF ANY.      *
001440*****************************************************************
001450 1000-LIST-YEARS.
001460     DISPLAY "CBLYOPN - FISCAL YEAR REOPEN" END-DISPLAY.
001470     DISPLAY "YEAR  FROM     THROUGH  STATUS   CLOSED   "
001480         "LAST REOPENED BY" END-DISPLAY.
001490     PERFORM 1100-LIST-YEAR THRU 1100-EXIT
001500         VARYING WS-FY-SUB FROM 1 BY 1
001510         UNTIL WS-FY-SUB > WS-FY-COUNT.

001520 1000-EXIT.
001530     EXIT.

001540 1100-LIST-YEAR.
001550     MOVE WS-FY-ENTRY (WS-FY-SUB) TO CBL-FYCL-RECORD.
001560     IF FC-YEAR-CLOSED
001570         MOVE "CLOSED"   TO WS-STATUS-TEXT
001580     ELSE
001590         MOVE "REOPENED" TO WS-STATUS-TEXT
001600     END-IF.
001610     IF FC-REOPEN-BY = SPACES
001620         DISPLAY FC-FISCAL-YEAR " " FC-START-DATE " "
001630             FC-END-DATE " " WS-STATUS-TEXT " " FC-CLOSED-DATE
001640             END-DISPLAY
001650     ELSE
001660         DISPLAY FC-FISCAL-YEAR " " FC-START-DATE " "
001670             FC-END-DATE " " WS-STATUS-TEXT " " FC-CLOSED-DATE
001680             " " FC-REOPEN-DATE " " FC-REOPEN-BY " "
001690             FC-REOPEN-REASON END-DISPLAY
001700     END-IF.

001710 1100-EXIT.
001720     EXIT.

001730*****************************************************************
001740*  2000-ASK-REOPEN                                              *
001750*  ONE YEAR PER CALL.  ONLY A CLOSED YEAR CAN BE REOPENED, A    *
001760*  REASON MUST BE GIVEN, AND NOTHING IS WRITTEN UNLESS THE      *
001770*  SUPERVISOR CONFIRMS.  YEAR 0000 LEAVES WITHOUT A CHANGE.     *
001780*****************************************************************
001790 2000-ASK-REOPEN.
001800     DISPLAY "ENTER THE FISCAL YEAR TO REOPEN (0000 TO LEAVE):"
001810         END-DISPLAY.
001820     ACCEPT WS-ENTRY-YEAR END-ACCEPT.
001830     IF WS-ENTRY-YEAR = ZERO
001840         DISPLAY "NOTHING REOPENED" END-DISPLAY
001850         GO TO 2000-EXIT
001860     END-IF.

001870     MOVE ZERO TO WS-FY-FOUND-SUB.
001880     PERFORM 2100-TEST-YEAR THRU 2100-EXIT
001890         VARYING WS-FY-SUB FROM 1 BY 1
001900         UNTIL WS-FY-SUB > WS-FY-COUNT
001910             OR WS-FY-FOUND-SUB > ZERO.
001920     IF WS-FY-FOUND-SUB = ZERO
001930         DISPLAY "FISCAL YEAR " WS-ENTRY-YEAR " IS NOT ON FILE - "
001940             "NOTHING REOPENED" END-DISPLAY
001950         GO TO 2000-EXIT
001960     END-IF.
001970     MOVE WS-FY-ENTRY (WS-FY-FOUND-SUB) TO CBL-FYCL-RECORD.
001980     IF NOT FC-YEAR-CLOSED
001990         DISPLAY "FISCAL YEAR " WS-ENTRY-YEAR
002000             " IS ALREADY OPEN - NOTHING REOPENED" END-DISPLAY
002010         GO TO 2000-EXIT
002020     END-IF.

002030     DISPLAY "ENTER THE REASON FOR REOPENING:" END-DISPLAY.
002040     ACCEPT WS-ENTRY-REASON END-ACCEPT.
002050     IF WS-ENTRY-REASON = SPACES
002060         DISPLAY "A REASON IS REQUIRED - NOTHING REOPENED"
002070             END-DISPLAY
002080         GO TO 2000-EXIT
002090     END-IF.

002100     DISPLAY "REOPEN FISCAL YEAR " WS-ENTRY-YEAR ", "
002110         FC-START-DATE " THROUGH " FC-END-DATE "? (Y/N)"
002120         END-DISPLAY.
002130     ACCEPT WS-CONFIRM END-ACCEPT.
002140     IF NOT WS-CONFIRMED
002150         DISPLAY "NOTHING REOPENED" END-DISPLAY
002160         GO TO 2000-EXIT
002170     END-IF.

002180     ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD.
002190     MOVE "R"             TO FC-STATUS.
002200     MOVE WS-CUR-DATE     TO FC-REOPEN-DATE.
002210     MOVE WS-OPERATOR-ID  TO FC-REOPEN-BY.
002220     MOVE WS-ENTRY-REASON TO FC-REOPEN-REASON.
002230     MOVE CBL-FYCL-RECORD TO WS-FY-ENTRY (WS-FY-FOUND-SUB).
002240     PERFORM 6500-REWRITE-FYCL-FILE THRU 6500-EXIT.

002250 2000-EXIT.
002260     EXIT.

002270 2100-TEST-YEAR.
002280     MOVE WS-FY-ENTRY (WS-FY-SUB) TO CBL-FYCL-RECORD.
002290     IF FC-FISCAL-YEAR = WS-ENTRY-YEAR
002300         MOVE WS-FY-SUB TO WS-FY-FOUND-SUB
002310     END-IF.

002320 2100-EXIT.
002330     EXIT.

002340*****************************************************************
002350*  6500-REWRITE-FYCL-FILE                                       *
002360*  WRITES THE TABLE BACK AS THE NEW CBLFYCL.                    *
002370*****************************************************************
002380 6500-REWRITE-FYCL-FILE.
002390     OPEN OUTPUT YOP-FYCL-FILE.
002400     IF FS-FYCL-FILE NOT = "00"
002410         DISPLAY "UNABLE TO REWRITE CBLFYCL, STATUS "
002420             FS-FYCL-FILE " - NOTHING REOPENED" END-DISPLAY
002430         MOVE 16 TO RETURN-CODE
002440         GO TO 6500-EXIT
002450     END-IF.

002460     PERFORM 6550-WRITE-FYCL-REC THRU 6550-EXIT
002470         VARYING WS-FY-SUB FROM 1 BY 1
002480         UNTIL WS-FY-SUB > WS-FY-COUNT.
002490     CLOSE YOP-FYCL-FILE.
002500     DISPLAY "FISCAL YEAR " WS-ENTRY-YEAR " REOPENED BY "
002510         WS-OPERATOR-ID END-DISPLAY.

002520 6500-EXIT.
002530     EXIT.

002540 6550-WRITE-FYCL-REC.
002550     MOVE WS-FY-ENTRY (WS-FY-SUB) TO CBL-FYCL-RECORD.
002560     WRITE CBL-FYCL-RECORD.

002570 6550-EXIT.
002580     EXIT.
