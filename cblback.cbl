000280*****************************************************************
000290*  MODIFICATION HISTORY.
000300*  09/22/2026  RH  ORIGINAL VERSION.
000301*  12/08/2026  RH  THE AUDIT AND LEDGER RECORDS GREW BY THE
000302*                  APPENDED DEPARTMENT CODE - THE BACKED-OUT
000303*                  RECORD LENGTHS NOW MATCH THE FULL AUDIT (139)
000304*                  AND LEDGER (104) LAYOUTS.
000305*  12/09/2026  RH  THE LEDGER RECORD GREW AGAIN BY THE APPENDED
000306*                  CURRENCY PAIR - LEDGER LENGTH NOW 110.
000307*  01/11/2027  RH  A RUN WITH ANY RECORD DATED INSIDE A FISCAL
000308*                  YEAR THE YEAR-END CLOSE HAS LOCKED (CBLFYCL)
000309*                  IS NOT BACKED OUT - THE PROOF REPORT SAYS SO
000310*                  AND THE STEP ENDS RC=8, SO THE JCL NEVER SWAPS
000311*                  THE FILES IN.
000312*  02/03/2027  RH  REVIEW FIXES - ONLY A MISSING CBLFYCL (STATUS
000313*                  35) MEANS NO YEAR HAS BEEN CLOSED.  ONE THAT
000314*                  CANNOT BE OPENED NOW ENDS THE RUN RC=16 RATHER
000315*                  THAN TURN THE CLOSED-YEAR LOCK OFF.
000316*****************************************************************
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS FS-CTL-FILE.

000522     SELECT BCK-FYCL-FILE    ASSIGN TO "CBLFYCL"
000524         ORGANIZATION IS LINE SEQUENTIAL
000526         FILE STATUS IS FS-FYCL-FILE.

000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  BCK-AUDIT-FILE

000610 FD  BCK-AUDN-FILE
000620     RECORDING MODE IS F.
000630 01  BCK-AUDN-RECORD             PIC X(139).

000640 FD  BCK-LEDN-FILE
000650     RECORDING MODE IS F.
000660 01  BCK-LEDN-RECORD             PIC X(110).

000670 FD  BCK-OUT-FILE
000680     RECORDING MODE IS F.
000730     05  CTL-RUN-ID              PIC X(14).
000740     05  FILLER                  PIC X(66).

000742 FD  BCK-FYCL-FILE
000744     RECORDING MODE IS F.
000746 COPY CBLFYCL.

000750 WORKING-STORAGE SECTION.
000760 01  FS-AUDIT-FILE       PIC X(02) VALUE "00".
000770 01  FS-LEDGER-FILE      PIC X(02) VALUE "00".
000790 01  FS-LEDN-FILE        PIC X(02) VALUE "00".
000800 01  FS-OUT-FILE         PIC X(02) VALUE "00".
000810 01  FS-CTL-FILE         PIC X(02) VALUE "00".
000815 01  FS-FYCL-FILE        PIC X(02) VALUE "00".

000820 01  WS-AUDIT-EOF-SW     PIC X VALUE "N".
000830     88  WS-AUDIT-EOF             VALUE "Y".

000860 01  WS-TARGET-RUN-ID    PIC X(14) VALUE SPACES.

000861*FISCAL YEARS THE YEAR-END CLOSE HAS LOCKED, FROM CBLFYCL.  A
000862*RECORD THE BACK-OUT WOULD REMOVE THAT IS DATED INSIDE ONE OF
000863*THEM IS COUNTED, AND ANY SUCH RECORD REFUSES THE WHOLE BACK-OUT.
000864 01  WS-FYCL-EOF-SW      PIC X VALUE "N".
000865     88  WS-FYCL-EOF              VALUE "Y".
000866 01  WS-CLOSED-MAX       PIC 9(03) COMP VALUE 50.
000867 01  WS-CLOSED-COUNT     PIC 9(03) COMP VALUE ZERO.
000868 01  WS-CLOSED-SUB       PIC 9(03) COMP VALUE ZERO.
000869 01  WS-CLOSED-TABLE.
000870     05  WS-CLOSED-ENTRY OCCURS 50 TIMES.
000871         10  WS-CY-FISCAL-YEAR   PIC 9(04).
000872         10  WS-CY-START-DATE    PIC 9(08).
000873         10  WS-CY-END-DATE      PIC 9(08).
000874 01  WS-TEST-DATE        PIC 9(08) VALUE ZERO.
000875 01  WS-LOCKED-FY        PIC 9(04) VALUE ZERO.
000876 01  WS-LOCKED-CUT-COUNT PIC 9(07) COMP VALUE ZERO.

000877*BEFORE/AFTER PROOF FIGURES FOR THE AUDIT LOG.
000880 01  WS-AUD-BEF-COUNT    PIC 9(07) COMP VALUE ZERO.
000890 01  WS-AUD-CUT-COUNT    PIC 9(07) COMP VALUE ZERO.
000900 01  WS-AUD-KEEP-COUNT   PIC 9(07) COMP VALUE ZERO.
001320 PROCEDURE DIVISION.
001330 0000-MAINLINE.
001340     PERFORM 0100-LOAD-CONTROL THRU 0100-EXIT.
001345     PERFORM 0120-LOAD-CLOSED-YEARS THRU 0120-EXIT.
001350     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.

001360     MOVE WS-TARGET-RUN-ID TO H1-RUN-ID.
001500     DISPLAY "LEDGER RECORDS REMOVED: " WS-LED-CUT-COUNT
001510         ", KEPT: " WS-LED-KEEP-COUNT END-DISPLAY.

001511     IF WS-LOCKED-CUT-COUNT > ZERO
001512         DISPLAY WS-LOCKED-CUT-COUNT " RECORD(S) OF RUN "
001513             WS-TARGET-RUN-ID " FALL IN CLOSED FISCAL YEAR "
001514             WS-LOCKED-FY " - BACK-OUT REFUSED" END-DISPLAY
001515         MOVE 8 TO RETURN-CODE
001516         GO TO 9999-PROGRAM-END
001517     END-IF.

001520     IF WS-AUD-CUT-COUNT = ZERO AND WS-LED-CUT-COUNT = ZERO
001530         DISPLAY "RUN ID " WS-TARGET-RUN-ID
001540             " NOT FOUND ON EITHER FILE - NOTHING BACKED OUT"
001910     CLOSE BCK-CTL-FILE.
001920     DISPLAY "BACKING OUT RUN " WS-TARGET-RUN-ID END-DISPLAY.

001921 0100-EXIT.
001922     EXIT.

001923*****************************************************************
001924*  0120-LOAD-CLOSED-YEARS                                       *
001925*  TABLES EVERY FISCAL YEAR CBLFYCL SHOWS CLOSED (STATUS C).  A *
001926*  REOPENED YEAR IS NOT LOCKED, AND NO CBLFYCL AT ALL (STATUS   *
001927*  35) MEANS NO YEAR HAS BEEN CLOSED YET.  ONE THAT CANNOT BE   *
001928*  OPENED ENDS THE BACK-OUT RC=16, SO AN I/O ERROR NEVER TURNS  *
001929*  THE LOCK OFF.                                                *
001930*****************************************************************
001931 0120-LOAD-CLOSED-YEARS.
001932     OPEN INPUT BCK-FYCL-FILE.
001933     IF FS-FYCL-FILE = "35"
001934         GO TO 0120-EXIT
001935     END-IF.
001936     IF FS-FYCL-FILE NOT = "00"
001937         DISPLAY "UNABLE TO OPEN CBLFYCL, STATUS "
001938             FS-FYCL-FILE END-DISPLAY
001939         MOVE 16 TO RETURN-CODE
001940         GO TO 9999-PROGRAM-END
001941     END-IF.
001943     PERFORM 0130-READ-FYCL THRU 0130-EXIT
001944         UNTIL WS-FYCL-EOF.
001945     CLOSE BCK-FYCL-FILE.

001946 0120-EXIT.
001947     EXIT.

001948 0130-READ-FYCL.
001949     READ BCK-FYCL-FILE
001950         AT END
001951             MOVE "Y" TO WS-FYCL-EOF-SW
001952             GO TO 0130-EXIT
001953     END-READ.
001954     IF FC-YEAR-CLOSED
001955         AND WS-CLOSED-COUNT < WS-CLOSED-MAX
001956         ADD 1 TO WS-CLOSED-COUNT
001957         MOVE FC-FISCAL-YEAR
001958             TO WS-CY-FISCAL-YEAR (WS-CLOSED-COUNT)
001959         MOVE FC-START-DATE TO WS-CY-START-DATE (WS-CLOSED-COUNT)
001960         MOVE FC-END-DATE   TO WS-CY-END-DATE (WS-CLOSED-COUNT)
001961     END-IF.

001962 0130-EXIT.
001963     EXIT.

001964 1000-OPEN-FILES.
001965     OPEN INPUT BCK-AUDIT-FILE.
001970     IF FS-AUDIT-FILE NOT = "00"
001980         DISPLAY "UNABLE TO OPEN CBLAUDT, STATUS "
001990             FS-AUDIT-FILE END-DISPLAY
002570     ADD 1 TO WS-AUD-BEF-COUNT.
002580     IF AR-RUN-ID = WS-TARGET-RUN-ID
002590         ADD 1 TO WS-AUD-CUT-COUNT
002593         MOVE AR-TIMESTAMP (1:8) TO WS-TEST-DATE
002596         PERFORM 7000-CHECK-CLOSED-YEAR THRU 7000-EXIT
002600         IF AR-STATUS-OK
002610             ADD AR-RESULT TO WS-AUD-CUT-TOTAL
002620         END-IF

002960     IF LR-RUN-ID = WS-TARGET-RUN-ID
002970         ADD 1 TO WS-LED-CUT-COUNT
002973         MOVE LR-TIMESTAMP (1:8) TO WS-TEST-DATE
002976         PERFORM 7000-CHECK-CLOSED-YEAR THRU 7000-EXIT
002980         ADD LR-AMOUNT-APPLIED TO WS-LED-CUT-TOTAL
002990         MOVE LR-TIMESTAMP (1:17) TO DL-TIMESTAMP
003000         MOVE LR-OPCODE           TO DL-OPCODE
003150     PERFORM 3100-READ-LEDGER THRU 3100-EXIT.

003160 3200-EXIT.
003161     EXIT.

003162*****************************************************************
003163*  7000-CHECK-CLOSED-YEAR                                       *
003164*  COUNTS A RECORD BEING REMOVED WHOSE DATE FALLS INSIDE A      *
003165*  CLOSED FISCAL YEAR, KEEPING THE YEAR FOR THE REFUSAL.        *
003166*****************************************************************
003167 7000-CHECK-CLOSED-YEAR.
003168     IF WS-TEST-DATE IS NOT NUMERIC
003169         GO TO 7000-EXIT
003170     END-IF.
003171     PERFORM 7100-TEST-CLOSED-ENTRY THRU 7100-EXIT
003172         VARYING WS-CLOSED-SUB FROM 1 BY 1
003173         UNTIL WS-CLOSED-SUB > WS-CLOSED-COUNT.

003174 7000-EXIT.
003175     EXIT.

003176 7100-TEST-CLOSED-ENTRY.
003177     IF WS-TEST-DATE NOT < WS-CY-START-DATE (WS-CLOSED-SUB)
003178         AND WS-TEST-DATE NOT > WS-CY-END-DATE (WS-CLOSED-SUB)
003179         ADD 1 TO WS-LOCKED-CUT-COUNT
003180         MOVE WS-CY-FISCAL-YEAR (WS-CLOSED-SUB) TO WS-LOCKED-FY
003181         MOVE WS-CLOSED-COUNT TO WS-CLOSED-SUB
003182     END-IF.

003183 7100-EXIT.
003184     EXIT.

003185*****************************************************************
003190*  8000-WRITE-PROOF-REPORT                                      *
003200*  BEFORE AND AFTER COUNTS, THE AMOUNTS REMOVED, AND THE FINAL  *
003210*  LEDGER POSITION ON EACH SIDE, SO THE BACK-OUT CAN BE PROVED  *
003470     MOVE WS-LED-AFT-FINAL TO RL-AMOUNT.
003480     WRITE BCK-OUT-RECORD FROM BCK-RPT-LINE.

003481     IF WS-LOCKED-CUT-COUNT > ZERO
003482         MOVE "RECORDS DATED IN A CLOSED FISCAL YEAR" TO RL-DESC
003483         MOVE WS-LOCKED-CUT-COUNT TO RL-COUNT
003484         MOVE ZERO TO RL-AMOUNT
003485         WRITE BCK-OUT-RECORD FROM BCK-RPT-LINE
003486     END-IF.

003490     IF WS-AUD-CUT-COUNT = ZERO AND WS-LED-CUT-COUNT = ZERO
003500         MOVE "RUN ID NOT FOUND - NOTHING WAS BACKED OUT"
003510             TO ML-TEXT
003520     ELSE
003530         MOVE "BACK-OUT COMPLETE - SWAP IN CBLAUDN AND CBLLEDN"
003532             TO ML-TEXT
003534     END-IF.
003536     IF WS-LOCKED-CUT-COUNT > ZERO
003538         MOVE "BACK-OUT REFUSED - RUN IS IN A CLOSED FISCAL YEAR"
003540             TO ML-TEXT
003550     END-IF.
003560     WRITE BCK-OUT-RECORD FROM BCK-RPT-MSG-LINE.
