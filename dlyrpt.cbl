000456*  11/03/2026  RH  RIPRPT NOW CLOSES WITH A FOURTH SUMMARY
000457*                  LINE (INACTIVE MEMBERS SKIPPED), SO THE
000458*                  ROSTER COUNT IS THE LINE COUNT LESS SIX.
000459*  12/08/2026  RH  CBLAUDT RECORDS NOW CARRY THE DEPARTMENT
000460*                  CODE, SO TODAY'S CALCULATOR WORK IS TALLIED
000461*                  PER DEPARTMENT AND PRINTED BESIDE THAT
000462*                  DEPARTMENT'S EX4 FIGURES.  DEPARTMENTS WITH
000463*                  CALCULATOR WORK BUT NO EX4 CATEGORY GET A
000464*                  LINE OF THEIR OWN AFTER THE CATEGORY LINES.
000465*  12/28/2026  RH  REGISTERS ITS START AND END IN CBLRUNC FOR
000466*                  THE BATCH WINDOW REPORT (CBLBTIM), WITH THE
000467*                  NUMBER OF AUDIT RECORDS READ.
000468*  01/11/2027  RH  AN AS-OF RERUN DATED INSIDE A FISCAL YEAR
000469*                  THE YEAR-END CLOSE HAS LOCKED (CBLFYCL) IS
000470*                  REFUSED, RC=8, UNTIL A SUPERVISOR REOPENS IT.
000471*  01/29/2027  RH  REVIEW FIXES - A RUN THAT STOPS ON AN OPEN
000472*                  FAILURE OR A REFUSAL NOW REGISTERS F IN
000473*                  CBLRUNC BEFORE IT ENDS, SO THE BATCH WINDOW
000474*                  REPORT SHOWS IT FAILED RATHER THAN STILL OPEN.
000475*  02/03/2027  RH  REVIEW FIXES - ONLY A MISSING CBLFYCL (STATUS
000476*                  35) MEANS NO YEAR HAS BEEN CLOSED.  ONE THAT
000477*                  CANNOT BE OPENED NOW ENDS THE RUN RC=16 RATHER
000478*                  THAN TURN THE CLOSED-YEAR LOCK OFF.
000479*****************************************************************
000480 ENVIRONMENT DIVISION.
000481 INPUT-OUTPUT SECTION.
000482 FILE-CONTROL.
000490     SELECT DLY-AUDIT-FILE   ASSIGN TO "CBLAUDT"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS FS-AUDIT-FILE.
000638         ORGANIZATION IS LINE SEQUENTIAL
000639         FILE STATUS IS FS-CAL-FILE.

000640     SELECT DLY-RUNC-FILE    ASSIGN TO "CBLRUNC"
000641         ORGANIZATION IS LINE SEQUENTIAL
000642         FILE STATUS IS FS-RUNC-FILE.

000643     SELECT DLY-FYCL-FILE    ASSIGN TO "CBLFYCL"
000644         ORGANIZATION IS LINE SEQUENTIAL
000645         FILE STATUS IS FS-FYCL-FILE.

000646 DATA DIVISION.
000650 FILE SECTION.
000660 FD  DLY-AUDIT-FILE
000670     RECORDING MODE IS F.
000848     RECORDING MODE IS F.
000849 COPY CBLCAL.

000850 FD  DLY-RUNC-FILE
000851     RECORDING MODE IS F.
000852 COPY CBLRUNC.

000853 FD  DLY-FYCL-FILE
000854     RECORDING MODE IS F.
000855 COPY CBLFYCL.

000856 WORKING-STORAGE SECTION.
000860 01  FS-AUDIT-FILE       PIC X(02) VALUE "00".
000870 01  FS-RIP-FILE         PIC X(02) VALUE "00".
000880 01  FS-EX4-FILE         PIC X(02) VALUE "00".
000900 01  FS-CTL-FILE         PIC X(02) VALUE "00".
000902 01  FS-DEPT-FILE        PIC X(02) VALUE "00".
000904 01  FS-CAL-FILE         PIC X(02) VALUE "00".
000905 01  FS-RUNC-FILE        PIC X(02) VALUE "00".
000906 01  FS-FYCL-FILE        PIC X(02) VALUE "00".
000907 01  WS-CAL-DATE-SW      PIC X VALUE "N".
000908     88  WS-CAL-DATE-SET          VALUE "Y".

000909*CLOSED FISCAL YEAR LOCK - THE REPORT DATE IS TESTED AGAINST EVERY
000910*YEAR THE YEAR-END CLOSE HAS LOCKED ON CBLFYCL.
000911 01  WS-FYCL-EOF-SW      PIC X VALUE "N".
000912     88  WS-FYCL-EOF              VALUE "Y".
000913 01  WS-LOCK-DATE        PIC 9(08) VALUE ZERO.
000914 01  WS-LOCKED-FY        PIC 9(04) VALUE ZERO.

000915*BATCH WINDOW TIMING - THE STEP'S START AND END ARE REGISTERED
000916*IN CBLRUNC SO THE WINDOW REPORT (CBLBTIM) CAN TIME IT.
000917 01  WS-STEP-RUN-ID      PIC X(14) VALUE SPACES.
000918 01  WS-STEP-STATUS      PIC X(01) VALUE SPACE.
000919 01  WS-STEP-DATE        PIC 9(08) VALUE ZERO.
000920 01  WS-STEP-TIME        PIC 9(08) VALUE ZERO.
000921 01  WS-STEP-STAMP       PIC X(26) VALUE SPACES.

000922 01  WS-AUDIT-EOF-SW     PIC X VALUE "N".
000923     88  WS-AUDIT-EOF             VALUE "Y".
000930 01  WS-RIP-EOF-SW       PIC X VALUE "N".
000940     88  WS-RIP-EOF                VALUE "Y".

000950 01  WS-CALC-COUNT       PIC 9(05) COMP VALUE ZERO.
000955 01  WS-AUDIT-READ-COUNT PIC 9(07) COMP VALUE ZERO.
000960 01  WS-RIP-LINE-COUNT   PIC 9(05) COMP VALUE ZERO.
000970 01  WS-ROSTER-COUNT     PIC 9(05) COMP VALUE ZERO.
000980 01  WS-EX4-FOUND-SW     PIC X VALUE "N".
001104         10  WS-DP-CODE          PIC X(03).
001105         10  WS-DP-NAME          PIC X(30).
001106         10  WS-DP-ACTIVE-SW     PIC X(01).
001107 01  WS-DEPT-LOOKUP      PIC X(03) VALUE SPACES.
001108*TODAY'S APPLIED CALCULATOR WORK TALLIED BY THE DEPARTMENT CODE
001109*ON EACH CBLAUDT RECORD.  A BLANK CODE (INTERACTIVE SESSIONS AND
001110*RECORDS WRITTEN BEFORE THE CODE WAS CARRIED) IS ITS OWN ENTRY.
001111 01  WS-CDEPT-MAX        PIC 9(02) COMP VALUE 50.
001112 01  WS-CDEPT-COUNT      PIC 9(02) COMP VALUE ZERO.
001113 01  WS-CDEPT-SUB        PIC 9(02) COMP VALUE ZERO.
001114 01  WS-CDEPT-FOUND-SUB  PIC 9(02) COMP VALUE ZERO.
001115 01  WS-CDEPT-FULL-SW    PIC X VALUE "N".
001116     88  WS-CDEPT-FULL             VALUE "Y".
001117 01  WS-CDEPT-TABLE.
001118     05  WS-CDEPT-ENTRY OCCURS 50 TIMES.
001119         10  WS-CD-CODE          PIC X(03).
001120         10  WS-CD-CNT           PIC 9(05).
001121         10  WS-CD-TOT           PIC S9(20)V99.
001122         10  WS-CD-PRINTED-SW    PIC X(01).
001123 01  WS-EX4-GRAND-COUNT  PIC 9(03) VALUE ZERO.
001124 01  WS-EX4-GRAND-TOTAL  PIC S9(09)V99 VALUE ZERO.
001125 01  WS-EX4-OVERFLOW-SW  PIC X VALUE "N".
001130     88  WS-EX4-GRAND-OVERFLOW     VALUE "Y".

001140 01  WS-TODAY-YEAR       PIC 9999 VALUE 2026.
001550     05  RL6-COUNT               PIC ZZ9.
001560     05  FILLER                  PIC X(08) VALUE "  TOTAL".
001570     05  RL6-TOTAL               PIC -(8)9.99.
001573     05  FILLER                  PIC X(07) VALUE "   CALC".
001576     05  RL6-CALC-COUNT          PIC ZZZZ9.
001579     05  FILLER                  PIC X(08) VALUE "  AMOUNT".
001582     05  RL6-CALC-TOTAL          PIC -(17)9.99.
001585     05  FILLER                  PIC X(09) VALUE SPACES.

001590 PROCEDURE DIVISION.
001600 0000-MAINLINE.
001602     PERFORM 8940-TAKE-STAMP THRU 8940-EXIT.
001604     MOVE "S" TO WS-STEP-STATUS.
001606     PERFORM 8950-REGISTER-STEP THRU 8950-EXIT.
001610     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.
001615     PERFORM 0090-LOAD-CALENDAR THRU 0090-EXIT.
001620     PERFORM 0100-LOAD-CONTROL THRU 0100-EXIT.
001622     PERFORM 0120-CHECK-CLOSED-YEAR THRU 0120-EXIT.
001625     PERFORM 0200-LOAD-DEPT-TABLE THRU 0200-EXIT.
001630     PERFORM 2000-COUNT-AUDIT THRU 2000-EXIT.
001640     PERFORM 3000-COUNT-ROSTER THRU 3000-EXIT.
001650     PERFORM 4000-READ-EX4-SUMMARY THRU 4000-EXIT.
001660     PERFORM 8000-WRITE-REPORT THRU 8000-EXIT.
001670     PERFORM 9000-CLOSE-FILES THRU 9000-EXIT.
001672     PERFORM 8940-TAKE-STAMP THRU 8940-EXIT.
001674     MOVE "C" TO WS-STEP-STATUS.
001676     PERFORM 8950-REGISTER-STEP THRU 8950-EXIT.
001680     GO TO 9999-PROGRAM-END.

001690 9999-PROGRAM-END.
001730     IF FS-AUDIT-FILE NOT = "00"
001740         DISPLAY "UNABLE TO OPEN CBLAUDT, STATUS "
001750             FS-AUDIT-FILE END-DISPLAY
001752         PERFORM 8940-TAKE-STAMP THRU 8940-EXIT
001754         MOVE "F" TO WS-STEP-STATUS
001756         PERFORM 8950-REGISTER-STEP THRU 8950-EXIT
001760         MOVE 16 TO RETURN-CODE
001770         GO TO 9999-PROGRAM-END
001780     END-IF.
001810         DISPLAY "UNABLE TO OPEN RIPRPT, STATUS "
001820             FS-RIP-FILE END-DISPLAY
001830         CLOSE DLY-AUDIT-FILE
001832         PERFORM 8940-TAKE-STAMP THRU 8940-EXIT
001834         MOVE "F" TO WS-STEP-STATUS
001836         PERFORM 8950-REGISTER-STEP THRU 8950-EXIT
001840         MOVE 16 TO RETURN-CODE
001850         GO TO 9999-PROGRAM-END
001860     END-IF.
001900             FS-EX4-FILE END-DISPLAY
001910         CLOSE DLY-AUDIT-FILE
001920         CLOSE DLY-RIP-FILE
001922         PERFORM 8940-TAKE-STAMP THRU 8940-EXIT
001924         MOVE "F" TO WS-STEP-STATUS
001926         PERFORM 8950-REGISTER-STEP THRU 8950-EXIT
001930         MOVE 16 TO RETURN-CODE
001940         GO TO 9999-PROGRAM-END
001950     END-IF.
002000         CLOSE DLY-AUDIT-FILE
002010         CLOSE DLY-RIP-FILE
002020         CLOSE DLY-EX4-FILE
002022         PERFORM 8940-TAKE-STAMP THRU 8940-EXIT
002024         MOVE "F" TO WS-STEP-STATUS
002026         PERFORM 8950-REGISTER-STEP THRU 8950-EXIT
002030         MOVE 16 TO RETURN-CODE
002040         GO TO 9999-PROGRAM-END
002050     END-IF.
002350     END-STRING.

002360 0100-EXIT.
002361     EXIT.

002362*****************************************************************
002363*  0120-CHECK-CLOSED-YEAR                                       *
002364*  A RUN DATED INSIDE A FISCAL YEAR THE YEAR-END CLOSE HAS      *
002365*  LOCKED (CBLFYCL STATUS C) IS REFUSED, RC=8 - THE YEAR'S      *
002366*  ANNUAL STATEMENT HAS BEEN DRAWN AND AN AS-OF RERUN MUST NOT  *
002367*  MOVE THE BOOKS UNDER IT.  A SUPERVISOR REOPENS THE YEAR FROM *
002368*  CBLMENU FIRST.  NO CBLFYCL (STATUS 35) MEANS NO YEAR HAS     *
002369*  BEEN CLOSED; ONE THAT CANNOT BE OPENED ENDS THE RUN RC=16,   *
002370*  SO AN I/O ERROR NEVER TURNS THE LOCK OFF.                    *
002371*****************************************************************
002372 0120-CHECK-CLOSED-YEAR.
002373     MOVE WS-TODAY-DATE-KEY TO WS-LOCK-DATE.
002374     MOVE ZERO TO WS-LOCKED-FY.
002375     OPEN INPUT DLY-FYCL-FILE.
002376     IF FS-FYCL-FILE = "35"
002377         GO TO 0120-EXIT
002378     END-IF.
002379     IF FS-FYCL-FILE NOT = "00"
002380         DISPLAY "UNABLE TO OPEN CBLFYCL, STATUS "
002381             FS-FYCL-FILE END-DISPLAY
002382         PERFORM 9000-CLOSE-FILES THRU 9000-EXIT
002383         PERFORM 8940-TAKE-STAMP THRU 8940-EXIT
002384         MOVE "F" TO WS-STEP-STATUS
002385         PERFORM 8950-REGISTER-STEP THRU 8950-EXIT
002386         MOVE 16 TO RETURN-CODE
002387         GO TO 9999-PROGRAM-END
002388     END-IF.
002395     PERFORM 0130-READ-FYCL THRU 0130-EXIT
002396         UNTIL WS-FYCL-EOF.
002397     CLOSE DLY-FYCL-FILE.
002398     IF WS-LOCKED-FY = ZERO
002399         GO TO 0120-EXIT
002400     END-IF.

002401     DISPLAY "REPORT DATE " WS-LOCK-DATE
002402         " FALLS IN CLOSED FISCAL YEAR " WS-LOCKED-FY
002403         " - RUN REFUSED" END-DISPLAY.
002404     PERFORM 9000-CLOSE-FILES THRU 9000-EXIT.
002405     PERFORM 8940-TAKE-STAMP THRU 8940-EXIT.
002406     MOVE "F" TO WS-STEP-STATUS.
002407     PERFORM 8950-REGISTER-STEP THRU 8950-EXIT.
002408     MOVE 8 TO RETURN-CODE.
002409     GO TO 9999-PROGRAM-END.

002410 0120-EXIT.
002411     EXIT.

002412 0130-READ-FYCL.
002413     READ DLY-FYCL-FILE
002414         AT END
002415             MOVE "Y" TO WS-FYCL-EOF-SW
002416             GO TO 0130-EXIT
002417     END-READ.
002418     IF FC-YEAR-CLOSED
002419         AND WS-LOCK-DATE NOT < FC-START-DATE
002420         AND WS-LOCK-DATE NOT > FC-END-DATE
002421         MOVE FC-FISCAL-YEAR TO WS-LOCKED-FY
002422     END-IF.

002423 0130-EXIT.
002424     EXIT.

002425*****************************************************************
002426*  2000-COUNT-AUDIT                                             *
002427*  ONE CBLAUDT RECORD EXISTS FOR EVERY CALCULATION CBLOPER HAS  *
002428*  PERFORMED, INTERACTIVE OR BATCH.  ONLY TODAY'S RECORDS ARE   *
002429*  COUNTED SINCE CBLAUDT ACCUMULATES ACROSS EVERY RUN AND THIS  *
002430*  IS A DAILY REPORT.                                            *
002440*****************************************************************
002450 2000-COUNT-AUDIT.
002530             MOVE "Y" TO WS-AUDIT-EOF-SW
002540     END-READ.
002550     IF NOT WS-AUDIT-EOF
002555         ADD 1 TO WS-AUDIT-READ-COUNT
002560         IF AR-TIMESTAMP (1:8) = WS-TODAY-DATE-KEY
002570             ADD 1 TO WS-CALC-COUNT
002572             IF AR-STATUS-OK
002574                 PERFORM 2200-TALLY-CALC-DEPT THRU 2200-EXIT
002576             END-IF
002580         END-IF
002590     END-IF.

002600 2100-EXIT.
002601     EXIT.

002602*****************************************************************
002603*  2200-TALLY-CALC-DEPT                                         *
002604*  ADDS ONE APPLIED CALCULATION TO ITS DEPARTMENT'S ENTRY,      *
002605*  OPENING A NEW ENTRY THE FIRST TIME A CODE IS SEEN TODAY.     *
002606*****************************************************************
002607 2200-TALLY-CALC-DEPT.
002608     MOVE AR-DEPT-CODE TO WS-DEPT-LOOKUP.
002609     PERFORM 8300-FIND-CALC-DEPT THRU 8300-EXIT.
002610     IF WS-CDEPT-FOUND-SUB = ZERO
002611         IF WS-CDEPT-COUNT >= WS-CDEPT-MAX
002612             IF NOT WS-CDEPT-FULL
002613                 DISPLAY "MORE THAN 50 DEPARTMENTS ON CBLAUDT - "
002614                     "EXTRA DEPARTMENTS NOT SHOWN" END-DISPLAY
002615                 MOVE "Y" TO WS-CDEPT-FULL-SW
002616             END-IF
002617             GO TO 2200-EXIT
002618         END-IF
002619         ADD 1 TO WS-CDEPT-COUNT
002620         MOVE WS-CDEPT-COUNT TO WS-CDEPT-FOUND-SUB
002621         MOVE AR-DEPT-CODE TO WS-CD-CODE (WS-CDEPT-FOUND-SUB)
002622         MOVE ZERO TO WS-CD-CNT (WS-CDEPT-FOUND-SUB)
002623         MOVE ZERO TO WS-CD-TOT (WS-CDEPT-FOUND-SUB)
002624         MOVE "N" TO WS-CD-PRINTED-SW (WS-CDEPT-FOUND-SUB)
002625     END-IF.
002626     ADD 1 TO WS-CD-CNT (WS-CDEPT-FOUND-SUB).
002627     ADD AR-RESULT TO WS-CD-TOT (WS-CDEPT-FOUND-SUB)
002628         ON SIZE ERROR
002629             DISPLAY "CALCULATOR TOTAL OVERFLOW FOR DEPARTMENT "
002630                 AR-DEPT-CODE END-DISPLAY
002631     END-ADD.

002632 2200-EXIT.
002633     EXIT.

002634*****************************************************************
002635*  3000-COUNT-ROSTER                                            *
002640*  RIPRPT CARRIES TWO HEADING LINES, ONE DETAIL LINE PER        *
002650*  VALIDATED ROSTER MEMBER AGED, AND FOUR CLOSING SUMMARY       *
002660*  LINES (READ/ACCEPTED/REJECTED/INACTIVE SKIPPED), SO THE      *
003410             UNTIL WS-EXCAT-SUB > WS-EXCAT-COUNT
003420     END-IF.

003422     PERFORM 8400-WRITE-CALC-ONLY-LINE THRU 8400-EXIT
003424         VARYING WS-CDEPT-SUB FROM 1 BY 1
003426         UNTIL WS-CDEPT-SUB > WS-CDEPT-COUNT.

003430 8000-EXIT.
003440     EXIT.

003450 8100-WRITE-EX4-CAT-LINE.
003460     MOVE WS-EXCAT-CODE (WS-EXCAT-SUB) TO RL6-CAT.
003461     MOVE WS-EXCAT-CODE (WS-EXCAT-SUB) TO WS-DEPT-LOOKUP.
003462     PERFORM 8200-FIND-DEPT-NAME THRU 8200-EXIT.
003470     MOVE WS-EXCAT-CNT (WS-EXCAT-SUB)  TO RL6-COUNT.
003480     MOVE WS-EXCAT-TOT (WS-EXCAT-SUB)  TO RL6-TOTAL.
003481     PERFORM 8300-FIND-CALC-DEPT THRU 8300-EXIT.
003482     IF WS-CDEPT-FOUND-SUB > ZERO
003483         MOVE WS-CD-CNT (WS-CDEPT-FOUND-SUB) TO RL6-CALC-COUNT
003484         MOVE WS-CD-TOT (WS-CDEPT-FOUND-SUB) TO RL6-CALC-TOTAL
003485         MOVE "Y" TO WS-CD-PRINTED-SW (WS-CDEPT-FOUND-SUB)
003486     ELSE
003487         MOVE ZERO TO RL6-CALC-COUNT
003488         MOVE ZERO TO RL6-CALC-TOTAL
003489     END-IF.
003490     WRITE DLY-OUT-RECORD FROM DLY-RPT-LINE-6.

003491 8100-EXIT.
003492     EXIT.

003493*LOOKS THE CURRENT CATEGORY CODE UP ON THE DEPARTMENT TABLE
003494*AND LEAVES THE NAME (OR A NOT-ON-MASTER NOTE) IN THE LINE.
003495 8200-FIND-DEPT-NAME.
003496     MOVE ZERO TO WS-DEPT-FOUND-SUB.
003497     IF WS-DEPT-LOOKUP = SPACES
003498         MOVE "(NO DEPARTMENT)" TO RL6-DEPT-NAME
003499         GO TO 8200-EXIT
003500     END-IF.
003501     PERFORM 8250-TEST-DEPT-ENTRY THRU 8250-EXIT
003502         VARYING WS-DEPT-SUB FROM 1 BY 1
003503         UNTIL WS-DEPT-FOUND-SUB > ZERO
003504             OR WS-DEPT-SUB > WS-DEPT-COUNT.
003505     IF WS-DEPT-FOUND-SUB > ZERO
003506         MOVE WS-DP-NAME (WS-DEPT-FOUND-SUB) TO RL6-DEPT-NAME
003507     ELSE
003508         MOVE "(NOT ON DEPARTMENT MASTER)" TO RL6-DEPT-NAME
003509     END-IF.

003510 8200-EXIT.
003511     EXIT.

003512 8250-TEST-DEPT-ENTRY.
003513     IF WS-DP-CODE (WS-DEPT-SUB) = WS-DEPT-LOOKUP
003514         MOVE WS-DEPT-SUB TO WS-DEPT-FOUND-SUB
003515     END-IF.

003516 8250-EXIT.
003517     EXIT.

003518*LOOKS WS-DEPT-LOOKUP UP ON TODAY'S CALCULATOR TALLY.
003519 8300-FIND-CALC-DEPT.
003520     MOVE ZERO TO WS-CDEPT-FOUND-SUB.
003521     PERFORM 8350-TEST-CALC-DEPT THRU 8350-EXIT
003522         VARYING WS-CDEPT-SUB FROM 1 BY 1
003523         UNTIL WS-CDEPT-FOUND-SUB > ZERO
003524             OR WS-CDEPT-SUB > WS-CDEPT-COUNT.

003525 8300-EXIT.
003526     EXIT.

003527 8350-TEST-CALC-DEPT.
003528     IF WS-CD-CODE (WS-CDEPT-SUB) = WS-DEPT-LOOKUP
003529         MOVE WS-CDEPT-SUB TO WS-CDEPT-FOUND-SUB
003530     END-IF.

003531 8350-EXIT.
003532     EXIT.

003533*****************************************************************
003534*  8400-WRITE-CALC-ONLY-LINE                                    *
003535*  A DEPARTMENT WITH CALCULATOR WORK TODAY BUT NO EX4 CATEGORY  *
003536*  LINE STILL GETS A LINE, WITH ITS EX4 FIGURES SHOWN AS ZERO.  *
003537*****************************************************************
003538 8400-WRITE-CALC-ONLY-LINE.
003539     IF WS-CD-PRINTED-SW (WS-CDEPT-SUB) = "Y"
003540         GO TO 8400-EXIT
003541     END-IF.
003542     MOVE WS-CD-CODE (WS-CDEPT-SUB) TO RL6-CAT.
003543     MOVE WS-CD-CODE (WS-CDEPT-SUB) TO WS-DEPT-LOOKUP.
003544     MOVE WS-CDEPT-SUB TO WS-CDEPT-FOUND-SUB.
003545     PERFORM 8200-FIND-DEPT-NAME THRU 8200-EXIT.
003546     MOVE ZERO TO RL6-COUNT.
003547     MOVE ZERO TO RL6-TOTAL.
003548     MOVE WS-CD-CNT (WS-CDEPT-FOUND-SUB) TO RL6-CALC-COUNT.
003549     MOVE WS-CD-TOT (WS-CDEPT-FOUND-SUB) TO RL6-CALC-TOTAL.
003550     WRITE DLY-OUT-RECORD FROM DLY-RPT-LINE-6.

003551 8400-EXIT.
003554     EXIT.

003556*****************************************************************

003980 0090-EXIT.
003990     EXIT.

004000*****************************************************************
004010*  8940-TAKE-STAMP / 8950-REGISTER-STEP                         *
004020*  REGISTERS THE STEP'S START (S) AND END (C, WITH THE RECORD   *
004030*  COUNT) IN CBLRUNC FOR THE BATCH WINDOW REPORT.  A REGISTRY   *
004040*  THAT CANNOT BE EXTENDED ONLY COSTS THE TIMING, SO IT IS      *
004050*  REPORTED AND THE STEP CARRIES ON.                            *
004060*  A STEP THAT STOPS ON AN ERROR REGISTERS F (FAILED) BEFORE    *
004070*  IT ENDS, SO THE REPORT NEVER SHOWS IT AS STILL OPEN.         *
004080*****************************************************************
004090 8940-TAKE-STAMP.
004100     ACCEPT WS-STEP-DATE FROM DATE YYYYMMDD.
004110     ACCEPT WS-STEP-TIME FROM TIME.
004120     MOVE SPACES TO WS-STEP-STAMP.
004130     STRING WS-STEP-DATE "-" WS-STEP-TIME
004140         DELIMITED BY SIZE INTO WS-STEP-STAMP.
004150     IF WS-STEP-RUN-ID = SPACES
004160         STRING WS-STEP-DATE WS-STEP-TIME (1:6)
004170             DELIMITED BY SIZE INTO WS-STEP-RUN-ID
004180     END-IF.

004190 8940-EXIT.
004200     EXIT.

004210 8950-REGISTER-STEP.
004220     OPEN EXTEND DLY-RUNC-FILE.
004230     IF FS-RUNC-FILE NOT = "00"
004240         DISPLAY "UNABLE TO EXTEND CBLRUNC, STATUS "
004250             FS-RUNC-FILE " - STEP NOT TIMED" END-DISPLAY
004260         GO TO 8950-EXIT
004270     END-IF.
004280     MOVE "DLYRPT"       TO RC-PROGRAM.
004290     MOVE "CBLAUDT"      TO RC-FILE-NAME.
004300     MOVE WS-STEP-STAMP (1:8) TO RC-FILE-DATE.
004310     MOVE WS-STEP-RUN-ID TO RC-RUN-ID.
004320     MOVE WS-STEP-STATUS TO RC-STATUS.
004330     MOVE WS-AUDIT-READ-COUNT TO RC-REC-COUNT.
004340     MOVE WS-STEP-STAMP  TO RC-TIMESTAMP.
004350     WRITE CBL-RUNC-RECORD.
004360     CLOSE DLY-RUNC-FILE.

004370 8950-EXIT.
004380     EXIT.
