000316*                  EVERY STEP OF THE NIGHT RUNS ON THE ONE
000317*                  BUSINESS DATE CBLCALM MAINTAINS.  EXCCTL
000318*                  REMAINS THE FALLBACK FOR AS-OF RERUNS.
000319*  12/28/2026  RH  REGISTERS ITS START AND END IN CBLRUNC FOR
000320*                  THE BATCH WINDOW REPORT (CBLBTIM), WITH THE
000321*                  NUMBER OF AUDIT RECORDS READ.  BOTH ARE
000322*                  WRITTEN AFTER THE REGISTRY SCAN, THE START
000323*                  CARRYING THE TIME THE STEP BEGAN.  THE
000324*                  OPEN-REGISTRATION TABLE GOES TO 99 NOW
000325*                  THAT EVERY NIGHTLY STEP REGISTERS.
000326*  01/11/2027  RH  AN AS-OF RERUN DATED INSIDE A FISCAL YEAR
000327*                  THE YEAR-END CLOSE HAS LOCKED (CBLFYCL) IS
000328*                  REFUSED, RC=8, UNTIL A SUPERVISOR REOPENS IT.
000329*  02/03/2027  RH  REVIEW FIXES - ONLY A MISSING CBLFYCL (STATUS
000330*                  35) MEANS NO YEAR HAS BEEN CLOSED.  ONE THAT
000331*                  CANNOT BE OPENED NOW ENDS THE RUN RC=16 RATHER
000332*                  THAN TURN THE CLOSED-YEAR LOCK OFF.
000333*****************************************************************
000334 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT EXC-AUDIT-FILE   ASSIGN TO "CBLAUDT"
000504         ORGANIZATION IS LINE SEQUENTIAL
000506         FILE STATUS IS FS-CAL-FILE.

000507     SELECT EXC-FYCL-FILE    ASSIGN TO "CBLFYCL"
000508         ORGANIZATION IS LINE SEQUENTIAL
000509         FILE STATUS IS FS-FYCL-FILE.

000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  EXC-AUDIT-FILE
000714     RECORDING MODE IS F.
000716 COPY CBLCAL.

000717 FD  EXC-FYCL-FILE
000718     RECORDING MODE IS F.
000719 COPY CBLFYCL.

000720 WORKING-STORAGE SECTION.
000730 01  FS-AUDIT-FILE       PIC X(02) VALUE "00".
000740 01  FS-EX4-FILE         PIC X(02) VALUE "00".
000760 01  FS-OUT-FILE         PIC X(02) VALUE "00".
000770 01  FS-CTL-FILE         PIC X(02) VALUE "00".
000772 01  FS-CAL-FILE         PIC X(02) VALUE "00".
000773 01  FS-FYCL-FILE        PIC X(02) VALUE "00".
000774 01  WS-CAL-DATE-SW      PIC X VALUE "N".
000776     88  WS-CAL-DATE-SET          VALUE "Y".

000777*CLOSED FISCAL YEAR LOCK - THE RUN DATE IS TESTED AGAINST EVERY
000778*YEAR THE YEAR-END CLOSE HAS LOCKED ON CBLFYCL.
000779 01  WS-FYCL-EOF-SW      PIC X VALUE "N".
000780     88  WS-FYCL-EOF              VALUE "Y".
000781 01  WS-LOCK-DATE        PIC 9(08) VALUE ZERO.
000782 01  WS-LOCKED-FY        PIC 9(04) VALUE ZERO.

000783*BATCH WINDOW TIMING - THE STEP'S START AND END ARE REGISTERED
000784*IN CBLRUNC SO THE WINDOW REPORT (CBLBTIM) CAN TIME IT.
000785 01  WS-STEP-RUN-ID      PIC X(14) VALUE SPACES.
000786 01  WS-STEP-STATUS      PIC X(01) VALUE SPACE.
000787 01  WS-STEP-DATE        PIC 9(08) VALUE ZERO.
000788 01  WS-STEP-TIME        PIC 9(08) VALUE ZERO.
000789 01  WS-STEP-STAMP       PIC X(26) VALUE SPACES.
000790 01  WS-STEP-START-STAMP PIC X(26) VALUE SPACES.

000791 01  WS-AUDIT-EOF-SW     PIC X VALUE "N".
000792     88  WS-AUDIT-EOF             VALUE "Y".
000800 01  WS-EX4-EOF-SW       PIC X VALUE "N".
000810     88  WS-EX4-EOF               VALUE "Y".
000820 01  WS-RUNC-EOF-SW      PIC X VALUE "N".
000870 01  WS-RUN-DATE-KEY     PIC X(08).

000880 01  WS-EXCEPTION-COUNT  PIC 9(05) COMP VALUE ZERO.
000885 01  WS-AUDIT-READ-COUNT PIC 9(07) COMP VALUE ZERO.
000890 01  WS-EX4-OVFL-SW      PIC X VALUE "N".
000900     88  WS-EX4-OVFL              VALUE "Y".

000930 01  WS-REG-COUNT        PIC 9(02) COMP VALUE ZERO.
000940 01  WS-REG-SUB          PIC 9(02) COMP VALUE ZERO.
000950 01  WS-REG-TABLE.
000960     05  WS-REG-ENTRY OCCURS 99 TIMES.
000970         10  WS-REG-RUN-ID       PIC X(14).
000980         10  WS-REG-PROGRAM      PIC X(10).
000990         10  WS-REG-FILE         PIC X(08).

001300 PROCEDURE DIVISION.
001310 0000-MAINLINE.
001313     PERFORM 8940-TAKE-STAMP THRU 8940-EXIT.
001316     MOVE WS-STEP-STAMP TO WS-STEP-START-STAMP.
001320     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.
001325     PERFORM 0090-LOAD-CALENDAR THRU 0090-EXIT.
001330     PERFORM 0100-LOAD-CONTROL THRU 0100-EXIT.
001335     PERFORM 0120-CHECK-CLOSED-YEAR THRU 0120-EXIT.

001340     MOVE WS-RUN-DATE-KEY TO H1-RUN-DATE.
001350     WRITE EXC-OUT-RECORD FROM EXC-RPT-HDG-1.
001430     END-IF.

001440     PERFORM 9000-CLOSE-FILES THRU 9000-EXIT.
001441*    THIS STEP'S OWN START IS REGISTERED ONLY NOW, AFTER THE
001442*    REGISTRY SCAN ABOVE, SO THE REPORT NEVER LISTS ITSELF AS
001443*    STARTED BUT NOT COMPLETED.
001444     MOVE WS-STEP-START-STAMP TO WS-STEP-STAMP.
001445     MOVE "S" TO WS-STEP-STATUS.
001446     PERFORM 8950-REGISTER-STEP THRU 8950-EXIT.
001447     PERFORM 8940-TAKE-STAMP THRU 8940-EXIT.
001448     MOVE "C" TO WS-STEP-STATUS.
001449     PERFORM 8950-REGISTER-STEP THRU 8950-EXIT.
001450     DISPLAY WS-EXCEPTION-COUNT " EXCEPTION(S) REPORTED"
001460         END-DISPLAY.
001470     GO TO 9999-PROGRAM-END.
002140     END-STRING.

002150 0100-EXIT.
002151     EXIT.

002152*****************************************************************
002153*  0120-CHECK-CLOSED-YEAR                                       *
002154*  A RUN DATED INSIDE A FISCAL YEAR THE YEAR-END CLOSE HAS      *
002155*  LOCKED (CBLFYCL STATUS C) IS REFUSED, RC=8 - THE YEAR'S      *
002156*  ANNUAL STATEMENT HAS BEEN DRAWN AND AN AS-OF RERUN MUST NOT  *
002157*  MOVE THE BOOKS UNDER IT.  A SUPERVISOR REOPENS THE YEAR FROM *
002158*  CBLMENU FIRST.  NO CBLFYCL (STATUS 35) MEANS NO YEAR HAS     *
002159*  BEEN CLOSED; ONE THAT CANNOT BE OPENED ENDS THE RUN RC=16,   *
002160*  SO AN I/O ERROR NEVER TURNS THE LOCK OFF.                    *
002161*****************************************************************
002162 0120-CHECK-CLOSED-YEAR.
002163     MOVE WS-RUN-DATE-KEY TO WS-LOCK-DATE.
002164     MOVE ZERO TO WS-LOCKED-FY.
002165     OPEN INPUT EXC-FYCL-FILE.
002166     IF FS-FYCL-FILE = "35"
002167         GO TO 0120-EXIT
002168     END-IF.
002169     IF FS-FYCL-FILE NOT = "00"
002170         DISPLAY "UNABLE TO OPEN CBLFYCL, STATUS "
002171             FS-FYCL-FILE END-DISPLAY
002172         PERFORM 9000-CLOSE-FILES THRU 9000-EXIT
002173         MOVE WS-STEP-START-STAMP TO WS-STEP-STAMP
002174         MOVE "S" TO WS-STEP-STATUS
002175         PERFORM 8950-REGISTER-STEP THRU 8950-EXIT
002176         PERFORM 8940-TAKE-STAMP THRU 8940-EXIT
002177         MOVE "F" TO WS-STEP-STATUS
002178         PERFORM 8950-REGISTER-STEP THRU 8950-EXIT
002179         MOVE 16 TO RETURN-CODE
002180         GO TO 9999-PROGRAM-END
002181     END-IF.
002185     PERFORM 0130-READ-FYCL THRU 0130-EXIT
002186         UNTIL WS-FYCL-EOF.
002187     CLOSE EXC-FYCL-FILE.
002188     IF WS-LOCKED-FY = ZERO
002189         GO TO 0120-EXIT
002190     END-IF.

002191     DISPLAY "RUN DATE " WS-LOCK-DATE " FALLS IN CLOSED FISCAL "
002192         "YEAR " WS-LOCKED-FY " - RUN REFUSED" END-DISPLAY.
002193     PERFORM 9000-CLOSE-FILES THRU 9000-EXIT.
002194     MOVE WS-STEP-START-STAMP TO WS-STEP-STAMP.
002195     MOVE "S" TO WS-STEP-STATUS.
002196     PERFORM 8950-REGISTER-STEP THRU 8950-EXIT.
002197     PERFORM 8940-TAKE-STAMP THRU 8940-EXIT.
002198     MOVE "F" TO WS-STEP-STATUS.
002199     PERFORM 8950-REGISTER-STEP THRU 8950-EXIT.
002200     MOVE 8 TO RETURN-CODE.
002201     GO TO 9999-PROGRAM-END.

002202 0120-EXIT.
002203     EXIT.

002204 0130-READ-FYCL.
002205     READ EXC-FYCL-FILE
002206         AT END
002207             MOVE "Y" TO WS-FYCL-EOF-SW
002208             GO TO 0130-EXIT
002209     END-READ.
002210     IF FC-YEAR-CLOSED
002211         AND WS-LOCK-DATE NOT < FC-START-DATE
002212         AND WS-LOCK-DATE NOT > FC-END-DATE
002213         MOVE FC-FISCAL-YEAR TO WS-LOCKED-FY
002214     END-IF.

002215 0130-EXIT.
002216     EXIT.

002217*****************************************************************
002218*  2000-REPORT-AUDIT-ERRORS                                     *
002219*  ONE LINE PER AR-STATUS-ERROR AUDIT RECORD FOR THE RUN       *
002220*  DATE, WITH THE OPCODE, OPERANDS, SOURCE, AND RUN ID.         *
002221*****************************************************************
002222 2000-REPORT-AUDIT-ERRORS.
002230     MOVE "REJECTED CALCULATIONS (CBLAUDT):" TO ML-TEXT.
002240     WRITE EXC-OUT-RECORD FROM EXC-RPT-MSG-LINE.

002340     IF WS-AUDIT-EOF
002350         GO TO 2100-EXIT
002360     END-IF.
002365     ADD 1 TO WS-AUDIT-READ-COUNT.

002370     IF AR-TIMESTAMP (1:8) = WS-RUN-DATE-KEY
002380         AND AR-STATUS-ERROR

003070     EVALUATE TRUE
003080         WHEN RC-STATUS-STARTED
003090             IF WS-REG-COUNT < 99
003100                 ADD 1 TO WS-REG-COUNT
003110                 MOVE RC-RUN-ID  TO WS-REG-RUN-ID (WS-REG-COUNT)
003120                 MOVE RC-PROGRAM TO WS-REG-PROGRAM (WS-REG-COUNT)

003870 0090-EXIT.
003880     EXIT.

003890*****************************************************************
003900*  8940-TAKE-STAMP / 8950-REGISTER-STEP                         *
003910*  REGISTERS THE STEP'S START (S) AND END (C, WITH THE RECORD   *
003920*  COUNT) IN CBLRUNC FOR THE BATCH WINDOW REPORT.  A REGISTRY   *
003930*  THAT CANNOT BE EXTENDED ONLY COSTS THE TIMING, SO IT IS      *
003940*  REPORTED AND THE STEP CARRIES ON.                            *
003950*****************************************************************
003960 8940-TAKE-STAMP.
003970     ACCEPT WS-STEP-DATE FROM DATE YYYYMMDD.
003980     ACCEPT WS-STEP-TIME FROM TIME.
003990     MOVE SPACES TO WS-STEP-STAMP.
004000     STRING WS-STEP-DATE "-" WS-STEP-TIME
004010         DELIMITED BY SIZE INTO WS-STEP-STAMP.
004020     IF WS-STEP-RUN-ID = SPACES
004030         STRING WS-STEP-DATE WS-STEP-TIME (1:6)
004040             DELIMITED BY SIZE INTO WS-STEP-RUN-ID
004050     END-IF.

004060 8940-EXIT.
004070     EXIT.

004080 8950-REGISTER-STEP.
004090     OPEN EXTEND EXC-RUNC-FILE.
004100     IF FS-RUNC-FILE NOT = "00"
004110         DISPLAY "UNABLE TO EXTEND CBLRUNC, STATUS "
004120             FS-RUNC-FILE " - STEP NOT TIMED" END-DISPLAY
004130         GO TO 8950-EXIT
004140     END-IF.
004150     MOVE "CBLEXCP"      TO RC-PROGRAM.
004160     MOVE "CBLAUDT"      TO RC-FILE-NAME.
004170     MOVE WS-STEP-STAMP (1:8) TO RC-FILE-DATE.
004180     MOVE WS-STEP-RUN-ID TO RC-RUN-ID.
004190     MOVE WS-STEP-STATUS TO RC-STATUS.
004200     MOVE WS-AUDIT-READ-COUNT TO RC-REC-COUNT.
004210     MOVE WS-STEP-STAMP  TO RC-TIMESTAMP.
004220     WRITE CBL-RUNC-RECORD.
004230     CLOSE EXC-RUNC-FILE.

004240 8950-EXIT.
004250     EXIT.
