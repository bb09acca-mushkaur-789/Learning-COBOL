000326*                  SAGCTL CARD STILL CARRIES THE ESCALATION
000327*                  AGE AND REMAINS THE DATE FALLBACK FOR
000328*                  AS-OF RERUNS.
000329*  12/22/2026  RH  AN ITEM VOIDED THROUGH ONLINE SUSPENSE
000330*                  CORRECTION (CBLSCOR) COMES BACK FROM THE EDIT
000331*                  ONCE AS CLEARED.  CLEARED ITEMS ARE LEFT OUT
000332*                  OF THE AGING AND ESCALATION AND LISTED IN
000333*                  THEIR OWN SECTION WITH THE VOID REASON.
000334*  12/28/2026  RH  REGISTERS ITS START AND END IN CBLRUNC FOR
000335*                  THE BATCH WINDOW REPORT (CBLBTIM).
000336*  01/11/2027  RH  AN AS-OF RERUN DATED INSIDE A FISCAL YEAR
000337*                  THE YEAR-END CLOSE HAS LOCKED (CBLFYCL) IS
000338*                  REFUSED, RC=8, UNTIL A SUPERVISOR REOPENS IT.
000339*  01/29/2027  RH  REVIEW FIXES - A RUN THAT STOPS ON AN OPEN
000340*                  FAILURE NOW REGISTERS F IN CBLRUNC BEFORE IT
000341*                  ENDS, SO THE BATCH WINDOW REPORT SHOWS IT
000342*                  FAILED RATHER THAN STILL OPEN.
000343*  02/03/2027  RH  REVIEW FIXES - ONLY A MISSING CBLFYCL (STATUS
000344*                  35) MEANS NO YEAR HAS BEEN CLOSED.  ONE THAT
000345*                  CANNOT BE OPENED NOW ENDS THE RUN RC=16 RATHER
000346*                  THAN TURN THE CLOSED-YEAR LOCK OFF.
000347*****************************************************************
000348 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT SAG-SUSP-FILE    ASSIGN TO "CBLSUSP"
000454         ORGANIZATION IS LINE SEQUENTIAL
000456         FILE STATUS IS FS-CAL-FILE.

000457     SELECT SAG-RUNC-FILE    ASSIGN TO "CBLRUNC"
000458         ORGANIZATION IS LINE SEQUENTIAL
000459         FILE STATUS IS FS-RUNC-FILE.

000460     SELECT SAG-FYCL-FILE    ASSIGN TO "CBLFYCL"
000461         ORGANIZATION IS LINE SEQUENTIAL
000462         FILE STATUS IS FS-FYCL-FILE.

000463 DATA DIVISION.
000470 FILE SECTION.
000480 FD  SAG-SUSP-FILE
000490     RECORDING MODE IS F.
000530     05  SUS-REASON-TEXT         PIC X(25).
000540     05  SUS-ENTRY-DATE          PIC X(08).
000550     05  SUS-RECYCLE-COUNT       PIC X(03).
000551     05  SUS-ITEM-STATUS         PIC X(01).
000552         88  SUS-ITEM-CLEARED        VALUE "V" "C".
000553     05  SUS-ACTION-BY           PIC X(08).
000554     05  SUS-ACTION-DATE         PIC X(08).
000555     05  SUS-VOID-REASON         PIC X(25).

000560 FD  SAG-CTL-FILE
000570     RECORDING MODE IS F.
000684     RECORDING MODE IS F.
000686 COPY CBLCAL.

000687 FD  SAG-RUNC-FILE
000688     RECORDING MODE IS F.
000689 COPY CBLRUNC.

000690 FD  SAG-FYCL-FILE
000691     RECORDING MODE IS F.
000692 COPY CBLFYCL.

000693 WORKING-STORAGE SECTION.
000700 01  FS-SUSP-FILE        PIC X(02) VALUE "00".
000710 01  FS-CTL-FILE         PIC X(02) VALUE "00".
000720 01  FS-OUT-FILE         PIC X(02) VALUE "00".
000722 01  FS-CAL-FILE         PIC X(02) VALUE "00".
000723 01  FS-RUNC-FILE        PIC X(02) VALUE "00".
000724 01  FS-FYCL-FILE        PIC X(02) VALUE "00".
000725 01  WS-CAL-DATE-SW      PIC X VALUE "N".
000726     88  WS-CAL-DATE-SET          VALUE "Y".

000727*CLOSED FISCAL YEAR LOCK - THE RUN DATE IS TESTED AGAINST EVERY
000728*YEAR THE YEAR-END CLOSE HAS LOCKED ON CBLFYCL.
000729 01  WS-FYCL-EOF-SW      PIC X VALUE "N".
000730     88  WS-FYCL-EOF              VALUE "Y".
000731 01  WS-LOCK-DATE        PIC 9(08) VALUE ZERO.
000732 01  WS-LOCKED-FY        PIC 9(04) VALUE ZERO.

000733*BATCH WINDOW TIMING - THE STEP'S START AND END ARE REGISTERED
000734*IN CBLRUNC SO THE WINDOW REPORT (CBLBTIM) CAN TIME IT.
000735 01  WS-STEP-RUN-ID      PIC X(14) VALUE SPACES.
000736 01  WS-STEP-STATUS      PIC X(01) VALUE SPACE.
000737 01  WS-STEP-DATE        PIC 9(08) VALUE ZERO.
000738 01  WS-STEP-TIME        PIC 9(08) VALUE ZERO.
000739 01  WS-STEP-STAMP       PIC X(26) VALUE SPACES.

000740 01  WS-SUSP-EOF-SW      PIC X VALUE "N".
000741     88  WS-SUSP-EOF              VALUE "Y".

000750 01  WS-RUN-YEAR         PIC 9(04) VALUE 2026.
000760 01  WS-RUN-MONTH        PIC 9(02) VALUE 08.

000800 01  WS-SUSP-COUNT       PIC 9(07) COMP VALUE ZERO.
000810 01  WS-ESCALATE-COUNT   PIC 9(07) COMP VALUE ZERO.
000815 01  WS-CLEARED-COUNT    PIC 9(07) COMP VALUE ZERO.
000820 01  WS-AGE-DAYS         PIC S9(08) COMP VALUE ZERO.
000830 01  WS-BAND-SUB         PIC 9(01) COMP VALUE ZERO.

001750     05  EL-TRAN-IMAGE       PIC X(61).
001760     05  FILLER              PIC X(23) VALUE SPACES.

001761 01  SAG-RPT-CLR-LINE.
001762     05  FILLER              PIC X(02) VALUE SPACES.
001763     05  CR-REASON-CODE      PIC X(02).
001764     05  FILLER              PIC X(02) VALUE SPACES.
001765     05  CR-ENTRY-DATE       PIC X(08).
001766     05  FILLER              PIC X(09) VALUE "  VOIDED ".
001767     05  CR-VOID-DATE        PIC X(08).
001768     05  FILLER              PIC X(04) VALUE " BY ".
001769     05  CR-VOID-BY          PIC X(08).
001770     05  FILLER              PIC X(01) VALUE SPACE.
001771     05  CR-VOID-REASON      PIC X(25).
001772     05  FILLER              PIC X(02) VALUE SPACES.
001773     05  CR-TRAN-IMAGE       PIC X(61).

001774 PROCEDURE DIVISION.
001780 0000-MAINLINE.
001782     PERFORM 8940-TAKE-STAMP THRU 8940-EXIT.
001784     MOVE "S" TO WS-STEP-STATUS.
001786     PERFORM 8950-REGISTER-STEP THRU 8950-EXIT.
001790     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.
001795     PERFORM 0090-LOAD-CALENDAR THRU 0090-EXIT.
001800     PERFORM 0100-LOAD-CONTROL THRU 0100-EXIT.
001805     PERFORM 0120-CHECK-CLOSED-YEAR THRU 0120-EXIT.

001810     MOVE WS-RUN-DATE      TO H1-RUN-DATE.
001820     MOVE WS-ESCALATE-DAYS TO H1-ESC-DAYS.
001930     END-IF.

001940     PERFORM 3000-PRINT-AGING-SUMMARY THRU 3000-EXIT.
001945     PERFORM 4000-PRINT-CLEARED THRU 4000-EXIT.

001950     PERFORM 9000-CLOSE-FILES THRU 9000-EXIT.
001952     PERFORM 8940-TAKE-STAMP THRU 8940-EXIT.
001954     MOVE "C" TO WS-STEP-STATUS.
001956     PERFORM 8950-REGISTER-STEP THRU 8950-EXIT.
001960     DISPLAY WS-SUSP-COUNT " SUSPENSE RECORD(S) AGED, "
001970         WS-ESCALATE-COUNT " FOR ESCALATION" END-DISPLAY.
001973     DISPLAY WS-CLEARED-COUNT " SUSPENSE ITEM(S) CLEARED BY VOID"
001976         END-DISPLAY.
001980     IF WS-ESCALATE-COUNT > ZERO
001990         MOVE 4 TO RETURN-CODE
002000     END-IF.
002060     IF FS-SUSP-FILE NOT = "00"
002070         DISPLAY "UNABLE TO OPEN CBLSUSP, STATUS "
002080             FS-SUSP-FILE END-DISPLAY
002082         PERFORM 8940-TAKE-STAMP THRU 8940-EXIT
002084         MOVE "F" TO WS-STEP-STATUS
002086         PERFORM 8950-REGISTER-STEP THRU 8950-EXIT
002090         MOVE 16 TO RETURN-CODE
002100         GO TO 9999-PROGRAM-END
002110     END-IF.
002140         DISPLAY "UNABLE TO OPEN SAGOUT, STATUS "
002150             FS-OUT-FILE END-DISPLAY
002160         CLOSE SAG-SUSP-FILE
002162         PERFORM 8940-TAKE-STAMP THRU 8940-EXIT
002164         MOVE "F" TO WS-STEP-STATUS
002166         PERFORM 8950-REGISTER-STEP THRU 8950-EXIT
002170         MOVE 16 TO RETURN-CODE
002180         GO TO 9999-PROGRAM-END
002190     END-IF.
002570     MOVE WS-SERIAL TO WS-RUN-SERIAL.

002580 0100-EXIT.
002581     EXIT.

002582*****************************************************************
002583*  0120-CHECK-CLOSED-YEAR                                       *
002584*  A RUN DATED INSIDE A FISCAL YEAR THE YEAR-END CLOSE HAS      *
002585*  LOCKED (CBLFYCL STATUS C) IS REFUSED, RC=8 - THE YEAR'S      *
002586*  ANNUAL STATEMENT HAS BEEN DRAWN AND AN AS-OF RERUN MUST NOT  *
002587*  MOVE THE BOOKS UNDER IT.  A SUPERVISOR REOPENS THE YEAR FROM *
002588*  CBLMENU FIRST.  NO CBLFYCL (STATUS 35) MEANS NO YEAR HAS     *
002589*  BEEN CLOSED; ONE THAT CANNOT BE OPENED ENDS THE RUN RC=16,   *
002590*  SO AN I/O ERROR NEVER TURNS THE LOCK OFF.                    *
002591*****************************************************************
002592 0120-CHECK-CLOSED-YEAR.
002593     MOVE WS-RUN-DATE TO WS-LOCK-DATE.
002594     MOVE ZERO TO WS-LOCKED-FY.
002595     OPEN INPUT SAG-FYCL-FILE.
002596     IF FS-FYCL-FILE = "35"
002597         GO TO 0120-EXIT
002598     END-IF.
002599     IF FS-FYCL-FILE NOT = "00"
002600         DISPLAY "UNABLE TO OPEN CBLFYCL, STATUS "
002601             FS-FYCL-FILE END-DISPLAY
002602         PERFORM 9000-CLOSE-FILES THRU 9000-EXIT
002603         PERFORM 8940-TAKE-STAMP THRU 8940-EXIT
002604         MOVE "F" TO WS-STEP-STATUS
002605         PERFORM 8950-REGISTER-STEP THRU 8950-EXIT
002606         MOVE 16 TO RETURN-CODE
002607         GO TO 9999-PROGRAM-END
002608     END-IF.
002615     PERFORM 0130-READ-FYCL THRU 0130-EXIT
002616         UNTIL WS-FYCL-EOF.
002617     CLOSE SAG-FYCL-FILE.
002618     IF WS-LOCKED-FY = ZERO
002619         GO TO 0120-EXIT
002620     END-IF.

002621     DISPLAY "RUN DATE " WS-LOCK-DATE " FALLS IN CLOSED FISCAL "
002622         "YEAR " WS-LOCKED-FY " - RUN REFUSED" END-DISPLAY.
002623     PERFORM 9000-CLOSE-FILES THRU 9000-EXIT.
002624     PERFORM 8940-TAKE-STAMP THRU 8940-EXIT.
002625     MOVE "F" TO WS-STEP-STATUS.
002626     PERFORM 8950-REGISTER-STEP THRU 8950-EXIT.
002627     MOVE 8 TO RETURN-CODE.
002628     GO TO 9999-PROGRAM-END.

002629 0120-EXIT.
002630     EXIT.

002631 0130-READ-FYCL.
002632     READ SAG-FYCL-FILE
002633         AT END
002634             MOVE "Y" TO WS-FYCL-EOF-SW
002635             GO TO 0130-EXIT
002636     END-READ.
002637     IF FC-YEAR-CLOSED
002638         AND WS-LOCK-DATE NOT < FC-START-DATE
002639         AND WS-LOCK-DATE NOT > FC-END-DATE
002640         MOVE FC-FISCAL-YEAR TO WS-LOCKED-FY
002641     END-IF.

002642 0130-EXIT.
002643     EXIT.

002644*****************************************************************
002645*  2000-READ-SUSPENSE                                           *
002646*  ONE SUSPENSE RECORD: WORK OUT ITS AGE FROM THE ORIGINAL      *
002647*  ENTRY DATE, ROLL IT INTO THE REASON-CODE AND AGE-BAND        *
002648*  TOTALS, AND LIST IT AT ONCE WHEN IT IS AT OR OVER THE        *
002650*  ESCALATION AGE.  A PRE-AGING RECORD WITH NO ENTRY DATE IS    *
002660*  AGED AS ENTERING TONIGHT.  AN ITEM CLEARED BY A VOID IS      *
002665*  ONLY COUNTED HERE - 4000-PRINT-CLEARED LISTS IT.             *
002670*****************************************************************
002680 2000-READ-SUSPENSE.
002690     READ SAG-SUSP-FILE
002710             MOVE "Y" TO WS-SUSP-EOF-SW
002720     END-READ.
002730     IF WS-SUSP-EOF
002732         GO TO 2000-EXIT
002734     END-IF.
002736     IF SUS-ITEM-CLEARED
002738         ADD 1 TO WS-CLEARED-COUNT
002740         GO TO 2000-EXIT
002750     END-IF.


004650 0090-EXIT.
004660     EXIT.

004670*****************************************************************
004680*  4000-PRINT-CLEARED                                           *
004690*  A SECOND PASS OF THE SUSPENSE FILE LISTING EVERY ITEM VOIDED *
004700*  THROUGH ONLINE CORRECTION THAT THE EDIT CLEARED TONIGHT -    *
004710*  WHO VOIDED IT, WHEN, AND WHY - SO A VOID IS SEEN ONCE ON     *
004720*  PAPER INSTEAD OF THE ITEM QUIETLY LEAVING SUSPENSE.          *
004730*****************************************************************
004740 4000-PRINT-CLEARED.
004750     MOVE "SUSPENSE CLEARED BY VOID:" TO ML-TEXT.
004760     WRITE SAG-OUT-RECORD FROM SAG-RPT-MSG-LINE.

004770     IF WS-CLEARED-COUNT = ZERO
004780         MOVE "  NONE - NO SUSPENSE ITEM WAS VOIDED" TO ML-TEXT
004790         WRITE SAG-OUT-RECORD FROM SAG-RPT-MSG-LINE
004800         GO TO 4000-EXIT
004810     END-IF.

004820     CLOSE SAG-SUSP-FILE.
004830     OPEN INPUT SAG-SUSP-FILE.
004840     MOVE "N" TO WS-SUSP-EOF-SW.
004850     PERFORM 4100-LIST-CLEARED THRU 4100-EXIT
004860         UNTIL WS-SUSP-EOF.

004870 4000-EXIT.
004880     EXIT.

004890 4100-LIST-CLEARED.
004900     READ SAG-SUSP-FILE
004910         AT END
004920             MOVE "Y" TO WS-SUSP-EOF-SW
004930     END-READ.
004940     IF WS-SUSP-EOF OR NOT SUS-ITEM-CLEARED
004950         GO TO 4100-EXIT
004960     END-IF.

004970     MOVE SUS-REASON-CODE TO CR-REASON-CODE.
004980     MOVE SUS-ENTRY-DATE  TO CR-ENTRY-DATE.
004990     MOVE SUS-ACTION-DATE TO CR-VOID-DATE.
005000     MOVE SUS-ACTION-BY   TO CR-VOID-BY.
005010     MOVE SUS-VOID-REASON TO CR-VOID-REASON.
005020     MOVE SUS-TRAN-IMAGE  TO CR-TRAN-IMAGE.
005030     WRITE SAG-OUT-RECORD FROM SAG-RPT-CLR-LINE.

005040 4100-EXIT.
005050     EXIT.

005060*****************************************************************
005070*  8940-TAKE-STAMP / 8950-REGISTER-STEP                         *
005080*  REGISTERS THE STEP'S START (S) AND END (C, WITH THE RECORD   *
005090*  COUNT) IN CBLRUNC FOR THE BATCH WINDOW REPORT.  A REGISTRY   *
005100*  THAT CANNOT BE EXTENDED ONLY COSTS THE TIMING, SO IT IS      *
005110*  REPORTED AND THE STEP CARRIES ON.                            *
005112*  A STEP THAT STOPS ON AN ERROR REGISTERS F (FAILED) BEFORE    *
005114*  IT ENDS, SO THE REPORT NEVER SHOWS IT AS STILL OPEN.         *
005120*****************************************************************
005130 8940-TAKE-STAMP.
005140     ACCEPT WS-STEP-DATE FROM DATE YYYYMMDD.
005150     ACCEPT WS-STEP-TIME FROM TIME.
005160     MOVE SPACES TO WS-STEP-STAMP.
005170     STRING WS-STEP-DATE "-" WS-STEP-TIME
005180         DELIMITED BY SIZE INTO WS-STEP-STAMP.
005190     IF WS-STEP-RUN-ID = SPACES
005200         STRING WS-STEP-DATE WS-STEP-TIME (1:6)
005210             DELIMITED BY SIZE INTO WS-STEP-RUN-ID
005220     END-IF.

005230 8940-EXIT.
005240     EXIT.

005250 8950-REGISTER-STEP.
005260     OPEN EXTEND SAG-RUNC-FILE.
005270     IF FS-RUNC-FILE NOT = "00"
005280         DISPLAY "UNABLE TO EXTEND CBLRUNC, STATUS "
005290             FS-RUNC-FILE " - STEP NOT TIMED" END-DISPLAY
005300         GO TO 8950-EXIT
005310     END-IF.
005320     MOVE "CBLSAGE"      TO RC-PROGRAM.
005330     MOVE "CBLSUSP"      TO RC-FILE-NAME.
005340     MOVE WS-STEP-STAMP (1:8) TO RC-FILE-DATE.
005350     MOVE WS-STEP-RUN-ID TO RC-RUN-ID.
005360     MOVE WS-STEP-STATUS TO RC-STATUS.
005370     MOVE WS-SUSP-COUNT  TO RC-REC-COUNT.
005380     MOVE WS-STEP-STAMP  TO RC-TIMESTAMP.
005390     WRITE CBL-RUNC-RECORD.
005400     CLOSE SAG-RUNC-FILE.

005410 8950-EXIT.
005420     EXIT.
