000759*                  AND FALLS BACK TO THE OLD CBLRUNC SCAN ONLY
000760*                  WHEN THE KEYED FILE DOES NOT EXIST YET; A
000761*                  COMPLETED RUN RECORDS ITSELF THERE TOO.
000762*  12/10/2026  RH  A RUN THAT PASSES THE TRAILER CONTROL CHECK
000763*                  NOW POSTS EACH DEPARTMENT'S COUNT AND SUBTOTAL
000764*                  TO THE PERIOD-TO-DATE ACTUALS FILE (DEPPTD)
000765*                  UNDER THE EX4IN FILE DATE, FOR THE BUDGET-
000766*                  VERSUS-ACTUAL REPORT (DEPBRPT).  AN OVERRIDDEN
000767*                  RERUN REPLACES THAT DATE'S FIGURES RATHER THAN
000768*                  ADDING THEM TWICE.  A TOTAL THAT OVERFLOWED IS
000769*                  NOT POSTED (RC=4).
000770*  01/04/2027  RH  EACH KEYED ENTRY IS NOW FINGERPRINTED
000771*                  (CATEGORY CODE AND AMOUNT) AND COMPARED
000772*                  AGAINST THE LAST FEW NIGHTS KEPT ON EX4FP
000773*                  (FPCTL SETS HOW MANY, SHARED WITH CBLEDIT), SO
000774*                  THE SAME PAPER BATCH KEYED AGAIN UNDER A NEW
000775*                  FILE DATE IS CAUGHT.  REPEATED ENTRIES ARE
000776*                  LISTED ON EX4FPRT (RC=4).  A BATCH WHOSE SHARE
000777*                  REPEATING ONE EARLIER NIGHT IS OVER THE FPCTL
000778*                  PERCENTAGE IS HELD - NOTHING POSTED TO DEPPTD,
000779*                  NO FIGURES ON EX4RPT, THE RUN REGISTERED
000780*                  FAILED - UNTIL A SUPERVISOR SIGNED ON THROUGH
000781*                  CBLMENU RUNS IT AND CONFIRMS IT.  THE OPERATOR
000782*                  COMMAREA IS NOW READ FOR THAT CONFIRMATION,
000783*                  AND ONLY WHEN ONE WAS PASSED.
000784*****************************************************************
000785 ENVIRONMENT DIVISION.
000786 INPUT-OUTPUT SECTION.
000787 FILE-CONTROL.
000788     SELECT EX4-IN-FILE  ASSIGN TO "EX4IN"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS FS-EX4-IN-FILE.

000877         RECORD KEY IS RK-KEY
000878         FILE STATUS IS FS-RUNK-FILE.

000879     SELECT EX4-PTD-FILE  ASSIGN TO "DEPPTD"
000880         ORGANIZATION IS INDEXED
000881         ACCESS MODE IS DYNAMIC
000882         RECORD KEY IS PT-KEY
000883         FILE STATUS IS FS-PTD-FILE.

000884     SELECT EX4-FPCTL-FILE ASSIGN TO "FPCTL"
000885         ORGANIZATION IS LINE SEQUENTIAL
000886         FILE STATUS IS FS-FPCTL-FILE.

000887     SELECT EX4-FPHIST-FILE ASSIGN TO "EX4FP"
000888         ORGANIZATION IS LINE SEQUENTIAL
000889         FILE STATUS IS FS-FPHIST-FILE.

000890     SELECT EX4-FPRPT-FILE ASSIGN TO "EX4FPRT"
000891         ORGANIZATION IS LINE SEQUENTIAL
000892         FILE STATUS IS FS-FPRPT-FILE.

000893 DATA DIVISION.
000894 FILE SECTION.
000895 FD  EX4-IN-FILE
000900     RECORDING MODE IS F.
000910 01  EX4-IN-RECORD.
000920     05  IN-NUMBER               PIC S9(07)V99
001058 FD  EX4-RUNK-FILE.
001059 COPY CBLRUNK.

001060 FD  EX4-PTD-FILE.
001061 COPY DEPPTD.

001062*REPEAT-KEYING CHECK SETTINGS - THE SAME CARD CBLEDIT READS.
001063 FD  EX4-FPCTL-FILE
001064     RECORDING MODE IS F.
001065 01  EX4-FPCTL-RECORD.
001066     05  FC-HIST-DAYS            PIC 9(02).
001067     05  FC-HOLD-PCT             PIC 9(02).
001068     05  FILLER                  PIC X(76).

001069 FD  EX4-FPHIST-FILE
001070     RECORDING MODE IS F.
001071 COPY CBLFPRT.

001072 FD  EX4-FPRPT-FILE
001073     RECORDING MODE IS F.
001074 01  EX4-FPRPT-RECORD            PIC X(132).

001075 WORKING-STORAGE SECTION.
001076 01  FS-EX4-IN-FILE      PIC X(02) VALUE "00".
001077 01  FS-EX4-RPT-FILE     PIC X(02) VALUE "00".
001078 01  FS-DEPT-FILE        PIC X(02) VALUE "00".
001079 01  FS-REJ-FILE         PIC X(02) VALUE "00".
001080 01  FS-RUNK-FILE        PIC X(02) VALUE "00".
001081 01  WS-EOF-SW           PIC X VALUE "N".
001090     88  WS-IN-EOF               VALUE "Y".
001092 01  WS-DEPT-EOF-SW      PIC X VALUE "N".
001094     88  WS-DEPT-EOF             VALUE "Y".
001626         10  WS-DP-ACTIVE-SW     PIC X(01).
001628 01  WS-DEPT-NAME-OUT    PIC X(30) VALUE SPACES.

001629*PERIOD-TO-DATE ACTUALS POSTING.  OPENED I-O WHEN DEPPTD EXISTS
001630*SO A RERUN CAN REPLACE OR REMOVE THE DATE'S EARLIER FIGURES;
001631*OPENED OUTPUT THE FIRST TIME, WHEN THERE IS NOTHING TO REMOVE.
001632 01  FS-PTD-FILE         PIC X(02) VALUE "00".
001633 01  WS-PTD-OPEN-SW      PIC X VALUE "I".
001634     88  WS-PTD-OPEN-IO           VALUE "I".
001635     88  WS-PTD-OPEN-NEW          VALUE "O".
001636 01  WS-PTD-ERROR-SW     PIC X VALUE "N".
001637     88  WS-PTD-ERROR             VALUE "Y".
001638 01  WS-PTD-POSTED       PIC 9(02) COMP VALUE ZERO.

001639*CROSS-NIGHT REPEAT-KEYING CHECK.  EACH KEYED ENTRY IS
001640*FINGERPRINTED (CATEGORY CODE AND THE AMOUNT AS KEYED) AND
001641*COMPARED AGAINST EX4FP AS IT LOADS.  THE NIGHT TABLE HOLDS THE
001642*MOST RECENT EARLIER FILE DATES ON THE HISTORY, UP TO THE FPCTL
001643*DAY COUNT, WITH TONIGHT'S MATCHES AGAINST EACH; THE PRINT TABLE
001644*HOLDS THEIR FINGERPRINTS FOLLOWED BY TONIGHT'S OWN, WHICH ARE
001645*WRITTEN BACK AS THE NEW HISTORY.
001646 01  FS-FPCTL-FILE       PIC X(02) VALUE "00".
001647 01  FS-FPHIST-FILE      PIC X(02) VALUE "00".
001648 01  FS-FPRPT-FILE       PIC X(02) VALUE "00".
001649 01  WS-FP-DAYS          PIC 9(02) VALUE 5.
001650 01  WS-FP-HOLD-PCT      PIC 9(02) VALUE 50.
001651 01  WS-FPH-EOF-SW       PIC X VALUE "N".
001652     88  WS-FPH-EOF              VALUE "Y".
001653 01  WS-FPH-TRUNC-SW     PIC X VALUE "N".
001654     88  WS-FPH-TRUNCATED        VALUE "Y".
001655 01  WS-FPH-FULL-SW      PIC X VALUE "N".
001656     88  WS-FPH-FULL             VALUE "Y".
001657 01  WS-FP-WARN-SW       PIC X VALUE "N".
001658     88  WS-FP-WARNING           VALUE "Y".
001659 01  WS-BATCH-HOLD-SW    PIC X VALUE "N".
001660     88  WS-BATCH-HELD           VALUE "Y".
001661 01  WS-CONFIRM-ANS      PIC X VALUE SPACE.
001662 01  WS-FP-PRINT         PIC X(39) VALUE SPACES.
001663 01  WS-FP-REC-NO        PIC 9(07) COMP VALUE ZERO.
001664 01  WS-FP-MATCH-COUNT   PIC 9(07) COMP VALUE ZERO.
001665 01  WS-FP-NIGHTS-HIT    PIC 9(02) COMP VALUE ZERO.
001666 01  WS-FP-LAST-DATE     PIC 9(08) VALUE ZERO.
001667 01  WS-FP-BEST-SUB      PIC 9(02) COMP VALUE ZERO.
001668 01  WS-FP-BEST-DATE     PIC 9(08) VALUE ZERO.
001669 01  WS-FP-TEST-LEFT     PIC 9(11) COMP VALUE ZERO.
001670 01  WS-FP-TEST-RIGHT    PIC 9(11) COMP VALUE ZERO.
001671 01  WS-FP-PCT-EDIT      PIC Z9.
001672 01  WS-FPN-COUNT        PIC 9(02) COMP VALUE ZERO.
001673 01  WS-FPN-SUB          PIC 9(02) COMP VALUE ZERO.
001674 01  WS-FPN-FOUND-SUB    PIC 9(02) COMP VALUE ZERO.
001675 01  WS-FPN-LOW-SUB      PIC 9(02) COMP VALUE ZERO.
001676 01  WS-FPN-LOOKUP       PIC 9(08) VALUE ZERO.
001677 01  WS-FPN-TABLE.
001678     05  WS-FPN-ENTRY OCCURS 30 TIMES.
001679         10  WS-FPN-DATE         PIC 9(08).
001680         10  WS-FPN-MATCHES      PIC 9(07) COMP.
001681         10  WS-FPN-HIT-SW       PIC X(01).
001682         10  WS-FPN-KEEP-SW      PIC X(01).
001683 01  WS-FPH-MAX          PIC 9(05) COMP VALUE 9999.
001684 01  WS-FPH-COUNT        PIC 9(05) COMP VALUE ZERO.
001685 01  WS-FPH-PRIOR        PIC 9(05) COMP VALUE ZERO.
001686 01  WS-FPH-SUB          PIC 9(05) COMP VALUE ZERO.
001687 01  WS-FPH-TABLE.
001688     05  WS-FPH-ENTRY OCCURS 9999 TIMES.
001689         10  WS-FPH-DATE         PIC 9(08).
001690         10  WS-FPH-NIGHT        PIC 9(02) COMP.
001691         10  WS-FPH-PRINT        PIC X(39).

001692 01  FPR-HDG-1.
001693     05  FILLER              PIC X(36)
001694             VALUE "EX4  REPEAT-KEYING CHECK, EX4IN    ".
001695     05  FH-FILE-DATE        PIC 9(08).
001696     05  FILLER              PIC X(19)
001697             VALUE "  AGAINST THE LAST ".
001698     05  FH-DAYS             PIC Z9.
001699     05  FILLER              PIC X(20)
001700             VALUE " NIGHT(S), HOLD OVER".
001701     05  FH-HOLD-PCT         PIC ZZ9.
001702     05  FILLER              PIC X(04) VALUE " PCT".
001703     05  FILLER              PIC X(40) VALUE SPACES.

001704 01  FPR-MSG-LINE.
001705     05  FM-TEXT             PIC X(100).
001706     05  FILLER              PIC X(32) VALUE SPACES.

001707 01  FPR-MATCH-LINE.
001708     05  FILLER              PIC X(08) VALUE "  ENTRY ".
001709     05  MT-REC-NO           PIC ZZZZZZ9.
001710     05  FILLER              PIC X(11) VALUE "  CATEGORY ".
001711     05  MT-CATEGORY         PIC X(03).
001712     05  FILLER              PIC X(09) VALUE "  AMOUNT ".
001713     05  MT-AMOUNT           PIC X(10).
001714     05  FILLER              PIC X(13) VALUE "  LAST KEYED ".
001715     05  MT-LAST-DATE        PIC 9(08).
001716     05  FILLER              PIC X(05) VALUE "  ON ".
001717     05  MT-NIGHTS           PIC Z9.
001718     05  FILLER              PIC X(09) VALUE " NIGHT(S)".
001719     05  FILLER              PIC X(47) VALUE SPACES.

001720 01  FPR-NIGHT-LINE.
001721     05  FILLER              PIC X(08) VALUE "  NIGHT ".
001722     05  NL-FILE-DATE        PIC 9(08).
001723     05  FILLER              PIC X(10) VALUE "  MATCHES ".
001724     05  NL-MATCHES          PIC ZZZZZZ9.
001725     05  FILLER              PIC X(04) VALUE " OF ".
001726     05  NL-BATCH            PIC ZZZZZZ9.
001727     05  FILLER              PIC X(02) VALUE SPACES.
001728     05  NL-PCT              PIC ZZ9.
001729     05  FILLER              PIC X(04) VALUE " PCT".
001730     05  FILLER              PIC X(79) VALUE SPACES.

001731 LINKAGE SECTION.
001732 COPY CBLOPID.

001733 PROCEDURE DIVISION USING CBL-OPID-AREA.
001734 0000-MAINLINE.
001735     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.
001736     PERFORM 0300-LOAD-DEPT-TABLE THRU 0300-EXIT.
001737     PERFORM 1200-GEN-RUN-ID THRU 1200-EXIT.
001738     PERFORM 1500-VERIFY-IN-HEADER THRU 1500-EXIT.
001739     PERFORM 1600-CHECK-RUN-CONTROL THRU 1600-EXIT.
001740     PERFORM 1800-START-FPRINT-CHECK THRU 1800-EXIT.
001741     PERFORM 2000-READ-NUMBER THRU 2000-EXIT.

001742     PERFORM 2100-LOAD-TABLE THRU 2100-EXIT
001743         UNTIL WS-IN-EOF OR WS-TRL-SEEN.

001744     PERFORM 2500-VERIFY-IN-TRAILER THRU 2500-EXIT.
001745     PERFORM 2700-DECIDE-BATCH-HOLD THRU 2700-EXIT.
001746     PERFORM 3700-SAVE-FPRINT-HISTORY THRU 3700-EXIT.

001747*    A HELD BATCH POSTS NOTHING AND IS REGISTERED FAILED, SO THE
001748*    SUPERVISOR'S CONFIRMING RUN IS NOT REFUSED AS A DUPLICATE.
001749     IF WS-BATCH-HELD
001750         PERFORM 2550-REGISTER-RUN-FAILED THRU 2550-EXIT
001751         CLOSE EX4-IN-FILE
001752         PERFORM 3050-OUTPUT-HELD-RESULT THRU 3050-EXIT
001753         CLOSE EX4-RPT-FILE
001754         CLOSE EX4-REJ-FILE
001755         MOVE 4 TO RETURN-CODE
001756         GO TO 9999-PROGRAM-END
001757     END-IF.
001758     PERFORM 2600-POST-ACTUALS THRU 2600-EXIT.

001759     MOVE "C" TO WS-RUNC-STATUS.
001760     PERFORM 8900-WRITE-RUNC-REC THRU 8900-EXIT.
001761     CLOSE EX4-RUNC-FILE.
001762     PERFORM 8850-RECORD-KEYED-RUN THRU 8850-EXIT.

001763     CLOSE EX4-IN-FILE.
001770     PERFORM 3000-OUTPUT-RESULT THRU 3000-EXIT.
001771     CLOSE EX4-RPT-FILE.
001772     CLOSE EX4-REJ-FILE.

001773     IF WS-REJ-COUNT > ZERO
001774         DISPLAY WS-REJ-COUNT " ENTRY(S) DIVERTED TO EX4REJ - "
001775             "CATEGORY NOT AN ACTIVE DEPARTMENT" END-DISPLAY
001776         IF RETURN-CODE = ZERO
001777             MOVE 4 TO RETURN-CODE
001778         END-IF
001779     END-IF.
001780     IF WS-FP-MATCH-COUNT > ZERO OR WS-FP-WARNING
001781         DISPLAY WS-FP-MATCH-COUNT " ENTRY(S) ALSO KEYED ON AN "
001782             "EARLIER NIGHT - SEE EX4FPRT" END-DISPLAY
001790         IF RETURN-CODE = ZERO
001792             MOVE 4 TO RETURN-CODE
001794         END-IF

003322     ADD 1 TO WS-READ-COUNT.
003324     ADD IN-NUMBER TO WS-IN-HASH.
003325     PERFORM 2190-FPRINT-ENTRY THRU 2190-EXIT.

003326     PERFORM 2170-CHECK-DEPARTMENT THRU 2170-EXIT.
003328     IF WS-DEPT-FOUND-SUB = ZERO
004340 2550-EXIT.
004350     EXIT.

004351*****************************************************************
004352*  2600-POST-ACTUALS                                            *
004353*  POSTS EACH DEPARTMENT'S ENTRY COUNT AND SUBTOTAL TO DEPPTD   *
004354*  UNDER THE EX4IN FILE DATE.  A DEPARTMENT ALREADY POSTED FOR  *
004355*  THE DATE (AN OVERRIDDEN RERUN) IS REWRITTEN, AND ONE THAT    *
004356*  HAS NO ENTRIES THIS TIME HAS ITS EARLIER RECORD REMOVED, SO  *
004357*  THE DATE ALWAYS HOLDS EXACTLY THE LATEST RUN'S FIGURES.  A   *
004358*  SUBTOTAL THAT OVERFLOWED IS NOT POSTED.  A FILE THAT WILL    *
004359*  NOT OPEN OR TAKE A RECORD FAILS THE STEP BEFORE THE RUN IS   *
004360*  REGISTERED COMPLETE, SO THE RERUN IS NOT REFUSED.            *
004361*****************************************************************
004362 2600-POST-ACTUALS.
004363     IF WS-TOTAL-OVERFLOW
004364         DISPLAY "** WARNING - A SUBTOTAL OVERFLOWED, DEPARTMENT "
004365             "ACTUALS NOT POSTED TO DEPPTD **" END-DISPLAY
004366         MOVE 4 TO RETURN-CODE
004367         GO TO 2600-EXIT
004368     END-IF.

004369     MOVE "I" TO WS-PTD-OPEN-SW.
004370     OPEN I-O EX4-PTD-FILE.
004371     IF FS-PTD-FILE = "35"
004372         MOVE "O" TO WS-PTD-OPEN-SW
004373         OPEN OUTPUT EX4-PTD-FILE
004374     END-IF.
004375     IF FS-PTD-FILE NOT = "00"
004376         DISPLAY "UNABLE TO OPEN DEPPTD, STATUS "
004377             FS-PTD-FILE END-DISPLAY
004378         PERFORM 2550-REGISTER-RUN-FAILED THRU 2550-EXIT
004379         CLOSE EX4-IN-FILE
004380         CLOSE EX4-RPT-FILE
004381         CLOSE EX4-REJ-FILE
004382         MOVE 16 TO RETURN-CODE
004383         GO TO 9999-PROGRAM-END
004384     END-IF.

004385     MOVE "N" TO WS-PTD-ERROR-SW.
004386     MOVE ZERO TO WS-PTD-POSTED.
004387     PERFORM 2650-POST-DEPT THRU 2650-EXIT
004388         VARYING WS-DEPT-SUB FROM 1 BY 1
004389         UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
004390             OR WS-PTD-ERROR.
004391     CLOSE EX4-PTD-FILE.

004392     IF WS-PTD-ERROR
004393         PERFORM 2550-REGISTER-RUN-FAILED THRU 2550-EXIT
004394         CLOSE EX4-IN-FILE
004395         CLOSE EX4-RPT-FILE
004396         CLOSE EX4-REJ-FILE
004397         MOVE 16 TO RETURN-CODE
004398         GO TO 9999-PROGRAM-END
004399     END-IF.

004400     DISPLAY WS-PTD-POSTED " DEPARTMENT(S) POSTED TO DEPPTD FOR "
004401         WS-RUN-FILE-DATE END-DISPLAY.

004402 2600-EXIT.
004403     EXIT.

004404 2650-POST-DEPT.
004405     MOVE ZERO TO WS-CAT-FOUND-SUB.
004406     PERFORM 2660-TEST-PTD-CAT THRU 2660-EXIT
004407         VARYING WS-CAT-SUB FROM 1 BY 1
004408         UNTIL WS-CAT-FOUND-SUB > ZERO
004409             OR WS-CAT-SUB > WS-CAT-COUNT.

004410     MOVE SPACES TO DEP-PTD-RECORD.
004411     MOVE WS-DP-CODE (WS-DEPT-SUB) TO PT-DEPT-CODE.
004412     MOVE WS-RUN-FILE-DATE         TO PT-POST-DATE.

004413     IF WS-CAT-FOUND-SUB = ZERO
004414         IF WS-PTD-OPEN-IO
004415             DELETE EX4-PTD-FILE RECORD
004416                 INVALID KEY
004417                     CONTINUE
004418             END-DELETE
004419         END-IF
004420         GO TO 2650-EXIT
004421     END-IF.

004422     MOVE WS-CAT-CNT (WS-CAT-FOUND-SUB) TO PT-ENTRY-COUNT.
004423     MOVE WS-CAT-TOT (WS-CAT-FOUND-SUB) TO PT-ACTUAL.
004424     MOVE WS-RUN-ID                     TO PT-RUN-ID.
004425     WRITE DEP-PTD-RECORD
004426         INVALID KEY
004427             REWRITE DEP-PTD-RECORD
004428             END-REWRITE
004429     END-WRITE.
004430     IF FS-PTD-FILE NOT = "00"
004431         DISPLAY "UNABLE TO POST DEPPTD FOR DEPARTMENT "
004432             PT-DEPT-CODE ", STATUS " FS-PTD-FILE END-DISPLAY
004433         MOVE "Y" TO WS-PTD-ERROR-SW
004434     ELSE
004435         ADD 1 TO WS-PTD-POSTED
004436     END-IF.

004437 2650-EXIT.
004438     EXIT.

004439 2660-TEST-PTD-CAT.
004440     IF WS-CAT-CODE (WS-CAT-SUB) = WS-DP-CODE (WS-DEPT-SUB)
004441         MOVE WS-CAT-SUB TO WS-CAT-FOUND-SUB
004442     END-IF.

004443 2660-EXIT.
004444     EXIT.

004445*****************************************************************
004446*  3000-OUTPUT-RESULT                                           *
004447*  TOTALS HOWEVER MANY ENTRIES WERE ACTUALLY LOADED AND PRINTS  *
004448*  THE COUNT AND THE GRAND TOTAL.                               *
004449*****************************************************************
004450 3000-OUTPUT-RESULT.
004451     MOVE ZERO TO THE-RESULT.

004452     IF ENTRY-COUNT > ZERO
004453         PERFORM 3100-ADD-ENTRY THRU 3100-EXIT
004454             VARYING NUM-IDX FROM 1 BY 1
004460             UNTIL NUM-IDX > ENTRY-COUNT
004470     END-IF.


006760 8850-EXIT.
006770     EXIT.

006780*****************************************************************
006790*  0250-LOAD-FPRINT-CONTROL                                     *
006800*  LOADS THE REPEAT-KEYING CHECK SETTINGS FROM THE FPCTL CARD   *
006810*  CBLEDIT ALSO READS - COLS 1-2 THE NUMBER OF EARLIER BUSINESS *
006820*  DAYS TO COMPARE AGAINST (01-30), COLS 3-4 THE PERCENTAGE OF  *
006830*  THE BATCH THAT MUST REPEAT ONE EARLIER NIGHT BEFORE IT IS    *
006840*  HELD (01-99).  A MISSING CARD OR A FIELD OUT OF RANGE LEAVES *
006850*  THE WIRED-IN 5 DAYS AND 50 PERCENT.                          *
006860*****************************************************************
006870 0250-LOAD-FPRINT-CONTROL.
006880     OPEN INPUT EX4-FPCTL-FILE.
006890     IF FS-FPCTL-FILE NOT = "00"
006900         DISPLAY "FPCTL NOT AVAILABLE, USING DEFAULT REPEAT-"
006910             "KEYING SETTINGS" END-DISPLAY
006920         GO TO 0250-EXIT
006930     END-IF.

006940     READ EX4-FPCTL-FILE
006950         AT END
006960             DISPLAY "FPCTL EMPTY, USING DEFAULT REPEAT-KEYING "
006970                 "SETTINGS" END-DISPLAY
006980     END-READ.

006990     IF FS-FPCTL-FILE = "00"
007000         IF FC-HIST-DAYS IS NUMERIC
007010             AND FC-HIST-DAYS > ZERO AND FC-HIST-DAYS NOT > 30
007020             MOVE FC-HIST-DAYS TO WS-FP-DAYS
007030         END-IF
007040         IF FC-HOLD-PCT IS NUMERIC AND FC-HOLD-PCT > ZERO
007050             MOVE FC-HOLD-PCT TO WS-FP-HOLD-PCT
007060         END-IF
007070     END-IF.

007080     CLOSE EX4-FPCTL-FILE.

007090 0250-EXIT.
007100     EXIT.

007110*****************************************************************
007120*  1800-START-FPRINT-CHECK                                      *
007130*  OPENS THE EX4FPRT WARNING REPORT AND LOADS THE EARLIER       *
007140*  NIGHTS' FINGERPRINTS.  EACH ENTRY IS THEN CHECKED AS IT      *
007150*  LOADS (2190) AND THE BATCH IS DECIDED ONCE THE TRAILER HAS   *
007160*  PROVED THE FILE WHOLE (2700).                                *
007170*****************************************************************
007180 1800-START-FPRINT-CHECK.
007190     PERFORM 0250-LOAD-FPRINT-CONTROL THRU 0250-EXIT.
007200     OPEN OUTPUT EX4-FPRPT-FILE.
007210     IF FS-FPRPT-FILE NOT = "00"
007220         DISPLAY "UNABLE TO OPEN EX4FPRT, STATUS "
007230             FS-FPRPT-FILE END-DISPLAY
007240         PERFORM 2550-REGISTER-RUN-FAILED THRU 2550-EXIT
007250         CLOSE EX4-IN-FILE
007260         CLOSE EX4-RPT-FILE
007270         CLOSE EX4-REJ-FILE
007280         MOVE 16 TO RETURN-CODE
007290         GO TO 9999-PROGRAM-END
007300     END-IF.

007310     MOVE WS-RUN-FILE-DATE TO FH-FILE-DATE.
007320     MOVE WS-FP-DAYS       TO FH-DAYS.
007330     MOVE WS-FP-HOLD-PCT   TO FH-HOLD-PCT.
007340     WRITE EX4-FPRPT-RECORD FROM FPR-HDG-1.

007350     PERFORM 1810-LOAD-FPRINT-HISTORY THRU 1810-EXIT.
007360     MOVE WS-FPH-COUNT TO WS-FPH-PRIOR.
007370     IF WS-FPN-COUNT = ZERO
007380         MOVE "NO EARLIER NIGHT ON EX4FP TO COMPARE AGAINST"
007390             TO FM-TEXT
007400         WRITE EX4-FPRPT-RECORD FROM FPR-MSG-LINE
007410     END-IF.

007420     MOVE "ENTRIES ALSO KEYED ON AN EARLIER NIGHT:" TO FM-TEXT.
007430     WRITE EX4-FPRPT-RECORD FROM FPR-MSG-LINE.

007440 1800-EXIT.
007450     EXIT.

007460*****************************************************************
007470*  1810-LOAD-FPRINT-HISTORY                                     *
007480*  TWO PASSES OF EX4FP.  THE FIRST PICKS THE MOST RECENT        *
007490*  EARLIER FILE DATES, UP TO THE FPCTL DAY COUNT; THE SECOND    *
007500*  LOADS THEIR FINGERPRINTS.  TONIGHT'S OWN FILE DATE IS PASSED *
007510*  OVER, SO A RERUN NEVER MATCHES ITSELF.  A MISSING HISTORY    *
007520*  JUST MEANS NOTHING TO COMPARE.  A HISTORY TOO BIG FOR THE    *
007530*  TABLE IS COMPARED AS FAR AS IT LOADED AND NOT REWRITTEN.     *
007540*****************************************************************
007550 1810-LOAD-FPRINT-HISTORY.
007560     OPEN INPUT EX4-FPHIST-FILE.
007570     IF FS-FPHIST-FILE NOT = "00"
007580         DISPLAY "EX4FP NOT AVAILABLE, NO EARLIER NIGHTS TO "
007590             "COMPARE" END-DISPLAY
007600         GO TO 1810-EXIT
007610     END-IF.
007620     MOVE "N" TO WS-FPH-EOF-SW.
007630     PERFORM 1815-NOTE-HIST-NIGHT THRU 1815-EXIT
007640         UNTIL WS-FPH-EOF.
007650     CLOSE EX4-FPHIST-FILE.

007660     IF WS-FPN-COUNT = ZERO
007670         GO TO 1810-EXIT
007680     END-IF.
007690     OPEN INPUT EX4-FPHIST-FILE.
007700     MOVE "N" TO WS-FPH-EOF-SW.
007710     PERFORM 1820-LOAD-HIST-PRINT THRU 1820-EXIT
007720         UNTIL WS-FPH-EOF.
007730     CLOSE EX4-FPHIST-FILE.

007740     IF WS-FPH-TRUNCATED
007750         DISPLAY "EX4FP EXCEEDS 9999 FINGERPRINTS - COMPARED AS "
007760             "FAR AS LOADED, NOT REWRITTEN" END-DISPLAY
007770         MOVE "Y" TO WS-FP-WARN-SW
007780     END-IF.

007790 1810-EXIT.
007800     EXIT.

007810 1815-NOTE-HIST-NIGHT.
007820     READ EX4-FPHIST-FILE
007830         AT END
007840             MOVE "Y" TO WS-FPH-EOF-SW
007850     END-READ.
007860     IF WS-FPH-EOF
007870         GO TO 1815-EXIT
007880     END-IF.
007890     IF FP-FILE-DATE IS NOT NUMERIC
007900         OR FP-FILE-DATE = WS-RUN-FILE-DATE
007910         GO TO 1815-EXIT
007920     END-IF.

007930     MOVE FP-FILE-DATE TO WS-FPN-LOOKUP.
007940     PERFORM 1840-FIND-NIGHT THRU 1840-EXIT.
007950     IF WS-FPN-FOUND-SUB > ZERO
007960         GO TO 1815-EXIT
007970     END-IF.

007980*    A NEW DATE TAKES A FREE SLOT, OR ONCE THE TABLE HOLDS THE
007990*    FULL WINDOW, REPLACES THE OLDEST DATE IF IT IS MORE RECENT.
008000     IF WS-FPN-COUNT < WS-FP-DAYS
008010         ADD 1 TO WS-FPN-COUNT
008020         MOVE WS-FPN-COUNT TO WS-FPN-LOW-SUB
008030     ELSE
008040         PERFORM 1845-FIND-OLDEST-NIGHT THRU 1845-EXIT
008050         IF FP-FILE-DATE NOT > WS-FPN-DATE (WS-FPN-LOW-SUB)
008060             GO TO 1815-EXIT
008070         END-IF
008080     END-IF.
008090     MOVE FP-FILE-DATE TO WS-FPN-DATE (WS-FPN-LOW-SUB).
008100     MOVE ZERO         TO WS-FPN-MATCHES (WS-FPN-LOW-SUB).
008110     MOVE "N"          TO WS-FPN-HIT-SW (WS-FPN-LOW-SUB).
008120     MOVE "Y"          TO WS-FPN-KEEP-SW (WS-FPN-LOW-SUB).

008130 1815-EXIT.
008140     EXIT.

008150 1820-LOAD-HIST-PRINT.
008160     READ EX4-FPHIST-FILE
008170         AT END
008180             MOVE "Y" TO WS-FPH-EOF-SW
008190     END-READ.
008200     IF WS-FPH-EOF
008210         GO TO 1820-EXIT
008220     END-IF.
008230     IF FP-FILE-DATE IS NOT NUMERIC
008240         OR FP-FILE-DATE = WS-RUN-FILE-DATE
008250         GO TO 1820-EXIT
008260     END-IF.

008270     MOVE FP-FILE-DATE TO WS-FPN-LOOKUP.
008280     PERFORM 1840-FIND-NIGHT THRU 1840-EXIT.
008290     IF WS-FPN-FOUND-SUB = ZERO
008300         GO TO 1820-EXIT
008310     END-IF.

008320     IF WS-FPH-COUNT >= WS-FPH-MAX
008330         MOVE "Y" TO WS-FPH-TRUNC-SW
008340         MOVE "Y" TO WS-FPH-EOF-SW
008350         GO TO 1820-EXIT
008360     END-IF.
008370     ADD 1 TO WS-FPH-COUNT.
008380     MOVE FP-FILE-DATE     TO WS-FPH-DATE (WS-FPH-COUNT).
008390     MOVE WS-FPN-FOUND-SUB TO WS-FPH-NIGHT (WS-FPH-COUNT).
008400     MOVE FP-FINGERPRINT   TO WS-FPH-PRINT (WS-FPH-COUNT).

008410 1820-EXIT.
008420     EXIT.

008430*FINDS WS-FPN-LOOKUP IN THE NIGHT TABLE, LEAVING ITS SUBSCRIPT
008440*IN WS-FPN-FOUND-SUB (ZERO = NOT ONE OF THE NIGHTS HELD).
008450 1840-FIND-NIGHT.
008460     MOVE ZERO TO WS-FPN-FOUND-SUB.
008470     PERFORM 1842-TEST-NIGHT THRU 1842-EXIT
008480         VARYING WS-FPN-SUB FROM 1 BY 1
008490         UNTIL WS-FPN-FOUND-SUB > ZERO
008500             OR WS-FPN-SUB > WS-FPN-COUNT.

008510 1840-EXIT.
008520     EXIT.

008530 1842-TEST-NIGHT.
008540     IF WS-FPN-DATE (WS-FPN-SUB) = WS-FPN-LOOKUP
008550         MOVE WS-FPN-SUB TO WS-FPN-FOUND-SUB
008560     END-IF.

008570 1842-EXIT.
008580     EXIT.

008590*LEAVES THE SUBSCRIPT OF THE OLDEST NIGHT HELD IN WS-FPN-LOW-SUB.
008600 1845-FIND-OLDEST-NIGHT.
008610     MOVE 1 TO WS-FPN-LOW-SUB.
008620     PERFORM 1847-TEST-OLDEST THRU 1847-EXIT
008630         VARYING WS-FPN-SUB FROM 2 BY 1
008640         UNTIL WS-FPN-SUB > WS-FPN-COUNT.

008650 1845-EXIT.
008660     EXIT.

008670 1847-TEST-OLDEST.
008680     IF WS-FPN-DATE (WS-FPN-SUB) < WS-FPN-DATE (WS-FPN-LOW-SUB)
008690         MOVE WS-FPN-SUB TO WS-FPN-LOW-SUB
008700     END-IF.

008710 1847-EXIT.
008720     EXIT.

008730*****************************************************************
008740*  1850-MATCH-FPRINT                                            *
008750*  SEARCHES THE EARLIER NIGHTS' PRINTS FOR WS-FP-PRINT.  EACH   *
008760*  NIGHT THAT HAD IT COUNTS THE ENTRY ONCE, HOWEVER MANY TIMES  *
008770*  IT WAS KEYED THAT NIGHT; WS-FP-NIGHTS-HIT AND                *
008780*  WS-FP-LAST-DATE SAY HOW MANY NIGHTS AND THE LATEST OF THEM.  *
008790*****************************************************************
008800 1850-MATCH-FPRINT.
008810     MOVE ZERO TO WS-FP-NIGHTS-HIT.
008820     MOVE ZERO TO WS-FP-LAST-DATE.
008830     PERFORM 1852-CLEAR-NIGHT-HIT THRU 1852-EXIT
008840         VARYING WS-FPN-SUB FROM 1 BY 1
008850         UNTIL WS-FPN-SUB > WS-FPN-COUNT.
008860     PERFORM 1854-TEST-HIST-PRINT THRU 1854-EXIT
008870         VARYING WS-FPH-SUB FROM 1 BY 1
008880         UNTIL WS-FPH-SUB > WS-FPH-PRIOR.

008890 1850-EXIT.
008900     EXIT.

008910 1852-CLEAR-NIGHT-HIT.
008920     MOVE "N" TO WS-FPN-HIT-SW (WS-FPN-SUB).

008930 1852-EXIT.
008940     EXIT.

008950 1854-TEST-HIST-PRINT.
008960     IF WS-FPH-PRINT (WS-FPH-SUB) NOT = WS-FP-PRINT
008970         GO TO 1854-EXIT
008980     END-IF.
008990     MOVE WS-FPH-NIGHT (WS-FPH-SUB) TO WS-FPN-SUB.
009000     IF WS-FPN-HIT-SW (WS-FPN-SUB) = "Y"
009010         GO TO 1854-EXIT
009020     END-IF.
009030     MOVE "Y" TO WS-FPN-HIT-SW (WS-FPN-SUB).
009040     ADD 1 TO WS-FPN-MATCHES (WS-FPN-SUB).
009050     ADD 1 TO WS-FP-NIGHTS-HIT.
009060     IF WS-FPN-DATE (WS-FPN-SUB) > WS-FP-LAST-DATE
009070         MOVE WS-FPN-DATE (WS-FPN-SUB) TO WS-FP-LAST-DATE
009080     END-IF.

009090 1854-EXIT.
009100     EXIT.

009110 1855-ADD-TONIGHT.
009120     IF WS-FPH-COUNT >= WS-FPH-MAX
009130         IF NOT WS-FPH-FULL
009140             DISPLAY "FINGERPRINT TABLE FULL - THE REST OF "
009150                 "TONIGHT'S EX4IN IS CHECKED BUT NOT KEPT"
009160                 END-DISPLAY
009170             MOVE "Y" TO WS-FPH-FULL-SW
009180             MOVE "Y" TO WS-FP-WARN-SW
009190         END-IF
009200         GO TO 1855-EXIT
009210     END-IF.
009220     ADD 1 TO WS-FPH-COUNT.
009230     MOVE WS-RUN-FILE-DATE TO WS-FPH-DATE (WS-FPH-COUNT).
009240     MOVE ZERO             TO WS-FPH-NIGHT (WS-FPH-COUNT).
009250     MOVE WS-FP-PRINT      TO WS-FPH-PRINT (WS-FPH-COUNT).

009260 1855-EXIT.
009270     EXIT.

009280*****************************************************************
009290*  2190-FPRINT-ENTRY                                            *
009300*  FINGERPRINTS THE CURRENT KEYED ENTRY - CATEGORY CODE AND     *
009310*  THE AMOUNT AS KEYED - BEFORE THE DEPARTMENT CHECK, SO AN     *
009320*  ENTRY DIVERTED TO EX4REJ STILL COUNTS (IT WAS KEYED).  IT IS *
009330*  LISTED IF AN EARLIER NIGHT HAD THE SAME ONE, AND ADDED TO    *
009340*  TONIGHT'S PRINTS.                                            *
009350*****************************************************************
009360 2190-FPRINT-ENTRY.
009370     ADD 1 TO WS-FP-REC-NO.
009380     MOVE SPACES TO WS-FP-PRINT.
009390     MOVE IN-CATEGORY         TO WS-FP-PRINT (1:3).
009400     MOVE EX4-IN-RECORD (1:10) TO WS-FP-PRINT (4:10).
009410     PERFORM 1850-MATCH-FPRINT THRU 1850-EXIT.
009420     IF WS-FP-NIGHTS-HIT > ZERO
009430         ADD 1 TO WS-FP-MATCH-COUNT
009440         MOVE WS-FP-REC-NO         TO MT-REC-NO
009450         MOVE IN-CATEGORY          TO MT-CATEGORY
009460         MOVE EX4-IN-RECORD (1:10) TO MT-AMOUNT
009470         MOVE WS-FP-LAST-DATE      TO MT-LAST-DATE
009480         MOVE WS-FP-NIGHTS-HIT     TO MT-NIGHTS
009490         WRITE EX4-FPRPT-RECORD FROM FPR-MATCH-LINE
009500     END-IF.
009510     PERFORM 1855-ADD-TONIGHT THRU 1855-EXIT.

009520 2190-EXIT.
009530     EXIT.

009540*****************************************************************
009550*  2700-DECIDE-BATCH-HOLD                                       *
009560*  PRINTS THE MATCHES NIGHT BY NIGHT.  THE NIGHT TONIGHT'S      *
009570*  BATCH REPEATS MOST IS THE ONE THAT COUNTS - WHEN ITS SHARE   *
009580*  OF TONIGHT'S ENTRIES IS OVER THE FPCTL PERCENTAGE, THE BATCH *
009590*  IS HELD UNLESS A SUPERVISOR CONFIRMS IT (2750).  BELOW IT,   *
009600*  THE ENTRIES LISTED ARE WARNINGS ONLY.                        *
009610*****************************************************************
009620 2700-DECIDE-BATCH-HOLD.
009630     IF WS-FP-MATCH-COUNT = ZERO
009640         MOVE "  NONE" TO FM-TEXT
009650         WRITE EX4-FPRPT-RECORD FROM FPR-MSG-LINE
009660         CLOSE EX4-FPRPT-FILE
009670         GO TO 2700-EXIT
009680     END-IF.

009690     MOVE "MATCHES BY EARLIER NIGHT:" TO FM-TEXT.
009700     WRITE EX4-FPRPT-RECORD FROM FPR-MSG-LINE.
009710     MOVE ZERO TO WS-FP-BEST-SUB.
009720     PERFORM 2710-PRINT-NIGHT THRU 2710-EXIT
009730         VARYING WS-FPN-SUB FROM 1 BY 1
009740         UNTIL WS-FPN-SUB > WS-FPN-COUNT.

009750     MOVE WS-FPN-DATE (WS-FP-BEST-SUB) TO WS-FP-BEST-DATE.
009760     COMPUTE WS-FP-TEST-LEFT =
009770         WS-FPN-MATCHES (WS-FP-BEST-SUB) * 100
009780     END-COMPUTE.
009790     COMPUTE WS-FP-TEST-RIGHT = WS-FP-HOLD-PCT * WS-FP-REC-NO
009800     END-COMPUTE.
009810     MOVE WS-FP-HOLD-PCT TO WS-FP-PCT-EDIT.
009820     MOVE SPACES TO FM-TEXT.
009830     IF WS-FP-TEST-LEFT > WS-FP-TEST-RIGHT
009840         MOVE "Y" TO WS-BATCH-HOLD-SW
009850         DISPLAY "EX4IN REPEATS THE BATCH KEYED FOR "
009860             WS-FP-BEST-DATE END-DISPLAY
009870         PERFORM 2750-CONFIRM-HELD-BATCH THRU 2750-EXIT
009880     ELSE
009890         STRING "BATCH NOT HELD - NO EARLIER NIGHT IS REPEATED "
009900             "OVER " WS-FP-PCT-EDIT " PCT; ENTRIES ABOVE ARE "
009910             "FOR REVIEW"
009920             DELIMITED BY SIZE INTO FM-TEXT
009930     END-IF.
009940     WRITE EX4-FPRPT-RECORD FROM FPR-MSG-LINE.
009950     CLOSE EX4-FPRPT-FILE.

009960 2700-EXIT.
009970     EXIT.

009980 2710-PRINT-NIGHT.
009990     IF WS-FPN-MATCHES (WS-FPN-SUB) = ZERO
010000         GO TO 2710-EXIT
010010     END-IF.
010020     IF WS-FP-BEST-SUB = ZERO
010030         MOVE WS-FPN-SUB TO WS-FP-BEST-SUB
010040     END-IF.
010050     IF WS-FPN-MATCHES (WS-FPN-SUB)
010060         > WS-FPN-MATCHES (WS-FP-BEST-SUB)
010070         MOVE WS-FPN-SUB TO WS-FP-BEST-SUB
010080     END-IF.

010090     MOVE WS-FPN-DATE (WS-FPN-SUB)    TO NL-FILE-DATE.
010100     MOVE WS-FPN-MATCHES (WS-FPN-SUB) TO NL-MATCHES.
010110     MOVE WS-FP-REC-NO                TO NL-BATCH.
010120     COMPUTE NL-PCT ROUNDED =
010130         WS-FPN-MATCHES (WS-FPN-SUB) * 100 / WS-FP-REC-NO
010140     END-COMPUTE.
010150     WRITE EX4-FPRPT-RECORD FROM FPR-NIGHT-LINE.

010160 2710-EXIT.
010170     EXIT.

010180*****************************************************************
010190*  2750-CONFIRM-HELD-BATCH                                      *
010200*  THE NIGHTLY RUN HAS NO ONE TO ASK, SO A REPEATED BATCH IS    *
010210*  HELD.  RUN FROM CBLMENU BY A SIGNED-ON SUPERVISOR, THE SAME  *
010220*  BATCH CAN BE CONFIRMED AS GENUINE AND POSTED; THE            *
010230*  CONFIRMING SUPERVISOR IS NAMED ON THE REPORT.  NO OTHER      *
010240*  OPERATOR MAY CONFIRM.  FM-TEXT CARRIES THE VERDICT BACK.     *
010250*****************************************************************
010260 2750-CONFIRM-HELD-BATCH.
010270     IF ADDRESS OF CBL-OPID-AREA = NULL
010280         GO TO 2750-HELD
010290     END-IF.
010300     IF NOT OPID-SUPERVISOR
010310         DISPLAY "ONLY A SUPERVISOR MAY CONFIRM A REPEATED BATCH"
010320             END-DISPLAY
010330         GO TO 2750-HELD
010340     END-IF.

010350     DISPLAY "CONFIRM THIS IS A GENUINE NEW BATCH AND POST IT? "
010360         "(Y = YES / N = NO)" END-DISPLAY.
010370     ACCEPT WS-CONFIRM-ANS END-ACCEPT.
010380     IF WS-CONFIRM-ANS NOT = "Y" AND WS-CONFIRM-ANS NOT = "y"
010390         GO TO 2750-HELD
010400     END-IF.

010410     MOVE "N" TO WS-BATCH-HOLD-SW.
010420     STRING "BATCH REPEATS THE BATCH KEYED FOR " WS-FP-BEST-DATE
010430         " - CONFIRMED AS A NEW BATCH BY " OPID-OPERATOR-ID
010440         DELIMITED BY SIZE INTO FM-TEXT.
010450     DISPLAY "REPEATED BATCH CONFIRMED - POSTING" END-DISPLAY.
010460     GO TO 2750-EXIT.

010470 2750-HELD.
010480     STRING "BATCH HELD, NOT POSTED - IT REPEATS THE BATCH KEYED "
010490         "FOR " WS-FP-BEST-DATE "; A SUPERVISOR MUST RUN EX4 "
010500         "FROM CBLMENU TO CONFIRM IT"
010510         DELIMITED BY SIZE INTO FM-TEXT.
010520     DISPLAY "BATCH HELD - A SUPERVISOR MUST RUN EX4 FROM "
010530         "CBLMENU TO CONFIRM IT" END-DISPLAY.

010540 2750-EXIT.
010550     EXIT.

010560*****************************************************************
010570*  3050-OUTPUT-HELD-RESULT                                      *
010580*  A HELD BATCH PUTS NO FIGURES ON EX4RPT - THE DAILY REPORT    *
010590*  MUST NOT COUNT A REPEATED BATCH.  THE GRAND RECORD IT NEEDS  *
010600*  IS STILL WRITTEN, WITH NOTHING IN IT.                        *
010610*****************************************************************
010620 3050-OUTPUT-HELD-RESULT.
010630     DISPLAY "NUMBER OF ENTRIES: " ENTRY-COUNT
010640         " - HELD, NOT REPORTED" END-DISPLAY.
010650     MOVE SPACES TO EX4-RPT-RECORD.
010660     SET XR-TYPE-GRAND TO TRUE.
010670     MOVE SPACES TO XR-CATEGORY.
010680     MOVE ZERO   TO XR-ENTRY-COUNT.
010690     MOVE ZERO   TO XR-TOTAL.
010700     MOVE ZERO   TO XR-MIN.
010710     MOVE ZERO   TO XR-MAX.
010720     MOVE ZERO   TO XR-AVG.
010730     MOVE "N"    TO XR-OVERFLOW-SW.
010740     WRITE EX4-RPT-RECORD.

010750 3050-EXIT.
010760     EXIT.

010770*****************************************************************
010780*  3700-SAVE-FPRINT-HISTORY                                     *
010790*  REWRITES EX4FP AS THE EARLIER NIGHTS STILL INSIDE THE WINDOW *
010800*  PLUS TONIGHT'S PRINTS - HELD OR NOT, THEY WERE KEYED.  ONCE  *
010810*  THE WINDOW IS FULL THE OLDEST NIGHT DROPS OFF.  ONLY A FILE  *
010820*  THAT PASSED ITS TRAILER CHECK GETS HERE.  THE HISTORY IS A   *
010830*  SAFETY NET, NOT PART OF THE POSTING, SO A FILE THAT CANNOT   *
010840*  BE REWRITTEN ONLY WARNS.                                     *
010850*****************************************************************
010860 3700-SAVE-FPRINT-HISTORY.
010870     IF WS-FPH-TRUNCATED
010880         GO TO 3700-EXIT
010890     END-IF.
010900     IF WS-FPN-COUNT > ZERO AND WS-FPN-COUNT >= WS-FP-DAYS
010910         PERFORM 1845-FIND-OLDEST-NIGHT THRU 1845-EXIT
010920         MOVE "N" TO WS-FPN-KEEP-SW (WS-FPN-LOW-SUB)
010930     END-IF.

010940     OPEN OUTPUT EX4-FPHIST-FILE.
010950     IF FS-FPHIST-FILE NOT = "00"
010960         DISPLAY "UNABLE TO REWRITE EX4FP, STATUS "
010970             FS-FPHIST-FILE " - TONIGHT IS NOT KEPT FOR THE "
010980             "REPEAT-KEYING CHECK" END-DISPLAY
010990         MOVE "Y" TO WS-FP-WARN-SW
011000         GO TO 3700-EXIT
011010     END-IF.
011020     PERFORM 3710-WRITE-HIST-PRINT THRU 3710-EXIT
011030         VARYING WS-FPH-SUB FROM 1 BY 1
011040         UNTIL WS-FPH-SUB > WS-FPH-COUNT.
011050     CLOSE EX4-FPHIST-FILE.

011060 3700-EXIT.
011070     EXIT.

011080 3710-WRITE-HIST-PRINT.
011090     IF WS-FPH-NIGHT (WS-FPH-SUB) > ZERO
011100         MOVE WS-FPH-NIGHT (WS-FPH-SUB) TO WS-FPN-SUB
011110         IF WS-FPN-KEEP-SW (WS-FPN-SUB) = "N"
011120             GO TO 3710-EXIT
011130         END-IF
011140     END-IF.
011150     MOVE SPACES TO CBL-FPRT-RECORD.
011160     MOVE WS-FPH-DATE (WS-FPH-SUB)  TO FP-FILE-DATE.
011170     MOVE WS-FPH-PRINT (WS-FPH-SUB) TO FP-FINGERPRINT.
011180     WRITE CBL-FPRT-RECORD.

011190 3710-EXIT.
011200     EXIT.
