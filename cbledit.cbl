000464*                  CARRIES A NEW FILE DATE).  A FAILED EDIT
000465*                  STILL LEAVES THE RELEASES INTACT FOR THE
000466*                  RERUN.
000467*  12/08/2026  RH  THE TRANSACTION NOW CARRIES THE DEPARTMENT
000468*                  CODE IT IS CHARGED TO (BYTES 40-42, CUT FROM
000469*                  THE FILLER).  THE CODE IS EDITED AGAINST THE
000470*                  DEPARTMENT MASTER (DEPMAST) THE WAY EX4 EDITS
000471*                  ITS CATEGORIES - A MISSING, UNKNOWN, OR
000472*                  INACTIVE CODE SUSPENDS THE TRANSACTION WITH
000473*                  ITS OWN REASON CODE (10/11/12).  WITHOUT THE
000474*                  MASTER NO CODE CAN BE EDITED, SO THE STEP
000475*                  FAILS.
000476*  12/11/2026  RH  A CURRENCY CONVERSION WITH NO RATE IN FORCE
000477*                  ON THE BUSINESS DATE (THE CBLTRNIN FILE DATE)
000478*                  NOW SUSPENDS WITH ITS OWN REASON CODE (13)
000479*                  INSTEAD OF REACHING CBLOPER AND BEING
000480*                  REJECTED MID-RUN.  THE RATES IN FORCE ARE
000481*                  LOADED FROM CBLRATE ONCE, AFTER THE HEADER
000482*                  GIVES THE DATE, THE SAME WAY CBLOPER NOW
000483*                  LOADS THEM; WITHOUT CBLRATE THE STEP FAILS.
000484*  12/22/2026  RH  SUSPENSE ITEMS NOW CARRY AN ITEM STATUS,
000485*                  ACTION STAMP, AND VOID REASON SET BY THE
000486*                  ONLINE CORRECTION PROGRAM (CBLSCOR).  AN ITEM
000487*                  VOIDED THERE IS NOT EDITED OR POSTED - IT IS
000488*                  WRITTEN BACK ONCE AS CLEARED SO CBLSAGE CAN
000489*                  REPORT IT, AND DROPPED THE NIGHT AFTER.
000490*  01/04/2027  RH  TONIGHT'S HAND-KEYED CBLTRNIN RECORDS ARE NOW
000491*                  FINGERPRINTED (OPCODE, OPERANDS, CURRENCY PAIR)
000492*                  AND COMPARED AGAINST THE LAST FEW NIGHTS KEPT
000493*                  ON CBLTRFP (FPCTL SETS HOW MANY) BEFORE ANY IS
000494*                  EDITED.  EVERY RECORD ALSO KEYED ON AN EARLIER
000495*                  NIGHT IS LISTED ON THE EDTFPRT WARNING REPORT
000496*                  (RC=4), AND A BATCH WHOSE SHARE REPEATING ONE
000497*                  EARLIER NIGHT IS OVER THE FPCTL PERCENTAGE IS
000498*                  HELD WHOLE ON CBLPEND (HOLD REASON D) FOR THE
000499*                  SUPERVISOR INSTEAD OF POSTING.  THE RECYCLE,
000500*                  THE RELEASES, AND THE GENERATED STANDING
000501*                  INSTRUCTIONS ARE NOT CHECKED.  A RELEASED
000502*                  REPEAT-BATCH ITEM STILL FACES THE APPROVAL
000503*                  LIMIT.
000504*****************************************************************
000505 ENVIRONMENT DIVISION.
000506 INPUT-OUTPUT SECTION.
000507 FILE-CONTROL.
000508     SELECT EDT-TRNIN-FILE   ASSIGN TO "CBLTRNIN"
000509         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS FS-TRNIN-FILE.

000511     SELECT EDT-SUSIN-FILE   ASSIGN TO "CBLSUSIN"
000512         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS FS-SUSIN-FILE.

000530     SELECT EDT-TRAN-FILE    ASSIGN TO "CBLTRAN"
000632         ORGANIZATION IS LINE SEQUENTIAL
000634         FILE STATUS IS FS-EDTCTL-FILE.

000635     SELECT EDT-DEPT-FILE    ASSIGN TO "DEPMAST"
000636         ORGANIZATION IS LINE SEQUENTIAL
000637         FILE STATUS IS FS-DEPT-FILE.

000638     SELECT EDT-RATE-FILE    ASSIGN TO "CBLRATE"
000639         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS FS-RATE-FILE.

000641     SELECT EDT-FPCTL-FILE   ASSIGN TO "FPCTL"
000642         ORGANIZATION IS LINE SEQUENTIAL
000643         FILE STATUS IS FS-FPCTL-FILE.

000644     SELECT EDT-FPHIST-FILE  ASSIGN TO "CBLTRFP"
000645         ORGANIZATION IS LINE SEQUENTIAL
000646         FILE STATUS IS FS-FPHIST-FILE.

000647     SELECT EDT-FPRPT-FILE   ASSIGN TO "EDTFPRT"
000648         ORGANIZATION IS LINE SEQUENTIAL
000649         FILE STATUS IS FS-FPRPT-FILE.

000650 DATA DIVISION.
000651 FILE SECTION.
000652 FD  EDT-TRNIN-FILE
000653     RECORDING MODE IS F.
000660 01  EDT-TRNIN-RECORD            PIC X(61).
000670 01  EDT-TRNIN-HDR-TRL.
000680 COPY CBLHDTR.
000740     05  SI-REASON-TEXT          PIC X(25).
000742     05  SI-ENTRY-DATE           PIC X(08).
000744     05  SI-RECYCLE-COUNT        PIC X(03).
000746     05  SI-ITEM-STATUS          PIC X(01).
000748         88  SI-ITEM-VOIDED          VALUE "V".
000750         88  SI-ITEM-CLEARED         VALUE "C".
000752     05  SI-ACTION-BY            PIC X(08).
000754     05  SI-ACTION-DATE          PIC X(08).
000756     05  SI-VOID-REASON          PIC X(25).

000758 FD  EDT-TRAN-FILE
000760     RECORDING MODE IS F.
000770 01  EDT-TRAN-RECORD             PIC X(61).

000830     05  SUS-REASON-TEXT         PIC X(25).
000832     05  SUS-ENTRY-DATE          PIC 9(08).
000834     05  SUS-RECYCLE-COUNT       PIC 9(03).
000835     05  SUS-ITEM-STATUS         PIC X(01).
000836         88  SUS-ITEM-CLEARED        VALUE "C".
000837     05  SUS-ACTION-BY           PIC X(08).
000838     05  SUS-ACTION-DATE         PIC X(08).
000839     05  SUS-VOID-REASON         PIC X(25).

000840 FD  EDT-RUNC-FILE
000850     RECORDING MODE IS F.
000888 01  EDT-RELIN-RECORD.
000889     05  RL-TRAN-IMAGE           PIC X(61).
000890     05  RL-ENTRY-DATE           PIC 9(08).
000891     05  RL-HOLD-REASON          PIC X(01).
000892     05  FILLER                  PIC X(25).

000893 FD  EDT-CTL-FILE
000894     RECORDING MODE IS F.
000895 01  EDT-CTL-RECORD.
000896     05  CTL-APPROVAL-LIMIT      PIC 9(13)V99.
000897     05  FILLER                  PIC X(63).

000898 FD  EDT-DEPT-FILE
000899     RECORDING MODE IS F.
000900 COPY DEPMAST.

000901 FD  EDT-RATE-FILE
000902     RECORDING MODE IS F.
000903 01  EDT-RATE-RECORD.
000904     05  RT-CURR-FROM            PIC X(03).
000905     05  RT-CURR-TO              PIC X(03).
000906     05  RT-EFF-DATE             PIC 9(08).
000907     05  RT-RATE                 PIC 9(07)V9(06).
000908     05  FILLER                  PIC X(53).

000909 FD  EDT-FPCTL-FILE
000910     RECORDING MODE IS F.
000911 01  EDT-FPCTL-RECORD.
000912     05  FC-HIST-DAYS            PIC 9(02).
000913     05  FC-HOLD-PCT             PIC 9(02).
000914     05  FILLER                  PIC X(76).

000915 FD  EDT-FPHIST-FILE
000916     RECORDING MODE IS F.
000917 COPY CBLFPRT.

000918 FD  EDT-FPRPT-FILE
000919     RECORDING MODE IS F.
000920 01  EDT-FPRPT-RECORD            PIC X(132).

000921 WORKING-STORAGE SECTION.
000922 01  FS-TRNIN-FILE       PIC X(02) VALUE "00".
000923 01  FS-SUSIN-FILE       PIC X(02) VALUE "00".
000924 01  FS-TRAN-FILE        PIC X(02) VALUE "00".
000925 01  FS-SUSP-FILE        PIC X(02) VALUE "00".

000926 01  FS-SGEN-FILE        PIC X(02) VALUE "00".
000927 01  FS-PEND-FILE        PIC X(02) VALUE "00".
000928 01  FS-RELIN-FILE       PIC X(02) VALUE "00".
000929 01  FS-EDTCTL-FILE      PIC X(02) VALUE "00".
000930 01  FS-DEPT-FILE        PIC X(02) VALUE "00".
000931 01  FS-RATE-FILE        PIC X(02) VALUE "00".

000932 01  WS-TRNIN-EOF-SW     PIC X VALUE "N".
000933     88  WS-TRNIN-EOF            VALUE "Y".
000934 01  WS-SGEN-EOF-SW      PIC X VALUE "N".
000935     88  WS-SGEN-EOF             VALUE "Y".
000936 01  WS-SGEN-TRL-SW      PIC X VALUE "N".
000938     88  WS-SGEN-TRL-SEEN        VALUE "Y".
000940 01  WS-SUSIN-EOF-SW     PIC X VALUE "N".

000980 01  WS-READ-COUNT       PIC 9(07) COMP VALUE ZERO.
000990 01  WS-RECYCLE-COUNT    PIC 9(07) COMP VALUE ZERO.
000991 01  WS-SGEN-COUNT       PIC 9(07) COMP VALUE ZERO.
000992 01  WS-VOID-COUNT       PIC 9(07) COMP VALUE ZERO.
000993 01  WS-CLEARED-COUNT    PIC 9(07) COMP VALUE ZERO.
000994 01  WS-SGEN-HASH        PIC S9(13)V99 VALUE ZERO.

000995*APPROVAL HOLD WORK AREAS.  A CLEAN TRANSACTION WHOSE
001010     88  WS-TRAN-WAS-HELD        VALUE "Y".
001011 01  WS-CLEAN-COUNT      PIC 9(07) COMP VALUE ZERO.
001012 01  WS-SUSP-COUNT       PIC 9(07) COMP VALUE ZERO.
001013 01  WS-RELEASE-REASON   PIC X VALUE SPACE.
001014     88  WS-RELEASED-REPEAT      VALUE "D".

001015*DEPARTMENT MASTER TABLE - CODE, NAME, AND ACTIVE FLAG, LOADED
001016*AT START-UP SO EVERY TRANSACTION'S DEPARTMENT CAN BE EDITED,
001017*THE SAME TABLE EX4 KEEPS FOR ITS CATEGORIES.
001018 01  WS-DEPT-EOF-SW      PIC X VALUE "N".
001019     88  WS-DEPT-EOF             VALUE "Y".
001020 01  WS-DEPT-MAX         PIC 9(02) COMP VALUE 50.
001021 01  WS-DEPT-COUNT       PIC 9(02) COMP VALUE ZERO.
001022 01  WS-DEPT-SUB         PIC 9(02) COMP VALUE ZERO.
001023 01  WS-DEPT-FOUND-SUB   PIC 9(02) COMP VALUE ZERO.
001024 01  WS-DEPT-LOOKUP      PIC X(03) VALUE SPACES.
001025 01  WS-DEPT-TABLE.
001026     05  WS-DEPT-ENTRY OCCURS 50 TIMES.
001027         10  WS-DP-CODE          PIC X(03).
001028         10  WS-DP-NAME          PIC X(30).
001029         10  WS-DP-ACTIVE-SW     PIC X(01).

001030*RATES IN FORCE ON THE BUSINESS DATE - ONE ENTRY PER CURRENCY
001031*PAIR WITH THE LATEST EFFECTIVE DATE ON OR BEFORE IT, BUILT IN
001032*ONE PASS OF CBLRATE, THE SAME TABLE CBLOPER BUILDS.  SHOULD THE
001033*PAIRS EVER OUTGROW IT, A PAIR NOT HELD IS PASSED THROUGH FOR
001034*CBLOPER'S OWN LOOKUP RATHER THAN SUSPENDED ON A GUESS.
001035 01  WS-RATE-EOF-SW      PIC X VALUE "N".
001036     88  WS-RATE-EOF             VALUE "Y".
001037 01  WS-RIF-FULL-SW      PIC X VALUE "N".
001038     88  WS-RIF-FULL             VALUE "Y".
001039 01  WS-RIF-MAX          PIC 9(04) COMP VALUE 2000.
001040 01  WS-RIF-COUNT        PIC 9(04) COMP VALUE ZERO.
001041 01  WS-RIF-SUB          PIC 9(04) COMP VALUE ZERO.
001042 01  WS-RIF-FOUND-SUB    PIC 9(04) COMP VALUE ZERO.
001043 01  WS-RIF-LOOKUP-FROM  PIC X(03) VALUE SPACES.
001044 01  WS-RIF-LOOKUP-TO    PIC X(03) VALUE SPACES.
001045 01  WS-RIF-TABLE.
001046     05  WS-RIF-ENTRY OCCURS 2000 TIMES.
001047         10  WS-RIF-CURR-FROM    PIC X(03).
001048         10  WS-RIF-CURR-TO      PIC X(03).
001049         10  WS-RIF-EFF-DATE     PIC 9(08).

001050*CONTROL-TOTAL WORK AREAS FOR THE CBLTRNIN HEADER AND TRAILER
001051*AND FOR THE FRESH CONTROL RECORDS WRITTEN ON THE EDITED FILE.
001052 01  WS-TRL-SEEN-SW      PIC X VALUE "N".
001053     88  WS-TRL-SEEN             VALUE "Y".
001060 01  WS-IN-FILE-DATE     PIC 9(08) VALUE ZERO.
001070 01  WS-IN-HASH          PIC S9(13)V99 VALUE ZERO.
001080 01  WS-OUT-HASH         PIC S9(13)V99 VALUE ZERO.
001330     05  EW-OPERAND-2        PIC X(16).
001340     05  EW-CURR-FROM        PIC X(03).
001350     05  EW-CURR-TO          PIC X(03).
001355     05  EW-DEPT-CODE        PIC X(03).
001360     05  FILLER              PIC X(19).
001370 01  EDT-TRAN-NUM REDEFINES EDT-TRAN-WORK.
001380     05  EN-OPCODE           PIC 9(01).
001390     05  EN-OPERAND-1        PIC S9(13)V99
001486 01  WS-TRAN-ENTRY-DATE  PIC 9(08) VALUE ZERO.
001488 01  WS-TRAN-RECYCLES    PIC 9(03) VALUE ZERO.

001489*CROSS-NIGHT REPEAT-KEYING CHECK.  TONIGHT'S HAND-KEYED RECORDS
001490*ARE FINGERPRINTED (THE FIRST 39 BYTES - OPCODE, OPERANDS, AND
001491*CURRENCY PAIR) AND COMPARED AGAINST CBLTRFP BEFORE ANY IS EDITED.
001492*THE NIGHT TABLE HOLDS THE MOST RECENT EARLIER FILE DATES ON THE
001493*HISTORY, UP TO THE FPCTL DAY COUNT, WITH TONIGHT'S MATCHES
001494*AGAINST EACH; THE PRINT TABLE HOLDS THEIR FINGERPRINTS FOLLOWED
001495*BY TONIGHT'S OWN, WHICH ARE WRITTEN BACK AS THE NEW HISTORY.
001496 01  FS-FPCTL-FILE       PIC X(02) VALUE "00".
001497 01  FS-FPHIST-FILE      PIC X(02) VALUE "00".
001498 01  FS-FPRPT-FILE       PIC X(02) VALUE "00".
001499 01  WS-FP-DAYS          PIC 9(02) VALUE 5.
001500 01  WS-FP-HOLD-PCT      PIC 9(02) VALUE 50.
001501 01  WS-FPH-EOF-SW       PIC X VALUE "N".
001502     88  WS-FPH-EOF              VALUE "Y".
001503 01  WS-FPH-TRUNC-SW     PIC X VALUE "N".
001504     88  WS-FPH-TRUNCATED        VALUE "Y".
001505 01  WS-FPH-FULL-SW      PIC X VALUE "N".
001506     88  WS-FPH-FULL             VALUE "Y".
001507 01  WS-FP-WARN-SW       PIC X VALUE "N".
001508     88  WS-FP-WARNING           VALUE "Y".
001509 01  WS-BATCH-HOLD-SW    PIC X VALUE "N".
001510     88  WS-BATCH-HELD           VALUE "Y".
001511 01  WS-FP-PRINT         PIC X(39) VALUE SPACES.
001512 01  WS-FP-REC-NO        PIC 9(07) COMP VALUE ZERO.
001513 01  WS-FP-MATCH-COUNT   PIC 9(07) COMP VALUE ZERO.
001514 01  WS-FP-NIGHTS-HIT    PIC 9(02) COMP VALUE ZERO.
001515 01  WS-FP-LAST-DATE     PIC 9(08) VALUE ZERO.
001516 01  WS-FP-BEST-SUB      PIC 9(02) COMP VALUE ZERO.
001517 01  WS-FP-BEST-DATE     PIC 9(08) VALUE ZERO.
001518 01  WS-FP-TEST-LEFT     PIC 9(11) COMP VALUE ZERO.
001519 01  WS-FP-TEST-RIGHT    PIC 9(11) COMP VALUE ZERO.
001520 01  WS-FP-PCT-EDIT      PIC Z9.
001521 01  WS-REPEAT-HELD-COUNT
001522                         PIC 9(07) COMP VALUE ZERO.
001523 01  WS-FPN-COUNT        PIC 9(02) COMP VALUE ZERO.
001524 01  WS-FPN-SUB          PIC 9(02) COMP VALUE ZERO.
001525 01  WS-FPN-FOUND-SUB    PIC 9(02) COMP VALUE ZERO.
001526 01  WS-FPN-LOW-SUB      PIC 9(02) COMP VALUE ZERO.
001527 01  WS-FPN-LOOKUP       PIC 9(08) VALUE ZERO.
001528 01  WS-FPN-TABLE.
001529     05  WS-FPN-ENTRY OCCURS 30 TIMES.
001530         10  WS-FPN-DATE         PIC 9(08).
001531         10  WS-FPN-MATCHES      PIC 9(07) COMP.
001532         10  WS-FPN-HIT-SW       PIC X(01).
001533         10  WS-FPN-KEEP-SW      PIC X(01).
001534 01  WS-FPH-MAX          PIC 9(05) COMP VALUE 9999.
001535 01  WS-FPH-COUNT        PIC 9(05) COMP VALUE ZERO.
001536 01  WS-FPH-PRIOR        PIC 9(05) COMP VALUE ZERO.
001537 01  WS-FPH-SUB          PIC 9(05) COMP VALUE ZERO.
001538 01  WS-FPH-TABLE.
001539     05  WS-FPH-ENTRY OCCURS 9999 TIMES.
001540         10  WS-FPH-DATE         PIC 9(08).
001541         10  WS-FPH-NIGHT        PIC 9(02) COMP.
001542         10  WS-FPH-PRINT        PIC X(39).

001543 01  FPR-HDG-1.
001544     05  FILLER              PIC X(40)
001545             VALUE "CBLEDIT  REPEAT-KEYING CHECK, CBLTRNIN ".
001546     05  FH-FILE-DATE        PIC 9(08).
001547     05  FILLER              PIC X(19)
001548             VALUE "  AGAINST THE LAST ".
001549     05  FH-DAYS             PIC Z9.
001550     05  FILLER              PIC X(20)
001551             VALUE " NIGHT(S), HOLD OVER".
001552     05  FH-HOLD-PCT         PIC ZZ9.
001553     05  FILLER              PIC X(04) VALUE " PCT".
001554     05  FILLER              PIC X(36) VALUE SPACES.

001555 01  FPR-MSG-LINE.
001556     05  FM-TEXT             PIC X(100).
001557     05  FILLER              PIC X(32) VALUE SPACES.

001558 01  FPR-MATCH-LINE.
001559     05  FILLER              PIC X(06) VALUE "  REC ".
001560     05  MT-REC-NO           PIC ZZZZZZ9.
001561     05  FILLER              PIC X(09) VALUE "  OPCODE ".
001562     05  MT-OPCODE           PIC X(01).
001563     05  FILLER              PIC X(02) VALUE SPACES.
001564     05  MT-OPERAND-1        PIC X(16).
001565     05  FILLER              PIC X(01) VALUE SPACE.
001566     05  MT-OPERAND-2        PIC X(16).
001567     05  FILLER              PIC X(02) VALUE SPACES.
001568     05  MT-CURR-FROM        PIC X(03).
001569     05  FILLER              PIC X(01) VALUE "/".
001570     05  MT-CURR-TO          PIC X(03).
001571     05  FILLER              PIC X(13) VALUE "  LAST KEYED ".
001572     05  MT-LAST-DATE        PIC 9(08).
001573     05  FILLER              PIC X(05) VALUE "  ON ".
001574     05  MT-NIGHTS           PIC Z9.
001575     05  FILLER              PIC X(09) VALUE " NIGHT(S)".
001576     05  FILLER              PIC X(28) VALUE SPACES.

001577 01  FPR-NIGHT-LINE.
001578     05  FILLER              PIC X(08) VALUE "  NIGHT ".
001579     05  NL-FILE-DATE        PIC 9(08).
001580     05  FILLER              PIC X(10) VALUE "  MATCHES ".
001581     05  NL-MATCHES          PIC ZZZZZZ9.
001582     05  FILLER              PIC X(04) VALUE " OF ".
001583     05  NL-BATCH            PIC ZZZZZZ9.
001584     05  FILLER              PIC X(02) VALUE SPACES.
001585     05  NL-PCT              PIC ZZ9.
001586     05  FILLER              PIC X(04) VALUE " PCT".
001587     05  FILLER              PIC X(79) VALUE SPACES.

001588 PROCEDURE DIVISION.
001589 0000-MAINLINE.
001590     PERFORM 0150-GEN-RUN-ID THRU 0150-EXIT.
001591     PERFORM 0200-LOAD-EDIT-CONTROL THRU 0200-EXIT.
001592     PERFORM 0250-LOAD-FPRINT-CONTROL THRU 0250-EXIT.
001593     PERFORM 0300-LOAD-DEPT-TABLE THRU 0300-EXIT.
001594     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.
001595     PERFORM 1500-VERIFY-INPUT-HEADER THRU 1500-EXIT.
001596     MOVE "S" TO WS-RUNC-STATUS.
001597     PERFORM 8900-WRITE-RUNC-REC THRU 8900-EXIT.
001598     PERFORM 1600-WRITE-OUTPUT-HEADER THRU 1600-EXIT.
001599     PERFORM 1700-FPRINT-CHECK THRU 1700-EXIT.
001600     PERFORM 2000-RECYCLE-DRIVER THRU 2000-EXIT.
001601     PERFORM 2700-RELEASE-DRIVER THRU 2700-EXIT.
001602     PERFORM 2500-GENERATED-DRIVER THRU 2500-EXIT.
001603     PERFORM 3000-NEW-WORK-DRIVER THRU 3000-EXIT.
001604     PERFORM 3500-VERIFY-INPUT-TRAILER THRU 3500-EXIT.
001605     PERFORM 3600-WRITE-OUTPUT-TRAILER THRU 3600-EXIT.
001606     PERFORM 3700-SAVE-FPRINT-HISTORY THRU 3700-EXIT.

001607     MOVE "C" TO WS-RUNC-STATUS.
001610     PERFORM 8900-WRITE-RUNC-REC THRU 8900-EXIT.
001620     CLOSE EDT-RUNC-FILE.
001622     PERFORM 2750-CLEAR-RELEASE-FILE THRU 2750-EXIT.
001640     DISPLAY WS-READ-COUNT " NEW TRANSACTION(S) READ"
001650     END-DISPLAY.
001660     DISPLAY WS-RECYCLE-COUNT " SUSPENSE TRANSACTION(S) RECYCLED"
001662     END-DISPLAY.
001664     DISPLAY WS-VOID-COUNT " VOIDED SUSPENSE ITEM(S) CLEARED"
001666     END-DISPLAY.
001668     DISPLAY WS-CLEARED-COUNT " CLEARED SUSPENSE ITEM(S) DROPPED"
001670     END-DISPLAY.
001672     DISPLAY WS-SGEN-COUNT " STANDING INSTRUCTION(S) TAKEN IN"
001674     END-DISPLAY.
001676     DISPLAY WS-RELEASE-COUNT " RELEASED APPROVAL(S) TAKEN IN"
001678     END-DISPLAY.
001680     DISPLAY WS-HELD-COUNT " TRANSACTION(S) HELD FOR APPROVAL"
001681     END-DISPLAY.
001682     DISPLAY WS-REPEAT-HELD-COUNT
001683         " TRANSACTION(S) HELD AS A REPEATED BATCH" END-DISPLAY.
001684     DISPLAY WS-FP-MATCH-COUNT
001685         " TRANSACTION(S) ALSO KEYED ON AN EARLIER NIGHT"
001686     END-DISPLAY.
001687     DISPLAY WS-CLEAN-COUNT " TRANSACTION(S) PASSED TO CBLOPER"
001690     END-DISPLAY.
001700     DISPLAY WS-SUSP-COUNT " TRANSACTION(S) SUSPENDED"
001710     END-DISPLAY.

001720     IF WS-SUSP-COUNT > ZERO OR WS-HELD-COUNT > ZERO
001723         OR WS-REPEAT-HELD-COUNT > ZERO
001726         OR WS-FP-MATCH-COUNT > ZERO OR WS-FP-WARNING
001730         MOVE 4 TO RETURN-CODE
001740     END-IF.
001750     GO TO 9999-PROGRAM-END.
002370         GO TO 9999-PROGRAM-END
002380     END-IF.
002390     MOVE HT-FILE-DATE TO WS-IN-FILE-DATE.
002395     PERFORM 0400-LOAD-RATES-IN-FORCE THRU 0400-EXIT.

002400 1500-EXIT.
002410     EXIT.
002740     EXIT.

002750 2200-RECYCLE-TRAN.
002751*    AN ITEM VOIDED ONLINE IS NEVER EDITED OR POSTED.  IT GOES
002752*    BACK TO SUSPENSE ONCE AS CLEARED, FOR THE AGING REPORT,
002753*    AND A CLEARED ITEM IS DROPPED.  NEITHER IS A RECYCLE.
002754     IF SI-ITEM-VOIDED
002755         ADD 1 TO WS-VOID-COUNT
002756         MOVE EDT-SUSIN-RECORD TO EDT-SUSP-RECORD
002757         MOVE "C" TO SUS-ITEM-STATUS
002758         WRITE EDT-SUSP-RECORD
002759         PERFORM 2100-READ-SUSIN THRU 2100-EXIT
002760         GO TO 2200-EXIT
002761     END-IF.
002762     IF SI-ITEM-CLEARED
002763         ADD 1 TO WS-CLEARED-COUNT
002764         PERFORM 2100-READ-SUSIN THRU 2100-EXIT
002765         GO TO 2200-EXIT
002766     END-IF.
002767     ADD 1 TO WS-RECYCLE-COUNT.
002770     MOVE SI-TRAN-IMAGE TO EDT-TRAN-WORK.
002772     MOVE "Y" TO WS-RECYCLING-SW.
002774     IF SI-ENTRY-DATE IS NUMERIC
003030     IF (EW-OPERAND-1 (1:1) = "+" OR EW-OPERAND-1 (1:1) = "-")
003040         AND EW-OPERAND-1 (2:15) IS NUMERIC
003050         ADD EN-OPERAND-1 TO WS-IN-HASH
003051     END-IF.
003052     IF WS-BATCH-HELD
003053         PERFORM 6070-HOLD-REPEAT-BATCH THRU 6070-EXIT
003054         PERFORM 3100-READ-TRNIN THRU 3100-EXIT
003055         GO TO 3200-EXIT
003060     END-IF.
003070     PERFORM 5000-EDIT-TRAN THRU 5000-EXIT.
003080     PERFORM 6000-WRITE-EDITED THRU 6000-EXIT.
003560*  IS CLEAN, OR TO THE FIRST FAILING REASON WHEN IT IS NOT.     *
003570*  THE ZERO-VALUE CHECKS MATCH WHAT CBLOPER'S 6400-DIV-CALC,    *
003580*  6600-PCT-WHAT-CALC AND 6700-PCT-CHANGE-CALC WILL REJECT.     *
003582*  THE DEPARTMENT MUST BE AN ACTIVE CODE ON DEPMAST, THE SAME   *
003584*  RULE EX4 APPLIES TO ITS CATEGORIES.                          *
003586*  A CONVERSION MUST HAVE A RATE IN FORCE ON THE BUSINESS DATE, *
003588*  WHICH CBLOPER'S 6800-CURR-CONV-CALC WOULD OTHERWISE REJECT.  *
003590*****************************************************************
003600 5000-EDIT-TRAN.
003610     MOVE SPACES TO WS-EDIT-REASON.
004090         GO TO 5000-EXIT
004100     END-IF.

004101     IF EN-OPCODE = 8
004102         MOVE EW-CURR-FROM TO WS-RIF-LOOKUP-FROM
004103         MOVE EW-CURR-TO   TO WS-RIF-LOOKUP-TO
004104         PERFORM 0450-FIND-RATE-IN-FORCE THRU 0450-EXIT
004105         IF WS-RIF-FOUND-SUB = ZERO AND NOT WS-RIF-FULL
004106             MOVE "13" TO WS-REASON-CODE
004107             MOVE "NO RATE IN FORCE" TO WS-REASON-TEXT
004108             GO TO 5000-EXIT
004109         END-IF
004110     END-IF.

004111     IF EW-DEPT-CODE = SPACES
004112         MOVE "10" TO WS-REASON-CODE
004113         MOVE "DEPARTMENT CODE MISSING" TO WS-REASON-TEXT
004114         GO TO 5000-EXIT
004115     END-IF.

004116     MOVE EW-DEPT-CODE TO WS-DEPT-LOOKUP.
004117     PERFORM 0350-FIND-DEPT THRU 0350-EXIT.
004118     IF WS-DEPT-FOUND-SUB = ZERO
004119         MOVE "11" TO WS-REASON-CODE
004120         MOVE "DEPARTMENT NOT ON DEPMAST" TO WS-REASON-TEXT
004121         GO TO 5000-EXIT
004122     END-IF.

004123     IF WS-DP-ACTIVE-SW (WS-DEPT-FOUND-SUB) NOT = "A"
004124         MOVE "12" TO WS-REASON-CODE
004125         MOVE "DEPARTMENT IS INACTIVE" TO WS-REASON-TEXT
004126         GO TO 5000-EXIT
004127     END-IF.

004128 5000-EXIT.
004129     EXIT.

004130*****************************************************************
004140*  6000-WRITE-EDITED                                            *
004230         WRITE EDT-TRAN-RECORD
004240     ELSE
004250         ADD 1 TO WS-SUSP-COUNT
004255         MOVE SPACES TO EDT-SUSP-RECORD
004260         MOVE EDT-TRAN-WORK TO SUS-TRAN-IMAGE
004270         MOVE WS-REASON-CODE TO SUS-REASON-CODE
004280         MOVE WS-REASON-TEXT TO SUS-REASON-TEXT
005880*  OVER THE APPROVAL LIMIT IS WRITTEN TO THE PENDING-APPROVAL  *
005890*  FILE FOR A SUPERVISOR INSTEAD OF PASSING TO CBLTRAN.  A     *
005900*  RELEASED ITEM COMING BACK THROUGH CBLRELIN WAS ALREADY      *
005910*  APPROVED AND IS NEVER HELD A SECOND TIME - UNLESS IT WAS     *
005913*  HELD AS PART OF A REPEATED BATCH, WHICH NEVER MET THE        *
005916*  LIMIT TEST.                                                  *
005920*****************************************************************
005930 6050-TEST-APPROVAL-HOLD.
005940     MOVE "N" TO WS-HELD-SW.
005950     IF WS-RELEASING AND NOT WS-RELEASED-REPEAT
005960         GO TO 6050-EXIT
005970     END-IF.

006100     MOVE EDT-TRAN-WORK TO PA-TRAN-IMAGE.
006110     MOVE WS-TRAN-ENTRY-DATE TO PA-ENTRY-DATE.
006120     SET PA-STATUS-PENDING TO TRUE.
006123     SET PA-HOLD-LIMIT TO TRUE.
006126     MOVE ZERO TO PA-REPEAT-OF-DATE.
006130     WRITE CBL-PEND-RECORD.

006140 6050-EXIT.
006200*  SUSPENSE RECYCLE COMES IN.  THE FILE IS OPTIONAL - NO       *
006210*  RELEASES MEANS NOTHING TO TAKE IN.  EACH RELEASED IMAGE     *
006220*  STILL GOES THROUGH THE FIELD EDITS, BUT NOT THE APPROVAL    *
006230*  HOLD - IT WAS ALREADY APPROVED (A REPEATED-BATCH RELEASE     *
006235*  STILL FACES IT, SEE 6050).                                   *
006240*****************************************************************
006250 2700-RELEASE-DRIVER.
006260     OPEN INPUT EDT-RELIN-FILE.

006350     CLOSE EDT-RELIN-FILE.
006360     MOVE "N" TO WS-RELEASING-SW.
006365     MOVE SPACE TO WS-RELEASE-REASON.

006370 2700-EXIT.
006380     EXIT.
006470     ADD 1 TO WS-RELEASE-COUNT.
006480     MOVE RL-TRAN-IMAGE TO EDT-TRAN-WORK.
006490     MOVE "Y" TO WS-RELEASING-SW.
006495     MOVE RL-HOLD-REASON TO WS-RELEASE-REASON.
006500     MOVE "N" TO WS-RECYCLING-SW.
006510     IF RL-ENTRY-DATE IS NUMERIC AND RL-ENTRY-DATE NOT = ZERO
006520         MOVE RL-ENTRY-DATE TO WS-TRAN-ENTRY-DATE

006600 2720-EXIT.
006610     EXIT.

006620*****************************************************************
006630*  0300-LOAD-DEPT-TABLE                                         *
006640*  LOADS THE DEPARTMENT MASTER TO THE TABLE.  WITHOUT IT NO     *
006650*  DEPARTMENT CODE CAN BE EDITED, SO THE STEP FAILS BEFORE ANY  *
006660*  FILE IS OPENED RATHER THAN SUSPEND THE WHOLE NIGHT'S WORK.   *
006670*****************************************************************
006680 0300-LOAD-DEPT-TABLE.
006690     OPEN INPUT EDT-DEPT-FILE.
006700     IF FS-DEPT-FILE NOT = "00"
006710         DISPLAY "UNABLE TO OPEN DEPMAST, STATUS "
006720             FS-DEPT-FILE END-DISPLAY
006730         MOVE 16 TO RETURN-CODE
006740         GO TO 9999-PROGRAM-END
006750     END-IF.

006760     PERFORM 0310-READ-DEPT-REC THRU 0310-EXIT
006770         UNTIL WS-DEPT-EOF.
006780     CLOSE EDT-DEPT-FILE.

006790 0300-EXIT.
006800     EXIT.

006810 0310-READ-DEPT-REC.
006820     READ EDT-DEPT-FILE
006830         AT END
006840             MOVE "Y" TO WS-DEPT-EOF-SW
006850         NOT AT END
006860             IF WS-DEPT-COUNT >= WS-DEPT-MAX
006870                 DISPLAY "DEPMAST EXCEEDS 50 DEPARTMENTS - "
006880                     "EXTRA RECORDS NOT LOADED" END-DISPLAY
006890                 MOVE "Y" TO WS-DEPT-EOF-SW
006900             ELSE
006910                 ADD 1 TO WS-DEPT-COUNT
006920                 MOVE DM-DEPT-CODE
006930                     TO WS-DP-CODE (WS-DEPT-COUNT)
006940                 MOVE DM-DEPT-NAME
006950                     TO WS-DP-NAME (WS-DEPT-COUNT)
006960                 MOVE DM-ACTIVE-SW
006970                     TO WS-DP-ACTIVE-SW (WS-DEPT-COUNT)
006980             END-IF
006990     END-READ.

007000 0310-EXIT.
007010     EXIT.

007020*FINDS WS-DEPT-LOOKUP IN THE DEPARTMENT TABLE, LEAVING ITS
007030*SUBSCRIPT IN WS-DEPT-FOUND-SUB (ZERO = NOT ON THE MASTER).
007040 0350-FIND-DEPT.
007050     MOVE ZERO TO WS-DEPT-FOUND-SUB.
007060     PERFORM 0360-TEST-DEPT-ENTRY THRU 0360-EXIT
007070         VARYING WS-DEPT-SUB FROM 1 BY 1
007080         UNTIL WS-DEPT-FOUND-SUB > ZERO
007090             OR WS-DEPT-SUB > WS-DEPT-COUNT.

007100 0350-EXIT.
007110     EXIT.

007120 0360-TEST-DEPT-ENTRY.
007130     IF WS-DP-CODE (WS-DEPT-SUB) = WS-DEPT-LOOKUP
007140         MOVE WS-DEPT-SUB TO WS-DEPT-FOUND-SUB
007150     END-IF.

007160 0360-EXIT.
007170     EXIT.

007180*****************************************************************
007190*  0400-LOAD-RATES-IN-FORCE                                     *
007200*  ONE PASS OF CBLRATE KEEPING, FOR EACH PAIR, THE ROW WITH THE *
007210*  LATEST EFFECTIVE DATE ON OR BEFORE THE CBLTRNIN FILE DATE    *
007220*  (THE LATER OF TWO ROWS WITH THE SAME DATE WINS, AS IN        *
007230*  CBLOPER).  WITHOUT THE RATE FILE NO CONVERSION CAN BE        *
007240*  EDITED, SO THE STEP FAILS THE WAY A MISSING HEADER DOES.     *
007250*****************************************************************
007260 0400-LOAD-RATES-IN-FORCE.
007270     OPEN INPUT EDT-RATE-FILE.
007280     IF FS-RATE-FILE NOT = "00"
007290         DISPLAY "UNABLE TO OPEN CBLRATE, STATUS "
007300             FS-RATE-FILE END-DISPLAY
007310         PERFORM 8950-REGISTER-RUN-FAILED THRU 8950-EXIT
007320         PERFORM 9000-CLOSE-FILES THRU 9000-EXIT
007330         MOVE 16 TO RETURN-CODE
007340         GO TO 9999-PROGRAM-END
007350     END-IF.

007360     PERFORM 0410-LOAD-RATE-ROW THRU 0410-EXIT
007370         UNTIL WS-RATE-EOF.
007380     CLOSE EDT-RATE-FILE.

007390     IF WS-RIF-FULL
007400         DISPLAY "CBLRATE HAS MORE THAN 2000 PAIRS - PAIRS NOT "
007410             "HELD ARE LEFT TO CBLOPER" END-DISPLAY
007420     END-IF.

007430 0400-EXIT.
007440     EXIT.

007450 0410-LOAD-RATE-ROW.
007460     READ EDT-RATE-FILE
007470         AT END
007480             MOVE "Y" TO WS-RATE-EOF-SW
007490     END-READ.
007500     IF WS-RATE-EOF
007510         GO TO 0410-EXIT
007520     END-IF.
007530     IF RT-EFF-DATE IS NOT NUMERIC
007540         OR RT-EFF-DATE > WS-IN-FILE-DATE
007550         GO TO 0410-EXIT
007560     END-IF.

007570     MOVE RT-CURR-FROM TO WS-RIF-LOOKUP-FROM.
007580     MOVE RT-CURR-TO   TO WS-RIF-LOOKUP-TO.
007590     PERFORM 0450-FIND-RATE-IN-FORCE THRU 0450-EXIT.
007600     IF WS-RIF-FOUND-SUB > ZERO
007610         IF RT-EFF-DATE >= WS-RIF-EFF-DATE (WS-RIF-FOUND-SUB)
007620             MOVE RT-EFF-DATE
007630                 TO WS-RIF-EFF-DATE (WS-RIF-FOUND-SUB)
007640         END-IF
007650         GO TO 0410-EXIT
007660     END-IF.

007670     IF WS-RIF-COUNT >= WS-RIF-MAX
007680         MOVE "Y" TO WS-RIF-FULL-SW
007690         GO TO 0410-EXIT
007700     END-IF.
007710     ADD 1 TO WS-RIF-COUNT.
007720     MOVE RT-CURR-FROM TO WS-RIF-CURR-FROM (WS-RIF-COUNT).
007730     MOVE RT-CURR-TO   TO WS-RIF-CURR-TO (WS-RIF-COUNT).
007740     MOVE RT-EFF-DATE  TO WS-RIF-EFF-DATE (WS-RIF-COUNT).

007750 0410-EXIT.
007760     EXIT.

007770*FINDS THE LOOKUP PAIR IN THE RATES-IN-FORCE TABLE, LEAVING ITS
007780*SUBSCRIPT IN WS-RIF-FOUND-SUB (ZERO = NO RATE IN FORCE HELD).
007790 0450-FIND-RATE-IN-FORCE.
007800     MOVE ZERO TO WS-RIF-FOUND-SUB.
007810     PERFORM 0460-TEST-RATE-ENTRY THRU 0460-EXIT
007820         VARYING WS-RIF-SUB FROM 1 BY 1
007830         UNTIL WS-RIF-FOUND-SUB > ZERO
007840             OR WS-RIF-SUB > WS-RIF-COUNT.

007850 0450-EXIT.
007860     EXIT.

007870 0460-TEST-RATE-ENTRY.
007880     IF WS-RIF-CURR-FROM (WS-RIF-SUB) = WS-RIF-LOOKUP-FROM
007890         AND WS-RIF-CURR-TO (WS-RIF-SUB) = WS-RIF-LOOKUP-TO
007900         MOVE WS-RIF-SUB TO WS-RIF-FOUND-SUB
007910     END-IF.

007920 0460-EXIT.
007930     EXIT.

007940*****************************************************************
007950*  0250-LOAD-FPRINT-CONTROL                                     *
007960*  LOADS THE REPEAT-KEYING CHECK SETTINGS FROM THE FPCTL CARD - *
007970*  COLS 1-2 THE NUMBER OF EARLIER BUSINESS DAYS TO COMPARE      *
007980*  AGAINST (01-30) AND COLS 3-4 THE PERCENTAGE OF THE BATCH     *
007990*  THAT MUST REPEAT ONE EARLIER NIGHT BEFORE THE WHOLE BATCH IS *
008000*  HELD (01-99).  A MISSING CARD OR A FIELD OUT OF RANGE LEAVES *
008010*  THE WIRED-IN 5 DAYS AND 50 PERCENT.  EX4 READS THE SAME CARD.*
008020*****************************************************************
008030 0250-LOAD-FPRINT-CONTROL.
008040     OPEN INPUT EDT-FPCTL-FILE.
008050     IF FS-FPCTL-FILE NOT = "00"
008060         DISPLAY "FPCTL NOT AVAILABLE, USING DEFAULT REPEAT-"
008070             "KEYING SETTINGS" END-DISPLAY
008080         GO TO 0250-EXIT
008090     END-IF.

008100     READ EDT-FPCTL-FILE
008110         AT END
008120             DISPLAY "FPCTL EMPTY, USING DEFAULT REPEAT-KEYING "
008130                 "SETTINGS" END-DISPLAY
008140     END-READ.

008150     IF FS-FPCTL-FILE = "00"
008160         IF FC-HIST-DAYS IS NUMERIC
008170             AND FC-HIST-DAYS > ZERO AND FC-HIST-DAYS NOT > 30
008180             MOVE FC-HIST-DAYS TO WS-FP-DAYS
008190         END-IF
008200         IF FC-HOLD-PCT IS NUMERIC AND FC-HOLD-PCT > ZERO
008210             MOVE FC-HOLD-PCT TO WS-FP-HOLD-PCT
008220         END-IF
008230     END-IF.

008240     CLOSE EDT-FPCTL-FILE.

008250 0250-EXIT.
008260     EXIT.

008270*****************************************************************
008280*  1700-FPRINT-CHECK                                            *
008290*  COMPARES TONIGHT'S HAND-KEYED CBLTRNIN RECORDS AGAINST THE   *
008300*  FINGERPRINTS OF THE LAST FEW NIGHTS BEFORE ANY IS EDITED, SO *
008310*  A PAPER BATCH KEYED AGAIN UNDER A NEW FILE DATE CAN BE HELD  *
008320*  WHOLE INSTEAD OF POSTING.  A PRE-PASS READS THE FILE         *
008330*  THROUGH, LISTS EVERY RECORD ALSO KEYED ON AN EARLIER NIGHT   *
008340*  ON THE EDTFPRT WARNING REPORT, AND COUNTS THE MATCHES NIGHT  *
008350*  BY NIGHT; THE FILE IS THEN REOPENED AND POSITIONED PAST ITS  *
008360*  HEADER FOR THE EDIT.  THE SUSPENSE RECYCLE, THE RELEASES,    *
008370*  AND THE GENERATED STANDING INSTRUCTIONS ARE NOT KEYED        *
008380*  TONIGHT AND ARE NOT CHECKED.                                 *
008390*****************************************************************
008400 1700-FPRINT-CHECK.
008410     OPEN OUTPUT EDT-FPRPT-FILE.
008420     IF FS-FPRPT-FILE NOT = "00"
008430         DISPLAY "UNABLE TO OPEN EDTFPRT, STATUS "
008440             FS-FPRPT-FILE END-DISPLAY
008450         PERFORM 8950-REGISTER-RUN-FAILED THRU 8950-EXIT
008460         PERFORM 9000-CLOSE-FILES THRU 9000-EXIT
008470         MOVE 16 TO RETURN-CODE
008480         GO TO 9999-PROGRAM-END
008490     END-IF.

008500     MOVE WS-IN-FILE-DATE TO FH-FILE-DATE.
008510     MOVE WS-FP-DAYS      TO FH-DAYS.
008520     MOVE WS-FP-HOLD-PCT  TO FH-HOLD-PCT.
008530     WRITE EDT-FPRPT-RECORD FROM FPR-HDG-1.

008540     PERFORM 1710-LOAD-FPRINT-HISTORY THRU 1710-EXIT.
008550     MOVE WS-FPH-COUNT TO WS-FPH-PRIOR.
008560     IF WS-FPN-COUNT = ZERO
008570         MOVE "NO EARLIER NIGHT ON CBLTRFP TO COMPARE AGAINST"
008580             TO FM-TEXT
008590         WRITE EDT-FPRPT-RECORD FROM FPR-MSG-LINE
008600     END-IF.

008610     MOVE "RECORDS ALSO KEYED ON AN EARLIER NIGHT:" TO FM-TEXT.
008620     WRITE EDT-FPRPT-RECORD FROM FPR-MSG-LINE.
008630     PERFORM 3100-READ-TRNIN THRU 3100-EXIT.
008640     PERFORM 1730-PREPASS-TRAN THRU 1730-EXIT
008650         UNTIL WS-TRNIN-EOF OR WS-TRL-SEEN.

008660     PERFORM 1760-DECIDE-BATCH-HOLD THRU 1760-EXIT.
008670     CLOSE EDT-FPRPT-FILE.

008680*    BACK TO THE TOP FOR THE EDIT ITSELF.  THE HEADER WAS ALREADY
008690*    VERIFIED, SO READING IT AGAIN ONLY RESTORES THE POSITION.
008700     CLOSE EDT-TRNIN-FILE.
008710     MOVE "N" TO WS-TRNIN-EOF-SW.
008720     MOVE "N" TO WS-TRL-SEEN-SW.
008730     OPEN INPUT EDT-TRNIN-FILE.
008740     IF FS-TRNIN-FILE NOT = "00"
008750         DISPLAY "UNABLE TO REOPEN CBLTRNIN, STATUS "
008760             FS-TRNIN-FILE END-DISPLAY
008770         PERFORM 8950-REGISTER-RUN-FAILED THRU 8950-EXIT
008780         PERFORM 9000-CLOSE-FILES THRU 9000-EXIT
008790         MOVE 16 TO RETURN-CODE
008800         GO TO 9999-PROGRAM-END
008810     END-IF.
008820     PERFORM 3100-READ-TRNIN THRU 3100-EXIT.

008830 1700-EXIT.
008840     EXIT.

008850*****************************************************************
008860*  1710-LOAD-FPRINT-HISTORY                                     *
008870*  TWO PASSES OF CBLTRFP.  THE FIRST PICKS THE MOST RECENT      *
008880*  EARLIER FILE DATES, UP TO THE FPCTL DAY COUNT (ONLY A        *
008890*  BUSINESS DAY HAS A FILE DATE); THE SECOND LOADS THEIR        *
008900*  FINGERPRINTS.  TONIGHT'S OWN FILE DATE IS PASSED OVER, SO A  *
008910*  RERUN NEVER MATCHES ITSELF.  A MISSING HISTORY JUST MEANS    *
008920*  NOTHING TO COMPARE.  A HISTORY TOO BIG FOR THE TABLE IS      *
008930*  COMPARED AS FAR AS IT LOADED AND IS NOT REWRITTEN SHORT.     *
008940*****************************************************************
008950 1710-LOAD-FPRINT-HISTORY.
008960     OPEN INPUT EDT-FPHIST-FILE.
008970     IF FS-FPHIST-FILE NOT = "00"
008980         DISPLAY "CBLTRFP NOT AVAILABLE, NO EARLIER NIGHTS TO "
008990             "COMPARE" END-DISPLAY
009000         GO TO 1710-EXIT
009010     END-IF.
009020     MOVE "N" TO WS-FPH-EOF-SW.
009030     PERFORM 1715-NOTE-HIST-NIGHT THRU 1715-EXIT
009040         UNTIL WS-FPH-EOF.
009050     CLOSE EDT-FPHIST-FILE.

009060     IF WS-FPN-COUNT = ZERO
009070         GO TO 1710-EXIT
009080     END-IF.
009090     OPEN INPUT EDT-FPHIST-FILE.
009100     MOVE "N" TO WS-FPH-EOF-SW.
009110     PERFORM 1720-LOAD-HIST-PRINT THRU 1720-EXIT
009120         UNTIL WS-FPH-EOF.
009130     CLOSE EDT-FPHIST-FILE.

009140     IF WS-FPH-TRUNCATED
009150         DISPLAY "CBLTRFP EXCEEDS 9999 FINGERPRINTS - COMPARED "
009160             "AS FAR AS LOADED, NOT REWRITTEN" END-DISPLAY
009170         MOVE "Y" TO WS-FP-WARN-SW
009180     END-IF.

009190 1710-EXIT.
009200     EXIT.

009210 1715-NOTE-HIST-NIGHT.
009220     READ EDT-FPHIST-FILE
009230         AT END
009240             MOVE "Y" TO WS-FPH-EOF-SW
009250     END-READ.
009260     IF WS-FPH-EOF
009270         GO TO 1715-EXIT
009280     END-IF.
009290     IF FP-FILE-DATE IS NOT NUMERIC
009300         OR FP-FILE-DATE = WS-IN-FILE-DATE
009310         GO TO 1715-EXIT
009320     END-IF.

009330     MOVE FP-FILE-DATE TO WS-FPN-LOOKUP.
009340     PERFORM 1740-FIND-NIGHT THRU 1740-EXIT.
009350     IF WS-FPN-FOUND-SUB > ZERO
009360         GO TO 1715-EXIT
009370     END-IF.

009380*    A NEW DATE TAKES A FREE SLOT, OR ONCE THE TABLE HOLDS THE
009390*    FULL WINDOW, REPLACES THE OLDEST DATE IF IT IS MORE RECENT.
009400     IF WS-FPN-COUNT < WS-FP-DAYS
009410         ADD 1 TO WS-FPN-COUNT
009420         MOVE WS-FPN-COUNT TO WS-FPN-LOW-SUB
009430     ELSE
009440         PERFORM 1745-FIND-OLDEST-NIGHT THRU 1745-EXIT
009450         IF FP-FILE-DATE NOT > WS-FPN-DATE (WS-FPN-LOW-SUB)
009460             GO TO 1715-EXIT
009470         END-IF
009480     END-IF.
009490     MOVE FP-FILE-DATE TO WS-FPN-DATE (WS-FPN-LOW-SUB).
009500     MOVE ZERO         TO WS-FPN-MATCHES (WS-FPN-LOW-SUB).
009510     MOVE "N"          TO WS-FPN-HIT-SW (WS-FPN-LOW-SUB).
009520     MOVE "Y"          TO WS-FPN-KEEP-SW (WS-FPN-LOW-SUB).

009530 1715-EXIT.
009540     EXIT.

009550 1720-LOAD-HIST-PRINT.
009560     READ EDT-FPHIST-FILE
009570         AT END
009580             MOVE "Y" TO WS-FPH-EOF-SW
009590     END-READ.
009600     IF WS-FPH-EOF
009610         GO TO 1720-EXIT
009620     END-IF.
009630     IF FP-FILE-DATE IS NOT NUMERIC
009640         OR FP-FILE-DATE = WS-IN-FILE-DATE
009650         GO TO 1720-EXIT
009660     END-IF.

009670     MOVE FP-FILE-DATE TO WS-FPN-LOOKUP.
009680     PERFORM 1740-FIND-NIGHT THRU 1740-EXIT.
009690     IF WS-FPN-FOUND-SUB = ZERO
009700         GO TO 1720-EXIT
009710     END-IF.

009720     IF WS-FPH-COUNT >= WS-FPH-MAX
009730         MOVE "Y" TO WS-FPH-TRUNC-SW
009740         MOVE "Y" TO WS-FPH-EOF-SW
009750         GO TO 1720-EXIT
009760     END-IF.
009770     ADD 1 TO WS-FPH-COUNT.
009780     MOVE FP-FILE-DATE     TO WS-FPH-DATE (WS-FPH-COUNT).
009790     MOVE WS-FPN-FOUND-SUB TO WS-FPH-NIGHT (WS-FPH-COUNT).
009800     MOVE FP-FINGERPRINT   TO WS-FPH-PRINT (WS-FPH-COUNT).

009810 1720-EXIT.
009820     EXIT.

009830*****************************************************************
009840*  1730-PREPASS-TRAN                                            *
009850*  FINGERPRINTS ONE HAND-KEYED RECORD, LISTS IT IF AN EARLIER   *
009860*  NIGHT HAD THE SAME ONE, AND ADDS IT TO TONIGHT'S PRINTS.     *
009870*  THE DEPARTMENT CODE IS NOT PART OF THE FINGERPRINT - A       *
009880*  REPEATED SLIP IS STILL THE SAME SLIP CHARGED ELSEWHERE.      *
009890*****************************************************************
009900 1730-PREPASS-TRAN.
009910     IF HT-TRAILER-REC
009920         MOVE "Y" TO WS-TRL-SEEN-SW
009930         GO TO 1730-EXIT
009940     END-IF.

009950     ADD 1 TO WS-FP-REC-NO.
009960     MOVE EDT-TRNIN-RECORD (1:39) TO WS-FP-PRINT.
009970     PERFORM 1750-MATCH-FPRINT THRU 1750-EXIT.
009980     IF WS-FP-NIGHTS-HIT > ZERO
009990         ADD 1 TO WS-FP-MATCH-COUNT
010000         MOVE EDT-TRNIN-RECORD TO EDT-TRAN-WORK
010010         MOVE WS-FP-REC-NO     TO MT-REC-NO
010020         MOVE EW-OPCODE        TO MT-OPCODE
010030         MOVE EW-OPERAND-1     TO MT-OPERAND-1
010040         MOVE EW-OPERAND-2     TO MT-OPERAND-2
010050         MOVE EW-CURR-FROM     TO MT-CURR-FROM
010060         MOVE EW-CURR-TO       TO MT-CURR-TO
010070         MOVE WS-FP-LAST-DATE  TO MT-LAST-DATE
010080         MOVE WS-FP-NIGHTS-HIT TO MT-NIGHTS
010090         WRITE EDT-FPRPT-RECORD FROM FPR-MATCH-LINE
010100     END-IF.

010110     PERFORM 1755-ADD-TONIGHT THRU 1755-EXIT.
010120     PERFORM 3100-READ-TRNIN THRU 3100-EXIT.

010130 1730-EXIT.
010140     EXIT.

010150*FINDS WS-FPN-LOOKUP IN THE NIGHT TABLE, LEAVING ITS SUBSCRIPT
010160*IN WS-FPN-FOUND-SUB (ZERO = NOT ONE OF THE NIGHTS HELD).
010170 1740-FIND-NIGHT.
010180     MOVE ZERO TO WS-FPN-FOUND-SUB.
010190     PERFORM 1742-TEST-NIGHT THRU 1742-EXIT
010200         VARYING WS-FPN-SUB FROM 1 BY 1
010210         UNTIL WS-FPN-FOUND-SUB > ZERO
010220             OR WS-FPN-SUB > WS-FPN-COUNT.

010230 1740-EXIT.
010240     EXIT.

010250 1742-TEST-NIGHT.
010260     IF WS-FPN-DATE (WS-FPN-SUB) = WS-FPN-LOOKUP
010270         MOVE WS-FPN-SUB TO WS-FPN-FOUND-SUB
010280     END-IF.

010290 1742-EXIT.
010300     EXIT.

010310*LEAVES THE SUBSCRIPT OF THE OLDEST NIGHT HELD IN WS-FPN-LOW-SUB.
010320 1745-FIND-OLDEST-NIGHT.
010330     MOVE 1 TO WS-FPN-LOW-SUB.
010340     PERFORM 1747-TEST-OLDEST THRU 1747-EXIT
010350         VARYING WS-FPN-SUB FROM 2 BY 1
010360         UNTIL WS-FPN-SUB > WS-FPN-COUNT.

010370 1745-EXIT.
010380     EXIT.

010390 1747-TEST-OLDEST.
010400     IF WS-FPN-DATE (WS-FPN-SUB) < WS-FPN-DATE (WS-FPN-LOW-SUB)
010410         MOVE WS-FPN-SUB TO WS-FPN-LOW-SUB
010420     END-IF.

010430 1747-EXIT.
010440     EXIT.

010450*****************************************************************
010460*  1750-MATCH-FPRINT                                            *
010470*  SEARCHES THE EARLIER NIGHTS' PRINTS FOR WS-FP-PRINT.  EACH   *
010480*  NIGHT THAT HAD IT COUNTS THE RECORD ONCE, HOWEVER MANY TIMES *
010490*  IT WAS KEYED THAT NIGHT; WS-FP-NIGHTS-HIT AND                *
010500*  WS-FP-LAST-DATE SAY HOW MANY NIGHTS AND THE LATEST OF THEM.  *
010510*****************************************************************
010520 1750-MATCH-FPRINT.
010530     MOVE ZERO TO WS-FP-NIGHTS-HIT.
010540     MOVE ZERO TO WS-FP-LAST-DATE.
010550     PERFORM 1752-CLEAR-NIGHT-HIT THRU 1752-EXIT
010560         VARYING WS-FPN-SUB FROM 1 BY 1
010570         UNTIL WS-FPN-SUB > WS-FPN-COUNT.
010580     PERFORM 1754-TEST-HIST-PRINT THRU 1754-EXIT
010590         VARYING WS-FPH-SUB FROM 1 BY 1
010600         UNTIL WS-FPH-SUB > WS-FPH-PRIOR.

010610 1750-EXIT.
010620     EXIT.

010630 1752-CLEAR-NIGHT-HIT.
010640     MOVE "N" TO WS-FPN-HIT-SW (WS-FPN-SUB).

010650 1752-EXIT.
010660     EXIT.

010670 1754-TEST-HIST-PRINT.
010680     IF WS-FPH-PRINT (WS-FPH-SUB) NOT = WS-FP-PRINT
010690         GO TO 1754-EXIT
010700     END-IF.
010710     MOVE WS-FPH-NIGHT (WS-FPH-SUB) TO WS-FPN-SUB.
010720     IF WS-FPN-HIT-SW (WS-FPN-SUB) = "Y"
010730         GO TO 1754-EXIT
010740     END-IF.
010750     MOVE "Y" TO WS-FPN-HIT-SW (WS-FPN-SUB).
010760     ADD 1 TO WS-FPN-MATCHES (WS-FPN-SUB).
010770     ADD 1 TO WS-FP-NIGHTS-HIT.
010780     IF WS-FPN-DATE (WS-FPN-SUB) > WS-FP-LAST-DATE
010790         MOVE WS-FPN-DATE (WS-FPN-SUB) TO WS-FP-LAST-DATE
010800     END-IF.

010810 1754-EXIT.
010820     EXIT.

010830 1755-ADD-TONIGHT.
010840     IF WS-FPH-COUNT >= WS-FPH-MAX
010850         IF NOT WS-FPH-FULL
010860             DISPLAY "FINGERPRINT TABLE FULL - THE REST OF "
010870                 "TONIGHT'S CBLTRNIN IS CHECKED BUT NOT KEPT"
010880                 END-DISPLAY
010890             MOVE "Y" TO WS-FPH-FULL-SW
010900             MOVE "Y" TO WS-FP-WARN-SW
010910         END-IF
010920         GO TO 1755-EXIT
010930     END-IF.
010940     ADD 1 TO WS-FPH-COUNT.
010950     MOVE WS-IN-FILE-DATE TO WS-FPH-DATE (WS-FPH-COUNT).
010960     MOVE ZERO            TO WS-FPH-NIGHT (WS-FPH-COUNT).
010970     MOVE WS-FP-PRINT     TO WS-FPH-PRINT (WS-FPH-COUNT).

010980 1755-EXIT.
010990     EXIT.

011000*****************************************************************
011010*  1760-DECIDE-BATCH-HOLD                                       *
011020*  PRINTS THE MATCHES NIGHT BY NIGHT.  THE NIGHT TONIGHT'S      *
011030*  BATCH REPEATS MOST IS THE ONE THAT COUNTS - WHEN ITS SHARE   *
011040*  OF TONIGHT'S RECORDS IS OVER THE FPCTL PERCENTAGE, THE WHOLE *
011050*  BATCH IS HELD FOR THE SUPERVISOR.  BELOW IT, THE RECORDS     *
011060*  LISTED ARE WARNINGS ONLY AND THE BATCH IS EDITED AS USUAL.   *
011070*****************************************************************
011080 1760-DECIDE-BATCH-HOLD.
011090     IF WS-FP-MATCH-COUNT = ZERO
011100         MOVE "  NONE" TO FM-TEXT
011110         WRITE EDT-FPRPT-RECORD FROM FPR-MSG-LINE
011120         GO TO 1760-EXIT
011130     END-IF.

011140     MOVE "MATCHES BY EARLIER NIGHT:" TO FM-TEXT.
011150     WRITE EDT-FPRPT-RECORD FROM FPR-MSG-LINE.
011160     MOVE ZERO TO WS-FP-BEST-SUB.
011170     PERFORM 1765-PRINT-NIGHT THRU 1765-EXIT
011180         VARYING WS-FPN-SUB FROM 1 BY 1
011190         UNTIL WS-FPN-SUB > WS-FPN-COUNT.

011200     MOVE WS-FPN-DATE (WS-FP-BEST-SUB) TO WS-FP-BEST-DATE.
011210     COMPUTE WS-FP-TEST-LEFT =
011220         WS-FPN-MATCHES (WS-FP-BEST-SUB) * 100
011230     END-COMPUTE.
011240     COMPUTE WS-FP-TEST-RIGHT = WS-FP-HOLD-PCT * WS-FP-REC-NO
011250     END-COMPUTE.
011260     MOVE WS-FP-HOLD-PCT TO WS-FP-PCT-EDIT.
011270     MOVE SPACES TO FM-TEXT.
011280     IF WS-FP-TEST-LEFT > WS-FP-TEST-RIGHT
011290         MOVE "Y" TO WS-BATCH-HOLD-SW
011300         STRING "BATCH HELD ON CBLPEND FOR SUPERVISOR "
011310             "CONFIRMATION - IT REPEATS THE BATCH KEYED FOR "
011320             WS-FP-BEST-DATE
011330             DELIMITED BY SIZE INTO FM-TEXT
011340         DISPLAY "CBLTRNIN REPEATS THE BATCH KEYED FOR "
011350             WS-FP-BEST-DATE " - HELD FOR SUPERVISOR "
011360             "CONFIRMATION (CBLAPRV)" END-DISPLAY
011370     ELSE
011380         STRING "BATCH NOT HELD - NO EARLIER NIGHT IS REPEATED "
011390             "OVER " WS-FP-PCT-EDIT " PCT; RECORDS ABOVE ARE "
011400             "FOR REVIEW"
011410             DELIMITED BY SIZE INTO FM-TEXT
011420     END-IF.
011430     WRITE EDT-FPRPT-RECORD FROM FPR-MSG-LINE.

011440 1760-EXIT.
011450     EXIT.

011460 1765-PRINT-NIGHT.
011470     IF WS-FPN-MATCHES (WS-FPN-SUB) = ZERO
011480         GO TO 1765-EXIT
011490     END-IF.
011500     IF WS-FP-BEST-SUB = ZERO
011510         MOVE WS-FPN-SUB TO WS-FP-BEST-SUB
011520     END-IF.
011530     IF WS-FPN-MATCHES (WS-FPN-SUB)
011540         > WS-FPN-MATCHES (WS-FP-BEST-SUB)
011550         MOVE WS-FPN-SUB TO WS-FP-BEST-SUB
011560     END-IF.

011570     MOVE WS-FPN-DATE (WS-FPN-SUB)    TO NL-FILE-DATE.
011580     MOVE WS-FPN-MATCHES (WS-FPN-SUB) TO NL-MATCHES.
011590     MOVE WS-FP-REC-NO                TO NL-BATCH.
011600     COMPUTE NL-PCT ROUNDED =
011610         WS-FPN-MATCHES (WS-FPN-SUB) * 100 / WS-FP-REC-NO
011620     END-COMPUTE.
011630     WRITE EDT-FPRPT-RECORD FROM FPR-NIGHT-LINE.

011640 1765-EXIT.
011650     EXIT.

011660*****************************************************************
011670*  3700-SAVE-FPRINT-HISTORY                                     *
011680*  REWRITES CBLTRFP AS THE EARLIER NIGHTS STILL INSIDE THE      *
011690*  WINDOW PLUS TONIGHT'S PRINTS - HELD OR NOT, THEY WERE KEYED. *
011700*  ONCE THE WINDOW IS FULL THE OLDEST NIGHT DROPS OFF.  ONLY A  *
011710*  CLEAN EDIT GETS HERE, SO A FAILED NIGHT LEAVES THE HISTORY   *
011720*  AS IT WAS.  THE HISTORY IS A SAFETY NET, NOT PART OF THE     *
011730*  POSTING, SO A FILE THAT CANNOT BE REWRITTEN ONLY WARNS.      *
011740*****************************************************************
011750 3700-SAVE-FPRINT-HISTORY.
011760     IF WS-FPH-TRUNCATED
011770         GO TO 3700-EXIT
011780     END-IF.
011790     IF WS-FPN-COUNT > ZERO AND WS-FPN-COUNT >= WS-FP-DAYS
011800         PERFORM 1745-FIND-OLDEST-NIGHT THRU 1745-EXIT
011810         MOVE "N" TO WS-FPN-KEEP-SW (WS-FPN-LOW-SUB)
011820     END-IF.

011830     OPEN OUTPUT EDT-FPHIST-FILE.
011840     IF FS-FPHIST-FILE NOT = "00"
011850         DISPLAY "UNABLE TO REWRITE CBLTRFP, STATUS "
011860             FS-FPHIST-FILE " - TONIGHT IS NOT KEPT FOR THE "
011870             "REPEAT-KEYING CHECK" END-DISPLAY
011880         MOVE "Y" TO WS-FP-WARN-SW
011890         GO TO 3700-EXIT
011900     END-IF.
011910     PERFORM 3710-WRITE-HIST-PRINT THRU 3710-EXIT
011920         VARYING WS-FPH-SUB FROM 1 BY 1
011930         UNTIL WS-FPH-SUB > WS-FPH-COUNT.
011940     CLOSE EDT-FPHIST-FILE.

011950 3700-EXIT.
011960     EXIT.

011970 3710-WRITE-HIST-PRINT.
011980     IF WS-FPH-NIGHT (WS-FPH-SUB) > ZERO
011990         MOVE WS-FPH-NIGHT (WS-FPH-SUB) TO WS-FPN-SUB
012000         IF WS-FPN-KEEP-SW (WS-FPN-SUB) = "N"
012010             GO TO 3710-EXIT
012020         END-IF
012030     END-IF.
012040     MOVE SPACES TO CBL-FPRT-RECORD.
012050     MOVE WS-FPH-DATE (WS-FPH-SUB)  TO FP-FILE-DATE.
012060     MOVE WS-FPH-PRINT (WS-FPH-SUB) TO FP-FINGERPRINT.
012070     WRITE CBL-FPRT-RECORD.

012080 3710-EXIT.
012090     EXIT.

012100*****************************************************************
012110*  6070-HOLD-REPEAT-BATCH                                       *
012120*  EVERY HAND-KEYED RECORD OF A HELD BATCH GOES TO THE PENDING  *
012130*  FILE EXACTLY AS KEYED, UNEDITED, WITH HOLD REASON D AND THE  *
012140*  NIGHT IT REPEATS.  NONE OF IT REACHES CBLTRAN OR SUSPENSE -  *
012150*  A SUSPENDED RECORD WOULD RECYCLE PAST THE HOLD.  A RECORD    *
012160*  THE SUPERVISOR RELEASES COMES BACK THROUGH CBLRELIN AND IS   *
012170*  EDITED THEN, APPROVAL LIMIT INCLUDED.                        *
012180*****************************************************************
012190 6070-HOLD-REPEAT-BATCH.
012200     ADD 1 TO WS-REPEAT-HELD-COUNT.
012210     MOVE SPACES TO CBL-PEND-RECORD.
012220     MOVE EDT-TRNIN-RECORD TO PA-TRAN-IMAGE.
012230     MOVE WS-IN-FILE-DATE  TO PA-ENTRY-DATE.
012240     SET PA-STATUS-PENDING TO TRUE.
012250     SET PA-HOLD-REPEAT-BATCH TO TRUE.
012260     MOVE WS-FP-BEST-DATE  TO PA-REPEAT-OF-DATE.
012270     WRITE CBL-PEND-RECORD.

012280 6070-EXIT.
012290     EXIT.
