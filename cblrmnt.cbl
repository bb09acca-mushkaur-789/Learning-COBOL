000337*                  EFFECTIVE DATE, SO THE FILE GROWS WITH
000338*                  EVERY RATE CHANGE, NOT WITH THE NUMBER OF
000339*                  PAIRS.
000340*  12/12/2026  RH  ADDED MODE F - THE BANK'S DAILY RATE FEED
000341*                  (RATFEED, BANK HEADER AND TRAILER) IS LOADED
000342*                  AS NEW ROWS EFFECTIVE ON THE FEED DATE.  EACH
000343*                  ROW GETS THE SAME EDITS AND CBLRATA AUDIT AS
000344*                  A KEYED ADD, UNDER THE RESERVED FEED ID
000345*                  (RATEFEED).  A RATE THAT MOVES MORE THAN THE
000346*                  RATCTL TOLERANCE FROM THE PAIR'S PREVIOUS
000347*                  RATE IS HELD ON CBLRHLD INSTEAD, AND A
000348*                  SUPERVISOR CONFIRMS OR REJECTS IT FROM NEW
000349*                  MENU CHOICE 4.  THE LOAD REGISTERS IN CBLRUNC
000350*                  /CBLRUNK AND REFUSES A FEED DATE ALREADY
000351*                  APPLIED.
000352*  01/25/2027  RH  DUAL APPROVAL - A KEYED ADD OR CHANGE THAT
000353*                  PASSES ITS EDITS IS NO LONGER APPLIED HERE.
000354*                  IT IS HELD ON THE PENDING-CHANGE FILE
000355*                  (CBLMCHK) WITH ITS BEFORE AND AFTER RATE
000356*                  IMAGES, AUDITED AS PENDING (P), AND TAKES
000357*                  EFFECT ONLY WHEN A DIFFERENT SUPERVISOR
000358*                  APPROVES IT IN THE REFERENCE-CHANGE REVIEW
000359*                  (CBLMCKR), WHICH REWRITES CBLRATE AND AUDITS
000360*                  THE DECISION HERE.  THE FEED LOAD (MODE F)
000361*                  AND THE HELD-FEED-RATE CONFIRM (CHOICE 4)
000362*                  ALREADY HAVE THEIR OWN CONTROLS AND STILL
000363*                  APPLY DIRECTLY.  THE AUDIT LAYOUT MOVED TO
000364*                  COPYBOOK CBLRATA SO THE REVIEW CAN WRITE IT.
000365*  01/29/2027  RH  REVIEW FIXES - THE FEED TRAILER'S COUNT AND
000366*                  RATE TOTAL ARE SAVED WHEN THE TRAILER IS READ
000367*                  AND PROVED FROM THAT COPY; THE PROOF USED TO
000368*                  TEST THE FD AREA AFTER END OF FILE.
000369*****************************************************************
000370 ENVIRONMENT DIVISION.
000371 CONFIGURATION SECTION.
000372 SPECIAL-NAMES.
000380     CLASS VALID-OPID IS "A" THRU "Z"
000390         "0" THRU "9" SPACE.
000400 INPUT-OUTPUT SECTION.
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS FS-CTL-FILE.

000531     SELECT RMT-FEED-FILE    ASSIGN TO "RATFEED"
000532         ORGANIZATION IS LINE SEQUENTIAL
000533         FILE STATUS IS FS-FEED-FILE.

000534     SELECT RMT-HOLD-FILE    ASSIGN TO "CBLRHLD"
000535         ORGANIZATION IS LINE SEQUENTIAL
000536         FILE STATUS IS FS-HOLD-FILE.

000537     SELECT RMT-RUNC-FILE    ASSIGN TO "CBLRUNC"
000538         ORGANIZATION IS LINE SEQUENTIAL
000539         FILE STATUS IS FS-RUNC-FILE.

000540     SELECT RMT-RUNK-FILE    ASSIGN TO "CBLRUNK"
000541         ORGANIZATION IS INDEXED
000542         ACCESS MODE IS DYNAMIC
000543         RECORD KEY IS RK-KEY
000544         FILE STATUS IS FS-RUNK-FILE.

000545     SELECT RMT-MCHK-FILE    ASSIGN TO "CBLMCHK"
000546         ORGANIZATION IS LINE SEQUENTIAL
000547         FILE STATUS IS FS-MCHK-FILE.

000548 DATA DIVISION.
000550 FILE SECTION.
000560 FD  RMT-RATE-FILE
000570     RECORDING MODE IS F.

000640 FD  RMT-AUDT-FILE
000650     RECORDING MODE IS F.
000660 COPY CBLRATA.

000810 FD  RMT-WARN-FILE
000820     RECORDING MODE IS F.
000850     RECORDING MODE IS F.
000860 01  RMT-CTL-RECORD.
000870     05  CTL-STALE-DAYS          PIC 9(03).
000871     05  CTL-TOLERANCE-PCT       PIC 9(03)V99.
000872     05  FILLER                  PIC X(72).

000873*THE BANK'S DAILY RATE FILE.  ITS OWN HEADER (HD - FEED DATE
000874*AND BANK ID) AND TRAILER (TR - RATE RECORD COUNT AND THE SUM
000875*OF THE RATES) BRACKET ONE RT RECORD PER CURRENCY PAIR.
000876 FD  RMT-FEED-FILE
000877     RECORDING MODE IS F.
000878 01  RMT-FEED-RECORD.
000879     05  FD-REC-TYPE             PIC X(02).
000880         88  FD-HEADER-REC           VALUE "HD".
000881         88  FD-RATE-REC             VALUE "RT".
000882         88  FD-TRAILER-REC          VALUE "TR".
000883     05  FILLER                  PIC X(78).
000884 01  RMT-FEED-HDR-RECORD.
000885     05  FILLER                  PIC X(02).
000886     05  FH-FEED-DATE            PIC 9(08).
000887     05  FH-BANK-ID              PIC X(10).
000888     05  FILLER                  PIC X(60).
000889 01  RMT-FEED-RATE-RECORD.
000890     05  FILLER                  PIC X(02).
000891     05  FR-CURR-FROM            PIC X(03).
000892     05  FR-CURR-TO              PIC X(03).
000893     05  FR-RATE                 PIC 9(07)V9(06).
000894     05  FILLER                  PIC X(59).
000895 01  RMT-FEED-TRL-RECORD.
000896     05  FILLER                  PIC X(02).
000897     05  FT-REC-COUNT            PIC 9(07).
000898     05  FT-RATE-TOTAL           PIC 9(11)V9(06).
000899     05  FILLER                  PIC X(54).

000900*FEED RATES HELD FOR A SUPERVISOR BECAUSE THEY MOVED MORE THAN
000901*THE TOLERANCE.  THE DECISION, THE DECIDING OPERATOR, AND THE
000902*DECISION TIME ARE RECORDED ON THE RECORD, WHICH STAYS ON FILE
000903*AS THE HOLD'S HISTORY - THE SAME CONVENTION AS CBLPEND.
000904 FD  RMT-HOLD-FILE
000905     RECORDING MODE IS F.
000906 01  CBL-RATE-HOLD-RECORD.
000907     05  RH-CURR-FROM            PIC X(03).
000908     05  RH-CURR-TO              PIC X(03).
000909     05  RH-EFF-DATE             PIC 9(08).
000910     05  RH-NEW-RATE             PIC 9(07)V9(06).
000911     05  RH-PREV-RATE            PIC 9(07)V9(06).
000912     05  RH-PREV-DATE            PIC 9(08).
000913     05  RH-MOVE-PCT             PIC 9(05)V99.
000914     05  RH-BANK-ID              PIC X(10).
000915     05  RH-STATUS               PIC X(01).
000916         88  RH-STATUS-PENDING       VALUE "P".
000917         88  RH-STATUS-CONFIRMED     VALUE "C".
000918         88  RH-STATUS-REJECTED      VALUE "X".
000919     05  RH-DECIDED-BY           PIC X(08).
000920     05  RH-DECIDED-TIME         PIC X(17).
000921     05  FILLER                  PIC X(09).

000922 FD  RMT-RUNC-FILE
000923     RECORDING MODE IS F.
000924 COPY CBLRUNC.

000925 FD  RMT-RUNK-FILE.
000926 COPY CBLRUNK.

000927 FD  RMT-MCHK-FILE
000928     RECORDING MODE IS F.
000929 COPY CBLMCHK.

000930 WORKING-STORAGE SECTION.
000931 01  FS-RATE-FILE      PIC X(02) VALUE "00".
000932 01  FS-AUDT-FILE      PIC X(02) VALUE "00".
000933 01  FS-WARN-FILE      PIC X(02) VALUE "00".
000934 01  FS-CTL-FILE       PIC X(02) VALUE "00".
000935 01  FS-FEED-FILE      PIC X(02) VALUE "00".
000936 01  FS-HOLD-FILE      PIC X(02) VALUE "00".
000937 01  FS-RUNC-FILE      PIC X(02) VALUE "00".
000938 01  FS-RUNK-FILE      PIC X(02) VALUE "00".
000939 01  FS-MCHK-FILE      PIC X(02) VALUE "00".

000940 01  WS-RUN-MODE-ANS   PIC X VALUE SPACE.
000950     88  WS-MODE-REPORT           VALUE "R" "r".
000960     88  WS-MODE-MAINT            VALUE "M" "m".
000965     88  WS-MODE-FEED             VALUE "F" "f".

000970 01  WS-MENU-CHOICE    PIC 9 VALUE ZERO.
000980 01  WS-RATE-EOF-SW    PIC X VALUE "N".
001040 01  WS-REASON         PIC X(25) VALUE SPACES.
001050 01  WS-APPLIED-COUNT  PIC 9(05) COMP VALUE ZERO.
001060 01  WS-REJECT-COUNT   PIC 9(05) COMP VALUE ZERO.
001065 01  WS-PEND-COUNT     PIC 9(05) COMP VALUE ZERO.

001070*THE WHOLE RATE FILE IS LOADED TO THIS TABLE AT START-UP,
001080*MAINTAINED IN PLACE, AND WRITTEN BACK WHEN ANY ACTION WAS
001110*SO THE FILE GROWS FOR AS LONG AS THE SHOP QUOTES - 2000
001120*ROWS IS YEARS OF HEADROOM, AND A FILE THAT EXCEEDS THE
001130*TABLE ANYWAY REFUSES THE RUN RATHER THAN REWRITE THE FILE
001140*SHORT.  A KEYED ADD OR CHANGE IS HELD FOR APPROVAL AND DOES
001143*NOT TOUCH THE TABLE - ONLY THE FEED AND A CONFIRMED FEED HOLD
001146*APPLY HERE.
001150 01  WS-RATE-MAX       PIC 9(04) COMP VALUE 2000.
001160 01  WS-RATE-COUNT     PIC 9(04) COMP VALUE ZERO.
001170 01  WS-RATE-SUB       PIC 9(04) COMP VALUE ZERO.
001330 01  WS-ENTRY-RATE     PIC 9(07).9(06).
001340 01  WS-RATE-EDIT      PIC Z(06)9.9(06).

001341*A RATE IN CBLRATE RECORD FORM, FOR THE BEFORE AND AFTER IMAGES
001342*OF A CHANGE HELD ON CBLMCHK.
001343 01  WS-RATE-VIEW.
001344     05  RV-CURR-FROM            PIC X(03).
001345     05  RV-CURR-TO              PIC X(03).
001346     05  RV-EFF-DATE             PIC 9(08).
001347     05  RV-RATE                 PIC 9(07)V9(06).
001348     05  FILLER                  PIC X(53).

001350*DATE EDIT WORK AREAS - SAME EDITS RIPMNT'S 5100-EDIT-DATE
001360*APPLIES, WORKING ON THE EFFECTIVE DATE'S PARTS.
001370 01  D-YEAR            PIC 9999 VALUE ZERO.
001750 01  WS-STALE-DAYS     PIC 9(03) VALUE 30.
001760 01  WS-STALE-COUNT    PIC 9(03) COMP VALUE ZERO.

001761*FEED TOLERANCE - A FEED RATE MOVING MORE THAN THIS PERCENTAGE
001762*FROM THE PAIR'S PREVIOUS RATE IS HELD FOR A SUPERVISOR.  A
001763*CARD WITHOUT IT (OR NO RATCTL AT ALL) FALLS BACK TO 5 PERCENT.
001764 01  WS-TOLERANCE-PCT  PIC 9(03)V99 VALUE 5.
001765 01  WS-PREV-RATE      PIC 9(07)V9(06) VALUE ZERO.
001766 01  WS-PREV-DATE      PIC 9(08) VALUE ZERO.
001767 01  WS-MOVE-PCT       PIC S9(05)V99 VALUE ZERO.
001768 01  WS-PCT-EDIT       PIC ZZZZ9.99.

001769*FEED LOAD WORK AREAS.  THE WHOLE FEED IS READ AND ITS
001770*TRAILER PROVED BEFORE A SINGLE RATE IS APPLIED, SO A SHORT
001771*OR DAMAGED FILE LOADS NOTHING.  500 PAIRS IS FAR MORE THAN
001772*THE BANK QUOTES US.
001773 01  WS-FEED-OPERATOR  PIC X(08) VALUE "RATEFEED".
001774 01  WS-FEED-EOF-SW    PIC X VALUE "N".
001775     88  WS-FEED-EOF              VALUE "Y".
001776 01  WS-FEED-BAD-SW    PIC X VALUE "N".
001777     88  WS-FEED-BAD              VALUE "Y".
001778 01  WS-TRL-SEEN-SW    PIC X VALUE "N".
001779     88  WS-TRL-SEEN              VALUE "Y".
001780 01  WS-FEED-REASON    PIC X(40) VALUE SPACES.
001781 01  WS-FEED-DATE      PIC 9(08) VALUE ZERO.
001782 01  WS-FEED-DATE-X REDEFINES WS-FEED-DATE.
001783     05  WS-FEED-YEAR      PIC 9(04).
001784     05  WS-FEED-MONTH     PIC 9(02).
001785     05  WS-FEED-DAY       PIC 9(02).
001786 01  WS-FEED-BANK      PIC X(10) VALUE SPACES.
001787 01  WS-FEED-HASH      PIC 9(11)V9(06) VALUE ZERO.
001788*THE TRAILER'S TOTALS, SAVED WHEN IT IS READ - THE FD AREA IS
001789*NOT DEFINED ONCE THE LOAD HAS READ ON TO END OF FILE.
001790 01  WS-TRL-TOTALS.
001791     05  WS-TRL-REC-COUNT      PIC 9(07).
001792     05  WS-TRL-RATE-TOTAL     PIC 9(11)V9(06).
001793 01  WS-FEED-MAX       PIC 9(04) COMP VALUE 500.
001794 01  WS-FEED-COUNT     PIC 9(04) COMP VALUE ZERO.
001795 01  WS-FEED-SUB       PIC 9(04) COMP VALUE ZERO.
001796 01  WS-FEED-TABLE.
001797     05  WS-FEED-ENTRY OCCURS 500 TIMES.
001798         10  WS-FD-CURR-FROM     PIC X(03).
001799         10  WS-FD-CURR-TO       PIC X(03).
001800         10  WS-FD-RATE          PIC 9(07)V9(06).
001801 01  WS-HELD-COUNT     PIC 9(05) COMP VALUE ZERO.

001802*RUN-CONTROL REGISTRATION FOR THE FEED LOAD.
001803 01  WS-RUN-ID         PIC X(14) VALUE SPACES.
001804 01  WS-RUNC-STATUS    PIC X(01) VALUE SPACE.
001805 01  WS-RUNC-EOF-SW    PIC X VALUE "N".
001806     88  WS-RUNC-EOF              VALUE "Y".
001807 01  WS-DUP-RUN-SW     PIC X VALUE "N".
001808     88  WS-DUP-RUN-FOUND         VALUE "Y".
001809 01  WS-DUP-RUN-ID     PIC X(14) VALUE SPACES.

001810*HELD FEED RATES UNDER SUPERVISOR REVIEW - THE WHOLE CBLRHLD
001811*FILE IS LOADED, DECIDED IN PLACE, AND WRITTEN BACK, THE SAME
001812*WHOLE-FILE PATTERN CBLAPRV USES FOR CBLPEND.  A FILE THAT
001813*EXCEEDS THE TABLE REFUSES THE REVIEW RATHER THAN REWRITE THE
001814*FILE SHORT.
001815 01  WS-HLD-MAX        PIC 9(03) COMP VALUE 500.
001816 01  WS-HLD-COUNT      PIC 9(03) COMP VALUE ZERO.
001817 01  WS-HLD-SUB        PIC 9(03) COMP VALUE ZERO.
001818 01  WS-HLD-PEND-COUNT PIC 9(03) COMP VALUE ZERO.
001819 01  WS-HLD-EOF-SW     PIC X VALUE "N".
001820     88  WS-HLD-EOF               VALUE "Y".
001821 01  WS-HLD-TRUNC-SW   PIC X VALUE "N".
001822     88  WS-HLD-TRUNCATED         VALUE "Y".
001823 01  WS-HLD-CHANGED-SW PIC X VALUE "N".
001824     88  WS-HOLDS-CHANGED         VALUE "Y".
001825 01  WS-HLD-STOP-SW    PIC X VALUE "N".
001826     88  WS-STOP-REVIEW           VALUE "Y".
001827 01  WS-DECIDE-ANS     PIC X VALUE SPACE.
001828 01  WS-DECIDE-STAMP   PIC X(17) VALUE SPACES.
001829 01  WS-HLD-TABLE.
001830     05  WS-HLD-ENTRY OCCURS 500 TIMES
001831                                 PIC X(100).

001832*PER-PAIR NEWEST-DATE TABLE FOR THE STALENESS REPORT.  SIZED
001833*TO THE RATE TABLE - EVERY LOADED ROW COULD IN THEORY BE A
001834*DISTINCT PAIR.
001835 01  WS-PAIR-COUNT     PIC 9(04) COMP VALUE ZERO.
001836 01  WS-PAIR-SUB       PIC 9(04) COMP VALUE ZERO.
001837 01  WS-PAIR-FOUND-SUB PIC 9(04) COMP VALUE ZERO.
001838 01  WS-PAIR-TABLE.
001840     05  WS-PAIR-ENTRY OCCURS 2000 TIMES.
001841         10  WS-PAIR-FROM        PIC X(03).
001842         10  WS-PAIR-TO          PIC X(03).
002160     ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD.
002170     PERFORM 0100-LOAD-CONTROL THRU 0100-EXIT.

002180     DISPLAY "RUN MAINTENANCE, STALENESS REPORT, OR FEED "
002190         "LOAD (M/R/F) ? " END-DISPLAY.
002200     ACCEPT WS-RUN-MODE-ANS END-ACCEPT.

002210*    RUN STANDALONE (NOT CALLED FROM CBLMENU) THERE IS NO
002320                 MOVE "UNKNOWN" TO WS-OPERATOR-ID
002330             END-IF
002340         END-IF
002342     END-IF.
002344     IF WS-MODE-FEED
002346         MOVE WS-FEED-OPERATOR TO WS-OPERATOR-ID
002350     END-IF.

002360     PERFORM 0200-LOAD-RATE-TABLE THRU 0200-EXIT.
002460         GO TO 9999-PROGRAM-END
002470     END-IF.

002471     IF WS-MODE-FEED
002472         PERFORM 3000-LOAD-RATE-FEED THRU 3000-EXIT
002473         CLOSE RMT-AUDT-FILE
002474         DISPLAY WS-APPLIED-COUNT " FEED RATE(S) LOADED, "
002475             WS-HELD-COUNT " HELD, " WS-REJECT-COUNT
002476             " REJECTED" END-DISPLAY
002477         GO TO 9999-PROGRAM-END
002478     END-IF.

002480     PERFORM 1000-INTERACTIVE-DRIVER THRU 1000-EXIT.

002490     IF WS-RATES-CHANGED

002520     CLOSE RMT-AUDT-FILE.
002530     DISPLAY WS-APPLIED-COUNT " ACTION(S) APPLIED, "
002535         WS-PEND-COUNT " HELD FOR APPROVAL, "
002540         WS-REJECT-COUNT " REJECTED" END-DISPLAY.
002550     GO TO 9999-PROGRAM-END.

002590*  0100-LOAD-CONTROL                                             *
002600*  LOADS THE STALENESS THRESHOLD FROM RATCTL.  A MISSING OR     *
002610*  EMPTY CARD LEAVES THE WIRED-IN 30-DAY DEFAULT IN PLACE.      *
002613*  THE FEED TOLERANCE FOLLOWS IT ON THE SAME CARD, WITH A       *
002616*  5 PERCENT DEFAULT WHEN IT IS BLANK OR ZERO.                  *
002620*****************************************************************
002630 0100-LOAD-CONTROL.
002640     OPEN INPUT RMT-CTL-FILE.
002760         IF CTL-STALE-DAYS IS NUMERIC
002770             AND CTL-STALE-DAYS > ZERO
002780             MOVE CTL-STALE-DAYS TO WS-STALE-DAYS
002782         END-IF
002784         IF CTL-TOLERANCE-PCT IS NUMERIC
002786             AND CTL-TOLERANCE-PCT > ZERO
002788             MOVE CTL-TOLERANCE-PCT TO WS-TOLERANCE-PCT
002790         END-IF
002800     END-IF.

003400         PERFORM 7000-STALENESS-REPORT THRU 7000-EXIT
003410     END-IF.

003412     IF WS-MENU-CHOICE = 4
003414         PERFORM 4000-REVIEW-HELD-RATES THRU 4000-EXIT
003416     END-IF.

003420     IF WS-MENU-CHOICE = 0
003430         GO TO 1000-EXIT
003440     ELSE
003510     DISPLAY "1- ADD A RATE" END-DISPLAY.
003520     DISPLAY "2- CHANGE A RATE" END-DISPLAY.
003530     DISPLAY "3- STALENESS WARNING REPORT" END-DISPLAY.
003533     DISPLAY "4- REVIEW HELD FEED RATES (SUPERVISOR)"
003536         END-DISPLAY.
003540     DISPLAY "0- END MAINTENANCE" END-DISPLAY.
003550     DISPLAY "CHOOSE ONE OPTION" END-DISPLAY.
003560     ACCEPT WS-MENU-CHOICE END-ACCEPT.

003570     IF WS-MENU-CHOICE < 0 OR WS-MENU-CHOICE > 4
003580         DISPLAY "CHOICE NOT VALID" END-DISPLAY
003590         PERFORM 1100-DISPLAY-MENU THRU 1100-EXIT
003600     END-IF.
003770         GO TO 1200-EXIT
003780     END-IF.

003782     IF WS-RATE-COUNT >= WS-RATE-MAX
003784         MOVE "RATE TABLE FULL" TO WS-REASON
003786         DISPLAY "RATE TABLE FULL - ADD NOT HELD" END-DISPLAY
003788         PERFORM 6800-AUDIT-REJECT THRU 6800-EXIT
003790         GO TO 1200-EXIT
003792     END-IF.

003794     MOVE ZERO TO WS-OLD-RATE.
003796     PERFORM 6700-HOLD-FOR-APPROVAL THRU 6700-EXIT.

003800 1200-EXIT.
003810     EXIT.
003960         GO TO 1300-EXIT
003970     END-IF.

003975     MOVE WS-RT-RATE (WS-RATE-FOUND-SUB) TO WS-OLD-RATE.
003980     PERFORM 6700-HOLD-FOR-APPROVAL THRU 6700-EXIT.

003990 1300-EXIT.
004000     EXIT.
005750     EXIT.

005760*****************************************************************
005940*  6500-REWRITE-RATE-FILE                                       *
005950*  WRITES THE MAINTAINED TABLE BACK AS THE NEW CBLRATE.  DONE   *
005960*  ONCE AT SESSION END SO A SESSION ABANDONED MID-WAY LEAVES    *
006220 6550-EXIT.
006230     EXIT.

006231*****************************************************************
006232*  6700-HOLD-FOR-APPROVAL                                       *
006233*  A KEYED ADD OR CHANGE THAT PASSED ITS EDITS IS NOT APPLIED   *
006234*  HERE.  ITS BEFORE AND AFTER RATE IMAGES (NO BEFORE IMAGE ON  *
006235*  AN ADD) ARE HELD ON CBLMCHK, KEYED BY PAIR AND EFFECTIVE     *
006236*  DATE, FOR A DIFFERENT SUPERVISOR TO APPROVE IN CBLMCKR, AND  *
006237*  THE HOLD IS AUDITED AS PENDING.  WHEN THE PENDING FILE       *
006238*  CANNOT BE OPENED THE ACTION IS REJECTED INSTEAD.             *
006239*****************************************************************
006240 6700-HOLD-FOR-APPROVAL.
006241     OPEN EXTEND RMT-MCHK-FILE.
006242     IF FS-MCHK-FILE = "35"
006243         OPEN OUTPUT RMT-MCHK-FILE
006244     END-IF.
006245     IF FS-MCHK-FILE NOT = "00"
006246         DISPLAY "UNABLE TO OPEN CBLMCHK, STATUS "
006247             FS-MCHK-FILE " - ACTION NOT HELD" END-DISPLAY
006248         MOVE "PENDING FILE NOT OPEN" TO WS-REASON
006249         PERFORM 6800-AUDIT-REJECT THRU 6800-EXIT
006250         GO TO 6700-EXIT
006251     END-IF.

006252     MOVE SPACES TO CBL-MCHK-RECORD.
006253     SET MC-MASTER-RATE TO TRUE.
006254     MOVE WS-ACTION    TO MC-ACTION.
006255     MOVE SPACES       TO WS-RATE-VIEW.
006256     MOVE WS-CURR-FROM TO RV-CURR-FROM.
006257     MOVE WS-CURR-TO   TO RV-CURR-TO.
006258     MOVE WS-EFF-DATE  TO RV-EFF-DATE.
006259     MOVE WS-RATE-VIEW (1:14) TO MC-KEY.
006260     IF WS-ACTION NOT = "A"
006261         MOVE WS-OLD-RATE  TO RV-RATE
006262         MOVE WS-RATE-VIEW TO MC-OLD-IMAGE
006263     END-IF.
006264     MOVE WS-NEW-RATE  TO RV-RATE.
006265     MOVE WS-RATE-VIEW TO MC-NEW-IMAGE.
006266     MOVE WS-OPERATOR-ID TO MC-MADE-BY.
006267     ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD.
006268     ACCEPT WS-CUR-TIME FROM TIME.
006269     STRING WS-CUR-DATE "-" WS-CUR-TIME
006270         DELIMITED BY SIZE INTO MC-MADE-TIME.
006271     SET MC-STATUS-PENDING TO TRUE.
006272     WRITE CBL-MCHK-RECORD.
006273     CLOSE RMT-MCHK-FILE.

006274     ADD 1 TO WS-PEND-COUNT.
006275     MOVE WS-NEW-RATE TO WS-RATE-EDIT.
006276     DISPLAY WS-CURR-FROM "/" WS-CURR-TO " EFFECTIVE "
006277         WS-EFF-DATE " AT " WS-RATE-EDIT
006278         " HELD FOR APPROVAL BY ANOTHER SUPERVISOR" END-DISPLAY.
006279     SET RA-STATUS-PENDING TO TRUE.
006280     MOVE "HELD FOR APPROVAL" TO WS-REASON.
006281     PERFORM 6950-BUILD-WRITE-AUDIT THRU 6950-EXIT.

006282 6700-EXIT.
006283     EXIT.

006284*****************************************************************
006285*  6800-AUDIT-REJECT / 6900-WRITE-RATE-AUDIT                    *
006286*  ONE CHANGE-AUDIT RECORD PER ACTION - APPLIED, HELD, OR       *
006287*  REJECTED - WITH THE OLD AND NEW RATE IMAGES AND THE          *
006288*  OPERATOR, THE SAME CONVENTION RIPAUDT ESTABLISHED FOR THE    *
006289*  ROSTER.                                                      *
006290*****************************************************************
006300 6800-AUDIT-REJECT.
006310     ADD 1 TO WS-REJECT-COUNT.

007720 7300-EXIT.
007730     EXIT.

007740*****************************************************************
007750*  3000-LOAD-RATE-FEED                                          *
007760*  MODE F.  PROVES THE BANK'S RATE FEED AGAINST ITS OWN         *
007770*  TRAILER, REFUSES A FEED DATE THE REGISTRY ALREADY SHOWS AS   *
007780*  APPLIED (THERE IS NO OVERRIDE - A SECOND LOAD OF THE SAME    *
007790*  FEED CAN ONLY DUPLICATE OR CONTRADICT THE FIRST), THEN ADDS  *
007800*  EACH RATE EFFECTIVE ON THE FEED DATE THROUGH THE SAME EDITS  *
007810*  AND AUDIT A KEYED ADD GETS.  A RATE OUTSIDE THE TOLERANCE    *
007820*  IS HELD ON CBLRHLD FOR A SUPERVISOR INSTEAD.  ENDS RC=16 ON  *
007830*  A BAD FEED, RC=8 ON A FEED ALREADY APPLIED, AND RC=4 WHEN    *
007840*  ANY RATE WAS HELD OR REJECTED.                               *
007850*****************************************************************
007860 3000-LOAD-RATE-FEED.
007870     PERFORM 3050-GEN-RUN-ID THRU 3050-EXIT.
007880     PERFORM 3100-PROVE-FEED THRU 3100-EXIT.
007890     IF WS-FEED-BAD
007900         DISPLAY "RATFEED REFUSED - " WS-FEED-REASON END-DISPLAY
007910         PERFORM 3150-REGISTER-FRESH-FAIL THRU 3150-EXIT
007920         MOVE 16 TO RETURN-CODE
007930         GO TO 3000-EXIT
007940     END-IF.
007950     DISPLAY "RATFEED FROM " WS-FEED-BANK " DATED " WS-FEED-DATE
007960         " - " WS-FEED-COUNT " RATE(S)" END-DISPLAY.

007970     PERFORM 3200-CHECK-RUN-CONTROL THRU 3200-EXIT.
007980     IF WS-FEED-BAD
007990         DISPLAY "RATFEED REFUSED - " WS-FEED-REASON END-DISPLAY
008000         MOVE 16 TO RETURN-CODE
008010         GO TO 3000-EXIT
008020     END-IF.
008030     IF WS-DUP-RUN-FOUND
008040         DISPLAY "RATFEED FOR " WS-FEED-DATE
008050             " WAS ALREADY APPLIED BY RUN " WS-DUP-RUN-ID
008060             END-DISPLAY
008070         DISPLAY "FEED NOT APPLIED AGAIN" END-DISPLAY
008080         MOVE 8 TO RETURN-CODE
008090         GO TO 3000-EXIT
008100     END-IF.

008110     OPEN EXTEND RMT-RUNC-FILE.
008120     IF FS-RUNC-FILE = "35"
008130         OPEN OUTPUT RMT-RUNC-FILE
008140     END-IF.
008150     IF FS-RUNC-FILE NOT = "00"
008160         DISPLAY "UNABLE TO EXTEND CBLRUNC, STATUS "
008170             FS-RUNC-FILE END-DISPLAY
008180         MOVE 16 TO RETURN-CODE
008190         GO TO 3000-EXIT
008200     END-IF.
008210     MOVE "S" TO WS-RUNC-STATUS.
008220     PERFORM 8900-WRITE-RUNC-REC THRU 8900-EXIT.

008230     OPEN EXTEND RMT-HOLD-FILE.
008240     IF FS-HOLD-FILE = "35"
008250         OPEN OUTPUT RMT-HOLD-FILE
008260     END-IF.
008270     IF FS-HOLD-FILE NOT = "00"
008280         DISPLAY "UNABLE TO OPEN CBLRHLD, STATUS "
008290             FS-HOLD-FILE END-DISPLAY
008300         PERFORM 8950-REGISTER-RUN-FAILED THRU 8950-EXIT
008310         MOVE 16 TO RETURN-CODE
008320         GO TO 3000-EXIT
008330     END-IF.

008340     PERFORM 3300-APPLY-FEED-RATE THRU 3300-EXIT
008350         VARYING WS-FEED-SUB FROM 1 BY 1
008360         UNTIL WS-FEED-SUB > WS-FEED-COUNT.
008370     CLOSE RMT-HOLD-FILE.

008380     IF WS-RATES-CHANGED
008390         PERFORM 6500-REWRITE-RATE-FILE THRU 6500-EXIT
008400         IF RETURN-CODE = 16
008410             PERFORM 8950-REGISTER-RUN-FAILED THRU 8950-EXIT
008420             GO TO 3000-EXIT
008430         END-IF
008440     END-IF.

008450     MOVE "C" TO WS-RUNC-STATUS.
008460     PERFORM 8900-WRITE-RUNC-REC THRU 8900-EXIT.
008470     CLOSE RMT-RUNC-FILE.
008480     PERFORM 8850-RECORD-KEYED-RUN THRU 8850-EXIT.

008490     IF WS-HELD-COUNT > ZERO OR WS-REJECT-COUNT > ZERO
008500         MOVE 4 TO RETURN-CODE
008510     END-IF.

008520 3000-EXIT.
008530     EXIT.

008540*****************************************************************
008550*  3050-GEN-RUN-ID                                              *
008560*  BUILDS THE RUN ID (RUN DATE PLUS START TIME) THE SAME WAY    *
008570*  CBLOPER DOES, FOR THE RUN-CONTROL REGISTRY.                  *
008580*****************************************************************
008590 3050-GEN-RUN-ID.
008600     ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD.
008610     ACCEPT WS-CUR-TIME FROM TIME.
008620     STRING WS-CUR-DATE WS-CUR-TIME (1:6)
008630         DELIMITED BY SIZE INTO WS-RUN-ID.

008640 3050-EXIT.
008650     EXIT.

008660*****************************************************************
008670*  3100-PROVE-FEED                                              *
008680*  READS THE WHOLE FEED TO THE FEED TABLE.  THE FIRST RECORD    *
008690*  MUST BE THE BANK'S HEADER WITH A REAL FEED DATE, THE LAST    *
008700*  ITS TRAILER, AND THE TRAILER'S COUNT AND RATE TOTAL MUST     *
008710*  AGREE WITH THE RATE RECORDS READ.  ANY FAILURE SETS THE BAD  *
008720*  FEED SWITCH AND REASON, AND NOTHING IS APPLIED.              *
008730*****************************************************************
008740 3100-PROVE-FEED.
008750     OPEN INPUT RMT-FEED-FILE.
008760     IF FS-FEED-FILE NOT = "00"
008770         MOVE "Y" TO WS-FEED-BAD-SW
008780         MOVE "RATFEED NOT AVAILABLE" TO WS-FEED-REASON
008790         GO TO 3100-EXIT
008800     END-IF.

008810     PERFORM 3120-READ-FEED THRU 3120-EXIT.
008820     IF WS-FEED-EOF OR NOT FD-HEADER-REC
008830         MOVE "Y" TO WS-FEED-BAD-SW
008840         MOVE "NO BANK HEADER RECORD" TO WS-FEED-REASON
008850         CLOSE RMT-FEED-FILE
008860         GO TO 3100-EXIT
008870     END-IF.
008880     MOVE FH-BANK-ID TO WS-FEED-BANK.
008890     IF FH-FEED-DATE IS NOT NUMERIC
008900         MOVE "Y" TO WS-FEED-BAD-SW
008910         MOVE "FEED DATE NOT NUMERIC" TO WS-FEED-REASON
008920         CLOSE RMT-FEED-FILE
008930         GO TO 3100-EXIT
008940     END-IF.
008950     MOVE FH-FEED-DATE TO WS-FEED-DATE.
008960     MOVE WS-FEED-YEAR  TO D-YEAR.
008970     MOVE WS-FEED-MONTH TO D-MONTH.
008980     MOVE WS-FEED-DAY   TO D-DAY.
008990     PERFORM 5100-EDIT-DATE THRU 5100-EXIT.
009000     IF NOT WS-DATE-OK
009010         MOVE "Y" TO WS-FEED-BAD-SW
009020         STRING "FEED DATE - " WS-REASON
009030             DELIMITED BY SIZE INTO WS-FEED-REASON
009040         CLOSE RMT-FEED-FILE
009050         GO TO 3100-EXIT
009060     END-IF.

009070     PERFORM 3130-LOAD-FEED-REC THRU 3130-EXIT
009080         UNTIL WS-FEED-EOF OR WS-FEED-BAD.
009090     CLOSE RMT-FEED-FILE.
009100     IF WS-FEED-BAD
009110         GO TO 3100-EXIT
009120     END-IF.

009130     IF NOT WS-TRL-SEEN
009140         MOVE "Y" TO WS-FEED-BAD-SW
009150         MOVE "NO BANK TRAILER RECORD" TO WS-FEED-REASON
009160         GO TO 3100-EXIT
009170     END-IF.
009180     IF WS-TRL-REC-COUNT IS NOT NUMERIC
009190         OR WS-TRL-RATE-TOTAL IS NOT NUMERIC
009200         MOVE "Y" TO WS-FEED-BAD-SW
009210         MOVE "TRAILER TOTALS NOT NUMERIC" TO WS-FEED-REASON
009220         GO TO 3100-EXIT
009230     END-IF.
009240     IF WS-TRL-REC-COUNT NOT = WS-FEED-COUNT
009250         MOVE "Y" TO WS-FEED-BAD-SW
009260         MOVE "TRAILER COUNT DOES NOT AGREE" TO WS-FEED-REASON
009270         GO TO 3100-EXIT
009280     END-IF.
009290     IF WS-TRL-RATE-TOTAL NOT = WS-FEED-HASH
009300         MOVE "Y" TO WS-FEED-BAD-SW
009310         MOVE "TRAILER RATE TOTAL DOES NOT AGREE"
009320             TO WS-FEED-REASON
009330     END-IF.

009340 3100-EXIT.
009350     EXIT.

009360 3120-READ-FEED.
009370     READ RMT-FEED-FILE
009380         AT END
009390             MOVE "Y" TO WS-FEED-EOF-SW
009400     END-READ.

009410 3120-EXIT.
009420     EXIT.

009430*THE TRAILER MUST BE THE LAST RECORD - ANYTHING AFTER IT, OR A
009440*RECORD OF A TYPE THE BANK DOES NOT SEND, FAILS THE FEED.
009450 3130-LOAD-FEED-REC.
009460     PERFORM 3120-READ-FEED THRU 3120-EXIT.
009470     IF WS-FEED-EOF
009480         GO TO 3130-EXIT
009490     END-IF.
009500     IF WS-TRL-SEEN
009510         MOVE "Y" TO WS-FEED-BAD-SW
009520         MOVE "RECORDS FOLLOW THE TRAILER" TO WS-FEED-REASON
009530         GO TO 3130-EXIT
009540     END-IF.
009550     IF FD-TRAILER-REC
009560         MOVE "Y" TO WS-TRL-SEEN-SW
009570         MOVE RMT-FEED-TRL-RECORD (3:24) TO WS-TRL-TOTALS
009580         GO TO 3130-EXIT
009590     END-IF.
009600     IF NOT FD-RATE-REC
009610         MOVE "Y" TO WS-FEED-BAD-SW
009620         MOVE "UNKNOWN FEED RECORD TYPE" TO WS-FEED-REASON
009630         GO TO 3130-EXIT
009640     END-IF.
009650     IF WS-FEED-COUNT >= WS-FEED-MAX
009660         MOVE "Y" TO WS-FEED-BAD-SW
009670         MOVE "FEED EXCEEDS 500 RATES" TO WS-FEED-REASON
009680         GO TO 3130-EXIT
009690     END-IF.

009700*    A NON-NUMERIC RATE STILL COUNTS TOWARD THE TRAILER BUT
009710*    CANNOT BE ADDED TO THE TOTAL - IT IS CARRIED AS ZERO AND
009720*    THE RATE EDIT REJECTS IT WHEN IT IS APPLIED.
009730     ADD 1 TO WS-FEED-COUNT.
009740     MOVE FR-CURR-FROM TO WS-FD-CURR-FROM (WS-FEED-COUNT).
009750     MOVE FR-CURR-TO   TO WS-FD-CURR-TO (WS-FEED-COUNT).
009760     IF FR-RATE IS NUMERIC
009770         MOVE FR-RATE TO WS-FD-RATE (WS-FEED-COUNT)
009780         ADD FR-RATE TO WS-FEED-HASH
009790     ELSE
009800         MOVE ZERO TO WS-FD-RATE (WS-FEED-COUNT)
009810     END-IF.

009820 3130-EXIT.
009830     EXIT.

009840*****************************************************************
009850*  3150-REGISTER-FRESH-FAIL                                     *
009860*  REGISTERS A FAILED RUN WHEN THE REGISTRY HAS NOT BEEN        *
009870*  OPENED YET (A BAD FEED IS CAUGHT BEFORE THE RUN-CONTROL      *
009880*  CHECK), SO THE EXCEPTION REPORT STILL SEES THE FAILURE.      *
009890*  BEST EFFORT, AS IN EX4.                                      *
009900*****************************************************************
009910 3150-REGISTER-FRESH-FAIL.
009920     OPEN EXTEND RMT-RUNC-FILE.
009930     IF FS-RUNC-FILE = "00"
009940         MOVE "F" TO WS-RUNC-STATUS
009950         PERFORM 8900-WRITE-RUNC-REC THRU 8900-EXIT
009960         CLOSE RMT-RUNC-FILE
009970     END-IF.

009980 3150-EXIT.
009990     EXIT.

010000*****************************************************************
010010*  3200-CHECK-RUN-CONTROL                                       *
010020*  LOOKS FOR A COMPLETED LOAD OF THIS FEED DATE - ONE KEYED     *
010030*  READ OF CBLRUNK, OR THE FULL CBLRUNC SCAN WHEN THE KEYED     *
010040*  REGISTRY IS NOT BUILT YET.  A MISSING CBLRUNC (STATUS 35)    *
010050*  JUST MEANS NOTHING HAS EVER BEEN REGISTERED.                 *
010060*****************************************************************
010070 3200-CHECK-RUN-CONTROL.
010080     MOVE "N" TO WS-RUNC-EOF-SW.
010090     MOVE "N" TO WS-DUP-RUN-SW.

010100     OPEN INPUT RMT-RUNK-FILE.
010110     IF FS-RUNK-FILE = "00"
010120         MOVE "CBLRMNT" TO RK-PROGRAM
010130         MOVE "RATFEED" TO RK-FILE-NAME
010140         MOVE WS-FEED-DATE TO RK-FILE-DATE
010150         READ RMT-RUNK-FILE
010160             INVALID KEY
010170                 CONTINUE
010180             NOT INVALID KEY
010190                 MOVE "Y" TO WS-DUP-RUN-SW
010200                 MOVE RK-RUN-ID TO WS-DUP-RUN-ID
010210         END-READ
010220         CLOSE RMT-RUNK-FILE
010230         GO TO 3200-EXIT
010240     END-IF.

010250     OPEN INPUT RMT-RUNC-FILE.
010260     IF FS-RUNC-FILE = "35"
010270         GO TO 3200-EXIT
010280     END-IF.
010290     IF FS-RUNC-FILE NOT = "00"
010300         MOVE "Y" TO WS-FEED-BAD-SW
010310         MOVE "UNABLE TO OPEN CBLRUNC" TO WS-FEED-REASON
010320         GO TO 3200-EXIT
010330     END-IF.

010340     PERFORM 3250-READ-RUNC THRU 3250-EXIT
010350         UNTIL WS-RUNC-EOF OR WS-DUP-RUN-FOUND.
010360     CLOSE RMT-RUNC-FILE.

010370 3200-EXIT.
010380     EXIT.

010390 3250-READ-RUNC.
010400     READ RMT-RUNC-FILE
010410         AT END
010420             MOVE "Y" TO WS-RUNC-EOF-SW
010430         NOT AT END
010440             IF RC-STATUS-COMPLETE
010450                 AND RC-PROGRAM = "CBLRMNT"
010460                 AND RC-FILE-NAME = "RATFEED"
010470                 AND RC-FILE-DATE = WS-FEED-DATE
010480                 MOVE "Y" TO WS-DUP-RUN-SW
010490                 MOVE RC-RUN-ID TO WS-DUP-RUN-ID
010500             END-IF
010510     END-READ.

010520 3250-EXIT.
010530     EXIT.

010540*****************************************************************
010550*  3300-APPLY-FEED-RATE                                         *
010560*  ONE FEED RATE, EFFECTIVE ON THE FEED DATE.  IT GETS THE      *
010570*  SAME FIELD EDITS AND DUPLICATE CHECK AS A KEYED ADD, AND A   *
010580*  REJECTION IS AUDITED THE SAME WAY.  A RATE THAT MOVED MORE   *
010590*  THAN THE TOLERANCE FROM THE PAIR'S PREVIOUS RATE IS HELD;    *
010600*  A PAIR WITH NO PREVIOUS RATE HAS NOTHING TO MOVE FROM AND    *
010610*  IS LOADED.                                                   *
010620*****************************************************************
010630 3300-APPLY-FEED-RATE.
010640     MOVE "A" TO WS-ACTION.
010650     MOVE WS-FD-CURR-FROM (WS-FEED-SUB) TO WS-CURR-FROM.
010660     MOVE WS-FD-CURR-TO (WS-FEED-SUB)   TO WS-CURR-TO.
010670     MOVE WS-FEED-DATE                  TO WS-EFF-DATE.
010680     MOVE WS-FD-RATE (WS-FEED-SUB)      TO WS-NEW-RATE.

010690     PERFORM 5000-EDIT-RATE-FIELDS THRU 5000-EXIT.
010700     IF WS-ACTION-REJECTED
010710         PERFORM 6800-AUDIT-REJECT THRU 6800-EXIT
010720         GO TO 3300-EXIT
010730     END-IF.

010740     PERFORM 5500-FIND-PAIR-DATE THRU 5500-EXIT.
010750     IF WS-RATE-FOUND-SUB > ZERO
010760         MOVE "DUPLICATE PAIR AND DATE" TO WS-REASON
010770         PERFORM 6800-AUDIT-REJECT THRU 6800-EXIT
010780         GO TO 3300-EXIT
010790     END-IF.

010800     PERFORM 5600-FIND-PREV-RATE THRU 5600-EXIT.
010810     IF WS-PREV-RATE = ZERO
010820         PERFORM 6100-APPLY-ADD THRU 6100-EXIT
010830         GO TO 3300-EXIT
010840     END-IF.

010850     COMPUTE WS-MOVE-PCT ROUNDED
010860         = (WS-NEW-RATE - WS-PREV-RATE) * 100 / WS-PREV-RATE
010870         ON SIZE ERROR
010880             MOVE 99999.99 TO WS-MOVE-PCT
010890     END-COMPUTE.
010900     IF WS-MOVE-PCT < ZERO
010910         MULTIPLY -1 BY WS-MOVE-PCT
010920     END-IF.

010930     IF WS-MOVE-PCT > WS-TOLERANCE-PCT
010940         PERFORM 3400-HOLD-FEED-RATE THRU 3400-EXIT
010950     ELSE
010960         PERFORM 6100-APPLY-ADD THRU 6100-EXIT
010970     END-IF.

010980 3300-EXIT.
010990     EXIT.

011000*****************************************************************
011010*  3400-HOLD-FEED-RATE                                          *
011020*  WRITES THE RATE TO CBLRHLD FOR A SUPERVISOR AND AUDITS IT AS *
011030*  HELD.  IT IS NOT ADDED TO CBLRATE, SO CONVERSIONS GO ON AT   *
011040*  THE PREVIOUS RATE UNTIL IT IS CONFIRMED.                     *
011050*****************************************************************
011060 3400-HOLD-FEED-RATE.
011070     MOVE SPACES TO CBL-RATE-HOLD-RECORD.
011080     MOVE WS-CURR-FROM  TO RH-CURR-FROM.
011090     MOVE WS-CURR-TO    TO RH-CURR-TO.
011100     MOVE WS-EFF-DATE   TO RH-EFF-DATE.
011110     MOVE WS-NEW-RATE   TO RH-NEW-RATE.
011120     MOVE WS-PREV-RATE  TO RH-PREV-RATE.
011130     MOVE WS-PREV-DATE  TO RH-PREV-DATE.
011140     MOVE WS-MOVE-PCT   TO RH-MOVE-PCT.
011150     MOVE WS-FEED-BANK  TO RH-BANK-ID.
011160     SET RH-STATUS-PENDING TO TRUE.
011170     WRITE CBL-RATE-HOLD-RECORD.

011180     ADD 1 TO WS-HELD-COUNT.
011190     MOVE WS-MOVE-PCT TO WS-PCT-EDIT.
011200     DISPLAY "HELD " WS-CURR-FROM "/" WS-CURR-TO
011210         " - MOVED " WS-PCT-EDIT " PERCENT" END-DISPLAY.
011220     MOVE "HELD - OUTSIDE TOLERANCE" TO WS-REASON.
011230     SET RA-STATUS-HELD TO TRUE.
011240     PERFORM 6950-BUILD-WRITE-AUDIT THRU 6950-EXIT.

011250 3400-EXIT.
011260     EXIT.

011270*****************************************************************
011280*  4000-REVIEW-HELD-RATES                                       *
011290*  MENU CHOICE 4.  WALKS THE STILL-PENDING FEED HOLDS AND LETS  *
011300*  THE SUPERVISOR CONFIRM EACH ONE (IT IS ADDED TO CBLRATE AND  *
011310*  AUDITED UNDER THE SUPERVISOR'S ID), REJECT IT (AUDITED AS    *
011320*  REJECTED, THE RATE NEVER LOADS), OR SKIP IT FOR ANOTHER DAY. *
011330*  SUPERVISOR AUTHORITY IS REQUIRED, AS IN CBLAPRV.             *
011340*****************************************************************
011350 4000-REVIEW-HELD-RATES.
011360     IF ADDRESS OF CBL-OPID-AREA = NULL
011370         DISPLAY "NO SIGNED-ON SUPERVISOR - REVIEW REFUSED"
011380             END-DISPLAY
011390         GO TO 4000-EXIT
011400     END-IF.
011410     IF NOT OPID-SUPERVISOR
011420         DISPLAY "HELD RATE REVIEW NEEDS SUPERVISOR AUTHORITY"
011430             END-DISPLAY
011440         GO TO 4000-EXIT
011450     END-IF.

011460     PERFORM 4100-LOAD-HOLD-TABLE THRU 4100-EXIT.
011470     IF WS-HLD-TRUNCATED
011480         DISPLAY "CBLRHLD EXCEEDS THE REVIEW TABLE - REVIEW "
011490             "REFUSED" END-DISPLAY
011500         GO TO 4000-EXIT
011510     END-IF.
011520     IF WS-HLD-PEND-COUNT = ZERO
011530         DISPLAY "NO FEED RATES ARE WAITING FOR REVIEW"
011540             END-DISPLAY
011550         GO TO 4000-EXIT
011560     END-IF.

011570     MOVE "N" TO WS-HLD-STOP-SW.
011580     PERFORM 4200-REVIEW-ONE-HOLD THRU 4200-EXIT
011590         VARYING WS-HLD-SUB FROM 1 BY 1
011600         UNTIL WS-HLD-SUB > WS-HLD-COUNT
011610             OR WS-STOP-REVIEW.

011620     IF WS-HOLDS-CHANGED
011630         PERFORM 6600-REWRITE-HOLD-FILE THRU 6600-EXIT
011640     END-IF.

011650 4000-EXIT.
011660     EXIT.

011670 4100-LOAD-HOLD-TABLE.
011680     MOVE ZERO TO WS-HLD-COUNT.
011690     MOVE ZERO TO WS-HLD-PEND-COUNT.
011700     MOVE "N" TO WS-HLD-EOF-SW.
011710     MOVE "N" TO WS-HLD-TRUNC-SW.
011720     OPEN INPUT RMT-HOLD-FILE.
011730     IF FS-HOLD-FILE NOT = "00"
011740         GO TO 4100-EXIT
011750     END-IF.

011760     PERFORM 4150-READ-HOLD-REC THRU 4150-EXIT
011770         UNTIL WS-HLD-EOF.
011780     CLOSE RMT-HOLD-FILE.
011790     DISPLAY WS-HLD-PEND-COUNT " FEED RATE(S) WAITING FOR REVIEW"
011800         END-DISPLAY.

011810 4100-EXIT.
011820     EXIT.

011830 4150-READ-HOLD-REC.
011840     READ RMT-HOLD-FILE
011850         AT END
011860             MOVE "Y" TO WS-HLD-EOF-SW
011870     END-READ.
011880     IF WS-HLD-EOF
011890         GO TO 4150-EXIT
011900     END-IF.

011910     IF WS-HLD-COUNT >= WS-HLD-MAX
011920         MOVE "Y" TO WS-HLD-TRUNC-SW
011930         MOVE "Y" TO WS-HLD-EOF-SW
011940         GO TO 4150-EXIT
011950     END-IF.

011960     ADD 1 TO WS-HLD-COUNT.
011970     MOVE CBL-RATE-HOLD-RECORD TO WS-HLD-ENTRY (WS-HLD-COUNT).
011980     IF RH-STATUS-PENDING
011990         ADD 1 TO WS-HLD-PEND-COUNT
012000     END-IF.

012010 4150-EXIT.
012020     EXIT.

012030*****************************************************************
012040*  4200-REVIEW-ONE-HOLD                                         *
012050*  SHOWS ONE STILL-PENDING HOLD AGAINST THE RATE IT WOULD       *
012060*  REPLACE AND ASKS FOR THE DECISION: C CONFIRMS, X REJECTS,    *
012070*  S LEAVES IT FOR ANOTHER DAY, AND Q STOPS THE REVIEW.         *
012080*****************************************************************
012090 4200-REVIEW-ONE-HOLD.
012100     MOVE WS-HLD-ENTRY (WS-HLD-SUB) TO CBL-RATE-HOLD-RECORD.
012110     IF NOT RH-STATUS-PENDING
012120         GO TO 4200-EXIT
012130     END-IF.

012140     MOVE RH-NEW-RATE TO WS-RATE-EDIT.
012150     DISPLAY RH-CURR-FROM "/" RH-CURR-TO " EFFECTIVE "
012160         RH-EFF-DATE " FROM " RH-BANK-ID " AT " WS-RATE-EDIT
012170         END-DISPLAY.
012180     MOVE RH-PREV-RATE TO WS-RATE-EDIT.
012190     MOVE RH-MOVE-PCT TO WS-PCT-EDIT.
012200     DISPLAY "  PREVIOUS " WS-RATE-EDIT " EFFECTIVE "
012210         RH-PREV-DATE " - MOVED " WS-PCT-EDIT " PERCENT"
012220         END-DISPLAY.
012230     DISPLAY "CONFIRM, REJECT, SKIP, OR QUIT (C/X/S/Q) ?"
012240         END-DISPLAY.
012250     ACCEPT WS-DECIDE-ANS END-ACCEPT.

012260     EVALUATE WS-DECIDE-ANS
012270         WHEN "C"
012280         WHEN "c"
012290             PERFORM 4300-CONFIRM-HOLD THRU 4300-EXIT
012300         WHEN "X"
012310         WHEN "x"
012320             PERFORM 4400-REJECT-HOLD THRU 4400-EXIT
012330         WHEN "Q"
012340         WHEN "q"
012350             MOVE "Y" TO WS-HLD-STOP-SW
012360         WHEN OTHER
012370             DISPLAY "LEFT PENDING" END-DISPLAY
012380     END-EVALUATE.

012390 4200-EXIT.
012400     EXIT.

012410*A CONFIRMED RATE GOES THROUGH THE ORDINARY ADD, SO A PAIR AND
012420*DATE KEYED BY HAND SINCE THE FEED RAN IS STILL CAUGHT AS A
012430*DUPLICATE - THE HOLD IS THEN CLOSED AS REJECTED.
012440 4300-CONFIRM-HOLD.
012450     MOVE "A"          TO WS-ACTION.
012460     MOVE RH-CURR-FROM TO WS-CURR-FROM.
012470     MOVE RH-CURR-TO   TO WS-CURR-TO.
012480     MOVE RH-EFF-DATE  TO WS-EFF-DATE.
012490     MOVE RH-NEW-RATE  TO WS-NEW-RATE.

012500     IF WS-RATE-COUNT >= WS-RATE-MAX
012510         DISPLAY "RATE TABLE FULL - HOLD LEFT PENDING"
012520             END-DISPLAY
012530         GO TO 4300-EXIT
012540     END-IF.

012550     PERFORM 5500-FIND-PAIR-DATE THRU 5500-EXIT.
012560     IF WS-RATE-FOUND-SUB > ZERO
012570         MOVE "DUPLICATE PAIR AND DATE" TO WS-REASON
012580         PERFORM 6800-AUDIT-REJECT THRU 6800-EXIT
012590         SET RH-STATUS-REJECTED TO TRUE
012600     ELSE
012610         PERFORM 6100-APPLY-ADD THRU 6100-EXIT
012620         SET RH-STATUS-CONFIRMED TO TRUE
012630     END-IF.

012640     PERFORM 4500-STAMP-DECISION THRU 4500-EXIT.

012650 4300-EXIT.
012660     EXIT.

012670 4400-REJECT-HOLD.
012680     MOVE "A"          TO WS-ACTION.
012690     MOVE RH-CURR-FROM TO WS-CURR-FROM.
012700     MOVE RH-CURR-TO   TO WS-CURR-TO.
012710     MOVE RH-EFF-DATE  TO WS-EFF-DATE.
012720     MOVE RH-NEW-RATE  TO WS-NEW-RATE.
012730     MOVE "SUPERVISOR REJECTED FEED" TO WS-REASON.
012740     PERFORM 6800-AUDIT-REJECT THRU 6800-EXIT.
012750     SET RH-STATUS-REJECTED TO TRUE.
012760     PERFORM 4500-STAMP-DECISION THRU 4500-EXIT.

012770 4400-EXIT.
012780     EXIT.

012790 4500-STAMP-DECISION.
012800     ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD.
012810     ACCEPT WS-CUR-TIME FROM TIME.
012820     MOVE SPACES TO WS-DECIDE-STAMP.
012830     STRING WS-CUR-DATE "-" WS-CUR-TIME
012840         DELIMITED BY SIZE INTO WS-DECIDE-STAMP.
012850     MOVE WS-OPERATOR-ID  TO RH-DECIDED-BY.
012860     MOVE WS-DECIDE-STAMP TO RH-DECIDED-TIME.
012870     MOVE CBL-RATE-HOLD-RECORD TO WS-HLD-ENTRY (WS-HLD-SUB).
012880     MOVE "Y" TO WS-HLD-CHANGED-SW.

012890 4500-EXIT.
012900     EXIT.

012910*****************************************************************
012920*  5600-FIND-PREV-RATE                                          *
012930*  THE PAIR'S PREVIOUS RATE - THE ROW WITH THE LATEST           *
012940*  EFFECTIVE DATE BEFORE THE ONE BEING ADDED.  LEAVES ZERO      *
012950*  WHEN THE PAIR HAS NEVER BEEN QUOTED.                         *
012960*****************************************************************
012970 5600-FIND-PREV-RATE.
012980     MOVE ZERO TO WS-PREV-RATE.
012990     MOVE ZERO TO WS-PREV-DATE.
013000     MOVE ZERO TO WS-MOVE-PCT.
013010     PERFORM 5650-TEST-PREV-ENTRY THRU 5650-EXIT
013020         VARYING WS-RATE-SUB FROM 1 BY 1
013030         UNTIL WS-RATE-SUB > WS-RATE-COUNT.

013040 5600-EXIT.
013050     EXIT.

013060 5650-TEST-PREV-ENTRY.
013070     IF WS-RT-CURR-FROM (WS-RATE-SUB) = WS-CURR-FROM
013080         AND WS-RT-CURR-TO (WS-RATE-SUB) = WS-CURR-TO
013090         AND WS-RT-EFF-DATE (WS-RATE-SUB) < WS-EFF-DATE
013100         AND WS-RT-EFF-DATE (WS-RATE-SUB) >= WS-PREV-DATE
013110         MOVE WS-RT-EFF-DATE (WS-RATE-SUB) TO WS-PREV-DATE
013120         MOVE WS-RT-RATE (WS-RATE-SUB)     TO WS-PREV-RATE
013130     END-IF.

013140 5650-EXIT.
013150     EXIT.

013160*****************************************************************
013170*  6600-REWRITE-HOLD-FILE                                       *
013180*  WRITES THE HOLDS BACK AS THE NEW CBLRHLD WITH THE DECISIONS  *
013190*  RECORDED.                                                    *
013200*****************************************************************
013210 6600-REWRITE-HOLD-FILE.
013220     OPEN OUTPUT RMT-HOLD-FILE.
013230     IF FS-HOLD-FILE NOT = "00"
013240         DISPLAY "UNABLE TO REWRITE CBLRHLD, STATUS "
013250             FS-HOLD-FILE END-DISPLAY
013260         MOVE 16 TO RETURN-CODE
013270         GO TO 6600-EXIT
013280     END-IF.

013290     PERFORM 6650-WRITE-HOLD-REC THRU 6650-EXIT
013300         VARYING WS-HLD-SUB FROM 1 BY 1
013310         UNTIL WS-HLD-SUB > WS-HLD-COUNT.
013320     CLOSE RMT-HOLD-FILE.
013330     MOVE "N" TO WS-HLD-CHANGED-SW.

013340 6600-EXIT.
013350     EXIT.

013360 6650-WRITE-HOLD-REC.
013370     MOVE WS-HLD-ENTRY (WS-HLD-SUB) TO CBL-RATE-HOLD-RECORD.
013380     WRITE CBL-RATE-HOLD-RECORD.

013390 6650-EXIT.
013400     EXIT.

013410*****************************************************************
013420*  8850-RECORD-KEYED-RUN                                        *
013430*  RECORDS THE COMPLETED FEED LOAD IN THE KEYED REGISTRY SO THE *
013440*  NEXT CHECK IS ONE READ.  BEST EFFORT - THE SEQUENTIAL LOG    *
013450*  STILL HOLDS THE C RECORD IF THE KEYED FILE WILL NOT OPEN.    *
013460*****************************************************************
013470 8850-RECORD-KEYED-RUN.
013480     OPEN I-O RMT-RUNK-FILE.
013490     IF FS-RUNK-FILE = "35"
013500         OPEN OUTPUT RMT-RUNK-FILE
013510     END-IF.
013520     IF FS-RUNK-FILE NOT = "00"
013530         DISPLAY "UNABLE TO OPEN CBLRUNK, STATUS "
013540             FS-RUNK-FILE END-DISPLAY
013550         GO TO 8850-EXIT
013560     END-IF.

013570     MOVE SPACES TO CBL-RUNK-RECORD.
013580     MOVE "CBLRMNT"     TO RK-PROGRAM.
013590     MOVE "RATFEED"     TO RK-FILE-NAME.
013600     MOVE WS-FEED-DATE  TO RK-FILE-DATE.
013610     MOVE WS-RUN-ID     TO RK-RUN-ID.
013620     MOVE WS-FEED-COUNT TO RK-REC-COUNT.
013630     ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD.
013640     ACCEPT WS-CUR-TIME FROM TIME.
013650     MOVE SPACES TO RK-TIMESTAMP.
013660     STRING WS-CUR-DATE  "-" WS-CUR-TIME
013670         DELIMITED BY SIZE INTO RK-TIMESTAMP.
013680     WRITE CBL-RUNK-RECORD
013690         INVALID KEY
013700             REWRITE CBL-RUNK-RECORD
013710             END-REWRITE
013720     END-WRITE.
013730     CLOSE RMT-RUNK-FILE.

013740 8850-EXIT.
013750     EXIT.

013760*****************************************************************
013770*  8900-WRITE-RUNC-REC / 8950-REGISTER-RUN-FAILED               *
013780*  ONE RUN-CONTROL RECORD FOR THE FEED LOAD - PROGRAM, FEED     *
013790*  FILE, FEED DATE, RUN ID, STATUS, AND FEED RATE COUNT.  THE   *
013800*  CALLER LEAVES RMT-RUNC-FILE OPEN EXTEND.                     *
013810*****************************************************************
013820 8900-WRITE-RUNC-REC.
013830     MOVE "CBLRMNT"      TO RC-PROGRAM.
013840     MOVE "RATFEED"      TO RC-FILE-NAME.
013850     MOVE WS-FEED-DATE   TO RC-FILE-DATE.
013860     MOVE WS-RUN-ID      TO RC-RUN-ID.
013870     MOVE WS-RUNC-STATUS TO RC-STATUS.
013880     MOVE WS-FEED-COUNT  TO RC-REC-COUNT.
013890     ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD.
013900     ACCEPT WS-CUR-TIME FROM TIME.
013910     MOVE SPACES TO RC-TIMESTAMP.
013920     STRING WS-CUR-DATE  "-" WS-CUR-TIME
013930         DELIMITED BY SIZE INTO RC-TIMESTAMP.
013940     WRITE CBL-RUNC-RECORD.

013950 8900-EXIT.
013960     EXIT.

013970 8950-REGISTER-RUN-FAILED.
013980     MOVE "F" TO WS-RUNC-STATUS.
013990     PERFORM 8900-WRITE-RUNC-REC THRU 8900-EXIT.
014000     CLOSE RMT-RUNC-FILE.

014010 8950-EXIT.
014020     EXIT.
