000306*                  THEN REWRITING THE FILE FROM THE CAPPED
000307*                  TABLE, WHICH SILENTLY DELETED EVERY RECORD
000308*                  PAST THE CAP.
000309*  01/25/2027  RH  DUAL APPROVAL - AN ADD, CHANGE, DEACTIVATION
000310*                  OR REACTIVATION THAT PASSES ITS EDITS IS NO
000311*                  LONGER APPLIED HERE.  IT IS HELD ON THE
000312*                  PENDING-CHANGE FILE (CBLMCHK) WITH ITS BEFORE
000313*                  AND AFTER IMAGES, AUDITED AS PENDING (P), AND
000314*                  TAKES EFFECT ONLY WHEN A DIFFERENT SUPERVISOR
000315*                  APPROVES IT IN THE REFERENCE-CHANGE REVIEW
000316*                  (CBLMCKR), WHICH REWRITES DEPMAST AND AUDITS
000317*                  THE DECISION HERE.  THE AUDIT LAYOUT MOVED TO
000318*                  COPYBOOK DEPAUDT SO THE REVIEW CAN WRITE IT.
000319*****************************************************************
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SPECIAL-NAMES.
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS FS-AUDT-FILE.

000442     SELECT DEP-MCHK-FILE    ASSIGN TO "CBLMCHK"
000444         ORGANIZATION IS LINE SEQUENTIAL
000446         FILE STATUS IS FS-MCHK-FILE.

000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  DEP-MAST-FILE

000500 FD  DEP-AUDT-FILE
000510     RECORDING MODE IS F.
000520 COPY DEPAUDT.

000530 FD  DEP-MCHK-FILE
000540     RECORDING MODE IS F.
000550 COPY CBLMCHK.

000690 WORKING-STORAGE SECTION.
000700 01  FS-MAST-FILE      PIC X(02) VALUE "00".
000710 01  FS-AUDT-FILE      PIC X(02) VALUE "00".
000715 01  FS-MCHK-FILE      PIC X(02) VALUE "00".

000720 01  WS-MENU-CHOICE    PIC 9 VALUE ZERO.
000730 01  WS-MAST-EOF-SW    PIC X VALUE "N".
000740     88  WS-MAST-EOF              VALUE "Y".
000770 01  WS-REJECT-SW      PIC X VALUE "N".
000780     88  WS-ACTION-REJECTED       VALUE "Y".
000790 01  WS-REASON         PIC X(25) VALUE SPACES.
000800 01  WS-HELD-COUNT     PIC 9(05) COMP VALUE ZERO.
000810 01  WS-REJECT-COUNT   PIC 9(05) COMP VALUE ZERO.

000820 01  WS-CUR-DATE       PIC 9(08).
000830 01  WS-CUR-TIME       PIC 9(08).
000840 01  WS-OPERATOR-ID    PIC X(08) VALUE SPACES.

000850*THE WHOLE DEPARTMENT FILE IS LOADED TO THIS TABLE AT START-UP
000860*SO EACH ACTION IS CHECKED AGAINST THE MASTER AS IT STANDS
000870*BEFORE IT IS HELD FOR APPROVAL - THE SAME PATTERN CBLRMNT USES
000875*FOR THE RATE FILE.  50 ENTRIES MATCHES THE CATEGORY CAPACITY
000880*IN EX4.
000890 01  WS-DEPT-MAX       PIC 9(02) COMP VALUE 50.
000892 01  WS-TRUNC-SW       PIC X VALUE "N".
000894     88  WS-LOAD-TRUNCATED        VALUE "Y".
001030 01  WS-OLD-ACTIVE     PIC X(01) VALUE SPACE.
001040 01  WS-NEW-ACTIVE     PIC X(01) VALUE SPACE.

001041*DEPMAST-RECORD VIEW FOR THE BEFORE AND AFTER IMAGES HELD ON
001042*CBLMCHK.
001043 01  WS-DEPT-VIEW.
001044     05  DV-DEPT-CODE            PIC X(03).
001045     05  DV-DEPT-NAME            PIC X(30).
001046     05  DV-ACTIVE-SW            PIC X(01).
001047     05  FILLER                  PIC X(46).

001050 LINKAGE SECTION.
001060 COPY CBLOPID.


001200     PERFORM 0200-LOAD-DEPT-TABLE THRU 0200-EXIT.

001201*    A TRUNCATED LOAD MUST NEVER BE WORKED FROM - AN ACTION
001202*    ON A RECORD PAST THE TABLE COULD NOT BE CHECKED.
001203     IF WS-LOAD-TRUNCATED
001204         DISPLAY "DEPMAST EXCEEDS THE DEPARTMENT TABLE - "
001205             "MAINTENANCE REFUSED, RAISE WS-DEPT-MAX"

001280     PERFORM 1000-INTERACTIVE-DRIVER THRU 1000-EXIT.

001320     CLOSE DEP-AUDT-FILE.
001330     DISPLAY WS-HELD-COUNT " ACTION(S) HELD FOR APPROVAL, "
001340         WS-REJECT-COUNT " REJECTED" END-DISPLAY.
001350     GO TO 9999-PROGRAM-END.


002390     IF WS-DEPT-COUNT >= WS-DEPT-MAX
002400         MOVE "DEPARTMENT TABLE FULL" TO WS-REASON
002410         DISPLAY "DEPARTMENT TABLE FULL - ADD NOT HELD"
002420             END-DISPLAY
002430         PERFORM 6800-AUDIT-REJECT THRU 6800-EXIT
002440         GO TO 1200-EXIT
002450     END-IF.

002500     MOVE SPACES TO WS-OLD-NAME.
002510     MOVE SPACE  TO WS-OLD-ACTIVE.
002520     MOVE "A"    TO WS-NEW-ACTIVE.
002530     PERFORM 6700-HOLD-FOR-APPROVAL THRU 6700-EXIT.

002550 1200-EXIT.
002560     EXIT.

002730     MOVE WS-DP-NAME (WS-DEPT-FOUND-SUB)      TO WS-OLD-NAME.
002740     MOVE WS-DP-ACTIVE-SW (WS-DEPT-FOUND-SUB) TO WS-OLD-ACTIVE.
002760     MOVE WS-OLD-ACTIVE TO WS-NEW-ACTIVE.
002770     PERFORM 6700-HOLD-FOR-APPROVAL THRU 6700-EXIT.

002790 1300-EXIT.
002800     EXIT.
002910     MOVE WS-DP-NAME (WS-DEPT-FOUND-SUB)      TO WS-OLD-NAME.
002920     MOVE WS-DP-ACTIVE-SW (WS-DEPT-FOUND-SUB) TO WS-OLD-ACTIVE.
002930     MOVE WS-OLD-NAME TO WS-DEPT-NAME.
002950     MOVE "I" TO WS-NEW-ACTIVE.
002960     PERFORM 6700-HOLD-FOR-APPROVAL THRU 6700-EXIT.

002980 1400-EXIT.
002990     EXIT.
003100     MOVE WS-DP-NAME (WS-DEPT-FOUND-SUB)      TO WS-OLD-NAME.
003110     MOVE WS-DP-ACTIVE-SW (WS-DEPT-FOUND-SUB) TO WS-OLD-ACTIVE.
003120     MOVE WS-OLD-NAME TO WS-DEPT-NAME.
003140     MOVE "A" TO WS-NEW-ACTIVE.
003150     PERFORM 6700-HOLD-FOR-APPROVAL THRU 6700-EXIT.

003170 1450-EXIT.
003180     EXIT.
003870     EXIT.

003880*****************************************************************
003884*  6700-HOLD-FOR-APPROVAL                                       *
003888*  AN ACTION THAT PASSED ITS EDITS IS NOT APPLIED HERE.  ITS    *
003892*  BEFORE AND AFTER DEPMAST IMAGES ARE HELD ON CBLMCHK FOR A    *
003896*  DIFFERENT SUPERVISOR TO APPROVE IN CBLMCKR, AND THE HOLD IS  *
003900*  AUDITED AS PENDING.  WHEN THE PENDING FILE CANNOT BE OPENED  *
003904*  THE ACTION IS REJECTED INSTEAD.                              *
003910*****************************************************************
003915 6700-HOLD-FOR-APPROVAL.
003920     OPEN EXTEND DEP-MCHK-FILE.
003925     IF FS-MCHK-FILE = "35"
003930         OPEN OUTPUT DEP-MCHK-FILE
003935     END-IF.
003940     IF FS-MCHK-FILE NOT = "00"
003945         DISPLAY "UNABLE TO OPEN CBLMCHK, STATUS "
003950             FS-MCHK-FILE " - ACTION NOT HELD" END-DISPLAY
003955         MOVE "PENDING FILE NOT OPEN" TO WS-REASON
003960         PERFORM 6800-AUDIT-REJECT THRU 6800-EXIT
003965         GO TO 6700-EXIT
003990     END-IF.

003995     MOVE SPACES TO CBL-MCHK-RECORD.
004000     SET MC-MASTER-DEPT TO TRUE.
004005     MOVE WS-ACTION    TO MC-ACTION.
004010     MOVE WS-DEPT-CODE TO MC-KEY.
004015     IF WS-ACTION NOT = "A"
004020         MOVE SPACES        TO WS-DEPT-VIEW
004025         MOVE WS-DEPT-CODE  TO DV-DEPT-CODE
004030         MOVE WS-OLD-NAME   TO DV-DEPT-NAME
004035         MOVE WS-OLD-ACTIVE TO DV-ACTIVE-SW
004040         MOVE WS-DEPT-VIEW  TO MC-OLD-IMAGE
004045     END-IF.
004050     MOVE SPACES        TO WS-DEPT-VIEW.
004055     MOVE WS-DEPT-CODE  TO DV-DEPT-CODE.
004060     MOVE WS-DEPT-NAME  TO DV-DEPT-NAME.
004065     MOVE WS-NEW-ACTIVE TO DV-ACTIVE-SW.
004070     MOVE WS-DEPT-VIEW  TO MC-NEW-IMAGE.
004075     MOVE WS-OPERATOR-ID TO MC-MADE-BY.
004080     ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD.
004085     ACCEPT WS-CUR-TIME FROM TIME.
004090     STRING WS-CUR-DATE "-" WS-CUR-TIME
004095         DELIMITED BY SIZE INTO MC-MADE-TIME.
004100     SET MC-STATUS-PENDING TO TRUE.
004105     WRITE CBL-MCHK-RECORD.
004110     CLOSE DEP-MCHK-FILE.

004115     PERFORM 6900-AUDIT-HELD THRU 6900-EXIT.
004120     DISPLAY "DEPARTMENT " WS-DEPT-CODE " HELD FOR APPROVAL BY "
004125         "ANOTHER SUPERVISOR" END-DISPLAY.

004130 6700-EXIT.
004140     EXIT.

004150 6800-AUDIT-REJECT.
004190 6800-EXIT.
004200     EXIT.

004210 6900-AUDIT-HELD.
004220     ADD 1 TO WS-HELD-COUNT.
004240     MOVE "HELD FOR APPROVAL" TO WS-REASON.
004250     MOVE "P" TO DA-STATUS.
004260     PERFORM 6950-BUILD-WRITE-AUDIT THRU 6950-EXIT.

004270 6900-EXIT.

004290*****************************************************************
004300*  6950-BUILD-WRITE-AUDIT                                       *
004310*  ONE CHANGE-AUDIT RECORD PER ACTION, HELD OR REJECTED,        *
004320*  WITH THE OLD AND NEW IMAGES AND THE OPERATOR STAMP.  THE     *
004330*  CALLER HAS SET DA-STATUS.                                    *
004340*****************************************************************
