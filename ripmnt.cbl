000560*                  AND FALLS BACK TO THE OLD CBLRUNC SCAN ONLY
000561*                  WHEN THE KEYED FILE DOES NOT EXIST YET; A
000562*                  COMPLETED RUN RECORDS ITSELF THERE TOO.
000563*  12/21/2026  RH  NEW MERGE ACTION (MENU OPTION 5, SUPERVISOR
000564*                  ONLY) FOLDS A MEMBER LOADED TWICE INTO THE
000565*                  ID THAT SURVIVES - THE DUPLICATE IS MARKED
000566*                  INACTIVE AND MERGED WITH A POINTER TO THE
000567*                  SURVIVOR AND AUDITED AS ACTION M.  EVERY
000568*                  LOOKUP BY MEMBER ID (INTERACTIVE AND BATCH)
000569*                  NOW FOLLOWS A MERGED ID ON TO ITS SURVIVOR.
000570*  01/18/2027  RH  NEW CONTACT ACTION (MENU OPTION 6) KEEPS THE
000571*                  MEMBER CONTACT FILE (RIPCONT) - MAILING
000572*                  ADDRESS AND PREFERRED CONTACT METHOD, ONE
000573*                  RECORD PER MEMBER ID.  EVERY CHANGE IS
000574*                  AUDITED ON RIPAUDT AS ACTION T WITH THE OLD
000575*                  AND NEW CONTACT IMAGES.  THE CHANGE FILE HAS
000576*                  NO ROOM FOR AN ADDRESS, SO CONTACTS ARE
000577*                  KEYED INTERACTIVELY ONLY.
000578*  01/29/2027  RH  REVIEW FIXES - A DELETE OR REINSTATE KEYED
000579*                  (OR SENT ON RIPCHG) AGAINST A MERGED ID IS
000580*                  NOW REJECTED, GIVING THE SURVIVING ID AS
000581*                  THE REASON (MERGED INTO ...), INSTEAD
000582*                  OF FOLLOWING THE MERGE ON TO THE SURVIVOR -
000583*                  A STATUS CHANGE MUST NAME THE MEMBER IT
000584*                  MEANS.  LOOKUP AND CHANGE STILL REDIRECT.
000585*****************************************************************
000586 ENVIRONMENT DIVISION.
000587 CONFIGURATION SECTION.
000588 SPECIAL-NAMES.
000590     CLASS VALID-OPID IS "A" THRU "Z"
000600         "0" THRU "9" SPACE.
000610 INPUT-OUTPUT SECTION.
000810         RECORD KEY IS RK-KEY
000811         FILE STATUS IS FS-RUNK-FILE.

000812     SELECT MNT-CONT-FILE    ASSIGN TO "RIPCONT"
000813         ORGANIZATION IS INDEXED
000814         ACCESS MODE IS DYNAMIC
000815         RECORD KEY IS CT-MEMBER-ID
000816         FILE STATUS IS FS-CONT-FILE.

000817 DATA DIVISION.
000820 FILE SECTION.
000830 FD  MNT-MAST-FILE.
000840 COPY RIPMAST.
001107 FD  MNT-RUNK-FILE.
001108 COPY CBLRUNK.

001111 FD  MNT-CONT-FILE.
001114 COPY RIPCONT.

001117 WORKING-STORAGE SECTION.
001120 01  FS-MAST-FILE      PIC X(02) VALUE "00".
001130 01  FS-CHG-FILE       PIC X(02) VALUE "00".
001140 01  FS-AUDT-FILE      PIC X(02) VALUE "00".
001160 01  FS-RUNC-FILE      PIC X(02) VALUE "00".
001162 01  FS-CAL-FILE       PIC X(02) VALUE "00".
001163 01  FS-RUNK-FILE      PIC X(02) VALUE "00".
001164 01  FS-CONT-FILE      PIC X(02) VALUE "00".
001165 01  WS-CAL-DATE-SW    PIC X VALUE "N".
001166     88  WS-CAL-DATE-SET          VALUE "Y".

001170 01  WS-RUN-MODE-ANS   PIC X VALUE SPACE.
001470 01  WS-REJECT-SW      PIC X VALUE "N".
001480     88  WS-ACTION-REJECTED       VALUE "Y".
001490 01  WS-REASON         PIC X(25) VALUE SPACES.
001492 01  WS-MEMBER-FOUND-SW PIC X VALUE "N".
001494     88  WS-MEMBER-FOUND          VALUE "Y".
001496 01  WS-SUPV-SW        PIC X VALUE "N".
001498     88  WS-SUPERVISOR            VALUE "Y".

001500 01  WS-HIGH-ID        PIC 9(07) VALUE ZERO.
001510 01  WS-APPLIED-COUNT  PIC 9(07) COMP VALUE ZERO.
001740 01  WS-OLD-NAME       PIC X(20) VALUE SPACES.
001750 01  WS-OLD-DOB        PIC 9(08) VALUE ZERO.

001751*MERGE WORK AREAS - THE SURVIVING ID OF A MERGE (ZERO ON EVERY
001752*OTHER ACTION, SO THE AUDIT CARRIES IT ONLY FOR A MERGE) AND THE
001753*HOP COUNT THAT STOPS A LOOKUP CHASING A DAMAGED MERGE CHAIN.
001754 01  WS-MERGED-INTO    PIC 9(07) VALUE ZERO.
001755 01  WS-SURV-NAME      PIC X(20) VALUE SPACES.
001756 01  WS-MERGE-HOPS     PIC 9(02) COMP VALUE ZERO.
001757*A DELETE OR REINSTATE TURNS THE REDIRECT OFF FOR ITS READ - A
001758*STATUS CHANGE KEYED AGAINST A MERGED ID IS REJECTED, NOT
001759*SILENTLY APPLIED TO THE SURVIVOR.
001760 01  WS-FOLLOW-MERGE-SW PIC X VALUE "Y".
001761     88  WS-FOLLOW-MERGE          VALUE "Y".
001762 01  WS-TODAY-DATE     PIC 9(08) VALUE ZERO.

001763*CONTACT WORK AREAS - THE OLD AND NEW CT-CONTACT-DATA IMAGES
001764*FOR THE AUDIT (SPACES ON EVERY OTHER ACTION), WHETHER THE
001765*MEMBER ALREADY HAD A CONTACT RECORD, AND THE EDIT'S TALLY.
001766 01  WS-OLD-CONTACT    PIC X(149) VALUE SPACES.
001767 01  WS-NEW-CONTACT    PIC X(149) VALUE SPACES.
001768 01  WS-CONT-FOUND-SW  PIC X VALUE "N".
001769     88  WS-CONT-FOUND            VALUE "Y".
001770 01  WS-RETURNED-ANS   PIC X VALUE SPACE.
001771 01  WS-AT-COUNT       PIC 9(02) COMP VALUE ZERO.

001772 LINKAGE SECTION.
001773 COPY CBLOPID.

001780 PROCEDURE DIVISION USING CBL-OPID-AREA.
001790 0000-MAINLINE.
001940                 MOVE OPID-OPERATOR-ID TO WS-OPERATOR-ID
001950             ELSE
001960                 MOVE "UNKNOWN" TO WS-OPERATOR-ID
001962             END-IF
001964             IF OPID-SUPERVISOR
001966                 MOVE "Y" TO WS-SUPV-SW
001970             END-IF
001980         END-IF
001990     END-IF.
003004         PERFORM 1450-REINSTATE-MEMBER THRU 1450-EXIT
003006     END-IF.

003007     IF WS-MENU-CHOICE = 5
003008         IF WS-SUPERVISOR
003009             PERFORM 1500-MERGE-MEMBER THRU 1500-EXIT
003010         ELSE
003011             DISPLAY "A MERGE NEEDS SUPERVISOR AUTHORITY"
003012                 END-DISPLAY
003013         END-IF
003014     END-IF.

003015     IF WS-MENU-CHOICE = 6
003016         PERFORM 1600-MAINT-CONTACT THRU 1600-EXIT
003017     END-IF.

003018     IF WS-MENU-CHOICE = 0
003020         GO TO 1000-EXIT
003030     ELSE
003040         PERFORM 1000-INTERACTIVE-DRIVER THRU 1000-EXIT
003110     DISPLAY "2- CHANGE A MEMBER" END-DISPLAY.
003120     DISPLAY "3- DELETE (DEACTIVATE) A MEMBER" END-DISPLAY.
003122     DISPLAY "4- REINSTATE A MEMBER" END-DISPLAY.
003124     DISPLAY "5- MERGE A DUPLICATE MEMBER (SUPERVISOR)"
003126         END-DISPLAY.
003128     DISPLAY "6- MAINTAIN A MEMBER'S CONTACT RECORD" END-DISPLAY.
003130     DISPLAY "0- END MAINTENANCE" END-DISPLAY.
003140     DISPLAY "CHOOSE ONE OPTION" END-DISPLAY.
003150     ACCEPT WS-MENU-CHOICE END-ACCEPT.

003160     IF WS-MENU-CHOICE < 0 OR WS-MENU-CHOICE > 6
003170         DISPLAY "CHOICE NOT VALID" END-DISPLAY
003180         PERFORM 1100-DISPLAY-MENU THRU 1100-EXIT
003190     END-IF.

003880     MOVE "C" TO WS-ACTION.
003890     SET CA-SOURCE-INTERACTIVE TO TRUE.
003900     PERFORM 5250-READ-MEMBER THRU 5250-EXIT.
003910     IF NOT WS-MEMBER-FOUND
003940*        NO NEW IMAGE WAS EVER ENTERED FOR THIS ACTION -
003950*        BLANK THE FIELDS SO THE REJECT AUDIT CANNOT CARRY
003960*        A PRIOR ACTION'S NAME AND DATE OF BIRTH.
003970         MOVE SPACES TO WS-NAME
003980         MOVE ZERO TO D-YEAR
003990         MOVE ZERO TO D-MONTH
004000         MOVE ZERO TO D-DAY
004010         PERFORM 6800-AUDIT-REJECT THRU 6800-EXIT
004020         DISPLAY WS-REASON END-DISPLAY
004030         GO TO 1300-EXIT
004040     END-IF.

004050     DISPLAY "CHANGING " RM-MEMBER-ID " " RM-NAME " "
004060         RM-MONTH "/" RM-DAY "/" RM-YEAR END-DISPLAY.

004350     MOVE "D" TO WS-ACTION.
004360     SET CA-SOURCE-INTERACTIVE TO TRUE.
004369     MOVE "N" TO WS-FOLLOW-MERGE-SW.
004378     PERFORM 5250-READ-MEMBER THRU 5250-EXIT.
004387     MOVE "Y" TO WS-FOLLOW-MERGE-SW.
004396     IF NOT WS-MEMBER-FOUND
004405*        NO NEW IMAGE WAS EVER ENTERED FOR THIS ACTION -
004414*        BLANK THE FIELDS SO THE REJECT AUDIT CANNOT CARRY
004423*        A PRIOR ACTION'S NAME AND DATE OF BIRTH.
004432         MOVE SPACES TO WS-NAME
004441         MOVE ZERO TO D-YEAR
004450         MOVE ZERO TO D-MONTH
004459         MOVE ZERO TO D-DAY
004468         PERFORM 6800-AUDIT-REJECT THRU 6800-EXIT
004477         DISPLAY WS-REASON END-DISPLAY
004486         GO TO 1400-EXIT
004495     END-IF.

004512     IF RM-MEMBER-INACTIVE
004513         MOVE "MEMBER ALREADY INACTIVE" TO WS-REASON

004655     MOVE "R" TO WS-ACTION.
004656     SET CA-SOURCE-INTERACTIVE TO TRUE.
004657     MOVE "N" TO WS-FOLLOW-MERGE-SW.
004658     PERFORM 5250-READ-MEMBER THRU 5250-EXIT.
004659     MOVE "Y" TO WS-FOLLOW-MERGE-SW.
004660     IF NOT WS-MEMBER-FOUND
004661         MOVE SPACES TO WS-NAME
004662         MOVE ZERO TO D-YEAR
004663         MOVE ZERO TO D-MONTH
004664         MOVE ZERO TO D-DAY
004665         PERFORM 6800-AUDIT-REJECT THRU 6800-EXIT
004666         DISPLAY WS-REASON END-DISPLAY
004667         GO TO 1450-EXIT
004668     END-IF.

004669     IF NOT RM-MEMBER-INACTIVE
004670         MOVE "MEMBER NOT INACTIVE" TO WS-REASON
004689     EXIT.

004690*****************************************************************
004691*  1500-MERGE-MEMBER                                            *
004692*  FOLDS A MEMBER LOADED TWICE INTO THE ONE ID THAT SURVIVES.   *
004693*  THE SURVIVOR MUST BE ACTIVE AND THE DUPLICATE NOT ALREADY    *
004694*  MERGED; BOTH ARE READ BY THEIR OWN KEY (NO REDIRECT) SO THE  *
004695*  SUPERVISOR MERGES EXACTLY THE TWO RECORDS KEYED.  THE        *
004696*  DUPLICATE KEEPS ITS RECORD AND AUDIT HISTORY, MARKED         *
004697*  INACTIVE AND MERGED WITH A POINTER TO THE SURVIVOR.          *
004698*****************************************************************
004699 1500-MERGE-MEMBER.
004700     DISPLAY "ENTER THE DUPLICATE MEMBER ID TO MERGE AWAY"
004701         END-DISPLAY.
004702     ACCEPT WS-ENTRY-ID END-ACCEPT.
004703     MOVE WS-ENTRY-ID TO WS-MEMBER-ID.
004704     DISPLAY "ENTER THE MEMBER ID THAT SURVIVES" END-DISPLAY.
004705     ACCEPT WS-ENTRY-ID END-ACCEPT.
004706     MOVE WS-ENTRY-ID TO WS-MERGED-INTO.

004707     MOVE "M" TO WS-ACTION.
004708     SET CA-SOURCE-INTERACTIVE TO TRUE.
004709     MOVE SPACES TO WS-NAME.
004710     MOVE ZERO TO D-YEAR.
004711     MOVE ZERO TO D-MONTH.
004712     MOVE ZERO TO D-DAY.

004713     IF WS-MERGED-INTO = WS-MEMBER-ID
004714         MOVE "CANNOT MERGE INTO ITSELF" TO WS-REASON
004715         GO TO 1500-REJECT
004716     END-IF.

004717     MOVE WS-MERGED-INTO TO RM-MEMBER-ID.
004718     READ MNT-MAST-FILE
004719         INVALID KEY
004720             MOVE "SURVIVOR NOT ON MASTER" TO WS-REASON
004721             GO TO 1500-REJECT
004722     END-READ.
004723     IF RM-MEMBER-INACTIVE
004724         MOVE "SURVIVOR NOT ACTIVE" TO WS-REASON
004725         GO TO 1500-REJECT
004726     END-IF.
004727     MOVE RM-NAME TO WS-SURV-NAME.
004728     DISPLAY "SURVIVOR  " RM-MEMBER-ID " " RM-NAME " "
004729         RM-MONTH "/" RM-DAY "/" RM-YEAR END-DISPLAY.

004730     MOVE WS-MEMBER-ID TO RM-MEMBER-ID.
004731     READ MNT-MAST-FILE
004732         INVALID KEY
004733             MOVE "MEMBER ID NOT ON MASTER" TO WS-REASON
004734             GO TO 1500-REJECT
004735     END-READ.
004736     IF RM-MEMBER-MERGED
004737         MOVE "MEMBER ALREADY MERGED" TO WS-REASON
004738         GO TO 1500-REJECT
004739     END-IF.
004740     DISPLAY "DUPLICATE " RM-MEMBER-ID " " RM-NAME " "
004741         RM-MONTH "/" RM-DAY "/" RM-YEAR END-DISPLAY.

004742     DISPLAY "MERGE " WS-MEMBER-ID " INTO " WS-MERGED-INTO " "
004743         WS-SURV-NAME "? (Y = YES / N = NO)" END-DISPLAY.
004744     ACCEPT WS-CONFIRM-ANS END-ACCEPT.
004745     IF WS-CONFIRM-ANS NOT = "Y" AND WS-CONFIRM-ANS NOT = "y"
004746         DISPLAY "MERGE NOT CONFIRMED" END-DISPLAY
004747         MOVE ZERO TO WS-MERGED-INTO
004748         GO TO 1500-EXIT
004749     END-IF.

004750     PERFORM 6500-APPLY-MERGE THRU 6500-EXIT.
004751     GO TO 1500-EXIT.

004752 1500-REJECT.
004753     PERFORM 6800-AUDIT-REJECT THRU 6800-EXIT.
004754     DISPLAY "NOT MERGED - " WS-REASON END-DISPLAY.

004755 1500-EXIT.
004756     EXIT.

004757*****************************************************************
004758*  1600-MAINT-CONTACT                                           *
004759*  ADDS OR REPLACES THE CONTACT RECORD (RIPCONT) FOR ONE        *
004760*  MEMBER.  THE MEMBER IS LOOKED UP THE SAME WAY AS FOR A       *
004761*  CHANGE (A MERGED ID GOES ON TO ITS SURVIVOR), THE CURRENT    *
004762*  CONTACT IS SHOWN, AND THE WHOLE NEW CONTACT IS KEYED,        *
004763*  EDITED, AND CONFIRMED BEFORE IT IS WRITTEN.  THE CONTACT     *
004764*  FILE IS OPENED ONLY FOR THE ACTION, SO THE NIGHTLY BATCH     *
004765*  RUN NEVER NEEDS IT.                                          *
004766*****************************************************************
004767 1600-MAINT-CONTACT.
004768     DISPLAY "ENTER THE MEMBER ID FOR THE CONTACT RECORD"
004769         END-DISPLAY.
004770     ACCEPT WS-ENTRY-ID END-ACCEPT.
004771     MOVE WS-ENTRY-ID TO WS-MEMBER-ID.

004772     MOVE "T" TO WS-ACTION.
004773     SET CA-SOURCE-INTERACTIVE TO TRUE.
004774     MOVE SPACES TO WS-NAME.
004775     MOVE ZERO TO D-YEAR.
004776     MOVE ZERO TO D-MONTH.
004777     MOVE ZERO TO D-DAY.
004778     PERFORM 5250-READ-MEMBER THRU 5250-EXIT.
004779     IF NOT WS-MEMBER-FOUND
004780         PERFORM 6800-AUDIT-REJECT THRU 6800-EXIT
004781         DISPLAY WS-REASON END-DISPLAY
004782         GO TO 1600-EXIT
004783     END-IF.

004784     DISPLAY "CONTACT FOR " RM-MEMBER-ID " " RM-NAME END-DISPLAY.
004785     IF RM-MEMBER-INACTIVE
004786         DISPLAY "NOTE - THIS MEMBER IS INACTIVE" END-DISPLAY
004787     END-IF.

004788     PERFORM 1650-OPEN-CONT-FILE THRU 1650-EXIT.
004789     IF FS-CONT-FILE NOT = "00"
004790         MOVE "CONTACT FILE UNAVAILABLE" TO WS-REASON
004791         PERFORM 6800-AUDIT-REJECT THRU 6800-EXIT
004792         GO TO 1600-EXIT
004793     END-IF.

004794     MOVE "N" TO WS-CONT-FOUND-SW.
004795     MOVE WS-MEMBER-ID TO CT-MEMBER-ID.
004796     READ MNT-CONT-FILE
004797         INVALID KEY
004798             MOVE SPACES TO RIP-CONT-RECORD
004799             MOVE WS-MEMBER-ID TO CT-MEMBER-ID
004800             MOVE SPACES TO WS-OLD-CONTACT
004801         NOT INVALID KEY
004802             MOVE "Y" TO WS-CONT-FOUND-SW
004803             MOVE CT-CONTACT-DATA TO WS-OLD-CONTACT
004804     END-READ.

004805     IF WS-CONT-FOUND
004806         PERFORM 1660-SHOW-CONTACT THRU 1660-EXIT
004807     ELSE
004808         DISPLAY "NO CONTACT RECORD ON FILE - ONE WILL BE ADDED"
004809             END-DISPLAY
004810     END-IF.

004811     PERFORM 1620-ASK-CONTACT THRU 1620-EXIT.

004812     DISPLAY "SAVE THIS CONTACT? (Y = YES / N = NO)" END-DISPLAY.
004813     ACCEPT WS-CONFIRM-ANS END-ACCEPT.
004814     IF WS-CONFIRM-ANS NOT = "Y" AND WS-CONFIRM-ANS NOT = "y"
004815         DISPLAY "CONTACT CHANGE NOT CONFIRMED" END-DISPLAY
004816         MOVE SPACES TO WS-OLD-CONTACT
004817         CLOSE MNT-CONT-FILE
004818         GO TO 1600-EXIT
004819     END-IF.

004820     PERFORM 6600-APPLY-CONTACT THRU 6600-EXIT.
004821     CLOSE MNT-CONT-FILE.

004822 1600-EXIT.
004823     EXIT.

004824*****************************************************************
004825*  1620-ASK-CONTACT                                             *
004826*  PROMPTS FOR THE WHOLE CONTACT INTO THE RECORD AREA AND       *
004827*  RE-PROMPTS UNTIL IT PASSES 5300-EDIT-CONTACT.                *
004828*****************************************************************
004829 1620-ASK-CONTACT.
004830     MOVE SPACES TO CT-CONTACT-DATA.
004831     DISPLAY "ADDRESS LINE 1:" END-DISPLAY.
004832     ACCEPT CT-ADDR-LINE-1 END-ACCEPT.
004833     DISPLAY "ADDRESS LINE 2 (BLANK IF NONE):" END-DISPLAY.
004834     ACCEPT CT-ADDR-LINE-2 END-ACCEPT.
004835     DISPLAY "CITY:" END-DISPLAY.
004836     ACCEPT CT-CITY END-ACCEPT.
004837     DISPLAY "STATE (2 LETTERS):" END-DISPLAY.
004838     ACCEPT CT-STATE END-ACCEPT.
004839     DISPLAY "POSTAL CODE:" END-DISPLAY.
004840     ACCEPT CT-POSTAL-CODE END-ACCEPT.
004841     DISPLAY "IS MAIL TO THIS ADDRESS COMING BACK UNDELIVERED? "
004842         "(Y = YES / N = NO)" END-DISPLAY.
004843     ACCEPT WS-RETURNED-ANS END-ACCEPT.
004844     IF WS-RETURNED-ANS = "Y" OR WS-RETURNED-ANS = "y"
004845         MOVE "R" TO CT-ADDR-STATUS
004846     ELSE
004847         MOVE "V" TO CT-ADDR-STATUS
004848     END-IF.
004849     DISPLAY "PREFERRED CONTACT METHOD (M = MAIL, E = EMAIL, "
004850         "P = PHONE):" END-DISPLAY.
004851     ACCEPT CT-CONTACT-METHOD END-ACCEPT.
004852     INSPECT CT-CONTACT-METHOD CONVERTING "mep" TO "MEP".
004853     DISPLAY "PHONE (BLANK IF NONE):" END-DISPLAY.
004854     ACCEPT CT-PHONE END-ACCEPT.
004855     DISPLAY "EMAIL (BLANK IF NONE):" END-DISPLAY.
004856     ACCEPT CT-EMAIL END-ACCEPT.

004857     PERFORM 5300-EDIT-CONTACT THRU 5300-EXIT.
004858     IF WS-ACTION-REJECTED
004859         DISPLAY "PLEASE ENTER THE CONTACT AGAIN - " WS-REASON
004860             END-DISPLAY
004861         PERFORM 1620-ASK-CONTACT THRU 1620-EXIT
004862     END-IF.

004863 1620-EXIT.
004864     EXIT.

004865*****************************************************************
004866*  1650-OPEN-CONT-FILE                                          *
004867*  OPENS THE CONTACT FILE FOR KEYED UPDATE.  A MISSING FILE     *
004868*  (STATUS 35) JUST MEANS NO CONTACT HAS BEEN KEYED YET - IT    *
004869*  IS CREATED EMPTY AND REOPENED, AS BENMNT DOES.  ANY OTHER    *
004870*  FAILURE LEAVES THE STATUS FOR THE CALLER TO REFUSE ON.       *
004871*****************************************************************
004872 1650-OPEN-CONT-FILE.
004873     OPEN I-O MNT-CONT-FILE.
004874     IF FS-CONT-FILE = "35"
004875         DISPLAY "RIPCONT NOT AVAILABLE - STARTING EMPTY"
004876             END-DISPLAY
004877         OPEN OUTPUT MNT-CONT-FILE
004878         IF FS-CONT-FILE = "00"
004879             CLOSE MNT-CONT-FILE
004880             OPEN I-O MNT-CONT-FILE
004881         END-IF
004882     END-IF.
004883     IF FS-CONT-FILE NOT = "00"
004884         DISPLAY "UNABLE TO OPEN RIPCONT, STATUS "
004885             FS-CONT-FILE END-DISPLAY
004886     END-IF.

004887 1650-EXIT.
004888     EXIT.

004889 1660-SHOW-CONTACT.
004890     DISPLAY "  ADDRESS   " CT-ADDR-LINE-1 END-DISPLAY.
004891     IF CT-ADDR-LINE-2 NOT = SPACES
004892         DISPLAY "            " CT-ADDR-LINE-2 END-DISPLAY
004893     END-IF.
004894     DISPLAY "            " CT-CITY " " CT-STATE " "
004895         CT-POSTAL-CODE END-DISPLAY.
004896     IF CT-ADDR-RETURNED
004897         DISPLAY "  MAIL TO THIS ADDRESS IS COMING BACK"
004898             END-DISPLAY
004899     END-IF.
004900     DISPLAY "  PREFERS   " CT-CONTACT-METHOD
004901         "   PHONE " CT-PHONE END-DISPLAY.
004902     DISPLAY "  EMAIL     " CT-EMAIL END-DISPLAY.
004903     DISPLAY "  LAST CHANGED " CT-LAST-CHANGED (1:17)
004904         " BY " CT-LAST-OPERATOR END-DISPLAY.

004905 1660-EXIT.
004906     EXIT.

004907*****************************************************************
004908*  2000-BATCH-DRIVER                                            *
004909*  APPLIES THE HAND-PREPARED CHANGE FILE (RIPCHG) IN ONE PASS. *
004910*  THE FILE CARRIES THE USUAL HEADER AND TRAILER CONTROL       *
004911*  RECORDS; THE HASH TOTAL IS THE SUM OF THE DATE-OF-BIRTH     *
004912*  FIELDS, THE SAME CONVENTION THE OLD SEQUENTIAL ROSTER USES. *
004913*****************************************************************
004914 2000-BATCH-DRIVER.
004915*    THE CONTROL TOTALS ARE PRE-VERIFIED ON A FIRST PASS OVER
004916*    THE CHANGE FILE BEFORE A SINGLE ACTION IS APPLIED - THE
004917*    MASTER IS UPDATED IN PLACE (REWRITES AND DELETES), SO A
004918*    TRUNCATED RIPCHG CAUGHT ONLY AT THE END WOULD ALREADY BE
004919*    APPLIED AND FAR HARDER TO BACK OUT THAN AN EXTEND FILE.
004920     OPEN INPUT MNT-CHG-FILE.
004921     IF FS-CHG-FILE NOT = "00"
004922         DISPLAY "UNABLE TO OPEN RIPCHG, STATUS "
004923             FS-CHG-FILE END-DISPLAY
004924         PERFORM 2960-REGISTER-FRESH-FAIL THRU 2960-EXIT
004925         PERFORM 2910-BATCH-FAIL THRU 2910-EXIT
004926     END-IF.

004927     PERFORM 2050-VERIFY-CHG-HEADER THRU 2050-EXIT.
004928     PERFORM 2070-CHECK-RUN-CONTROL THRU 2070-EXIT.
004929     PERFORM 2085-PREVERIFY-CONTROLS THRU 2085-EXIT.
004930     PERFORM 2100-READ-CHG THRU 2100-EXIT.

004931     PERFORM 2300-BATCH-PROCESS-CHG THRU 2300-EXIT
004932         UNTIL WS-CHG-EOF OR WS-TRL-SEEN.

004933     PERFORM 2950-VERIFY-CHG-TRAILER THRU 2950-EXIT.

004934     MOVE "C" TO WS-RUNC-STATUS.
004935     PERFORM 8900-WRITE-RUNC-REC THRU 8900-EXIT.
004936     CLOSE MNT-RUNC-FILE.
004937     PERFORM 8850-RECORD-KEYED-RUN THRU 8850-EXIT.
004938     CLOSE MNT-CHG-FILE.

004940 2000-EXIT.
004950     EXIT.
006720             IF WS-ACTION-REJECTED
006730                 PERFORM 6800-AUDIT-REJECT THRU 6800-EXIT
006740             ELSE
006750                 PERFORM 5250-READ-MEMBER THRU 5250-EXIT
006760                 IF NOT WS-MEMBER-FOUND
006800                     PERFORM 6800-AUDIT-REJECT THRU 6800-EXIT
006810                 ELSE
006820                     MOVE RM-NAME TO WS-OLD-NAME
006830                     COMPUTE WS-OLD-DOB = (RM-YEAR * 10000)
006840                         + (RM-MONTH * 100) + RM-DAY
006850                     END-COMPUTE
006860                     PERFORM 6200-APPLY-CHANGE THRU 6200-EXIT
006870                 END-IF
006880             END-IF
006890         WHEN "D"
006902*            THE CHANGE FILE CARRIES NO EFFECTIVE DATE, SO A
006904*            BATCH DEACTIVATION TAKES EFFECT ON THE FILE DATE.
006906             MOVE WS-RUN-FILE-DATE TO WS-EFF-DATE
006907             MOVE "N" TO WS-FOLLOW-MERGE-SW
006908             PERFORM 5250-READ-MEMBER THRU 5250-EXIT
006909             MOVE "Y" TO WS-FOLLOW-MERGE-SW
006910             IF NOT WS-MEMBER-FOUND
006911                 PERFORM 6800-AUDIT-REJECT THRU 6800-EXIT
006912             ELSE
006913                 PERFORM 6300-APPLY-DELETE THRU 6300-EXIT
006914             END-IF
006915         WHEN "R"
006916             MOVE WS-RUN-FILE-DATE TO WS-EFF-DATE
006917             MOVE "N" TO WS-FOLLOW-MERGE-SW
006918             PERFORM 5250-READ-MEMBER THRU 5250-EXIT
006919             MOVE "Y" TO WS-FOLLOW-MERGE-SW
006920             IF NOT WS-MEMBER-FOUND
006921                 PERFORM 6800-AUDIT-REJECT THRU 6800-EXIT
006922             ELSE
006923                 IF RM-MEMBER-INACTIVE
006924                     PERFORM 6400-APPLY-REINSTATE THRU 6400-EXIT
006925                 ELSE
006926                     MOVE "MEMBER NOT INACTIVE" TO WS-REASON
006940                     PERFORM 6800-AUDIT-REJECT THRU 6800-EXIT
006986                 END-IF
006987             END-IF
006988         WHEN OTHER
006990             MOVE "UNRECOGNIZED ACTION CODE" TO WS-REASON
007000             PERFORM 6800-AUDIT-REJECT THRU 6800-EXIT
008600     EXIT.

008610*****************************************************************
008611*  5250-READ-MEMBER                                             *
008612*  READS THE MASTER BY WS-MEMBER-ID FOR A LOOKUP, CHANGE,       *
008613*  DELETE, OR REINSTATE.  A MERGED ID REDIRECTS TO THE MEMBER   *
008614*  IT WAS MERGED INTO (AND ON DOWN THE CHAIN IF THAT ONE WAS    *
008615*  MERGED LATER), SO THE ACTION AND ITS AUDIT LAND ON THE       *
008616*  SURVIVOR - UNLESS THE CALLER TURNED WS-FOLLOW-MERGE OFF      *
008617*  (DELETE AND REINSTATE), WHEN A MERGED ID IS NOT FOUND.       *
008618*  SETS WS-MEMBER-FOUND, OR WS-REASON WHEN NOTHING IS FOUND.    *
008619*****************************************************************
008620 5250-READ-MEMBER.
008621     MOVE "N" TO WS-MEMBER-FOUND-SW.
008622     MOVE ZERO TO WS-MERGE-HOPS.
008623     MOVE WS-MEMBER-ID TO RM-MEMBER-ID.
008624     READ MNT-MAST-FILE
008625         INVALID KEY
008626             MOVE "MEMBER ID NOT ON MASTER" TO WS-REASON
008627             GO TO 5250-EXIT
008628     END-READ.
008629     MOVE "Y" TO WS-MEMBER-FOUND-SW.

008630     IF RM-MEMBER-MERGED AND NOT WS-FOLLOW-MERGE
008631         MOVE "N" TO WS-MEMBER-FOUND-SW
008632         MOVE SPACES TO WS-REASON
008633         STRING "MERGED INTO " RM-MERGED-INTO
008634             DELIMITED BY SIZE INTO WS-REASON
008635         GO TO 5250-EXIT
008636     END-IF.

008637     PERFORM 5260-FOLLOW-MERGE THRU 5260-EXIT
008638         UNTIL NOT RM-MEMBER-MERGED
008639             OR NOT WS-MEMBER-FOUND.

008640 5250-EXIT.
008641     EXIT.

008642*A MERGE CHAIN LONGER THAN TEN IDS CAN ONLY BE A DAMAGED
008643*POINTER - IT IS TREATED AS NOT FOUND RATHER THAN CHASED.
008644 5260-FOLLOW-MERGE.
008645     ADD 1 TO WS-MERGE-HOPS.
008646     IF WS-MERGE-HOPS > 10 OR RM-MERGED-INTO NOT NUMERIC
008647         MOVE "N" TO WS-MEMBER-FOUND-SW
008648         MOVE "MERGE POINTER NOT VALID" TO WS-REASON
008649         GO TO 5260-EXIT
008650     END-IF.

008651     DISPLAY "MEMBER " WS-MEMBER-ID " WAS MERGED INTO "
008652         RM-MERGED-INTO " - USING " RM-MERGED-INTO END-DISPLAY.
008653     MOVE RM-MERGED-INTO TO WS-MEMBER-ID.
008654     MOVE WS-MEMBER-ID TO RM-MEMBER-ID.
008655     READ MNT-MAST-FILE
008656         INVALID KEY
008657             MOVE "N" TO WS-MEMBER-FOUND-SW
008658             MOVE "SURVIVOR NOT ON MASTER" TO WS-REASON
008659     END-READ.

008660 5260-EXIT.
008661     EXIT.

008662*****************************************************************
008663*  5300-EDIT-CONTACT                                            *
008664*  EDITS A KEYED CONTACT IN THE RECORD AREA - THE METHOD MUST   *
008665*  BE M, E, OR P AND THE DETAIL FOR THE CHOSEN METHOD MUST BE   *
008666*  THERE: A FULL ADDRESS (LINE 1, CITY, POSTAL CODE) FOR MAIL,  *
008667*  A NUMBER FOR PHONE.  AN EMAIL ADDRESS, WHENEVER ONE IS       *
008668*  KEYED, MUST CARRY EXACTLY ONE AT SIGN.  SETS THE REJECT      *
008669*  SWITCH AND REASON.                                           *
008670*****************************************************************
008671 5300-EDIT-CONTACT.
008672     MOVE "N" TO WS-REJECT-SW.
008673     MOVE SPACES TO WS-REASON.

008674     IF NOT CT-METHOD-VALID
008675         MOVE "CONTACT METHOD NOT M/E/P" TO WS-REASON
008676         MOVE "Y" TO WS-REJECT-SW
008677         GO TO 5300-EXIT
008678     END-IF.

008679     IF CT-PREFERS-MAIL
008680         AND (CT-ADDR-LINE-1 = SPACES OR CT-CITY = SPACES
008681             OR CT-POSTAL-CODE = SPACES)
008682         MOVE "ADDRESS IS INCOMPLETE" TO WS-REASON
008683         MOVE "Y" TO WS-REJECT-SW
008684         GO TO 5300-EXIT
008685     END-IF.

008686     IF CT-PREFERS-PHONE AND CT-PHONE = SPACES
008687         MOVE "PHONE NUMBER IS BLANK" TO WS-REASON
008688         MOVE "Y" TO WS-REJECT-SW
008689         GO TO 5300-EXIT
008690     END-IF.

008691     IF CT-PREFERS-EMAIL OR CT-EMAIL NOT = SPACES
008692         MOVE ZERO TO WS-AT-COUNT
008693         INSPECT CT-EMAIL TALLYING WS-AT-COUNT FOR ALL "@"
008694         IF WS-AT-COUNT NOT = 1
008695             MOVE "EMAIL ADDRESS NOT VALID" TO WS-REASON
008696             MOVE "Y" TO WS-REJECT-SW
008697         END-IF
008698     END-IF.

008699 5300-EXIT.
008700     EXIT.

008701*****************************************************************
008702*  6100-APPLY-ADD                                               *
008703*  ASSIGNS THE NEXT MEMBER ID AND WRITES THE NEW MASTER        *
008704*  RECORD, THEN AUDITS THE APPLIED ADD.                         *
008705*****************************************************************
008706 6100-APPLY-ADD.
008707     ADD 1 TO WS-HIGH-ID.
008708     MOVE SPACES TO RIP-MAST-RECORD.
008709     MOVE WS-HIGH-ID TO RM-MEMBER-ID.
008710     MOVE WS-NAME    TO RM-NAME.
008711     MOVE D-YEAR     TO RM-YEAR.
008720     MOVE D-MONTH    TO RM-MONTH.
008730     MOVE D-DAY      TO RM-DAY.
008740     WRITE RIP-MAST-RECORD
009690         INVALID KEY
009700             MOVE "REINSTATEMENT FAILED" TO WS-REASON
009710             PERFORM 6800-AUDIT-REJECT THRU 6800-EXIT
009711             GO TO 6400-EXIT
009712     END-REWRITE.

009713     DISPLAY "REINSTATED MEMBER " WS-MEMBER-ID
009714         " EFFECTIVE " WS-EFF-DATE END-DISPLAY.
009715     ADD 1 TO WS-APPLIED-COUNT.
009716     PERFORM 6900-WRITE-CHG-AUDIT THRU 6900-EXIT.

009717 6400-EXIT.
009718     EXIT.

009719*****************************************************************
009720*  6500-APPLY-MERGE                                             *
009721*  THE DUPLICATE'S MASTER RECORD IS IN THE RECORD AREA AND THE  *
009722*  SURVIVOR IS IN WS-MERGED-INTO.  MARKS THE DUPLICATE          *
009723*  INACTIVE (A MEMBER ALREADY INACTIVE KEEPS ITS ORIGINAL       *
009724*  EFFECTIVE DATE) AND MERGED, AND AUDITS ACTION M WITH THE     *
009725*  SURVIVING ID.  THE MERGE TAKES EFFECT ON THE BUSINESS DATE.  *
009726*****************************************************************
009727 6500-APPLY-MERGE.
009728     MOVE RM-NAME TO CA-OLD-NAME.
009729     COMPUTE CA-OLD-DOB = (RM-YEAR * 10000)
009730         + (RM-MONTH * 100) + RM-DAY
009731     END-COMPUTE.

009732     IF NOT RM-MEMBER-INACTIVE
009733         COMPUTE WS-TODAY-DATE = (WS-TODAY-YEAR * 10000)
009734             + (WS-TODAY-MONTH * 100) + WS-TODAY-DAY
009735         END-COMPUTE
009736         MOVE "I" TO RM-STATUS-SW
009737         MOVE WS-TODAY-DATE TO RM-STATUS-DATE
009738     END-IF.
009739     MOVE RM-STATUS-DATE TO WS-EFF-DATE.
009740     MOVE "M" TO RM-MERGE-SW.
009741     MOVE WS-MERGED-INTO TO RM-MERGED-INTO.
009742     REWRITE RIP-MAST-RECORD
009743         INVALID KEY
009744             MOVE "MERGE FAILED" TO WS-REASON
009745             PERFORM 6800-AUDIT-REJECT THRU 6800-EXIT
009746             GO TO 6500-EXIT
009747     END-REWRITE.

009748     DISPLAY "MERGED MEMBER " WS-MEMBER-ID " INTO "
009749         WS-MERGED-INTO END-DISPLAY.
009750     ADD 1 TO WS-APPLIED-COUNT.
009751     PERFORM 6900-WRITE-CHG-AUDIT THRU 6900-EXIT.

009752 6500-EXIT.
009753     EXIT.

009754*****************************************************************
009755*  6600-APPLY-CONTACT                                           *
009756*  THE KEYED AND EDITED CONTACT IS IN THE RECORD AREA AND ITS   *
009757*  OLD IMAGE (SPACES FOR A NEW ONE) IN WS-OLD-CONTACT.  STAMPS  *
009758*  WHO AND WHEN, WRITES OR REWRITES THE RECORD, AND AUDITS      *
009759*  ACTION T WITH BOTH IMAGES.                                   *
009760*****************************************************************
009761 6600-APPLY-CONTACT.
009762     MOVE CT-CONTACT-DATA TO WS-NEW-CONTACT.
009763     MOVE WS-OPERATOR-ID TO CT-LAST-OPERATOR.
009764     ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD.
009765     ACCEPT WS-CUR-TIME FROM TIME.
009766     MOVE SPACES TO CT-LAST-CHANGED.
009767     STRING WS-CUR-DATE  "-" WS-CUR-TIME
009768         DELIMITED BY SIZE INTO CT-LAST-CHANGED.

009769     IF WS-CONT-FOUND
009770         REWRITE RIP-CONT-RECORD
009771             INVALID KEY
009772                 MOVE "CONTACT REWRITE FAILED" TO WS-REASON
009773                 PERFORM 6800-AUDIT-REJECT THRU 6800-EXIT
009774                 GO TO 6600-EXIT
009775         END-REWRITE
009776     ELSE
009777         WRITE RIP-CONT-RECORD
009778             INVALID KEY
009779                 MOVE "CONTACT WRITE FAILED" TO WS-REASON
009780                 PERFORM 6800-AUDIT-REJECT THRU 6800-EXIT
009781                 GO TO 6600-EXIT
009782         END-WRITE
009783     END-IF.

009784     DISPLAY "CONTACT SAVED FOR MEMBER " WS-MEMBER-ID END-DISPLAY.
009785     ADD 1 TO WS-APPLIED-COUNT.
009786     PERFORM 6900-WRITE-CHG-AUDIT THRU 6900-EXIT.

009787 6600-EXIT.
009788     EXIT.

009789*****************************************************************
009792*  6800-AUDIT-REJECT                                            *
009793*  WRITES THE CHANGE-AUDIT RECORD FOR A REJECTED ACTION WITH   *
009794*  THE REASON THE EDIT SET.                                     *
009826     MOVE WS-REASON    TO CA-REASON.
009827     MOVE WS-OPERATOR-ID TO CA-OPERATOR-ID.
009828     MOVE WS-EFF-DATE  TO CA-EFF-DATE.
009837     MOVE WS-MERGED-INTO TO CA-MERGED-INTO.
009846     MOVE WS-OLD-CONTACT TO CA-OLD-CONTACT.
009855     MOVE WS-NEW-CONTACT TO CA-NEW-CONTACT.
009864     WRITE RIP-CHG-AUDIT-RECORD.

009873     MOVE SPACES TO CA-OLD-NAME.
009882     MOVE ZERO   TO CA-OLD-DOB.
009891     MOVE ZERO   TO WS-EFF-DATE.
009892     MOVE ZERO   TO WS-MERGED-INTO.
009893     MOVE SPACES TO WS-OLD-CONTACT.
009894     MOVE SPACES TO WS-NEW-CONTACT.

009895 6950-EXIT.
009896     EXIT.

009897*****************************************************************
009898*  8900-WRITE-RUNC-REC                                          *
009899*  APPENDS ONE RUN-CONTROL REGISTRY RECORD.  CALLER SETS        *
009900*  WS-RUNC-STATUS AND LEAVES MNT-RUNC-FILE OPEN EXTEND.         *
009901*****************************************************************
009902 8900-WRITE-RUNC-REC.
009903     MOVE "RIPMNT"        TO RC-PROGRAM.
009904     MOVE "RIPCHG"        TO RC-FILE-NAME.
009905     MOVE WS-RUN-FILE-DATE TO RC-FILE-DATE.
009906     MOVE WS-RUN-ID       TO RC-RUN-ID.
009907     MOVE WS-RUNC-STATUS  TO RC-STATUS.
009908     MOVE WS-CHG-COUNT    TO RC-REC-COUNT.
009909     ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD.
009910     ACCEPT WS-CUR-TIME FROM TIME.
009920     MOVE SPACES TO RC-TIMESTAMP.
009930     STRING WS-CUR-DATE  "-" WS-CUR-TIME
