000350*        UNTRACED DIVERGENCE REPORTED BEFORE A RECOVERY EVER    *
000360*        NEEDS IT.                                              *
000370*  EVERYTHING DONE OR FOUND IS PRINTED ON RCVRPT.               *
000372*  THE MEMBER CONTACT FILE (RIPCONT) TRAVELS WITH THE MASTER -  *
000374*  EACH FUNCTION DOES THE SAME FOR IT THROUGH RIPCBKP AND       *
000376*  RIPCRCV, ROLLED FORWARD BY THE CONTACT (T) AUDIT RECORDS.    *
000380*****************************************************************
000390*  MODIFICATION HISTORY.
000400*  10/06/2026  RH  ORIGINAL VERSION.
000406*                  INSTEAD OF REMOVING IT, APPLIES THE NEW
000407*                  REINSTATE ACTION, AND THE VERIFY COMPARE
000408*                  INCLUDES THE STATUS FIELDS.
000409*  12/21/2026  RH  THE REPLAY APPLIES RIPMNT'S NEW MERGE ACTION
000410*                  (INACTIVE, MERGED, POINTER TO THE SURVIVING
000411*                  ID) AND THE VERIFY COMPARE INCLUDES THE
000412*                  MERGE FIELDS.
000413*  01/18/2027  RH  THE MEMBER CONTACT FILE (RIPCONT) IS BACKED
000414*                  UP TO RIPCBKP WITH THE SAME CUT TIMESTAMP AS
000415*                  THE MASTER, REPLAYED TO RIPCRCV THROUGH
000416*                  RIPMNT'S CONTACT ACTION, AND KEY-MATCHED
000417*                  AGAINST THE LIVE FILE ON A VERIFY.  A
000418*                  SNAPSHOT CUT BEFORE CONTACTS EXISTED REPLAYS
000419*                  THEM FROM EMPTY.
000420*****************************************************************
000421 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT RCV-MAST-FILE    ASSIGN TO "RIPMAST"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS FS-RPT-FILE.

000671     SELECT RCV-CONT-FILE    ASSIGN TO "RIPCONT"
000672         ORGANIZATION IS INDEXED
000673         ACCESS MODE IS DYNAMIC
000674         RECORD KEY IS CT-MEMBER-ID
000675         FILE STATUS IS FS-CONT-FILE.

000676     SELECT RCV-CBKP-FILE    ASSIGN TO "RIPCBKP"
000677         ORGANIZATION IS LINE SEQUENTIAL
000678         FILE STATUS IS FS-CBKP-FILE.

000679     SELECT RCV-CRCV-FILE    ASSIGN TO "RIPCRCV"
000680         ORGANIZATION IS INDEXED
000681         ACCESS MODE IS DYNAMIC
000682         RECORD KEY IS CR-MEMBER-ID
000683         FILE STATUS IS FS-CRCV-FILE.

000684 DATA DIVISION.
000690 FILE SECTION.
000700 FD  RCV-MAST-FILE.
000710 COPY RIPMAST.
000912     05  RV-STATUS-SW            PIC X(01).
000914         88  RV-MEMBER-INACTIVE      VALUE "I".
000916     05  RV-STATUS-DATE          PIC 9(08).
000917     05  RV-MERGE-SW             PIC X(01).
000918     05  RV-MERGED-INTO          PIC 9(07).
000920     05  FILLER                  PIC X(28).

000930 FD  RCV-AUDT-FILE
000940     RECORDING MODE IS F.
001040     RECORDING MODE IS F.
001050 01  RCV-RPT-RECORD              PIC X(132).

001051 FD  RCV-CONT-FILE.
001052 COPY RIPCONT.

001053 FD  RCV-CBKP-FILE
001054     RECORDING MODE IS F.
001055 01  RCV-CBKP-RECORD.
001056     05  CB-MEMBER-ID            PIC 9(07).
001057     05  FILLER                  PIC X(193).
001058 01  RCV-CBKP-HDR-TRL.
001059 COPY CBLHDTR.
001060     05  CBKP-SNAP-STAMP         PIC X(17).
001061     05  FILLER                  PIC X(122).

001062 FD  RCV-CRCV-FILE.
001063 01  RCV-CRCV-RECORD.
001064     05  CR-MEMBER-ID            PIC 9(07).
001065     05  CR-CONTACT-DATA         PIC X(149).
001066     05  CR-LAST-OPERATOR        PIC X(08).
001067     05  CR-LAST-CHANGED         PIC X(26).
001068     05  FILLER                  PIC X(10).

001069 WORKING-STORAGE SECTION.
001070 01  FS-MAST-FILE        PIC X(02) VALUE "00".
001080 01  FS-BKP-FILE         PIC X(02) VALUE "00".
001090 01  FS-RCOV-FILE        PIC X(02) VALUE "00".
001100 01  FS-AUDT-FILE        PIC X(02) VALUE "00".
001110 01  FS-CTL-FILE         PIC X(02) VALUE "00".
001120 01  FS-RPT-FILE         PIC X(02) VALUE "00".
001122 01  FS-CONT-FILE        PIC X(02) VALUE "00".
001124 01  FS-CBKP-FILE        PIC X(02) VALUE "00".
001126 01  FS-CRCV-FILE        PIC X(02) VALUE "00".

001130 01  WS-FUNC-ANS         PIC X VALUE SPACE.
001140     88  WS-FUNC-SNAPSHOT        VALUE "S" "s".
001240     88  WS-RCOV-EOF             VALUE "Y".
001250 01  WS-TRL-SEEN-SW      PIC X VALUE "N".
001260     88  WS-TRL-SEEN             VALUE "Y".
001261 01  WS-CONT-EOF-SW      PIC X VALUE "N".
001262     88  WS-CONT-EOF             VALUE "Y".
001263 01  WS-CBKP-EOF-SW      PIC X VALUE "N".
001264     88  WS-CBKP-EOF             VALUE "Y".
001265 01  WS-CRCV-EOF-SW      PIC X VALUE "N".
001266     88  WS-CRCV-EOF             VALUE "Y".
001267 01  WS-CTRL-SEEN-SW     PIC X VALUE "N".
001268     88  WS-CTRL-SEEN            VALUE "Y".
001269 01  WS-CONT-FOUND-SW    PIC X VALUE "N".
001270     88  WS-CONT-FOUND           VALUE "Y".

001271 01  WS-CUR-DATE         PIC 9(08).
001280 01  WS-CUR-TIME         PIC 9(08).
001290 01  WS-SNAP-STAMP       PIC X(17) VALUE SPACES.
001300 01  WS-TARGET-STAMP     PIC X(17) VALUE SPACES.
001370 01  WS-ID-HASH          PIC S9(13)V99 VALUE ZERO.
001380 01  WS-LOAD-HASH        PIC S9(13)V99 VALUE ZERO.

001381*CONTACT FILE COUNTS AND MEMBER-ID HASHES, KEPT APART FROM THE
001382*MASTER'S SO EACH BACKUP PROVES ITSELF AGAINST ITS OWN TRAILER.
001383 01  WS-CCOPY-COUNT      PIC 9(07) COMP VALUE ZERO.
001384 01  WS-CLOAD-COUNT      PIC 9(07) COMP VALUE ZERO.
001385 01  WS-CID-HASH         PIC S9(13)V99 VALUE ZERO.
001386 01  WS-CLOAD-HASH       PIC S9(13)V99 VALUE ZERO.

001390 01  WS-NEW-DOB-WORK.
001400     05  WS-NEW-DOB-YEAR     PIC 9(04).
001410     05  WS-NEW-DOB-MONTH    PIC 9(02).
002310     CLOSE RCV-MAST-FILE.
002320     CLOSE RCV-BKP-FILE.

002325     PERFORM 1200-SNAPSHOT-CONTACTS THRU 1200-EXIT.

002330     MOVE SPACES TO ML-TEXT.
002340     STRING "SNAPSHOT CUT AT " WS-SNAP-STAMP
002350         DELIMITED BY SIZE INTO ML-TEXT.
002360     WRITE RCV-RPT-RECORD FROM RCV-RPT-MSG-LINE.
002370     DISPLAY WS-COPY-COUNT " MASTER RECORD(S) BACKED UP"
002373         END-DISPLAY.
002376     DISPLAY WS-CCOPY-COUNT " CONTACT RECORD(S) BACKED UP"
002380         END-DISPLAY.

002390 1000-EXIT.
002520     WRITE RCV-BKP-RECORD.

002530 1100-EXIT.
002531     EXIT.

002532*****************************************************************
002533*  1200-SNAPSHOT-CONTACTS                                       *
002534*  COPIES THE CONTACT FILE TO RIPCBKP UNDER THE SAME CUT        *
002535*  TIMESTAMP AS THE MASTER BACKUP, SO THE TWO REPLAY FROM ONE   *
002536*  POINT.  NO CONTACT FILE YET (STATUS 35) IS BACKED UP AS AN   *
002537*  EMPTY FILE - HEADER AND A ZERO TRAILER.                      *
002538*****************************************************************
002539 1200-SNAPSHOT-CONTACTS.
002540     OPEN INPUT RCV-CONT-FILE.
002541     IF FS-CONT-FILE = "35"
002542         MOVE "Y" TO WS-CONT-EOF-SW
002543     ELSE
002544         IF FS-CONT-FILE NOT = "00"
002545             DISPLAY "UNABLE TO OPEN RIPCONT, STATUS "
002546                 FS-CONT-FILE END-DISPLAY
002547             MOVE 16 TO RETURN-CODE
002548             GO TO 1200-EXIT
002549         END-IF
002550     END-IF.

002551     OPEN OUTPUT RCV-CBKP-FILE.
002552     IF FS-CBKP-FILE NOT = "00"
002553         DISPLAY "UNABLE TO OPEN RIPCBKP, STATUS "
002554             FS-CBKP-FILE END-DISPLAY
002555         IF NOT WS-CONT-EOF
002556             CLOSE RCV-CONT-FILE
002557         END-IF
002558         MOVE 16 TO RETURN-CODE
002559         GO TO 1200-EXIT
002560     END-IF.

002561     WRITE RCV-CBKP-RECORD FROM WS-OUT-HDR-REC.

002562     IF NOT WS-CONT-EOF
002563         PERFORM 1250-COPY-CONTACT-REC THRU 1250-EXIT
002564             UNTIL WS-CONT-EOF
002565         CLOSE RCV-CONT-FILE
002566     END-IF.

002567     MOVE WS-CCOPY-COUNT TO OT-REC-COUNT.
002568     MOVE WS-CID-HASH    TO OT-HASH-TOTAL.
002569     WRITE RCV-CBKP-RECORD FROM WS-OUT-TRL-REC.
002570     CLOSE RCV-CBKP-FILE.

002571 1200-EXIT.
002572     EXIT.

002573 1250-COPY-CONTACT-REC.
002574     READ RCV-CONT-FILE NEXT RECORD
002575         AT END
002576             MOVE "Y" TO WS-CONT-EOF-SW
002577     END-READ.
002578     IF WS-CONT-EOF
002579         GO TO 1250-EXIT
002580     END-IF.

002581     ADD 1 TO WS-CCOPY-COUNT.
002582     ADD CT-MEMBER-ID TO WS-CID-HASH.
002583     MOVE RIP-CONT-RECORD TO RCV-CBKP-RECORD.
002584     WRITE RCV-CBKP-RECORD.

002585 1250-EXIT.
002586     EXIT.

002587*****************************************************************
002588*  2000-REPLAY                                                  *
002589*  LOADS THE VERIFIED SNAPSHOT TO THE RECOVERED MASTER AND      *
002590*  ROLLS IT FORWARD THROUGH THE APPLIED CHANGE-AUDIT RECORDS    *
002591*  STAMPED AFTER THE SNAPSHOT CUT AND NOT AFTER THE TARGET      *
002600*  FROM RCVCTL.  A VERIFY RUN REPLAYS TO THE PRESENT INSTEAD.   *
002610*****************************************************************
002620 2000-REPLAY.
002820     PERFORM 2250-VERIFY-BKP-TRAILER THRU 2250-EXIT.
002830     CLOSE RCV-BKP-FILE.

002835     PERFORM 2260-LOAD-CONTACT-BKP THRU 2260-EXIT.

002840     OPEN INPUT RCV-AUDT-FILE.
002850     IF FS-AUDT-FILE NOT = "00"
002860         DISPLAY "UNABLE TO OPEN RIPAUDT, STATUS "
002870             FS-AUDT-FILE END-DISPLAY
002880         CLOSE RCV-RCOV-FILE
002885         CLOSE RCV-CRCV-FILE
002890         MOVE 16 TO RETURN-CODE
002900         GO TO 2000-EXIT
002910     END-IF.
002930         UNTIL WS-AUDT-EOF.
002940     CLOSE RCV-AUDT-FILE.
002950     CLOSE RCV-RCOV-FILE.
002955     CLOSE RCV-CRCV-FILE.

002960     MOVE SPACES TO ML-TEXT.
002970     STRING "REPLAYED SNAPSHOT " WS-SNAP-STAMP
003010     DISPLAY WS-LOAD-COUNT " SNAPSHOT RECORD(S) LOADED, "
003020         WS-APPLY-COUNT " CHANGE(S) APPLIED, "
003030         WS-SKIP-COUNT " OUTSIDE THE WINDOW" END-DISPLAY.
003033     DISPLAY WS-CLOAD-COUNT " CONTACT SNAPSHOT RECORD(S) LOADED"
003036         END-DISPLAY.
003040     IF WS-TROUBLE-COUNT > ZERO
003050         DISPLAY WS-TROUBLE-COUNT " CHANGE(S) WOULD NOT APPLY "
003060             "- SEE RCVRPT" END-DISPLAY
003430         AT END
003440             MOVE "Y" TO WS-BKP-EOF-SW
003450     END-READ.
003460     IF WS-BKP-EOF OR NOT HT-HEADER-REC OF RCV-BKP-HDR-TRL
003470         DISPLAY "RIPBKP HAS NO HEADER CONTROL RECORD"
003480             END-DISPLAY
003490         CLOSE RCV-BKP-FILE
003620     IF WS-BKP-EOF
003630         GO TO 2200-EXIT
003640     END-IF.
003650     IF HT-TRAILER-REC OF RCV-BKP-HDR-TRL
003660         MOVE "Y" TO WS-TRL-SEEN-SW
003670         GO TO 2200-EXIT
003680     END-IF.
003880         GO TO 9999-PROGRAM-END
003890     END-IF.

003900     IF HT-REC-COUNT OF RCV-BKP-HDR-TRL NOT = WS-LOAD-COUNT
003910         OR HT-HASH-TOTAL OF RCV-BKP-HDR-TRL NOT = WS-LOAD-HASH
003920         DISPLAY "RIPBKP CONTROL TOTAL MISMATCH - SNAPSHOT "
003930             "NOT TRUSTED" END-DISPLAY
003940         DISPLAY "  TRAILER COUNT "
003945             HT-REC-COUNT OF RCV-BKP-HDR-TRL
003950             " / LOADED " WS-LOAD-COUNT END-DISPLAY
003960         CLOSE RCV-BKP-FILE
003970         CLOSE RCV-RCOV-FILE
004000     END-IF.

004010 2250-EXIT.
004011     EXIT.

004012*****************************************************************
004013*  2260-LOAD-CONTACT-BKP                                        *
004014*  LOADS THE CONTACT BACKUP TO THE RECOVERED CONTACT FILE       *
004015*  (RIPCRCV) UNDER THE SAME HEADER AND TRAILER PROOF AS THE     *
004016*  MASTER.  ITS CUT TIMESTAMP MUST MATCH THE MASTER BACKUP'S -  *
004017*  A CONTACT BACKUP FROM ANOTHER CUT WOULD REPLAY THE CONTACT   *
004018*  AUDIT FROM THE WRONG POINT.  NO RIPCBKP AT ALL MEANS THE     *
004019*  SNAPSHOT WAS CUT BEFORE CONTACTS EXISTED, SO THEY REPLAY     *
004020*  FROM EMPTY.                                                  *
004021*****************************************************************
004022 2260-LOAD-CONTACT-BKP.
004023     OPEN OUTPUT RCV-CRCV-FILE.
004024     IF FS-CRCV-FILE NOT = "00"
004025         DISPLAY "UNABLE TO OPEN RIPCRCV, STATUS "
004026             FS-CRCV-FILE END-DISPLAY
004027         CLOSE RCV-RCOV-FILE
004028         MOVE 16 TO RETURN-CODE
004029         GO TO 9999-PROGRAM-END
004030     END-IF.

004031     OPEN INPUT RCV-CBKP-FILE.
004032     IF FS-CBKP-FILE = "35"
004033         MOVE "RIPCBKP NOT FOUND - CONTACTS REPLAYED FROM EMPTY"
004034             TO ML-TEXT
004035         WRITE RCV-RPT-RECORD FROM RCV-RPT-MSG-LINE
004036         GO TO 2260-EXIT
004037     END-IF.
004038     IF FS-CBKP-FILE NOT = "00"
004039         DISPLAY "UNABLE TO OPEN RIPCBKP, STATUS "
004040             FS-CBKP-FILE END-DISPLAY
004041         CLOSE RCV-RCOV-FILE
004042         CLOSE RCV-CRCV-FILE
004043         MOVE 16 TO RETURN-CODE
004044         GO TO 9999-PROGRAM-END
004045     END-IF.

004046     READ RCV-CBKP-FILE
004047         AT END
004048             MOVE "Y" TO WS-CBKP-EOF-SW
004049     END-READ.
004050     IF WS-CBKP-EOF OR NOT HT-HEADER-REC OF RCV-CBKP-HDR-TRL
004051         DISPLAY "RIPCBKP HAS NO HEADER CONTROL RECORD"
004052             END-DISPLAY
004053         GO TO 2260-FAIL
004054     END-IF.
004055     IF CBKP-SNAP-STAMP NOT = WS-SNAP-STAMP
004056         DISPLAY "RIPCBKP WAS CUT AT " CBKP-SNAP-STAMP
004057             ", RIPBKP AT " WS-SNAP-STAMP " - NOT TRUSTED"
004058             END-DISPLAY
004059         GO TO 2260-FAIL
004060     END-IF.

004061     PERFORM 2270-LOAD-CBKP-REC THRU 2270-EXIT
004062         UNTIL WS-CBKP-EOF OR WS-CTRL-SEEN.

004063     IF NOT WS-CTRL-SEEN
004064         DISPLAY "RIPCBKP HAS NO TRAILER CONTROL RECORD"
004065             END-DISPLAY
004066         GO TO 2260-FAIL
004067     END-IF.
004068     IF HT-REC-COUNT OF RCV-CBKP-HDR-TRL NOT = WS-CLOAD-COUNT
004069         OR HT-HASH-TOTAL OF RCV-CBKP-HDR-TRL NOT = WS-CLOAD-HASH
004070         DISPLAY "RIPCBKP CONTROL TOTAL MISMATCH - SNAPSHOT "
004071             "NOT TRUSTED" END-DISPLAY
004072         DISPLAY "  TRAILER COUNT "
004073             HT-REC-COUNT OF RCV-CBKP-HDR-TRL
004074             " / LOADED " WS-CLOAD-COUNT END-DISPLAY
004075         GO TO 2260-FAIL
004076     END-IF.

004077     CLOSE RCV-CBKP-FILE.
004078     GO TO 2260-EXIT.

004079 2260-FAIL.
004080     CLOSE RCV-CBKP-FILE.
004081     CLOSE RCV-RCOV-FILE.
004082     CLOSE RCV-CRCV-FILE.
004083     MOVE 16 TO RETURN-CODE.
004084     GO TO 9999-PROGRAM-END.

004085 2260-EXIT.
004086     EXIT.

004087 2270-LOAD-CBKP-REC.
004088     READ RCV-CBKP-FILE
004089         AT END
004090             MOVE "Y" TO WS-CBKP-EOF-SW
004091     END-READ.
004092     IF WS-CBKP-EOF
004093         GO TO 2270-EXIT
004094     END-IF.
004095     IF HT-TRAILER-REC OF RCV-CBKP-HDR-TRL
004096         MOVE "Y" TO WS-CTRL-SEEN-SW
004097         GO TO 2270-EXIT
004098     END-IF.

004099     ADD 1 TO WS-CLOAD-COUNT.
004100     ADD CB-MEMBER-ID TO WS-CLOAD-HASH.
004101     MOVE RCV-CBKP-RECORD TO RCV-CRCV-RECORD.
004102     WRITE RCV-CRCV-RECORD
004103         INVALID KEY
004104             MOVE CB-MEMBER-ID TO DL-MEMBER-ID
004105             MOVE "DUPLICATE MEMBER ID IN CONTACT SNAPSHOT"
004106                 TO DL-TEXT
004107             PERFORM 8800-PRINT-TROUBLE THRU 8800-EXIT
004108     END-WRITE.

004109 2270-EXIT.
004110     EXIT.

004111*****************************************************************
004112*  2300-ROLL-FORWARD                                            *
004113*  ONE CHANGE-AUDIT RECORD: ONLY APPLIED ACTIONS COUNT, AND     *
004114*  ONLY THOSE STAMPED AFTER THE SNAPSHOT CUT AND NOT AFTER      *
004115*  THE TARGET.  THE NEW IMAGE FIELDS REBUILD THE RECORD THE     *
004116*  SAME WAY RIPMNT BUILT IT THE FIRST TIME.                     *
004117*****************************************************************
004118 2300-ROLL-FORWARD.
004119     READ RCV-AUDT-FILE
004120         AT END
004130             MOVE "Y" TO WS-AUDT-EOF-SW
004140     END-READ.
004330             PERFORM 2600-APPLY-DELETE THRU 2600-EXIT
004332         WHEN CA-ACTION-REINSTATE
004334             PERFORM 2650-APPLY-REINSTATE THRU 2650-EXIT
004335         WHEN CA-ACTION-MERGE
004336             PERFORM 2700-APPLY-MERGE THRU 2700-EXIT
004337         WHEN CA-ACTION-CONTACT
004338             PERFORM 2750-APPLY-CONTACT THRU 2750-EXIT
004340     END-EVALUATE.

004350 2300-EXIT.
004982 2650-EXIT.
004983     EXIT.

004984*A MERGE MARKS THE DUPLICATE INACTIVE AND MERGED WITH A POINTER
004985*TO THE SURVIVING ID, EXACTLY AS RIPMNT'S 6500-APPLY-MERGE DID.
004986 2700-APPLY-MERGE.
004987     MOVE CA-MEMBER-ID TO RV-MEMBER-ID.
004988     READ RCV-RCOV-FILE
004989         INVALID KEY
004990             MOVE CA-MEMBER-ID TO DL-MEMBER-ID
004991             MOVE "AUDITED MERGE TARGET NOT ON RECOVERED MASTER"
004992                 TO DL-TEXT
004993             PERFORM 8800-PRINT-TROUBLE THRU 8800-EXIT
004994             GO TO 2700-EXIT
004995     END-READ.

004996     MOVE "I" TO RV-STATUS-SW.
004997     MOVE CA-EFF-DATE TO RV-STATUS-DATE.
004998     MOVE "M" TO RV-MERGE-SW.
004999     MOVE CA-MERGED-INTO TO RV-MERGED-INTO.
005000     REWRITE RCV-RCOV-RECORD
005001         INVALID KEY
005002             MOVE CA-MEMBER-ID TO DL-MEMBER-ID
005003             MOVE "MERGE REWRITE FAILED" TO DL-TEXT
005004             PERFORM 8800-PRINT-TROUBLE THRU 8800-EXIT
005005         NOT INVALID KEY
005006             ADD 1 TO WS-APPLY-COUNT
005007     END-REWRITE.

005008 2700-EXIT.
005009     EXIT.

005010*A CONTACT ACTION CARRIES THE WHOLE NEW CONTACT IMAGE - IT IS
005011*WRITTEN AS A NEW RECORD OR OVER THE RECOVERED ONE, WITH THE
005012*AUDIT'S OPERATOR AND TIMESTAMP AS THE LAST-CHANGED STAMP.
005013 2750-APPLY-CONTACT.
005014     MOVE "Y" TO WS-CONT-FOUND-SW.
005015     MOVE CA-MEMBER-ID TO CR-MEMBER-ID.
005016     READ RCV-CRCV-FILE
005017         INVALID KEY
005018             MOVE "N" TO WS-CONT-FOUND-SW
005019     END-READ.
005020     IF NOT WS-CONT-FOUND
005021         MOVE SPACES TO RCV-CRCV-RECORD
005022         MOVE CA-MEMBER-ID TO CR-MEMBER-ID
005023     END-IF.

005024     MOVE CA-NEW-CONTACT TO CR-CONTACT-DATA.
005025     MOVE CA-OPERATOR-ID TO CR-LAST-OPERATOR.
005026     MOVE CA-TIMESTAMP   TO CR-LAST-CHANGED.
005027     IF WS-CONT-FOUND
005028         REWRITE RCV-CRCV-RECORD
005029             INVALID KEY
005030                 MOVE CA-MEMBER-ID TO DL-MEMBER-ID
005031                 MOVE "CONTACT REWRITE FAILED" TO DL-TEXT
005032                 PERFORM 8800-PRINT-TROUBLE THRU 8800-EXIT
005033             NOT INVALID KEY
005034                 ADD 1 TO WS-APPLY-COUNT
005035         END-REWRITE
005036     ELSE
005037         WRITE RCV-CRCV-RECORD
005038             INVALID KEY
005039                 MOVE CA-MEMBER-ID TO DL-MEMBER-ID
005040                 MOVE "CONTACT WRITE FAILED" TO DL-TEXT
005041                 PERFORM 8800-PRINT-TROUBLE THRU 8800-EXIT
005042             NOT INVALID KEY
005043                 ADD 1 TO WS-APPLY-COUNT
005044         END-WRITE
005045     END-IF.

005046 2750-EXIT.
005047     EXIT.

005048*CALLER FILLS DL-MEMBER-ID AND DL-TEXT FIRST.
005049 8800-PRINT-TROUBLE.
005050     ADD 1 TO WS-TROUBLE-COUNT.
005051     WRITE RCV-RPT-RECORD FROM RCV-RPT-DETAIL-LINE.

005052 8800-EXIT.
005053     EXIT.

005054*****************************************************************
005055*  3000-VERIFY-COMPARE                                          *
005056*  KEY-ORDER MATCH OF THE REPLAYED IMAGE AGAINST THE LIVE      *
005057*  MASTER.  A MEMBER ON ONE SIDE ONLY, OR WITH DIFFERING NAME  *
005058*  OR DATE OF BIRTH, IS A DIVERGENCE THE CHANGE AUDIT CANNOT   *
005059*  EXPLAIN - EXACTLY WHAT THIS RUN EXISTS TO CATCH.             *
005060*****************************************************************
005061 3000-VERIFY-COMPARE.
005062     OPEN INPUT RCV-RCOV-FILE.
005063     IF FS-RCOV-FILE NOT = "00"
005070         DISPLAY "UNABLE TO REOPEN RIPRCOV, STATUS "
005080             FS-RCOV-FILE END-DISPLAY
005090         MOVE 16 TO RETURN-CODE
005270     CLOSE RCV-RCOV-FILE.
005280     CLOSE RCV-MAST-FILE.

005285     PERFORM 3700-VERIFY-CONTACTS THRU 3700-EXIT.

005290     IF WS-DIFF-COUNT = ZERO
005300         MOVE "  NO DIVERGENCE - LIVE FILES MATCH THE REPLAY"
005310             TO ML-TEXT
005320         WRITE RCV-RPT-RECORD FROM RCV-RPT-MSG-LINE
005330     ELSE
005950         OR RM-DAY   NOT = RV-DAY
005952         OR RM-STATUS-SW NOT = RV-STATUS-SW
005954         OR RM-STATUS-DATE NOT = RV-STATUS-DATE
005956         OR RM-MERGE-SW NOT = RV-MERGE-SW
005958         OR (RM-MEMBER-MERGED
005959             AND RM-MERGED-INTO NOT = RV-MERGED-INTO)
005960         ADD 1 TO WS-DIFF-COUNT
005970         MOVE RM-MEMBER-ID TO DL-MEMBER-ID
005980         MOVE "LIVE FIELDS DIFFER FROM REPLAYED IMAGE"

006020 3600-EXIT.
006030     EXIT.

006040*****************************************************************
006050*  3700-VERIFY-CONTACTS                                         *
006060*  THE SAME KEY-ORDER MATCH FOR THE CONTACT FILE - THE          *
006070*  REPLAYED CONTACTS AGAINST THE LIVE RIPCONT.  A LIVE FILE     *
006080*  THAT DOES NOT EXIST YET COMPARES AS EMPTY.  THE LAST-CHANGED *
006090*  STAMPS ARE NOT COMPARED - ONLY THE CONTACT ITSELF.           *
006100*****************************************************************
006110 3700-VERIFY-CONTACTS.
006120     OPEN INPUT RCV-CRCV-FILE.
006130     IF FS-CRCV-FILE NOT = "00"
006140         DISPLAY "UNABLE TO REOPEN RIPCRCV, STATUS "
006150             FS-CRCV-FILE END-DISPLAY
006160         MOVE 16 TO RETURN-CODE
006170         GO TO 3700-EXIT
006180     END-IF.
006190     MOVE "N" TO WS-CONT-EOF-SW.
006200     OPEN INPUT RCV-CONT-FILE.
006210     IF FS-CONT-FILE = "35"
006220         MOVE "Y" TO WS-CONT-EOF-SW
006230     ELSE
006240         IF FS-CONT-FILE NOT = "00"
006250             DISPLAY "UNABLE TO OPEN RIPCONT, STATUS "
006260                 FS-CONT-FILE END-DISPLAY
006270             CLOSE RCV-CRCV-FILE
006280             MOVE 16 TO RETURN-CODE
006290             GO TO 3700-EXIT
006300         END-IF
006310     END-IF.

006320     MOVE "VERIFY - REPLAYED CONTACTS AGAINST LIVE CONTACT FILE:"
006330         TO ML-TEXT.
006340     WRITE RCV-RPT-RECORD FROM RCV-RPT-MSG-LINE.

006350     IF NOT WS-CONT-EOF
006360         PERFORM 3710-READ-LIVE-CONTACT THRU 3710-EXIT
006370     END-IF.
006380     PERFORM 3720-READ-REPLAY-CONTACT THRU 3720-EXIT.
006390     PERFORM 3730-MATCH-CONTACT-PAIR THRU 3730-EXIT
006400         UNTIL WS-CONT-EOF AND WS-CRCV-EOF.

006410     CLOSE RCV-CRCV-FILE.
006420     IF FS-CONT-FILE NOT = "35"
006430         CLOSE RCV-CONT-FILE
006440     END-IF.

006450 3700-EXIT.
006460     EXIT.

006470 3710-READ-LIVE-CONTACT.
006480     READ RCV-CONT-FILE NEXT RECORD
006490         AT END
006500             MOVE "Y" TO WS-CONT-EOF-SW
006510     END-READ.

006520 3710-EXIT.
006530     EXIT.

006540 3720-READ-REPLAY-CONTACT.
006550     READ RCV-CRCV-FILE NEXT RECORD
006560         AT END
006570             MOVE "Y" TO WS-CRCV-EOF-SW
006580     END-READ.

006590 3720-EXIT.
006600     EXIT.

006610 3730-MATCH-CONTACT-PAIR.
006620     EVALUATE TRUE
006630         WHEN WS-CONT-EOF
006640             MOVE CR-MEMBER-ID TO DL-MEMBER-ID
006650             MOVE "CONTACT ON REPLAY ONLY - MISSING FROM RIPCONT"
006660                 TO DL-TEXT
006670             PERFORM 3790-PRINT-CONTACT-DIFF THRU 3790-EXIT
006680             PERFORM 3720-READ-REPLAY-CONTACT THRU 3720-EXIT
006690         WHEN WS-CRCV-EOF
006700             OR CT-MEMBER-ID < CR-MEMBER-ID
006710             MOVE CT-MEMBER-ID TO DL-MEMBER-ID
006720             MOVE "CONTACT ON RIPCONT ONLY - NOT IN CHANGE AUDIT"
006730                 TO DL-TEXT
006740             PERFORM 3790-PRINT-CONTACT-DIFF THRU 3790-EXIT
006750             PERFORM 3710-READ-LIVE-CONTACT THRU 3710-EXIT
006760         WHEN CT-MEMBER-ID > CR-MEMBER-ID
006770             MOVE CR-MEMBER-ID TO DL-MEMBER-ID
006780             MOVE "CONTACT ON REPLAY ONLY - MISSING FROM RIPCONT"
006790                 TO DL-TEXT
006800             PERFORM 3790-PRINT-CONTACT-DIFF THRU 3790-EXIT
006810             PERFORM 3720-READ-REPLAY-CONTACT THRU 3720-EXIT
006820         WHEN OTHER
006830             IF CT-CONTACT-DATA NOT = CR-CONTACT-DATA
006840                 MOVE CT-MEMBER-ID TO DL-MEMBER-ID
006850                 MOVE "LIVE CONTACT DIFFERS FROM REPLAYED IMAGE"
006860                     TO DL-TEXT
006870                 PERFORM 3790-PRINT-CONTACT-DIFF THRU 3790-EXIT
006880             END-IF
006890             PERFORM 3710-READ-LIVE-CONTACT THRU 3710-EXIT
006900             PERFORM 3720-READ-REPLAY-CONTACT THRU 3720-EXIT
006910     END-EVALUATE.

006920 3730-EXIT.
006930     EXIT.

006940*CALLER FILLS DL-MEMBER-ID AND DL-TEXT FIRST.
006950 3790-PRINT-CONTACT-DIFF.
006960     ADD 1 TO WS-DIFF-COUNT.
006970     WRITE RCV-RPT-RECORD FROM RCV-RPT-DETAIL-LINE.

006980 3790-EXIT.
006990     EXIT.
