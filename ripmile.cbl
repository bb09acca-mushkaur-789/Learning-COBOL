000240*  WINDOW COME FROM THE MILCTL CONTROL FILE SO THE REPORT CAN  *
000250*  BE RERUN FOR DIFFERENT BENEFIT PROGRAMS WITHOUT A CODE      *
000260*  CHANGE.                                                      *
000261*  EVERY ACTIVE MEMBER IN SECTION 1 IS ALSO SENT A NOTICE - A   *
000262*  MAIL-MERGE EXTRACT RECORD (MILMRG) AND A PRINTED LETTER      *
000263*  (MILNTC) TO THE ADDRESS ON THE CONTACT FILE (RIPCONT) - AND  *
000264*  RECORDED ON THE NOTICE HISTORY (RIPNOTE) SO NO MEMBER GETS   *
000265*  THE SAME MILESTONE TWICE.  A MEMBER WITH NO USABLE ADDRESS   *
000266*  IS LISTED ON MILNOAD INSTEAD.                                *
000270*****************************************************************
000280*  MODIFICATION HISTORY.
000290*  09/15/2026  RH  ORIGINAL VERSION.
000300*                  STATUS CHANGE) ARE LEFT OUT OF THE FORECAST
000301*                  BY DEFAULT; A Y IN THE NEW MILCTL INCLUDE-
000302*                  INACTIVE COLUMN PUTS THEM BACK IN.
000303*  01/18/2027  RH  MILESTONE NOTICES - EACH ACTIVE MEMBER IN THE
000304*                  WINDOW NOT ALREADY ON THE NOTICE HISTORY
000305*                  (RIPNOTE) FOR THAT AGE GETS A MAIL-MERGE
000306*                  EXTRACT RECORD (MILMRG) AND A PRINTED NOTICE
000307*                  (MILNTC) AT THE RIPCONT ADDRESS, AND IS THEN
000308*                  RECORDED ON RIPNOTE.  NO CONTACT RECORD, AN
000309*                  INCOMPLETE ADDRESS, OR RETURNED MAIL LISTS
000310*                  THE MEMBER ON MILNOAD INSTEAD.  SECTION 1
000311*                  SHOWS WHAT HAPPENED TO EACH NOTICE.
000312*****************************************************************
000313 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT MIL-MAST-FILE    ASSIGN TO "RIPMAST"
000484         ORGANIZATION IS LINE SEQUENTIAL
000486         FILE STATUS IS FS-CAL-FILE.

000487     SELECT MIL-CONT-FILE    ASSIGN TO "RIPCONT"
000488         ORGANIZATION IS INDEXED
000489         ACCESS MODE IS RANDOM
000490         RECORD KEY IS CT-MEMBER-ID
000491         FILE STATUS IS FS-CONT-FILE.

000492     SELECT MIL-NOTE-FILE    ASSIGN TO "RIPNOTE"
000493         ORGANIZATION IS INDEXED
000494         ACCESS MODE IS RANDOM
000495         RECORD KEY IS NT-KEY
000496         FILE STATUS IS FS-NOTE-FILE.

000497     SELECT MIL-MRG-FILE     ASSIGN TO "MILMRG"
000498         ORGANIZATION IS LINE SEQUENTIAL
000499         FILE STATUS IS FS-MRG-FILE.

000500     SELECT MIL-NTC-FILE     ASSIGN TO "MILNTC"
000501         ORGANIZATION IS LINE SEQUENTIAL
000502         FILE STATUS IS FS-NTC-FILE.

000503     SELECT MIL-NOAD-FILE    ASSIGN TO "MILNOAD"
000504         ORGANIZATION IS LINE SEQUENTIAL
000505         FILE STATUS IS FS-NOAD-FILE.

000506 DATA DIVISION.
000507 FILE SECTION.
000510 FD  MIL-MAST-FILE.
000520 COPY RIPMAST.

000694     RECORDING MODE IS F.
000696 COPY CBLCAL.

000697 FD  MIL-CONT-FILE.
000698 COPY RIPCONT.

000699 FD  MIL-NOTE-FILE.
000700 COPY RIPNOTE.

000701*ONE RECORD PER NOTICE SENT, FOR THE BENEFITS TEAM'S MAIL MERGE.
000702 FD  MIL-MRG-FILE
000703     RECORDING MODE IS F.
000704 01  MIL-MRG-RECORD.
000705     05  MX-MEMBER-ID            PIC 9(07).
000706     05  MX-NAME                 PIC X(20).
000707     05  MX-MILE-AGE             PIC 9(03).
000708     05  MX-MILE-DATE            PIC 9(08).
000709     05  MX-ADDR-LINE-1          PIC X(30).
000710     05  MX-ADDR-LINE-2          PIC X(30).
000711     05  MX-CITY                 PIC X(20).
000712     05  MX-STATE                PIC X(02).
000713     05  MX-POSTAL-CODE          PIC X(10).
000714     05  MX-CONTACT-METHOD       PIC X(01).
000715     05  MX-PHONE                PIC X(15).
000716     05  MX-EMAIL                PIC X(40).
000717     05  FILLER                  PIC X(14).

000718 FD  MIL-NTC-FILE
000719     RECORDING MODE IS F.
000720 01  MIL-NTC-RECORD              PIC X(80).

000721 FD  MIL-NOAD-FILE
000722     RECORDING MODE IS F.
000723 01  MIL-NOAD-RECORD             PIC X(132).

000724 WORKING-STORAGE SECTION.
000725 01  FS-MAST-FILE        PIC X(02) VALUE "00".
000726 01  FS-RPT-FILE         PIC X(02) VALUE "00".
000730 01  FS-RIPCTL-FILE      PIC X(02) VALUE "00".
000740 01  FS-MILCTL-FILE      PIC X(02) VALUE "00".
000742 01  FS-CAL-FILE         PIC X(02) VALUE "00".
000747 01  WS-INCL-INACT-SW    PIC X VALUE "N".
000748     88  WS-INCL-INACTIVE         VALUE "Y" "y".
000749 01  WS-INACT-COUNT      PIC 9(05) COMP VALUE ZERO.
000750 01  FS-CONT-FILE        PIC X(02) VALUE "00".
000751 01  FS-NOTE-FILE        PIC X(02) VALUE "00".
000752 01  FS-MRG-FILE         PIC X(02) VALUE "00".
000753 01  FS-NTC-FILE         PIC X(02) VALUE "00".
000754 01  FS-NOAD-FILE        PIC X(02) VALUE "00".

000755 01  WS-MAST-EOF-SW      PIC X VALUE "N".
000760     88  WS-MAST-EOF              VALUE "Y".

000770 01  WS-TODAY-YEAR       PIC 9999 VALUE 2026.
001360 01  WS-SKIP-COUNT       PIC 9(05) COMP VALUE ZERO.
001370 01  WS-MILE-HITS        PIC 9(05) COMP VALUE ZERO.

001371*MILESTONE NOTICE WORK AREAS.
001372 01  WS-CONT-AVAIL-SW    PIC X VALUE "Y".
001373     88  WS-CONT-AVAILABLE        VALUE "Y".
001374 01  WS-CONT-FOUND-SW    PIC X VALUE "N".
001375     88  WS-CONT-FOUND            VALUE "Y".
001376 01  WS-NOTE-FOUND-SW    PIC X VALUE "N".
001377     88  WS-NOTE-FOUND            VALUE "Y".
001378 01  WS-NOADDR-REASON    PIC X(20) VALUE SPACES.
001379 01  WS-ASOF-DATE        PIC 9(08) VALUE ZERO.
001380 01  WS-NOTICE-COUNT     PIC 9(05) COMP VALUE ZERO.
001381 01  WS-PRIOR-COUNT      PIC 9(05) COMP VALUE ZERO.
001382 01  WS-NOADDR-COUNT     PIC 9(05) COMP VALUE ZERO.
001383 01  WS-NOTE-FAIL-COUNT  PIC 9(05) COMP VALUE ZERO.

001384 01  MIL-RPT-HDG-1.
001390     05  FILLER              PIC X(35)
001400             VALUE "RIPMILE  MILESTONE FORECAST AS OF ".
001410     05  H1-ASOF-DATE        PIC X(08).
001530     05  FILLER              PIC X(02) VALUE SPACES.
001540     05  FILLER              PIC X(12) VALUE "REACHES AGE".
001550     05  FILLER              PIC X(08) VALUE "ON DATE".
001555     05  FILLER              PIC X(02) VALUE SPACES.
001560     05  FILLER              PIC X(24) VALUE "NOTICE".
001565     05  FILLER              PIC X(55) VALUE SPACES.

001570 01  MIL-RPT-LINE.
001580     05  ML-ID               PIC ZZZZZZ9.
001620     05  ML-AGE              PIC ZZ9.
001630     05  FILLER              PIC X(09) VALUE SPACES.
001640     05  ML-DATE             PIC 9(08).
001645     05  FILLER              PIC X(02) VALUE SPACES.
001650     05  ML-NOTICE           PIC X(24).
001655     05  FILLER              PIC X(55) VALUE SPACES.

001660 01  MIL-RPT-BAND-LINE.
001670     05  BL-BAND             PIC X(12).
001690     05  BL-COUNT            PIC ZZZZ9.
001700     05  FILLER              PIC X(109) VALUE SPACES.

001701*NO-USABLE-ADDRESS LIST (MILNOAD) - THE PHONE AND EMAIL ARE
001702*SHOWN WHEN THE MEMBER HAS A CONTACT RECORD, SO THE BENEFITS
001703*TEAM CAN REACH THEM ANOTHER WAY AND GET THE ADDRESS FIXED.
001704 01  MIL-NOAD-HDG-1.
001705     05  FILLER              PIC X(50)
001706             VALUE "RIPMILE  NO USABLE ADDRESS FOR A NOTICE".
001707     05  FILLER              PIC X(07) VALUE " AS OF ".
001708     05  NH-ASOF-DATE        PIC 9(08).
001709     05  FILLER              PIC X(67) VALUE SPACES.

001710 01  MIL-NOAD-HDG-2.
001711     05  FILLER              PIC X(07) VALUE "     ID".
001712     05  FILLER              PIC X(02) VALUE SPACES.
001713     05  FILLER              PIC X(20) VALUE "NAME".
001714     05  FILLER              PIC X(02) VALUE SPACES.
001715     05  FILLER              PIC X(05) VALUE "AGE".
001716     05  FILLER              PIC X(10) VALUE "ON DATE".
001717     05  FILLER              PIC X(22) VALUE "WHY".
001718     05  FILLER              PIC X(17) VALUE "PHONE".
001719     05  FILLER              PIC X(47) VALUE "EMAIL".

001720 01  MIL-NOAD-LINE.
001721     05  NL-ID               PIC ZZZZZZ9.
001722     05  FILLER              PIC X(02) VALUE SPACES.
001723     05  NL-NAME             PIC X(20).
001724     05  FILLER              PIC X(02) VALUE SPACES.
001725     05  NL-AGE              PIC ZZ9.
001726     05  FILLER              PIC X(02) VALUE SPACES.
001727     05  NL-DATE             PIC 9(08).
001728     05  FILLER              PIC X(02) VALUE SPACES.
001729     05  NL-REASON           PIC X(20).
001730     05  FILLER              PIC X(02) VALUE SPACES.
001731     05  NL-PHONE            PIC X(15).
001732     05  FILLER              PIC X(02) VALUE SPACES.
001733     05  NL-EMAIL            PIC X(40).
001734     05  FILLER              PIC X(07) VALUE SPACES.

001735*PRINTED NOTICE LINES (MILNTC) - ONE LETTER PER PAGE.
001736 01  MIL-NTC-LINE            PIC X(80) VALUE SPACES.
001737 01  MIL-NTC-HEAD.
001738     05  FILLER              PIC X(50)
001739             VALUE "MEMBER SERVICES - BENEFITS OFFICE".
001740     05  FILLER              PIC X(06) VALUE "DATE: ".
001741     05  NN-ASOF-MONTH       PIC 9(02).
001742     05  FILLER              PIC X(01) VALUE "/".
001743     05  NN-ASOF-DAY         PIC 9(02).
001744     05  FILLER              PIC X(01) VALUE "/".
001745     05  NN-ASOF-YEAR        PIC 9(04).
001746     05  FILLER              PIC X(14) VALUE SPACES.
001747 01  MIL-NTC-AGE-LINE.
001748     05  FILLER              PIC X(40)
001749             VALUE "OUR RECORDS SHOW THAT YOU WILL REACH AGE".
001750     05  NN-AGE              PIC ZZ9.
001751     05  FILLER              PIC X(04) VALUE " ON ".
001752     05  NN-MILE-MONTH       PIC 9(02).
001753     05  FILLER              PIC X(01) VALUE "/".
001754     05  NN-MILE-DAY         PIC 9(02).
001755     05  FILLER              PIC X(01) VALUE "/".
001756     05  NN-MILE-YEAR        PIC 9(04).
001757     05  FILLER              PIC X(01) VALUE ".".
001758     05  FILLER              PIC X(22) VALUE SPACES.
001759 01  MIL-NTC-ID-LINE.
001760     05  FILLER              PIC X(10) VALUE "MEMBER ID ".
001761     05  NN-MEMBER-ID        PIC 9(07).
001762     05  FILLER              PIC X(63) VALUE SPACES.

001763 PROCEDURE DIVISION.
001764 0000-MAINLINE.
001765     PERFORM 0090-LOAD-CALENDAR THRU 0090-EXIT.
001766     PERFORM 0100-LOAD-RIPCTL THRU 0100-EXIT.
001767     PERFORM 0200-LOAD-MILCTL THRU 0200-EXIT.
001768     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.

001769     MOVE WS-TODAY-YEAR  TO WS-SER-YEAR.
001770     MOVE WS-TODAY-MONTH TO WS-SER-MONTH.
001780     MOVE WS-TODAY-DAY   TO WS-SER-DAY.
001790     PERFORM 5300-DATE-TO-SERIAL THRU 5300-EXIT.
001800     MOVE WS-SERIAL TO WS-ASOF-SERIAL.
001802     COMPUTE WS-ASOF-DATE = (WS-TODAY-YEAR * 10000)
001804         + (WS-TODAY-MONTH * 100) + WS-TODAY-DAY
001806     END-COMPUTE.

001810     PERFORM 8000-WRITE-HEADINGS THRU 8000-EXIT.


001860     CLOSE MIL-MAST-FILE.
001870     CLOSE MIL-RPT-FILE.
001871     IF WS-CONT-AVAILABLE
001872         CLOSE MIL-CONT-FILE
001873     END-IF.
001874     CLOSE MIL-NOTE-FILE.
001875     CLOSE MIL-MRG-FILE.
001876     CLOSE MIL-NTC-FILE.
001877     CLOSE MIL-NOAD-FILE.
001880     DISPLAY WS-READ-COUNT " MEMBER(S) READ, "
001890         WS-MILE-HITS " MILESTONE(S) UPCOMING, "
001900         WS-SKIP-COUNT " SKIPPED FOR BAD DATES, "
001902         WS-INACT-COUNT " INACTIVE LEFT OUT" END-DISPLAY.
001903     DISPLAY WS-NOTICE-COUNT " NOTICE(S) SENT, "
001904         WS-PRIOR-COUNT " ALREADY SENT BEFORE, "
001905         WS-NOADDR-COUNT " WITH NO USABLE ADDRESS" END-DISPLAY.
001906     IF WS-NOTE-FAIL-COUNT > ZERO
001907         DISPLAY WS-NOTE-FAIL-COUNT " NOTICE(S) HELD BACK - THE "
001908             "NOTICE HISTORY COULD NOT BE WRITTEN" END-DISPLAY
001909         MOVE 4 TO RETURN-CODE
001910     END-IF.
001911     GO TO 9999-PROGRAM-END.

001920 9999-PROGRAM-END.
001930     STOP RUN.
002720         GO TO 9999-PROGRAM-END
002730     END-IF.

002735     PERFORM 1100-OPEN-NOTICE-FILES THRU 1100-EXIT.

002740 1000-EXIT.
002741     EXIT.

002742*****************************************************************
002743*  1100-OPEN-NOTICE-FILES                                       *
002744*  THE CONTACT FILE IS READ BY MEMBER ID.  IF IT DOES NOT EXIST *
002745*  YET EVERY MILESTONE MEMBER SIMPLY HAS NO USABLE ADDRESS.     *
002746*  THE NOTICE HISTORY IS CREATED EMPTY ON THE FIRST RUN, AS     *
002747*  BENMNT DOES FOR ITS KEYED FILES.  ANY OTHER OPEN FAILURE     *
002748*  STOPS THE RUN BEFORE A NOTICE GOES OUT.                      *
002749*****************************************************************
002750 1100-OPEN-NOTICE-FILES.
002751     OPEN INPUT MIL-CONT-FILE.
002752     IF FS-CONT-FILE = "35"
002753         DISPLAY "RIPCONT NOT AVAILABLE - NO ADDRESSES ON FILE"
002754             END-DISPLAY
002755         MOVE "N" TO WS-CONT-AVAIL-SW
002756     ELSE
002757         IF FS-CONT-FILE NOT = "00"
002758             DISPLAY "UNABLE TO OPEN RIPCONT, STATUS "
002759                 FS-CONT-FILE END-DISPLAY
002760             CLOSE MIL-MAST-FILE
002761             CLOSE MIL-RPT-FILE
002762             MOVE 16 TO RETURN-CODE
002763             GO TO 9999-PROGRAM-END
002764         END-IF
002765     END-IF.

002766     OPEN I-O MIL-NOTE-FILE.
002767     IF FS-NOTE-FILE = "35"
002768         DISPLAY "RIPNOTE NOT AVAILABLE - STARTING EMPTY"
002769             END-DISPLAY
002770         OPEN OUTPUT MIL-NOTE-FILE
002771         IF FS-NOTE-FILE = "00"
002772             CLOSE MIL-NOTE-FILE
002773             OPEN I-O MIL-NOTE-FILE
002774         END-IF
002775     END-IF.
002776     IF FS-NOTE-FILE NOT = "00"
002777         DISPLAY "UNABLE TO OPEN RIPNOTE, STATUS "
002778             FS-NOTE-FILE END-DISPLAY
002779         GO TO 1100-FAIL
002780     END-IF.

002781     OPEN OUTPUT MIL-MRG-FILE.
002782     IF FS-MRG-FILE NOT = "00"
002783         DISPLAY "UNABLE TO OPEN MILMRG, STATUS "
002784             FS-MRG-FILE END-DISPLAY
002785         CLOSE MIL-NOTE-FILE
002786         GO TO 1100-FAIL
002787     END-IF.

002788     OPEN OUTPUT MIL-NTC-FILE.
002789     IF FS-NTC-FILE NOT = "00"
002790         DISPLAY "UNABLE TO OPEN MILNTC, STATUS "
002791             FS-NTC-FILE END-DISPLAY
002792         CLOSE MIL-NOTE-FILE
002793         CLOSE MIL-MRG-FILE
002794         GO TO 1100-FAIL
002795     END-IF.

002796     OPEN OUTPUT MIL-NOAD-FILE.
002797     IF FS-NOAD-FILE NOT = "00"
002798         DISPLAY "UNABLE TO OPEN MILNOAD, STATUS "
002799             FS-NOAD-FILE END-DISPLAY
002800         CLOSE MIL-NOTE-FILE
002801         CLOSE MIL-MRG-FILE
002802         CLOSE MIL-NTC-FILE
002803         GO TO 1100-FAIL
002804     END-IF.
002805     GO TO 1100-EXIT.

002806 1100-FAIL.
002807     IF WS-CONT-AVAILABLE
002808         CLOSE MIL-CONT-FILE
002809     END-IF.
002810     CLOSE MIL-MAST-FILE.
002811     CLOSE MIL-RPT-FILE.
002812     MOVE 16 TO RETURN-CODE.
002813     GO TO 9999-PROGRAM-END.

002814 1100-EXIT.
002815     EXIT.

002816 2100-READ-MASTER.
002817     READ MIL-MAST-FILE NEXT RECORD
002818         AT END
002819             MOVE "Y" TO WS-MAST-EOF-SW
002820     END-READ.

002821 2100-EXIT.
002822     EXIT.

002830*****************************************************************
002840*  2200-PROCESS-MEMBER                                          *
003410         GO TO 2300-EXIT
003420     END-IF.

003421     ADD 1 TO WS-MILE-HITS.
003422     MOVE RM-MEMBER-ID TO ML-ID.
003423     MOVE RM-NAME      TO ML-NAME.
003424     MOVE WS-MILE-AGE (WS-MILE-SUB) TO ML-AGE.
003425     MOVE WS-MILE-DATE TO ML-DATE.
003426     PERFORM 2400-SEND-NOTICE THRU 2400-EXIT.
003427     WRITE MIL-RPT-RECORD FROM MIL-RPT-LINE.

003428 2300-EXIT.
003429     EXIT.

003430*****************************************************************
003431*  2400-SEND-NOTICE                                             *
003432*  THE MEMBER IN THE RECORD AREA REACHES WS-MILE-AGE (SUB) ON   *
003433*  WS-MILE-DATE.  AN INACTIVE MEMBER (PRESENT ONLY WHEN MILCTL  *
003434*  ASKS FOR THEM) IS NEVER SENT A NOTICE, NOR IS ONE ALREADY    *
003435*  ON THE NOTICE HISTORY FOR THIS AGE.  A MEMBER WITH NO USABLE *
003436*  ADDRESS IS LISTED ON MILNOAD.  OTHERWISE THE NOTICE IS       *
003437*  RECORDED ON RIPNOTE FIRST - IF THAT FAILS NOTHING IS SENT,   *
003438*  SO A LATER RUN CANNOT SEND IT A SECOND TIME - AND THEN       *
003439*  WRITTEN TO THE EXTRACT AND PRINTED.  ML-NOTICE CARRIES THE   *
003440*  OUTCOME TO THE SECTION 1 LINE.                               *
003441*****************************************************************
003442 2400-SEND-NOTICE.
003443     IF RM-MEMBER-INACTIVE
003444         MOVE "INACTIVE - NOT SENT" TO ML-NOTICE
003445         GO TO 2400-EXIT
003446     END-IF.

003447     MOVE "Y" TO WS-NOTE-FOUND-SW.
003448     MOVE RM-MEMBER-ID TO NT-MEMBER-ID.
003449     MOVE WS-MILE-AGE (WS-MILE-SUB) TO NT-MILE-AGE.
003450     READ MIL-NOTE-FILE
003451         INVALID KEY
003452             MOVE "N" TO WS-NOTE-FOUND-SW
003453     END-READ.
003454     IF WS-NOTE-FOUND
003455         ADD 1 TO WS-PRIOR-COUNT
003456         MOVE SPACES TO ML-NOTICE
003457         STRING "ALREADY SENT " NT-SENT-DATE
003458             DELIMITED BY SIZE INTO ML-NOTICE
003459         GO TO 2400-EXIT
003460     END-IF.

003461     PERFORM 2450-CHECK-ADDRESS THRU 2450-EXIT.
003462     IF WS-NOADDR-REASON NOT = SPACES
003463         PERFORM 2550-LIST-NO-ADDRESS THRU 2550-EXIT
003464         MOVE "NO ADDRESS - SEE MILNOAD" TO ML-NOTICE
003465         GO TO 2400-EXIT
003466     END-IF.

003467     MOVE SPACES TO RIP-NOTE-RECORD.
003468     MOVE RM-MEMBER-ID TO NT-MEMBER-ID.
003469     MOVE WS-MILE-AGE (WS-MILE-SUB) TO NT-MILE-AGE.
003470     MOVE WS-MILE-DATE TO NT-MILE-DATE.
003471     MOVE WS-ASOF-DATE TO NT-SENT-DATE.
003472     MOVE CT-CONTACT-METHOD TO NT-SENT-METHOD.
003473     WRITE RIP-NOTE-RECORD
003474         INVALID KEY
003475             ADD 1 TO WS-NOTE-FAIL-COUNT
003476             MOVE "HELD - HISTORY FAILED" TO ML-NOTICE
003477             GO TO 2400-EXIT
003478     END-WRITE.

003479     PERFORM 2500-WRITE-EXTRACT THRU 2500-EXIT.
003480     PERFORM 2600-PRINT-NOTICE THRU 2600-EXIT.
003481     ADD 1 TO WS-NOTICE-COUNT.
003482     MOVE "NOTICE SENT" TO ML-NOTICE.

003483 2400-EXIT.
003484     EXIT.

003485*****************************************************************
003486*  2450-CHECK-ADDRESS                                           *
003487*  READS THE MEMBER'S CONTACT RECORD AND SAYS WHY THE ADDRESS   *
003488*  CANNOT BE MAILED TO, OR LEAVES WS-NOADDR-REASON BLANK WHEN   *
003489*  IT CAN: LINE 1, CITY, AND POSTAL CODE PRESENT AND THE MAIL   *
003490*  NOT COMING BACK (THE RULE IN RIPCONT.CPY).                   *
003491*****************************************************************
003492 2450-CHECK-ADDRESS.
003493     MOVE SPACES TO WS-NOADDR-REASON.
003494     MOVE "N" TO WS-CONT-FOUND-SW.
003495     IF NOT WS-CONT-AVAILABLE
003496         MOVE "NO CONTACT RECORD" TO WS-NOADDR-REASON
003497         GO TO 2450-EXIT
003498     END-IF.

003499     MOVE RM-MEMBER-ID TO CT-MEMBER-ID.
003500     READ MIL-CONT-FILE
003501         INVALID KEY
003502             MOVE "NO CONTACT RECORD" TO WS-NOADDR-REASON
003503             GO TO 2450-EXIT
003504     END-READ.
003505     MOVE "Y" TO WS-CONT-FOUND-SW.

003506     IF CT-ADDR-RETURNED
003507         MOVE "MAIL BEING RETURNED" TO WS-NOADDR-REASON
003508         GO TO 2450-EXIT
003509     END-IF.
003510     IF CT-ADDR-LINE-1 = SPACES OR CT-CITY = SPACES
003511         OR CT-POSTAL-CODE = SPACES
003512         MOVE "ADDRESS INCOMPLETE" TO WS-NOADDR-REASON
003513     END-IF.

003514 2450-EXIT.
003515     EXIT.

003516 2500-WRITE-EXTRACT.
003517     MOVE SPACES TO MIL-MRG-RECORD.
003518     MOVE RM-MEMBER-ID      TO MX-MEMBER-ID.
003519     MOVE RM-NAME           TO MX-NAME.
003520     MOVE WS-MILE-AGE (WS-MILE-SUB) TO MX-MILE-AGE.
003521     MOVE WS-MILE-DATE      TO MX-MILE-DATE.
003522     MOVE CT-ADDR-LINE-1    TO MX-ADDR-LINE-1.
003523     MOVE CT-ADDR-LINE-2    TO MX-ADDR-LINE-2.
003524     MOVE CT-CITY           TO MX-CITY.
003525     MOVE CT-STATE          TO MX-STATE.
003526     MOVE CT-POSTAL-CODE    TO MX-POSTAL-CODE.
003527     MOVE CT-CONTACT-METHOD TO MX-CONTACT-METHOD.
003528     MOVE CT-PHONE          TO MX-PHONE.
003529     MOVE CT-EMAIL          TO MX-EMAIL.
003530     WRITE MIL-MRG-RECORD.

003531 2500-EXIT.
003532     EXIT.

003533 2550-LIST-NO-ADDRESS.
003534     ADD 1 TO WS-NOADDR-COUNT.
003535     MOVE RM-MEMBER-ID TO NL-ID.
003536     MOVE RM-NAME      TO NL-NAME.
003537     MOVE WS-MILE-AGE (WS-MILE-SUB) TO NL-AGE.
003538     MOVE WS-MILE-DATE TO NL-DATE.
003539     MOVE WS-NOADDR-REASON TO NL-REASON.
003540     IF WS-CONT-FOUND
003541         MOVE CT-PHONE TO NL-PHONE
003542         MOVE CT-EMAIL TO NL-EMAIL
003543     ELSE
003544         MOVE SPACES TO NL-PHONE
003545         MOVE SPACES TO NL-EMAIL
003546     END-IF.
003547     WRITE MIL-NOAD-RECORD FROM MIL-NOAD-LINE.

003548 2550-EXIT.
003549     EXIT.

003550*****************************************************************
003551*  2600-PRINT-NOTICE                                            *
003552*  PRINTS ONE NOTICE ON ITS OWN PAGE - THE ADDRESS BLOCK SITS   *
003553*  WHERE A WINDOW ENVELOPE SHOWS IT.  ADDRESS LINE 2 IS LEFT    *
003554*  OUT WHEN IT IS BLANK.                                        *
003555*****************************************************************
003556 2600-PRINT-NOTICE.
003557     MOVE WS-TODAY-MONTH TO NN-ASOF-MONTH.
003558     MOVE WS-TODAY-DAY   TO NN-ASOF-DAY.
003559     MOVE WS-TODAY-YEAR  TO NN-ASOF-YEAR.
003560     WRITE MIL-NTC-RECORD FROM MIL-NTC-HEAD
003561         AFTER ADVANCING PAGE.
003562     MOVE SPACES TO MIL-NTC-LINE.
003563     WRITE MIL-NTC-RECORD FROM MIL-NTC-LINE.
003564     WRITE MIL-NTC-RECORD FROM MIL-NTC-LINE.

003565     MOVE RM-NAME TO MIL-NTC-LINE.
003566     WRITE MIL-NTC-RECORD FROM MIL-NTC-LINE.
003567     MOVE CT-ADDR-LINE-1 TO MIL-NTC-LINE.
003568     WRITE MIL-NTC-RECORD FROM MIL-NTC-LINE.
003569     IF CT-ADDR-LINE-2 NOT = SPACES
003570         MOVE CT-ADDR-LINE-2 TO MIL-NTC-LINE
003571         WRITE MIL-NTC-RECORD FROM MIL-NTC-LINE
003572     END-IF.
003573     MOVE SPACES TO MIL-NTC-LINE.
003574     STRING CT-CITY DELIMITED BY "  "
003575         " " CT-STATE "  " CT-POSTAL-CODE
003576         DELIMITED BY SIZE INTO MIL-NTC-LINE.
003577     WRITE MIL-NTC-RECORD FROM MIL-NTC-LINE.

003578     MOVE SPACES TO MIL-NTC-LINE.
003579     WRITE MIL-NTC-RECORD FROM MIL-NTC-LINE.
003580     WRITE MIL-NTC-RECORD FROM MIL-NTC-LINE.
003581     STRING "DEAR " RM-NAME DELIMITED BY "  "
003582         ":" DELIMITED BY SIZE INTO MIL-NTC-LINE.
003583     WRITE MIL-NTC-RECORD FROM MIL-NTC-LINE.
003584     MOVE SPACES TO MIL-NTC-LINE.
003585     WRITE MIL-NTC-RECORD FROM MIL-NTC-LINE.

003586     MOVE WS-MILE-AGE (WS-MILE-SUB) TO NN-AGE.
003587     MOVE WS-MILE-MONTH TO NN-MILE-MONTH.
003588     MOVE WS-MILE-DAY   TO NN-MILE-DAY.
003589     MOVE WS-MILE-YEAR  TO NN-MILE-YEAR.
003590     WRITE MIL-NTC-RECORD FROM MIL-NTC-AGE-LINE.
003591     MOVE "THIS MILESTONE MAY CHANGE THE BENEFITS YOU ARE ELIGIBLE
003592-        " FOR." TO MIL-NTC-LINE.
003593     WRITE MIL-NTC-RECORD FROM MIL-NTC-LINE.
003594     MOVE "PLEASE CONTACT THE BENEFITS OFFICE WITH ANY QUESTIONS."
003595         TO MIL-NTC-LINE.
003596     WRITE MIL-NTC-RECORD FROM MIL-NTC-LINE.
003597     MOVE SPACES TO MIL-NTC-LINE.
003598     WRITE MIL-NTC-RECORD FROM MIL-NTC-LINE.

003599     MOVE RM-MEMBER-ID TO NN-MEMBER-ID.
003600     WRITE MIL-NTC-RECORD FROM MIL-NTC-ID-LINE.

003601 2600-EXIT.
003602     EXIT.

003603*****************************************************************
003604*  5300-DATE-TO-SERIAL                                          *
003605*  TURNS WS-SER-YEAR/MONTH/DAY INTO A DAY SERIAL SO TWO DATES  *
003606*  CAN BE SUBTRACTED: 365 DAYS PER ELAPSED YEAR PLUS ONE PER   *
003607*  ELAPSED LEAP YEAR, PLUS THE DAYS ELAPSED IN THE GIVEN       *
003608*  YEAR (WITH THE LEAP DAY WHEN PAST FEBRUARY).                *
003609*****************************************************************
003610 5300-DATE-TO-SERIAL.
003611     COMPUTE WS-WORK-YEAR = WS-SER-YEAR - 1 END-COMPUTE.
003612     DIVIDE WS-WORK-YEAR BY 4 GIVING WS-LEAP-COUNT.
003613     DIVIDE WS-WORK-YEAR BY 100 GIVING WS-DIV-QUOT.
003615     SUBTRACT WS-DIV-QUOT FROM WS-LEAP-COUNT.
003620     DIVIDE WS-WORK-YEAR BY 400 GIVING WS-DIV-QUOT.
003625     ADD WS-DIV-QUOT TO WS-LEAP-COUNT.
004400     WRITE MIL-RPT-RECORD FROM MIL-RPT-SEC-LINE.
004410     WRITE MIL-RPT-RECORD FROM MIL-RPT-HDG-2.

004412     MOVE WS-ASOF-DATE TO NH-ASOF-DATE.
004414     WRITE MIL-NOAD-RECORD FROM MIL-NOAD-HDG-1.
004416     WRITE MIL-NOAD-RECORD FROM MIL-NOAD-HDG-2.

004420 8000-EXIT.
004430     EXIT.

