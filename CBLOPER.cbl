001390*                  LEAVE A STALE TOTAL FOR THE NEXT SESSION TO
001391*                  CHAIN FROM - THE NEXT SESSION FALLS BACK TO
001392*                  THE TAIL SCAN AND REBUILDS THE POSITION.
001393*  12/08/2026  RH  THE BATCH TRANSACTION NOW CARRIES THE
001394*                  DEPARTMENT CODE IT IS CHARGED TO (EDITED
001395*                  AGAINST DEPMAST BY CBLEDIT) AND THE CODE IS
001396*                  STAMPED ON EVERY AUDIT AND LEDGER RECORD.  AN
001397*                  INTERACTIVE SESSION CHARGES NO DEPARTMENT AND
001398*                  STAMPS THE FIELD BLANK.
001399*  12/09/2026  RH  THE LEDGER RECORD NOW ALSO CARRIES THE
001400*                  CURRENCY PAIR OF A CONVERSION, TAKEN FROM THE
001401*                  AUDIT RECORD JUST WRITTEN, SO THE DAILY CLOSE
001402*                  CAN JOURNAL OPCODE 8 TO THE GL BY PAIR.
001403*  12/11/2026  RH  RATE LOOKUP NO LONGER READS CBLRATE FRONT TO
001404*                  BACK FOR EVERY CONVERSION.  THE FIRST
001405*                  CONVERSION OF A SESSION LOADS THE RATE IN
001406*                  FORCE FOR EVERY PAIR INTO A TABLE IN ONE PASS
001407*                  AND EVERY CONVERSION AFTER IS A TABLE LOOKUP.
001408*                  A BATCH RUN NOW TAKES THE RATE IN FORCE ON
001409*                  THE CBLTRAN FILE DATE (THE BUSINESS DATE
001410*                  CBLEDIT CHECKED THE RATE AGAINST) RATHER THAN
001411*                  THE SYSTEM DATE; AN INTERACTIVE SESSION STILL
001412*                  USES TODAY AND RELOADS IF IT RUNS PAST
001413*                  MIDNIGHT.
001414*****************************************************************
001415 ENVIRONMENT DIVISION.
001416 CONFIGURATION SECTION.
001417 SPECIAL-NAMES.
001420     CLASS VALID-OPID IS "A" THRU "Z"
001430         "0" THRU "9" SPACE.
001440 INPUT-OUTPUT SECTION.
001790                                  SIGN IS LEADING SEPARATE.
001800     05  TF-CURR-FROM            PIC X(03).
001810     05  TF-CURR-TO              PIC X(03).
001815     05  TF-DEPT-CODE            PIC X(03).
001820     05  FILLER                  PIC X(19).
001830 01  CBL-TRAN-HDR-TRL.
001840 COPY CBLHDTR.

002780 01  WS-RATE-FOUND-SW    PIC X VALUE "N".
002790     88  WS-RATE-FOUND           VALUE "Y".
002800 01  THE-CONVERTED       PIC -Z(20).99.
002801*THE DATE RATES ARE LOOKED UP FOR - THE CBLTRAN FILE DATE IN
002802*BATCH, TODAY INTERACTIVELY.
002803 01  WS-RATE-DATE        PIC 9(08) VALUE ZERO.

002804*RATES IN FORCE - ONE ENTRY PER CURRENCY PAIR HOLDING THE RATE
002805*WITH THE LATEST EFFECTIVE DATE ON OR BEFORE WS-RIF-DATE, BUILT
002806*IN ONE PASS OF CBLRATE THE FIRST TIME A SESSION CONVERTS.
002807*CBLRMNT HOLDS THE WHOLE FILE TO 2000 ROWS, SO 2000 PAIRS CAN
002808*NOT OVERFLOW; IF IT EVER DOES, A PAIR NOT IN THE TABLE FALLS
002809*BACK TO THE OLD FULL PASS RATHER THAN BEING REJECTED.
002810 01  WS-RIF-LOADED-SW    PIC X VALUE "N".
002811     88  WS-RIF-LOADED           VALUE "Y".
002812 01  WS-RIF-FULL-SW      PIC X VALUE "N".
002813     88  WS-RIF-FULL             VALUE "Y".
002814 01  WS-RIF-DATE         PIC 9(08) VALUE ZERO.
002815 01  WS-RIF-MAX          PIC 9(04) COMP VALUE 2000.
002816 01  WS-RIF-COUNT        PIC 9(04) COMP VALUE ZERO.
002817 01  WS-RIF-SUB          PIC 9(04) COMP VALUE ZERO.
002818 01  WS-RIF-FOUND-SUB    PIC 9(04) COMP VALUE ZERO.
002819 01  WS-RIF-LOOKUP-FROM  PIC X(03) VALUE SPACES.
002820 01  WS-RIF-LOOKUP-TO    PIC X(03) VALUE SPACES.
002821 01  WS-RIF-TABLE.
002822     05  WS-RIF-ENTRY OCCURS 2000 TIMES.
002823         10  WS-RIF-CURR-FROM    PIC X(03).
002824         10  WS-RIF-CURR-TO      PIC X(03).
002825         10  WS-RIF-EFF-DATE     PIC 9(08).
002826         10  WS-RIF-RATE         PIC 9(07)V9(06).

002827*BALANCE-CARRIED-FORWARD WORK AREAS.  THE OPENING GRAND TOTAL
002828*IS LOADED FROM THE CBLBALF RECORD THE DAILY LEDGER CLOSE
002830*(CBLEOD) WROTE, SO THE LEDGER RUNNING TOTAL IS CONTINUOUS
002840*ACROSS DAYS.  A MISSING CBLBALF JUST MEANS NO CLOSE HAS EVER
002850*RUN AND THE GRAND TOTAL STARTS FROM ZERO.
002931*WHO IS PERFORMING THE SESSION - THE SCHEDULER ID IN BATCH,
002940*THE SIGNED-ON OPERATOR FROM CBLMENU INTERACTIVELY.
002950 01  WS-OPERATOR-ID      PIC X(08) VALUE SPACES.
002952*THE DEPARTMENT THE CURRENT TRANSACTION IS CHARGED TO - TAKEN
002954*FROM THE BATCH TRANSACTION, BLANK FOR AN INTERACTIVE SESSION.
002956 01  WS-DEPT-CODE        PIC X(03) VALUE SPACES.

002960*WORK AREAS FOR BUILDING THE AUDIT LOG TIMESTAMP
002970 01  WS-CUR-DATE             PIC 9(08).

008870     ADD 1 TO WS-BATCH-COUNT.
008880     ADD TF-OPERAND-1 TO WS-TRAN-HASH.
008885     MOVE TF-DEPT-CODE TO WS-DEPT-CODE.
008890     INITIALIZE CBL-RPT-LINE.

008900     EVALUATE TF-OPCODE
013500*  6800-CURR-CONV-CALC                                          *
013510*  CONVERTS NUM-1 FROM WS-CURR-FROM TO WS-CURR-TO USING THE    *
013520*  CBLRATE RATE WITH THE LATEST EFFECTIVE DATE ON OR BEFORE     *
013530*  THE RATE DATE.  NO RATE IN FORCE FOR THE PAIR, OR A RESULT   *
013540*  TOO BIG FOR THE FIELD, REJECTS THE OPERATION WITH A ZERO     *
013550*  RESULT THE SAME WAY A ZERO DIVISOR DOES.  THE RATE COMES     *
013555*  FROM THE RATES-IN-FORCE TABLE, LOADED ON FIRST USE.          *
013560*****************************************************************
013570 6800-CURR-CONV-CALC.
013580     MOVE ZERO TO WS-RATE-USED.
013600     MOVE "N"  TO WS-RATE-EOF-SW.
013610     MOVE "N"  TO WS-RATE-FOUND-SW.
013620     ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD.
013621     IF WS-MODE-BATCH AND WS-RUN-FILE-DATE NOT = ZERO
013622         MOVE WS-RUN-FILE-DATE TO WS-RATE-DATE
013623     ELSE
013624         MOVE WS-CUR-DATE TO WS-RATE-DATE
013625     END-IF.

013626     IF NOT WS-RIF-LOADED OR WS-RIF-DATE NOT = WS-RATE-DATE
013627         PERFORM 6860-LOAD-RATES-IN-FORCE THRU 6860-EXIT
013628     END-IF.
013629     IF NOT WS-RIF-LOADED
013630         MOVE ZERO TO THE-RESULT
013631         MOVE "Y" TO WS-AUDIT-ERROR-SW
013632         GO TO 6800-EXIT
013633     END-IF.

013634     MOVE WS-CURR-FROM TO WS-RIF-LOOKUP-FROM.
013635     MOVE WS-CURR-TO   TO WS-RIF-LOOKUP-TO.
013636     PERFORM 6880-FIND-RATE-IN-FORCE THRU 6880-EXIT.
013637     IF WS-RIF-FOUND-SUB > ZERO
013638         MOVE WS-RIF-RATE (WS-RIF-FOUND-SUB) TO WS-RATE-USED
013639         MOVE "Y" TO WS-RATE-FOUND-SW
013640         GO TO 6800-APPLY-RATE
013641     END-IF.
013642     IF NOT WS-RIF-FULL
013643         GO TO 6800-APPLY-RATE
013644     END-IF.

013645     OPEN INPUT CBL-RATE-FILE.
013646     IF FS-RATE-FILE NOT = "00"
013650         DISPLAY "CBLRATE NOT AVAILABLE, STATUS "
013660             FS-RATE-FILE END-DISPLAY
013670         MOVE ZERO TO THE-RESULT
013720         UNTIL WS-RATE-EOF.
013730     CLOSE CBL-RATE-FILE.

013735 6800-APPLY-RATE.
013740     IF NOT WS-RATE-FOUND
013750         DISPLAY "NO RATE IN FORCE FOR " WS-CURR-FROM
013760             "/" WS-CURR-TO END-DISPLAY
013920*****************************************************************
013930*  6850-READ-RATE                                               *
013940*  KEEPS THE RATE WITH THE LATEST EFFECTIVE DATE THAT IS ON OR  *
013950*  BEFORE THE RATE DATE FOR THE WANTED CURRENCY PAIR.  THE RATE *
013960*  FILE DOES NOT HAVE TO BE IN ANY PARTICULAR ORDER.  ONLY USED *
013965*  WHEN THE RATES-IN-FORCE TABLE HAS OVERFLOWED.                *
013970*****************************************************************
013980 6850-READ-RATE.
013990     READ CBL-RATE-FILE
014020         NOT AT END
014030             IF RT-CURR-FROM = WS-CURR-FROM
014040                 AND RT-CURR-TO = WS-CURR-TO
014050                 AND RT-EFF-DATE <= WS-RATE-DATE
014060                 AND RT-EFF-DATE >= WS-BEST-DATE
014070                 MOVE RT-EFF-DATE TO WS-BEST-DATE
014080                 MOVE RT-RATE     TO WS-RATE-USED
014110     END-READ.

014120 6850-EXIT.
014121     EXIT.

014122*****************************************************************
014123*  6860-LOAD-RATES-IN-FORCE                                     *
014124*  ONE PASS OF CBLRATE KEEPING, FOR EACH PAIR, THE ROW WITH THE *
014125*  LATEST EFFECTIVE DATE ON OR BEFORE THE RATE DATE (THE LATER  *
014126*  OF TWO ROWS WITH THE SAME DATE WINS, AS IN 6850).  ROWS      *
014127*  DATED AFTER THE RATE DATE ARE NOT IN FORCE YET AND ARE       *
014128*  SKIPPED.  AN UNREADABLE FILE LEAVES THE TABLE UNLOADED, SO   *
014129*  THE CONVERSION IS REJECTED AND THE NEXT ONE TRIES AGAIN.     *
014130*****************************************************************
014131 6860-LOAD-RATES-IN-FORCE.
014132     MOVE "N"  TO WS-RIF-LOADED-SW.
014133     MOVE "N"  TO WS-RIF-FULL-SW.
014134     MOVE ZERO TO WS-RIF-COUNT.
014135     MOVE "N"  TO WS-RATE-EOF-SW.

014136     OPEN INPUT CBL-RATE-FILE.
014137     IF FS-RATE-FILE NOT = "00"
014138         DISPLAY "CBLRATE NOT AVAILABLE, STATUS "
014139             FS-RATE-FILE END-DISPLAY
014140         GO TO 6860-EXIT
014141     END-IF.

014142     PERFORM 6870-LOAD-RATE-ROW THRU 6870-EXIT
014143         UNTIL WS-RATE-EOF.
014144     CLOSE CBL-RATE-FILE.
014145     MOVE "N" TO WS-RATE-EOF-SW.

014146     MOVE WS-RATE-DATE TO WS-RIF-DATE.
014147     MOVE "Y" TO WS-RIF-LOADED-SW.
014148     IF WS-RIF-FULL
014149         DISPLAY "CBLRATE HAS MORE THAN 2000 PAIRS - PAIRS NOT "
014150             "HELD ARE LOOKED UP BY A FULL PASS" END-DISPLAY
014151     END-IF.

014152 6860-EXIT.
014153     EXIT.

014154 6870-LOAD-RATE-ROW.
014155     READ CBL-RATE-FILE
014156         AT END
014157             MOVE "Y" TO WS-RATE-EOF-SW
014158     END-READ.
014159     IF WS-RATE-EOF
014160         GO TO 6870-EXIT
014161     END-IF.
014162     IF RT-EFF-DATE IS NOT NUMERIC
014163         OR RT-EFF-DATE > WS-RATE-DATE
014164         GO TO 6870-EXIT
014165     END-IF.

014166     MOVE RT-CURR-FROM TO WS-RIF-LOOKUP-FROM.
014167     MOVE RT-CURR-TO   TO WS-RIF-LOOKUP-TO.
014168     PERFORM 6880-FIND-RATE-IN-FORCE THRU 6880-EXIT.
014169     IF WS-RIF-FOUND-SUB > ZERO
014170         IF RT-EFF-DATE >= WS-RIF-EFF-DATE (WS-RIF-FOUND-SUB)
014171             MOVE RT-EFF-DATE
014172                 TO WS-RIF-EFF-DATE (WS-RIF-FOUND-SUB)
014173             MOVE RT-RATE TO WS-RIF-RATE (WS-RIF-FOUND-SUB)
014174         END-IF
014175         GO TO 6870-EXIT
014176     END-IF.

014177     IF WS-RIF-COUNT >= WS-RIF-MAX
014178         MOVE "Y" TO WS-RIF-FULL-SW
014179         GO TO 6870-EXIT
014180     END-IF.
014181     ADD 1 TO WS-RIF-COUNT.
014182     MOVE RT-CURR-FROM TO WS-RIF-CURR-FROM (WS-RIF-COUNT).
014183     MOVE RT-CURR-TO   TO WS-RIF-CURR-TO (WS-RIF-COUNT).
014184     MOVE RT-EFF-DATE  TO WS-RIF-EFF-DATE (WS-RIF-COUNT).
014185     MOVE RT-RATE      TO WS-RIF-RATE (WS-RIF-COUNT).

014186 6870-EXIT.
014187     EXIT.

014188*FINDS THE LOOKUP PAIR IN THE RATES-IN-FORCE TABLE, LEAVING ITS
014189*SUBSCRIPT IN WS-RIF-FOUND-SUB (ZERO = NO RATE IN FORCE HELD).
014190 6880-FIND-RATE-IN-FORCE.
014191     MOVE ZERO TO WS-RIF-FOUND-SUB.
014192     PERFORM 6890-TEST-RATE-ENTRY THRU 6890-EXIT
014193         VARYING WS-RIF-SUB FROM 1 BY 1
014194         UNTIL WS-RIF-FOUND-SUB > ZERO
014195             OR WS-RIF-SUB > WS-RIF-COUNT.

014196 6880-EXIT.
014197     EXIT.

014198 6890-TEST-RATE-ENTRY.
014199     IF WS-RIF-CURR-FROM (WS-RIF-SUB) = WS-RIF-LOOKUP-FROM
014200         AND WS-RIF-CURR-TO (WS-RIF-SUB) = WS-RIF-LOOKUP-TO
014201         MOVE WS-RIF-SUB TO WS-RIF-FOUND-SUB
014202     END-IF.

014203 6890-EXIT.
014204     EXIT.

014205*****************************************************************
014206*  6900-WRITE-AUDIT-REC                                         *
014207*  WRITES ONE AUDIT LOG RECORD.  CALLER SETS WS-AUDIT-CHOICE    *
014208*  AND AR-SOURCE, AND MOVES THE TWO OPERANDS INTO AR-OPERAND-1  *
014209*  AND AR-OPERAND-2 BEFORE PERFORMING THIS PARAGRAPH.           *
014210*****************************************************************
014211 6900-WRITE-AUDIT-REC.
014212     ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD.
014220     ACCEPT WS-CUR-TIME FROM TIME.
014230     MOVE SPACES TO AR-TIMESTAMP.
014240     STRING WS-CUR-DATE  "-" WS-CUR-TIME
014350     MOVE WS-CURR-TO       TO AR-CURR-TO.
014360     MOVE WS-RATE-USED     TO AR-RATE.
014370     MOVE WS-OPERATOR-ID   TO AR-OPERATOR-ID.
014375     MOVE WS-DEPT-CODE     TO AR-DEPT-CODE.
014380     MOVE "N" TO WS-AUDIT-ERROR-SW.
014390     WRITE CBL-AUDIT-RECORD.
014400     MOVE SPACES TO WS-CURR-FROM.
014590     MOVE WS-RUN-ID       TO LR-RUN-ID.
014600     MOVE WS-AUDIT-CHOICE TO LR-OPCODE.
014610     MOVE WS-OPERATOR-ID  TO LR-OPERATOR-ID.
014615     MOVE WS-DEPT-CODE    TO LR-DEPT-CODE.
014616     MOVE AR-CURR-FROM    TO LR-CURR-FROM.
014617     MOVE AR-CURR-TO      TO LR-CURR-TO.
014620     WRITE CBL-LEDGER-RECORD.

014630 6950-EXIT.
