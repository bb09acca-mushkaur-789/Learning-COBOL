000316*                  AND LEDGER (101) LAYOUTS; THE OLD LENGTHS
000318*                  TRUNCATED THE RUN ID, CURRENCY, RATE, AND
000319*                  OPERATOR FIELDS OFF EVERY ARCHIVED RECORD.
000320*  12/08/2026  RH  THE AUDIT AND LEDGER RECORDS GREW BY THE
000321*                  APPENDED DEPARTMENT CODE - THE ARCHIVE AND
000322*                  PURGED-LIVE RECORD LENGTHS NOW MATCH THE FULL
000323*                  AUDIT (139) AND LEDGER (104) LAYOUTS.
000324*  12/09/2026  RH  THE LEDGER RECORD GREW AGAIN BY THE APPENDED
000325*                  CURRENCY PAIR - LEDGER LENGTHS NOW 110.
000326*  12/28/2026  RH  REGISTERS ITS START AND END IN CBLRUNC FOR
000327*                  THE BATCH WINDOW REPORT (CBLBTIM), WITH THE
000328*                  NUMBER OF AUDIT RECORDS READ.
000329*  01/29/2027  RH  REVIEW FIXES - A RUN THAT STOPS ON AN OPEN
000330*                  FAILURE OR A REFUSAL NOW REGISTERS F IN
000331*                  CBLRUNC BEFORE IT ENDS, SO THE BATCH WINDOW
000332*                  REPORT SHOWS IT FAILED RATHER THAN STILL OPEN.
000333*****************************************************************
000334 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT ARC-AUDIT-FILE   ASSIGN TO "CBLAUDT"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS FS-CTL-FILE.

000592     SELECT ARC-RUNC-FILE    ASSIGN TO "CBLRUNC"
000594         ORGANIZATION IS LINE SEQUENTIAL
000596         FILE STATUS IS FS-RUNC-FILE.

000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  ARC-AUDIT-FILE

000680 FD  ARC-AUDA-FILE
000690     RECORDING MODE IS F.
000700 01  ARC-AUDA-RECORD             PIC X(139).

000710 FD  ARC-LEDA-FILE
000720     RECORDING MODE IS F.
000730 01  ARC-LEDA-RECORD             PIC X(110).

000740 FD  ARC-AUDN-FILE
000750     RECORDING MODE IS F.
000760 01  ARC-AUDN-RECORD             PIC X(139).

000770 FD  ARC-LEDN-FILE
000780     RECORDING MODE IS F.
000790 01  ARC-LEDN-RECORD             PIC X(110).

000800 FD  ARC-HIST-FILE
000810     RECORDING MODE IS F.
000880     05  CTL-RETAIN-MONTHS       PIC 9(03).
000890     05  FILLER                  PIC X(71).

000892 FD  ARC-RUNC-FILE
000894     RECORDING MODE IS F.
000896 COPY CBLRUNC.

000900 WORKING-STORAGE SECTION.
000910 01  FS-AUDIT-FILE       PIC X(02) VALUE "00".
000920 01  FS-LEDGER-FILE      PIC X(02) VALUE "00".
000960 01  FS-LEDN-FILE        PIC X(02) VALUE "00".
000970 01  FS-HIST-FILE        PIC X(02) VALUE "00".
000980 01  FS-CTL-FILE         PIC X(02) VALUE "00".
000981 01  FS-RUNC-FILE        PIC X(02) VALUE "00".

000982*BATCH WINDOW TIMING - THE STEP'S START AND END ARE REGISTERED
000983*IN CBLRUNC SO THE WINDOW REPORT (CBLBTIM) CAN TIME IT.
000984 01  WS-STEP-RUN-ID      PIC X(14) VALUE SPACES.
000985 01  WS-STEP-STATUS      PIC X(01) VALUE SPACE.
000986 01  WS-STEP-DATE        PIC 9(08) VALUE ZERO.
000987 01  WS-STEP-TIME        PIC 9(08) VALUE ZERO.
000988 01  WS-STEP-STAMP       PIC X(26) VALUE SPACES.

000990 01  WS-AUDIT-EOF-SW     PIC X VALUE "N".
001000     88  WS-AUDIT-EOF             VALUE "Y".
001060 01  WS-AUD-KEEP-COUNT   PIC 9(07) COMP VALUE ZERO.
001070 01  WS-LED-ARC-COUNT    PIC 9(07) COMP VALUE ZERO.
001080 01  WS-LED-KEEP-COUNT   PIC 9(07) COMP VALUE ZERO.
001085 01  WS-AUD-READ-COUNT   PIC 9(07) COMP VALUE ZERO.

001090*PER-DAY SUMMARY TABLE FOR THE HISTORY FILE.  THE AUDIT AND
001100*LEDGER FILES ARE APPENDED CHRONOLOGICALLY, SO ARCHIVED DAYS

001250 PROCEDURE DIVISION.
001260 0000-MAINLINE.
001262     PERFORM 8940-TAKE-STAMP THRU 8940-EXIT.
001264     MOVE "S" TO WS-STEP-STATUS.
001266     PERFORM 8950-REGISTER-STEP THRU 8950-EXIT.
001270     PERFORM 0100-LOAD-CONTROL THRU 0100-EXIT.
001280     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.


001350     PERFORM 4000-WRITE-HISTORY THRU 4000-EXIT.
001360     PERFORM 9000-CLOSE-FILES THRU 9000-EXIT.
001361     COMPUTE WS-AUD-READ-COUNT = WS-AUD-ARC-COUNT
001362         + WS-AUD-KEEP-COUNT
001363     END-COMPUTE.
001364     PERFORM 8940-TAKE-STAMP THRU 8940-EXIT.
001365     MOVE "C" TO WS-STEP-STATUS.
001366     PERFORM 8950-REGISTER-STEP THRU 8950-EXIT.

001370     DISPLAY "AUDIT RECORDS ARCHIVED: " WS-AUD-ARC-COUNT
001380         ", KEPT LIVE: " WS-AUD-KEEP-COUNT END-DISPLAY.
001560     IF FS-CTL-FILE NOT = "00"
001570         DISPLAY "ARCCTL NOT AVAILABLE - ARCHIVE NOT RUN"
001580             END-DISPLAY
001582         PERFORM 8940-TAKE-STAMP THRU 8940-EXIT
001584         MOVE "F" TO WS-STEP-STATUS
001586         PERFORM 8950-REGISTER-STEP THRU 8950-EXIT
001590         MOVE 16 TO RETURN-CODE
001600         GO TO 9999-PROGRAM-END
001610     END-IF.
001640             DISPLAY "ARCCTL EMPTY - ARCHIVE NOT RUN"
001650                 END-DISPLAY
001660             CLOSE ARC-CTL-FILE
001662             PERFORM 8940-TAKE-STAMP THRU 8940-EXIT
001664             MOVE "F" TO WS-STEP-STATUS
001666             PERFORM 8950-REGISTER-STEP THRU 8950-EXIT
001670             MOVE 16 TO RETURN-CODE
001680             GO TO 9999-PROGRAM-END
001690     END-READ.
001810     IF FS-AUDIT-FILE NOT = "00"
001820         DISPLAY "UNABLE TO OPEN CBLAUDT, STATUS "
001830             FS-AUDIT-FILE END-DISPLAY
001832         PERFORM 8940-TAKE-STAMP THRU 8940-EXIT
001834         MOVE "F" TO WS-STEP-STATUS
001836         PERFORM 8950-REGISTER-STEP THRU 8950-EXIT
001840         MOVE 16 TO RETURN-CODE
001850         GO TO 9999-PROGRAM-END
001860     END-IF.
001890         DISPLAY "UNABLE TO OPEN CBLLEDG, STATUS "
001900             FS-LEDGER-FILE END-DISPLAY
001910         CLOSE ARC-AUDIT-FILE
001912         PERFORM 8940-TAKE-STAMP THRU 8940-EXIT
001914         MOVE "F" TO WS-STEP-STATUS
001916         PERFORM 8950-REGISTER-STEP THRU 8950-EXIT
001920         MOVE 16 TO RETURN-CODE
001930         GO TO 9999-PROGRAM-END
001940     END-IF.
001980             FS-AUDA-FILE END-DISPLAY
001990         CLOSE ARC-AUDIT-FILE
002000         CLOSE ARC-LEDGER-FILE
002002         PERFORM 8940-TAKE-STAMP THRU 8940-EXIT
002004         MOVE "F" TO WS-STEP-STATUS
002006         PERFORM 8950-REGISTER-STEP THRU 8950-EXIT
002010         MOVE 16 TO RETURN-CODE
002020         GO TO 9999-PROGRAM-END
002030     END-IF.
002080         CLOSE ARC-AUDIT-FILE
002090         CLOSE ARC-LEDGER-FILE
002100         CLOSE ARC-AUDA-FILE
002102         PERFORM 8940-TAKE-STAMP THRU 8940-EXIT
002104         MOVE "F" TO WS-STEP-STATUS
002106         PERFORM 8950-REGISTER-STEP THRU 8950-EXIT
002110         MOVE 16 TO RETURN-CODE
002120         GO TO 9999-PROGRAM-END
002130     END-IF.
002190         CLOSE ARC-LEDGER-FILE
002200         CLOSE ARC-AUDA-FILE
002210         CLOSE ARC-LEDA-FILE
002212         PERFORM 8940-TAKE-STAMP THRU 8940-EXIT
002214         MOVE "F" TO WS-STEP-STATUS
002216         PERFORM 8950-REGISTER-STEP THRU 8950-EXIT
002220         MOVE 16 TO RETURN-CODE
002230         GO TO 9999-PROGRAM-END
002240     END-IF.
002310         CLOSE ARC-AUDA-FILE
002320         CLOSE ARC-LEDA-FILE
002330         CLOSE ARC-AUDN-FILE
002332         PERFORM 8940-TAKE-STAMP THRU 8940-EXIT
002334         MOVE "F" TO WS-STEP-STATUS
002336         PERFORM 8950-REGISTER-STEP THRU 8950-EXIT
002340         MOVE 16 TO RETURN-CODE
002350         GO TO 9999-PROGRAM-END
002360     END-IF.
002440         CLOSE ARC-LEDA-FILE
002450         CLOSE ARC-AUDN-FILE
002460         CLOSE ARC-LEDN-FILE
002462         PERFORM 8940-TAKE-STAMP THRU 8940-EXIT
002464         MOVE "F" TO WS-STEP-STATUS
002466         PERFORM 8950-REGISTER-STEP THRU 8950-EXIT
002470         MOVE 16 TO RETURN-CODE
002480         GO TO 9999-PROGRAM-END
002490     END-IF.
003380             DISPLAY "MORE THAN 999 DISTINCT DAYS TO ARCHIVE - "
003390                 "RUN CBLARCH FOR A SHORTER RANGE" END-DISPLAY
003400             PERFORM 9000-CLOSE-FILES THRU 9000-EXIT
003402             PERFORM 8940-TAKE-STAMP THRU 8940-EXIT
003404             MOVE "F" TO WS-STEP-STATUS
003406             PERFORM 8950-REGISTER-STEP THRU 8950-EXIT
003410             MOVE 16 TO RETURN-CODE
003420             GO TO 9999-PROGRAM-END
003430         END-IF

003860 9000-EXIT.
003870     EXIT.

003880*****************************************************************
003890*  8940-TAKE-STAMP / 8950-REGISTER-STEP                         *
003900*  REGISTERS THE STEP'S START (S) AND END (C, WITH THE RECORD   *
003910*  COUNT) IN CBLRUNC FOR THE BATCH WINDOW REPORT.  A REGISTRY   *
003920*  THAT CANNOT BE EXTENDED ONLY COSTS THE TIMING, SO IT IS      *
003930*  REPORTED AND THE STEP CARRIES ON.                            *
003940*  A STEP THAT STOPS ON AN ERROR REGISTERS F (FAILED) BEFORE    *
003950*  IT ENDS, SO THE REPORT NEVER SHOWS IT AS STILL OPEN.         *
003960*****************************************************************
003970 8940-TAKE-STAMP.
003980     ACCEPT WS-STEP-DATE FROM DATE YYYYMMDD.
003990     ACCEPT WS-STEP-TIME FROM TIME.
004000     MOVE SPACES TO WS-STEP-STAMP.
004010     STRING WS-STEP-DATE "-" WS-STEP-TIME
004020         DELIMITED BY SIZE INTO WS-STEP-STAMP.
004030     IF WS-STEP-RUN-ID = SPACES
004040         STRING WS-STEP-DATE WS-STEP-TIME (1:6)
004050             DELIMITED BY SIZE INTO WS-STEP-RUN-ID
004060     END-IF.

004070 8940-EXIT.
004080     EXIT.

004090 8950-REGISTER-STEP.
004100     OPEN EXTEND ARC-RUNC-FILE.
004110     IF FS-RUNC-FILE NOT = "00"
004120         DISPLAY "UNABLE TO EXTEND CBLRUNC, STATUS "
004130             FS-RUNC-FILE " - STEP NOT TIMED" END-DISPLAY
004140         GO TO 8950-EXIT
004150     END-IF.
004160     MOVE "CBLARCH"      TO RC-PROGRAM.
004170     MOVE "CBLAUDT"      TO RC-FILE-NAME.
004180     MOVE WS-STEP-STAMP (1:8) TO RC-FILE-DATE.
004190     MOVE WS-STEP-RUN-ID TO RC-RUN-ID.
004200     MOVE WS-STEP-STATUS TO RC-STATUS.
004210     MOVE WS-AUD-READ-COUNT TO RC-REC-COUNT.
004220     MOVE WS-STEP-STAMP  TO RC-TIMESTAMP.
004230     WRITE CBL-RUNC-RECORD.
004240     CLOSE ARC-RUNC-FILE.

004250 8950-EXIT.
004260     EXIT.
