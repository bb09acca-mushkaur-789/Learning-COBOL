000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.     CBLSTPM.
000120 AUTHOR.         R HANLEY.
000130 INSTALLATION.   DATA PROCESSING DEPT.
000140 DATE-WRITTEN.   12/28/2026.
000150 DATE-COMPILED.  TODAY.
000160*****************************************************************
000170*  CBLSTPM - RUN-CONTROL STEP MARKER.                           *
000180*  REGISTERS THE START OR END OF A JOB STEP THAT CANNOT         *
000190*  REGISTER ITSELF - THE IEBGENER COPIES THAT SWAP THE PURGED   *
000200*  FILES IN AT MONTH-END - SO THE BATCH WINDOW REPORT (CBLBTIM) *
000210*  CAN TIME THEM LIKE EVERY OTHER STEP.  THE JCL RUNS A MARKER  *
000220*  STEP RIGHT BEFORE AND RIGHT AFTER THE UTILITY STEP.          *
000230*  EACH STPCARD CARD NAMES THE PROGRAM (COLS 1-10), THE FILE    *
000240*  (COLS 11-18) AND THE STATUS (COL 19, S OR C) TO REGISTER.    *
000250*  AN S GETS A NEW RUN ID; A C REUSES THE RUN ID OF THE LATEST  *
000260*  S FOR THE SAME PROGRAM AND FILE, SO THE EXCEPTION REPORT     *
000270*  SEES THE STEP CLOSED.  A MARKER ONLY COSTS THE TIMING WHEN   *
000280*  IT GOES WRONG, SO ANY PROBLEM ENDS RC=4 AND NEVER STOPS THE  *
000290*  JOB.                                                         *
000300*****************************************************************
000310*  MODIFICATION HISTORY.
000320*  12/28/2026  RH  ORIGINAL VERSION.
000330*****************************************************************
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT STP-CARD-FILE    ASSIGN TO "STPCARD"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS FS-CARD-FILE.

000400     SELECT STP-RUNC-FILE    ASSIGN TO "CBLRUNC"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS FS-RUNC-FILE.

000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  STP-CARD-FILE
000460     RECORDING MODE IS F.
000470 01  STP-CARD-RECORD.
000480     05  SC-PROGRAM              PIC X(10).
000490     05  SC-FILE-NAME            PIC X(08).
000500     05  SC-STATUS               PIC X(01).
000510         88  SC-STATUS-VALID         VALUE "S" "C".
000520         88  SC-STATUS-START         VALUE "S".
000530     05  FILLER                  PIC X(61).

000540 FD  STP-RUNC-FILE
000550     RECORDING MODE IS F.
000560 COPY CBLRUNC.

000570 WORKING-STORAGE SECTION.
000580 01  FS-CARD-FILE        PIC X(02) VALUE "00".
000590 01  FS-RUNC-FILE        PIC X(02) VALUE "00".
000600 01  WS-CARD-EOF-SW      PIC X VALUE "N".
000610     88  WS-CARD-EOF              VALUE "Y".
000620 01  WS-RUNC-EOF-SW      PIC X VALUE "N".
000630     88  WS-RUNC-EOF              VALUE "Y".

000640 01  WS-CARD-COUNT       PIC 9(05) COMP VALUE ZERO.
000650 01  WS-MARK-COUNT       PIC 9(05) COMP VALUE ZERO.
000660 01  WS-BAD-CARD-COUNT   PIC 9(05) COMP VALUE ZERO.
000670 01  WS-FOUND-SW         PIC X VALUE "N".
000680     88  WS-START-FOUND           VALUE "Y".
000690 01  WS-FOUND-FILE-DATE  PIC 9(08) VALUE ZERO.

000700 01  WS-STEP-RUN-ID      PIC X(14) VALUE SPACES.
000710 01  WS-STEP-DATE        PIC 9(08) VALUE ZERO.
000720 01  WS-STEP-TIME        PIC 9(08) VALUE ZERO.
000730 01  WS-STEP-STAMP       PIC X(26) VALUE SPACES.

000740 PROCEDURE DIVISION.
000750 0000-MAINLINE.
000760     OPEN INPUT STP-CARD-FILE.
000770     IF FS-CARD-FILE NOT = "00"
000780         DISPLAY "UNABLE TO OPEN STPCARD, STATUS "
000790             FS-CARD-FILE " - NOTHING MARKED" END-DISPLAY
000800         MOVE 4 TO RETURN-CODE
000810         GO TO 9999-PROGRAM-END
000820     END-IF.

000830     PERFORM 1000-READ-CARD THRU 1000-EXIT
000840         UNTIL WS-CARD-EOF.
000850     CLOSE STP-CARD-FILE.

000860     DISPLAY WS-CARD-COUNT " MARKER CARD(S) READ, "
000870         WS-MARK-COUNT " STEP MARK(S) REGISTERED" END-DISPLAY.
000880     IF WS-MARK-COUNT < WS-CARD-COUNT
000890         OR WS-CARD-COUNT = ZERO
000900         MOVE 4 TO RETURN-CODE
000910     END-IF.
000920     GO TO 9999-PROGRAM-END.

000930 9999-PROGRAM-END.
000940     STOP RUN.

000950*****************************************************************
000960*  1000-READ-CARD                                               *
000970*  ONE REGISTRATION PER CARD.  A CARD WITH NO PROGRAM OR FILE,  *
000980*  OR A STATUS OTHER THAN S OR C, IS REPORTED AND SKIPPED.      *
000990*****************************************************************
001000 1000-READ-CARD.
001010     READ STP-CARD-FILE
001020         AT END
001030             MOVE "Y" TO WS-CARD-EOF-SW
001040     END-READ.
001050     IF WS-CARD-EOF
001060         GO TO 1000-EXIT
001070     END-IF.
001080     ADD 1 TO WS-CARD-COUNT.

001090     IF SC-PROGRAM = SPACES
001100         OR SC-FILE-NAME = SPACES
001110         OR NOT SC-STATUS-VALID
001120         ADD 1 TO WS-BAD-CARD-COUNT
001130         DISPLAY "STPCARD CARD " WS-CARD-COUNT
001140             " IS NOT PROGRAM/FILE/S-OR-C - SKIPPED: "
001150             STP-CARD-RECORD (1:19) END-DISPLAY
001160         GO TO 1000-EXIT
001170     END-IF.

001180     PERFORM 8940-TAKE-STAMP THRU 8940-EXIT.
001190     IF SC-STATUS-START
001200         STRING WS-STEP-DATE WS-STEP-TIME (1:6)
001210             DELIMITED BY SIZE INTO WS-STEP-RUN-ID
001220         MOVE WS-STEP-DATE TO WS-FOUND-FILE-DATE
001230     ELSE
001240         PERFORM 2000-FIND-START THRU 2000-EXIT
001250     END-IF.
001260     PERFORM 8950-REGISTER-STEP THRU 8950-EXIT.

001270 1000-EXIT.
001280     EXIT.

001290*****************************************************************
001300*  2000-FIND-START                                              *
001310*  AN END MARK CLOSES THE LATEST START REGISTERED FOR THE SAME  *
001320*  PROGRAM AND FILE, TAKING ITS RUN ID AND FILE DATE.  WITH NO  *
001330*  START TO CLOSE, THE END IS STILL WRITTEN UNDER A RUN ID OF   *
001340*  ITS OWN (CBLBTIM WILL SHOW THE STEP AS NOT STARTED).         *
001350*****************************************************************
001360 2000-FIND-START.
001370     MOVE "N" TO WS-FOUND-SW.
001380     MOVE "N" TO WS-RUNC-EOF-SW.
001390     OPEN INPUT STP-RUNC-FILE.
001400     IF FS-RUNC-FILE = "00"
001410         PERFORM 2100-READ-RUNC THRU 2100-EXIT
001420             UNTIL WS-RUNC-EOF
001430         CLOSE STP-RUNC-FILE
001440     END-IF.

001450     IF NOT WS-START-FOUND
001460         DISPLAY "NO START REGISTERED FOR " SC-PROGRAM " "
001470             SC-FILE-NAME " - END MARKED ON ITS OWN" END-DISPLAY
001480         STRING WS-STEP-DATE WS-STEP-TIME (1:6)
001490             DELIMITED BY SIZE INTO WS-STEP-RUN-ID
001500         MOVE WS-STEP-DATE TO WS-FOUND-FILE-DATE
001510     END-IF.

001520 2000-EXIT.
001530     EXIT.

001540 2100-READ-RUNC.
001550     READ STP-RUNC-FILE
001560         AT END
001570             MOVE "Y" TO WS-RUNC-EOF-SW
001580     END-READ.
001590     IF WS-RUNC-EOF
001600         GO TO 2100-EXIT
001610     END-IF.

001620     IF RC-PROGRAM = SC-PROGRAM
001630         AND RC-FILE-NAME = SC-FILE-NAME
001640         AND RC-STATUS-STARTED
001650         MOVE "Y"          TO WS-FOUND-SW
001660         MOVE RC-RUN-ID    TO WS-STEP-RUN-ID
001670         MOVE RC-FILE-DATE TO WS-FOUND-FILE-DATE
001680     END-IF.

001690 2100-EXIT.
001700     EXIT.

001710*****************************************************************
001720*  8940-TAKE-STAMP / 8950-REGISTER-STEP                         *
001730*  THE SAME STAMP AND REGISTRATION EVERY TIMED STEP USES.  A    *
001740*  REGISTRY THAT CANNOT BE EXTENDED IS REPORTED AND THE CARD    *
001750*  COUNTS AS NOT MARKED.                                        *
001760*****************************************************************
001770 8940-TAKE-STAMP.
001780     ACCEPT WS-STEP-DATE FROM DATE YYYYMMDD.
001790     ACCEPT WS-STEP-TIME FROM TIME.
001800     MOVE SPACES TO WS-STEP-STAMP.
001810     MOVE SPACES TO WS-STEP-RUN-ID.
001820     STRING WS-STEP-DATE "-" WS-STEP-TIME
001830         DELIMITED BY SIZE INTO WS-STEP-STAMP.

001840 8940-EXIT.
001850     EXIT.

001860 8950-REGISTER-STEP.
001870     OPEN EXTEND STP-RUNC-FILE.
001880     IF FS-RUNC-FILE NOT = "00"
001890         DISPLAY "UNABLE TO EXTEND CBLRUNC, STATUS "
001900             FS-RUNC-FILE " - " SC-PROGRAM " " SC-FILE-NAME
001910             " NOT MARKED" END-DISPLAY
001920         GO TO 8950-EXIT
001930     END-IF.
001940     MOVE SC-PROGRAM         TO RC-PROGRAM.
001950     MOVE SC-FILE-NAME       TO RC-FILE-NAME.
001960     MOVE WS-FOUND-FILE-DATE TO RC-FILE-DATE.
001970     MOVE WS-STEP-RUN-ID     TO RC-RUN-ID.
001980     MOVE SC-STATUS          TO RC-STATUS.
001990     MOVE ZERO               TO RC-REC-COUNT.
002000     MOVE WS-STEP-STAMP      TO RC-TIMESTAMP.
002010     WRITE CBL-RUNC-RECORD.
002020     CLOSE STP-RUNC-FILE.
002030     ADD 1 TO WS-MARK-COUNT.

002040 8950-EXIT.
002050     EXIT.
