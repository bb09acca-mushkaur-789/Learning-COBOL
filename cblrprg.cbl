000316*                  (CBLPEND, WRITTEN PURGED TO CBLPENN AND
000317*                  SWAPPED IN BY THE JCL), SO THE QUEUE CANNOT
000318*                  GROW PAST CBLAPRV'S REVIEW TABLE.
000319*  12/28/2026  RH  REGISTERS ITS START AND END FOR THE BATCH
000320*                  WINDOW REPORT (CBLBTIM) - IN CBLRUNN, AFTER
000321*                  THE COPY, SINCE CBLRUNN IS WHAT THE JCL
000322*                  SWAPS IN AS THE LIVE REGISTRY.
000323*  01/04/2027  RH  CBLPENN WIDENED TO 104 BYTES FOR THE HOLD
000324*                  REASON AND REPEATED-BATCH DATE NOW CARRIED ON
000325*                  CBLPEND.
000326*****************************************************************
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.

000597 FD  PRG-PENN-FILE
000598     RECORDING MODE IS F.
000599 01  PRG-PENN-RECORD             PIC X(104).

000600 FD  PRG-CTL-FILE
000610     RECORDING MODE IS F.
000810 01  WS-RUNK-DROP-COUNT  PIC 9(07) COMP VALUE ZERO.
000812 01  WS-PEND-KEEP-COUNT  PIC 9(07) COMP VALUE ZERO.
000814 01  WS-PEND-DROP-COUNT  PIC 9(07) COMP VALUE ZERO.
000815 01  WS-RUNC-READ-COUNT  PIC 9(07) COMP VALUE ZERO.

000816*BATCH WINDOW TIMING - THE STEP'S START AND END ARE REGISTERED
000817*IN CBLRUNC SO THE WINDOW REPORT (CBLBTIM) CAN TIME IT.
000818 01  WS-STEP-RUN-ID      PIC X(14) VALUE SPACES.
000819 01  WS-STEP-STATUS      PIC X(01) VALUE SPACE.
000820 01  WS-STEP-DATE        PIC 9(08) VALUE ZERO.
000821 01  WS-STEP-TIME        PIC 9(08) VALUE ZERO.
000822 01  WS-STEP-STAMP       PIC X(26) VALUE SPACES.
000823 01  WS-STEP-START-STAMP PIC X(26) VALUE SPACES.
000824*THIS STEP'S OWN REGISTRATION GOES TO THE PURGED REGISTRY
000825*(CBLRUNN) THE JCL SWAPS IN, BUILT HERE IN THE CBLRUNC LAYOUT.
000826 01  WS-STEP-REC.
000827     05  SR-PROGRAM          PIC X(10).
000828     05  SR-FILE-NAME        PIC X(08).
000829     05  SR-FILE-DATE        PIC 9(08).
000830     05  SR-RUN-ID           PIC X(14).
000831     05  SR-STATUS           PIC X(01).
000832     05  SR-REC-COUNT        PIC 9(07).
000833     05  SR-TIMESTAMP        PIC X(26).

000834 PROCEDURE DIVISION.
000835 0000-MAINLINE.
000836     PERFORM 8940-TAKE-STAMP THRU 8940-EXIT.
000837     MOVE WS-STEP-STAMP TO WS-STEP-START-STAMP.
000840     PERFORM 0100-LOAD-CONTROL THRU 0100-EXIT.
000850     PERFORM 2000-PURGE-SEQUENTIAL THRU 2000-EXIT.
000860     PERFORM 3000-PURGE-KEYED THRU 3000-EXIT.
000862     PERFORM 4000-PURGE-APPROVALS THRU 4000-EXIT.

000863     COMPUTE WS-RUNC-READ-COUNT = WS-RUNC-KEEP-COUNT
000864         + WS-RUNC-DROP-COUNT
000865     END-COMPUTE.
000866     MOVE WS-STEP-START-STAMP TO WS-STEP-STAMP.
000867     MOVE "S" TO WS-STEP-STATUS.
000868     PERFORM 8950-REGISTER-STEP THRU 8950-EXIT.
000869     PERFORM 8940-TAKE-STAMP THRU 8940-EXIT.
000870     MOVE "C" TO WS-STEP-STATUS.
000871     PERFORM 8950-REGISTER-STEP THRU 8950-EXIT.

000872     DISPLAY "CBLRUNC: " WS-RUNC-KEEP-COUNT " KEPT, "
000880         WS-RUNC-DROP-COUNT " PURGED" END-DISPLAY.
000890     DISPLAY "CBLRUNK: " WS-RUNK-KEEP-COUNT " KEPT, "
000900         WS-RUNK-DROP-COUNT " PURGED" END-DISPLAY.

002600 4100-EXIT.
002610     EXIT.

002620*****************************************************************
002630*  8940-TAKE-STAMP / 8950-REGISTER-STEP                         *
002640*  REGISTERS THE STEP'S START (S) AND END (C, WITH THE CBLRUNC  *
002650*  RECORDS READ) FOR THE BATCH WINDOW REPORT.  BOTH GO TO THE   *
002660*  END OF CBLRUNN ONCE THE PURGE IS DONE - A START WRITTEN TO   *
002670*  CBLRUNC WOULD BE LOST IN THE SWAP, AND ONE WRITTEN AHEAD OF  *
002680*  THE COPY WOULD SIT OUT OF TIME ORDER.  A CBLRUNN THAT CANNOT *
002690*  BE EXTENDED ONLY COSTS THE TIMING, SO IT IS REPORTED AND THE *
002700*  STEP CARRIES ON.                                             *
002710*****************************************************************
002720 8940-TAKE-STAMP.
002730     ACCEPT WS-STEP-DATE FROM DATE YYYYMMDD.
002740     ACCEPT WS-STEP-TIME FROM TIME.
002750     MOVE SPACES TO WS-STEP-STAMP.
002760     STRING WS-STEP-DATE "-" WS-STEP-TIME
002770         DELIMITED BY SIZE INTO WS-STEP-STAMP.
002780     IF WS-STEP-RUN-ID = SPACES
002790         STRING WS-STEP-DATE WS-STEP-TIME (1:6)
002800             DELIMITED BY SIZE INTO WS-STEP-RUN-ID
002810     END-IF.

002820 8940-EXIT.
002830     EXIT.

002840 8950-REGISTER-STEP.
002850     OPEN EXTEND PRG-RUNN-FILE.
002860     IF FS-RUNN-FILE NOT = "00"
002870         DISPLAY "UNABLE TO EXTEND CBLRUNN, STATUS "
002880             FS-RUNN-FILE " - STEP NOT TIMED" END-DISPLAY
002890         GO TO 8950-EXIT
002900     END-IF.
002910     MOVE "CBLRPRG"          TO SR-PROGRAM.
002920     MOVE "CBLRUNC"          TO SR-FILE-NAME.
002930     MOVE WS-STEP-STAMP (1:8) TO SR-FILE-DATE.
002940     MOVE WS-STEP-RUN-ID     TO SR-RUN-ID.
002950     MOVE WS-STEP-STATUS     TO SR-STATUS.
002960     MOVE WS-RUNC-READ-COUNT TO SR-REC-COUNT.
002970     MOVE WS-STEP-STAMP      TO SR-TIMESTAMP.
002980     WRITE PRG-RUNN-RECORD FROM WS-STEP-REC.
002990     CLOSE PRG-RUNN-FILE.

003000 8950-EXIT.
003010     EXIT.
