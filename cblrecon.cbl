000333*                  EVERY STEP OF THE NIGHT RUNS ON THE ONE
000334*                  BUSINESS DATE CBLCALM MAINTAINS.  RECCTL
000335*                  REMAINS THE FALLBACK FOR AS-OF RERUNS.
000336*  01/11/2027  RH  AN AS-OF RERUN DATED INSIDE A FISCAL YEAR
000337*                  THE YEAR-END CLOSE HAS LOCKED (CBLFYCL) IS
000338*                  REFUSED, RC=8, UNTIL A SUPERVISOR REOPENS IT.
000339*  02/03/2027  RH  REVIEW FIXES - ONLY A MISSING CBLFYCL (STATUS
000340*                  35) MEANS NO YEAR HAS BEEN CLOSED.  ONE THAT
000341*                  CANNOT BE OPENED NOW ENDS THE RUN RC=16 RATHER
000342*                  THAN TURN THE CLOSED-YEAR LOCK OFF.
000343*****************************************************************
000344 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT REC-AUDIT-FILE   ASSIGN TO "CBLAUDT"
000518         ORGANIZATION IS LINE SEQUENTIAL
000519         FILE STATUS IS FS-CAL-FILE.

000521     SELECT REC-FYCL-FILE    ASSIGN TO "CBLFYCL"
000523         ORGANIZATION IS LINE SEQUENTIAL
000525         FILE STATUS IS FS-FYCL-FILE.

000527 DATA DIVISION.
000530 FILE SECTION.
000540 FD  REC-AUDIT-FILE
000550     RECORDING MODE IS F.
000728     RECORDING MODE IS F.
000729 COPY CBLCAL.

000731 FD  REC-FYCL-FILE
000733     RECORDING MODE IS F.
000735 COPY CBLFYCL.

000737 WORKING-STORAGE SECTION.
000740 01  FS-AUDIT-FILE       PIC X(02) VALUE "00".
000750 01  FS-LEDGER-FILE      PIC X(02) VALUE "00".
000760 01  FS-RPT-IN-FILE      PIC X(02) VALUE "00".

001070 01  WS-OOB-SW           PIC X VALUE "N".
001080     88  WS-OUT-OF-BALANCE        VALUE "Y".
001082 01  WS-DIFF-AMT         PIC S9(20)V99 VALUE ZERO.

001084*RUN-CONTROL REGISTRY WORK AREAS.
001086 01  FS-RUNC-FILE        PIC X(02) VALUE "00".
001088 01  FS-FYCL-FILE        PIC X(02) VALUE "00".
001093 01  WS-CUR-DATE         PIC 9(08).
001094 01  WS-CUR-TIME         PIC 9(08).
001095 01  WS-RUN-ID           PIC X(14) VALUE SPACES.
001096 01  WS-RUNC-STATUS      PIC X(01) VALUE SPACE.

001097*CLOSED FISCAL YEAR LOCK - THE RUN DATE IS TESTED AGAINST EVERY
001098*YEAR THE YEAR-END CLOSE HAS LOCKED ON CBLFYCL.
001099 01  WS-FYCL-EOF-SW      PIC X VALUE "N".
001100     88  WS-FYCL-EOF              VALUE "Y".
001101 01  WS-LOCK-DATE        PIC 9(08) VALUE ZERO.
001102 01  WS-LOCKED-FY        PIC 9(04) VALUE ZERO.

001103 01  REC-RPT-HDG-1.
001110     05  FILLER              PIC X(40)
001120             VALUE "CBLRECON  NIGHTLY RECONCILIATION FOR ".
001130     05  H1-RUN-DATE         PIC 9(08).
001260     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.
001265     PERFORM 0090-LOAD-CALENDAR THRU 0090-EXIT.
001270     PERFORM 0100-LOAD-CONTROL THRU 0100-EXIT.
001271     PERFORM 0120-CHECK-CLOSED-YEAR THRU 0120-EXIT.
001272     MOVE "S" TO WS-RUNC-STATUS.
001274     PERFORM 8900-WRITE-RUNC-REC THRU 8900-EXIT.
001280     PERFORM 2000-ADD-UP-AUDIT THRU 2000-EXIT.
002040 0100-BUILD-KEY.
002050     STRING WS-RUN-YEAR WS-RUN-MONTH WS-RUN-DAY
002060         DELIMITED BY SIZE INTO WS-RUN-DATE-KEY
002061     END-STRING.

002062 0100-EXIT.
002063     EXIT.

002064*****************************************************************
002065*  0120-CHECK-CLOSED-YEAR                                       *
002066*  A RUN DATED INSIDE A FISCAL YEAR THE YEAR-END CLOSE HAS      *
002067*  LOCKED (CBLFYCL STATUS C) IS REFUSED, RC=8 - THE YEAR'S      *
002068*  ANNUAL STATEMENT HAS BEEN DRAWN AND AN AS-OF RERUN MUST NOT  *
002069*  MOVE THE BOOKS UNDER IT.  A SUPERVISOR REOPENS THE YEAR FROM *
002070*  CBLMENU FIRST.  NO CBLFYCL (STATUS 35) MEANS NO YEAR HAS     *
002071*  BEEN CLOSED; ONE THAT CANNOT BE OPENED ENDS THE RUN RC=16,   *
002072*  SO AN I/O ERROR NEVER TURNS THE LOCK OFF.                    *
002073*****************************************************************
002074 0120-CHECK-CLOSED-YEAR.
002075     MOVE WS-RUN-DATE-KEY TO WS-LOCK-DATE.
002076     MOVE ZERO TO WS-LOCKED-FY.
002077     OPEN INPUT REC-FYCL-FILE.
002078     IF FS-FYCL-FILE = "35"
002079         GO TO 0120-EXIT
002080     END-IF.
002081     IF FS-FYCL-FILE NOT = "00"
002082         DISPLAY "UNABLE TO OPEN CBLFYCL, STATUS "
002083             FS-FYCL-FILE END-DISPLAY
002084         PERFORM 9000-CLOSE-FILES THRU 9000-EXIT
002085         MOVE "F" TO WS-RUNC-STATUS
002086         PERFORM 8900-WRITE-RUNC-REC THRU 8900-EXIT
002087         CLOSE REC-RUNC-FILE
002088         MOVE 16 TO RETURN-CODE
002089         GO TO 9999-PROGRAM-END
002090     END-IF.
002097     PERFORM 0130-READ-FYCL THRU 0130-EXIT
002098         UNTIL WS-FYCL-EOF.
002099     CLOSE REC-FYCL-FILE.
002100     IF WS-LOCKED-FY = ZERO
002101         GO TO 0120-EXIT
002102     END-IF.

002103     DISPLAY "RUN DATE " WS-LOCK-DATE " FALLS IN CLOSED FISCAL "
002104         "YEAR " WS-LOCKED-FY " - RUN REFUSED" END-DISPLAY.
002105     PERFORM 9000-CLOSE-FILES THRU 9000-EXIT.
002106     MOVE "F" TO WS-RUNC-STATUS.
002107     PERFORM 8900-WRITE-RUNC-REC THRU 8900-EXIT.
002108     CLOSE REC-RUNC-FILE.
002109     MOVE 8 TO RETURN-CODE.
002110     GO TO 9999-PROGRAM-END.

002111 0120-EXIT.
002112     EXIT.

002113 0130-READ-FYCL.
002114     READ REC-FYCL-FILE
002115         AT END
002116             MOVE "Y" TO WS-FYCL-EOF-SW
002117             GO TO 0130-EXIT
002118     END-READ.
002119     IF FC-YEAR-CLOSED
002120         AND WS-LOCK-DATE NOT < FC-START-DATE
002121         AND WS-LOCK-DATE NOT > FC-END-DATE
002122         MOVE FC-FISCAL-YEAR TO WS-LOCKED-FY
002123     END-IF.

002124 0130-EXIT.
002125     EXIT.

002126 2000-ADD-UP-AUDIT.
002127     PERFORM 2100-READ-AUDIT THRU 2100-EXIT
002128         UNTIL WS-AUDIT-EOF.

002130 2000-EXIT.
002140     EXIT.
