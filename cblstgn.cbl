000346*                  AND FALLS BACK TO THE OLD CBLRUNC SCAN ONLY
000347*                  WHEN THE KEYED FILE DOES NOT EXIST YET; A
000348*                  COMPLETED RUN RECORDS ITSELF THERE TOO.
000350*  01/11/2027  RH  AN AS-OF RERUN DATED INSIDE A FISCAL YEAR
000352*                  THE YEAR-END CLOSE HAS LOCKED (CBLFYCL) IS
000354*                  REFUSED, RC=8, UNTIL A SUPERVISOR REOPENS IT.
000355*  02/03/2027  RH  REVIEW FIXES - ONLY A MISSING CBLFYCL (STATUS
000356*                  35) MEANS NO YEAR HAS BEEN CLOSED.  ONE THAT
000357*                  CANNOT BE OPENED NOW ENDS THE RUN RC=16 RATHER
000358*                  THAN TURN THE CLOSED-YEAR LOCK OFF.
000359*****************************************************************
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000536         RECORD KEY IS RK-KEY
000537         FILE STATUS IS FS-RUNK-FILE.

000539     SELECT STG-FYCL-FILE    ASSIGN TO "CBLFYCL"
000541         ORGANIZATION IS LINE SEQUENTIAL
000543         FILE STATUS IS FS-FYCL-FILE.

000545 DATA DIVISION.
000550 FILE SECTION.
000560 FD  STG-STND-FILE
000570     RECORDING MODE IS F.
000742 FD  STG-RUNK-FILE.
000744 COPY CBLRUNK.

000745 FD  STG-FYCL-FILE
000746     RECORDING MODE IS F.
000747 COPY CBLFYCL.

000750 WORKING-STORAGE SECTION.
000760 01  FS-STND-FILE        PIC X(02) VALUE "00".
000770 01  FS-OUT-FILE         PIC X(02) VALUE "00".
000790 01  FS-CTL-FILE         PIC X(02) VALUE "00".
000800 01  FS-RUNC-FILE        PIC X(02) VALUE "00".
000802 01  FS-RUNK-FILE        PIC X(02) VALUE "00".
000803 01  FS-FYCL-FILE        PIC X(02) VALUE "00".

000804*CLOSED FISCAL YEAR LOCK - THE BUSINESS DATE IS TESTED AGAINST
000805*EVERY YEAR THE YEAR-END CLOSE HAS LOCKED ON CBLFYCL.
000806 01  WS-FYCL-EOF-SW      PIC X VALUE "N".
000807     88  WS-FYCL-EOF              VALUE "Y".
000808 01  WS-LOCK-DATE        PIC 9(08) VALUE ZERO.
000809 01  WS-LOCKED-FY        PIC 9(04) VALUE ZERO.

000810 01  WS-STND-EOF-SW      PIC X VALUE "N".
000820     88  WS-STND-EOF             VALUE "Y".
001810     COMPUTE WS-BUS-DATE = (WS-BUS-YEAR * 10000)
001820         + (WS-BUS-MONTH * 100) + WS-BUS-DAY
001830     END-COMPUTE.
001835     PERFORM 0120-CHECK-CLOSED-YEAR THRU 0120-EXIT.

001840     PERFORM 1200-GEN-RUN-ID THRU 1200-EXIT.
001850     PERFORM 1600-CHECK-RUN-CONTROL THRU 1600-EXIT.

002500     CLOSE STG-CTL-FILE.

002501 0100-EXIT.
002502     EXIT.

002503*****************************************************************
002504*  0120-CHECK-CLOSED-YEAR                                       *
002505*  A RUN DATED INSIDE A FISCAL YEAR THE YEAR-END CLOSE HAS      *
002506*  LOCKED (CBLFYCL STATUS C) IS REFUSED, RC=8 - THE YEAR'S      *
002507*  ANNUAL STATEMENT HAS BEEN DRAWN AND AN AS-OF RERUN MUST NOT  *
002508*  MOVE THE BOOKS UNDER IT.  A SUPERVISOR REOPENS THE YEAR FROM *
002509*  CBLMENU FIRST.  NO CBLFYCL (STATUS 35) MEANS NO YEAR HAS     *
002510*  BEEN CLOSED; ONE THAT CANNOT BE OPENED ENDS THE RUN RC=16,   *
002511*  SO AN I/O ERROR NEVER TURNS THE LOCK OFF.                    *
002512*****************************************************************
002513 0120-CHECK-CLOSED-YEAR.
002514     MOVE WS-BUS-DATE TO WS-LOCK-DATE.
002515     MOVE ZERO TO WS-LOCKED-FY.
002516     OPEN INPUT STG-FYCL-FILE.
002517     IF FS-FYCL-FILE = "35"
002518         GO TO 0120-EXIT
002519     END-IF.
002520     IF FS-FYCL-FILE NOT = "00"
002521         DISPLAY "UNABLE TO OPEN CBLFYCL, STATUS "
002522             FS-FYCL-FILE END-DISPLAY
002523         DISPLAY "NOTHING GENERATED" END-DISPLAY
002524         MOVE 16 TO RETURN-CODE
002525         GO TO 9999-PROGRAM-END
002526     END-IF.
002527     PERFORM 0130-READ-FYCL THRU 0130-EXIT
002528         UNTIL WS-FYCL-EOF.
002529     CLOSE STG-FYCL-FILE.
002530     IF WS-LOCKED-FY = ZERO
002531         GO TO 0120-EXIT
002532     END-IF.

002533     DISPLAY "BUSINESS DATE " WS-LOCK-DATE
002534         " FALLS IN CLOSED FISCAL YEAR " WS-LOCKED-FY
002535         " - RUN REFUSED" END-DISPLAY.
002536     DISPLAY "NOTHING GENERATED" END-DISPLAY.
002537     MOVE 8 TO RETURN-CODE.
002538     GO TO 9999-PROGRAM-END.

002539 0120-EXIT.
002540     EXIT.

002541 0130-READ-FYCL.
002542     READ STG-FYCL-FILE
002543         AT END
002544             MOVE "Y" TO WS-FYCL-EOF-SW
002545             GO TO 0130-EXIT
002546     END-READ.
002547     IF FC-YEAR-CLOSED
002548         AND WS-LOCK-DATE NOT < FC-START-DATE
002549         AND WS-LOCK-DATE NOT > FC-END-DATE
002550         MOVE FC-FISCAL-YEAR TO WS-LOCKED-FY
002551     END-IF.

002552 0130-EXIT.
002553     EXIT.

002554 1000-OPEN-FILES.
002555     OPEN INPUT STG-STND-FILE.
002556     IF FS-STND-FILE NOT = "00"
002560         DISPLAY "CBLSTND NOT AVAILABLE - NOTHING TO GENERATE"
002570             END-DISPLAY
002580         MOVE "Y" TO WS-STND-EOF-SW
