000280*  SUPERVISOR AUTHORITY IS REQUIRED - CBLMENU GATES THE         *
000290*  OPTION, AND THE PROGRAM CHECKS THE COMMAREA LEVEL ITSELF    *
000300*  IN CASE IT IS EVER CALLED ANOTHER WAY.                       *
000302*  A BATCH CBLEDIT HELD AS A REPEAT OF AN EARLIER NIGHT'S       *
000304*  KEYING (HOLD REASON D) IS DECIDED AS ONE BATCH - RELEASE     *
000306*  ALL, REJECT ALL, OR GO THROUGH IT ITEM BY ITEM.              *
000310*****************************************************************
000320*  MODIFICATION HISTORY.
000330*  11/10/2026  RH  ORIGINAL VERSION.
000342*                  EDIT EMPTIES IT AFTER TAKING THE RELEASES
000343*                  IN, SO A SECOND REVIEW THE SAME DAY MUST
000344*                  ADD TO IT, NOT WIPE IT.
000345*  01/04/2027  RH  A BATCH HELD BY CBLEDIT AS A REPEAT OF AN
000346*                  EARLIER NIGHT (HOLD REASON D) IS NOW OFFERED
000347*                  AS ONE DECISION ACROSS EVERY ITEM OF THE SAME
000348*                  ENTRY DATE - RELEASE ALL, REJECT ALL, OR ITEM
000349*                  BY ITEM.  THE HOLD REASON RIDES ON CBLRELOU SO
000350*                  THE EDIT STILL APPLIES THE APPROVAL LIMIT TO A
000351*                  RELEASED REPEAT ITEM.  THE TABLE GREW TO 2000,
000352*                  SINCE ONE HELD BATCH IS A WHOLE NIGHT'S KEYING.
000353*****************************************************************
000354 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SPECIAL-NAMES.
000380     CLASS VALID-OPID IS "A" THRU "Z"
000550 01  APR-REL-RECORD.
000560     05  RL-TRAN-IMAGE           PIC X(61).
000570     05  RL-ENTRY-DATE           PIC 9(08).
000580     05  RL-HOLD-REASON          PIC X(01).
000585     05  FILLER                  PIC X(25).

000590 WORKING-STORAGE SECTION.
000600 01  FS-PEND-FILE      PIC X(02) VALUE "00".
000750 01  WS-REJ-COUNT      PIC 9(05) COMP VALUE ZERO.
000760 01  WS-SKIP-COUNT     PIC 9(05) COMP VALUE ZERO.

000761*THE REPEATED BATCH UNDER DECISION.  WS-DONE-BATCH-DATE KEEPS THE
000762*LATER ITEMS OF A BATCH ALREADY DECIDED (OR SKIPPED) FROM BEING
000763*OFFERED AGAIN AS THE REVIEW WALKS ON PAST THE FIRST ONE.
000764 01  WS-BATCH-DATE     PIC 9(08) VALUE ZERO.
000765 01  WS-DONE-BATCH-DATE PIC 9(08) VALUE ZERO.
000766 01  WS-BATCH-REPEAT-OF PIC 9(08) VALUE ZERO.
000767 01  WS-BATCH-ACTION   PIC X VALUE SPACE.
000768     88  WS-BATCH-RELEASE-ALL     VALUE "R".
000769     88  WS-BATCH-REJECT-ALL      VALUE "X".
000770     88  WS-BATCH-BY-ITEM         VALUE "I".
000771 01  WS-BATCH-ITEMS    PIC 9(05) COMP VALUE ZERO.
000772 01  WS-BATCH-DONE     PIC 9(05) COMP VALUE ZERO.
000773 01  WS-DEC-SUB        PIC 9(04) COMP VALUE ZERO.

000774*THE WHOLE PENDING FILE IS LOADED, DECIDED IN PLACE, AND
000780*WRITTEN BACK - THE SAME WHOLE-FILE PATTERN CBLRMNT USES.
000782*2000 RECORDS IS FAR MORE THAN THE QUEUE EVER HOLDS NOW THAT
000784*THE MONTH-END PURGE TRIMS DECIDED HISTORY - EVEN WITH A WHOLE
000785*NIGHT'S KEYING HELD AS A REPEATED BATCH; A FILE THAT
000786*EXCEEDS THE TABLE ANYWAY REFUSES THE REVIEW RATHER THAN
000788*REWRITE THE FILE SHORT.
000800 01  WS-PND-MAX        PIC 9(04) COMP VALUE 2000.
000810 01  WS-PND-COUNT      PIC 9(04) COMP VALUE ZERO.
000820 01  WS-PND-SUB        PIC 9(04) COMP VALUE ZERO.
000822 01  WS-TRUNC-SW       PIC X VALUE "N".
000824     88  WS-LOAD-TRUNCATED        VALUE "Y".
000830 01  WS-PND-TABLE.
000840     05  WS-PND-ENTRY OCCURS 2000 TIMES
000850                                 PIC X(104).

000860*FIELD VIEW OF THE HELD TRANSACTION FOR THE REVIEW DISPLAY.
000870 01  WS-TRAN-VIEW.
001700     END-IF.

001710     IF WS-PND-COUNT >= WS-PND-MAX
001720         DISPLAY "CBLPEND EXCEEDS 2000 RECORDS - REVIEW "
001730             "REFUSED" END-DISPLAY
001735         MOVE "Y" TO WS-TRUNC-SW
001740         MOVE "Y" TO WS-PEND-EOF-SW
001880*  THE RELEASE FILE), X REJECTS IT (DECISION RECORDED, THE     *
001890*  TRANSACTION NEVER RUNS), S LEAVES IT FOR ANOTHER DAY, AND   *
001900*  Q STOPS THE REVIEW.                                          *
001903*  AN ITEM OF A REPEATED BATCH TAKES THE WHOLE BATCH TO         *
001906*  3000 INSTEAD.                                                *
001910*****************************************************************
001920 2000-REVIEW-ONE-ITEM.
001930     MOVE WS-PND-ENTRY (WS-PND-SUB) TO CBL-PEND-RECORD.
001950         GO TO 2000-EXIT
001960     END-IF.

001961     IF PA-HOLD-REPEAT-BATCH
001962         IF PA-ENTRY-DATE NOT = WS-DONE-BATCH-DATE
001963             PERFORM 3000-REVIEW-REPEAT-BATCH THRU 3000-EXIT
001964         END-IF
001965         GO TO 2000-EXIT
001966     END-IF.
001967     MOVE WS-PND-SUB TO WS-DEC-SUB.
001968     PERFORM 2050-DECIDE-ONE-ITEM THRU 2050-EXIT.

001969 2000-EXIT.
001970     EXIT.

001971*SHOWS THE ITEM AT WS-DEC-SUB (ALREADY IN CBL-PEND-RECORD) AND
001972*TAKES ITS OWN R/X/S/Q DECISION.
001973 2050-DECIDE-ONE-ITEM.
001974     MOVE PA-TRAN-IMAGE TO WS-TRAN-VIEW.
001980     DISPLAY "HELD SINCE " PA-ENTRY-DATE
001990         "  OPCODE " TV-OPCODE END-DISPLAY.
002000     DISPLAY "  OPERAND-1 " TV-OPERAND-1
002100         WHEN "R"
002110         WHEN "r"
002120             PERFORM 2100-RELEASE-ITEM THRU 2100-EXIT
002123             DISPLAY "RELEASED - RIDES THE NEXT NIGHT'S STREAM"
002126                 END-DISPLAY
002130         WHEN "X"
002140         WHEN "x"
002150             PERFORM 2200-REJECT-ITEM THRU 2200-EXIT
002153             DISPLAY "REJECTED - THE TRANSACTION WILL NOT RUN"
002156                 END-DISPLAY
002160         WHEN "Q"
002170         WHEN "q"
002180             MOVE "Y" TO WS-STOP-SW
002210             DISPLAY "LEFT PENDING" END-DISPLAY
002220     END-EVALUATE.

002230 2050-EXIT.
002240     EXIT.

002250 2100-RELEASE-ITEM.
002260     PERFORM 2500-STAMP-DECISION THRU 2500-EXIT.
002270     SET PA-STATUS-RELEASED TO TRUE.
002280     MOVE CBL-PEND-RECORD TO WS-PND-ENTRY (WS-DEC-SUB).
002290     MOVE "Y" TO WS-CHANGED-SW.

002300     MOVE SPACES TO APR-REL-RECORD.
002310     MOVE PA-TRAN-IMAGE TO RL-TRAN-IMAGE.
002320     MOVE PA-ENTRY-DATE TO RL-ENTRY-DATE.
002325     MOVE PA-HOLD-REASON TO RL-HOLD-REASON.
002330     WRITE APR-REL-RECORD.

002340     ADD 1 TO WS-REL-COUNT.

002370 2100-EXIT.
002380     EXIT.
002390 2200-REJECT-ITEM.
002400     PERFORM 2500-STAMP-DECISION THRU 2500-EXIT.
002410     SET PA-STATUS-REJECTED TO TRUE.
002420     MOVE CBL-PEND-RECORD TO WS-PND-ENTRY (WS-DEC-SUB).
002430     MOVE "Y" TO WS-CHANGED-SW.
002440     ADD 1 TO WS-REJ-COUNT.

002470 2200-EXIT.
002480     EXIT.

002820 6550-EXIT.
002830     EXIT.

002840*****************************************************************
002850*  3000-REVIEW-REPEAT-BATCH                                     *
002860*  CBLEDIT HELD A WHOLE NIGHT'S CBLTRNIN BECAUSE MOST OF IT     *
002870*  REPEATS AN EARLIER NIGHT - USUALLY THE SAME PAPER BATCH      *
002880*  KEYED TWICE.  EVERY STILL-PENDING REASON-D ITEM WITH THE     *
002890*  SAME ENTRY DATE IS ONE BATCH: R RELEASES THEM ALL (A GENUINE *
002900*  SECOND BATCH), X REJECTS THEM ALL (A TRUE REPEAT), I GOES    *
002910*  THROUGH THEM ONE AT A TIME, S LEAVES THE BATCH FOR ANOTHER   *
002920*  DAY, AND Q STOPS THE REVIEW.  EITHER WAY THE BATCH IS NOT    *
002930*  OFFERED AGAIN IN THIS REVIEW.                                *
002940*****************************************************************
002950 3000-REVIEW-REPEAT-BATCH.
002960     MOVE PA-ENTRY-DATE     TO WS-BATCH-DATE.
002970     MOVE PA-ENTRY-DATE     TO WS-DONE-BATCH-DATE.
002980     MOVE PA-REPEAT-OF-DATE TO WS-BATCH-REPEAT-OF.
002990     MOVE ZERO TO WS-BATCH-ITEMS.
003000     PERFORM 3050-COUNT-BATCH-ITEM THRU 3050-EXIT
003010         VARYING WS-DEC-SUB FROM WS-PND-SUB BY 1
003020         UNTIL WS-DEC-SUB > WS-PND-COUNT.

003030     DISPLAY "REPEATED BATCH KEYED FOR " WS-BATCH-DATE ", "
003040         WS-BATCH-ITEMS " ITEM(S) HELD" END-DISPLAY.
003050     DISPLAY "  IT REPEATS THE BATCH KEYED FOR "
003060         WS-BATCH-REPEAT-OF END-DISPLAY.
003070     DISPLAY "RELEASE ALL, REJECT ALL, ITEM BY ITEM, SKIP, OR "
003080         "QUIT (R/X/I/S/Q) ?" END-DISPLAY.
003090     ACCEPT WS-DECIDE-ANS END-ACCEPT.

003100     EVALUATE WS-DECIDE-ANS
003110         WHEN "R"
003120         WHEN "r"
003130             MOVE "R" TO WS-BATCH-ACTION
003140         WHEN "X"
003150         WHEN "x"
003160             MOVE "X" TO WS-BATCH-ACTION
003170         WHEN "I"
003180         WHEN "i"
003190             MOVE "I" TO WS-BATCH-ACTION
003200         WHEN "Q"
003210         WHEN "q"
003220             MOVE "Y" TO WS-STOP-SW
003230             GO TO 3000-EXIT
003240         WHEN OTHER
003250             ADD WS-BATCH-ITEMS TO WS-SKIP-COUNT
003260             DISPLAY "BATCH LEFT PENDING" END-DISPLAY
003270             GO TO 3000-EXIT
003280     END-EVALUATE.

003290     MOVE ZERO TO WS-BATCH-DONE.
003300     PERFORM 3100-DECIDE-BATCH-ITEM THRU 3100-EXIT
003310         VARYING WS-DEC-SUB FROM WS-PND-SUB BY 1
003320         UNTIL WS-DEC-SUB > WS-PND-COUNT
003330             OR WS-STOP-REVIEW.

003340     IF WS-BATCH-RELEASE-ALL
003350         DISPLAY WS-BATCH-DONE " RELEASED - THE BATCH RIDES THE "
003360             "NEXT NIGHT'S STREAM" END-DISPLAY
003370     END-IF.
003380     IF WS-BATCH-REJECT-ALL
003390         DISPLAY WS-BATCH-DONE " REJECTED - THE BATCH WILL NOT "
003395             "RUN" END-DISPLAY
003410     END-IF.

003420 3000-EXIT.
003430     EXIT.

003440 3050-COUNT-BATCH-ITEM.
003450     MOVE WS-PND-ENTRY (WS-DEC-SUB) TO CBL-PEND-RECORD.
003460     IF PA-STATUS-PENDING AND PA-HOLD-REPEAT-BATCH
003470         AND PA-ENTRY-DATE = WS-BATCH-DATE
003480         ADD 1 TO WS-BATCH-ITEMS
003490     END-IF.

003500 3050-EXIT.
003510     EXIT.

003520 3100-DECIDE-BATCH-ITEM.
003530     MOVE WS-PND-ENTRY (WS-DEC-SUB) TO CBL-PEND-RECORD.
003540     IF NOT PA-STATUS-PENDING OR NOT PA-HOLD-REPEAT-BATCH
003550         OR PA-ENTRY-DATE NOT = WS-BATCH-DATE
003560         GO TO 3100-EXIT
003570     END-IF.

003580     EVALUATE TRUE
003590         WHEN WS-BATCH-RELEASE-ALL
003600             PERFORM 2100-RELEASE-ITEM THRU 2100-EXIT
003610             ADD 1 TO WS-BATCH-DONE
003620         WHEN WS-BATCH-REJECT-ALL
003630             PERFORM 2200-REJECT-ITEM THRU 2200-EXIT
003640             ADD 1 TO WS-BATCH-DONE
003650         WHEN OTHER
003660             PERFORM 2050-DECIDE-ONE-ITEM THRU 2050-EXIT
003670     END-EVALUATE.

003680 3100-EXIT.
003690     EXIT.
