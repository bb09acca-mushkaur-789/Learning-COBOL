000280*****************************************************************
000290*  MODIFICATION HISTORY.
000300*  11/17/2026  RH  ORIGINAL VERSION.
000301*  12/08/2026  RH  THE AUDIT AND LEDGER RECORDS GREW BY THE
000302*                  APPENDED DEPARTMENT CODE - THE ARCHIVE
000303*                  RECORD LENGTHS NOW MATCH THE FULL AUDIT (139)
000304*                  AND LEDGER (104) LAYOUTS.
000305*  12/09/2026  RH  THE LEDGER RECORD GREW AGAIN BY THE APPENDED
000306*                  CURRENCY PAIR - LEDGER LENGTH NOW 110.
000310*****************************************************************
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.

000640 FD  RTR-AUDA-FILE
000650     RECORDING MODE IS F.
000660 01  RTR-AUDA-RECORD             PIC X(139).

000670 FD  RTR-LEDA-FILE
000680     RECORDING MODE IS F.
000690 01  RTR-LEDA-RECORD             PIC X(110).

000700 FD  RTR-AUDX-FILE
000710     RECORDING MODE IS F.
001190     05  XA-CURR-TO              PIC X(03).
001200     05  XA-RATE                 PIC 9(07)V9(06).
001210     05  XA-OPERATOR-ID          PIC X(08).
001215     05  XA-DEPT-CODE            PIC X(03).

001220 01  WS-LED-WORK.
001230     05  XL-TIMESTAMP            PIC X(26).
001280     05  XL-RUN-ID               PIC X(14).
001290     05  XL-OPCODE               PIC 9(01).
001300     05  XL-OPERATOR-ID          PIC X(08).
001305     05  XL-DEPT-CODE            PIC X(03).
001306     05  XL-CURR-FROM            PIC X(03).
001307     05  XL-CURR-TO              PIC X(03).

001310*DELIMITED-FIELD WORK AREAS, SAME CONVENTIONS AS CBLEXTR.
001320 01  WS-AMT-EDIT         PIC +(21)9.99.
