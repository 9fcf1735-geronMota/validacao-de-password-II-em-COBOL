000210*   DATE     INIT DESCRIPTION
000220*   -------- ---- --------------------------------------------
000230*   26/09/02 GM   ORIGINAL PROGRAM.
000231*   26/10/15 GM   SHOW AN ADMINISTRATIVE LOCK AS SUCH - THE
000232*                 DESK CANNOT TELL THE CALLER TO WAIT IT OUT.
000233*   26/10/15 GM   AUDIT ROW IS 73 WIDE NOW - A ROW RELEASED BY A
000234*                 SECOND OPERATOR SHOWS THE APPROVER AFTER THE
000235*                 MAKER.
000236*   26/10/15 GM   AUDIT ROW IS 103 WIDE NOW (AUD-SEQ-NO,
000237*                 AUD-CHAIN, WRITTEN BY VLAUDWRT).
000238*   26/10/15 GM   VLAUDIT IS INDEXED NOW (CPAUDIX) - THE RECENT
000239*                 ROWS ARE READ STRAIGHT OFF THE USERID KEY
000240*                 INSTEAD OF A PASS OVER THE WHOLE MONTH'S LOG.
000241******************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. VLUSRINQ.
000270 ENVIRONMENT DIVISION.
000380         RECORD KEY IS HIST-USERID
000390         FILE STATUS IS WS-HIST-STATUS.
000400     SELECT AUDIT-FILE ASSIGN TO "VLAUDIT"
000402         ORGANIZATION IS INDEXED
000404         ACCESS MODE IS DYNAMIC
000406         RECORD KEY IS AUDX-KEY
000410         ALTERNATE RECORD KEY IS AUDX-SEQ-NO WITH DUPLICATES
000420         FILE STATUS IS WS-AUDIT-STATUS.
000430 DATA DIVISION.
000440 FILE SECTION.
000470 FD  HISTORY-FILE.
000480 COPY CPHIST.
000490 FD  AUDIT-FILE.
000495 01  AUDIT-FILE-RECORD.
000500 COPY CPAUDIX.
000510 WORKING-STORAGE SECTION.
000520 77  WS-USER-STATUS                    PIC X(02)  VALUE "00".
000530 77  WS-HIST-STATUS                    PIC X(02)  VALUE "00".
000640 77  WS-RCT-DISP                       PIC 9(02)  COMP.
000650 77  WS-RCT-I                          PIC 9(02)  COMP.
000660 01  WS-RECENT-TABLE.
000670     05  WS-RCT-ROW OCCURS 10 TIMES    PIC X(103).
000680 COPY CPAUDIT.
000690 PROCEDURE DIVISION.
000700
001110         CLOSE USER-FILE
001120         GO TO 1000-SHOW-USER-EXIT
001130     END-IF
001132     IF USER-ADMIN-LOCKED
001134         DISPLAY "LOCK SWITCH . . . . . . . . . : LOCKED"
001136             " (ADMINISTRATIVE - UNLOCK CARD ONLY)"
001138     ELSE
001140     IF USER-ACCOUNT-LOCKED
001150         DISPLAY "LOCK SWITCH . . . . . . . . . : LOCKED"
001160     ELSE
001170         DISPLAY "LOCK SWITCH . . . . . . . . . : NOT LOCKED"
001175     END-IF
001180     END-IF
001190     DISPLAY "FAIL COUNT  . . . . . . . . . : " USER-FAIL-COUNT
001200     DISPLAY "LOCK DATE . . . . . . . . . . : " USER-LOCK-DATE
001650
001660******************************************************************
001670* 3000-SHOW-AUDIT                                                *
001680* READS THE USER'S OWN ROWS OFF THE VLAUDIT KEY, KEEPING THE     *
001690* LAST 10 IN A WRAP-AROUND TABLE - THE KEY RUNS USERID THEN      *
001700* TIMESTAMP, SO WHAT SURVIVES IS THE MOST RECENT ACTIVITY.       *
001710******************************************************************
001720 3000-SHOW-AUDIT.
001730     DISPLAY "---------------------------------------------------"
001770             " (STATUS " WS-AUDIT-STATUS ")"
001780         GO TO 3000-SHOW-AUDIT-EXIT
001790     END-IF
001792     MOVE WS-INQ-USERID TO AUDX-USERID
001794     MOVE LOW-VALUES TO AUDX-TIMESTAMP AUDX-KEY-SEQ
001796     START AUDIT-FILE KEY IS NOT LESS THAN AUDX-KEY
001797         INVALID KEY SET WS-EOF TO TRUE
001798     END-START
001800     PERFORM 3100-COLLECT-ROW THRU 3100-COLLECT-ROW-EXIT
001810         UNTIL WS-EOF
001820     CLOSE AUDIT-FILE
002000
002010******************************************************************
002020* 3100-COLLECT-ROW                                               *
002025* THE FIRST ROW FOR ANOTHER USERID ENDS THE READ.                *
002030******************************************************************
002040 3100-COLLECT-ROW.
002060     READ AUDIT-FILE NEXT RECORD
002070         AT END SET WS-EOF TO TRUE
002080             GO TO 3100-COLLECT-ROW-EXIT
002090     END-READ
002100     IF AUDX-USERID NOT = WS-INQ-USERID
002110         SET WS-EOF TO TRUE
002120         GO TO 3100-COLLECT-ROW-EXIT
002130     END-IF
002140     MOVE AUDX-ROW TO WS-RCT-ROW(WS-RCT-NEXT)
002150     ADD 1 TO WS-RCT-NEXT
002160     IF WS-RCT-NEXT > 10
002170         MOVE 1 TO WS-RCT-NEXT
002330     IF AUD-PASSED
002340         DISPLAY "  " AUD-TIMESTAMP " PASS "
002350             AUD-REASON-CODE " " AUD-REASON-TEXT
002360             " " AUD-OPERATOR " " AUD-APPROVER
002370     ELSE
002380         DISPLAY "  " AUD-TIMESTAMP " FAIL "
002390             AUD-REASON-CODE " " AUD-REASON-TEXT
002400             " " AUD-OPERATOR " " AUD-APPROVER
002410     END-IF
002420     ADD 1 TO WS-RCT-DISP
002430     IF WS-RCT-DISP > 10
