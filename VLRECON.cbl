000150*                 BAD COUNT      - HIST-ENTRY-COUNT DISAGREES
000160*                                  WITH THE POPULATED SLOTS
000170*                 LOCKED NO TRAIL- LOCKED VLUSER RECORD WITH NO
000180*                                  "08" FAILURE ROW (OR ADMIN /
000181*                                  DORMANT LOCK ROW) ON VLAUDIT
000190*               THE MECHANICAL ONES (RECOUNT, ORPHAN DELETE)
000200*               CAN BE REPAIRED IN PLACE, UNDER OPERATOR
000210*               CONFIRMATION AT THE CONSOLE.
000240* MODIFICATION HISTORY
000250*   DATE     INIT DESCRIPTION
000260*   -------- ---- --------------------------------------------
000261*   26/08/21 GM   ORIGINAL PROGRAM.
000262*   26/08/21 GM   THE LOCKOUT-TRAIL TABLE READS VLAUDARC AS WELL
000263*                 AS THE LIVE VLAUDIT - VLAUDRPT'S MONTHLY
000264*                 ROLLOVER MOVES CLOSED MONTHS' "08" ROWS THERE,
000265*                 AND A LOCK FROM A CLOSED MONTH IS NOT DRIFT.
000266*                 ALSO TEST FILE AVAILABILITY ON SWITCHES SET AT
000267*                 OPEN, NOT ON THE LIVE FILE STATUS - THE KEYED
000268*                 MISS FOR A USER WITH NO VLHIST RECORD WAS
000269*                 LEAVING "23" IN WS-HIST-STATUS AND SWITCHING
000270*                 EVERY LATER CHECK OFF.
000271*   26/09/02 GM   SKIP THE SLOT-1 HASH CROSS-CHECK WHILE A
000272*                 TEMPORARY PASSWORD IS PENDING - VLUSRMNT'S
000273*                 TEMPPWD STAMPS THE TEMPORARY HASH ON VLUSER
000274*                 WITHOUT TOUCHING VLHIST, SO UNTIL THE FORCED
000275*                 CHANGE CONSUMES IT THE TWO FILES LEGITIMATELY
000276*                 DISAGREE, AND FLAGGING EXACTLY THE ACCOUNTS
000277*                 THE HELPDESK JUST TOUCHED WOULD BURY THE REAL
000279*                 MISMATCHES.
000280*   26/09/02 GM   LIGHTS-OUT REPAIR - A VLRCNPRM CARD PRE-
000281*                 AUTHORIZES EACH MECHANICAL REPAIR CATEGORY
000284*                 HANGS ON THE CONSOLE CONFIRMATION. NO CARD
000285*                 KEEPS THE PROMPT FOR ATTENDED RUNS. WHAT WAS
000286*                 DECIDED, AND WHY, GOES ON THE PRINTED REPORT.
000287*   26/10/15 GM   AN ADMINISTRATIVE LOCK (VLUSRMNT LOCK CARD OR
000288*                 THE VLDORMNT SWEEP) HAS NO "08" ROW - ITS TRAIL
000289*                 IS THE PASSED "ADMIN LOCK" / "DORMANT LOCK"
000290*                 ROW, WHICH NOW COUNTS AS A LOCKOUT TRAIL TOO.
000291*   26/10/15 GM   AUDIT ROW IS 73 WIDE NOW (AUD-APPROVER).
000292*   26/10/15 GM   AUDIT ROW IS 103 WIDE NOW (AUD-SEQ-NO,
000293*                 AUD-CHAIN, WRITTEN BY VLAUDWRT).
000294*   26/10/15 GM   VLAUDIT AND VLAUDARC ARE INDEXED NOW (CPAUDIX).
000295*                 THE LOCKOUT TRAIL IS LOOKED UP PER LOCKED USER
000296*                 STRAIGHT OFF THE USERID KEY INSTEAD OF A 500-
000297*                 ENTRY TABLE LOADED FROM A FULL PASS, SO THE
000298*                 TABLE CAN NO LONGER OVERFLOW INTO FALSE
000299*                 LOCKED-NO-TRAIL EXCEPTIONS.
000300******************************************************************
000301 IDENTIFICATION DIVISION.
000302 PROGRAM-ID. VLRECON.
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000420         RECORD KEY IS HIST-USERID
000430         FILE STATUS IS WS-HIST-STATUS.
000440     SELECT AUDIT-FILE ASSIGN TO "VLAUDIT"
000442         ORGANIZATION IS INDEXED
000444         ACCESS MODE IS DYNAMIC
000446         RECORD KEY IS AUDX-KEY OF AUDIT-FILE-RECORD
000448         ALTERNATE RECORD KEY IS
000450             AUDX-SEQ-NO OF AUDIT-FILE-RECORD WITH DUPLICATES
000452         FILE STATUS IS WS-AUDIT-STATUS.
000454     SELECT ARCHIVE-FILE ASSIGN TO "VLAUDARC"
000456         ORGANIZATION IS INDEXED
000458         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS AUDX-KEY OF ARCHIVE-FILE-RECORD
000462         ALTERNATE RECORD KEY IS
000464             AUDX-SEQ-NO OF ARCHIVE-FILE-RECORD WITH DUPLICATES
000466         FILE STATUS IS WS-ARCH-STATUS.
000467     SELECT RCNPRM-FILE ASSIGN TO "VLRCNPRM"
000468         ORGANIZATION IS LINE SEQUENTIAL
000510 FD  HISTORY-FILE.
000520 COPY CPHIST.
000530 FD  AUDIT-FILE.
000535 01  AUDIT-FILE-RECORD.
000540 COPY CPAUDIX.
000542 FD  ARCHIVE-FILE.
000543 01  ARCHIVE-FILE-RECORD.
000544 COPY CPAUDIX.
000546 FD  RCNPRM-FILE.
000548 01  RCNPRM-FILE-RECORD                PIC X(02).
000550 WORKING-STORAGE SECTION.
000583     88  WS-HIST-AVAILABLE             VALUE "Y".
000584 77  WS-TRAIL-AVAIL-SWITCH             PIC X(01)  VALUE "N".
000585     88  WS-TRAIL-AVAILABLE            VALUE "Y".
000586 77  WS-AUDIT-AVAIL-SWITCH             PIC X(01)  VALUE "N".
000587     88  WS-AUDIT-AVAILABLE            VALUE "Y".
000588 77  WS-ARCH-AVAIL-SWITCH              PIC X(01)  VALUE "N".
000589     88  WS-ARCH-AVAILABLE             VALUE "Y".
000590 77  WS-TRAIL-EOF-SWITCH               PIC X(01)  VALUE "N".
000591     88  WS-TRAIL-EOF                  VALUE "Y".
000592 77  WS-EOF-SWITCH                     PIC X(01)  VALUE "N".
000600     88  WS-EOF                        VALUE "Y".
000610 77  WS-HIST-FOUND-SWITCH              PIC X(01)  VALUE "N".
000620     88  WS-HIST-FOUND                 VALUE "Y".
000680         88  PRM-RECOUNT-AUTH          VALUE "Y".
000681     05  PRM-REPAIR-ORPHAN             PIC X(01).
000682         88  PRM-ORPHAN-AUTH           VALUE "Y".
000686 77  WS-SLOT-COUNT                     PIC 9(01).
000690 77  WS-CNT-USERS                      PIC 9(08)  VALUE ZERO COMP.
000700 77  WS-CNT-HISTS                      PIC 9(08)  VALUE ZERO COMP.
000710 77  WS-CNT-HASH-MISM                  PIC 9(08)  VALUE ZERO COMP.
000730 77  WS-CNT-BAD-COUNT                  PIC 9(08)  VALUE ZERO COMP.
000740 77  WS-CNT-NO-TRAIL                   PIC 9(08)  VALUE ZERO COMP.
000750 77  WS-CNT-REPAIRED                   PIC 9(08)  VALUE ZERO COMP.
000850 77  WS-ORPH-COUNT                     PIC 9(03)  VALUE ZERO COMP.
000860 77  WS-ORPH-IDX                       PIC 9(03)  COMP.
000870 01  WS-ORPHAN-TABLE.
001080
001090******************************************************************
001100* 1000-INITIALIZE                                                *
001110* OPENS THE AUDIT FILES THE LOCKOUT-TRAIL LOOKUP READS BY KEY,   *
001120* THEN THE TWO KEYED FILES FOR THE WALKS.                        *
001130******************************************************************
001140 1000-INITIALIZE.
001142     PERFORM 1050-LOAD-RCNPRM THRU 1050-LOAD-RCNPRM-EXIT
001150     PERFORM 1100-OPEN-AUDIT-TRAIL
001160         THRU 1100-OPEN-AUDIT-TRAIL-EXIT
001170     OPEN INPUT USER-FILE
001180     IF WS-USER-STATUS NOT = "00"
001190         DISPLAY "VLRECON: CANNOT OPEN VLUSER, STATUS "
001329 1050-LOAD-RCNPRM-EXIT.
001330     EXIT.
001331
001334******************************************************************
001337* 1100-OPEN-AUDIT-TRAIL                                          *
001340* OPENS THE VLAUDARC ARCHIVE AND THE LIVE VLAUDIT FOR THE        *
001350* LOCKOUT-TRAIL LOOKUP. THE ARCHIVE MATTERS BECAUSE VLAUDRPT'S   *
001360* MONTHLY ROLLOVER MOVES CLOSED MONTHS' ROWS THERE, AND A LOCK   *
001362* FROM A CLOSED MONTH IS NOT DRIFT. EITHER FILE MAY BE ABSENT AT *
001363* A YOUNG SITE. BOTH STAY OPEN FOR THE VLUSER WALK.              *
001370******************************************************************
001380 1100-OPEN-AUDIT-TRAIL.
001382     OPEN INPUT ARCHIVE-FILE
001384     IF WS-ARCH-STATUS = "00"
001386         SET WS-TRAIL-AVAILABLE TO TRUE
001388         SET WS-ARCH-AVAILABLE TO TRUE
001398     END-IF
001400     OPEN INPUT AUDIT-FILE
001410     IF WS-AUDIT-STATUS = "00"
001420         SET WS-TRAIL-AVAILABLE TO TRUE
001430         SET WS-AUDIT-AVAILABLE TO TRUE
001492     END-IF
001494     IF NOT WS-TRAIL-AVAILABLE
001496         DISPLAY "VLRECON: NEITHER VLAUDIT NOR VLAUDARC IS"
001498             " AVAILABLE - LOCKOUT-TRAIL CHECK SKIPPED"
001499     END-IF
001500     .
001510 1100-OPEN-AUDIT-TRAIL-EXIT.
001520     EXIT.
001530
001532******************************************************************
001534* 1140-FIND-TRAIL-ARCH                                           *
001535* READS THE USER'S OWN ARCHIVE ROWS OFF THE USERID KEY UNTIL A   *
001536* LOCKOUT-TRAIL ROW TURNS UP OR THE USERID CHANGES.              *
001537******************************************************************
001538 1140-FIND-TRAIL-ARCH.
001540     MOVE "N" TO WS-TRAIL-EOF-SWITCH
001541     MOVE USER-USERID TO AUDX-USERID OF ARCHIVE-FILE-RECORD
001542     MOVE LOW-VALUES TO AUDX-TIMESTAMP OF ARCHIVE-FILE-RECORD
001543                        AUDX-KEY-SEQ OF ARCHIVE-FILE-RECORD
001544     START ARCHIVE-FILE
001545         KEY IS NOT LESS THAN AUDX-KEY OF ARCHIVE-FILE-RECORD
001546         INVALID KEY GO TO 1140-FIND-TRAIL-ARCH-EXIT
001547     END-START
001548     PERFORM 1145-READ-ARCH-ROW THRU 1145-READ-ARCH-ROW-EXIT
001549         UNTIL WS-TRAIL-EOF OR WS-TRAIL-FOUND
001550     .
001551 1140-FIND-TRAIL-ARCH-EXIT.
001552     EXIT.
001553
001554******************************************************************
001555* 1145-READ-ARCH-ROW                                             *
001556******************************************************************
001557 1145-READ-ARCH-ROW.
001558     READ ARCHIVE-FILE NEXT RECORD
001559         AT END SET WS-TRAIL-EOF TO TRUE
001560             GO TO 1145-READ-ARCH-ROW-EXIT
001561     END-READ
001562     IF AUDX-USERID OF ARCHIVE-FILE-RECORD NOT = USER-USERID
001563         SET WS-TRAIL-EOF TO TRUE
001564         GO TO 1145-READ-ARCH-ROW-EXIT
001565     END-IF
001566     MOVE AUDX-ROW OF ARCHIVE-FILE-RECORD TO WS-AUDIT-REC
001567     PERFORM 1160-TEST-TRAIL-ROW THRU 1160-TEST-TRAIL-ROW-EXIT
001568     .
001569 1145-READ-ARCH-ROW-EXIT.
001570     EXIT.
001571
001572******************************************************************
001573* 1150-FIND-TRAIL-AUDIT                                          *
001574* THE SAME LOOKUP ON THE LIVE VLAUDIT.                           *
001575******************************************************************
001576 1150-FIND-TRAIL-AUDIT.
001577     MOVE "N" TO WS-TRAIL-EOF-SWITCH
001578     MOVE USER-USERID TO AUDX-USERID OF AUDIT-FILE-RECORD
001579     MOVE LOW-VALUES TO AUDX-TIMESTAMP OF AUDIT-FILE-RECORD
001580                        AUDX-KEY-SEQ OF AUDIT-FILE-RECORD
001581     START AUDIT-FILE
001582         KEY IS NOT LESS THAN AUDX-KEY OF AUDIT-FILE-RECORD
001583         INVALID KEY GO TO 1150-FIND-TRAIL-AUDIT-EXIT
001584     END-START
001585     PERFORM 1155-READ-AUDIT-ROW THRU 1155-READ-AUDIT-ROW-EXIT
001586         UNTIL WS-TRAIL-EOF OR WS-TRAIL-FOUND
001587     .
001588 1150-FIND-TRAIL-AUDIT-EXIT.
001589     EXIT.
001590
001591******************************************************************
001592* 1155-READ-AUDIT-ROW                                            *
001593******************************************************************
001594 1155-READ-AUDIT-ROW.
001595     READ AUDIT-FILE NEXT RECORD
001596         AT END SET WS-TRAIL-EOF TO TRUE
001597             GO TO 1155-READ-AUDIT-ROW-EXIT
001598     END-READ
001599     IF AUDX-USERID OF AUDIT-FILE-RECORD NOT = USER-USERID
001600         SET WS-TRAIL-EOF TO TRUE
001601         GO TO 1155-READ-AUDIT-ROW-EXIT
001602     END-IF
001603     MOVE AUDX-ROW OF AUDIT-FILE-RECORD TO WS-AUDIT-REC
001604     PERFORM 1160-TEST-TRAIL-ROW THRU 1160-TEST-TRAIL-ROW-EXIT
001605     .
001606 1155-READ-AUDIT-ROW-EXIT.
001607     EXIT.
001608
001720******************************************************************
001730* 1160-TEST-TRAIL-ROW                                            *
001740* AN "08" (ACCOUNT LOCKED) FAILURE ROW IS THE TRAIL A LOCKED     *
001750* VLUSER RECORD IS EXPECTED TO HAVE - A PASSED ADMIN / DORMANT   *
001760* LOCK ROW IS THE TRAIL OF AN ADMINISTRATIVE LOCK.               *
001770******************************************************************
001780 1160-TEST-TRAIL-ROW.
001790     IF AUD-FAILED AND AUD-REASON-CODE = "08"
001800         OR (AUD-PASSED AND (AUD-REASON-TEXT = "ADMIN LOCK"
001810             OR AUD-REASON-TEXT = "DORMANT LOCK"))
001820         SET WS-TRAIL-FOUND TO TRUE
001830     END-IF
001840     .
001870 1160-TEST-TRAIL-ROW-EXIT.
001880     EXIT.
001890
001900******************************************************************
001910* 1170-SEARCH-TRAIL                                              *
001920* SETS WS-TRAIL-FOUND WHEN THE VLUSER RECORD IN HAND HAS A       *
001930* LOCKOUT-TRAIL ROW ON THE ARCHIVE OR THE LIVE LOG.              *
001950******************************************************************
001960 1170-SEARCH-TRAIL.
001970     MOVE "N" TO WS-TRAIL-FOUND-SWITCH
001980     IF WS-ARCH-AVAILABLE
001990         PERFORM 1140-FIND-TRAIL-ARCH
002000             THRU 1140-FIND-TRAIL-ARCH-EXIT
002010     END-IF
002020     IF WS-AUDIT-AVAILABLE AND NOT WS-TRAIL-FOUND
002030         PERFORM 1150-FIND-TRAIL-AUDIT
002040             THRU 1150-FIND-TRAIL-AUDIT-EXIT
002045     END-IF
002050     .
002060 1170-SEARCH-TRAIL-EXIT.
002070     EXIT.
002190         THRU 2100-CHECK-USER-REC-EXIT
002200         UNTIL WS-EOF
002210     CLOSE USER-FILE
002212     IF WS-ARCH-AVAILABLE
002214         CLOSE ARCHIVE-FILE
002216     END-IF
002217     IF WS-AUDIT-AVAILABLE
002218         CLOSE AUDIT-FILE
002219     END-IF
002220     MOVE "N" TO WS-EOF-SWITCH
002230     .
002240 2000-WALK-USER-EXIT.
002400     END-IF
002410     IF USER-ACCOUNT-LOCKED
002420         AND WS-TRAIL-AVAILABLE
002440         PERFORM 1170-SEARCH-TRAIL
002450             THRU 1170-SEARCH-TRAIL-EXIT
002460         IF NOT WS-TRAIL-FOUND
002470             ADD 1 TO WS-CNT-NO-TRAIL
002480             DISPLAY "LOCKED NO TRAIL : " USER-USERID
002490                 " LOCKED " USER-LOCK-DATE
004110     DISPLAY "  ORPHAN HISTORY RECORDS . . : " WS-CNT-ORPHAN
004120     DISPLAY "  BAD ENTRY COUNTS . . . . . : " WS-CNT-BAD-COUNT
004130     DISPLAY "  LOCKED, NO AUDIT TRAIL . . : " WS-CNT-NO-TRAIL
004180     IF WS-ORPH-COUNT > 0 OR WS-RCNT-COUNT > 0
004190         DISPLAY "MECHANICAL REPAIRS AVAILABLE:"
004200         DISPLAY "  RECOUNT HIST-ENTRY-COUNT  : " WS-RCNT-COUNT
004412 9100-DECIDE-FROM-CARD-EXIT.
004414     EXIT.
004416
004420 END PROGRAM VLRECON.
