000010******************************************************************
000020* Author      : JEFFERSON MOTA (GERO)
000030* Installation: PAYROLL SYSTEMS - SECURITY GROUP
000040* Date-Written: 26/10/15
000050* Purpose     : NIGHTLY DORMANT-ACCOUNT SWEEP OVER THE VLUSER
000060*               USER MASTER. VLEXPIRE ONLY LOOKS AT THE EXPIRY
000070*               DATE, SO AN ACCOUNT NOBODY HAS USED IN A YEAR
000080*               STAYED FULLY LIVE AS LONG AS ITS PASSWORD HAD
000090*               BEEN CHANGED AT SOME POINT. THIS PROGRAM WORKS
000100*               OUT EACH USERID'S LAST SUCCESSFUL ACTIVITY FROM
000110*               THE PASSED ROWS ON VLAUDARC AND VLAUDIT (AND
000120*               USER-LAST-CHANGED, FOR HISTORY OLDER THAN THE
000130*               ARCHIVE), COMPARES THE IDLE DAYS AGAINST THE
000140*               CLASS'S POL-DORMANT-DAYS AND POL-RETIRE-DAYS ON
000150*               THE VLPOLICY CARD, AND LISTS EVERY ACCOUNT PAST
000160*               EITHER ONE. PER THE VLDRMPRM CARD IT THEN
000170*               EITHER LOCKS THE DORMANT ACCOUNTS DIRECTLY (AN
000180*               ADMINISTRATIVE "A" LOCK, ONE VLAUDIT ROW EACH
000190*               WITH "DORMANT" AS THE OPERATOR), OR WRITES
000200*               VLMNTIN-FORMAT LOCK AND DELETE CARDS (VLDRMTRN)
000210*               FOR REVIEW - THE SAME TWO WAYS VLHRSYNC WORKS.
000220*               DELETES ARE NEVER APPLIED DIRECTLY - AN ACCOUNT
000230*               PAST ITS RETIRE THRESHOLD ONLY EVER LEAVES THE
000240*               MASTER THROUGH A REVIEWED DELETE CARD.
000250*               THE PRINTED LIST IS THE QUARTERLY EVIDENCE THE
000260*               AUDITORS ASK FOR, AND THE "DORMANT LOCK" ROWS
000270*               ARE ITS TRAIL ON VLAUDIT.
000280* Tectonics   : cobc
000290*-----------------------------------------------------------------
000300* MODIFICATION HISTORY
000310*   DATE     INIT DESCRIPTION
000320*   -------- ---- --------------------------------------------
000321*   26/10/15 GM   ORIGINAL PROGRAM.
000322*   26/10/15 GM   POLICY CARD 40 WIDE, AUDIT ROW 73 WIDE
000323*                 (AUD-APPROVER, LEFT BLANK).
000324*   26/10/15 GM   LOCK ROWS GO THROUGH VLAUDWRT NOW, WHICH
000325*                 NUMBERS AND CHAINS EACH ONE. THE ACTIVITY SCAN
000326*                 READS THE 103-WIDE CHAINED ROW.
000327*   26/10/15 GM   VLAUDIT AND VLAUDARC ARE INDEXED NOW (CPAUDIX) -
000328*                 READ IN KEY ORDER; THE LAST-ACTIVITY DATE DOES
000329*                 NOT CARE WHICH ORDER THE ROWS COME IN.
000330*   26/10/15 GM   A VERIFIED PASSWORD AND A SELF-SERVICE UNLOCK
000331*                 OR RESET (VLSSRVII) ARE ACTIVITY TOO - THE
000332*                 OWNER WAS AT THE KEYBOARD.
000333*   26/10/15 GM   AN ACCEPTED CHANGE'S ROW CARRIES ITS STRENGTH
000334*                 GRADE IN THE REASON TEXT NOW - TESTED AS
000335*                 AUD-CHANGE-ACCEPTED, NOT A BLANK TEXT.
000336*   26/10/15 GM   VLAUDIT AND VLAUDARC DECLARE THE AUDX-SEQ-NO
000337*                 ALTERNATE KEY THE FILES ARE BUILT WITH. AN AUDIT
000338*                 ROW VLAUDWRT COULD NOT WRITE IS DISPLAYED AND
000339*                 COUNTED, AND ENDS THE RUN WITH RETURN CODE 04.
000341*   26/10/15 GM   RETURN CODE 08 WHEN VLUSER CANNOT BE OPENED OR
000343*                 THE SWEEP IS ABANDONED ON A FULL TABLE, SO THE
000345*                 SCHEDULER SEES THE SWEEP DID NOT HAPPEN.
000347******************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. VLDORMNT.
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT DRMPRM-FILE ASSIGN TO "VLDRMPRM"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-DRMPRM-STATUS.
000430     SELECT POLICY-FILE ASSIGN TO "VLPOLICY"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-POLICY-STATUS.
000460     SELECT TRANS-FILE ASSIGN TO "VLDRMTRN"
000470         ORGANIZATION IS LINE SEQUENTIAL.
000480     SELECT USER-FILE ASSIGN TO "VLUSER"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS USER-USERID
000520         FILE STATUS IS WS-USER-STATUS.
000530     SELECT AUDIT-FILE ASSIGN TO "VLAUDIT"
000532         ORGANIZATION IS INDEXED
000534         ACCESS MODE IS SEQUENTIAL
000536         RECORD KEY IS AUDX-KEY OF AUDIT-FILE-RECORD
000538         ALTERNATE RECORD KEY IS
000540             AUDX-SEQ-NO OF AUDIT-FILE-RECORD WITH DUPLICATES
000550         FILE STATUS IS WS-AUDIT-STATUS.
000560     SELECT ARCHIVE-FILE ASSIGN TO "VLAUDARC"
000562         ORGANIZATION IS INDEXED
000564         ACCESS MODE IS SEQUENTIAL
000566         RECORD KEY IS AUDX-KEY OF ARCHIVE-FILE-RECORD
000568         ALTERNATE RECORD KEY IS
000570             AUDX-SEQ-NO OF ARCHIVE-FILE-RECORD WITH DUPLICATES
000580         FILE STATUS IS WS-ARCH-STATUS.
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  DRMPRM-FILE.
000620 01  DRMPRM-FILE-RECORD                PIC X(01).
000630 FD  POLICY-FILE.
000640 01  POLICY-FILE-RECORD                PIC X(40).
000650 FD  TRANS-FILE.
000660 01  TRANS-FILE-RECORD                 PIC X(80).
000670 FD  USER-FILE.
000680 COPY CPUSER.
000690 FD  AUDIT-FILE.
000695 01  AUDIT-FILE-RECORD.
000700 COPY CPAUDIX.
000710 FD  ARCHIVE-FILE.
000715 01  ARCHIVE-FILE-RECORD.
000720 COPY CPAUDIX.
000730 WORKING-STORAGE SECTION.
000740 77  WS-DRMPRM-STATUS                  PIC X(02)  VALUE "00".
000750 77  WS-POLICY-STATUS                  PIC X(02)  VALUE "00".
000760 77  WS-USER-STATUS                    PIC X(02)  VALUE "00".
000770 77  WS-AUDIT-STATUS                   PIC X(02)  VALUE "00".
000780 77  WS-ARCH-STATUS                    PIC X(02)  VALUE "00".
000790 77  WS-EOF-SWITCH                     PIC X(01)  VALUE "N".
000800     88  WS-EOF                        VALUE "Y".
000810 77  WS-MASTER-OPEN-SWITCH             PIC X(01)  VALUE "N".
000820     88  WS-MASTER-OPEN                VALUE "Y".
000830 77  WS-AUX-OPEN-SWITCH                PIC X(01)  VALUE "N".
000840     88  WS-AUX-OPEN                   VALUE "Y".
000850 77  WS-TRAIL-AVAIL-SWITCH             PIC X(01)  VALUE "N".
000860     88  WS-TRAIL-AVAILABLE            VALUE "Y".
000870 77  WS-USER-FOUND-SWITCH              PIC X(01)  VALUE "N".
000880     88  WS-USER-FOUND                 VALUE "Y".
000890 77  WS-APPLIED-SWITCH                 PIC X(01)  VALUE "N".
000900     88  WS-TRANS-APPLIED              VALUE "Y".
000910 77  WS-DRM-FULL-SWITCH                PIC X(01)  VALUE "N".
000920     88  WS-DRM-TABLE-FULL             VALUE "Y".
000930 77  WS-DORMANT-OPERATOR               PIC X(08)  VALUE "DORMANT".
000940 01  WS-DRMPRM-REC.
000950     05  PRM-APPLY-SWITCH              PIC X(01).
000960         88  PRM-APPLY-WANTED          VALUE "Y".
000970 77  WS-TODAY                          PIC 9(08).
000980 77  WS-TODAY-INT                      PIC 9(08)  COMP.
000990 77  WS-DATE-INT                       PIC 9(08)  COMP.
001000 77  WS-ROW-DATE                       PIC 9(08).
001010 77  WS-IDLE-DAYS                      PIC 9(05).
001020 77  WS-NEVER-USED-DAYS                PIC 9(05)  VALUE 99999.
001030 77  WS-AUDIT-TIME-FULL                PIC 9(08).
001040 77  WS-AUDIT-TIME                     PIC 9(06).
001050 77  WS-ACTION-TEXT                    PIC X(20)  VALUE SPACES.
001060 77  WS-DRM-DISPOSITION                PIC X(30)  VALUE SPACES.
001070 77  WS-CNT-USERS                      PIC 9(08)  VALUE ZERO COMP.
001080 77  WS-CNT-ROWS                       PIC 9(08)  VALUE ZERO COMP.
001090 77  WS-CNT-DORMANT                    PIC 9(08)  VALUE ZERO COMP.
001100 77  WS-CNT-RETIRE                     PIC 9(08)  VALUE ZERO COMP.
001110 77  WS-CNT-ALREADY                    PIC 9(08)  VALUE ZERO COMP.
001120 77  WS-CNT-LOCKED                     PIC 9(08)  VALUE ZERO COMP.
001123 77  WS-CNT-CARDS                      PIC 9(08)  VALUE ZERO COMP.
001126 77  WS-CNT-AUDIT-FAILED               PIC 9(08)  VALUE ZERO COMP.
001130 77  WS-RUN-RC                         PIC 9(02)  VALUE ZERO.
001140 77  WS-CNT-NEVER                      PIC 9(08)  VALUE ZERO COMP.
001150 COPY CPPOLICY.
001160 77  WS-POL-COUNT                      PIC 9(02)  VALUE ZERO COMP.
001170 77  WS-POL-IDX                        PIC 9(02)  COMP.
001180 77  WS-POL-FOUND-IDX                  PIC 9(02)  COMP.
001190 77  WS-POL-CLASS-WANTED               PIC X(08).
001200 01  WS-POLICY-TABLE.
001210     05  WS-POL-ENTRY OCCURS 10 TIMES  PIC X(40).
001220 77  WS-DRM-COUNT                      PIC 9(04)  VALUE ZERO COMP.
001230 77  WS-DRM-I                          PIC 9(04)  COMP.
001240 01  WS-DORMANT-TABLE.
001250     05  WS-DRM-ENTRY OCCURS 1 TO 5000 TIMES
001260             DEPENDING ON WS-DRM-COUNT
001270             ASCENDING KEY IS DRM-USERID
001280             INDEXED BY DRM-IDX.
001290         10  DRM-USERID                PIC X(08).
001300         10  DRM-POLICY-CLASS          PIC X(08).
001310         10  DRM-LOCK-SWITCH           PIC X(01).
001320             88  DRM-ADMIN-LOCKED      VALUE "A".
001330         10  DRM-LAST-ACTIVE           PIC 9(08).
001340 COPY CPMNTIN.
001345 COPY CPAUDIT.
001350 COPY LKAUDWRT.
001360 PROCEDURE DIVISION.
001370
001380******************************************************************
001390* 0000-MAINLINE                                                  *
001400******************************************************************
001410 0000-MAINLINE.
001420     PERFORM 1000-INITIALIZE     THRU 1000-INITIALIZE-EXIT
001430     PERFORM 2000-SCAN-AUDIT     THRU 2000-SCAN-AUDIT-EXIT
001440     PERFORM 3000-JUDGE-USERS    THRU 3000-JUDGE-USERS-EXIT
001450     PERFORM 9000-TERMINATE      THRU 9000-TERMINATE-EXIT
001455     MOVE WS-RUN-RC TO RETURN-CODE
001460     STOP RUN.
001470
001480******************************************************************
001490* 1000-INITIALIZE                                                *
001500* LOADS THE APPLY/REVIEW CARD AND THE POLICY CLASSES, THEN THE   *
001510* WHOLE USER MASTER INTO A TABLE IN KEY ORDER - EACH ENTRY       *
001520* STARTS FROM USER-LAST-CHANGED AND THE AUDIT SCAN MOVES IT      *
001530* FORWARD. VLUSER IS OPENED I-O WHEN APPLYING, INPUT WITH THE    *
001540* CARD FILE WHEN GENERATING FOR REVIEW.                          *
001550******************************************************************
001560 1000-INITIALIZE.
001570     ACCEPT WS-TODAY FROM DATE YYYYMMDD
001580     COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
001590     PERFORM 1100-LOAD-DRMPRM THRU 1100-LOAD-DRMPRM-EXIT
001600     PERFORM 1200-LOAD-POLICY THRU 1200-LOAD-POLICY-EXIT
001610     IF PRM-APPLY-WANTED
001620         OPEN I-O USER-FILE
001630     ELSE
001640         OPEN INPUT USER-FILE
001650         OPEN OUTPUT TRANS-FILE
001660         SET WS-AUX-OPEN TO TRUE
001670     END-IF
001680     IF WS-USER-STATUS NOT = "00"
001690         DISPLAY "VLDORMNT: CANNOT OPEN VLUSER, STATUS "
001700             WS-USER-STATUS
001705         MOVE 08 TO WS-RUN-RC
001710         GO TO 1000-INITIALIZE-EXIT
001720     END-IF
001730     SET WS-MASTER-OPEN TO TRUE
001740     PERFORM 1300-LOAD-USER-REC THRU 1300-LOAD-USER-REC-EXIT
001750         UNTIL WS-EOF
001760     MOVE "N" TO WS-EOF-SWITCH
001770     .
001780 1000-INITIALIZE-EXIT.
001790     EXIT.
001800
001810******************************************************************
001820* 1100-LOAD-DRMPRM                                               *
001830* READS THE APPLY/REVIEW CARD ONCE PER RUN. A SITE WITHOUT A     *
001840* CARD GENERATES CARDS FOR REVIEW - NEVER TOUCHES THE MASTER BY  *
001850* DEFAULT, SAME AS VLHRSYNC.                                     *
001860******************************************************************
001870 1100-LOAD-DRMPRM.
001880     MOVE "N" TO PRM-APPLY-SWITCH
001890     OPEN INPUT DRMPRM-FILE
001900     IF WS-DRMPRM-STATUS = "00"
001910         READ DRMPRM-FILE INTO WS-DRMPRM-REC
001920             AT END CONTINUE
001930         END-READ
001940         CLOSE DRMPRM-FILE
001950     END-IF
001960     .
001970 1100-LOAD-DRMPRM-EXIT.
001980     EXIT.
001990
002000******************************************************************
002010* 1200-LOAD-POLICY                                               *
002020* READS THE POLICY CLASS FILE ONCE PER RUN, SAME LOAD SHAPE AS   *
002030* VLVALSEN'S - THE DORMANCY THRESHOLDS LIVE ON THE CLASS CARD.   *
002040******************************************************************
002050 1200-LOAD-POLICY.
002060     OPEN INPUT POLICY-FILE
002070     IF WS-POLICY-STATUS = "00"
002080         PERFORM 1210-LOAD-POLICY-REC
002090             THRU 1210-LOAD-POLICY-REC-EXIT
002100             UNTIL WS-POLICY-STATUS NOT = "00"
002110                 OR WS-POL-COUNT >= 10
002120         CLOSE POLICY-FILE
002130     END-IF
002140     .
002150 1200-LOAD-POLICY-EXIT.
002160     EXIT.
002170
002180******************************************************************
002190* 1210-LOAD-POLICY-REC                                           *
002200******************************************************************
002210 1210-LOAD-POLICY-REC.
002220     MOVE SPACES TO POLICY-FILE-RECORD
002230     READ POLICY-FILE
002240         AT END GO TO 1210-LOAD-POLICY-REC-EXIT
002250     END-READ
002260     IF POLICY-FILE-RECORD NOT = SPACES
002270         ADD 1 TO WS-POL-COUNT
002280         MOVE POLICY-FILE-RECORD TO WS-POL-ENTRY(WS-POL-COUNT)
002290     END-IF
002300     .
002310 1210-LOAD-POLICY-REC-EXIT.
002320     EXIT.
002330
002340******************************************************************
002350* 1300-LOAD-USER-REC                                             *
002360* ONE VLUSER RECORD INTO THE TABLE. THE SEQUENTIAL READ COMES    *
002370* BACK IN KEY ORDER, WHICH IS WHAT LETS THE AUDIT SCAN USE A     *
002380* BINARY SEARCH. A MASTER BIGGER THAN THE TABLE STOPS THE SWEEP  *
002390* COLD - A HALF-LOADED TABLE WOULD SILENTLY SKIP ACCOUNTS.       *
002400******************************************************************
002410 1300-LOAD-USER-REC.
002420     READ USER-FILE NEXT RECORD
002430         AT END SET WS-EOF TO TRUE
002440             GO TO 1300-LOAD-USER-REC-EXIT
002450     END-READ
002460     ADD 1 TO WS-CNT-USERS
002470     IF WS-DRM-COUNT >= 5000
002480         SET WS-DRM-TABLE-FULL TO TRUE
002490         GO TO 1300-LOAD-USER-REC-EXIT
002500     END-IF
002510     ADD 1 TO WS-DRM-COUNT
002520     MOVE USER-USERID TO DRM-USERID(WS-DRM-COUNT)
002530     MOVE USER-POLICY-CLASS TO DRM-POLICY-CLASS(WS-DRM-COUNT)
002540     MOVE USER-LOCK-SWITCH TO DRM-LOCK-SWITCH(WS-DRM-COUNT)
002550     MOVE USER-LAST-CHANGED TO DRM-LAST-ACTIVE(WS-DRM-COUNT)
002560     .
002570 1300-LOAD-USER-REC-EXIT.
002580     EXIT.
002590
002600******************************************************************
002610* 2000-SCAN-AUDIT                                                *
002620* ONE PASS OVER THE VLAUDARC ARCHIVE AND THE LIVE VLAUDIT,       *
002630* MOVING EACH USERID'S LAST-ACTIVE DATE FORWARD TO ITS LATEST    *
002640* ACTIVITY ROW. EITHER FILE MAY BE ABSENT AT A YOUNG SITE - THE  *
002650* SWEEP THEN RESTS ON USER-LAST-CHANGED ALONE, AND SAYS SO.      *
002660******************************************************************
002670 2000-SCAN-AUDIT.
002680     IF NOT WS-MASTER-OPEN OR WS-DRM-TABLE-FULL
002690         GO TO 2000-SCAN-AUDIT-EXIT
002700     END-IF
002710     OPEN INPUT ARCHIVE-FILE
002720     IF WS-ARCH-STATUS = "00"
002730         SET WS-TRAIL-AVAILABLE TO TRUE
002740         PERFORM 2100-SCAN-ARCH-ROW THRU 2100-SCAN-ARCH-ROW-EXIT
002750             UNTIL WS-EOF
002760         CLOSE ARCHIVE-FILE
002770         MOVE "N" TO WS-EOF-SWITCH
002780     END-IF
002790     OPEN INPUT AUDIT-FILE
002800     IF WS-AUDIT-STATUS = "00"
002810         SET WS-TRAIL-AVAILABLE TO TRUE
002820         PERFORM 2200-SCAN-AUDIT-ROW
002830             THRU 2200-SCAN-AUDIT-ROW-EXIT
002840             UNTIL WS-EOF
002850         CLOSE AUDIT-FILE
002860         MOVE "N" TO WS-EOF-SWITCH
002870     END-IF
002880     IF NOT WS-TRAIL-AVAILABLE
002890         DISPLAY "VLDORMNT: NEITHER VLAUDIT NOR VLAUDARC IS"
002900             " AVAILABLE - IDLE DAYS FROM LAST CHANGE ONLY"
002910     END-IF
002920     .
002930 2000-SCAN-AUDIT-EXIT.
002940     EXIT.
002950
002960******************************************************************
002970* 2100-SCAN-ARCH-ROW                                             *
002980******************************************************************
002990 2100-SCAN-ARCH-ROW.
003010     READ ARCHIVE-FILE NEXT RECORD
003020         AT END SET WS-EOF TO TRUE
003030             GO TO 2100-SCAN-ARCH-ROW-EXIT
003040     END-READ
003050     MOVE AUDX-ROW OF ARCHIVE-FILE-RECORD TO WS-AUDIT-REC
003060     PERFORM 2300-NOTE-ACTIVITY THRU 2300-NOTE-ACTIVITY-EXIT
003070     .
003080 2100-SCAN-ARCH-ROW-EXIT.
003090     EXIT.
003100
003110******************************************************************
003120* 2200-SCAN-AUDIT-ROW                                            *
003130******************************************************************
003140 2200-SCAN-AUDIT-ROW.
003160     READ AUDIT-FILE NEXT RECORD
003170         AT END SET WS-EOF TO TRUE
003180             GO TO 2200-SCAN-AUDIT-ROW-EXIT
003190     END-READ
003200     MOVE AUDX-ROW OF AUDIT-FILE-RECORD TO WS-AUDIT-REC
003210     PERFORM 2300-NOTE-ACTIVITY THRU 2300-NOTE-ACTIVITY-EXIT
003220     .
003230 2200-SCAN-AUDIT-ROW-EXIT.
003240     EXIT.
003250
003260******************************************************************
003270* 2300-NOTE-ACTIVITY                                             *
003280* AN ACTIVITY ROW IS A SUCCESSFUL VALIDATION - PASSED, BLANK     *
003290* OPERATOR, AUD-CHANGE-ACCEPTED, THE SAME FILTER VLSYNCRC USES - *
003300* OR ONE OF THE ADMIN ACTIONS THAT HAND THE ACCOUNT BACK TO ITS  *
003310* OWNER: THE ADD THAT CREATED IT, AN UNLOCK, A TEMPORARY         *
003315* PASSWORD - AND THE OWNER'S OWN VERIFIED PASSWORD OR SELF-      *
003320* SERVICE UNLOCK/RESET. THOSE RESTART THE CLOCK, OR A JOINER WHO *
003330* HAS NOT LOGGED ON YET (OR A USER THE DESK JUST UNLOCKED) WOULD *
003340* BE LOCKED AGAIN THE SAME NIGHT. FAILED ROWS NEVER COUNT - AN   *
003350* ATTACKER HAMMERING A DEAD ACCOUNT MUST NOT KEEP IT ALIVE.      *
003360******************************************************************
003370 2300-NOTE-ACTIVITY.
003380     ADD 1 TO WS-CNT-ROWS
003390     IF NOT AUD-PASSED
003400         GO TO 2300-NOTE-ACTIVITY-EXIT
003410     END-IF
003420     IF (AUD-OPERATOR = SPACES AND AUD-CHANGE-ACCEPTED)
003430         OR AUD-REASON-TEXT = "ADMIN ADD USER"
003440         OR AUD-REASON-TEXT = "HR FEED ADD"
003450         OR AUD-REASON-TEXT = "ADMIN UNLOCK"
003452         OR AUD-REASON-TEXT = "ADMIN TEMP PASSWORD"
003454         OR AUD-REASON-TEXT = "PASSWORD VERIFIED"
003456         OR AUD-REASON-TEXT = "SELFSVC UNLOCK"
003460         OR AUD-REASON-TEXT = "SELFSVC RESET"
003470         CONTINUE
003480     ELSE
003490         GO TO 2300-NOTE-ACTIVITY-EXIT
003500     END-IF
003510     MOVE AUD-TIMESTAMP(1:8) TO WS-ROW-DATE
003520     SEARCH ALL WS-DRM-ENTRY
003530         AT END CONTINUE
003540         WHEN DRM-USERID(DRM-IDX) = AUD-USERID
003550             IF WS-ROW-DATE > DRM-LAST-ACTIVE(DRM-IDX)
003560                 MOVE WS-ROW-DATE TO DRM-LAST-ACTIVE(DRM-IDX)
003570             END-IF
003580     END-SEARCH
003590     .
003600 2300-NOTE-ACTIVITY-EXIT.
003610     EXIT.
003620
003630******************************************************************
003640* 3000-JUDGE-USERS                                               *
003650* SECOND PASS - EVERY TABLE ENTRY AGAINST ITS CLASS'S            *
003660* THRESHOLDS.                                                    *
003670******************************************************************
003680 3000-JUDGE-USERS.
003690     IF NOT WS-MASTER-OPEN OR WS-DRM-TABLE-FULL
003700         GO TO 3000-JUDGE-USERS-EXIT
003710     END-IF
003720     IF PRM-APPLY-WANTED
003790         SET WS-AUX-OPEN TO TRUE
003800     END-IF
003810     PERFORM 3100-JUDGE-ONE THRU 3100-JUDGE-ONE-EXIT
003820         VARYING WS-DRM-I FROM 1 BY 1
003830         UNTIL WS-DRM-I > WS-DRM-COUNT
003840     .
003850 3000-JUDGE-USERS-EXIT.
003860     EXIT.
003870
003880******************************************************************
003890* 3100-JUDGE-ONE                                                 *
003900* IDLE DAYS SINCE THE LAST ACTIVITY (AN ACCOUNT WITH NO ACTIVITY *
003910* ON RECORD AT ALL COUNTS AS IDLE FOREVER). PAST THE RETIRE      *
003920* THRESHOLD IS A DELETE CANDIDATE, PAST THE DORMANT THRESHOLD A  *
003930* LOCK CANDIDATE. A CLASS WITH A ZERO THRESHOLD SKIPS THAT STEP. *
003940******************************************************************
003950 3100-JUDGE-ONE.
003960     PERFORM 3200-SELECT-POLICY THRU 3200-SELECT-POLICY-EXIT
003970     IF DRM-LAST-ACTIVE(WS-DRM-I) = ZERO
003980         MOVE WS-NEVER-USED-DAYS TO WS-IDLE-DAYS
003990     ELSE
004000         COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE
004010             (DRM-LAST-ACTIVE(WS-DRM-I))
004020         IF WS-DATE-INT >= WS-TODAY-INT
004030             MOVE ZERO TO WS-IDLE-DAYS
004040         ELSE
004050             COMPUTE WS-IDLE-DAYS = WS-TODAY-INT - WS-DATE-INT
004060         END-IF
004070     END-IF
004080     IF POL-RETIRE-DAYS > 0
004090         AND WS-IDLE-DAYS >= POL-RETIRE-DAYS
004100         ADD 1 TO WS-CNT-RETIRE
004110         PERFORM 3400-RETIRE-ONE THRU 3400-RETIRE-ONE-EXIT
004120         GO TO 3100-JUDGE-ONE-PRINT
004130     END-IF
004140     IF POL-DORMANT-DAYS > 0
004150         AND WS-IDLE-DAYS >= POL-DORMANT-DAYS
004160         ADD 1 TO WS-CNT-DORMANT
004170         PERFORM 3300-LOCK-ONE THRU 3300-LOCK-ONE-EXIT
004180         GO TO 3100-JUDGE-ONE-PRINT
004190     END-IF
004200     GO TO 3100-JUDGE-ONE-EXIT
004210     .
004220 3100-JUDGE-ONE-PRINT.
004230     IF DRM-LAST-ACTIVE(WS-DRM-I) = ZERO
004240         ADD 1 TO WS-CNT-NEVER
004250         DISPLAY "DORMANT  : " DRM-USERID(WS-DRM-I)
004260             " " DRM-POLICY-CLASS(WS-DRM-I)
004270             " NO ACTIVITY ON RECORD       - "
004280             WS-DRM-DISPOSITION
004290     ELSE
004300         DISPLAY "DORMANT  : " DRM-USERID(WS-DRM-I)
004310             " " DRM-POLICY-CLASS(WS-DRM-I)
004320             " LAST " DRM-LAST-ACTIVE(WS-DRM-I)
004330             " IDLE " WS-IDLE-DAYS " - "
004340             WS-DRM-DISPOSITION
004350     END-IF
004360     .
004370 3100-JUDGE-ONE-EXIT.
004380     EXIT.
004390
004400******************************************************************
004410* 3200-SELECT-POLICY                                             *
004420* THE CLASS ON THE USER'S RECORD, THEN "DEFAULT", THEN NO        *
004430* THRESHOLDS AT ALL - A SITE THAT HAS NOT PUT DORMANCY DAYS ON   *
004440* ITS CARDS YET GETS A REPORT OF NOTHING, NOT A MASS LOCKOUT.    *
004450* A PRE-DORMANCY 33-WIDE CARD READS AS BOTH STEPS OFF.           *
004460******************************************************************
004470 3200-SELECT-POLICY.
004480     MOVE DRM-POLICY-CLASS(WS-DRM-I) TO WS-POL-CLASS-WANTED
004490     IF WS-POL-CLASS-WANTED = SPACES
004500         MOVE "DEFAULT" TO WS-POL-CLASS-WANTED
004510     END-IF
004520     PERFORM 3210-SEARCH-POLICY THRU 3210-SEARCH-POLICY-EXIT
004530     IF WS-POL-FOUND-IDX = 0
004540         AND WS-POL-CLASS-WANTED NOT = "DEFAULT"
004550         MOVE "DEFAULT" TO WS-POL-CLASS-WANTED
004560         PERFORM 3210-SEARCH-POLICY THRU 3210-SEARCH-POLICY-EXIT
004570     END-IF
004580     IF WS-POL-FOUND-IDX > 0
004590         MOVE WS-POL-ENTRY(WS-POL-FOUND-IDX) TO WS-POLICY-REC
004600     ELSE
004610         MOVE SPACES TO WS-POLICY-REC
004620     END-IF
004630     IF POL-DORMANT-DAYS NOT NUMERIC
004640         MOVE ZERO TO POL-DORMANT-DAYS
004650     END-IF
004660     IF POL-RETIRE-DAYS NOT NUMERIC
004670         MOVE ZERO TO POL-RETIRE-DAYS
004680     END-IF
004690     .
004700 3200-SELECT-POLICY-EXIT.
004710     EXIT.
004720
004730******************************************************************
004740* 3210-SEARCH-POLICY                                             *
004750******************************************************************
004760 3210-SEARCH-POLICY.
004770     MOVE 0 TO WS-POL-FOUND-IDX
004780     PERFORM VARYING WS-POL-IDX FROM 1 BY 1
004790             UNTIL WS-POL-IDX > WS-POL-COUNT
004800                 OR WS-POL-FOUND-IDX > 0
004810         IF WS-POL-ENTRY(WS-POL-IDX)(1:8)
004820             = WS-POL-CLASS-WANTED
004830             MOVE WS-POL-IDX TO WS-POL-FOUND-IDX
004840         END-IF
004850     END-PERFORM
004860     .
004870 3210-SEARCH-POLICY-EXIT.
004880     EXIT.
004890
004900******************************************************************
004910* 3300-LOCK-ONE                                                  *
004920* A DORMANT ACCOUNT - LOCKED DIRECTLY WHEN APPLYING, A LOCK CARD *
004930* WHEN GENERATING FOR REVIEW. ONE ALREADY UNDER AN               *
004940* ADMINISTRATIVE LOCK IS LISTED BUT LEFT ALONE. ONE UNDER A      *
004950* FAILURE LOCKOUT IS STILL LOCKED HERE - OTHERWISE THE CLASS'S   *
004960* POL-LOCK-DAYS WOULD HAND IT BACK TO WHOEVER WAS GUESSING.      *
004970******************************************************************
004980 3300-LOCK-ONE.
004990     IF DRM-ADMIN-LOCKED(WS-DRM-I)
005000         ADD 1 TO WS-CNT-ALREADY
005010         MOVE "ALREADY ADMIN LOCKED" TO WS-DRM-DISPOSITION
005020         GO TO 3300-LOCK-ONE-EXIT
005030     END-IF
005040     IF PRM-APPLY-WANTED
005050         PERFORM 3500-APPLY-LOCK THRU 3500-APPLY-LOCK-EXIT
005060     ELSE
005070         MOVE SPACES TO MAINT-INPUT-RECORD
005080         MOVE "LOCK" TO MNT-ACTION
005090         MOVE DRM-USERID(WS-DRM-I) TO MNT-USERID
005100         MOVE WS-DORMANT-OPERATOR TO MNT-OPERATOR
005110         PERFORM 8500-WRITE-CARD THRU 8500-WRITE-CARD-EXIT
005120         MOVE "LOCK CARD WRITTEN" TO WS-DRM-DISPOSITION
005130     END-IF
005140     .
005150 3300-LOCK-ONE-EXIT.
005160     EXIT.
005170
005180******************************************************************
005190* 3400-RETIRE-ONE                                                *
005200* AN ACCOUNT PAST ITS RETIRE THRESHOLD. IN REVIEW MODE IT GETS A *
005210* DELETE CARD. DELETES ARE NEVER APPLIED BLIND - IN APPLY MODE   *
005220* THE ACCOUNT IS LOCKED (IF IT IS NOT ALREADY) AND LISTED, AND   *
005230* THE DELETE WAITS FOR A REVIEW-MODE RUN.                        *
005240******************************************************************
005250 3400-RETIRE-ONE.
005260     IF NOT PRM-APPLY-WANTED
005270         MOVE SPACES TO MAINT-INPUT-RECORD
005280         MOVE "DELETE" TO MNT-ACTION
005290         MOVE DRM-USERID(WS-DRM-I) TO MNT-USERID
005300         MOVE WS-DORMANT-OPERATOR TO MNT-OPERATOR
005310         PERFORM 8500-WRITE-CARD THRU 8500-WRITE-CARD-EXIT
005320         MOVE "DELETE CARD WRITTEN" TO WS-DRM-DISPOSITION
005330         GO TO 3400-RETIRE-ONE-EXIT
005340     END-IF
005350     IF DRM-ADMIN-LOCKED(WS-DRM-I)
005360         ADD 1 TO WS-CNT-ALREADY
005370         MOVE "RETIRE - ALREADY ADMIN LOCKED"
005380             TO WS-DRM-DISPOSITION
005390     ELSE
005400         PERFORM 3500-APPLY-LOCK THRU 3500-APPLY-LOCK-EXIT
005410         IF WS-TRANS-APPLIED
005420             MOVE "RETIRE - LOCKED PENDING DELETE"
005430                 TO WS-DRM-DISPOSITION
005440         END-IF
005450     END-IF
005460     .
005470 3400-RETIRE-ONE-EXIT.
005480     EXIT.
005490
005500******************************************************************
005510* 3500-APPLY-LOCK                                                *
005520* RE-READS THE RECORD BY KEY (IT MAY HAVE MOVED SINCE THE TABLE  *
005530* WAS LOADED), PUTS THE ADMINISTRATIVE LOCK ON IT AND AUDITS IT  *
005540* WITH "DORMANT" AS THE OPERATOR. THE ONLY WAY BACK IS A         *
005550* VLUSRMNT UNLOCK CARD.                                          *
005560******************************************************************
005570 3500-APPLY-LOCK.
005580     MOVE "N" TO WS-APPLIED-SWITCH
005590     MOVE "N" TO WS-USER-FOUND-SWITCH
005600     MOVE DRM-USERID(WS-DRM-I) TO USER-USERID
005610     READ USER-FILE
005620         INVALID KEY CONTINUE
005630         NOT INVALID KEY SET WS-USER-FOUND TO TRUE
005640     END-READ
005650     IF NOT WS-USER-FOUND
005660         MOVE "GONE FROM VLUSER" TO WS-DRM-DISPOSITION
005670         GO TO 3500-APPLY-LOCK-EXIT
005680     END-IF
005690     MOVE "A" TO USER-LOCK-SWITCH
005700     MOVE WS-TODAY TO USER-LOCK-DATE
005710     REWRITE WS-USER-REC
005720     SET WS-TRANS-APPLIED TO TRUE
005730     ADD 1 TO WS-CNT-LOCKED
005740     MOVE "LOCKED" TO WS-DRM-DISPOSITION
005750     MOVE "DORMANT LOCK" TO WS-ACTION-TEXT
005760     MOVE DRM-USERID(WS-DRM-I) TO AUD-USERID
005770     PERFORM 9100-WRITE-AUDIT THRU 9100-WRITE-AUDIT-EXIT
005780     .
005790 3500-APPLY-LOCK-EXIT.
005800     EXIT.
005810
005820******************************************************************
005830* 8500-WRITE-CARD                                                *
005840* ONE GENERATED VLMNTIN-FORMAT CARD TO VLDRMTRN, READY TO RUN    *
005850* THROUGH VLUSRMNT ONCE SOMEONE HAS SIGNED THE LIST OFF.         *
005860******************************************************************
005870 8500-WRITE-CARD.
005880     MOVE MAINT-INPUT-RECORD TO TRANS-FILE-RECORD
005890     WRITE TRANS-FILE-RECORD
005900     ADD 1 TO WS-CNT-CARDS
005910     .
005920 8500-WRITE-CARD-EXIT.
005930     EXIT.
005940
005950******************************************************************
005960* 9100-WRITE-AUDIT                                               *
005970* ONE VLAUDIT ROW PER APPLIED LOCK, WITH "DORMANT" AS THE        *
005980* OPERATOR - SAME SHAPE AS VLUSRMNT'S ROWS. THE OPERATOR KEEPS   *
005990* IT OFF VLSYNCRC'S ACCEPTED-CHANGE COUNT, AND ITS REASON TEXT   *
005995* IS THE LOCKOUT TRAIL VLRECON LOOKS FOR. A ROW VLAUDWRT COULD   *
006000* NOT WRITE IS LISTED AND SETS RETURN CODE 04.                   *
006010******************************************************************
006020 9100-WRITE-AUDIT.
006025     MOVE WS-DORMANT-OPERATOR TO AUD-OPERATOR
006030     MOVE SPACES TO AUD-APPROVER
006040     ACCEPT WS-TODAY FROM DATE YYYYMMDD
006050     ACCEPT WS-AUDIT-TIME-FULL FROM TIME
006060     MOVE WS-AUDIT-TIME-FULL(1:6) TO WS-AUDIT-TIME
006070     COMPUTE AUD-TIMESTAMP = WS-TODAY * 1000000 + WS-AUDIT-TIME
006080     SET AUD-PASSED TO TRUE
006090     MOVE "00" TO AUD-REASON-CODE
006100     MOVE WS-ACTION-TEXT TO AUD-REASON-TEXT
006105     MOVE "W" TO LK-AW-FUNCTION
006110     MOVE WS-AUDIT-REC TO LK-AW-RECORD
006111     CALL "VLAUDWRT" USING LK-AUDWRT-PARMS
006112     IF LK-AW-NOT-WRITTEN
006113         DISPLAY "VLDORMNT: AUDIT ROW NOT WRITTEN FOR "
006114             AUD-USERID " " AUD-REASON-TEXT
006115         ADD 1 TO WS-CNT-AUDIT-FAILED
006116         IF WS-RUN-RC < 04
006117             MOVE 04 TO WS-RUN-RC
006118         END-IF
006120     END-IF
006130     .
006140 9100-WRITE-AUDIT-EXIT.
006150     EXIT.
006160
006170******************************************************************
006180* 9000-TERMINATE                                                 *
006185* CLOSES THE FILES AND PRINTS THE SWEEP SUMMARY. RETURN CODE 04  *
006186* WHEN ANY AUDIT ROW COULD NOT BE WRITTEN, 08 WHEN THE SWEEP     *
006187* WAS ABANDONED BECAUSE VLUSER IS BIGGER THAN THE TABLE (OR      *
006190* COULD NOT BE OPENED AT ALL).                                   *
006200******************************************************************
006210 9000-TERMINATE.
006220     IF WS-MASTER-OPEN
006230         CLOSE USER-FILE
006240     END-IF
006250     IF WS-AUX-OPEN
006260         IF PRM-APPLY-WANTED
006265             MOVE "C" TO LK-AW-FUNCTION
006270             CALL "VLAUDWRT" USING LK-AUDWRT-PARMS
006280         ELSE
006290             CLOSE TRANS-FILE
006300         END-IF
006310     END-IF
006320     DISPLAY "==================================================="
006330     DISPLAY "        DORMANT-ACCOUNT SWEEP SUMMARY - " WS-TODAY
006340     DISPLAY "==================================================="
006350     IF PRM-APPLY-WANTED
006360         DISPLAY "MODE  . . . . . . . . . . . . : APPLY"
006370     ELSE
006380         DISPLAY "MODE  . . . . . . . . . . . . : REVIEW"
006390             " (CARDS TO VLDRMTRN)"
006400     END-IF
006410     DISPLAY "VLUSER RECORDS READ . . . . . : " WS-CNT-USERS
006420     DISPLAY "AUDIT ROWS SCANNED  . . . . . : " WS-CNT-ROWS
006430     DISPLAY "  PAST DORMANT THRESHOLD  . . : " WS-CNT-DORMANT
006440     DISPLAY "  PAST RETIRE THRESHOLD . . . : " WS-CNT-RETIRE
006450     DISPLAY "  OF THESE, NO ACTIVITY EVER  : " WS-CNT-NEVER
006460     DISPLAY "  ALREADY ADMIN LOCKED  . . . : " WS-CNT-ALREADY
006470     DISPLAY "ACCOUNTS LOCKED . . . . . . . : " WS-CNT-LOCKED
006473     DISPLAY "CARDS GENERATED . . . . . . . : " WS-CNT-CARDS
006476     DISPLAY "AUDIT ROWS NOT WRITTEN  . . . : "
006480         WS-CNT-AUDIT-FAILED
006490     IF WS-DRM-TABLE-FULL
006500         DISPLAY "*** VLUSER BIGGER THAN THE TABLE - SWEEP"
006510             " ABANDONED, NOTHING ACTED ON ***"
006515         MOVE 08 TO WS-RUN-RC
006520     END-IF
006530     DISPLAY "==================================================="
006540     .
006550 9000-TERMINATE-EXIT.
006560     EXIT.
006570
006580 END PROGRAM VLDORMNT.
