000010******************************************************************
000020* Author      : JEFFERSON MOTA (GERO)
000030* Installation: PAYROLL SYSTEMS - SECURITY GROUP
000040* Date-Written: 26/10/15
000050* Purpose     : QUARTERLY RECERTIFICATION - STARTS A REVIEW
000060*               CYCLE. VLHRSYNC ONLY CATCHES PEOPLE WHO HAVE
000070*               LEFT; SOMEBODY WHO CHANGED JOBS KEEPS A
000080*               PRIVILEGED ACCOUNT UNTIL A MANAGER SAYS
000090*               OTHERWISE. THIS PROGRAM LISTS EVERY ACCOUNT IN
000100*               THE CLASSES UNDER REVIEW, CLASS BY CLASS, WITH
000110*               WHAT THE REVIEWER NEEDS TO JUDGE IT: LAST
000120*               CHANGED, LOCK STATE, THE DATE IT WAS ADDED AND
000130*               THE OPERATOR WHO ADDED IT, AND THE LAST ADMIN
000140*               ACTION AGAINST IT - THE LAST THREE FROM THE
000150*               USER'S OWN ROWS ON VLAUDARC AND VLAUDIT, READ
000160*               STRAIGHT OFF THE USERID KEY. THE LIST GOES OUT
000170*               AS VLRCLIST (CPRCATT) FOR THE MANAGER TO MARK
000180*               KEEP, DOWNGRADE OR REVOKE AND SEND BACK TO
000190*               VLRCAPLY, AND EACH ACCOUNT ON IT IS RECORDED AS
000200*               OUTSTANDING ON THE CYCLE CONTROL FILE VLRCCTL -
000210*               A NEW RUN STARTS A NEW CYCLE. THE VLRCPRM CARD
000220*               NAMES ONE CLASS, OR "*ALL" FOR EVERY CLASS;
000230*               WITHOUT A CARD EVERY PRIVILEGED CLASS IS
000240*               REVIEWED (POL-PRIVILEGED "Y" ON VLPOLICY).
000250*               RETURN CODE 04 WHEN THERE WAS NOTHING TO REVIEW,
000260*               08 WHEN THE RUN COULD NOT START OR A USER COULD
000265*               NOT BE LISTED.
000270* Tectonics   : cobc
000280*-----------------------------------------------------------------
000290* MODIFICATION HISTORY
000300*   DATE     INIT DESCRIPTION
000310*   -------- ---- --------------------------------------------
000313*   26/10/15 GM   ORIGINAL PROGRAM.
000316*   26/10/15 GM   A USER WHOSE VLRCLIST LINE WILL NOT WRITE IS
000320*                 LEFT OFF VLRCCTL - RETURN CODE 08.
000330******************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. VLRCERT.
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT RCPRM-FILE ASSIGN TO "VLRCPRM"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-RCPRM-STATUS.
000420     SELECT POLICY-FILE ASSIGN TO "VLPOLICY"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-POLICY-STATUS.
000450     SELECT USER-FILE ASSIGN TO "VLUSER"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS SEQUENTIAL
000480         RECORD KEY IS USER-USERID
000490         FILE STATUS IS WS-USER-STATUS.
000500     SELECT AUDIT-FILE ASSIGN TO "VLAUDIT"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS AUDX-KEY OF AUDIT-FILE-RECORD
000540         ALTERNATE RECORD KEY IS
000550             AUDX-SEQ-NO OF AUDIT-FILE-RECORD WITH DUPLICATES
000560         FILE STATUS IS WS-AUDIT-STATUS.
000570     SELECT ARCHIVE-FILE ASSIGN TO "VLAUDARC"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS AUDX-KEY OF ARCHIVE-FILE-RECORD
000610         ALTERNATE RECORD KEY IS
000620             AUDX-SEQ-NO OF ARCHIVE-FILE-RECORD WITH DUPLICATES
000630         FILE STATUS IS WS-ARCH-STATUS.
000640     SELECT LIST-FILE ASSIGN TO "VLRCLIST"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-LIST-STATUS.
000670     SELECT RCCTL-FILE ASSIGN TO "VLRCCTL"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS RANDOM
000700         RECORD KEY IS RCC-USERID
000710         FILE STATUS IS WS-RCCTL-STATUS.
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  RCPRM-FILE.
000750 01  RCPRM-FILE-RECORD                 PIC X(08).
000760 FD  POLICY-FILE.
000770 01  POLICY-FILE-RECORD                PIC X(40).
000780 FD  USER-FILE.
000790 COPY CPUSER.
000800 FD  AUDIT-FILE.
000810 01  AUDIT-FILE-RECORD.
000820 COPY CPAUDIX.
000830 FD  ARCHIVE-FILE.
000840 01  ARCHIVE-FILE-RECORD.
000850 COPY CPAUDIX.
000860 FD  LIST-FILE.
000870 01  LIST-FILE-RECORD                  PIC X(120).
000880 FD  RCCTL-FILE.
000890 COPY CPRCCTL.
000900 WORKING-STORAGE SECTION.
000910 77  WS-RCPRM-STATUS                   PIC X(02)  VALUE "00".
000920 77  WS-POLICY-STATUS                  PIC X(02)  VALUE "00".
000930 77  WS-USER-STATUS                    PIC X(02)  VALUE "00".
000940 77  WS-AUDIT-STATUS                   PIC X(02)  VALUE "00".
000950 77  WS-ARCH-STATUS                    PIC X(02)  VALUE "00".
000960 77  WS-LIST-STATUS                    PIC X(02)  VALUE "00".
000970 77  WS-RCCTL-STATUS                   PIC X(02)  VALUE "00".
000980 77  WS-EOF-SWITCH                     PIC X(01)  VALUE "N".
000990     88  WS-EOF                        VALUE "Y".
001000 77  WS-TRAIL-EOF-SWITCH               PIC X(01)  VALUE "N".
001010     88  WS-TRAIL-EOF                  VALUE "Y".
001020 77  WS-AUDIT-AVAIL-SWITCH             PIC X(01)  VALUE "N".
001030     88  WS-AUDIT-AVAILABLE            VALUE "Y".
001040 77  WS-ARCH-AVAIL-SWITCH              PIC X(01)  VALUE "N".
001050     88  WS-ARCH-AVAILABLE             VALUE "Y".
001060 77  WS-OUTPUT-OPEN-SWITCH             PIC X(01)  VALUE "N".
001070     88  WS-OUTPUT-OPEN                VALUE "Y".
001080 01  WS-RCPRM-REC.
001090     05  PRM-CLASS                     PIC X(08).
001100         88  PRM-ALL-CLASSES           VALUE "*ALL".
001110         88  PRM-PRIVILEGED-ONLY       VALUE SPACES.
001120 77  WS-TODAY                          PIC 9(08).
001130 77  WS-RUN-RC                         PIC 9(02)  VALUE ZERO.
001140 77  WS-CNT-USERS                      PIC 9(08)  VALUE ZERO COMP.
001150 77  WS-CNT-LISTED                     PIC 9(08)  VALUE ZERO COMP.
001160 77  WS-CNT-CLASS                      PIC 9(08)  VALUE ZERO COMP.
001170 77  WS-CNT-NO-ADD-ROW                 PIC 9(08)  VALUE ZERO COMP.
001180 77  WS-CNT-LOCKED                     PIC 9(08)  VALUE ZERO COMP.
001190 COPY CPPOLICY.
001200 77  WS-POL-COUNT                      PIC 9(02)  VALUE ZERO COMP.
001210 77  WS-POL-IDX                        PIC 9(02)  COMP.
001220 77  WS-POL-FOUND-IDX                  PIC 9(02)  COMP.
001230 77  WS-POL-CLASS-WANTED               PIC X(08).
001240 01  WS-POLICY-TABLE.
001250     05  WS-POL-ENTRY OCCURS 10 TIMES  PIC X(40).
001260******************************************************************
001270* THE CLASSES UNDER REVIEW THIS CYCLE, IN VLPOLICY ORDER.        *
001280******************************************************************
001290 77  WS-SEL-COUNT                      PIC 9(02)  VALUE ZERO COMP.
001300 77  WS-SEL-IDX                        PIC 9(02)  COMP.
001310 01  WS-SELECTED-TABLE.
001320     05  WS-SEL-CLASS OCCURS 11 TIMES  PIC X(08).
001330 77  WS-USER-CLASS                     PIC X(08).
001340 COPY CPRCATT.
001350 COPY CPAUDIT.
001360 PROCEDURE DIVISION.
001370
001380******************************************************************
001390* 0000-MAINLINE                                                  *
001400******************************************************************
001410 0000-MAINLINE.
001420     PERFORM 1000-INITIALIZE     THRU 1000-INITIALIZE-EXIT
001430     IF WS-OUTPUT-OPEN
001440         PERFORM 2000-REVIEW-CLASS THRU 2000-REVIEW-CLASS-EXIT
001450             VARYING WS-SEL-IDX FROM 1 BY 1
001460             UNTIL WS-SEL-IDX > WS-SEL-COUNT
001470     END-IF
001480     PERFORM 9000-TERMINATE      THRU 9000-TERMINATE-EXIT
001490     MOVE WS-RUN-RC TO RETURN-CODE
001500     STOP RUN.
001510
001520******************************************************************
001530* 1000-INITIALIZE                                                *
001540* READS THE CARD AND THE POLICY CLASSES, WORKS OUT WHICH CLASSES *
001550* ARE UNDER REVIEW, THEN OPENS THE AUDIT FILES FOR THE KEYED     *
001560* LOOKUPS AND THE TWO OUTPUTS. THE CONTROL FILE IS OPENED OUTPUT *
001570* - A NEW RUN IS A NEW CYCLE, AND THE LAST CYCLE'S DECISIONS ARE *
001580* ALREADY ON VLAUDIT AS ITS EVIDENCE.                            *
001590******************************************************************
001600 1000-INITIALIZE.
001610     ACCEPT WS-TODAY FROM DATE YYYYMMDD
001620     PERFORM 1100-LOAD-RCPRM THRU 1100-LOAD-RCPRM-EXIT
001630     PERFORM 1200-LOAD-POLICY THRU 1200-LOAD-POLICY-EXIT
001640     PERFORM 1300-SELECT-CLASSES THRU 1300-SELECT-CLASSES-EXIT
001650     IF WS-RUN-RC NOT = ZERO
001660         GO TO 1000-INITIALIZE-EXIT
001670     END-IF
001680     OPEN INPUT ARCHIVE-FILE
001690     IF WS-ARCH-STATUS = "00"
001700         SET WS-ARCH-AVAILABLE TO TRUE
001710     END-IF
001720     OPEN INPUT AUDIT-FILE
001730     IF WS-AUDIT-STATUS = "00"
001740         SET WS-AUDIT-AVAILABLE TO TRUE
001750     END-IF
001760     IF NOT WS-ARCH-AVAILABLE AND NOT WS-AUDIT-AVAILABLE
001770         DISPLAY "VLRCERT: NEITHER VLAUDIT NOR VLAUDARC IS"
001780             " AVAILABLE - ADDED AND LAST-ACTION COLUMNS BLANK"
001790     END-IF
001800     OPEN OUTPUT LIST-FILE
001810     OPEN OUTPUT RCCTL-FILE
001820     IF WS-LIST-STATUS NOT = "00" OR WS-RCCTL-STATUS NOT = "00"
001830         DISPLAY "VLRCERT: CANNOT OPEN VLRCLIST/VLRCCTL, STATUS "
001840             WS-LIST-STATUS "/" WS-RCCTL-STATUS
001850         MOVE 08 TO WS-RUN-RC
001860         GO TO 1000-INITIALIZE-EXIT
001870     END-IF
001880     SET WS-OUTPUT-OPEN TO TRUE
001890     .
001900 1000-INITIALIZE-EXIT.
001910     EXIT.
001920
001930******************************************************************
001940* 1100-LOAD-RCPRM                                                *
001950* READS THE CLASS-SELECTION CARD ONCE PER RUN. NO CARD, OR A     *
001960* BLANK ONE, REVIEWS EVERY PRIVILEGED CLASS.                     *
001970******************************************************************
001980 1100-LOAD-RCPRM.
001990     MOVE SPACES TO WS-RCPRM-REC
002000     OPEN INPUT RCPRM-FILE
002010     IF WS-RCPRM-STATUS = "00"
002020         READ RCPRM-FILE INTO WS-RCPRM-REC
002030             AT END CONTINUE
002040         END-READ
002050         CLOSE RCPRM-FILE
002060     END-IF
002070     .
002080 1100-LOAD-RCPRM-EXIT.
002090     EXIT.
002100
002110******************************************************************
002120* 1200-LOAD-POLICY                                               *
002130* READS THE POLICY CLASS FILE ONCE PER RUN, SAME LOAD SHAPE AS   *
002140* VLVALSEN'S.                                                    *
002150******************************************************************
002160 1200-LOAD-POLICY.
002170     OPEN INPUT POLICY-FILE
002180     IF WS-POLICY-STATUS = "00"
002190         PERFORM 1210-LOAD-POLICY-REC
002200             THRU 1210-LOAD-POLICY-REC-EXIT
002210             UNTIL WS-POLICY-STATUS NOT = "00"
002220                 OR WS-POL-COUNT >= 10
002230         CLOSE POLICY-FILE
002240     END-IF
002250     .
002260 1200-LOAD-POLICY-EXIT.
002270     EXIT.
002280
002290******************************************************************
002300* 1210-LOAD-POLICY-REC                                           *
002310******************************************************************
002320 1210-LOAD-POLICY-REC.
002330     MOVE SPACES TO POLICY-FILE-RECORD
002340     READ POLICY-FILE
002350         AT END GO TO 1210-LOAD-POLICY-REC-EXIT
002360     END-READ
002370     IF POLICY-FILE-RECORD NOT = SPACES
002380         ADD 1 TO WS-POL-COUNT
002390         MOVE POLICY-FILE-RECORD TO WS-POL-ENTRY(WS-POL-COUNT)
002400     END-IF
002410     .
002420 1210-LOAD-POLICY-REC-EXIT.
002430     EXIT.
002440
002450******************************************************************
002460* 1300-SELECT-CLASSES                                            *
002470* A NAMED CLASS MUST BE ON VLPOLICY. "*ALL" TAKES EVERY CARD,    *
002480* PLUS "DEFAULT" WHEN THERE IS NO DEFAULT CARD - ITS USERS ARE   *
002490* STILL SCORED AGAINST THE BUILT-IN DEFAULT AND MUST NOT DROP    *
002500* OFF THE REVIEW.                                                *
002510******************************************************************
002520 1300-SELECT-CLASSES.
002530     IF NOT PRM-ALL-CLASSES AND NOT PRM-PRIVILEGED-ONLY
002540         MOVE PRM-CLASS TO WS-POL-CLASS-WANTED
002550         PERFORM 3210-SEARCH-POLICY THRU 3210-SEARCH-POLICY-EXIT
002560         IF WS-POL-FOUND-IDX = 0
002570             DISPLAY "VLRCERT: CLASS " PRM-CLASS
002580                 " ON VLRCPRM IS NOT ON VLPOLICY - NO CYCLE"
002590             MOVE 08 TO WS-RUN-RC
002600             GO TO 1300-SELECT-CLASSES-EXIT
002610         END-IF
002620         MOVE 1 TO WS-SEL-COUNT
002630         MOVE PRM-CLASS TO WS-SEL-CLASS(1)
002640         GO TO 1300-SELECT-CLASSES-EXIT
002650     END-IF
002660     PERFORM 1310-SELECT-ONE THRU 1310-SELECT-ONE-EXIT
002670         VARYING WS-POL-IDX FROM 1 BY 1
002680         UNTIL WS-POL-IDX > WS-POL-COUNT
002690     IF PRM-ALL-CLASSES
002700         MOVE "DEFAULT" TO WS-POL-CLASS-WANTED
002710         PERFORM 3210-SEARCH-POLICY THRU 3210-SEARCH-POLICY-EXIT
002720         IF WS-POL-FOUND-IDX = 0
002730             ADD 1 TO WS-SEL-COUNT
002740             MOVE "DEFAULT" TO WS-SEL-CLASS(WS-SEL-COUNT)
002750         END-IF
002760     END-IF
002770     IF WS-SEL-COUNT = ZERO
002780         DISPLAY "VLRCERT: NO PRIVILEGED CLASS ON VLPOLICY -"
002790             " NOTHING TO REVIEW"
002800         MOVE 04 TO WS-RUN-RC
002810     END-IF
002820     .
002830 1300-SELECT-CLASSES-EXIT.
002840     EXIT.
002850
002860******************************************************************
002870* 1310-SELECT-ONE                                                *
002880******************************************************************
002890 1310-SELECT-ONE.
002900     MOVE WS-POL-ENTRY(WS-POL-IDX) TO WS-POLICY-REC
002910     IF PRM-ALL-CLASSES OR POL-IS-PRIVILEGED
002920         ADD 1 TO WS-SEL-COUNT
002930         MOVE POL-CLASS TO WS-SEL-CLASS(WS-SEL-COUNT)
002940     END-IF
002950     .
002960 1310-SELECT-ONE-EXIT.
002970     EXIT.
002980
002990******************************************************************
003000* 2000-REVIEW-CLASS                                              *
003010* ONE PASS OVER VLUSER FOR THE CLASS AT WS-SEL-IDX - THE LIST    *
003020* COMES OUT CLASS BY CLASS, USERID ORDER WITHIN THE CLASS, SO    *
003030* EACH SECTION CAN GO TO THE MANAGER WHO OWNS THAT CLASS.        *
003040******************************************************************
003050 2000-REVIEW-CLASS.
003060     MOVE ZERO TO WS-CNT-CLASS
003070     DISPLAY "==================================================="
003080     DISPLAY "RECERTIFICATION - CLASS " WS-SEL-CLASS(WS-SEL-IDX)
003090         "   CYCLE OF " WS-TODAY
003100     DISPLAY "USERID   LAST-CHG LOCK   ADDED    ADDED-BY"
003110         " LAST ADMIN ACTION    ON       BY"
003120     OPEN INPUT USER-FILE
003130     IF WS-USER-STATUS NOT = "00"
003140         DISPLAY "VLRCERT: CANNOT OPEN VLUSER, STATUS "
003150             WS-USER-STATUS
003160         MOVE 08 TO WS-RUN-RC
003170         GO TO 2000-REVIEW-CLASS-EXIT
003180     END-IF
003190     MOVE "N" TO WS-EOF-SWITCH
003200     PERFORM 2100-REVIEW-USER THRU 2100-REVIEW-USER-EXIT
003210         UNTIL WS-EOF
003220     CLOSE USER-FILE
003230     DISPLAY "ACCOUNTS FOR REVIEW IN " WS-SEL-CLASS(WS-SEL-IDX)
003240         " . . : " WS-CNT-CLASS
003250     .
003260 2000-REVIEW-CLASS-EXIT.
003270     EXIT.
003280
003290******************************************************************
003300* 2100-REVIEW-USER                                               *
003310* THE USER'S CLASS IS RESOLVED THE WAY VLVALSEN RESOLVES IT - A  *
003320* BLANK OR UNKNOWN CLASS IS SCORED AS "DEFAULT", SO THAT IS      *
003330* WHERE IT IS REVIEWED. A USER WHO CANNOT BE PUT ON THE LIST IS  *
003335* NOT PUT ON VLRCCTL EITHER, SO VLRCAPLY NEVER WAITS ON AN       *
003337* ATTESTATION NO REVIEWER WAS ASKED FOR (RETURN CODE 08).        *
003340******************************************************************
003350 2100-REVIEW-USER.
003360     READ USER-FILE NEXT RECORD
003370         AT END SET WS-EOF TO TRUE
003380             GO TO 2100-REVIEW-USER-EXIT
003390     END-READ
003400     IF WS-SEL-IDX = 1
003410         ADD 1 TO WS-CNT-USERS
003420     END-IF
003430     MOVE USER-POLICY-CLASS TO WS-USER-CLASS
003440     IF WS-USER-CLASS = SPACES
003450         MOVE "DEFAULT" TO WS-USER-CLASS
003460     END-IF
003470     MOVE WS-USER-CLASS TO WS-POL-CLASS-WANTED
003480     PERFORM 3210-SEARCH-POLICY THRU 3210-SEARCH-POLICY-EXIT
003490     IF WS-POL-FOUND-IDX = 0
003500         MOVE "DEFAULT" TO WS-USER-CLASS
003510     END-IF
003520     IF WS-USER-CLASS NOT = WS-SEL-CLASS(WS-SEL-IDX)
003530         GO TO 2100-REVIEW-USER-EXIT
003540     END-IF
003550     MOVE SPACES TO WS-RCATT-REC
003560     MOVE USER-USERID TO RCA-USERID
003570     MOVE WS-USER-CLASS TO RCA-POLICY-CLASS
003580     MOVE USER-LAST-CHANGED TO RCA-LAST-CHANGED
003590     EVALUATE TRUE
003600         WHEN USER-ADMIN-LOCKED
003610             MOVE "ADMIN" TO RCA-LOCK-STATE
003620             ADD 1 TO WS-CNT-LOCKED
003630         WHEN USER-ACCOUNT-LOCKED
003640             MOVE "LOCKED" TO RCA-LOCK-STATE
003650             ADD 1 TO WS-CNT-LOCKED
003660         WHEN OTHER
003670             MOVE "OPEN" TO RCA-LOCK-STATE
003680     END-EVALUATE
003690     PERFORM 2200-FIND-HISTORY THRU 2200-FIND-HISTORY-EXIT
003700     IF RCA-ADDED-DATE = SPACES
003710         MOVE "UNKNOWN" TO RCA-ADDED-DATE
003720         ADD 1 TO WS-CNT-NO-ADD-ROW
003730     END-IF
003740     IF RCA-LAST-ACTION = SPACES
003750         MOVE "NONE ON RECORD" TO RCA-LAST-ACTION
003760     END-IF
003770     MOVE WS-RCATT-REC TO LIST-FILE-RECORD
003780     WRITE LIST-FILE-RECORD
003782     IF WS-LIST-STATUS NOT = "00"
003784         DISPLAY "VLRCERT: VLRCLIST WRITE FAILED FOR " USER-USERID
003786             ", STATUS " WS-LIST-STATUS " - NOT RECORDED"
003788         MOVE 08 TO WS-RUN-RC
003789         GO TO 2100-REVIEW-USER-EXIT
003790     END-IF
003795     MOVE SPACES TO WS-RCCTL-REC
003800     MOVE USER-USERID TO RCC-USERID
003810     MOVE WS-USER-CLASS TO RCC-POLICY-CLASS
003820     MOVE WS-TODAY TO RCC-CYCLE-DATE
003830     SET RCC-OUTSTANDING TO TRUE
003840     MOVE ZERO TO RCC-ATTESTED-DATE
003850     WRITE WS-RCCTL-REC
003860         INVALID KEY
003870             DISPLAY "VLRCERT: " USER-USERID
003880                 " ALREADY ON VLRCCTL - NOT RECORDED TWICE"
003890     END-WRITE
003900     ADD 1 TO WS-CNT-CLASS
003910     ADD 1 TO WS-CNT-LISTED
003920     DISPLAY RCA-USERID " " RCA-LAST-CHANGED " " RCA-LOCK-STATE
003930         " " RCA-ADDED-DATE " " RCA-ADDED-BY " " RCA-LAST-ACTION
003940         " " RCA-LAST-ACTION-DATE " " RCA-LAST-ACTION-BY
003950     .
003960 2100-REVIEW-USER-EXIT.
003970     EXIT.
003980
003990******************************************************************
004000* 2200-FIND-HISTORY                                              *
004010* THE USER'S OWN ROWS, ARCHIVE FIRST THEN THE LIVE LOG - EACH    *
004020* COMES BACK IN TIME ORDER OFF THE USERID KEY, SO THE LAST ROW   *
004030* OF A KIND SEEN IS THE LATEST.                                  *
004040******************************************************************
004050 2200-FIND-HISTORY.
004060     IF WS-ARCH-AVAILABLE
004070         MOVE "N" TO WS-TRAIL-EOF-SWITCH
004080         MOVE USER-USERID TO AUDX-USERID OF ARCHIVE-FILE-RECORD
004090         MOVE LOW-VALUES TO AUDX-TIMESTAMP OF ARCHIVE-FILE-RECORD
004100                            AUDX-KEY-SEQ OF ARCHIVE-FILE-RECORD
004110         START ARCHIVE-FILE
004120             KEY IS NOT LESS THAN AUDX-KEY OF ARCHIVE-FILE-RECORD
004130             INVALID KEY SET WS-TRAIL-EOF TO TRUE
004140         END-START
004150         PERFORM 2210-READ-ARCH-ROW THRU 2210-READ-ARCH-ROW-EXIT
004160             UNTIL WS-TRAIL-EOF
004170     END-IF
004180     IF WS-AUDIT-AVAILABLE
004190         MOVE "N" TO WS-TRAIL-EOF-SWITCH
004200         MOVE USER-USERID TO AUDX-USERID OF AUDIT-FILE-RECORD
004210         MOVE LOW-VALUES TO AUDX-TIMESTAMP OF AUDIT-FILE-RECORD
004220                            AUDX-KEY-SEQ OF AUDIT-FILE-RECORD
004230         START AUDIT-FILE
004240             KEY IS NOT LESS THAN AUDX-KEY OF AUDIT-FILE-RECORD
004250             INVALID KEY SET WS-TRAIL-EOF TO TRUE
004260         END-START
004270         PERFORM 2220-READ-AUDIT-ROW THRU 2220-READ-AUDIT-ROW-EXIT
004280             UNTIL WS-TRAIL-EOF
004290     END-IF
004300     .
004310 2200-FIND-HISTORY-EXIT.
004320     EXIT.
004330
004340******************************************************************
004350* 2210-READ-ARCH-ROW                                             *
004360******************************************************************
004370 2210-READ-ARCH-ROW.
004380     READ ARCHIVE-FILE NEXT RECORD
004390         AT END SET WS-TRAIL-EOF TO TRUE
004400             GO TO 2210-READ-ARCH-ROW-EXIT
004410     END-READ
004420     IF AUDX-USERID OF ARCHIVE-FILE-RECORD NOT = USER-USERID
004430         SET WS-TRAIL-EOF TO TRUE
004440         GO TO 2210-READ-ARCH-ROW-EXIT
004450     END-IF
004460     MOVE AUDX-ROW OF ARCHIVE-FILE-RECORD TO WS-AUDIT-REC
004470     PERFORM 2300-NOTE-ROW THRU 2300-NOTE-ROW-EXIT
004480     .
004490 2210-READ-ARCH-ROW-EXIT.
004500     EXIT.
004510
004520******************************************************************
004530* 2220-READ-AUDIT-ROW                                            *
004540******************************************************************
004550 2220-READ-AUDIT-ROW.
004560     READ AUDIT-FILE NEXT RECORD
004570         AT END SET WS-TRAIL-EOF TO TRUE
004580             GO TO 2220-READ-AUDIT-ROW-EXIT
004590     END-READ
004600     IF AUDX-USERID OF AUDIT-FILE-RECORD NOT = USER-USERID
004610         SET WS-TRAIL-EOF TO TRUE
004620         GO TO 2220-READ-AUDIT-ROW-EXIT
004630     END-IF
004640     MOVE AUDX-ROW OF AUDIT-FILE-RECORD TO WS-AUDIT-REC
004650     PERFORM 2300-NOTE-ROW THRU 2300-NOTE-ROW-EXIT
004660     .
004670 2220-READ-AUDIT-ROW-EXIT.
004680     EXIT.
004690
004700******************************************************************
004710* 2300-NOTE-ROW                                                  *
004720* AN ADMIN ACTION IS A PASSED ROW WITH AN OPERATOR ON IT - THE   *
004730* USER'S OWN VALIDATIONS CARRY NONE, AND A REJECTED CARD NEVER   *
004740* TOUCHED THE ACCOUNT. THE ADD ITSELF IS EITHER VLUSRMNT'S OR    *
004750* VLHRSYNC'S; A USERID DELETED AND ADDED AGAIN SHOWS THE LATER   *
004760* ADD.                                                           *
004770******************************************************************
004780 2300-NOTE-ROW.
004790     IF NOT AUD-PASSED OR AUD-OPERATOR = SPACES
004800         GO TO 2300-NOTE-ROW-EXIT
004810     END-IF
004820     IF AUD-REASON-TEXT = "ADMIN ADD USER"
004830         OR AUD-REASON-TEXT = "HR FEED ADD"
004840         MOVE AUD-TIMESTAMP(1:8) TO RCA-ADDED-DATE
004850         MOVE AUD-OPERATOR TO RCA-ADDED-BY
004860     END-IF
004870     MOVE AUD-REASON-TEXT TO RCA-LAST-ACTION
004880     MOVE AUD-TIMESTAMP(1:8) TO RCA-LAST-ACTION-DATE
004890     MOVE AUD-OPERATOR TO RCA-LAST-ACTION-BY
004900     .
004910 2300-NOTE-ROW-EXIT.
004920     EXIT.
004930
004940******************************************************************
004950* 3210-SEARCH-POLICY                                             *
004960******************************************************************
004970 3210-SEARCH-POLICY.
004980     MOVE 0 TO WS-POL-FOUND-IDX
004990     PERFORM VARYING WS-POL-IDX FROM 1 BY 1
005000             UNTIL WS-POL-IDX > WS-POL-COUNT
005010                 OR WS-POL-FOUND-IDX > 0
005020         IF WS-POL-ENTRY(WS-POL-IDX)(1:8)
005030             = WS-POL-CLASS-WANTED
005040             MOVE WS-POL-IDX TO WS-POL-FOUND-IDX
005050         END-IF
005060     END-PERFORM
005070     .
005080 3210-SEARCH-POLICY-EXIT.
005090     EXIT.
005100
005110******************************************************************
005120* 9000-TERMINATE                                                 *
005130* CLOSES THE FILES AND PRINTS THE CYCLE SUMMARY.                 *
005140******************************************************************
005150 9000-TERMINATE.
005160     IF WS-OUTPUT-OPEN
005170         CLOSE LIST-FILE
005180         CLOSE RCCTL-FILE
005190     END-IF
005200     IF WS-ARCH-AVAILABLE
005210         CLOSE ARCHIVE-FILE
005220     END-IF
005230     IF WS-AUDIT-AVAILABLE
005240         CLOSE AUDIT-FILE
005250     END-IF
005260     DISPLAY "==================================================="
005270     DISPLAY "        RECERTIFICATION REVIEW LIST SUMMARY"
005280     DISPLAY "==================================================="
005290     DISPLAY "CYCLE DATE . . . . . . . . . . : " WS-TODAY
005300     DISPLAY "CLASSES UNDER REVIEW . . . . . : " WS-SEL-COUNT
005310     DISPLAY "VLUSER RECORDS READ  . . . . . : " WS-CNT-USERS
005320     DISPLAY "ACCOUNTS LISTED FOR REVIEW . . : " WS-CNT-LISTED
005330     DISPLAY "  CURRENTLY LOCKED . . . . . . : " WS-CNT-LOCKED
005340     DISPLAY "  NO ADD ROW ON THE AUDIT LOG  : " WS-CNT-NO-ADD-ROW
005350     IF WS-CNT-LISTED > ZERO
005360         DISPLAY "MARK EACH VLRCLIST LINE KEEP, DOWNGRADE (WITH"
005370             " THE NEW CLASS) OR REVOKE, WITH THE REVIEWER'S"
005380         DISPLAY "USERID, AND RETURN IT AS VLRCATT FOR VLRCAPLY."
005390     END-IF
005400     IF WS-RUN-RC = ZERO AND WS-CNT-LISTED = ZERO
005410         MOVE 04 TO WS-RUN-RC
005420     END-IF
005430     DISPLAY "==================================================="
005440     .
005450 9000-TERMINATE-EXIT.
005460     EXIT.
005470
005480 END PROGRAM VLRCERT.
