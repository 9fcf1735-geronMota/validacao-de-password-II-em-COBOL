000060*               MASTER FILE. READS A TRANSACTION FILE (VLMNTIN)
000070*               OF ADMIN ACTIONS - UNLOCK A USERID, RESET ITS
000080*               FAILURE COUNT, FORCE-EXPIRE ITS PASSWORD, ADD A
000090*               NEW USER, DELETE A LEAVER, LOCK A USERID
000091*               ADMINISTRATIVELY, MOVE IT TO ANOTHER POLICY
000095*               CLASS - APPLIES EACH ONE
000100*               AGAINST VLUSER, AND APPENDS ONE VLAUDIT ROW PER
000110*               ACTION WITH THE OPERATOR WHO KEYED IT, SO THE
000120*               LOCK/UNLOCK TRAIL IS COMPLETE WITHOUT ANYONE
000130*               HAND-EDITING THE INDEXED FILE. EVERY CARD'S
000131*               OPERATOR MUST BE ON THE VLOPER OPERATOR MASTER
000132*               WITH AUTHORITY FOR THE ACTION, AND AN ACTION
000133*               AGAINST A PRIVILEGED-CLASS USER WAITS ON VLPEND
000134*               UNTIL A SECOND OPERATOR'S APPROVE CARD.
000135*               SET-UP: VLOPER IS ISSUED WITH THE BATCH FEEDS'
000136*               OPERATORS ONLY (HRFEED, DORMANT, RECERT). BEFORE
000137*               THE FIRST RUN THE SITE MUST ADD ONE VLOPER CARD
000138*               (CPOPER LAYOUT) FOR EVERY HELPDESK AND SECURITY-
000139*               ADMIN OPERATOR, OR EVERY HAND-KEYED CARD IS
000141*               REJECTED AS UNKNOWN OPERATOR. EXAMPLE - UNLOCK,
000143*               RESET, EXPIRE, TEMPPWD AND LOCK, NO APPROVE:
000145*                   HD0001  HELPDESK OPERATOR 1 YYYYNNYYNN
000147* Tectonics   : cobc
000150*-----------------------------------------------------------------
000160* MODIFICATION HISTORY
000170*   DATE     INIT DESCRIPTION
000211*                 8000/8200 PARAGRAPHS, INCLUDING THE CLASS'S
000212*                 POL-MAX-LENGTH BOUND - THE VLPOLICY CARD IS
000213*                 LOADED FOR THAT.
000214*   26/10/15 GM   NEW LOCK ACTION - AN ADMINISTRATIVE LOCK
000215*                 (USER-LOCK-SWITCH "A") THAT VLVALSEN'S TIMED
000216*                 AUTO-UNLOCK NEVER CLEARS, ONLY AN UNLOCK CARD.
000217*                 THE VLDORMNT DORMANT-ACCOUNT SWEEP GENERATES
000218*                 THESE CARDS IN REVIEW MODE. POLICY CARD IS 39
000219*                 WIDE NOW.
000220*   26/10/15 GM   OPERATOR AUTHORITY AND MAKER-CHECKER. A CARD
000221*                 FROM AN OPERATOR NOT ON VLOPER, INACTIVE, OR
000222*                 WITHOUT THAT ACTION'S FLAG IS REJECTED AND
000223*                 AUDITED. AN ACTION AGAINST A USER IN A CLASS
000224*                 WITH POL-PRIVILEGED "Y" (FOR AN ADD, THE CLASS
000225*                 ON THE CARD) IS PARKED ON VLPEND INSTEAD, AND
000226*                 APPLIED ONLY ON AN APPROVE CARD FROM A SECOND,
000227*                 DIFFERENT OPERATOR - THE AUDIT ROW THEN CARRIES
000228*                 THE MAKER IN AUD-OPERATOR AND THE CHECKER IN
000229*                 AUD-APPROVER. A LOCK IS NEVER PARKED - IT ONLY
000230*                 TAKES ACCESS AWAY. A PARKED TEMPPWD KEEPS ONLY
000231*                 ITS SALT AND HASHES. POLICY CARD 40 WIDE, AUDIT
000232*                 ROW 73 WIDE.
000233*   26/10/15 GM   AUDIT ROWS GO THROUGH VLAUDWRT NOW, WHICH
000234*                 NUMBERS AND CHAINS EACH ONE - THIS PROGRAM NO
000235*                 LONGER OPENS VLAUDIT ITSELF.
000236*   26/10/15 GM   AN APPLIED TEMPPWD OR DELETE IS ALSO RAISED AS A
000237*                 SECURITY EVENT ON VLSECEVT (VLSECWRT) FOR THE
000238*                 SOC.
000239*   26/10/15 GM   NEW CLASS ACTION - MOVES THE USER TO THE
000240*                 VLPOLICY CLASS NAMED ON THE CARD, WHICH MUST BE
000241*                 ON VLPOLICY. NEEDS OPR-AUTH-CLASS. LIKE AN ADD,
000242*                 IT IS PARKED FOR APPROVAL WHEN THE CLASS ON THE
000243*                 CARD IS PRIVILEGED; A MOVE OUT OF A PRIVILEGED
000244*                 CLASS ONLY TAKES ACCESS AWAY AND APPLIES AT
000245*                 ONCE. THE RECERTIFICATION DOWNGRADES ARRIVE
000246*                 THIS WAY.
000247*   26/10/15 GM   AN APPLIED TEMPPWD ALSO TELLS THE USER, ON THE
000248*                 VLNOTIFY MAIL EXTRACT THROUGH VLNTFWRT, THAT A
000249*                 TEMPORARY PASSWORD WAS ISSUED.
000250*   26/10/15 GM   A CLASS CARD IS PARKED FOR APPROVAL WHEN EITHER
000251*                 THE CURRENT OR THE NEW CLASS IS PRIVILEGED - A
000252*                 MOVE OUT OF A PRIVILEGED CLASS NO LONGER APPLIES
000253*                 AT ONCE, OR ONE OPERATOR COULD DOWNGRADE AN
000254*                 ACCOUNT AND THEN RESET IT UNCHECKED. RECERT
000255*                 DOWNGRADES NOW WAIT FOR APPROVE, AS REVOKES DO.
000256*   26/10/15 GM   AN AUDIT ROW VLAUDWRT COULD NOT WRITE IS
000257*                 DISPLAYED AND COUNTED, AND ENDS THE RUN WITH
000258*                 RETURN CODE 04 - THE ACTION STANDS ON VLUSER
000259*                 WITHOUT ITS AUDIT ROW.
000260*   26/10/15 GM   A TEMPPWD NOTICE VLNTFWRT COULD NOT WRITE IS
000261*                 DISPLAYED AND COUNTED, AND ENDS THE RUN WITH
000262*                 RETURN CODE 04.
000263******************************************************************
000264 IDENTIFICATION DIVISION.
000265 PROGRAM-ID. VLUSRMNT.
000266 ENVIRONMENT DIVISION.
000267 INPUT-OUTPUT SECTION.
000268 FILE-CONTROL.
000269     SELECT MAINT-INPUT-FILE ASSIGN TO "VLMNTIN"
000270         ORGANIZATION IS LINE SEQUENTIAL
000280         FILE STATUS IS WS-MNTIN-STATUS.
000290     SELECT USER-FILE ASSIGN TO "VLUSER"
000333         ACCESS MODE IS DYNAMIC
000334         RECORD KEY IS HIST-USERID
000335         FILE STATUS IS WS-HIST-STATUS.
000362     SELECT POLICY-FILE ASSIGN TO "VLPOLICY"
000364         ORGANIZATION IS LINE SEQUENTIAL
000366         FILE STATUS IS WS-POLICY-STATUS.
000367     SELECT OPERATOR-FILE ASSIGN TO "VLOPER"
000368         ORGANIZATION IS LINE SEQUENTIAL
000369         FILE STATUS IS WS-OPER-STATUS.
000370     SELECT PEND-FILE ASSIGN TO "VLPEND"
000371         ORGANIZATION IS INDEXED
000372         ACCESS MODE IS DYNAMIC
000373         RECORD KEY IS PND-KEY
000374         FILE STATUS IS WS-PEND-STATUS.
000375 DATA DIVISION.
000380 FILE SECTION.
000390 FD  MAINT-INPUT-FILE.
000400 COPY CPMNTIN.
000420 COPY CPUSER.
000422 FD  HISTORY-FILE.
000424 COPY CPHIST.
000442 FD  POLICY-FILE.
000444 01  POLICY-FILE-RECORD                PIC X(40).
000446 FD  OPERATOR-FILE.
000447 01  OPERATOR-FILE-RECORD              PIC X(41).
000448 FD  PEND-FILE.
000449 COPY CPPEND.
000450 WORKING-STORAGE SECTION.
000460 77  WS-MNTIN-STATUS                   PIC X(02)  VALUE "00".
000470 77  WS-USER-STATUS                    PIC X(02)  VALUE "00".
000472 77  WS-HIST-STATUS                    PIC X(02)  VALUE "00".
000490 77  WS-EOF-SWITCH                     PIC X(01)  VALUE "N".
000500     88  WS-EOF                        VALUE "Y".
000510 77  WS-APPLIED-SWITCH                 PIC X(01)  VALUE "N".
000560 77  WS-AUDIT-TIME-FULL                PIC 9(08).
000570 77  WS-AUDIT-TIME                     PIC 9(06).
000580 77  WS-DATE-INT                       PIC 9(08)  COMP.
000582 77  WS-CNT-READ                       PIC 9(08)  VALUE ZERO COMP.
000584 77  WS-CNT-APPLIED                    PIC 9(08)  VALUE ZERO COMP.
000586 77  WS-CNT-REJECTED                   PIC 9(08)  VALUE ZERO COMP.
000588 77  WS-ACTION-TEXT                    PIC X(20)  VALUE SPACES.
000590 77  WS-CNT-QUEUED                     PIC 9(08)  VALUE ZERO COMP.
000592 77  WS-CNT-AUDIT-FAILED               PIC 9(08)  VALUE ZERO COMP.
000595 77  WS-CNT-NOTICE-FAILED              PIC 9(08)  VALUE ZERO COMP.
000596 77  WS-RUN-RC                         PIC 9(02)  VALUE ZERO.
000597 77  WS-QUEUED-SWITCH                  PIC X(01)  VALUE "N".
000598     88  WS-TRANS-QUEUED               VALUE "Y".
000599 77  WS-PENDING-SWITCH                 PIC X(01)  VALUE "N".
000600     88  WS-FROM-PENDING               VALUE "Y".
000601 77  WS-PRIV-SWITCH                    PIC X(01)  VALUE "N".
000602     88  WS-TARGET-PRIVILEGED          VALUE "Y".
000603 77  WS-APPROVER                       PIC X(08)  VALUE SPACES.
000604 77  WS-TARGET-CLASS                   PIC X(08)  VALUE SPACES.
000605 77  WS-CHECK-OPERATOR                 PIC X(08).
000606 77  WS-CHECK-ACTION                   PIC X(08).
000607 77  WS-AUTH-FLAG                      PIC X(01).
000608 77  WS-PEND-STATUS                    PIC X(02)  VALUE "00".
000609 77  WS-OPER-STATUS                    PIC X(02)  VALUE "00".
000610 77  WS-OPR-COUNT                      PIC 9(03)  VALUE ZERO COMP.
000611 77  WS-OPR-IDX                        PIC 9(03)  COMP.
000612 77  WS-OPR-FOUND-IDX                  PIC 9(03)  COMP.
000613 01  WS-OPERATOR-TABLE.
000614     05  WS-OPR-ENTRY OCCURS 100 TIMES PIC X(41).
000620 COPY CPOPER.
000621 COPY CPPOLICY.
000622 77  WS-POLICY-STATUS                  PIC X(02)  VALUE "00".
000623 77  WS-POL-COUNT                      PIC 9(02)  VALUE ZERO COMP.
000625 77  WS-POL-FOUND-IDX                  PIC 9(02)  COMP.
000626 77  WS-POL-CLASS-WANTED               PIC X(08).
000627 01  WS-POLICY-TABLE.
000628     05  WS-POL-ENTRY OCCURS 10 TIMES  PIC X(40).
000629 77  WS-HASH-VALUE                     PIC 9(08)  COMP.
000630 77  WS-HASH-TEMP                      PIC 9(10)  COMP.
000631 77  WS-DIVIDE-QUOT                    PIC 9(10)  COMP.
000641 77  WS-SALT-WORK                      PIC 9(18)  COMP.
000642 77  WS-SALT-QUOT                      PIC 9(18)  COMP.
000643 77  WS-SALT-SEQ                       PIC 9(04)  VALUE ZERO COMP.
000644 COPY CPAUDIT.
000645 COPY LKAUDWRT.
000646 COPY CPSECEVT.
000647 COPY LKSECWRT.
000648 COPY CPNOTIFY.
000649 COPY LKNTFWRT.
000650 PROCEDURE DIVISION.
000651
000660******************************************************************
000670* 0000-MAINLINE                                                  *
000680******************************************************************
000710     PERFORM 2000-PROCESS-FILE   THRU 2000-PROCESS-FILE-EXIT
000720         UNTIL WS-EOF
000730     PERFORM 9000-TERMINATE      THRU 9000-TERMINATE-EXIT
000735     MOVE WS-RUN-RC TO RETURN-CODE
000740     STOP RUN.
000750
000760******************************************************************
000770* 1000-INITIALIZE                                                *
000780* OPENS THE TRANSACTION FILE, THE USER MASTER AND VLHIST, AND    *
000790* VLPEND - THE MAKER-CHECKER FILE OF CARDS PARKED FOR APPROVAL - *
000800* EACH CREATED IF THIS IS A NEW SITE, SAME PATTERN AS VLVALSEN.  *
000802* THEN LOADS VLPOLICY AND THE VLOPER OPERATOR MASTER. AUDIT ROWS *
000804* GO THROUGH VLAUDWRT, WHICH OPENS VLAUDIT ITSELF.               *
000810******************************************************************
000820 1000-INITIALIZE.
000830     OPEN INPUT MAINT-INPUT-FILE
000956         CLOSE HISTORY-FILE
000957         OPEN I-O HISTORY-FILE
000958     END-IF
000966     OPEN I-O PEND-FILE
000974     IF WS-PEND-STATUS = "35"
000982         OPEN OUTPUT PEND-FILE
000990         CLOSE PEND-FILE
000998         OPEN I-O PEND-FILE
001011     END-IF
001012     PERFORM 0100-LOAD-POLICY THRU 0100-LOAD-POLICY-EXIT
001013     PERFORM 0150-LOAD-OPERATORS THRU 0150-LOAD-OPERATORS-EXIT
001020     PERFORM 2100-READ-INPUT THRU 2100-READ-INPUT-EXIT
001030     .
001040 1000-INITIALIZE-EXIT.
001094     EXIT.
001095
001096******************************************************************
001097* 0150-LOAD-OPERATORS                                            *
001098* READS THE VLOPER OPERATOR MASTER ONCE PER RUN, SAME LOAD SHAPE *
001099* AS THE POLICY CLASSES. A SITE WITHOUT THE FILE GETS EVERY CARD *
001100* REJECTED AS FROM AN UNKNOWN OPERATOR - NOBODY IS AUTHORISED    *
001101* UNTIL SECURITY SAYS SO.                                        *
001102******************************************************************
001103 0150-LOAD-OPERATORS.
001104     OPEN INPUT OPERATOR-FILE
001105     IF WS-OPER-STATUS NOT = "00"
001106         DISPLAY "VLUSRMNT: VLOPER NOT AVAILABLE (STATUS "
001107             WS-OPER-STATUS ") - EVERY CARD WILL BE REJECTED"
001108         GO TO 0150-LOAD-OPERATORS-EXIT
001109     END-IF
001110     PERFORM 0160-LOAD-OPERATOR-REC
001111         THRU 0160-LOAD-OPERATOR-REC-EXIT
001112         UNTIL WS-OPER-STATUS NOT = "00"
001113             OR WS-OPR-COUNT >= 100
001114     CLOSE OPERATOR-FILE
001115     .
001116 0150-LOAD-OPERATORS-EXIT.
001117     EXIT.
001118
001119******************************************************************
001120* 0160-LOAD-OPERATOR-REC                                         *
001121******************************************************************
001122 0160-LOAD-OPERATOR-REC.
001123     MOVE SPACES TO OPERATOR-FILE-RECORD
001124     READ OPERATOR-FILE
001125         AT END GO TO 0160-LOAD-OPERATOR-REC-EXIT
001126     END-READ
001127     IF OPERATOR-FILE-RECORD(1:8) NOT = SPACES
001128         ADD 1 TO WS-OPR-COUNT
001129         MOVE OPERATOR-FILE-RECORD TO WS-OPR-ENTRY(WS-OPR-COUNT)
001130     END-IF
001131     .
001132 0160-LOAD-OPERATOR-REC-EXIT.
001133     EXIT.
001134
001135******************************************************************
001136* 0200-SELECT-POLICY                                             *
001137* PICKS THE CLASS THE TARGET USER IS SCORED AGAINST - THE CLASS  *
001138* ON THE VLUSER RECORD, THEN "DEFAULT", THEN THE SAME BUILT-IN   *
001139* RULE VLVALSEN FALLS BACK TO.                                   *
001140******************************************************************
001141 0200-SELECT-POLICY.
001142     MOVE USER-POLICY-CLASS TO WS-POL-CLASS-WANTED
001143     PERFORM 0220-PICK-POLICY THRU 0220-PICK-POLICY-EXIT
001144     .
001145 0200-SELECT-POLICY-EXIT.
001146     EXIT.
001147
001148******************************************************************
001149* 0220-PICK-POLICY                                               *
001150* LOADS WS-POLICY-REC FOR THE CLASS IN WS-POL-CLASS-WANTED, WITH *
001151* THE "DEFAULT" AND BUILT-IN FALLBACKS.                          *
001152******************************************************************
001153 0220-PICK-POLICY.
001154     IF WS-POL-CLASS-WANTED = SPACES
001155         MOVE "DEFAULT" TO WS-POL-CLASS-WANTED
001156     END-IF
001157     PERFORM 0210-SEARCH-POLICY
001158         THRU 0210-SEARCH-POLICY-EXIT
001159     IF WS-POL-FOUND-IDX = 0
001160         AND WS-POL-CLASS-WANTED NOT = "DEFAULT"
001161         MOVE "DEFAULT" TO WS-POL-CLASS-WANTED
001162         PERFORM 0210-SEARCH-POLICY
001163             THRU 0210-SEARCH-POLICY-EXIT
001164     END-IF
001165     IF WS-POL-FOUND-IDX > 0
001166         MOVE WS-POL-ENTRY(WS-POL-FOUND-IDX) TO WS-POLICY-REC
001167     ELSE
001168         MOVE "DEFAULT" TO POL-CLASS
001169         MOVE 08 TO POL-MIN-LENGTH
001170         MOVE 08 TO POL-MAX-LENGTH
001171         MOVE 01 TO POL-MIN-UPPER
001172         MOVE 01 TO POL-MIN-LOWER
001173         MOVE 01 TO POL-MIN-DIGIT
001174         MOVE 00 TO POL-MIN-SPECIAL
001175         MOVE 05 TO POL-MAX-FAILURES
001176         MOVE 00 TO POL-GRACE-LOGINS
001177         MOVE 000 TO POL-LOCK-DAYS
001178         MOVE 000 TO POL-TEMP-DAYS
001179         MOVE 000 TO POL-MIN-AGE
001180         MOVE 000 TO POL-DORMANT-DAYS
001181         MOVE 000 TO POL-RETIRE-DAYS
001182         MOVE "N" TO POL-PRIVILEGED
001183     END-IF
001184     .
001185 0220-PICK-POLICY-EXIT.
001186     EXIT.
001187
001188******************************************************************
001189* 0210-SEARCH-POLICY                                             *
001190******************************************************************
001191 0210-SEARCH-POLICY.
001192     MOVE 0 TO WS-POL-FOUND-IDX
001193     PERFORM VARYING WS-POL-IDX FROM 1 BY 1
001194             UNTIL WS-POL-IDX > WS-POL-COUNT
001195                 OR WS-POL-FOUND-IDX > 0
001196         IF WS-POL-ENTRY(WS-POL-IDX)(1:8)
001197             = WS-POL-CLASS-WANTED
001198             MOVE WS-POL-IDX TO WS-POL-FOUND-IDX
001199         END-IF
001200     END-PERFORM
001201     .
001202 0210-SEARCH-POLICY-EXIT.
001203     EXIT.
001204
001205******************************************************************
001206* 2000-PROCESS-FILE                                              *
001207******************************************************************
001208 2000-PROCESS-FILE.
001209     ADD 1 TO WS-CNT-READ
001210     PERFORM 3000-APPLY-TRANS THRU 3000-APPLY-TRANS-EXIT
001211     PERFORM 3950-CLEAR-PENDING THRU 3950-CLEAR-PENDING-EXIT
001212     PERFORM 9100-WRITE-AUDIT THRU 9100-WRITE-AUDIT-EXIT
001213     PERFORM 9150-RAISE-EVENT THRU 9150-RAISE-EVENT-EXIT
001214     PERFORM 9160-RAISE-NOTICE THRU 9160-RAISE-NOTICE-EXIT
001215     PERFORM 2100-READ-INPUT  THRU 2100-READ-INPUT-EXIT
001216     .
001217 2000-PROCESS-FILE-EXIT.
001218     EXIT.
001219
001220******************************************************************
001221* 2100-READ-INPUT                                                *
001222******************************************************************
001223 2100-READ-INPUT.
001230     READ MAINT-INPUT-FILE
001240         AT END SET WS-EOF TO TRUE
001250     END-READ
001290
001300******************************************************************
001310* 3000-APPLY-TRANS                                               *
001320* APPLIES ONE TRANSACTION AGAINST VLUSER. THE OPERATOR MUST BE   *
001322* ON VLOPER WITH AUTHORITY FOR THE ACTION BEFORE ANYTHING IS     *
001324* LOOKED AT. EVERY ACTION EXCEPT ADD NEEDS THE USERID ON FILE    *
001330* ALREADY; ADD NEEDS IT ABSENT. AN ACTION AGAINST A PRIVILEGED-  *
001332* CLASS USER IS PARKED ON VLPEND FOR A SECOND OPERATOR, AND AN   *
001334* APPROVE CARD BRINGS IT BACK HERE AS THE MAKER'S OWN CARD.      *
001340* A TRANSACTION THAT CANNOT BE APPLIED IS REPORTED AND AUDITED   *
001350* AS A FAILURE, NEVER HALF-APPLIED.                              *
001360******************************************************************
001370 3000-APPLY-TRANS.
001380     MOVE "N" TO WS-APPLIED-SWITCH
001390     MOVE "N" TO WS-USER-FOUND-SWITCH
001392     MOVE "N" TO WS-QUEUED-SWITCH
001394     MOVE "N" TO WS-PENDING-SWITCH
001397     MOVE SPACES TO WS-ACTION-TEXT
001400     MOVE SPACES TO WS-TARGET-CLASS
001402     MOVE SPACES TO WS-APPROVER
001410     MOVE MNT-USERID TO USER-USERID
001420     IF MNT-USERID = SPACES
001430         MOVE "BLANK USERID" TO WS-ACTION-TEXT
001440         GO TO 3000-APPLY-TRANS-REJECT
001450     END-IF
001452     MOVE MNT-OPERATOR TO WS-CHECK-OPERATOR
001454     MOVE MNT-ACTION TO WS-CHECK-ACTION
001456     PERFORM 3050-CHECK-AUTHORITY THRU 3050-CHECK-AUTHORITY-EXIT
001457     IF WS-ACTION-TEXT NOT = SPACES
001458         GO TO 3000-APPLY-TRANS-REJECT
001459     END-IF
001460     READ USER-FILE
001470         INVALID KEY CONTINUE
001471         NOT INVALID KEY SET WS-USER-FOUND TO TRUE
001472     END-READ
001473     MOVE USER-POLICY-CLASS TO WS-TARGET-CLASS
001474     IF MNT-ACT-APPROVE
001475         PERFORM 3800-APPROVE-PENDING
001476             THRU 3800-APPROVE-PENDING-EXIT
001477         IF WS-ACTION-TEXT NOT = SPACES
001478             GO TO 3000-APPLY-TRANS-REJECT
001479         END-IF
001480     END-IF
001481     IF MNT-ACT-ADD AND WS-USER-FOUND
001482         MOVE "USERID ALREADY ON FILE" TO WS-ACTION-TEXT
001483         GO TO 3000-APPLY-TRANS-REJECT
001484     END-IF
001485     IF NOT MNT-ACT-ADD AND NOT WS-USER-FOUND
001486         MOVE "USERID NOT ON FILE" TO WS-ACTION-TEXT
001487         GO TO 3000-APPLY-TRANS-REJECT
001493     END-IF
001494     IF NOT WS-FROM-PENDING AND NOT MNT-ACT-LOCK
001495         PERFORM 3060-CHECK-PRIVILEGED
001496             THRU 3060-CHECK-PRIVILEGED-EXIT
001497         IF WS-TARGET-PRIVILEGED
001498             PERFORM 3900-QUEUE-PENDING
001499                 THRU 3900-QUEUE-PENDING-EXIT
001500             IF WS-TRANS-QUEUED
001501                 ADD 1 TO WS-CNT-QUEUED
001502                 DISPLAY "VLUSRMNT: QUEUED " MNT-ACTION " "
001503                     MNT-USERID " - AWAITING APPROVAL"
001504                 GO TO 3000-APPLY-TRANS-EXIT
001505             END-IF
001506             GO TO 3000-APPLY-TRANS-REJECT
001507         END-IF
001508     END-IF
001509     EVALUATE TRUE
001510         WHEN MNT-ACT-ADD
001520             PERFORM 3500-ADD-USER THRU 3500-ADD-USER-EXIT
001550         WHEN MNT-ACT-UNLOCK
001560             PERFORM 3100-UNLOCK-USER
001570                 THRU 3100-UNLOCK-USER-EXIT
001662         WHEN MNT-ACT-TEMPPWD
001664             PERFORM 3600-ISSUE-TEMP
001666                 THRU 3600-ISSUE-TEMP-EXIT
001667         WHEN MNT-ACT-LOCK
001668             PERFORM 3700-LOCK-USER
001669                 THRU 3700-LOCK-USER-EXIT
001671         WHEN MNT-ACT-CLASS
001673             PERFORM 3750-CHANGE-CLASS
001675                 THRU 3750-CHANGE-CLASS-EXIT
001677         WHEN OTHER
001680             MOVE "UNKNOWN ACTION" TO WS-ACTION-TEXT
001690     END-EVALUATE
001700     IF WS-TRANS-APPLIED
001710         ADD 1 TO WS-CNT-APPLIED
001720         GO TO 3000-APPLY-TRANS-EXIT
001730     END-IF
001731     .
001732 3000-APPLY-TRANS-REJECT.
001733     ADD 1 TO WS-CNT-REJECTED
001734     DISPLAY "VLUSRMNT: REJECTED " MNT-ACTION " " MNT-USERID
001735         " - " WS-ACTION-TEXT
001736     .
001737 3000-APPLY-TRANS-EXIT.
001738     EXIT.
001739
001740******************************************************************
001741* 3050-CHECK-AUTHORITY                                           *
001742* IS WS-CHECK-OPERATOR ON VLOPER, ACTIVE, AND FLAGGED FOR        *
001743* WS-CHECK-ACTION? LEAVES THE REJECTION TEXT IN WS-ACTION-TEXT   *
001744* WHEN NOT. RUN FOR EVERY CARD'S OWN OPERATOR, AND AGAIN FOR THE *
001745* MAKER WHEN A PARKED ACTION IS APPROVED - AUTHORITY WITHDRAWN   *
001746* WHILE THE ACTION WAITED IS WITHDRAWN FROM THE ACTION TOO.      *
001747******************************************************************
001748 3050-CHECK-AUTHORITY.
001749     MOVE 0 TO WS-OPR-FOUND-IDX
001750     PERFORM VARYING WS-OPR-IDX FROM 1 BY 1
001751             UNTIL WS-OPR-IDX > WS-OPR-COUNT
001752                 OR WS-OPR-FOUND-IDX > 0
001753         IF WS-OPR-ENTRY(WS-OPR-IDX)(1:8) = WS-CHECK-OPERATOR
001754             MOVE WS-OPR-IDX TO WS-OPR-FOUND-IDX
001755         END-IF
001756     END-PERFORM
001757     IF WS-OPR-FOUND-IDX = 0 OR WS-CHECK-OPERATOR = SPACES
001758         MOVE "UNKNOWN OPERATOR" TO WS-ACTION-TEXT
001759         GO TO 3050-CHECK-AUTHORITY-EXIT
001760     END-IF
001761     MOVE WS-OPR-ENTRY(WS-OPR-FOUND-IDX) TO WS-OPER-REC
001762     IF NOT OPR-ACTIVE
001763         MOVE "OPERATOR INACTIVE" TO WS-ACTION-TEXT
001764         GO TO 3050-CHECK-AUTHORITY-EXIT
001765     END-IF
001766     EVALUATE WS-CHECK-ACTION
001767         WHEN "UNLOCK"
001768             MOVE OPR-AUTH-UNLOCK TO WS-AUTH-FLAG
001769         WHEN "RESET"
001770             MOVE OPR-AUTH-RESET TO WS-AUTH-FLAG
001771         WHEN "EXPIRE"
001772             MOVE OPR-AUTH-EXPIRE TO WS-AUTH-FLAG
001773         WHEN "ADD"
001774             MOVE OPR-AUTH-ADD TO WS-AUTH-FLAG
001775         WHEN "DELETE"
001776             MOVE OPR-AUTH-DELETE TO WS-AUTH-FLAG
001777         WHEN "TEMPPWD"
001778             MOVE OPR-AUTH-TEMPPWD TO WS-AUTH-FLAG
001779         WHEN "LOCK"
001780             MOVE OPR-AUTH-LOCK TO WS-AUTH-FLAG
001781         WHEN "APPROVE"
001782             MOVE OPR-AUTH-APPROVE TO WS-AUTH-FLAG
001783         WHEN "CLASS"
001784             MOVE OPR-AUTH-CLASS TO WS-AUTH-FLAG
001785         WHEN OTHER
001786             MOVE "UNKNOWN ACTION" TO WS-ACTION-TEXT
001787             GO TO 3050-CHECK-AUTHORITY-EXIT
001788     END-EVALUATE
001789     IF WS-AUTH-FLAG NOT = "Y"
001790         MOVE "OPERATOR NOT AUTHRSD" TO WS-ACTION-TEXT
001791     END-IF
001792     .
001793 3050-CHECK-AUTHORITY-EXIT.
001794     EXIT.
001795
001796******************************************************************
001797* 3060-CHECK-PRIVILEGED                                          *
001798* IS THE TARGET IN A PRIVILEGED CLASS? THE CLASS ON THE VLUSER   *
001799* RECORD - OR, FOR AN ADD, THE CLASS THE CARD WOULD PUT THE USER *
001800* IN; A CLASS CHANGE IS JUDGED ON BOTH, SO NEITHER A MOVE INTO   *
001801* NOR A MOVE OUT OF A PRIVILEGED CLASS GETS PAST THE SECOND      *
001802* OPERATOR. RESOLVED THE SAME WAY VLVALSEN RESOLVES IT.          *
001803******************************************************************
001804 3060-CHECK-PRIVILEGED.
001805     MOVE "N" TO WS-PRIV-SWITCH
001806     IF MNT-ACT-ADD OR MNT-ACT-CLASS
001807         MOVE MNT-POLICY-CLASS TO WS-POL-CLASS-WANTED
001808     ELSE
001809         MOVE USER-POLICY-CLASS TO WS-POL-CLASS-WANTED
001810     END-IF
001811     PERFORM 0220-PICK-POLICY THRU 0220-PICK-POLICY-EXIT
001812     IF POL-IS-PRIVILEGED
001813         SET WS-TARGET-PRIVILEGED TO TRUE
001814     END-IF
001815     IF MNT-ACT-CLASS AND NOT WS-TARGET-PRIVILEGED
001816         MOVE USER-POLICY-CLASS TO WS-POL-CLASS-WANTED
001817         PERFORM 0220-PICK-POLICY THRU 0220-PICK-POLICY-EXIT
001818         IF POL-IS-PRIVILEGED
001819             SET WS-TARGET-PRIVILEGED TO TRUE
001820         END-IF
001821     END-IF
001822     .
001824 3060-CHECK-PRIVILEGED-EXIT.
001826     EXIT.
001828
001830******************************************************************
001840* 3100-UNLOCK-USER                                               *
001850* CLEARS THE LOCKOUT SWITCH AND THE FAILURE COUNT TOGETHER -     *
002660     SET WS-TRANS-APPLIED TO TRUE
002670     .
002680 3500-ADD-USER-EXIT.
002681     EXIT.
002682
002683******************************************************************
002684* 3600-ISSUE-TEMP                                                *
002685* STAMPS A HELPDESK-ISSUED TEMPORARY PASSWORD ON THE USER'S      *
002686* RECORD - FRESH SALT, SALTED HASH AND THE OLD CHECKSUM, WITH    *
002687* THE MUST-CHANGE MARKER AND TODAY AS THE ISSUE DATE. VLVALSEN   *
002688* WILL ACCEPT IT EXACTLY ONCE, AS THE CURRENT PASSWORD OF A      *
002689* CHANGE CALL. A LOCKED ACCOUNT STAYS LOCKED - SEND AN UNLOCK    *
002690* CARD WITH THE TEMPPWD WHEN THE USER IS ALSO LOCKED OUT. AN     *
002691* APPROVED TEMPPWD CARRIES THE SALT AND HASHES STAMPED WHEN IT   *
002692* WAS PARKED.                                                    *
002693******************************************************************
002694 3600-ISSUE-TEMP.
002695     IF WS-FROM-PENDING
002696         MOVE PND-SALT TO WS-SALT-VALUE
002697         MOVE PND-PASSWORD-HASH TO WS-HASH-VALUE
002698         MOVE PND-PASSWORD-HASH2 TO WS-HASH2-VALUE
002699         GO TO 3600-ISSUE-TEMP-STAMP
002700     END-IF
002701     IF MNT-TEMP-PASSWORD = SPACES
002702         MOVE "BLANK TEMP PASSWORD" TO WS-ACTION-TEXT
002703         GO TO 3600-ISSUE-TEMP-EXIT
002704     END-IF
002705     PERFORM 0200-SELECT-POLICY THRU 0200-SELECT-POLICY-EXIT
002706     PERFORM 8300-MAKE-SALT THRU 8300-MAKE-SALT-EXIT
002707     MOVE MNT-TEMP-PASSWORD TO WS-HASH-SOURCE
002708     PERFORM 8000-CALC-HASH THRU 8000-CALC-HASH-EXIT
002709     PERFORM 8200-CALC-HASH2 THRU 8200-CALC-HASH2-EXIT
002710     .
002719 3600-ISSUE-TEMP-STAMP.
002720     MOVE WS-HASH-VALUE TO USER-PASSWORD-HASH
002721     MOVE WS-SALT-VALUE TO USER-SALT
002722     MOVE "2" TO USER-HASH-FORMAT
002731 3600-ISSUE-TEMP-EXIT.
002732     EXIT.
002733
002734******************************************************************
002735* 3700-LOCK-USER                                                 *
002736* PUTS AN ADMINISTRATIVE LOCK ON THE ACCOUNT - A SUSPECTED       *
002737* COMPROMISE, OR A DORMANT ACCOUNT FROM VLDORMNT'S REVIEW CARDS. *
002738* SWITCH "A" LOCKS LIKE A FAILURE LOCKOUT BUT THE CLASS'S        *
002739* POL-LOCK-DAYS NEVER RELEASES IT - ONLY AN UNLOCK CARD DOES.    *
002740* AN ACCOUNT ALREADY UNDER A FAILURE LOCKOUT IS CONVERTED.       *
002741******************************************************************
002742 3700-LOCK-USER.
002743     IF USER-ADMIN-LOCKED
002744         MOVE "ALREADY ADMIN LOCKED" TO WS-ACTION-TEXT
002745         GO TO 3700-LOCK-USER-EXIT
002746     END-IF
002747     MOVE "A" TO USER-LOCK-SWITCH
002748     ACCEPT WS-TODAY FROM DATE YYYYMMDD
002749     MOVE WS-TODAY TO USER-LOCK-DATE
002750     REWRITE WS-USER-REC
002751     MOVE "ADMIN LOCK" TO WS-ACTION-TEXT
002752     SET WS-TRANS-APPLIED TO TRUE
002753     .
002754 3700-LOCK-USER-EXIT.
002755     EXIT.
002756
002757******************************************************************
002758* 3750-CHANGE-CLASS                                              *
002759* MOVES THE USER TO THE VLPOLICY CLASS NAMED ON THE CARD. THE    *
002760* CLASS MUST BE ON VLPOLICY - AN UNKNOWN NAME WOULD QUIETLY      *
002761* SCORE THE USER AGAINST "DEFAULT". THE PASSWORD AND ITS DATES   *
002762* STAND; THE NEW CLASS'S RULES APPLY FROM THE NEXT VALIDATION.   *
002763******************************************************************
002764 3750-CHANGE-CLASS.
002765     IF MNT-POLICY-CLASS = SPACES
002766         MOVE "BLANK POLICY CLASS" TO WS-ACTION-TEXT
002767         GO TO 3750-CHANGE-CLASS-EXIT
002768     END-IF
002769     MOVE MNT-POLICY-CLASS TO WS-POL-CLASS-WANTED
002770     PERFORM 0210-SEARCH-POLICY THRU 0210-SEARCH-POLICY-EXIT
002771     IF WS-POL-FOUND-IDX = 0
002772         MOVE "UNKNOWN POLICY CLASS" TO WS-ACTION-TEXT
002773         GO TO 3750-CHANGE-CLASS-EXIT
002774     END-IF
002775     IF MNT-POLICY-CLASS = USER-POLICY-CLASS
002776         MOVE "ALREADY IN CLASS" TO WS-ACTION-TEXT
002777         GO TO 3750-CHANGE-CLASS-EXIT
002778     END-IF
002779     MOVE MNT-POLICY-CLASS TO USER-POLICY-CLASS
002780     REWRITE WS-USER-REC
002781     STRING "ADMIN CLASS " DELIMITED BY SIZE
002782         MNT-POLICY-CLASS DELIMITED BY SPACE
002783         INTO WS-ACTION-TEXT
002784     END-STRING
002785     SET WS-TRANS-APPLIED TO TRUE
002786     .
002787 3750-CHANGE-CLASS-EXIT.
002788     EXIT.
002789
002790******************************************************************
002791* 3800-APPROVE-PENDING                                           *
002792* AN APPROVE CARD NAMES THE USERID AND THE PARKED ACTION. THE    *
002793* APPROVER (ALREADY CHECKED FOR APPROVE AUTHORITY) MUST NOT BE   *
002794* THE MAKER, AND THE MAKER MUST STILL HOLD AUTHORITY FOR THE     *
002795* ACTION. THE PARKED CARD IS THEN RESTORED OVER THE APPROVE CARD *
002796* - MAKER AS THE OPERATOR, APPROVER SET ASIDE FOR THE AUDIT ROW  *
002797* - AND GOES THROUGH THE NORMAL CHECKS AND APPLY. WHATEVER THE   *
002798* OUTCOME FROM THERE, THE PARKED ACTION IS USED UP.              *
002799******************************************************************
002800 3800-APPROVE-PENDING.
002801     IF MNT-APPROVE-ACTION = SPACES
002802         MOVE "NO ACTION TO APPROVE" TO WS-ACTION-TEXT
002803         GO TO 3800-APPROVE-PENDING-EXIT
002804     END-IF
002805     MOVE MNT-USERID TO PND-USERID
002806     MOVE MNT-APPROVE-ACTION TO PND-ACTION
002807     READ PEND-FILE
002808         INVALID KEY
002809             MOVE "NO PENDING ACTION" TO WS-ACTION-TEXT
002810             GO TO 3800-APPROVE-PENDING-EXIT
002811     END-READ
002812     IF PND-MAKER = MNT-OPERATOR
002813         MOVE "APPROVER IS MAKER" TO WS-ACTION-TEXT
002814         GO TO 3800-APPROVE-PENDING-EXIT
002815     END-IF
002816     SET WS-FROM-PENDING TO TRUE
002817     MOVE MNT-OPERATOR TO WS-APPROVER
002818     MOVE PND-MAKER TO MNT-OPERATOR
002819     MOVE PND-ACTION TO MNT-ACTION
002820     MOVE PND-POLICY-CLASS TO MNT-POLICY-CLASS
002821     MOVE SPACES TO MNT-TEMP-PASSWORD
002822     MOVE SPACES TO MNT-APPROVE-ACTION
002823     MOVE PND-MAKER TO WS-CHECK-OPERATOR
002824     MOVE PND-ACTION TO WS-CHECK-ACTION
002825     PERFORM 3050-CHECK-AUTHORITY THRU 3050-CHECK-AUTHORITY-EXIT
002826     IF WS-ACTION-TEXT NOT = SPACES
002827         MOVE "MAKER NO LONGER AUTH" TO WS-ACTION-TEXT
002828     END-IF
002829     .
002830 3800-APPROVE-PENDING-EXIT.
002831     EXIT.
002832
002833******************************************************************
002834* 3900-QUEUE-PENDING                                             *
002835* PARKS THE CARD ON VLPEND UNDER ITS USERID AND ACTION, WITH THE *
002836* MAKER AND THE TIME. A TEMPPWD IS HASHED NOW, UNDER THE TARGET  *
002837* CLASS'S RULES, SO ONLY THE SALT AND HASHES ARE PARKED. ONE     *
002838* PARKED ACTION PER USERID AND ACTION - A SECOND IS REJECTED     *
002839* UNTIL THE FIRST IS APPROVED.                                   *
002840******************************************************************
002841 3900-QUEUE-PENDING.
002842     MOVE SPACES TO WS-PEND-REC
002843     MOVE MNT-USERID TO PND-USERID
002844     MOVE MNT-ACTION TO PND-ACTION
002845     MOVE MNT-OPERATOR TO PND-MAKER
002846     MOVE MNT-POLICY-CLASS TO PND-POLICY-CLASS
002847     MOVE ZERO TO PND-SALT PND-PASSWORD-HASH PND-PASSWORD-HASH2
002848     IF MNT-ACT-TEMPPWD
002849         IF MNT-TEMP-PASSWORD = SPACES
002850             MOVE "BLANK TEMP PASSWORD" TO WS-ACTION-TEXT
002851             GO TO 3900-QUEUE-PENDING-EXIT
002852         END-IF
002853         PERFORM 0200-SELECT-POLICY THRU 0200-SELECT-POLICY-EXIT
002854         PERFORM 8300-MAKE-SALT THRU 8300-MAKE-SALT-EXIT
002855         MOVE MNT-TEMP-PASSWORD TO WS-HASH-SOURCE
002856         PERFORM 8000-CALC-HASH THRU 8000-CALC-HASH-EXIT
002857         PERFORM 8200-CALC-HASH2 THRU 8200-CALC-HASH2-EXIT
002858         MOVE WS-SALT-VALUE TO PND-SALT
002859         MOVE WS-HASH-VALUE TO PND-PASSWORD-HASH
002860         MOVE WS-HASH2-VALUE TO PND-PASSWORD-HASH2
002861     END-IF
002862     ACCEPT WS-TODAY FROM DATE YYYYMMDD
002863     ACCEPT WS-AUDIT-TIME-FULL FROM TIME
002864     MOVE WS-AUDIT-TIME-FULL(1:6) TO WS-AUDIT-TIME
002865     COMPUTE PND-QUEUED-TS = WS-TODAY * 1000000 + WS-AUDIT-TIME
002866     WRITE WS-PEND-REC
002867         INVALID KEY
002868             MOVE "ALREADY PENDING" TO WS-ACTION-TEXT
002869         NOT INVALID KEY
002870             MOVE "QUEUED FOR APPROVAL" TO WS-ACTION-TEXT
002871             SET WS-TRANS-QUEUED TO TRUE
002872     END-WRITE
002873     .
002874 3900-QUEUE-PENDING-EXIT.
002875     EXIT.
002876
002877******************************************************************
002878* 3950-CLEAR-PENDING                                             *
002879* REMOVES A PARKED ACTION ONCE ITS APPROVE CARD HAS BEEN ACTED   *
002880* ON, APPLIED OR NOT.                                            *
002881******************************************************************
002882 3950-CLEAR-PENDING.
002883     IF WS-FROM-PENDING
002884         DELETE PEND-FILE RECORD
002885             INVALID KEY CONTINUE
002886         END-DELETE
002887     END-IF
002888     .
002889 3950-CLEAR-PENDING-EXIT.
002890     EXIT.
002891
002892******************************************************************
002893* 9100-WRITE-AUDIT                                               *
002894* APPENDS ONE ROW TO VLAUDIT FOR THE TRANSACTION JUST PROCESSED  *
002895* - TARGET USERID, TIMESTAMP, APPLIED/REJECTED, WHAT WAS DONE,   *
002896* AND THE OPERATOR WHO KEYED IT (THE MAKER), WITH THE APPROVER   *
002897* WHEN A SECOND OPERATOR RELEASED IT. A CARD PARKED FOR APPROVAL *
002898* GETS A PASSED "QUEUED FOR APPROVAL" ROW OF ITS OWN. A ROW      *
002899* VLAUDWRT COULD NOT WRITE IS LISTED AND SETS RETURN CODE 04.    *
002900******************************************************************
002901 9100-WRITE-AUDIT.
002902     MOVE MNT-USERID TO AUD-USERID
002903     MOVE MNT-OPERATOR TO AUD-OPERATOR
002904     MOVE WS-APPROVER TO AUD-APPROVER
002905     ACCEPT WS-TODAY FROM DATE YYYYMMDD
002906     ACCEPT WS-AUDIT-TIME-FULL FROM TIME
002907     MOVE WS-AUDIT-TIME-FULL(1:6) TO WS-AUDIT-TIME
002908     COMPUTE AUD-TIMESTAMP = WS-TODAY * 1000000 + WS-AUDIT-TIME
002909     IF WS-TRANS-APPLIED OR WS-TRANS-QUEUED
002910         SET AUD-PASSED TO TRUE
002911     ELSE
002912         SET AUD-FAILED TO TRUE
002913     END-IF
002914     MOVE "00" TO AUD-REASON-CODE
002915     MOVE WS-ACTION-TEXT TO AUD-REASON-TEXT
002916     MOVE "W" TO LK-AW-FUNCTION
002917     MOVE WS-AUDIT-REC TO LK-AW-RECORD
002918     CALL "VLAUDWRT" USING LK-AUDWRT-PARMS
002919     IF LK-AW-NOT-WRITTEN
002920         DISPLAY "VLUSRMNT: AUDIT ROW NOT WRITTEN FOR "
002921             AUD-USERID " " AUD-REASON-TEXT
002922         ADD 1 TO WS-CNT-AUDIT-FAILED
002923         IF WS-RUN-RC < 04
002924             MOVE 04 TO WS-RUN-RC
002925         END-IF
002926     END-IF
002930     .
002940 9100-WRITE-AUDIT-EXIT.
002945     EXIT.
002950
002951******************************************************************
002952* 9150-RAISE-EVENT                                               *
002953* AN APPLIED TEMPPWD OR DELETE IS ALSO A SECURITY EVENT FOR THE  *
002954* SOC, THROUGH VLSECWRT - HIGH SEVERITY WHEN THE TARGET IS IN A  *
002955* PRIVILEGED CLASS. THE CLASS WAS TAKEN OFF THE RECORD BEFORE A  *
002956* DELETE REMOVED IT.                                             *
002957******************************************************************
002958 9150-RAISE-EVENT.
002959     IF NOT WS-TRANS-APPLIED
002960         GO TO 9150-RAISE-EVENT-EXIT
002961     END-IF
002962     MOVE SPACES TO WS-SECEVT-REC
002963     EVALUATE TRUE
002964         WHEN MNT-ACT-TEMPPWD
002965             SET SEV-TEMP-ISSUED TO TRUE
002966             MOVE "TEMPORARY PASSWORD ISSUED BY HELPDESK"
002967                 TO SEV-DETAIL
002968         WHEN MNT-ACT-DELETE
002969             SET SEV-ADMIN-DELETE TO TRUE
002970             MOVE "USERID DELETED BY ADMINISTRATOR"
002971                 TO SEV-DETAIL
002972         WHEN OTHER
002973             GO TO 9150-RAISE-EVENT-EXIT
002974     END-EVALUATE
002975     MOVE WS-TARGET-CLASS TO WS-POL-CLASS-WANTED
002976     PERFORM 0220-PICK-POLICY THRU 0220-PICK-POLICY-EXIT
002977     IF POL-IS-PRIVILEGED
002978         SET SEV-HIGH TO TRUE
002979     ELSE
002980         SET SEV-MEDIUM TO TRUE
002981     END-IF
002982     MOVE ZERO TO SEV-TIMESTAMP
002983     MOVE MNT-USERID TO SEV-USERID
002984     MOVE WS-TARGET-CLASS TO SEV-POLICY-CLASS
002985     MOVE MNT-OPERATOR TO SEV-OPERATOR
002986     MOVE "00" TO SEV-REASON-CODE
002987     MOVE "VLUSRMNT" TO SEV-SOURCE
002988     MOVE WS-SECEVT-REC TO LK-SW-RECORD
002989     CALL "VLSECWRT" USING LK-SECWRT-PARMS
002990     .
002991 9150-RAISE-EVENT-EXIT.
002992     EXIT.
002993
002994******************************************************************
002995* 9160-RAISE-NOTICE                                              *
002996* AN APPLIED TEMPPWD IS ALSO TOLD TO THE USER THROUGH VLNTFWRT,  *
002997* SO ONE THEY NEVER ASKED FOR IS REPORTED TO THE DESK. THE       *
002998* TEMPORARY PASSWORD ITSELF NEVER GOES ON THE EXTRACT. A NOTICE  *
002999* VLNTFWRT COULD NOT WRITE IS LISTED AND SETS RETURN CODE 04.    *
003000******************************************************************
003001 9160-RAISE-NOTICE.
003002     IF NOT WS-TRANS-APPLIED OR NOT MNT-ACT-TEMPPWD
003003         GO TO 9160-RAISE-NOTICE-EXIT
003004     END-IF
003005     MOVE SPACES TO WS-NOTIFY-REC
003006     SET NTF-TEMP-ISSUED TO TRUE
003007     MOVE ZERO TO NTF-TIMESTAMP
003008     MOVE MNT-USERID TO NTF-USERID
003009     MOVE USER-TEMP-ISSUED TO NTF-REF-DATE
003010     MOVE ZERO TO NTF-COUNT
003011     MOVE "VLUSRMNT" TO NTF-SOURCE
003012     MOVE WS-NOTIFY-REC TO LK-NW-RECORD
003013     CALL "VLNTFWRT" USING LK-NTFWRT-PARMS
003014     IF LK-NW-FAILED
003015         DISPLAY "VLUSRMNT: USER NOTICE NOT WRITTEN FOR "
003016             MNT-USERID
003017         ADD 1 TO WS-CNT-NOTICE-FAILED
003018         IF WS-RUN-RC < 04
003019             MOVE 04 TO WS-RUN-RC
003020         END-IF
003021     END-IF
003022     .
003023 9160-RAISE-NOTICE-EXIT.
003024     EXIT.
003025
003026******************************************************************
003027* 9000-TERMINATE                                                 *
003028* CLOSES THE FILES AND PRINTS THE OPERATOR SUMMARY. RETURN CODE  *
003029* 04 WHEN ANY AUDIT ROW OR USER NOTICE COULD NOT BE WRITTEN.     *
003030******************************************************************
003031 9000-TERMINATE.
003032     IF WS-MNTIN-STATUS = "00" OR WS-MNTIN-STATUS = "10"
003033         CLOSE MAINT-INPUT-FILE
003040         CLOSE USER-FILE
003045         CLOSE HISTORY-FILE
003046         CLOSE PEND-FILE
003048         MOVE "C" TO LK-AW-FUNCTION
003050         CALL "VLAUDWRT" USING LK-AUDWRT-PARMS
003060     END-IF
003070     DISPLAY "==================================================="
003080     DISPLAY "        USER-MASTER MAINTENANCE SUMMARY"
003100     DISPLAY "TRANSACTIONS READ . . . . . . : " WS-CNT-READ
003110     DISPLAY "TRANSACTIONS APPLIED  . . . . : " WS-CNT-APPLIED
003120     DISPLAY "TRANSACTIONS REJECTED . . . . : " WS-CNT-REJECTED
003121     DISPLAY "QUEUED FOR APPROVAL . . . . . : " WS-CNT-QUEUED
003122     DISPLAY "AUDIT ROWS NOT WRITTEN  . . . : "
003123         WS-CNT-AUDIT-FAILED
003124     DISPLAY "USER NOTICES NOT WRITTEN  . . : "
003125         WS-CNT-NOTICE-FAILED
003130     DISPLAY "==================================================="
003140     .
003150 9000-TERMINATE-EXIT.
004060 8300-MAKE-SALT-EXIT.
004070     EXIT.
004080
004090 END PROGRAM VLUSRMNT.
