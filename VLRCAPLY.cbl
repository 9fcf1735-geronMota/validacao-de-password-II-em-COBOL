000010******************************************************************
000020* Author      : JEFFERSON MOTA (GERO)
000030* Installation: PAYROLL SYSTEMS - SECURITY GROUP
000040* Date-Written: 26/10/15
000050* Purpose     : QUARTERLY RECERTIFICATION - CLOSES A REVIEW
000060*               CYCLE. READS THE ATTESTATION FILE THE REVIEWING
000070*               MANAGERS SEND BACK (VLRCATT - VLRCERT'S VLRCLIST
000080*               WITH A DECISION AND THE REVIEWER ON EACH LINE)
000090*               AND TURNS EACH DECISION INTO THE MATCHING
000100*               MAINTENANCE ACTION: KEEP NEEDS NONE, DOWNGRADE
000110*               BECOMES A CLASS CARD FOR THE NEW CLASS, REVOKE A
000120*               DELETE CARD. THE CARDS GO TO VLRCTRN IN VLMNTIN
000130*               FORMAT WITH "RECERT" AS THE OPERATOR, TO RUN
000140*               THROUGH VLUSRMNT LIKE VLDORMNT'S AND VLHRSYNC'S
000150*               REVIEW CARDS - SO OPERATOR AUTHORITY AND MAKER-
000160*               CHECKER STILL APPLY. EVERY ACCEPTED DECISION,
000170*               KEEP INCLUDED, GETS A VLAUDIT ROW WITH THE
000180*               REVIEWER AS THE OPERATOR - THE EVIDENCE THE
000190*               AUDITORS ASK FOR - AND IS MARKED ON THE CYCLE
000200*               CONTROL FILE VLRCCTL. A LINE THAT CANNOT BE
000210*               ACCEPTED IS LISTED AND LEFT OUTSTANDING. THE RUN
000220*               ENDS WITH EVERY ACCOUNT ON THE CYCLE STILL
000230*               OUTSTANDING - THE ESCALATION LIST - AND RETURN
000240*               CODE 04 WHEN THERE IS ONE OR ANY LINE WAS
000250*               REJECTED, 08 WHEN A DECISION COULD NOT BE MARKED
000255*               ON VLRCCTL OR ITS CARD WRITTEN. IT CAN BE RERUN
000257*               AS MORE ATTESTATIONS COME IN; A LINE ALREADY
000260*               ACCEPTED IS COUNTED AS ALREADY ATTESTED, NOT
000261*               APPLIED TWICE AND NOT REJECTED. VLRCTRN IS
000262*               APPENDED TO, SO CARDS FROM AN EARLIER RUN NOT YET
000263*               PUT THROUGH VLUSRMNT ARE KEPT; EMPTY IT ONCE
000264*               VLUSRMNT HAS PROCESSED IT.
000280* Tectonics   : cobc
000290*-----------------------------------------------------------------
000300* MODIFICATION HISTORY
000310*   DATE     INIT DESCRIPTION
000320*   -------- ---- --------------------------------------------
000321*   26/10/15 GM   ORIGINAL PROGRAM.
000322*   26/10/15 GM   VLRCTRN IS OPENED EXTEND, NOT OUTPUT, SO A RERUN
000323*                 NO LONGER DROPS CARDS NOT YET PROCESSED. A LINE
000324*                 ALREADY ATTESTED IS COUNTED ON ITS OWN AND DOES
000325*                 NOT SET RETURN CODE 04.
000326*   26/10/15 GM   AN AUDIT ROW VLAUDWRT COULD NOT WRITE IS
000327*                 DISPLAYED AND COUNTED, AND ENDS THE RUN WITH
000328*                 RETURN CODE 04.
000329*   26/10/15 GM   VLRCCTL IS MARKED BEFORE THE CARD AND AUDIT ROW;
000330*                 A FAILED REWRITE SKIPS BOTH FOR THE ACCOUNT AND
000333*                 A FAILED VLRCTRN WRITE IS LISTED - RETURN CODE
000336*                 08 EITHER WAY.
000340******************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. VLRCAPLY.
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT ATTEST-FILE ASSIGN TO "VLRCATT"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-ATTEST-STATUS.
000430     SELECT POLICY-FILE ASSIGN TO "VLPOLICY"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-POLICY-STATUS.
000460     SELECT USER-FILE ASSIGN TO "VLUSER"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS RANDOM
000490         RECORD KEY IS USER-USERID
000500         FILE STATUS IS WS-USER-STATUS.
000510     SELECT RCCTL-FILE ASSIGN TO "VLRCCTL"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS RCC-USERID
000550         FILE STATUS IS WS-RCCTL-STATUS.
000560     SELECT TRANS-FILE ASSIGN TO "VLRCTRN"
000570         ORGANIZATION IS LINE SEQUENTIAL
000575         FILE STATUS IS WS-TRANS-STATUS.
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  ATTEST-FILE.
000610 01  ATTEST-FILE-RECORD                PIC X(120).
000620 FD  POLICY-FILE.
000630 01  POLICY-FILE-RECORD                PIC X(40).
000640 FD  USER-FILE.
000650 COPY CPUSER.
000660 FD  RCCTL-FILE.
000670 COPY CPRCCTL.
000680 FD  TRANS-FILE.
000690 01  TRANS-FILE-RECORD                 PIC X(80).
000700 WORKING-STORAGE SECTION.
000710 77  WS-ATTEST-STATUS                  PIC X(02)  VALUE "00".
000720 77  WS-POLICY-STATUS                  PIC X(02)  VALUE "00".
000730 77  WS-USER-STATUS                    PIC X(02)  VALUE "00".
000740 77  WS-RCCTL-STATUS                   PIC X(02)  VALUE "00".
000745 77  WS-TRANS-STATUS                   PIC X(02)  VALUE "00".
000750 77  WS-EOF-SWITCH                     PIC X(01)  VALUE "N".
000760     88  WS-EOF                        VALUE "Y".
000770 77  WS-FILES-OPEN-SWITCH              PIC X(01)  VALUE "N".
000780     88  WS-FILES-OPEN                 VALUE "Y".
000790 77  WS-USER-FOUND-SWITCH              PIC X(01)  VALUE "N".
000800     88  WS-USER-FOUND                 VALUE "Y".
000810 77  WS-RECERT-OPERATOR                PIC X(08)  VALUE "RECERT".
000820 77  WS-REJECT-TEXT                    PIC X(30)  VALUE SPACES.
000830 77  WS-DISPOSITION                    PIC X(30)  VALUE SPACES.
000840 77  WS-ACTION-TEXT                    PIC X(20)  VALUE SPACES.
000850 77  WS-TODAY                          PIC 9(08).
000860 77  WS-AUDIT-TIME-FULL                PIC 9(08).
000870 77  WS-AUDIT-TIME                     PIC 9(06).
000880 77  WS-RUN-RC                         PIC 9(02)  VALUE ZERO.
000890 77  WS-CNT-READ                       PIC 9(08)  VALUE ZERO COMP.
000900 77  WS-CNT-BLANK                      PIC 9(08)  VALUE ZERO COMP.
000910 77  WS-CNT-KEEP                       PIC 9(08)  VALUE ZERO COMP.
000920 77  WS-CNT-DOWNGRADE                  PIC 9(08)  VALUE ZERO COMP.
000930 77  WS-CNT-REVOKE                     PIC 9(08)  VALUE ZERO COMP.
000940 77  WS-CNT-GONE                       PIC 9(08)  VALUE ZERO COMP.
000950 77  WS-CNT-REJECTED                   PIC 9(08)  VALUE ZERO COMP.
000952 77  WS-CNT-ALREADY                    PIC 9(08)  VALUE ZERO COMP.
000955 77  WS-CNT-AUDIT-FAILED               PIC 9(08)  VALUE ZERO COMP.
000960 77  WS-CNT-CARDS                      PIC 9(08)  VALUE ZERO COMP.
000970 77  WS-CNT-CYCLE                      PIC 9(08)  VALUE ZERO COMP.
000980 77  WS-CNT-UNATTESTED                 PIC 9(08)  VALUE ZERO COMP.
000990 COPY CPPOLICY.
001000 77  WS-POL-COUNT                      PIC 9(02)  VALUE ZERO COMP.
001010 77  WS-POL-IDX                        PIC 9(02)  COMP.
001020 77  WS-POL-FOUND-IDX                  PIC 9(02)  COMP.
001030 77  WS-POL-CLASS-WANTED               PIC X(08).
001040 01  WS-POLICY-TABLE.
001050     05  WS-POL-ENTRY OCCURS 10 TIMES  PIC X(40).
001060 COPY CPRCATT.
001070 COPY CPMNTIN.
001080 COPY CPAUDIT.
001090 COPY LKAUDWRT.
001100 PROCEDURE DIVISION.
001110
001120******************************************************************
001130* 0000-MAINLINE                                                  *
001140******************************************************************
001150 0000-MAINLINE.
001160     PERFORM 1000-INITIALIZE     THRU 1000-INITIALIZE-EXIT
001170     IF WS-FILES-OPEN
001180         PERFORM 2000-READ-ATTEST THRU 2000-READ-ATTEST-EXIT
001190             UNTIL WS-EOF
001200         PERFORM 3000-LIST-UNATTESTED
001210             THRU 3000-LIST-UNATTESTED-EXIT
001220     END-IF
001230     PERFORM 9000-TERMINATE      THRU 9000-TERMINATE-EXIT
001240     MOVE WS-RUN-RC TO RETURN-CODE
001250     STOP RUN.
001260
001270******************************************************************
001280* 1000-INITIALIZE                                                *
001290* LOADS THE POLICY CLASSES (A DOWNGRADE MUST NAME A CLASS ON     *
001300* VLPOLICY) AND OPENS THE FILES. NO VLRCCTL MEANS NO CYCLE WAS   *
001310* EVER STARTED, AND NOTHING CAN BE ATTESTED AGAINST IT.          *
001320******************************************************************
001330 1000-INITIALIZE.
001340     ACCEPT WS-TODAY FROM DATE YYYYMMDD
001350     PERFORM 1200-LOAD-POLICY THRU 1200-LOAD-POLICY-EXIT
001360     OPEN I-O RCCTL-FILE
001370     IF WS-RCCTL-STATUS NOT = "00"
001380         DISPLAY "VLRCAPLY: CANNOT OPEN VLRCCTL, STATUS "
001390             WS-RCCTL-STATUS " - RUN VLRCERT TO START A CYCLE"
001400         MOVE 08 TO WS-RUN-RC
001410         GO TO 1000-INITIALIZE-EXIT
001420     END-IF
001430     OPEN INPUT ATTEST-FILE
001440     IF WS-ATTEST-STATUS NOT = "00"
001450         DISPLAY "VLRCAPLY: CANNOT OPEN VLRCATT, STATUS "
001460             WS-ATTEST-STATUS
001470         CLOSE RCCTL-FILE
001480         MOVE 08 TO WS-RUN-RC
001490         GO TO 1000-INITIALIZE-EXIT
001500     END-IF
001510     OPEN INPUT USER-FILE
001520     IF WS-USER-STATUS NOT = "00"
001530         DISPLAY "VLRCAPLY: CANNOT OPEN VLUSER, STATUS "
001540             WS-USER-STATUS
001550         CLOSE RCCTL-FILE
001560         CLOSE ATTEST-FILE
001570         MOVE 08 TO WS-RUN-RC
001580         GO TO 1000-INITIALIZE-EXIT
001590     END-IF
001600     OPEN EXTEND TRANS-FILE
001601     IF WS-TRANS-STATUS = "35"
001602         OPEN OUTPUT TRANS-FILE
001603         CLOSE TRANS-FILE
001604         OPEN EXTEND TRANS-FILE
001605     END-IF
001606     IF WS-TRANS-STATUS NOT = "00"
001607         DISPLAY "VLRCAPLY: CANNOT OPEN VLRCTRN, STATUS "
001608             WS-TRANS-STATUS
001609         CLOSE USER-FILE
001610         CLOSE RCCTL-FILE
001611         CLOSE ATTEST-FILE
001612         MOVE 08 TO WS-RUN-RC
001613         GO TO 1000-INITIALIZE-EXIT
001614     END-IF
001615     SET WS-FILES-OPEN TO TRUE
001620     .
001630 1000-INITIALIZE-EXIT.
001640     EXIT.
001650
001660******************************************************************
001670* 1200-LOAD-POLICY                                               *
001680* READS THE POLICY CLASS FILE ONCE PER RUN, SAME LOAD SHAPE AS   *
001690* VLVALSEN'S.                                                    *
001700******************************************************************
001710 1200-LOAD-POLICY.
001720     OPEN INPUT POLICY-FILE
001730     IF WS-POLICY-STATUS = "00"
001740         PERFORM 1210-LOAD-POLICY-REC
001750             THRU 1210-LOAD-POLICY-REC-EXIT
001760             UNTIL WS-POLICY-STATUS NOT = "00"
001770                 OR WS-POL-COUNT >= 10
001780         CLOSE POLICY-FILE
001790     END-IF
001800     .
001810 1200-LOAD-POLICY-EXIT.
001820     EXIT.
001830
001840******************************************************************
001850* 1210-LOAD-POLICY-REC                                           *
001860******************************************************************
001870 1210-LOAD-POLICY-REC.
001880     MOVE SPACES TO POLICY-FILE-RECORD
001890     READ POLICY-FILE
001900         AT END GO TO 1210-LOAD-POLICY-REC-EXIT
001910     END-READ
001920     IF POLICY-FILE-RECORD NOT = SPACES
001930         ADD 1 TO WS-POL-COUNT
001940         MOVE POLICY-FILE-RECORD TO WS-POL-ENTRY(WS-POL-COUNT)
001950     END-IF
001960     .
001970 1210-LOAD-POLICY-REC-EXIT.
001980     EXIT.
001990
002000******************************************************************
002010* 2000-READ-ATTEST                                               *
002020******************************************************************
002030 2000-READ-ATTEST.
002040     MOVE SPACES TO ATTEST-FILE-RECORD
002050     READ ATTEST-FILE
002060         AT END SET WS-EOF TO TRUE
002070             GO TO 2000-READ-ATTEST-EXIT
002080     END-READ
002090     IF ATTEST-FILE-RECORD = SPACES
002100         GO TO 2000-READ-ATTEST-EXIT
002110     END-IF
002120     ADD 1 TO WS-CNT-READ
002130     MOVE ATTEST-FILE-RECORD TO WS-RCATT-REC
002140     PERFORM 2100-APPLY-ONE THRU 2100-APPLY-ONE-EXIT
002150     .
002160 2000-READ-ATTEST-EXIT.
002170     EXIT.
002180
002190******************************************************************
002200* 2100-APPLY-ONE                                                 *
002210* ONE ATTESTATION LINE. IT MUST BE FOR AN ACCOUNT ON THIS CYCLE  *
002220* THAT IS STILL OUTSTANDING, AND CARRY A KNOWN DECISION AND THE  *
002230* REVIEWER - AN UNSIGNED DECISION IS NO EVIDENCE. A LINE LEFT    *
002240* WITHOUT A DECISION IS SIMPLY NOT ATTESTED YET. AN ACCOUNT THAT *
002250* HAS LEFT VLUSER SINCE THE LIST WAS CUT HAS ITS DECISION        *
002260* RECORDED, BUT THERE IS NOTHING LEFT TO APPLY. A LINE FOR AN    *
002261* ACCOUNT ALREADY ATTESTED IS A RERUN AND IS ONLY COUNTED.       *
002270******************************************************************
002280 2100-APPLY-ONE.
002290     MOVE SPACES TO WS-REJECT-TEXT
002300     MOVE SPACES TO WS-DISPOSITION
002310     MOVE RCA-USERID TO RCC-USERID
002320     READ RCCTL-FILE
002330         INVALID KEY
002340             MOVE "NOT ON THIS CYCLE'S LIST" TO WS-REJECT-TEXT
002350             GO TO 2100-APPLY-ONE-REJECT
002360     END-READ
002370     IF NOT RCC-OUTSTANDING
002380         ADD 1 TO WS-CNT-ALREADY
002385         DISPLAY "ALREADY  : " RCA-USERID " " RCA-DECISION
002386             " - ATTESTED IN AN EARLIER RUN"
002390         GO TO 2100-APPLY-ONE-EXIT
002400     END-IF
002410     IF RCA-DECISION = SPACES
002420         ADD 1 TO WS-CNT-BLANK
002430         GO TO 2100-APPLY-ONE-EXIT
002440     END-IF
002450     IF RCA-REVIEWER = SPACES
002460         MOVE "NO REVIEWER ON THE LINE" TO WS-REJECT-TEXT
002470         GO TO 2100-APPLY-ONE-REJECT
002480     END-IF
002490     EVALUATE TRUE
002500         WHEN RCA-KEEP
002510             CONTINUE
002520         WHEN RCA-REVOKE
002530             CONTINUE
002540         WHEN RCA-DOWNGRADE
002550             PERFORM 2200-CHECK-NEW-CLASS
002560                 THRU 2200-CHECK-NEW-CLASS-EXIT
002570         WHEN OTHER
002580             MOVE "UNKNOWN DECISION" TO WS-REJECT-TEXT
002590     END-EVALUATE
002600     IF WS-REJECT-TEXT NOT = SPACES
002610         GO TO 2100-APPLY-ONE-REJECT
002620     END-IF
002630     MOVE "N" TO WS-USER-FOUND-SWITCH
002640     MOVE RCA-USERID TO USER-USERID
002650     READ USER-FILE
002660         INVALID KEY CONTINUE
002670         NOT INVALID KEY SET WS-USER-FOUND TO TRUE
002680     END-READ
002690     PERFORM 2300-RECORD-DECISION THRU 2300-RECORD-DECISION-EXIT
002700     DISPLAY "ATTESTED : " RCA-USERID " " RCC-POLICY-CLASS " "
002710         RCA-DECISION " BY " RCA-REVIEWER " - " WS-DISPOSITION
002720     GO TO 2100-APPLY-ONE-EXIT
002730     .
002740 2100-APPLY-ONE-REJECT.
002750     ADD 1 TO WS-CNT-REJECTED
002760     DISPLAY "REJECTED : " RCA-USERID " " RCA-DECISION " - "
002770         WS-REJECT-TEXT
002780     .
002790 2100-APPLY-ONE-EXIT.
002800     EXIT.
002810
002820******************************************************************
002830* 2200-CHECK-NEW-CLASS                                           *
002840* A DOWNGRADE MUST NAME A CLASS ON VLPOLICY OTHER THAN THE ONE   *
002850* THE ACCOUNT WAS REVIEWED IN.                                   *
002860******************************************************************
002870 2200-CHECK-NEW-CLASS.
002880     IF RCA-NEW-CLASS = SPACES
002890         MOVE "DOWNGRADE WITH NO NEW CLASS" TO WS-REJECT-TEXT
002900         GO TO 2200-CHECK-NEW-CLASS-EXIT
002910     END-IF
002920     MOVE RCA-NEW-CLASS TO WS-POL-CLASS-WANTED
002930     PERFORM 3210-SEARCH-POLICY THRU 3210-SEARCH-POLICY-EXIT
002940     IF WS-POL-FOUND-IDX = 0
002950         MOVE "NEW CLASS NOT ON VLPOLICY" TO WS-REJECT-TEXT
002960         GO TO 2200-CHECK-NEW-CLASS-EXIT
002970     END-IF
002980     IF RCA-NEW-CLASS = RCC-POLICY-CLASS
002990         MOVE "NEW CLASS IS THE CURRENT ONE" TO WS-REJECT-TEXT
003000     END-IF
003010     .
003020 2200-CHECK-NEW-CLASS-EXIT.
003030     EXIT.
003040
003050******************************************************************
003060* 2300-RECORD-DECISION                                           *
003070* MARKS THE CYCLE RECORD, THEN WRITES THE CARD THE DECISION      *
003080* CALLS FOR AND AUDITS THE DECISION UNDER THE REVIEWER'S NAME.   *
003082* WHEN VLRCCTL CANNOT BE MARKED NOTHING ELSE IS DONE FOR THE     *
003084* ACCOUNT (RETURN CODE 08) - IT STAYS OUTSTANDING, AND A RERUN   *
003086* APPLIES THE DECISION ONCE.                                     *
003090******************************************************************
003100 2300-RECORD-DECISION.
003110     MOVE SPACES TO MAINT-INPUT-RECORD
003120     MOVE RCA-USERID TO MNT-USERID
003130     MOVE WS-RECERT-OPERATOR TO MNT-OPERATOR
003140     EVALUATE TRUE
003150         WHEN RCA-KEEP
003170             SET RCC-KEPT TO TRUE
003180             MOVE "RECERT KEEP" TO WS-ACTION-TEXT
003190             MOVE "KEPT AS IT IS" TO WS-DISPOSITION
003200         WHEN RCA-DOWNGRADE
003220             SET RCC-DOWNGRADED TO TRUE
003230             MOVE RCA-NEW-CLASS TO RCC-NEW-CLASS
003240             MOVE "RECERT DOWNGRADE" TO WS-ACTION-TEXT
003250             MOVE "CLASS" TO MNT-ACTION
003260             MOVE RCA-NEW-CLASS TO MNT-POLICY-CLASS
003270             MOVE "CLASS CARD WRITTEN" TO WS-DISPOSITION
003280         WHEN RCA-REVOKE
003300             SET RCC-REVOKED TO TRUE
003310             MOVE "RECERT REVOKE" TO WS-ACTION-TEXT
003320             MOVE "DELETE" TO MNT-ACTION
003330             MOVE "DELETE CARD WRITTEN" TO WS-DISPOSITION
003340     END-EVALUATE
003430     MOVE RCA-REVIEWER TO RCC-REVIEWER
003440     MOVE WS-TODAY TO RCC-ATTESTED-DATE
003450     REWRITE WS-RCCTL-REC
003460         INVALID KEY CONTINUE
003490     END-REWRITE
003491     IF WS-RCCTL-STATUS NOT = "00"
003492         DISPLAY "VLRCAPLY: VLRCCTL REWRITE FAILED FOR "
003493             RCC-USERID ", STATUS " WS-RCCTL-STATUS
003494         MOVE 08 TO WS-RUN-RC
003495         MOVE "NOT RECORDED - REWRITE FAILED"
003496             TO WS-DISPOSITION
003497         GO TO 2300-RECORD-DECISION-EXIT
003498     END-IF
003499     EVALUATE TRUE
003500         WHEN RCA-KEEP
003501             ADD 1 TO WS-CNT-KEEP
003502         WHEN RCA-DOWNGRADE
003503             ADD 1 TO WS-CNT-DOWNGRADE
003504         WHEN RCA-REVOKE
003505             ADD 1 TO WS-CNT-REVOKE
003506     END-EVALUATE
003507     IF MNT-ACTION NOT = SPACES
003508         IF WS-USER-FOUND
003509             PERFORM 8500-WRITE-CARD THRU 8500-WRITE-CARD-EXIT
003510         ELSE
003511             ADD 1 TO WS-CNT-GONE
003512             MOVE "GONE FROM VLUSER - NO CARD" TO WS-DISPOSITION
003513         END-IF
003514     END-IF
003515     PERFORM 9100-WRITE-AUDIT THRU 9100-WRITE-AUDIT-EXIT
003517     .
003520 2300-RECORD-DECISION-EXIT.
003530     EXIT.
003540
003550******************************************************************
003560* 3000-LIST-UNATTESTED                                           *
003570* ONE PASS OVER THE CYCLE CONTROL FILE - EVERY ACCOUNT STILL     *
003580* OUTSTANDING IS LISTED FOR ESCALATION, WITH THE CLASS IT WAS    *
003590* REVIEWED IN AND THE DATE THE CYCLE STARTED.                    *
003600******************************************************************
003610 3000-LIST-UNATTESTED.
003620     MOVE "N" TO WS-EOF-SWITCH
003630     MOVE LOW-VALUES TO RCC-USERID
003640     START RCCTL-FILE KEY IS NOT LESS THAN RCC-USERID
003650         INVALID KEY SET WS-EOF TO TRUE
003660     END-START
003670     PERFORM 3100-CHECK-CYCLE-REC THRU 3100-CHECK-CYCLE-REC-EXIT
003680         UNTIL WS-EOF
003690     .
003700 3000-LIST-UNATTESTED-EXIT.
003710     EXIT.
003720
003730******************************************************************
003740* 3100-CHECK-CYCLE-REC                                           *
003750******************************************************************
003760 3100-CHECK-CYCLE-REC.
003770     READ RCCTL-FILE NEXT RECORD
003780         AT END SET WS-EOF TO TRUE
003790             GO TO 3100-CHECK-CYCLE-REC-EXIT
003800     END-READ
003810     ADD 1 TO WS-CNT-CYCLE
003820     IF RCC-OUTSTANDING
003830         ADD 1 TO WS-CNT-UNATTESTED
003840         DISPLAY "UNATTESTED: " RCC-USERID " " RCC-POLICY-CLASS
003850             " ON THE LIST SINCE " RCC-CYCLE-DATE
003860             " - ESCALATE"
003870     END-IF
003880     .
003890 3100-CHECK-CYCLE-REC-EXIT.
003900     EXIT.
003910
003920******************************************************************
003930* 3210-SEARCH-POLICY                                             *
003940******************************************************************
003950 3210-SEARCH-POLICY.
003960     MOVE 0 TO WS-POL-FOUND-IDX
003970     PERFORM VARYING WS-POL-IDX FROM 1 BY 1
003980             UNTIL WS-POL-IDX > WS-POL-COUNT
003990                 OR WS-POL-FOUND-IDX > 0
004000         IF WS-POL-ENTRY(WS-POL-IDX)(1:8)
004010             = WS-POL-CLASS-WANTED
004020             MOVE WS-POL-IDX TO WS-POL-FOUND-IDX
004030         END-IF
004040     END-PERFORM
004050     .
004060 3210-SEARCH-POLICY-EXIT.
004070     EXIT.
004080
004090******************************************************************
004100* 8500-WRITE-CARD                                                *
004110* ONE GENERATED VLMNTIN-FORMAT CARD TO VLRCTRN, READY TO RUN     *
004120* THROUGH VLUSRMNT. A CARD THAT DOES NOT GO ON THE FILE IS A     *
004122* DECISION VLUSRMNT WILL NEVER APPLY - RETURN CODE 08.           *
004130******************************************************************
004140 8500-WRITE-CARD.
004150     MOVE MAINT-INPUT-RECORD TO TRANS-FILE-RECORD
004160     WRITE TRANS-FILE-RECORD
004162     IF WS-TRANS-STATUS NOT = "00"
004164         DISPLAY "VLRCAPLY: VLRCTRN WRITE FAILED FOR "
004166             MNT-USERID ", STATUS " WS-TRANS-STATUS
004168         MOVE 08 TO WS-RUN-RC
004169         MOVE "CARD NOT WRITTEN TO VLRCTRN" TO WS-DISPOSITION
004170         GO TO 8500-WRITE-CARD-EXIT
004172     END-IF
004174     ADD 1 TO WS-CNT-CARDS
004180     .
004190 8500-WRITE-CARD-EXIT.
004200     EXIT.
004210
004220******************************************************************
004230* 9100-WRITE-AUDIT                                               *
004240* ONE VLAUDIT ROW PER ACCEPTED DECISION, THE REVIEWER AS THE     *
004250* OPERATOR - SAME SHAPE AS VLUSRMNT'S ROWS. THE CARD ITSELF GETS *
004255* ITS OWN ROW WHEN VLUSRMNT APPLIES IT. A ROW VLAUDWRT COULD NOT *
004260* WRITE IS LISTED AND SETS RETURN CODE 04.                       *
004270******************************************************************
004280 9100-WRITE-AUDIT.
004290     MOVE RCA-USERID TO AUD-USERID
004300     MOVE RCA-REVIEWER TO AUD-OPERATOR
004310     MOVE SPACES TO AUD-APPROVER
004320     ACCEPT WS-AUDIT-TIME-FULL FROM TIME
004330     MOVE WS-AUDIT-TIME-FULL(1:6) TO WS-AUDIT-TIME
004340     COMPUTE AUD-TIMESTAMP = WS-TODAY * 1000000 + WS-AUDIT-TIME
004350     SET AUD-PASSED TO TRUE
004360     MOVE "00" TO AUD-REASON-CODE
004370     MOVE WS-ACTION-TEXT TO AUD-REASON-TEXT
004380     MOVE "W" TO LK-AW-FUNCTION
004390     MOVE WS-AUDIT-REC TO LK-AW-RECORD
004391     CALL "VLAUDWRT" USING LK-AUDWRT-PARMS
004392     IF LK-AW-NOT-WRITTEN
004393         DISPLAY "VLRCAPLY: AUDIT ROW NOT WRITTEN FOR "
004394             AUD-USERID " " AUD-REASON-TEXT
004395         ADD 1 TO WS-CNT-AUDIT-FAILED
004396         IF WS-RUN-RC < 04
004397             MOVE 04 TO WS-RUN-RC
004398         END-IF
004400     END-IF
004410     .
004420 9100-WRITE-AUDIT-EXIT.
004430     EXIT.
004440
004450******************************************************************
004460* 9000-TERMINATE                                                 *
004470* CLOSES THE FILES, PRINTS THE SUMMARY AND SETS THE RETURN CODE  *
004480* - 04 WHEN ANY ACCOUNT IS STILL UNATTESTED, ANY LINE WAS        *
004490* REJECTED OR ANY AUDIT ROW WAS NOT WRITTEN. LINES ALREADY       *
004495* ATTESTED IN AN EARLIER RUN DO NOT COUNT TOWARDS IT.            *
004500******************************************************************
004510 9000-TERMINATE.
004520     IF WS-FILES-OPEN
004530         CLOSE ATTEST-FILE
004540         CLOSE USER-FILE
004550         CLOSE RCCTL-FILE
004560         CLOSE TRANS-FILE
004570         MOVE "C" TO LK-AW-FUNCTION
004580         CALL "VLAUDWRT" USING LK-AUDWRT-PARMS
004590     END-IF
004600     DISPLAY "==================================================="
004610     DISPLAY "        RECERTIFICATION ATTESTATION SUMMARY"
004620     DISPLAY "==================================================="
004630     DISPLAY "ATTESTATION LINES READ . . . . : " WS-CNT-READ
004640     DISPLAY "  NO DECISION YET  . . . . . . : " WS-CNT-BLANK
004650     DISPLAY "  KEEP . . . . . . . . . . . . : " WS-CNT-KEEP
004660     DISPLAY "  DOWNGRADE  . . . . . . . . . : " WS-CNT-DOWNGRADE
004670     DISPLAY "  REVOKE . . . . . . . . . . . : " WS-CNT-REVOKE
004680     DISPLAY "  REJECTED . . . . . . . . . . : " WS-CNT-REJECTED
004685     DISPLAY "  ALREADY ATTESTED EARLIER . . : " WS-CNT-ALREADY
004690     DISPLAY "ALREADY GONE FROM VLUSER . . . : " WS-CNT-GONE
004693     DISPLAY "CARDS WRITTEN TO VLRCTRN . . . : " WS-CNT-CARDS
004696     DISPLAY "AUDIT ROWS NOT WRITTEN . . . . : "
004700         WS-CNT-AUDIT-FAILED
004710     DISPLAY "ACCOUNTS ON THIS CYCLE . . . . : " WS-CNT-CYCLE
004720     DISPLAY "  STILL UNATTESTED . . . . . . : " WS-CNT-UNATTESTED
004730     IF WS-RUN-RC = ZERO
004740         IF WS-CNT-UNATTESTED > ZERO OR WS-CNT-REJECTED > ZERO
004750             MOVE 04 TO WS-RUN-RC
004760         END-IF
004770     END-IF
004780     DISPLAY "==================================================="
004790     .
004800 9000-TERMINATE-EXIT.
004810     EXIT.
004820
004830 END PROGRAM VLRCAPLY.
