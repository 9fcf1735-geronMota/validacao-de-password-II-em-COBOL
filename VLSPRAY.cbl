000010******************************************************************
000020* Author      : JEFFERSON MOTA (GERO)
000030* Installation: PAYROLL SYSTEMS - SECURITY GROUP
000040* Date-Written: 26/10/15
000050* Purpose     : CROSS-USER PASSWORD-SPRAY DETECTION. VLAUDRPT'S
000060*               BURST CHECK ONLY SEES ONE USERID FAILING MANY
000070*               TIMES; A SPRAY IS ONE OR TWO GUESSES EACH AGAINST
000080*               A LOT OF USERIDS. THIS PASS SLIDES A WINDOW OF
000090*               WS-WINDOW-SECS OVER THE FAILED VLAUDIT ROWS WITH
000100*               REASON 12 (WRONG CURRENT PASSWORD) OR 08 (LOCKED
000110*               OUT), AND WHEN THE NUMBER OF DISTINCT USERIDS IN
000120*               THE WINDOW REACHES WS-THRESHOLD IT RAISES A HIGH-
000130*               SEVERITY SPRAY EVENT ON VLSECEVT FOR THE SOC -
000140*               ONE ALERT PER SPRAY, NOT ONE PER ROW; THE WINDOW
000150*               HAS TO DROP BELOW THE THRESHOLD BEFORE ANOTHER.
000160*               SCHEDULED EVERY FEW MINUTES THROUGH THE DAY. THE
000170*               VLSPRCTL CONTROL RECORD REMEMBERS THE LAST AUDIT
000180*               SEQUENCE NUMBER ALREADY JUDGED AND THE FIRST ONE
000190*               STILL INSIDE THE WINDOW, SO EACH RUN REBUILDS THE
000200*               WINDOW IT LEFT OFF WITH BUT ONLY ALERTS ON ROWS
000210*               IT HAS NOT SEEN BEFORE. THE WINDOW AND THRESHOLD
000220*               COME FROM THE VLSPRPRM CARD (600 SECONDS AND 20
000230*               USERIDS WHEN THE CARD IS MISSING). THE RUN ENDS
000240*               WITH RETURN CODE 04 WHEN IT RAISED AN ALERT.
000250* Tectonics   : cobc
000260*-----------------------------------------------------------------
000270* MODIFICATION HISTORY
000280*   DATE     INIT DESCRIPTION
000290*   -------- ---- --------------------------------------------
000291*   26/10/15 GM   ORIGINAL PROGRAM.
000292*   26/10/15 GM   VLAUDIT IS INDEXED NOW (CPAUDIX) - THE SCAN
000293*                 STARTS ON THE SEQUENCE KEY AT THE FIRST ROW
000294*                 STILL IN THE WINDOW INSTEAD OF READING PAST
000295*                 THE REST OF THE MONTH.
000296*   26/10/15 GM   VLSPRCTL OPEN AND WRITE ARE CHECKED - A CONTROL
000297*                 RECORD NOT SAVED IS DISPLAYED AND ENDS THE RUN
000298*                 WITH RETURN CODE 08, AS THE NEXT RUN WOULD
000300*                 JUDGE THE SAME ROWS AND REPEAT ITS ALERTS.
000310******************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. VLSPRAY.
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT AUDIT-FILE ASSIGN TO "VLAUDIT"
000372         ORGANIZATION IS INDEXED
000374         ACCESS MODE IS DYNAMIC
000376         RECORD KEY IS AUDX-KEY
000380         ALTERNATE RECORD KEY IS AUDX-SEQ-NO WITH DUPLICATES
000390         FILE STATUS IS WS-AUDIT-STATUS.
000400     SELECT SPRPRM-FILE ASSIGN TO "VLSPRPRM"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-SPRPRM-STATUS.
000430     SELECT SPRCTL-FILE ASSIGN TO "VLSPRCTL"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-SPRCTL-STATUS.
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  AUDIT-FILE.
000485 01  AUDIT-FILE-RECORD.
000490 COPY CPAUDIX.
000500 FD  SPRPRM-FILE.
000510 01  SPRPRM-FILE-RECORD                PIC X(09).
000520 FD  SPRCTL-FILE.
000530 01  SPRCTL-FILE-RECORD                PIC X(22).
000540 WORKING-STORAGE SECTION.
000550 77  WS-AUDIT-STATUS                   PIC X(02)  VALUE "00".
000560 77  WS-SPRPRM-STATUS                  PIC X(02)  VALUE "00".
000570 77  WS-SPRCTL-STATUS                  PIC X(02)  VALUE "00".
000580 77  WS-EOF-SWITCH                     PIC X(01)  VALUE "N".
000590     88  WS-EOF                        VALUE "Y".
000600 77  WS-ALERT-SWITCH                   PIC X(01)  VALUE "N".
000610     88  WS-IN-ALERT                   VALUE "Y".
000620 77  WS-NEW-ROW-SWITCH                 PIC X(01)  VALUE "N".
000630     88  WS-NEW-ROW                    VALUE "Y".
000640 77  WS-SCANNED-SWITCH                 PIC X(01)  VALUE "N".
000650     88  WS-AUDIT-SCANNED              VALUE "Y".
000660 01  WS-SPRPRM-REC.
000670     05  PRM-WINDOW-SECS               PIC 9(05).
000680     05  PRM-THRESHOLD                 PIC 9(04).
000690 01  WS-SPRCTL-REC.
000700     05  SPC-LAST-SEQ-NO               PIC 9(10).
000710     05  FILLER                        PIC X(02)  VALUE SPACES.
000720     05  SPC-WINDOW-SEQ-NO             PIC 9(10).
000730 77  WS-WINDOW-SECS                    PIC 9(05)  VALUE 600 COMP.
000740 77  WS-THRESHOLD                      PIC 9(04)  VALUE 20 COMP.
000750 77  WS-ROW-DATE                       PIC 9(08).
000760 01  WS-ROW-TIME.
000770     05  WS-RT-HH                      PIC 9(02).
000780     05  WS-RT-MM                      PIC 9(02).
000790     05  WS-RT-SS                      PIC 9(02).
000800 77  WS-ROW-SECS                       PIC 9(12)  COMP.
000810 77  WS-CUTOFF-SECS                    PIC 9(12)  COMP.
000820 77  WS-MAX-SEQ                        PIC 9(10)  VALUE ZERO.
000830 77  WS-CNT-READ                       PIC 9(08)  VALUE ZERO COMP.
000840 77  WS-CNT-SKIPPED                    PIC 9(08)  VALUE ZERO COMP.
000850 77  WS-CNT-FAILURES                   PIC 9(08)  VALUE ZERO COMP.
000860 77  WS-CNT-NEW-FAILURES               PIC 9(08)  VALUE ZERO COMP.
000870 77  WS-CNT-ALERTS                     PIC 9(04)  VALUE ZERO COMP.
000880 77  WS-CNT-OVERFLOW                   PIC 9(08)  VALUE ZERO COMP.
000890 77  WS-PEAK-DISTINCT                  PIC 9(04)  VALUE ZERO COMP.
000900 77  WS-RUN-RC                         PIC 9(02)  VALUE ZERO.
000910******************************************************************
000920* THE WINDOW ITSELF - A RING OF THE FAILURES STILL INSIDE IT,    *
000930* OLDEST AT WS-Q-HEAD - AND BESIDE IT THE DISTINCT USERIDS IN IT *
000940* WITH HOW MANY OF THE RING'S ROWS EACH ONE HAS.                 *
000950******************************************************************
000960 77  WS-Q-MAX                          PIC 9(04)  VALUE 5000 COMP.
000970 77  WS-Q-HEAD                         PIC 9(04)  VALUE 1 COMP.
000980 77  WS-Q-TAIL                         PIC 9(04)  VALUE ZERO COMP.
000990 77  WS-Q-COUNT                        PIC 9(04)  VALUE ZERO COMP.
001000 01  WS-WINDOW-RING.
001010     05  WS-Q-ENTRY OCCURS 5000 TIMES.
001020         10  Q-USERID                  PIC X(08).
001030         10  Q-SECS                    PIC 9(12)  COMP.
001040         10  Q-SEQ-NO                  PIC 9(10).
001050         10  Q-TIMESTAMP               PIC 9(14).
001060 77  WS-D-COUNT                        PIC 9(04)  VALUE ZERO COMP.
001070 77  WS-D-IDX                          PIC 9(04)  COMP.
001080 77  WS-D-FOUND-IDX                    PIC 9(04)  COMP.
001090 77  WS-D-USERID                       PIC X(08).
001100 01  WS-DISTINCT-TABLE.
001110     05  WS-D-ENTRY OCCURS 5000 TIMES.
001120         10  D-USERID                  PIC X(08).
001130         10  D-ROWS                    PIC 9(04)  COMP.
001140 01  WS-ALERT-DETAIL.
001150     05  WS-AD-USERIDS                 PIC Z(03)9.
001160     05  FILLER                        PIC X(19)
001170         VALUE " USERIDS FAILED IN ".
001180     05  WS-AD-SECS                    PIC Z(04)9.
001190     05  FILLER                        PIC X(08)
001200         VALUE " SECONDS".
001210 COPY CPAUDIT.
001220 COPY CPSECEVT.
001230 COPY LKSECWRT.
001240 PROCEDURE DIVISION.
001250
001260******************************************************************
001270* 0000-MAINLINE                                                  *
001280******************************************************************
001290 0000-MAINLINE.
001300     PERFORM 1000-INITIALIZE     THRU 1000-INITIALIZE-EXIT
001310     PERFORM 2000-SCAN-AUDIT     THRU 2000-SCAN-AUDIT-EXIT
001320     PERFORM 8000-SAVE-CONTROL   THRU 8000-SAVE-CONTROL-EXIT
001330     PERFORM 9000-TERMINATE      THRU 9000-TERMINATE-EXIT
001340     MOVE WS-RUN-RC TO RETURN-CODE
001350     STOP RUN.
001360
001370******************************************************************
001380* 1000-INITIALIZE                                                *
001390* READS THE WINDOW/THRESHOLD CARD AND THE CONTROL RECORD. A      *
001400* ZERO OR NON-NUMERIC VALUE ON THE CARD KEEPS ITS DEFAULT. NO    *
001410* CONTROL RECORD MEANS A FIRST RUN - EVERY CHAINED ROW IS NEW.   *
001420******************************************************************
001430 1000-INITIALIZE.
001440     OPEN INPUT SPRPRM-FILE
001450     IF WS-SPRPRM-STATUS = "00"
001460         MOVE ZERO TO PRM-WINDOW-SECS PRM-THRESHOLD
001470         READ SPRPRM-FILE INTO WS-SPRPRM-REC
001480             AT END CONTINUE
001490         END-READ
001500         CLOSE SPRPRM-FILE
001510         IF PRM-WINDOW-SECS NUMERIC AND PRM-WINDOW-SECS > ZERO
001520             MOVE PRM-WINDOW-SECS TO WS-WINDOW-SECS
001530         END-IF
001540         IF PRM-THRESHOLD NUMERIC AND PRM-THRESHOLD > 1
001550             MOVE PRM-THRESHOLD TO WS-THRESHOLD
001560         END-IF
001570     END-IF
001580     MOVE ZERO TO SPC-LAST-SEQ-NO SPC-WINDOW-SEQ-NO
001590     OPEN INPUT SPRCTL-FILE
001600     IF WS-SPRCTL-STATUS = "00"
001610         READ SPRCTL-FILE INTO WS-SPRCTL-REC
001620             AT END CONTINUE
001630         END-READ
001640         CLOSE SPRCTL-FILE
001650     END-IF
001660     IF SPC-LAST-SEQ-NO NOT NUMERIC
001670         OR SPC-WINDOW-SEQ-NO NOT NUMERIC
001680         MOVE ZERO TO SPC-LAST-SEQ-NO SPC-WINDOW-SEQ-NO
001690     END-IF
001700     MOVE SPC-LAST-SEQ-NO TO WS-MAX-SEQ
001710     .
001720 1000-INITIALIZE-EXIT.
001730     EXIT.
001740
001750******************************************************************
001760* 2000-SCAN-AUDIT                                                *
001770* ONE PASS OVER THE LIVE LOG IN CHAIN ORDER, STARTED ON THE      *
001772* SEQUENCE KEY AT THE FIRST ROW STILL IN THE WINDOW - ROWS FROM  *
001774* BEFORE THE CHAIN HAVE A BLANK SEQUENCE AND SORT AHEAD OF IT.   *
001776* THE ARCHIVE IS NOT READ - A SPRAY IS A MATTER OF MINUTES, AND  *
001790* THE ROLLOVER NEVER MOVES ROWS FROM THE CURRENT MONTH.          *
001800******************************************************************
001810 2000-SCAN-AUDIT.
001820     OPEN INPUT AUDIT-FILE
001830     IF WS-AUDIT-STATUS NOT = "00"
001840         DISPLAY "VLSPRAY: VLAUDIT NOT AVAILABLE (STATUS "
001850             WS-AUDIT-STATUS ") - NOTHING TO SCAN"
001860         GO TO 2000-SCAN-AUDIT-EXIT
001870     END-IF
001880     SET WS-AUDIT-SCANNED TO TRUE
001882     MOVE SPC-WINDOW-SEQ-NO TO AUDX-SEQ-NO
001884     START AUDIT-FILE KEY IS NOT LESS THAN AUDX-SEQ-NO
001886         INVALID KEY SET WS-EOF TO TRUE
001888     END-START
001890     PERFORM 2100-READ-AUDIT-ROW THRU 2100-READ-AUDIT-ROW-EXIT
001900         UNTIL WS-EOF
001910     CLOSE AUDIT-FILE
001920     .
001930 2000-SCAN-AUDIT-EXIT.
001940     EXIT.
001950
001960******************************************************************
001970* 2100-READ-AUDIT-ROW                                            *
001980* A ROW BEFORE THE CHAIN, OR ONE THAT HAD ALREADY LEFT THE       *
001990* WINDOW WHEN THE LAST RUN ENDED, IS PASSED OVER. ONLY FAILED    *
002000* 12 AND 08 ROWS GO INTO THE WINDOW.                             *
002010******************************************************************
002020 2100-READ-AUDIT-ROW.
002040     READ AUDIT-FILE NEXT RECORD
002050         AT END SET WS-EOF TO TRUE
002060             GO TO 2100-READ-AUDIT-ROW-EXIT
002070     END-READ
002080     ADD 1 TO WS-CNT-READ
002090     MOVE AUDX-ROW TO WS-AUDIT-REC
002100     IF AUD-SEQ-NO NOT NUMERIC
002110         OR AUD-SEQ-NO < SPC-WINDOW-SEQ-NO
002120         ADD 1 TO WS-CNT-SKIPPED
002130         GO TO 2100-READ-AUDIT-ROW-EXIT
002140     END-IF
002150     IF AUD-SEQ-NO > WS-MAX-SEQ
002160         MOVE AUD-SEQ-NO TO WS-MAX-SEQ
002170     END-IF
002180     IF NOT AUD-FAILED
002190         OR (AUD-REASON-CODE NOT = "12"
002200             AND AUD-REASON-CODE NOT = "08")
002210         GO TO 2100-READ-AUDIT-ROW-EXIT
002220     END-IF
002230     ADD 1 TO WS-CNT-FAILURES
002240     IF AUD-SEQ-NO > SPC-LAST-SEQ-NO
002250         SET WS-NEW-ROW TO TRUE
002260         ADD 1 TO WS-CNT-NEW-FAILURES
002270     ELSE
002280         MOVE "N" TO WS-NEW-ROW-SWITCH
002290     END-IF
002300     MOVE AUD-TIMESTAMP(1:8) TO WS-ROW-DATE
002310     MOVE AUD-TIMESTAMP(9:6) TO WS-ROW-TIME
002320     COMPUTE WS-ROW-SECS =
002330         FUNCTION INTEGER-OF-DATE(WS-ROW-DATE) * 86400
002340         + WS-RT-HH * 3600 + WS-RT-MM * 60 + WS-RT-SS
002350     COMPUTE WS-CUTOFF-SECS = WS-ROW-SECS - WS-WINDOW-SECS
002360     PERFORM 2300-DROP-OLDEST THRU 2300-DROP-OLDEST-EXIT
002370         UNTIL WS-Q-COUNT = ZERO
002380             OR Q-SECS(WS-Q-HEAD) > WS-CUTOFF-SECS
002390     IF WS-Q-COUNT >= WS-Q-MAX
002400         ADD 1 TO WS-CNT-OVERFLOW
002410         PERFORM 2300-DROP-OLDEST THRU 2300-DROP-OLDEST-EXIT
002420     END-IF
002430     PERFORM 2400-ADD-TO-WINDOW THRU 2400-ADD-TO-WINDOW-EXIT
002440     PERFORM 2500-CHECK-ALERT THRU 2500-CHECK-ALERT-EXIT
002450     .
002460 2100-READ-AUDIT-ROW-EXIT.
002470     EXIT.
002480
002490******************************************************************
002500* 2300-DROP-OLDEST                                               *
002510* TAKES THE OLDEST FAILURE OFF THE RING AND ITS USERID'S COUNT   *
002520* DOWN BY ONE - A USERID WITH NONE LEFT LEAVES THE DISTINCT      *
002530* TABLE (THE LAST ENTRY MOVES INTO ITS SLOT).                    *
002540******************************************************************
002550 2300-DROP-OLDEST.
002560     MOVE Q-USERID(WS-Q-HEAD) TO WS-D-USERID
002570     PERFORM 2700-FIND-DISTINCT THRU 2700-FIND-DISTINCT-EXIT
002580     IF WS-D-FOUND-IDX > 0
002590         SUBTRACT 1 FROM D-ROWS(WS-D-FOUND-IDX)
002600         IF D-ROWS(WS-D-FOUND-IDX) = ZERO
002610             MOVE WS-D-ENTRY(WS-D-COUNT)
002620                 TO WS-D-ENTRY(WS-D-FOUND-IDX)
002630             SUBTRACT 1 FROM WS-D-COUNT
002640         END-IF
002650     END-IF
002660     SUBTRACT 1 FROM WS-Q-COUNT
002670     ADD 1 TO WS-Q-HEAD
002680     IF WS-Q-HEAD > WS-Q-MAX
002690         MOVE 1 TO WS-Q-HEAD
002700     END-IF
002710     .
002720 2300-DROP-OLDEST-EXIT.
002730     EXIT.
002740
002750******************************************************************
002760* 2400-ADD-TO-WINDOW                                             *
002770******************************************************************
002780 2400-ADD-TO-WINDOW.
002790     ADD 1 TO WS-Q-TAIL
002800     IF WS-Q-TAIL > WS-Q-MAX
002810         MOVE 1 TO WS-Q-TAIL
002820     END-IF
002830     ADD 1 TO WS-Q-COUNT
002840     MOVE AUD-USERID TO Q-USERID(WS-Q-TAIL)
002850     MOVE WS-ROW-SECS TO Q-SECS(WS-Q-TAIL)
002860     MOVE AUD-SEQ-NO TO Q-SEQ-NO(WS-Q-TAIL)
002870     MOVE AUD-TIMESTAMP TO Q-TIMESTAMP(WS-Q-TAIL)
002880     MOVE AUD-USERID TO WS-D-USERID
002890     PERFORM 2700-FIND-DISTINCT THRU 2700-FIND-DISTINCT-EXIT
002900     IF WS-D-FOUND-IDX = 0
002910         ADD 1 TO WS-D-COUNT
002920         MOVE WS-D-COUNT TO WS-D-FOUND-IDX
002930         MOVE AUD-USERID TO D-USERID(WS-D-FOUND-IDX)
002940         MOVE ZERO TO D-ROWS(WS-D-FOUND-IDX)
002950     END-IF
002960     ADD 1 TO D-ROWS(WS-D-FOUND-IDX)
002970     IF WS-D-COUNT > WS-PEAK-DISTINCT
002980         MOVE WS-D-COUNT TO WS-PEAK-DISTINCT
002990     END-IF
003000     .
003010 2400-ADD-TO-WINDOW-EXIT.
003020     EXIT.
003030
003040******************************************************************
003050* 2500-CHECK-ALERT                                               *
003060* RAISES THE ALERT THE FIRST TIME THE WINDOW REACHES THE         *
003070* THRESHOLD, AND RE-ARMS ONCE IT HAS FALLEN BACK BELOW. WHILE    *
003080* THE WINDOW IS BEING REBUILT FROM ROWS THE LAST RUN ALREADY     *
003090* JUDGED, THE STATE IS TRACKED BUT NOTHING IS RAISED AGAIN.      *
003100******************************************************************
003110 2500-CHECK-ALERT.
003120     IF WS-D-COUNT < WS-THRESHOLD
003130         MOVE "N" TO WS-ALERT-SWITCH
003140         GO TO 2500-CHECK-ALERT-EXIT
003150     END-IF
003160     IF WS-IN-ALERT
003170         GO TO 2500-CHECK-ALERT-EXIT
003180     END-IF
003190     SET WS-IN-ALERT TO TRUE
003200     IF WS-NEW-ROW
003210         PERFORM 2600-RAISE-ALERT THRU 2600-RAISE-ALERT-EXIT
003220     END-IF
003230     .
003240 2500-CHECK-ALERT-EXIT.
003250     EXIT.
003260
003270******************************************************************
003280* 2600-RAISE-ALERT                                               *
003290* ONE SPRAY EVENT, STAMPED WITH THE TIME OF THE FAILURE THAT     *
003300* TIPPED THE WINDOW OVER, AND THE SAME ON THE RUN REPORT WITH    *
003310* THE WINDOW'S FIRST FAILURE FOR THE ANALYST TO START FROM.      *
003320******************************************************************
003330 2600-RAISE-ALERT.
003340     ADD 1 TO WS-CNT-ALERTS
003350     MOVE WS-D-COUNT TO WS-AD-USERIDS
003360     MOVE WS-WINDOW-SECS TO WS-AD-SECS
003370     MOVE SPACES TO WS-SECEVT-REC
003380     MOVE AUD-TIMESTAMP TO SEV-TIMESTAMP
003390     SET SEV-SPRAY TO TRUE
003400     SET SEV-HIGH TO TRUE
003410     MOVE SPACES TO SEV-USERID
003420     MOVE SPACES TO SEV-POLICY-CLASS
003430     MOVE SPACES TO SEV-OPERATOR
003440     MOVE AUD-REASON-CODE TO SEV-REASON-CODE
003450     MOVE "VLSPRAY" TO SEV-SOURCE
003460     MOVE WS-ALERT-DETAIL TO SEV-DETAIL
003470     MOVE WS-SECEVT-REC TO LK-SW-RECORD
003480     CALL "VLSECWRT" USING LK-SECWRT-PARMS
003490     DISPLAY "*** SPRAY ALERT: " WS-ALERT-DETAIL
003500     DISPLAY "    WINDOW FROM " Q-TIMESTAMP(WS-Q-HEAD)
003510         " (SEQ " Q-SEQ-NO(WS-Q-HEAD) ") TO " AUD-TIMESTAMP
003520         " (SEQ " AUD-SEQ-NO ")"
003530     .
003540 2600-RAISE-ALERT-EXIT.
003550     EXIT.
003560
003570******************************************************************
003580* 2700-FIND-DISTINCT                                             *
003590* WS-D-USERID IN THE DISTINCT TABLE - ITS SLOT, OR ZERO.         *
003600******************************************************************
003610 2700-FIND-DISTINCT.
003620     MOVE 0 TO WS-D-FOUND-IDX
003630     PERFORM VARYING WS-D-IDX FROM 1 BY 1
003640             UNTIL WS-D-IDX > WS-D-COUNT
003650                 OR WS-D-FOUND-IDX > 0
003660         IF D-USERID(WS-D-IDX) = WS-D-USERID
003670             MOVE WS-D-IDX TO WS-D-FOUND-IDX
003680         END-IF
003690     END-PERFORM
003700     .
003710 2700-FIND-DISTINCT-EXIT.
003720     EXIT.
003730
003740******************************************************************
003750* 8000-SAVE-CONTROL                                              *
003760* THE LAST SEQUENCE NUMBER JUDGED, AND THE OLDEST ONE STILL IN   *
003770* THE WINDOW - THE NEXT RUN STARTS ITS REBUILD THERE. SKIPPED    *
003773* WHEN VLAUDIT COULD NOT BE READ, SO NOTHING IS LOST. A RECORD   *
003776* THAT CANNOT BE SAVED IS RETURN CODE 08 - THE NEXT RUN WOULD    *
003780* JUDGE THE SAME ROWS AGAIN AND REPEAT ANY ALERT.                *
003790******************************************************************
003800 8000-SAVE-CONTROL.
003810     IF NOT WS-AUDIT-SCANNED
003820         GO TO 8000-SAVE-CONTROL-EXIT
003830     END-IF
003840     MOVE WS-MAX-SEQ TO SPC-LAST-SEQ-NO
003850     IF WS-Q-COUNT > ZERO
003860         MOVE Q-SEQ-NO(WS-Q-HEAD) TO SPC-WINDOW-SEQ-NO
003870     ELSE
003880         COMPUTE SPC-WINDOW-SEQ-NO = WS-MAX-SEQ + 1
003890     END-IF
003891     OPEN OUTPUT SPRCTL-FILE
003892     IF WS-SPRCTL-STATUS NOT = "00"
003893         DISPLAY "VLSPRAY: CANNOT OPEN VLSPRCTL, STATUS "
003894             WS-SPRCTL-STATUS " - LAST SEQUENCE NOT SAVED"
003895         MOVE 08 TO WS-RUN-RC
003896         GO TO 8000-SAVE-CONTROL-EXIT
003900     END-IF
003910     MOVE WS-SPRCTL-REC TO SPRCTL-FILE-RECORD
003911     WRITE SPRCTL-FILE-RECORD
003912     IF WS-SPRCTL-STATUS NOT = "00"
003913         DISPLAY "VLSPRAY: VLSPRCTL WRITE FAILED, STATUS "
003914             WS-SPRCTL-STATUS " - LAST SEQUENCE NOT SAVED"
003915         MOVE 08 TO WS-RUN-RC
003920     END-IF
003930     CLOSE SPRCTL-FILE
003940     .
003950 8000-SAVE-CONTROL-EXIT.
003960     EXIT.
003970
003980******************************************************************
003990* 9000-TERMINATE                                                 *
004000* PRINTS THE RUN SUMMARY AND SETS THE RETURN CODE - 04 WHEN A    *
004010* SPRAY ALERT WAS RAISED, UNLESS 8000 HAS ALREADY SET 08.        *
004020******************************************************************
004030 9000-TERMINATE.
004040     DISPLAY "==================================================="
004050     DISPLAY "        PASSWORD-SPRAY DETECTION SUMMARY"
004060     DISPLAY "==================================================="
004070     DISPLAY "WINDOW (SECONDS) . . . . . . . : " WS-WINDOW-SECS
004080     DISPLAY "DISTINCT-USERID THRESHOLD  . . : " WS-THRESHOLD
004090     DISPLAY "VLAUDIT ROWS READ  . . . . . . : " WS-CNT-READ
004100     DISPLAY "  PASSED OVER (OLD/UNCHAINED)  : " WS-CNT-SKIPPED
004110     DISPLAY "12/08 FAILURES IN WINDOWS  . . : " WS-CNT-FAILURES
004120     DISPLAY "  NOT SEEN BY AN EARLIER RUN . : "
004130         WS-CNT-NEW-FAILURES
004140     DISPLAY "PEAK DISTINCT USERIDS  . . . . : " WS-PEAK-DISTINCT
004150     DISPLAY "LAST SEQUENCE JUDGED . . . . . : " WS-MAX-SEQ
004160     IF WS-CNT-OVERFLOW > ZERO
004170         DISPLAY "WINDOW RING OVERFLOWED . . . . : "
004180             WS-CNT-OVERFLOW " (OLDEST DROPPED EARLY)"
004190     END-IF
004200     DISPLAY "SPRAY ALERTS RAISED  . . . . . : " WS-CNT-ALERTS
004210     IF WS-CNT-ALERTS > ZERO
004220         DISPLAY "*** PASSWORD SPRAY IN PROGRESS - ALERT SENT TO"
004230             " THE SOC ON VLSECEVT ***"
004240         IF WS-RUN-RC < 04
004250             MOVE 04 TO WS-RUN-RC
004260         END-IF
004270     END-IF
004280     DISPLAY "==================================================="
004290     .
004300 9000-TERMINATE-EXIT.
004310     EXIT.
004320
004330 END PROGRAM VLSPRAY.
