000010******************************************************************
000020* Author      : JEFFERSON MOTA (GERO)
000030* Installation: PAYROLL SYSTEMS - SECURITY GROUP
000040* Date-Written: 26/10/15
000050* Purpose     : NIGHTLY UNLOAD OF THE TWO INDEXED MASTERS, VLUSER
000060*               AND VLHIST, TO SEQUENTIAL BACKUP GENERATIONS
000070*               (VLUSRBKP / VLHSTBKP, CPBKUP) THAT VLRECOVR CAN
000080*               RELOAD AND ROLL FORWARD IF EITHER MASTER IS EVER
000090*               DAMAGED. THE SCHEDULER POINTS EACH NIGHT'S RUN AT
000100*               A NEW DATED DATASET AND KEEPS THE LAST FEW. EACH
000110*               FILE STARTS WITH A HEADER DATING THE GENERATION -
000120*               TODAY, THE MOMENT OF THE UNLOAD AND THE LAST
000130*               VLAUDIT SEQUENCE NUMBER THEN ON VLAUDCTL, THE
000140*               POINT FROM WHICH A ROLL-FORWARD REPLAYS VLSYNCEX
000150*               AND VLAUDIT - AND ENDS WITH A TRAILER HOLDING THE
000160*               RECORD COUNT. RUN IT IN THE QUIET WINDOW AFTER THE
000170*               NIGHTLY BATCH; A CHANGE MADE WHILE IT RUNS IS
000180*               SIMPLY REPLAYED AGAIN, WHICH DOES NO HARM. RETURN
000190*               CODE 08 WHEN EITHER FILE COULD NOT BE UNLOADED, OR
000195*               VLAUDCTL COULD NOT BE READ, SO THE SCHEDULER DOES
000200*               NOT ROTATE A BAD GENERATION IN.
000210* Tectonics   : cobc
000220*-----------------------------------------------------------------
000230* MODIFICATION HISTORY
000240*   DATE     INIT DESCRIPTION
000250*   -------- ---- --------------------------------------------
000251*   26/10/15 GM   ORIGINAL PROGRAM.
000252*   26/10/15 GM   ONLY A VLAUDCTL THAT IS NOT THERE (STATUS 35) OR
000253*                 EMPTY MARKS THE GENERATION AT SEQUENCE ZERO. ANY
000254*                 OTHER OPEN OR READ FAILURE - 61 WHILE VLAUDWRT
000255*                 HOLDS THE FILE INCLUDED - IS TRIED AGAIN FOR UP
000256*                 TO FIVE SECONDS, THEN ENDS THE RUN WITH RETURN
000260*                 CODE 08 AND NO GENERATION WRITTEN.
000270******************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. VLBKUP.
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT USER-FILE ASSIGN TO "VLUSER"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS SEQUENTIAL
000360         RECORD KEY IS USER-USERID
000370         FILE STATUS IS WS-USER-STATUS.
000380     SELECT HISTORY-FILE ASSIGN TO "VLHIST"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS SEQUENTIAL
000410         RECORD KEY IS HIST-USERID
000420         FILE STATUS IS WS-HIST-STATUS.
000430     SELECT AUDCTL-FILE ASSIGN TO "VLAUDCTL"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-AUDCTL-STATUS.
000460     SELECT USRBKP-FILE ASSIGN TO "VLUSRBKP"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-USRBKP-STATUS.
000490     SELECT HSTBKP-FILE ASSIGN TO "VLHSTBKP"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-HSTBKP-STATUS.
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  USER-FILE.
000550 COPY CPUSER.
000560 FD  HISTORY-FILE.
000570 COPY CPHIST.
000580 FD  AUDCTL-FILE.
000590 01  AUDCTL-FILE-RECORD                PIC X(44).
000600 FD  USRBKP-FILE.
000610 01  USRBKP-FILE-RECORD                PIC X(223).
000620 FD  HSTBKP-FILE.
000630 01  HSTBKP-FILE-RECORD                PIC X(223).
000640 WORKING-STORAGE SECTION.
000650 77  WS-USER-STATUS                    PIC X(02)  VALUE "00".
000660 77  WS-HIST-STATUS                    PIC X(02)  VALUE "00".
000670 77  WS-AUDCTL-STATUS                  PIC X(02)  VALUE "00".
000680 77  WS-USRBKP-STATUS                  PIC X(02)  VALUE "00".
000690 77  WS-HSTBKP-STATUS                  PIC X(02)  VALUE "00".
000700 77  WS-EOF-SWITCH                     PIC X(01)  VALUE "N".
000710     88  WS-EOF                        VALUE "Y".
000720 77  WS-USER-DONE-SWITCH               PIC X(01)  VALUE "N".
000730     88  WS-USER-UNLOADED              VALUE "Y".
000740 77  WS-HIST-DONE-SWITCH               PIC X(01)  VALUE "N".
000750     88  WS-HIST-UNLOADED              VALUE "Y".
000760 77  WS-CTL-STATE                      PIC X(01)  VALUE "N".
000765     88  WS-CTL-FOUND                  VALUE "Y".
000770     88  WS-CTL-NONE                   VALUE "Z".
000775     88  WS-CTL-GIVEN-UP               VALUE "X".
000776 01  WS-CLOCK                          PIC 9(08).
000777 01  WS-CLOCK-PARTS REDEFINES WS-CLOCK.
000778     05  WS-CLOCK-HH                   PIC 9(02).
000779     05  WS-CLOCK-MM                   PIC 9(02).
000780     05  WS-CLOCK-SS                   PIC 9(02).
000781     05  WS-CLOCK-CC                   PIC 9(02).
000782 77  WS-WAIT-START                     PIC 9(08)  COMP.
000783 77  WS-WAIT-NOW                       PIC 9(08)  COMP.
000784 77  WS-WAIT-LIMIT                     PIC 9(08)  VALUE 500 COMP.
000787 77  WS-TODAY                          PIC 9(08).
000790 77  WS-TIME-FULL                      PIC 9(08).
000800 77  WS-TIME                           PIC 9(06).
000810 77  WS-UNLOAD-TS                      PIC 9(14)  VALUE ZERO.
000820 77  WS-CNT-USERS                      PIC 9(08)  VALUE ZERO COMP.
000830 77  WS-CNT-HISTS                      PIC 9(08)  VALUE ZERO COMP.
000840 77  WS-RUN-RC                         PIC 9(02)  VALUE ZERO.
000850 COPY CPAUDCTL.
000860 COPY CPBKUP.
000870 PROCEDURE DIVISION.
000880
000890******************************************************************
000900* 0000-MAINLINE                                                  *
000910******************************************************************
000920 0000-MAINLINE.
000930     PERFORM 1000-INITIALIZE     THRU 1000-INITIALIZE-EXIT
000935     IF WS-RUN-RC = ZERO
000940         PERFORM 2000-UNLOAD-USER THRU 2000-UNLOAD-USER-EXIT
000950         PERFORM 3000-UNLOAD-HIST THRU 3000-UNLOAD-HIST-EXIT
000955     END-IF
000960     PERFORM 9000-TERMINATE      THRU 9000-TERMINATE-EXIT
000970     MOVE WS-RUN-RC TO RETURN-CODE
000980     STOP RUN.
000990
001000******************************************************************
001010* 1000-INITIALIZE                                                *
001020* STAMPS THE UNLOAD MOMENT BEFORE EITHER MASTER IS READ, AND     *
001030* TAKES THE LAST SEQUENCE NUMBER OFF VLAUDCTL. ONLY A SITE WITH  *
001040* NO CONTROL RECORD (FILE NOT THERE OR EMPTY - THE CHAIN NEVER   *
001050* STARTED) RECORDS ZERO. A CONTROL FILE THAT CANNOT BE READ IS   *
001052* NOT TAKEN AS ZERO - A GENERATION MARKED TOO EARLY WOULD HAVE   *
001054* VLRECOVR REPLAY OLD ROWS OVER IT - SO THE RUN STOPS WITH       *
001056* RETURN CODE 08 AND NOTHING IS UNLOADED.                        *
001060******************************************************************
001070 1000-INITIALIZE.
001080     ACCEPT WS-TODAY FROM DATE YYYYMMDD
001090     ACCEPT WS-TIME-FULL FROM TIME
001100     MOVE WS-TIME-FULL(1:6) TO WS-TIME
001110     COMPUTE WS-UNLOAD-TS = WS-TODAY * 1000000 + WS-TIME
001120     MOVE ZERO TO ACTL-LAST-SEQ-NO
001130     MOVE "N" TO WS-CTL-STATE
001140     PERFORM 1200-READ-CLOCK THRU 1200-READ-CLOCK-EXIT
001150     MOVE WS-WAIT-NOW TO WS-WAIT-START
001160     PERFORM 1100-READ-CONTROL THRU 1100-READ-CONTROL-EXIT
001170         UNTIL WS-CTL-FOUND OR WS-CTL-NONE OR WS-CTL-GIVEN-UP
001180     IF WS-CTL-GIVEN-UP
001190         DISPLAY "VLBKUP: CANNOT READ VLAUDCTL, STATUS "
001195             WS-AUDCTL-STATUS " - NO GENERATION WRITTEN"
001200         MOVE 08 TO WS-RUN-RC
001205         GO TO 1000-INITIALIZE-EXIT
001208     END-IF
001210     IF NOT WS-CTL-FOUND OR ACTL-LAST-SEQ-NO NOT NUMERIC
001220         MOVE ZERO TO ACTL-LAST-SEQ-NO
001230         DISPLAY "VLBKUP: NO VLAUDCTL CONTROL RECORD - GENERATION"
001240             " MARKED AT AUDIT SEQUENCE ZERO"
001250     END-IF
001260     .
001270 1000-INITIALIZE-EXIT.
001280     EXIT.
001281
001282******************************************************************
001283* 1100-READ-CONTROL                                              *
001284* ONE TRY AT VLAUDCTL. STATUS 35 OR AN EMPTY FILE IS NO CONTROL  *
001285* RECORD. ANY OTHER FAILURE - 61 (93 ON SOME SYSTEMS) WHILE      *
001286* VLAUDWRT HOLDS THE FILE FOR A ROW, OR A 9X ERROR - IS TRIED    *
001287* AGAIN UNTIL WS-WAIT-LIMIT HUNDREDTHS HAVE PASSED, AS VLAUDWRT  *
001288* WAITS FOR IT.                                                  *
001289******************************************************************
001290 1100-READ-CONTROL.
001291     OPEN INPUT AUDCTL-FILE
001292     EVALUATE WS-AUDCTL-STATUS
001293         WHEN "00"
001294             READ AUDCTL-FILE INTO WS-AUDCTL-REC
001295                 AT END SET WS-CTL-NONE TO TRUE
001296                 NOT AT END SET WS-CTL-FOUND TO TRUE
001297             END-READ
001298             IF WS-AUDCTL-STATUS NOT = "00"
001299                 AND WS-AUDCTL-STATUS NOT = "10"
001300                 MOVE "N" TO WS-CTL-STATE
001301             END-IF
001302             CLOSE AUDCTL-FILE
001303         WHEN "35"
001304             SET WS-CTL-NONE TO TRUE
001305         WHEN OTHER
001306             CONTINUE
001307     END-EVALUATE
001308     IF WS-CTL-FOUND OR WS-CTL-NONE
001309         GO TO 1100-READ-CONTROL-EXIT
001310     END-IF
001311     PERFORM 1200-READ-CLOCK THRU 1200-READ-CLOCK-EXIT
001312     IF WS-WAIT-NOW < WS-WAIT-START
001313         ADD 8640000 TO WS-WAIT-NOW
001314     END-IF
001315     IF WS-WAIT-NOW - WS-WAIT-START > WS-WAIT-LIMIT
001316         SET WS-CTL-GIVEN-UP TO TRUE
001317     END-IF
001318     .
001319 1100-READ-CONTROL-EXIT.
001320     EXIT.
001321
001322******************************************************************
001323* 1200-READ-CLOCK                                                *
001324* THE TIME OF DAY IN HUNDREDTHS, FOR THE WAIT ON VLAUDCTL.       *
001325******************************************************************
001326 1200-READ-CLOCK.
001327     ACCEPT WS-CLOCK FROM TIME
001328     COMPUTE WS-WAIT-NOW = WS-CLOCK-HH * 360000
001329         + WS-CLOCK-MM * 6000 + WS-CLOCK-SS * 100 + WS-CLOCK-CC
001330     .
001331 1200-READ-CLOCK-EXIT.
001332     EXIT.
001333
001334******************************************************************
001335* 2000-UNLOAD-USER                                               *
001336* ONE PASS OVER VLUSER IN KEY ORDER - HEADER, ONE DETAIL LINE    *
001337* PER RECORD, TRAILER. A MISSING MASTER IS REPORTED, NOT         *
001340* UNLOADED AS AN EMPTY ESTATE.                                   *
001350******************************************************************
001360 2000-UNLOAD-USER.
001370     OPEN INPUT USER-FILE
001380     IF WS-USER-STATUS NOT = "00"
001390         DISPLAY "VLBKUP: CANNOT OPEN VLUSER, STATUS "
001400             WS-USER-STATUS " - USER FILE NOT UNLOADED"
001410         MOVE 08 TO WS-RUN-RC
001420         GO TO 2000-UNLOAD-USER-EXIT
001430     END-IF
001440     OPEN OUTPUT USRBKP-FILE
001450     IF WS-USRBKP-STATUS NOT = "00"
001460         DISPLAY "VLBKUP: CANNOT OPEN VLUSRBKP, STATUS "
001470             WS-USRBKP-STATUS " - USER FILE NOT UNLOADED"
001480         CLOSE USER-FILE
001490         MOVE 08 TO WS-RUN-RC
001500         GO TO 2000-UNLOAD-USER-EXIT
001510     END-IF
001520     MOVE "VLUSER" TO BKP-FILE-NAME
001530     PERFORM 8000-BUILD-HEADER THRU 8000-BUILD-HEADER-EXIT
001540     MOVE WS-BKUP-REC TO USRBKP-FILE-RECORD
001550     WRITE USRBKP-FILE-RECORD
001560     MOVE "N" TO WS-EOF-SWITCH
001570     PERFORM 2100-ONE-USER THRU 2100-ONE-USER-EXIT
001580         UNTIL WS-EOF
001590     MOVE SPACES TO WS-BKUP-REC
001600     SET BKP-TRAILER TO TRUE
001610     MOVE "VLUSER" TO BKP-FILE-NAME
001620     MOVE WS-CNT-USERS TO BKP-RECORD-COUNT
001630     MOVE WS-BKUP-REC TO USRBKP-FILE-RECORD
001640     WRITE USRBKP-FILE-RECORD
001650     CLOSE USER-FILE
001660     CLOSE USRBKP-FILE
001670     SET WS-USER-UNLOADED TO TRUE
001680     .
001690 2000-UNLOAD-USER-EXIT.
001700     EXIT.
001710
001720******************************************************************
001730* 2100-ONE-USER                                                  *
001740******************************************************************
001750 2100-ONE-USER.
001760     READ USER-FILE NEXT RECORD
001770         AT END SET WS-EOF TO TRUE
001780             GO TO 2100-ONE-USER-EXIT
001790     END-READ
001800     MOVE SPACES TO WS-BKUP-REC
001810     SET BKP-DETAIL TO TRUE
001820     MOVE "VLUSER" TO BKP-FILE-NAME
001830     MOVE WS-USER-REC TO BKP-BODY
001840     MOVE WS-BKUP-REC TO USRBKP-FILE-RECORD
001850     WRITE USRBKP-FILE-RECORD
001860     ADD 1 TO WS-CNT-USERS
001870     .
001880 2100-ONE-USER-EXIT.
001890     EXIT.
001900
001910******************************************************************
001920* 3000-UNLOAD-HIST                                               *
001930* SAME PASS FOR VLHIST.                                          *
001940******************************************************************
001950 3000-UNLOAD-HIST.
001960     OPEN INPUT HISTORY-FILE
001970     IF WS-HIST-STATUS NOT = "00"
001980         DISPLAY "VLBKUP: CANNOT OPEN VLHIST, STATUS "
001990             WS-HIST-STATUS " - HISTORY FILE NOT UNLOADED"
002000         MOVE 08 TO WS-RUN-RC
002010         GO TO 3000-UNLOAD-HIST-EXIT
002020     END-IF
002030     OPEN OUTPUT HSTBKP-FILE
002040     IF WS-HSTBKP-STATUS NOT = "00"
002050         DISPLAY "VLBKUP: CANNOT OPEN VLHSTBKP, STATUS "
002060             WS-HSTBKP-STATUS " - HISTORY FILE NOT UNLOADED"
002070         CLOSE HISTORY-FILE
002080         MOVE 08 TO WS-RUN-RC
002090         GO TO 3000-UNLOAD-HIST-EXIT
002100     END-IF
002110     MOVE "VLHIST" TO BKP-FILE-NAME
002120     PERFORM 8000-BUILD-HEADER THRU 8000-BUILD-HEADER-EXIT
002130     MOVE WS-BKUP-REC TO HSTBKP-FILE-RECORD
002140     WRITE HSTBKP-FILE-RECORD
002150     MOVE "N" TO WS-EOF-SWITCH
002160     PERFORM 3100-ONE-HIST THRU 3100-ONE-HIST-EXIT
002170         UNTIL WS-EOF
002180     MOVE SPACES TO WS-BKUP-REC
002190     SET BKP-TRAILER TO TRUE
002200     MOVE "VLHIST" TO BKP-FILE-NAME
002210     MOVE WS-CNT-HISTS TO BKP-RECORD-COUNT
002220     MOVE WS-BKUP-REC TO HSTBKP-FILE-RECORD
002230     WRITE HSTBKP-FILE-RECORD
002240     CLOSE HISTORY-FILE
002250     CLOSE HSTBKP-FILE
002260     SET WS-HIST-UNLOADED TO TRUE
002270     .
002280 3000-UNLOAD-HIST-EXIT.
002290     EXIT.
002300
002310******************************************************************
002320* 3100-ONE-HIST                                                  *
002330******************************************************************
002340 3100-ONE-HIST.
002350     READ HISTORY-FILE NEXT RECORD
002360         AT END SET WS-EOF TO TRUE
002370             GO TO 3100-ONE-HIST-EXIT
002380     END-READ
002390     MOVE SPACES TO WS-BKUP-REC
002400     SET BKP-DETAIL TO TRUE
002410     MOVE "VLHIST" TO BKP-FILE-NAME
002420     MOVE WS-HIST-REC TO BKP-BODY
002430     MOVE WS-BKUP-REC TO HSTBKP-FILE-RECORD
002440     WRITE HSTBKP-FILE-RECORD
002450     ADD 1 TO WS-CNT-HISTS
002460     .
002470 3100-ONE-HIST-EXIT.
002480     EXIT.
002490
002500******************************************************************
002510* 8000-BUILD-HEADER                                              *
002520* THE GENERATION HEADER - THE CALLER HAS ALREADY PUT THE FILE    *
002530* NAME IN BKP-FILE-NAME.                                         *
002540******************************************************************
002550 8000-BUILD-HEADER.
002560     MOVE SPACES TO BKP-BODY
002570     SET BKP-HEADER TO TRUE
002580     MOVE WS-TODAY TO BKP-GEN-DATE
002590     MOVE WS-UNLOAD-TS TO BKP-UNLOAD-TS
002600     MOVE ACTL-LAST-SEQ-NO TO BKP-AUDIT-SEQ
002610     .
002620 8000-BUILD-HEADER-EXIT.
002630     EXIT.
002640
002650******************************************************************
002660* 9000-TERMINATE                                                 *
002670* PRINTS THE UNLOAD SUMMARY. BOTH FILES MUST HAVE UNLOADED       *
002680* BEFORE THE NIGHT'S GENERATION IS KEPT.                         *
002690******************************************************************
002700 9000-TERMINATE.
002710     DISPLAY "==================================================="
002720     DISPLAY "        VLUSER / VLHIST BACKUP UNLOAD SUMMARY"
002730     DISPLAY "==================================================="
002740     DISPLAY "GENERATION DATE . . . . . . . : " WS-TODAY
002750     DISPLAY "UNLOAD TIMESTAMP  . . . . . . : " WS-UNLOAD-TS
002760     DISPLAY "LAST AUDIT SEQUENCE . . . . . : " ACTL-LAST-SEQ-NO
002770     DISPLAY "VLUSER RECORDS UNLOADED . . . : " WS-CNT-USERS
002780     DISPLAY "VLHIST RECORDS UNLOADED . . . : " WS-CNT-HISTS
002790     IF WS-USER-UNLOADED AND WS-HIST-UNLOADED
002800         DISPLAY "BACKUP GENERATION COMPLETE"
002810     ELSE
002820         DISPLAY "*** ONE OR BOTH FILES WERE NOT UNLOADED - DO"
002830             " NOT KEEP THIS GENERATION ***"
002840     END-IF
002850     DISPLAY "==================================================="
002860     .
002870 9000-TERMINATE-EXIT.
002880     EXIT.
002890
002900 END PROGRAM VLBKUP.
