000010******************************************************************
000020* Author      : JEFFERSON MOTA (GERO)
000030* Installation: PAYROLL SYSTEMS - SECURITY GROUP
000040* Date-Written: 26/10/15
000050* Purpose     : AUDIT-CHAIN VERIFIER. WALKS THE VLAUDARC ARCHIVE
000060*               AND THEN THE LIVE VLAUDIT END TO END - VLAUDRPT'S
000070*               ROLLOVER ONLY EVER MOVES THE HEAD OF THE LOG, SO
000080*               THE TWO TOGETHER ARE ONE UNBROKEN CHAIN - AND
000090*               RECOMPUTES EVERY ROW'S CHAIN VALUE THE WAY
000100*               VLAUDWRT BUILT IT. A GAP IN THE SEQUENCE NUMBERS
000110*               IS ROWS DELETED, A SEQUENCE NUMBER THAT GOES
000120*               BACKWARDS OR AN UNCHAINED ROW INSIDE THE CHAIN IS
000130*               A ROW INSERTED, AND A CHAIN VALUE THAT DOES NOT
000140*               RECOMPUTE IS A ROW ALTERED. THE END OF THE LOG IS
000150*               CHECKED AGAINST THE VLAUDCTL CONTROL RECORD, SO
000160*               ROWS CUT OFF THE TAIL ARE CAUGHT AS WELL. EACH
000170*               BREAK IS LISTED WITH THE FILE, THE PHYSICAL ROW
000180*               NUMBER, THE SEQUENCE NUMBER, THE USERID AND THE
000190*               TIMESTAMP. ROWS WRITTEN BEFORE THE CHAIN EXISTED
000200*               (NO SEQUENCE NUMBER) AT THE HEAD OF THE LOG ARE
000210*               COUNTED, NOT FLAGGED. THE RUN ENDS WITH RETURN
000220*               CODE 08 WHEN THERE IS ANY BREAK, SO THE SCHEDULER
000230*               CAN RAISE IT. THE FOLD IN 8000/8100 MUST STAY
000232*               BYTE-COMPATIBLE WITH VLAUDWRT'S. BOTH FILES ARE
000234*               INDEXED (CPAUDIX) AND ARE WALKED IN CHAIN ORDER
000236*               ON THE SEQUENCE-NUMBER ALTERNATE KEY; A ROW FILED
000238*               UNDER A KEY THAT IS NOT ITS OWN USERID, TIMESTAMP
000240*               AND SEQUENCE IS A BREAK AS WELL.
000250* Tectonics   : cobc
000260*-----------------------------------------------------------------
000270* MODIFICATION HISTORY
000280*   DATE     INIT DESCRIPTION
000290*   -------- ---- --------------------------------------------
000291*   26/10/15 GM   ORIGINAL PROGRAM.
000292*   26/10/15 GM   VLAUDIT AND VLAUDARC ARE INDEXED NOW (CPAUDIX).
000293*                 EACH IS WALKED ON THE AUD-SEQ-NO ALTERNATE KEY,
000294*                 SO "ROW" ON THE LISTING IS THE POSITION IN
000295*                 CHAIN ORDER. NEW CHECKS: A KEY THAT DOES NOT
000296*                 MATCH ITS ROW, AND A PRE-CHAIN ROW DATED AFTER
000297*                 THE CHAIN BEGAN - AN UNCHAINED ROW NOW SORTS
000300*                 TO THE HEAD OF THE FILE, NOT WHERE IT WAS PUT.
000310******************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. VLAUDVFY.
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT ARCHIVE-FILE ASSIGN TO "VLAUDARC"
000372         ORGANIZATION IS INDEXED
000374         ACCESS MODE IS DYNAMIC
000376         RECORD KEY IS AUDX-KEY OF ARCHIVE-FILE-RECORD
000378         ALTERNATE RECORD KEY IS
000380             AUDX-SEQ-NO OF ARCHIVE-FILE-RECORD WITH DUPLICATES
000390         FILE STATUS IS WS-ARCH-STATUS.
000400     SELECT AUDIT-FILE ASSIGN TO "VLAUDIT"
000402         ORGANIZATION IS INDEXED
000404         ACCESS MODE IS DYNAMIC
000406         RECORD KEY IS AUDX-KEY OF AUDIT-FILE-RECORD
000408         ALTERNATE RECORD KEY IS AUDX-SEQ-NO OF AUDIT-FILE-RECORD
000410             WITH DUPLICATES
000420         FILE STATUS IS WS-AUDIT-STATUS.
000430     SELECT AUDCTL-FILE ASSIGN TO "VLAUDCTL"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-AUDCTL-STATUS.
000460     SELECT AUDKEY-FILE ASSIGN TO "VLAUDKEY"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-AUDKEY-STATUS.
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  ARCHIVE-FILE.
000515 01  ARCHIVE-FILE-RECORD.
000520 COPY CPAUDIX.
000530 FD  AUDIT-FILE.
000535 01  AUDIT-FILE-RECORD.
000540 COPY CPAUDIX.
000550 FD  AUDCTL-FILE.
000560 01  AUDCTL-FILE-RECORD                PIC X(44).
000570 FD  AUDKEY-FILE.
000580 01  AUDKEY-FILE-RECORD                PIC X(16).
000590 WORKING-STORAGE SECTION.
000600 77  WS-ARCH-STATUS                    PIC X(02)  VALUE "00".
000610 77  WS-AUDIT-STATUS                   PIC X(02)  VALUE "00".
000620 77  WS-AUDCTL-STATUS                  PIC X(02)  VALUE "00".
000630 77  WS-AUDKEY-STATUS                  PIC X(02)  VALUE "00".
000640 77  WS-EOF-SWITCH                     PIC X(01)  VALUE "N".
000650     88  WS-EOF                        VALUE "Y".
000660 77  WS-STARTED-SWITCH                 PIC X(01)  VALUE "N".
000670     88  WS-CHAIN-STARTED              VALUE "Y".
000680 77  WS-CTL-FOUND-SWITCH               PIC X(01)  VALUE "N".
000690     88  WS-CTL-FOUND                  VALUE "Y".
000700 77  WS-FILE-NAME                      PIC X(08)  VALUE SPACES.
000710 77  WS-ROW-NO                         PIC 9(08)  VALUE ZERO.
000720 77  WS-EXPECT-SEQ                     PIC 9(10)  VALUE ZERO.
000730 77  WS-PREV-CHAIN                     PIC 9(16)  VALUE ZERO.
000740 77  WS-LAST-SEQ                       PIC 9(10)  VALUE ZERO.
000750 77  WS-LAST-CHAIN                     PIC 9(16)  VALUE ZERO.
000760 77  WS-GAP                            PIC 9(10)  VALUE ZERO.
000762 77  WS-LEGACY-LATEST                  PIC 9(14)  VALUE ZERO.
000764 77  WS-LEGACY-USERID                  PIC X(08)  VALUE SPACES.
000766 01  WS-ROW-KEY.
000767     05  WS-RK-USERID                  PIC X(08).
000768     05  WS-RK-TIMESTAMP               PIC X(14).
000769     05  WS-RK-SEQ                     PIC X(10).
000770 77  WS-CNT-ARCH-READ                  PIC 9(08)  VALUE ZERO COMP.
000780 77  WS-CNT-AUD-READ                   PIC 9(08)  VALUE ZERO COMP.
000790 77  WS-CNT-LEGACY                     PIC 9(08)  VALUE ZERO COMP.
000800 77  WS-CNT-CHAINED                    PIC 9(08)  VALUE ZERO COMP.
000810 77  WS-CNT-BREAKS                     PIC 9(08)  VALUE ZERO COMP.
000820 77  WS-CNT-MISSING                    PIC 9(08)  VALUE ZERO COMP.
000830 77  WS-CNT-ALTERED                    PIC 9(08)  VALUE ZERO COMP.
000840 77  WS-CNT-INSERTED                   PIC 9(08)  VALUE ZERO COMP.
000845 77  WS-CNT-MISKEYED                   PIC 9(08)  VALUE ZERO COMP.
000850 77  WS-DETAIL-LIMIT                   PIC 9(04)  VALUE 50 COMP.
000860 77  WS-RUN-RC                         PIC 9(02)  VALUE ZERO.
000870 01  WS-BREAK-LINE.
000880     05  WS-BRK-SEQ                    PIC X(10).
000890     05  WS-BRK-USERID                 PIC X(08).
000900     05  WS-BRK-TIMESTAMP              PIC X(14).
000910     05  WS-BRK-TEXT                   PIC X(44).
000920 77  WS-CHAIN-KEY                      PIC X(16)  VALUE SPACES.
000930 77  WS-CHAIN-VALUE                    PIC 9(16)  COMP.
000940 77  WS-CHAIN-TEMP                     PIC 9(18)  COMP.
000950 77  WS-CHAIN-QUOT                     PIC 9(18)  COMP.
000960 77  WS-CHAIN-POS                      PIC 9(03)  COMP.
000970 77  WS-CHAIN-LENGTH                   PIC 9(03)  VALUE 85 COMP.
000980 77  WS-CHAIN-CHAR                     PIC X(01).
000990 COPY CPAUDIT.
001000 COPY CPAUDCTL.
001010 PROCEDURE DIVISION.
001020
001030******************************************************************
001040* 0000-MAINLINE                                                  *
001050******************************************************************
001060 0000-MAINLINE.
001070     PERFORM 1000-INITIALIZE     THRU 1000-INITIALIZE-EXIT
001080     PERFORM 2000-WALK-ARCHIVE   THRU 2000-WALK-ARCHIVE-EXIT
001090     PERFORM 2500-WALK-AUDIT     THRU 2500-WALK-AUDIT-EXIT
001100     PERFORM 3000-CHECK-CONTROL  THRU 3000-CHECK-CONTROL-EXIT
001110     PERFORM 9000-TERMINATE      THRU 9000-TERMINATE-EXIT
001120     MOVE WS-RUN-RC TO RETURN-CODE
001130     STOP RUN.
001140
001150******************************************************************
001160* 1000-INITIALIZE                                                *
001170* READS THE CHAIN KEY AND THE CONTROL RECORD - THE SAME TWO      *
001180* FILES VLAUDWRT CHAINS FROM - AND STARTS THE BREAK LISTING.     *
001190******************************************************************
001200 1000-INITIALIZE.
001210     MOVE SPACES TO WS-CHAIN-KEY
001220     OPEN INPUT AUDKEY-FILE
001230     IF WS-AUDKEY-STATUS = "00"
001240         READ AUDKEY-FILE INTO WS-CHAIN-KEY
001250             AT END CONTINUE
001260         END-READ
001270         CLOSE AUDKEY-FILE
001280     END-IF
001290     MOVE ZERO TO ACTL-LAST-SEQ-NO
001300     MOVE ZERO TO ACTL-LAST-CHAIN
001310     MOVE ZERO TO ACTL-LAST-TIMESTAMP
001320     OPEN INPUT AUDCTL-FILE
001330     IF WS-AUDCTL-STATUS = "00"
001340         READ AUDCTL-FILE INTO WS-AUDCTL-REC
001350             AT END CONTINUE
001360             NOT AT END SET WS-CTL-FOUND TO TRUE
001370         END-READ
001380         CLOSE AUDCTL-FILE
001390     END-IF
001400     DISPLAY "==================================================="
001410     DISPLAY "          AUDIT CHAIN VERIFICATION"
001420     DISPLAY "==================================================="
001430     .
001440 1000-INITIALIZE-EXIT.
001450     EXIT.
001460
001470******************************************************************
001480* 2000-WALK-ARCHIVE                                              *
001490* THE HEAD OF THE CHAIN. NO ARCHIVE YET IS NORMAL BEFORE THE     *
001500* FIRST MONTHLY ROLLOVER. THE WALK STARTS AT THE LOWEST          *
001505* SEQUENCE NUMBER - BLANK, THE PRE-CHAIN ROWS, SORTS FIRST.      *
001510******************************************************************
001520 2000-WALK-ARCHIVE.
001530     OPEN INPUT ARCHIVE-FILE
001540     IF WS-ARCH-STATUS NOT = "00"
001550         GO TO 2000-WALK-ARCHIVE-EXIT
001560     END-IF
001570     MOVE "VLAUDARC" TO WS-FILE-NAME
001580     MOVE ZERO TO WS-ROW-NO
001590     MOVE "N" TO WS-EOF-SWITCH
001592     MOVE LOW-VALUES TO AUDX-SEQ-NO OF ARCHIVE-FILE-RECORD
001594     START ARCHIVE-FILE
001596         KEY IS NOT LESS THAN AUDX-SEQ-NO OF ARCHIVE-FILE-RECORD
001597         INVALID KEY SET WS-EOF TO TRUE
001598     END-START
001600     PERFORM 2100-READ-ARCHIVE-ROW THRU 2100-READ-ARCHIVE-ROW-EXIT
001610         UNTIL WS-EOF
001620     CLOSE ARCHIVE-FILE
001630     .
001640 2000-WALK-ARCHIVE-EXIT.
001650     EXIT.
001660
001670******************************************************************
001680* 2100-READ-ARCHIVE-ROW                                          *
001690******************************************************************
001700 2100-READ-ARCHIVE-ROW.
001720     READ ARCHIVE-FILE NEXT RECORD
001730         AT END SET WS-EOF TO TRUE
001740             GO TO 2100-READ-ARCHIVE-ROW-EXIT
001750     END-READ
001760     ADD 1 TO WS-CNT-ARCH-READ
001770     ADD 1 TO WS-ROW-NO
001780     MOVE AUDX-ROW OF ARCHIVE-FILE-RECORD TO WS-AUDIT-REC
001785     MOVE AUDX-KEY OF ARCHIVE-FILE-RECORD TO WS-ROW-KEY
001790     PERFORM 2700-CHECK-ROW THRU 2700-CHECK-ROW-EXIT
001800     .
001810 2100-READ-ARCHIVE-ROW-EXIT.
001820     EXIT.
001830
001840******************************************************************
001850* 2500-WALK-AUDIT                                                *
001860* THE LIVE LOG, CARRYING ON FROM WHERE THE ARCHIVE LEFT OFF.     *
001870******************************************************************
001880 2500-WALK-AUDIT.
001890     OPEN INPUT AUDIT-FILE
001900     IF WS-AUDIT-STATUS NOT = "00"
001910         DISPLAY "VLAUDVFY: VLAUDIT NOT AVAILABLE (STATUS "
001920             WS-AUDIT-STATUS ")"
001930         GO TO 2500-WALK-AUDIT-EXIT
001940     END-IF
001950     MOVE "VLAUDIT" TO WS-FILE-NAME
001960     MOVE ZERO TO WS-ROW-NO
001970     MOVE "N" TO WS-EOF-SWITCH
001972     MOVE LOW-VALUES TO AUDX-SEQ-NO OF AUDIT-FILE-RECORD
001974     START AUDIT-FILE
001976         KEY IS NOT LESS THAN AUDX-SEQ-NO OF AUDIT-FILE-RECORD
001977         INVALID KEY SET WS-EOF TO TRUE
001978     END-START
001980     PERFORM 2600-READ-AUDIT-ROW THRU 2600-READ-AUDIT-ROW-EXIT
001990         UNTIL WS-EOF
002000     CLOSE AUDIT-FILE
002010     .
002020 2500-WALK-AUDIT-EXIT.
002030     EXIT.
002040
002050******************************************************************
002060* 2600-READ-AUDIT-ROW                                            *
002070******************************************************************
002080 2600-READ-AUDIT-ROW.
002100     READ AUDIT-FILE NEXT RECORD
002110         AT END SET WS-EOF TO TRUE
002120             GO TO 2600-READ-AUDIT-ROW-EXIT
002130     END-READ
002140     ADD 1 TO WS-CNT-AUD-READ
002150     ADD 1 TO WS-ROW-NO
002160     MOVE AUDX-ROW OF AUDIT-FILE-RECORD TO WS-AUDIT-REC
002165     MOVE AUDX-KEY OF AUDIT-FILE-RECORD TO WS-ROW-KEY
002170     PERFORM 2700-CHECK-ROW THRU 2700-CHECK-ROW-EXIT
002180     .
002190 2600-READ-AUDIT-ROW-EXIT.
002200     EXIT.
002210
002220******************************************************************
002230* 2700-CHECK-ROW                                                 *
002240* ONE ROW AGAINST THE CHAIN SO FAR. AFTER A GAP THE CHECK        *
002250* RESYNCHRONIZES ON THE ROW'S OWN STORED CHAIN, SO ONE DELETION  *
002260* OR ALTERATION IS REPORTED ONCE AND NOT AS EVERY ROW AFTER IT.  *
002262* THE KEY IS CHECKED FIRST - THE CHAIN COVERS THE ROW, NOT THE   *
002264* KEY, AND A ROW FILED UNDER ANOTHER USERID WOULD SHOW ON THE    *
002266* WRONG USER'S INQUIRY.                                          *
002270******************************************************************
002280 2700-CHECK-ROW.
002282     PERFORM 2800-CHECK-KEY THRU 2800-CHECK-KEY-EXIT
002290     IF AUD-SEQ-NO NOT NUMERIC OR AUD-CHAIN NOT NUMERIC
002300         IF WS-CHAIN-STARTED
002310             ADD 1 TO WS-CNT-INSERTED
002320             MOVE "UNCHAINED ROW INSIDE THE CHAIN - INSERTED"
002330                 TO WS-BRK-TEXT
002340             PERFORM 7000-ROW-BREAK THRU 7000-ROW-BREAK-EXIT
002350         ELSE
002360             ADD 1 TO WS-CNT-LEGACY
002362             IF AUD-TIMESTAMP NUMERIC
002364                 AND AUD-TIMESTAMP > WS-LEGACY-LATEST
002366                 MOVE AUD-TIMESTAMP TO WS-LEGACY-LATEST
002368                 MOVE AUD-USERID TO WS-LEGACY-USERID
002369             END-IF
002370         END-IF
002380         GO TO 2700-CHECK-ROW-EXIT
002390     END-IF
002400     ADD 1 TO WS-CNT-CHAINED
002410     IF NOT WS-CHAIN-STARTED
002420         SET WS-CHAIN-STARTED TO TRUE
002430         MOVE 1 TO WS-EXPECT-SEQ
002440         MOVE ZERO TO WS-PREV-CHAIN
002442         PERFORM 2900-CHECK-LEGACY THRU 2900-CHECK-LEGACY-EXIT
002450     END-IF
002460     IF AUD-SEQ-NO < WS-EXPECT-SEQ
002470         ADD 1 TO WS-CNT-INSERTED
002480         MOVE "SEQUENCE GOES BACKWARDS - INSERTED OR REPLAYED"
002490             TO WS-BRK-TEXT
002500         PERFORM 7000-ROW-BREAK THRU 7000-ROW-BREAK-EXIT
002510         GO TO 2700-CHECK-ROW-EXIT
002520     END-IF
002530     IF AUD-SEQ-NO > WS-EXPECT-SEQ
002540         COMPUTE WS-GAP = AUD-SEQ-NO - WS-EXPECT-SEQ
002550         ADD WS-GAP TO WS-CNT-MISSING
002560         MOVE SPACES TO WS-BRK-TEXT
002570         STRING WS-GAP DELIMITED BY SIZE
002580             " ROW(S) MISSING BEFORE THIS ONE" DELIMITED BY SIZE
002590             INTO WS-BRK-TEXT
002600         END-STRING
002610         PERFORM 7000-ROW-BREAK THRU 7000-ROW-BREAK-EXIT
002620     ELSE
002630         MOVE WS-PREV-CHAIN TO WS-CHAIN-VALUE
002640         PERFORM 8000-CALC-CHAIN THRU 8000-CALC-CHAIN-EXIT
002650         IF WS-CHAIN-VALUE NOT = AUD-CHAIN
002660             ADD 1 TO WS-CNT-ALTERED
002670             MOVE "ALTERED (OR PRIOR ROW RE-CHAINED)"
002680                 TO WS-BRK-TEXT
002690             PERFORM 7000-ROW-BREAK THRU 7000-ROW-BREAK-EXIT
002700         END-IF
002710     END-IF
002720     MOVE AUD-CHAIN TO WS-PREV-CHAIN
002730     COMPUTE WS-EXPECT-SEQ = AUD-SEQ-NO + 1
002740     MOVE AUD-SEQ-NO TO WS-LAST-SEQ
002750     MOVE AUD-CHAIN TO WS-LAST-CHAIN
002760     .
002770 2700-CHECK-ROW-EXIT.
002780     EXIT.
002781
002782******************************************************************
002783* 2800-CHECK-KEY                                                 *
002784* THE KEY MUST BE THE ROW'S OWN USERID AND TIMESTAMP, AND ON A   *
002785* CHAINED ROW ITS OWN SEQUENCE NUMBER (A PRE-CHAIN ROW CARRIES   *
002786* ITS PLACE IN THE OLD FILE THERE INSTEAD).                      *
002787******************************************************************
002788 2800-CHECK-KEY.
002789     IF WS-RK-USERID = AUD-USERID
002790         AND WS-RK-TIMESTAMP = AUD-TIMESTAMP
002791         AND (WS-RK-SEQ = AUD-SEQ-NO OR AUD-SEQ-NO NOT NUMERIC)
002792         GO TO 2800-CHECK-KEY-EXIT
002793     END-IF
002794     ADD 1 TO WS-CNT-MISKEYED
002795     MOVE SPACES TO WS-BRK-TEXT
002796     STRING "FILED UNDER KEY " DELIMITED BY SIZE
002797         WS-RK-USERID DELIMITED BY SIZE
002798         " " DELIMITED BY SIZE
002799         WS-RK-TIMESTAMP DELIMITED BY SIZE
002800         INTO WS-BRK-TEXT
002801     END-STRING
002802     PERFORM 7000-ROW-BREAK THRU 7000-ROW-BREAK-EXIT
002803     .
002804 2800-CHECK-KEY-EXIT.
002805     EXIT.
002806
002807******************************************************************
002808* 2900-CHECK-LEGACY                                              *
002809* AT THE FIRST CHAINED ROW: EVERY PRE-CHAIN ROW WAS WRITTEN      *
002810* BEFORE VLAUDWRT TOOK OVER, SO NONE CAN BE DATED LATER THAN     *
002811* THE ROW THAT BEGINS THE CHAIN. ONE THAT IS WAS ADDED SINCE.    *
002812* ONLY THE LATEST IS LISTED - THE OTHERS NEED THE SAME LOOK.     *
002813******************************************************************
002814 2900-CHECK-LEGACY.
002815     IF WS-LEGACY-LATEST = ZERO
002816         OR WS-LEGACY-LATEST <= AUD-TIMESTAMP
002817         GO TO 2900-CHECK-LEGACY-EXIT
002818     END-IF
002819     ADD 1 TO WS-CNT-INSERTED
002820     MOVE SPACES TO WS-BRK-SEQ
002821     MOVE WS-LEGACY-USERID TO WS-BRK-USERID
002822     MOVE WS-LEGACY-LATEST TO WS-BRK-TIMESTAMP
002823     MOVE "PRE-CHAIN ROW DATED AFTER THE CHAIN BEGAN"
002824         TO WS-BRK-TEXT
002825     PERFORM 7100-LIST-BREAK THRU 7100-LIST-BREAK-EXIT
002826     .
002827 2900-CHECK-LEGACY-EXIT.
002828     EXIT.
002830
002832******************************************************************
002834* 3000-CHECK-CONTROL                                             *
002836* THE END OF THE WALK AGAINST VLAUDCTL. THE CHAIN CANNOT SHOW    *
002838* ROWS CUT OFF THE TAIL - THE CONTROL RECORD, REWRITTEN BY       *
002840* VLAUDWRT AFTER EVERY ROW, CAN.                                 *
002850******************************************************************
002860 3000-CHECK-CONTROL.
002870     MOVE "VLAUDCTL" TO WS-FILE-NAME
002880     MOVE ZERO TO WS-ROW-NO
002890     MOVE ACTL-LAST-SEQ-NO TO WS-BRK-SEQ
002900     MOVE SPACES TO WS-BRK-USERID
002910     MOVE ACTL-LAST-TIMESTAMP TO WS-BRK-TIMESTAMP
002920     IF NOT WS-CTL-FOUND
002930         IF WS-CNT-CHAINED > ZERO
002940             MOVE SPACES TO WS-BRK-SEQ
002950             MOVE SPACES TO WS-BRK-TIMESTAMP
002960             MOVE "CONTROL RECORD MISSING - CHAINED LOG EXISTS"
002970                 TO WS-BRK-TEXT
002980             PERFORM 7100-LIST-BREAK THRU 7100-LIST-BREAK-EXIT
002990         END-IF
003000         GO TO 3000-CHECK-CONTROL-EXIT
003010     END-IF
003020     IF ACTL-LAST-SEQ-NO NOT NUMERIC
003030         OR ACTL-LAST-CHAIN NOT NUMERIC
003040         MOVE "CONTROL RECORD UNREADABLE"
003050             TO WS-BRK-TEXT
003060         PERFORM 7100-LIST-BREAK THRU 7100-LIST-BREAK-EXIT
003070         GO TO 3000-CHECK-CONTROL-EXIT
003080     END-IF
003090     IF ACTL-LAST-SEQ-NO > WS-LAST-SEQ
003100         COMPUTE WS-GAP = ACTL-LAST-SEQ-NO - WS-LAST-SEQ
003110         ADD WS-GAP TO WS-CNT-MISSING
003120         MOVE SPACES TO WS-BRK-TEXT
003130         STRING WS-GAP DELIMITED BY SIZE
003140             " ROW(S) CUT OFF THE END OF THE LOG"
003150             DELIMITED BY SIZE
003160             INTO WS-BRK-TEXT
003170         END-STRING
003180         PERFORM 7100-LIST-BREAK THRU 7100-LIST-BREAK-EXIT
003190         GO TO 3000-CHECK-CONTROL-EXIT
003200     END-IF
003210     IF ACTL-LAST-SEQ-NO < WS-LAST-SEQ
003220         MOVE "ROWS APPENDED AFTER CONTROL - NOT VLAUDWRT"
003230             TO WS-BRK-TEXT
003250         PERFORM 7100-LIST-BREAK THRU 7100-LIST-BREAK-EXIT
003260         GO TO 3000-CHECK-CONTROL-EXIT
003270     END-IF
003280     IF ACTL-LAST-CHAIN NOT = WS-LAST-CHAIN
003290         MOVE "LAST ROW'S CHAIN DOES NOT MATCH CONTROL"
003300             TO WS-BRK-TEXT
003310         PERFORM 7100-LIST-BREAK THRU 7100-LIST-BREAK-EXIT
003320     END-IF
003330     .
003340 3000-CHECK-CONTROL-EXIT.
003350     EXIT.
003360
003370******************************************************************
003380* 7000-ROW-BREAK                                                 *
003390* A BREAK AT THE ROW JUST READ - ITS OWN SEQUENCE, USERID AND    *
003400* TIMESTAMP GO ON THE LISTING.                                   *
003410******************************************************************
003420 7000-ROW-BREAK.
003430     MOVE AUD-SEQ-NO TO WS-BRK-SEQ
003440     MOVE AUD-USERID TO WS-BRK-USERID
003450     MOVE AUD-TIMESTAMP TO WS-BRK-TIMESTAMP
003460     PERFORM 7100-LIST-BREAK THRU 7100-LIST-BREAK-EXIT
003470     .
003480 7000-ROW-BREAK-EXIT.
003490     EXIT.
003500
003510******************************************************************
003520* 7100-LIST-BREAK                                                *
003530* COUNTS THE BREAK AND LISTS THE FIRST WS-DETAIL-LIMIT OF THEM - *
003540* A TRUNCATED OR WHOLESALE-REWRITTEN LOG WOULD OTHERWISE FLOOD   *
003550* THE JOB LOG. THE COUNTS IN THE SUMMARY ARE ALWAYS COMPLETE.    *
003560******************************************************************
003570 7100-LIST-BREAK.
003580     ADD 1 TO WS-CNT-BREAKS
003590     IF WS-CNT-BREAKS > WS-DETAIL-LIMIT
003600         GO TO 7100-LIST-BREAK-EXIT
003610     END-IF
003620     DISPLAY "*** BREAK: " WS-FILE-NAME " ROW " WS-ROW-NO
003630         " SEQ " WS-BRK-SEQ " " WS-BRK-USERID " "
003640         WS-BRK-TIMESTAMP
003650     DISPLAY "           " WS-BRK-TEXT
003660     IF WS-CNT-BREAKS = WS-DETAIL-LIMIT
003670         DISPLAY "*** FURTHER BREAKS COUNTED BUT NOT LISTED"
003680     END-IF
003690     .
003700 7100-LIST-BREAK-EXIT.
003710     EXIT.
003720
003730******************************************************************
003740* 8000-CALC-CHAIN                                                *
003750* THE CHAIN VALUE FOR WS-AUDIT-REC, SEEDED FROM WS-CHAIN-VALUE   *
003760* (THE PREVIOUS ROW'S STORED CHAIN) - THE SAME FOLD AS           *
003770* VLAUDWRT: THE 16-BYTE SITE KEY, THEN THE ROW UP TO AND         *
003780* INCLUDING AUD-SEQ-NO, 37 MULTIPLIER, 16-DIGIT PRIME MODULUS.   *
003790******************************************************************
003800 8000-CALC-CHAIN.
003810     PERFORM VARYING WS-CHAIN-POS FROM 1 BY 1
003820             UNTIL WS-CHAIN-POS > 16
003830         MOVE WS-CHAIN-KEY(WS-CHAIN-POS:1) TO WS-CHAIN-CHAR
003840         PERFORM 8100-FOLD-CHAR THRU 8100-FOLD-CHAR-EXIT
003850     END-PERFORM
003860     PERFORM VARYING WS-CHAIN-POS FROM 1 BY 1
003870             UNTIL WS-CHAIN-POS > WS-CHAIN-LENGTH
003880         MOVE WS-AUDIT-REC(WS-CHAIN-POS:1) TO WS-CHAIN-CHAR
003890         PERFORM 8100-FOLD-CHAR THRU 8100-FOLD-CHAR-EXIT
003900     END-PERFORM
003910     .
003920 8000-CALC-CHAIN-EXIT.
003930     EXIT.
003940
003950******************************************************************
003960* 8100-FOLD-CHAR                                                 *
003970******************************************************************
003980 8100-FOLD-CHAR.
003990     COMPUTE WS-CHAIN-TEMP =
004000         WS-CHAIN-VALUE * 37 + FUNCTION ORD(WS-CHAIN-CHAR)
004010     DIVIDE WS-CHAIN-TEMP BY 9999999999999937
004020         GIVING WS-CHAIN-QUOT REMAINDER WS-CHAIN-VALUE
004030     .
004040 8100-FOLD-CHAR-EXIT.
004050     EXIT.
004060
004070******************************************************************
004080* 9000-TERMINATE                                                 *
004090* PRINTS THE SUMMARY AND SETS THE RETURN CODE - 00 WHEN THE      *
004100* CHAIN IS WHOLE, 08 ON ANY BREAK.                               *
004110******************************************************************
004120 9000-TERMINATE.
004130     DISPLAY "---------------------------------------------------"
004140     DISPLAY "VLAUDARC ROWS READ  . . . . . : " WS-CNT-ARCH-READ
004150     DISPLAY "VLAUDIT ROWS READ . . . . . . : " WS-CNT-AUD-READ
004160     DISPLAY "  PRE-CHAIN ROWS (NOT CHECKED): " WS-CNT-LEGACY
004170     DISPLAY "  CHAINED ROWS  . . . . . . . : " WS-CNT-CHAINED
004180     DISPLAY "LAST SEQUENCE ON THE LOG  . . : " WS-LAST-SEQ
004190     IF WS-CTL-FOUND
004200         DISPLAY "LAST SEQUENCE ON VLAUDCTL . . : "
004210             ACTL-LAST-SEQ-NO
004220     ELSE
004230         DISPLAY "LAST SEQUENCE ON VLAUDCTL . . : (NO CONTROL)"
004240     END-IF
004250     DISPLAY "ROWS MISSING  . . . . . . . . : " WS-CNT-MISSING
004260     DISPLAY "ROWS ALTERED  . . . . . . . . : " WS-CNT-ALTERED
004270     DISPLAY "ROWS INSERTED . . . . . . . . : " WS-CNT-INSERTED
004275     DISPLAY "ROWS UNDER THE WRONG KEY  . . : " WS-CNT-MISKEYED
004280     DISPLAY "BREAKS FOUND  . . . . . . . . : " WS-CNT-BREAKS
004290     IF WS-CNT-BREAKS = ZERO
004300         DISPLAY "AUDIT CHAIN IS WHOLE"
004310         MOVE ZERO TO WS-RUN-RC
004320     ELSE
004330         DISPLAY "*** AUDIT CHAIN IS BROKEN - THE LOG HAS BEEN"
004340             " TAMPERED WITH OR DAMAGED ***"
004350         MOVE 08 TO WS-RUN-RC
004360     END-IF
004370     DISPLAY "==================================================="
004380     .
004390 9000-TERMINATE-EXIT.
004400     EXIT.
004410
004420 END PROGRAM VLAUDVFY.
