000010******************************************************************
000020* Author      : JEFFERSON MOTA (GERO)
000030* Installation: PAYROLL SYSTEMS - SECURITY GROUP
000040* Date-Written: 26/10/15
000050* Purpose     : ONE-TIME CONVERSION OF THE VLAUDIT LIVE LOG AND
000060*               THE VLAUDARC ARCHIVE FROM LINE SEQUENTIAL TO
000070*               INDEXED FILES KEYED BY USERID AND TIMESTAMP
000080*               (CPAUDIX). READS EACH FILE IN ITS OLD SHAPE - ONE
000090*               103-BYTE CPAUDIT ROW PER LINE, SHORTER OLD ROWS
000100*               PADDED WITH SPACES AS EVERY READER ALWAYS DID -
000110*               AND WRITES VLAUDITN / VLAUDARN WITH THE ROW
000120*               CARRIED ACROSS BYTE FOR BYTE, SO THE AUDIT CHAIN
000130*               STILL VERIFIES. A CHAINED ROW IS KEYED ON ITS OWN
000140*               SEQUENCE NUMBER; A ROW FROM BEFORE THE CHAIN HAS
000150*               NONE, SO ITS PLACE IN THE OLD FILE STANDS IN FOR
000160*               IT. AFTER A CLEAN RUN THE OPERATOR RENAMES
000170*               VLAUDITN OVER VLAUDIT AND VLAUDARN OVER VLAUDARC
000180*               (KEEPING THE OLD FILES AS FALLBACK UNTIL VLAUDVFY
000190*               HAS SIGNED THE NEW ONES OFF), WITH NOTHING THAT
000200*               WRITES AUDIT ROWS RUNNING IN BETWEEN.
000210* Tectonics   : cobc
000220*-----------------------------------------------------------------
000230* MODIFICATION HISTORY
000240*   DATE     INIT DESCRIPTION
000250*   -------- ---- --------------------------------------------
000253*   26/10/15 GM   ORIGINAL PROGRAM.
000256*   26/10/15 GM   RETURN CODE 08 WHEN A FILE WAS NOT CONVERTED OR
000260*                 THE CONVERSION DOES NOT BALANCE.
000270******************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. VLAUDCV.
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT OLD-AUDIT-FILE ASSIGN TO "VLAUDIT"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-OAUD-STATUS.
000360     SELECT NEW-AUDIT-FILE ASSIGN TO "VLAUDITN"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS RANDOM
000390         RECORD KEY IS AUDX-KEY OF NEW-AUDIT-RECORD
000400         ALTERNATE RECORD KEY IS AUDX-SEQ-NO OF NEW-AUDIT-RECORD
000410             WITH DUPLICATES
000420         FILE STATUS IS WS-NAUD-STATUS.
000430     SELECT OLD-ARCH-FILE ASSIGN TO "VLAUDARC"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-OARC-STATUS.
000460     SELECT NEW-ARCH-FILE ASSIGN TO "VLAUDARN"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS RANDOM
000490         RECORD KEY IS AUDX-KEY OF NEW-ARCH-RECORD
000500         ALTERNATE RECORD KEY IS AUDX-SEQ-NO OF NEW-ARCH-RECORD
000510             WITH DUPLICATES
000520         FILE STATUS IS WS-NARC-STATUS.
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  OLD-AUDIT-FILE.
000560 01  OLD-AUDIT-RECORD                  PIC X(103).
000570 FD  NEW-AUDIT-FILE.
000580 01  NEW-AUDIT-RECORD.
000590 COPY CPAUDIX.
000600 FD  OLD-ARCH-FILE.
000610 01  OLD-ARCH-RECORD                   PIC X(103).
000620 FD  NEW-ARCH-FILE.
000630 01  NEW-ARCH-RECORD.
000640 COPY CPAUDIX.
000650 WORKING-STORAGE SECTION.
000660 77  WS-OAUD-STATUS                    PIC X(02)  VALUE "00".
000670 77  WS-NAUD-STATUS                    PIC X(02)  VALUE "00".
000680 77  WS-OARC-STATUS                    PIC X(02)  VALUE "00".
000690 77  WS-NARC-STATUS                    PIC X(02)  VALUE "00".
000700 77  WS-EOF-SWITCH                     PIC X(01)  VALUE "N".
000710     88  WS-EOF                        VALUE "Y".
000720 77  WS-AUD-CONV-SWITCH                PIC X(01)  VALUE "N".
000730     88  WS-AUD-CONVERTED              VALUE "Y".
000740 77  WS-ARC-CONV-SWITCH                PIC X(01)  VALUE "N".
000750     88  WS-ARC-CONVERTED              VALUE "Y".
000760 77  WS-ARC-ABSENT-SWITCH              PIC X(01)  VALUE "N".
000770     88  WS-ARC-ABSENT                 VALUE "Y".
000780 77  WS-ROW-NO                         PIC 9(10)  VALUE ZERO.
000785 77  WS-KEY-SEQ                        PIC X(10).
000790 77  WS-CNT-AUD-IN                     PIC 9(08)  VALUE ZERO COMP.
000800 77  WS-CNT-AUD-OUT                    PIC 9(08)  VALUE ZERO COMP.
000810 77  WS-CNT-ARC-IN                     PIC 9(08)  VALUE ZERO COMP.
000820 77  WS-CNT-ARC-OUT                    PIC 9(08)  VALUE ZERO COMP.
000830 77  WS-CNT-LEGACY                     PIC 9(08)  VALUE ZERO COMP.
000840 77  WS-CNT-REFUSED                    PIC 9(08)  VALUE ZERO COMP.
000845 77  WS-RUN-RC                         PIC 9(02)  VALUE ZERO.
000850 COPY CPAUDIT.
000860 PROCEDURE DIVISION.
000870
000880******************************************************************
000890* 0000-MAINLINE                                                  *
000900******************************************************************
000910 0000-MAINLINE.
000920     PERFORM 1000-CONVERT-AUDIT  THRU 1000-CONVERT-AUDIT-EXIT
000930     PERFORM 2000-CONVERT-ARCH   THRU 2000-CONVERT-ARCH-EXIT
000940     PERFORM 9000-TERMINATE      THRU 9000-TERMINATE-EXIT
000945     MOVE WS-RUN-RC TO RETURN-CODE
000950     STOP RUN.
000960
000970******************************************************************
000980* 1000-CONVERT-AUDIT                                             *
000990* ONE PASS OVER THE OLD VLAUDIT, EVERY ROW TO VLAUDITN. A        *
001000* MISSING INPUT FILE IS REPORTED AND SKIPPED, NOT TREATED AS AN  *
001010* EMPTY LOG. BOTH NEW FILES ARE WRITTEN RANDOM - THE KEY IS      *
001020* USERID FIRST, SO THE OLD FILE'S TIME ORDER IS NOT KEY ORDER    *
001030* AND A SEQUENTIAL LOAD WOULD REFUSE IT.                         *
001040******************************************************************
001050 1000-CONVERT-AUDIT.
001060     OPEN INPUT OLD-AUDIT-FILE
001070     IF WS-OAUD-STATUS NOT = "00"
001080         DISPLAY "VLAUDCV: CANNOT OPEN VLAUDIT, STATUS "
001090             WS-OAUD-STATUS " - LIVE LOG NOT CONVERTED"
001100         GO TO 1000-CONVERT-AUDIT-EXIT
001110     END-IF
001120     OPEN OUTPUT NEW-AUDIT-FILE
001130     IF WS-NAUD-STATUS NOT = "00"
001140         DISPLAY "VLAUDCV: CANNOT OPEN VLAUDITN, STATUS "
001150             WS-NAUD-STATUS " - LIVE LOG NOT CONVERTED"
001160         CLOSE OLD-AUDIT-FILE
001170         GO TO 1000-CONVERT-AUDIT-EXIT
001180     END-IF
001190     SET WS-AUD-CONVERTED TO TRUE
001200     MOVE ZERO TO WS-ROW-NO
001210     PERFORM 1100-ONE-AUDIT THRU 1100-ONE-AUDIT-EXIT
001220         UNTIL WS-EOF
001230     CLOSE OLD-AUDIT-FILE
001240     CLOSE NEW-AUDIT-FILE
001250     MOVE "N" TO WS-EOF-SWITCH
001260     .
001270 1000-CONVERT-AUDIT-EXIT.
001280     EXIT.
001290
001300******************************************************************
001310* 1100-ONE-AUDIT                                                 *
001320******************************************************************
001330 1100-ONE-AUDIT.
001340     MOVE SPACES TO OLD-AUDIT-RECORD
001350     READ OLD-AUDIT-FILE
001360         AT END SET WS-EOF TO TRUE
001370             GO TO 1100-ONE-AUDIT-EXIT
001380     END-READ
001390     ADD 1 TO WS-CNT-AUD-IN
001400     ADD 1 TO WS-ROW-NO
001410     MOVE OLD-AUDIT-RECORD TO WS-AUDIT-REC
001420     PERFORM 3000-BUILD-KEY THRU 3000-BUILD-KEY-EXIT
001430     MOVE WS-AUDIT-REC TO AUDX-ROW OF NEW-AUDIT-RECORD
001440     MOVE AUD-USERID TO AUDX-USERID OF NEW-AUDIT-RECORD
001450     MOVE AUD-TIMESTAMP TO AUDX-TIMESTAMP OF NEW-AUDIT-RECORD
001460     MOVE WS-KEY-SEQ TO AUDX-KEY-SEQ OF NEW-AUDIT-RECORD
001470     WRITE NEW-AUDIT-RECORD
001480         INVALID KEY CONTINUE
001490     END-WRITE
001500     IF WS-NAUD-STATUS = "00" OR WS-NAUD-STATUS = "02"
001510         ADD 1 TO WS-CNT-AUD-OUT
001520     ELSE
001530         PERFORM 3100-REFUSED THRU 3100-REFUSED-EXIT
001540     END-IF
001550     .
001560 1100-ONE-AUDIT-EXIT.
001570     EXIT.
001580
001590******************************************************************
001600* 2000-CONVERT-ARCH                                              *
001610* SAME PASS FOR VLAUDARC. NO ARCHIVE AT ALL IS NORMAL BEFORE THE *
001620* FIRST MONTHLY ROLLOVER - THEN THERE IS NOTHING TO RENAME.      *
001630******************************************************************
001640 2000-CONVERT-ARCH.
001650     OPEN INPUT OLD-ARCH-FILE
001660     IF WS-OARC-STATUS = "35"
001670         SET WS-ARC-ABSENT TO TRUE
001680         DISPLAY "VLAUDCV: NO VLAUDARC ON FILE - NO ARCHIVE TO"
001690             " CONVERT"
001700         GO TO 2000-CONVERT-ARCH-EXIT
001710     END-IF
001720     IF WS-OARC-STATUS NOT = "00"
001730         DISPLAY "VLAUDCV: CANNOT OPEN VLAUDARC, STATUS "
001740             WS-OARC-STATUS " - ARCHIVE NOT CONVERTED"
001750         GO TO 2000-CONVERT-ARCH-EXIT
001760     END-IF
001770     OPEN OUTPUT NEW-ARCH-FILE
001780     IF WS-NARC-STATUS NOT = "00"
001790         DISPLAY "VLAUDCV: CANNOT OPEN VLAUDARN, STATUS "
001800             WS-NARC-STATUS " - ARCHIVE NOT CONVERTED"
001810         CLOSE OLD-ARCH-FILE
001820         GO TO 2000-CONVERT-ARCH-EXIT
001830     END-IF
001840     SET WS-ARC-CONVERTED TO TRUE
001850     MOVE ZERO TO WS-ROW-NO
001860     PERFORM 2100-ONE-ARCH THRU 2100-ONE-ARCH-EXIT
001870         UNTIL WS-EOF
001880     CLOSE OLD-ARCH-FILE
001890     CLOSE NEW-ARCH-FILE
001900     MOVE "N" TO WS-EOF-SWITCH
001910     .
001920 2000-CONVERT-ARCH-EXIT.
001930     EXIT.
001940
001950******************************************************************
001960* 2100-ONE-ARCH                                                  *
001970******************************************************************
001980 2100-ONE-ARCH.
001990     MOVE SPACES TO OLD-ARCH-RECORD
002000     READ OLD-ARCH-FILE
002010         AT END SET WS-EOF TO TRUE
002020             GO TO 2100-ONE-ARCH-EXIT
002030     END-READ
002040     ADD 1 TO WS-CNT-ARC-IN
002050     ADD 1 TO WS-ROW-NO
002060     MOVE OLD-ARCH-RECORD TO WS-AUDIT-REC
002070     PERFORM 3000-BUILD-KEY THRU 3000-BUILD-KEY-EXIT
002080     MOVE WS-AUDIT-REC TO AUDX-ROW OF NEW-ARCH-RECORD
002090     MOVE AUD-USERID TO AUDX-USERID OF NEW-ARCH-RECORD
002100     MOVE AUD-TIMESTAMP TO AUDX-TIMESTAMP OF NEW-ARCH-RECORD
002110     MOVE WS-KEY-SEQ TO AUDX-KEY-SEQ OF NEW-ARCH-RECORD
002120     WRITE NEW-ARCH-RECORD
002130         INVALID KEY CONTINUE
002140     END-WRITE
002150     IF WS-NARC-STATUS = "00" OR WS-NARC-STATUS = "02"
002160         ADD 1 TO WS-CNT-ARC-OUT
002170     ELSE
002180         PERFORM 3100-REFUSED THRU 3100-REFUSED-EXIT
002190     END-IF
002200     .
002210 2100-ONE-ARCH-EXIT.
002220     EXIT.
002230
002240******************************************************************
002250* 3000-BUILD-KEY                                                 *
002260* A ROW FROM BEFORE THE CHAIN HAS NO SEQUENCE NUMBER TO MAKE ITS *
002270* KEY UNIQUE - ITS ROW NUMBER IN THE OLD FILE IS USED IN THE KEY *
002280* ONLY. THE ROW ITSELF (AUDX-ROW) KEEPS THE BLANK, SO VLAUDVFY   *
002290* STILL SEES IT AS PRE-CHAIN AND THE ALTERNATE KEY STILL PUTS    *
002300* IT AHEAD OF THE CHAIN.                                         *
002310******************************************************************
002320 3000-BUILD-KEY.
002330     IF AUD-SEQ-NO NUMERIC
002340         MOVE AUD-SEQ-NO TO WS-KEY-SEQ
002350     ELSE
002360         ADD 1 TO WS-CNT-LEGACY
002365         MOVE WS-ROW-NO TO WS-KEY-SEQ
002370     END-IF
002380     .
002390 3000-BUILD-KEY-EXIT.
002400     EXIT.
002410
002420******************************************************************
002430* 3100-REFUSED                                                   *
002440* A ROW THE NEW FILE WOULD NOT TAKE - LISTED, AND THE RUN WILL   *
002450* NOT BALANCE.                                                   *
002460******************************************************************
002470 3100-REFUSED.
002480     ADD 1 TO WS-CNT-REFUSED
002490     DISPLAY "VLAUDCV: ROW " WS-ROW-NO " (" AUD-USERID " "
002500         AUD-TIMESTAMP ") NOT CONVERTED"
002510     .
002520 3100-REFUSED-EXIT.
002530     EXIT.
002540
002550******************************************************************
002560* 9000-TERMINATE                                                 *
002570* PRINTS THE CONVERSION SUMMARY - THE LIVE LOG MUST ACTUALLY     *
002580* HAVE BEEN CONVERTED (THE ARCHIVE TOO, IF THERE WAS ONE), AND   *
002590* IN AND OUT MUST MATCH, BEFORE ANYONE RENAMES THE NEW FILES     *
002600* OVER THE OLD. ANYTHING SHORT OF THAT ENDS RETURN CODE 08 SO    *
002605* THE STEP THAT RENAMES THEM DOES NOT RUN.                       *
002610******************************************************************
002620 9000-TERMINATE.
002630     DISPLAY "==================================================="
002640     DISPLAY "        AUDIT LOG INDEXED CONVERSION SUMMARY"
002650     DISPLAY "==================================================="
002660     DISPLAY "VLAUDIT ROWS READ . . . . . . : " WS-CNT-AUD-IN
002670     DISPLAY "VLAUDITN ROWS WRITTEN . . . . : " WS-CNT-AUD-OUT
002680     DISPLAY "VLAUDARC ROWS READ  . . . . . : " WS-CNT-ARC-IN
002690     DISPLAY "VLAUDARN ROWS WRITTEN . . . . : " WS-CNT-ARC-OUT
002700     DISPLAY "  PRE-CHAIN ROWS KEYED BY ROW : " WS-CNT-LEGACY
002710     DISPLAY "ROWS NOT CONVERTED  . . . . . : " WS-CNT-REFUSED
002720     EVALUATE TRUE
002730         WHEN NOT WS-AUD-CONVERTED
002740             OR (NOT WS-ARC-CONVERTED AND NOT WS-ARC-ABSENT)
002750             DISPLAY "*** ONE OR BOTH FILES WERE NOT CONVERTED -"
002760                 " DO NOT RENAME, INVESTIGATE FIRST ***"
002765             MOVE 08 TO WS-RUN-RC
002770         WHEN WS-CNT-AUD-IN = WS-CNT-AUD-OUT
002780             AND WS-CNT-ARC-IN = WS-CNT-ARC-OUT
002790             DISPLAY "CONVERSION BALANCES - RENAME VLAUDITN/"
002800                 "VLAUDARN OVER VLAUDIT/VLAUDARC TO GO LIVE"
002810         WHEN OTHER
002820             DISPLAY "*** CONVERSION DOES NOT BALANCE - DO NOT"
002830                 " RENAME, INVESTIGATE FIRST ***"
002835             MOVE 08 TO WS-RUN-RC
002840     END-EVALUATE
002850     DISPLAY "==================================================="
002860     .
002870 9000-TERMINATE-EXIT.
002880     EXIT.
002890
002900 END PROGRAM VLAUDCV.
