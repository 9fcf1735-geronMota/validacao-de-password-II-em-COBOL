000010******************************************************************
000020* Author      : JEFFERSON MOTA (GERO)
000030* Installation: PAYROLL SYSTEMS - SECURITY GROUP
000040* Date-Written: 26/10/15
000050* Purpose     : SHARED VLAUDIT APPEND ROUTINE, CALLED BY EVERY
000060*               PROGRAM THAT WRITES AN AUDIT ROW (VLVALSEN,
000070*               VLUSRMNT, VLHRSYNC, VLDORMNT). EACH ROW IS GIVEN
000080*               THE NEXT SEQUENCE NUMBER AND A CHAIN VALUE FOLDED
000090*               FROM THE PREVIOUS ROW'S CHAIN, THE SITE'S CHAIN
000100*               KEY (VLAUDKEY) AND THE ROW ITSELF, SO A ROW
000110*               DELETED, ALTERED OR INSERTED AFTER THE FACT
000120*               BREAKS THE CHAIN FROM THAT POINT ON. THE LAST
000130*               SEQUENCE AND CHAIN ARE KEPT ON THE ONE-RECORD
000140*               VLAUDCTL CONTROL FILE. EVERY ROW OPENS IT FOR
000142*               THAT ROW ALONE - EXCLUSIVELY, SO TWO PROGRAMS
000144*               AUDITING AT THE SAME TIME TAKE TURNS - READS IT,
000146*               AND REWRITES IT ONCE THE ROW IS ON VLAUDIT; SO
000150*               EVERY WRITER CARRIES ON FROM THE ROW BEFORE AND
000152*               VLAUDVFY CAN TELL WHEN ROWS WERE CUT OFF THE END.
000154*               A ROW THAT CANNOT HAVE VLAUDCTL IS NOT WRITTEN,
000156*               AND LK-AW-RESULT SAYS SO. THE
000170*               FOLD HERE MUST STAY BYTE-COMPATIBLE WITH
000173*               VLAUDVFY'S 8000/8100 PARAGRAPHS. VLAUDIT IS
000176*               INDEXED (CPAUDIX) - THE KEY IS BUILT HERE FROM
000180*               THE ROW, SO NO CALLER KNOWS ABOUT IT.
000190* Tectonics   : cobc
000200*-----------------------------------------------------------------
000210* MODIFICATION HISTORY
000220*   DATE     INIT DESCRIPTION
000230*   -------- ---- --------------------------------------------
000231*   26/10/15 GM   ORIGINAL PROGRAM.
000232*   26/10/15 GM   VLAUDIT IS AN INDEXED FILE NOW, KEYED BY
000233*                 USERID + TIMESTAMP + SEQUENCE (CPAUDIX). THE
000234*                 ROW IS WRITTEN BY KEY; A ROW THE FILE REFUSES
000235*                 GIVES ITS SEQUENCE NUMBER BACK AND LEAVES
000236*                 VLAUDCTL AS IT WAS, SO THE CHAIN HAS NO HOLE.
000237*   26/10/15 GM   VLAUDCTL IS RE-READ FOR EVERY ROW UNDER AN
000238*                 EXCLUSIVE OPEN AND RELEASED AFTER IT, NOT
000239*                 CACHED FOR THE RUN - CONCURRENT WRITERS NO
000240*                 LONGER REUSE A SEQUENCE NUMBER OR FORK THE
000245*                 CHAIN. NEW LK-AW-RESULT.
000250******************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. VLAUDWRT.
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT AUDIT-FILE ASSIGN TO "VLAUDIT"
000312         ORGANIZATION IS INDEXED
000314         ACCESS MODE IS DYNAMIC
000316         RECORD KEY IS AUDX-KEY
000320         ALTERNATE RECORD KEY IS AUDX-SEQ-NO WITH DUPLICATES
000330         FILE STATUS IS WS-AUDIT-STATUS.
000340     SELECT AUDCTL-FILE ASSIGN TO "VLAUDCTL"
000350         ORGANIZATION IS LINE SEQUENTIAL
000355         LOCK MODE IS EXCLUSIVE
000360         FILE STATUS IS WS-AUDCTL-STATUS.
000370     SELECT AUDKEY-FILE ASSIGN TO "VLAUDKEY"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-AUDKEY-STATUS.
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  AUDIT-FILE.
000425 01  AUDIT-FILE-RECORD.
000430 COPY CPAUDIX.
000440 FD  AUDCTL-FILE.
000450 01  AUDCTL-FILE-RECORD                PIC X(44).
000460 FD  AUDKEY-FILE.
000470 01  AUDKEY-FILE-RECORD                PIC X(16).
000480 WORKING-STORAGE SECTION.
000490 77  WS-AUDIT-STATUS                   PIC X(02)  VALUE "00".
000500 77  WS-AUDCTL-STATUS                  PIC X(02)  VALUE "00".
000510 77  WS-AUDKEY-STATUS                  PIC X(02)  VALUE "00".
000520 77  WS-AUDIT-OPEN-SWITCH              PIC X(01)  VALUE "N".
000530     88  WS-AUDIT-OPENED               VALUE "Y".
000540 77  WS-KEY-LOADED-SWITCH              PIC X(01)  VALUE "N".
000550     88  WS-KEY-LOADED                 VALUE "Y".
000552 77  WS-CTL-STATE                      PIC X(01)  VALUE "N".
000553     88  WS-CTL-HELD                   VALUE "H".
000554     88  WS-CTL-GIVEN-UP               VALUE "X".
000555 01  WS-CLOCK                          PIC 9(08).
000556 01  WS-CLOCK-PARTS REDEFINES WS-CLOCK.
000557     05  WS-CLOCK-HH                   PIC 9(02).
000558     05  WS-CLOCK-MM                   PIC 9(02).
000559     05  WS-CLOCK-SS                   PIC 9(02).
000560     05  WS-CLOCK-CC                   PIC 9(02).
000561 77  WS-WAIT-START                     PIC 9(08)  COMP.
000562 77  WS-WAIT-NOW                       PIC 9(08)  COMP.
000563 77  WS-WAIT-LIMIT                     PIC 9(08)  VALUE 500 COMP.
000564 77  WS-CHAIN-KEY                      PIC X(16)  VALUE SPACES.
000570 77  WS-CHAIN-VALUE                    PIC 9(16)  COMP.
000580 77  WS-CHAIN-TEMP                     PIC 9(18)  COMP.
000590 77  WS-CHAIN-QUOT                     PIC 9(18)  COMP.
000600 77  WS-CHAIN-POS                      PIC 9(03)  COMP.
000610 77  WS-CHAIN-LENGTH                   PIC 9(03)  VALUE 85 COMP.
000620 77  WS-CHAIN-CHAR                     PIC X(01).
000630 COPY CPAUDIT.
000640 COPY CPAUDCTL.
000650 LINKAGE SECTION.
000660 COPY LKAUDWRT.
000670 PROCEDURE DIVISION USING LK-AUDWRT-PARMS.
000680
000690******************************************************************
000700* 0000-MAINLINE                                                  *
000710******************************************************************
000720 0000-MAINLINE.
000730     IF LK-AW-FUNC-CLOSE
000740         PERFORM 9000-CLOSE-AUDIT THRU 9000-CLOSE-AUDIT-EXIT
000750         GOBACK
000760     END-IF
000770     IF NOT WS-KEY-LOADED
000780         PERFORM 0100-LOAD-KEY THRU 0100-LOAD-KEY-EXIT
000790     END-IF
000800     IF NOT WS-AUDIT-OPENED
000810         PERFORM 0140-OPEN-AUDIT THRU 0140-OPEN-AUDIT-EXIT
000820     END-IF
000825     SET LK-AW-NOT-WRITTEN TO TRUE
000830     MOVE LK-AW-RECORD TO WS-AUDIT-REC
000832     IF NOT WS-AUDIT-OPENED
000834         GO TO 0000-MAINLINE-RETURN
000836     END-IF
000838     PERFORM 0200-HOLD-CONTROL THRU 0200-HOLD-CONTROL-EXIT
000840     IF NOT WS-CTL-HELD
000842         DISPLAY "VLAUDWRT: VLAUDCTL NOT AVAILABLE, STATUS "
000844             WS-AUDCTL-STATUS " - AUDIT ROW FOR " AUD-USERID
000846             " NOT WRITTEN"
000848         GO TO 0000-MAINLINE-RETURN
000849     END-IF
000850     PERFORM 1000-CHAIN-ROW THRU 1000-CHAIN-ROW-EXIT
000852     PERFORM 1500-WRITE-ROW THRU 1500-WRITE-ROW-EXIT
000854     CLOSE AUDCTL-FILE
000856     MOVE "N" TO WS-CTL-STATE
000858     .
000860 0000-MAINLINE-RETURN.
000880     MOVE WS-AUDIT-REC TO LK-AW-RECORD
000890     GOBACK.
000900
000910******************************************************************
000920* 0100-LOAD-KEY                                                  *
000930* READS THE CHAIN KEY ONCE PER RUN. NO KEY CARD CHAINS WITH A    *
000940* BLANK KEY.                                                     *
000990******************************************************************
001000 0100-LOAD-KEY.
001010     MOVE SPACES TO WS-CHAIN-KEY
001020     OPEN INPUT AUDKEY-FILE
001030     IF WS-AUDKEY-STATUS = "00"
001040         READ AUDKEY-FILE INTO WS-CHAIN-KEY
001050             AT END CONTINUE
001060         END-READ
001070         CLOSE AUDKEY-FILE
001080     END-IF
001300     SET WS-KEY-LOADED TO TRUE
001310     .
001320 0100-LOAD-KEY-EXIT.
001330     EXIT.
001340
001350******************************************************************
001360* 0140-OPEN-AUDIT                                                *
001370* OPENS VLAUDIT I-O FOR THE LIFE OF THE RUN. A MISSING FILE IS   *
001380* CREATED FIRST SO THE VERY FIRST RUN AT A NEW SITE DOES NOT     *
001390* ABEND.                                                         *
001400******************************************************************
001410 0140-OPEN-AUDIT.
001420     OPEN I-O AUDIT-FILE
001430     IF WS-AUDIT-STATUS = "35"
001440         OPEN OUTPUT AUDIT-FILE
001450         CLOSE AUDIT-FILE
001460         OPEN I-O AUDIT-FILE
001470     END-IF
001472     IF WS-AUDIT-STATUS NOT = "00"
001474         DISPLAY "VLAUDWRT: CANNOT OPEN VLAUDIT, STATUS "
001476             WS-AUDIT-STATUS
001478         GO TO 0140-OPEN-AUDIT-EXIT
001479     END-IF
001480     SET WS-AUDIT-OPENED TO TRUE
001490     .
001500 0140-OPEN-AUDIT-EXIT.
001510     EXIT.
001520
001521******************************************************************
001522* 0200-HOLD-CONTROL                                              *
001523* OPENS VLAUDCTL EXCLUSIVELY AND READS THE LAST SEQUENCE AND     *
001524* CHAIN, WHATEVER RUN WROTE THEM. WHILE ANOTHER WRITER HOLDS IT  *
001525* THE OPEN IS TRIED AGAIN, FOR UP TO WS-WAIT-LIMIT HUNDREDTHS;   *
001526* AFTER THAT, OR ON ANY OTHER ERROR, THE ROW IS NOT WRITTEN -    *
001527* A NUMBER IS NEVER GUESSED. NO CONTROL FILE MEANS A NEW SITE    *
001528* AND THE CHAIN STARTS AT ROW 1 - IT IS NEVER REBUILT FROM THE   *
001529* LOG ITSELF, OR DELETING THE CONTROL FILE ALONG WITH THE TAIL   *
001530* OF THE LOG WOULD HIDE THE DELETION. VLAUDVFY REPORTS A         *
001531* RESTARTED CHAIN AS A BREAK.                                    *
001532******************************************************************
001533 0200-HOLD-CONTROL.
001534     MOVE "N" TO WS-CTL-STATE
001535     PERFORM 0250-READ-CLOCK THRU 0250-READ-CLOCK-EXIT
001536     MOVE WS-WAIT-NOW TO WS-WAIT-START
001537     PERFORM 0210-OPEN-CONTROL THRU 0210-OPEN-CONTROL-EXIT
001538         UNTIL WS-CTL-HELD OR WS-CTL-GIVEN-UP
001539     IF NOT WS-CTL-HELD
001540         GO TO 0200-HOLD-CONTROL-EXIT
001541     END-IF
001542     IF ACTL-LAST-SEQ-NO NOT NUMERIC
001543         OR ACTL-LAST-CHAIN NOT NUMERIC
001544         DISPLAY "VLAUDWRT: VLAUDCTL UNREADABLE - AUDIT CHAIN"
001545             " STARTS AT ROW 1"
001546         MOVE ZERO TO ACTL-LAST-SEQ-NO
001547         MOVE ZERO TO ACTL-LAST-CHAIN
001548         MOVE ZERO TO ACTL-LAST-TIMESTAMP
001549     END-IF
001550     .
001551 0200-HOLD-CONTROL-EXIT.
001552     EXIT.
001553
001554******************************************************************
001555* 0210-OPEN-CONTROL                                              *
001556* ONE TRY AT VLAUDCTL. STATUS 61 (93 ON SOME SYSTEMS) IS ANOTHER *
001557* WRITER'S EXCLUSIVE OPEN. A MISSING OR EMPTY FILE IS CREATED    *
001558* WITH A ZERO RECORD AND TRIED AGAIN.                            *
001559******************************************************************
001560 0210-OPEN-CONTROL.
001561     OPEN I-O AUDCTL-FILE
001562     EVALUATE WS-AUDCTL-STATUS
001563         WHEN "00"
001564             READ AUDCTL-FILE INTO WS-AUDCTL-REC
001565                 AT END
001566                     CLOSE AUDCTL-FILE
001567                     PERFORM 0220-CREATE-CONTROL
001568                         THRU 0220-CREATE-CONTROL-EXIT
001569                 NOT AT END
001570                     SET WS-CTL-HELD TO TRUE
001571             END-READ
001572         WHEN "35"
001573             PERFORM 0220-CREATE-CONTROL
001574                 THRU 0220-CREATE-CONTROL-EXIT
001575         WHEN "61"
001576         WHEN "93"
001577             CONTINUE
001578         WHEN OTHER
001579             SET WS-CTL-GIVEN-UP TO TRUE
001580     END-EVALUATE
001581     IF WS-CTL-HELD OR WS-CTL-GIVEN-UP
001582         GO TO 0210-OPEN-CONTROL-EXIT
001583     END-IF
001584     PERFORM 0250-READ-CLOCK THRU 0250-READ-CLOCK-EXIT
001585     IF WS-WAIT-NOW < WS-WAIT-START
001586         ADD 8640000 TO WS-WAIT-NOW
001587     END-IF
001588     IF WS-WAIT-NOW - WS-WAIT-START > WS-WAIT-LIMIT
001589         SET WS-CTL-GIVEN-UP TO TRUE
001590     END-IF
001591     .
001592 0210-OPEN-CONTROL-EXIT.
001593     EXIT.
001594
001595******************************************************************
001596* 0220-CREATE-CONTROL                                            *
001597******************************************************************
001598 0220-CREATE-CONTROL.
001599     DISPLAY "VLAUDWRT: NO VLAUDCTL - AUDIT CHAIN STARTS AT"
001600         " ROW 1"
001601     MOVE ZERO TO ACTL-LAST-SEQ-NO
001602     MOVE ZERO TO ACTL-LAST-CHAIN
001603     MOVE ZERO TO ACTL-LAST-TIMESTAMP
001604     OPEN OUTPUT AUDCTL-FILE
001605     IF WS-AUDCTL-STATUS NOT = "00"
001606         SET WS-CTL-GIVEN-UP TO TRUE
001607         GO TO 0220-CREATE-CONTROL-EXIT
001608     END-IF
001609     WRITE AUDCTL-FILE-RECORD FROM WS-AUDCTL-REC
001610     CLOSE AUDCTL-FILE
001611     .
001612 0220-CREATE-CONTROL-EXIT.
001613     EXIT.
001614
001615******************************************************************
001616* 0250-READ-CLOCK                                                *
001617* THE TIME OF DAY IN HUNDREDTHS, FOR THE WAIT ON VLAUDCTL.       *
001618******************************************************************
001619 0250-READ-CLOCK.
001620     ACCEPT WS-CLOCK FROM TIME
001621     COMPUTE WS-WAIT-NOW = WS-CLOCK-HH * 360000
001622         + WS-CLOCK-MM * 6000 + WS-CLOCK-SS * 100 + WS-CLOCK-CC
001623     .
001624 0250-READ-CLOCK-EXIT.
001625     EXIT.
001626
001627******************************************************************
001628* 1000-CHAIN-ROW                                                 *
001629* NEXT SEQUENCE NUMBER, THEN THE CHAIN OVER IT AND THE ROW.      *
001630******************************************************************
001631 1000-CHAIN-ROW.
001632     ADD 1 TO ACTL-LAST-SEQ-NO
001633     MOVE ACTL-LAST-SEQ-NO TO AUD-SEQ-NO
001634     PERFORM 8000-CALC-CHAIN THRU 8000-CALC-CHAIN-EXIT
001635     MOVE WS-CHAIN-VALUE TO AUD-CHAIN
001636     .
001637 1000-CHAIN-ROW-EXIT.
001640     EXIT.
001642
001644******************************************************************
001646* 1500-WRITE-ROW                                                 *
001648* THE KEY FROM THE ROW ITSELF, THEN THE ROW. WHEN THE ROW DOES   *
001650* NOT GO ON THE FILE THE CONTROL RECORD IS LEFT ALONE - THE      *
001652* NEXT ROW TAKES THE NUMBER AND CHAINS FROM THE LAST ROW THAT    *
001654* IS REALLY THERE.                                               *
001656******************************************************************
001658 1500-WRITE-ROW.
001668     MOVE AUD-USERID TO AUDX-USERID
001670     MOVE AUD-TIMESTAMP TO AUDX-TIMESTAMP
001672     MOVE AUD-SEQ-NO TO AUDX-KEY-SEQ
001674     MOVE WS-AUDIT-REC TO AUDX-ROW
001676     WRITE AUDIT-FILE-RECORD
001678         INVALID KEY CONTINUE
001680     END-WRITE
001682     IF WS-AUDIT-STATUS NOT = "00" AND WS-AUDIT-STATUS NOT = "02"
001684         DISPLAY "VLAUDWRT: VLAUDIT REFUSED ROW FOR "
001686             AUD-USERID " " AUD-TIMESTAMP ", STATUS "
001688             WS-AUDIT-STATUS
001690         GO TO 1500-WRITE-ROW-EXIT
001691     END-IF
001692     SET LK-AW-WRITTEN TO TRUE
001693     PERFORM 2000-SAVE-CONTROL THRU 2000-SAVE-CONTROL-EXIT
001694     .
001696 1500-WRITE-ROW-EXIT.
001698     EXIT.
001699
001700******************************************************************
001701* 2000-SAVE-CONTROL                                              *
001702* REWRITES THE CONTROL RECORD STILL HELD FROM 0200. IF THAT      *
001703* FAILS THE ROW IS ON THE LOG BUT VLAUDCTL IS BEHIND IT, WHICH   *
001704* VLAUDVFY WILL REPORT - SAY SO NOW.                             *
001705******************************************************************
001710 2000-SAVE-CONTROL.
001720     MOVE AUD-SEQ-NO TO ACTL-LAST-SEQ-NO
001730     MOVE AUD-CHAIN TO ACTL-LAST-CHAIN
001740     MOVE AUD-TIMESTAMP TO ACTL-LAST-TIMESTAMP
001760     REWRITE AUDCTL-FILE-RECORD FROM WS-AUDCTL-REC
001770     IF WS-AUDCTL-STATUS NOT = "00"
001772         DISPLAY "VLAUDWRT: VLAUDCTL NOT UPDATED AFTER ROW "
001774             AUD-SEQ-NO ", STATUS " WS-AUDCTL-STATUS
001776             " - RUN VLAUDVFY"
001780     END-IF
001790     .
001800 2000-SAVE-CONTROL-EXIT.
001810     EXIT.
001820
001830******************************************************************
001840* 8000-CALC-CHAIN                                                *
001850* THE CHAIN VALUE - SEEDED FROM THE PREVIOUS ROW'S CHAIN, THEN   *
001860* THE 16-BYTE SITE KEY AND THE FIRST WS-CHAIN-LENGTH BYTES OF    *
001870* THE ROW (EVERYTHING UP TO AND INCLUDING AUD-SEQ-NO) FOLDED IN  *
001880* ONE CHARACTER AT A TIME, 37 MULTIPLIER, REDUCED BY A 16-DIGIT  *
001890* PRIME SO THE WORK FIELD NEVER OVERFLOWS ITS 18 DIGITS.         *
001900******************************************************************
001910 8000-CALC-CHAIN.
001920     MOVE ACTL-LAST-CHAIN TO WS-CHAIN-VALUE
001930     PERFORM VARYING WS-CHAIN-POS FROM 1 BY 1
001940             UNTIL WS-CHAIN-POS > 16
001950         MOVE WS-CHAIN-KEY(WS-CHAIN-POS:1) TO WS-CHAIN-CHAR
001960         PERFORM 8100-FOLD-CHAR THRU 8100-FOLD-CHAR-EXIT
001970     END-PERFORM
001980     PERFORM VARYING WS-CHAIN-POS FROM 1 BY 1
001990             UNTIL WS-CHAIN-POS > WS-CHAIN-LENGTH
002000         MOVE WS-AUDIT-REC(WS-CHAIN-POS:1) TO WS-CHAIN-CHAR
002010         PERFORM 8100-FOLD-CHAR THRU 8100-FOLD-CHAR-EXIT
002020     END-PERFORM
002030     .
002040 8000-CALC-CHAIN-EXIT.
002050     EXIT.
002060
002070******************************************************************
002080* 8100-FOLD-CHAR                                                 *
002090******************************************************************
002100 8100-FOLD-CHAR.
002110     COMPUTE WS-CHAIN-TEMP =
002120         WS-CHAIN-VALUE * 37 + FUNCTION ORD(WS-CHAIN-CHAR)
002130     DIVIDE WS-CHAIN-TEMP BY 9999999999999937
002140         GIVING WS-CHAIN-QUOT REMAINDER WS-CHAIN-VALUE
002150     .
002160 8100-FOLD-CHAR-EXIT.
002170     EXIT.
002180
002190******************************************************************
002200* 9000-CLOSE-AUDIT                                               *
002210* CLOSES THE LOG FOR A CALLER THAT WANTS TO READ IT BACK. THE    *
002220* NEXT WRITE CALL REOPENS IT.                                    *
002230******************************************************************
002240 9000-CLOSE-AUDIT.
002250     IF WS-AUDIT-OPENED
002260         CLOSE AUDIT-FILE
002270         MOVE "N" TO WS-AUDIT-OPEN-SWITCH
002280     END-IF
002290     .
002300 9000-CLOSE-AUDIT-EXIT.
002310     EXIT.
002320
002330 END PROGRAM VLAUDWRT.
