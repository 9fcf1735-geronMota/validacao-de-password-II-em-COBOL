000090*               HELPDESK EXTRACT (VLEXTRCT) OF USERIDS WHOSE
000100*               PASSWORD HAS EXPIRED OR EXPIRES INSIDE THE
000110*               WARNING WINDOW, AND PRINTS AN OPERATOR SUMMARY
000120*               OF EXPIRED / EXPIRING / CURRENT COUNTS. IT ALSO
000121*               WARNS THE USERS THEMSELVES: AN ACCOUNT WHOSE
000122*               EXPIRY FALLS EXACTLY ONE OF THE NOTICE DAYS AWAY
000123*               GETS A PWEXPWRN ROW ON THE VLNOTIFY MAIL EXTRACT,
000124*               SO RUN IT ONCE A DAY.
000130* Tectonics   : cobc
000140*-----------------------------------------------------------------
000150* MODIFICATION HISTORY
000180*   26/08/21 GM   ORIGINAL PROGRAM. WARNING WINDOW READ FROM THE
000190*                 VLEXPARM PARAMETER CARD (14 DAYS WHEN THE CARD
000200*                 IS MISSING), SAME PATTERN AS VLVALSEN'S
000201*                 VLPOLICY CARD.
000202*   26/10/15 GM   EXPIRY WARNINGS TO THE USERS ON VLNOTIFY
000203*                 THROUGH VLNTFWRT, AT EACH OF UP TO FIVE NOTICE
000204*                 DAYS BEFORE USER-NEXT-EXPIRY - COLUMNS 4-18 OF
000205*                 THE VLEXPARM CARD, THREE DIGITS EACH (14, 7, 3
000206*                 AND 1 WHEN THE CARD GIVES NONE). NONE FOR AN
000207*                 ADMINISTRATIVELY LOCKED ACCOUNT.
000208*   26/10/15 GM   A NOTICE VLNTFWRT COULD NOT WRITE (VLNOTIFY NOT
000209*                 OPENED) IS COUNTED ON ITS OWN, NOT AS NO
000210*                 ADDRESS, AND ENDS THE RUN WITH RETURN CODE 04.
000215*                 RETURN CODE 08 WHEN VLUSER CANNOT BE OPENED.
000220******************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. VLEXPIRE.
000400 FD  USER-FILE.
000410 COPY CPUSER.
000420 FD  EXPARM-FILE.
000430 01  EXPARM-FILE-RECORD                PIC X(18).
000440 FD  EXTRACT-FILE.
000450 01  EXTRACT-FILE-RECORD               PIC X(28).
000460 WORKING-STORAGE SECTION.
000560 77  WS-CNT-EXPIRED                    PIC 9(08)  VALUE ZERO COMP.
000570 77  WS-CNT-EXPIRING                   PIC 9(08)  VALUE ZERO COMP.
000580 77  WS-CNT-CURRENT                    PIC 9(08)  VALUE ZERO COMP.
000582 77  WS-CNT-NO-EXPIRY                  PIC 9(08)  VALUE ZERO COMP.
000584 77  WS-CNT-NOTICES                    PIC 9(08)  VALUE ZERO COMP.
000586 77  WS-CNT-NO-ADDRESS                 PIC 9(08)  VALUE ZERO COMP.
000588 77  WS-CNT-NOTICE-FAILED              PIC 9(08)  VALUE ZERO COMP.
000592 77  WS-RUN-RC                         PIC 9(02)  VALUE ZERO.
000593 77  WS-TODAY-INT                      PIC 9(08)  COMP.
000594 77  WS-DAYS-LEFT                      PIC 9(08)  COMP.
000595 77  WS-NTC-COUNT                      PIC 9(02)  VALUE ZERO COMP.
000596 77  WS-NTC-IDX                        PIC 9(02)  COMP.
000597 77  WS-NTC-FOUND-SWITCH               PIC X(01)  VALUE "N".
000598     88  WS-NTC-DUE                    VALUE "Y".
000599 01  WS-NOTICE-TABLE.
000600     05  WS-NTC-DAY OCCURS 5 TIMES     PIC 9(03).
000601 01  WS-EXPARM-REC.
000602     05  PRM-WARN-DAYS                 PIC 9(03).
000603     05  PRM-NOTICE-DAY OCCURS 5 TIMES PIC 9(03).
000606 01  WS-EXTRACT-REC.
000610     05  EXT-USERID                    PIC X(08).
000620     05  FILLER                        PIC X(02)  VALUE SPACES.
000630     05  EXT-NEXT-EXPIRY               PIC 9(08).
000640     05  FILLER                        PIC X(02)  VALUE SPACES.
000650     05  EXT-STATUS                    PIC X(08).
000651 COPY CPNOTIFY.
000652 COPY LKNTFWRT.
000660 PROCEDURE DIVISION.
000670
000680******************************************************************
000730     PERFORM 2000-SWEEP-USER     THRU 2000-SWEEP-USER-EXIT
000740         UNTIL WS-EOF
000750     PERFORM 9000-TERMINATE      THRU 9000-TERMINATE-EXIT
000755     MOVE WS-RUN-RC TO RETURN-CODE
000760     STOP RUN.
000770
000780******************************************************************
000830 1000-INITIALIZE.
000840     PERFORM 1100-LOAD-EXPARM THRU 1100-LOAD-EXPARM-EXIT
000850     ACCEPT WS-TODAY FROM DATE YYYYMMDD
000855     COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
000860     COMPUTE WS-DATE-INT = WS-TODAY-INT + WS-WARN-DAYS
000880     COMPUTE WS-WARN-LIMIT =
000890         FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
000900     OPEN INPUT USER-FILE
000920         DISPLAY "VLEXPIRE: CANNOT OPEN VLUSER, STATUS "
000930             WS-USER-STATUS
000940         SET WS-EOF TO TRUE
000945         MOVE 08 TO WS-RUN-RC
000950         GO TO 1000-INITIALIZE-EXIT
000960     END-IF
000970     OPEN OUTPUT EXTRACT-FILE
001030******************************************************************
001040* 1100-LOAD-EXPARM                                               *
001050* READS THE WARNING-WINDOW PARAMETER CARD ONCE PER RUN. A SITE   *
001060* WITHOUT A CARD GETS THE HELPDESK'S USUAL 14-DAY WINDOW. THE    *
001061* NOTICE DAYS FOLLOW THE WINDOW ON THE SAME CARD; A BLANK OR     *
001062* ZERO SLOT IS SKIPPED, AND A CARD WITH NONE (AN OLD 3-COLUMN    *
001063* CARD INCLUDED) GETS 14, 7, 3 AND 1.                            *
001070******************************************************************
001080 1100-LOAD-EXPARM.
001085     MOVE SPACES TO WS-EXPARM-REC
001090     OPEN INPUT EXPARM-FILE
001100     IF WS-EXPARM-STATUS = "00"
001110         READ EXPARM-FILE INTO WS-EXPARM-REC
001120             AT END CONTINUE
001125             NOT AT END MOVE PRM-WARN-DAYS TO WS-WARN-DAYS
001130         END-READ
001140         CLOSE EXPARM-FILE
001150     END-IF
001151     PERFORM VARYING WS-NTC-IDX FROM 1 BY 1
001152             UNTIL WS-NTC-IDX > 5
001153         IF PRM-NOTICE-DAY(WS-NTC-IDX) NUMERIC
001154             AND PRM-NOTICE-DAY(WS-NTC-IDX) > ZERO
001155             ADD 1 TO WS-NTC-COUNT
001156             MOVE PRM-NOTICE-DAY(WS-NTC-IDX)
001157                 TO WS-NTC-DAY(WS-NTC-COUNT)
001158         END-IF
001159     END-PERFORM
001160     IF WS-NTC-COUNT = ZERO
001161         MOVE 014 TO WS-NTC-DAY(1)
001162         MOVE 007 TO WS-NTC-DAY(2)
001163         MOVE 003 TO WS-NTC-DAY(3)
001164         MOVE 001 TO WS-NTC-DAY(4)
001165         MOVE 4 TO WS-NTC-COUNT
001166     END-IF
001167     .
001170 1100-LOAD-EXPARM-EXIT.
001180     EXIT.
001190
001420         WHEN OTHER
001430             ADD 1 TO WS-CNT-CURRENT
001440     END-EVALUATE
001445     IF USER-NEXT-EXPIRY NOT = ZERO
001446         AND USER-NEXT-EXPIRY NOT < WS-TODAY
001447         AND NOT USER-ADMIN-LOCKED
001448         PERFORM 2600-CHECK-NOTICE THRU 2600-CHECK-NOTICE-EXIT
001449     END-IF
001450     PERFORM 2100-READ-USER THRU 2100-READ-USER-EXIT
001460     .
001470 2000-SWEEP-USER-EXIT.
001700     WRITE EXTRACT-FILE-RECORD
001710     .
001720 2500-WRITE-EXTRACT-EXIT.
001721     EXIT.
001722
001723******************************************************************
001724* 2600-CHECK-NOTICE                                              *
001725* WHEN THE USER'S EXPIRY IS EXACTLY ONE OF THE NOTICE DAYS AWAY, *
001726* ONE PWEXPWRN ROW TO VLNOTIFY THROUGH VLNTFWRT, WITH THE EXPIRY *
001727* DATE AND THE DAYS LEFT. A USERID WITH NO ADDRESS ON VLCONTCT   *
001728* IS ONLY COUNTED. A NOTICE VLNTFWRT COULD NOT WRITE IS COUNTED  *
001737* APART AND SETS RETURN CODE 04 - THE USER WAS NOT WARNED.       *
001738******************************************************************
001739 2600-CHECK-NOTICE.
001740     COMPUTE WS-DAYS-LEFT =
001741         FUNCTION INTEGER-OF-DATE(USER-NEXT-EXPIRY) - WS-TODAY-INT
001742     MOVE "N" TO WS-NTC-FOUND-SWITCH
001743     PERFORM VARYING WS-NTC-IDX FROM 1 BY 1
001744             UNTIL WS-NTC-IDX > WS-NTC-COUNT OR WS-NTC-DUE
001745         IF WS-NTC-DAY(WS-NTC-IDX) = WS-DAYS-LEFT
001746             SET WS-NTC-DUE TO TRUE
001747         END-IF
001748     END-PERFORM
001749     IF NOT WS-NTC-DUE
001750         GO TO 2600-CHECK-NOTICE-EXIT
001751     END-IF
001752     MOVE SPACES TO WS-NOTIFY-REC
001753     SET NTF-EXPIRY-WARNING TO TRUE
001754     MOVE ZERO TO NTF-TIMESTAMP
001755     MOVE USER-USERID TO NTF-USERID
001756     MOVE USER-NEXT-EXPIRY TO NTF-REF-DATE
001757     MOVE WS-DAYS-LEFT TO NTF-COUNT
001758     MOVE "VLEXPIRE" TO NTF-SOURCE
001759     MOVE WS-NOTIFY-REC TO LK-NW-RECORD
001760     CALL "VLNTFWRT" USING LK-NTFWRT-PARMS
001761     EVALUATE TRUE
001762         WHEN LK-NW-WRITTEN
001763             ADD 1 TO WS-CNT-NOTICES
001764         WHEN LK-NW-FAILED
001765             ADD 1 TO WS-CNT-NOTICE-FAILED
001766             IF WS-RUN-RC = ZERO
001767                 MOVE 04 TO WS-RUN-RC
001768             END-IF
001769         WHEN OTHER
001770             ADD 1 TO WS-CNT-NO-ADDRESS
001771     END-EVALUATE
001772     .
001773 2600-CHECK-NOTICE-EXIT.
001774     EXIT.
001775
001776******************************************************************
001777* 9000-TERMINATE                                                 *
001778* CLOSES THE FILES AND PRINTS THE OPERATOR SUMMARY.              *
001779* RETURN CODE 04 WHEN ANY EXPIRY NOTICE COULD NOT BE WRITTEN,    *
001780* 08 WHEN VLUSER COULD NOT BE OPENED.                            *
001781******************************************************************
001790 9000-TERMINATE.
001800     IF WS-USER-STATUS = "00" OR WS-USER-STATUS = "10"
001810         CLOSE USER-FILE
001900     DISPLAY "  EXPIRING IN WINDOW  . . . . : " WS-CNT-EXPIRING
001910     DISPLAY "  CURRENT . . . . . . . . . . : " WS-CNT-CURRENT
001920     DISPLAY "  NO EXPIRY ON RECORD . . . . : " WS-CNT-NO-EXPIRY
001921     DISPLAY "EXPIRY NOTICES TO VLNOTIFY  . : " WS-CNT-NOTICES
001922     DISPLAY "  NOT SENT - NO ADDRESS . . . : " WS-CNT-NO-ADDRESS
001924     DISPLAY "  NOT SENT - VLNOTIFY FAILED  : "
001926         WS-CNT-NOTICE-FAILED
001930     DISPLAY "==================================================="
001940     .
001950 9000-TERMINATE-EXIT.
