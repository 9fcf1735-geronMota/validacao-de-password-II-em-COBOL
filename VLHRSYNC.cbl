000170*               WAY IT PRINTS A DISCREPANCY REPORT OF USERIDS ON
000180*               ONE SIDE BUT NOT THE OTHER. APPLIED ACTIONS GET
000190*               ONE VLAUDIT ROW EACH WITH THE FEED AS THE
000200*               OPERATOR, THE WAY VLUSRMNT'S ACTIONS DO. IN
000201*               BOTH MODES IT ALSO KEEPS THE CONTACT FILE
000202*               (VLCONTCT) IN STEP WITH THE FEED'S MAIL ADDRESSES
000203*               FOR THE USER NOTIFICATIONS.
000210* Tectonics   : cobc
000220*-----------------------------------------------------------------
000230* MODIFICATION HISTORY
000260*   26/09/02 GM   ORIGINAL PROGRAM. A DELETE REMOVES THE
000270*                 LEAVER'S VLHIST RECORD IN THE SAME ACTION,
000280*                 SAME AS VLUSRMNT - LEAVING IT BEHIND WOULD
000281*                 MANUFACTURE THE ORPHAN DRIFT VLRECON FLAGS.
000282*   26/10/15 GM   AUDIT ROW IS 73 WIDE NOW (AUD-APPROVER, LEFT
000283*                 BLANK). THE REVIEW CARDS ONLY APPLY ONCE HRFEED
000284*                 HAS ITS OPERATOR CARD ON VLOPER.
000285*   26/10/15 GM   AUDIT ROWS GO THROUGH VLAUDWRT NOW, WHICH
000286*                 NUMBERS AND CHAINS EACH ONE - THIS PROGRAM NO
000287*                 LONGER OPENS VLAUDIT ITSELF.
000288*   26/10/15 GM   THE FEED CARRIES EACH USER'S MAIL ADDRESS NOW.
000289*                 EVERY RUN, APPLY OR REVIEW, ADDS AND CHANGES
000290*                 THE ADDRESSES ON VLCONTCT AND DROPS THE ONES
000291*                 FOR USERIDS NO LONGER ON THE FEED - IT IS HR'S
000292*                 DATA, NOT AN ACCESS CHANGE, AND THE NOTICES
000293*                 VLNTFWRT SENDS ARE ONLY AS GOOD AS IT IS. A
000294*                 FEED ROW WITH NO ADDRESS LEAVES THE ONE ON FILE
000295*                 ALONE.
000296*   26/10/15 GM   AN AUDIT ROW VLAUDWRT COULD NOT WRITE IS
000297*                 DISPLAYED AND COUNTED, AND ENDS THE RUN WITH
000298*                 RETURN CODE 04.
000300******************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. VLHRSYNC.
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS HIST-USERID
000530         FILE STATUS IS WS-HIST-STATUS.
000540     SELECT CONTACT-FILE ASSIGN TO "VLCONTCT"
000550         ORGANIZATION IS INDEXED
000555         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS CON-USERID
000565         FILE STATUS IS WS-CONTACT-STATUS.
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  HRFEED-FILE.
000660 COPY CPUSER.
000670 FD  HISTORY-FILE.
000680 COPY CPHIST.
000690 FD  CONTACT-FILE.
000700 COPY CPCONTCT.
000710 WORKING-STORAGE SECTION.
000720 77  WS-FEED-STATUS                    PIC X(02)  VALUE "00".
000730 77  WS-HRPRM-STATUS                   PIC X(02)  VALUE "00".
000740 77  WS-USER-STATUS                    PIC X(02)  VALUE "00".
000750 77  WS-HIST-STATUS                    PIC X(02)  VALUE "00".
000760 77  WS-CONTACT-STATUS                 PIC X(02)  VALUE "00".
000770 77  WS-EOF-SWITCH                     PIC X(01)  VALUE "N".
000780     88  WS-EOF                        VALUE "Y".
000790 77  WS-USER-FOUND-SWITCH              PIC X(01)  VALUE "N".
000930 77  WS-CNT-JOINERS                    PIC 9(08)  VALUE ZERO COMP.
000940 77  WS-CNT-LEAVERS                    PIC 9(08)  VALUE ZERO COMP.
000950 77  WS-CNT-APPLIED                    PIC 9(08)  VALUE ZERO COMP.
000953 77  WS-CNT-CARDS                      PIC 9(08)  VALUE ZERO COMP.
000956 77  WS-CNT-AUDIT-FAILED               PIC 9(08)  VALUE ZERO COMP.
000960 77  WS-RUN-RC                         PIC 9(02)  VALUE ZERO.
000970 77  WS-FEED-COUNT                     PIC 9(04)  VALUE ZERO COMP.
000980 77  WS-FEED-IDX                       PIC 9(04)  COMP.
000990 77  WS-FEED-FOUND-SWITCH              PIC X(01)  VALUE "N".
001040     05  WS-FEED-ENTRY OCCURS 5000 TIMES.
001050         10  FEED-USERID               PIC X(08).
001060         10  FEED-POLICY-CLASS         PIC X(08).
001065         10  FEED-CONTACT-ADDR         PIC X(60).
001070 77  WS-LVR-COUNT                      PIC 9(04)  VALUE ZERO COMP.
001080 77  WS-LVR-IDX                        PIC 9(04)  COMP.
001090 77  WS-LVR-FULL-SWITCH                PIC X(01)  VALUE "N".
001110 01  WS-LEAVER-TABLE.
001120     05  WS-LVR-USERID OCCURS 1000 TIMES
001130                                       PIC X(08).
001131 77  WS-CNT-CON-ADDED                  PIC 9(08)  VALUE ZERO COMP.
001132 77  WS-CNT-CON-CHANGED                PIC 9(08)  VALUE ZERO COMP.
001133 77  WS-CNT-CON-DROPPED                PIC 9(08)  VALUE ZERO COMP.
001134 77  WS-CNT-CON-BLANK                  PIC 9(08)  VALUE ZERO COMP.
001135 77  WS-CON-OPEN-SWITCH                PIC X(01)  VALUE "N".
001136     88  WS-CON-OPEN                   VALUE "Y".
001137 77  WS-STL-COUNT                      PIC 9(04)  VALUE ZERO COMP.
001138 77  WS-STL-IDX                        PIC 9(04)  COMP.
001139 77  WS-STL-FULL-SWITCH                PIC X(01)  VALUE "N".
001140     88  WS-STL-TABLE-FULL             VALUE "Y".
001141 01  WS-STALE-TABLE.
001142     05  WS-STL-USERID OCCURS 1000 TIMES
001143                                       PIC X(08).
001144 COPY CPMNTIN.
001145 COPY CPAUDIT.
001150 COPY LKAUDWRT.
001160 PROCEDURE DIVISION.
001170
001180******************************************************************
001240     PERFORM 3000-PROCESS-FEED   THRU 3000-PROCESS-FEED-EXIT
001250     PERFORM 4000-PROCESS-LEAVERS
001260         THRU 4000-PROCESS-LEAVERS-EXIT
001265     PERFORM 5000-SYNC-CONTACTS  THRU 5000-SYNC-CONTACTS-EXIT
001270     PERFORM 9000-TERMINATE      THRU 9000-TERMINATE-EXIT
001275     MOVE WS-RUN-RC TO RETURN-CODE
001280     STOP RUN.
001290
001300******************************************************************
001540             CLOSE HISTORY-FILE
001550             OPEN I-O HISTORY-FILE
001560         END-IF
001622         SET WS-AUX-OPEN TO TRUE
001630     ELSE
001640         OPEN INPUT USER-FILE
002120         MOVE HR-USERID TO FEED-USERID(WS-FEED-COUNT)
002130         MOVE HR-POLICY-CLASS
002140             TO FEED-POLICY-CLASS(WS-FEED-COUNT)
002145         MOVE HR-CONTACT-ADDR
002146             TO FEED-CONTACT-ADDR(WS-FEED-COUNT)
002150     ELSE
002160         SET WS-FEED-TABLE-FULL TO TRUE
002170     END-IF
004050     .
004060 4100-ONE-LEAVER-EXIT.
004070     EXIT.
004071
004072******************************************************************
004073* 5000-SYNC-CONTACTS                                             *
004074* BRINGS VLCONTCT INTO LINE WITH THE FEED - EVERY FEED ADDRESS   *
004075* ADDED OR CHANGED, THEN EVERY CONTACT WHOSE USERID HAS LEFT THE *
004076* FEED DROPPED (COLLECTED DURING THE WALK AND DELETED AFTER IT,  *
004077* LIKE THE LEAVERS). NOTHING IS TOUCHED WHEN THE FEED WAS EMPTY  *
004078* OR OVERFLOWED - EVERY CONTACT WOULD LOOK STALE.                *
004079******************************************************************
004080 5000-SYNC-CONTACTS.
004081     IF WS-FEED-TABLE-FULL OR WS-FEED-COUNT = ZERO
004082         GO TO 5000-SYNC-CONTACTS-EXIT
004083     END-IF
004084     OPEN I-O CONTACT-FILE
004085     IF WS-CONTACT-STATUS = "35"
004086         OPEN OUTPUT CONTACT-FILE
004087         CLOSE CONTACT-FILE
004088         OPEN I-O CONTACT-FILE
004089     END-IF
004090     IF WS-CONTACT-STATUS NOT = "00"
004091         DISPLAY "VLHRSYNC: CANNOT OPEN VLCONTCT, STATUS "
004092             WS-CONTACT-STATUS " - ADDRESSES NOT UPDATED"
004093         GO TO 5000-SYNC-CONTACTS-EXIT
004094     END-IF
004095     SET WS-CON-OPEN TO TRUE
004096     ACCEPT WS-TODAY FROM DATE YYYYMMDD
004097     PERFORM 5100-ONE-CONTACT THRU 5100-ONE-CONTACT-EXIT
004098         VARYING WS-FEED-IDX FROM 1 BY 1
004099         UNTIL WS-FEED-IDX > WS-FEED-COUNT
004100     MOVE "N" TO WS-EOF-SWITCH
004101     MOVE LOW-VALUES TO CON-USERID
004102     START CONTACT-FILE KEY IS NOT LESS THAN CON-USERID
004103         INVALID KEY SET WS-EOF TO TRUE
004104     END-START
004105     PERFORM 5200-CHECK-CONTACT-REC
004106         THRU 5200-CHECK-CONTACT-REC-EXIT
004107         UNTIL WS-EOF
004108     MOVE "N" TO WS-EOF-SWITCH
004109     PERFORM 5300-DROP-CONTACT THRU 5300-DROP-CONTACT-EXIT
004110         VARYING WS-STL-IDX FROM 1 BY 1
004111         UNTIL WS-STL-IDX > WS-STL-COUNT
004112     .
004113 5000-SYNC-CONTACTS-EXIT.
004114     EXIT.
004115
004116******************************************************************
004117* 5100-ONE-CONTACT                                               *
004118* ONE FEED ADDRESS ONTO VLCONTCT - WRITTEN WHEN NEW, REWRITTEN   *
004119* WHEN HR HAS CHANGED IT, LEFT ALONE WHEN THE SAME OR BLANK.     *
004120******************************************************************
004121 5100-ONE-CONTACT.
004122     IF FEED-CONTACT-ADDR(WS-FEED-IDX) = SPACES
004123         ADD 1 TO WS-CNT-CON-BLANK
004124         GO TO 5100-ONE-CONTACT-EXIT
004125     END-IF
004126     MOVE FEED-USERID(WS-FEED-IDX) TO CON-USERID
004127     READ CONTACT-FILE
004128         INVALID KEY
004129             MOVE SPACES TO WS-CONTACT-REC
004130             MOVE FEED-USERID(WS-FEED-IDX) TO CON-USERID
004131             MOVE FEED-CONTACT-ADDR(WS-FEED-IDX) TO CON-ADDRESS
004132             MOVE WS-TODAY TO CON-UPDATED
004133             WRITE WS-CONTACT-REC
004134             ADD 1 TO WS-CNT-CON-ADDED
004135             GO TO 5100-ONE-CONTACT-EXIT
004136     END-READ
004137     IF CON-ADDRESS NOT = FEED-CONTACT-ADDR(WS-FEED-IDX)
004138         MOVE FEED-CONTACT-ADDR(WS-FEED-IDX) TO CON-ADDRESS
004139         MOVE WS-TODAY TO CON-UPDATED
004140         REWRITE WS-CONTACT-REC
004141         ADD 1 TO WS-CNT-CON-CHANGED
004142     END-IF
004143     .
004144 5100-ONE-CONTACT-EXIT.
004145     EXIT.
004146
004147******************************************************************
004148* 5200-CHECK-CONTACT-REC                                         *
004149* ONE VLCONTCT RECORD AGAINST THE FEED TABLE - A USERID THE FEED *
004150* NO LONGER CARRIES IS COLLECTED FOR 5300 TO DROP.               *
004151******************************************************************
004152 5200-CHECK-CONTACT-REC.
004153     READ CONTACT-FILE NEXT RECORD
004154         AT END SET WS-EOF TO TRUE
004155             GO TO 5200-CHECK-CONTACT-REC-EXIT
004156     END-READ
004157     MOVE "N" TO WS-FEED-FOUND-SWITCH
004158     PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
004159             UNTIL WS-FEED-IDX > WS-FEED-COUNT
004160                 OR WS-FEED-FOUND
004161         IF FEED-USERID(WS-FEED-IDX) = CON-USERID
004162             SET WS-FEED-FOUND TO TRUE
004163         END-IF
004164     END-PERFORM
004165     IF NOT WS-FEED-FOUND
004166         IF WS-STL-COUNT < 1000
004167             ADD 1 TO WS-STL-COUNT
004168             MOVE CON-USERID TO WS-STL-USERID(WS-STL-COUNT)
004169         ELSE
004170             SET WS-STL-TABLE-FULL TO TRUE
004171         END-IF
004172     END-IF
004173     .
004174 5200-CHECK-CONTACT-REC-EXIT.
004175     EXIT.
004176
004177******************************************************************
004178* 5300-DROP-CONTACT                                              *
004179******************************************************************
004180 5300-DROP-CONTACT.
004181     MOVE WS-STL-USERID(WS-STL-IDX) TO CON-USERID
004182     DELETE CONTACT-FILE RECORD
004183         INVALID KEY CONTINUE
004184         NOT INVALID KEY ADD 1 TO WS-CNT-CON-DROPPED
004185     END-DELETE
004186     .
004187 5300-DROP-CONTACT-EXIT.
004188     EXIT.
004189
004190******************************************************************
004191* 8500-WRITE-CARD                                                *
004192* ONE GENERATED VLMNTIN-FORMAT CARD TO VLHRTRAN, READY TO RUN    *
004193* THROUGH VLUSRMNT ONCE SOMEONE HAS SIGNED THE LIST OFF.         *
004194******************************************************************
004195 8500-WRITE-CARD.
004196     MOVE MAINT-INPUT-RECORD TO TRANS-FILE-RECORD
004197     WRITE TRANS-FILE-RECORD
004198     ADD 1 TO WS-CNT-CARDS
004199     .
004200 8500-WRITE-CARD-EXIT.
004201     EXIT.
004210
004220******************************************************************
004230* 9100-WRITE-AUDIT                                               *
004240* ONE VLAUDIT ROW PER APPLIED ACTION, WITH THE FEED AS THE       *
004250* OPERATOR - SAME SHAPE AS VLUSRMNT'S ROWS SO VLAUDRPT AND THE   *
004255* HELPDESK READ THEM THE SAME WAY. A ROW VLAUDWRT COULD NOT      *
004260* WRITE IS LISTED AND SETS RETURN CODE 04.                       *
004270******************************************************************
004280 9100-WRITE-AUDIT.
004285     MOVE WS-FEED-OPERATOR TO AUD-OPERATOR
004290     MOVE SPACES TO AUD-APPROVER
004300     ACCEPT WS-TODAY FROM DATE YYYYMMDD
004310     ACCEPT WS-AUDIT-TIME-FULL FROM TIME
004320     MOVE WS-AUDIT-TIME-FULL(1:6) TO WS-AUDIT-TIME
004380     END-IF
004390     MOVE "00" TO AUD-REASON-CODE
004400     MOVE WS-ACTION-TEXT TO AUD-REASON-TEXT
004405     MOVE "W" TO LK-AW-FUNCTION
004410     MOVE WS-AUDIT-REC TO LK-AW-RECORD
004411     CALL "VLAUDWRT" USING LK-AUDWRT-PARMS
004412     IF LK-AW-NOT-WRITTEN
004413         DISPLAY "VLHRSYNC: AUDIT ROW NOT WRITTEN FOR "
004414             AUD-USERID " " AUD-REASON-TEXT
004415         ADD 1 TO WS-CNT-AUDIT-FAILED
004416         IF WS-RUN-RC < 04
004417             MOVE 04 TO WS-RUN-RC
004418         END-IF
004420     END-IF
004430     .
004440 9100-WRITE-AUDIT-EXIT.
004450     EXIT.
004460
004470******************************************************************
004480* 9000-TERMINATE                                                 *
004485* CLOSES THE FILES AND PRINTS THE DISCREPANCY SUMMARY. RETURN    *
004490* CODE 04 WHEN ANY AUDIT ROW COULD NOT BE WRITTEN.               *
004500******************************************************************
004510 9000-TERMINATE.
004520     IF WS-MASTER-OPEN
004550     IF WS-AUX-OPEN
004560         IF PRM-APPLY-WANTED
004570             CLOSE HISTORY-FILE
004575             MOVE "C" TO LK-AW-FUNCTION
004580             CALL "VLAUDWRT" USING LK-AUDWRT-PARMS
004590         ELSE
004600             CLOSE TRANS-FILE
004610         END-IF
004620     END-IF
004625     IF WS-CON-OPEN
004626         CLOSE CONTACT-FILE
004627     END-IF
004628     DISPLAY "==================================================="
004629     DISPLAY "        HR FEED / USER MASTER SYNC SUMMARY"
004630     DISPLAY "==================================================="
004640     IF PRM-APPLY-WANTED
004650         DISPLAY "MODE  . . . . . . . . . . . . : APPLY"
004720     DISPLAY "  JOINERS (FEED ONLY) . . . . : " WS-CNT-JOINERS
004730     DISPLAY "  LEAVERS (VLUSER ONLY) . . . : " WS-CNT-LEAVERS
004740     DISPLAY "ACTIONS APPLIED . . . . . . . : " WS-CNT-APPLIED
004743     DISPLAY "CARDS GENERATED . . . . . . . : " WS-CNT-CARDS
004746     DISPLAY "AUDIT ROWS NOT WRITTEN  . . . : "
004750         WS-CNT-AUDIT-FAILED
004751     DISPLAY "CONTACT ADDRESSES ADDED . . . : " WS-CNT-CON-ADDED
004752     DISPLAY "  CHANGED . . . . . . . . . . : " WS-CNT-CON-CHANGED
004753     DISPLAY "  DROPPED (OFF THE FEED)  . . : " WS-CNT-CON-DROPPED
004754     DISPLAY "  FEED ROWS WITH NO ADDRESS . : " WS-CNT-CON-BLANK
004760     IF WS-FEED-TABLE-FULL
004770         DISPLAY "*** FEED BIGGER THAN THE TABLE - COMPARISON"
004780             " ABANDONED, NOTHING ACTED ON ***"
004810         DISPLAY "*** LEAVER TABLE OVERFLOWED - RERUN AFTER THE"
004820             " FIRST BATCH IS APPLIED ***"
004830     END-IF
004831     IF WS-STL-TABLE-FULL
004832         DISPLAY "*** STALE CONTACT TABLE OVERFLOWED - RERUN TO"
004833             " DROP THE REST ***"
004834     END-IF
004840     DISPLAY "==================================================="
004850     .
004860 9000-TERMINATE-EXIT.
