000120*               AUD-TIMESTAMP WINDOW. OPTIONALLY ROLLS ROWS FROM
000130*               CLOSED MONTHS OFF TO THE VLAUDARC ARCHIVE SO THE
000140*               LIVE FILE STAYS SMALL ENOUGH TO OPEN QUICKLY AT
000142*               THE START OF EVERY VLVALSEN RUN. BOTH FILES ARE
000144*               INDEXED (CPAUDIX): A ONE-USERID SELECTION GOES
000146*               STRAIGHT TO THAT USER'S ROWS BY KEY, EVERYTHING
000150*               ELSE READS THE LOG IN CHAIN ORDER.
000160* Tectonics   : cobc
000170*-----------------------------------------------------------------
000180* MODIFICATION HISTORY
000210*   26/08/21 GM   ORIGINAL PROGRAM. ROWS WRITTEN BEFORE THE
000220*                 OPERATOR COLUMN EXISTED ARE SHORTER THAN THE
000230*                 CURRENT LAYOUT - THE READ PADS THEM WITH
000231*                 SPACES, SO THEY REPORT AND ARCHIVE CLEANLY.
000232*   26/10/15 GM   AUDIT ROW IS 73 WIDE NOW (AUD-APPROVER) - THE
000233*                 ROLLOVER CARRIES THE COLUMN THROUGH UNCHANGED.
000234*   26/10/15 GM   AUDIT ROW IS 103 WIDE NOW (AUD-SEQ-NO,
000235*                 AUD-CHAIN). THE ROLLOVER ONLY ARCHIVES THE HEAD
000236*                 OF THE LOG - A CLOSED-MONTH ROW AFTER A RETAINED
000237*                 ONE STAYS ON VLAUDIT - SO THE CHAIN RUNS
000238*                 UNBROKEN FROM VLAUDARC INTO VLAUDIT.
000239*   26/10/15 GM   VLAUDIT AND VLAUDARC ARE INDEXED NOW (CPAUDIX).
000240*                 A CARD NAMING ONE USERID (AND NO ROLLOVER)
000241*                 STARTS ON THAT USERID + FROM-DATE AND STOPS
000242*                 AT THE TO-DATE INSTEAD OF READING THE WHOLE
000243*                 LOG. THE ROLLOVER WRITES EACH ARCHIVED ROW TO
000244*                 VLAUDARC BY KEY AND DELETES IT FROM VLAUDIT -
000245*                 THE VLAUDTMP SCRATCH COPY-BACK IS GONE. A ROW
000246*                 ALREADY ON THE ARCHIVE FROM AN INTERRUPTED RUN
000247*                 IS JUST DELETED FROM THE LIVE FILE.
000250******************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. VLAUDRPT.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT AUDIT-FILE ASSIGN TO "VLAUDIT"
000312         ORGANIZATION IS INDEXED
000314         ACCESS MODE IS DYNAMIC
000316         RECORD KEY IS AUDX-KEY OF AUDIT-FILE-RECORD
000318         ALTERNATE RECORD KEY IS
000320             AUDX-SEQ-NO OF AUDIT-FILE-RECORD WITH DUPLICATES
000330         FILE STATUS IS WS-AUDIT-STATUS.
000340     SELECT AUDPRM-FILE ASSIGN TO "VLAUDPRM"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-AUDPRM-STATUS.
000370     SELECT ARCHIVE-FILE ASSIGN TO "VLAUDARC"
000372         ORGANIZATION IS INDEXED
000374         ACCESS MODE IS DYNAMIC
000376         RECORD KEY IS AUDX-KEY OF ARCHIVE-FILE-RECORD
000378         ALTERNATE RECORD KEY IS
000380             AUDX-SEQ-NO OF ARCHIVE-FILE-RECORD WITH DUPLICATES
000390         FILE STATUS IS WS-ARCH-STATUS.
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  AUDIT-FILE.
000445 01  AUDIT-FILE-RECORD.
000450 COPY CPAUDIX.
000460 FD  AUDPRM-FILE.
000470 01  AUDPRM-FILE-RECORD                PIC X(25).
000480 FD  ARCHIVE-FILE.
000485 01  ARCHIVE-FILE-RECORD.
000490 COPY CPAUDIX.
000520 WORKING-STORAGE SECTION.
000530 77  WS-AUDIT-STATUS                   PIC X(02)  VALUE "00".
000540 77  WS-AUDPRM-STATUS                  PIC X(02)  VALUE "00".
000550 77  WS-ARCH-STATUS                    PIC X(02)  VALUE "00".
000560 77  WS-EOF-SWITCH                     PIC X(01)  VALUE "N".
000570     88  WS-EOF                        VALUE "Y".
000580 77  WS-DIRECT-SWITCH                  PIC X(01)  VALUE "N".
000582     88  WS-DIRECT-READ                VALUE "Y".
000584 77  WS-AUDIT-OPEN-SWITCH              PIC X(01)  VALUE "N".
000586     88  WS-AUDIT-OPENED               VALUE "Y".
000588 77  WS-RETAIN-SWITCH                  PIC X(01)  VALUE "N".
000590     88  WS-RETAINING                  VALUE "Y".
000600 01  WS-AUDPRM-REC.
000610     05  PRM-FROM-DATE                 PIC 9(08).
000620     05  PRM-TO-DATE                   PIC 9(08).
000820 77  WS-CNT-FAILED                     PIC 9(08)  VALUE ZERO COMP.
000830 77  WS-CNT-ARCHIVED                   PIC 9(08)  VALUE ZERO COMP.
000840 77  WS-CNT-RETAINED                   PIC 9(08)  VALUE ZERO COMP.
000845 77  WS-CNT-ALREADY                    PIC 9(08)  VALUE ZERO COMP.
000850 77  WS-USR-COUNT                      PIC 9(03)  VALUE ZERO COMP.
000860 77  WS-USR-IDX                        PIC 9(03)  COMP.
000870 77  WS-USR-FOUND-IDX                  PIC 9(03)  COMP.
001200
001210******************************************************************
001220* 1000-INITIALIZE                                                *
001230* LOADS THE SELECTION CARD, OPENS THE AUDIT LOG (I-O WHEN THE    *
001240* CARD ASKS FOR A ROLLOVER, WITH THE ARCHIVE, CREATED AT A NEW   *
001250* SITE) AND POSITIONS IT FOR THE FIRST READ.                     *
001260******************************************************************
001270 1000-INITIALIZE.
001280     PERFORM 1100-LOAD-PARM THRU 1100-LOAD-PARM-EXIT
001290     ACCEPT WS-TODAY FROM DATE YYYYMMDD
001300     MOVE WS-TODAY(1:6) TO WS-CURR-MONTH
001310     IF PRM-ARCHIVE-WANTED
001312         OPEN I-O AUDIT-FILE
001314     ELSE
001316         OPEN INPUT AUDIT-FILE
001318     END-IF
001320     IF WS-AUDIT-STATUS NOT = "00"
001330         DISPLAY "VLAUDRPT: CANNOT OPEN VLAUDIT, STATUS "
001340             WS-AUDIT-STATUS
001350         SET WS-EOF TO TRUE
001360         GO TO 1000-INITIALIZE-EXIT
001370     END-IF
001375     SET WS-AUDIT-OPENED TO TRUE
001380     IF PRM-ARCHIVE-WANTED
001390         OPEN I-O ARCHIVE-FILE
001400         IF WS-ARCH-STATUS = "35"
001410             OPEN OUTPUT ARCHIVE-FILE
001420             CLOSE ARCHIVE-FILE
001430             OPEN I-O ARCHIVE-FILE
001440         END-IF
001450     END-IF
001460     PERFORM 1200-POSITION-AUDIT THRU 1200-POSITION-AUDIT-EXIT
001470     PERFORM 2100-READ-AUDIT THRU 2100-READ-AUDIT-EXIT
001480     .
001490 1000-INITIALIZE-EXIT.
001690     .
001700 1100-LOAD-PARM-EXIT.
001710     EXIT.
001712
001714******************************************************************
001716* 1200-POSITION-AUDIT                                            *
001718* ONE USERID AND NO ROLLOVER: START AT THAT USERID'S FIRST ROW   *
001720* ON OR AFTER THE FROM-DATE - 2100 STOPS AT THE LAST ONE ON OR   *
001722* BEFORE THE TO-DATE. ANYTHING ELSE READS THE WHOLE LOG IN CHAIN *
001724* ORDER, WHICH IS TIME ORDER AND WHAT THE ROLLOVER NEEDS.        *
001726******************************************************************
001728 1200-POSITION-AUDIT.
001730     IF PRM-USERID NOT = SPACES AND NOT PRM-ARCHIVE-WANTED
001732         SET WS-DIRECT-READ TO TRUE
001734         MOVE PRM-USERID TO AUDX-USERID OF AUDIT-FILE-RECORD
001736         MOVE PRM-FROM-DATE TO AUD-TIMESTAMP(1:8)
001738         MOVE "000000" TO AUD-TIMESTAMP(9:6)
001740         MOVE AUD-TIMESTAMP TO AUDX-TIMESTAMP OF AUDIT-FILE-RECORD
001742         MOVE LOW-VALUES TO AUDX-KEY-SEQ OF AUDIT-FILE-RECORD
001744         START AUDIT-FILE
001746             KEY IS NOT LESS THAN AUDX-KEY OF AUDIT-FILE-RECORD
001748             INVALID KEY SET WS-EOF TO TRUE
001750         END-START
001752     ELSE
001754         MOVE LOW-VALUES TO AUDX-SEQ-NO OF AUDIT-FILE-RECORD
001756         START AUDIT-FILE
001758             KEY IS NOT LESS THAN AUDX-SEQ-NO OF AUDIT-FILE-RECORD
001760             INVALID KEY SET WS-EOF TO TRUE
001762         END-START
001764     END-IF
001766     .
001768 1200-POSITION-AUDIT-EXIT.
001770     EXIT.
001771
001772******************************************************************
001773* 2000-PROCESS-AUDIT                                             *
001774* TALLIES ONE ROW READ FROM THE INDEXED VLAUDIT WHEN IT FALLS    *
001775* INSIDE THE SELECTION, AND WHEN A ROLLOVER WAS ASKED FOR, MOVES *
001776* A CLOSED-MONTH ROW ACROSS TO THE INDEXED VLAUDARC UNDER ITS    *
001777* OWN KEY AND DELETES IT FROM VLAUDIT; A CURRENT-MONTH ROW STAYS *
001778* ON VLAUDIT.                                                    *
001780******************************************************************
001790 2000-PROCESS-AUDIT.
001800     ADD 1 TO WS-CNT-READ
001820     MOVE AUD-TIMESTAMP(1:8) TO WS-ROW-DATE
001830     MOVE AUD-TIMESTAMP(1:6) TO WS-ROW-MONTH
001840     IF WS-ROW-DATE >= PRM-FROM-DATE
001970
001980******************************************************************
001990* 2100-READ-AUDIT                                                *
001995* THE NEXT ROW INTO WS-AUDIT-REC. A DIRECT READ ENDS AT THE      *
001997* FIRST ROW FOR ANOTHER USERID OR PAST THE TO-DATE.              *
002000******************************************************************
002010 2100-READ-AUDIT.
002020     IF WS-EOF
002022         GO TO 2100-READ-AUDIT-EXIT
002024     END-IF
002030     READ AUDIT-FILE NEXT RECORD
002040         AT END SET WS-EOF TO TRUE
002042             GO TO 2100-READ-AUDIT-EXIT
002050     END-READ
002052     MOVE AUDX-ROW OF AUDIT-FILE-RECORD TO WS-AUDIT-REC
002054     IF WS-DIRECT-READ
002056         AND (AUD-USERID NOT = PRM-USERID
002058             OR AUD-TIMESTAMP(1:8) > PRM-TO-DATE)
002060         SET WS-EOF TO TRUE
002062     END-IF
002064     .
002070 2100-READ-AUDIT-EXIT.
002080     EXIT.
002090
003030* FLAGS A USERID WHOSE "F" ROWS COME IN A RUN - EACH FAILURE     *
003040* WITHIN WS-BURST-WINDOW SECONDS OF THE USER'S PREVIOUS ONE      *
003050* EXTENDS THE RUN, AND A RUN OF WS-BURST-LIMIT OR MORE IS        *
003060* REPORTED AS SUSPICIOUS. RELIES ON THE ROWS COMING IN TIME      *
003070* ORDER - CHAIN ORDER, OR ONE USERID'S ROWS BY KEY.              *
003080******************************************************************
003090 2500-CHECK-BURST.
003100     MOVE AUD-TIMESTAMP(9:6) TO WS-ROW-TIME
003380
003390******************************************************************
003400* 2600-ROUTE-ARCHIVE                                             *
003410* A ROW FROM A CLOSED MONTH IS WRITTEN TO THE ARCHIVE UNDER ITS  *
003420* OWN KEY AND THEN DELETED FROM THE LIVE FILE; A CURRENT-MONTH   *
003430* ROW STAYS WHERE IT IS. ONCE ONE ROW HAS BEEN RETAINED EVERY    *
003431* LATER ROW IS RETAINED TOO, WHATEVER ITS DATE, SO THE ARCHIVE   *
003432* IS ALWAYS AN UNBROKEN HEAD OF THE CHAIN AND VLAUDIT ITS TAIL - *
003433* VLAUDVFY WALKS THE TWO END TO END. A ROW THE ARCHIVE ALREADY   *
003434* HOLDS, BYTE FOR BYTE, IS THE LEFTOVER OF A ROLLOVER THAT DIED  *
003435* BETWEEN THE WRITE AND THE DELETE - IT IS ONLY DELETED. ANY     *
003440* OTHER FAILURE STOPS THE ROLLOVER THERE, ROW STILL ON VLAUDIT.  *
003450******************************************************************
003460 2600-ROUTE-ARCHIVE.
003470     IF WS-ROW-MONTH NOT < WS-CURR-MONTH OR WS-RETAINING
003480         SET WS-RETAINING TO TRUE
003490         ADD 1 TO WS-CNT-RETAINED
003500         GO TO 2600-ROUTE-ARCHIVE-EXIT
003510     END-IF
003520     MOVE AUDIT-FILE-RECORD TO ARCHIVE-FILE-RECORD
003530     WRITE ARCHIVE-FILE-RECORD
003540         INVALID KEY CONTINUE
003550     END-WRITE
003560     IF WS-ARCH-STATUS = "22"
003570         PERFORM 2700-CHECK-ARCHIVED THRU 2700-CHECK-ARCHIVED-EXIT
003580     END-IF
003590     IF WS-ARCH-STATUS NOT = "00" AND WS-ARCH-STATUS NOT = "02"
003600         DISPLAY "VLAUDRPT: ROLLOVER STOPPED AT "
003610             AUD-USERID " " AUD-TIMESTAMP
003620             " - VLAUDARC STATUS " WS-ARCH-STATUS
003630         SET WS-RETAINING TO TRUE
003640         ADD 1 TO WS-CNT-RETAINED
003650         GO TO 2600-ROUTE-ARCHIVE-EXIT
003660     END-IF
003670     DELETE AUDIT-FILE RECORD
003680         INVALID KEY CONTINUE
003690     END-DELETE
003700     IF WS-AUDIT-STATUS NOT = "00"
003710         DISPLAY "VLAUDRPT: ROLLOVER STOPPED AT "
003720             AUD-USERID " " AUD-TIMESTAMP
003730             " - VLAUDIT DELETE STATUS " WS-AUDIT-STATUS
003740         SET WS-RETAINING TO TRUE
003750         ADD 1 TO WS-CNT-RETAINED
003760         GO TO 2600-ROUTE-ARCHIVE-EXIT
003770     END-IF
003780     ADD 1 TO WS-CNT-ARCHIVED
003790     .
003800 2600-ROUTE-ARCHIVE-EXIT.
003810     EXIT.
003820
003830******************************************************************
003840* 2700-CHECK-ARCHIVED                                            *
003850* THE ARCHIVE ALREADY HAS A ROW UNDER THIS KEY. THE SAME ROW     *
003860* COUNTS AS ARCHIVED (STATUS "00"); A DIFFERENT ONE LEAVES "22"  *
003870* AND THE ROLLOVER STOPS.                                        *
003880******************************************************************
003890 2700-CHECK-ARCHIVED.
003900     READ ARCHIVE-FILE
003910         KEY IS AUDX-KEY OF ARCHIVE-FILE-RECORD
003920         INVALID KEY CONTINUE
003921     END-READ
003922     IF WS-ARCH-STATUS = "00"
003923         IF AUDX-ROW OF ARCHIVE-FILE-RECORD = WS-AUDIT-REC
003924             ADD 1 TO WS-CNT-ALREADY
003925         ELSE
003926             MOVE "22" TO WS-ARCH-STATUS
003927         END-IF
003928     END-IF
003929     .
003930 2700-CHECK-ARCHIVED-EXIT.
003931     EXIT.
003932
003933******************************************************************
003934* 9000-TERMINATE                                                 *
003935* CLOSES THE LOG (AND THE ARCHIVE AFTER A ROLLOVER) AND PRINTS   *
003936* THE REPORT.                                                    *
003937******************************************************************
003938 9000-TERMINATE.
003939     IF WS-AUDIT-OPENED
003940         CLOSE AUDIT-FILE
003941         IF PRM-ARCHIVE-WANTED
003942             CLOSE ARCHIVE-FILE
003950         END-IF
003960     END-IF
003970     PERFORM 9500-PRINT-REPORT THRU 9500-PRINT-REPORT-EXIT
004550         DISPLAY "-----------------------------------------------"
004560         DISPLAY "MONTHLY ROLLOVER:"
004570         DISPLAY "  ROWS ARCHIVED TO VLAUDARC : " WS-CNT-ARCHIVED
004575         DISPLAY "    ALREADY THERE (RERUN)   : " WS-CNT-ALREADY
004580         DISPLAY "  ROWS RETAINED ON VLAUDIT  : " WS-CNT-RETAINED
004590     END-IF
004600     DISPLAY "==================================================="
