000010******************************************************************
000020* Author      : JEFFERSON MOTA (GERO)
000030* Installation: PAYROLL SYSTEMS - SECURITY GROUP
000040* Date-Written: 26/10/15
000050* Purpose     : FORWARD RECOVERY OF VLUSER AND VLHIST. RELOADS ONE
000060*               VLBKUP GENERATION (VLUSRBKP / VLHSTBKP) INTO NEW
000070*               FILES VLUSERN / VLHISTN, THEN ROLLS THEM FORWARD
000080*               BY REPLAYING, IN TIME ORDER, EVERYTHING THAT
000090*               CHANGED THE MASTERS SINCE THE UNLOAD: EACH
000100*               ACCEPTED PASSWORD CHANGE ON VLSYNCEX (WHICH
000110*               CARRIES THE NEW SALT AND SALTED HASH) AND EACH
000120*               PASSED ADMIN ACTION ON VLAUDARC / VLAUDIT FROM THE
000130*               SEQUENCE NUMBER THE GENERATION WAS MARKED AT. THE
000140*               VLRCVPRM CARD NAMES THE GENERATION DATE EXPECTED
000150*               (COLUMNS 1-8, CHECKED AGAINST THE HEADER) AND THE
000160*               POINT IN TIME TO STOP AT (COLUMNS 10-23,
000170*               YYYYMMDDHHMMSS; ZERO OR BLANK REPLAYS TO THE END
000180*               OF THE LOGS). EVERY ROW REPLAYED IS LISTED ON
000190*               VLRCVLST AS RE-APPLIED, PART APPLIED, NO CHANGE
000200*               NEEDED OR NOT RE-APPLIED, WITH THE REASON - A
000210*               TEMPORARY PASSWORD, FOR ONE, IS NEVER ON THE LOGS
000220*               AND HAS TO BE REISSUED. AS WITH VLHASHCV, NOTHING
000230*               LIVE IS TOUCHED: AFTER A CLEAN RUN THE OPERATOR
000240*               RENAMES VLUSERN OVER VLUSER AND VLHISTN OVER
000250*               VLHIST (SEE VLDRPROC). RETURN CODE 04 WHEN ANY ROW
000260*               WAS NOT FULLY RE-APPLIED, 08 WHEN THE GENERATION
000270*               COULD NOT BE RELOADED.
000280* Tectonics   : cobc
000290*-----------------------------------------------------------------
000300* MODIFICATION HISTORY
000310*   DATE     INIT DESCRIPTION
000320*   -------- ---- --------------------------------------------
000322*   26/10/15 GM   ORIGINAL PROGRAM.
000324*   26/10/15 GM   "SELFSVC UNDO LOCKED" / "SELFSVC UNDO OPEN" -
000326*                 A SELF-SERVICE RESET TAKEN BACK - REPLAYED BY
000327*                 5760.
000328*   26/10/15 GM   AN AUDIT ROW STAMPED BEFORE THE GENERATION'S
000329*                 UNLOAD IS NOT REPLAYED, EVEN WHEN ITS SEQUENCE
000330*                 NUMBER IS PAST THE ONE IN THE HEADER.
000340******************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. VLRECOVR.
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT RCVPRM-FILE ASSIGN TO "VLRCVPRM"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-RCVPRM-STATUS.
000430     SELECT USRBKP-FILE ASSIGN TO "VLUSRBKP"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-USRBKP-STATUS.
000460     SELECT HSTBKP-FILE ASSIGN TO "VLHSTBKP"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-HSTBKP-STATUS.
000490     SELECT NEW-USER-FILE ASSIGN TO "VLUSERN"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS USER-USERID
000530         FILE STATUS IS WS-NUSER-STATUS.
000540     SELECT NEW-HIST-FILE ASSIGN TO "VLHISTN"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS HIST-USERID
000580         FILE STATUS IS WS-NHIST-STATUS.
000590     SELECT SYNC-FILE ASSIGN TO "VLSYNCEX"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-SYNC-STATUS.
000620     SELECT ARCHIVE-FILE ASSIGN TO "VLAUDARC"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS AUDX-KEY OF ARCHIVE-FILE-RECORD
000660         ALTERNATE RECORD KEY IS
000670             AUDX-SEQ-NO OF ARCHIVE-FILE-RECORD WITH DUPLICATES
000680         FILE STATUS IS WS-ARCH-STATUS.
000690     SELECT AUDIT-FILE ASSIGN TO "VLAUDIT"
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS DYNAMIC
000720         RECORD KEY IS AUDX-KEY OF AUDIT-FILE-RECORD
000730         ALTERNATE RECORD KEY IS
000740             AUDX-SEQ-NO OF AUDIT-FILE-RECORD WITH DUPLICATES
000750         FILE STATUS IS WS-AUDIT-STATUS.
000760     SELECT LIST-FILE ASSIGN TO "VLRCVLST"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-LIST-STATUS.
000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  RCVPRM-FILE.
000820 01  RCVPRM-FILE-RECORD                PIC X(23).
000830 FD  USRBKP-FILE.
000840 01  USRBKP-FILE-RECORD                PIC X(223).
000850 FD  HSTBKP-FILE.
000860 01  HSTBKP-FILE-RECORD                PIC X(223).
000870 FD  NEW-USER-FILE.
000880 COPY CPUSER.
000890 FD  NEW-HIST-FILE.
000900 COPY CPHIST.
000910 FD  SYNC-FILE.
000920 01  SYNC-FILE-RECORD                  PIC X(73).
000930 FD  ARCHIVE-FILE.
000940 01  ARCHIVE-FILE-RECORD.
000950 COPY CPAUDIX.
000960 FD  AUDIT-FILE.
000970 01  AUDIT-FILE-RECORD.
000980 COPY CPAUDIX.
000990 FD  LIST-FILE.
001000 01  LIST-FILE-RECORD                  PIC X(120).
001010 WORKING-STORAGE SECTION.
001020 77  WS-RCVPRM-STATUS                  PIC X(02)  VALUE "00".
001030 77  WS-USRBKP-STATUS                  PIC X(02)  VALUE "00".
001040 77  WS-HSTBKP-STATUS                  PIC X(02)  VALUE "00".
001050 77  WS-NUSER-STATUS                   PIC X(02)  VALUE "00".
001060 77  WS-NHIST-STATUS                   PIC X(02)  VALUE "00".
001070 77  WS-SYNC-STATUS                    PIC X(02)  VALUE "00".
001080 77  WS-ARCH-STATUS                    PIC X(02)  VALUE "00".
001090 77  WS-AUDIT-STATUS                   PIC X(02)  VALUE "00".
001100 77  WS-LIST-STATUS                    PIC X(02)  VALUE "00".
001110 77  WS-EOF-SWITCH                     PIC X(01)  VALUE "N".
001120     88  WS-EOF                        VALUE "Y".
001130 77  WS-TRAILER-SWITCH                 PIC X(01)  VALUE "N".
001140     88  WS-TRAILER-SEEN               VALUE "Y".
001150 77  WS-LIST-OPEN-SWITCH               PIC X(01)  VALUE "N".
001160     88  WS-LIST-OPEN                  VALUE "Y".
001170 77  WS-MASTERS-OPEN-SWITCH            PIC X(01)  VALUE "N".
001180     88  WS-MASTERS-OPEN               VALUE "Y".
001190 77  WS-SYNC-OPEN-SWITCH               PIC X(01)  VALUE "N".
001200     88  WS-SYNC-OPEN                  VALUE "Y".
001210 77  WS-SYNC-EOF-SWITCH                PIC X(01)  VALUE "N".
001220     88  WS-SYNC-EOF                   VALUE "Y".
001230 77  WS-SYNC-READY-SWITCH              PIC X(01)  VALUE "N".
001240     88  WS-SYNC-READY                 VALUE "Y".
001250 77  WS-ARCH-OPEN-SWITCH               PIC X(01)  VALUE "N".
001260     88  WS-ARCH-OPEN                  VALUE "Y".
001270 77  WS-ARCH-EOF-SWITCH                PIC X(01)  VALUE "N".
001280     88  WS-ARCH-EOF                   VALUE "Y".
001290 77  WS-LIVE-OPEN-SWITCH               PIC X(01)  VALUE "N".
001300     88  WS-LIVE-OPEN                  VALUE "Y".
001310 77  WS-LIVE-EOF-SWITCH                PIC X(01)  VALUE "N".
001320     88  WS-LIVE-EOF                   VALUE "Y".
001330 77  WS-AUD-EOF-SWITCH                 PIC X(01)  VALUE "N".
001340     88  WS-AUD-EOF                    VALUE "Y".
001350 77  WS-AUD-READY-SWITCH               PIC X(01)  VALUE "N".
001360     88  WS-AUD-READY                  VALUE "Y".
001370 77  WS-TAKE-SWITCH                    PIC X(01)  VALUE SPACE.
001380     88  WS-TAKE-SYNC                  VALUE "S".
001390     88  WS-TAKE-AUDIT                 VALUE "A".
001400 77  WS-USER-FOUND-SWITCH              PIC X(01)  VALUE "N".
001410     88  WS-USER-FOUND                 VALUE "Y".
001420 77  WS-HIST-FOUND-SWITCH              PIC X(01)  VALUE "N".
001430     88  WS-HIST-FOUND                 VALUE "Y".
001440 77  WS-HIST-PUSHED-SWITCH             PIC X(01)  VALUE "N".
001450     88  WS-HIST-PUSHED                VALUE "Y".
001460 77  WS-DISP-SWITCH                    PIC X(01)  VALUE SPACE.
001470     88  WS-DISP-APPLIED               VALUE "A".
001480     88  WS-DISP-PART                  VALUE "P".
001490     88  WS-DISP-NO-CHANGE             VALUE "S".
001500     88  WS-DISP-NOT-APPLIED           VALUE "N".
001510 77  WS-GEN-DATE                       PIC 9(08)  VALUE ZERO.
001520 77  WS-UNLOAD-TS                      PIC 9(14)  VALUE ZERO.
001530 77  WS-FROM-SEQ                       PIC 9(10)  VALUE ZERO.
001540 77  WS-TRL-COUNT                      PIC 9(08)  VALUE ZERO.
001550 77  WS-ROW-DATE                       PIC 9(08)  VALUE ZERO.
001560 77  WS-DATE-INT                       PIC 9(08)  VALUE ZERO.
001570 77  WS-NEW-EXPIRY                     PIC 9(08)  VALUE ZERO.
001580 77  WS-NEW-CLASS                      PIC X(08)  VALUE SPACES.
001590 77  WS-AUD-SOURCE                     PIC X(08)  VALUE SPACES.
001600 77  WS-EXPIRY-DAYS                    PIC 9(03)  VALUE 90.
001610 77  WS-CNT-USERS-LOADED               PIC 9(08)  VALUE ZERO COMP.
001620 77  WS-CNT-HISTS-LOADED               PIC 9(08)  VALUE ZERO COMP.
001630 77  WS-CNT-BAD-LINES                  PIC 9(08)  VALUE ZERO COMP.
001640 77  WS-CNT-SYNC-ROWS                  PIC 9(08)  VALUE ZERO COMP.
001650 77  WS-CNT-AUD-ROWS                   PIC 9(08)  VALUE ZERO COMP.
001660 77  WS-CNT-BEYOND                     PIC 9(08)  VALUE ZERO COMP.
001670 77  WS-CNT-NO-EFFECT                  PIC 9(08)  VALUE ZERO COMP.
001680 77  WS-CNT-APPLIED                    PIC 9(08)  VALUE ZERO COMP.
001690 77  WS-CNT-PART                       PIC 9(08)  VALUE ZERO COMP.
001700 77  WS-CNT-NO-CHANGE                  PIC 9(08)  VALUE ZERO COMP.
001710 77  WS-CNT-NOT-APPLIED                PIC 9(08)  VALUE ZERO COMP.
001720 77  WS-RUN-RC                         PIC 9(02)  VALUE ZERO.
001730 01  WS-RCVPRM-REC.
001740     05  PRM-GEN-DATE                  PIC 9(08).
001750     05  FILLER                        PIC X(01).
001760     05  PRM-STOP-TS                   PIC 9(14).
001770******************************************************************
001780* THE VLRCVLST RECOVERY LISTING - A TITLE, COLUMN HEADINGS, THEN *
001790* ONE LINE PER ROW REPLAYED.                                     *
001800******************************************************************
001810 01  WS-TITLE-LINE.
001820     05  FILLER                        PIC X(23)
001830                               VALUE "VLRECOVR ROLL-FORWARD -".
001840     05  FILLER                        PIC X(12)
001850                               VALUE " GENERATION ".
001860     05  TTL-GEN-DATE                  PIC 9(08).
001870     05  FILLER                        PIC X(10)
001880                               VALUE " UNLOADED ".
001890     05  TTL-UNLOAD-TS                 PIC 9(14).
001900     05  FILLER                        PIC X(16)
001910                               VALUE " REPLAYED UP TO ".
001920     05  TTL-STOP                      PIC X(14).
001930     05  FILLER                        PIC X(23)  VALUE SPACES.
001940 01  WS-COLUMN-LINE.
001950     05  FILLER                        PIC X(15)
001960                               VALUE "TIMESTAMP".
001970     05  FILLER                        PIC X(09)
001980                               VALUE "SOURCE".
001990     05  FILLER                        PIC X(09)
002000                               VALUE "USERID".
002010     05  FILLER                        PIC X(21)
002020                               VALUE "ACTION".
002030     05  FILLER                        PIC X(09)
002040                               VALUE "OPERATOR".
002050     05  FILLER                        PIC X(17)
002060                               VALUE "DISPOSITION".
002070     05  FILLER                        PIC X(40)
002080                               VALUE "NOTE".
002090 01  WS-LIST-LINE.
002100     05  LST-TIMESTAMP                 PIC 9(14).
002110     05  FILLER                        PIC X(01)  VALUE SPACE.
002120     05  LST-SOURCE                    PIC X(08).
002130     05  FILLER                        PIC X(01)  VALUE SPACE.
002140     05  LST-USERID                    PIC X(08).
002150     05  FILLER                        PIC X(01)  VALUE SPACE.
002160     05  LST-ACTION                    PIC X(20).
002170     05  FILLER                        PIC X(01)  VALUE SPACE.
002180     05  LST-OPERATOR                  PIC X(08).
002190     05  FILLER                        PIC X(01)  VALUE SPACE.
002200     05  LST-DISPOSITION               PIC X(16).
002210     05  FILLER                        PIC X(01)  VALUE SPACE.
002220     05  LST-NOTE                      PIC X(40).
002230 COPY CPBKUP.
002240 COPY CPSYNC.
002250 COPY CPAUDIT.
002260 PROCEDURE DIVISION.
002270
002280******************************************************************
002290* 0000-MAINLINE                                                  *
002300******************************************************************
002310 0000-MAINLINE.
002320     PERFORM 1000-INITIALIZE     THRU 1000-INITIALIZE-EXIT
002330     IF WS-RUN-RC = ZERO
002340         PERFORM 2000-RELOAD-USER THRU 2000-RELOAD-USER-EXIT
002350     END-IF
002360     IF WS-RUN-RC = ZERO
002370         PERFORM 2500-RELOAD-HIST THRU 2500-RELOAD-HIST-EXIT
002380     END-IF
002390     IF WS-RUN-RC = ZERO
002400         PERFORM 3000-ROLL-FORWARD THRU 3000-ROLL-FORWARD-EXIT
002410     END-IF
002420     PERFORM 9000-TERMINATE      THRU 9000-TERMINATE-EXIT
002430     MOVE WS-RUN-RC TO RETURN-CODE
002440     STOP RUN.
002450
002460******************************************************************
002470* 1000-INITIALIZE                                                *
002480* READS THE VLRCVPRM CARD AND OPENS THE LISTING. NO CARD, OR A   *
002490* ZERO DATE, TAKES WHATEVER GENERATION IS MOUNTED (ITS DATE IS   *
002500* STILL PRINTED); NO STOP POINT REPLAYS TO THE END OF THE LOGS.  *
002510******************************************************************
002520 1000-INITIALIZE.
002530     MOVE ZERO TO PRM-GEN-DATE PRM-STOP-TS
002540     OPEN INPUT RCVPRM-FILE
002550     IF WS-RCVPRM-STATUS = "00"
002560         READ RCVPRM-FILE INTO WS-RCVPRM-REC
002570             AT END CONTINUE
002580         END-READ
002590         CLOSE RCVPRM-FILE
002600     END-IF
002610     IF PRM-GEN-DATE NOT NUMERIC
002620         MOVE ZERO TO PRM-GEN-DATE
002630     END-IF
002640     IF PRM-STOP-TS NOT NUMERIC
002650         MOVE ZERO TO PRM-STOP-TS
002660     END-IF
002670     OPEN OUTPUT LIST-FILE
002680     IF WS-LIST-STATUS NOT = "00"
002690         DISPLAY "VLRECOVR: CANNOT OPEN VLRCVLST, STATUS "
002700             WS-LIST-STATUS " - NOTHING RELOADED"
002710         MOVE 08 TO WS-RUN-RC
002720         GO TO 1000-INITIALIZE-EXIT
002730     END-IF
002740     SET WS-LIST-OPEN TO TRUE
002750     .
002760 1000-INITIALIZE-EXIT.
002770     EXIT.
002780
002790******************************************************************
002800* 2000-RELOAD-USER                                               *
002810* CHECKS THE VLUSRBKP HEADER - A VLUSER GENERATION, OF THE DATE  *
002820* THE CARD ASKS FOR - AND LOADS EVERY DETAIL LINE INTO A FRESH   *
002830* VLUSERN. THE TRAILER COUNT MUST AGREE, OR THE GENERATION WAS   *
002840* CUT SHORT AND IS NOT FIT TO RECOVER FROM.                      *
002850******************************************************************
002860 2000-RELOAD-USER.
002870     OPEN INPUT USRBKP-FILE
002880     IF WS-USRBKP-STATUS NOT = "00"
002890         DISPLAY "VLRECOVR: CANNOT OPEN VLUSRBKP, STATUS "
002900             WS-USRBKP-STATUS " - NOTHING RELOADED"
002910         MOVE 08 TO WS-RUN-RC
002920         GO TO 2000-RELOAD-USER-EXIT
002930     END-IF
002940     MOVE SPACES TO WS-BKUP-REC
002950     READ USRBKP-FILE INTO WS-BKUP-REC
002960         AT END CONTINUE
002970     END-READ
002980     IF NOT BKP-HEADER OR BKP-FILE-NAME NOT = "VLUSER"
002990         DISPLAY "VLRECOVR: VLUSRBKP DOES NOT START WITH A VLUSER"
003000             " GENERATION HEADER - NOTHING RELOADED"
003010         CLOSE USRBKP-FILE
003020         MOVE 08 TO WS-RUN-RC
003030         GO TO 2000-RELOAD-USER-EXIT
003040     END-IF
003050     IF PRM-GEN-DATE NOT = ZERO
003060         AND BKP-GEN-DATE NOT = PRM-GEN-DATE
003070         DISPLAY "VLRECOVR: VLUSRBKP IS GENERATION " BKP-GEN-DATE
003080             ", THE CARD ASKS FOR " PRM-GEN-DATE
003090             " - NOTHING RELOADED"
003100         CLOSE USRBKP-FILE
003110         MOVE 08 TO WS-RUN-RC
003120         GO TO 2000-RELOAD-USER-EXIT
003130     END-IF
003140     MOVE BKP-GEN-DATE TO WS-GEN-DATE
003150     MOVE BKP-UNLOAD-TS TO WS-UNLOAD-TS
003160     MOVE BKP-AUDIT-SEQ TO WS-FROM-SEQ
003170     OPEN OUTPUT NEW-USER-FILE
003180     IF WS-NUSER-STATUS NOT = "00"
003190         DISPLAY "VLRECOVR: CANNOT OPEN VLUSERN, STATUS "
003200             WS-NUSER-STATUS " - NOTHING RELOADED"
003210         CLOSE USRBKP-FILE
003220         MOVE 08 TO WS-RUN-RC
003230         GO TO 2000-RELOAD-USER-EXIT
003240     END-IF
003250     MOVE "N" TO WS-EOF-SWITCH
003260     MOVE "N" TO WS-TRAILER-SWITCH
003270     PERFORM 2100-LOAD-USER THRU 2100-LOAD-USER-EXIT
003280         UNTIL WS-EOF
003290     CLOSE USRBKP-FILE
003300     CLOSE NEW-USER-FILE
003310     IF NOT WS-TRAILER-SEEN
003320         OR WS-TRL-COUNT NOT = WS-CNT-USERS-LOADED
003330         DISPLAY "VLRECOVR: VLUSRBKP IS INCOMPLETE - TRAILER"
003340             " COUNT "
003350             WS-TRL-COUNT ", RECORDS LOADED " WS-CNT-USERS-LOADED
003360         MOVE 08 TO WS-RUN-RC
003370     END-IF
003380     .
003390 2000-RELOAD-USER-EXIT.
003400     EXIT.
003410
003420******************************************************************
003430* 2100-LOAD-USER                                                 *
003440******************************************************************
003450 2100-LOAD-USER.
003460     MOVE SPACES TO WS-BKUP-REC
003470     READ USRBKP-FILE INTO WS-BKUP-REC
003480         AT END SET WS-EOF TO TRUE
003490             GO TO 2100-LOAD-USER-EXIT
003500     END-READ
003510     EVALUATE TRUE
003520         WHEN BKP-DETAIL
003530             MOVE BKP-BODY TO WS-USER-REC
003540             WRITE WS-USER-REC
003550                 INVALID KEY
003560                     ADD 1 TO WS-CNT-BAD-LINES
003570                     DISPLAY "VLRECOVR: VLUSERN WRITE FAILED FOR "
003580                         USER-USERID ", STATUS " WS-NUSER-STATUS
003590                 NOT INVALID KEY
003600                     ADD 1 TO WS-CNT-USERS-LOADED
003610             END-WRITE
003620         WHEN BKP-TRAILER
003630             SET WS-TRAILER-SEEN TO TRUE
003640             MOVE BKP-RECORD-COUNT TO WS-TRL-COUNT
003650             SET WS-EOF TO TRUE
003660         WHEN OTHER
003670             ADD 1 TO WS-CNT-BAD-LINES
003680     END-EVALUATE
003690     .
003700 2100-LOAD-USER-EXIT.
003710     EXIT.
003720
003730******************************************************************
003740* 2500-RELOAD-HIST                                               *
003750* SAME FOR VLHSTBKP INTO VLHISTN - AND IT MUST BE THE HISTORY    *
003760* HALF OF THE SAME NIGHT'S UNLOAD AS THE USER FILE.              *
003770******************************************************************
003780 2500-RELOAD-HIST.
003790     OPEN INPUT HSTBKP-FILE
003800     IF WS-HSTBKP-STATUS NOT = "00"
003810         DISPLAY "VLRECOVR: CANNOT OPEN VLHSTBKP, STATUS "
003820             WS-HSTBKP-STATUS " - HISTORY NOT RELOADED"
003830         MOVE 08 TO WS-RUN-RC
003840         GO TO 2500-RELOAD-HIST-EXIT
003850     END-IF
003860     MOVE SPACES TO WS-BKUP-REC
003870     READ HSTBKP-FILE INTO WS-BKUP-REC
003880         AT END CONTINUE
003890     END-READ
003900     IF NOT BKP-HEADER OR BKP-FILE-NAME NOT = "VLHIST"
003910         DISPLAY "VLRECOVR: VLHSTBKP DOES NOT START WITH A VLHIST"
003920             " GENERATION HEADER - HISTORY NOT RELOADED"
003930         CLOSE HSTBKP-FILE
003940         MOVE 08 TO WS-RUN-RC
003950         GO TO 2500-RELOAD-HIST-EXIT
003960     END-IF
003970     IF BKP-UNLOAD-TS NOT = WS-UNLOAD-TS
003980         DISPLAY "VLRECOVR: VLHSTBKP WAS UNLOADED AT "
003990             BKP-UNLOAD-TS
004000             ", VLUSRBKP AT " WS-UNLOAD-TS
004010             " - NOT THE SAME GENERATION"
004020         CLOSE HSTBKP-FILE
004030         MOVE 08 TO WS-RUN-RC
004040         GO TO 2500-RELOAD-HIST-EXIT
004050     END-IF
004060     OPEN OUTPUT NEW-HIST-FILE
004070     IF WS-NHIST-STATUS NOT = "00"
004080         DISPLAY "VLRECOVR: CANNOT OPEN VLHISTN, STATUS "
004090             WS-NHIST-STATUS " - HISTORY NOT RELOADED"
004100         CLOSE HSTBKP-FILE
004110         MOVE 08 TO WS-RUN-RC
004120         GO TO 2500-RELOAD-HIST-EXIT
004130     END-IF
004140     MOVE "N" TO WS-EOF-SWITCH
004150     MOVE "N" TO WS-TRAILER-SWITCH
004160     MOVE ZERO TO WS-TRL-COUNT
004170     PERFORM 2600-LOAD-HIST THRU 2600-LOAD-HIST-EXIT
004180         UNTIL WS-EOF
004190     CLOSE HSTBKP-FILE
004200     CLOSE NEW-HIST-FILE
004210     IF NOT WS-TRAILER-SEEN
004220         OR WS-TRL-COUNT NOT = WS-CNT-HISTS-LOADED
004230         DISPLAY "VLRECOVR: VLHSTBKP IS INCOMPLETE - TRAILER"
004240             " COUNT "
004250             WS-TRL-COUNT ", RECORDS LOADED " WS-CNT-HISTS-LOADED
004260         MOVE 08 TO WS-RUN-RC
004270     END-IF
004280     .
004290 2500-RELOAD-HIST-EXIT.
004300     EXIT.
004310
004320******************************************************************
004330* 2600-LOAD-HIST                                                 *
004340******************************************************************
004350 2600-LOAD-HIST.
004360     MOVE SPACES TO WS-BKUP-REC
004370     READ HSTBKP-FILE INTO WS-BKUP-REC
004380         AT END SET WS-EOF TO TRUE
004390             GO TO 2600-LOAD-HIST-EXIT
004400     END-READ
004410     EVALUATE TRUE
004420         WHEN BKP-DETAIL
004430             MOVE BKP-BODY TO WS-HIST-REC
004440             WRITE WS-HIST-REC
004450                 INVALID KEY
004460                     ADD 1 TO WS-CNT-BAD-LINES
004470                     DISPLAY "VLRECOVR: VLHISTN WRITE FAILED FOR "
004480                         HIST-USERID ", STATUS " WS-NHIST-STATUS
004490                 NOT INVALID KEY
004500                     ADD 1 TO WS-CNT-HISTS-LOADED
004510             END-WRITE
004520         WHEN BKP-TRAILER
004530             SET WS-TRAILER-SEEN TO TRUE
004540             MOVE BKP-RECORD-COUNT TO WS-TRL-COUNT
004550             SET WS-EOF TO TRUE
004560         WHEN OTHER
004570             ADD 1 TO WS-CNT-BAD-LINES
004580     END-EVALUATE
004590     .
004600 2600-LOAD-HIST-EXIT.
004610     EXIT.
004620
004630******************************************************************
004640* 3000-ROLL-FORWARD                                              *
004650* REOPENS THE RELOADED FILES FOR UPDATE AND MERGES THE TWO LOGS  *
004660* IN TIMESTAMP ORDER - VLSYNCEX FROM THE UNLOAD MOMENT ON, AND   *
004670* VLAUDARC THEN VLAUDIT (ONE CHAIN, WALKED ON THE SEQUENCE-      *
004680* NUMBER ALTERNATE KEY) FROM THE SEQUENCE NUMBER THE GENERATION  *
004690* WAS MARKED AT. ON A TIE THE AUDIT ROW GOES FIRST: A SELF-      *
004700* SERVICE OR HELPDESK RESET PRECEDES THE CHANGE THAT USES IT.    *
004710* A MISSING LOG IS REPORTED AND THE OTHER STILL REPLAYED.        *
004720******************************************************************
004730 3000-ROLL-FORWARD.
004740     OPEN I-O NEW-USER-FILE
004750     OPEN I-O NEW-HIST-FILE
004760     IF WS-NUSER-STATUS NOT = "00" OR WS-NHIST-STATUS NOT = "00"
004770         DISPLAY "VLRECOVR: CANNOT REOPEN VLUSERN/VLHISTN,"
004780             " STATUS "
004790             WS-NUSER-STATUS "/" WS-NHIST-STATUS
004800             " - NOTHING ROLLED FORWARD"
004810         MOVE 08 TO WS-RUN-RC
004820         GO TO 3000-ROLL-FORWARD-EXIT
004830     END-IF
004840     SET WS-MASTERS-OPEN TO TRUE
004850     MOVE WS-GEN-DATE TO TTL-GEN-DATE
004860     MOVE WS-UNLOAD-TS TO TTL-UNLOAD-TS
004870     IF PRM-STOP-TS = ZERO
004880         MOVE "END OF LOGS" TO TTL-STOP
004890     ELSE
004900         MOVE PRM-STOP-TS TO TTL-STOP
004910     END-IF
004920     MOVE WS-TITLE-LINE TO LIST-FILE-RECORD
004930     WRITE LIST-FILE-RECORD
004940     MOVE WS-COLUMN-LINE TO LIST-FILE-RECORD
004950     WRITE LIST-FILE-RECORD
004960     OPEN INPUT SYNC-FILE
004970     IF WS-SYNC-STATUS = "00"
004980         SET WS-SYNC-OPEN TO TRUE
004990     ELSE
005000         DISPLAY "VLRECOVR: VLSYNCEX NOT AVAILABLE (STATUS "
005010             WS-SYNC-STATUS ") - NO PASSWORD CHANGES REPLAYED"
005020         SET WS-SYNC-EOF TO TRUE
005030     END-IF
005040     OPEN INPUT ARCHIVE-FILE
005050     IF WS-ARCH-STATUS = "00"
005060         SET WS-ARCH-OPEN TO TRUE
005070         MOVE WS-FROM-SEQ TO AUDX-SEQ-NO OF ARCHIVE-FILE-RECORD
005080         START ARCHIVE-FILE
005090             KEY IS GREATER THAN
005100                 AUDX-SEQ-NO OF ARCHIVE-FILE-RECORD
005110             INVALID KEY SET WS-ARCH-EOF TO TRUE
005120         END-START
005130     ELSE
005140         SET WS-ARCH-EOF TO TRUE
005150     END-IF
005160     OPEN INPUT AUDIT-FILE
005170     IF WS-AUDIT-STATUS = "00"
005180         SET WS-LIVE-OPEN TO TRUE
005190         MOVE WS-FROM-SEQ TO AUDX-SEQ-NO OF AUDIT-FILE-RECORD
005200         START AUDIT-FILE
005210             KEY IS GREATER THAN AUDX-SEQ-NO OF AUDIT-FILE-RECORD
005220             INVALID KEY SET WS-LIVE-EOF TO TRUE
005230         END-START
005240     ELSE
005250         DISPLAY "VLRECOVR: VLAUDIT NOT AVAILABLE (STATUS "
005260             WS-AUDIT-STATUS ") - ADMIN ACTIONS ON IT"
005270             " NOT REPLAYED"
005280         SET WS-LIVE-EOF TO TRUE
005290     END-IF
005300     PERFORM 3100-NEXT-SYNC THRU 3100-NEXT-SYNC-EXIT
005310     PERFORM 3200-NEXT-AUDIT THRU 3200-NEXT-AUDIT-EXIT
005320     PERFORM 3300-NEXT-EVENT THRU 3300-NEXT-EVENT-EXIT
005330         UNTIL WS-SYNC-EOF AND WS-AUD-EOF
005340     IF WS-SYNC-OPEN
005350         CLOSE SYNC-FILE
005360     END-IF
005370     IF WS-ARCH-OPEN
005380         CLOSE ARCHIVE-FILE
005390     END-IF
005400     IF WS-LIVE-OPEN
005410         CLOSE AUDIT-FILE
005420     END-IF
005430     .
005440 3000-ROLL-FORWARD-EXIT.
005450     EXIT.
005460
005470******************************************************************
005480* 3100-NEXT-SYNC                                                 *
005490* ADVANCES VLSYNCEX TO ITS NEXT ROW AT OR AFTER THE UNLOAD       *
005500* MOMENT. ROWS BEFORE IT ARE ALREADY ON THE GENERATION; A ROW IN *
005510* THE SAME SECOND IS REPLAYED AND SIMPLY FINDS NOTHING TO DO.    *
005520******************************************************************
005530 3100-NEXT-SYNC.
005540     MOVE "N" TO WS-SYNC-READY-SWITCH
005550     PERFORM 3110-READ-SYNC THRU 3110-READ-SYNC-EXIT
005560         UNTIL WS-SYNC-EOF OR WS-SYNC-READY
005570     .
005580 3100-NEXT-SYNC-EXIT.
005590     EXIT.
005600
005610******************************************************************
005620* 3110-READ-SYNC                                                 *
005630******************************************************************
005640 3110-READ-SYNC.
005650     MOVE SPACES TO SYNC-FILE-RECORD
005660     READ SYNC-FILE
005670         AT END SET WS-SYNC-EOF TO TRUE
005680             GO TO 3110-READ-SYNC-EXIT
005690     END-READ
005700     MOVE SYNC-FILE-RECORD TO WS-SYNC-REC
005710     IF SYN-CHANGE-TS NOT NUMERIC
005720         OR SYN-CHANGE-TS < WS-UNLOAD-TS
005730         GO TO 3110-READ-SYNC-EXIT
005740     END-IF
005750     ADD 1 TO WS-CNT-SYNC-ROWS
005760     SET WS-SYNC-READY TO TRUE
005770     .
005780 3110-READ-SYNC-EXIT.
005790     EXIT.
005800
005810******************************************************************
005820* 3200-NEXT-AUDIT                                                *
005830* ADVANCES THE AUDIT CHAIN TO ITS NEXT PASSED ROW WITH AN        *
005840* OPERATOR - THE ADMIN ACTIONS. VLVALSEN'S OWN ROWS (BLANK       *
005850* OPERATOR) ARE EITHER ON VLSYNCEX OR DO NOT CHANGE THE MASTERS  *
005860* FOR GOOD, AND REFUSED CARDS CHANGED NOTHING.                   *
005870******************************************************************
005880 3200-NEXT-AUDIT.
005890     MOVE "N" TO WS-AUD-READY-SWITCH
005900     PERFORM 3210-READ-AUDIT THRU 3210-READ-AUDIT-EXIT
005910         UNTIL WS-AUD-EOF OR WS-AUD-READY
005920     .
005930 3200-NEXT-AUDIT-EXIT.
005940     EXIT.
005950
005960******************************************************************
005970* 3210-READ-AUDIT                                                *
005980* THE ARCHIVE FIRST, THEN THE LIVE LOG CARRYING ON FROM IT. A    *
005982* ROW STAMPED BEFORE THE UNLOAD IS ALREADY IN THE GENERATION AND *
005984* IS PASSED OVER, WHATEVER ITS SEQUENCE NUMBER - THE SAME CUT    *
005986* 3110 MAKES ON VLSYNCEX.                                        *
005990******************************************************************
006000 3210-READ-AUDIT.
006010     IF NOT WS-ARCH-EOF
006020         READ ARCHIVE-FILE NEXT RECORD
006030             AT END SET WS-ARCH-EOF TO TRUE
006040                 GO TO 3210-READ-AUDIT-EXIT
006050         END-READ
006060         MOVE AUDX-ROW OF ARCHIVE-FILE-RECORD TO WS-AUDIT-REC
006070         MOVE "VLAUDARC" TO WS-AUD-SOURCE
006080     ELSE
006090         IF WS-LIVE-EOF
006100             SET WS-AUD-EOF TO TRUE
006110             GO TO 3210-READ-AUDIT-EXIT
006120         END-IF
006130         READ AUDIT-FILE NEXT RECORD
006140             AT END SET WS-LIVE-EOF TO TRUE
006150                 SET WS-AUD-EOF TO TRUE
006160                 GO TO 3210-READ-AUDIT-EXIT
006170         END-READ
006180         MOVE AUDX-ROW OF AUDIT-FILE-RECORD TO WS-AUDIT-REC
006190         MOVE "VLAUDIT" TO WS-AUD-SOURCE
006200     END-IF
006210     IF NOT AUD-PASSED OR AUD-OPERATOR = SPACES
006220         OR AUD-TIMESTAMP NOT NUMERIC
006225         OR AUD-TIMESTAMP < WS-UNLOAD-TS
006230         GO TO 3210-READ-AUDIT-EXIT
006240     END-IF
006250     ADD 1 TO WS-CNT-AUD-ROWS
006260     SET WS-AUD-READY TO TRUE
006270     .
006280 3210-READ-AUDIT-EXIT.
006290     EXIT.
006300
006310******************************************************************
006320* 3300-NEXT-EVENT                                                *
006330* TAKES WHICHEVER PENDING ROW IS EARLIER, APPLIES IT AND READS   *
006340* THE NEXT ONE FROM THE SAME LOG.                                *
006350******************************************************************
006360 3300-NEXT-EVENT.
006370     EVALUATE TRUE
006380         WHEN WS-AUD-EOF
006390             SET WS-TAKE-SYNC TO TRUE
006400         WHEN WS-SYNC-EOF
006410             SET WS-TAKE-AUDIT TO TRUE
006420         WHEN SYN-CHANGE-TS < AUD-TIMESTAMP
006430             SET WS-TAKE-SYNC TO TRUE
006440         WHEN OTHER
006450             SET WS-TAKE-AUDIT TO TRUE
006460     END-EVALUATE
006470     IF WS-TAKE-SYNC
006480         PERFORM 4000-ONE-CHANGE THRU 4000-ONE-CHANGE-EXIT
006490         PERFORM 3100-NEXT-SYNC THRU 3100-NEXT-SYNC-EXIT
006500     ELSE
006510         PERFORM 5000-ONE-ACTION THRU 5000-ONE-ACTION-EXIT
006520         PERFORM 3200-NEXT-AUDIT THRU 3200-NEXT-AUDIT-EXIT
006530     END-IF
006540     .
006550 3300-NEXT-EVENT-EXIT.
006560     EXIT.
006570
006580******************************************************************
006590* 4000-ONE-CHANGE                                                *
006600* ONE ACCEPTED CHANGE OFF VLSYNCEX, STAMPED THE WAY VLVALSEN'S   *
006610* 1900-UPDATE-EXPIRY STAMPED IT: NEW SALT AND SALTED HASH,       *
006620* FORMAT "2", CHANGE DATE, EXPIRY WS-EXPIRY-DAYS OUT, COUNTS AND *
006630* MARKERS CLEARED, AND THE ENTRY PUSHED ONTO VLHIST. THE OLD     *
006640* 8-DIGIT CHECKSUM IS NOT ON THE EXTRACT AND IS ZEROED - NOTHING *
006650* READS IT ON A FORMAT "2" RECORD. A CHANGE ALREADY ON THE       *
006660* GENERATION NEEDS NOTHING.                                      *
006670******************************************************************
006680 4000-ONE-CHANGE.
006690     IF PRM-STOP-TS NOT = ZERO AND SYN-CHANGE-TS > PRM-STOP-TS
006700         ADD 1 TO WS-CNT-BEYOND
006710         GO TO 4000-ONE-CHANGE-EXIT
006720     END-IF
006730     MOVE SPACES TO WS-LIST-LINE
006740     MOVE SYN-CHANGE-TS TO LST-TIMESTAMP
006750     MOVE "VLSYNCEX" TO LST-SOURCE
006760     MOVE SYN-USERID TO LST-USERID
006770     MOVE "PASSWORD CHANGE" TO LST-ACTION
006780     COMPUTE WS-ROW-DATE = SYN-CHANGE-TS / 1000000
006790     MOVE SYN-USERID TO USER-USERID
006800     PERFORM 8000-READ-USER THRU 8000-READ-USER-EXIT
006810     IF NOT WS-USER-FOUND
006820         SET WS-DISP-NOT-APPLIED TO TRUE
006830         MOVE "USERID NOT ON FILE" TO LST-NOTE
006840         PERFORM 8500-WRITE-LINE THRU 8500-WRITE-LINE-EXIT
006850         GO TO 4000-ONE-CHANGE-EXIT
006860     END-IF
006870     IF USER-HASH-SALTED
006880         AND USER-SALT = SYN-SALT
006890         AND USER-PASSWORD-HASH2 = SYN-PASSWORD-HASH2
006900         SET WS-DISP-NO-CHANGE TO TRUE
006910         MOVE "PASSWORD ALREADY ON FILE" TO LST-NOTE
006920     ELSE
006930         MOVE ZERO TO USER-PASSWORD-HASH
006940         MOVE SYN-SALT TO USER-SALT
006950         MOVE SYN-HASH-FORMAT TO USER-HASH-FORMAT
006960         MOVE SYN-PASSWORD-HASH2 TO USER-PASSWORD-HASH2
006970         MOVE "N" TO USER-MUST-CHANGE
006980         MOVE ZERO TO USER-TEMP-ISSUED USER-GRACE-USED
006990             USER-FAIL-COUNT
007000         MOVE "N" TO USER-LOCK-SWITCH
007010         MOVE WS-ROW-DATE TO USER-LAST-CHANGED
007020         COMPUTE WS-DATE-INT =
007030             FUNCTION INTEGER-OF-DATE(WS-ROW-DATE)
007040             + WS-EXPIRY-DAYS
007050         COMPUTE USER-NEXT-EXPIRY =
007060             FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
007070         IF SYN-POLICY-CLASS NOT = SPACES
007080             MOVE SYN-POLICY-CLASS TO USER-POLICY-CLASS
007090         END-IF
007100         REWRITE WS-USER-REC
007110         SET WS-DISP-APPLIED TO TRUE
007120     END-IF
007130     PERFORM 4100-PUSH-HISTORY THRU 4100-PUSH-HISTORY-EXIT
007140     IF WS-DISP-NO-CHANGE AND WS-HIST-PUSHED
007150         SET WS-DISP-APPLIED TO TRUE
007160         MOVE "VLHIST ENTRY ONLY" TO LST-NOTE
007170     END-IF
007180     PERFORM 8500-WRITE-LINE THRU 8500-WRITE-LINE-EXIT
007190     .
007200 4000-ONE-CHANGE-EXIT.
007210     EXIT.
007220
007230******************************************************************
007240* 4100-PUSH-HISTORY                                              *
007250* SHIFTS THE USER'S HISTORY DOWN ONE SLOT AND PUTS THE REPLAYED  *
007260* PASSWORD IN SLOT 1, AS VLVALSEN'S 1600-APPEND-HISTORY DOES -   *
007270* UNLESS SLOT 1 ALREADY HOLDS IT.                                *
007280******************************************************************
007290 4100-PUSH-HISTORY.
007300     MOVE "N" TO WS-HIST-PUSHED-SWITCH
007310     MOVE "N" TO WS-HIST-FOUND-SWITCH
007320     MOVE SYN-USERID TO HIST-USERID
007330     READ NEW-HIST-FILE
007340         INVALID KEY
007350             INITIALIZE WS-HIST-REC
007360             MOVE SYN-USERID TO HIST-USERID
007370         NOT INVALID KEY
007380             SET WS-HIST-FOUND TO TRUE
007390     END-READ
007400     IF HIST-ENTRY-COUNT > ZERO
007410         AND HIST-SALT(1) = SYN-SALT
007420         AND HIST-PASSWORD-HASH2(1) = SYN-PASSWORD-HASH2
007430         GO TO 4100-PUSH-HISTORY-EXIT
007440     END-IF
007450     PERFORM VARYING HIST-IDX FROM 5 BY -1 UNTIL HIST-IDX < 2
007460         MOVE HIST-ENTRY(HIST-IDX - 1)
007470             TO HIST-ENTRY(HIST-IDX)
007480     END-PERFORM
007490     MOVE ZERO               TO HIST-PASSWORD-HASH(1)
007500     MOVE WS-ROW-DATE        TO HIST-CHANGE-DATE(1)
007510     MOVE SYN-SALT           TO HIST-SALT(1)
007520     MOVE "2"                TO HIST-HASH-FORMAT(1)
007530     MOVE SYN-PASSWORD-HASH2 TO HIST-PASSWORD-HASH2(1)
007540     IF HIST-ENTRY-COUNT < 5
007550         ADD 1 TO HIST-ENTRY-COUNT
007560     END-IF
007570     IF WS-HIST-FOUND
007580         REWRITE WS-HIST-REC
007590     ELSE
007600         WRITE WS-HIST-REC
007610     END-IF
007620     SET WS-HIST-PUSHED TO TRUE
007630     .
007640 4100-PUSH-HISTORY-EXIT.
007650     EXIT.
007660
007670******************************************************************
007680* 5000-ONE-ACTION                                                *
007690* ONE ADMIN ROW OFF THE AUDIT CHAIN, REPLAYED BY ITS ACTION TEXT *
007700* - THE TEXTS VLUSRMNT, VLHRSYNC, VLDORMNT AND VLSSRVII WRITE.   *
007710* A PASSED ROW THAT NEVER CHANGED VLUSER (RECERT DECISIONS,      *
007720* ENROLMENTS, PARKED CARDS AND THE LIKE) IS ONLY COUNTED.        *
007730******************************************************************
007740 5000-ONE-ACTION.
007750     IF PRM-STOP-TS NOT = ZERO AND AUD-TIMESTAMP > PRM-STOP-TS
007760         ADD 1 TO WS-CNT-BEYOND
007770         GO TO 5000-ONE-ACTION-EXIT
007780     END-IF
007790     MOVE SPACES TO WS-LIST-LINE
007800     MOVE AUD-TIMESTAMP TO LST-TIMESTAMP
007810     MOVE WS-AUD-SOURCE TO LST-SOURCE
007820     MOVE AUD-USERID TO LST-USERID
007830     MOVE AUD-REASON-TEXT TO LST-ACTION
007840     MOVE AUD-OPERATOR TO LST-OPERATOR
007850     COMPUTE WS-ROW-DATE = AUD-TIMESTAMP / 1000000
007860     MOVE AUD-USERID TO USER-USERID
007870     PERFORM 8000-READ-USER THRU 8000-READ-USER-EXIT
007880     EVALUATE AUD-REASON-TEXT
007890         WHEN "ADMIN UNLOCK"
007900         WHEN "SELFSVC UNLOCK"
007910             PERFORM 5100-REPLAY-UNLOCK
007920                 THRU 5100-REPLAY-UNLOCK-EXIT
007930         WHEN "ADMIN RESET COUNT"
007940             PERFORM 5200-REPLAY-RESET THRU 5200-REPLAY-RESET-EXIT
007950         WHEN "ADMIN FORCE-EXPIRE"
007960             PERFORM 5300-REPLAY-EXPIRE
007970                 THRU 5300-REPLAY-EXPIRE-EXIT
007980         WHEN "ADMIN DELETE USER"
007990         WHEN "HR FEED DELETE"
008000             PERFORM 5400-REPLAY-DELETE
008010                 THRU 5400-REPLAY-DELETE-EXIT
008020         WHEN "ADMIN ADD USER"
008030         WHEN "HR FEED ADD"
008040             PERFORM 5500-REPLAY-ADD THRU 5500-REPLAY-ADD-EXIT
008050         WHEN "ADMIN LOCK"
008060         WHEN "DORMANT LOCK"
008070             PERFORM 5600-REPLAY-LOCK THRU 5600-REPLAY-LOCK-EXIT
008080         WHEN "ADMIN TEMP PASSWORD"
008090             PERFORM 5700-REPLAY-TEMP THRU 5700-REPLAY-TEMP-EXIT
008100         WHEN "SELFSVC RESET"
008110             PERFORM 5750-REPLAY-SELF-RESET
008120                 THRU 5750-REPLAY-SELF-RESET-EXIT
008122         WHEN "SELFSVC UNDO LOCKED"
008124         WHEN "SELFSVC UNDO OPEN"
008126             PERFORM 5760-REPLAY-SELF-UNDO
008128                 THRU 5760-REPLAY-SELF-UNDO-EXIT
008130         WHEN OTHER
008140             IF AUD-REASON-TEXT(1:12) = "ADMIN CLASS "
008150                 PERFORM 5800-REPLAY-CLASS
008160                     THRU 5800-REPLAY-CLASS-EXIT
008170             ELSE
008180                 ADD 1 TO WS-CNT-NO-EFFECT
008190                 GO TO 5000-ONE-ACTION-EXIT
008200             END-IF
008210     END-EVALUATE
008220     PERFORM 8500-WRITE-LINE THRU 8500-WRITE-LINE-EXIT
008230     .
008240 5000-ONE-ACTION-EXIT.
008250     EXIT.
008260
008270******************************************************************
008280* 5100-REPLAY-UNLOCK                                             *
008290* AS VLUSRMNT'S 3100 AND VLSSRVII'S 3300 - SWITCH, COUNT AND     *
008300* LOCK DATE CLEARED TOGETHER.                                    *
008310******************************************************************
008320 5100-REPLAY-UNLOCK.
008330     IF NOT WS-USER-FOUND
008340         SET WS-DISP-NOT-APPLIED TO TRUE
008350         MOVE "USERID NOT ON FILE" TO LST-NOTE
008360         GO TO 5100-REPLAY-UNLOCK-EXIT
008370     END-IF
008380     IF NOT USER-ACCOUNT-LOCKED AND USER-FAIL-COUNT = ZERO
008390         SET WS-DISP-NO-CHANGE TO TRUE
008400         MOVE "ALREADY UNLOCKED" TO LST-NOTE
008410         GO TO 5100-REPLAY-UNLOCK-EXIT
008420     END-IF
008430     MOVE "N" TO USER-LOCK-SWITCH
008440     MOVE ZERO TO USER-FAIL-COUNT
008450     MOVE ZERO TO USER-LOCK-DATE
008460     REWRITE WS-USER-REC
008470     SET WS-DISP-APPLIED TO TRUE
008480     .
008490 5100-REPLAY-UNLOCK-EXIT.
008500     EXIT.
008510
008520******************************************************************
008530* 5200-REPLAY-RESET                                              *
008540******************************************************************
008550 5200-REPLAY-RESET.
008560     IF NOT WS-USER-FOUND
008570         SET WS-DISP-NOT-APPLIED TO TRUE
008580         MOVE "USERID NOT ON FILE" TO LST-NOTE
008590         GO TO 5200-REPLAY-RESET-EXIT
008600     END-IF
008610     IF USER-FAIL-COUNT = ZERO
008620         SET WS-DISP-NO-CHANGE TO TRUE
008630         MOVE "COUNT ALREADY ZERO" TO LST-NOTE
008640         GO TO 5200-REPLAY-RESET-EXIT
008650     END-IF
008660     MOVE ZERO TO USER-FAIL-COUNT
008670     REWRITE WS-USER-REC
008680     SET WS-DISP-APPLIED TO TRUE
008690     .
008700 5200-REPLAY-RESET-EXIT.
008710     EXIT.
008720
008730******************************************************************
008740* 5300-REPLAY-EXPIRE                                             *
008750* EXPIRY BACKDATED TO THE DAY BEFORE THE ROW, AS VLUSRMNT'S 3300 *
008760* BACKDATED IT TO THE DAY BEFORE IT RAN.                         *
008770******************************************************************
008780 5300-REPLAY-EXPIRE.
008790     IF NOT WS-USER-FOUND
008800         SET WS-DISP-NOT-APPLIED TO TRUE
008810         MOVE "USERID NOT ON FILE" TO LST-NOTE
008820         GO TO 5300-REPLAY-EXPIRE-EXIT
008830     END-IF
008840     COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-ROW-DATE)
008850         - 1
008860     COMPUTE WS-NEW-EXPIRY = FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
008870     IF USER-NEXT-EXPIRY = WS-NEW-EXPIRY
008880         SET WS-DISP-NO-CHANGE TO TRUE
008890         MOVE "ALREADY EXPIRED" TO LST-NOTE
008900         GO TO 5300-REPLAY-EXPIRE-EXIT
008910     END-IF
008920     MOVE WS-NEW-EXPIRY TO USER-NEXT-EXPIRY
008930     REWRITE WS-USER-REC
008940     SET WS-DISP-APPLIED TO TRUE
008950     .
008960 5300-REPLAY-EXPIRE-EXIT.
008970     EXIT.
008980
008990******************************************************************
009000* 5400-REPLAY-DELETE                                             *
009010* THE VLUSER RECORD AND THE VLHIST RECORD GO TOGETHER, AS THEY   *
009020* DID IN VLUSRMNT AND VLHRSYNC.                                  *
009030******************************************************************
009040 5400-REPLAY-DELETE.
009050     IF NOT WS-USER-FOUND
009060         SET WS-DISP-NO-CHANGE TO TRUE
009070         MOVE "ALREADY OFF FILE" TO LST-NOTE
009080         GO TO 5400-REPLAY-DELETE-EXIT
009090     END-IF
009100     DELETE NEW-USER-FILE RECORD
009110         INVALID KEY CONTINUE
009120     END-DELETE
009130     MOVE AUD-USERID TO HIST-USERID
009140     DELETE NEW-HIST-FILE RECORD
009150         INVALID KEY CONTINUE
009160     END-DELETE
009170     SET WS-DISP-APPLIED TO TRUE
009180     .
009190 5400-REPLAY-DELETE-EXIT.
009200     EXIT.
009210
009220******************************************************************
009230* 5500-REPLAY-ADD                                                *
009240* A FRESH, UNLOCKED RECORD IN VLUSRMNT'S 3500 SHAPE. THE CLASS   *
009250* THE CARD OR FEED GAVE IS NOT ON THE AUDIT ROW, SO THE USER     *
009260* GOES IN AS "DEFAULT" - PUT RIGHT BY THE USER'S NEXT REPLAYED   *
009270* CHANGE, WHICH CARRIES THE CLASS, OR ELSE BY HAND.              *
009280******************************************************************
009290 5500-REPLAY-ADD.
009300     IF WS-USER-FOUND
009310         SET WS-DISP-NO-CHANGE TO TRUE
009320         MOVE "ALREADY ON FILE" TO LST-NOTE
009330         GO TO 5500-REPLAY-ADD-EXIT
009340     END-IF
009350     MOVE AUD-USERID TO USER-USERID
009360     MOVE ZERO TO USER-PASSWORD-HASH USER-LAST-CHANGED
009370         USER-NEXT-EXPIRY USER-FAIL-COUNT USER-LOCK-DATE
009380         USER-GRACE-USED USER-SALT USER-PASSWORD-HASH2
009390         USER-TEMP-ISSUED
009400     MOVE "1" TO USER-HASH-FORMAT
009410     MOVE "N" TO USER-MUST-CHANGE
009420     MOVE "N" TO USER-LOCK-SWITCH
009430     MOVE "DEFAULT" TO USER-POLICY-CLASS
009440     WRITE WS-USER-REC
009450     SET WS-DISP-PART TO TRUE
009460     MOVE "CLASS NOT ON LOG - ADDED AS DEFAULT" TO LST-NOTE
009470     .
009480 5500-REPLAY-ADD-EXIT.
009490     EXIT.
009500
009510******************************************************************
009520* 5600-REPLAY-LOCK                                               *
009530* ADMINISTRATIVE LOCK ("A"), DATED THE DAY OF THE ROW.           *
009540******************************************************************
009550 5600-REPLAY-LOCK.
009560     IF NOT WS-USER-FOUND
009570         SET WS-DISP-NOT-APPLIED TO TRUE
009580         MOVE "USERID NOT ON FILE" TO LST-NOTE
009590         GO TO 5600-REPLAY-LOCK-EXIT
009600     END-IF
009610     IF USER-ADMIN-LOCKED
009620         SET WS-DISP-NO-CHANGE TO TRUE
009630         MOVE "ALREADY ADMIN LOCKED" TO LST-NOTE
009640         GO TO 5600-REPLAY-LOCK-EXIT
009650     END-IF
009660     MOVE "A" TO USER-LOCK-SWITCH
009670     MOVE WS-ROW-DATE TO USER-LOCK-DATE
009680     REWRITE WS-USER-REC
009690     SET WS-DISP-APPLIED TO TRUE
009700     .
009710 5600-REPLAY-LOCK-EXIT.
009720     EXIT.
009730
009740******************************************************************
009750* 5700-REPLAY-TEMP                                               *
009760* A HELPDESK TEMPORARY PASSWORD CANNOT BE REPLAYED - ITS HASH    *
009770* WAS NEVER LOGGED, BY DESIGN. IF THE USER HAS NOT CHANGED IT    *
009780* SINCE, THE HELPDESK ISSUES A NEW ONE.                          *
009790******************************************************************
009800 5700-REPLAY-TEMP.
009810     SET WS-DISP-NOT-APPLIED TO TRUE
009820     IF NOT WS-USER-FOUND
009830         MOVE "USERID NOT ON FILE" TO LST-NOTE
009840     ELSE
009850         MOVE "TEMP PWD NOT ON LOG - REISSUE IT" TO LST-NOTE
009860     END-IF
009870     .
009880 5700-REPLAY-TEMP-EXIT.
009890     EXIT.
009900
009910******************************************************************
009920* 5750-REPLAY-SELF-RESET                                         *
009930* VLSSRVII'S RESET CLEARED A FAILURE LOCKOUT AND THE COUNT AND   *
009940* STAMPED AN UNSEEN TEMPORARY PASSWORD. THE CLEARING IS          *
009950* REPLAYED; THE TEMPORARY PASSWORD IS NOT ON THE LOG, BUT THE    *
009960* CHANGE THE USER MADE WITH IT FOLLOWS ON VLSYNCEX WHEN THE      *
009970* SESSION FINISHED.                                              *
009980******************************************************************
009990 5750-REPLAY-SELF-RESET.
010000     IF NOT WS-USER-FOUND
010010         SET WS-DISP-NOT-APPLIED TO TRUE
010020         MOVE "USERID NOT ON FILE" TO LST-NOTE
010030         GO TO 5750-REPLAY-SELF-RESET-EXIT
010040     END-IF
010050     IF USER-LOCK-SWITCH = "Y"
010060         MOVE "N" TO USER-LOCK-SWITCH
010070         MOVE ZERO TO USER-LOCK-DATE
010080     END-IF
010090     MOVE ZERO TO USER-FAIL-COUNT
010100     REWRITE WS-USER-REC
010110     SET WS-DISP-PART TO TRUE
010120     MOVE "LOCK CLEARED - TEMP PWD NOT ON LOG" TO LST-NOTE
010130     .
010140 5750-REPLAY-SELF-RESET-EXIT.
010150     EXIT.
010151
010152******************************************************************
010153* 5760-REPLAY-SELF-UNDO                                          *
010154* THE USER DID NOT FINISH THE CHANGE AND VLSSRVII PUT THE RECORD *
010155* BACK AS IT WAS. THE PASSWORD REPLAYED IS STILL THE OLD ONE     *
010156* (THE TEMPORARY ONE NEVER REACHED THE LOG), SO ONLY THE LOCK    *
010157* 5750 CLEARED NEEDS PUTTING BACK - AND ONLY WHEN THE ROW SAYS   *
010158* THE RECORD WENT BACK LOCKED.                                   *
010159******************************************************************
010160 5760-REPLAY-SELF-UNDO.
010161     IF NOT WS-USER-FOUND
010162         SET WS-DISP-NOT-APPLIED TO TRUE
010163         MOVE "USERID NOT ON FILE" TO LST-NOTE
010164         GO TO 5760-REPLAY-SELF-UNDO-EXIT
010165     END-IF
010166     IF AUD-REASON-TEXT NOT = "SELFSVC UNDO LOCKED"
010167         OR USER-ACCOUNT-LOCKED
010168         SET WS-DISP-NO-CHANGE TO TRUE
010169         GO TO 5760-REPLAY-SELF-UNDO-EXIT
010170     END-IF
010171     MOVE "Y" TO USER-LOCK-SWITCH
010172     MOVE WS-ROW-DATE TO USER-LOCK-DATE
010173     REWRITE WS-USER-REC
010174     SET WS-DISP-APPLIED TO TRUE
010175     .
010176 5760-REPLAY-SELF-UNDO-EXIT.
010177     EXIT.
010178
010179******************************************************************
010180* 5800-REPLAY-CLASS                                              *
010190* THE NEW CLASS IS THE TAIL OF THE "ADMIN CLASS " ACTION TEXT.   *
010200******************************************************************
010210 5800-REPLAY-CLASS.
010220     MOVE AUD-REASON-TEXT(13:8) TO WS-NEW-CLASS
010230     IF NOT WS-USER-FOUND
010240         SET WS-DISP-NOT-APPLIED TO TRUE
010250         MOVE "USERID NOT ON FILE" TO LST-NOTE
010260         GO TO 5800-REPLAY-CLASS-EXIT
010270     END-IF
010280     IF USER-POLICY-CLASS = WS-NEW-CLASS
010290         SET WS-DISP-NO-CHANGE TO TRUE
010300         MOVE "ALREADY IN CLASS" TO LST-NOTE
010310         GO TO 5800-REPLAY-CLASS-EXIT
010320     END-IF
010330     MOVE WS-NEW-CLASS TO USER-POLICY-CLASS
010340     REWRITE WS-USER-REC
010350     SET WS-DISP-APPLIED TO TRUE
010360     .
010370 5800-REPLAY-CLASS-EXIT.
010380     EXIT.
010390
010400******************************************************************
010410* 8000-READ-USER                                                 *
010420* THE RELOADED RECORD FOR USER-USERID, IF THERE IS ONE.          *
010430******************************************************************
010440 8000-READ-USER.
010450     MOVE "N" TO WS-USER-FOUND-SWITCH
010460     READ NEW-USER-FILE
010470         INVALID KEY CONTINUE
010480         NOT INVALID KEY SET WS-USER-FOUND TO TRUE
010490     END-READ
010500     .
010510 8000-READ-USER-EXIT.
010520     EXIT.
010530
010540******************************************************************
010550* 8500-WRITE-LINE                                                *
010560* ONE LISTING LINE FOR THE ROW JUST REPLAYED, COUNTED BY HOW IT  *
010570* WENT.                                                          *
010580******************************************************************
010590 8500-WRITE-LINE.
010600     EVALUATE TRUE
010610         WHEN WS-DISP-APPLIED
010620             MOVE "RE-APPLIED" TO LST-DISPOSITION
010630             ADD 1 TO WS-CNT-APPLIED
010640         WHEN WS-DISP-PART
010650             MOVE "PART APPLIED" TO LST-DISPOSITION
010660             ADD 1 TO WS-CNT-PART
010670         WHEN WS-DISP-NO-CHANGE
010680             MOVE "NO CHANGE NEEDED" TO LST-DISPOSITION
010690             ADD 1 TO WS-CNT-NO-CHANGE
010700         WHEN OTHER
010710             MOVE "NOT RE-APPLIED" TO LST-DISPOSITION
010720             ADD 1 TO WS-CNT-NOT-APPLIED
010730     END-EVALUATE
010740     MOVE WS-LIST-LINE TO LIST-FILE-RECORD
010750     WRITE LIST-FILE-RECORD
010760     MOVE SPACE TO WS-DISP-SWITCH
010770     .
010780 8500-WRITE-LINE-EXIT.
010790     EXIT.
010800
010810******************************************************************
010820* 9000-TERMINATE                                                 *
010830* CLOSES UP AND PRINTS THE RECOVERY SUMMARY. THE NEW FILES ARE   *
010840* ONLY FIT TO RENAME OVER THE LIVE ONES WHEN THE RELOAD          *
010850* BALANCED; ANYTHING PART OR NOT RE-APPLIED IS ON VLRCVLST FOR   *
010860* THE HELPDESK TO PUT RIGHT.                                     *
010870******************************************************************
010880 9000-TERMINATE.
010890     IF WS-MASTERS-OPEN
010900         CLOSE NEW-USER-FILE
010910         CLOSE NEW-HIST-FILE
010920     END-IF
010930     IF WS-LIST-OPEN
010940         CLOSE LIST-FILE
010950     END-IF
010960     IF WS-RUN-RC = ZERO
010970         AND WS-CNT-PART + WS-CNT-NOT-APPLIED > ZERO
010980         MOVE 04 TO WS-RUN-RC
010990     END-IF
011000     DISPLAY "==================================================="
011010     DISPLAY "        VLUSER / VLHIST FORWARD RECOVERY SUMMARY"
011020     DISPLAY "==================================================="
011030     DISPLAY "GENERATION DATE . . . . . . . : " WS-GEN-DATE
011040     DISPLAY "UNLOAD TIMESTAMP  . . . . . . : " WS-UNLOAD-TS
011050     DISPLAY "AUDIT SEQUENCE AT UNLOAD  . . : " WS-FROM-SEQ
011060     DISPLAY "REPLAYED UP TO  . . . . . . . : " PRM-STOP-TS
011070     DISPLAY "VLUSER RECORDS RELOADED . . . : "
011080         WS-CNT-USERS-LOADED
011090     DISPLAY "VLHIST RECORDS RELOADED . . . : "
011100         WS-CNT-HISTS-LOADED
011110     DISPLAY "BAD GENERATION LINES  . . . . : " WS-CNT-BAD-LINES
011120     DISPLAY "VLSYNCEX CHANGES READ . . . . : " WS-CNT-SYNC-ROWS
011130     DISPLAY "ADMIN AUDIT ROWS READ . . . . : " WS-CNT-AUD-ROWS
011140     DISPLAY "  NO VLUSER EFFECT  . . . . . : " WS-CNT-NO-EFFECT
011150     DISPLAY "  PAST THE POINT IN TIME  . . : " WS-CNT-BEYOND
011160     DISPLAY "RE-APPLIED  . . . . . . . . . : " WS-CNT-APPLIED
011170     DISPLAY "PART APPLIED  . . . . . . . . : " WS-CNT-PART
011180     DISPLAY "NO CHANGE NEEDED  . . . . . . : " WS-CNT-NO-CHANGE
011190     DISPLAY "NOT RE-APPLIED  . . . . . . . : " WS-CNT-NOT-APPLIED
011200     EVALUATE TRUE
011210         WHEN WS-RUN-RC = 08
011220             DISPLAY "*** RECOVERY DID NOT COMPLETE - DO NOT"
011230                 " RENAME"
011240                 " VLUSERN/VLHISTN, INVESTIGATE FIRST ***"
011250         WHEN WS-CNT-BAD-LINES > ZERO
011260             DISPLAY "*** GENERATION HAD BAD LINES - CHECK THE"
011270                 " MESSAGES ABOVE BEFORE RENAMING ***"
011280         WHEN OTHER
011290             DISPLAY "RECOVERY COMPLETE - WORK THE VLRCVLST"
011300                 " EXCEPTIONS, THEN RENAME VLUSERN/VLHISTN"
011310                 " OVER VLUSER/VLHIST"
011320     END-EVALUATE
011330     DISPLAY "==================================================="
011340     .
011350 9000-TERMINATE-EXIT.
011360     EXIT.
011370
011380 END PROGRAM VLRECOVR.
