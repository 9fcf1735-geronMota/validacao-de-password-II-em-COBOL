000010******************************************************************
000020* Author      : JEFFERSON MOTA (GERO)
000030* Installation: PAYROLL SYSTEMS - SECURITY GROUP
000040* Date-Written: 26/10/15
000050* Purpose     : MONTH-END SECURITY KPI TREND REPORT. EVERY OTHER
000060*               REPORT IN THE SUITE IS A SNAPSHOT; THIS ONE SAYS
000070*               WHETHER THINGS ARE GETTING BETTER. FOR THE MONTH
000080*               ON THE VLKPIPRM CARD (YYYYMM; NO CARD = LAST
000090*               MONTH) IT WORKS OUT A FIXED SET OF MEASURES PER
000100*               POLICY CLASS, AND FOR THE WHOLE ESTATE AS "*ALL":
000110*               FROM VLUSER - ACCOUNTS ON FILE, HOW MANY ARE STILL
000120*               ON THE OLD UNSALTED HASH AGAINST FORMAT "2", AND
000130*               HOW MANY ARE EXPIRED AND OF THOSE HOW MANY ARE
000140*               LIVING ON GRACE LOGINS; FROM THE MONTH'S ROWS ON
000150*               VLAUDARC AND VLAUDIT - ACCEPTED CHANGES BY
000160*               STRENGTH GRADE, LOCKOUTS, AUTOMATIC UNLOCKS AND
000170*               HELPDESK TEMPORARY PASSWORDS. A USER COUNTS UNDER
000180*               THE CLASS VLVALSEN SCORES THEM AGAINST - THEIR OWN
000190*               CLASS WHEN IT IS ON VLPOLICY, "DEFAULT" OTHERWISE
000200*               - AND A TRAIL ROW FOR A USERID NO LONGER ON VLUSER
000210*               COUNTS IN "*ALL" ONLY. THE MONTH'S FIGURES ARE
000220*               APPENDED TO THE KPI HISTORY FILE VLKPIHST
000230*               (CPKPIHST), AND VLKPILST PRINTS THE LAST TWELVE
000240*               MONTHS SIDE BY SIDE, EACH MEASURE WITH ITS CHANGE
000250*               ON THE MONTH BEFORE. VLUSER IS READ AS IT STANDS,
000260*               SO RUN IT PROMPTLY AFTER MONTH END. RETURN CODE 04
000270*               WHEN THE AUDIT TRAIL WAS NOT AVAILABLE OR A CLASS
000280*               DID NOT FIT THE TABLE, 08 WHEN THE RUN COULD NOT
000290*               START OR THE MONTH COULD NOT BE ADDED TO VLKPIHST.
000300* Tectonics   : cobc
000310*-----------------------------------------------------------------
000320* MODIFICATION HISTORY
000330*   DATE     INIT DESCRIPTION
000340*   -------- ---- --------------------------------------------
000350*   26/10/15 GM   ORIGINAL PROGRAM.
000360******************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. VLKPIRPT.
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT KPIPRM-FILE ASSIGN TO "VLKPIPRM"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-KPIPRM-STATUS.
000450     SELECT POLICY-FILE ASSIGN TO "VLPOLICY"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-POLICY-STATUS.
000480     SELECT USER-FILE ASSIGN TO "VLUSER"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS USER-USERID
000520         FILE STATUS IS WS-USER-STATUS.
000530     SELECT ARCHIVE-FILE ASSIGN TO "VLAUDARC"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS AUDX-KEY OF ARCHIVE-FILE-RECORD
000570         ALTERNATE RECORD KEY IS
000580             AUDX-SEQ-NO OF ARCHIVE-FILE-RECORD WITH DUPLICATES
000590         FILE STATUS IS WS-ARCH-STATUS.
000600     SELECT AUDIT-FILE ASSIGN TO "VLAUDIT"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS AUDX-KEY OF AUDIT-FILE-RECORD
000640         ALTERNATE RECORD KEY IS
000650             AUDX-SEQ-NO OF AUDIT-FILE-RECORD WITH DUPLICATES
000660         FILE STATUS IS WS-AUDIT-STATUS.
000670     SELECT KPIHST-FILE ASSIGN TO "VLKPIHST"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-KPIHST-STATUS.
000700     SELECT REPORT-FILE ASSIGN TO "VLKPILST"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-REPORT-STATUS.
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  KPIPRM-FILE.
000760 01  KPIPRM-FILE-RECORD                PIC X(06).
000770 FD  POLICY-FILE.
000780 01  POLICY-FILE-RECORD                PIC X(40).
000790 FD  USER-FILE.
000800 COPY CPUSER.
000810 FD  ARCHIVE-FILE.
000820 01  ARCHIVE-FILE-RECORD.
000830 COPY CPAUDIX.
000840 FD  AUDIT-FILE.
000850 01  AUDIT-FILE-RECORD.
000860 COPY CPAUDIX.
000870 FD  KPIHST-FILE.
000880 01  KPIHST-FILE-RECORD                PIC X(158).
000890 FD  REPORT-FILE.
000900 01  REPORT-FILE-RECORD                PIC X(120).
000910 WORKING-STORAGE SECTION.
000920 77  WS-KPIPRM-STATUS                  PIC X(02)  VALUE "00".
000930 77  WS-POLICY-STATUS                  PIC X(02)  VALUE "00".
000940 77  WS-USER-STATUS                    PIC X(02)  VALUE "00".
000950 77  WS-ARCH-STATUS                    PIC X(02)  VALUE "00".
000960 77  WS-AUDIT-STATUS                   PIC X(02)  VALUE "00".
000970 77  WS-KPIHST-STATUS                  PIC X(02)  VALUE "00".
000980 77  WS-REPORT-STATUS                  PIC X(02)  VALUE "00".
000990 77  WS-EOF-SWITCH                     PIC X(01)  VALUE "N".
001000     88  WS-EOF                        VALUE "Y".
001010 77  WS-USER-OPEN-SWITCH               PIC X(01)  VALUE "N".
001020     88  WS-USER-OPEN                  VALUE "Y".
001030 77  WS-ARCH-EOF-SWITCH                PIC X(01)  VALUE "Y".
001040     88  WS-ARCH-EOF                   VALUE "Y".
001050 77  WS-LIVE-EOF-SWITCH                PIC X(01)  VALUE "Y".
001060     88  WS-LIVE-EOF                   VALUE "Y".
001070 77  WS-ARCH-AVAIL-SWITCH              PIC X(01)  VALUE "N".
001080     88  WS-ARCH-AVAILABLE             VALUE "Y".
001090 77  WS-AUDIT-AVAIL-SWITCH             PIC X(01)  VALUE "N".
001100     88  WS-AUDIT-AVAILABLE            VALUE "Y".
001110 77  WS-IN-MONTH-SWITCH                PIC X(01)  VALUE "N".
001120     88  WS-IN-MONTH                   VALUE "Y".
001130 77  WS-USER-LOCKED-SWITCH             PIC X(01)  VALUE "N".
001140     88  WS-USER-LOCKED                VALUE "Y".
001150 77  WS-CLASS-KNOWN-SWITCH             PIC X(01)  VALUE "N".
001160     88  WS-CLASS-KNOWN                VALUE "Y".
001170 77  WS-TODAY                          PIC 9(08)  VALUE ZERO.
001180 77  WS-NOW                            PIC 9(08)  VALUE ZERO.
001190 77  WS-RUN-TS                         PIC 9(14)  VALUE ZERO.
001200 77  WS-ASOF-DATE                      PIC 9(08)  VALUE ZERO.
001210 77  WS-NEXT-FIRST                     PIC 9(08)  VALUE ZERO.
001220 77  WS-ROW-MONTH                      PIC 9(06)  VALUE ZERO.
001230 77  WS-PREV-USERID                    PIC X(08)  VALUE LOW-VALUE.
001240 77  WS-CLASS-WANTED                   PIC X(08)  VALUE SPACES.
001250 77  WS-RUN-RC                         PIC 9(02)  VALUE ZERO.
001260 01  WS-KPIPRM-REC.
001270     05  PRM-MONTH                     PIC 9(06).
001280     05  PRM-MONTH-PARTS REDEFINES PRM-MONTH.
001290         10  PRM-YEAR                  PIC 9(04).
001300         10  PRM-MM                    PIC 9(02).
001310******************************************************************
001320* THE REPORT MONTH, AND A WORK MONTH FOR TAKING ANOTHER ONE      *
001330* APART. A MONTH NUMBER IS YEAR * 12 + (MONTH - 1), SO TWO OF    *
001340* THEM SUBTRACT TO THE NUMBER OF MONTHS BETWEEN.                 *
001350******************************************************************
001360 01  WS-REP-MONTH                      PIC 9(06)  VALUE ZERO.
001370 01  WS-REP-MONTH-PARTS REDEFINES WS-REP-MONTH.
001380     05  WS-REP-YEAR                   PIC 9(04).
001390     05  WS-REP-MM                     PIC 9(02).
001400 01  WS-WORK-MONTH                     PIC 9(06)  VALUE ZERO.
001410 01  WS-WORK-MONTH-PARTS REDEFINES WS-WORK-MONTH.
001420     05  WS-WORK-YEAR                  PIC 9(04).
001430     05  WS-WORK-MM                    PIC 9(02).
001440 01  WS-DATE-WORK                      PIC 9(08)  VALUE ZERO.
001450 01  WS-DATE-WORK-PARTS REDEFINES WS-DATE-WORK.
001460     05  WS-DATE-YEAR                  PIC 9(04).
001470     05  WS-DATE-MM                    PIC 9(02).
001480     05  WS-DATE-DD                    PIC 9(02).
001490 77  WS-REP-MONTH-NO                   PIC 9(06)  VALUE ZERO COMP.
001500 77  WS-WORK-MONTH-NO                  PIC 9(06)  VALUE ZERO COMP.
001510 77  WS-MONTHS-BACK                    PIC S9(06) VALUE ZERO COMP.
001520 77  WS-CNT-USERS                      PIC 9(08)  VALUE ZERO COMP.
001530 77  WS-CNT-AUD-ROWS                   PIC 9(08)  VALUE ZERO COMP.
001540 77  WS-CNT-MONTH-ROWS                 PIC 9(08)  VALUE ZERO COMP.
001550 77  WS-CNT-HIST-READ                  PIC 9(08)  VALUE ZERO COMP.
001560 77  WS-CNT-HIST-USED                  PIC 9(08)  VALUE ZERO COMP.
001570 77  WS-CNT-SUPERSEDED                 PIC 9(08)  VALUE ZERO COMP.
001580 77  WS-CNT-APPENDED                   PIC 9(08)  VALUE ZERO COMP.
001590 77  WS-CNT-OVERFLOW                   PIC 9(08)  VALUE ZERO COMP.
001600 COPY CPPOLICY.
001610 77  WS-POL-COUNT                      PIC 9(02)  VALUE ZERO COMP.
001620 77  WS-POL-IDX                        PIC 9(02)  COMP.
001630 77  WS-POL-FOUND-IDX                  PIC 9(02)  COMP.
001640 01  WS-POLICY-TABLE.
001650     05  WS-POL-ENTRY OCCURS 10 TIMES  PIC X(40).
001660******************************************************************
001670* THE TREND TABLE - ONE ENTRY PER CLASS ("*ALL" FIRST, THEN THE  *
001680* VLPOLICY CLASSES AND "DEFAULT", THEN ANY CLASS ONLY THE        *
001690* HISTORY STILL KNOWS), TWELVE MONTHS EACH ENDING WITH THE       *
001700* REPORT MONTH IN SLOT 12, FOURTEEN COUNTS PER MONTH IN          *
001710* CPKPIHST ORDER. A MONTH WITH NO FIGURES PRINTS AS "-".         *
001720******************************************************************
001730 77  WS-KPC-MAX                        PIC 9(02)  VALUE 20 COMP.
001740 77  WS-KPC-COUNT                      PIC 9(02)  VALUE ZERO COMP.
001750 77  WS-KPC-IDX                        PIC 9(02)  COMP.
001760 77  WS-KPC-FOUND-IDX                  PIC 9(02)  COMP.
001770 77  WS-ALL-IDX                        PIC 9(02)  VALUE 1 COMP.
001780 77  WS-ROW-CLS-IDX                    PIC 9(02)  COMP.
001790 77  WS-MTH-IDX                        PIC 9(02)  COMP.
001800 77  WS-MSR-IDX                        PIC 9(02)  COMP.
001810 77  WS-SLOT                           PIC 9(02)  COMP.
001820 01  WS-KPI-TABLE.
001830     05  WS-KPC-ENTRY OCCURS 20 TIMES.
001840         10  WS-KPC-CLASS              PIC X(08).
001850         10  WS-KPC-MONTH OCCURS 12 TIMES.
001860             15  WS-KPM-PRESENT        PIC X(01).
001870                 88  WS-KPM-ON-FILE    VALUE "Y".
001880             15  WS-KPM-COUNT          PIC 9(07) COMP
001890                                       OCCURS 14 TIMES.
001900******************************************************************
001910* WHAT EACH REPORT ROW SHOWS - ROW N IS MEASURE N. "C" PRINTS    *
001920* THE COUNT, "P" THE COUNT AS A PERCENTAGE OF THE MEASURE NAMED  *
001930* AFTER IT (ACCOUNTS ON FILE, OR THE MONTH'S ACCEPTED CHANGES).  *
001940******************************************************************
001950 01  WS-ROW-LABELS.
001960     05  FILLER                        PIC X(24)
001970                               VALUE "ACCOUNTS ON FILE".
001980     05  FILLER                        PIC X(24)
001990                               VALUE "% OLD UNSALTED HASH".
002000     05  FILLER                        PIC X(24)
002010                               VALUE "% SALTED (FORMAT 2)".
002020     05  FILLER                        PIC X(24)
002030                               VALUE "ACCEPTED CHANGES".
002040     05  FILLER                        PIC X(24)
002050                               VALUE "  % GRADE A".
002060     05  FILLER                        PIC X(24)
002070                               VALUE "  % GRADE B".
002080     05  FILLER                        PIC X(24)
002090                               VALUE "  % GRADE C".
002100     05  FILLER                        PIC X(24)
002110                               VALUE "  % GRADE D".
002120     05  FILLER                        PIC X(24)
002130                               VALUE "  % NOT GRADED".
002140     05  FILLER                        PIC X(24)
002150                               VALUE "LOCKOUTS".
002160     05  FILLER                        PIC X(24)
002170                               VALUE "AUTO-UNLOCKS".
002180     05  FILLER                        PIC X(24)
002190                               VALUE "HELPDESK TEMP PASSWORDS".
002200     05  FILLER                        PIC X(24)
002210                               VALUE "EXPIRED ACCOUNTS".
002220     05  FILLER                        PIC X(24)
002230                               VALUE "  OF WHICH IN GRACE".
002240 01  WS-ROW-LABEL-TABLE REDEFINES WS-ROW-LABELS.
002250     05  WS-ROW-LABEL OCCURS 14 TIMES  PIC X(24).
002260 01  WS-ROW-RULES                      PIC X(42)  VALUE
002270     "C00P01P01C00P04P04P04P04P04C00C00C00C00C00".
002280 01  WS-ROW-RULE-TABLE REDEFINES WS-ROW-RULES.
002290     05  WS-ROW-RULE OCCURS 14 TIMES.
002300         10  WS-ROW-TYPE               PIC X(01).
002310             88  WS-ROW-IS-PCT         VALUE "P".
002320         10  WS-ROW-BASE               PIC 9(02).
002330 77  WS-ROW-BASE-IDX                   PIC 9(02)  COMP.
002340 01  WS-ROW-VALUES.
002350     05  WS-RV-ENTRY OCCURS 12 TIMES.
002360         10  WS-RV-ON                  PIC X(01).
002370         10  WS-RV-VALUE               PIC S9(07)V9.
002380 77  WS-RV-DIFF                        PIC S9(07)V9 VALUE ZERO.
002390 77  WS-RV-PREV                        PIC 9(02)  COMP.
002400 77  WS-ED-COUNT                       PIC Z(7)9.
002410 77  WS-ED-PCT                         PIC Z(5)9.9.
002420 77  WS-ED-CHG-COUNT                   PIC +(7)9.
002430 77  WS-ED-CHG-PCT                     PIC +(5)9.9.
002440******************************************************************
002450* THE VLKPILST TREND REPORT - A TITLE, THEN PER CLASS A CLASS    *
002460* LINE, A MONTH HEADING AND TWO LINES PER MEASURE: ITS VALUE FOR *
002470* EACH MONTH AND ITS CHANGE ON THE MONTH BEFORE.                 *
002480******************************************************************
002490 01  WS-TITLE-LINE.
002500     05  FILLER                        PIC X(38)
002510               VALUE "VLKPIRPT MONTHLY SECURITY KPI TREND - ".
002520     05  FILLER                        PIC X(06)  VALUE "MONTH ".
002530     05  TTL-YEAR                      PIC 9(04).
002540     05  FILLER                        PIC X(01)  VALUE "-".
002550     05  TTL-MM                        PIC 9(02).
002560     05  FILLER                        PIC X(18)
002570                               VALUE "  EXPIRY AS AT ".
002580     05  TTL-ASOF                      PIC 9(08).
002590     05  FILLER                        PIC X(06)  VALUE "  RUN ".
002600     05  TTL-RUN-TS                    PIC 9(14).
002610     05  FILLER                        PIC X(23)  VALUE SPACES.
002620 01  WS-CLASS-LINE.
002630     05  FILLER                        PIC X(14)
002640                               VALUE "POLICY CLASS ".
002650     05  CLS-CLASS                     PIC X(08).
002660     05  CLS-NOTE                      PIC X(98).
002670 01  WS-REPORT-LINE.
002680     05  RPT-LABEL                     PIC X(24).
002690     05  RPT-CELL OCCURS 12 TIMES      PIC X(08).
002700 01  WS-MONTH-CELL.
002710     05  FILLER                        PIC X(01)  VALUE SPACE.
002720     05  MCL-YEAR                      PIC 9(04).
002730     05  FILLER                        PIC X(01)  VALUE "-".
002740     05  MCL-MM                        PIC 9(02).
002750 COPY CPKPIHST.
002760 COPY CPAUDIT.
002770 PROCEDURE DIVISION.
002780
002790******************************************************************
002800* 0000-MAINLINE                                                  *
002810******************************************************************
002820 0000-MAINLINE.
002830     PERFORM 1000-INITIALIZE     THRU 1000-INITIALIZE-EXIT
002840     IF WS-RUN-RC < 08
002850         PERFORM 1500-LOAD-HISTORY THRU 1500-LOAD-HISTORY-EXIT
002860         PERFORM 2000-SCAN-USERS THRU 2000-SCAN-USERS-EXIT
002870     END-IF
002880     IF WS-RUN-RC < 08
002890         PERFORM 3000-SCAN-AUDIT THRU 3000-SCAN-AUDIT-EXIT
002900         PERFORM 4000-APPEND-HISTORY THRU 4000-APPEND-HISTORY-EXIT
002910         PERFORM 6000-PRINT-REPORT THRU 6000-PRINT-REPORT-EXIT
002920     END-IF
002930     PERFORM 9000-TERMINATE      THRU 9000-TERMINATE-EXIT
002940     MOVE WS-RUN-RC TO RETURN-CODE
002950     STOP RUN.
002960
002970******************************************************************
002980* 1000-INITIALIZE                                                *
002990* SETS THE REPORT MONTH - THE CARD'S, OR LAST MONTH WITHOUT ONE  *
003000* - AND THE DATE EXPIRY IS JUDGED AT: THE FIRST OF THE FOLLOWING *
003010* MONTH, OR TODAY WHEN THAT IS STILL TO COME. A PASSWORD IS      *
003020* EXPIRED WHEN ITS NEXT-EXPIRY IS BEFORE THAT DATE, AS VLVALSEN  *
003030* JUDGES IT. THEN THE POLICY CLASSES SEED THE TREND TABLE.       *
003040******************************************************************
003050 1000-INITIALIZE.
003060     ACCEPT WS-TODAY FROM DATE YYYYMMDD
003070     ACCEPT WS-NOW FROM TIME
003080     COMPUTE WS-RUN-TS = WS-TODAY * 1000000 + WS-NOW / 100
003090     PERFORM 1100-LOAD-KPIPRM THRU 1100-LOAD-KPIPRM-EXIT
003100     IF WS-RUN-RC NOT = ZERO
003110         GO TO 1000-INITIALIZE-EXIT
003120     END-IF
003130     COMPUTE WS-REP-MONTH-NO = WS-REP-YEAR * 12 + WS-REP-MM - 1
003140     MOVE WS-REP-MONTH TO WS-WORK-MONTH
003150     IF WS-WORK-MM = 12
003160         ADD 1 TO WS-WORK-YEAR
003170         MOVE 01 TO WS-WORK-MM
003180     ELSE
003190         ADD 1 TO WS-WORK-MM
003200     END-IF
003210     COMPUTE WS-NEXT-FIRST = WS-WORK-MONTH * 100 + 1
003220     IF WS-NEXT-FIRST > WS-TODAY
003230         MOVE WS-TODAY TO WS-ASOF-DATE
003240     ELSE
003250         MOVE WS-NEXT-FIRST TO WS-ASOF-DATE
003260     END-IF
003270     PERFORM 1200-LOAD-POLICY THRU 1200-LOAD-POLICY-EXIT
003280     PERFORM 1300-SEED-CLASSES THRU 1300-SEED-CLASSES-EXIT
003290     .
003300 1000-INITIALIZE-EXIT.
003310     EXIT.
003320
003330******************************************************************
003340* 1100-LOAD-KPIPRM                                               *
003350* A CARD MUST NAME A REAL MONTH THAT HAS STARTED. NO CARD, OR A  *
003360* BLANK ONE, MEANS THE MONTH JUST ENDED.                         *
003370******************************************************************
003380 1100-LOAD-KPIPRM.
003390     MOVE SPACES TO WS-KPIPRM-REC
003400     OPEN INPUT KPIPRM-FILE
003410     IF WS-KPIPRM-STATUS = "00"
003420         READ KPIPRM-FILE INTO WS-KPIPRM-REC
003430             AT END CONTINUE
003440         END-READ
003450         CLOSE KPIPRM-FILE
003460     END-IF
003470     IF WS-KPIPRM-REC = SPACES
003480         MOVE WS-TODAY TO WS-DATE-WORK
003490         IF WS-DATE-MM = 01
003500             COMPUTE WS-REP-YEAR = WS-DATE-YEAR - 1
003510             MOVE 12 TO WS-REP-MM
003520         ELSE
003530             MOVE WS-DATE-YEAR TO WS-REP-YEAR
003540             COMPUTE WS-REP-MM = WS-DATE-MM - 1
003550         END-IF
003560         GO TO 1100-LOAD-KPIPRM-EXIT
003570     END-IF
003580     IF PRM-MONTH NOT NUMERIC
003590         OR PRM-MM < 01 OR PRM-MM > 12
003600         OR PRM-MONTH > WS-TODAY / 100
003610         DISPLAY "VLKPIRPT: VLKPIPRM MONTH " WS-KPIPRM-REC
003620             " IS NOT A MONTH THAT HAS STARTED - NOTHING RUN"
003630         MOVE 08 TO WS-RUN-RC
003640         GO TO 1100-LOAD-KPIPRM-EXIT
003650     END-IF
003660     MOVE PRM-MONTH TO WS-REP-MONTH
003670     .
003680 1100-LOAD-KPIPRM-EXIT.
003690     EXIT.
003700
003710******************************************************************
003720* 1200-LOAD-POLICY                                               *
003730* READS THE POLICY CLASS FILE ONCE PER RUN, SAME LOAD SHAPE AS   *
003740* VLVALSEN'S.                                                    *
003750******************************************************************
003760 1200-LOAD-POLICY.
003770     OPEN INPUT POLICY-FILE
003780     IF WS-POLICY-STATUS = "00"
003790         PERFORM 1210-LOAD-POLICY-REC
003800             THRU 1210-LOAD-POLICY-REC-EXIT
003810             UNTIL WS-POLICY-STATUS NOT = "00"
003820                 OR WS-POL-COUNT >= 10
003830         CLOSE POLICY-FILE
003840     END-IF
003850     .
003860 1200-LOAD-POLICY-EXIT.
003870     EXIT.
003880
003890******************************************************************
003900* 1210-LOAD-POLICY-REC                                           *
003910******************************************************************
003920 1210-LOAD-POLICY-REC.
003930     MOVE SPACES TO POLICY-FILE-RECORD
003940     READ POLICY-FILE
003950         AT END GO TO 1210-LOAD-POLICY-REC-EXIT
003960     END-READ
003970     IF POLICY-FILE-RECORD NOT = SPACES
003980         ADD 1 TO WS-POL-COUNT
003990         MOVE POLICY-FILE-RECORD TO WS-POL-ENTRY(WS-POL-COUNT)
004000     END-IF
004010     .
004020 1210-LOAD-POLICY-REC-EXIT.
004030     EXIT.
004040
004050******************************************************************
004060* 1300-SEED-CLASSES                                              *
004070* "*ALL", EVERY VLPOLICY CLASS, AND "DEFAULT" WHETHER OR NOT IT  *
004080* HAS A CARD - ITS USERS ARE SCORED AGAINST THE BUILT-IN RULE.   *
004090* EACH OF THEM HAS FIGURES THIS MONTH, IF ONLY ZEROS.            *
004100******************************************************************
004110 1300-SEED-CLASSES.
004120     INITIALIZE WS-KPI-TABLE
004130     MOVE "*ALL" TO WS-CLASS-WANTED
004140     PERFORM 5100-FIND-ENTRY THRU 5100-FIND-ENTRY-EXIT
004150     PERFORM 1310-SEED-POLICY THRU 1310-SEED-POLICY-EXIT
004160         VARYING WS-POL-IDX FROM 1 BY 1
004170         UNTIL WS-POL-IDX > WS-POL-COUNT
004180     MOVE "DEFAULT" TO WS-CLASS-WANTED
004190     PERFORM 5100-FIND-ENTRY THRU 5100-FIND-ENTRY-EXIT
004200     PERFORM 1320-MARK-PRESENT THRU 1320-MARK-PRESENT-EXIT
004210         VARYING WS-KPC-IDX FROM 1 BY 1
004220         UNTIL WS-KPC-IDX > WS-KPC-COUNT
004230     .
004240 1300-SEED-CLASSES-EXIT.
004250     EXIT.
004260
004270******************************************************************
004280* 1310-SEED-POLICY                                               *
004290******************************************************************
004300 1310-SEED-POLICY.
004310     MOVE WS-POL-ENTRY(WS-POL-IDX) TO WS-POLICY-REC
004320     IF POL-CLASS NOT = SPACES
004330         MOVE POL-CLASS TO WS-CLASS-WANTED
004340         PERFORM 5100-FIND-ENTRY THRU 5100-FIND-ENTRY-EXIT
004350     END-IF
004360     .
004370 1310-SEED-POLICY-EXIT.
004380     EXIT.
004390
004400******************************************************************
004410* 1320-MARK-PRESENT                                              *
004420******************************************************************
004430 1320-MARK-PRESENT.
004440     MOVE "Y" TO WS-KPM-PRESENT(WS-KPC-IDX, 12)
004450     .
004460 1320-MARK-PRESENT-EXIT.
004470     EXIT.
004480
004490******************************************************************
004500* 1500-LOAD-HISTORY                                              *
004510* LOADS THE ELEVEN MONTHS BEFORE THE REPORT MONTH OFF VLKPIHST   *
004520* INTO SLOTS 1-11. A LATER LINE FOR THE SAME MONTH AND CLASS     *
004530* (A RERUN) OVERWRITES AN EARLIER ONE. LINES FOR THE REPORT      *
004540* MONTH ITSELF ARE SUPERSEDED BY THIS RUN. NO FILE YET IS THE    *
004550* FIRST MONTH OF THE TREND.                                      *
004560******************************************************************
004570 1500-LOAD-HISTORY.
004580     OPEN INPUT KPIHST-FILE
004590     IF WS-KPIHST-STATUS NOT = "00"
004600         DISPLAY "VLKPIRPT: NO VLKPIHST YET (STATUS "
004610             WS-KPIHST-STATUS ") - THIS MONTH STARTS THE TREND"
004620         GO TO 1500-LOAD-HISTORY-EXIT
004630     END-IF
004640     MOVE "N" TO WS-EOF-SWITCH
004650     PERFORM 1510-ONE-HISTORY THRU 1510-ONE-HISTORY-EXIT
004660         UNTIL WS-EOF
004670     CLOSE KPIHST-FILE
004680     IF WS-CNT-SUPERSEDED > ZERO
004690         DISPLAY "VLKPIRPT: " WS-REP-MONTH " IS ALREADY ON"
004700             " VLKPIHST - THIS RUN'S FIGURES SUPERSEDE IT"
004710     END-IF
004720     .
004730 1500-LOAD-HISTORY-EXIT.
004740     EXIT.
004750
004760******************************************************************
004770* 1510-ONE-HISTORY                                               *
004780******************************************************************
004790 1510-ONE-HISTORY.
004800     MOVE SPACES TO KPIHST-FILE-RECORD
004810     READ KPIHST-FILE
004820         AT END SET WS-EOF TO TRUE
004830             GO TO 1510-ONE-HISTORY-EXIT
004840     END-READ
004850     ADD 1 TO WS-CNT-HIST-READ
004860     MOVE KPIHST-FILE-RECORD TO WS-KPIHST-REC
004870     IF KPH-MONTH NOT NUMERIC OR KPH-CLASS = SPACES
004880         GO TO 1510-ONE-HISTORY-EXIT
004890     END-IF
004900     MOVE KPH-MONTH TO WS-WORK-MONTH
004910     COMPUTE WS-WORK-MONTH-NO = WS-WORK-YEAR * 12 + WS-WORK-MM - 1
004920     COMPUTE WS-MONTHS-BACK = WS-REP-MONTH-NO - WS-WORK-MONTH-NO
004930     IF WS-MONTHS-BACK = ZERO
004940         ADD 1 TO WS-CNT-SUPERSEDED
004950         GO TO 1510-ONE-HISTORY-EXIT
004960     END-IF
004970     IF WS-MONTHS-BACK < 1 OR WS-MONTHS-BACK > 11
004980         GO TO 1510-ONE-HISTORY-EXIT
004990     END-IF
005000     COMPUTE WS-SLOT = 12 - WS-MONTHS-BACK
005010     MOVE KPH-CLASS TO WS-CLASS-WANTED
005020     PERFORM 5100-FIND-ENTRY THRU 5100-FIND-ENTRY-EXIT
005030     IF WS-KPC-FOUND-IDX = ZERO
005040         GO TO 1510-ONE-HISTORY-EXIT
005050     END-IF
005060     PERFORM 1520-LOAD-MEASURE THRU 1520-LOAD-MEASURE-EXIT
005070         VARYING WS-MSR-IDX FROM 1 BY 1 UNTIL WS-MSR-IDX > 14
005080     MOVE "Y" TO WS-KPM-PRESENT(WS-KPC-FOUND-IDX, WS-SLOT)
005090     ADD 1 TO WS-CNT-HIST-USED
005100     .
005110 1510-ONE-HISTORY-EXIT.
005120     EXIT.
005130
005140******************************************************************
005150* 1520-LOAD-MEASURE                                              *
005160******************************************************************
005170 1520-LOAD-MEASURE.
005180     IF KPH-MEASURE(WS-MSR-IDX) NUMERIC
005190         MOVE KPH-MEASURE(WS-MSR-IDX) TO
005200             WS-KPM-COUNT(WS-KPC-FOUND-IDX, WS-SLOT, WS-MSR-IDX)
005210     ELSE
005220         MOVE ZERO TO
005230             WS-KPM-COUNT(WS-KPC-FOUND-IDX, WS-SLOT, WS-MSR-IDX)
005240     END-IF
005250     .
005260 1520-LOAD-MEASURE-EXIT.
005270     EXIT.
005280
005290******************************************************************
005300* 2000-SCAN-USERS                                                *
005310* ONE PASS OVER VLUSER FOR THE STANDING MEASURES. THE FILE STAYS *
005320* OPEN FOR THE KEYED CLASS LOOKUPS OF THE AUDIT PASS.            *
005330******************************************************************
005340 2000-SCAN-USERS.
005350     OPEN INPUT USER-FILE
005360     IF WS-USER-STATUS NOT = "00"
005370         DISPLAY "VLKPIRPT: CANNOT OPEN VLUSER, STATUS "
005380             WS-USER-STATUS " - NOTHING REPORTED"
005390         MOVE 08 TO WS-RUN-RC
005400         GO TO 2000-SCAN-USERS-EXIT
005410     END-IF
005420     SET WS-USER-OPEN TO TRUE
005430     MOVE "N" TO WS-EOF-SWITCH
005440     PERFORM 2100-ONE-USER THRU 2100-ONE-USER-EXIT
005450         UNTIL WS-EOF
005460     .
005470 2000-SCAN-USERS-EXIT.
005480     EXIT.
005490
005500******************************************************************
005510* 2100-ONE-USER                                                  *
005520* MEASURES 1-3 AND 13-14. A TEMPORARY PASSWORD STILL WAITING TO  *
005530* BE CHANGED IS NOT EXPIRED - VLVALSEN DOES NOT JUDGE IT SO.     *
005540******************************************************************
005550 2100-ONE-USER.
005560     READ USER-FILE NEXT RECORD
005570         AT END SET WS-EOF TO TRUE
005580             GO TO 2100-ONE-USER-EXIT
005590     END-READ
005600     ADD 1 TO WS-CNT-USERS
005610     MOVE USER-POLICY-CLASS TO WS-CLASS-WANTED
005620     PERFORM 5000-SCORED-CLASS THRU 5000-SCORED-CLASS-EXIT
005630     MOVE 01 TO WS-MSR-IDX
005640     PERFORM 8000-ADD-MEASURE THRU 8000-ADD-MEASURE-EXIT
005650     IF USER-HASH-SALTED
005660         MOVE 03 TO WS-MSR-IDX
005670     ELSE
005680         MOVE 02 TO WS-MSR-IDX
005690     END-IF
005700     PERFORM 8000-ADD-MEASURE THRU 8000-ADD-MEASURE-EXIT
005710     IF USER-NEXT-EXPIRY NOT = ZERO
005720         AND USER-NEXT-EXPIRY < WS-ASOF-DATE
005730         AND NOT USER-TEMP-PENDING
005740         MOVE 13 TO WS-MSR-IDX
005750         PERFORM 8000-ADD-MEASURE THRU 8000-ADD-MEASURE-EXIT
005760         IF USER-GRACE-USED > ZERO
005770             MOVE 14 TO WS-MSR-IDX
005780             PERFORM 8000-ADD-MEASURE THRU 8000-ADD-MEASURE-EXIT
005790         END-IF
005800     END-IF
005810     .
005820 2100-ONE-USER-EXIT.
005830     EXIT.
005840
005850******************************************************************
005860* 3000-SCAN-AUDIT                                                *
005870* READS VLAUDARC AND VLAUDIT TOGETHER IN KEY ORDER - USERID,     *
005880* THEN TIME - SO EACH USER'S ROWS COME TOGETHER AND IN THE ORDER *
005890* THEY HAPPENED, ARCHIVE BEFORE LIVE. THAT ORDER IS WHAT LETS A  *
005900* LOCKOUT BE COUNTED ONCE, WHEN THE ACCOUNT GOES FROM OPEN TO    *
005910* LOCKED, AND NOT FOR EVERY SIGN-ON REFUSED WHILE IT STAYS SO.   *
005920* EVERY ROW IS READ, AS THE LOCK STATE AT THE START OF THE MONTH *
005930* DEPENDS ON WHAT CAME BEFORE IT.                                *
005940******************************************************************
005950 3000-SCAN-AUDIT.
005960     OPEN INPUT ARCHIVE-FILE
005970     IF WS-ARCH-STATUS = "00"
005980         SET WS-ARCH-AVAILABLE TO TRUE
005990         MOVE "N" TO WS-ARCH-EOF-SWITCH
006000         PERFORM 3100-READ-ARCHIVE THRU 3100-READ-ARCHIVE-EXIT
006010     END-IF
006020     OPEN INPUT AUDIT-FILE
006030     IF WS-AUDIT-STATUS = "00"
006040         SET WS-AUDIT-AVAILABLE TO TRUE
006050         MOVE "N" TO WS-LIVE-EOF-SWITCH
006060         PERFORM 3150-READ-LIVE THRU 3150-READ-LIVE-EXIT
006070     END-IF
006080     IF NOT WS-ARCH-AVAILABLE AND NOT WS-AUDIT-AVAILABLE
006090         DISPLAY "VLKPIRPT: NEITHER VLAUDIT NOR VLAUDARC IS"
006100             " AVAILABLE - THE MONTH'S ACTIVITY MEASURES ARE ZERO"
006110         MOVE 04 TO WS-RUN-RC
006120         GO TO 3000-SCAN-AUDIT-EXIT
006130     END-IF
006140     PERFORM 3200-NEXT-ROW THRU 3200-NEXT-ROW-EXIT
006150         UNTIL WS-ARCH-EOF AND WS-LIVE-EOF
006160     IF WS-ARCH-AVAILABLE
006170         CLOSE ARCHIVE-FILE
006180     END-IF
006190     IF WS-AUDIT-AVAILABLE
006200         CLOSE AUDIT-FILE
006210     END-IF
006220     .
006230 3000-SCAN-AUDIT-EXIT.
006240     EXIT.
006250
006260******************************************************************
006270* 3100-READ-ARCHIVE                                              *
006280******************************************************************
006290 3100-READ-ARCHIVE.
006300     READ ARCHIVE-FILE NEXT RECORD
006310         AT END SET WS-ARCH-EOF TO TRUE
006320     END-READ
006330     .
006340 3100-READ-ARCHIVE-EXIT.
006350     EXIT.
006360
006370******************************************************************
006380* 3150-READ-LIVE                                                 *
006390******************************************************************
006400 3150-READ-LIVE.
006410     READ AUDIT-FILE NEXT RECORD
006420         AT END SET WS-LIVE-EOF TO TRUE
006430     END-READ
006440     .
006450 3150-READ-LIVE-EXIT.
006460     EXIT.
006470
006480******************************************************************
006490* 3200-NEXT-ROW                                                  *
006500* TAKES THE LOWER KEY OF THE TWO FILES' CURRENT ROWS.            *
006510******************************************************************
006520 3200-NEXT-ROW.
006530     EVALUATE TRUE
006540         WHEN WS-LIVE-EOF
006550             MOVE AUDX-ROW OF ARCHIVE-FILE-RECORD TO WS-AUDIT-REC
006560             PERFORM 3100-READ-ARCHIVE THRU 3100-READ-ARCHIVE-EXIT
006570         WHEN WS-ARCH-EOF
006580             MOVE AUDX-ROW OF AUDIT-FILE-RECORD TO WS-AUDIT-REC
006590             PERFORM 3150-READ-LIVE THRU 3150-READ-LIVE-EXIT
006600         WHEN AUDX-KEY OF ARCHIVE-FILE-RECORD
006610             NOT > AUDX-KEY OF AUDIT-FILE-RECORD
006620             MOVE AUDX-ROW OF ARCHIVE-FILE-RECORD TO WS-AUDIT-REC
006630             PERFORM 3100-READ-ARCHIVE THRU 3100-READ-ARCHIVE-EXIT
006640         WHEN OTHER
006650             MOVE AUDX-ROW OF AUDIT-FILE-RECORD TO WS-AUDIT-REC
006660             PERFORM 3150-READ-LIVE THRU 3150-READ-LIVE-EXIT
006670     END-EVALUATE
006680     PERFORM 3300-ONE-ROW THRU 3300-ONE-ROW-EXIT
006690     .
006700 3200-NEXT-ROW-EXIT.
006710     EXIT.
006720
006730******************************************************************
006740* 3300-ONE-ROW                                                   *
006750* FOLLOWS THE USER'S LOCK STATE AND COUNTS THE MONTH'S MEASURES. *
006760* LOCKED: A FAILED REASON-08 ROW, AN ADMIN OR DORMANT LOCK, OR A *
006765* SELF-SERVICE RESET TAKEN BACK ONTO A LOCKED RECORD.            *
006770* OPEN AGAIN: ANY PASSED ROW VLVALSEN WROTE ITSELF (AN ACCEPTED  *
006780* OR VERIFIED PASSWORD, AN AUTO-UNLOCK), AN UNLOCK OR RESET BY   *
006790* THE DESK OR SELF-SERVICE, AN ADD OR A DELETE. ANYTHING ELSE    *
006800* LEAVES IT AS IT WAS.                                           *
006810******************************************************************
006820 3300-ONE-ROW.
006830     ADD 1 TO WS-CNT-AUD-ROWS
006840     IF AUD-USERID NOT = WS-PREV-USERID
006850         MOVE AUD-USERID TO WS-PREV-USERID
006860         MOVE "N" TO WS-USER-LOCKED-SWITCH
006870         MOVE "N" TO WS-CLASS-KNOWN-SWITCH
006880     END-IF
006890     MOVE "N" TO WS-IN-MONTH-SWITCH
006900     IF AUD-TIMESTAMP NUMERIC
006910         MOVE AUD-TIMESTAMP(1:6) TO WS-ROW-MONTH
006920         IF WS-ROW-MONTH = WS-REP-MONTH
006930             SET WS-IN-MONTH TO TRUE
006940             ADD 1 TO WS-CNT-MONTH-ROWS
006950         END-IF
006960     END-IF
006970     EVALUATE TRUE
006980         WHEN AUD-FAILED AND AUD-REASON-CODE = "08"
006990             IF WS-IN-MONTH AND NOT WS-USER-LOCKED
007000                 MOVE 10 TO WS-MSR-IDX
007010                 PERFORM 3400-COUNT-ROW THRU 3400-COUNT-ROW-EXIT
007020             END-IF
007030             SET WS-USER-LOCKED TO TRUE
007040         WHEN NOT AUD-PASSED
007050             CONTINUE
007060         WHEN AUD-REASON-TEXT = "ADMIN LOCK"
007070         WHEN AUD-REASON-TEXT = "DORMANT LOCK"
007075         WHEN AUD-REASON-TEXT = "SELFSVC UNDO LOCKED"
007080             SET WS-USER-LOCKED TO TRUE
007090         WHEN AUD-OPERATOR = SPACES
007100             MOVE "N" TO WS-USER-LOCKED-SWITCH
007110             IF WS-IN-MONTH
007120                 PERFORM 3500-VALIDATION-ROW
007130                     THRU 3500-VALIDATION-ROW-EXIT
007140             END-IF
007150         WHEN AUD-REASON-TEXT = "ADMIN TEMP PASSWORD"
007160             IF WS-IN-MONTH
007170                 MOVE 12 TO WS-MSR-IDX
007180                 PERFORM 3400-COUNT-ROW THRU 3400-COUNT-ROW-EXIT
007190             END-IF
007200         WHEN AUD-REASON-TEXT = "ADMIN UNLOCK"
007210         WHEN AUD-REASON-TEXT = "SELFSVC UNLOCK"
007220         WHEN AUD-REASON-TEXT = "SELFSVC RESET"
007230         WHEN AUD-REASON-TEXT = "ADMIN ADD USER"
007240         WHEN AUD-REASON-TEXT = "HR FEED ADD"
007250         WHEN AUD-REASON-TEXT = "ADMIN DELETE USER"
007260         WHEN AUD-REASON-TEXT = "HR FEED DELETE"
007270             MOVE "N" TO WS-USER-LOCKED-SWITCH
007280         WHEN OTHER
007290             CONTINUE
007300     END-EVALUATE
007310     .
007320 3300-ONE-ROW-EXIT.
007330     EXIT.
007340
007350******************************************************************
007360* 3400-COUNT-ROW                                                 *
007370* COUNTS MEASURE WS-MSR-IDX FOR THE ROW'S USER - IN "*ALL", AND  *
007380* IN THE CLASS THE USER IS IN NOW WHEN THEY ARE STILL ON FILE.   *
007390* THE CLASS IS LOOKED UP ONCE PER USER.                          *
007400******************************************************************
007410 3400-COUNT-ROW.
007420     IF NOT WS-CLASS-KNOWN
007430         MOVE ZERO TO WS-ROW-CLS-IDX
007440         MOVE AUD-USERID TO USER-USERID
007450         READ USER-FILE
007460             INVALID KEY CONTINUE
007470             NOT INVALID KEY
007480                 MOVE USER-POLICY-CLASS TO WS-CLASS-WANTED
007490                 PERFORM 5000-SCORED-CLASS
007500                     THRU 5000-SCORED-CLASS-EXIT
007510                 MOVE WS-KPC-FOUND-IDX TO WS-ROW-CLS-IDX
007520         END-READ
007530         SET WS-CLASS-KNOWN TO TRUE
007540     END-IF
007550     MOVE WS-ROW-CLS-IDX TO WS-KPC-FOUND-IDX
007560     PERFORM 8000-ADD-MEASURE THRU 8000-ADD-MEASURE-EXIT
007570     .
007580 3400-COUNT-ROW-EXIT.
007590     EXIT.
007600
007610******************************************************************
007620* 3500-VALIDATION-ROW                                            *
007630* A PASSED ROW VLVALSEN WROTE ITSELF: AN AUTO-UNLOCK, OR AN      *
007640* ACCEPTED CHANGE AND ITS GRADE ("ACCEPTED GRADE X" - ROWS FROM  *
007650* BEFORE THE GRADE WAS RECORDED COUNT AS NOT GRADED).            *
007660******************************************************************
007670 3500-VALIDATION-ROW.
007680     IF AUD-REASON-TEXT = "AUTO UNLOCK"
007690         MOVE 11 TO WS-MSR-IDX
007700         PERFORM 3400-COUNT-ROW THRU 3400-COUNT-ROW-EXIT
007710         GO TO 3500-VALIDATION-ROW-EXIT
007720     END-IF
007730     IF NOT AUD-CHANGE-ACCEPTED
007740         GO TO 3500-VALIDATION-ROW-EXIT
007750     END-IF
007760     MOVE 04 TO WS-MSR-IDX
007770     PERFORM 3400-COUNT-ROW THRU 3400-COUNT-ROW-EXIT
007780     EVALUATE AUD-REASON-TEXT(16:1)
007790         WHEN "A"
007800             MOVE 05 TO WS-MSR-IDX
007810         WHEN "B"
007820             MOVE 06 TO WS-MSR-IDX
007830         WHEN "C"
007840             MOVE 07 TO WS-MSR-IDX
007850         WHEN "D"
007860             MOVE 08 TO WS-MSR-IDX
007870         WHEN OTHER
007880             MOVE 09 TO WS-MSR-IDX
007890     END-EVALUATE
007900     PERFORM 3400-COUNT-ROW THRU 3400-COUNT-ROW-EXIT
007910     .
007920 3500-VALIDATION-ROW-EXIT.
007930     EXIT.
007940
007950******************************************************************
007960* 4000-APPEND-HISTORY                                            *
007970* ADDS THIS MONTH'S LINE FOR EVERY CLASS WITH FIGURES TO         *
007980* VLKPIHST. THE FILE IS ONLY EVER EXTENDED.                      *
007990******************************************************************
008000 4000-APPEND-HISTORY.
008010     OPEN EXTEND KPIHST-FILE
008020     IF WS-KPIHST-STATUS = "35"
008030         OPEN OUTPUT KPIHST-FILE
008040         CLOSE KPIHST-FILE
008050         OPEN EXTEND KPIHST-FILE
008060     END-IF
008070     IF WS-KPIHST-STATUS NOT = "00"
008080         DISPLAY "VLKPIRPT: CANNOT OPEN VLKPIHST, STATUS "
008090             WS-KPIHST-STATUS " - " WS-REP-MONTH " NOT RETAINED"
008100         MOVE 08 TO WS-RUN-RC
008110         GO TO 4000-APPEND-HISTORY-EXIT
008120     END-IF
008130     PERFORM 4100-APPEND-ONE THRU 4100-APPEND-ONE-EXIT
008140         VARYING WS-KPC-IDX FROM 1 BY 1
008150         UNTIL WS-KPC-IDX > WS-KPC-COUNT
008160     CLOSE KPIHST-FILE
008170     .
008180 4000-APPEND-HISTORY-EXIT.
008190     EXIT.
008200
008210******************************************************************
008220* 4100-APPEND-ONE                                                *
008230******************************************************************
008240 4100-APPEND-ONE.
008250     IF NOT WS-KPM-ON-FILE(WS-KPC-IDX, 12)
008260         GO TO 4100-APPEND-ONE-EXIT
008270     END-IF
008280     MOVE SPACES TO WS-KPIHST-REC
008290     MOVE WS-REP-MONTH TO KPH-MONTH
008300     MOVE WS-KPC-CLASS(WS-KPC-IDX) TO KPH-CLASS
008310     MOVE WS-RUN-TS TO KPH-RUN-TS
008320     PERFORM 4110-STORE-MEASURE THRU 4110-STORE-MEASURE-EXIT
008330         VARYING WS-MSR-IDX FROM 1 BY 1 UNTIL WS-MSR-IDX > 14
008340     MOVE WS-KPIHST-REC TO KPIHST-FILE-RECORD
008350     WRITE KPIHST-FILE-RECORD
008360     IF WS-KPIHST-STATUS NOT = "00"
008370         DISPLAY "VLKPIRPT: VLKPIHST WRITE FAILED FOR CLASS "
008380             KPH-CLASS ", STATUS " WS-KPIHST-STATUS
008390         MOVE 08 TO WS-RUN-RC
008400     ELSE
008410         ADD 1 TO WS-CNT-APPENDED
008420     END-IF
008430     .
008440 4100-APPEND-ONE-EXIT.
008450     EXIT.
008460
008470******************************************************************
008480* 4110-STORE-MEASURE                                             *
008490******************************************************************
008500 4110-STORE-MEASURE.
008510     MOVE WS-KPM-COUNT(WS-KPC-IDX, 12, WS-MSR-IDX)
008520         TO KPH-MEASURE(WS-MSR-IDX)
008530     .
008540 4110-STORE-MEASURE-EXIT.
008550     EXIT.
008560
008570******************************************************************
008580* 5000-SCORED-CLASS                                              *
008590* THE CLASS VLVALSEN SCORES A USER AGAINST: THEIR OWN WHEN IT IS *
008600* ON VLPOLICY, "DEFAULT" FOR A BLANK OR UNKNOWN ONE. LEAVES ITS  *
008610* TREND-TABLE ENTRY IN WS-KPC-FOUND-IDX.                         *
008620******************************************************************
008630 5000-SCORED-CLASS.
008640     MOVE ZERO TO WS-POL-FOUND-IDX
008650     PERFORM 5010-SEARCH-POLICY THRU 5010-SEARCH-POLICY-EXIT
008660         VARYING WS-POL-IDX FROM 1 BY 1
008670         UNTIL WS-POL-IDX > WS-POL-COUNT
008680             OR WS-POL-FOUND-IDX > ZERO
008690     IF WS-CLASS-WANTED = SPACES OR WS-POL-FOUND-IDX = ZERO
008700         MOVE "DEFAULT" TO WS-CLASS-WANTED
008710     END-IF
008720     PERFORM 5100-FIND-ENTRY THRU 5100-FIND-ENTRY-EXIT
008730     .
008740 5000-SCORED-CLASS-EXIT.
008750     EXIT.
008760
008770******************************************************************
008780* 5010-SEARCH-POLICY                                             *
008790******************************************************************
008800 5010-SEARCH-POLICY.
008810     MOVE WS-POL-ENTRY(WS-POL-IDX) TO WS-POLICY-REC
008820     IF POL-CLASS = WS-CLASS-WANTED
008830         MOVE WS-POL-IDX TO WS-POL-FOUND-IDX
008840     END-IF
008850     .
008860 5010-SEARCH-POLICY-EXIT.
008870     EXIT.
008880
008890******************************************************************
008900* 5100-FIND-ENTRY                                                *
008910* THE TREND-TABLE ENTRY FOR WS-CLASS-WANTED, ADDED WHEN IT IS    *
008920* NEW. A FULL TABLE LEAVES WS-KPC-FOUND-IDX ZERO - THE FIGURES   *
008930* STILL COUNT IN "*ALL", AND THE RUN ENDS 04.                    *
008940******************************************************************
008950 5100-FIND-ENTRY.
008960     MOVE ZERO TO WS-KPC-FOUND-IDX
008970     PERFORM 5110-MATCH-ENTRY THRU 5110-MATCH-ENTRY-EXIT
008980         VARYING WS-KPC-IDX FROM 1 BY 1
008990         UNTIL WS-KPC-IDX > WS-KPC-COUNT
009000             OR WS-KPC-FOUND-IDX > ZERO
009010     IF WS-KPC-FOUND-IDX > ZERO
009020         GO TO 5100-FIND-ENTRY-EXIT
009030     END-IF
009040     IF WS-KPC-COUNT >= WS-KPC-MAX
009050         ADD 1 TO WS-CNT-OVERFLOW
009060         GO TO 5100-FIND-ENTRY-EXIT
009070     END-IF
009080     ADD 1 TO WS-KPC-COUNT
009090     MOVE WS-CLASS-WANTED TO WS-KPC-CLASS(WS-KPC-COUNT)
009100     MOVE WS-KPC-COUNT TO WS-KPC-FOUND-IDX
009110     .
009120 5100-FIND-ENTRY-EXIT.
009130     EXIT.
009140
009150******************************************************************
009160* 5110-MATCH-ENTRY                                               *
009170******************************************************************
009180 5110-MATCH-ENTRY.
009190     IF WS-KPC-CLASS(WS-KPC-IDX) = WS-CLASS-WANTED
009200         MOVE WS-KPC-IDX TO WS-KPC-FOUND-IDX
009210     END-IF
009220     .
009230 5110-MATCH-ENTRY-EXIT.
009240     EXIT.
009250
009260******************************************************************
009270* 6000-PRINT-REPORT                                              *
009280******************************************************************
009290 6000-PRINT-REPORT.
009300     OPEN OUTPUT REPORT-FILE
009310     IF WS-REPORT-STATUS NOT = "00"
009320         DISPLAY "VLKPIRPT: CANNOT OPEN VLKPILST, STATUS "
009330             WS-REPORT-STATUS " - NO REPORT PRINTED"
009340         MOVE 08 TO WS-RUN-RC
009350         GO TO 6000-PRINT-REPORT-EXIT
009360     END-IF
009370     MOVE WS-REP-YEAR TO TTL-YEAR
009380     MOVE WS-REP-MM TO TTL-MM
009390     MOVE WS-ASOF-DATE TO TTL-ASOF
009400     MOVE WS-RUN-TS TO TTL-RUN-TS
009410     MOVE WS-TITLE-LINE TO REPORT-FILE-RECORD
009420     WRITE REPORT-FILE-RECORD
009430     PERFORM 6100-PRINT-CLASS THRU 6100-PRINT-CLASS-EXIT
009440         VARYING WS-KPC-IDX FROM 1 BY 1
009450         UNTIL WS-KPC-IDX > WS-KPC-COUNT
009460     CLOSE REPORT-FILE
009470     .
009480 6000-PRINT-REPORT-EXIT.
009490     EXIT.
009500
009510******************************************************************
009520* 6100-PRINT-CLASS                                               *
009530* ONE CLASS: ITS HEADING, THE TWELVE MONTHS ACROSS, THEN EACH    *
009540* MEASURE AND ITS CHANGE ON THE MONTH.                           *
009550******************************************************************
009560 6100-PRINT-CLASS.
009570     MOVE SPACES TO REPORT-FILE-RECORD
009580     WRITE REPORT-FILE-RECORD
009590     MOVE WS-KPC-CLASS(WS-KPC-IDX) TO CLS-CLASS
009600     EVALUATE TRUE
009610         WHEN WS-KPC-IDX = WS-ALL-IDX
009620             MOVE "- EVERY CLASS TOGETHER" TO CLS-NOTE
009630         WHEN NOT WS-KPM-ON-FILE(WS-KPC-IDX, 12)
009640             MOVE "- NO LONGER ON VLPOLICY" TO CLS-NOTE
009650         WHEN OTHER
009660             MOVE SPACES TO CLS-NOTE
009670     END-EVALUATE
009680     MOVE WS-CLASS-LINE TO REPORT-FILE-RECORD
009690     WRITE REPORT-FILE-RECORD
009700     MOVE SPACES TO WS-REPORT-LINE
009710     MOVE "MEASURE" TO RPT-LABEL
009720     PERFORM 6150-MONTH-CELL THRU 6150-MONTH-CELL-EXIT
009730         VARYING WS-MTH-IDX FROM 1 BY 1 UNTIL WS-MTH-IDX > 12
009740     MOVE WS-REPORT-LINE TO REPORT-FILE-RECORD
009750     WRITE REPORT-FILE-RECORD
009760     PERFORM 6200-PRINT-ROW THRU 6200-PRINT-ROW-EXIT
009770         VARYING WS-MSR-IDX FROM 1 BY 1 UNTIL WS-MSR-IDX > 14
009780     .
009790 6100-PRINT-CLASS-EXIT.
009800     EXIT.
009810
009820******************************************************************
009830* 6150-MONTH-CELL                                                *
009840* THE HEADING FOR SLOT WS-MTH-IDX, AS YYYY-MM.                   *
009850******************************************************************
009860 6150-MONTH-CELL.
009870     COMPUTE WS-WORK-MONTH-NO =
009880         WS-REP-MONTH-NO - 12 + WS-MTH-IDX
009890     DIVIDE WS-WORK-MONTH-NO BY 12
009900         GIVING MCL-YEAR REMAINDER MCL-MM
009910     ADD 1 TO MCL-MM
009920     MOVE WS-MONTH-CELL TO RPT-CELL(WS-MTH-IDX)
009930     .
009940 6150-MONTH-CELL-EXIT.
009950     EXIT.
009960
009970******************************************************************
009980* 6200-PRINT-ROW                                                 *
009990* MEASURE WS-MSR-IDX FOR CLASS WS-KPC-IDX: THE VALUE LINE, THEN  *
010000* THE CHANGE LINE. A CHANGE NEEDS BOTH MONTHS ON FILE.           *
010010******************************************************************
010020 6200-PRINT-ROW.
010030     MOVE SPACES TO WS-REPORT-LINE
010040     MOVE WS-ROW-LABEL(WS-MSR-IDX) TO RPT-LABEL
010050     PERFORM 6210-VALUE-CELL THRU 6210-VALUE-CELL-EXIT
010060         VARYING WS-MTH-IDX FROM 1 BY 1 UNTIL WS-MTH-IDX > 12
010070     MOVE WS-REPORT-LINE TO REPORT-FILE-RECORD
010080     WRITE REPORT-FILE-RECORD
010090     MOVE SPACES TO WS-REPORT-LINE
010100     MOVE "    CHANGE ON MONTH" TO RPT-LABEL
010110     PERFORM 6220-CHANGE-CELL THRU 6220-CHANGE-CELL-EXIT
010120         VARYING WS-MTH-IDX FROM 2 BY 1 UNTIL WS-MTH-IDX > 12
010130     MOVE WS-REPORT-LINE TO REPORT-FILE-RECORD
010140     WRITE REPORT-FILE-RECORD
010150     .
010160 6200-PRINT-ROW-EXIT.
010170     EXIT.
010180
010190******************************************************************
010200* 6210-VALUE-CELL                                                *
010210* A PERCENTAGE OF A ZERO BASE IS SHOWN AS ZERO.                  *
010220******************************************************************
010230 6210-VALUE-CELL.
010240     MOVE "N" TO WS-RV-ON(WS-MTH-IDX)
010250     MOVE ZERO TO WS-RV-VALUE(WS-MTH-IDX)
010260     IF NOT WS-KPM-ON-FILE(WS-KPC-IDX, WS-MTH-IDX)
010270         MOVE "       -" TO RPT-CELL(WS-MTH-IDX)
010280         GO TO 6210-VALUE-CELL-EXIT
010290     END-IF
010300     MOVE "Y" TO WS-RV-ON(WS-MTH-IDX)
010310     IF NOT WS-ROW-IS-PCT(WS-MSR-IDX)
010320         MOVE WS-KPM-COUNT(WS-KPC-IDX, WS-MTH-IDX, WS-MSR-IDX)
010330             TO WS-RV-VALUE(WS-MTH-IDX)
010340         MOVE WS-RV-VALUE(WS-MTH-IDX) TO WS-ED-COUNT
010350         MOVE WS-ED-COUNT TO RPT-CELL(WS-MTH-IDX)
010360         GO TO 6210-VALUE-CELL-EXIT
010370     END-IF
010380     MOVE WS-ROW-BASE(WS-MSR-IDX) TO WS-ROW-BASE-IDX
010390     IF WS-KPM-COUNT(WS-KPC-IDX, WS-MTH-IDX, WS-ROW-BASE-IDX)
010400         > ZERO
010410         COMPUTE WS-RV-VALUE(WS-MTH-IDX) ROUNDED =
010420             WS-KPM-COUNT(WS-KPC-IDX, WS-MTH-IDX, WS-MSR-IDX)
010430             * 100 /
010440             WS-KPM-COUNT(WS-KPC-IDX, WS-MTH-IDX, WS-ROW-BASE-IDX)
010450     END-IF
010460     MOVE WS-RV-VALUE(WS-MTH-IDX) TO WS-ED-PCT
010470     MOVE WS-ED-PCT TO RPT-CELL(WS-MTH-IDX)
010480     .
010490 6210-VALUE-CELL-EXIT.
010500     EXIT.
010510
010520******************************************************************
010530* 6220-CHANGE-CELL                                               *
010540******************************************************************
010550 6220-CHANGE-CELL.
010560     COMPUTE WS-RV-PREV = WS-MTH-IDX - 1
010570     IF WS-RV-ON(WS-MTH-IDX) NOT = "Y"
010580         OR WS-RV-ON(WS-RV-PREV) NOT = "Y"
010590         GO TO 6220-CHANGE-CELL-EXIT
010600     END-IF
010610     COMPUTE WS-RV-DIFF =
010620         WS-RV-VALUE(WS-MTH-IDX) - WS-RV-VALUE(WS-RV-PREV)
010630     IF WS-ROW-IS-PCT(WS-MSR-IDX)
010640         MOVE WS-RV-DIFF TO WS-ED-CHG-PCT
010650         MOVE WS-ED-CHG-PCT TO RPT-CELL(WS-MTH-IDX)
010660     ELSE
010670         MOVE WS-RV-DIFF TO WS-ED-CHG-COUNT
010680         MOVE WS-ED-CHG-COUNT TO RPT-CELL(WS-MTH-IDX)
010690     END-IF
010700     .
010710 6220-CHANGE-CELL-EXIT.
010720     EXIT.
010730
010740******************************************************************
010750* 8000-ADD-MEASURE                                               *
010760* ONE MORE FOR MEASURE WS-MSR-IDX THIS MONTH, IN "*ALL" AND IN   *
010770* CLASS WS-KPC-FOUND-IDX (NONE WHEN ZERO).                       *
010780******************************************************************
010790 8000-ADD-MEASURE.
010800     ADD 1 TO WS-KPM-COUNT(WS-ALL-IDX, 12, WS-MSR-IDX)
010810     IF WS-KPC-FOUND-IDX > ZERO
010820         AND WS-KPC-FOUND-IDX NOT = WS-ALL-IDX
010830         ADD 1 TO WS-KPM-COUNT(WS-KPC-FOUND-IDX, 12, WS-MSR-IDX)
010840     END-IF
010850     .
010860 8000-ADD-MEASURE-EXIT.
010870     EXIT.
010880
010890******************************************************************
010900* 9000-TERMINATE                                                 *
010910* CLOSES UP AND PRINTS THE RUN SUMMARY - THE ESTATE-WIDE FIGURES *
010920* FOR THE MONTH, AND WHAT WAS READ FROM AND ADDED TO THE HISTORY.*
010930******************************************************************
010940 9000-TERMINATE.
010950     IF WS-USER-OPEN
010960         CLOSE USER-FILE
010970     END-IF
010980     IF WS-RUN-RC = ZERO AND WS-CNT-OVERFLOW > ZERO
010990         DISPLAY "VLKPIRPT: MORE THAN " WS-KPC-MAX " CLASSES - "
011000             WS-CNT-OVERFLOW " COUNTED IN *ALL ONLY"
011010         MOVE 04 TO WS-RUN-RC
011020     END-IF
011030     DISPLAY "==================================================="
011040     DISPLAY "         MONTHLY SECURITY KPI RUN SUMMARY"
011050     DISPLAY "==================================================="
011060     DISPLAY "REPORT MONTH  . . . . . . . . : " WS-REP-MONTH
011070     DISPLAY "EXPIRY JUDGED AS AT . . . . . : " WS-ASOF-DATE
011080     DISPLAY "VLUSER RECORDS READ . . . . . : " WS-CNT-USERS
011090     DISPLAY "AUDIT ROWS READ . . . . . . . : " WS-CNT-AUD-ROWS
011100     DISPLAY "  OF WHICH IN THE MONTH . . . : " WS-CNT-MONTH-ROWS
011110     DISPLAY "ACCEPTED CHANGES  . . . . . . : "
011120         WS-KPM-COUNT(WS-ALL-IDX, 12, 04)
011130     DISPLAY "LOCKOUTS  . . . . . . . . . . : "
011140         WS-KPM-COUNT(WS-ALL-IDX, 12, 10)
011150     DISPLAY "AUTO-UNLOCKS  . . . . . . . . : "
011160         WS-KPM-COUNT(WS-ALL-IDX, 12, 11)
011170     DISPLAY "HELPDESK TEMP PASSWORDS . . . : "
011180         WS-KPM-COUNT(WS-ALL-IDX, 12, 12)
011190     DISPLAY "CLASSES REPORTED  . . . . . . : " WS-KPC-COUNT
011200     DISPLAY "VLKPIHST LINES READ . . . . . : " WS-CNT-HIST-READ
011210     DISPLAY "  USED FOR THE TREND  . . . . : " WS-CNT-HIST-USED
011220     DISPLAY "  SUPERSEDED BY THIS RUN  . . : " WS-CNT-SUPERSEDED
011230     DISPLAY "VLKPIHST LINES ADDED  . . . . : " WS-CNT-APPENDED
011240     DISPLAY "RETURN CODE . . . . . . . . . : " WS-RUN-RC
011250     DISPLAY "==================================================="
011260     .
011270 9000-TERMINATE-EXIT.
011280     EXIT.
011290
011300 END PROGRAM VLKPIRPT.
