000060*               EXTRACT AGAINST THE DAY'S ACCEPTED VLAUDIT ROWS.
000070*               VLVALSEN APPENDS ONE EXTRACT ROW PER ACCEPTED
000080*               CHANGE, AND EVERY ACCEPTED CHANGE ALSO GETS A
000090*               PASSED VLAUDIT ROW WITH A BLANK OPERATOR AND AN
000100*               "ACCEPTED GRADE" REASON TEXT (BLANK ON OLDER
000105*               ROWS) - ADMIN ACTIONS CARRY AN
000110*               OPERATOR, AND THE AUTO-UNLOCK / TEMP-FIRST-USE
000120*               ROWS CARRY A REASON TEXT, SO THAT FILTER PICKS
000130*               OUT EXACTLY THE CALLS THAT STAMPED THE MASTER.
000220* MODIFICATION HISTORY
000230*   DATE     INIT DESCRIPTION
000240*   -------- ---- --------------------------------------------
000241*   26/09/02 GM   ORIGINAL PROGRAM.
000242*   26/10/15 GM   AUDIT ROW IS 73 WIDE NOW (AUD-APPROVER).
000243*   26/10/15 GM   AUDIT ROW IS 103 WIDE NOW (AUD-SEQ-NO,
000244*                 AUD-CHAIN, WRITTEN BY VLAUDWRT).
000245*   26/10/15 GM   VLAUDIT IS INDEXED NOW (CPAUDIX) - READ IN KEY
000246*                 ORDER, WHICH IS ALL A COUNT NEEDS.
000247*   26/10/15 GM   AN ACCEPTED CHANGE'S ROW CARRIES ITS STRENGTH
000248*                 GRADE IN THE REASON TEXT NOW ("ACCEPTED GRADE
000249*                 X") - TESTED AS AUD-CHANGE-ACCEPTED, WHICH
000250*                 STILL TAKES THE OLDER BLANK-TEXT ROWS.
000253*   26/10/15 GM   VLAUDIT DECLARES THE AUDX-SEQ-NO ALTERNATE KEY
000256*                 THE FILE IS BUILT WITH.
000260******************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. VLSYNCRC.
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-SYNC-STATUS.
000350     SELECT AUDIT-FILE ASSIGN TO "VLAUDIT"
000352         ORGANIZATION IS INDEXED
000354         ACCESS MODE IS SEQUENTIAL
000356         RECORD KEY IS AUDX-KEY
000360         ALTERNATE RECORD KEY IS AUDX-SEQ-NO WITH DUPLICATES
000370         FILE STATUS IS WS-AUDIT-STATUS.
000380     SELECT SYNCPRM-FILE ASSIGN TO "VLSYNCPRM"
000390         ORGANIZATION IS LINE SEQUENTIAL
000430 FD  SYNC-FILE.
000440 01  SYNC-FILE-RECORD                  PIC X(73).
000450 FD  AUDIT-FILE.
000455 01  AUDIT-FILE-RECORD.
000460 COPY CPAUDIX.
000470 FD  SYNCPRM-FILE.
000480 01  SYNCPRM-FILE-RECORD               PIC X(08).
000490 WORKING-STORAGE SECTION.
001350******************************************************************
001360* 3000-COUNT-AUDIT                                               *
001370* COUNTS THE DAY'S ACCEPTED-CHANGE ROWS ON VLAUDIT - PASSED,     *
001380* BLANK OPERATOR, AUD-CHANGE-ACCEPTED. EVERY ONE OF THOSE STAMPED*
001390* THE MASTER AND MUST HAVE SHIPPED AN EXTRACT ROW.               *
001400******************************************************************
001410 3000-COUNT-AUDIT.
001570* 3100-ONE-AUDIT-ROW                                             *
001580******************************************************************
001590 3100-ONE-AUDIT-ROW.
001610     READ AUDIT-FILE NEXT RECORD
001620         AT END SET WS-EOF TO TRUE
001630             GO TO 3100-ONE-AUDIT-ROW-EXIT
001640     END-READ
001650     ADD 1 TO WS-CNT-AUD-READ
001660     MOVE AUDX-ROW TO WS-AUDIT-REC
001670     MOVE AUD-TIMESTAMP(1:8) TO WS-ROW-DATE
001680     IF WS-ROW-DATE = WS-RECON-DATE
001690         AND AUD-PASSED
001700         AND AUD-OPERATOR = SPACES
001710         AND AUD-CHANGE-ACCEPTED
001720         ADD 1 TO WS-CNT-AUD-DAY
001730     END-IF
001740     .
