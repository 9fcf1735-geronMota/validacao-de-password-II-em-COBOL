000010******************************************************************
000020* Author      : JEFFERSON MOTA (GERO)
000030* Installation: PAYROLL SYSTEMS - SECURITY GROUP
000040* Date-Written: 26/10/15
000050* Purpose     : SHARED VLNOTIFY APPEND ROUTINE, CALLED BY EVERY
000060*               PROGRAM THAT OWES A USER A NOTIFICATION (VLVALSEN,
000070*               VLUSRMNT, VLEXPIRE). THE CALLER SAYS WHICH
000080*               TEMPLATE AND FOR WHOM; THIS ROUTINE LOOKS THE
000090*               USERID'S MAIL ADDRESS UP ON VLCONTCT AND APPENDS
000100*               THE ROW FOR THE CORPORATE MAIL GATEWAY. A USERID
000110*               WITH NO ADDRESS ON FILE GETS NO ROW - THE GATEWAY
000120*               COULD NOT DELIVER IT - AND THE CALLER IS TOLD SO.
000130*               BOTH FILES ARE OPENED AND CLOSED ON EVERY CALL,
000140*               SAME AS VLSECWRT, SO THE ROW IS ON DISK WHEN THE
000150*               GATEWAY NEXT POLLS. A MISSING VLNOTIFY IS CREATED
000160*               ON FIRST USE.
000170* Tectonics   : cobc
000180*-----------------------------------------------------------------
000190* MODIFICATION HISTORY
000200*   DATE     INIT DESCRIPTION
000210*   -------- ---- --------------------------------------------
000220*   26/10/15 GM   ORIGINAL PROGRAM.
000230******************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. VLNTFWRT.
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT NOTIFY-FILE ASSIGN TO "VLNOTIFY"
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS WS-NOTIFY-STATUS.
000320     SELECT CONTACT-FILE ASSIGN TO "VLCONTCT"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS RANDOM
000350         RECORD KEY IS CON-USERID
000360         FILE STATUS IS WS-CONTACT-STATUS.
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  NOTIFY-FILE.
000400 01  NOTIFY-FILE-RECORD                PIC X(121).
000410 FD  CONTACT-FILE.
000420 COPY CPCONTCT.
000430 WORKING-STORAGE SECTION.
000440 77  WS-NOTIFY-STATUS                  PIC X(02)  VALUE "00".
000450 77  WS-CONTACT-STATUS                 PIC X(02)  VALUE "00".
000460 77  WS-TODAY                          PIC 9(08).
000470 77  WS-EVENT-TIME-FULL                PIC 9(08).
000480 77  WS-EVENT-TIME                     PIC 9(06).
000490 COPY CPNOTIFY.
000500 LINKAGE SECTION.
000510 COPY LKNTFWRT.
000520 PROCEDURE DIVISION USING LK-NTFWRT-PARMS.
000530
000540******************************************************************
000550* 0000-MAINLINE                                                  *
000560******************************************************************
000570 0000-MAINLINE.
000580     MOVE LK-NW-RECORD TO WS-NOTIFY-REC
000590     SET LK-NW-NO-ADDRESS TO TRUE
000600     IF NTF-TIMESTAMP NOT NUMERIC OR NTF-TIMESTAMP = ZERO
000610         ACCEPT WS-TODAY FROM DATE YYYYMMDD
000620         ACCEPT WS-EVENT-TIME-FULL FROM TIME
000630         MOVE WS-EVENT-TIME-FULL(1:6) TO WS-EVENT-TIME
000640         COMPUTE NTF-TIMESTAMP = WS-TODAY * 1000000
000650             + WS-EVENT-TIME
000660     END-IF
000670     PERFORM 1000-FIND-ADDRESS THRU 1000-FIND-ADDRESS-EXIT
000680     IF NTF-ADDRESS NOT = SPACES
000690         PERFORM 2000-APPEND-NOTICE THRU 2000-APPEND-NOTICE-EXIT
000700     END-IF
000710     MOVE WS-NOTIFY-REC TO LK-NW-RECORD
000720     GOBACK.
000730
000740******************************************************************
000750* 1000-FIND-ADDRESS                                              *
000760* THE USERID'S ADDRESS OFF VLCONTCT. NO FILE, NO RECORD OR A     *
000770* BLANK ADDRESS ALL LEAVE NTF-ADDRESS BLANK.                     *
000780******************************************************************
000790 1000-FIND-ADDRESS.
000800     MOVE SPACES TO NTF-ADDRESS
000810     OPEN INPUT CONTACT-FILE
000820     IF WS-CONTACT-STATUS NOT = "00"
000830         GO TO 1000-FIND-ADDRESS-EXIT
000840     END-IF
000850     MOVE NTF-USERID TO CON-USERID
000860     READ CONTACT-FILE
000870         INVALID KEY CONTINUE
000880         NOT INVALID KEY MOVE CON-ADDRESS TO NTF-ADDRESS
000890     END-READ
000900     CLOSE CONTACT-FILE
000910     .
000920 1000-FIND-ADDRESS-EXIT.
000930     EXIT.
000940
000950******************************************************************
000960* 2000-APPEND-NOTICE                                             *
000970* ONE ROW ONTO THE END OF VLNOTIFY, CREATED AT A NEW SITE.       *
000980******************************************************************
000990 2000-APPEND-NOTICE.
001000     OPEN EXTEND NOTIFY-FILE
001010     IF WS-NOTIFY-STATUS = "35"
001020         OPEN OUTPUT NOTIFY-FILE
001030         CLOSE NOTIFY-FILE
001040         OPEN EXTEND NOTIFY-FILE
001050     END-IF
001060     IF WS-NOTIFY-STATUS NOT = "00"
001070         DISPLAY "VLNTFWRT: CANNOT OPEN VLNOTIFY, STATUS "
001080             WS-NOTIFY-STATUS " - NOTICE " NTF-TEMPLATE " "
001090             NTF-USERID " NOT WRITTEN"
001100         SET LK-NW-FAILED TO TRUE
001110         GO TO 2000-APPEND-NOTICE-EXIT
001120     END-IF
001130     MOVE WS-NOTIFY-REC TO NOTIFY-FILE-RECORD
001140     WRITE NOTIFY-FILE-RECORD
001150     CLOSE NOTIFY-FILE
001160     SET LK-NW-WRITTEN TO TRUE
001170     .
001180 2000-APPEND-NOTICE-EXIT.
001190     EXIT.
001200
001210 END PROGRAM VLNTFWRT.
