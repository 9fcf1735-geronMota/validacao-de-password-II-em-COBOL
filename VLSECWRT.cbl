000010******************************************************************
000020* Author      : JEFFERSON MOTA (GERO)
000030* Installation: PAYROLL SYSTEMS - SECURITY GROUP
000040* Date-Written: 26/10/15
000050* Purpose     : SHARED VLSECEVT APPEND ROUTINE, CALLED BY EVERY
000060*               PROGRAM THAT RAISES A SECURITY EVENT FOR THE SOC
000070*               (VLVALSEN, VLUSRMNT, VLSPRAY). THE FILE IS
000080*               OPENED, WRITTEN AND CLOSED ON EVERY CALL SO EACH
000090*               EVENT IS ON DISK FOR THE SIEM COLLECTOR THE
000100*               MOMENT IT IS RAISED, NOT WHEN THE CALLER'S RUN
000110*               ENDS - EVENTS ARE RARE NEXT TO VALIDATIONS, SO
000120*               THE OPEN/CLOSE COSTS NOTHING THAT MATTERS. A
000130*               MISSING FILE IS CREATED ON FIRST USE.
000140* Tectonics   : cobc
000150*-----------------------------------------------------------------
000160* MODIFICATION HISTORY
000170*   DATE     INIT DESCRIPTION
000180*   -------- ---- --------------------------------------------
000190*   26/10/15 GM   ORIGINAL PROGRAM.
000200******************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. VLSECWRT.
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT SECEVT-FILE ASSIGN TO "VLSECEVT"
000270         ORGANIZATION IS LINE SEQUENTIAL
000280         FILE STATUS IS WS-SECEVT-STATUS.
000290 DATA DIVISION.
000300 FILE SECTION.
000310 FD  SECEVT-FILE.
000320 01  SECEVT-FILE-RECORD                PIC X(113).
000330 WORKING-STORAGE SECTION.
000340 77  WS-SECEVT-STATUS                  PIC X(02)  VALUE "00".
000350 77  WS-TODAY                          PIC 9(08).
000360 77  WS-EVENT-TIME-FULL                PIC 9(08).
000370 77  WS-EVENT-TIME                     PIC 9(06).
000380 COPY CPSECEVT.
000390 LINKAGE SECTION.
000400 COPY LKSECWRT.
000410 PROCEDURE DIVISION USING LK-SECWRT-PARMS.
000420
000430******************************************************************
000440* 0000-MAINLINE                                                  *
000450******************************************************************
000460 0000-MAINLINE.
000470     MOVE LK-SW-RECORD TO WS-SECEVT-REC
000480     IF SEV-TIMESTAMP NOT NUMERIC OR SEV-TIMESTAMP = ZERO
000490         ACCEPT WS-TODAY FROM DATE YYYYMMDD
000500         ACCEPT WS-EVENT-TIME-FULL FROM TIME
000510         MOVE WS-EVENT-TIME-FULL(1:6) TO WS-EVENT-TIME
000520         COMPUTE SEV-TIMESTAMP = WS-TODAY * 1000000
000530             + WS-EVENT-TIME
000540     END-IF
000550     PERFORM 1000-APPEND-EVENT THRU 1000-APPEND-EVENT-EXIT
000560     MOVE WS-SECEVT-REC TO LK-SW-RECORD
000570     GOBACK.
000580
000590******************************************************************
000600* 1000-APPEND-EVENT                                              *
000610* ONE ROW ONTO THE END OF VLSECEVT, CREATED AT A NEW SITE.       *
000620******************************************************************
000630 1000-APPEND-EVENT.
000640     OPEN EXTEND SECEVT-FILE
000650     IF WS-SECEVT-STATUS = "35"
000660         OPEN OUTPUT SECEVT-FILE
000670         CLOSE SECEVT-FILE
000680         OPEN EXTEND SECEVT-FILE
000690     END-IF
000700     IF WS-SECEVT-STATUS NOT = "00"
000710         DISPLAY "VLSECWRT: CANNOT OPEN VLSECEVT, STATUS "
000720             WS-SECEVT-STATUS " - EVENT " SEV-EVENT-TYPE " "
000730             SEV-USERID " NOT WRITTEN"
000740         GO TO 1000-APPEND-EVENT-EXIT
000750     END-IF
000760     MOVE WS-SECEVT-REC TO SECEVT-FILE-RECORD
000770     WRITE SECEVT-FILE-RECORD
000780     CLOSE SECEVT-FILE
000790     .
000800 1000-APPEND-EVENT-EXIT.
000810     EXIT.
000820
000830 END PROGRAM VLSECWRT.
