      *                (UNLOCK/RESET/EXPIRE/ADD/DELETE) CARRY THE
      *                OPERATOR WHO KEYED THEM. BLANK ON ROWS WRITTEN
      *                BY VLVALSEN ITSELF.
      *   26/10/15 GM  ADDED AUD-APPROVER - THE SECOND OPERATOR WHO
      *                APPROVED A MAKER-CHECKER ACTION ON A PRIVILEGED-
      *                CLASS USER. AUD-OPERATOR STAYS THE MAKER. BLANK
      *                ON EVERY OTHER ROW. THE ROW IS 73 WIDE NOW;
      *                OLDER ROWS READ BACK WITH IT BLANK.
      *   26/10/15 GM  ADDED AUD-SEQ-NO / AUD-CHAIN - EVERY ROW IS
      *                NUMBERED AND CHAINED TO THE ROW BEFORE IT BY
      *                VLAUDWRT, THE ONE PROGRAM THAT APPENDS TO THE
      *                LOG, SO VLAUDVFY CAN PROVE NOTHING WAS DELETED,
      *                ALTERED OR SLIPPED IN. THE CHAIN COVERS THE ROW
      *                UP TO AND INCLUDING AUD-SEQ-NO. ROW IS 103 WIDE;
      *                ROWS FROM BEFORE THE CHAIN READ BACK WITH BOTH
      *                FIELDS BLANK (NOT NUMERIC).
      *   26/10/15 GM  VLAUDIT AND VLAUDARC ARE INDEXED - THE STORED
      *                RECORD IS THE CPAUDIX KEY IN FRONT OF THIS ROW,
      *                WHICH IS UNCHANGED. READERS MOVE AUDX-ROW HERE.
      *   26/10/15 GM  VLVALSEN'S ROW FOR AN ACCEPTED CHANGE CARRIES
      *                THE STRENGTH GRADE AS "ACCEPTED GRADE X" IN THE
      *                REASON TEXT, FOR THE MONTHLY GRADE MIX. ROWS
      *                FROM BEFORE THAT HAVE IT BLANK.
      *                AUD-CHANGE-ACCEPTED TAKES BOTH - TEST IT WITH
      *                AUD-PASSED AND A BLANK AUD-OPERATOR.
      ******************************************************************
       01  WS-AUDIT-REC.
           05  AUD-USERID                    PIC X(08).
           05  AUD-REASON-CODE               PIC X(02).
           05  FILLER                        PIC X(02)  VALUE SPACES.
           05  AUD-REASON-TEXT               PIC X(20).
               88  AUD-CHANGE-ACCEPTED       VALUES SPACES
                                             "ACCEPTED GRADE A"
                                             "ACCEPTED GRADE B"
                                             "ACCEPTED GRADE C"
                                             "ACCEPTED GRADE D".
           05  FILLER                        PIC X(02)  VALUE SPACES.
           05  AUD-OPERATOR                  PIC X(08).
           05  FILLER                        PIC X(02)  VALUE SPACES.
           05  AUD-APPROVER                  PIC X(08).
           05  FILLER                        PIC X(02)  VALUE SPACES.
           05  AUD-SEQ-NO                    PIC 9(10).
           05  FILLER                        PIC X(02)  VALUE SPACES.
           05  AUD-CHAIN                     PIC 9(16).
