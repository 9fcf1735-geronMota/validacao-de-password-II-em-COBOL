      ******************************************************************
      * Copybook  : CPNOTIFY
      * Purpose   : Working-storage layout for one VLNOTIFY line - the
      *             extract the corporate mail gateway picks up, one
      *             row per user notification. The gateway holds the
      *             wording; NTF-TEMPLATE names which text to send:
      *               PWEXPWRN  PASSWORD EXPIRES IN NTF-COUNT DAYS,
      *                         ON NTF-REF-DATE (VLEXPIRE)
      *               PWGRACE   PASSWORD EXPIRED ON NTF-REF-DATE, A
      *                         GRACE LOGIN USED, NTF-COUNT LEFT
      *                         (VLVALSEN)
      *               ACCTLOCK  ACCOUNT LOCKED ON NTF-REF-DATE AFTER
      *                         TOO MANY FAILURES (VLVALSEN)
      *               TEMPPWD   HELPDESK ISSUED A TEMPORARY PASSWORD ON
      *                         NTF-REF-DATE (VLUSRMNT)
      *               PWCHANGD  PASSWORD CHANGED ON NTF-REF-DATE - IF
      *                         THIS WASN'T YOU, CALL THE DESK
      *                         (VLVALSEN)
      *             Written only through VLNTFWRT, which fills in the
      *             address from VLCONTCT. Fixed columns with blank
      *             separators, like VLSECEVT.
      * Mod-log   :
      *   26/10/15 GM  Original layout.
      ******************************************************************
       01  WS-NOTIFY-REC.
           05  NTF-TIMESTAMP                 PIC 9(14).
           05  FILLER                        PIC X(02)  VALUE SPACES.
           05  NTF-TEMPLATE                  PIC X(08).
               88  NTF-EXPIRY-WARNING        VALUE "PWEXPWRN".
               88  NTF-GRACE-LOGIN           VALUE "PWGRACE".
               88  NTF-LOCKOUT               VALUE "ACCTLOCK".
               88  NTF-TEMP-ISSUED           VALUE "TEMPPWD".
               88  NTF-PASSWORD-CHANGED      VALUE "PWCHANGD".
           05  FILLER                        PIC X(02)  VALUE SPACES.
           05  NTF-USERID                    PIC X(08).
           05  FILLER                        PIC X(02)  VALUE SPACES.
           05  NTF-ADDRESS                   PIC X(60).
           05  FILLER                        PIC X(02)  VALUE SPACES.
           05  NTF-REF-DATE                  PIC 9(08).
           05  FILLER                        PIC X(02)  VALUE SPACES.
           05  NTF-COUNT                     PIC 9(03).
           05  FILLER                        PIC X(02)  VALUE SPACES.
           05  NTF-SOURCE                    PIC X(08).
