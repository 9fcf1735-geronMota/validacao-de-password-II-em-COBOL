      ******************************************************************
      * Copybook  : CPCHALL
      * Purpose   : Record layout for VLCHALL, the INDEXED challenge-
      *             question file keyed by CHL-USERID - the three
      *             questions a user enrolled through VLSSRVII and the
      *             salted hash of each answer (never the answer
      *             itself), plus the self-service failure count and
      *             lock, which are kept apart from the password
      *             lockout on VLUSER. CHL-QUESTION-NO indexes the
      *             CPCHQST catalogue. CHL-LAST-USED is the day the
      *             answers last unlocked or reset the account.
      * Mod-log   :
      *   26/10/15 GM  Original layout.
      ******************************************************************
       01  WS-CHALL-REC.
           05  CHL-USERID                    PIC X(08).
           05  CHL-SALT                      PIC 9(08).
           05  CHL-QUESTION OCCURS 3 TIMES.
               10  CHL-QUESTION-NO           PIC 9(02).
               10  CHL-ANSWER-HASH           PIC 9(16).
           05  CHL-ENROLLED                  PIC 9(08).
           05  CHL-FAIL-COUNT                PIC 9(02).
           05  CHL-LOCK-SWITCH               PIC X(01).
               88  CHL-LOCKED                VALUE "Y".
           05  CHL-LOCK-DATE                 PIC 9(08).
           05  CHL-LAST-USED                 PIC 9(08).
           05  FILLER                        PIC X(03).
