      ******************************************************************
      * Copybook  : CPSECEVT
      * Purpose   : Working-storage layout for one VLSECEVT security-
      *             event line - the feed the SOC's SIEM collector
      *             tails. One row per security-relevant event, written
      *             through VLSECWRT the moment it happens by VLVALSEN
      *             (lockout, wrong current password on a privileged
      *             class, auto-unlock, temporary password first used),
      *             VLUSRMNT (temporary password issued, admin delete)
      *             and VLSPRAY (cross-user password spray). Severity
      *             "H" on anything touching a privileged class and on
      *             every spray alert. Fixed columns with blank
      *             separators, like VLSYNCEX, so the collector can
      *             parse it positionally.
      * Mod-log   :
      *   26/10/15 GM  Original layout.
      *   26/10/15 GM  SSUNLOCK / SSRESET / SSLOCKED FROM VLSSRVII - A
      *                USER UNLOCKING OR RESETTING THEIR OWN ACCOUNT
      *                THROUGH THE CHALLENGE QUESTIONS, AND THE
      *                QUESTIONS THEMSELVES LOCKED AFTER WRONG ANSWERS.
      ******************************************************************
       01  WS-SECEVT-REC.
           05  SEV-TIMESTAMP                 PIC 9(14).
           05  FILLER                        PIC X(02)  VALUE SPACES.
           05  SEV-EVENT-TYPE                PIC X(08).
               88  SEV-LOCKOUT               VALUE "LOCKOUT".
               88  SEV-BAD-PRIV-PASSWORD     VALUE "BADPWPRV".
               88  SEV-AUTO-UNLOCK           VALUE "AUTOUNLK".
               88  SEV-TEMP-ISSUED           VALUE "TEMPISSU".
               88  SEV-TEMP-USED             VALUE "TEMPUSED".
               88  SEV-ADMIN-DELETE          VALUE "ADMINDEL".
               88  SEV-SPRAY                 VALUE "SPRAY".
               88  SEV-SELF-UNLOCK           VALUE "SSUNLOCK".
               88  SEV-SELF-RESET            VALUE "SSRESET".
               88  SEV-SELF-LOCKOUT          VALUE "SSLOCKED".
           05  FILLER                        PIC X(02)  VALUE SPACES.
           05  SEV-SEVERITY                  PIC X(01).
               88  SEV-HIGH                  VALUE "H".
               88  SEV-MEDIUM                VALUE "M".
               88  SEV-LOW                   VALUE "L".
           05  FILLER                        PIC X(02)  VALUE SPACES.
           05  SEV-USERID                    PIC X(08).
           05  FILLER                        PIC X(02)  VALUE SPACES.
           05  SEV-POLICY-CLASS              PIC X(08).
           05  FILLER                        PIC X(02)  VALUE SPACES.
           05  SEV-OPERATOR                  PIC X(08).
           05  FILLER                        PIC X(02)  VALUE SPACES.
           05  SEV-REASON-CODE               PIC X(02).
           05  FILLER                        PIC X(02)  VALUE SPACES.
           05  SEV-SOURCE                    PIC X(08).
           05  FILLER                        PIC X(02)  VALUE SPACES.
           05  SEV-DETAIL                    PIC X(40).
