      ******************************************************************
      * Copybook  : CPRCCTL
      * Purpose   : Record layout for VLRCCTL, the recertification
      *             cycle control file keyed by USERID. VLRCERT writes
      *             one record per account on the review list, marked
      *             outstanding, when it starts a cycle; VLRCAPLY marks
      *             each one with the decision, reviewer and date as
      *             the attestation comes back. Whatever is still
      *             outstanding is the escalation list.
      * Mod-log   :
      *   26/10/15 GM  Original layout.
      ******************************************************************
       01  WS-RCCTL-REC.
           05  RCC-USERID                    PIC X(08).
           05  RCC-POLICY-CLASS              PIC X(08).
           05  RCC-CYCLE-DATE                PIC 9(08).
           05  RCC-STATUS                    PIC X(01).
               88  RCC-OUTSTANDING           VALUE "O".
               88  RCC-KEPT                  VALUE "K".
               88  RCC-DOWNGRADED            VALUE "D".
               88  RCC-REVOKED               VALUE "R".
           05  RCC-NEW-CLASS                 PIC X(08).
           05  RCC-REVIEWER                  PIC X(08).
           05  RCC-ATTESTED-DATE             PIC 9(08).
           05  FILLER                        PIC X(11).
