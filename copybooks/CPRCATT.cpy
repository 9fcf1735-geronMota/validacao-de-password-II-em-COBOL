      ******************************************************************
      * Copybook  : CPRCATT
      * Purpose   : Layout of one line of the recertification review
      *             list (VLRCLIST, written by VLRCERT) and of the
      *             attestation file the reviewing manager sends back
      *             (VLRCATT, read by VLRCAPLY) - the same line, with
      *             RCA-DECISION, RCA-NEW-CLASS and RCA-REVIEWER filled
      *             in. KEEP leaves the account as it is, DOWNGRADE
      *             moves it to the class in RCA-NEW-CLASS, REVOKE
      *             deletes it. Everything after RCA-REVIEWER is there
      *             for the reviewer to judge by and is not read back.
      * Mod-log   :
      *   26/10/15 GM  Original layout.
      ******************************************************************
       01  WS-RCATT-REC.
           05  RCA-USERID                    PIC X(08).
           05  FILLER                        PIC X(01)  VALUE SPACE.
           05  RCA-POLICY-CLASS              PIC X(08).
           05  FILLER                        PIC X(01)  VALUE SPACE.
           05  RCA-DECISION                  PIC X(09).
               88  RCA-KEEP                  VALUE "KEEP".
               88  RCA-DOWNGRADE             VALUE "DOWNGRADE".
               88  RCA-REVOKE                VALUE "REVOKE".
           05  FILLER                        PIC X(01)  VALUE SPACE.
           05  RCA-NEW-CLASS                 PIC X(08).
           05  FILLER                        PIC X(01)  VALUE SPACE.
           05  RCA-REVIEWER                  PIC X(08).
           05  FILLER                        PIC X(01)  VALUE SPACE.
           05  RCA-LAST-CHANGED              PIC 9(08).
           05  FILLER                        PIC X(01)  VALUE SPACE.
           05  RCA-LOCK-STATE                PIC X(06).
           05  FILLER                        PIC X(01)  VALUE SPACE.
           05  RCA-ADDED-DATE                PIC X(08).
           05  FILLER                        PIC X(01)  VALUE SPACE.
           05  RCA-ADDED-BY                  PIC X(08).
           05  FILLER                        PIC X(01)  VALUE SPACE.
           05  RCA-LAST-ACTION               PIC X(20).
           05  FILLER                        PIC X(01)  VALUE SPACE.
           05  RCA-LAST-ACTION-DATE          PIC X(08).
           05  FILLER                        PIC X(01)  VALUE SPACE.
           05  RCA-LAST-ACTION-BY            PIC X(08).
           05  FILLER                        PIC X(02)  VALUE SPACES.
