      *                CHANGE CLEARS THE MARKER. THE ISSUE DATE AGES
      *                THE TEMPORARY PASSWORD OUT AFTER THE CLASS'S
      *                POL-TEMP-DAYS IF IT GOES UNUSED.
      *   26/10/15 GM  USER-LOCK-SWITCH "A" IS AN ADMINISTRATIVE LOCK -
      *                SET BY THE VLUSRMNT LOCK ACTION AND THE VLDORMNT
      *                DORMANT-ACCOUNT SWEEP. IT LOCKS LIKE "Y" BUT IS
      *                NEVER CLEARED BY VLVALSEN'S TIMED AUTO-UNLOCK -
      *                ONLY BY A VLUSRMNT UNLOCK CARD.
      ******************************************************************
       01  WS-USER-REC.
           05  USER-USERID                   PIC X(08).
           05  USER-NEXT-EXPIRY              PIC 9(08).
           05  USER-FAIL-COUNT               PIC 9(02).
           05  USER-LOCK-SWITCH              PIC X(01).
               88  USER-ACCOUNT-LOCKED       VALUE "Y" "A".
               88  USER-ADMIN-LOCKED         VALUE "A".
           05  USER-LOCK-DATE                PIC 9(08).
           05  USER-POLICY-CLASS             PIC X(08).
           05  USER-GRACE-USED               PIC 9(02).
