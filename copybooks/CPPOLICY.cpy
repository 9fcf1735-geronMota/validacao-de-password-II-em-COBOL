      *                CHANGES IN TWO MINUTES TO GET AN OLD FAVOURITE
      *                BACK. ZERO DISABLES THE RULE. THE FORCE-EXPIRE
      *                AND TEMPORARY-PASSWORD PATHS ARE EXEMPT.
      *   26/10/15 GM  ADDED POL-DORMANT-DAYS / POL-RETIRE-DAYS - HOW
      *                MANY DAYS WITHOUT A SUCCESSFUL VALIDATION BEFORE
      *                THE NIGHTLY VLDORMNT SWEEP LOCKS THE ACCOUNT, AND
      *                BEFORE IT PROPOSES THE ACCOUNT FOR DELETION.
      *                ZERO SWITCHES THE STEP OFF FOR THE CLASS. THE
      *                CARD IS 39 WIDE NOW - A 33-WIDE CARD STILL READS,
      *                WITH BOTH STEPS OFF.
      *   26/10/15 GM  ADDED POL-PRIVILEGED - "Y" MARKS A PRIVILEGED
      *                CLASS, WHOSE USERS' VLUSRMNT ACTIONS NEED A
      *                SECOND OPERATOR'S APPROVAL. CARD IS 40 WIDE NOW;
      *                ANYTHING BUT "Y" (A SHORTER CARD INCLUDED) IS
      *                NOT PRIVILEGED.
      ******************************************************************
       01  WS-POLICY-REC.
           05  POL-CLASS                     PIC X(08).
           05  POL-LOCK-DAYS                 PIC 9(03).
           05  POL-TEMP-DAYS                 PIC 9(03).
           05  POL-MIN-AGE                   PIC 9(03).
           05  POL-DORMANT-DAYS              PIC 9(03).
           05  POL-RETIRE-DAYS               PIC 9(03).
           05  POL-PRIVILEGED                PIC X(01).
               88  POL-IS-PRIVILEGED         VALUE "Y".
