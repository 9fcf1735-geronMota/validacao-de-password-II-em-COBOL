      *                WRITES NOTHING AT ALL: NO VLHIST APPEND, NO
      *                VLUSER REWRITE OR LOCKOUT COUNTING, NO VLAUDIT
      *                ROW. SPACE IS THE NORMAL LIVE CALL.
      *   26/10/15 GM  LK-FUNCTION "V" - VERIFY ONLY: THE CURRENT
      *                PASSWORD IS CHECKED (A MISS COUNTS TOWARD THE
      *                LOCKOUT) AND NO NEW PASSWORD IS SCORED OR SET.
      *                LK-PASSWORD IS IGNORED.
      ******************************************************************
       01  LK-VALSEN-PARMS.
           05  LK-USERID                     PIC X(08).
           05  LK-STRENGTH-GRADE             PIC X(01).
           05  LK-FUNCTION                   PIC X(01).
               88  LK-FUNC-CHANGE            VALUE "C".
               88  LK-FUNC-VERIFY            VALUE "V".
           05  LK-CURRENT-PASSWORD           PIC X(20).
           05  LK-MODE                       PIC X(01).
               88  LK-MODE-LIVE              VALUE SPACE.
