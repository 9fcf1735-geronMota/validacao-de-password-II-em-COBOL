      * Purpose   : Record layout for the VLUSRMNT transaction file
      *             (VLMNTIN) - one admin action per record, with the
      *             operator who keyed it for the VLAUDIT trail.
      *             Actions: UNLOCK, RESET, EXPIRE, ADD, DELETE,
      *             TEMPPWD, LOCK, APPROVE, CLASS.
      * Mod-log   :
      *   26/08/21 GM  Original layout.
      *   26/08/21 GM  ADDED MNT-POLICY-CLASS SO AN ADD CAN PLACE THE
      *                MARKER, FOR A USER WHO CANNOT REMEMBER THEIR
      *                CURRENT PASSWORD, INSTEAD OF THE OLD DELETE-
      *                AND-RE-ADD THAT THREW THE HISTORY AWAY.
      *   26/10/15 GM  ADDED THE LOCK ACTION - AN ADMINISTRATIVE LOCK
      *                THAT ONLY AN UNLOCK CARD CLEARS. VLDORMNT WRITES
      *                LOCK CARDS FOR DORMANT ACCOUNTS IN REVIEW MODE.
      *   26/10/15 GM  ADDED THE APPROVE ACTION AND MNT-APPROVE-ACTION
      *                (CARVED OUT OF THE TRAILING FILLER) - A SECOND
      *                OPERATOR RELEASES A PRIVILEGED-CLASS ACTION
      *                PARKED ON VLPEND BY NAMING ITS USERID AND THE
      *                ACTION BEING APPROVED.
      *   26/10/15 GM  ADDED THE CLASS ACTION - MOVES THE USER TO THE
      *                VLPOLICY CLASS IN MNT-POLICY-CLASS. THE
      *                RECERTIFICATION DOWNGRADES (VLRCAPLY) ARRIVE AS
      *                CLASS CARDS.
      ******************************************************************
       01  MAINT-INPUT-RECORD.
           05  MNT-ACTION                    PIC X(08).
               88  MNT-ACT-ADD               VALUE "ADD".
               88  MNT-ACT-DELETE            VALUE "DELETE".
               88  MNT-ACT-TEMPPWD           VALUE "TEMPPWD".
               88  MNT-ACT-LOCK              VALUE "LOCK".
               88  MNT-ACT-APPROVE           VALUE "APPROVE".
               88  MNT-ACT-CLASS             VALUE "CLASS".
           05  MNT-USERID                    PIC X(08).
           05  MNT-OPERATOR                  PIC X(08).
           05  MNT-POLICY-CLASS              PIC X(08).
           05  MNT-TEMP-PASSWORD             PIC X(20).
           05  MNT-APPROVE-ACTION            PIC X(08).
           05  FILLER                        PIC X(20).
