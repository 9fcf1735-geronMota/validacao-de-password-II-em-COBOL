      ******************************************************************
      * Copybook  : LKAUDWRT
      * Purpose   : Linkage parameters passed to VLAUDWRT, the shared
      *             VLAUDIT append routine. The caller builds its row
      *             in WS-AUDIT-REC (CPAUDIT) as it always has, moves
      *             it to LK-AW-RECORD and calls; VLAUDWRT numbers and
      *             chains it, appends it, and hands it back with
      *             AUD-SEQ-NO and AUD-CHAIN filled in. "C" closes the
      *             log, for a caller that reads VLAUDIT back later in
      *             the same run. LK-AW-RESULT says whether the row
      *             went on the log.
      * Mod-log   :
      *   26/10/15 GM  Original CALL interface.
      *   26/10/15 GM  LK-AW-RESULT added.
      ******************************************************************
       01  LK-AUDWRT-PARMS.
           05  LK-AW-FUNCTION                PIC X(01).
               88  LK-AW-FUNC-WRITE          VALUES "W" SPACE.
               88  LK-AW-FUNC-CLOSE          VALUE "C".
           05  LK-AW-RECORD                  PIC X(103).
           05  LK-AW-RESULT                  PIC X(01).
               88  LK-AW-WRITTEN             VALUE "Y".
               88  LK-AW-NOT-WRITTEN         VALUE "N".
