      ******************************************************************
      * Copybook  : LKNTFWRT
      * Purpose   : Linkage parameters passed to VLNTFWRT, the shared
      *             VLNOTIFY append routine. The caller builds its
      *             notification in WS-NOTIFY-REC (CPNOTIFY) - template,
      *             userid, reference date, count, source - moves it to
      *             LK-NW-RECORD and calls. VLNTFWRT stamps the
      *             timestamp when left zero, looks the address up on
      *             VLCONTCT and appends the row. LK-NW-RESULT comes
      *             back "W" when the row was written, "N" when the
      *             userid has no address on file (nothing written),
      *             "E" when VLNOTIFY could not be opened.
      * Mod-log   :
      *   26/10/15 GM  Original CALL interface.
      ******************************************************************
       01  LK-NTFWRT-PARMS.
           05  LK-NW-RECORD                  PIC X(121).
           05  LK-NW-RESULT                  PIC X(01).
               88  LK-NW-WRITTEN             VALUE "W".
               88  LK-NW-NO-ADDRESS          VALUE "N".
               88  LK-NW-FAILED              VALUE "E".
