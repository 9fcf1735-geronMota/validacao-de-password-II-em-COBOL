      ******************************************************************
      * Copybook  : LKSECWRT
      * Purpose   : Linkage parameters passed to VLSECWRT, the shared
      *             VLSECEVT security-event append routine. The caller
      *             builds its event in WS-SECEVT-REC (CPSECEVT), moves
      *             it to LK-SW-RECORD and calls; VLSECWRT stamps the
      *             timestamp when the caller left it zero and appends
      *             the row.
      * Mod-log   :
      *   26/10/15 GM  Original CALL interface.
      ******************************************************************
       01  LK-SECWRT-PARMS.
           05  LK-SW-RECORD                  PIC X(113).
