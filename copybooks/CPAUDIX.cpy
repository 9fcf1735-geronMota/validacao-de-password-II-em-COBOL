      ******************************************************************
      * Copybook  : CPAUDIX
      * Purpose   : Record layout of the INDEXED VLAUDIT live log and
      *             VLAUDARC archive - a 32-byte key in front of the
      *             unchanged 103-byte CPAUDIT row. Copied under the
      *             FD's own 01 level, so a program holding both files
      *             qualifies the names (AUDX-KEY OF AUDIT-FILE-RECORD).
      *             RECORD KEY IS AUDX-KEY - userid, then timestamp,
      *             then the row's sequence number to keep two rows
      *             for one userid in the same second apart - so one
      *             user's rows are read straight off the index in
      *             time order. ALTERNATE RECORD KEY IS AUDX-SEQ-NO
      *             WITH DUPLICATES is the chain order VLAUDVFY and
      *             the rollover walk; rows from before the chain have
      *             it blank, so they come back first, in the order
      *             the conversion loaded them. The row itself is
      *             never re-laid, so the chain over its bytes 1-85
      *             still recomputes. VLAUDWRT builds the key; rows
      *             from before the chain are keyed by VLAUDCV with
      *             their place in the old file as the third part.
      * Mod-log   :
      *   26/10/15 GM  Original layout.
      ******************************************************************
           05  AUDX-KEY.
               10  AUDX-USERID               PIC X(08).
               10  AUDX-TIMESTAMP            PIC X(14).
               10  AUDX-KEY-SEQ              PIC X(10).
           05  AUDX-ROW.
               10  FILLER                    PIC X(75).
               10  AUDX-SEQ-NO               PIC X(10).
               10  FILLER                    PIC X(18).
