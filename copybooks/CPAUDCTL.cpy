      ******************************************************************
      * Copybook  : CPAUDCTL
      * Purpose   : Working-storage layout for the one-record VLAUDCTL
      *             audit-chain control file - the sequence number,
      *             chain value and timestamp of the last row VLAUDWRT
      *             appended to VLAUDIT. VLAUDWRT carries the chain on
      *             from it; VLAUDVFY checks the end of the log against
      *             it, which is how rows cut off the END of the log
      *             are caught - the chain alone cannot show those.
      * Mod-log   :
      *   26/10/15 GM  Original layout.
      ******************************************************************
       01  WS-AUDCTL-REC.
           05  ACTL-LAST-SEQ-NO              PIC 9(10).
           05  FILLER                        PIC X(02)  VALUE SPACES.
           05  ACTL-LAST-CHAIN               PIC 9(16).
           05  FILLER                        PIC X(02)  VALUE SPACES.
           05  ACTL-LAST-TIMESTAMP           PIC 9(14).
