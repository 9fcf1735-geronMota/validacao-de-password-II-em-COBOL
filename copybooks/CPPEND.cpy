      ******************************************************************
      * Copybook  : CPPEND
      * Purpose   : Record layout for VLPEND, the maker-checker
      *             pending-action file keyed by USERID + ACTION. A
      *             VLUSRMNT card against a privileged-class user is
      *             parked here with the operator who keyed it (the
      *             maker), and applied only when a second, different
      *             operator sends an APPROVE card for the same userid
      *             and action. A TEMPPWD keeps only the salt and the
      *             hashes stamped at queue time - the clear-text
      *             temporary password never reaches the file.
      * Mod-log   :
      *   26/10/15 GM  Original layout.
      ******************************************************************
       01  WS-PEND-REC.
           05  PND-KEY.
               10  PND-USERID                PIC X(08).
               10  PND-ACTION                PIC X(08).
           05  PND-MAKER                     PIC X(08).
           05  PND-POLICY-CLASS              PIC X(08).
           05  PND-QUEUED-TS                 PIC 9(14).
           05  PND-SALT                      PIC 9(08).
           05  PND-PASSWORD-HASH             PIC 9(08).
           05  PND-PASSWORD-HASH2            PIC 9(16).
           05  FILLER                        PIC X(10).
