      ******************************************************************
      * Copybook  : CPCONTCT
      * Purpose   : Record layout for VLCONTCT, the INDEXED contact
      *             file keyed by CON-USERID - the mail address each
      *             userid's notifications go to, as the HR feed
      *             (VLHRFEED) last gave it. Maintained by VLHRSYNC on
      *             every run; read by VLNTFWRT to address each
      *             VLNOTIFY row. CON-UPDATED is the day the address
      *             was last set or changed.
      * Mod-log   :
      *   26/10/15 GM  Original layout.
      ******************************************************************
       01  WS-CONTACT-REC.
           05  CON-USERID                    PIC X(08).
           05  CON-ADDRESS                   PIC X(60).
           05  CON-UPDATED                   PIC 9(08).
           05  FILLER                        PIC X(04).
