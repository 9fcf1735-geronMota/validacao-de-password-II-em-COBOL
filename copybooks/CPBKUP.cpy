      ******************************************************************
      * Copybook  : CPBKUP
      * Purpose   : Layout of one line of a VLUSER or VLHIST backup
      *             generation (VLUSRBKP / VLHSTBKP, written nightly
      *             by VLBKUP and reloaded by VLRECOVR). Every
      *             generation is one header line, one detail line per
      *             record in key order - the CPUSER or CPHIST image,
      *             byte for byte - and one trailer line. The header
      *             dates the generation and carries the moment of the
      *             unload and the last VLAUDIT sequence number then on
      *             VLAUDCTL, which is where a roll-forward picks up.
      *             The trailer carries the detail count, so a
      *             generation cut short is refused rather than
      *             reloaded. The two files of one night share the same
      *             unload timestamp.
      * Mod-log   :
      *   26/10/15 GM  Original layout.
      ******************************************************************
       01  WS-BKUP-REC.
           05  BKP-REC-TYPE                  PIC X(01).
               88  BKP-HEADER                VALUE "H".
               88  BKP-DETAIL                VALUE "D".
               88  BKP-TRAILER               VALUE "T".
           05  BKP-FILE-NAME                 PIC X(08).
           05  BKP-BODY                      PIC X(214).
           05  BKP-HDR-BODY REDEFINES BKP-BODY.
               10  BKP-GEN-DATE              PIC 9(08).
               10  FILLER                    PIC X(01).
               10  BKP-UNLOAD-TS             PIC 9(14).
               10  FILLER                    PIC X(01).
               10  BKP-AUDIT-SEQ             PIC 9(10).
               10  FILLER                    PIC X(180).
           05  BKP-TRL-BODY REDEFINES BKP-BODY.
               10  BKP-RECORD-COUNT          PIC 9(08).
               10  FILLER                    PIC X(206).
