      ******************************************************************
      * Copybook  : CPOPER
      * Purpose   : Record layout for VLOPER, the security-admin
      *             operator master - one card per operator allowed to
      *             submit VLMNTIN maintenance cards, with a Y/N flag
      *             per action the operator may perform. Read once per
      *             run by VLUSRMNT, same load shape as VLPOLICY; a
      *             card from an operator not on this file, marked
      *             inactive, or without the action's flag is rejected
      *             and audited. The batch feeds (HRFEED, DORMANT) need
      *             a card here too before their review cards apply.
      *             The file is issued with the feeds' cards only; each
      *             site loads its helpdesk and security-admin operators
      *             before the first VLUSRMNT run.
      * Mod-log   :
      *   26/10/15 GM  Original layout.
      *   26/10/15 GM  ADDED OPR-AUTH-CLASS FOR THE CLASS ACTION (CARVED
      *                OUT OF THE TRAILING FILLER, CARD STAYS 41 WIDE).
      *                RECERT, THE OPERATOR ON VLRCAPLY'S CARDS, NEEDS
      *                CLASS AND DELETE.
      ******************************************************************
       01  WS-OPER-REC.
           05  OPR-OPERATOR                  PIC X(08).
           05  OPR-NAME                      PIC X(20).
           05  OPR-ACTIVE-SWITCH             PIC X(01).
               88  OPR-ACTIVE                VALUE "Y".
           05  OPR-AUTH-FLAGS.
               10  OPR-AUTH-UNLOCK           PIC X(01).
               10  OPR-AUTH-RESET            PIC X(01).
               10  OPR-AUTH-EXPIRE           PIC X(01).
               10  OPR-AUTH-ADD              PIC X(01).
               10  OPR-AUTH-DELETE           PIC X(01).
               10  OPR-AUTH-TEMPPWD          PIC X(01).
               10  OPR-AUTH-LOCK             PIC X(01).
               10  OPR-AUTH-APPROVE          PIC X(01).
               10  OPR-AUTH-CLASS            PIC X(01).
               10  FILLER                    PIC X(03).
