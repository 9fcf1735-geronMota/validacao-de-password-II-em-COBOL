      ******************************************************************
      * Copybook  : CPKPIHST
      * Purpose   : Working-storage layout for one VLKPIHST line - the
      *             month-end security measures VLKPIRPT works out for
      *             one policy class, appended every month and never
      *             rewritten, so the trend can be printed a year back.
      *             KPH-CLASS "*ALL" holds the whole estate. All the
      *             measures are plain counts; the report works the
      *             percentages out from them. A month run again is
      *             appended again, and the later line for a month
      *             and class is the one that counts.
      *             KPH-MEASURE-TABLE gives the same fourteen counts
      *             by position, in the order they are listed here.
      * Mod-log   :
      *   26/10/15 GM  Original layout.
      ******************************************************************
       01  WS-KPIHST-REC.
           05  KPH-MONTH                     PIC 9(06).
           05  FILLER                        PIC X(02)  VALUE SPACES.
           05  KPH-CLASS                     PIC X(08).
           05  FILLER                        PIC X(02)  VALUE SPACES.
           05  KPH-RUN-TS                    PIC 9(14).
           05  KPH-MEASURES.
               10  FILLER                    PIC X(02)  VALUE SPACES.
               10  KPH-ACCOUNTS              PIC 9(07).
               10  FILLER                    PIC X(02)  VALUE SPACES.
               10  KPH-OLD-FORMAT            PIC 9(07).
               10  FILLER                    PIC X(02)  VALUE SPACES.
               10  KPH-SALTED-FORMAT         PIC 9(07).
               10  FILLER                    PIC X(02)  VALUE SPACES.
               10  KPH-CHANGES               PIC 9(07).
               10  FILLER                    PIC X(02)  VALUE SPACES.
               10  KPH-GRADE-A               PIC 9(07).
               10  FILLER                    PIC X(02)  VALUE SPACES.
               10  KPH-GRADE-B               PIC 9(07).
               10  FILLER                    PIC X(02)  VALUE SPACES.
               10  KPH-GRADE-C               PIC 9(07).
               10  FILLER                    PIC X(02)  VALUE SPACES.
               10  KPH-GRADE-D               PIC 9(07).
               10  FILLER                    PIC X(02)  VALUE SPACES.
               10  KPH-UNGRADED              PIC 9(07).
               10  FILLER                    PIC X(02)  VALUE SPACES.
               10  KPH-LOCKOUTS              PIC 9(07).
               10  FILLER                    PIC X(02)  VALUE SPACES.
               10  KPH-AUTO-UNLOCKS          PIC 9(07).
               10  FILLER                    PIC X(02)  VALUE SPACES.
               10  KPH-TEMP-ISSUED           PIC 9(07).
               10  FILLER                    PIC X(02)  VALUE SPACES.
               10  KPH-EXPIRED               PIC 9(07).
               10  FILLER                    PIC X(02)  VALUE SPACES.
               10  KPH-IN-GRACE              PIC 9(07).
           05  KPH-MEASURE-TABLE REDEFINES KPH-MEASURES.
               10  KPH-MEASURE-ENTRY         OCCURS 14 TIMES.
                   15  FILLER                PIC X(02).
                   15  KPH-MEASURE           PIC 9(07).
