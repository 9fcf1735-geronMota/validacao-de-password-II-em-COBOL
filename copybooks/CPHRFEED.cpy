      *             VLUSRMNT's ADD transaction.
      * Mod-log   :
      *   26/09/02 GM  Original layout.
      *   26/10/15 GM  ADDED HR-CONTACT-ADDR - THE MAIL ADDRESS THE
      *                USER'S NOTIFICATIONS GO TO. VLHRSYNC KEEPS IT ON
      *                VLCONTCT AGAINST THE USERID. RECORD IS 90 WIDE;
      *                A 30-WIDE FEED STILL READS, WITH NO ADDRESS.
      ******************************************************************
       01  HR-FEED-RECORD.
           05  HR-USERID                     PIC X(08).
           05  HR-POLICY-CLASS               PIC X(08).
           05  FILLER                        PIC X(14).
           05  HR-CONTACT-ADDR               PIC X(60).
