000140*                 SAME VALIDATION LOGIC AGAINST A PASSWORD FILE.
000150*   26/05/04 GM   LENGTH AND MINIMUM-COUNT RULES NO LONGER
000160*                 HARDCODED - READ FROM THE VLPOLICY PARAMETER
000161*                 CARD ONCE PER RUN.
000162*   26/05/18 GM   REJECT A PASSWORD THAT MATCHES ONE OF THE
000163*                 USER'S LAST 5 ON THE VLHIST HISTORY FILE, AND
000164*                 APPEND THE NEW ONE WHEN ACCEPTED.
000165*   26/06/01 GM   APPEND ONE ROW TO THE VLAUDIT AUDIT LOG FOR
000166*                 EVERY CALL, PASS OR FAIL, WITH THE REASON THE
000167*                 PASSWORD WAS REJECTED WHEN IT WAS.
000168*   26/06/15 GM   THE CHARACTER SCAN NO LONGER CARES WHERE IN THE
000169*                 PASSWORD A CLASS OF CHARACTER FALLS - UPPER,
000170*                 LOWER, DIGIT AND SPECIAL ARE ALL COUNTED ACROSS
000171*                 EVERY POSITION. SPECIAL CHARACTERS ARE NOW A
000172*                 COUNTED CLASS TOO, ENFORCED AGAINST THE CARD'S
000173*                 POL-MIN-SPECIAL.
000174*   26/06/22 GM   LOCK AN ACCOUNT OUT AFTER POL-MAX-FAILURES
000175*                 CONSECUTIVE REJECTIONS, PERSISTED ON VLLOCK, SO
000176*                 CALLERS STOP RETRYING FOREVER.
000177*   26/06/29 GM   REPLACED VLLOCK WITH VLUSER, THE USER-MASTER
000178*                 FILE - CURRENT PASSWORD HASH AND LAST-CHANGED/
000179*                 NEXT-EXPIRY DATES ARE MAINTAINED ON A SUCCESSFUL
000180*                 CHANGE, AND THE LOCKOUT FIELDS MOVED HERE WITH
000181*                 IT SINCE THEY ARE BOTH PER-USER STATE ON THE
000182*                 SAME KEY.
000183*   26/07/27 GM   ACCEPT FROM TIME RETURNS 8 DIGITS (HHMMSSSS) -
000184*                 WS-AUDIT-TIME WAS ONLY 6 WIDE, SO IT WAS
000185*                 SILENTLY KEEPING THE LOW-ORDER MMSSSS INSTEAD
000186*                 OF HHMMSS. ALSO ZERO OUT LK-MAIUSC/LK-MINUSC/
000187*                 LK-NUMERO WHEN AN ACCOUNT IS ALREADY LOCKED -
000188*                 THEY WERE BEING LEFT AT WHATEVER THE PREVIOUS
000189*                 CALL ON THE SAME PARAMETER AREA HAD SET.
000190*   26/08/09 GM   TRIP THE LOCKOUT REASON CODE/TEXT ON THE VERY
000191*                 CALL THAT CROSSES POL-MAX-FAILURES, NOT JUST ON
000192*                 THE CALLS AFTER IT - THE CALLER USED TO SEE AN
000193*                 ORDINARY REJECTION REASON FOR THE TRIGGERING
000194*                 CALL AND ONLY FOUND OUT ABOUT THE LOCKOUT ONE
000195*                 CALL LATE. ALSO BOUND THE HASH LOOP BY THE
000196*                 SMALLER OF POL-MAX-LENGTH AND LK-PASSWORD'S OWN
000197*                 SIZE, SINCE AN OVERSIZED POLICY CARD VALUE WAS
000198*                 ABLE TO REFERENCE-MODIFY PAST THE END OF THE
000199*                 FIELD. RENAMED THE OLD CONTADOR/CARACTER/
000200*                 LETRA-MAIUSC/LETRA-MINUSC/NUMERO/LETRA-ESPECIAL
000201*                 FIELDS TO THE WS- CONVENTION USED EVERYWHERE
000202*                 ELSE IN THIS COPY.
000203*   26/08/21 GM   VLAUDIT ROWS CARRY AN OPERATOR COLUMN NOW THAT
000204*                 VLUSRMNT'S ADMIN ACTIONS SHARE THE FILE - BLANK
000205*                 ON THE ROWS THIS PROGRAM WRITES.
000206*   26/08/21 GM   VLPOLICY IS A MULTI-RECORD FILE OF NAMED POLICY
000207*                 CLASSES NOW, LOADED INTO A TABLE ONCE PER RUN.
000208*                 EACH CALL SELECTS THE CLASS NAMED ON THE
000209*                 USER'S VLUSER RECORD (FALLING BACK TO THE
000210*                 "DEFAULT" CLASS, THEN TO THE BUILT-IN RULE) SO
000211*                 PRIVILEGED ACCOUNTS CAN CARRY STRICTER LIMITS
000212*                 THAN PAYROLL CLERKS.
000213*   26/08/21 GM   VERIFY MODE - WHEN THE CALLER SETS LK-FUNCTION
000214*                 TO "C", THE SUPPLIED CURRENT PASSWORD IS
000215*                 HASHED AND COMPARED TO USER-PASSWORD-HASH
000216*                 BEFORE THE NEW PASSWORD IS SCORED. A MISMATCH
000217*                 IS REASON 12 AND COUNTS TOWARD THE LOCKOUT
000218*                 LIKE ANY OTHER REJECTION, SO A CHANGE REQUEST
000219*                 FINALLY PROVES IDENTITY BEFORE IT SETS
000220*                 ANYTHING. A USER WITH NO HASH ON FILE YET
000221*                 (FIRST PASSWORD) PASSES STRAIGHT THROUGH.
000222*   26/08/21 GM   RETURN A STRENGTH GRADE (A-D) ON EVERY ACCEPTED
000223*                 PASSWORD - SCORED FROM HOW FAR THE LENGTH AND
000224*                 THE FOUR CLASS COUNTS CLEAR THE CLASS'S OWN
000225*                 MINIMUMS - SO THE SECURITY OFFICE CAN MEASURE
000226*                 WHETHER THE ESTATE IS GETTING STRONGER, NOT
000227*                 JUST WHETHER IT PASSES.
000228*   26/08/21 GM   A PASSWORD THAT CLEARS THE CHARACTER-CLASS
000229*                 COUNTS CAN STILL BE A SITTING DUCK - CHECK IT
000230*                 AGAINST THE SECURITY OFFICE'S BANNED-WORD FILE
000231*                 (VLDICT, LOADED ONCE PER RUN), AGAINST THE
000232*                 USER'S OWN USERID, AND FOR RUNS OF IDENTICAL
000233*                 OR SEQUENTIAL CHARACTERS, EACH WITH ITS OWN
000234*                 REASON CODE (09/10/11) SO THE FRONT ENDS AND
000235*                 VLBATCH'S REPORT BREAK THEM OUT SEPARATELY.
000236*   26/09/02 GM   ENFORCE USER-NEXT-EXPIRY AT VALIDATION TIME -
000237*                 VLEXPIRE ONLY EVER REPORTED IT. AN EXPIRED
000238*                 PASSWORD GETS POL-GRACE-LOGINS FURTHER
000239*                 VALIDATIONS (TRACKED IN USER-GRACE-USED ON THE
000240*                 VLUSER RECORD) TO GET IN AND CHANGE IT, THEN
000241*                 REJECTS WITH ITS OWN REASON CODE (13). AN
000242*                 ACCEPTED CHANGE RESETS THE GRACE COUNT.
000243*   26/09/02 GM   SIMULATE MODE - LK-MODE "R" SCORES AGAINST THE
000244*                 CURRENT RULES AND "S" AGAINST THE CANDIDATE
000245*                 VLPOLCND POLICY FILE (LOADED ONCE, ON THE
000246*                 FIRST "S" CALL), AND IN EITHER ONE NOTHING IS
000247*                 WRITTEN: NO VLHIST APPEND, NO VLUSER REWRITE
000248*                 OR LOCKOUT COUNTING, NO VLAUDIT ROW. LETS
000249*                 VLBATCH SIZE A POLICY CHANGE BEFORE IT GOES
000250*                 LIVE INSTEAD OF ON THE FIRST LIVE NIGHT.
000251*   26/09/02 GM   TIMED AUTOMATIC UNLOCK - A LOCKOUT OLDER THAN
000252*                 THE CLASS'S POL-LOCK-DAYS IS TREATED AS
000253*                 EXPIRED: CLEARED, AUDITED AS ITS OWN "AUTO
000254*                 UNLOCK" ROW, AND THE CALL SCORED NORMALLY. A
000255*                 ZERO ON THE CLASS KEEPS ADMIN-ONLY UNLOCK. THE
000256*                 VLUSER READ MOVED OUT OF 1700 INTO ITS OWN
000257*                 PARAGRAPH SO THE POLICY CLASS IS PICKED BEFORE
000258*                 THE LOCK IS JUDGED.
000259*   26/09/02 GM   SALTED 16-DIGIT HASH REPLACES THE 8-DIGIT
000260*                 CHECKSUM, WHICH HAS ALREADY COLLIDED ONCE IN
000261*                 THE FIELD - A COLLISION CAN FALSELY REJECT A
000262*                 NEW PASSWORD ON THE HISTORY CHECK AND, WORSE,
000263*                 VERIFY A WRONG CURRENT ONE. STAGED MIGRATION:
000264*                 A VLUSER RECORD OR VLHIST ENTRY MARKED FORMAT
000265*                 "2" COMPARES ON THE SALTED HASH, ANYTHING ELSE
000266*                 KEEPS COMPARING ON THE OLD CHECKSUM UNTIL THE
000267*                 USER'S NEXT ACCEPTED CHANGE RE-STAMPS IT. THE
000268*                 CHECKSUM IS STILL WRITTEN ALONGSIDE SO
000269*                 VLRECON'S SLOT-1 CROSS-CHECK KEEPS WORKING.
000270*                 FILES ARE WIDENED ONCE BY THE VLHASHCV
000271*                 CONVERSION UTILITY.
000272*   26/09/02 GM   HONOUR THE MUST-CHANGE MARKER VLUSRMNT'S NEW
000273*                 TEMPPWD ACTION SETS - THE TEMPORARY PASSWORD
000274*                 IS GOOD ONLY AS THE CURRENT PASSWORD OF A
000275*                 CHANGE ("C") CALL: A SCORE-ONLY CALL IS TURNED
000276*                 AWAY WITH REASON 15, A TEMPORARY PASSWORD
000277*                 OLDER THAN POL-TEMP-DAYS WITH REASON 14, AND
000278*                 THE NEW PASSWORD MAY NOT BE THE TEMPORARY ONE
000279*                 ITSELF. THE ACCEPTED CHANGE CLEARS THE MARKER
000280*                 AND WRITES ITS OWN "TEMP PWD FIRST USE" AUDIT
000281*                 ROW. THE EXPIRY/GRACE GATE STANDS ASIDE WHILE
000282*                 THE MARKER IS UP - THE FORCED CHANGE IS
000283*                 EXACTLY WHAT THAT GATE EXISTS TO CAUSE.
000284*   26/09/02 GM   APPEND ONE VLSYNCEX ROW FOR EVERY ACCEPTED
000285*                 CHANGE - USERID, NEW SALTED HASH, CHANGE
000286*                 TIMESTAMP, POLICY CLASS AND A RUN SEQUENCE -
000287*                 SO THE DOWNSTREAM SISTER SYSTEMS FINALLY HEAR
000288*                 ABOUT CHANGES MADE HERE. VLSYNCRC RECONCILES
000289*                 THE EXTRACT AGAINST THE DAY'S ACCEPTED VLAUDIT
000290*                 ROWS AT END OF DAY. NOTHING WRITTEN IN
000291*                 SIMULATE MODE, LIKE EVERY OTHER FILE.
000292*   26/09/02 GM   MINIMUM PASSWORD AGE - A CHANGE ARRIVING
000293*                 SOONER THAN POL-MIN-AGE DAYS AFTER
000294*                 USER-LAST-CHANGED IS TURNED AWAY WITH REASON
000295*                 16, SO SIX CHANGES IN TWO MINUTES CAN NO
000296*                 LONGER FLUSH A FAVOURITE OLD PASSWORD OFF THE
000297*                 BOTTOM OF THE 5-DEEP VLHIST. AN EXPIRED
000298*                 PASSWORD (WHICH INCLUDES THE HELPDESK'S
000299*                 FORCE-EXPIRE) AND A PENDING TEMPORARY
000300*                 PASSWORD ARE EXEMPT - A LEGITIMATE FORCED
000301*                 CHANGE GOES STRAIGHT THROUGH.
000302*   26/10/15 GM   AN ADMINISTRATIVE LOCK (USER-LOCK-SWITCH "A",
000303*                 FROM THE VLUSRMNT LOCK ACTION OR THE VLDORMNT
000304*                 DORMANT SWEEP) IS NEVER TIMED OUT BY THE AUTO-
000305*                 UNLOCK - IT STANDS UNTIL AN UNLOCK CARD. POLICY
000306*                 CARD IS 39 WIDE NOW.
000307*   26/10/15 GM   POLICY CARD IS 40 WIDE (POL-PRIVILEGED), AUDIT
000308*                 ROW 73 WIDE (AUD-APPROVER, ALWAYS BLANK ON THE
000309*                 ROWS THIS PROGRAM WRITES).
000310*   26/10/15 GM   AUDIT ROWS GO THROUGH VLAUDWRT NOW, WHICH
000311*                 NUMBERS AND CHAINS EACH ONE - THIS PROGRAM NO
000312*                 LONGER OPENS VLAUDIT ITSELF.
000313*   26/10/15 GM   SECURITY EVENTS FOR THE SOC ON VLSECEVT, THROUGH
000314*                 VLSECWRT - LOCKOUT, WRONG CURRENT PASSWORD ON A
000315*                 PRIVILEGED CLASS, AUTO-UNLOCK AND TEMPORARY
000316*                 PASSWORD FIRST USE.
000317*   26/10/15 GM   USER NOTIFICATIONS FOR THE MAIL GATEWAY ON
000318*                 VLNOTIFY, THROUGH VLNTFWRT - ACCOUNT LOCKED,
000319*                 A GRACE LOGIN USED ON AN EXPIRED PASSWORD, AND
000320*                 PASSWORD CHANGED, SO A USER CAN SPOT A CHANGE
000321*                 THAT WASN'T THEIRS.
000322*   26/10/15 GM   VERIFY-ONLY CALL - LK-FUNCTION "V" CHECKS THE
000323*                 CURRENT PASSWORD AND NOTHING ELSE, FOR THE
000324*                 VLSSRVII CHALLENGE-QUESTION ENROLMENT. NO NEW
000325*                 PASSWORD IS SCORED OR STAMPED. A MISS IS REASON
000326*                 12 AND COUNTS TOWARD THE LOCKOUT, A HIT CLEARS
000327*                 THE COUNT AND IS AUDITED "PASSWORD VERIFIED".
000328*   26/10/15 GM   THE AUDIT ROW FOR AN ACCEPTED CHANGE SAYS
000329*                 "ACCEPTED GRADE X" (LK-STRENGTH-GRADE) WHERE
000330*                 THE REASON TEXT WAS BLANK, SO THE GRADE MIX CAN
000331*                 BE REPORTED FROM THE TRAIL (VLKPIRPT).
000332*   26/10/15 GM   AN AUDIT ROW VLAUDWRT COULD NOT WRITE IS
000333*                 DISPLAYED ON THE CONSOLE (9050-CHECK-AUDIT).
000334*   26/10/15 GM   A VERIFY-ONLY CALL ON AN EXPIRED PASSWORD NO
000335*                 LONGER SPENDS A GRACE LOGIN OR RAISES THE
000336*                 PWGRACE NOTICE; IT IS STILL REFUSED WHEN NONE
000340*                 ARE LEFT.
000341******************************************************************
000342 IDENTIFICATION DIVISION.
000343 PROGRAM-ID. VLVALSEN.
000344 ENVIRONMENT DIVISION.
000345 INPUT-OUTPUT SECTION.
000346 FILE-CONTROL.
000347     SELECT POLICY-FILE ASSIGN TO "VLPOLICY"
000348         ORGANIZATION IS LINE SEQUENTIAL
000349         FILE STATUS IS WS-FILE-STATUS.
000350     SELECT CAND-FILE ASSIGN TO "VLPOLCND"
000351         ORGANIZATION IS LINE SEQUENTIAL
000352         FILE STATUS IS WS-CAND-STATUS.
000353     SELECT HISTORY-FILE ASSIGN TO "VLHIST"
000354         ORGANIZATION IS INDEXED
000355         ACCESS MODE IS DYNAMIC
000356         RECORD KEY IS HIST-USERID
000357         FILE STATUS IS WS-HIST-STATUS.
000358     SELECT DICT-FILE ASSIGN TO "VLDICT"
000359         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-DICT-STATUS.
000361     SELECT SYNC-FILE ASSIGN TO "VLSYNCEX"
000362         ORGANIZATION IS LINE SEQUENTIAL
000363         FILE STATUS IS WS-SYNC-STATUS.
000364     SELECT USER-FILE ASSIGN TO "VLUSER"
000365         ORGANIZATION IS INDEXED
000366         ACCESS MODE IS DYNAMIC
000367         RECORD KEY IS USER-USERID
000368         FILE STATUS IS WS-USER-STATUS.
000369 DATA DIVISION.
000370 FILE SECTION.
000371 FD  POLICY-FILE.
000372 01  POLICY-FILE-RECORD                PIC X(40).
000373 FD  CAND-FILE.
000374 01  CAND-FILE-RECORD                  PIC X(40).
000375 FD  HISTORY-FILE.
000376 COPY CPHIST.
000377 FD  DICT-FILE.
000378 01  DICT-FILE-RECORD                  PIC X(20).
000379 FD  SYNC-FILE.
000380 01  SYNC-FILE-RECORD                  PIC X(73).
000381 FD  USER-FILE.
000382 COPY CPUSER.
000383 WORKING-STORAGE SECTION.
000384 COPY CPPOLICY.
000385 77  WS-POLICY-SWITCH                  PIC X(01)  VALUE "N".
000386     88  WS-POLICY-LOADED              VALUE "Y".
000387 77  WS-POL-COUNT                      PIC 9(02)  VALUE ZERO COMP.
000388 77  WS-POL-IDX                        PIC 9(02)  COMP.
000389 77  WS-POL-FOUND-IDX                  PIC 9(02)  COMP.
000390 77  WS-POL-CLASS-WANTED               PIC X(08).
000391 01  WS-POLICY-TABLE.
000392     05  WS-POL-ENTRY OCCURS 10 TIMES  PIC X(40).
000393 77  WS-FILE-STATUS                    PIC X(02)  VALUE "00".
000394 77  WS-CAND-SWITCH                    PIC X(01)  VALUE "N".
000395     88  WS-CAND-LOADED                VALUE "Y".
000396 77  WS-CAND-STATUS                    PIC X(02)  VALUE "00".
000397 77  WS-CAND-COUNT                     PIC 9(02)  VALUE ZERO COMP.
000398 01  WS-CAND-TABLE.
000399     05  WS-CAND-ENTRY OCCURS 10 TIMES PIC X(40).
000400 77  WS-HIST-SWITCH                    PIC X(01)  VALUE "N".
000401     88  WS-HIST-OPENED                VALUE "Y".
000402 77  WS-HIST-STATUS                    PIC X(02)  VALUE "00".
000403 77  WS-HIST-FOUND-SWITCH              PIC X(01)  VALUE "N".
000404     88  WS-HIST-FOUND                 VALUE "Y".
000405 77  WS-HASH-VALUE                     PIC 9(08)  COMP.
000406 77  WS-HASH-TEMP                      PIC 9(10)  COMP.
000407 77  WS-DIVIDE-QUOT                    PIC 9(10)  COMP.
000408 77  WS-CHAR-VALUE                     PIC 9(02)  COMP.
000409 77  WS-HASH-LENGTH                    PIC 9(02)  COMP.
000410 77  WS-HASH2-VALUE                    PIC 9(16)  COMP.
000411 77  WS-HASH2-TEMP                     PIC 9(18)  COMP.
000412 77  WS-HASH2-QUOT                     PIC 9(18)  COMP.
000413 77  WS-SALT-VALUE                     PIC 9(08).
000414 77  WS-SALT-WORK                      PIC 9(18)  COMP.
000415 77  WS-SALT-QUOT                      PIC 9(18)  COMP.
000416 77  WS-SALT-SEQ                       PIC 9(04)  VALUE ZERO COMP.
000417 77  WS-REUSED-SWITCH                  PIC X(01)  VALUE "N".
000418     88  WS-PASSWORD-REUSED            VALUE "Y".
000419 77  WS-TODAY                          PIC 9(08).
000420 77  WS-AUDIT-TIME-FULL                PIC 9(08).
000421 77  WS-AUDIT-TIME                     PIC 9(06).
000422 77  WS-REASON-CODE                    PIC X(02)  VALUE "00".
000423 77  WS-REASON-TEXT                    PIC X(20)  VALUE SPACES.
000424 COPY CPAUDIT.
000425 COPY LKAUDWRT.
000426 COPY CPSECEVT.
000427 COPY LKSECWRT.
000428 COPY CPNOTIFY.
000429 COPY LKNTFWRT.
000430 77  WS-SYNC-SWITCH                    PIC X(01)  VALUE "N".
000431     88  WS-SYNC-OPENED                VALUE "Y".
000432 77  WS-SYNC-STATUS                    PIC X(02)  VALUE "00".
000433 77  WS-SYNC-SEQ                       PIC 9(06)  VALUE ZERO.
000434 COPY CPSYNC.
000435 77  WS-USER-SWITCH                    PIC X(01)  VALUE "N".
000436     88  WS-USER-OPENED                VALUE "Y".
000437 77  WS-USER-STATUS                    PIC X(02)  VALUE "00".
000438 77  WS-USER-FOUND-SWITCH              PIC X(01)  VALUE "N".
000439     88  WS-USER-FOUND                 VALUE "Y".
000440 77  WS-LOCK-REJECT-SWITCH             PIC X(01)  VALUE "N".
000441     88  WS-LOCK-REJECTED              VALUE "Y".
000442 77  WS-EXPIRE-REJECT-SWITCH           PIC X(01)  VALUE "N".
000443     88  WS-EXPIRE-REJECTED            VALUE "Y".
000444 77  WS-EXPIRY-DAYS                    PIC 9(03)  VALUE 90.
000445 77  WS-DATE-INT                       PIC 9(08)  COMP.
000446 77  WS-UNLOCK-DATE                    PIC 9(08).
000447 77  WS-DICT-SWITCH                    PIC X(01)  VALUE "N".
000448     88  WS-DICT-LOADED                VALUE "Y".
000449 77  WS-DICT-STATUS                    PIC X(02)  VALUE "00".
000450 77  WS-DICT-COUNT                     PIC 9(03)  VALUE ZERO COMP.
000451 77  WS-DICT-IDX                       PIC 9(03)  COMP.
000452 01  WS-DICT-TABLE.
000453     05  WS-DICT-WORD OCCURS 100 TIMES
000454                                       PIC X(20).
000455 77  WS-PWD-UPPER                      PIC X(20).
000456 77  WS-USERID-UPPER                   PIC X(08).
000457 77  WS-USERID-LENGTH                  PIC 9(02)  COMP.
000458 77  WS-SCAN-WORD                      PIC X(20).
000459 77  WS-SCAN-LENGTH                    PIC 9(02)  COMP.
000460 77  WS-SCAN-POS                       PIC 9(02)  COMP.
000461 77  WS-MATCH-SWITCH                   PIC X(01)  VALUE "N".
000462     88  WS-SCAN-MATCHED               VALUE "Y".
000463 77  WS-RUN-EQUAL                      PIC 9(02)  COMP.
000464 77  WS-RUN-SEQ                        PIC 9(02)  COMP.
000465 77  WS-ORD-PREV                       PIC 9(03)  COMP.
000466 77  WS-ORD-CURR                       PIC 9(03)  COMP.
000467 77  WS-GRADE-SCORE                    PIC S9(03) COMP.
000468 77  WS-HASH-SOURCE                    PIC X(20).
000469 77  WS-VERIFY-FAIL-SWITCH             PIC X(01)  VALUE "N".
000470     88  WS-VERIFY-FAILED              VALUE "Y".
000471 77  WS-LOCKOUT-SWITCH                 PIC X(01)  VALUE "N".
000472     88  WS-LOCKED-THIS-CALL           VALUE "Y".
000473 77  WS-GRACE-SWITCH                   PIC X(01)  VALUE "N".
000474     88  WS-GRACE-USED-THIS-CALL       VALUE "Y".
000475 77  WS-CHANGED-SWITCH                 PIC X(01)  VALUE "N".
000476     88  WS-CHANGED-THIS-CALL          VALUE "Y".
000477 77  WS-CONTADOR                       PIC 9(02)  COMP.
000478 77  WS-CARACTER                       PIC X(01).
000479 77  WS-LETRA-MAIUSC                   PIC 9(02)  COMP.
000480 77  WS-LETRA-MINUSC                   PIC 9(02)  COMP.
000481 77  WS-NUMERO                         PIC 9(02)  COMP.
000482 77  WS-LETRA-ESPECIAL                 PIC 9(02)  COMP.
000483 77  WS-PWD-LENGTH                     PIC 9(02)  COMP.
000484 77  WS-TRAILING-SPACES                PIC 9(02)  COMP.
000485 LINKAGE SECTION.
000486 COPY LKVALSEN.
000487 PROCEDURE DIVISION USING LK-VALSEN-PARMS.
000488
000489******************************************************************
000490* 0000-MAINLINE                                                  *
000491******************************************************************
000492 0000-MAINLINE.
000493     IF NOT WS-POLICY-LOADED
000500         PERFORM 0100-LOAD-POLICY THRU 0100-LOAD-POLICY-EXIT
000510     END-IF
000511     IF LK-MODE-SIM-CAND AND NOT WS-CAND-LOADED
000512         PERFORM 0150-LOAD-CAND THRU 0150-LOAD-CAND-EXIT
000513     END-IF
000514     IF NOT WS-HIST-OPENED
000515         PERFORM 0120-OPEN-HISTORY THRU 0120-OPEN-HISTORY-EXIT
000516     END-IF
000517     IF NOT WS-DICT-LOADED
000518         PERFORM 0180-LOAD-DICT THRU 0180-LOAD-DICT-EXIT
000519     END-IF
000521     IF NOT WS-USER-OPENED
000522         PERFORM 0160-OPEN-USER THRU 0160-OPEN-USER-EXIT
000523     END-IF
000524     MOVE SPACE TO LK-STRENGTH-GRADE
000525     MOVE "N" TO WS-VERIFY-FAIL-SWITCH
000526     MOVE "N" TO WS-LOCKOUT-SWITCH
000527     MOVE "N" TO WS-GRACE-SWITCH
000528     MOVE "N" TO WS-CHANGED-SWITCH
000529     MOVE "N" TO WS-EXPIRE-REJECT-SWITCH
000530     PERFORM 1650-READ-USER THRU 1650-READ-USER-EXIT
000531     PERFORM 0200-SELECT-POLICY THRU 0200-SELECT-POLICY-EXIT
000532     PERFORM 1700-CHECK-LOCKOUT THRU 1700-CHECK-LOCKOUT-EXIT
000533     IF NOT WS-LOCK-REJECTED
000534         PERFORM 1750-CHECK-EXPIRY THRU 1750-CHECK-EXPIRY-EXIT
000535     END-IF
000536     IF NOT WS-LOCK-REJECTED AND NOT WS-EXPIRE-REJECTED
000537         PERFORM 1760-CHECK-TEMP THRU 1760-CHECK-TEMP-EXIT
000538     END-IF
000539     IF NOT WS-LOCK-REJECTED AND NOT WS-EXPIRE-REJECTED
000540         PERFORM 1770-CHECK-MIN-AGE THRU 1770-CHECK-MIN-AGE-EXIT
000541     END-IF
000542     IF NOT WS-LOCK-REJECTED AND NOT WS-EXPIRE-REJECTED
000543         IF LK-FUNC-CHANGE OR LK-FUNC-VERIFY
000544             PERFORM 1400-VERIFY-CURRENT
000545                 THRU 1400-VERIFY-CURRENT-EXIT
000546         END-IF
000547         IF LK-FUNC-VERIFY
000548             IF NOT WS-VERIFY-FAILED
000549                 PERFORM 1450-VERIFY-ONLY
000550                     THRU 1450-VERIFY-ONLY-EXIT
000551             END-IF
000552         ELSE
000553         IF NOT WS-VERIFY-FAILED
000554             PERFORM 1000-VALIDAR-SENHA
000555                 THRU 1000-VALIDAR-SENHA-EXIT
000556         END-IF
000557         END-IF
000558     END-IF
000559     IF LK-SENHA-VALIDA AND NOT WS-LOCK-REJECTED
000560         AND NOT WS-EXPIRE-REJECTED AND NOT LK-FUNC-VERIFY
000561         PERFORM 1300-GRADE-PASSWORD
000562             THRU 1300-GRADE-PASSWORD-EXIT
000563     END-IF
000564     IF NOT LK-MODE-SIMULATE
000565         PERFORM 1800-UPDATE-LOCKOUT THRU 1800-UPDATE-LOCKOUT-EXIT
000566     END-IF
000567     MOVE WS-REASON-CODE TO LK-REASON-CODE
000568     MOVE WS-REASON-TEXT TO LK-REASON-TEXT
000569     IF NOT LK-MODE-SIMULATE
000570         PERFORM 9000-WRITE-AUDIT THRU 9000-WRITE-AUDIT-EXIT
000571         PERFORM 9500-RAISE-EVENTS THRU 9500-RAISE-EVENTS-EXIT
000572         PERFORM 9700-RAISE-NOTICES THRU 9700-RAISE-NOTICES-EXIT
000573     END-IF
000574     GOBACK.
000575
000576******************************************************************
000577* 0100-LOAD-POLICY                                               *
000578* READS THE WHOLE POLICY FILE INTO THE CLASS TABLE ONCE PER RUN. *
000580* A SITE WITHOUT A FILE GETS AN EMPTY TABLE, AND EVERY CALL THEN *
000581* FALLS BACK TO THE BUILT-IN 8-CHARACTER / 1-UPPER / 1-LOWER /   *
000582* 1-DIGIT RULE WITH THE HELPDESK'S USUAL 5-STRIKE LOCKOUT.       *
000583******************************************************************
000584 0100-LOAD-POLICY.
000585     OPEN INPUT POLICY-FILE
000586     IF WS-FILE-STATUS = "00"
000587         PERFORM 0110-LOAD-POLICY-REC
000588             THRU 0110-LOAD-POLICY-REC-EXIT
000589             UNTIL WS-FILE-STATUS NOT = "00"
000590                 OR WS-POL-COUNT >= 10
000591         CLOSE POLICY-FILE
000592     END-IF
000593     SET WS-POLICY-LOADED TO TRUE
000594     .
000595 0100-LOAD-POLICY-EXIT.
000596     EXIT.
000597
000598******************************************************************
000599* 0110-LOAD-POLICY-REC                                           *
000600******************************************************************
000601 0110-LOAD-POLICY-REC.
000602     READ POLICY-FILE
000603         AT END GO TO 0110-LOAD-POLICY-REC-EXIT
000604     END-READ
000605     IF POLICY-FILE-RECORD NOT = SPACES
000606         ADD 1 TO WS-POL-COUNT
000607         MOVE POLICY-FILE-RECORD TO WS-POL-ENTRY(WS-POL-COUNT)
000608     END-IF
000609     .
000610 0110-LOAD-POLICY-REC-EXIT.
000611     EXIT.
000612
000613******************************************************************
000614* 0150-LOAD-CAND                                                 *
000615* READS THE CANDIDATE POLICY FILE (VLPOLCND) INTO ITS OWN CLASS  *
000616* TABLE, ON THE FIRST CANDIDATE-SIMULATION CALL OF THE RUN. A    *
000617* MISSING FILE LEAVES THE TABLE EMPTY AND EVERY CANDIDATE CALL   *
000618* THEN FALLS THROUGH TO THE BUILT-IN RULE, WHICH THE REPORT      *
000619* MAKES OBVIOUS ENOUGH TO CATCH A MISPLACED FILE.                *
000620******************************************************************
000621 0150-LOAD-CAND.
000622     OPEN INPUT CAND-FILE
000623     IF WS-CAND-STATUS = "00"
000624         PERFORM 0160-LOAD-CAND-REC
000625             THRU 0160-LOAD-CAND-REC-EXIT
000626             UNTIL WS-CAND-STATUS NOT = "00"
000627                 OR WS-CAND-COUNT >= 10
000628         CLOSE CAND-FILE
000629     END-IF
000630     SET WS-CAND-LOADED TO TRUE
000631     .
000632 0150-LOAD-CAND-EXIT.
000633     EXIT.
000634
000635******************************************************************
000636* 0160-LOAD-CAND-REC                                             *
000637******************************************************************
000638 0160-LOAD-CAND-REC.
000639     READ CAND-FILE
000640         AT END GO TO 0160-LOAD-CAND-REC-EXIT
000641     END-READ
000642     IF CAND-FILE-RECORD NOT = SPACES
000643         ADD 1 TO WS-CAND-COUNT
000644         MOVE CAND-FILE-RECORD TO WS-CAND-ENTRY(WS-CAND-COUNT)
000645     END-IF
000646     .
000647 0160-LOAD-CAND-REC-EXIT.
000648     EXIT.
000649
000650******************************************************************
000651* 0200-SELECT-POLICY                                             *
000652* PICKS THE POLICY CLASS THIS CALL IS SCORED AGAINST - THE CLASS *
000653* NAMED ON THE USER'S VLUSER RECORD, THEN THE "DEFAULT" CLASS,   *
000654* THEN THE BUILT-IN RULE. RUNS ON EVERY CALL SINCE EACH USERID   *
000655* CAN BELONG TO A DIFFERENT CLASS.                               *
000656******************************************************************
000657 0200-SELECT-POLICY.
000658     MOVE USER-POLICY-CLASS TO WS-POL-CLASS-WANTED
000659     IF WS-POL-CLASS-WANTED = SPACES
000660         MOVE "DEFAULT" TO WS-POL-CLASS-WANTED
000661     END-IF
000662     PERFORM 0210-SEARCH-POLICY
000663         THRU 0210-SEARCH-POLICY-EXIT
000664     IF WS-POL-FOUND-IDX = 0
000665         AND WS-POL-CLASS-WANTED NOT = "DEFAULT"
000666         MOVE "DEFAULT" TO WS-POL-CLASS-WANTED
000667         PERFORM 0210-SEARCH-POLICY
000668             THRU 0210-SEARCH-POLICY-EXIT
000669     END-IF
000670     IF WS-POL-FOUND-IDX > 0
000671         IF LK-MODE-SIM-CAND
000672             MOVE WS-CAND-ENTRY(WS-POL-FOUND-IDX)
000673                 TO WS-POLICY-REC
000674         ELSE
000675             MOVE WS-POL-ENTRY(WS-POL-FOUND-IDX) TO WS-POLICY-REC
000676         END-IF
000677     ELSE
000678         PERFORM 0250-BUILTIN-POLICY
000679             THRU 0250-BUILTIN-POLICY-EXIT
000680     END-IF
000681     .
000682 0200-SELECT-POLICY-EXIT.
000683     EXIT.
000684
000685******************************************************************
000686* 0210-SEARCH-POLICY                                             *
000687* SEARCHES THE LIVE CLASS TABLE - OR THE CANDIDATE TABLE WHEN    *
000688* THE CALL IS A CANDIDATE-POLICY SIMULATION.                     *
000689******************************************************************
000690 0210-SEARCH-POLICY.
000691     MOVE 0 TO WS-POL-FOUND-IDX
000692     IF LK-MODE-SIM-CAND
000693         PERFORM VARYING WS-POL-IDX FROM 1 BY 1
000694                 UNTIL WS-POL-IDX > WS-CAND-COUNT
000695                     OR WS-POL-FOUND-IDX > 0
000696             IF WS-CAND-ENTRY(WS-POL-IDX)(1:8)
000697                 = WS-POL-CLASS-WANTED
000698                 MOVE WS-POL-IDX TO WS-POL-FOUND-IDX
000699             END-IF
000700         END-PERFORM
000701         GO TO 0210-SEARCH-POLICY-EXIT
000702     END-IF
000703     PERFORM VARYING WS-POL-IDX FROM 1 BY 1
000704             UNTIL WS-POL-IDX > WS-POL-COUNT
000705                 OR WS-POL-FOUND-IDX > 0
000706         IF WS-POL-ENTRY(WS-POL-IDX)(1:8)
000707             = WS-POL-CLASS-WANTED
000708             MOVE WS-POL-IDX TO WS-POL-FOUND-IDX
000709         END-IF
000710     END-PERFORM
000711     .
000712 0210-SEARCH-POLICY-EXIT.
000713     EXIT.
000714
000715******************************************************************
000716* 0250-BUILTIN-POLICY                                            *
000717* THE RULE THE SHOP RAN ON BEFORE THE POLICY CARD EXISTED.       *
000718******************************************************************
000719 0250-BUILTIN-POLICY.
000720     MOVE "DEFAULT" TO POL-CLASS
000721     MOVE 08 TO POL-MIN-LENGTH
000722     MOVE 08 TO POL-MAX-LENGTH
000723     MOVE 01 TO POL-MIN-UPPER
000724     MOVE 01 TO POL-MIN-LOWER
000725     MOVE 01 TO POL-MIN-DIGIT
000726     MOVE 00 TO POL-MIN-SPECIAL
000727     MOVE 05 TO POL-MAX-FAILURES
000728     MOVE 00 TO POL-GRACE-LOGINS
000729     MOVE 000 TO POL-LOCK-DAYS
000730     MOVE 000 TO POL-TEMP-DAYS
000731     MOVE 000 TO POL-MIN-AGE
000732     MOVE 000 TO POL-DORMANT-DAYS
000733     MOVE 000 TO POL-RETIRE-DAYS
000734     MOVE "N" TO POL-PRIVILEGED
000735     .
000736 0250-BUILTIN-POLICY-EXIT.
000737     EXIT.
000738
000741******************************************************************
000742* 0120-OPEN-HISTORY                                              *
000743* OPENS VLHIST FOR THE LIFE OF THE RUN SO REPEATED CALLS (BATCH  *
000747     OPEN I-O HISTORY-FILE
000748     IF WS-HIST-STATUS = "35"
000749         OPEN OUTPUT HISTORY-FILE
000751         CLOSE HISTORY-FILE
000753         OPEN I-O HISTORY-FILE
000755     END-IF
000757     SET WS-HIST-OPENED TO TRUE
000759     .
000761 0120-OPEN-HISTORY-EXIT.
000763     EXIT.
000765
000773******************************************************************
000774* 0160-OPEN-USER                                                 *
000775* OPENS VLUSER FOR THE LIFE OF THE RUN, SAME PATTERN AS VLHIST.  *
000823 0190-LOAD-DICT-WORD-EXIT.
000824     EXIT.
000825
000826******************************************************************
000827* 1000-VALIDAR-SENHA                                             *
000828* SCORES LK-PASSWORD AGAINST THE POLICY CARD AND RETURNS         *
000829* LK-VERIFICA/LK-MAIUSC/LK-MINUSC/LK-NUMERO. EVERY POSITION IN   *
000830* THE PASSWORD IS SCANNED FOR EACH OF THE FOUR CHARACTER         *
000831* CLASSES - UPPER, LOWER, DIGIT AND SPECIAL.                     *
000832******************************************************************
000833 1000-VALIDAR-SENHA.
000834     MOVE ZERO TO WS-LETRA-MAIUSC WS-LETRA-MINUSC WS-NUMERO
000835         WS-LETRA-ESPECIAL
000840     MOVE ZERO TO WS-TRAILING-SPACES
000850     INSPECT LK-PASSWORD TALLYING WS-TRAILING-SPACES
000860         FOR TRAILING SPACES
001151             MOVE ZERO TO LK-VERIFICA
001152             MOVE "03" TO WS-REASON-CODE
001153             MOVE "NO UPPERCASE" TO WS-REASON-TEXT
001154         ELSE IF WS-LETRA-MINUSC < POL-MIN-LOWER
001155             MOVE ZERO TO LK-VERIFICA
001156             MOVE "04" TO WS-REASON-CODE
001157             MOVE "NO LOWERCASE" TO WS-REASON-TEXT
001158         ELSE IF WS-NUMERO < POL-MIN-DIGIT
001159             MOVE ZERO TO LK-VERIFICA
001160             MOVE "05" TO WS-REASON-CODE
001161             MOVE "NO DIGIT" TO WS-REASON-TEXT
001162         ELSE IF WS-LETRA-ESPECIAL < POL-MIN-SPECIAL
001163             MOVE ZERO TO LK-VERIFICA
001164             MOVE "06" TO WS-REASON-CODE
001165             MOVE "NO SPECIAL" TO WS-REASON-TEXT
001166             END-IF
001167             END-IF
001168             END-IF
001169         END-IF
001170     END-EVALUATE
001171
001172     IF LK-SENHA-VALIDA
001173         PERFORM 1200-CHECK-CONTENT THRU 1200-CHECK-CONTENT-EXIT
001174     END-IF
001175     IF LK-SENHA-VALIDA
001176         PERFORM 1500-CHECK-HISTORY THRU 1500-CHECK-HISTORY-EXIT
001177     END-IF
001178
001179     MOVE WS-LETRA-MAIUSC TO LK-MAIUSC
001180     MOVE WS-LETRA-MINUSC TO LK-MINUSC
001181     MOVE WS-NUMERO       TO LK-NUMERO
001182     .
001183 1000-VALIDAR-SENHA-EXIT.
001184     EXIT.
001185
001186******************************************************************
001187* 1400-VERIFY-CURRENT                                            *
001188* HASHES THE CALLER'S CURRENT PASSWORD AND COMPARES IT TO THE    *
001189* HASH ON THE USER'S VLUSER RECORD - THE SALTED HASH ON A        *
001190* FORMAT-"2" RECORD, THE OLD CHECKSUM ON ANYTHING NOT MIGRATED   *
001191* YET. A USER NOT ON FILE, OR ON FILE WITH NO HASH YET, HAS      *
001192* NOTHING TO PROVE AGAINST AND PASSES. A MISMATCH REJECTS THE    *
001193* CALL BEFORE THE NEW PASSWORD IS EVEN SCORED, AND               *
001194* 1800-UPDATE-LOCKOUT COUNTS IT TOWARD THE LOCKOUT LIKE ANY      *
001195* OTHER REJECTION.                                               *
001196******************************************************************
001197 1400-VERIFY-CURRENT.
001198     IF NOT WS-USER-FOUND
001199         GO TO 1400-VERIFY-CURRENT-EXIT
001200     END-IF
001201     MOVE LK-CURRENT-PASSWORD TO WS-HASH-SOURCE
001202     IF USER-HASH-SALTED
001203         MOVE USER-SALT TO WS-SALT-VALUE
001204         PERFORM 8200-CALC-HASH2 THRU 8200-CALC-HASH2-EXIT
001205         IF WS-HASH2-VALUE = USER-PASSWORD-HASH2
001206             GO TO 1400-VERIFY-CURRENT-EXIT
001207         END-IF
001208     ELSE
001209         IF USER-PASSWORD-HASH = ZERO
001210             GO TO 1400-VERIFY-CURRENT-EXIT
001211         END-IF
001212         PERFORM 8000-CALC-HASH THRU 8000-CALC-HASH-EXIT
001213         IF WS-HASH-VALUE = USER-PASSWORD-HASH
001214             GO TO 1400-VERIFY-CURRENT-EXIT
001215         END-IF
001216     END-IF
001217     SET WS-VERIFY-FAILED TO TRUE
001218     MOVE ZERO TO LK-VERIFICA
001219     MOVE ZERO TO WS-LETRA-MAIUSC WS-LETRA-MINUSC WS-NUMERO
001220         WS-LETRA-ESPECIAL
001221     MOVE ZERO TO LK-MAIUSC LK-MINUSC LK-NUMERO
001222     MOVE "12" TO WS-REASON-CODE
001223     MOVE "CURRENT PWD WRONG" TO WS-REASON-TEXT
001224     .
001225 1400-VERIFY-CURRENT-EXIT.
001226     EXIT.
001227
001228******************************************************************
001229* 1450-VERIFY-ONLY                                               *
001230* SETS THE RESULT OF A VERIFY-ONLY ("V") CALL THAT GOT PAST      *
001231* 1400. UNLIKE A CHANGE, A USERID WITH NO PASSWORD ON FILE HAS   *
001232* PROVED NOTHING HERE AND IS TREATED AS A WRONG PASSWORD. THE    *
001233* "PASSWORD VERIFIED" TEXT KEEPS VLSYNCRC FROM COUNTING THE ROW  *
001234* AS AN ACCEPTED CHANGE.                                         *
001235******************************************************************
001236 1450-VERIFY-ONLY.
001237     MOVE ZERO TO WS-LETRA-MAIUSC WS-LETRA-MINUSC WS-NUMERO
001238         WS-LETRA-ESPECIAL
001239     MOVE ZERO TO LK-MAIUSC LK-MINUSC LK-NUMERO
001240     IF NOT WS-USER-FOUND OR USER-LAST-CHANGED = ZERO
001241         SET WS-VERIFY-FAILED TO TRUE
001242         MOVE ZERO TO LK-VERIFICA
001243         MOVE "12" TO WS-REASON-CODE
001244         MOVE "CURRENT PWD WRONG" TO WS-REASON-TEXT
001245         GO TO 1450-VERIFY-ONLY-EXIT
001246     END-IF
001247     MOVE 1 TO LK-VERIFICA
001248     MOVE "00" TO WS-REASON-CODE
001249     MOVE "PASSWORD VERIFIED" TO WS-REASON-TEXT
001250     .
001251 1450-VERIFY-ONLY-EXIT.
001252     EXIT.
001253
001254******************************************************************
001255* 1300-GRADE-PASSWORD                                            *
001256* GRADES AN ACCEPTED PASSWORD BY HOW FAR IT CLEARS ITS CLASS'S   *
001257* MINIMUMS - ONE POINT PER CHARACTER OF LENGTH BEYOND            *
001258* POL-MIN-LENGTH, PLUS UP TO TWO POINTS PER CHARACTER CLASS      *
001259* OVER ITS OWN MINIMUM. THE PER-CLASS CAP KEEPS A PASSWORD       *
001260* PADDED OUT OF A SINGLE CLASS FROM OUTSCORING A WELL-MIXED     *
001261* ONE - EVERY SURPLUS CHARACTER LANDS IN SOME CLASS, SO AN       *
001262* UNCAPPED SUM WOULD GRADE LENGTH TWICE AND MIX NOT AT ALL.     *
001263* 8+ IS AN A, 5-7 A B, 2-4 A C, UNDER 2 A D.                    *
001264******************************************************************
001265 1300-GRADE-PASSWORD.
001266     COMPUTE WS-GRADE-SCORE =
001267         (WS-PWD-LENGTH - POL-MIN-LENGTH)
001268         + FUNCTION MIN(2, WS-LETRA-MAIUSC - POL-MIN-UPPER)
001269         + FUNCTION MIN(2, WS-LETRA-MINUSC - POL-MIN-LOWER)
001270         + FUNCTION MIN(2, WS-NUMERO - POL-MIN-DIGIT)
001271         + FUNCTION MIN(2, WS-LETRA-ESPECIAL - POL-MIN-SPECIAL)
001272     EVALUATE TRUE
001273         WHEN WS-GRADE-SCORE >= 8
001274             MOVE "A" TO LK-STRENGTH-GRADE
001275         WHEN WS-GRADE-SCORE >= 5
001276             MOVE "B" TO LK-STRENGTH-GRADE
001277         WHEN WS-GRADE-SCORE >= 2
001278             MOVE "C" TO LK-STRENGTH-GRADE
001279         WHEN OTHER
001280             MOVE "D" TO LK-STRENGTH-GRADE
001281     END-EVALUATE
001282     .
001283 1300-GRADE-PASSWORD-EXIT.
001284     EXIT.
001285
001291******************************************************************
001292* 1200-CHECK-CONTENT                                             *
001293* REJECTS A PASSWORD THAT CONTAINS A BANNED WORD FROM VLDICT,    *
001368* COPY SO "aBc" IS AS TRIVIAL AS "ABC". A SEQUENTIAL RUN NEVER  *
001369* CROSSES OUT OF THE LETTERS OR THE DIGITS - "9:" AND "Z[" ARE  *
001370* ADJACENT IN THE COLLATING SEQUENCE BUT NOT TRIVIAL.           *
001371******************************************************************
001372 1230-CHECK-TRIVIAL.
001373     MOVE "N" TO WS-MATCH-SWITCH
001374     IF WS-PWD-LENGTH < 3
001375         GO TO 1230-CHECK-TRIVIAL-EXIT
001376     END-IF
001377     MOVE 1 TO WS-RUN-EQUAL
001378     MOVE 1 TO WS-RUN-SEQ
001379     COMPUTE WS-ORD-PREV =
001380         FUNCTION ORD(WS-PWD-UPPER(1:1))
001381     PERFORM VARYING WS-CONTADOR FROM 2 BY 1
001382             UNTIL WS-CONTADOR > WS-PWD-LENGTH
001383                 OR WS-SCAN-MATCHED
001384         COMPUTE WS-ORD-CURR =
001385             FUNCTION ORD(WS-PWD-UPPER(WS-CONTADOR:1))
001386         IF WS-ORD-CURR = WS-ORD-PREV
001387             ADD 1 TO WS-RUN-EQUAL
001388         ELSE
001389             MOVE 1 TO WS-RUN-EQUAL
001390         END-IF
001391         IF WS-ORD-CURR = WS-ORD-PREV + 1
001392             AND ((WS-PWD-UPPER(WS-CONTADOR - 1:1) >= "A"
001393             AND WS-PWD-UPPER(WS-CONTADOR:1) <= "Z")
001394             OR (WS-PWD-UPPER(WS-CONTADOR - 1:1) >= "0"
001395             AND WS-PWD-UPPER(WS-CONTADOR:1) <= "9"))
001396             ADD 1 TO WS-RUN-SEQ
001397         ELSE
001398             MOVE 1 TO WS-RUN-SEQ
001399         END-IF
001400         IF WS-RUN-EQUAL >= 3 OR WS-RUN-SEQ >= 3
001401             SET WS-SCAN-MATCHED TO TRUE
001402         END-IF
001403         MOVE WS-ORD-CURR TO WS-ORD-PREV
001404     END-PERFORM
001405     .
001406 1230-CHECK-TRIVIAL-EXIT.
001407     EXIT.
001408
001409******************************************************************
001410* 1250-SCAN-PASSWORD                                             *
001411* SETS WS-SCAN-MATCHED WHEN WS-SCAN-WORD (TRAILING SPACES        *
001412* IGNORED) APPEARS ANYWHERE IN THE UPPER-CASED PASSWORD.         *
001413******************************************************************
001414 1250-SCAN-PASSWORD.
001415     MOVE ZERO TO WS-SCAN-LENGTH
001416     INSPECT WS-SCAN-WORD TALLYING WS-SCAN-LENGTH
001417         FOR TRAILING SPACES
001418     COMPUTE WS-SCAN-LENGTH = LENGTH OF WS-SCAN-WORD
001419         - WS-SCAN-LENGTH
001420     IF WS-SCAN-LENGTH = 0
001421         OR WS-SCAN-LENGTH > WS-PWD-LENGTH
001422         GO TO 1250-SCAN-PASSWORD-EXIT
001423     END-IF
001424     PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
001425             UNTIL WS-SCAN-POS + WS-SCAN-LENGTH - 1
001426                 > WS-PWD-LENGTH
001427                 OR WS-SCAN-MATCHED
001428         IF WS-PWD-UPPER(WS-SCAN-POS:WS-SCAN-LENGTH)
001429             = WS-SCAN-WORD(1:WS-SCAN-LENGTH)
001430             SET WS-SCAN-MATCHED TO TRUE
001431         END-IF
001432     END-PERFORM
001433     .
001434 1250-SCAN-PASSWORD-EXIT.
001435     EXIT.
001436
001437******************************************************************
001438* 1650-READ-USER                                                 *
001439* LOOKS UP LK-USERID ON VLUSER - RUN BEFORE THE POLICY CLASS IS  *
001440* PICKED, SINCE THE CLASS LIVES ON THE RECORD. A USERID NOT ON   *
001441* FILE GETS A FRESH IN-STORAGE RECORD IN THE DEFAULT CLASS.      *
001442******************************************************************
001443 1650-READ-USER.
001444     MOVE "N" TO WS-LOCK-REJECT-SWITCH
001445     MOVE "N" TO WS-USER-FOUND-SWITCH
001446     MOVE LK-USERID TO USER-USERID
001447     READ USER-FILE
001448         INVALID KEY MOVE ZERO TO USER-FAIL-COUNT
001449             MOVE "N" TO USER-LOCK-SWITCH
001450             MOVE ZERO TO USER-PASSWORD-HASH USER-LAST-CHANGED
001451                 USER-NEXT-EXPIRY USER-LOCK-DATE USER-GRACE-USED
001452                 USER-SALT USER-PASSWORD-HASH2 USER-TEMP-ISSUED
001453             MOVE "1" TO USER-HASH-FORMAT
001454             MOVE "N" TO USER-MUST-CHANGE
001455             MOVE "DEFAULT" TO USER-POLICY-CLASS
001456         NOT INVALID KEY SET WS-USER-FOUND TO TRUE
001457     END-READ
001458     .
001459 1650-READ-USER-EXIT.
001460     EXIT.
001461
001462******************************************************************
001463* 1700-CHECK-LOCKOUT                                             *
001464* JUDGES THE LOCKOUT STATE READ BY 1650. A LOCK OLDER THAN THE   *
001465* CLASS'S POL-LOCK-DAYS HAS EXPIRED - IT IS CLEARED, REWRITTEN   *
001466* TO VLUSER ON THE SPOT (1800 CAN BE SKIPPED WHEN THE SAME CALL  *
001467* IS THEN TURNED AWAY FOR AN EXPIRED OR TEMPORARY PASSWORD, AND  *
001468* THE UNLOCK MUST STICK REGARDLESS), AUDITED AS ITS OWN ACTION,  *
001469* AND THE CALL SCORED NORMALLY. A ZERO POL-LOCK-DAYS MEANS THE   *
001470* LOCK STANDS UNTIL A VLUSRMNT UNLOCK CARD, AS IT ALWAYS DID -   *
001471* AND SO DOES AN ADMINISTRATIVE ("A") LOCK, WHATEVER THE CLASS.  *
001472* AN ACCOUNT STILL INSIDE THE DURATION IS REJECTED OUTRIGHT,     *
001473* WITHOUT EVEN SCORING THE PASSWORD.                             *
001474******************************************************************
001475 1700-CHECK-LOCKOUT.
001476     IF NOT USER-ACCOUNT-LOCKED
001477         GO TO 1700-CHECK-LOCKOUT-EXIT
001478     END-IF
001479     IF POL-LOCK-DAYS > 0 AND USER-LOCK-DATE NOT = ZERO
001480         AND NOT USER-ADMIN-LOCKED
001481         ACCEPT WS-TODAY FROM DATE YYYYMMDD
001482         COMPUTE WS-DATE-INT =
001483             FUNCTION INTEGER-OF-DATE(USER-LOCK-DATE)
001484             + POL-LOCK-DAYS
001485         COMPUTE WS-UNLOCK-DATE =
001486             FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
001487         IF WS-TODAY >= WS-UNLOCK-DATE
001488             MOVE "N" TO USER-LOCK-SWITCH
001489             MOVE ZERO TO USER-FAIL-COUNT
001490             MOVE ZERO TO USER-LOCK-DATE
001491             IF WS-USER-FOUND AND NOT LK-MODE-SIMULATE
001492                 REWRITE WS-USER-REC
001493                 PERFORM 9200-WRITE-UNLOCK-AUDIT
001494                     THRU 9200-WRITE-UNLOCK-AUDIT-EXIT
001495             END-IF
001496             GO TO 1700-CHECK-LOCKOUT-EXIT
001498         END-IF
001500     END-IF
001512     SET WS-LOCK-REJECTED TO TRUE
001550     .
001560 1700-CHECK-LOCKOUT-EXIT.
001561     EXIT.
001562
001563******************************************************************
001564* 1750-CHECK-EXPIRY                                              *
001565* REJECTS A CALL WHOSE PASSWORD WENT PAST USER-NEXT-EXPIRY -     *
001566* VLEXPIRE ONLY REPORTED THE DATE, NOTHING ENFORCED IT. THE      *
001567* CLASS'S POL-GRACE-LOGINS ALLOWS THAT MANY VALIDATIONS AFTER    *
001568* THE DATE (COUNTED IN USER-GRACE-USED, PERSISTED BY THE NORMAL  *
001569* 1800 REWRITE) SO A USER WHO EXPIRES OVER A WEEKEND CAN STILL   *
001570* GET IN TO CHANGE THE PASSWORD. A USER WITH NO EXPIRY ON FILE   *
001571* (NEVER HAD AN ACCEPTED PASSWORD) IS LEFT ALONE. A VERIFY-ONLY  *
001572* CALL IS STILL REFUSED ONCE THE GRACE LOGINS ARE GONE, BUT DOES *
001580* NOT SPEND ONE.                                                 *
001581******************************************************************
001582 1750-CHECK-EXPIRY.
001583     IF NOT WS-USER-FOUND
001584         OR USER-NEXT-EXPIRY = ZERO
001585         OR USER-TEMP-PENDING
001586         GO TO 1750-CHECK-EXPIRY-EXIT
001587     END-IF
001588     ACCEPT WS-TODAY FROM DATE YYYYMMDD
001589     IF USER-NEXT-EXPIRY >= WS-TODAY
001590         GO TO 1750-CHECK-EXPIRY-EXIT
001591     END-IF
001592     IF USER-GRACE-USED < POL-GRACE-LOGINS
001593         IF NOT LK-FUNC-VERIFY
001594             ADD 1 TO USER-GRACE-USED
001597             SET WS-GRACE-USED-THIS-CALL TO TRUE
001601         END-IF
001602     ELSE
001603         MOVE ZERO TO LK-VERIFICA
001604         MOVE ZERO TO WS-LETRA-MAIUSC WS-LETRA-MINUSC WS-NUMERO
001664* PASSWORD (THE HELPDESK'S FORCE-EXPIRE BACKDATES THE EXPIRY,    *
001665* SO IT LANDS HERE TOO) AND A PENDING TEMPORARY PASSWORD ARE     *
001666* EXEMPT. NOT A WRONG PASSWORD, SO IT RIDES THE EXPIRE-REJECT    *
001667* SWITCH AND NEVER COUNTS TOWARD THE LOCKOUT. A VERIFY-ONLY      *
001668* CALL CHANGES NOTHING AND IS NEVER SUBJECT TO IT.               *
001669******************************************************************
001670 1770-CHECK-MIN-AGE.
001671     IF NOT WS-USER-FOUND
001672         OR POL-MIN-AGE = ZERO
001673         OR LK-FUNC-VERIFY
001674         OR USER-LAST-CHANGED = ZERO
001675         OR USER-TEMP-PENDING
001676         GO TO 1770-CHECK-MIN-AGE-EXIT
001677     END-IF
001678     ACCEPT WS-TODAY FROM DATE YYYYMMDD
001679     IF USER-NEXT-EXPIRY NOT = ZERO
001680         AND USER-NEXT-EXPIRY < WS-TODAY
001681         GO TO 1770-CHECK-MIN-AGE-EXIT
001682     END-IF
001683     COMPUTE WS-DATE-INT =
001684         FUNCTION INTEGER-OF-DATE(USER-LAST-CHANGED)
001685         + POL-MIN-AGE
001686     COMPUTE WS-UNLOCK-DATE =
001687         FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
001688     IF WS-TODAY < WS-UNLOCK-DATE
001689         MOVE ZERO TO LK-VERIFICA
001690         MOVE ZERO TO WS-LETRA-MAIUSC WS-LETRA-MINUSC WS-NUMERO
001691         MOVE ZERO TO LK-MAIUSC LK-MINUSC LK-NUMERO
001692         MOVE "16" TO WS-REASON-CODE
001693         MOVE "CHANGED TOO RECENTLY" TO WS-REASON-TEXT
001694         SET WS-EXPIRE-REJECTED TO TRUE
001695     END-IF
001696     .
001697 1770-CHECK-MIN-AGE-EXIT.
001698     EXIT.
001699
001700******************************************************************
001701* 1800-UPDATE-LOCKOUT                                            *
001702* RESETS THE FAILURE COUNT ON AN ACCEPTED PASSWORD AND RECORDS   *
001703* THE NEW HASH/CHANGE DATE/EXPIRY DATE ON VLUSER, OR ADDS ONE TO *
001704* THE FAILURE COUNT ON A REJECTION, LOCKING THE ACCOUNT ONCE THE *
001705* COUNT REACHES POL-MAX-FAILURES. SKIPPED WHEN THE ACCOUNT WAS   *
001706* ALREADY LOCKED COMING IN, SO A HAMMERED LOCKED ACCOUNT DOES NOT*
001707* KEEP REWRITING ITS OWN RECORD - AND LIKEWISE WHEN THE CALL WAS *
001708* TURNED AWAY FOR AN EXPIRED PASSWORD, WHICH IS NOT A WRONG      *
001709* PASSWORD AND MUST NOT WALK AN ACCOUNT INTO THE LOCKOUT. A      *
001710* VERIFY-ONLY CALL CLEARS THE COUNT BUT STAMPS NOTHING.          *
001711******************************************************************
001712 1800-UPDATE-LOCKOUT.
001713     IF NOT WS-LOCK-REJECTED AND NOT WS-EXPIRE-REJECTED
001714         IF LK-SENHA-VALIDA
001715             MOVE ZERO TO USER-FAIL-COUNT
001720             MOVE "N" TO USER-LOCK-SWITCH
001722             IF NOT LK-FUNC-VERIFY
001730                 PERFORM 1900-UPDATE-EXPIRY
001740                     THRU 1900-UPDATE-EXPIRY-EXIT
001742             END-IF
001750         ELSE
001760             ADD 1 TO USER-FAIL-COUNT
001770             IF USER-FAIL-COUNT >= POL-MAX-FAILURES
001800                 MOVE WS-TODAY TO USER-LOCK-DATE
001801                 MOVE "08" TO WS-REASON-CODE
001802                 MOVE "ACCOUNT LOCKED" TO WS-REASON-TEXT
001806                 SET WS-LOCKED-THIS-CALL TO TRUE
001810             END-IF
001820         END-IF
001830         IF WS-USER-FOUND
001992     MOVE "2" TO USER-HASH-FORMAT
001993     MOVE WS-HASH2-VALUE TO USER-PASSWORD-HASH2
001994     IF USER-TEMP-PENDING
001996         MOVE "N" TO USER-MUST-CHANGE
001998         MOVE ZERO TO USER-TEMP-ISSUED
002000         PERFORM 9300-WRITE-TEMPUSE-AUDIT
002002             THRU 9300-WRITE-TEMPUSE-AUDIT-EXIT
002004     END-IF
002006     MOVE ZERO TO USER-GRACE-USED
002008     ACCEPT WS-TODAY FROM DATE YYYYMMDD
002010     MOVE WS-TODAY TO USER-LAST-CHANGED
002020     COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
002030         + WS-EXPIRY-DAYS
002040     COMPUTE USER-NEXT-EXPIRY =
002050         FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
002051     PERFORM 9400-WRITE-SYNC THRU 9400-WRITE-SYNC-EXIT
002052     SET WS-CHANGED-THIS-CALL TO TRUE
002060     .
002070 1900-UPDATE-EXPIRY-EXIT.
002080     EXIT.
002268             SET WS-PASSWORD-REUSED TO TRUE
002269         END-IF
002270     END-IF
002275     PERFORM VARYING HIST-IDX FROM 1 BY 1
002280             UNTIL HIST-IDX > HIST-ENTRY-COUNT
002282         IF HIST-ENT-SALTED(HIST-IDX)
002284             MOVE HIST-SALT(HIST-IDX) TO WS-SALT-VALUE
002720
002730******************************************************************
002740* 8000-CALC-HASH                                                 *
002745* BUILDS AN 8-DIGIT CHECKSUM OF WS-HASH-SOURCE (THE CALLER MOVES *
002750* IN WHICHEVER PASSWORD NEEDS HASHING) FOR THE HISTORY FILE     *
002760* AND (LATER) THE USER-MASTER FILE - NOT A CRYPTOGRAPHIC HASH,   *
002770* JUST ENOUGH TO COMPARE PASSWORDS WITHOUT STORING THEM IN CLEAR.*
003214 8300-MAKE-SALT-EXIT.
003215     EXIT.
003216
003217******************************************************************
003218* 9000-WRITE-AUDIT                                               *
003219* APPENDS ONE ROW TO VLAUDIT FOR THIS CALL - USERID, TIMESTAMP,  *
003220* PASS/FAIL, AND THE REASON CODE/TEXT SET BY 1000-VALIDAR-SENHA  *
003221* OR 1500-CHECK-HISTORY. AN ACCEPTED CHANGE IS "ACCEPTED GRADE"  *
003225* AND ITS STRENGTH GRADE.                                        *
003230******************************************************************
003240 9000-WRITE-AUDIT.
003250     MOVE LK-USERID TO AUD-USERID
003252     MOVE SPACES TO AUD-OPERATOR
003255     MOVE SPACES TO AUD-APPROVER
003260     ACCEPT WS-TODAY FROM DATE YYYYMMDD
003270     ACCEPT WS-AUDIT-TIME-FULL FROM TIME
003280     MOVE WS-AUDIT-TIME-FULL(1:6) TO WS-AUDIT-TIME
003340     END-IF
003350     MOVE WS-REASON-CODE TO AUD-REASON-CODE
003360     MOVE WS-REASON-TEXT TO AUD-REASON-TEXT
003362     IF WS-CHANGED-THIS-CALL AND LK-STRENGTH-GRADE NOT = SPACE
003364         MOVE "ACCEPTED GRADE" TO AUD-REASON-TEXT
003366         MOVE LK-STRENGTH-GRADE TO AUD-REASON-TEXT(16:1)
003368     END-IF
003369     MOVE "W" TO LK-AW-FUNCTION
003370     MOVE WS-AUDIT-REC TO LK-AW-RECORD
003380     CALL "VLAUDWRT" USING LK-AUDWRT-PARMS
003385     PERFORM 9050-CHECK-AUDIT THRU 9050-CHECK-AUDIT-EXIT
003390     .
003400 9000-WRITE-AUDIT-EXIT.
003401     EXIT.
003402
003403******************************************************************
003404* 9050-CHECK-AUDIT                                               *
003405* A ROW VLAUDWRT COULD NOT WRITE IS LISTED ON THE CONSOLE - THE  *
003406* CALL'S RESULT STANDS, BUT ITS AUDIT ROW IS MISSING.            *
003407******************************************************************
003408 9050-CHECK-AUDIT.
003409     IF LK-AW-NOT-WRITTEN
003410         DISPLAY "VLVALSEN: AUDIT ROW NOT WRITTEN FOR "
003411             AUD-USERID " " AUD-REASON-TEXT
003412     END-IF
003413     .
003414 9050-CHECK-AUDIT-EXIT.
003415     EXIT.
003420
003430******************************************************************
003440* 9200-WRITE-UNLOCK-AUDIT                                        *
003450* ONE EXTRA VLAUDIT ROW WHEN 1700 CLEARS AN EXPIRED LOCKOUT -    *
003460* THE AUTOMATIC UNLOCK IS ITS OWN ACTION ON THE TRAIL, SEPARATE  *
003470* FROM THE VALIDATION RESULT ROW THE CALL STILL GETS. OPERATOR   *
003475* IS BLANK, LIKE EVERY ROW THIS PROGRAM WRITES ITSELF. IT IS     *
003480* RAISED ON VLSECEVT AS WELL.                                    *
003490******************************************************************
003500 9200-WRITE-UNLOCK-AUDIT.
003510     MOVE LK-USERID TO AUD-USERID
003515     MOVE SPACES TO AUD-OPERATOR
003520     MOVE SPACES TO AUD-APPROVER
003530     ACCEPT WS-TODAY FROM DATE YYYYMMDD
003540     ACCEPT WS-AUDIT-TIME-FULL FROM TIME
003550     MOVE WS-AUDIT-TIME-FULL(1:6) TO WS-AUDIT-TIME
003570     SET AUD-PASSED TO TRUE
003580     MOVE "00" TO AUD-REASON-CODE
003590     MOVE "AUTO UNLOCK" TO AUD-REASON-TEXT
003595     MOVE "W" TO LK-AW-FUNCTION
003600     MOVE WS-AUDIT-REC TO LK-AW-RECORD
003601     CALL "VLAUDWRT" USING LK-AUDWRT-PARMS
003602     PERFORM 9050-CHECK-AUDIT THRU 9050-CHECK-AUDIT-EXIT
003603     MOVE SPACES TO WS-SECEVT-REC
003604     SET SEV-AUTO-UNLOCK TO TRUE
003605     SET SEV-LOW TO TRUE
003606     MOVE "08" TO SEV-REASON-CODE
003607     MOVE "LOCKOUT EXPIRED - CLEARED AUTOMATICALLY" TO SEV-DETAIL
003610     PERFORM 9600-WRITE-EVENT THRU 9600-WRITE-EVENT-EXIT
003620     .
003630 9200-WRITE-UNLOCK-AUDIT-EXIT.
003640     EXIT.
003670* 9300-WRITE-TEMPUSE-AUDIT                                       *
003680* ONE EXTRA VLAUDIT ROW WHEN AN ACCEPTED CHANGE CONSUMES A       *
003690* TEMPORARY PASSWORD - THE ISSUE GOT ITS OWN ROW FROM VLUSRMNT,  *
003695* AND THIS IS THE MATCHING FIRST-USE END OF THE TRAIL. THE SOC   *
003700* GETS THE SAME PAIR ON VLSECEVT.                                *
003710******************************************************************
003720 9300-WRITE-TEMPUSE-AUDIT.
003730     MOVE LK-USERID TO AUD-USERID
003735     MOVE SPACES TO AUD-OPERATOR
003740     MOVE SPACES TO AUD-APPROVER
003750     ACCEPT WS-TODAY FROM DATE YYYYMMDD
003760     ACCEPT WS-AUDIT-TIME-FULL FROM TIME
003770     MOVE WS-AUDIT-TIME-FULL(1:6) TO WS-AUDIT-TIME
003790     SET AUD-PASSED TO TRUE
003800     MOVE "00" TO AUD-REASON-CODE
003810     MOVE "TEMP PWD FIRST USE" TO AUD-REASON-TEXT
003815     MOVE "W" TO LK-AW-FUNCTION
003820     MOVE WS-AUDIT-REC TO LK-AW-RECORD
003821     CALL "VLAUDWRT" USING LK-AUDWRT-PARMS
003822     PERFORM 9050-CHECK-AUDIT THRU 9050-CHECK-AUDIT-EXIT
003823     MOVE SPACES TO WS-SECEVT-REC
003824     SET SEV-TEMP-USED TO TRUE
003825     SET SEV-LOW TO TRUE
003826     MOVE "00" TO SEV-REASON-CODE
003827     MOVE "TEMPORARY PASSWORD USED AND REPLACED" TO SEV-DETAIL
003830     PERFORM 9600-WRITE-EVENT THRU 9600-WRITE-EVENT-EXIT
003840     .
003850 9300-WRITE-TEMPUSE-AUDIT-EXIT.
003860     EXIT.
003900* ONE VLSYNCEX ROW FOR THE ACCEPTED CHANGE 1900 JUST STAMPED -   *
003910* THE DOWNSTREAM SISTER SYSTEMS LOAD THESE AT END OF DAY, AFTER  *
003920* VLSYNCRC HAS PROVED THE EXTRACT AGAINST THE DAY'S ACCEPTED     *
003930* VLAUDIT ROWS. THE FILE IS OPENED FOR APPEND ON FIRST USE, AND  *
003940* CREATED FIRST WHEN IT IS NOT THERE YET (STATUS 35). EACH ROW   *
003945* CARRIES WS-SYNC-SEQ, COUNTED FROM ONE WITHIN THE RUN. ONLY     *
003950* EVER REACHED ON A LIVE CALL - 1900 DOES NOT RUN IN SIMULATE.   *
003960******************************************************************
003970 9400-WRITE-SYNC.
004200 9400-WRITE-SYNC-EXIT.
004210     EXIT.
004220
004230******************************************************************
004240* 9500-RAISE-EVENTS                                              *
004250* THE CALL'S OWN SECURITY EVENTS, AFTER ITS AUDIT ROW - A        *
004260* LOCKOUT SET BY 1800 ON THIS CALL (HIGH SEVERITY ON A           *
004270* PRIVILEGED CLASS), AND A WRONG CURRENT PASSWORD ON A CHANGE    *
004280* FOR A PRIVILEGED-CLASS USER, WHICH THE SOC WANTS TO SEE ON THE *
004290* FIRST MISS RATHER THAN AT THE LOCKOUT. AN ORDINARY USER'S      *
004300* WRONG PASSWORDS ONLY REACH THE SOC THROUGH VLSPRAY.            *
004310******************************************************************
004320 9500-RAISE-EVENTS.
004330     IF WS-LOCKED-THIS-CALL
004340         MOVE SPACES TO WS-SECEVT-REC
004350         SET SEV-LOCKOUT TO TRUE
004360         IF POL-IS-PRIVILEGED
004370             SET SEV-HIGH TO TRUE
004380         ELSE
004390             SET SEV-MEDIUM TO TRUE
004400         END-IF
004410         MOVE "08" TO SEV-REASON-CODE
004420         MOVE "FAILURE LIMIT REACHED - ACCOUNT LOCKED"
004430             TO SEV-DETAIL
004440         PERFORM 9600-WRITE-EVENT THRU 9600-WRITE-EVENT-EXIT
004450     END-IF
004460     IF WS-VERIFY-FAILED AND POL-IS-PRIVILEGED
004470         MOVE SPACES TO WS-SECEVT-REC
004480         SET SEV-BAD-PRIV-PASSWORD TO TRUE
004490         SET SEV-HIGH TO TRUE
004500         MOVE "12" TO SEV-REASON-CODE
004510         MOVE "WRONG CURRENT PASSWORD - PRIVILEGED CLASS"
004520             TO SEV-DETAIL
004530         PERFORM 9600-WRITE-EVENT THRU 9600-WRITE-EVENT-EXIT
004540     END-IF
004550     .
004560 9500-RAISE-EVENTS-EXIT.
004570     EXIT.
004580
004590******************************************************************
004600* 9600-WRITE-EVENT                                               *
004610* FILLS IN WHAT EVERY EVENT FROM THIS PROGRAM SHARES AND HANDS   *
004620* THE ROW TO VLSECWRT. THE CALLER HAS SET THE TYPE, SEVERITY,    *
004630* REASON AND DETAIL.                                             *
004640******************************************************************
004650 9600-WRITE-EVENT.
004660     MOVE ZERO TO SEV-TIMESTAMP
004670     MOVE LK-USERID TO SEV-USERID
004680     MOVE USER-POLICY-CLASS TO SEV-POLICY-CLASS
004690     MOVE SPACES TO SEV-OPERATOR
004700     MOVE "VLVALSEN" TO SEV-SOURCE
004710     MOVE WS-SECEVT-REC TO LK-SW-RECORD
004720     CALL "VLSECWRT" USING LK-SECWRT-PARMS
004730     .
004740 9600-WRITE-EVENT-EXIT.
004745     EXIT.
004750
004751******************************************************************
004752* 9700-RAISE-NOTICES                                             *
004753* THE CALL'S NOTIFICATIONS TO THE USER, AFTER ITS AUDIT ROW AND  *
004754* SOC EVENTS - A LOCKOUT SET BY 1800 ON THIS CALL, AN ACCEPTED   *
004755* CHANGE STAMPED BY 1900, AND A GRACE LOGIN 1750 SPENT ON AN     *
004756* EXPIRED PASSWORD (ONLY WHEN 1800 KEPT IT - A CALL TURNED AWAY  *
004757* LATER AS NOT A WRONG PASSWORD NEVER REWROTE THE COUNT - AND    *
004758* NOT WHEN THE SAME CALL CHANGED THE PASSWORD, WHICH ENDS THE    *
004759* GRACE PERIOD).                                                 *
004760******************************************************************
004761 9700-RAISE-NOTICES.
004762     IF WS-LOCKED-THIS-CALL
004763         MOVE SPACES TO WS-NOTIFY-REC
004764         SET NTF-LOCKOUT TO TRUE
004765         MOVE USER-LOCK-DATE TO NTF-REF-DATE
004766         MOVE ZERO TO NTF-COUNT
004767         PERFORM 9710-WRITE-NOTICE THRU 9710-WRITE-NOTICE-EXIT
004768     END-IF
004769     IF WS-CHANGED-THIS-CALL
004770         MOVE SPACES TO WS-NOTIFY-REC
004771         SET NTF-PASSWORD-CHANGED TO TRUE
004772         MOVE USER-LAST-CHANGED TO NTF-REF-DATE
004773         MOVE ZERO TO NTF-COUNT
004774         PERFORM 9710-WRITE-NOTICE THRU 9710-WRITE-NOTICE-EXIT
004775     END-IF
004776     IF WS-GRACE-USED-THIS-CALL AND NOT WS-EXPIRE-REJECTED
004777         AND NOT WS-CHANGED-THIS-CALL AND NOT LK-FUNC-VERIFY
004778         MOVE SPACES TO WS-NOTIFY-REC
004779         SET NTF-GRACE-LOGIN TO TRUE
004780         MOVE USER-NEXT-EXPIRY TO NTF-REF-DATE
004781         COMPUTE NTF-COUNT = POL-GRACE-LOGINS - USER-GRACE-USED
004782         PERFORM 9710-WRITE-NOTICE THRU 9710-WRITE-NOTICE-EXIT
004783     END-IF
004784     .
004785 9700-RAISE-NOTICES-EXIT.
004786     EXIT.
004787
004788******************************************************************
004789* 9710-WRITE-NOTICE                                              *
004790* FILLS IN WHAT EVERY NOTICE FROM THIS PROGRAM SHARES AND HANDS  *
004791* THE ROW TO VLNTFWRT, WHICH ADDRESSES IT. THE CALLER HAS SET    *
004792* THE TEMPLATE, REFERENCE DATE AND COUNT.                        *
004793******************************************************************
004794 9710-WRITE-NOTICE.
004795     MOVE ZERO TO NTF-TIMESTAMP
004796     MOVE LK-USERID TO NTF-USERID
004797     MOVE "VLVALSEN" TO NTF-SOURCE
004798     MOVE WS-NOTIFY-REC TO LK-NW-RECORD
004799     CALL "VLNTFWRT" USING LK-NTFWRT-PARMS
004800     .
004801 9710-WRITE-NOTICE-EXIT.
004802     EXIT.
004810
004820 END PROGRAM VLVALSEN.
