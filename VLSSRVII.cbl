000010******************************************************************
000020* Author      : JEFFERSON MOTA (GERO)
000030* Installation: PAYROLL SYSTEMS - SECURITY GROUP
000040* Date-Written: 26/10/15
000050* Purpose     : SELF-SERVICE UNLOCK AND PASSWORD RESET, THE
000060*               INTERACTIVE FRONT END THAT SITS ALONGSIDE VLMAILII
000070*               SO A LOCKED-OUT OR FORGETFUL USER NEED NOT QUEUE
000080*               AT THE HELPDESK. OPTION 1 ENROLS THREE CHALLENGE
000090*               QUESTIONS FROM THE CPCHQST CATALOGUE - THE USER
000100*               PROVES THE CURRENT PASSWORD FIRST (VLVALSEN VERIFY
000110*               ONLY, "V") AND ONLY A SALTED HASH OF EACH ANSWER
000120*               IS KEPT, ON VLCHALL. OPTION 2 ASKS THE QUESTIONS;
000130*               ENOUGH RIGHT ANSWERS EITHER CLEAR A FAILURE
000140*               LOCKOUT OR PUT THE ACCOUNT STRAIGHT INTO A FORCED
000150*               CHANGE - A TEMPORARY PASSWORD NOBODY EVER SEES IS
000160*               STAMPED ON VLUSER THE WAY A VLUSRMNT TEMPPWD CARD
000170*               WOULD, AND HANDED TO VLVALSEN AS THE CURRENT
000180*               PASSWORD OF A CHANGE CALL, SO THE NEW PASSWORD IS
000190*               SCORED, CHECKED AGAINST VLHIST AND SYNCED EXACTLY
000192*               LIKE ANY OTHER. THE TEMPORARY PASSWORD IS FOLDED
000194*               FROM THE ANSWERS AS TYPED, WHICH ARE NEVER KEPT,
000196*               SO NOTHING ON VLUSER, VLCHALL OR A BACKUP GIVES IT
000197*               AWAY. A CHANGE THAT IS NOT COMPLETED PUTS THE
000198*               RECORD BACK AS IT WAS BEFORE THE RESET, LOCK AND
000199*               ALL. WRONG ANSWERS HAVE THEIR OWN
000210*               FAILURE COUNT AND LOCK ON VLCHALL, APART FROM THE
000220*               PASSWORD LOCKOUT. THE ANSWERS NEEDED, WRONG
000230*               ATTEMPTS ALLOWED AND LOCK DAYS COME FROM THE
000240*               VLSSPRM CARD (3, 3 AND 1 WHEN IT IS MISSING; ZERO
000250*               LOCK DAYS HOLDS THE LOCK UNTIL THE USER
000260*               RE-ENROLS). PRIVILEGED-CLASS ACCOUNTS AND
000270*               ADMINISTRATIVE ("A") LOCKS ARE TURNED AWAY BY
000280*               POLICY - THOSE STILL GO THROUGH THE HELPDESK.
000285*               EVERY ATTEMPT, PASS OR FAIL, IS AUDITED ON VLAUDIT
000290*               UNDER OPERATOR "SELFSVC".
000300* Tectonics   : cobc
000310*-----------------------------------------------------------------
000320* MODIFICATION HISTORY
000330*   DATE     INIT DESCRIPTION
000340*   -------- ---- --------------------------------------------
000341*   26/10/15 GM   ORIGINAL PROGRAM.
000342*   26/10/15 GM   THE TEMPORARY PASSWORD OF A SELF-SERVICE RESET
000343*                 IS FOLDED FROM THE TYPED ANSWERS, NOT FROM THE
000344*                 SALT RECIPE (IT COULD BE WORKED BACK FROM
000345*                 USER-SALT). A FORCED CHANGE THAT DOES NOT
000346*                 COMPLETE - CANCELLED, THREE REJECTIONS, OR
000347*                 REASON 08/12-15 - RESTORES THE PRE-RESET
000348*                 RECORD (3600), AUDITED AS "SELFSVC UNDO".
000349*   26/10/15 GM   AN AUDIT ROW VLAUDWRT COULD NOT WRITE IS
000350*                 DISPLAYED ON THE CONSOLE. THE RECOVERY FILES
000355*                 ARE CLOSED BY 3050-CLOSE-FILES.
000360******************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. VLSSRVII.
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT SSPRM-FILE ASSIGN TO "VLSSPRM"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-SSPRM-STATUS.
000450     SELECT POLICY-FILE ASSIGN TO "VLPOLICY"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-POLICY-STATUS.
000480     SELECT USER-FILE ASSIGN TO "VLUSER"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS USER-USERID
000520         FILE STATUS IS WS-USER-STATUS.
000530     SELECT CHALL-FILE ASSIGN TO "VLCHALL"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS CHL-USERID
000570         FILE STATUS IS WS-CHALL-STATUS.
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  SSPRM-FILE.
000610 01  SSPRM-FILE-RECORD                 PIC X(06).
000620 FD  POLICY-FILE.
000630 01  POLICY-FILE-RECORD                PIC X(40).
000640 FD  USER-FILE.
000650 COPY CPUSER.
000660 FD  CHALL-FILE.
000670 COPY CPCHALL.
000680 WORKING-STORAGE SECTION.
000690 77  WS-SSPRM-STATUS                   PIC X(02)  VALUE "00".
000700 77  WS-POLICY-STATUS                  PIC X(02)  VALUE "00".
000710 77  WS-USER-STATUS                    PIC X(02)  VALUE "00".
000720 77  WS-CHALL-STATUS                   PIC X(02)  VALUE "00".
000730 01  WS-SSPRM-REC.
000740     05  PRM-ANSWERS-NEEDED            PIC 9(01).
000750     05  PRM-MAX-WRONG                 PIC 9(02).
000760     05  PRM-LOCK-DAYS                 PIC 9(03).
000770 77  WS-ANSWERS-NEEDED                 PIC 9(01)  VALUE 3.
000780 77  WS-MAX-WRONG                      PIC 9(02)  VALUE 03.
000790 77  WS-LOCK-DAYS                      PIC 9(03)  VALUE 001.
000800 77  WS-USERID                         PIC X(08)  VALUE SPACES.
000810 77  WS-OPTION                         PIC X(01)  VALUE SPACE.
000820     88  WS-OPT-ENROL                  VALUE "1".
000830     88  WS-OPT-RECOVER                VALUE "2".
000840 77  WS-UNLOCK-OPTION                  PIC X(01)  VALUE SPACE.
000850     88  WS-UNLOCK-ONLY                VALUE "1".
000860 77  WS-USER-OPEN-SWITCH               PIC X(01)  VALUE "N".
000870     88  WS-USER-OPENED                VALUE "Y".
000880 77  WS-USER-FOUND-SWITCH              PIC X(01)  VALUE "N".
000890     88  WS-USER-FOUND                 VALUE "Y".
000900 77  WS-CHALL-OPEN-SWITCH              PIC X(01)  VALUE "N".
000910     88  WS-CHALL-OPENED               VALUE "Y".
000920 77  WS-CHALL-FOUND-SWITCH             PIC X(01)  VALUE "N".
000930     88  WS-CHALL-FOUND                VALUE "Y".
000940 77  WS-REFUSE-SWITCH                  PIC X(01)  VALUE "N".
000950     88  WS-REFUSED                    VALUE "Y".
000960 77  WS-ACTION-SWITCH                  PIC X(01)  VALUE "N".
000970     88  WS-ACTION-PASSED              VALUE "P".
000980     88  WS-ACTION-FAILED              VALUE "F".
000990 77  WS-ACTION-TEXT                    PIC X(20)  VALUE SPACES.
001000 COPY CPCHQST.
001010 77  WS-Q-IDX                          PIC 9(01)  COMP.
001020 77  WS-Q-NO                           PIC 9(02)  VALUE ZERO.
001030 01  WS-Q-ENTRY                        PIC X(02).
001040 01  WS-Q-ENTRY-NUM REDEFINES WS-Q-ENTRY
001050                                       PIC 9(02).
001060 01  WS-NEW-CHALLENGE.
001070     05  WS-NEW-SALT                   PIC 9(08).
001080     05  WS-NEW-QUESTION OCCURS 3 TIMES.
001090         10  WS-NEW-Q-NO               PIC 9(02).
001100         10  WS-NEW-HASH               PIC 9(16).
001110 77  WS-ANSWER                         PIC X(30).
001120 77  WS-ANSWER-CONFIRM                 PIC X(30).
001130 77  WS-ANSWER-LENGTH                  PIC 9(02)  COMP.
001140 77  WS-TRAILING-SPACES                PIC 9(02)  COMP.
001150 77  WS-ANS-SALT                       PIC 9(08).
001160 77  WS-CORRECT-COUNT                  PIC 9(01)  COMP.
001170 77  WS-CHANGE-DONE-SWITCH             PIC X(01)  VALUE "N".
001180     88  WS-CHANGE-DONE                VALUE "Y".
001182 77  WS-PWD-TRIES                      PIC 9(02)  VALUE ZERO COMP.
001184 77  WS-PWD-MAX-TRIES                  PIC 9(02)  VALUE 3 COMP.
001186 77  WS-TMP-FOLD                       PIC 9(16)  VALUE ZERO COMP.
001188 01  WS-SAVED-USER-REC                 PIC X(87).
001190 01  WS-TEMP-BUILD.
001200     05  FILLER                        PIC X(02)  VALUE "Ss".
001210     05  WS-TMP-DIGITS                 PIC 9(16).
001230     05  FILLER                        PIC X(02)  VALUE "#q".
001240 77  WS-TEMP-PASSWORD                  PIC X(20).
001250 77  WS-CONFIRM-PASSWORD               PIC X(20).
001260 COPY CPPOLICY.
001270 77  WS-POL-COUNT                      PIC 9(02)  VALUE ZERO COMP.
001280 77  WS-POL-IDX                        PIC 9(02)  COMP.
001290 77  WS-POL-FOUND-IDX                  PIC 9(02)  COMP.
001300 77  WS-POL-CLASS-WANTED               PIC X(08).
001310 01  WS-POLICY-TABLE.
001320     05  WS-POL-ENTRY OCCURS 10 TIMES  PIC X(40).
001330 77  WS-TODAY                          PIC 9(08).
001340 77  WS-AUDIT-TIME-FULL                PIC 9(08).
001350 77  WS-AUDIT-TIME                     PIC 9(06).
001360 77  WS-DATE-INT                       PIC 9(08)  COMP.
001370 77  WS-UNLOCK-DATE                    PIC 9(08).
001380 77  WS-HASH-VALUE                     PIC 9(08)  COMP.
001390 77  WS-HASH-TEMP                      PIC 9(10)  COMP.
001400 77  WS-DIVIDE-QUOT                    PIC 9(10)  COMP.
001410 77  WS-CHAR-VALUE                     PIC 9(02)  COMP.
001420 77  WS-HASH-LENGTH                    PIC 9(02)  COMP.
001430 77  WS-CONTADOR                       PIC 9(02)  COMP.
001440 77  WS-CARACTER                       PIC X(01).
001450 77  WS-HASH-SOURCE                    PIC X(20).
001460 77  WS-HASH2-VALUE                    PIC 9(16)  COMP.
001470 77  WS-HASH2-TEMP                     PIC 9(18)  COMP.
001480 77  WS-HASH2-QUOT                     PIC 9(18)  COMP.
001490 77  WS-SALT-VALUE                     PIC 9(08).
001500 77  WS-SALT-WORK                      PIC 9(18)  COMP.
001510 77  WS-SALT-QUOT                      PIC 9(18)  COMP.
001520 77  WS-SALT-SEQ                       PIC 9(04)  VALUE ZERO COMP.
001530 COPY LKVALSEN.
001540 COPY CPAUDIT.
001550 COPY LKAUDWRT.
001560 COPY CPSECEVT.
001570 COPY LKSECWRT.
001580 PROCEDURE DIVISION.
001590
001600******************************************************************
001610* 0000-MAINLINE                                                  *
001620* ONE USER, ONE REQUEST, PER RUN - THE SAME AS VLMAILII.         *
001630******************************************************************
001640 0000-MAINLINE.
001650     PERFORM 1000-INITIALIZE     THRU 1000-INITIALIZE-EXIT
001660     PERFORM 1100-ACCEPT-REQUEST THRU 1100-ACCEPT-REQUEST-EXIT
001670     EVALUATE TRUE
001680         WHEN WS-OPT-ENROL
001690             PERFORM 2000-ENROL THRU 2000-ENROL-EXIT
001700         WHEN WS-OPT-RECOVER
001710             PERFORM 3000-RECOVER THRU 3000-RECOVER-EXIT
001720         WHEN OTHER
001730             DISPLAY "Opcao invalida."
001740     END-EVALUATE
001750     PERFORM 9000-TERMINATE      THRU 9000-TERMINATE-EXIT
001760     STOP RUN.
001770
001780******************************************************************
001790* 1000-INITIALIZE                                                *
001800* READS THE SELF-SERVICE CARD AND THE POLICY CLASSES. A ZERO OR  *
001810* NON-NUMERIC ANSWERS-NEEDED OR WRONG-ATTEMPTS VALUE KEEPS ITS   *
001820* DEFAULT; LOCK DAYS TAKES ZERO, WHICH HOLDS THE LOCK.           *
001830******************************************************************
001840 1000-INITIALIZE.
001850     OPEN INPUT SSPRM-FILE
001860     IF WS-SSPRM-STATUS = "00"
001870         MOVE SPACES TO WS-SSPRM-REC
001880         READ SSPRM-FILE INTO WS-SSPRM-REC
001890             AT END CONTINUE
001900         END-READ
001910         CLOSE SSPRM-FILE
001920         IF PRM-ANSWERS-NEEDED NUMERIC
001930             AND PRM-ANSWERS-NEEDED > ZERO
001940             AND PRM-ANSWERS-NEEDED NOT > 3
001950             MOVE PRM-ANSWERS-NEEDED TO WS-ANSWERS-NEEDED
001960         END-IF
001970         IF PRM-MAX-WRONG NUMERIC AND PRM-MAX-WRONG > ZERO
001980             MOVE PRM-MAX-WRONG TO WS-MAX-WRONG
001990         END-IF
002000         IF PRM-LOCK-DAYS NUMERIC
002010             MOVE PRM-LOCK-DAYS TO WS-LOCK-DAYS
002020         END-IF
002030     END-IF
002040     PERFORM 0100-LOAD-POLICY THRU 0100-LOAD-POLICY-EXIT
002050     .
002060 1000-INITIALIZE-EXIT.
002070     EXIT.
002080
002090******************************************************************
002100* 0100-LOAD-POLICY                                               *
002110* READS THE POLICY CLASS FILE - THE TEMPORARY PASSWORD MUST      *
002120* HASH UNDER THE USER'S POL-MAX-LENGTH BOUND, EXACTLY AS         *
002130* VLVALSEN WILL WHEN IT VERIFIES IT, AND THE CLASS'S             *
002140* POL-PRIVILEGED FLAG DECIDES WHO MAY USE THIS AT ALL. SAME      *
002150* LOAD SHAPE AS VLVALSEN'S.                                      *
002160******************************************************************
002170 0100-LOAD-POLICY.
002180     OPEN INPUT POLICY-FILE
002190     IF WS-POLICY-STATUS = "00"
002200         PERFORM 0110-LOAD-POLICY-REC
002210             THRU 0110-LOAD-POLICY-REC-EXIT
002220             UNTIL WS-POLICY-STATUS NOT = "00"
002230                 OR WS-POL-COUNT >= 10
002240         CLOSE POLICY-FILE
002250     END-IF
002260     .
002270 0100-LOAD-POLICY-EXIT.
002280     EXIT.
002290
002300******************************************************************
002310* 0110-LOAD-POLICY-REC                                           *
002320******************************************************************
002330 0110-LOAD-POLICY-REC.
002340     READ POLICY-FILE
002350         AT END GO TO 0110-LOAD-POLICY-REC-EXIT
002360     END-READ
002370     IF POLICY-FILE-RECORD NOT = SPACES
002380         ADD 1 TO WS-POL-COUNT
002390         MOVE POLICY-FILE-RECORD TO WS-POL-ENTRY(WS-POL-COUNT)
002400     END-IF
002410     .
002420 0110-LOAD-POLICY-REC-EXIT.
002430     EXIT.
002440
002450******************************************************************
002460* 0200-SELECT-POLICY                                             *
002470* PICKS THE USER'S CLASS - THE CLASS ON THE VLUSER RECORD, THEN  *
002480* "DEFAULT", THEN THE SAME BUILT-IN RULE VLVALSEN FALLS BACK TO. *
002490******************************************************************
002500 0200-SELECT-POLICY.
002510     MOVE USER-POLICY-CLASS TO WS-POL-CLASS-WANTED
002520     IF WS-POL-CLASS-WANTED = SPACES
002530         MOVE "DEFAULT" TO WS-POL-CLASS-WANTED
002540     END-IF
002550     PERFORM 0210-SEARCH-POLICY
002560         THRU 0210-SEARCH-POLICY-EXIT
002570     IF WS-POL-FOUND-IDX = 0
002580         AND WS-POL-CLASS-WANTED NOT = "DEFAULT"
002590         MOVE "DEFAULT" TO WS-POL-CLASS-WANTED
002600         PERFORM 0210-SEARCH-POLICY
002610             THRU 0210-SEARCH-POLICY-EXIT
002620     END-IF
002630     IF WS-POL-FOUND-IDX > 0
002640         MOVE WS-POL-ENTRY(WS-POL-FOUND-IDX) TO WS-POLICY-REC
002650     ELSE
002660         MOVE "DEFAULT" TO POL-CLASS
002670         MOVE 08 TO POL-MIN-LENGTH
002680         MOVE 08 TO POL-MAX-LENGTH
002690         MOVE 01 TO POL-MIN-UPPER
002700         MOVE 01 TO POL-MIN-LOWER
002710         MOVE 01 TO POL-MIN-DIGIT
002720         MOVE 00 TO POL-MIN-SPECIAL
002730         MOVE 05 TO POL-MAX-FAILURES
002740         MOVE 00 TO POL-GRACE-LOGINS
002750         MOVE 000 TO POL-LOCK-DAYS
002760         MOVE 000 TO POL-TEMP-DAYS
002770         MOVE 000 TO POL-MIN-AGE
002780         MOVE 000 TO POL-DORMANT-DAYS
002790         MOVE 000 TO POL-RETIRE-DAYS
002800         MOVE "N" TO POL-PRIVILEGED
002810     END-IF
002820     .
002830 0200-SELECT-POLICY-EXIT.
002840     EXIT.
002850
002860******************************************************************
002870* 0210-SEARCH-POLICY                                             *
002880******************************************************************
002890 0210-SEARCH-POLICY.
002900     MOVE 0 TO WS-POL-FOUND-IDX
002910     PERFORM VARYING WS-POL-IDX FROM 1 BY 1
002920             UNTIL WS-POL-IDX > WS-POL-COUNT
002930                 OR WS-POL-FOUND-IDX > 0
002940         IF WS-POL-ENTRY(WS-POL-IDX)(1:8)
002950             = WS-POL-CLASS-WANTED
002960             MOVE WS-POL-IDX TO WS-POL-FOUND-IDX
002970         END-IF
002980     END-PERFORM
002990     .
003000 0210-SEARCH-POLICY-EXIT.
003010     EXIT.
003020
003030******************************************************************
003040* 1100-ACCEPT-REQUEST                                            *
003050******************************************************************
003060 1100-ACCEPT-REQUEST.
003070     DISPLAY "==================================================="
003080     DISPLAY "        AUTOATENDIMENTO DE SENHA"
003090     DISPLAY "==================================================="
003100     DISPLAY "USERID: "
003110     ACCEPT  WS-USERID
003120     DISPLAY " 1 - CADASTRAR PERGUNTAS DE SEGURANCA"
003130     DISPLAY " 2 - DESBLOQUEAR CONTA / CRIAR NOVA SENHA"
003140     DISPLAY "OPCAO: "
003150     ACCEPT  WS-OPTION
003160     .
003170 1100-ACCEPT-REQUEST-EXIT.
003180     EXIT.
003190
003200******************************************************************
003210* 1200-READ-USER                                                 *
003220* OPENS VLUSER AND READS THE USER. THE FILE IS NEVER CREATED     *
003230* HERE - NO USER MASTER MEANS NOBODY TO SERVE.                   *
003240******************************************************************
003250 1200-READ-USER.
003260     MOVE "N" TO WS-USER-FOUND-SWITCH
003270     OPEN I-O USER-FILE
003280     IF WS-USER-STATUS NOT = "00"
003290         GO TO 1200-READ-USER-EXIT
003300     END-IF
003310     SET WS-USER-OPENED TO TRUE
003320     MOVE WS-USERID TO USER-USERID
003330     READ USER-FILE
003340         INVALID KEY CONTINUE
003350         NOT INVALID KEY SET WS-USER-FOUND TO TRUE
003360     END-READ
003370     .
003380 1200-READ-USER-EXIT.
003390     EXIT.
003400
003410******************************************************************
003420* 1250-CLOSE-USER                                                *
003430* VLVALSEN OPENS VLUSER ITSELF ON ITS FIRST CALL AND KEEPS IT    *
003440* FOR THE RUN, SO THIS PROGRAM'S OWN CONNECTOR IS ALWAYS CLOSED  *
003450* BEFORE VLVALSEN IS CALLED, AND ONLY REOPENED AFTER IT ONCE     *
003455* VLVALSEN HAS BEEN CANCELLED (3600).                            *
003460******************************************************************
003470 1250-CLOSE-USER.
003480     IF WS-USER-OPENED
003490         CLOSE USER-FILE
003500         MOVE "N" TO WS-USER-OPEN-SWITCH
003510     END-IF
003520     .
003530 1250-CLOSE-USER-EXIT.
003540     EXIT.
003550
003560******************************************************************
003570* 1300-CHECK-ELIGIBLE                                            *
003580* THE POLICY EXCLUSIONS COMMON TO BOTH OPTIONS - A USERID NOT ON *
003590* FILE, A PRIVILEGED CLASS, AN ADMINISTRATIVE LOCK. EACH ONE IS  *
003600* AUDITED AS A FAILED ATTEMPT AND SENDS THE USER TO THE DESK.    *
003610******************************************************************
003620 1300-CHECK-ELIGIBLE.
003630     MOVE "N" TO WS-REFUSE-SWITCH
003640     IF NOT WS-USER-FOUND
003650         DISPLAY "Usuario sem acesso ao autoatendimento."
003660             " Procure o suporte."
003670         MOVE "SELFSVC NOT ON FILE" TO WS-ACTION-TEXT
003680         GO TO 1300-CHECK-ELIGIBLE-REFUSE
003690     END-IF
003700     PERFORM 0200-SELECT-POLICY THRU 0200-SELECT-POLICY-EXIT
003710     IF POL-IS-PRIVILEGED
003720         DISPLAY "Conta privilegiada: desbloqueio e troca de"
003730             " senha somente pelo suporte."
003740         MOVE "SELFSVC PRIVILEGED" TO WS-ACTION-TEXT
003750         GO TO 1300-CHECK-ELIGIBLE-REFUSE
003760     END-IF
003770     IF USER-ADMIN-LOCKED
003780         DISPLAY "Conta bloqueada pela administracao."
003790             " Procure o suporte."
003800         MOVE "SELFSVC ADMIN LOCK" TO WS-ACTION-TEXT
003810         GO TO 1300-CHECK-ELIGIBLE-REFUSE
003820     END-IF
003830     GO TO 1300-CHECK-ELIGIBLE-EXIT
003840     .
003850 1300-CHECK-ELIGIBLE-REFUSE.
003860     SET WS-REFUSED TO TRUE
003870     SET WS-ACTION-FAILED TO TRUE
003880     PERFORM 9100-WRITE-AUDIT THRU 9100-WRITE-AUDIT-EXIT
003890     .
003900 1300-CHECK-ELIGIBLE-EXIT.
003910     EXIT.
003920
003930******************************************************************
003940* 2000-ENROL                                                     *
003950* ENROLS (OR RE-ENROLS) THE USER'S THREE QUESTIONS. THE CURRENT  *
003960* PASSWORD IS PROVED FIRST THROUGH VLVALSEN, SO A MISS COUNTS    *
003970* TOWARD THE ORDINARY LOCKOUT AND NOBODY CAN PLANT ANSWERS ON    *
003980* SOMEONE ELSE'S USERID. A USER WITH NO PASSWORD YET, OR ONE     *
003990* STILL HOLDING A HELPDESK TEMPORARY PASSWORD, HAS NOTHING TO    *
004000* PROVE WITH AND IS TURNED AWAY BEFORE VLVALSEN IS BOTHERED.     *
004010******************************************************************
004020 2000-ENROL.
004030     PERFORM 1200-READ-USER THRU 1200-READ-USER-EXIT
004040     PERFORM 1250-CLOSE-USER THRU 1250-CLOSE-USER-EXIT
004050     PERFORM 1300-CHECK-ELIGIBLE THRU 1300-CHECK-ELIGIBLE-EXIT
004060     IF WS-REFUSED
004070         GO TO 2000-ENROL-EXIT
004080     END-IF
004090     IF USER-LAST-CHANGED = ZERO OR USER-TEMP-PENDING
004100         DISPLAY "Cadastre sua senha definitiva antes das"
004110             " perguntas de seguranca."
004120         MOVE "SELFSVC NO PASSWORD" TO WS-ACTION-TEXT
004130         SET WS-ACTION-FAILED TO TRUE
004140         PERFORM 9100-WRITE-AUDIT THRU 9100-WRITE-AUDIT-EXIT
004150         GO TO 2000-ENROL-EXIT
004160     END-IF
004170     PERFORM 2100-VERIFY-PASSWORD THRU 2100-VERIFY-PASSWORD-EXIT
004180     IF NOT LK-SENHA-VALIDA
004190         MOVE "SELFSVC ENROL" TO WS-ACTION-TEXT
004200         SET WS-ACTION-FAILED TO TRUE
004210         PERFORM 9100-WRITE-AUDIT THRU 9100-WRITE-AUDIT-EXIT
004220         GO TO 2000-ENROL-EXIT
004230     END-IF
004240     DISPLAY "==================================================="
004250     DISPLAY "ESCOLHA TRES PERGUNTAS DIFERENTES:"
004260     PERFORM 2150-SHOW-QUESTION THRU 2150-SHOW-QUESTION-EXIT
004270         VARYING WS-Q-NO FROM 1 BY 1
004280         UNTIL WS-Q-NO > WS-CHQ-COUNT
004290     MOVE ZERO TO WS-NEW-CHALLENGE
004300     PERFORM 8300-MAKE-SALT THRU 8300-MAKE-SALT-EXIT
004310     MOVE WS-SALT-VALUE TO WS-NEW-SALT
004320     PERFORM 2200-ENROL-QUESTION THRU 2200-ENROL-QUESTION-EXIT
004330         VARYING WS-Q-IDX FROM 1 BY 1
004340         UNTIL WS-Q-IDX > 3
004350     PERFORM 2300-SAVE-ENROLMENT THRU 2300-SAVE-ENROLMENT-EXIT
004360     .
004370 2000-ENROL-EXIT.
004380     EXIT.
004390
004400******************************************************************
004410* 2100-VERIFY-PASSWORD                                           *
004420* VERIFY-ONLY CALL TO VLVALSEN, WHICH AUDITS IT ITSELF. ANY      *
004430* REJECTION STOPS THE ENROLMENT.                                 *
004440******************************************************************
004450 2100-VERIFY-PASSWORD.
004460     DISPLAY "SENHA ATUAL: "
004470     ACCEPT  LK-CURRENT-PASSWORD WITH NO ECHO
004480     MOVE WS-USERID TO LK-USERID
004490     MOVE SPACES TO LK-PASSWORD
004500     SET LK-FUNC-VERIFY TO TRUE
004510     SET LK-MODE-LIVE TO TRUE
004520     CALL "VLVALSEN" USING LK-VALSEN-PARMS
004530     MOVE SPACES TO LK-CURRENT-PASSWORD
004540     IF LK-SENHA-VALIDA
004550         GO TO 2100-VERIFY-PASSWORD-EXIT
004560     END-IF
004570     EVALUATE LK-REASON-CODE
004580         WHEN "08"
004590             DISPLAY "Conta bloqueada apos varias tentativas"
004600                 " invalidas. Use a opcao 2 se ja tiver"
004610                 " perguntas cadastradas."
004620         WHEN "13"
004630             DISPLAY "Senha expirada e sem mais acessos de"
004640                 " carencia. Procure o suporte."
004650         WHEN "12"
004660             DISPLAY "Senha atual incorreta!"
004670         WHEN OTHER
004680             DISPLAY "Senha nao confirmada. Motivo: "
004690                 LK-REASON-TEXT
004700     END-EVALUATE
004710     .
004720 2100-VERIFY-PASSWORD-EXIT.
004730     EXIT.
004740
004750******************************************************************
004760* 2150-SHOW-QUESTION                                             *
004770******************************************************************
004780 2150-SHOW-QUESTION.
004790     DISPLAY " " WS-Q-NO " - " WS-CHQ-TEXT(WS-Q-NO)
004800     .
004810 2150-SHOW-QUESTION-EXIT.
004820     EXIT.
004830
004840******************************************************************
004850* 2200-ENROL-QUESTION                                            *
004860* ONE QUESTION - A CATALOGUE NUMBER NOT ALREADY CHOSEN, THEN     *
004870* THE ANSWER TWICE. ANSWERS ARE COMPARED UPPER-CASED SO THE      *
004880* USER NEED NOT REMEMBER HOW THEY TYPED IT, AND MUST BE AT       *
004890* LEAST 3 CHARACTERS. ASKS AGAIN UNTIL IT GETS A GOOD ONE.       *
004900******************************************************************
004910 2200-ENROL-QUESTION.
004920     DISPLAY "PERGUNTA " WS-Q-IDX " - NUMERO: "
004930     MOVE SPACES TO WS-Q-ENTRY
004940     ACCEPT  WS-Q-ENTRY
004950     IF WS-Q-ENTRY(2:1) = SPACE
004960         MOVE WS-Q-ENTRY(1:1) TO WS-Q-ENTRY(2:1)
004970         MOVE "0" TO WS-Q-ENTRY(1:1)
004980     END-IF
004990     IF WS-Q-ENTRY NOT NUMERIC
005000         DISPLAY "Numero de pergunta invalido."
005010         GO TO 2200-ENROL-QUESTION
005020     END-IF
005030     MOVE WS-Q-ENTRY-NUM TO WS-Q-NO
005040     IF WS-Q-NO = ZERO OR WS-Q-NO > WS-CHQ-COUNT
005050         DISPLAY "Numero de pergunta invalido."
005060         GO TO 2200-ENROL-QUESTION
005070     END-IF
005080     IF (WS-Q-IDX > 1 AND WS-Q-NO = WS-NEW-Q-NO(1))
005090         OR (WS-Q-IDX > 2 AND WS-Q-NO = WS-NEW-Q-NO(2))
005100         DISPLAY "Pergunta ja escolhida."
005110         GO TO 2200-ENROL-QUESTION
005120     END-IF
005130     DISPLAY WS-CHQ-TEXT(WS-Q-NO)
005140     DISPLAY "RESPOSTA: "
005150     ACCEPT  WS-ANSWER WITH NO ECHO
005160     DISPLAY "CONFIRME A RESPOSTA: "
005170     ACCEPT  WS-ANSWER-CONFIRM WITH NO ECHO
005180     INSPECT WS-ANSWER-CONFIRM CONVERTING
005190         "abcdefghijklmnopqrstuvwxyz"
005200         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
005210     PERFORM 8500-NORMALIZE-ANSWER THRU 8500-NORMALIZE-ANSWER-EXIT
005220     IF WS-ANSWER NOT = WS-ANSWER-CONFIRM
005230         DISPLAY "As respostas nao conferem!"
005240         GO TO 2200-ENROL-QUESTION
005250     END-IF
005260     IF WS-ANSWER-LENGTH < 3
005270         DISPLAY "Resposta muito curta - minimo 3 caracteres."
005280         GO TO 2200-ENROL-QUESTION
005290     END-IF
005300     MOVE WS-Q-NO TO WS-NEW-Q-NO(WS-Q-IDX)
005310     MOVE WS-NEW-SALT TO WS-ANS-SALT
005320     PERFORM 8400-HASH-ANSWER THRU 8400-HASH-ANSWER-EXIT
005330     MOVE WS-HASH2-VALUE TO WS-NEW-HASH(WS-Q-IDX)
005340     MOVE SPACES TO WS-ANSWER WS-ANSWER-CONFIRM
005350     .
005360 2200-ENROL-QUESTION-EXIT.
005370     EXIT.
005380
005390******************************************************************
005400* 2300-SAVE-ENROLMENT                                            *
005410* WRITES OR REPLACES THE USER'S VLCHALL RECORD (CREATED AT A     *
005420* NEW SITE). RE-ENROLMENT STARTS THE FAILURE COUNT AGAIN AND     *
005430* LIFTS A SELF-SERVICE LOCK - THE USER HAS JUST PROVED THE       *
005440* PASSWORD, WHICH IS MORE THAN THE QUESTIONS EVER ASK FOR.       *
005450******************************************************************
005460 2300-SAVE-ENROLMENT.
005470     OPEN I-O CHALL-FILE
005480     IF WS-CHALL-STATUS = "35"
005490         OPEN OUTPUT CHALL-FILE
005500         CLOSE CHALL-FILE
005510         OPEN I-O CHALL-FILE
005520     END-IF
005530     IF WS-CHALL-STATUS NOT = "00"
005540         DISPLAY "VLSSRVII: CANNOT OPEN VLCHALL, STATUS "
005550             WS-CHALL-STATUS
005560         DISPLAY "Perguntas nao cadastradas. Procure o suporte."
005570         MOVE "SELFSVC ENROL" TO WS-ACTION-TEXT
005580         SET WS-ACTION-FAILED TO TRUE
005590         PERFORM 9100-WRITE-AUDIT THRU 9100-WRITE-AUDIT-EXIT
005600         GO TO 2300-SAVE-ENROLMENT-EXIT
005610     END-IF
005620     MOVE "N" TO WS-CHALL-FOUND-SWITCH
005630     MOVE WS-USERID TO CHL-USERID
005640     READ CHALL-FILE
005650         INVALID KEY CONTINUE
005660         NOT INVALID KEY SET WS-CHALL-FOUND TO TRUE
005670     END-READ
005680     MOVE SPACES TO WS-CHALL-REC
005690     MOVE WS-USERID TO CHL-USERID
005700     MOVE WS-NEW-SALT TO CHL-SALT
005710     PERFORM VARYING WS-Q-IDX FROM 1 BY 1 UNTIL WS-Q-IDX > 3
005720         MOVE WS-NEW-Q-NO(WS-Q-IDX) TO CHL-QUESTION-NO(WS-Q-IDX)
005730         MOVE WS-NEW-HASH(WS-Q-IDX) TO CHL-ANSWER-HASH(WS-Q-IDX)
005740     END-PERFORM
005750     ACCEPT WS-TODAY FROM DATE YYYYMMDD
005760     MOVE WS-TODAY TO CHL-ENROLLED
005770     MOVE ZERO TO CHL-FAIL-COUNT CHL-LOCK-DATE CHL-LAST-USED
005780     MOVE "N" TO CHL-LOCK-SWITCH
005790     IF WS-CHALL-FOUND
005800         REWRITE WS-CHALL-REC
005810     ELSE
005820         WRITE WS-CHALL-REC
005830     END-IF
005840     CLOSE CHALL-FILE
005850     DISPLAY "Perguntas de seguranca cadastradas!"
005860     MOVE "SELFSVC ENROL" TO WS-ACTION-TEXT
005870     SET WS-ACTION-PASSED TO TRUE
005880     PERFORM 9100-WRITE-AUDIT THRU 9100-WRITE-AUDIT-EXIT
005890     .
005900 2300-SAVE-ENROLMENT-EXIT.
005910     EXIT.
005920
005930******************************************************************
005940* 3000-RECOVER                                                   *
005950* THE LOCKED-OUT OR FORGOTTEN PATH. ALL OF THIS PROGRAM'S OWN    *
005960* VLUSER AND VLCHALL UPDATES ARE DONE AND BOTH FILES CLOSED      *
005970* BEFORE 3500 HANDS OVER TO VLVALSEN FOR THE FORCED CHANGE.      *
005980******************************************************************
005990 3000-RECOVER.
006000     PERFORM 1200-READ-USER THRU 1200-READ-USER-EXIT
006010     PERFORM 1300-CHECK-ELIGIBLE THRU 1300-CHECK-ELIGIBLE-EXIT
006020     IF WS-REFUSED
006030         GO TO 3000-RECOVER-CLOSE
006040     END-IF
006050     PERFORM 3100-READ-CHALLENGE THRU 3100-READ-CHALLENGE-EXIT
006060     IF WS-REFUSED
006070         GO TO 3000-RECOVER-CLOSE
006080     END-IF
006090     DISPLAY "==================================================="
006100     DISPLAY "RESPONDA AS PERGUNTAS DE SEGURANCA:"
006110     MOVE ZERO TO WS-CORRECT-COUNT
006115     MOVE ZERO TO WS-TMP-FOLD
006120     PERFORM 3200-ASK-QUESTION THRU 3200-ASK-QUESTION-EXIT
006130         VARYING WS-Q-IDX FROM 1 BY 1
006140         UNTIL WS-Q-IDX > 3
006150     IF WS-CORRECT-COUNT < WS-ANSWERS-NEEDED
006160         PERFORM 3250-WRONG-ANSWERS THRU 3250-WRONG-ANSWERS-EXIT
006170         GO TO 3000-RECOVER-CLOSE
006180     END-IF
006190     MOVE ZERO TO CHL-FAIL-COUNT
006200     ACCEPT WS-TODAY FROM DATE YYYYMMDD
006210     MOVE WS-TODAY TO CHL-LAST-USED
006220     REWRITE WS-CHALL-REC
006230     MOVE "SELFSVC ANSWERS OK" TO WS-ACTION-TEXT
006240     SET WS-ACTION-PASSED TO TRUE
006250     PERFORM 9100-WRITE-AUDIT THRU 9100-WRITE-AUDIT-EXIT
006260     MOVE SPACE TO WS-UNLOCK-OPTION
006270     IF USER-ACCOUNT-LOCKED
006280         DISPLAY "Conta bloqueada por tentativas invalidas."
006290         DISPLAY " 1 - SOMENTE DESBLOQUEAR (LEMBRO A SENHA)"
006300         DISPLAY " 2 - DESBLOQUEAR E CRIAR NOVA SENHA"
006310         DISPLAY "OPCAO: "
006320         ACCEPT  WS-UNLOCK-OPTION
006330     END-IF
006340     IF WS-UNLOCK-ONLY
006350         PERFORM 3300-SELF-UNLOCK THRU 3300-SELF-UNLOCK-EXIT
006360         GO TO 3000-RECOVER-CLOSE
006370     END-IF
006380     PERFORM 3400-SELF-RESET THRU 3400-SELF-RESET-EXIT
006390     PERFORM 3050-CLOSE-FILES THRU 3050-CLOSE-FILES-EXIT
006400     MOVE "N" TO WS-CHANGE-DONE-SWITCH
006405     MOVE ZERO TO WS-PWD-TRIES
006410     PERFORM 3500-NEW-PASSWORD THRU 3500-NEW-PASSWORD-EXIT
006412     IF NOT WS-CHANGE-DONE
006414         PERFORM 3600-UNDO-RESET THRU 3600-UNDO-RESET-EXIT
006416     END-IF
006420     GO TO 3000-RECOVER-EXIT
006430     .
006440 3000-RECOVER-CLOSE.
006450     PERFORM 3050-CLOSE-FILES THRU 3050-CLOSE-FILES-EXIT
006500     .
006510 3000-RECOVER-EXIT.
006511     EXIT.
006512
006513******************************************************************
006514* 3050-CLOSE-FILES                                               *
006515* CLOSES VLCHALL WHEN IT WAS OPENED, AND VLUSER.                 *
006516******************************************************************
006517 3050-CLOSE-FILES.
006518     IF WS-CHALL-OPENED
006519         CLOSE CHALL-FILE
006520         MOVE "N" TO WS-CHALL-OPEN-SWITCH
006521     END-IF
006522     PERFORM 1250-CLOSE-USER THRU 1250-CLOSE-USER-EXIT
006523     .
006524 3050-CLOSE-FILES-EXIT.
006525     EXIT.
006530
006540******************************************************************
006550* 3100-READ-CHALLENGE                                            *
006560* THE USER'S ENROLLED QUESTIONS. NOT ENROLLED, OR QUESTIONS      *
006570* STILL UNDER A SELF-SERVICE LOCK, IS A REFUSAL. A LOCK OLDER    *
006580* THAN THE CARD'S LOCK DAYS HAS RUN ITS COURSE AND IS CLEARED,   *
006590* THE SAME WAY VLVALSEN TIMES OUT A PASSWORD LOCKOUT; ZERO LOCK  *
006600* DAYS LEAVES IT UNTIL THE USER RE-ENROLS.                       *
006610******************************************************************
006620 3100-READ-CHALLENGE.
006630     MOVE "N" TO WS-CHALL-FOUND-SWITCH
006640     OPEN I-O CHALL-FILE
006650     IF WS-CHALL-STATUS = "00"
006660         SET WS-CHALL-OPENED TO TRUE
006670         MOVE WS-USERID TO CHL-USERID
006680         READ CHALL-FILE
006690             INVALID KEY CONTINUE
006700             NOT INVALID KEY SET WS-CHALL-FOUND TO TRUE
006710         END-READ
006720     END-IF
006730     IF NOT WS-CHALL-FOUND
006740         DISPLAY "Perguntas de seguranca nao cadastradas."
006750             " Procure o suporte."
006760         MOVE "SELFSVC NOT ENROLLED" TO WS-ACTION-TEXT
006770         GO TO 3100-READ-CHALLENGE-REFUSE
006780     END-IF
006790     IF NOT CHL-LOCKED
006800         GO TO 3100-READ-CHALLENGE-EXIT
006810     END-IF
006820     IF WS-LOCK-DAYS > 0 AND CHL-LOCK-DATE NOT = ZERO
006830         ACCEPT WS-TODAY FROM DATE YYYYMMDD
006840         COMPUTE WS-DATE-INT =
006850             FUNCTION INTEGER-OF-DATE(CHL-LOCK-DATE)
006860             + WS-LOCK-DAYS
006870         COMPUTE WS-UNLOCK-DATE =
006880             FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
006890         IF WS-TODAY >= WS-UNLOCK-DATE
006900             MOVE "N" TO CHL-LOCK-SWITCH
006910             MOVE ZERO TO CHL-FAIL-COUNT CHL-LOCK-DATE
006920             REWRITE WS-CHALL-REC
006930             GO TO 3100-READ-CHALLENGE-EXIT
006940         END-IF
006950     END-IF
006960     DISPLAY "Autoatendimento bloqueado apos respostas"
006970         " incorretas. Procure o suporte."
006980     MOVE "SELFSVC LOCKED OUT" TO WS-ACTION-TEXT
006990     .
007000 3100-READ-CHALLENGE-REFUSE.
007010     SET WS-REFUSED TO TRUE
007020     SET WS-ACTION-FAILED TO TRUE
007030     PERFORM 9100-WRITE-AUDIT THRU 9100-WRITE-AUDIT-EXIT
007040     .
007050 3100-READ-CHALLENGE-EXIT.
007060     EXIT.
007070
007080******************************************************************
007090* 3200-ASK-QUESTION                                              *
007100* ONE ENROLLED QUESTION, HASHED UNDER THE SAME SALT AND NUMBER   *
007110* AS AT ENROLMENT. THE USER IS NEVER TOLD WHICH ONE MISSED.      *
007112* EACH ANSWER AS TYPED ALSO GOES INTO WS-TMP-FOLD, THE SEED OF   *
007114* A RESET'S TEMPORARY PASSWORD.                                  *
007120******************************************************************
007130 3200-ASK-QUESTION.
007140     MOVE CHL-QUESTION-NO(WS-Q-IDX) TO WS-Q-NO
007150     IF WS-Q-NO = ZERO OR WS-Q-NO > WS-CHQ-COUNT
007160         GO TO 3200-ASK-QUESTION-EXIT
007170     END-IF
007180     DISPLAY WS-CHQ-TEXT(WS-Q-NO)
007190     DISPLAY "RESPOSTA: "
007200     ACCEPT  WS-ANSWER WITH NO ECHO
007210     PERFORM 8500-NORMALIZE-ANSWER THRU 8500-NORMALIZE-ANSWER-EXIT
007220     MOVE CHL-SALT TO WS-ANS-SALT
007230     PERFORM 8400-HASH-ANSWER THRU 8400-HASH-ANSWER-EXIT
007240     IF WS-HASH2-VALUE = CHL-ANSWER-HASH(WS-Q-IDX)
007250         ADD 1 TO WS-CORRECT-COUNT
007260     END-IF
007262     PERFORM 8420-FOLD-TEMP-CHAR THRU 8420-FOLD-TEMP-CHAR-EXIT
007264         VARYING WS-CONTADOR FROM 1 BY 1
007266         UNTIL WS-CONTADOR > LENGTH OF WS-ANSWER
007270     MOVE SPACES TO WS-ANSWER
007280     .
007290 3200-ASK-QUESTION-EXIT.
007300     EXIT.
007310
007320******************************************************************
007330* 3250-WRONG-ANSWERS                                             *
007340* TOO FEW RIGHT ANSWERS. COUNTS AGAINST THE QUESTIONS, NOT THE   *
007350* PASSWORD, AND LOCKS THE QUESTIONS AT THE CARD'S LIMIT - WHICH  *
007360* THE SOC HEARS ABOUT, SINCE IT IS WHAT SOMEONE GUESSING AT      *
007370* ANOTHER USER'S ANSWERS LOOKS LIKE.                             *
007380******************************************************************
007390 3250-WRONG-ANSWERS.
007400     ADD 1 TO CHL-FAIL-COUNT
007410     IF CHL-FAIL-COUNT >= WS-MAX-WRONG
007420         MOVE "Y" TO CHL-LOCK-SWITCH
007430         ACCEPT WS-TODAY FROM DATE YYYYMMDD
007440         MOVE WS-TODAY TO CHL-LOCK-DATE
007450         MOVE "SELFSVC LOCKOUT" TO WS-ACTION-TEXT
007460         DISPLAY "Respostas incorretas. Autoatendimento"
007470             " bloqueado - procure o suporte."
007480     ELSE
007490         MOVE "SELFSVC BAD ANSWERS" TO WS-ACTION-TEXT
007500         DISPLAY "Respostas incorretas."
007510     END-IF
007520     REWRITE WS-CHALL-REC
007530     SET WS-ACTION-FAILED TO TRUE
007540     PERFORM 9100-WRITE-AUDIT THRU 9100-WRITE-AUDIT-EXIT
007550     IF CHL-LOCKED
007560         MOVE SPACES TO WS-SECEVT-REC
007570         SET SEV-SELF-LOCKOUT TO TRUE
007580         SET SEV-MEDIUM TO TRUE
007590         MOVE "CHALLENGE QUESTIONS LOCKED - WRONG ANSWERS"
007600             TO SEV-DETAIL
007610         PERFORM 9150-RAISE-EVENT THRU 9150-RAISE-EVENT-EXIT
007620     END-IF
007630     .
007640 3250-WRONG-ANSWERS-EXIT.
007650     EXIT.
007660
007670******************************************************************
007680* 3300-SELF-UNLOCK                                               *
007690* CLEARS A FAILURE LOCKOUT - THE SAME FIELDS A VLUSRMNT UNLOCK   *
007700* CARD CLEARS. THE PASSWORD ITSELF IS LEFT AS IT WAS.            *
007710******************************************************************
007720 3300-SELF-UNLOCK.
007730     MOVE "N" TO USER-LOCK-SWITCH
007740     MOVE ZERO TO USER-FAIL-COUNT
007750     MOVE ZERO TO USER-LOCK-DATE
007760     REWRITE WS-USER-REC
007770     DISPLAY "Conta desbloqueada!"
007780     MOVE "SELFSVC UNLOCK" TO WS-ACTION-TEXT
007790     SET WS-ACTION-PASSED TO TRUE
007800     PERFORM 9100-WRITE-AUDIT THRU 9100-WRITE-AUDIT-EXIT
007810     MOVE SPACES TO WS-SECEVT-REC
007820     SET SEV-SELF-UNLOCK TO TRUE
007830     SET SEV-LOW TO TRUE
007840     MOVE "ACCOUNT UNLOCKED BY USER - CHALLENGE ANSWERED"
007850         TO SEV-DETAIL
007860     PERFORM 9150-RAISE-EVENT THRU 9150-RAISE-EVENT-EXIT
007870     .
007880 3300-SELF-UNLOCK-EXIT.
007890     EXIT.
007900
007910******************************************************************
007920* 3400-SELF-RESET                                                *
007930* STAMPS A TEMPORARY PASSWORD THE WAY VLUSRMNT'S TEMPPWD DOES -  *
007940* FRESH SALT, SALTED HASH AND OLD CHECKSUM, MUST-CHANGE MARKER,  *
007950* TODAY AS THE ISSUE DATE - AND LIFTS A FAILURE LOCKOUT. NOBODY  *
007960* IS TOLD THE TEMPORARY PASSWORD: IT ONLY EVER TRAVELS TO        *
007970* VLVALSEN AS THE CURRENT PASSWORD OF THE CHANGE IN 3500. IT IS  *
007980* BUILT FROM THE FOLD OF THE TYPED ANSWERS, NOT THE SALT OR THE  *
007985* CLOCK, SO IT CANNOT BE WORKED BACK FROM THE STORED RECORD. THE *
007990* RECORD AS IT WAS IS KEPT FOR 3600.                             *
008000******************************************************************
008010 3400-SELF-RESET.
008015     MOVE WS-USER-REC TO WS-SAVED-USER-REC
008020     MOVE WS-TMP-FOLD TO WS-TMP-DIGITS
008060     MOVE WS-TEMP-BUILD TO WS-TEMP-PASSWORD
008070     PERFORM 8300-MAKE-SALT THRU 8300-MAKE-SALT-EXIT
008080     MOVE WS-TEMP-PASSWORD TO WS-HASH-SOURCE
008090     PERFORM 8000-CALC-HASH THRU 8000-CALC-HASH-EXIT
008100     PERFORM 8200-CALC-HASH2 THRU 8200-CALC-HASH2-EXIT
008110     MOVE WS-HASH-VALUE TO USER-PASSWORD-HASH
008120     MOVE WS-SALT-VALUE TO USER-SALT
008130     MOVE "2" TO USER-HASH-FORMAT
008140     MOVE WS-HASH2-VALUE TO USER-PASSWORD-HASH2
008150     MOVE "Y" TO USER-MUST-CHANGE
008160     ACCEPT WS-TODAY FROM DATE YYYYMMDD
008170     MOVE WS-TODAY TO USER-TEMP-ISSUED
008180     IF USER-ACCOUNT-LOCKED
008190         MOVE "N" TO USER-LOCK-SWITCH
008200         MOVE ZERO TO USER-LOCK-DATE
008210     END-IF
008220     MOVE ZERO TO USER-FAIL-COUNT
008230     REWRITE WS-USER-REC
008240     MOVE "SELFSVC RESET" TO WS-ACTION-TEXT
008250     SET WS-ACTION-PASSED TO TRUE
008260     PERFORM 9100-WRITE-AUDIT THRU 9100-WRITE-AUDIT-EXIT
008270     MOVE SPACES TO WS-SECEVT-REC
008280     SET SEV-SELF-RESET TO TRUE
008290     SET SEV-MEDIUM TO TRUE
008300     MOVE "PASSWORD RESET BY USER - CHALLENGE ANSWERED"
008310         TO SEV-DETAIL
008320     PERFORM 9150-RAISE-EVENT THRU 9150-RAISE-EVENT-EXIT
008330     .
008340 3400-SELF-RESET-EXIT.
008350     EXIT.
008360
008370******************************************************************
008380* 3500-NEW-PASSWORD                                              *
008390* THE FORCED CHANGE, THROUGH VLVALSEN LIKE VLMAILII'S - THE NEW  *
008400* PASSWORD TWICE, THEN A CHANGE CALL WITH THE TEMPORARY ONE AS   *
008410* CURRENT. A MISMATCH OR A POLICY REJECTION ASKS AGAIN, UP TO    *
008420* WS-PWD-MAX-TRIES TIMES; A BLANK PASSWORD CANCELS; A LOCKOUT    *
008425* OR A DEAD TEMPORARY PASSWORD ENDS IT. ANY OF THOSE LEAVES      *
008427* WS-CHANGE-DONE OFF FOR 3600.                                   *
008430******************************************************************
008440 3500-NEW-PASSWORD.
008445     ADD 1 TO WS-PWD-TRIES
008450     DISPLAY "CADASTRE O NOVO PASSWORD (EM BRANCO CANCELA): "
008460     ACCEPT  LK-PASSWORD WITH NO ECHO
008462     IF LK-PASSWORD = SPACES
008464         DISPLAY "Troca de senha cancelada."
008466         GO TO 3500-NEW-PASSWORD-EXIT
008468     END-IF
008470     DISPLAY "CONFIRME O NOVO PASSWORD: "
008480     ACCEPT  WS-CONFIRM-PASSWORD WITH NO ECHO
008490     IF LK-PASSWORD NOT = WS-CONFIRM-PASSWORD
008500         DISPLAY "As senhas novas nao conferem!"
008505         IF WS-PWD-TRIES < WS-PWD-MAX-TRIES
008510             GO TO 3500-NEW-PASSWORD
008512         END-IF
008514         GO TO 3500-NEW-PASSWORD-EXIT
008520     END-IF
008530     MOVE WS-USERID TO LK-USERID
008540     MOVE WS-TEMP-PASSWORD TO LK-CURRENT-PASSWORD
008550     SET LK-FUNC-CHANGE TO TRUE
008560     SET LK-MODE-LIVE TO TRUE
008570     CALL "VLVALSEN" USING LK-VALSEN-PARMS
008580     IF LK-SENHA-VALIDA
008590         DISPLAY "Senha valida! Nova senha cadastrada."
008600         SET WS-CHANGE-DONE TO TRUE
008610         GO TO 3500-NEW-PASSWORD-EXIT
008620     END-IF
008630     EVALUATE LK-REASON-CODE
008640         WHEN "08"
008650             DISPLAY "Conta bloqueada apos varias tentativas"
008660                 " invalidas. Procure o suporte."
008670         WHEN "12"
008680         WHEN "13"
008690         WHEN "14"
008700         WHEN "15"
008710             DISPLAY "Troca de senha nao concluida."
008720                 " Procure o suporte."
008730         WHEN OTHER
008740             DISPLAY "Senha invalida! Motivo: " LK-REASON-TEXT
008745             IF WS-PWD-TRIES < WS-PWD-MAX-TRIES
008750                 GO TO 3500-NEW-PASSWORD
008752             END-IF
008754             DISPLAY "Tentativas esgotadas."
008760     END-EVALUATE
008770     .
008780 3500-NEW-PASSWORD-EXIT.
008790     EXIT.
008791
008792******************************************************************
008793* 3600-UNDO-RESET                                                *
008794* THE FORCED CHANGE DID NOT HAPPEN, SO THE RESET IS TAKEN BACK:  *
008795* THE RECORD KEPT IN 3400 GOES BACK ON VLUSER - OLD PASSWORD,    *
008796* LOCK AND FAIL COUNT - AND THE TEMPORARY PASSWORD IS GONE WITH  *
008797* IT. VLVALSEN STILL HOLDS VLUSER OPEN, SO IT IS CANCELLED FIRST *
008798* TO CLOSE ITS FILES. THE AUDIT TEXT SAYS WHETHER THE RECORD     *
008799* WENT BACK LOCKED, SO VLRECOVR CAN REPLAY IT.                   *
008800******************************************************************
008801 3600-UNDO-RESET.
008802     CANCEL "VLVALSEN"
008803     PERFORM 1200-READ-USER THRU 1200-READ-USER-EXIT
008804     IF NOT WS-USER-FOUND
008805         DISPLAY "VLSSRVII: VLUSER STATUS " WS-USER-STATUS
008806             " - RESET OF " WS-USERID " NOT TAKEN BACK"
008807         PERFORM 1250-CLOSE-USER THRU 1250-CLOSE-USER-EXIT
008808         GO TO 3600-UNDO-RESET-EXIT
008809     END-IF
008810     MOVE WS-SAVED-USER-REC TO WS-USER-REC
008811     REWRITE WS-USER-REC
008812     IF WS-USER-STATUS NOT = "00"
008813         DISPLAY "VLSSRVII: VLUSER REWRITE STATUS " WS-USER-STATUS
008814             " - RESET OF " WS-USERID " NOT TAKEN BACK"
008815         PERFORM 1250-CLOSE-USER THRU 1250-CLOSE-USER-EXIT
008816         GO TO 3600-UNDO-RESET-EXIT
008817     END-IF
008818     PERFORM 1250-CLOSE-USER THRU 1250-CLOSE-USER-EXIT
008819     IF USER-ACCOUNT-LOCKED
008820         MOVE "SELFSVC UNDO LOCKED" TO WS-ACTION-TEXT
008821     ELSE
008822         MOVE "SELFSVC UNDO OPEN" TO WS-ACTION-TEXT
008823     END-IF
008824     SET WS-ACTION-PASSED TO TRUE
008825     PERFORM 9100-WRITE-AUDIT THRU 9100-WRITE-AUDIT-EXIT
008826     DISPLAY "Senha anterior mantida."
008827     .
008828 3600-UNDO-RESET-EXIT.
008829     EXIT.
008831
008833******************************************************************
008835* 8000-CALC-HASH                                                 *
008837* THE OLD 8-DIGIT CHECKSUM OF WS-HASH-SOURCE - KEPT BYTE-        *
008840* COMPATIBLE WITH VLVALSEN'S 8000-CALC-HASH, INCLUDING THE       *
008850* POL-MAX-LENGTH BOUND, OR THE TEMPORARY PASSWORD STAMPED HERE   *
008860* WOULD NEVER VERIFY THERE.                                      *
008870******************************************************************
008880 8000-CALC-HASH.
008890     MOVE ZERO TO WS-HASH-VALUE
008900     COMPUTE WS-HASH-LENGTH =
008910         FUNCTION MIN(POL-MAX-LENGTH, LENGTH OF WS-HASH-SOURCE)
008920     PERFORM VARYING WS-CONTADOR FROM 1 BY 1
008930             UNTIL WS-CONTADOR > WS-HASH-LENGTH
008940         MOVE WS-HASH-SOURCE(WS-CONTADOR:1) TO WS-CARACTER
008950         PERFORM 8100-CALC-CHAR-VALUE
008960             THRU 8100-CALC-CHAR-VALUE-EXIT
008970         COMPUTE WS-HASH-TEMP =
008980             WS-HASH-VALUE * 31 + WS-CHAR-VALUE + 1
008990         DIVIDE WS-HASH-TEMP BY 99999999
009000             GIVING WS-DIVIDE-QUOT REMAINDER WS-HASH-VALUE
009010     END-PERFORM
009020     .
009030 8000-CALC-HASH-EXIT.
009040     EXIT.
009050
009060******************************************************************
009070* 8100-CALC-CHAR-VALUE                                           *
009080* MAPS ONE CHARACTER TO A SMALL NUMERIC VALUE FOR THE HASH -     *
009090* A-Z=0-25, a-z=27-52, 0-9=53-62, OTHER=63. SAME TABLE AS        *
009100* VLVALSEN'S.                                                    *
009110******************************************************************
009120 8100-CALC-CHAR-VALUE.
009130     EVALUATE TRUE
009140         WHEN WS-CARACTER >= "A" AND WS-CARACTER <= "Z"
009150             COMPUTE WS-CHAR-VALUE = FUNCTION ORD(WS-CARACTER)
009160                 - FUNCTION ORD("A")
009170         WHEN WS-CARACTER >= "a" AND WS-CARACTER <= "z"
009180             COMPUTE WS-CHAR-VALUE = FUNCTION ORD(WS-CARACTER)
009190                 - FUNCTION ORD("a") + 27
009200         WHEN WS-CARACTER >= "0" AND WS-CARACTER <= "9"
009210             COMPUTE WS-CHAR-VALUE = FUNCTION ORD(WS-CARACTER)
009220                 - FUNCTION ORD("0") + 53
009230         WHEN OTHER
009240             MOVE 63 TO WS-CHAR-VALUE
009250     END-EVALUATE
009260     .
009270 8100-CALC-CHAR-VALUE-EXIT.
009280     EXIT.
009290
009300******************************************************************
009310* 8200-CALC-HASH2                                                *
009320* THE SALTED 16-DIGIT HASH - SEEDED FROM WS-SALT-VALUE, 131      *
009330* MULTIPLIER, SAME FOLD AS VLVALSEN'S 8200-CALC-HASH2.           *
009340******************************************************************
009350 8200-CALC-HASH2.
009360     MOVE WS-SALT-VALUE TO WS-HASH2-VALUE
009370     COMPUTE WS-HASH-LENGTH =
009380         FUNCTION MIN(POL-MAX-LENGTH, LENGTH OF WS-HASH-SOURCE)
009390     PERFORM VARYING WS-CONTADOR FROM 1 BY 1
009400             UNTIL WS-CONTADOR > WS-HASH-LENGTH
009410         MOVE WS-HASH-SOURCE(WS-CONTADOR:1) TO WS-CARACTER
009420         PERFORM 8100-CALC-CHAR-VALUE
009430             THRU 8100-CALC-CHAR-VALUE-EXIT
009440         COMPUTE WS-HASH2-TEMP =
009450             WS-HASH2-VALUE * 131 + WS-CHAR-VALUE + 1
009460         DIVIDE WS-HASH2-TEMP BY 9999999999999999
009470             GIVING WS-HASH2-QUOT REMAINDER WS-HASH2-VALUE
009480     END-PERFORM
009490     .
009500 8200-CALC-HASH2-EXIT.
009510     EXIT.
009520
009530******************************************************************
009540* 8300-MAKE-SALT                                                 *
009550* AN 8-DIGIT SALT - DATE, TIME TO THE HUNDREDTH, AND A PER-RUN   *
009560* SEQUENCE, SAME RECIPE AS VLVALSEN'S 8300-MAKE-SALT.            *
009570******************************************************************
009580 8300-MAKE-SALT.
009590     ADD 1 TO WS-SALT-SEQ
009600     ACCEPT WS-TODAY FROM DATE YYYYMMDD
009610     ACCEPT WS-AUDIT-TIME-FULL FROM TIME
009620     COMPUTE WS-SALT-WORK =
009630         WS-TODAY * 100000000 + WS-AUDIT-TIME-FULL
009640         + WS-SALT-SEQ * 131
009650     DIVIDE WS-SALT-WORK BY 99999989
009660         GIVING WS-SALT-QUOT REMAINDER WS-SALT-VALUE
009670     .
009680 8300-MAKE-SALT-EXIT.
009690     EXIT.
009700
009710******************************************************************
009720* 8400-HASH-ANSWER                                               *
009730* THE SALTED FOLD OVER ALL 30 POSITIONS OF AN UPPER-CASED        *
009740* ANSWER, SEEDED FROM THE USER'S CHALLENGE SALT AND THE          *
009750* QUESTION NUMBER SO THE SAME ANSWER TO TWO QUESTIONS NEVER      *
009760* HASHES ALIKE. NOT BOUNDED BY THE POLICY CLASS - AN ANSWER IS   *
009770* NOT A PASSWORD, AND A CLASS CHANGE MUST NOT ORPHAN IT.         *
009780******************************************************************
009790 8400-HASH-ANSWER.
009800     COMPUTE WS-HASH2-VALUE = WS-ANS-SALT * 100 + WS-Q-NO
009810     PERFORM 8410-HASH-ANSWER-CHAR
009820         THRU 8410-HASH-ANSWER-CHAR-EXIT
009830         VARYING WS-CONTADOR FROM 1 BY 1
009840         UNTIL WS-CONTADOR > LENGTH OF WS-ANSWER
009850     .
009860 8400-HASH-ANSWER-EXIT.
009870     EXIT.
009880
009890******************************************************************
009900* 8410-HASH-ANSWER-CHAR                                          *
009910******************************************************************
009920 8410-HASH-ANSWER-CHAR.
009930     MOVE WS-ANSWER(WS-CONTADOR:1) TO WS-CARACTER
009940     PERFORM 8100-CALC-CHAR-VALUE THRU 8100-CALC-CHAR-VALUE-EXIT
009950     COMPUTE WS-HASH2-TEMP =
009960         WS-HASH2-VALUE * 131 + WS-CHAR-VALUE + 1
009970     DIVIDE WS-HASH2-TEMP BY 9999999999999999
009980         GIVING WS-HASH2-QUOT REMAINDER WS-HASH2-VALUE
009990     .
010000 8410-HASH-ANSWER-CHAR-EXIT.
010010     EXIT.
010012
010013******************************************************************
010014* 8420-FOLD-TEMP-CHAR                                            *
010015* ONE CHARACTER OF A TYPED ANSWER INTO WS-TMP-FOLD - 97          *
010016* MULTIPLIER, NO SALT, RUNNING ACROSS ALL THE ANSWERS, SO IT     *
010017* MATCHES NOTHING KEPT ON VLCHALL.                               *
010018******************************************************************
010019 8420-FOLD-TEMP-CHAR.
010020     MOVE WS-ANSWER(WS-CONTADOR:1) TO WS-CARACTER
010021     PERFORM 8100-CALC-CHAR-VALUE THRU 8100-CALC-CHAR-VALUE-EXIT
010022     COMPUTE WS-HASH2-TEMP =
010023         WS-TMP-FOLD * 97 + WS-CHAR-VALUE + 1
010024     DIVIDE WS-HASH2-TEMP BY 9999999999999937
010025         GIVING WS-HASH2-QUOT REMAINDER WS-TMP-FOLD
010026     .
010027 8420-FOLD-TEMP-CHAR-EXIT.
010028     EXIT.
010029
010030******************************************************************
010040* 8500-NORMALIZE-ANSWER                                          *
010050* UPPER-CASES WS-ANSWER AND MEASURES IT.                         *
010060******************************************************************
010070 8500-NORMALIZE-ANSWER.
010080     INSPECT WS-ANSWER CONVERTING
010090         "abcdefghijklmnopqrstuvwxyz"
010100         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
010110     MOVE ZERO TO WS-TRAILING-SPACES
010120     INSPECT WS-ANSWER TALLYING WS-TRAILING-SPACES
010130         FOR TRAILING SPACES
010140     COMPUTE WS-ANSWER-LENGTH = LENGTH OF WS-ANSWER
010150         - WS-TRAILING-SPACES
010160     .
010170 8500-NORMALIZE-ANSWER-EXIT.
010180     EXIT.
010190
010200******************************************************************
010210* 9000-TERMINATE                                                 *
010220* CLOSES VLAUDIT THROUGH VLAUDWRT.                               *
010230******************************************************************
010240 9000-TERMINATE.
010250     MOVE "C" TO LK-AW-FUNCTION
010260     CALL "VLAUDWRT" USING LK-AUDWRT-PARMS
010270     DISPLAY "==================================================="
010280     .
010290 9000-TERMINATE-EXIT.
010300     EXIT.
010310
010320******************************************************************
010330* 9100-WRITE-AUDIT                                               *
010340* ONE VLAUDIT ROW FOR THE STEP JUST TAKEN, UNDER OPERATOR        *
010350* "SELFSVC" SO THE DESK CAN TELL THE USER'S OWN ACTIONS FROM     *
010355* ITS OWN ON VLUSRINQ. WS-ACTION-TEXT SAYS WHAT WAS TRIED. A     *
010360* ROW VLAUDWRT COULD NOT WRITE IS LISTED ON THE CONSOLE.         *
010370******************************************************************
010380 9100-WRITE-AUDIT.
010390     MOVE WS-USERID TO AUD-USERID
010400     MOVE "SELFSVC" TO AUD-OPERATOR
010410     MOVE SPACES TO AUD-APPROVER
010420     ACCEPT WS-TODAY FROM DATE YYYYMMDD
010430     ACCEPT WS-AUDIT-TIME-FULL FROM TIME
010440     MOVE WS-AUDIT-TIME-FULL(1:6) TO WS-AUDIT-TIME
010450     COMPUTE AUD-TIMESTAMP = WS-TODAY * 1000000 + WS-AUDIT-TIME
010460     IF WS-ACTION-PASSED
010470         SET AUD-PASSED TO TRUE
010480     ELSE
010490         SET AUD-FAILED TO TRUE
010500     END-IF
010510     MOVE "00" TO AUD-REASON-CODE
010520     MOVE WS-ACTION-TEXT TO AUD-REASON-TEXT
010530     MOVE "W" TO LK-AW-FUNCTION
010540     MOVE WS-AUDIT-REC TO LK-AW-RECORD
010542     CALL "VLAUDWRT" USING LK-AUDWRT-PARMS
010544     IF LK-AW-NOT-WRITTEN
010546         DISPLAY "VLSSRVII: AUDIT ROW NOT WRITTEN FOR "
010548             AUD-USERID " " AUD-REASON-TEXT
010550     END-IF
010560     .
010570 9100-WRITE-AUDIT-EXIT.
010580     EXIT.
010590
010600******************************************************************
010610* 9150-RAISE-EVENT                                               *
010620* FILLS IN WHAT EVERY EVENT FROM THIS PROGRAM SHARES AND HANDS   *
010630* THE ROW TO VLSECWRT. THE CALLER HAS SET THE TYPE, SEVERITY     *
010640* AND DETAIL.                                                    *
010650******************************************************************
010660 9150-RAISE-EVENT.
010670     MOVE ZERO TO SEV-TIMESTAMP
010680     MOVE WS-USERID TO SEV-USERID
010690     MOVE USER-POLICY-CLASS TO SEV-POLICY-CLASS
010700     MOVE "SELFSVC" TO SEV-OPERATOR
010710     MOVE "00" TO SEV-REASON-CODE
010720     MOVE "VLSSRVII" TO SEV-SOURCE
010730     MOVE WS-SECEVT-REC TO LK-SW-RECORD
010740     CALL "VLSECWRT" USING LK-SECWRT-PARMS
010750     .
010760 9150-RAISE-EVENT-EXIT.
010770     EXIT.
010780
010790 END PROGRAM VLSSRVII.
