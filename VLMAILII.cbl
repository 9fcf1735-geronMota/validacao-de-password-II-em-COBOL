000201*                 POINT THE USER AT THE SUPPORT DESK AND STOP,
000202*                 INSTEAD OF RE-PROMPTING FOREVER FOR PASSWORDS
000203*                 VLVALSEN REJECTS BEFORE EVEN LOOKING AT THEM.
000204*   26/10/15 GM   A LOCKED-OUT USER IS POINTED AT THE VLSSRVII
000205*                 SELF-SERVICE UNLOCK AS WELL AS THE SUPPORT DESK.
000206******************************************************************
000207 IDENTIFICATION DIVISION.
000208 PROGRAM-ID. VLMAILII.
000210 DATA DIVISION.
000220 WORKING-STORAGE SECTION.
000230 COPY LKVALSEN.

000440     IF LK-SENHA-VALIDA
000450         DISPLAY "Senha valida!"
000451     ELSE
000452         IF LK-REASON-CODE = "08"
000453             DISPLAY "Conta bloqueada apos varias tentativas"
000454                 " invalidas. Use o autoatendimento ou procure"
000455                 " o suporte."
000456         ELSE
000457         IF LK-REASON-CODE = "13"
000458             DISPLAY "Senha expirada e sem mais acessos de"
000459                 " carencia. Procure o suporte."
000460         ELSE
000461         IF LK-REASON-CODE = "14"
000462             DISPLAY "Senha temporaria expirada sem uso."
000463                 " Procure o suporte."
000467         ELSE
000468         IF LK-REASON-CODE = "12"
000469             DISPLAY "Senha atual incorreta!"
000471             PERFORM P02-PASSWORD
000472         ELSE
000481             DISPLAY "Senha invalida! Motivo: " LK-REASON-TEXT
000490             PERFORM P02-PASSWORD
000491         END-IF
000492         END-IF
000494         END-IF
000495         END-IF
000500     END-IF
