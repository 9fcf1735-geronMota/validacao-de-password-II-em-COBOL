      ******************************************************************
      * Copybook  : CPCHQST
      * Purpose   : The challenge-question catalogue VLSSRVII offers
      *             at enrolment. VLCHALL stores only the question
      *             number, so a question's wording may be corrected
      *             here, but a number must never be reused for a
      *             different question - enrolled answers would then
      *             belong to the wrong one. Add new questions at the
      *             end and raise WS-CHQ-COUNT and the OCCURS with them.
      * Mod-log   :
      *   26/10/15 GM  Original catalogue, eight questions.
      ******************************************************************
       77  WS-CHQ-COUNT                      PIC 9(02)  VALUE 08.
       01  WS-CHQ-CATALOGUE.
           05  FILLER                        PIC X(50)
               VALUE "NOME DO SEU PRIMEIRO ANIMAL DE ESTIMACAO".
           05  FILLER                        PIC X(50)
               VALUE "CIDADE ONDE SEUS PAIS SE CONHECERAM".
           05  FILLER                        PIC X(50)
               VALUE "NOME DA SUA PRIMEIRA ESCOLA".
           05  FILLER                        PIC X(50)
               VALUE "SOBRENOME DE SOLTEIRA DA SUA AVO MATERNA".
           05  FILLER                        PIC X(50)
               VALUE "MODELO DO SEU PRIMEIRO CARRO".
           05  FILLER                        PIC X(50)
               VALUE "NOME DO SEU MELHOR AMIGO DE INFANCIA".
           05  FILLER                        PIC X(50)
               VALUE "RUA ONDE VOCE MOROU AOS DEZ ANOS".
           05  FILLER                        PIC X(50)
               VALUE "PROFISSAO DO SEU AVO PATERNO".
       01  WS-CHQ-TABLE REDEFINES WS-CHQ-CATALOGUE.
           05  WS-CHQ-TEXT OCCURS 8 TIMES    PIC X(50).
