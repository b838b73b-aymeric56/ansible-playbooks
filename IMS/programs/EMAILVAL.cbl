       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMAILVAL.

      ******************************************************************
      *SHARED E-MAIL ADDRESS VALIDATION MODULE
      *
      *CALLED, THE SAME WAY AS PHONEVAL, BEFORE AN INSERT/UPDATE OF
      *CONTACTS.EMAIL IS EXECUTED :
      *   PBOOKDBN  (CICS/Db2, CREATE, UPDATE AND BULK-ADD)
      *   IMPCTC00  (BATCH/Db2, MONTHLY REGIONAL IMPORT)
      *   MVTRH00   (BATCH/Db2, DAILY HR MOVEMENT FEED)
      *
      *A BLANK ADDRESS IS ACCEPTED (THE E-MAIL IS OPTIONAL). OTHERWISE
      *THE ADDRESS MUST BE ONE LOCAL PART AND ONE DOMAIN SEPARATED BY
      *A SINGLE '@', WITH NO EMBEDDED SPACE :
      *   LOCAL PART : LETTERS, DIGITS AND . _ - +
      *   DOMAIN     : LETTERS, DIGITS, . AND -, AT LEAST ONE '.'
      *   NEITHER PART MAY BE EMPTY, START OR END WITH '.' OR HOLD
      *   TWO '.' IN A ROW
      *AND ITS DOMAIN (COMPARED IN LOWER CASE) MUST BE ONE OF THE
      *COMPANY MAIL DOMAINS OF THE REFERENCE TABLE MAIL_DOMAINS
      *(DOMAINE, ACTIF). ANYTHING ELSE COMES BACK WITH EMV-CODE-RETOUR
      *'08' AND A SHORT REASON IN EMV-MESSAGE SO THE CALLER CAN REJECT
      *THE REQUEST INSTEAD OF STORING AN ADDRESS NOBODY CAN WRITE TO.
      *
      *WHEN MAIL_DOMAINS ITSELF CANNOT BE REACHED (SQL ERROR) THE
      *SYNTAX CHECK ALONE DECIDES, AS ZIPREGN FALLS BACK ON ITS
      *COMPILED TABLE, SO CREATIONS ARE NOT BLOCKED - THE FALLBACK IS
      *SIGNALLED ON THE JOB LOG.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CLASS EMV-CAR-LOCAL  IS 'A' THRU 'Z' 'a' THRU 'z'
                                   '0' THRU '9' '.' '_' '-' '+'
           CLASS EMV-CAR-DOMAINE IS 'A' THRU 'Z' 'a' THRU 'z'
                                   '0' THRU '9' '.' '-'.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       77 W-LONGUEUR                PIC 9(02) COMP.
       77 W-POS-AROBASE             PIC 9(02) COMP.
       77 W-NB-AROBASE              PIC 9(02) COMP.
       77 W-NB-POINT                PIC 9(02) COMP.
       77 W-NB-POINTS-DOUBLES       PIC 9(02) COMP.
       77 W-LG-LOCAL                PIC 9(02) COMP.
       77 W-LG-DOMAINE              PIC 9(02) COMP.
       77 W-LOCAL                   PIC X(40).
       77 W-DOMAINE                 PIC X(40).
       77 W-SYNTAXE                 PIC X(01) VALUE 'Y'.
          88 W-SYNTAXE-OK               VALUE 'Y'.

      * VARIABLES DB2 SYSTEM - LOOKUP IN THE MAIL_DOMAINS REFERENCE
      * TABLE
           EXEC SQL INCLUDE SQLCA END-EXEC.

       77 W-NB-DOMAINES             PIC S9(9) COMP.

       LINKAGE SECTION.

       COPY EMAILVALC.

      ******************************************************************
      *PROCEDURE DIVISION
      ******************************************************************
       PROCEDURE DIVISION USING EMV-ENTREE EMV-SORTIE.

       EMAILVAL-MAIN.
           MOVE '00'   TO EMV-CODE-RETOUR
           MOVE SPACES TO EMV-MESSAGE
                          EMV-OUT-DOMAINE

           IF EMV-IN-EMAIL NOT = SPACES
               PERFORM CHECK-SYNTAX
               IF NOT W-SYNTAXE-OK
                   MOVE '08' TO EMV-CODE-RETOUR
                   MOVE 'MAIL INVALIDE - SYNTAXE'
                     TO EMV-MESSAGE
               ELSE
                   MOVE W-DOMAINE TO EMV-OUT-DOMAINE
                   PERFORM CHECK-DOMAIN
               END-IF
           END-IF

           GOBACK
           .

      *    SPLITS THE ADDRESS AROUND ITS '@' INTO W-LOCAL / W-DOMAINE
      *    (THE DOMAIN FOLDED TO LOWER CASE) AND CHECKS BOTH PARTS
       CHECK-SYNTAX.
           MOVE 'Y'    TO W-SYNTAXE
           MOVE SPACES TO W-LOCAL
                          W-DOMAINE

      *    LENGTH UP TO THE LAST NON-BLANK CHARACTER
           MOVE 40 TO W-LONGUEUR
           PERFORM UNTIL W-LONGUEUR = 0
                      OR EMV-IN-EMAIL(W-LONGUEUR:1) NOT = SPACE
               SUBTRACT 1 FROM W-LONGUEUR
           END-PERFORM

           MOVE 0 TO W-NB-AROBASE
           INSPECT EMV-IN-EMAIL(1:W-LONGUEUR)
               TALLYING W-NB-AROBASE FOR ALL '@'
           MOVE 0 TO W-POS-AROBASE
           INSPECT EMV-IN-EMAIL(1:W-LONGUEUR)
               TALLYING W-POS-AROBASE FOR CHARACTERS BEFORE INITIAL '@'

           IF W-NB-AROBASE NOT = 1
              OR W-POS-AROBASE = 0
              OR W-POS-AROBASE + 1 >= W-LONGUEUR
               MOVE 'N' TO W-SYNTAXE
           ELSE
               MOVE W-POS-AROBASE TO W-LG-LOCAL
               COMPUTE W-LG-DOMAINE = W-LONGUEUR - W-POS-AROBASE - 1
               MOVE EMV-IN-EMAIL(1:W-LG-LOCAL) TO W-LOCAL
               MOVE EMV-IN-EMAIL(W-POS-AROBASE + 2:W-LG-DOMAINE)
                 TO W-DOMAINE
               INSPECT W-DOMAINE
                   CONVERTING 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                           TO 'abcdefghijklmnopqrstuvwxyz'

               IF W-LOCAL(1:W-LG-LOCAL) IS NOT EMV-CAR-LOCAL
                  OR W-DOMAINE(1:W-LG-DOMAINE) IS NOT EMV-CAR-DOMAINE
                  OR W-LOCAL(1:1) = '.'
                  OR W-LOCAL(W-LG-LOCAL:1) = '.'
                  OR W-DOMAINE(1:1) = '.' OR W-DOMAINE(1:1) = '-'
                  OR W-DOMAINE(W-LG-DOMAINE:1) = '.'
                  OR W-DOMAINE(W-LG-DOMAINE:1) = '-'
                   MOVE 'N' TO W-SYNTAXE
               ELSE
                   MOVE 0 TO W-NB-POINT
                   INSPECT W-DOMAINE(1:W-LG-DOMAINE)
                       TALLYING W-NB-POINT FOR ALL '.'
                   MOVE 0 TO W-NB-POINTS-DOUBLES
                   INSPECT EMV-IN-EMAIL(1:W-LONGUEUR)
                       TALLYING W-NB-POINTS-DOUBLES FOR ALL '..'
                   IF W-NB-POINT = 0
                      OR W-NB-POINTS-DOUBLES > 0
                       MOVE 'N' TO W-SYNTAXE
                   END-IF
               END-IF
           END-IF

           IF NOT W-SYNTAXE-OK
               MOVE SPACES TO W-DOMAINE
           END-IF
           .

      *    THE DOMAIN MUST BE AN ACTIVE ROW OF MAIL_DOMAINS ; THE
      *    SYNTAX CHECK ALONE DECIDES ONLY WHEN THE TABLE CANNOT BE
      *    REACHED
       CHECK-DOMAIN.
           MOVE 0 TO W-NB-DOMAINES

           EXEC SQL
               SELECT COUNT(*)
                 INTO :W-NB-DOMAINES
                 FROM MAIL_DOMAINS
                WHERE DOMAINE = :W-DOMAINE
                  AND ACTIF = 'O'
           END-EXEC

           EVALUATE TRUE
             WHEN SQLCODE NOT = 0
      *        TABLE INJOIGNABLE : LA SYNTAXE SEULE DECIDE POUR NE PAS
      *        BLOQUER LES CREATIONS, EN LE SIGNALANT
               DISPLAY 'EMAILVAL - MAIL_DOMAINS INJOIGNABLE SQLCODE='
                       SQLCODE ' - CONTROLE SYNTAXE SEUL'
             WHEN W-NB-DOMAINES = 0
               MOVE '08' TO EMV-CODE-RETOUR
               MOVE 'MAIL - DOMAINE NON AUTORISE'
                 TO EMV-MESSAGE
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           .

       END PROGRAM EMAILVAL.
