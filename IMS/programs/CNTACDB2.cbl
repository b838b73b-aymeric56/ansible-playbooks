      *IVTNDB2 does not carry an EMAIL field on its own input message ;
      *it calls in with CNT-IN-EMAIL SPACES and simply does not look at
      *CNT-OUT-EMAIL on the way back.
      *IVTNIMS (pure IMS) calls in with function ABSENCE only, to tell
      *FINDEXT who covers an absent extension holder today.
      ******************************************************************

       ENVIRONMENT DIVISION.
          05 W-EMAIL                 PIC X(40).

       77 W-DUP-COUNT                PIC S9(4) COMP.
       77 W-MANAGER-ID               PIC 9(08).
       77 W-MANAGER-IND              PIC S9(4) COMP.

       LINKAGE SECTION.

                           CNT-OUT-PHONE
                           CNT-OUT-ZIPCODE
                           CNT-OUT-EMAIL
                           CNT-OUT-DLG-LASTNAME
                           CNT-OUT-DLG-FIRSTNAME
                           CNT-OUT-DLG-PHONE
                           CNT-OUT-DLG-ABSENCE-TO
           MOVE 0     TO CNT-OUT-NB-LIGNES

           EVALUATE TRUE
               PERFORM DELETE-CONTACT
             WHEN CNT-FCT-LISTE
               PERFORM LISTE-CONTACTS
             WHEN CNT-FCT-ABSENCE
               PERFORM LIRE-ABSENCE
             WHEN OTHER
               MOVE '08' TO CNT-CODE-RETOUR
               DISPLAY 'CNTACDB2 - FONCTION INCONNUE : ' CNT-FONCTION

      *    UN APPELANT QUI NE GERE PAS L'EMAIL (IVTNDB2) PASSE
      *    CNT-IN-EMAIL A SPACES ; ON NE DOIT ALORS PAS ECRASER
      *    L'EMAIL DEJA EN BASE POUR CE CONTACT. UNE ADRESSE
      *    DIFFERENTE EFFACE LE MARQUAGE NON DISTRIBUABLE POSE PAR
      *    EMLBNC00 SUR L'ANCIENNE.
       UPDATE-CONTACT.
           IF CNT-IN-EMAIL = SPACES
               EXEC SQL UPDATE CONTACTS
                    SET FIRSTNAME = :CNT-IN-FIRSTNAME,
                        PHONE     = :CNT-IN-PHONE,
                        ZIPCODE   = :CNT-IN-ZIPCODE,
                        EMAIL_STATUT =
                            CASE WHEN EMAIL = :CNT-IN-EMAIL
                                 THEN EMAIL_STATUT
                                 ELSE ' ' END,
                        EMAIL_BOUNCE_DATE =
                            CASE WHEN EMAIL = :CNT-IN-EMAIL
                                 THEN EMAIL_BOUNCE_DATE
                                 ELSE NULL END,
                        EMAIL     = :CNT-IN-EMAIL
                    WHERE LASTNAME = :CNT-IN-LASTNAME
               END-EXEC
      *    PERDRE LE CONTACT SI L'ARCHIVAGE FAIT PAR L'APPELANT APRES
      *    CE RETOUR (BAQEXEC) ECHOUE - MEME CONVENTION QUE PBOOKDBN/
      *    PBOOKDB2 (CICS).
      *    LES SUBORDONNES DIRECTS ACTIFS DU CONTACT SUPPRIME
      *    REMONTENT SUR SON PROPRE MANAGER, COMME DANS PBOOKDBN :
      *    AUCUNE LIGNE ACTIVE NE DOIT POINTER SUR UNE LIGNE SUPPRIMEE.
       DELETE-CONTACT.
           MOVE CNT-IN-LASTNAME TO W-LASTNAME
           EXEC SQL SELECT CONTACT_ID,
                      LASTNAME,
                      FIRSTNAME,
                      PHONE,
                      ZIPCODE,
                      EMAIL,
                      COALESCE(MANAGER_ID, 0)
                INTO :W-CONTACT-ID,
                      :W-LASTNAME,
                      :W-FIRSTNAME,
                      :W-PHONE,
                      :W-ZIPCODE,
                      :W-EMAIL,
                      :W-MANAGER-ID
                FROM CONTACTS
                WHERE LASTNAME = :W-LASTNAME
                  AND STATUS = 'A'

               IF SQLCODE = 0
                   MOVE '00' TO CNT-CODE-RETOUR
                   PERFORM RATTACHER-SUBORDONNES
               ELSE
                   MOVE '08' TO CNT-CODE-RETOUR
                   DISPLAY 'CNTACDB2 DELETE-CONTACT - BAD SQLCODE: '
           END-IF
           .

      *    UNE ERREUR ICI EST AFFICHEE MAIS NE DEFAIT PAS LA
      *    SUPPRESSION DEJA FAITE.
       RATTACHER-SUBORDONNES.
           IF W-MANAGER-ID = 0
               MOVE -1 TO W-MANAGER-IND
           ELSE
               MOVE 0  TO W-MANAGER-IND
           END-IF
           EXEC SQL UPDATE CONTACTS
                SET MANAGER_ID = :W-MANAGER-ID :W-MANAGER-IND
                WHERE MANAGER_ID = :W-CONTACT-ID
                  AND STATUS = 'A'
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'CNTACDB2 RATTACHER-SUBORDONNES - BAD SQLCODE: '
                       SQLCODE
               PERFORM DISPLAY-SQL-CODE
           END-IF
           .

      *    RETOURNE AU PLUS 50 CONTACTS DONT LA CLE (NOM, CONTACT_ID)
      *    SUIT CELLE RECUE EN ENTREE. LA PAGINATION EST COMPOSITE :
      *    DEPUIS QUE LES HOMONYMES ACTIFS SONT DES DONNEES LEGITIMES
           EXEC SQL CLOSE CNTACDB2-CURS END-EXEC
           .

      *    REMPLACANT DU TITULAIRE ACTIF DU POSTE CNT-IN-PHONE, SI
      *    SON ABSENCE COUVRE LA DATE DU JOUR ET QUE LE REMPLACANT EST
      *    LUI-MEME ACTIF - MEMES CONDITIONS QUE DISPLAY/SEARCH DANS
      *    PBOOKDBN. PAS D'ABSENCE EN COURS = CODE RETOUR 04.
       LIRE-ABSENCE.
           MOVE CNT-IN-PHONE TO W-PHONE
           EXEC SQL SELECT D.LASTNAME,
                      D.FIRSTNAME,
                      D.PHONE,
                      CHAR(C.ABSENCE_TO, ISO)
                INTO :CNT-OUT-DLG-LASTNAME,
                      :CNT-OUT-DLG-FIRSTNAME,
                      :CNT-OUT-DLG-PHONE,
                      :CNT-OUT-DLG-ABSENCE-TO
                FROM CONTACTS C
                INNER JOIN CONTACTS D
                   ON D.CONTACT_ID = C.DELEGATE_ID
                WHERE C.PHONE = :W-PHONE
                  AND C.STATUS = 'A'
                  AND D.STATUS = 'A'
                  AND CURRENT DATE BETWEEN C.ABSENCE_FROM
                                       AND C.ABSENCE_TO
                FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               MOVE '00' TO CNT-CODE-RETOUR
             WHEN 100
               MOVE '04' TO CNT-CODE-RETOUR
             WHEN OTHER
               MOVE '08' TO CNT-CODE-RETOUR
               DISPLAY 'CNTACDB2 LIRE-ABSENCE - BAD SQLCODE: '
                       SQLCODE
               PERFORM DISPLAY-SQL-CODE
           END-EVALUATE
           .

       DISPLAY-SQL-CODE.
           MOVE SQLCODE TO DISP-SQLCODE
           DISPLAY 'CNTACDB2 - BAD SQLCODE : ' DISP-SQLCODE
