      *           (FSYS058) ET, POUR CHACUNE :
      *             - RELIT LA PERSONNE (TPERSPGM ACCESS-SELECT) POUR
      *               CONNAITRE SON NOM,
      *             - SUPPRIME L'HISTORIQUE DE SES SINISTRES
      *               (SINISTRE_EVENEMENT), SES SINISTRES, LES
      *               RESILIATIONS DE SES POLICES (ASSUR_RESILIATION)
      *               PUIS SES POLICES ASSURANCES,
      *             - SUPPRIME SES MANDATS DE PRELEVEMENT ET LES
      *               COORDONNEES DE CONTRAT QU'ILS PORTENT
      *               (MANDATS_PRELEVEMENT),
      *             - SUPPRIME L'HISTORIQUE DE SES CONSENTEMENTS
      *               MARKETING (TPERS_CONSENTEMENT),
      *             - SUPPRIME SES COURRIERS EN FILE OU EMIS
      *               (COURRIER),
      *             - SUPPRIME L'HISTORIQUE DATE DE SES ADRESSES
      *               (ADRESSE_HIST),
      *             - SUPPRIME LA PERSONNE (TPERSPGM ACCESS-DELETE),
      *             - SUPPRIME LOGIQUEMENT SES ENTREES CONTACTS VIA
      *               CNTACDB2 PUIS ANONYMISE LES LIGNES RESTANTES
      *           NOMBRE DE LIGNES RETIREES, ET UNE LIGNE EXPLICITE
      *           'NON PURGE' POUR LES MAGASINS QUE CE JOB NE PEUT
      *           PAS PURGER (GENERATIONS CATALOGUEES
      *           PROD.BATCH.PERS.*, ET CONTRATS DONT L'ID_PERS
      *           RESTE : LE CONTRAT BANCAIRE EST CONSERVE, ET LE
      *           DETACHER LE FERAIT RATTACHER A NOUVEAU PAR WHSLNK00),
      *           POUR QUE LE DPO SACHE CE QUI RESTE.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       01  H-NB-ASSURANCES                        PIC S9(9) COMP.
       01  H-NB-CONTACTS                          PIC S9(9) COMP.
       01  H-NB-HOMONYMES                         PIC S9(9) COMP.
       01  H-NB-CONSENTEMENTS                     PIC S9(9) COMP.
       01  H-NB-ADRESSES                          PIC S9(9) COMP.
       01  H-NB-EVENEMENTS                        PIC S9(9) COMP.
       01  H-NB-COURRIERS                         PIC S9(9) COMP.
       01  H-NB-RESILIATIONS                      PIC S9(9) COMP.
       01  H-NB-MANDATS                           PIC S9(9) COMP.
       01  H-NB-CONTRATS                          PIC S9(9) COMP.
      *    CONTRATS.ID_PERS EST UN CHAR(10) : L'ID_PERS SUR 10 CHIFFRES
       01  H-ID-PERS-CONTRAT                      PIC X(10).
      *
       01  W-FIN-FICHIER-SW                       PIC X(01) VALUE 'N'.
           88  FIN-FICHIER-ATTEINTE               VALUE 'Y'.
           MOVE E58-ID-PERS TO W-CER-ID-PERS

           PERFORM RELIRE-PERSONNE
           PERFORM PURGER-EVENEMENTS
           PERFORM PURGER-SINISTRES
           PERFORM PURGER-RESILIATIONS
           PERFORM PURGER-ASSURANCES
           PERFORM PURGER-MANDATS
           PERFORM PURGER-CONSENTEMENTS
           PERFORM PURGER-COURRIERS
           PERFORM PURGER-ADRESSES
           PERFORM PURGER-TPERS
           PERFORM PURGER-CONTACTS
           PERFORM ANNULER-ARCHIVE
               PERFORM ECRIRE-CERTIFICAT
           END-IF
           .
      *
       PURGER-EVENEMENTS.
           MOVE 0 TO H-NB-EVENEMENTS
           EXEC SQL
               DELETE FROM SINISTRE_EVENEMENT
                WHERE ID_SINISTRE IN
                      (SELECT S.ID_SINISTRE
                         FROM SINISTRES S,
                              ASSURANCES A
                        WHERE S.ID_ASSUR = A.ID_ASSUR
                          AND A.ID_PERS = :H-ID-PERS)
           END-EXEC
           IF  SQLCODE = 0 OR SQLCODE = 100
               MOVE SQLERRD(3) TO H-NB-EVENEMENTS
               MOVE 'SINISTRE_EVENEMENT' TO W-CER-MAGASIN
               MOVE 'SUPPRIME' TO W-CER-ACTION
               MOVE H-NB-EVENEMENTS TO W-CER-NOMBRE
               PERFORM ECRIRE-CERTIFICAT
           ELSE
               PERFORM FORMATAGE-ERREUR-DB2
               MOVE 'SINISTRE_EVENEMENT' TO W-CER-MAGASIN
               MOVE 'EN ERREUR' TO W-CER-ACTION
               MOVE 0 TO W-CER-NOMBRE
               PERFORM ECRIRE-CERTIFICAT
           END-IF
           .
      *
       PURGER-SINISTRES.
           MOVE 0 TO H-NB-SINISTRES
               PERFORM ECRIRE-CERTIFICAT
           END-IF
           .
      *
       PURGER-RESILIATIONS.
           MOVE 0 TO H-NB-RESILIATIONS
           EXEC SQL
               DELETE FROM ASSUR_RESILIATION
                WHERE ID_ASSUR IN
                      (SELECT ID_ASSUR FROM ASSURANCES
                        WHERE ID_PERS = :H-ID-PERS)
           END-EXEC
           IF  SQLCODE = 0 OR SQLCODE = 100
               MOVE SQLERRD(3) TO H-NB-RESILIATIONS
               MOVE 'ASSUR_RESILIATION' TO W-CER-MAGASIN
               MOVE 'SUPPRIME' TO W-CER-ACTION
               MOVE H-NB-RESILIATIONS TO W-CER-NOMBRE
               PERFORM ECRIRE-CERTIFICAT
           ELSE
               PERFORM FORMATAGE-ERREUR-DB2
               MOVE 'ASSUR_RESILIATION' TO W-CER-MAGASIN
               MOVE 'EN ERREUR' TO W-CER-ACTION
               MOVE 0 TO W-CER-NOMBRE
               PERFORM ECRIRE-CERTIFICAT
           END-IF
           .
      *
       PURGER-ASSURANCES.
           MOVE 0 TO H-NB-ASSURANCES
               PERFORM ECRIRE-CERTIFICAT
           END-IF
           .
      *
       PURGER-MANDATS.
           MOVE 0 TO H-NB-MANDATS
           EXEC SQL
               DELETE FROM MANDATS_PRELEVEMENT
                WHERE ID_PERS = :H-ID-PERS
           END-EXEC
           IF  SQLCODE = 0 OR SQLCODE = 100
               MOVE SQLERRD(3) TO H-NB-MANDATS
               MOVE 'MANDATS_PRELEVEMENT' TO W-CER-MAGASIN
               MOVE 'SUPPRIME' TO W-CER-ACTION
               MOVE H-NB-MANDATS TO W-CER-NOMBRE
               PERFORM ECRIRE-CERTIFICAT
           ELSE
               PERFORM FORMATAGE-ERREUR-DB2
               MOVE 'MANDATS_PRELEVEMENT' TO W-CER-MAGASIN
               MOVE 'EN ERREUR' TO W-CER-ACTION
               MOVE 0 TO W-CER-NOMBRE
               PERFORM ECRIRE-CERTIFICAT
           END-IF
           .
      *
       PURGER-CONSENTEMENTS.
           MOVE 0 TO H-NB-CONSENTEMENTS
           EXEC SQL
               DELETE FROM TPERS_CONSENTEMENT
                WHERE ID_PERS = :H-ID-PERS
           END-EXEC
           IF  SQLCODE = 0 OR SQLCODE = 100
               MOVE SQLERRD(3) TO H-NB-CONSENTEMENTS
               MOVE 'TPERS_CONSENTEMENT' TO W-CER-MAGASIN
               MOVE 'SUPPRIME' TO W-CER-ACTION
               MOVE H-NB-CONSENTEMENTS TO W-CER-NOMBRE
               PERFORM ECRIRE-CERTIFICAT
           ELSE
               PERFORM FORMATAGE-ERREUR-DB2
               MOVE 'TPERS_CONSENTEMENT' TO W-CER-MAGASIN
               MOVE 'EN ERREUR' TO W-CER-ACTION
               MOVE 0 TO W-CER-NOMBRE
               PERFORM ECRIRE-CERTIFICAT
           END-IF
           .
      *
       PURGER-COURRIERS.
           MOVE 0 TO H-NB-COURRIERS
           EXEC SQL
               DELETE FROM COURRIER
                WHERE ID_PERS = :H-ID-PERS
           END-EXEC
           IF  SQLCODE = 0 OR SQLCODE = 100
               MOVE SQLERRD(3) TO H-NB-COURRIERS
               MOVE 'COURRIER' TO W-CER-MAGASIN
               MOVE 'SUPPRIME' TO W-CER-ACTION
               MOVE H-NB-COURRIERS TO W-CER-NOMBRE
               PERFORM ECRIRE-CERTIFICAT
           ELSE
               PERFORM FORMATAGE-ERREUR-DB2
               MOVE 'COURRIER' TO W-CER-MAGASIN
               MOVE 'EN ERREUR' TO W-CER-ACTION
               MOVE 0 TO W-CER-NOMBRE
               PERFORM ECRIRE-CERTIFICAT
           END-IF
           .
      *
      *    LES ANCIENNES ADRESSES SONT COMPTEES ICI, AVANT QUE
      *    TPERSPGM NE SUPPRIME LA PERSONNE
       PURGER-ADRESSES.
           MOVE 0 TO H-NB-ADRESSES
           EXEC SQL
               DELETE FROM ADRESSE_HIST
                WHERE ID_PERS = :H-ID-PERS
           END-EXEC
           IF  SQLCODE = 0 OR SQLCODE = 100
               MOVE SQLERRD(3) TO H-NB-ADRESSES
               MOVE 'ADRESSE_HIST' TO W-CER-MAGASIN
               MOVE 'SUPPRIME' TO W-CER-ACTION
               MOVE H-NB-ADRESSES TO W-CER-NOMBRE
               PERFORM ECRIRE-CERTIFICAT
           ELSE
               PERFORM FORMATAGE-ERREUR-DB2
               MOVE 'ADRESSE_HIST' TO W-CER-MAGASIN
               MOVE 'EN ERREUR' TO W-CER-ACTION
               MOVE 0 TO W-CER-NOMBRE
               PERFORM ECRIRE-CERTIFICAT
           END-IF
           .
      *
       PURGER-TPERS.
           MOVE SPACES      TO P-ENTREE
           MOVE 'NON PURGE' TO W-CER-ACTION
           MOVE 0 TO W-CER-NOMBRE
           PERFORM ECRIRE-CERTIFICAT
           PERFORM SIGNALER-CONTRATS
           .
      *
      *    LES CONTRATS BANCAIRES DU TITULAIRE RESTENT RATTACHES A SON
      *    ID_PERS : LE NOMBRE EN EST DONNE AU CERTIFICAT
       SIGNALER-CONTRATS.
           MOVE 0 TO H-NB-CONTRATS
           MOVE E58-ID-PERS TO H-ID-PERS-CONTRAT
           EXEC SQL
               SELECT COUNT(*)
                 INTO :H-NB-CONTRATS
                 FROM CONTRATS
                WHERE ID_PERS = :H-ID-PERS-CONTRAT
           END-EXEC
           MOVE 'CONTRATS' TO W-CER-MAGASIN
           IF  SQLCODE = 0
               MOVE 'NON PURGE' TO W-CER-ACTION
               MOVE H-NB-CONTRATS TO W-CER-NOMBRE
           ELSE
               PERFORM FORMATAGE-ERREUR-DB2
               MOVE 'EN ERREUR' TO W-CER-ACTION
               MOVE 0 TO W-CER-NOMBRE
           END-IF
           PERFORM ECRIRE-CERTIFICAT
           .
      *
       ECRIRE-CERTIFICAT.
