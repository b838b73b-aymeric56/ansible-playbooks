      *                 QUE LORSQUE LE CUMUL DES VERSEMENTS COUVRE
      *                 LE MONTANT EVALUE
      *
      *           LES VERSEMENTS SONT BORNES PAR LES LIMITES DE LA
      *           COUVERTURE EN VIGUEUR A LA DATE DU SINISTRE
      *           (COUVERTURE_LIMITE, TENUE PAR TASSUR00 'K') : LE
      *           MONTANT EVALUE NET DE LA FRANCHISE, LE PLAFOND PAR
      *           SINISTRE ET LE PLAFOND ANNUEL DE LA POLICE (CUMUL
      *           DES SINISTRES SURVENUS LA MEME ANNEE). UN VERSEMENT
      *           QUI LES DEPASSE EST REFUSE AVEC LA LIMITE EN CAUSE,
      *           OU ECRETE AU DISPONIBLE A LA DEMANDE DE L'APPELANT.
      *           LE STATUT 'R' EST ALORS ACCEPTE DES QUE LE
      *           DISPONIBLE EST EPUISE.
      *
      *           'M' ECRASANT STATUT ET MONTANT, CHAQUE DECLARATION,
      *           CHANGEMENT DE STATUT ET VERSEMENT EST HISTORISE
      *           DANS SINISTRE_EVENEMENT : TYPE ('D' DECLARATION,
      *           'S' STATUT, 'V' VERSEMENT), HORODATAGE, UTILISATEUR,
      *           STATUT ET MONTANT AVANT/APRES (MONTANT EVALUE POUR
      *           'D'/'S', CUMUL DES VERSEMENTS POUR 'V'). LA DUREE
      *           PASSEE DANS CHAQUE STATUT EN DECOULE ; LE DELAI
      *           CIBLE DE CHAQUE STATUT EST TENU DANS SINISTRE_DELAI
      *           PAR LA FONCTION 'C' ET SUIVI CHAQUE SEMAINE PAR
      *           SLASIN00.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TSINIS00.
       01  H-MONTANT-PAIEMENT  PIC S9(7)V99 COMP-3.
       01  H-CUMUL-PAIEMENTS   PIC S9(9)V99 COMP-3.
       01  H-MONTANT-EVALUE    PIC S9(7)V99 COMP-3.
      *
      *    LIMITES DE LA COUVERTURE EN VIGUEUR A LA DATE DU SINISTRE
      *    (COUVERTURE_LIMITE, SANS LIGNE = SANS LIMITE) ET CUMUL DES
      *    VERSEMENTS DE LA POLICE SUR LES SINISTRES DE LA MEME ANNEE
       01  H-LIBELLE           PIC X(32).
       01  H-FRANCHISE         PIC S9(7)V99 COMP-3.
       01  H-PLAFOND-SINISTRE  PIC S9(7)V99 COMP-3.
       01  H-PLAFOND-ANNUEL    PIC S9(7)V99 COMP-3.
       01  H-CUMUL-ANNUEL      PIC S9(9)V99 COMP-3.
      *    DU DU SINISTRE (NET DE FRANCHISE, BORNE PAR LE PLAFOND PAR
      *    SINISTRE) ET DISPONIBLE POUR UN NOUVEAU VERSEMENT, AVEC LA
      *    LIMITE QUI LE BORNE
       01  W-DU-SINISTRE       PIC S9(9)V99 COMP-3.
       01  W-DU-SW             PIC X(01).
           88  DU-BORNE            VALUE 'Y'.
           88  DU-LIBRE            VALUE 'N'.
       01  W-DISPONIBLE        PIC S9(9)V99 COMP-3.
       01  W-DISPONIBLE-ANNUEL PIC S9(9)V99 COMP-3.
       01  W-DISPONIBLE-SW     PIC X(01).
           88  DISPONIBLE-BORNE    VALUE 'Y'.
           88  DISPONIBLE-LIBRE    VALUE 'N'.
       01  W-MOTIF-LIMITE      PIC X(40).
      *
      *    HISTORIQUE DES EVENEMENTS DU SINISTRE (SINISTRE_EVENEMENT)
       01  H-TYPE-EVENEMENT    PIC X(01).
       01  H-UTILISATEUR       PIC X(08).
       01  H-STATUT-AVANT      PIC X(01).
       01  H-STATUT-APRES      PIC X(01).
       01  H-MONTANT-AVANT     PIC S9(9)V99 COMP-3.
       01  H-MONTANT-APRES     PIC S9(9)V99 COMP-3.
      *
      *    DELAI CIBLE PAR STATUT (SINISTRE_DELAI)
       01  H-DELAI-JOURS       PIC S9(4) COMP.
      *
      *    COMMUNICATION AREA FOR THE SHARED SQL ERROR LOGGING MODULE
           COPY SQLERRLGC.
              PERFORM L02-PREMIERE-LECTURE
           WHEN ACCESS-PAIEMENT
              PERFORM ENREGISTRER-PAIEMENT
           WHEN ACCESS-DELAI
              PERFORM FIXER-DELAI-STATUT
           WHEN OTHER
              PERFORM TRT-ANOMALIE
           END-EVALUATE
           MOVE D-ID_ASSUR      TO H-ID_ASSUR
           MOVE D-DATE-SINISTRE TO H-DATE-SINISTRE
           MOVE D-DESCRIPTION   TO H-DESCRIPTION
           MOVE D-UTILISATEUR   TO H-UTILISATEUR

           PERFORM VERIFIER-POLICE

                   MOVE 'DECLARER-SINISTRE' TO ERL-IN-PARAGRAPH
                   PERFORM FORMATAGE-ERREUR-DB2
                   PERFORM TRT-ANOMALIE
               ELSE
                   MOVE 'D'    TO H-TYPE-EVENEMENT
                   MOVE SPACES TO H-STATUT-AVANT
                   MOVE 'O'    TO H-STATUT-APRES
                   MOVE 0      TO H-MONTANT-AVANT
                                  H-MONTANT-APRES
                   PERFORM ECRIRE-EVENEMENT
               END-IF
           END-IF
           .
           MOVE M-ID_SINISTRE TO H-ID_SINISTRE
           MOVE M-STATUT      TO H-STATUT
           MOVE M-MONTANT     TO H-MONTANT
           MOVE M-UTILISATEUR TO H-UTILISATEUR

           IF  H-STATUT NOT = 'O' AND H-STATUT NOT = 'E'
                                  AND H-STATUT NOT = 'R'
               PERFORM VERIFIER-COUVERTURE-PAIEMENTS
           END-IF

      *    ETAT AVANT MISE A JOUR, POUR L'HISTORIQUE
           IF  NOT ANOMALIE
               PERFORM LIRE-ETAT-SINISTRE
           END-IF

           IF  NOT ANOMALIE
               EXEC SQL
                   UPDATE SINISTRES
                       MOVE 'AUCUNE LIGNE MISE A JOUR' TO
                            LIBELLE-ANOMALIE
                       PERFORM TRT-ANOMALIE
                   ELSE
                       MOVE 'S'       TO H-TYPE-EVENEMENT
                       MOVE H-STATUT  TO H-STATUT-APRES
                       MOVE H-MONTANT TO H-MONTANT-APRES
                       PERFORM ECRIRE-EVENEMENT
                   END-IF
               ELSE
                   DISPLAY 'UPDATE ERROR '
           END-IF
           .
      *
      *    CUMUL DES VERSEMENTS CONTRE LE DU DU SINISTRE AVANT DE
      *    LAISSER PASSER LE STATUT 'R' : SOUS FRANCHISE OU PLAFOND,
      *    LE SINISTRE EST REGLE DES QUE LE DISPONIBLE EST EPUISE ;
      *    SANS LIMITE, LE CUMUL DOIT COUVRIR LE MONTANT EVALUE
       VERIFIER-COUVERTURE-PAIEMENTS.
           PERFORM CHARGER-SINISTRE
           IF  NOT ANOMALIE
               PERFORM CALCULER-DISPONIBLE
               EVALUATE TRUE
               WHEN DISPONIBLE-BORNE AND W-DISPONIBLE > 0
                  MOVE 'VERSEMENTS INSUFFISANTS POUR REGLER'
                       TO LIBELLE-ANOMALIE
                  PERFORM TRT-ANOMALIE
               WHEN DISPONIBLE-LIBRE
                AND H-CUMUL-PAIEMENTS < H-MONTANT-EVALUE
                  MOVE 'VERSEMENTS INSUFFISANTS POUR REGLER'
                       TO LIBELLE-ANOMALIE
                  PERFORM TRT-ANOMALIE
               WHEN OTHER
                  CONTINUE
               END-EVALUATE
           END-IF
           .
      *
      *    LE SINISTRE (MONTANT EVALUE, COUVERTURE, DATE), SES
      *    VERSEMENTS, CEUX DE LA POLICE POUR LES SINISTRES DE LA
      *    MEME ANNEE, PUIS LES LIMITES DE LA COUVERTURE EN VIGUEUR
      *    A LA DATE DU SINISTRE
       CHARGER-SINISTRE.
           MOVE 0 TO H-MONTANT-EVALUE
                     H-CUMUL-PAIEMENTS
                     H-CUMUL-ANNUEL
                     H-FRANCHISE
                     H-PLAFOND-SINISTRE
                     H-PLAFOND-ANNUEL
           EXEC SQL
               SELECT S.MONTANT,
                      S.STATUT,
                      A.LIBELLE,
                      CHAR(S.DATE_SINISTRE, ISO),
                      COALESCE((SELECT SUM(P.MONTANT)
                           FROM SINISTRE_PAIEMENT P
                          WHERE P.ID_SINISTRE = S.ID_SINISTRE), 0),
                      COALESCE((SELECT SUM(Q.MONTANT)
                           FROM SINISTRE_PAIEMENT Q,
                                SINISTRES T
                          WHERE Q.ID_SINISTRE = T.ID_SINISTRE
                            AND T.ID_ASSUR = S.ID_ASSUR
                            AND YEAR(T.DATE_SINISTRE)
                                = YEAR(S.DATE_SINISTRE)), 0)
               INTO :H-MONTANT-EVALUE,
                    :H-STATUT-AVANT,
                    :H-LIBELLE,
                    :H-DATE-SINISTRE,
                    :H-CUMUL-PAIEMENTS,
                    :H-CUMUL-ANNUEL
               FROM SINISTRES S,
                    ASSURANCES A
               WHERE S.ID_SINISTRE = :H-ID_SINISTRE
                 AND A.ID_ASSUR = S.ID_ASSUR
           END-EXEC

           EVALUATE TRUE
           WHEN SQLCODE = 100
               MOVE 'SINISTRE INCONNU' TO LIBELLE-ANOMALIE
               PERFORM TRT-ANOMALIE
           WHEN SQLCODE NOT = ZERO
               MOVE 'CHARGER-SINISTRE' TO ERL-IN-PARAGRAPH
               PERFORM FORMATAGE-ERREUR-DB2
               PERFORM TRT-ANOMALIE
           WHEN OTHER
               EXEC SQL
                   SELECT L.FRANCHISE,
                          L.PLAFOND_SINISTRE,
                          L.PLAFOND_ANNUEL
                   INTO :H-FRANCHISE,
                        :H-PLAFOND-SINISTRE,
                        :H-PLAFOND-ANNUEL
                   FROM COUVERTURE_LIMITE L
                   WHERE L.LIBELLE = :H-LIBELLE
                     AND L.DATE_EFFET =
                         (SELECT MAX(M.DATE_EFFET)
                            FROM COUVERTURE_LIMITE M
                           WHERE M.LIBELLE = :H-LIBELLE
                             AND M.DATE_EFFET
                                 <= DATE(:H-DATE-SINISTRE))
               END-EXEC
               IF  SQLCODE NOT = ZERO AND SQLCODE NOT = 100
                   MOVE 'CHARGER-SINISTRE' TO ERL-IN-PARAGRAPH
                   PERFORM FORMATAGE-ERREUR-DB2
                   PERFORM TRT-ANOMALIE
               END-IF
           END-EVALUATE
           .
      *
      *    DU DU SINISTRE = MONTANT EVALUE MOINS LA FRANCHISE, BORNE
      *    PAR LE PLAFOND PAR SINISTRE (LE PLAFOND SEUL TANT QUE LE
      *    SINISTRE N'EST PAS EVALUE) ; DISPONIBLE = DU MOINS LES
      *    VERSEMENTS DEJA FAITS, BORNE PAR CE QUI RESTE DU PLAFOND
      *    ANNUEL DE LA POLICE. UN PLAFOND A ZERO NE BORNE RIEN
       CALCULER-DISPONIBLE.
           SET DU-LIBRE         TO TRUE
           SET DISPONIBLE-LIBRE TO TRUE
           MOVE SPACES TO W-MOTIF-LIMITE
           MOVE 0      TO W-DU-SINISTRE
                          W-DISPONIBLE

           IF  H-MONTANT-EVALUE > 0
               SET DU-BORNE TO TRUE
               COMPUTE W-DU-SINISTRE = H-MONTANT-EVALUE - H-FRANCHISE
               IF  W-DU-SINISTRE > 0
                   MOVE 'MONTANT EVALUE NET DE FRANCHISE'
                        TO W-MOTIF-LIMITE
               ELSE
                   MOVE 0 TO W-DU-SINISTRE
                   MOVE 'SINISTRE SOUS LA FRANCHISE' TO W-MOTIF-LIMITE
               END-IF
           END-IF
           IF  H-PLAFOND-SINISTRE > 0
               IF  DU-LIBRE OR H-PLAFOND-SINISTRE < W-DU-SINISTRE
                   SET DU-BORNE TO TRUE
                   MOVE H-PLAFOND-SINISTRE TO W-DU-SINISTRE
                   MOVE 'PLAFOND PAR SINISTRE' TO W-MOTIF-LIMITE
               END-IF
           END-IF

           IF  DU-BORNE
               SET DISPONIBLE-BORNE TO TRUE
               COMPUTE W-DISPONIBLE = W-DU-SINISTRE - H-CUMUL-PAIEMENTS
           END-IF
           IF  H-PLAFOND-ANNUEL > 0
               COMPUTE W-DISPONIBLE-ANNUEL = H-PLAFOND-ANNUEL
                                           - H-CUMUL-ANNUEL
               IF  DISPONIBLE-LIBRE
               OR  W-DISPONIBLE-ANNUEL < W-DISPONIBLE
                   SET DISPONIBLE-BORNE TO TRUE
                   MOVE W-DISPONIBLE-ANNUEL TO W-DISPONIBLE
                   MOVE 'PLAFOND ANNUEL DE LA POLICE' TO W-MOTIF-LIMITE
               END-IF
           END-IF
           IF  DISPONIBLE-BORNE AND W-DISPONIBLE < 0
               MOVE 0 TO W-DISPONIBLE
           END-IF
           .
      *
      *    ENREGISTREMENT D'UN VERSEMENT PARTIEL (FONCTION 'V') -
      *    LE SINISTRE DOIT EXISTER, CHAQUE VERSEMENT EST UNE LIGNE
      *    DE SINISTRE_PAIEMENT (DATE, MONTANT, HORODATAGE). AU-DELA
      *    DU DISPONIBLE, REFUS AVEC LA LIMITE EN CAUSE, OU
      *    ECRETEMENT SI L'APPELANT L'A DEMANDE
       ENREGISTRER-PAIEMENT.
           MOVE V-ID_SINISTRE   TO H-ID_SINISTRE
           MOVE V-DATE-PAIEMENT TO H-DATE-PAIEMENT
           MOVE V-MONTANT       TO H-MONTANT-PAIEMENT
           MOVE V-UTILISATEUR   TO H-UTILISATEUR
           MOVE 0               TO VS-MONTANT-VERSE
           MOVE SPACES          TO VS-MOTIF-ECRETEMENT

           PERFORM CHARGER-SINISTRE
           IF  NOT ANOMALIE
               PERFORM CALCULER-DISPONIBLE
               EVALUATE TRUE
               WHEN DISPONIBLE-LIBRE
                 OR H-MONTANT-PAIEMENT <= W-DISPONIBLE
                  CONTINUE
               WHEN W-DISPONIBLE = 0
                  STRING 'VERSEMENT REFUSE - ' W-MOTIF-LIMITE
                         DELIMITED BY SIZE INTO LIBELLE-ANOMALIE
                  PERFORM TRT-ANOMALIE
               WHEN V-ECRETER
                  MOVE W-DISPONIBLE TO H-MONTANT-PAIEMENT
               WHEN OTHER
                  STRING 'VERSEMENT AU-DELA DU DISPONIBLE - '
                         W-MOTIF-LIMITE
                         DELIMITED BY SIZE INTO LIBELLE-ANOMALIE
                  PERFORM TRT-ANOMALIE
               END-EVALUATE
           END-IF

           IF  NOT ANOMALIE
               EXEC SQL
                   INSERT INTO SINISTRE_PAIEMENT
                   (
                   )
               END-EXEC

               IF  SQLCODE = ZERO
                   MOVE H-MONTANT-PAIEMENT TO VS-MONTANT-VERSE
                   IF  H-MONTANT-PAIEMENT < V-MONTANT
                       MOVE W-MOTIF-LIMITE TO VS-MOTIF-ECRETEMENT
                   ELSE
                       MOVE SPACES TO VS-MOTIF-ECRETEMENT
                   END-IF
                   MOVE 'V'               TO H-TYPE-EVENEMENT
                   MOVE H-STATUT-AVANT    TO H-STATUT-APRES
                   MOVE H-CUMUL-PAIEMENTS TO H-MONTANT-AVANT
                   COMPUTE H-MONTANT-APRES = H-CUMUL-PAIEMENTS
                                           + H-MONTANT-PAIEMENT
                   PERFORM ECRIRE-EVENEMENT
               ELSE
                   DISPLAY 'INSERT PAIEMENT ERROR '
                   DISPLAY 'ID_SINISTRE:' H-ID_SINISTRE
                   MOVE 'ENREGISTRER-PAIEMENT' TO ERL-IN-PARAGRAPH
                   PERFORM FORMATAGE-ERREUR-DB2
                   PERFORM TRT-ANOMALIE
               END-IF
           END-IF
           .
      *
      *    STATUT ET MONTANT DU SINISTRE AVANT SON CHANGEMENT DE
      *    STATUT - UN SINISTRE INTROUVABLE EST LAISSE A L'UPDATE,
      *    QUI LE SIGNALE (AUCUNE LIGNE MISE A JOUR)
       LIRE-ETAT-SINISTRE.
           MOVE SPACES TO H-STATUT-AVANT
           MOVE 0      TO H-MONTANT-AVANT
           EXEC SQL
               SELECT STATUT,
                      MONTANT
               INTO :H-STATUT-AVANT,
                    :H-MONTANT-AVANT
               FROM SINISTRES
               WHERE ID_SINISTRE = :H-ID_SINISTRE
           END-EXEC

           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               MOVE 'LIRE-ETAT-SINISTRE' TO ERL-IN-PARAGRAPH
               PERFORM FORMATAGE-ERREUR-DB2
               PERFORM TRT-ANOMALIE
           END-IF
           .
      *
      *    UNE LIGNE D'HISTORIQUE PAR EVENEMENT DU SINISTRE, DANS LA
      *    MEME UNITE DE TRAVAIL QUE LA MISE A JOUR QU'ELLE TRACE :
      *    SON ECHEC MET L'APPEL EN ANOMALIE
       ECRIRE-EVENEMENT.
           EXEC SQL
               INSERT INTO SINISTRE_EVENEMENT
               (
                 ID_SINISTRE,
                 TYPE_EVENEMENT,
                 DATE_EVENEMENT,
                 UTILISATEUR,
                 STATUT_AVANT,
                 STATUT_APRES,
                 MONTANT_AVANT,
                 MONTANT_APRES
               )
               VALUES
               (
                 :H-ID_SINISTRE,
                 :H-TYPE-EVENEMENT,
                 CURRENT TIMESTAMP,
                 COALESCE(NULLIF(:H-UTILISATEUR, ' '), USER),
                 :H-STATUT-AVANT,
                 :H-STATUT-APRES,
                 :H-MONTANT-AVANT,
                 :H-MONTANT-APRES
               )
           END-EXEC

           IF  SQLCODE NOT = ZERO
               DISPLAY 'INSERT EVENEMENT ERROR '
               DISPLAY 'ID_SINISTRE:' H-ID_SINISTRE
               MOVE 'ECRIRE-EVENEMENT' TO ERL-IN-PARAGRAPH
               PERFORM FORMATAGE-ERREUR-DB2
               PERFORM TRT-ANOMALIE
           END-IF
           .
      *
      *    DELAI CIBLE D'UN STATUT NON TERMINAL ('O' OUVERT, 'E'
      *    EVALUE) : INSERE, OU REMPLACE SUR -803
       FIXER-DELAI-STATUT.
           MOVE DL-STATUT TO H-STATUT

           EVALUATE TRUE
           WHEN H-STATUT NOT = 'O' AND H-STATUT NOT = 'E'
              MOVE 'STATUT SANS DELAI CIBLE (O OU E SEULEMENT)'
                   TO LIBELLE-ANOMALIE
              PERFORM TRT-ANOMALIE
           WHEN DL-DELAI-JOURS IS NOT NUMERIC
           WHEN DL-DELAI-JOURS = ZERO
              MOVE 'DELAI CIBLE INVALIDE' TO LIBELLE-ANOMALIE
              PERFORM TRT-ANOMALIE
           WHEN OTHER
              MOVE DL-DELAI-JOURS TO H-DELAI-JOURS
              PERFORM ENREGISTRER-DELAI
           END-EVALUATE
           .
      *
       ENREGISTRER-DELAI.
           EXEC SQL
               INSERT INTO SINISTRE_DELAI
               (
                 STATUT,
                 DELAI_JOURS,
                 DATE_SAISIE
               )
               VALUES
               (
                 :H-STATUT,
                 :H-DELAI-JOURS,
                 CURRENT TIMESTAMP
               )
           END-EXEC

           IF  SQLCODE = -803
               EXEC SQL
                   UPDATE SINISTRE_DELAI
                   SET
                     DELAI_JOURS = :H-DELAI-JOURS,
                     DATE_SAISIE = CURRENT TIMESTAMP
                   WHERE
                     STATUT = :H-STATUT
               END-EXEC
           END-IF

           IF  SQLCODE NOT = ZERO
               MOVE 'ENREGISTRER-DELAI' TO ERL-IN-PARAGRAPH
               PERFORM FORMATAGE-ERREUR-DB2
               PERFORM TRT-ANOMALIE
           END-IF
           .
      *
       L01-PREMIERE-LECTURE.
      *
