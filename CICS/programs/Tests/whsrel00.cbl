      *   FORMATE PAR CONTRAT SUR FRELEVE ET UN FICHIER        *
      *   DELIMITE COMPAGNON SUR FCSV. LE SOLDE DE CLOTURE     *
      *   RECALCULE EST CONFRONTE AU RESTANT STOCKE ET TOUT    *
      *   ECART EST MARQUE. LES INTERETS POSTES PAR WHSINT00   *
      *   (TYPE_MVT 'IN') SORTENT SUR UNE LIGNE 'INTERETS'     *
      *   DISTINCTE, AVEC LEUR TOTAL DU MOIS, DE MEME QUE LES  *
      *   AGIOS DEBITES PAR WHSDEC00 (TYPE_MVT 'AG') SUR UNE   *
      *   LIGNE 'AGIOS' ; LES SOLDES SONT SIGNES (DECOUVERT    *
      *   AUTORISE). CHAQUE LIGNE PORTE L'IDENTITE ID_MVT DU   *
      *   MOUVEMENT ; UN MOUVEMENT                             *
      *   ANNULE (OPERATION AN) SORT SUIVI DE SON ANNULATION,  *
      *   CHACUN MARQUE DE LA REFERENCE DE L'AUTRE.            *
      *   LA PERIODE DE CHAQUE PAYS SE FERME LE DERNIER JOUR   *
      *   OUVRE DU MOIS DANS SON CALENDRIER (MODULE DATOUVR) : *
      *   UN MOUVEMENT PASSE UN JOUR CHOME APRES CE JOUR-LA    *
      *   VA SUR LE RELEVE SUIVANT, QUI S'OUVRE LE LENDEMAIN   *
      *   DU DERNIER JOUR OUVRE DU MOIS PRECEDENT.             *
      *                                                        *
      **********************************************************
       ENVIRONMENT DIVISION.
       01  W-MOIS-RELEVE               PIC X(07).
       01  W-DATE-DEBUT                PIC X(10).
       01  W-DATE-FIN                  PIC X(10).
      *    PERIODE DU PAYS COURANT, EN JOURS OUVRES DE SON
      *    CALENDRIER, RECALCULEE A CHAQUE CHANGEMENT DE PAYS
       01  W-PAYS-PERIODE              PIC X(02) VALUE SPACES.
       01  W-DEBUT-PAYS                PIC X(10).
       01  W-FIN-PAYS                  PIC X(10).
       01  W-VEILLE-PAYS               PIC X(10).

      *    COMMUNICATION AREA FOR THE SHARED BUSINESS-DAY DATE SERVICE
           COPY DATOUVC.
       77  C-DATOUVR                   PIC X(07) VALUE 'DATOUVR'.

       01  SQL-HOST-VARIABLES.
          05 H-PAYS                   PIC X(02).
          05 H-CONTRAT                PIC 9(11).
          05 H-REST                   PIC S9(11).
          05 H-MONTANT                PIC 9(11).
          05 H-SOLDE-APRES            PIC S9(11).
          05 H-SENS                   PIC X(01).
          05 H-TRANSACTION            PIC X(04).
          05 H-TYPE-MVT               PIC X(02).
          05 H-DATE-MVT               PIC X(26).
          05 H-ID-MVT                 PIC 9(11).
          05 H-ID-ANNULE              PIC 9(11).
          05 H-ID-ANNULATION          PIC 9(11).
          05 H-SOLDE-OUVERTURE        PIC S9(11) COMP-3.
          05 H-CREDITS-PERIODE        PIC S9(11) COMP-3.
          05 H-DEBITS-PERIODE         PIC S9(11) COMP-3.
          05 H-INTERETS-PERIODE       PIC S9(11) COMP-3.
          05 H-AGIOS-PERIODE          PIC S9(11) COMP-3.
       01  W-SOLDE-CLOTURE             PIC S9(11) COMP-3.
       01  W-ECART                     PIC S9(11) COMP-3.
       01  DISP-SQLCODE                PIC +ZZZZZZZZ9.
       01  W-NB-ECARTS                 PIC 9(07) VALUE 0.
       01  W-MONTANT-ED                PIC -(11)9.
       01  W-SOLDE-ED                  PIC -(11)9.
       01  W-MARQUE                    PIC X(30).
       01  W-LIBELLE-TYPE              PIC X(08).

      *    LES CONTRATS DE TOUS LES PAYS, EN ORDRE PAYS/CONTRAT
           EXEC SQL
           END-EXEC.

      *    LES MOUVEMENTS DU CONTRAT COURANT SUR LA PERIODE, EN
      *    ORDRE DE DATE. UNE ANNULATION DONT L'ORIGINAL EST DANS LA
      *    PERIODE EST RANGEE A LA DATE DE L'ORIGINAL, JUSTE APRES
      *    LUI (SON ID_MVT EST PLUS GRAND) ; ID_MVT_ANNULE LA LIE A
      *    L'ORIGINAL, ET L'ORIGINAL RECOIT L'ID DE SON ANNULATION
           EXEC SQL
              DECLARE CMVT CURSOR FOR
              SELECT M.SENS,
                     M.MONTANT,
                     M.SOLDE_APRES,
                     CHAR(M.DATE_MVT),
                     COALESCE(M.CODE_TRANSACTION, ' '),
                     COALESCE(M.TYPE_MVT, ' '),
                     M.ID_MVT,
                     COALESCE(M.ID_MVT_ANNULE, 0),
                     COALESCE((SELECT MIN(R.ID_MVT)
                                 FROM MOUVEMENTS R
                                WHERE R.ID_MVT_ANNULE = M.ID_MVT), 0)
                FROM MOUVEMENTS M
               WHERE M.PAYS = :H-PAYS
                 AND M.CONTRAT = :H-CONTRAT
                 AND DATE(M.DATE_MVT) >= DATE(:W-DEBUT-PAYS)
                 AND DATE(M.DATE_MVT) <= DATE(:W-FIN-PAYS)
               ORDER BY COALESCE((SELECT O.DATE_MVT
                                    FROM MOUVEMENTS O
                                   WHERE O.ID_MVT = M.ID_MVT_ANNULE
                                     AND DATE(O.DATE_MVT) >=
                                         DATE(:W-DEBUT-PAYS)),
                                 M.DATE_MVT),
                        M.ID_MVT
           END-EXEC.

      *--------------------
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               IF H-PAYS NOT = W-PAYS-PERIODE
                   PERFORM CALCULER-PERIODE-PAYS
               END-IF
               IF NOT EN-ANOMALIE
                   ADD 1 TO W-NB-CONTRATS
                   PERFORM EDITER-RELEVE-CONTRAT
               END-IF
             WHEN 100
               SET FIN-CONTRATS TO TRUE
             WHEN OTHER
           END-EVALUATE
           .
      *
      *=============
       CALCULER-PERIODE-PAYS.
      *=============
      *    CLOTURE = DERNIER JOUR OUVRE DU MOIS (UN JOUR OUVRE AVANT
      *    LE PREMIER DU MOIS SUIVANT) ; OUVERTURE = LENDEMAIN DU
      *    DERNIER JOUR OUVRE DU MOIS PRECEDENT
           MOVE H-PAYS TO W-PAYS-PERIODE
           EXEC SQL
              SELECT CHAR(DATE(:W-DATE-FIN) + 1 DAY, ISO)
                INTO :DTO-IN-DATE
                FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM DISPLAY-SQL-CODE
               SET EN-ANOMALIE TO TRUE
           ELSE
               PERFORM APPELER-CALENDRIER
               MOVE DTO-OUT-DATE TO W-FIN-PAYS
           END-IF

           IF NOT EN-ANOMALIE
               MOVE W-DATE-DEBUT TO DTO-IN-DATE
               PERFORM APPELER-CALENDRIER
               MOVE DTO-OUT-DATE TO W-VEILLE-PAYS
           END-IF

           IF NOT EN-ANOMALIE
               EXEC SQL
                  SELECT CHAR(DATE(:W-VEILLE-PAYS) + 1 DAY, ISO)
                    INTO :W-DEBUT-PAYS
                    FROM SYSIBM.SYSDUMMY1
               END-EXEC
               IF SQLCODE NOT = 0
                   PERFORM DISPLAY-SQL-CODE
                   SET EN-ANOMALIE TO TRUE
               ELSE
                   DISPLAY 'WHSREL00 - PERIODE ' H-PAYS ' : '
                           W-DEBUT-PAYS ' -> ' W-FIN-PAYS
               END-IF
           END-IF
           .
      *
      *=============
       APPELER-CALENDRIER.
      *=============
      *    UN JOUR OUVRE AVANT DTO-IN-DATE DANS LE CALENDRIER DU PAYS
           SET DTO-AJOUTER-JOURS TO TRUE
           MOVE H-PAYS TO DTO-IN-PAYS
           MOVE -1     TO DTO-IN-NB-JOURS
           CALL C-DATOUVR USING DTO-ENTREE DTO-SORTIE
           EVALUATE TRUE
             WHEN DTO-RETOUR-KO
               DISPLAY 'WHSREL00 - CALENDRIER ' H-PAYS ' ILLISIBLE'
               SET EN-ANOMALIE TO TRUE
             WHEN DTO-RETOUR-HORS-CAL
               DISPLAY 'WHSREL00 - CALENDRIER ' H-PAYS
                       ' NON CHARGE, FERIES NON DECOMPTES'
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           .
      *
      *=============
       EDITER-RELEVE-CONTRAT.
      *=============
                FROM MOUVEMENTS
               WHERE PAYS = :H-PAYS
                 AND CONTRAT = :H-CONTRAT
                 AND DATE(DATE_MVT) < DATE(:W-DEBUT-PAYS)
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM DISPLAY-SQL-CODE
           STRING 'RELEVE ' W-MOIS-RELEVE
                  '  PAYS ' H-PAYS
                  '  CONTRAT ' H-CONTRAT
                  '  DU ' W-DEBUT-PAYS
                  ' AU ' W-FIN-PAYS
                  DELIMITED BY SIZE INTO ENR-RELEVE
           WRITE ENR-RELEVE


           MOVE 0 TO H-CREDITS-PERIODE
           MOVE 0 TO H-DEBITS-PERIODE
           MOVE 0 TO H-INTERETS-PERIODE
           MOVE 0 TO H-AGIOS-PERIODE
           PERFORM LISTER-MOUVEMENTS

           IF H-INTERETS-PERIODE NOT = 0
               MOVE H-INTERETS-PERIODE TO W-MONTANT-ED
               MOVE SPACES TO ENR-RELEVE
               STRING '  DONT INTERETS   : ' W-MONTANT-ED
                      DELIMITED BY SIZE INTO ENR-RELEVE
               WRITE ENR-RELEVE
           END-IF
           IF H-AGIOS-PERIODE NOT = 0
               MOVE H-AGIOS-PERIODE TO W-MONTANT-ED
               MOVE SPACES TO ENR-RELEVE
               STRING '  DONT AGIOS      : ' W-MONTANT-ED
                      DELIMITED BY SIZE INTO ENR-RELEVE
               WRITE ENR-RELEVE
           END-IF

           COMPUTE W-SOLDE-CLOTURE = H-SOLDE-OUVERTURE
                                   + H-CREDITS-PERIODE
                                   - H-DEBITS-PERIODE
                    :H-MONTANT,
                    :H-SOLDE-APRES,
                    :H-DATE-MVT,
                    :H-TRANSACTION,
                    :H-TYPE-MVT,
                    :H-ID-MVT,
                    :H-ID-ANNULE,
                    :H-ID-ANNULATION
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               END-IF
               MOVE H-MONTANT TO W-MONTANT-ED
               MOVE H-SOLDE-APRES TO W-SOLDE-ED
               PERFORM MARQUER-ANNULATION
               IF H-TYPE-MVT = 'IN' OR H-TYPE-MVT = 'AG'
      *            LES INTERETS NE SE CONFONDENT PLUS AVEC UN CREDIT,
      *            NI LES AGIOS AVEC UN DEBIT
                   IF H-TYPE-MVT = 'IN'
                       ADD H-MONTANT TO H-INTERETS-PERIODE
                       MOVE 'INTERETS' TO W-LIBELLE-TYPE
                   ELSE
                       ADD H-MONTANT TO H-AGIOS-PERIODE
                       MOVE 'AGIOS' TO W-LIBELLE-TYPE
                   END-IF
                   MOVE SPACES TO ENR-RELEVE
                   STRING '  ' H-DATE-MVT(1:19)
                          '  ' W-LIBELLE-TYPE
                          '  ' W-MONTANT-ED
                          '  SOLDE ' W-SOLDE-ED
                          '  MVT ' H-ID-MVT
                          '  ' W-MARQUE
                          DELIMITED BY SIZE INTO ENR-RELEVE
                   WRITE ENR-RELEVE

                   MOVE SPACES TO ENR-CSV
                   STRING H-PAYS ';' H-CONTRAT ';'
                          W-LIBELLE-TYPE DELIMITED BY SPACE
                          ';' H-DATE-MVT(1:19) ';' H-SENS ';'
                          W-MONTANT-ED ';' W-SOLDE-ED ';'
                          W-MARQUE
                          DELIMITED BY SIZE INTO ENR-CSV
                   WRITE ENR-CSV
               ELSE
                   MOVE SPACES TO ENR-RELEVE
                   STRING '  ' H-DATE-MVT(1:19)
                          '  ' H-SENS
                          '  ' H-TRANSACTION
                          '  ' W-MONTANT-ED
                          '  SOLDE ' W-SOLDE-ED
                          '  MVT ' H-ID-MVT
                          '  ' W-MARQUE
                          DELIMITED BY SIZE INTO ENR-RELEVE
                   WRITE ENR-RELEVE

                   MOVE SPACES TO ENR-CSV
                   STRING H-PAYS ';' H-CONTRAT ';MVT;'
                          H-DATE-MVT(1:19) ';' H-SENS ';'
                          W-MONTANT-ED ';' W-SOLDE-ED ';'
                          W-MARQUE
                          DELIMITED BY SIZE INTO ENR-CSV
                   WRITE ENR-CSV
               END-IF
             WHEN 100
               SET FIN-MVTS TO TRUE
             WHEN OTHER
           END-EVALUATE
           .
      *
      *=============
       MARQUER-ANNULATION.
      *=============
      *    UN MOUVEMENT ANNULE ET SON ANNULATION SE DESIGNENT L'UN
      *    L'AUTRE PAR LEUR ID_MVT
           MOVE SPACES TO W-MARQUE
           EVALUATE TRUE
             WHEN H-ID-ANNULE NOT = 0
               STRING 'ANNULATION DU MVT ' H-ID-ANNULE
                      DELIMITED BY SIZE INTO W-MARQUE
             WHEN H-ID-ANNULATION NOT = 0
               STRING 'ANNULE PAR MVT ' H-ID-ANNULATION
                      DELIMITED BY SIZE INTO W-MARQUE
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           .
      *
      *=============
       FIN.
      *=============
