           10  H-DATE-EFFET        PIC X(10).
           10  H-DATE-FIN          PIC X(10).
           10  H-PRIME             PIC S9(7)V99 COMP-3.
           10  H-FREQUENCE         PIC X(01).

       01  STATUT-TRAITEMENT    PIC X(02).
           88  ANOMALIE VALUE 'KO'.
      *    TYPES DE COUVERTURE DE REFERENCE (TABLE COUVERTURE_REF)
       01  H-NB-COUVERTURE  PIC S9(9) COMP.
       01  H-NOUVEAU-LIBELLE PIC X(32).
       01  H-PRESTATION-DECES PIC X(01).
      *    AGES LIMITES D'UN TYPE DE COUVERTURE (0 = SANS LIMITE,
      *    NULL EN TABLE), AGE DE L'ASSURE EN ANNEES REVOLUES (-1 =
      *    DATE DE NAISSANCE INCONNUE) ET AGES FOURNIS A LA FONCTION
      *    'G' SUR UN TYPE DEJA EXISTANT
       01  H-AGE-MIN            PIC S9(4) COMP.
       01  H-AGE-MAX            PIC S9(4) COMP.
       01  H-AGE-MAX-RENOUV     PIC S9(4) COMP.
       01  H-AGE-PERS           PIC S9(4) COMP.
       01  H-AGE-MIN-SAISI      PIC X(01).
       01  H-AGE-MAX-SAISI      PIC X(01).
       01  H-AGE-RENOUV-SAISI   PIC X(01).
       01  W-AGE-EDITE          PIC ZZ9.
       01  W-AGE-LIMITE-EDITE   PIC ZZ9.
      *
      *    TAXE SUR LES CONVENTIONS D'ASSURANCE : CATEGORIE DE TAXE
      *    D'UN TYPE DE COUVERTURE ('G'), TAUX D'UNE CATEGORIE A UNE
      *    DATE D'EFFET ('V', TABLE TAXE_ASSURANCE) ET TAXE REMBOURSEE
      *    AVEC LA PRIME NON ACQUISE SUR L'AVOIR DE RESILIATION
      *    (VENTILATION DANS FACTURE_TAXE, COMME FACASS00)
       01  H-CATEGORIE-TAXE     PIC X(04).
       01  H-TAX-DATE-EFFET     PIC X(10).
       01  H-TAUX-TAXE          PIC S9(2)V99 COMP-3.
       01  H-TAXE-NON-ACQUISE   PIC S9(7)V99 COMP-3.
       01  H-TOTAL-AVOIR        PIC S9(7)V99 COMP-3.
      *    FRANCHISE ET PLAFONDS D'UN TYPE DE COUVERTURE A UNE DATE
      *    D'EFFET (FONCTION 'K', TABLE COUVERTURE_LIMITE)
       01  H-LIM-DATE-EFFET     PIC X(10).
       01  H-FRANCHISE          PIC S9(7)V99 COMP-3.
       01  H-PLAFOND-SINISTRE   PIC S9(7)V99 COMP-3.
       01  H-PLAFOND-ANNUEL     PIC S9(7)V99 COMP-3.
      *
      *    COEFFICIENT DE RENOUVELLEMENT ('R') ET BAREME DE
      *    SINISTRALITE ('B', 'Q', TABLE BAREME_SINISTRALITE)
       01  H-COEFFICIENT        PIC S9V9999 COMP-3.
       01  H-NB-ANNEES          PIC S9(4) COMP.
       01  H-NB-SINISTRES-MIN   PIC S9(4) COMP.
       01  H-MONTANT-VERSE      PIC S9(9)V99 COMP-3.
       01  H-MONTANT-VERSE-MIN  PIC S9(9)V99 COMP-3.
      *
      *    INTERMEDIAIRE DE LA POLICE (ASSURANCES.ID_AGENT), TABLE DES
      *    AGENTS ('N') ET TAUX DE COMMISSION PAR COUVERTURE ('C',
      *    TABLE AGENT_COMMISSION)
       01  H-ID-AGENT           PIC X(08).
       01  H-AGT-NOM            PIC X(32).
       01  H-AGT-IBAN           PIC X(34).
       01  H-AGT-ACTIF          PIC X(01).
       01  H-NB-AGENT           PIC S9(9) COMP.
       01  H-TAUX-COMMISSION    PIC S9(2)V99 COMP-3.
      *
      *    RESILIATION (FONCTION 'X') : BORNES DU TERME EN NUMEROS DE
      *    JOUR (DAYS) POUR LE PRORATA, COMME FACASS00, ET AVOIR
      *    EMIS DANS FACTURES POUR LA PRIME NON ACQUISE DEJA FACTUREE
      *    QUE LES ECHEANCES NON REGLEES NE COUVRENT PAS
       01  H-DATE-RESILIATION   PIC X(10).
       01  H-MOTIF-RESILIATION  PIC X(02).
       01  H-FORCAGE            PIC X(01).
       01  H-JOUR-EFFET         PIC S9(9) COMP.
       01  H-JOUR-FIN           PIC S9(9) COMP.
       01  H-JOUR-RESILIATION   PIC S9(9) COMP.
       01  H-NB-RESILIATION     PIC S9(9) COMP.
       01  H-NB-SINISTRES       PIC S9(9) COMP.
       01  H-PRIME-NON-ACQUISE  PIC S9(7)V99 COMP-3.
       01  H-ID-FACTURE-AVOIR   PIC S9(10) COMP.
      *    PART DE LA POLICE DANS L'ECHEANCIER DE LA PERSONNE,
      *    RECALCULEE COMME FACASS00 LA FACTURE : FRACTIONNEMENT,
      *    PRORATA DES SEGMENTS ENTRE AVENANTS SUR L'EXERCICE JUSQU'AU
      *    JOUR H-JOUR-BORNE EXCLU. LA PRIME FACTUREE POUR LA PERIODE
      *    RESILIEE EST OTEE DES ECHEANCES NON REGLEES ; CHAQUE
      *    REDUCTION EST TRACEE PAR ECHEANCE DANS FACTURE_REDUCTION
      *    (ID_FACTURE, ID_PERS, ID_ASSUR, CATEGORIE_TAXE, TAUX,
      *    MONTANT_PRIME, MONTANT_TAXE, DATE_SAISIE), QUE CPTGEN00
      *    PASSE EN COMPTABILITE SUR LA PIECE DE L'ECHEANCE
       01  H-PCT-MAJORATION     PIC S9(3)V99 COMP-3.
       01  W-NB-ECHEANCES       PIC 9(02).
       01  W-PAS-MOIS           PIC 9(02).
       01  W-PAS-RETOUR         PIC S9(02).
       01  W-MOIS-DERNIERE      PIC 9(02).
       01  H-AN-RESILIATION     PIC S9(4) COMP.
       01  H-EXERCICE           PIC S9(4) COMP.
       01  W-AN-EDITE           PIC 9(04).
       01  H-AN-DEBUT           PIC X(10).
       01  H-AN-FIN             PIC X(10).
       01  H-JOUR-AN-DEBUT      PIC S9(9) COMP.
       01  H-JOUR-AN-FIN        PIC S9(9) COMP.
       01  H-JOUR-BORNE         PIC S9(9) COMP.
       01  H-NB-ECHEANCES       PIC S9(9) COMP.
       01  H-AVN-PRIME          PIC S9(7)V99 COMP-3.
       01  H-AVN-JOUR           PIC S9(9) COMP.
       01  W-JOURS-AN           PIC S9(5) COMP-3.
       01  W-PRIME-COURANTE     PIC S9(7)V99 COMP-3.
       01  W-JOUR-COURANT       PIC S9(9) COMP.
       01  W-SEGMENT-JOURS      PIC S9(9) COMP.
       01  W-PRORATA            PIC S9(9)V99 COMP-3.
       01  W-FIN-AVN-SW         PIC X(01).
           88  FIN-AVENANTS     VALUE 'Y'.
       01  W-PRIME-ANNEE        PIC S9(9)V99 COMP-3.
       01  W-PRIME-RESILIEE     PIC S9(9)V99 COMP-3.
       01  W-PART-ECHEANCE      PIC S9(9)V99 COMP-3.
       01  W-PART-MOIS          PIC S9(9)V99 COMP-3.
       01  H-NUM-ECHEANCE       PIC S9(4) COMP.
       01  H-ID-FACTURE         PIC S9(10) COMP.
       01  H-VTX-TAUX           PIC S9(2)V99 COMP-3.
       01  H-VTX-PRIME          PIC S9(9)V99 COMP-3.
       01  H-VTX-TAXE           PIC S9(9)V99 COMP-3.
       01  H-PRIME-OTEE         PIC S9(9)V99 COMP-3.
       01  H-TAXE-OTEE          PIC S9(9)V99 COMP-3.
       01  H-PRIME-ANNULEE      PIC S9(9)V99 COMP-3.
       01  H-TAXE-ANNULEE       PIC S9(9)V99 COMP-3.
      *
      *    VUE LOCALE (PREFIXE P-) DU DESSIN YESPERS POUR L'APPEL
      *    ACCESS-SELECT A TPERSPGM - YESPERS NE PEUT PAS ETRE COPIE
              WHERE ID_PERS = :H-ID_PERS
              FOR FETCH ONLY
           END-EXEC.
      *
      *    AVENANTS DE LA POLICE A RESILIER EN ORDRE D'EFFET, AVANT LA
      *    BORNE DU PRORATA (MEME LECTURE QUE FACASS00)
           EXEC SQL
              DECLARE CAVN CURSOR FOR
              SELECT PRIME,
                     DAYS(DATE_EFFET)
              FROM ASSUR_AVENANT
              WHERE ID_ASSUR = :H-ID_ASSUR
                AND DAYS(DATE_EFFET) < :H-JOUR-BORNE
              ORDER BY DATE_EFFET
           END-EXEC.
       LINKAGE SECTION.
           COPY YESASSUR.
      *
              PERFORM RENOMMER-COUVERTURE
           WHEN ACCESS-COUV-RETIRE
              PERFORM RETIRER-COUVERTURE
           WHEN ACCESS-COUV-LIMITES
              PERFORM FIXER-LIMITES-COUVERTURE
           WHEN ACCESS-RESILIATION
              PERFORM RESILIER-ASSURANCE
           WHEN ACCESS-BAREME
              PERFORM FIXER-TRANCHE-BAREME
           WHEN ACCESS-COTATION
              PERFORM COTER-ASSURANCE
           WHEN ACCESS-AGENT
              PERFORM ENREGISTRER-AGENT
           WHEN ACCESS-COMMISSION
              PERFORM FIXER-TAUX-COMMISSION
           WHEN ACCESS-TAXE
              PERFORM FIXER-TAUX-TAXE
           WHEN OTHER
              PERFORM TRT-ANOMALIE
           END-EVALUATE
                      LIBELLE,
                      CHAR(DATE_EFFET),
                      CHAR(DATE_FIN),
                      PRIME,
                      COALESCE(FREQUENCE_PAIEMENT, 'A'),
                      COALESCE(ID_AGENT, ' ')
               INTO
                      :H-ID_PERS,
                      :H-LIBELLE,
                      :H-DATE-EFFET,
                      :H-DATE-FIN,
                      :H-PRIME,
                      :H-FREQUENCE,
                      :H-ID-AGENT
               FROM ASSURANCES
               WHERE
                 ID_ASSUR = :H-ID_ASSUR
           MOVE I-DATE-EFFET TO H-DATE-EFFET
           MOVE I-DATE-FIN   TO H-DATE-FIN
           MOVE I-PRIME      TO H-PRIME
           MOVE I-FREQUENCE  TO H-FREQUENCE
           MOVE I-ID-AGENT   TO H-ID-AGENT
           IF  H-FREQUENCE = SPACE
               MOVE 'A' TO H-FREQUENCE
           END-IF

           IF  NOT I-FREQUENCE-VALIDE
               MOVE 'FREQUENCE DE PAIEMENT INCONNUE'
                    TO LIBELLE-ANOMALIE
               PERFORM TRT-ANOMALIE
           END-IF

           IF  NOT ANOMALIE
               PERFORM VERIFIER-PERSONNE-TPERS
           END-IF

      *    LE LIBELLE DOIT ETRE UN TYPE DE COUVERTURE CANONIQUE
      *    ACTIF - FINI LES 'AUTO'/'auto'/'AUTOMOBILE' QUI ECLATENT
               PERFORM VERIFIER-LIBELLE-COUVERTURE
           END-IF

      *    L'ASSURE DOIT AVOIR A LA DATE D'EFFET L'AGE REQUIS PAR LA
      *    COUVERTURE
           IF  NOT ANOMALIE
               PERFORM VERIFIER-AGE-SOUSCRIPTION
           END-IF

           IF  NOT ANOMALIE
               PERFORM VERIFIER-DOUBLON-ASSURANCE
           END-IF

      *    L'INTERMEDIAIRE EST FACULTATIF (VENTE DIRECTE) MAIS, S'IL
      *    EST DONNE, DOIT ETRE UN AGENT ACTIF
           IF  NOT ANOMALIE AND H-ID-AGENT NOT = SPACES
               PERFORM VERIFIER-AGENT
           END-IF

           IF  NOT ANOMALIE
               EXEC SQL
                   INSERT INTO ASSURANCES
                     LIBELLE,
                     DATE_EFFET,
                     DATE_FIN,
                     PRIME,
                     FREQUENCE_PAIEMENT,
                     ID_AGENT
                   )
                   VALUES
                   (
                     :H-LIBELLE,
                     DATE(:H-DATE-EFFET),
                     DATE(:H-DATE-FIN),
                     :H-PRIME,
                     :H-FREQUENCE,
                     NULLIF(:H-ID-AGENT, ' ')
                   )
               END-EXEC

      *    EXISTER DANS TPERS (ACCESS-SELECT DE TPERSPGM) ET LE
      *    TRANSFERT NE DOIT PAS TOMBER SOUS LA REGLE
      *    VERIFIER-DOUBLON-ASSURANCE CHEZ ELLE. L'ANCIEN ET LE
      *    NOUVEAU TITULAIRE SONT HISTORISES DANS ASSUR_TRANSFERT.
      *    LA POLICE GARDE SON INTERMEDIAIRE, SAUF SI UN NOUVEL AGENT
      *    (ACTIF) EST DONNE
       TRANSFERER-ASSURANCE.
           MOVE TR-ID_ASSUR TO H-ID_ASSUR
           MOVE TR-ID-AGENT TO H-ID-AGENT

           EXEC SQL
               SELECT ID_PERS,
              IF  NOT ANOMALIE
                  PERFORM VERIFIER-DOUBLON-ASSURANCE
              END-IF
              IF  NOT ANOMALIE AND H-ID-AGENT NOT = SPACES
                  PERFORM VERIFIER-AGENT
              END-IF
              IF  NOT ANOMALIE
                  PERFORM APPLIQUER-TRANSFERT
              END-IF
           EXEC SQL
               UPDATE ASSURANCES
               SET
                 ID_PERS  = :H-ID_PERS,
                 ID_AGENT = COALESCE(NULLIF(:H-ID-AGENT, ' '),
                                     ID_AGENT)
               WHERE
                 ID_ASSUR = :H-ID_ASSUR
           END-EXEC
       ENREGISTRER-AVENANT.
           MOVE AV-ID_ASSUR TO H-ID_ASSUR

           EVALUATE TRUE
           WHEN AV-DATE-EFFET = SPACES
               MOVE 'DATE D''EFFET D''AVENANT REQUISE'
                    TO LIBELLE-ANOMALIE
               PERFORM TRT-ANOMALIE
           WHEN NOT AV-FREQUENCE-VALIDE
               MOVE 'FREQUENCE DE PAIEMENT INCONNUE'
                    TO LIBELLE-ANOMALIE
               PERFORM TRT-ANOMALIE
           WHEN OTHER
      *        TERMES EN VIGUEUR A LA DATE D'EFFET DEMANDEE, POUR
      *        RESOUDRE LES TERMES LAISSES INCHANGES
               EXEC SQL
                  END-IF

                  PERFORM INSERER-AVENANT
                  IF  NOT ANOMALIE AND AV-FREQUENCE NOT = SPACE
                      PERFORM CHANGER-FREQUENCE
                  END-IF
               WHEN +100
                  MOVE 'POLICE INCONNUE' TO LIBELLE-ANOMALIE
                  PERFORM TRT-ANOMALIE
                  PERFORM FORMATAGE-ERREUR-DB2
                  PERFORM TRT-ANOMALIE
               END-EVALUATE
           END-EVALUATE
           .
      *
      *    LA FREQUENCE DE PAIEMENT EST PORTEE PAR LA POLICE :
      *    FACASS00 LA LIT AU PROCHAIN RUN DE FACTURATION
       CHANGER-FREQUENCE.
           MOVE AV-FREQUENCE TO H-FREQUENCE
           EXEC SQL
               UPDATE ASSURANCES
               SET
                 FREQUENCE_PAIEMENT = :H-FREQUENCE
               WHERE
                 ID_ASSUR = :H-ID_ASSUR
           END-EXEC

           IF  SQLCODE NOT = ZERO
               DISPLAY 'AVENANT ERROR '
               DISPLAY 'ID_ASSUR:' H-ID_ASSUR
               MOVE 'CHANGER-FREQUENCE' TO ERL-IN-PARAGRAPH
               PERFORM FORMATAGE-ERREUR-DB2
               PERFORM TRT-ANOMALIE
           END-IF
           .
      *
      *
      *    RENOUVELLEMENT D'UN TERME (FONCTION 'R') : LA POLICE
      *    GARDE SON ID_ASSUR, DATE_EFFET ET DATE_FIN AVANCENT D'UN
      *    AN ET LA PRIME EST MULTIPLIEE PAR LE COEFFICIENT RECU
      *    (COTATION DE SINISTRALITE OU FORCAGE DU SOUSCRIPTEUR), A
      *    DEFAUT REHAUSSEE DU POURCENTAGE RECU. L'INTERMEDIAIRE RESTE
      *    CELUI DE LA POLICE ET COMMISSIONNE LE NOUVEAU TERME
       RENOUVELER-ASSURANCE.
           MOVE RN-ID_ASSUR   TO H-ID_ASSUR
           MOVE RN-PCT-HAUSSE TO H-PCT-HAUSSE

           IF  RN-COEFFICIENT IS NUMERIC
           AND RN-COEFFICIENT > ZERO
               MOVE RN-COEFFICIENT TO H-COEFFICIENT
           ELSE
               COMPUTE H-COEFFICIENT = 1 + H-PCT-HAUSSE / 100
                  ON SIZE ERROR
                     MOVE 'POURCENTAGE DE HAUSSE HORS LIMITES'
                          TO LIBELLE-ANOMALIE
                     PERFORM TRT-ANOMALIE
               END-COMPUTE
           END-IF

           IF  NOT ANOMALIE
               PERFORM VERIFIER-AGE-RENOUVELLEMENT
           END-IF

           IF  NOT ANOMALIE
               PERFORM APPLIQUER-RENOUVELLEMENT
           END-IF
           .
      *
      *    L'AGE DE L'ASSURE A LA DATE D'EFFET DU NOUVEAU TERME NE
      *    DOIT PAS DEPASSER L'AGE MAXIMUM DE RENOUVELLEMENT DE SA
      *    COUVERTURE. POLICE INCONNUE : APPLIQUER-RENOUVELLEMENT LE
      *    SIGNALE
       VERIFIER-AGE-RENOUVELLEMENT.
           EXEC SQL
               SELECT COALESCE(YEAR(A.DATE_EFFET + 1 YEAR
                                    - T.DATE_NAISS), -1),
                      COALESCE(C.AGE_MAX_RENOUVELLEMENT, 0)
               INTO :H-AGE-PERS,
                    :H-AGE-MAX-RENOUV
               FROM ASSURANCES A, TPERS T, COUVERTURE_REF C
               WHERE A.ID_ASSUR = :H-ID_ASSUR
                 AND T.ID_PERS  = A.ID_PERS
                 AND C.LIBELLE  = A.LIBELLE
           END-EXEC

           EVALUATE TRUE
           WHEN SQLCODE = +100
              CONTINUE
           WHEN SQLCODE NOT = ZERO
              MOVE 'VERIF-AGE-RENOUV' TO ERL-IN-PARAGRAPH
              PERFORM FORMATAGE-ERREUR-DB2
              PERFORM TRT-ANOMALIE
           WHEN H-AGE-MAX-RENOUV = ZERO
              CONTINUE
           WHEN H-AGE-PERS < ZERO
              MOVE 'DATE DE NAISSANCE INCONNUE, AGE LIMITE NON CONTROLE'
                   TO LIBELLE-ANOMALIE
              PERFORM TRT-ANOMALIE
           WHEN H-AGE-PERS > H-AGE-MAX-RENOUV
              MOVE H-AGE-PERS       TO W-AGE-EDITE
              MOVE H-AGE-MAX-RENOUV TO W-AGE-LIMITE-EDITE
              MOVE SPACES TO LIBELLE-ANOMALIE
              STRING 'AGE DE L''ASSURE AU NOUVEAU TERME ('
                     W-AGE-EDITE ' ANS) SUPERIEUR A L''AGE MAXIMUM'
                     ' DE RENOUVELLEMENT (' W-AGE-LIMITE-EDITE ' ANS)'
                     DELIMITED BY SIZE INTO LIBELLE-ANOMALIE
              END-STRING
              PERFORM TRT-ANOMALIE
           END-EVALUATE
           .
      *
      *    UNE POLICE RESILIEE NE SE RENOUVELLE PLUS
       APPLIQUER-RENOUVELLEMENT.
           EXEC SQL
               UPDATE ASSURANCES
               SET
                 DATE_EFFET = DATE_EFFET + 1 YEAR,
                 DATE_FIN   = DATE_FIN + 1 YEAR,
                 PRIME      = PRIME * :H-COEFFICIENT
               WHERE
                 ID_ASSUR = :H-ID_ASSUR
                 AND NOT EXISTS
                    (SELECT 1 FROM ASSUR_RESILIATION R
                      WHERE R.ID_ASSUR = ASSURANCES.ID_ASSUR)
           END-EXEC

           IF  SQLCODE = ZERO
           END-IF
           .
      *
      *    RESILIATION D'UNE POLICE (FONCTION 'X') : LA POLICE GARDE
      *    SON ID_ASSUR, DATE_FIN EST RAMENEE A LA DATE DE
      *    RESILIATION, LA PRIME FACTUREE POUR LA PERIODE RESILIEE
      *    EST OTEE DES ECHEANCES NON REGLEES DE LA PERSONNE, LE RESTE
      *    (DEJA ECHU OU REGLE) EST REMBOURSE PAR UN AVOIR (MONTANT
      *    NEGATIF, TYPE 'A') DANS FACTURES ET LA RESILIATION EST
      *    HISTORISEE AVEC SON MOTIF DANS ASSUR_RESILIATION. EN CAS
      *    D'ANOMALIE, L'APPELANT DEFAIT L'UNITE DE TRAVAIL (ROLLBACK)
       RESILIER-ASSURANCE.
           MOVE RS-ID_ASSUR         TO H-ID_ASSUR
           MOVE RS-DATE-RESILIATION TO H-DATE-RESILIATION
           MOVE RS-MOTIF            TO H-MOTIF-RESILIATION
           MOVE 'N'                 TO H-FORCAGE
           IF  RS-FORCEE
               MOVE 'Y' TO H-FORCAGE
           END-IF
           MOVE 0 TO R-PRIME-NON-ACQUISE
                     R-ID-FACTURE-AVOIR
                     R-NB-SINISTRES-OUVERTS
                     R-TAXE-NON-ACQUISE
                     R-TOTAL-AVOIR

           EVALUATE TRUE
           WHEN RS-DATE-RESILIATION = SPACES
              MOVE 'DATE DE RESILIATION REQUISE' TO LIBELLE-ANOMALIE
              PERFORM TRT-ANOMALIE
           WHEN NOT RS-MOTIF-VALIDE
              MOVE 'MOTIF DE RESILIATION INCONNU' TO LIBELLE-ANOMALIE
              PERFORM TRT-ANOMALIE
           WHEN OTHER
              EXEC SQL
                  SELECT ID_PERS,
                         LIBELLE,
                         PRIME,
                         COALESCE(DAYS(DATE_EFFET), 0),
                         COALESCE(DAYS(DATE_FIN), 0),
                         DAYS(DATE(:H-DATE-RESILIATION))
                  INTO
                         :H-ID_PERS,
                         :H-LIBELLE,
                         :H-PRIME,
                         :H-JOUR-EFFET,
                         :H-JOUR-FIN,
                         :H-JOUR-RESILIATION
                  FROM ASSURANCES
                  WHERE ID_ASSUR = :H-ID_ASSUR
              END-EXEC

              EVALUATE SQLCODE
              WHEN ZERO
                 PERFORM CONTROLER-RESILIATION
                 IF  NOT ANOMALIE
                     PERFORM APPLIQUER-RESILIATION
                 END-IF
              WHEN +100
                 MOVE 'POLICE INCONNUE' TO LIBELLE-ANOMALIE
                 PERFORM TRT-ANOMALIE
              WHEN -180
              WHEN -181
                 MOVE 'DATE DE RESILIATION INVALIDE'
                      TO LIBELLE-ANOMALIE
                 PERFORM TRT-ANOMALIE
              WHEN OTHER
                 MOVE 'RESILIER-ASSURANCE' TO ERL-IN-PARAGRAPH
                 PERFORM FORMATAGE-ERREUR-DB2
                 PERFORM TRT-ANOMALIE
              END-EVALUATE
           END-EVALUATE
           .
      *
      *    LA DATE DOIT TOMBER DANS LE TERME EN COURS, LA POLICE NE
      *    DOIT PAS DEJA ETRE RESILIEE ET SES SINISTRES NON REGLES
      *    (STATUT 'O' OU 'E') BLOQUENT LA RESILIATION SAUF FORCAGE
       CONTROLER-RESILIATION.
           EVALUATE TRUE
           WHEN H-JOUR-EFFET = 0 OR H-JOUR-FIN = 0
              MOVE 'DATES DU TERME NON RENSEIGNEES SUR LA POLICE'
                   TO LIBELLE-ANOMALIE
              PERFORM TRT-ANOMALIE
           WHEN H-JOUR-RESILIATION < H-JOUR-EFFET
           WHEN H-JOUR-RESILIATION >= H-JOUR-FIN
              MOVE 'DATE DE RESILIATION HORS DU TERME EN COURS'
                   TO LIBELLE-ANOMALIE
              PERFORM TRT-ANOMALIE
           WHEN OTHER
              EXEC SQL
                  SELECT COUNT(*)
                  INTO :H-NB-RESILIATION
                  FROM ASSUR_RESILIATION
                  WHERE ID_ASSUR = :H-ID_ASSUR
              END-EXEC
              IF  SQLCODE NOT = ZERO
                  MOVE 'CONTROLER-RESIL' TO ERL-IN-PARAGRAPH
                  PERFORM FORMATAGE-ERREUR-DB2
                  PERFORM TRT-ANOMALIE
              ELSE
                  IF  H-NB-RESILIATION NOT = ZERO
                      MOVE 'POLICE DEJA RESILIEE' TO LIBELLE-ANOMALIE
                      PERFORM TRT-ANOMALIE
                  END-IF
              END-IF
           END-EVALUATE

           IF  NOT ANOMALIE
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :H-NB-SINISTRES
                   FROM SINISTRES
                   WHERE ID_ASSUR = :H-ID_ASSUR
                     AND STATUT <> 'R'
               END-EXEC
               IF  SQLCODE NOT = ZERO
                   MOVE 'CONTROLER-RESIL' TO ERL-IN-PARAGRAPH
                   PERFORM FORMATAGE-ERREUR-DB2
                   PERFORM TRT-ANOMALIE
               ELSE
                   MOVE H-NB-SINISTRES TO R-NB-SINISTRES-OUVERTS
                   IF  H-NB-SINISTRES NOT = ZERO AND NOT RS-FORCEE
                       MOVE 'SINISTRE OUVERT - RESILIATION A FORCER'
                            TO LIBELLE-ANOMALIE
                       PERFORM TRT-ANOMALIE
                   END-IF
               END-IF
           END-IF
           .
      *
       APPLIQUER-RESILIATION.
           EXEC SQL
               UPDATE ASSURANCES
               SET
                 DATE_FIN = DATE(:H-DATE-RESILIATION)
               WHERE
                 ID_ASSUR = :H-ID_ASSUR
           END-EXEC

           IF  SQLCODE NOT = ZERO
               DISPLAY 'RESILIATION ERROR '
               DISPLAY 'ID_ASSUR:' H-ID_ASSUR
               MOVE 'APPLIQUER-RESIL' TO ERL-IN-PARAGRAPH
               PERFORM FORMATAGE-ERREUR-DB2
               PERFORM TRT-ANOMALIE
           END-IF

           MOVE 0 TO H-ID-FACTURE-AVOIR
                     H-PRIME-NON-ACQUISE
                     H-PRIME-ANNULEE
                     H-TAXE-ANNULEE
           IF  NOT ANOMALIE
               PERFORM PREPARER-REGULARISATION
           END-IF
      *    LE TERME EN COURS TOUCHE AU PLUS L'EXERCICE DE LA
      *    RESILIATION ET LE SUIVANT
           IF  NOT ANOMALIE
               PERFORM REGULARISER-EXERCICE
                       VARYING H-EXERCICE FROM H-AN-RESILIATION BY 1
                       UNTIL H-EXERCICE > H-AN-RESILIATION + 1
                          OR ANOMALIE
           END-IF

           IF  NOT ANOMALIE
               MOVE H-PRIME-NON-ACQUISE TO R-PRIME-NON-ACQUISE
               IF  H-PRIME-NON-ACQUISE > ZERO
                   PERFORM EMETTRE-AVOIR
               END-IF
           END-IF

           IF  NOT ANOMALIE
               PERFORM HISTORISER-RESILIATION
           END-IF
           .
      *
      *    TAUX DE TAXE DE LA COUVERTURE A LA DATE DE RESILIATION ET
      *    FRACTIONNEMENT DE LA POLICE, LUS COMME FACASS00 : A BLANC OU
      *    NULLE = ANNUELLE, SANS MAJORATION ; SANS LIGNE DANS
      *    FRACTIONNEMENT, PAS DE MAJORATION
       PREPARER-REGULARISATION.
           MOVE H-DATE-RESILIATION TO H-TAX-DATE-EFFET
           PERFORM LIRE-TAUX-TAXE

           IF  NOT ANOMALIE
               EXEC SQL
                   SELECT COALESCE(A.FREQUENCE_PAIEMENT, 'A'),
                          COALESCE((SELECT F.PCT_MAJORATION
                                      FROM FRACTIONNEMENT F
                                     WHERE F.FREQUENCE =
                                           A.FREQUENCE_PAIEMENT), 0),
                          YEAR(DATE(:H-DATE-RESILIATION))
                   INTO
                          :H-FREQUENCE,
                          :H-PCT-MAJORATION,
                          :H-AN-RESILIATION
                   FROM ASSURANCES A
                   WHERE A.ID_ASSUR = :H-ID_ASSUR
               END-EXEC
               IF  SQLCODE NOT = ZERO
                   MOVE 'PREPARER-REGUL' TO ERL-IN-PARAGRAPH
                   PERFORM FORMATAGE-ERREUR-DB2
                   PERFORM TRT-ANOMALIE
               END-IF
           END-IF

           IF  NOT ANOMALIE
               EVALUATE H-FREQUENCE
               WHEN 'M'
                  MOVE 12 TO W-NB-ECHEANCES
                  MOVE 1  TO W-PAS-MOIS
               WHEN 'T'
                  MOVE 4  TO W-NB-ECHEANCES
                  MOVE 3  TO W-PAS-MOIS
               WHEN OTHER
                  MOVE 1  TO W-NB-ECHEANCES
                  MOVE 12 TO W-PAS-MOIS
                  MOVE 0  TO H-PCT-MAJORATION
               END-EVALUATE
               COMPUTE W-MOIS-DERNIERE =
                   1 + (W-NB-ECHEANCES - 1) * W-PAS-MOIS
               COMPUTE W-PAS-RETOUR = 0 - W-PAS-MOIS
           END-IF
           .
      *
      *    UN EXERCICE DEJA FACTURE A LA PERSONNE L'A ETE POUR LA
      *    POLICE JUSQU'AU 31 DECEMBRE ; ELLE N'Y EST PLUS DUE QUE
      *    JUSQU'A LA VEILLE DE LA RESILIATION (RIEN SUR L'EXERCICE
      *    SUIVANT), COMME FACASS00 LA FACTURERAIT DESORMAIS. LA
      *    DIFFERENCE EST OTEE DES ECHEANCES NON REGLEES, EN
      *    COMMENCANT PAR LA DERNIERE ; CE QU'ELLES NE COUVRENT PAS VA
      *    A L'AVOIR
       REGULARISER-EXERCICE.
           MOVE H-EXERCICE TO W-AN-EDITE
           MOVE SPACES     TO H-AN-DEBUT
                              H-AN-FIN
           STRING W-AN-EDITE '-01-01' DELIMITED BY SIZE
             INTO H-AN-DEBUT
           STRING W-AN-EDITE '-12-31' DELIMITED BY SIZE
             INTO H-AN-FIN
           EXEC SQL
               SELECT DAYS(DATE(:H-AN-DEBUT)),
                      DAYS(DATE(:H-AN-FIN)),
                      (SELECT COUNT(*)
                         FROM FACTURES F
                        WHERE F.ID_PERS  = :H-ID_PERS
                          AND F.EXERCICE = :H-EXERCICE
                          AND COALESCE(F.TYPE_FACTURE, 'F') = 'F')
               INTO
                      :H-JOUR-AN-DEBUT,
                      :H-JOUR-AN-FIN,
                      :H-NB-ECHEANCES
               FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF  SQLCODE NOT = ZERO
               MOVE 'REGULARISER-EXERCICE' TO ERL-IN-PARAGRAPH
               PERFORM FORMATAGE-ERREUR-DB2
               PERFORM TRT-ANOMALIE
           END-IF

           IF  NOT ANOMALIE AND H-NB-ECHEANCES > ZERO
               COMPUTE W-JOURS-AN = H-JOUR-AN-FIN - H-JOUR-AN-DEBUT + 1
               COMPUTE H-JOUR-BORNE = H-JOUR-AN-FIN + 1
               PERFORM CALCULER-PRIME-FACTUREE
               MOVE W-PRORATA TO W-PRIME-ANNEE
               IF  H-JOUR-RESILIATION > H-JOUR-AN-DEBUT
                   MOVE H-JOUR-RESILIATION TO H-JOUR-BORNE
               ELSE
                   MOVE H-JOUR-AN-DEBUT    TO H-JOUR-BORNE
               END-IF
               IF  NOT ANOMALIE
                   PERFORM CALCULER-PRIME-FACTUREE
               END-IF
           END-IF

           IF  NOT ANOMALIE AND H-NB-ECHEANCES > ZERO
               COMPUTE W-PRIME-RESILIEE = W-PRIME-ANNEE - W-PRORATA
               COMPUTE W-PART-ECHEANCE ROUNDED =
                   W-PRIME-ANNEE / W-NB-ECHEANCES
               IF  W-PRIME-RESILIEE > ZERO
                   PERFORM REDUIRE-ECHEANCE
                           VARYING H-NUM-ECHEANCE
                           FROM W-MOIS-DERNIERE BY W-PAS-RETOUR
                           UNTIL H-NUM-ECHEANCE < 1
                              OR W-PRIME-RESILIEE = ZERO
                              OR ANOMALIE
                   ADD W-PRIME-RESILIEE TO H-PRIME-NON-ACQUISE
               END-IF
           END-IF
           .
      *
      *    PRIME DE LA POLICE FACTUREE SUR L'EXERCICE DU 1ER JANVIER
      *    AU JOUR H-JOUR-BORNE EXCLU, MAJORATION DE FRACTIONNEMENT
      *    COMPRISE : MEMES SEGMENTS ENTRE AVENANTS ET MEMES ARRONDIS
      *    QUE FACASS00
       CALCULER-PRIME-FACTUREE.
           MOVE H-PRIME          TO W-PRIME-COURANTE
           MOVE H-JOUR-AN-DEBUT  TO W-JOUR-COURANT
           MOVE 0                TO W-PRORATA
           MOVE 'N'              TO W-FIN-AVN-SW
           EXEC SQL
              OPEN CAVN
           END-EXEC
           IF  SQLCODE NOT = ZERO
               MOVE 'CALCULER-PRIME-FACT' TO ERL-IN-PARAGRAPH
               PERFORM FORMATAGE-ERREUR-DB2
               PERFORM TRT-ANOMALIE
           ELSE
               PERFORM CUMULER-SEGMENT-AVENANT
                       UNTIL FIN-AVENANTS
               EXEC SQL
                  CLOSE CAVN
               END-EXEC
               COMPUTE W-SEGMENT-JOURS = H-JOUR-BORNE - W-JOUR-COURANT
               IF  W-SEGMENT-JOURS > ZERO
                   COMPUTE W-PRORATA ROUNDED =
                       W-PRORATA
                       + W-PRIME-COURANTE * W-SEGMENT-JOURS
                         / W-JOURS-AN
               END-IF
               IF  H-PCT-MAJORATION NOT = ZERO
                   COMPUTE W-PRORATA ROUNDED =
                       W-PRORATA
                       + W-PRORATA * H-PCT-MAJORATION / 100
               END-IF
           END-IF
           .
      *
       CUMULER-SEGMENT-AVENANT.
           EXEC SQL
              FETCH CAVN
               INTO
                      :H-AVN-PRIME,
                      :H-AVN-JOUR
           END-EXEC
           EVALUATE SQLCODE
           WHEN ZERO
              IF  H-AVN-JOUR > W-JOUR-COURANT
                  COMPUTE W-SEGMENT-JOURS = H-AVN-JOUR
                                          - W-JOUR-COURANT
                  COMPUTE W-PRORATA ROUNDED =
                      W-PRORATA
                      + W-PRIME-COURANTE * W-SEGMENT-JOURS
                        / W-JOURS-AN
                  MOVE H-AVN-JOUR TO W-JOUR-COURANT
              END-IF
              MOVE H-AVN-PRIME TO W-PRIME-COURANTE
           WHEN +100
              SET FIN-AVENANTS TO TRUE
           WHEN OTHER
              SET FIN-AVENANTS TO TRUE
              MOVE 'CUMULER-SEGMENT-AVN' TO ERL-IN-PARAGRAPH
              PERFORM FORMATAGE-ERREUR-DB2
              PERFORM TRT-ANOMALIE
           END-EVALUATE
           .
      *
      *    PART DE LA POLICE DANS L'ECHEANCE H-NUM-ECHEANCE, TELLE QUE
      *    FACASS00 LA REPARTIT (LA DERNIERE PORTE L'ECART D'ARRONDI),
      *    BORNEE PAR CE QUI RESTE A OTER. SEULE UNE ECHEANCE SANS
      *    AUCUN REGLEMENT, A ECHOIR OU ECHUE DEPUIS LA RESILIATION,
      *    EST DIMINUEE, SUR LA LIGNE FACTURE_TAXE DE LA CATEGORIE DE
      *    LA COUVERTURE
       REDUIRE-ECHEANCE.
           IF  H-NUM-ECHEANCE = W-MOIS-DERNIERE
               COMPUTE W-PART-MOIS = W-PRIME-ANNEE
                   - W-PART-ECHEANCE * (W-NB-ECHEANCES - 1)
           ELSE
               MOVE W-PART-ECHEANCE TO W-PART-MOIS
           END-IF
           IF  W-PART-MOIS > W-PRIME-RESILIEE
               MOVE W-PRIME-RESILIEE TO W-PART-MOIS
           END-IF

           EXEC SQL
               SELECT F.ID_FACTURE,
                      X.TAUX,
                      X.MONTANT_PRIME,
                      X.MONTANT_TAXE
               INTO
                      :H-ID-FACTURE,
                      :H-VTX-TAUX,
                      :H-VTX-PRIME,
                      :H-VTX-TAXE
               FROM FACTURES F,
                    FACTURE_TAXE X
               WHERE F.ID_PERS  = :H-ID_PERS
                 AND F.EXERCICE = :H-EXERCICE
                 AND COALESCE(F.NUM_ECHEANCE, 1) = :H-NUM-ECHEANCE
                 AND COALESCE(F.TYPE_FACTURE, 'F') = 'F'
                 AND (COALESCE(F.DATE_ECHEANCE, F.DATE_EMISSION)
                         >= DATE(:H-DATE-RESILIATION)
                   OR COALESCE(F.DATE_ECHEANCE, F.DATE_EMISSION)
                         >= CURRENT DATE)
                 AND NOT EXISTS
                     (SELECT 1 FROM FACTURE_PAIEMENT P
                       WHERE P.ID_FACTURE = F.ID_FACTURE)
                 AND X.ID_FACTURE = F.ID_FACTURE
                 AND X.CATEGORIE_TAXE = :H-CATEGORIE-TAXE
                 AND X.MONTANT_PRIME > 0
               ORDER BY X.MONTANT_PRIME DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE SQLCODE
           WHEN ZERO
              PERFORM OTER-PART-ECHEANCE
           WHEN +100
              CONTINUE
           WHEN OTHER
              MOVE 'REDUIRE-ECHEANCE' TO ERL-IN-PARAGRAPH
              PERFORM FORMATAGE-ERREUR-DB2
              PERFORM TRT-ANOMALIE
           END-EVALUATE
           .
      *
      *    LA LIGNE FACTURE_TAXE PERD LA PART ET LA TAXE A SON TAUX
      *    (SUPPRIMEE SI ELLE TOMBE A ZERO, COMME FACASS00 N'ECRIT PAS
      *    DE LIGNE NULLE), L'ECHEANCE TTC LES DEUX ; UNE ECHEANCE
      *    RAMENEE A ZERO RESTE EN TABLE, SOLDEE, JUSQU'AU REJEU. LA
      *    REDUCTION EST TRACEE SUR L'ECHEANCE (FACTURE_REDUCTION)
       OTER-PART-ECHEANCE.
           IF  W-PART-MOIS > H-VTX-PRIME
               MOVE H-VTX-PRIME TO W-PART-MOIS
           END-IF
           MOVE W-PART-MOIS TO H-PRIME-OTEE
           IF  H-PRIME-OTEE = H-VTX-PRIME
               MOVE H-VTX-TAXE TO H-TAXE-OTEE
               EXEC SQL
                   DELETE FROM FACTURE_TAXE
                   WHERE ID_FACTURE     = :H-ID-FACTURE
                     AND CATEGORIE_TAXE = :H-CATEGORIE-TAXE
                     AND TAUX           = :H-VTX-TAUX
               END-EXEC
           ELSE
               COMPUTE H-TAXE-OTEE ROUNDED =
                   H-PRIME-OTEE * H-VTX-TAUX / 100
               IF  H-TAXE-OTEE > H-VTX-TAXE
                   MOVE H-VTX-TAXE TO H-TAXE-OTEE
               END-IF
               EXEC SQL
                   UPDATE FACTURE_TAXE
                   SET
                     MONTANT_PRIME = MONTANT_PRIME - :H-PRIME-OTEE,
                     MONTANT_TAXE  = MONTANT_TAXE  - :H-TAXE-OTEE
                   WHERE ID_FACTURE     = :H-ID-FACTURE
                     AND CATEGORIE_TAXE = :H-CATEGORIE-TAXE
                     AND TAUX           = :H-VTX-TAUX
               END-EXEC
           END-IF

           IF  SQLCODE = ZERO
               EXEC SQL
                   UPDATE FACTURES
                   SET
                     MONTANT = MONTANT - :H-PRIME-OTEE - :H-TAXE-OTEE
                   WHERE
                     ID_FACTURE = :H-ID-FACTURE
               END-EXEC
           END-IF

           IF  SQLCODE = ZERO
               EXEC SQL
                   INSERT INTO FACTURE_REDUCTION
                   (
                     ID_FACTURE,
                     ID_PERS,
                     ID_ASSUR,
                     CATEGORIE_TAXE,
                     TAUX,
                     MONTANT_PRIME,
                     MONTANT_TAXE,
                     DATE_SAISIE
                   )
                   VALUES
                   (
                     :H-ID-FACTURE,
                     :H-ID_PERS,
                     :H-ID_ASSUR,
                     :H-CATEGORIE-TAXE,
                     :H-VTX-TAUX,
                     :H-PRIME-OTEE,
                     :H-TAXE-OTEE,
                     CURRENT TIMESTAMP
                   )
               END-EXEC
           END-IF

           IF  SQLCODE = ZERO
               ADD H-PRIME-OTEE TO H-PRIME-ANNULEE
               ADD H-TAXE-OTEE  TO H-TAXE-ANNULEE
               SUBTRACT H-PRIME-OTEE FROM W-PRIME-RESILIEE
           ELSE
               DISPLAY 'ECHEANCE ERROR '
               DISPLAY 'ID_FACTURE:' H-ID-FACTURE
               MOVE 'OTER-PART-ECHEANCE' TO ERL-IN-PARAGRAPH
               PERFORM FORMATAGE-ERREUR-DB2
               PERFORM TRT-ANOMALIE
           END-IF
           .
      *
      *    L'AVOIR EST UNE LIGNE FACTURES DE TYPE 'A' A MONTANT
      *    NEGATIF SUR L'EXERCICE DE LA RESILIATION : FACASS00 NE LE
      *    RAFRAICHIT PAS ET LA BALANCE AGEE NE LE RELANCE PAS. IL
      *    REMBOURSE LA PRIME FACTUREE NON ACQUISE QUE LES ECHEANCES
      *    NON REGLEES NE COUVRAIENT PAS, ET LA TAXE QUI LA GREVAIT
      *    (TAUX DE LA CATEGORIE DE LA COUVERTURE EN VIGUEUR A LA
      *    DATE DE RESILIATION) ; SA VENTILATION PRIME / TAXE EST
      *    PORTEE PAR FACTURE_TAXE, EN NEGATIF
       EMETTRE-AVOIR.
           COMPUTE H-TAXE-NON-ACQUISE ROUNDED =
               H-PRIME-NON-ACQUISE * H-TAUX-TAXE / 100
           COMPUTE H-TOTAL-AVOIR =
               H-PRIME-NON-ACQUISE + H-TAXE-NON-ACQUISE
           PERFORM ENREGISTRER-AVOIR
           .
      *
       ENREGISTRER-AVOIR.
           EXEC SQL
               INSERT INTO FACTURES
               (
                 ID_PERS,
                 EXERCICE,
                 MONTANT,
                 DATE_EMISSION,
                 TYPE_FACTURE
               )
               VALUES
               (
                 :H-ID_PERS,
                 YEAR(DATE(:H-DATE-RESILIATION)),
                 0 - :H-TOTAL-AVOIR,
                 CURRENT DATE,
                 'A'
               )
           END-EXEC

           IF  SQLCODE = ZERO
               EXEC SQL
                   SELECT IDENTITY_VAL_LOCAL()
                   INTO :H-ID-FACTURE-AVOIR
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF

           IF  SQLCODE = ZERO
               EXEC SQL
                   INSERT INTO FACTURE_TAXE
                   (
                     ID_FACTURE,
                     CATEGORIE_TAXE,
                     TAUX,
                     MONTANT_PRIME,
                     MONTANT_TAXE
                   )
                   VALUES
                   (
                     :H-ID-FACTURE-AVOIR,
                     :H-CATEGORIE-TAXE,
                     :H-TAUX-TAXE,
                     0 - :H-PRIME-NON-ACQUISE,
                     0 - :H-TAXE-NON-ACQUISE
                   )
               END-EXEC
           END-IF

           IF  SQLCODE = ZERO
               MOVE H-ID-FACTURE-AVOIR TO R-ID-FACTURE-AVOIR
               MOVE H-TAXE-NON-ACQUISE TO R-TAXE-NON-ACQUISE
               MOVE H-TOTAL-AVOIR      TO R-TOTAL-AVOIR
           ELSE
               DISPLAY 'AVOIR ERROR '
               DISPLAY 'ID_ASSUR:' H-ID_ASSUR
               MOVE 'EMETTRE-AVOIR' TO ERL-IN-PARAGRAPH
               PERFORM FORMATAGE-ERREUR-DB2
               PERFORM TRT-ANOMALIE
           END-IF
           .
      *
      *    CATEGORIE DE TAXE DE LA COUVERTURE H-LIBELLE ET SON TAUX EN
      *    VIGUEUR A LA DATE H-TAX-DATE-EFFET. SANS CATEGORIE OU SANS
      *    TAUX EN VIGUEUR, LA COUVERTURE N'EST PAS TAXEE (TAUX 0)
       LIRE-TAUX-TAXE.
           MOVE SPACES TO H-CATEGORIE-TAXE
           MOVE 0      TO H-TAUX-TAXE
           EXEC SQL
               SELECT COALESCE(C.CATEGORIE_TAXE, ' '),
                      COALESCE((SELECT T.TAUX
                                  FROM TAXE_ASSURANCE T
                                 WHERE T.CATEGORIE_TAXE =
                                       C.CATEGORIE_TAXE
                                   AND T.DATE_EFFET =
                                      (SELECT MAX(T2.DATE_EFFET)
                                         FROM TAXE_ASSURANCE T2
                                        WHERE T2.CATEGORIE_TAXE =
                                              C.CATEGORIE_TAXE
                                          AND T2.DATE_EFFET <=
                                              DATE(:H-TAX-DATE-EFFET))),
                               0)
               INTO :H-CATEGORIE-TAXE,
                    :H-TAUX-TAXE
               FROM COUVERTURE_REF C
               WHERE C.LIBELLE = :H-LIBELLE
           END-EXEC

           EVALUATE SQLCODE
           WHEN ZERO
              CONTINUE
           WHEN +100
              CONTINUE
           WHEN OTHER
              MOVE 'LIRE-TAUX-TAXE' TO ERL-IN-PARAGRAPH
              PERFORM FORMATAGE-ERREUR-DB2
              PERFORM TRT-ANOMALIE
           END-EVALUATE
           .
      *
      *    HISTORIQUE DES RESILIATIONS, SOURCE DU SUIVI MENSUEL PAR
      *    MOTIF ET PAR COUVERTURE (RESRPT00). PRIME_ANNULEE ET
      *    TAXE_ANNULEE : TOTAL DE CE QUI A ETE OTE DES ECHEANCES NON
      *    REGLEES, DETAILLE PAR ECHEANCE DANS FACTURE_REDUCTION
       HISTORISER-RESILIATION.
           EXEC SQL
               INSERT INTO ASSUR_RESILIATION
               (
                 ID_ASSUR,
                 DATE_RESILIATION,
                 MOTIF,
                 LIBELLE,
                 PRIME_NON_ACQUISE,
                 ID_FACTURE_AVOIR,
                 PRIME_ANNULEE,
                 TAXE_ANNULEE,
                 NB_SINISTRES_OUVERTS,
                 FORCEE,
                 DATE_SAISIE
               )
               VALUES
               (
                 :H-ID_ASSUR,
                 DATE(:H-DATE-RESILIATION),
                 :H-MOTIF-RESILIATION,
                 :H-LIBELLE,
                 :H-PRIME-NON-ACQUISE,
                 NULLIF(:H-ID-FACTURE-AVOIR, 0),
                 :H-PRIME-ANNULEE,
                 :H-TAXE-ANNULEE,
                 :H-NB-SINISTRES,
                 :H-FORCAGE,
                 CURRENT TIMESTAMP
               )
           END-EXEC

           IF  SQLCODE NOT = ZERO
               DISPLAY 'RESILIATION ERROR '
               DISPLAY 'ID_ASSUR:' H-ID_ASSUR
               MOVE 'HISTORISER-RESIL' TO ERL-IN-PARAGRAPH
               PERFORM FORMATAGE-ERREUR-DB2
               PERFORM TRT-ANOMALIE
           END-IF
           .
      *
      *    VERIFIE QUE LE LIBELLE PASSE EN H-LIBELLE EST UN TYPE DE
      *    COUVERTURE CANONIQUE ACTIF DE COUVERTURE_REF, COMME
      *    INSERT-TPERS VALIDE COD-POS-NAISS SUR LA TABLE POSTALE
       VERIFIER-LIBELLE-COUVERTURE.
           EXEC SQL
               SELECT COUNT(*)
               INTO :H-NB-COUVERTURE
               FROM COUVERTURE_REF
               WHERE LIBELLE = :H-LIBELLE
                 AND ACTIF = 'Y'
           END-EXEC

           IF  SQLCODE = ZERO
               IF  H-NB-COUVERTURE = ZERO
                   MOVE 'LIBELLE DE COUVERTURE INCONNU'
                        TO LIBELLE-ANOMALIE
                   PERFORM TRT-ANOMALIE
               END-IF
           ELSE
               MOVE 'VERIF-LIBELLE-COUV' TO ERL-IN-PARAGRAPH
               PERFORM FORMATAGE-ERREUR-DB2
               PERFORM TRT-ANOMALIE
           END-IF
           .
      *
      *    L'AGE DE L'ASSURE A LA DATE D'EFFET (ANNEES REVOLUES
      *    DEPUIS TPERS.DATE_NAISS) DOIT ETRE DANS LES AGES MINIMUM ET
      *    MAXIMUM DE SOUSCRIPTION DE LA COUVERTURE H-LIBELLE
       VERIFIER-AGE-SOUSCRIPTION.
           EXEC SQL
               SELECT COALESCE(YEAR(DATE(:H-DATE-EFFET)
                                    - T.DATE_NAISS), -1),
                      COALESCE(C.AGE_MIN_SOUSCRIPTION, 0),
                      COALESCE(C.AGE_MAX_SOUSCRIPTION, 0)
               INTO :H-AGE-PERS,
                    :H-AGE-MIN,
                    :H-AGE-MAX
               FROM TPERS T, COUVERTURE_REF C
               WHERE T.ID_PERS = :H-ID_PERS
                 AND C.LIBELLE = :H-LIBELLE
           END-EXEC

           EVALUATE TRUE
           WHEN SQLCODE = -180 OR SQLCODE = -181
              MOVE 'DATE D''EFFET INVALIDE' TO LIBELLE-ANOMALIE
              PERFORM TRT-ANOMALIE
           WHEN SQLCODE NOT = ZERO
              MOVE 'VERIF-AGE-SOUSCRIPT' TO ERL-IN-PARAGRAPH
              PERFORM FORMATAGE-ERREUR-DB2
              PERFORM TRT-ANOMALIE
           WHEN H-AGE-MIN = ZERO AND H-AGE-MAX = ZERO
              CONTINUE
           WHEN H-AGE-PERS < ZERO
              MOVE 'DATE DE NAISSANCE INCONNUE, AGE LIMITE NON CONTROLE'
                   TO LIBELLE-ANOMALIE
              PERFORM TRT-ANOMALIE
           WHEN H-AGE-MIN > ZERO AND H-AGE-PERS < H-AGE-MIN
              MOVE H-AGE-PERS TO W-AGE-EDITE
              MOVE H-AGE-MIN  TO W-AGE-LIMITE-EDITE
              MOVE SPACES TO LIBELLE-ANOMALIE
              STRING 'AGE DU SOUSCRIPTEUR (' W-AGE-EDITE
                     ' ANS) INFERIEUR A L''AGE MINIMUM DE LA'
                     ' COUVERTURE (' W-AGE-LIMITE-EDITE ' ANS)'
                     DELIMITED BY SIZE INTO LIBELLE-ANOMALIE
              END-STRING
              PERFORM TRT-ANOMALIE
           WHEN H-AGE-MAX > ZERO AND H-AGE-PERS > H-AGE-MAX
              MOVE H-AGE-PERS TO W-AGE-EDITE
              MOVE H-AGE-MAX  TO W-AGE-LIMITE-EDITE
              MOVE SPACES TO LIBELLE-ANOMALIE
              STRING 'AGE DU SOUSCRIPTEUR (' W-AGE-EDITE
                     ' ANS) SUPERIEUR A L''AGE MAXIMUM DE LA'
                     ' COUVERTURE (' W-AGE-LIMITE-EDITE ' ANS)'
                     DELIMITED BY SIZE INTO LIBELLE-ANOMALIE
              END-STRING
              PERFORM TRT-ANOMALIE
           END-EVALUATE
           .
      *
      *    AJOUT D'UN TYPE DE COUVERTURE CANONIQUE (FONCTION 'G'),
      *    AVEC SON INDICATEUR DE PRESTATION DECES (UN SINISTRE EST
      *    OUVERT AU DECES DE L'ASSURE PAR DCDPER00) ET SES AGES
      *    LIMITES DE SOUSCRIPTION ET DE RENOUVELLEMENT ET SA
      *    CATEGORIE DE TAXE ; SUR UN TYPE DEJA EXISTANT, SEULS
      *    L'INDICATEUR, LES AGES ET LA CATEGORIE GARNIS SONT REPRIS
       AJOUTER-COUVERTURE.
           MOVE CV-LIBELLE          TO H-LIBELLE
           MOVE CV-CATEGORIE-TAXE   TO H-CATEGORIE-TAXE
           MOVE CV-PRESTATION-DECES TO H-PRESTATION-DECES
           IF  H-PRESTATION-DECES = SPACE
               MOVE 'N' TO H-PRESTATION-DECES
           END-IF

           IF  NOT CV-PRESTATION-DECES-VALIDE
               MOVE 'INDICATEUR DE PRESTATION DECES INCONNU (Y/N)'
                    TO LIBELLE-ANOMALIE
               PERFORM TRT-ANOMALIE
           ELSE
               PERFORM CONTROLER-AGES-COUVERTURE
           END-IF

           IF  NOT ANOMALIE
               EXEC SQL
                   INSERT INTO COUVERTURE_REF
                   (
                     LIBELLE,
                     ACTIF,
                     PRESTATION_DECES,
                     AGE_MIN_SOUSCRIPTION,
                     AGE_MAX_SOUSCRIPTION,
                     AGE_MAX_RENOUVELLEMENT,
                     CATEGORIE_TAXE
                   )
                   VALUES
                   (
                     :H-LIBELLE,
                     'Y',
                     :H-PRESTATION-DECES,
                     NULLIF(:H-AGE-MIN, 0),
                     NULLIF(:H-AGE-MAX, 0),
                     NULLIF(:H-AGE-MAX-RENOUV, 0),
                     NULLIF(:H-CATEGORIE-TAXE, ' ')
                   )
               END-EXEC
           END-IF

           EVALUATE TRUE
           WHEN ANOMALIE
              CONTINUE
           WHEN SQLCODE = ZERO
              CONTINUE
           WHEN SQLCODE = -803 AND
                (CV-PRESTATION-DECES NOT = SPACE
                 OR CV-CATEGORIE-TAXE  NOT = SPACES
                 OR H-AGE-MIN-SAISI    = 'Y'
                 OR H-AGE-MAX-SAISI    = 'Y'
                 OR H-AGE-RENOUV-SAISI = 'Y')
              PERFORM MODIFIER-COUVERTURE
           WHEN SQLCODE = -803
              MOVE 'TYPE DE COUVERTURE DEJA EXISTANT'
                   TO LIBELLE-ANOMALIE
              PERFORM TRT-ANOMALIE
           WHEN OTHER
              MOVE 'AJOUTER-COUVERTURE' TO ERL-IN-PARAGRAPH
              PERFORM FORMATAGE-ERREUR-DB2
              PERFORM TRT-ANOMALIE
           END-EVALUATE
           .
      *
      *    AGES LIMITES FOURNIS : A BLANC = NON FOURNI (0 A LA
      *    CREATION), '000' = SANS LIMITE, SINON AGE EN ANNEES
       CONTROLER-AGES-COUVERTURE.
           MOVE ZERO TO H-AGE-MIN
                        H-AGE-MAX
                        H-AGE-MAX-RENOUV
           MOVE 'N'  TO H-AGE-MIN-SAISI
                        H-AGE-MAX-SAISI
                        H-AGE-RENOUV-SAISI

           IF  CV-AGE-MIN NOT = SPACES
               IF  CV-AGE-MIN-N IS NUMERIC
                   MOVE CV-AGE-MIN-N TO H-AGE-MIN
                   MOVE 'Y'          TO H-AGE-MIN-SAISI
               ELSE
                   MOVE 'AGE MINIMUM DE SOUSCRIPTION NON NUMERIQUE'
                        TO LIBELLE-ANOMALIE
                   PERFORM TRT-ANOMALIE
               END-IF
           END-IF

           IF  CV-AGE-MAX NOT = SPACES AND NOT ANOMALIE
               IF  CV-AGE-MAX-N IS NUMERIC
                   MOVE CV-AGE-MAX-N TO H-AGE-MAX
                   MOVE 'Y'          TO H-AGE-MAX-SAISI
               ELSE
                   MOVE 'AGE MAXIMUM DE SOUSCRIPTION NON NUMERIQUE'
                        TO LIBELLE-ANOMALIE
                   PERFORM TRT-ANOMALIE
               END-IF
           END-IF

           IF  CV-AGE-MAX-RENOUV NOT = SPACES AND NOT ANOMALIE
               IF  CV-AGE-MAX-RENOUV-N IS NUMERIC
                   MOVE CV-AGE-MAX-RENOUV-N TO H-AGE-MAX-RENOUV
                   MOVE 'Y'                 TO H-AGE-RENOUV-SAISI
               ELSE
                   MOVE 'AGE MAXIMUM DE RENOUVELLEMENT NON NUMERIQUE'
                        TO LIBELLE-ANOMALIE
                   PERFORM TRT-ANOMALIE
               END-IF
           END-IF

           IF  NOT ANOMALIE
           AND H-AGE-MAX > ZERO
           AND H-AGE-MIN > H-AGE-MAX
               MOVE 'AGE MINIMUM SUPERIEUR A L''AGE MAXIMUM'
                    TO LIBELLE-ANOMALIE
               PERFORM TRT-ANOMALIE
           END-IF
           .
      *
      *    TYPE DEJA EXISTANT : SEULES LES REGLES FOURNIES CHANGENT
       MODIFIER-COUVERTURE.
           IF  CV-PRESTATION-DECES NOT = SPACE
               PERFORM CHANGER-PRESTATION-DECES
           END-IF

           IF  NOT ANOMALIE
           AND (H-AGE-MIN-SAISI    = 'Y'
             OR H-AGE-MAX-SAISI    = 'Y'
             OR H-AGE-RENOUV-SAISI = 'Y')
               PERFORM CHANGER-AGES-COUVERTURE
           END-IF

           IF  NOT ANOMALIE AND H-CATEGORIE-TAXE NOT = SPACES
               PERFORM CHANGER-CATEGORIE-TAXE
           END-IF
           .
      *
       CHANGER-CATEGORIE-TAXE.
           EXEC SQL
               UPDATE COUVERTURE_REF
               SET
                 CATEGORIE_TAXE = :H-CATEGORIE-TAXE
               WHERE
                 LIBELLE = :H-LIBELLE
           END-EXEC

           IF  SQLCODE NOT = ZERO
               MOVE 'CHANGER-CATEG-TAXE' TO ERL-IN-PARAGRAPH
               PERFORM FORMATAGE-ERREUR-DB2
               PERFORM TRT-ANOMALIE
           END-IF
           .
      *
       CHANGER-AGES-COUVERTURE.
           EXEC SQL
               UPDATE COUVERTURE_REF
               SET
                 AGE_MIN_SOUSCRIPTION =
                    CASE WHEN :H-AGE-MIN-SAISI = 'Y'
                         THEN NULLIF(:H-AGE-MIN, 0)
                         ELSE AGE_MIN_SOUSCRIPTION END,
                 AGE_MAX_SOUSCRIPTION =
                    CASE WHEN :H-AGE-MAX-SAISI = 'Y'
                         THEN NULLIF(:H-AGE-MAX, 0)
                         ELSE AGE_MAX_SOUSCRIPTION END,
                 AGE_MAX_RENOUVELLEMENT =
                    CASE WHEN :H-AGE-RENOUV-SAISI = 'Y'
                         THEN NULLIF(:H-AGE-MAX-RENOUV, 0)
                         ELSE AGE_MAX_RENOUVELLEMENT END
               WHERE
                 LIBELLE = :H-LIBELLE
           END-EXEC

           IF  SQLCODE NOT = ZERO
               MOVE 'CHANGER-AGES-COUV' TO ERL-IN-PARAGRAPH
               PERFORM FORMATAGE-ERREUR-DB2
               PERFORM TRT-ANOMALIE
           END-IF
           .
      *
       CHANGER-PRESTATION-DECES.
           EXEC SQL
               UPDATE COUVERTURE_REF
               SET
                 PRESTATION_DECES = :H-PRESTATION-DECES
               WHERE
                 LIBELLE = :H-LIBELLE
           END-EXEC

           IF  SQLCODE NOT = ZERO
               MOVE 'CHANGER-PRESTATION' TO ERL-IN-PARAGRAPH
               PERFORM FORMATAGE-ERREUR-DB2
               PERFORM TRT-ANOMALIE
           END-IF
           .
      *
      *    RENOMMAGE D'UN TYPE DE COUVERTURE (FONCTION 'H') AVEC
      *    PROPAGATION : LES POLICES ET LES AVENANTS QUI PORTAIENT
      *    L'ANCIEN LIBELLE SUIVENT LE NOUVEAU
       RENOMMER-COUVERTURE.
           MOVE CV-LIBELLE         TO H-LIBELLE
           MOVE CV-NOUVEAU-LIBELLE TO H-NOUVEAU-LIBELLE

           IF  H-NOUVEAU-LIBELLE = SPACES
               MOVE 'NOUVEAU LIBELLE REQUIS' TO LIBELLE-ANOMALIE
               PERFORM TRT-ANOMALIE
           ELSE
               EXEC SQL
                   UPDATE COUVERTURE_REF
                   SET
                     LIBELLE = :H-NOUVEAU-LIBELLE
                   WHERE
                     LIBELLE = :H-LIBELLE
               END-EXEC

               EVALUATE TRUE
               WHEN SQLCODE NOT = ZERO
                  MOVE 'RENOMMER-COUVERTURE' TO ERL-IN-PARAGRAPH
                  PERFORM FORMATAGE-ERREUR-DB2
                  PERFORM TRT-ANOMALIE
               WHEN SQLERRD(3) = ZERO
                  MOVE 'TYPE DE COUVERTURE INCONNU'
                       TO LIBELLE-ANOMALIE
                  PERFORM TRT-ANOMALIE
               WHEN OTHER
                  EXEC SQL
                      UPDATE ASSURANCES
                      SET
                        LIBELLE = :H-NOUVEAU-LIBELLE
                      WHERE
                        LIBELLE = :H-LIBELLE
                  END-EXEC
                  IF  SQLCODE NOT = ZERO AND SQLCODE NOT = 100
                      MOVE 'RENOMMER-COUVERTURE' TO ERL-IN-PARAGRAPH
                      PERFORM FORMATAGE-ERREUR-DB2
                      PERFORM TRT-ANOMALIE
                  END-IF
                  EXEC SQL
                      UPDATE ASSUR_AVENANT
                      SET
                        LIBELLE = :H-NOUVEAU-LIBELLE
                      WHERE
                        LIBELLE = :H-LIBELLE
                  END-EXEC
                  IF  SQLCODE NOT = ZERO AND SQLCODE NOT = 100
                      MOVE 'RENOMMER-COUVERTURE' TO ERL-IN-PARAGRAPH
                      PERFORM FORMATAGE-ERREUR-DB2
                      PERFORM TRT-ANOMALIE
                  END-IF
                  EXEC SQL
                      UPDATE COUVERTURE_LIMITE
                      SET
                        LIBELLE = :H-NOUVEAU-LIBELLE
                      WHERE
                        LIBELLE = :H-LIBELLE
                  END-EXEC
                  IF  SQLCODE NOT = ZERO AND SQLCODE NOT = 100
                      MOVE 'RENOMMER-COUVERTURE' TO ERL-IN-PARAGRAPH
                      PERFORM FORMATAGE-ERREUR-DB2
                      PERFORM TRT-ANOMALIE
                  END-IF
                  EXEC SQL
                      UPDATE BAREME_SINISTRALITE
                      SET
                        LIBELLE = :H-NOUVEAU-LIBELLE
                      WHERE
                        LIBELLE = :H-LIBELLE
                  END-EXEC
                  IF  SQLCODE NOT = ZERO AND SQLCODE NOT = 100
                      MOVE 'RENOMMER-COUVERTURE' TO ERL-IN-PARAGRAPH
                      PERFORM FORMATAGE-ERREUR-DB2
                      PERFORM TRT-ANOMALIE
                  END-IF
                  EXEC SQL
                      UPDATE AGENT_COMMISSION
                      SET
                        LIBELLE = :H-NOUVEAU-LIBELLE
                      WHERE
               PERFORM TRT-ANOMALIE
           END-IF
           .
      *
      *    FRANCHISE ET PLAFONDS D'UN TYPE DE COUVERTURE (FONCTION
      *    'K') : UNE LIGNE DE COUVERTURE_LIMITE PAR DATE D'EFFET,
      *    LA LIGNE EN VIGUEUR A LA DATE DU SINISTRE FAISANT FOI ;
      *    UNE DATE DEJA SAISIE EST CORRIGEE. UN TYPE RETIRE ('J')
      *    GARDE DES POLICES EN COURS ET ADMET DONC ENCORE SES
      *    LIMITES
       FIXER-LIMITES-COUVERTURE.
           MOVE CV-LIBELLE    TO H-LIBELLE
           MOVE CV-DATE-EFFET TO H-LIM-DATE-EFFET

           EVALUATE TRUE
           WHEN H-LIM-DATE-EFFET = SPACES
              MOVE 'DATE D''EFFET DES LIMITES REQUISE'
                   TO LIBELLE-ANOMALIE
              PERFORM TRT-ANOMALIE
           WHEN CV-FRANCHISE NOT NUMERIC
             OR CV-PLAFOND-SINISTRE NOT NUMERIC
             OR CV-PLAFOND-ANNUEL NOT NUMERIC
              MOVE 'FRANCHISE OU PLAFOND NON NUMERIQUE'
                   TO LIBELLE-ANOMALIE
              PERFORM TRT-ANOMALIE
           WHEN OTHER
              MOVE CV-FRANCHISE        TO H-FRANCHISE
              MOVE CV-PLAFOND-SINISTRE TO H-PLAFOND-SINISTRE
              MOVE CV-PLAFOND-ANNUEL   TO H-PLAFOND-ANNUEL
              EXEC SQL
                  SELECT COUNT(*)
                  INTO :H-NB-COUVERTURE
                  FROM COUVERTURE_REF
                  WHERE LIBELLE = :H-LIBELLE
              END-EXEC
              EVALUATE TRUE
              WHEN SQLCODE NOT = ZERO
                 MOVE 'FIXER-LIMITES-COUV' TO ERL-IN-PARAGRAPH
                 PERFORM FORMATAGE-ERREUR-DB2
                 PERFORM TRT-ANOMALIE
              WHEN H-NB-COUVERTURE = ZERO
                 MOVE 'TYPE DE COUVERTURE INCONNU'
                      TO LIBELLE-ANOMALIE
                 PERFORM TRT-ANOMALIE
              WHEN OTHER
                 PERFORM ENREGISTRER-LIMITES
              END-EVALUATE
           END-EVALUATE
           .
      *
       ENREGISTRER-LIMITES.
           EXEC SQL
               INSERT INTO COUVERTURE_LIMITE
               (
                 LIBELLE,
                 DATE_EFFET,
                 FRANCHISE,
                 PLAFOND_SINISTRE,
                 PLAFOND_ANNUEL,
                 DATE_SAISIE
               )
               VALUES
               (
                 :H-LIBELLE,
                 DATE(:H-LIM-DATE-EFFET),
                 :H-FRANCHISE,
                 :H-PLAFOND-SINISTRE,
                 :H-PLAFOND-ANNUEL,
                 CURRENT TIMESTAMP
               )
           END-EXEC

           IF  SQLCODE = -803
               EXEC SQL
                   UPDATE COUVERTURE_LIMITE
                   SET
                     FRANCHISE        = :H-FRANCHISE,
                     PLAFOND_SINISTRE = :H-PLAFOND-SINISTRE,
                     PLAFOND_ANNUEL   = :H-PLAFOND-ANNUEL,
                     DATE_SAISIE      = CURRENT TIMESTAMP
                   WHERE
                     LIBELLE    = :H-LIBELLE
                     AND DATE_EFFET = DATE(:H-LIM-DATE-EFFET)
               END-EXEC
           END-IF

           EVALUATE SQLCODE
           WHEN ZERO
              CONTINUE
           WHEN -180
           WHEN -181
              MOVE 'DATE D''EFFET DES LIMITES INVALIDE'
                   TO LIBELLE-ANOMALIE
              PERFORM TRT-ANOMALIE
           WHEN OTHER
              MOVE 'ENREGISTRER-LIMITES' TO ERL-IN-PARAGRAPH
              PERFORM FORMATAGE-ERREUR-DB2
              PERFORM TRT-ANOMALIE
           END-EVALUATE
           .
      *
      *    TRANCHE DU BAREME DE SINISTRALITE (FONCTION 'B') : UNE
      *    LIGNE DE BAREME_SINISTRALITE PAR TYPE DE COUVERTURE,
      *    NOMBRE DE SINISTRES MINIMAL ET MONTANT VERSE MINIMAL ;
      *    UNE TRANCHE DEJA SAISIE EST CORRIGEE. LE COEFFICIENT EST
      *    MULTIPLICATEUR DE LA PRIME (1,0000 = PRIME INCHANGEE)
       FIXER-TRANCHE-BAREME.
           MOVE BR-LIBELLE TO H-LIBELLE

           EVALUATE TRUE
           WHEN BR-NB-SINISTRES-MIN NOT NUMERIC
             OR BR-MONTANT-VERSE-MIN NOT NUMERIC
             OR BR-COEFFICIENT NOT NUMERIC
              MOVE 'TRANCHE OU COEFFICIENT NON NUMERIQUE'
                   TO LIBELLE-ANOMALIE
              PERFORM TRT-ANOMALIE
           WHEN BR-COEFFICIENT = ZERO
              MOVE 'COEFFICIENT DE RENOUVELLEMENT NUL'
                   TO LIBELLE-ANOMALIE
              PERFORM TRT-ANOMALIE
           WHEN OTHER
              MOVE BR-NB-SINISTRES-MIN  TO H-NB-SINISTRES-MIN
              MOVE BR-MONTANT-VERSE-MIN TO H-MONTANT-VERSE-MIN
              MOVE BR-COEFFICIENT       TO H-COEFFICIENT
              EXEC SQL
                  SELECT COUNT(*)
                  INTO :H-NB-COUVERTURE
                  FROM COUVERTURE_REF
                  WHERE LIBELLE = :H-LIBELLE
              END-EXEC
              EVALUATE TRUE
              WHEN SQLCODE NOT = ZERO
                 MOVE 'FIXER-TRANCHE' TO ERL-IN-PARAGRAPH
                 PERFORM FORMATAGE-ERREUR-DB2
                 PERFORM TRT-ANOMALIE
              WHEN H-NB-COUVERTURE = ZERO
                 MOVE 'TYPE DE COUVERTURE INCONNU'
                      TO LIBELLE-ANOMALIE
                 PERFORM TRT-ANOMALIE
              WHEN OTHER
                 PERFORM ENREGISTRER-TRANCHE
              END-EVALUATE
           END-EVALUATE
           .
      *
       ENREGISTRER-TRANCHE.
           EXEC SQL
               INSERT INTO BAREME_SINISTRALITE
               (
                 LIBELLE,
                 NB_SINISTRES_MIN,
                 MONTANT_VERSE_MIN,
                 COEFFICIENT,
                 DATE_SAISIE
               )
               VALUES
               (
                 :H-LIBELLE,
                 :H-NB-SINISTRES-MIN,
                 :H-MONTANT-VERSE-MIN,
                 :H-COEFFICIENT,
                 CURRENT TIMESTAMP
               )
           END-EXEC

           IF  SQLCODE = -803
               EXEC SQL
                   UPDATE BAREME_SINISTRALITE
                   SET
                     COEFFICIENT = :H-COEFFICIENT,
                     DATE_SAISIE = CURRENT TIMESTAMP
                   WHERE
                     LIBELLE               = :H-LIBELLE
                     AND NB_SINISTRES_MIN  = :H-NB-SINISTRES-MIN
                     AND MONTANT_VERSE_MIN = :H-MONTANT-VERSE-MIN
               END-EXEC
           END-IF

           IF  SQLCODE NOT = ZERO
               MOVE 'ENREGISTRER-TRANCHE' TO ERL-IN-PARAGRAPH
               PERFORM FORMATAGE-ERREUR-DB2
               PERFORM TRT-ANOMALIE
           END-IF
           .
      *
      *    COTATION D'UNE POLICE A SON RENOUVELLEMENT (FONCTION 'Q') :
      *    SINISTRES SURVENUS DANS LES N ANNEES QUI PRECEDENT LA DATE
      *    DE FIN DU TERME ET MONTANT VERSE SUR CES SINISTRES, PUIS
      *    COEFFICIENT DE LA PLUS FORTE TRANCHE ATTEINTE DU BAREME DE
      *    LA COUVERTURE ; SANS TRANCHE ATTEINTE, LE POURCENTAGE
      *    FORFAITAIRE RECU S'APPLIQUE, COMME AVANT LE BAREME
       COTER-ASSURANCE.
           MOVE CT-ID_ASSUR TO H-ID_ASSUR
           IF  CT-NB-ANNEES IS NUMERIC
           AND CT-NB-ANNEES > ZERO
               MOVE CT-NB-ANNEES TO H-NB-ANNEES
           ELSE
               MOVE 3 TO H-NB-ANNEES
           END-IF
           IF  CT-PCT-HAUSSE IS NUMERIC
               MOVE CT-PCT-HAUSSE TO H-PCT-HAUSSE
           ELSE
               MOVE ZERO TO H-PCT-HAUSSE
           END-IF
           INITIALIZE DONNEES-COTATION

           EXEC SQL
               SELECT LIBELLE,
                      CHAR(DATE_FIN),
                      PRIME
               INTO :H-LIBELLE,
                    :H-DATE-FIN,
                    :H-PRIME
               FROM ASSURANCES
               WHERE ID_ASSUR = :H-ID_ASSUR
           END-EXEC

           EVALUATE SQLCODE
           WHEN ZERO
              PERFORM MESURER-SINISTRALITE
              IF  NOT ANOMALIE
                  PERFORM APPLIQUER-BAREME
              END-IF
           WHEN +100
              MOVE 'POLICE INCONNUE' TO LIBELLE-ANOMALIE
              PERFORM TRT-ANOMALIE
           WHEN OTHER
              MOVE 'COTER-ASSURANCE' TO ERL-IN-PARAGRAPH
              PERFORM FORMATAGE-ERREUR-DB2
              PERFORM TRT-ANOMALIE
           END-EVALUATE
           .
      *
       MESURER-SINISTRALITE.
           EXEC SQL
               SELECT COUNT(*)
               INTO :H-NB-SINISTRES
               FROM SINISTRES
               WHERE ID_ASSUR = :H-ID_ASSUR
                 AND DATE_SINISTRE > DATE(:H-DATE-FIN)
                                     - :H-NB-ANNEES YEARS
           END-EXEC

           IF  SQLCODE = ZERO
               EXEC SQL
                   SELECT COALESCE(SUM(P.MONTANT), 0)
                   INTO :H-MONTANT-VERSE
                   FROM SINISTRE_PAIEMENT P,
                        SINISTRES S
                   WHERE P.ID_SINISTRE = S.ID_SINISTRE
                     AND S.ID_ASSUR = :H-ID_ASSUR
                     AND S.DATE_SINISTRE > DATE(:H-DATE-FIN)
                                           - :H-NB-ANNEES YEARS
               END-EXEC
           END-IF

           IF  SQLCODE NOT = ZERO
               MOVE 'MESURER-SINISTRALITE' TO ERL-IN-PARAGRAPH
               PERFORM FORMATAGE-ERREUR-DB2
               PERFORM TRT-ANOMALIE
           END-IF
           .
      *
       APPLIQUER-BAREME.
           EXEC SQL
               SELECT COALESCE(MAX(COEFFICIENT), 0)
               INTO :H-COEFFICIENT
               FROM BAREME_SINISTRALITE
               WHERE LIBELLE = :H-LIBELLE
                 AND NB_SINISTRES_MIN  <= :H-NB-SINISTRES
                 AND MONTANT_VERSE_MIN <= :H-MONTANT-VERSE
           END-EXEC

           EVALUATE TRUE
           WHEN SQLCODE NOT = ZERO
              MOVE 'APPLIQUER-BAREME' TO ERL-IN-PARAGRAPH
              PERFORM FORMATAGE-ERREUR-DB2
              PERFORM TRT-ANOMALIE
           WHEN H-COEFFICIENT > ZERO
              SET Q-BAREME TO TRUE
           WHEN OTHER
              SET Q-FORFAIT TO TRUE
              COMPUTE H-COEFFICIENT = 1 + H-PCT-HAUSSE / 100
                 ON SIZE ERROR
                    MOVE 'POURCENTAGE DE HAUSSE HORS LIMITES'
                         TO LIBELLE-ANOMALIE
                    PERFORM TRT-ANOMALIE
              END-COMPUTE
           END-EVALUATE

           IF  NOT ANOMALIE
               MOVE H-LIBELLE       TO Q-LIBELLE
               MOVE H-DATE-FIN      TO Q-DATE-FIN
               MOVE H-PRIME         TO Q-PRIME
               MOVE H-NB-SINISTRES  TO Q-NB-SINISTRES
               MOVE H-MONTANT-VERSE TO Q-MONTANT-VERSE
               MOVE H-COEFFICIENT   TO Q-COEFFICIENT
               COMPUTE Q-PRIME-PROPOSEE = H-PRIME * H-COEFFICIENT
                  ON SIZE ERROR
                     MOVE 'PRIME PROPOSEE HORS LIMITES'
                          TO LIBELLE-ANOMALIE
                     PERFORM TRT-ANOMALIE
               END-COMPUTE
           END-IF
           .
      *
      *    L'AGENT (H-ID-AGENT) DOIT EXISTER ET ETRE ACTIF POUR ETRE
      *    PORTE SUR UNE POLICE, A L'INSERTION COMME AU TRANSFERT
       VERIFIER-AGENT.
           EXEC SQL
               SELECT COUNT(*)
               INTO :H-NB-AGENT
               FROM AGENT
               WHERE ID_AGENT = :H-ID-AGENT
                 AND ACTIF = 'Y'
           END-EXEC

           IF  SQLCODE = ZERO
               IF  H-NB-AGENT = ZERO
                   MOVE 'AGENT INCONNU OU INACTIF'
                        TO LIBELLE-ANOMALIE
                   PERFORM TRT-ANOMALIE
               END-IF
           ELSE
               MOVE 'VERIFIER-AGENT' TO ERL-IN-PARAGRAPH
               PERFORM FORMATAGE-ERREUR-DB2
               PERFORM TRT-ANOMALIE
           END-IF
           .
      *
      *    CREATION OU MISE A JOUR D'UN AGENT (FONCTION 'N') - LE
      *    PASSAGE A INACTIF FERME L'AGENT AUX NOUVELLES POLICES SANS
      *    TOUCHER CELLES QU'IL A PLACEES
       ENREGISTRER-AGENT.
           MOVE AG-ID-AGENT TO H-ID-AGENT
           MOVE AG-NOM      TO H-AGT-NOM
           MOVE AG-IBAN     TO H-AGT-IBAN
           MOVE AG-ACTIF    TO H-AGT-ACTIF
           IF  H-AGT-ACTIF = SPACE
               MOVE 'Y' TO H-AGT-ACTIF
           END-IF

           EVALUATE TRUE
           WHEN H-ID-AGENT = SPACES
              MOVE 'CODE AGENT REQUIS' TO LIBELLE-ANOMALIE
              PERFORM TRT-ANOMALIE
           WHEN H-AGT-NOM = SPACES
              MOVE 'NOM DE L''AGENT REQUIS' TO LIBELLE-ANOMALIE
              PERFORM TRT-ANOMALIE
           WHEN NOT AG-ACTIF-VALIDE
              MOVE 'INDICATEUR ACTIF INCONNU (Y/N)'
                   TO LIBELLE-ANOMALIE
              PERFORM TRT-ANOMALIE
           WHEN OTHER
              EXEC SQL
                  INSERT INTO AGENT
                  (
                    ID_AGENT,
                    NOM,
                    IBAN,
                    ACTIF,
                    DATE_SAISIE
                  )
                  VALUES
                  (
                    :H-ID-AGENT,
                    :H-AGT-NOM,
                    :H-AGT-IBAN,
                    :H-AGT-ACTIF,
                    CURRENT TIMESTAMP
                  )
              END-EXEC
              IF  SQLCODE = -803
                  EXEC SQL
                      UPDATE AGENT
                      SET
                        NOM         = :H-AGT-NOM,
                        IBAN        = :H-AGT-IBAN,
                        ACTIF       = :H-AGT-ACTIF,
                        DATE_SAISIE = CURRENT TIMESTAMP
                      WHERE
                        ID_AGENT = :H-ID-AGENT
                  END-EXEC
              END-IF
              IF  SQLCODE NOT = ZERO
                  MOVE 'ENREGISTRER-AGENT' TO ERL-IN-PARAGRAPH
                  PERFORM FORMATAGE-ERREUR-DB2
                  PERFORM TRT-ANOMALIE
              END-IF
           END-EVALUATE
           .
      *
      *    TAUX DE COMMISSION D'UN AGENT SUR UN TYPE DE COUVERTURE
      *    (FONCTION 'C') - UN TAUX NUL EST ADMIS (COUVERTURE NON
      *    COMMISSIONNEE CHEZ CET AGENT)
       FIXER-TAUX-COMMISSION.
           MOVE CM-ID-AGENT TO H-ID-AGENT
           MOVE CM-LIBELLE  TO H-LIBELLE

           IF  CM-TAUX NOT NUMERIC
               MOVE 'TAUX DE COMMISSION NON NUMERIQUE'
                    TO LIBELLE-ANOMALIE
               PERFORM TRT-ANOMALIE
           ELSE
               MOVE CM-TAUX TO H-TAUX-COMMISSION
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :H-NB-AGENT
                   FROM AGENT
                   WHERE ID_AGENT = :H-ID-AGENT
               END-EXEC
               EVALUATE TRUE
               WHEN SQLCODE NOT = ZERO
                  MOVE 'FIXER-TAUX-COMM' TO ERL-IN-PARAGRAPH
                  PERFORM FORMATAGE-ERREUR-DB2
                  PERFORM TRT-ANOMALIE
               WHEN H-NB-AGENT = ZERO
                  MOVE 'AGENT INCONNU' TO LIBELLE-ANOMALIE
                  PERFORM TRT-ANOMALIE
               WHEN OTHER
                  EXEC SQL
                      SELECT COUNT(*)
                      INTO :H-NB-COUVERTURE
                      FROM COUVERTURE_REF
                      WHERE LIBELLE = :H-LIBELLE
                  END-EXEC
                  EVALUATE TRUE
                  WHEN SQLCODE NOT = ZERO
                     MOVE 'FIXER-TAUX-COMM' TO ERL-IN-PARAGRAPH
                     PERFORM FORMATAGE-ERREUR-DB2
                     PERFORM TRT-ANOMALIE
                  WHEN H-NB-COUVERTURE = ZERO
                     MOVE 'TYPE DE COUVERTURE INCONNU'
                          TO LIBELLE-ANOMALIE
                     PERFORM TRT-ANOMALIE
                  WHEN OTHER
                     PERFORM ENREGISTRER-TAUX-COMMISSION
                  END-EVALUATE
               END-EVALUATE
           END-IF
           .
      *
       ENREGISTRER-TAUX-COMMISSION.
           EXEC SQL
               INSERT INTO AGENT_COMMISSION
               (
                 ID_AGENT,
                 LIBELLE,
                 TAUX,
                 DATE_SAISIE
               )
               VALUES
               (
                 :H-ID-AGENT,
                 :H-LIBELLE,
                 :H-TAUX-COMMISSION,
                 CURRENT TIMESTAMP
               )
           END-EXEC

           IF  SQLCODE = -803
               EXEC SQL
                   UPDATE AGENT_COMMISSION
                   SET
                     TAUX        = :H-TAUX-COMMISSION,
                     DATE_SAISIE = CURRENT TIMESTAMP
                   WHERE
                     ID_AGENT    = :H-ID-AGENT
                     AND LIBELLE = :H-LIBELLE
               END-EXEC
           END-IF

           IF  SQLCODE NOT = ZERO
               MOVE 'ENREGISTRER-TAUX' TO ERL-IN-PARAGRAPH
               PERFORM FORMATAGE-ERREUR-DB2
               PERFORM TRT-ANOMALIE
           END-IF
           .
      *
      *    TAUX DE TAXE D'UNE CATEGORIE (FONCTION 'V') : UNE LIGNE DE
      *    TAXE_ASSURANCE PAR DATE D'EFFET, COMME LES LIMITES 'K' ;
      *    UNE DATE DEJA SAISIE EST CORRIGEE
       FIXER-TAUX-TAXE.
           MOVE TX-CATEGORIE-TAXE TO H-CATEGORIE-TAXE
           MOVE TX-DATE-EFFET     TO H-TAX-DATE-EFFET

           EVALUATE TRUE
           WHEN H-CATEGORIE-TAXE = SPACES
              MOVE 'CATEGORIE DE TAXE REQUISE' TO LIBELLE-ANOMALIE
              PERFORM TRT-ANOMALIE
           WHEN H-TAX-DATE-EFFET = SPACES
              MOVE 'DATE D''EFFET DU TAUX REQUISE' TO LIBELLE-ANOMALIE
              PERFORM TRT-ANOMALIE
           WHEN TX-TAUX NOT NUMERIC
              MOVE 'TAUX DE TAXE NON NUMERIQUE' TO LIBELLE-ANOMALIE
              PERFORM TRT-ANOMALIE
           WHEN OTHER
              MOVE TX-TAUX TO H-TAUX-TAXE
              PERFORM ENREGISTRER-TAUX-TAXE
           END-EVALUATE
           .
      *
       ENREGISTRER-TAUX-TAXE.
           EXEC SQL
               INSERT INTO TAXE_ASSURANCE
               (
                 CATEGORIE_TAXE,
                 DATE_EFFET,
                 TAUX,
                 DATE_SAISIE
               )
               VALUES
               (
                 :H-CATEGORIE-TAXE,
                 DATE(:H-TAX-DATE-EFFET),
                 :H-TAUX-TAXE,
                 CURRENT TIMESTAMP
               )
           END-EXEC

           IF  SQLCODE = -803
               EXEC SQL
                   UPDATE TAXE_ASSURANCE
                   SET
                     TAUX        = :H-TAUX-TAXE,
                     DATE_SAISIE = CURRENT TIMESTAMP
                   WHERE
                     CATEGORIE_TAXE = :H-CATEGORIE-TAXE
                     AND DATE_EFFET = DATE(:H-TAX-DATE-EFFET)
               END-EXEC
           END-IF

           EVALUATE SQLCODE
           WHEN ZERO
              CONTINUE
           WHEN -180
           WHEN -181
              MOVE 'DATE D''EFFET DU TAUX INVALIDE' TO LIBELLE-ANOMALIE
              PERFORM TRT-ANOMALIE
           WHEN OTHER
              MOVE 'ENREGISTRER-TAXE' TO ERL-IN-PARAGRAPH
              PERFORM FORMATAGE-ERREUR-DB2
              PERFORM TRT-ANOMALIE
           END-EVALUATE
           .
      *
       L01-PREMIERE-LECTURE.
      *
           MOVE H-DATE-EFFET     TO S-DATE-EFFET
           MOVE H-DATE-FIN       TO S-DATE-FIN
           MOVE H-PRIME          TO S-PRIME
           MOVE H-FREQUENCE      TO S-FREQUENCE
           MOVE H-ID-AGENT       TO S-ID-AGENT
           .
       RESTITUTION-LECTURE-LISTE.
      *
