      ****************************************************************
      * PROGRAMME BATCH = PRELEVEMENT A ECHEANCE DES FACTURES DE
      *                   PRIMES SUR LE CONTRAT WHSPEAPI MANDATE
      ****************************************************************
      * PROGRAM:  PRLFAC00
      *
      * AUTHOR :  Stephane PAUCOT
      *
      * OBJET  :  POUR CHAQUE PERSONNE AYANT UN MANDAT EN VIGUEUR
      *           DANS MANDATS_PRELEVEMENT (TENUE PAR MANPRL00), CE
      *           PROGRAMME PRELEVE CHAQUE FACTURE DE PRIMES (OU
      *           ECHEANCE DE L'ECHEANCIER FACASS00) ARRIVEE A TERME
      *           ET NON SOLDEE SUR LE CONTRAT MANDATE, AVEC LES
      *           MEMES CONTROLES ET LES MEMES ECRITURES QUE LE DEBIT
      *           DB DE WHSPEAPI : CONTRAT CONNU ET OUVERT, DEBIT
      *           GARDE PAR LE DECOUVERT AUTORISE EN VIGUEUR
      *           (DECOUVERTS_AUTORISES), MOUVEMENT 'DB' DANS
      *           MOUVEMENTS (CODE TRANSACTION 'BPRL') ET LEVEE DE
      *           L'INDICATEUR DE DORMANCE. LE RESTE DU EST ALORS
      *           HISTORISE DANS FACTURE_PAIEMENT, CE QUI SOLDE LA
      *           FACTURE. LES SOLDES DES CONTRATS ETANT TENUS EN
      *           CENTIMES, LE RESTE DU EST DEBITE MULTIPLIE PAR 100.
      *
      *           LE DEBIT DU CONTRAT ET LE REGLEMENT DE LA FACTURE
      *           FORMENT UNE SEULE UNITE D'OEUVRE, VALIDEE PAR UN
      *           COMMIT PAR FACTURE ; TOUTE ERREUR DB2 LA DEFAIT
      *           (ROLLBACK) ET ARRETE LE TRAITEMENT, QUI SE RELANCE
      *           TEL QUEL. UN PRELEVEMENT REFUSE (CONTRAT INCONNU,
      *           FERME OU SOLDE INSUFFISANT) NE TOUCHE A RIEN : LA
      *           FACTURE RESTE OUVERTE POUR AGEFAC00 ET SERA
      *           REPRESENTEE AU PROCHAIN PASSAGE. FSYS108 LISTE LES
      *           PRELEVEMENTS EFFECTUES PUIS LES REFUS A SUIVRE, AVEC
      *           LES TOTAUX. CODE RETOUR 4 SI UN PRELEVEMENT EST
      *           REFUSE, 8 SUR ANOMALIE DB2. LES FACTURES D'UNE
      *           PERSONNE DECEDEE (TPERS.DATE_DECES, VOIR DCDPER00)
      *           NE SONT PLUS PRELEVEES : LE MANDAT TOMBE AVEC LE
      *           TITULAIRE ET LE SOLDE SE REGLE AVEC LA SUCCESSION.
      *           UN PRELEVEMENT N'EST PRESENTE QU'UN JOUR OUVRE DU
      *           PAYS DU CONTRAT (CALENDRIER DU MODULE DATOUVR) : UN
      *           PASSAGE UN JOUR CHOME REPORTE SES FACTURES AU
      *           PROCHAIN JOUR OUVRE, SANS RIEN TOUCHER ; ELLES SONT
      *           LISTEES AVEC LES REFUS MAIS NE DONNENT PAS LE CODE
      *           RETOUR 4. UNE ECHEANCE TOMBANT UN JOUR CHOME EST
      *           AINSI PRELEVEE LE JOUR OUVRE SUIVANT.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRLFAC00.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FSYS108 ASSIGN TO UT-S-SYS108.
       DATA DIVISION.
       FILE SECTION.
       FD  FSYS108
           LABEL RECORD STANDARD
           RECORDING MODE IS F
           BLOCK 0 RECORDS.
       01  ENR-SYS108                             PIC X(132).
       WORKING-STORAGE SECTION.
      ******************************************************************
      * CONSTANTES DU PROGRAMME                                        *
      ******************************************************************
      *
      * VARIABLES DB2 SYSTEM
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
      *
       01  W-SQLCODE PIC S999.
       01  SQLCODE-POUR-DISPLAY PIC ----.
       01  STATUT-TRAITEMENT PIC X(02).
           88  ANOMALIE VALUE 'KO'.
           88  PAS-ANOMALIE VALUE 'OK'.
      *
      *    FACTURE A PRELEVER
       01  H-ID-FACTURE                           PIC S9(10) COMP.
       01  H-ID-PERS                              PIC S9(10) COMP.
       01  H-NUM-ECHEANCE                         PIC S9(4) COMP.
       01  H-DATE-ECHEANCE                        PIC X(10).
       01  H-RESTE-DU                             PIC S9(11)V99
                                                  COMP-3.
      *    CONTRAT MANDATE, MONTANTS EN CENTIMES COMME DANS WHSPEAPI
       01  H-PAYS                                 PIC X(02).
       01  H-CONTRAT                              PIC 9(11).
       01  H-MONTANT                              PIC 9(11).
       01  H-REST                                 PIC S9(11).
       01  H-STATUT                               PIC X(01).
           88  H-CONTRAT-FERME                    VALUE 'F'.
       01  H-DECOUVERT                            PIC S9(11).
       01  H-SOLDE-APRES                          PIC S9(11).
      *
       01  W-DATE-JOUR                            PIC X(10).
       01  W-FIN-FACTURES-SW                      PIC X(01) VALUE 'N'.
           88  FIN-FACTURES                       VALUE 'Y'.
      *    MOTIF DU REFUS DE LA FACTURE COURANTE, CODES DU DB DE
      *    WHSPEAPI
       01  W-CODE-RETOUR                          PIC X(02).
           88  PRELEVEMENT-ACCEPTE                VALUE '00'.
           88  CONTRAT-INCONNU                    VALUE '04'.
           88  CONTRAT-FERME                      VALUE '05'.
           88  SOLDE-INSUFFISANT                  VALUE '06'.
      *
      *    LES REFUS SONT GARDES POUR ETRE LISTES APRES LES
      *    PRELEVEMENTS EFFECTUES
       01  W-TABLE-REFUS.
           05  W-NB-REFUS-TABLE                   PIC S9(4) COMP
                                                  VALUE 0.
           05  W-REFUS OCCURS 500.
               10  W-REF-LIGNE                    PIC X(132).
       01  I-R                                    PIC S9(4) COMP.
      *
       01  W-NB-ECHUES                            PIC 9(07) VALUE 0.
       01  W-NB-PRELEVEES                         PIC 9(07) VALUE 0.
       01  W-NB-REFUSEES                          PIC 9(07) VALUE 0.
       01  W-TOTAL-PRELEVE                        PIC S9(11)V99 COMP-3
                                                  VALUE 0.
       01  W-TOTAL-REFUSE                         PIC S9(11)V99 COMP-3
                                                  VALUE 0.
       01  W-ID-FACTURE-ED                        PIC 9(10).
       01  W-ID-PERS-ED                           PIC 9(10).
       01  W-NUM-ECHEANCE-ED                      PIC 99.
       01  W-MONTANT-ED                           PIC -(10)9.99.
       01  W-MOTIF                                PIC X(24).
      *
      *    JOUR OUVRE OU NON, AUJOURD'HUI, DANS LE PAYS DU CONTRAT :
      *    TESTE A CHAQUE CHANGEMENT DE PAYS (LE CURSEUR EST TRIE PAR
      *    PAYS)
       01  W-PAYS-CALENDRIER                      PIC X(02)
                                                  VALUE SPACES.
       01  W-JOUR-OUVRE-SW                        PIC X(01) VALUE 'O'.
           88  JOUR-OUVRE-PAYS                    VALUE 'O'.
       01  W-PROCHAIN-OUVRE                       PIC X(10).
       01  W-NB-REPORTEES                         PIC 9(07) VALUE 0.
       01  W-TOTAL-REPORTE                        PIC S9(11)V99 COMP-3
                                                  VALUE 0.
      *
      *    COMMUNICATION AREA FOR THE SHARED BUSINESS-DAY DATE SERVICE
           COPY DATOUVC.
       77  C-DATOUVR                              PIC X(07)
                                                  VALUE 'DATOUVR'.
      *
      *    LES FACTURES ARRIVEES A TERME, NON SOLDEES, DES PERSONNES
      *    AYANT UN MANDAT EN VIGUEUR. WITH HOLD : LE CURSEUR SURVIT
      *    AU COMMIT DE CHAQUE FACTURE
           EXEC SQL
              DECLARE C01 CURSOR WITH HOLD FOR
              SELECT F.ID_FACTURE,
                     F.ID_PERS,
                     COALESCE(F.NUM_ECHEANCE, 1),
                     CHAR(COALESCE(F.DATE_ECHEANCE, F.DATE_EMISSION),
                          ISO),
                     F.MONTANT
                     - COALESCE((SELECT SUM(P.MONTANT)
                          FROM FACTURE_PAIEMENT P
                         WHERE P.ID_FACTURE = F.ID_FACTURE), 0),
                     M.PAYS,
                     M.CONTRAT
              FROM FACTURES F,
                   MANDATS_PRELEVEMENT M
              WHERE M.ID_PERS = F.ID_PERS
                AND M.DATE_REVOCATION IS NULL
                AND M.DATE_SIGNATURE <= CURRENT DATE
                AND COALESCE(F.TYPE_FACTURE, 'F') = 'F'
                AND COALESCE(F.DATE_ECHEANCE, F.DATE_EMISSION)
                    <= CURRENT DATE
                AND F.MONTANT
                    > COALESCE((SELECT SUM(Q.MONTANT)
                          FROM FACTURE_PAIEMENT Q
                         WHERE Q.ID_FACTURE = F.ID_FACTURE), 0)
                AND NOT EXISTS
                    (SELECT 1 FROM TPERS D
                      WHERE D.ID_PERS = F.ID_PERS
                        AND D.DATE_DECES IS NOT NULL)
              ORDER BY M.PAYS, M.CONTRAT,
                       COALESCE(F.DATE_ECHEANCE, F.DATE_EMISSION),
                       F.ID_FACTURE
           END-EXEC.
      *
      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
           PERFORM DEBUT
           IF  NOT ANOMALIE
               PERFORM TRAITER-FACTURES
           END-IF
           PERFORM LISTER-REFUS
           PERFORM FIN
           GOBACK
           .
      *
      * PARAGRAPHE DE DEBUT DE PROGRAMME
       DEBUT.
           SET PAS-ANOMALIE TO TRUE
           OPEN OUTPUT FSYS108
           EXEC SQL
              SELECT CHAR(CURRENT DATE, ISO)
                INTO :W-DATE-JOUR
                FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF  SQLCODE NOT = ZERO
               PERFORM FORMATAGE-ERREUR-DB2
               PERFORM TRT-ANOMALIE
           END-IF
           MOVE SPACES TO ENR-SYS108
           STRING 'PRELEVEMENTS DES FACTURES DE PRIMES ECHUES AU '
                  W-DATE-JOUR
                  DELIMITED BY SIZE INTO ENR-SYS108
           WRITE ENR-SYS108
           MOVE SPACES TO ENR-SYS108
           WRITE ENR-SYS108
           .
      *
       TRAITER-FACTURES.
           EXEC SQL
              OPEN C01
           END-EXEC
           IF  SQLCODE NOT = ZERO
               PERFORM FORMATAGE-ERREUR-DB2
               PERFORM TRT-ANOMALIE
           ELSE
               PERFORM LIRE-FACTURE-SUIVANTE UNTIL ANOMALIE
                                             OR FIN-FACTURES
               IF  NOT ANOMALIE
                   EXEC SQL
                      CLOSE C01
                   END-EXEC
               END-IF
           END-IF
           .
       LIRE-FACTURE-SUIVANTE.
           EXEC SQL
              FETCH C01
               INTO
                      :H-ID-FACTURE,
                      :H-ID-PERS,
                      :H-NUM-ECHEANCE,
                      :H-DATE-ECHEANCE,
                      :H-RESTE-DU,
                      :H-PAYS,
                      :H-CONTRAT
           END-EXEC
           EVALUATE SQLCODE
           WHEN ZERO
              ADD 1 TO W-NB-ECHUES
              IF  H-PAYS NOT = W-PAYS-CALENDRIER
                  PERFORM TESTER-JOUR-OUVRE
              END-IF
              EVALUATE TRUE
                WHEN ANOMALIE
                  CONTINUE
                WHEN JOUR-OUVRE-PAYS
                  PERFORM PRELEVER-FACTURE
                WHEN OTHER
                  PERFORM REPORTER-PRELEVEMENT
              END-EVALUATE
           WHEN +100
              SET FIN-FACTURES TO TRUE
           WHEN OTHER
              PERFORM FORMATAGE-ERREUR-DB2
              PERFORM TRT-ANOMALIE
           END-EVALUATE
           .
      *
      *    AUJOURD'HUI EST-IL OUVRE DANS LE PAYS DU CONTRAT ? SINON,
      *    PROCHAIN JOUR OUVRE POUR LE REPORT. UNE ANNEE ABSENTE DU
      *    CALENDRIER NE CONNAIT QUE LES WEEK-ENDS
       TESTER-JOUR-OUVRE.
           MOVE H-PAYS TO W-PAYS-CALENDRIER
           SET  DTO-JOUR-SUIVANT TO TRUE
           MOVE H-PAYS           TO DTO-IN-PAYS
           MOVE W-DATE-JOUR      TO DTO-IN-DATE
           CALL C-DATOUVR USING DTO-ENTREE DTO-SORTIE
           EVALUATE TRUE
             WHEN DTO-RETOUR-KO
               DISPLAY 'PRLFAC00 - CALENDRIER ' H-PAYS ' ILLISIBLE'
               PERFORM TRT-ANOMALIE
             WHEN DTO-RETOUR-HORS-CAL
               DISPLAY 'PRLFAC00 - CALENDRIER ' H-PAYS
                       ' NON CHARGE, FERIES NON DECOMPTES'
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           MOVE DTO-OUT-DATE TO W-PROCHAIN-OUVRE
           EVALUATE TRUE
             WHEN ANOMALIE
               CONTINUE
             WHEN DTO-OUT-DATE = W-DATE-JOUR
               MOVE 'O' TO W-JOUR-OUVRE-SW
             WHEN OTHER
               MOVE 'N' TO W-JOUR-OUVRE-SW
               DISPLAY 'PRLFAC00 - JOUR CHOME ' H-PAYS
                       ', PRELEVEMENTS REPORTES AU ' W-PROCHAIN-OUVRE
           END-EVALUATE
           .
      *
      *    UNE FACTURE = UNE UNITE D'OEUVRE : DEBIT DU CONTRAT,
      *    MOUVEMENT, REGLEMENT DE LA FACTURE, PUIS COMMIT
       PRELEVER-FACTURE.
           MOVE '00' TO W-CODE-RETOUR
           COMPUTE H-MONTANT = H-RESTE-DU * 100
           PERFORM CONTROLER-CONTRAT
           IF  PRELEVEMENT-ACCEPTE AND NOT ANOMALIE
               PERFORM DEBITER-CONTRAT
           END-IF
           IF  PRELEVEMENT-ACCEPTE AND NOT ANOMALIE
               PERFORM HISTORISER-DEBIT
           END-IF
           IF  PRELEVEMENT-ACCEPTE AND NOT ANOMALIE
               PERFORM ENREGISTRER-REGLEMENT
           END-IF
           EVALUATE TRUE
             WHEN ANOMALIE
               EXEC SQL ROLLBACK END-EXEC
               DISPLAY 'PRLFAC00 - FACTURE ' H-ID-FACTURE
                       ' NON PRELEVEE'
             WHEN PRELEVEMENT-ACCEPTE
               EXEC SQL COMMIT END-EXEC
               PERFORM ECRIRE-PRELEVEMENT
             WHEN OTHER
               PERFORM GARDER-REFUS
           END-EVALUATE
           .
      *
      *    MEMES CONTROLES QUE LE DB DE WHSPEAPI : LE CONTRAT PEUT
      *    DESCENDRE JUSQU'A SON DECOUVERT AUTORISE EN VIGUEUR
       CONTROLER-CONTRAT.
           EXEC SQL
              SELECT C.RESTANT,
                     COALESCE(C.STATUT, 'O'),
                     COALESCE(
                       (SELECT D.LIMITE
                          FROM DECOUVERTS_AUTORISES D
                         WHERE D.PAYS = C.PAYS
                           AND D.CONTRAT = C.CONTRAT
                           AND D.DATE_EFFET =
                               (SELECT MAX(E.DATE_EFFET)
                                  FROM DECOUVERTS_AUTORISES E
                                 WHERE E.PAYS = C.PAYS
                                   AND E.CONTRAT = C.CONTRAT
                                   AND E.DATE_EFFET <= CURRENT DATE)),
                       0)
                INTO :H-REST,
                     :H-STATUT,
                     :H-DECOUVERT
                FROM CONTRATS C
               WHERE C.PAYS = :H-PAYS
                 AND C.CONTRAT = :H-CONTRAT
           END-EXEC
           EVALUATE TRUE
             WHEN SQLCODE = 100
               SET CONTRAT-INCONNU TO TRUE
             WHEN SQLCODE NOT = ZERO
               PERFORM FORMATAGE-ERREUR-DB2
               PERFORM TRT-ANOMALIE
             WHEN H-CONTRAT-FERME
               SET CONTRAT-FERME TO TRUE
             WHEN H-REST + H-DECOUVERT < H-MONTANT
               SET SOLDE-INSUFFISANT TO TRUE
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           .
      *
      *    DEBIT GARDE : LE SOLDE A PU BOUGER DEPUIS LE CONTROLE
       DEBITER-CONTRAT.
           EXEC SQL
              UPDATE CONTRATS
                 SET RESTANT = RESTANT - :H-MONTANT
               WHERE PAYS = :H-PAYS
                 AND CONTRAT = :H-CONTRAT
                 AND RESTANT + :H-DECOUVERT >= :H-MONTANT
           END-EXEC
           EVALUATE SQLCODE
             WHEN ZERO
               CONTINUE
             WHEN 100
               SET SOLDE-INSUFFISANT TO TRUE
             WHEN OTHER
               PERFORM FORMATAGE-ERREUR-DB2
               PERFORM TRT-ANOMALIE
           END-EVALUATE
           .
      *
      *    MOUVEMENT 'DB' AVEC LE SOLDE APRES RELU, SANS TRANSFER_REF
      *    (CE N'EST PAS UNE JAMBE DE VIREMENT : WHSPEAPI PEUT
      *    L'ANNULER SEUL) ; LE MANDAT EST UNE INSTRUCTION DU CLIENT
      *    ET LEVE L'INDICATEUR DE DORMANCE DU CONTRAT
       HISTORISER-DEBIT.
           EXEC SQL
              SELECT RESTANT
                INTO :H-SOLDE-APRES
                FROM CONTRATS
               WHERE PAYS = :H-PAYS
                 AND CONTRAT = :H-CONTRAT
           END-EXEC
           IF  SQLCODE = ZERO
               EXEC SQL
                  INSERT INTO MOUVEMENTS
                  (
                    PAYS,
                    CONTRAT,
                    SENS,
                    MONTANT,
                    SOLDE_APRES,
                    DATE_MVT,
                    CODE_TRANSACTION,
                    TYPE_MVT
                  )
                  VALUES
                  (
                    :H-PAYS,
                    :H-CONTRAT,
                    'D',
                    :H-MONTANT,
                    :H-SOLDE-APRES,
                    CURRENT TIMESTAMP,
                    'BPRL',
                    'DB'
                  )
               END-EXEC
           END-IF
           IF  SQLCODE = ZERO
               EXEC SQL
                  UPDATE CONTRATS
                     SET DORMANT       = 'N',
                         DATE_DORMANCE = NULL
                   WHERE PAYS = :H-PAYS
                     AND CONTRAT = :H-CONTRAT
                     AND DORMANT = 'Y'
               END-EXEC
           END-IF
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM FORMATAGE-ERREUR-DB2
               PERFORM TRT-ANOMALIE
           END-IF
           .
      *
      *    LE RESTE DU EST REGLE EN TOTALITE : LA FACTURE EST SOLDEE
       ENREGISTRER-REGLEMENT.
           EXEC SQL
              INSERT INTO FACTURE_PAIEMENT
              (
                ID_FACTURE,
                DATE_REGLEMENT,
                MONTANT,
                DATE_SAISIE
              )
              VALUES
              (
                :H-ID-FACTURE,
                CURRENT DATE,
                :H-RESTE-DU,
                CURRENT TIMESTAMP
              )
           END-EXEC
           IF  SQLCODE NOT = ZERO
               PERFORM FORMATAGE-ERREUR-DB2
               PERFORM TRT-ANOMALIE
           END-IF
           .
      *
       ECRIRE-PRELEVEMENT.
           ADD 1 TO W-NB-PRELEVEES
           ADD H-RESTE-DU TO W-TOTAL-PRELEVE
           MOVE H-ID-FACTURE   TO W-ID-FACTURE-ED
           MOVE H-ID-PERS      TO W-ID-PERS-ED
           MOVE H-NUM-ECHEANCE TO W-NUM-ECHEANCE-ED
           MOVE H-RESTE-DU     TO W-MONTANT-ED
           MOVE SPACES TO ENR-SYS108
           STRING 'PRELEVE  FACTURE ' W-ID-FACTURE-ED
                  ' ECH ' W-NUM-ECHEANCE-ED
                  ' DU ' H-DATE-ECHEANCE
                  '  PERSONNE ' W-ID-PERS-ED
                  '  ' H-PAYS ' ' H-CONTRAT
                  '  ' W-MONTANT-ED
                  DELIMITED BY SIZE INTO ENR-SYS108
           WRITE ENR-SYS108
           .
      *
      *    LA FACTURE REFUSEE RESTE OUVERTE : SA LIGNE EST GARDEE POUR
      *    LA LISTE DE SUIVI EN FIN D'ETAT
       GARDER-REFUS.
           ADD 1 TO W-NB-REFUSEES
           ADD H-RESTE-DU TO W-TOTAL-REFUSE
           EVALUATE TRUE
             WHEN CONTRAT-INCONNU
               MOVE 'CONTRAT INCONNU' TO W-MOTIF
             WHEN CONTRAT-FERME
               MOVE 'CONTRAT FERME' TO W-MOTIF
             WHEN OTHER
               MOVE 'SOLDE INSUFFISANT' TO W-MOTIF
           END-EVALUATE
           MOVE H-ID-FACTURE   TO W-ID-FACTURE-ED
           MOVE H-ID-PERS      TO W-ID-PERS-ED
           MOVE H-NUM-ECHEANCE TO W-NUM-ECHEANCE-ED
           MOVE H-RESTE-DU     TO W-MONTANT-ED
           MOVE SPACES TO ENR-SYS108
           STRING 'REFUSE   FACTURE ' W-ID-FACTURE-ED
                  ' ECH ' W-NUM-ECHEANCE-ED
                  ' DU ' H-DATE-ECHEANCE
                  '  PERSONNE ' W-ID-PERS-ED
                  '  ' H-PAYS ' ' H-CONTRAT
                  '  ' W-MONTANT-ED
                  '  ' W-MOTIF
                  DELIMITED BY SIZE INTO ENR-SYS108
           IF  W-NB-REFUS-TABLE < 500
               ADD 1 TO W-NB-REFUS-TABLE
               MOVE ENR-SYS108 TO W-REF-LIGNE(W-NB-REFUS-TABLE)
           ELSE
      *        TABLE PLEINE : LE REFUS EST EDITE SUR-LE-CHAMP
               WRITE ENR-SYS108
           END-IF
           .
      *
      *    JOUR CHOME DANS LE PAYS DU CONTRAT : LA FACTURE N'EST PAS
      *    PRESENTEE ET RESTE OUVERTE, SA LIGNE EST LISTEE AVEC LES
      *    REFUS POUR LE SUIVI
       REPORTER-PRELEVEMENT.
           ADD 1 TO W-NB-REPORTEES
           ADD H-RESTE-DU TO W-TOTAL-REPORTE
           MOVE SPACES TO W-MOTIF
           STRING 'NON OUVRE, AU ' W-PROCHAIN-OUVRE
                  DELIMITED BY SIZE INTO W-MOTIF
           MOVE H-ID-FACTURE   TO W-ID-FACTURE-ED
           MOVE H-ID-PERS      TO W-ID-PERS-ED
           MOVE H-NUM-ECHEANCE TO W-NUM-ECHEANCE-ED
           MOVE H-RESTE-DU     TO W-MONTANT-ED
           MOVE SPACES TO ENR-SYS108
           STRING 'REPORTE  FACTURE ' W-ID-FACTURE-ED
                  ' ECH ' W-NUM-ECHEANCE-ED
                  ' DU ' H-DATE-ECHEANCE
                  '  PERSONNE ' W-ID-PERS-ED
                  '  ' H-PAYS ' ' H-CONTRAT
                  '  ' W-MONTANT-ED
                  '  ' W-MOTIF
                  DELIMITED BY SIZE INTO ENR-SYS108
           IF  W-NB-REFUS-TABLE < 500
               ADD 1 TO W-NB-REFUS-TABLE
               MOVE ENR-SYS108 TO W-REF-LIGNE(W-NB-REFUS-TABLE)
           ELSE
               WRITE ENR-SYS108
           END-IF
           .
      *
       LISTER-REFUS.
           MOVE SPACES TO ENR-SYS108
           WRITE ENR-SYS108
           MOVE SPACES TO ENR-SYS108
           STRING 'PRELEVEMENTS REFUSES - FACTURES RESTEES OUVERTES,'
                  ' A SUIVRE'
                  DELIMITED BY SIZE INTO ENR-SYS108
           WRITE ENR-SYS108
           MOVE 1 TO I-R
           PERFORM ECRIRE-REFUS UNTIL I-R > W-NB-REFUS-TABLE
           .
       ECRIRE-REFUS.
           MOVE W-REF-LIGNE(I-R) TO ENR-SYS108
           WRITE ENR-SYS108
           ADD 1 TO I-R
           .
      *
       FORMATAGE-ERREUR-DB2.
           MOVE SQLCODE TO W-SQLCODE
           MOVE W-SQLCODE TO SQLCODE-POUR-DISPLAY
           DISPLAY 'ERREUR DB2 SQLCODE=' SQLCODE-POUR-DISPLAY
              ' ' SQLERRM ' '
           .
      *
       TRT-ANOMALIE.
           SET ANOMALIE TO TRUE
           .
      *
      * PARAGRAPHE DE FIN DE PROGRAMME
       FIN.
           MOVE SPACES TO ENR-SYS108
           WRITE ENR-SYS108
           MOVE W-TOTAL-PRELEVE TO W-MONTANT-ED
           MOVE SPACES TO ENR-SYS108
           STRING 'FACTURES ECHUES ' W-NB-ECHUES
                  '  PRELEVEES ' W-NB-PRELEVEES
                  '  MONTANT PRELEVE ' W-MONTANT-ED
                  DELIMITED BY SIZE INTO ENR-SYS108
           WRITE ENR-SYS108
           MOVE W-TOTAL-REFUSE TO W-MONTANT-ED
           MOVE SPACES TO ENR-SYS108
           STRING 'PRELEVEMENTS REFUSES ' W-NB-REFUSEES
                  '  MONTANT RESTE OUVERT ' W-MONTANT-ED
                  DELIMITED BY SIZE INTO ENR-SYS108
           WRITE ENR-SYS108
           MOVE W-TOTAL-REPORTE TO W-MONTANT-ED
           MOVE SPACES TO ENR-SYS108
           STRING 'PRELEVEMENTS REPORTES (JOUR CHOME) ' W-NB-REPORTEES
                  '  MONTANT REPORTE ' W-MONTANT-ED
                  DELIMITED BY SIZE INTO ENR-SYS108
           WRITE ENR-SYS108
           CLOSE FSYS108

           DISPLAY 'PRLFAC00 - PRELEVEES : ' W-NB-PRELEVEES
           DISPLAY 'PRLFAC00 - REFUSEES  : ' W-NB-REFUSEES
           DISPLAY 'PRLFAC00 - REPORTEES : ' W-NB-REPORTEES

           IF  W-NB-REFUSEES > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           IF  ANOMALIE
               DISPLAY 'PRLFAC00 TERMINE EN ANOMALIE'
               MOVE 8 TO RETURN-CODE
           END-IF
           .
