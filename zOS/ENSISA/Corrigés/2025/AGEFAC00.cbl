      *           EDITE SUR FSYS090 LA BALANCE AGEE DES FACTURES NON
      *           SOLDEES (RESTE DU = MONTANT - REGLEMENTS), PAR
      *           PERSONNE, VENTILEE EN TRANCHES 0-30 / 31-60 /
      *           61-90 / 90+ JOURS OUVRES DEPUIS L'ECHEANCE, ET
      *           PRODUIT SUR FRELANCE UNE LIGNE DE RELANCE PAR
      *           FACTURE EN RETARD DE PLUS DE 30 JOURS OUVRES (ID
      *           FACTURE, PERSONNE, RESTE DU, AGE). LES BORNES DES
      *           TRANCHES SONT LES DATES SITUEES 30, 60 ET 90 JOURS
      *           OUVRES AVANT AUJOURD'HUI SUR LE CALENDRIER FR
      *           (MODULE DATOUVR) ; L'AGE EDITE RESTE EN JOURS
      *           CALENDAIRES. LE TOTAL FACTURE DE L'EXERCICE EST
      *           RAPPELE EN PIED POUR RAPPROCHEMENT AVEC LE TOTAL
      *           GENERAL DU TRAILER FACASS00.
      *
      *           CHAQUE ECHEANCE DE L'ECHEANCIER FACASS00 EST UNE
      *           FACTURE A PART ENTIERE : SEULES LES ECHEANCES
      *           ARRIVEES A TERME SONT AGEES, DEPUIS LEUR DATE
      *           D'ECHEANCE (DATE D'EMISSION POUR LES FACTURES
      *           ANTERIEURES A L'ECHEANCIER), ET CHACUNE EST
      *           RELANCEE POUR ELLE-MEME.
      *
      *           LES FACTURES D'UNE PERSONNE DECEDEE (TPERS.
      *           DATE_DECES, VOIR DCDPER00) RESTENT DANS LA BALANCE,
      *           LA CREANCE SUBSISTE SUR LA SUCCESSION, MAIS NE SONT
      *           PLUS RELANCEES PAR COURRIER ; LEUR NOMBRE EST
      *           RAPPELE EN PIED.
      *
      *           CHAQUE LIGNE DE RELANCE PORTE LA VERSION D'ADRESSE
      *           (ADRESSE_HIST) EN VIGUEUR POUR LA PERSONNE AU MOMENT
      *           DE LA RELANCE - CELLE SOUS LAQUELLE LA LETTRE PART
      *           (0 = PERSONNE SANS HISTORIQUE D'ADRESSE).
      *
      *           CHAQUE RELANCE EST AUSSI MISE EN FILE DANS COURRIER
      *           (TYPE 'REL', REFERENCE = ID_FACTURE) : CORPLI00 EN
      *           FAIT LA LETTRE DE LA PERSONNE ET LA MET SOUS LE PLI
      *           DE SON FOYER POUR LE ROUTEUR. UNE RELANCE DEJA EN
      *           FILE LE MEME JOUR N'EST PAS DOUBLEE.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGEFAC00.
       01  H-REGLE                                PIC S9(11)V99
                                                  COMP-3.
       01  H-AGE-JOURS                            PIC S9(9) COMP.
       01  H-NUM-ECHEANCE                         PIC S9(4) COMP.
       01  H-DATE-ECHEANCE                        PIC X(10).
       01  W-NUM-ECHEANCE-ED                      PIC 99.
       01  H-DECEDE                               PIC X(01).
           88  PERSONNE-DECEDEE                   VALUE 'Y'.
       01  H-ID-ADRESSE                           PIC S9(10) COMP.
       01  W-ID-ADRESSE-ED                        PIC 9(10).
      *
       01  W-RESTE-DU                             PIC S9(11)V99
                                                  COMP-3.
                                                  COMP-3 VALUE 0.
       01  W-NB-IMPAYEES                          PIC 9(07) VALUE 0.
       01  W-NB-RELANCES                          PIC 9(07) VALUE 0.
       01  W-NB-SUSPENDUES                        PIC 9(07) VALUE 0.
       01  W-NB-COURRIERS                         PIC 9(07) VALUE 0.
      *
      *    MISE EN FILE DANS COURRIER POUR LA MISE SOUS PLI (CORPLI00)
       01  H-CO-TYPE-COURRIER                     PIC X(03)
                                                  VALUE 'REL'.
       01  H-CO-REFERENCE                         PIC X(20).
       01  H-CO-NB-LIGNES                         PIC S9(4) COMP
                                                  VALUE 1.
       01  W-MONTANT-ED                           PIC -(10)9.99.
       01  W-AGE-ED                               PIC ZZZZ9.
       01  W-ID-PERS-ED                           PIC 9(10).
       01  W-ID-FACTURE-ED                        PIC 9(10).
      *
      *    BORNES DES TRANCHES : ECHEANCE AU PLUS TOT DES TRANCHES
      *    0-30, 31-60 ET 61-90 JOURS OUVRES
       01  W-DATE-JOUR                            PIC X(10).
       01  W-LIMITES-TRANCHES.
           05  W-LIMITE-TRANCHE OCCURS 3          PIC X(10).
       01  I-L                                    PIC S9(4) COMP.
      *
      *    COMMUNICATION AREA FOR THE SHARED BUSINESS-DAY DATE SERVICE
           COPY DATOUVC.
       77  C-DATOUVR                              PIC X(07)
                                                  VALUE 'DATOUVR'.
      *
      *    ECHEANCES ECHUES NON SOLDEES, AVEC LEURS REGLEMENTS
      *    CUMULES ET L'AGE EN JOURS DEPUIS L'ECHEANCE, PAR PERSONNE
           EXEC SQL
              DECLARE C01 CURSOR FOR
              SELECT F.ID_FACTURE,
                     COALESCE((SELECT SUM(P.MONTANT)
                          FROM FACTURE_PAIEMENT P
                         WHERE P.ID_FACTURE = F.ID_FACTURE), 0),
                     DAYS(CURRENT DATE)
                     - DAYS(COALESCE(F.DATE_ECHEANCE, F.DATE_EMISSION)),
                     COALESCE(F.NUM_ECHEANCE, 1),
                     CHAR(COALESCE(F.DATE_ECHEANCE, F.DATE_EMISSION),
                          ISO),
                     CASE WHEN EXISTS
                               (SELECT 1 FROM TPERS D
                                 WHERE D.ID_PERS = F.ID_PERS
                                   AND D.DATE_DECES IS NOT NULL)
                          THEN 'Y' ELSE 'N'
                     END,
                     COALESCE((SELECT MAX(H.ID_ADRESSE)
                          FROM ADRESSE_HIST H
                         WHERE H.ID_PERS = F.ID_PERS), 0)
              FROM FACTURES F
              WHERE F.MONTANT >
                    COALESCE((SELECT SUM(P.MONTANT)
                         FROM FACTURE_PAIEMENT P
                        WHERE P.ID_FACTURE = F.ID_FACTURE), 0)
                AND COALESCE(F.DATE_ECHEANCE, F.DATE_EMISSION)
                    <= CURRENT DATE
              ORDER BY F.ID_PERS, F.ID_FACTURE
           END-EXEC.
      *
       PROCEDURE DIVISION.
      *****************************************************************
           PERFORM DEBUT
           IF  PAS-ANOMALIE
               PERFORM TRAITER-FACTURES
           END-IF
           PERFORM FIN
           GOBACK
           .
           MOVE SPACES TO ENR-SYS090
           MOVE 'BALANCE AGEE DES FACTURES DE PRIMES' TO ENR-SYS090
           WRITE ENR-SYS090
           EXEC SQL
              SELECT CHAR(CURRENT DATE, ISO)
                INTO :W-DATE-JOUR
                FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF  SQLCODE NOT = ZERO
               PERFORM FORMATAGE-ERREUR-DB2
               PERFORM TRT-ANOMALIE
           ELSE
               PERFORM CALCULER-LIMITE VARYING I-L FROM 1 BY 1
                                       UNTIL I-L > 3 OR ANOMALIE
           END-IF
           .
      *
      *    BORNE I-L = AUJOURD'HUI MOINS 30 X I-L JOURS OUVRES. UNE
      *    ANNEE ABSENTE DU CALENDRIER NE DECOMPTE QUE LES WEEK-ENDS
       CALCULER-LIMITE.
           SET DTO-AJOUTER-JOURS TO TRUE
           MOVE 'FR'        TO DTO-IN-PAYS
           MOVE W-DATE-JOUR TO DTO-IN-DATE
           COMPUTE DTO-IN-NB-JOURS = -30 * I-L
           CALL C-DATOUVR USING DTO-ENTREE DTO-SORTIE
           EVALUATE TRUE
             WHEN DTO-RETOUR-KO
               DISPLAY 'AGEFAC00 - BORNE DES TRANCHES NON CALCULEE'
               PERFORM TRT-ANOMALIE
             WHEN DTO-RETOUR-HORS-CAL
               DISPLAY 'AGEFAC00 - CALENDRIER NON CHARGE AU '
                       DTO-OUT-DATE ', FERIES NON DECOMPTES'
               MOVE DTO-OUT-DATE TO W-LIMITE-TRANCHE(I-L)
             WHEN OTHER
               MOVE DTO-OUT-DATE TO W-LIMITE-TRANCHE(I-L)
           END-EVALUATE
           .
      *
       TRAITER-FACTURES.
           END-IF

      *    TOTAL FACTURE DE L'EXERCICE, A RAPPROCHER DU TOTAL
      *    GENERAL DU TRAILER FACASS00 - HORS AVOIRS DE
      *    RESILIATION, QUE LE TRAILER NE CONNAIT PAS
           EXEC SQL
              SELECT COALESCE(SUM(MONTANT), 0)
                INTO :W-TOTAL-FACTURE
                FROM FACTURES
               WHERE EXERCICE = YEAR(CURRENT DATE)
                 AND COALESCE(TYPE_FACTURE, 'F') = 'F'
           END-EXEC
           IF  SQLCODE NOT = ZERO
               PERFORM FORMATAGE-ERREUR-DB2
                      :H-ID-PERS,
                      :H-MONTANT,
                      :H-REGLE,
                      :H-AGE-JOURS,
                      :H-NUM-ECHEANCE,
                      :H-DATE-ECHEANCE,
                      :H-DECEDE,
                      :H-ID-ADRESSE
           END-EXEC
           EVALUATE SQLCODE
           WHEN ZERO
              ADD 1 TO W-NB-IMPAYEES
              COMPUTE W-RESTE-DU = H-MONTANT - H-REGLE
              EVALUATE TRUE
                WHEN H-DATE-ECHEANCE >= W-LIMITE-TRANCHE(1)
                  ADD W-RESTE-DU TO W-TR-0-30
                WHEN H-DATE-ECHEANCE >= W-LIMITE-TRANCHE(2)
                  ADD W-RESTE-DU TO W-TR-31-60
                WHEN H-DATE-ECHEANCE >= W-LIMITE-TRANCHE(3)
                  ADD W-RESTE-DU TO W-TR-61-90
                WHEN OTHER
                  ADD W-RESTE-DU TO W-TR-90-PLUS
              MOVE H-AGE-JOURS   TO W-AGE-ED
              MOVE H-ID-PERS     TO W-ID-PERS-ED
              MOVE H-ID-FACTURE  TO W-ID-FACTURE-ED
              MOVE H-NUM-ECHEANCE TO W-NUM-ECHEANCE-ED
              MOVE SPACES TO ENR-SYS090
              STRING 'PERSONNE ' W-ID-PERS-ED
                     '  FACTURE ' W-ID-FACTURE-ED
                     '  ECH ' W-NUM-ECHEANCE-ED
                     ' DU ' H-DATE-ECHEANCE
                     '  RESTE DU ' W-MONTANT-ED
                     '  AGE ' W-AGE-ED ' JOURS'
                     DELIMITED BY SIZE INTO ENR-SYS090
              WRITE ENR-SYS090

      *       PLUS DE 30 JOURS OUVRES = LIGNE DE RELANCE POUR LE
      *       COURRIER, SAUF POUR UNE PERSONNE DECEDEE
              IF  H-DATE-ECHEANCE < W-LIMITE-TRANCHE(1)
              AND PERSONNE-DECEDEE
                  ADD 1 TO W-NB-SUSPENDUES
              END-IF
              IF  H-DATE-ECHEANCE < W-LIMITE-TRANCHE(1)
              AND NOT PERSONNE-DECEDEE
                  ADD 1 TO W-NB-RELANCES
                  MOVE H-ID-ADRESSE TO W-ID-ADRESSE-ED
                  MOVE SPACES TO ENR-RELANCE
                  STRING 'RELANCE PERSONNE ' W-ID-PERS-ED
                         ' FACTURE ' W-ID-FACTURE-ED
                         ' ECHEANCE DU ' H-DATE-ECHEANCE
                         ' RESTE DU ' W-MONTANT-ED
                         ' AGE ' W-AGE-ED ' JOURS'
                         ' ADRESSE ' W-ID-ADRESSE-ED
                         DELIMITED BY SIZE INTO ENR-RELANCE
                  WRITE ENR-RELANCE
                  PERFORM FILER-COURRIER
              END-IF
           WHEN +100
              CONTINUE
              PERFORM TRT-ANOMALIE
           END-EVALUATE
           .
      *
      *    UNE LETTRE DE RELANCE PAR FACTURE ; -803 = DEJA EN FILE
      *    PAR UN PASSAGE PRECEDENT DU JOUR
       FILER-COURRIER.
           MOVE SPACES          TO H-CO-REFERENCE
           MOVE W-ID-FACTURE-ED TO H-CO-REFERENCE
           EXEC SQL
              INSERT INTO COURRIER
                    (TYPE_COURRIER,
                     ID_PERS,
                     DATE_COURRIER,
                     REFERENCE,
                     NB_LIGNES,
                     STATUT)
              VALUES (:H-CO-TYPE-COURRIER,
                      :H-ID-PERS,
                      CURRENT DATE,
                      :H-CO-REFERENCE,
                      :H-CO-NB-LIGNES,
                      'A')
           END-EXEC
           EVALUATE SQLCODE
           WHEN ZERO
              ADD 1 TO W-NB-COURRIERS
           WHEN -803
              CONTINUE
           WHEN OTHER
              PERFORM FORMATAGE-ERREUR-DB2
              PERFORM TRT-ANOMALIE
           END-EVALUATE
           .
      *
       FORMATAGE-ERREUR-DB2.
           MOVE SQLCODE TO W-SQLCODE
       FIN.
           MOVE W-TR-0-30 TO W-MONTANT-ED
           MOVE SPACES TO ENR-SYS090
           STRING 'TRANCHE 0-30 J. OUVRES  : ' W-MONTANT-ED
                  DELIMITED BY SIZE INTO ENR-SYS090
           WRITE ENR-SYS090
           MOVE W-TR-31-60 TO W-MONTANT-ED
           MOVE SPACES TO ENR-SYS090
           STRING 'TRANCHE 31-60 J. OUVRES : ' W-MONTANT-ED
                  DELIMITED BY SIZE INTO ENR-SYS090
           WRITE ENR-SYS090
           MOVE W-TR-61-90 TO W-MONTANT-ED
           MOVE SPACES TO ENR-SYS090
           STRING 'TRANCHE 61-90 J. OUVRES : ' W-MONTANT-ED
                  DELIMITED BY SIZE INTO ENR-SYS090
           WRITE ENR-SYS090
           MOVE W-TR-90-PLUS TO W-MONTANT-ED
           MOVE SPACES TO ENR-SYS090
           STRING 'TRANCHE 90+ J. OUVRES   : ' W-MONTANT-ED
                  DELIMITED BY SIZE INTO ENR-SYS090
           WRITE ENR-SYS090

           MOVE SPACES TO ENR-SYS090
           STRING 'FACTURES IMPAYEES ' W-NB-IMPAYEES
                  '  RELANCES EMISES ' W-NB-RELANCES
                  '  RELANCES SUSPENDUES (DECES) ' W-NB-SUSPENDUES
                  DELIMITED BY SIZE INTO ENR-SYS090
           WRITE ENR-SYS090

           MOVE SPACES TO ENR-SYS090
           STRING 'RELANCES MISES EN FILE COURRIER ' W-NB-COURRIERS
                  DELIMITED BY SIZE INTO ENR-SYS090
           WRITE ENR-SYS090

