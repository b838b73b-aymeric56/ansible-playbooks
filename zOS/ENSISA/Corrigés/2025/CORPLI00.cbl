      ****************************************************************
      * PROGRAMME BATCH = MISE SOUS PLI DES COURRIERS DU JOUR ET
      *                   FICHIER UNIQUE POUR LE ROUTEUR (IMPRESSION
      *                   ET AFFRANCHISSEMENT), AVEC MANIFESTE
      ****************************************************************
      * PROGRAM:  CORPLI00
      *
      * AUTHOR :  Stephane PAUCOT
      *
      * OBJET  :  LES AVIS DE RENOUVELLEMENT (RENASS00), LES LETTRES
      *           DE RELANCE (AGEFAC00), LES FACTURES DE PRIMES
      *           (FACASS00) ET LES NOTIFICATIONS DE CONTRAT DORMANT
      *           (WHSDOR00) SORTAIENT CHACUN SOUS SA PROPRE FORME,
      *           ET LE ROUTEUR FACTURE A L'ENVELOPPE. LES TROIS
      *           PREMIERS METTENT DESORMAIS LEURS COURRIERS EN FILE
      *           DANS LA TABLE COURRIER (UNE LIGNE PAR POLICE, PAR
      *           FACTURE RELANCEE OU PAR FACTURE EMISE, STATUT 'A'
      *           A EMETTRE). CE PROGRAMME, PASSE CHAQUE JOUR APRES
      *           EUX :
      *             - CHARGE DANS COURRIER (TYPE 'DOR') LES
      *               NOTIFICATIONS DU FICHIER FNOTIF DE WHSDOR00
      *               QUAND IL EN A PRODUIT (DD FACTICE SINON),
      *             - FAIT UN COURRIER PAR PERSONNE, TYPE ET DATE, DONT
      *               LE NOMBRE DE PAGES SE DEDUIT DU NOMBRE DE LIGNES
      *               (N-LIGNES-PAGE, 20 LIGNES PAR PAGE),
      *             - MET SOUS UN MEME PLI TOUS LES COURRIERS D'UN
      *               FOYER LIE (TPERS.ID_MENAGE), ADRESSE A LA TETE
      *               DE MENAGE (PLUS PETIT ID_PERS VIVANT, COMME
      *               TPERSPGM ET RENASS00), ET SOUS UN PLI PAR
      *               PERSONNE SINON,
      *             - ECRIT SUR FSYS126 LE FICHIER DU ROUTEUR : PAR
      *               PLI UN ENREGISTREMENT 'P' (DESTINATAIRE, ADRESSE
      *               STRUCTUREE, VERSION D'ADRESSE ADRESSE_HIST,
      *               NOMBRE DE COURRIERS ET DE PAGES) SUIVI D'UN
      *               ENREGISTREMENT 'C' PAR COURRIER (TYPE, PERSONNE,
      *               REFERENCE, PAGES), PUIS UN ENREGISTREMENT 'F' DE
      *               TOTAUX,
      *             - PASSE LES LIGNES COURRIER EMISES AU STATUT 'E'
      *               AVEC LEUR ID_PLI, LEUR DESTINATAIRE ET LEUR
      *               VERSION D'ADRESSE, QUE CORNPA00 RELIT AU RETOUR
      *               DES PLIS NON DISTRIBUES,
      *             - ECRIT SUR FSYS127 LE MANIFESTE : PLIS RETENUS,
      *               PUIS PAR TYPE DE COURRIER LE NOMBRE DE COURRIERS,
      *               DE PAGES ET DE PLIS, ET LES TOTAUX.
      *
      *           UN PLI DONT LE DESTINATAIRE EST DECEDE
      *           (TPERS.DATE_DECES RENSEIGNEE), EST MARQUE N'HABITE
      *           PAS A L'ADRESSE INDIQUEE (TPERS.ADR_NPAI = 'O', POSE
      *           PAR CORNPA00) OU EST ABSENT DE TPERS N'EST PAS EMIS :
      *           SES COURRIERS PASSENT AU STATUT 'N' ET LE PLI EST
      *           LISTE AU MANIFESTE. L'ADRESSE STRUCTUREE VIDE (LIGNE
      *           NON MIGREE PAR ADRMIG00) EST REMPLACEE PAR LE PAVE
      *           LIBRE.
      *
      *           TABLE COURRIER : ID_COURRIER (GENERE), TYPE_COURRIER,
      *           ID_PERS, DATE_COURRIER, REFERENCE, NB_LIGNES, STATUT
      *           ('A' A EMETTRE, 'E' EMIS, 'N' RETENU, 'R' REVENU NON
      *           DISTRIBUE), ID_PLI, ID_DESTINATAIRE, ID_ADRESSE,
      *           DATE_EMISSION ; CLE UNIQUE TYPE_COURRIER, ID_PERS,
      *           REFERENCE, DATE_COURRIER (UNE RELANCE D'UN
      *           PRODUCTEUR DANS LA JOURNEE NE DOUBLE RIEN).
      *
      *           TOUT EST VALIDE PAR UN SEUL COMMIT EN FIN DE
      *           TRAITEMENT ; UNE ANOMALIE DB2 DEFAIT LES MISES A
      *           JOUR (ROLLBACK), LE FICHIER DU ROUTEUR NE DOIT ALORS
      *           PAS ETRE TRANSMIS ET LE PROGRAMME SE RELANCE TEL
      *           QUEL. CODE RETOUR 4 SI DES NOTIFICATIONS SONT
      *           ILLISIBLES, 8 SUR ANOMALIE DB2.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORPLI00.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FNOTIF  ASSIGN TO UT-S-NOTIF.
           SELECT FSYS126 ASSIGN TO UT-S-SYS126.
           SELECT FSYS127 ASSIGN TO UT-S-SYS127.
       DATA DIVISION.
       FILE SECTION.
      *    NOTIFICATIONS DE CONTRAT DORMANT PRODUITES PAR WHSDOR00
      *    (LRECL 260, MEME DESSIN QUE ENR-NOTIF)
       FD  FNOTIF
           LABEL RECORD STANDARD
           RECORDING MODE IS F
           BLOCK 0 RECORDS.
       01  ENR-NOTIF.
           05  NOT-PAYS                           PIC X(02).
           05  NOT-CONTRAT                        PIC 9(11).
           05  NOT-ID-PERS                        PIC X(10).
           05  NOT-NOM                            PIC X(40).
           05  NOT-PRENOM                         PIC X(32).
           05  NOT-ADR-LIGNE1                     PIC X(64).
           05  NOT-ADR-LIGNE2                     PIC X(32).
           05  NOT-COD-POSTAL                     PIC X(05).
           05  NOT-VILLE                          PIC X(26).
           05  NOT-SOLDE                          PIC S9(11)
                                                  SIGN LEADING SEPARATE.
           05  NOT-DERNIER-MVT                    PIC X(10).
           05  NOT-DATE-NOTIF                     PIC X(10).
           05  FILLER                             PIC X(06).
      *    FICHIER DU ROUTEUR (LRECL 250) : 'P' EN-TETE DE PLI,
      *    'C' COURRIER DU PLI, 'F' TOTAUX DU FICHIER
       FD  FSYS126
           LABEL RECORD STANDARD
           RECORDING MODE IS F
           BLOCK 0 RECORDS.
       01  ENR-SYS126.
           05  E126-TYPE-ENR                      PIC X(01).
           05  E126-ID-PLI                        PIC 9(09).
           05  E126-DONNEES                       PIC X(240).
           05  E126-PLI REDEFINES E126-DONNEES.
               10  E126-ID-DESTINATAIRE           PIC 9(10).
               10  E126-NOM                       PIC X(64).
               10  E126-PRENOM                    PIC X(32).
               10  E126-ADR-RUE                   PIC X(32).
               10  E126-ADR-COMPL                 PIC X(32).
               10  E126-ADR-COD-POSTAL            PIC X(05).
               10  E126-ADR-VILLE                 PIC X(26).
               10  E126-ID-ADRESSE                PIC 9(10).
               10  E126-NB-COURRIERS              PIC 9(03).
               10  E126-NB-PAGES                  PIC 9(05).
               10  FILLER                         PIC X(21).
           05  E126-COURRIER REDEFINES E126-DONNEES.
               10  E126-TYPE-COURRIER             PIC X(03).
               10  E126-ID-PERS                   PIC 9(10).
               10  E126-REFERENCE                 PIC X(20).
               10  E126-DATE-COURRIER             PIC X(10).
               10  E126-NB-PAGES-COURRIER         PIC 9(03).
               10  FILLER                         PIC X(194).
           05  E126-FIN REDEFINES E126-DONNEES.
               10  E126-TOT-PLIS                  PIC 9(09).
               10  E126-TOT-COURRIERS             PIC 9(09).
               10  E126-TOT-PAGES                 PIC 9(09).
               10  FILLER                         PIC X(213).
      *    MANIFESTE DES PLIS
       FD  FSYS127
           LABEL RECORD STANDARD
           RECORDING MODE IS F
           BLOCK 0 RECORDS.
       01  ENR-SYS127                             PIC X(132).
       WORKING-STORAGE SECTION.
      ******************************************************************
      * CONSTANTES DU PROGRAMME                                        *
      ******************************************************************
      *
      *    LIGNES IMPRIMEES PAR PAGE DE COURRIER
       01  N-LIGNES-PAGE                          PIC 9(03) VALUE 020.
      *    COURRIERS AU PLUS PAR PLI - AU-DELA LE FOYER RECOIT UN
      *    PLI DE SUITE
       01  N-MAX-COURRIERS-PLI                    PIC 9(03) VALUE 050.
      *
      *    TYPES DE COURRIER CONNUS DU ROUTEUR, POUR LE MANIFESTE ;
      *    UN TYPE INCONNU EST CUMULE EN 5E POSITION
       01  W-TYPES-COURRIER-VAL.
           05  FILLER                             PIC X(33)
               VALUE 'RENAVIS DE RENOUVELLEMENT       '.
           05  FILLER                             PIC X(33)
               VALUE 'RELLETTRE DE RELANCE            '.
           05  FILLER                             PIC X(33)
               VALUE 'FACFACTURE DE PRIMES            '.
           05  FILLER                             PIC X(33)
               VALUE 'DORNOTIFICATION CONTRAT DORMANT '.
           05  FILLER                             PIC X(33)
               VALUE '???AUTRE TYPE DE COURRIER       '.
       01  W-TYPES-COURRIER REDEFINES W-TYPES-COURRIER-VAL.
           05  W-TC OCCURS 5.
               10  W-TC-CODE                      PIC X(03).
               10  W-TC-LIBELLE                   PIC X(30).
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
       01  H-ID-DEST                              PIC S9(10) COMP.
       01  H-TYPE-COURRIER                        PIC X(03).
       01  H-ID-PERS                              PIC S9(10) COMP.
       01  H-DATE-COURRIER                        PIC X(10).
       01  H-REFERENCE                            PIC X(20).
       01  H-NB-LIGNES                            PIC S9(9) COMP.
       01  H-NB-LIGNES-NOTIF                      PIC S9(4) COMP
                                                  VALUE 1.
       01  H-DATE-JOUR                            PIC X(10).
      *    PLI EN COURS : DESTINATAIRE ET SON ADRESSE
       01  H-ID-PLI                               PIC S9(9) COMP.
       01  H-ID-PLI-COURRIER                      PIC S9(9) COMP.
       01  H-ID-DESTINATAIRE                      PIC S9(10) COMP.
       01  H-NOM                                  PIC X(64).
       01  H-PRENOM                               PIC X(32).
       01  H-ADRESSE                              PIC X(64).
       01  H-ADR-RUE                              PIC X(32).
       01  H-ADR-COMPL                            PIC X(32).
       01  H-ADR-COD-POSTAL                       PIC X(05).
       01  H-ADR-VILLE                            PIC X(26).
       01  H-ADR-NPAI                             PIC X(01).
           88  ADRESSE-NPAI                       VALUE 'O'.
       01  H-DATE-DECES                           PIC X(10).
       01  H-ID-ADRESSE                           PIC S9(10) COMP.
       01  H-STATUT                               PIC X(01).
      *
       01  W-FIN-NOTIF-SW                         PIC X(01) VALUE 'N'.
           88  FIN-NOTIF                          VALUE 'Y'.
       01  W-FIN-COURRIERS-SW                     PIC X(01) VALUE 'N'.
           88  FIN-COURRIERS                      VALUE 'Y'.
       01  W-ID-PERS-NOTIF                        PIC 9(10).
       01  W-DEST-COURANT                         PIC S9(10) COMP
                                                  VALUE -1.
      *    MOTIF DE RETENUE DU PLI EN COURS - BLANC = PLI EMIS
       01  W-MOTIF-RETENUE                        PIC X(20).
      *
      *    COURRIERS DU PLI EN COURS, EMIS A LA RUPTURE DE
      *    DESTINATAIRE
       01  W-NB-PL                                PIC 9(03) VALUE 0.
       01  I-L                                    PIC 9(03).
       01  W-PLI.
           05  W-PL OCCURS 50.
               10  W-PL-TYPE                      PIC X(03).
               10  W-PL-ID-PERS                   PIC 9(10).
               10  W-PL-DATE                      PIC X(10).
               10  W-PL-REFERENCE                 PIC X(20).
               10  W-PL-NB-PAGES                  PIC 9(03).
       01  W-PAGES-PLI                            PIC 9(05).
      *
      *    CUMULS DU MANIFESTE PAR TYPE DE COURRIER, ET TYPES DEJA
      *    COMPTES DANS LE PLI EN COURS
       01  I-T                                    PIC 9(01).
       01  W-TYPE-COURANT                         PIC 9(01).
       01  W-CUMULS.
           05  W-CU OCCURS 5.
               10  W-CU-COURRIERS                 PIC 9(07).
               10  W-CU-PAGES                     PIC 9(07).
               10  W-CU-PLIS                      PIC 9(07).
               10  W-CU-RETENUS                   PIC 9(07).
       01  W-TYPES-DANS-PLI.
           05  W-TDP OCCURS 5                     PIC X(01).
      *
       01  W-NB-NOTIF-LUES                        PIC 9(08) VALUE 0.
       01  W-NB-NOTIF-CHARGEES                    PIC 9(08) VALUE 0.
       01  W-NB-NOTIF-REJETEES                    PIC 9(08) VALUE 0.
       01  W-NB-PLIS                              PIC 9(09) VALUE 0.
       01  W-NB-COURRIERS                         PIC 9(09) VALUE 0.
       01  W-NB-PAGES                             PIC 9(09) VALUE 0.
       01  W-NB-PLIS-RETENUS                      PIC 9(08) VALUE 0.
      *
       01  W-ID-ED                                PIC 9(10).
       01  W-NB-ED                                PIC ZZZZZZ9.
       01  W-LIGNE-TYPE.
           05  FILLER                             PIC X(05)
                                                  VALUE 'TYPE '.
           05  W-LT-CODE                          PIC X(03).
           05  FILLER                             PIC X(01)
                                                  VALUE SPACE.
           05  W-LT-LIBELLE                       PIC X(30).
           05  FILLER                             PIC X(11)
                                                  VALUE ' COURRIERS '.
           05  W-LT-COURRIERS                     PIC ZZZZZZ9.
           05  FILLER                             PIC X(07)
                                                  VALUE ' PAGES '.
           05  W-LT-PAGES                         PIC ZZZZZZ9.
           05  FILLER                             PIC X(06)
                                                  VALUE ' PLIS '.
           05  W-LT-PLIS                          PIC ZZZZZZ9.
           05  FILLER                             PIC X(09)
                                                  VALUE ' RETENUS '.
           05  W-LT-RETENUS                       PIC ZZZZZZ9.
           05  FILLER                             PIC X(32)
                                                  VALUE SPACE.
       01  W-LIGNE-TOTAL.
           05  W-TOT-LIBELLE                      PIC X(30).
           05  W-TOT-NOMBRE                       PIC 9(09).
           05  FILLER                             PIC X(93)
                                                  VALUE SPACE.
      *
      *    COURRIERS EN FILE, UN PAR PERSONNE, TYPE ET DATE, AVEC LE
      *    DESTINATAIRE DE LEUR PLI : LA TETE DE MENAGE (PLUS PETIT
      *    ID_PERS VIVANT DU FOYER) POUR UN FOYER LIE, LA PERSONNE
      *    SINON. UNE PERSONNE ABSENTE DE TPERS RESTE SON PROPRE
      *    DESTINATAIRE
           EXEC SQL
              DECLARE C01 CURSOR FOR
              SELECT X.ID_DEST,
                     X.TYPE_COURRIER,
                     X.ID_PERS,
                     CHAR(X.DATE_COURRIER, ISO),
                     MIN(X.REFERENCE),
                     SUM(X.NB_LIGNES)
              FROM (SELECT C.TYPE_COURRIER,
                           C.ID_PERS,
                           C.DATE_COURRIER,
                           C.REFERENCE,
                           C.NB_LIGNES,
                           COALESCE(
                              (SELECT CASE
                                      WHEN COALESCE(P.ID_MENAGE, 0) = 0
                                      THEN P.ID_PERS
                                      ELSE (SELECT COALESCE(
                                             MIN(CASE WHEN M.DATE_DECES
                                                           IS NULL
                                                      THEN M.ID_PERS
                                                 END),
                                               MIN(M.ID_PERS))
                                              FROM TPERS M
                                             WHERE M.ID_MENAGE =
                                                   P.ID_MENAGE)
                                      END
                                 FROM TPERS P
                                WHERE P.ID_PERS = C.ID_PERS),
                              C.ID_PERS) AS ID_DEST
                      FROM COURRIER C
                     WHERE C.STATUT = 'A') X
              GROUP BY X.ID_DEST,
                       X.TYPE_COURRIER,
                       X.ID_PERS,
                       X.DATE_COURRIER
              ORDER BY 1, 2, 3, 4
           END-EXEC.
      *
      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
           PERFORM DEBUT
           IF  NOT ANOMALIE
               PERFORM CHARGER-DORMANTS
           END-IF
           IF  NOT ANOMALIE
               PERFORM TRAITER-COURRIERS
           END-IF
           PERFORM FIN
           GOBACK
           .
      *
      * PARAGRAPHE DE DEBUT DE PROGRAMME
       DEBUT.
           SET PAS-ANOMALIE TO TRUE
           INITIALIZE W-CUMULS
           OPEN INPUT  FNOTIF
           OPEN OUTPUT FSYS126
           OPEN OUTPUT FSYS127

      *    DERNIER PLI DEJA NUMEROTE : LA NUMEROTATION CONTINUE
           EXEC SQL
              SELECT COALESCE(MAX(ID_PLI), 0),
                     CHAR(CURRENT DATE, ISO)
                INTO :H-ID-PLI,
                     :H-DATE-JOUR
                FROM COURRIER
           END-EXEC
           IF  SQLCODE NOT = ZERO
               PERFORM FORMATAGE-ERREUR-DB2
               PERFORM TRT-ANOMALIE
           END-IF

           MOVE SPACES TO ENR-SYS127
           STRING 'MANIFESTE DES PLIS POUR LE ROUTEUR DU '
                  H-DATE-JOUR
                  DELIMITED BY SIZE INTO ENR-SYS127
           WRITE ENR-SYS127
           .
      *
      ******************************************************************
      * NOTIFICATIONS DE CONTRAT DORMANT : MISE EN FILE DANS COURRIER  *
      ******************************************************************
       CHARGER-DORMANTS.
           PERFORM LIRE-NOTIF
           PERFORM CHARGER-NOTIF UNTIL FIN-NOTIF
                                 OR ANOMALIE
           .
      *
       LIRE-NOTIF.
           READ FNOTIF
             AT END
               SET FIN-NOTIF TO TRUE
             NOT AT END
               ADD 1 TO W-NB-NOTIF-LUES
           END-READ
           .
      *
      *    LE TITULAIRE EST REPRIS DE CONTRATS.ID_PERS ; UN IDENTIFIANT
      *    NON NUMERIQUE NE PEUT PAS ETRE MIS SOUS PLI. -803 = DEJA
      *    CHARGE PAR UN PASSAGE PRECEDENT DU JOUR
       CHARGER-NOTIF.
           IF  NOT-ID-PERS IS NOT NUMERIC
               ADD 1 TO W-NB-NOTIF-REJETEES
               MOVE SPACES TO ENR-SYS127
               STRING 'NOTIFICATION REJETEE - CONTRAT ' NOT-CONTRAT
                      ' TITULAIRE ILLISIBLE ' NOT-ID-PERS
                      DELIMITED BY SIZE INTO ENR-SYS127
               WRITE ENR-SYS127
           ELSE
               MOVE NOT-ID-PERS     TO W-ID-PERS-NOTIF
               MOVE W-ID-PERS-NOTIF TO H-ID-PERS
               MOVE SPACES          TO H-REFERENCE
               MOVE NOT-CONTRAT     TO H-REFERENCE
               EXEC SQL
                  INSERT INTO COURRIER
                        (TYPE_COURRIER,
                         ID_PERS,
                         DATE_COURRIER,
                         REFERENCE,
                         NB_LIGNES,
                         STATUT)
                  VALUES ('DOR',
                          :H-ID-PERS,
                          CURRENT DATE,
                          :H-REFERENCE,
                          :H-NB-LIGNES-NOTIF,
                          'A')
               END-EXEC
               EVALUATE SQLCODE
               WHEN ZERO
                  ADD 1 TO W-NB-NOTIF-CHARGEES
               WHEN -803
                  CONTINUE
               WHEN OTHER
                  DISPLAY 'CHARGEMENT NOTIFICATION KO - CONTRAT '
                          NOT-CONTRAT
                  PERFORM FORMATAGE-ERREUR-DB2
                  PERFORM TRT-ANOMALIE
               END-EVALUATE
           END-IF
           PERFORM LIRE-NOTIF
           .
      *
      ******************************************************************
      * MISE SOUS PLI : RUPTURE SUR LE DESTINATAIRE DU PLI             *
      ******************************************************************
       TRAITER-COURRIERS.
           EXEC SQL
              OPEN C01
           END-EXEC
           IF  SQLCODE NOT = ZERO
               PERFORM FORMATAGE-ERREUR-DB2
               PERFORM TRT-ANOMALIE
           ELSE
               PERFORM LIRE-COURRIER-SUIVANT UNTIL ANOMALIE
                                             OR FIN-COURRIERS
               EXEC SQL
                  CLOSE C01
               END-EXEC
      *        PLI DU DERNIER DESTINATAIRE
               IF  W-NB-PL > 0 AND NOT ANOMALIE
                   PERFORM EMETTRE-PLI
               END-IF
           END-IF
           .
       LIRE-COURRIER-SUIVANT.
           EXEC SQL
              FETCH C01
               INTO
                      :H-ID-DEST,
                      :H-TYPE-COURRIER,
                      :H-ID-PERS,
                      :H-DATE-COURRIER,
                      :H-REFERENCE,
                      :H-NB-LIGNES
           END-EXEC
           EVALUATE SQLCODE
           WHEN ZERO
              IF  W-NB-PL > 0
                  IF  H-ID-DEST NOT = W-DEST-COURANT
                  OR  W-NB-PL NOT < N-MAX-COURRIERS-PLI
                      PERFORM EMETTRE-PLI
                  END-IF
              END-IF
              MOVE H-ID-DEST TO W-DEST-COURANT
              ADD 1 TO W-NB-PL
              MOVE H-TYPE-COURRIER TO W-PL-TYPE(W-NB-PL)
              MOVE H-ID-PERS       TO W-PL-ID-PERS(W-NB-PL)
              MOVE H-DATE-COURRIER TO W-PL-DATE(W-NB-PL)
              MOVE H-REFERENCE     TO W-PL-REFERENCE(W-NB-PL)
              IF  H-NB-LIGNES < 1
                  MOVE 1 TO W-PL-NB-PAGES(W-NB-PL)
              ELSE
                  COMPUTE W-PL-NB-PAGES(W-NB-PL) =
                          1 + (H-NB-LIGNES - 1) / N-LIGNES-PAGE
              END-IF
           WHEN +100
              SET FIN-COURRIERS TO TRUE
           WHEN OTHER
              PERFORM FORMATAGE-ERREUR-DB2
              PERFORM TRT-ANOMALIE
           END-EVALUATE
           .
      *
      *    EMET OU RETIENT LE PLI DU DESTINATAIRE COURANT, PUIS VIDE
      *    LE PLI EN COURS
       EMETTRE-PLI.
           MOVE W-DEST-COURANT TO H-ID-DESTINATAIRE
           PERFORM LIRE-DESTINATAIRE
           IF  NOT ANOMALIE
               INITIALIZE W-TYPES-DANS-PLI
               IF  W-MOTIF-RETENUE = SPACES
                   PERFORM ECRIRE-PLI
               ELSE
                   PERFORM RETENIR-PLI
               END-IF
           END-IF
           MOVE 0 TO W-NB-PL
           .
      *
      *    ADRESSE DU DESTINATAIRE, SON DECES, SON MARQUAGE NPAI ET SA
      *    VERSION D'ADRESSE EN VIGUEUR (0 = SANS HISTORIQUE)
       LIRE-DESTINATAIRE.
           MOVE SPACES TO W-MOTIF-RETENUE
           EXEC SQL
              SELECT NOM,
                     COALESCE(PRENOM, ' '),
                     COALESCE(ADRESSE, ' '),
                     COALESCE(ADR_RUE, ' '),
                     COALESCE(ADR_COMPL, ' '),
                     COALESCE(ADR_COD_POSTAL, ' '),
                     COALESCE(ADR_VILLE, ' '),
                     COALESCE(ADR_NPAI, 'N'),
                     COALESCE(CHAR(DATE_DECES, ISO), ' '),
                     COALESCE((SELECT MAX(H.ID_ADRESSE)
                                 FROM ADRESSE_HIST H
                                WHERE H.ID_PERS = :H-ID-DESTINATAIRE),
                              0)
                INTO :H-NOM,
                     :H-PRENOM,
                     :H-ADRESSE,
                     :H-ADR-RUE,
                     :H-ADR-COMPL,
                     :H-ADR-COD-POSTAL,
                     :H-ADR-VILLE,
                     :H-ADR-NPAI,
                     :H-DATE-DECES,
                     :H-ID-ADRESSE
                FROM TPERS
               WHERE ID_PERS = :H-ID-DESTINATAIRE
           END-EXEC
           EVALUATE SQLCODE
           WHEN ZERO
              IF  H-DATE-DECES NOT = SPACES
                  MOVE 'PERSONNE DECEDEE' TO W-MOTIF-RETENUE
              ELSE
                  IF  ADRESSE-NPAI
                      MOVE 'ADRESSE NPAI' TO W-MOTIF-RETENUE
                  END-IF
              END-IF
           WHEN +100
              MOVE 'ABSENT DE TPERS' TO W-MOTIF-RETENUE
              MOVE 0 TO H-ID-ADRESSE
           WHEN OTHER
              DISPLAY 'LECTURE DESTINATAIRE KO - ' W-DEST-COURANT
              PERFORM FORMATAGE-ERREUR-DB2
              PERFORM TRT-ANOMALIE
           END-EVALUATE
           .
      *
      *    EN-TETE DE PLI, PUIS UN ENREGISTREMENT PAR COURRIER
       ECRIRE-PLI.
           ADD 1 TO H-ID-PLI
           ADD 1 TO W-NB-PLIS
           MOVE 0 TO W-PAGES-PLI
           PERFORM CUMULER-PAGES-PLI
                   VARYING I-L FROM 1 BY 1
                   UNTIL I-L > W-NB-PL

           MOVE SPACES            TO ENR-SYS126
           MOVE 'P'               TO E126-TYPE-ENR
           MOVE H-ID-PLI          TO E126-ID-PLI
           MOVE W-DEST-COURANT    TO E126-ID-DESTINATAIRE
           MOVE H-NOM             TO E126-NOM
           MOVE H-PRENOM          TO E126-PRENOM
           IF  H-ADR-RUE = SPACES
               MOVE H-ADRESSE(1:32)  TO E126-ADR-RUE
               MOVE H-ADRESSE(33:32) TO E126-ADR-COMPL
           ELSE
               MOVE H-ADR-RUE        TO E126-ADR-RUE
               MOVE H-ADR-COMPL      TO E126-ADR-COMPL
           END-IF
           MOVE H-ADR-COD-POSTAL  TO E126-ADR-COD-POSTAL
           MOVE H-ADR-VILLE       TO E126-ADR-VILLE
           MOVE H-ID-ADRESSE      TO E126-ID-ADRESSE
           MOVE W-NB-PL           TO E126-NB-COURRIERS
           MOVE W-PAGES-PLI       TO E126-NB-PAGES
           WRITE ENR-SYS126

           MOVE 'E' TO H-STATUT
           PERFORM ECRIRE-COURRIER
                   VARYING I-L FROM 1 BY 1
                   UNTIL I-L > W-NB-PL OR ANOMALIE
           .
      *
       CUMULER-PAGES-PLI.
           ADD W-PL-NB-PAGES(I-L) TO W-PAGES-PLI
           .
      *
       ECRIRE-COURRIER.
           MOVE SPACES                 TO ENR-SYS126
           MOVE 'C'                    TO E126-TYPE-ENR
           MOVE H-ID-PLI               TO E126-ID-PLI
           MOVE W-PL-TYPE(I-L)         TO E126-TYPE-COURRIER
           MOVE W-PL-ID-PERS(I-L)      TO E126-ID-PERS
           MOVE W-PL-REFERENCE(I-L)    TO E126-REFERENCE
           MOVE W-PL-DATE(I-L)         TO E126-DATE-COURRIER
           MOVE W-PL-NB-PAGES(I-L)     TO E126-NB-PAGES-COURRIER
           WRITE ENR-SYS126

           ADD 1 TO W-NB-COURRIERS
           ADD W-PL-NB-PAGES(I-L) TO W-NB-PAGES
           PERFORM CHERCHER-TYPE
           ADD 1 TO W-CU-COURRIERS(W-TYPE-COURANT)
           ADD W-PL-NB-PAGES(I-L) TO W-CU-PAGES(W-TYPE-COURANT)
           IF  W-TDP(W-TYPE-COURANT) NOT = 'O'
               MOVE 'O' TO W-TDP(W-TYPE-COURANT)
               ADD 1 TO W-CU-PLIS(W-TYPE-COURANT)
           END-IF

           PERFORM MARQUER-COURRIER
           .
      *
      *    PLI NON EMIS : SES COURRIERS SONT RETENUS ET LE PLI EST
      *    LISTE AU MANIFESTE
       RETENIR-PLI.
           ADD 1 TO W-NB-PLIS-RETENUS
           MOVE W-DEST-COURANT TO W-ID-ED
           MOVE W-NB-PL        TO W-NB-ED
           MOVE SPACES TO ENR-SYS127
           STRING 'PLI RETENU - DESTINATAIRE ' W-ID-ED
                  ' - ' W-MOTIF-RETENUE
                  ' - COURRIERS ' W-NB-ED
                  DELIMITED BY SIZE INTO ENR-SYS127
           WRITE ENR-SYS127

           MOVE 'N' TO H-STATUT
           PERFORM RETENIR-COURRIER
                   VARYING I-L FROM 1 BY 1
                   UNTIL I-L > W-NB-PL OR ANOMALIE
           .
      *
       RETENIR-COURRIER.
           PERFORM CHERCHER-TYPE
           ADD 1 TO W-CU-RETENUS(W-TYPE-COURANT)
           PERFORM MARQUER-COURRIER
           .
      *
      *    STATUT, PLI, DESTINATAIRE ET VERSION D'ADRESSE SUR TOUTES
      *    LES LIGNES EN FILE DU COURRIER (ID_PLI 0 = PLI RETENU)
       MARQUER-COURRIER.
           MOVE W-PL-TYPE(I-L)    TO H-TYPE-COURRIER
           MOVE W-PL-ID-PERS(I-L) TO H-ID-PERS
           MOVE W-PL-DATE(I-L)    TO H-DATE-COURRIER
           IF  H-STATUT = 'N'
               MOVE 0        TO H-ID-PLI-COURRIER
           ELSE
               MOVE H-ID-PLI TO H-ID-PLI-COURRIER
           END-IF
           EXEC SQL
              UPDATE COURRIER
                 SET STATUT          = :H-STATUT,
                     ID_PLI          = :H-ID-PLI-COURRIER,
                     ID_DESTINATAIRE = :H-ID-DESTINATAIRE,
                     ID_ADRESSE      = :H-ID-ADRESSE,
                     DATE_EMISSION   = CURRENT DATE
               WHERE STATUT        = 'A'
                 AND TYPE_COURRIER = :H-TYPE-COURRIER
                 AND ID_PERS       = :H-ID-PERS
                 AND DATE_COURRIER = DATE(:H-DATE-COURRIER)
           END-EXEC
           IF  SQLCODE NOT = ZERO
               DISPLAY 'MARQUAGE COURRIER KO - PERSONNE '
                       W-PL-ID-PERS(I-L) ' TYPE ' W-PL-TYPE(I-L)
               PERFORM FORMATAGE-ERREUR-DB2
               PERFORM TRT-ANOMALIE
           END-IF
           .
      *
       CHERCHER-TYPE.
           MOVE 5 TO W-TYPE-COURANT
           PERFORM TESTER-TYPE
                   VARYING I-T FROM 1 BY 1
                   UNTIL I-T > 4
           .
       TESTER-TYPE.
           IF  W-TC-CODE(I-T) = W-PL-TYPE(I-L)
               MOVE I-T TO W-TYPE-COURANT
           END-IF
           .
      *
       FORMATAGE-ERREUR-DB2.
           MOVE SQLCODE TO W-SQLCODE
           MOVE W-SQLCODE TO SQLCODE-POUR-DISPLAY
           DISPLAY 'ERREUR DB2 SQLCODE=' SQLCODE-POUR-DISPLAY
              ' ' SQLERRM ' '
           .
       TRT-ANOMALIE.
           SET ANOMALIE TO TRUE
           .
      *
      ******************************************************************
      * MANIFESTE PAR TYPE DE COURRIER ET TOTAUX                       *
      ******************************************************************
       ECRIRE-MANIFESTE.
           PERFORM ECRIRE-LIGNE-TYPE
                   VARYING I-T FROM 1 BY 1
                   UNTIL I-T > 5

           MOVE 'TOTAL PLIS EMIS             : ' TO W-TOT-LIBELLE
           MOVE W-NB-PLIS                        TO W-TOT-NOMBRE
           PERFORM ECRIRE-LIGNE-TOTAL
           MOVE 'TOTAL COURRIERS EMIS        : ' TO W-TOT-LIBELLE
           MOVE W-NB-COURRIERS                   TO W-TOT-NOMBRE
           PERFORM ECRIRE-LIGNE-TOTAL
           MOVE 'TOTAL PAGES                 : ' TO W-TOT-LIBELLE
           MOVE W-NB-PAGES                       TO W-TOT-NOMBRE
           PERFORM ECRIRE-LIGNE-TOTAL
           MOVE 'TOTAL PLIS RETENUS          : ' TO W-TOT-LIBELLE
           MOVE W-NB-PLIS-RETENUS                TO W-TOT-NOMBRE
           PERFORM ECRIRE-LIGNE-TOTAL
           MOVE 'NOTIFICATIONS DORMANTS LUES : ' TO W-TOT-LIBELLE
           MOVE W-NB-NOTIF-LUES                  TO W-TOT-NOMBRE
           PERFORM ECRIRE-LIGNE-TOTAL
           MOVE 'NOTIFICATIONS MISES EN FILE : ' TO W-TOT-LIBELLE
           MOVE W-NB-NOTIF-CHARGEES              TO W-TOT-NOMBRE
           PERFORM ECRIRE-LIGNE-TOTAL
           MOVE 'NOTIFICATIONS REJETEES      : ' TO W-TOT-LIBELLE
           MOVE W-NB-NOTIF-REJETEES              TO W-TOT-NOMBRE
           PERFORM ECRIRE-LIGNE-TOTAL
           .
      *
       ECRIRE-LIGNE-TYPE.
           IF  I-T < 5
           OR  W-CU-COURRIERS(I-T) > 0
           OR  W-CU-RETENUS(I-T) > 0
               MOVE W-TC-CODE(I-T)      TO W-LT-CODE
               MOVE W-TC-LIBELLE(I-T)   TO W-LT-LIBELLE
               MOVE W-CU-COURRIERS(I-T) TO W-LT-COURRIERS
               MOVE W-CU-PAGES(I-T)     TO W-LT-PAGES
               MOVE W-CU-PLIS(I-T)      TO W-LT-PLIS
               MOVE W-CU-RETENUS(I-T)   TO W-LT-RETENUS
               MOVE W-LIGNE-TYPE TO ENR-SYS127
               WRITE ENR-SYS127
           END-IF
           .
      *
       ECRIRE-LIGNE-TOTAL.
           MOVE W-LIGNE-TOTAL TO ENR-SYS127
           WRITE ENR-SYS127
           .
      *
      * PARAGRAPHE DE FIN DE PROGRAMME
       FIN.
           MOVE SPACES         TO ENR-SYS126
           MOVE 'F'            TO E126-TYPE-ENR
           MOVE 0              TO E126-ID-PLI
           MOVE W-NB-PLIS      TO E126-TOT-PLIS
           MOVE W-NB-COURRIERS TO E126-TOT-COURRIERS
           MOVE W-NB-PAGES     TO E126-TOT-PAGES
           WRITE ENR-SYS126

           PERFORM ECRIRE-MANIFESTE

           IF  ANOMALIE
               EXEC SQL
                  ROLLBACK
               END-EXEC
               MOVE SPACES TO ENR-SYS127
               MOVE 'ANOMALIE - FICHIER ROUTEUR A NE PAS TRANSMETTRE'
                 TO ENR-SYS127
               WRITE ENR-SYS127
           ELSE
               EXEC SQL
                  COMMIT
               END-EXEC
           END-IF

           CLOSE FNOTIF
           CLOSE FSYS126
           CLOSE FSYS127
           DISPLAY 'CORPLI00 - PLIS EMIS      : ' W-NB-PLIS
           DISPLAY 'CORPLI00 - PLIS RETENUS   : ' W-NB-PLIS-RETENUS
           EVALUATE TRUE
             WHEN ANOMALIE
               DISPLAY 'CORPLI00 TERMINE EN ANOMALIE'
               MOVE 8 TO RETURN-CODE
             WHEN W-NB-NOTIF-REJETEES > 0
               MOVE 4 TO RETURN-CODE
             WHEN OTHER
               MOVE 0 TO RETURN-CODE
           END-EVALUATE
           .
