      ****************************************************************
      * PROGRAMME BATCH = INTERFACE COMPTABILITE GENERALE : ECRITURES
      *                   EN PARTIE DOUBLE DES EVENEMENTS FINANCIERS
      ****************************************************************
      * PROGRAM:  CPTGEN00
      *
      * AUTHOR :  Stephane PAUCOT
      *
      * OBJET  :  CHAQUE EVENEMENT FINANCIER ETAIT RESSAISI A LA MAIN
      *           EN COMPTABILITE. CE BATCH QUOTIDIEN REPREND LES
      *           EVENEMENTS NES DEPUIS LE DERNIER RUN TERMINE :
      *             - FACTURES EMISES (FACTURES, TYPE 'F') ET AVOIRS
      *               (TYPE 'A', MONTANT NEGATIF) - JOURNAUX 'FACT'
      *               ET 'AVOI', A LA DATE D'EMISSION, POUR LEUR
      *               MONTANT HORS TAXE ; LA TAXE SUR LES CONVENTIONS
      *               D'ASSURANCE QU'ILS PORTENT (FACTURE_TAXE) EST
      *               PASSEE SUR LE JOURNAL 'TAXE' (NEGATIVE POUR UN
      *               AVOIR),
      *             - REDUCTIONS D'ECHEANCES PAR UNE RESILIATION
      *               (FACTURE_REDUCTION) : 'AVOI' ET 'TAXE' COMME UN
      *               AVOIR, SUR LA PIECE DE L'ECHEANCE REDUITE, A LA
      *               DATE DE SAISIE - SEULEMENT SI L'ECHEANCE A ETE
      *               PASSEE DANS UN RUN ANTERIEUR ; EMISE DANS LA
      *               FENETRE, ELLE EST PASSEE DEJA REDUITE,
      *             - ENCAISSEMENTS (FACTURE_PAIEMENT) - 'ENCA',
      *             - VERSEMENTS SUR SINISTRES (SINISTRE_PAIEMENT) -
      *               'SINI', VENTILES PAR COUVERTURE,
      *             - MOUVEMENTS DES CONTRATS WHSPEAPI (MOUVEMENTS,
      *               MONTANTS EN CENTIMES) - 'M' + SENS + TYPE_MVT,
      *               PAR EXEMPLE 'MDDB', 'MCIN', 'MDAG',
      *           ET ECRIT POUR CHACUN DEUX LIGNES (DEBIT, CREDIT) AUX
      *           COMPTES DU SCHEMA COMPTABLE (SCHEMA_COMPTABLE, PAR
      *           TYPE D'EVENEMENT ET LIBELLE DE COUVERTURE, '*' POUR
      *           TOUTE COUVERTURE). UN MONTANT NEGATIF INVERSE LE
      *           SENS DES DEUX LIGNES.
      *           LES LIGNES SONT D'ABORD ECRITES SUR LE FICHIER DE
      *           TRAVAIL FSYS112 ; LE FICHIER D'IMPORT COMPTABLE
      *           FSYS113 (AVEC ENREGISTREMENT FIN 'TRLR' COMME
      *           DECLIE00) N'EST PRODUIT QUE SI LE TOTAL DES DEBITS
      *           EGALE CELUI DES CREDITS ET QUE TOUT EVENEMENT A
      *           TROUVE SON SCHEMA ; SINON RIEN N'EST PRODUIT, LE
      *           RUN FINIT EN ANOMALIE (RC 8) ET LE COMPTE-RENDU
      *           FSYS114 DONNE LES SCHEMAS MANQUANTS.
      *           LA BORNE EST TENUE DANS RUN_CONTROL (RUNCTRL) : LE
      *           RUN COUVRE LES EVENEMENTS SAISIS DEPUIS LE DEBUT DU
      *           DERNIER RUN TERMINE JUSQU'AU DEBUT DU RUN COURANT
      *           (AU JOUR PRES POUR LES FACTURES, DATEES SANS
      *           HEURE) ; UN RUN EN ANOMALIE NE DEPLACE PAS LA BORNE
      *           ET LE SUIVANT REPREND LES MEMES EVENEMENTS - RIEN
      *           N'EST POSTE DEUX FOIS NI OUBLIE.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPTGEN00.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FSYS112 ASSIGN TO UT-S-SYS112.
           SELECT FSYS113 ASSIGN TO UT-S-SYS113.
           SELECT FSYS114 ASSIGN TO UT-S-SYS114.
       DATA DIVISION.
       FILE SECTION.
      *    LIGNES D'ECRITURE (TRAVAIL PUIS IMPORT COMPTABLE)
       FD  FSYS112
           LABEL RECORD STANDARD
           RECORDING MODE IS F
           BLOCK 0 RECORDS.
       01  ENR-SYS112.
           05  J-DATE-COMPTABLE                   PIC X(10).
           05  J-JOURNAL                          PIC X(04).
           05  J-PIECE                            PIC 9(12).
           05  J-NUM-LIGNE                        PIC 9(01).
           05  J-COMPTE                           PIC X(10).
           05  J-SENS                             PIC X(01).
               88  J-DEBIT                        VALUE 'D'.
               88  J-CREDIT                       VALUE 'C'.
           05  J-MONTANT                          PIC 9(11)V99.
           05  J-LIBELLE                          PIC X(32).
           05  J-REFERENCE                        PIC X(20).
           05  FILLER                             PIC X(17).
       FD  FSYS113
           LABEL RECORD STANDARD
           RECORDING MODE IS F
           BLOCK 0 RECORDS.
       01  ENR-SYS113                             PIC X(120).
       01  ENR-SYS113-TRAILER REDEFINES ENR-SYS113.
           05  TR-MARQUEUR                        PIC X(04).
               88  TR-EST-TRAILER                 VALUE 'TRLR'.
           05  TR-NB-ENR                          PIC 9(08).
           05  TR-DATE-TRAITEMENT                 PIC 9(08).
           05  TR-TOTAL-DEBIT                     PIC 9(13)V99.
           05  TR-TOTAL-CREDIT                    PIC 9(13)V99.
           05  FILLER                             PIC X(70).
       FD  FSYS114
           LABEL RECORD STANDARD
           RECORDING MODE IS F
           BLOCK 0 RECORDS.
       01  ENR-SYS114                             PIC X(132).
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
      *    BORNES DU RUN : DEBUT DU DERNIER RUN TERMINE ET DEBUT DU
      *    RUN COURANT, TENUS PAR RUNCTRL
      *    COMMUNICATION AREA FOR THE SHARED RUN-CONTROL MODULE
           COPY RUNCTLC.
       77  C-RUNCTRL                              PIC X(07)
                                                  VALUE 'RUNCTRL'.
       01  W-RUNCTL-RUN-ID                        PIC X(26).
       01  W-DEPUIS-TS                            PIC X(26).
       01  W-JUSQUA-TS                            PIC X(26).
      *
      *    SCHEMA COMPTABLE CHARGE EN TABLE AU DEBUT DU RUN
       77  C-MAX-SCHEMAS                          PIC 9(04) VALUE 0500.
       01  W-NB-SCHEMAS                           PIC 9(04) COMP
                                                  VALUE 0.
       01  W-TABLE-SCHEMA.
           05  T-SCHEMA               OCCURS 500 TIMES
                                      INDEXED BY T-IDX.
               10  T-SCH-TYPE                     PIC X(04).
               10  T-SCH-LIBELLE                  PIC X(32).
               10  T-SCH-COMPTE-DEBIT             PIC X(10).
               10  T-SCH-COMPTE-CREDIT            PIC X(10).
      *
       01  H-TYPE-EVENEMENT                       PIC X(04).
       01  H-LIBELLE                              PIC X(32).
       01  H-COMPTE-DEBIT                         PIC X(10).
       01  H-COMPTE-CREDIT                        PIC X(10).
      *
      *    EVENEMENT COURANT, QUELLE QU'EN SOIT LA SOURCE
       01  H-ID-PIECE                             PIC S9(12) COMP-3.
       01  H-ID-PERS                              PIC S9(10) COMP.
       01  H-ID-ASSUR                             PIC S9(9) COMP.
       01  H-TYPE-FACTURE                         PIC X(01).
       01  H-MONTANT                              PIC S9(9)V99 COMP-3.
       01  H-MONTANT-TAXE                         PIC S9(9)V99 COMP-3.
       01  H-MONTANT-CENTIMES                     PIC S9(11) COMP-3.
       01  H-DATE-EVENEMENT                       PIC X(10).
       01  H-PAYS                                 PIC X(02).
       01  H-CONTRAT                              PIC 9(11).
       01  H-SENS                                 PIC X(01).
       01  H-TYPE-MVT                             PIC X(02).
      *
       01  W-JOURNAL                              PIC X(04).
       01  W-LIBELLE-COUV                         PIC X(32).
       01  W-REFERENCE                            PIC X(20).
       01  W-ID-PERS-ED                           PIC 9(10).
       01  W-ID-ASSUR-ED                          PIC 9(09).
       01  W-MONTANT                              PIC S9(11)V99 COMP-3.
       01  W-COMPTE-DEBIT                         PIC X(10).
       01  W-COMPTE-CREDIT                        PIC X(10).
       01  W-COMPTE-ECHANGE                       PIC X(10).
       01  W-SCHEMA-SW                            PIC X(01).
           88  SCHEMA-TROUVE                      VALUE 'Y'.
           88  SCHEMA-ABSENT                      VALUE 'N'.
      *
      *    COMPTEURS ET TOTAUX DE CONTROLE
       01  W-NB-FACTURES                          PIC 9(08) VALUE 0.
       01  W-NB-ANNULATIONS                       PIC 9(08) VALUE 0.
       01  W-NB-ENCAISSEMENTS                     PIC 9(08) VALUE 0.
       01  W-NB-SINISTRES                         PIC 9(08) VALUE 0.
       01  W-NB-MOUVEMENTS                        PIC 9(08) VALUE 0.
       01  W-NB-SANS-SCHEMA                       PIC 9(08) VALUE 0.
       01  W-NB-LIGNES                            PIC 9(08) VALUE 0.
       01  W-TOTAL-DEBIT                          PIC 9(13)V99 VALUE 0.
       01  W-TOTAL-CREDIT                         PIC 9(13)V99 VALUE 0.
       01  W-MONTANT-ED                           PIC Z(12)9.99.
       01  W-FIN-TRAVAIL-SW                       PIC X(01) VALUE 'N'.
           88  FIN-TRAVAIL                        VALUE 'Y'.
      *
      *    SCHEMA COMPTABLE : COMPTES PAR TYPE D'EVENEMENT ET LIBELLE
      *    DE COUVERTURE ('*' = TOUTE COUVERTURE)
           EXEC SQL
              DECLARE C00 CURSOR FOR
              SELECT TYPE_EVENEMENT,
                     LIBELLE,
                     COMPTE_DEBIT,
                     COMPTE_CREDIT
              FROM SCHEMA_COMPTABLE
              ORDER BY TYPE_EVENEMENT, LIBELLE
           END-EXEC.
      *
      *    FACTURES ET AVOIRS EMIS, AU JOUR PRES, AVEC LA TAXE
      *    QU'ILS PORTENT (0 POUR UNE FACTURE SANS VENTILATION)
           EXEC SQL
              DECLARE C01 CURSOR FOR
              SELECT F.ID_FACTURE,
                     F.ID_PERS,
                     COALESCE(F.TYPE_FACTURE, 'F'),
                     F.MONTANT,
                     COALESCE((SELECT SUM(X.MONTANT_TAXE)
                                 FROM FACTURE_TAXE X
                                WHERE X.ID_FACTURE = F.ID_FACTURE), 0),
                     CHAR(F.DATE_EMISSION, ISO)
              FROM FACTURES F
              WHERE F.DATE_EMISSION >= DATE(TIMESTAMP(:W-DEPUIS-TS))
                AND F.DATE_EMISSION <  DATE(TIMESTAMP(:W-JUSQUA-TS))
              ORDER BY F.ID_FACTURE
           END-EXEC.
      *
      *    REDUCTIONS D'ECHEANCES SAISIES DANS LA FENETRE, ECHEANCE
      *    PAR ECHEANCE. UNE ECHEANCE EMISE DEPUIS LE DEBUT DE LA
      *    FENETRE EST PASSEE PAR C01 A SON MONTANT REDUIT : SA
      *    REDUCTION N'EST PAS REPRISE ICI
           EXEC SQL
              DECLARE C05 CURSOR FOR
              SELECT N.ID_FACTURE,
                     N.ID_PERS,
                     N.MONTANT_PRIME,
                     N.MONTANT_TAXE,
                     CHAR(DATE(N.DATE_SAISIE), ISO)
              FROM FACTURE_REDUCTION N
              WHERE N.DATE_SAISIE >= TIMESTAMP(:W-DEPUIS-TS)
                AND N.DATE_SAISIE <  TIMESTAMP(:W-JUSQUA-TS)
                AND NOT EXISTS
                    (SELECT 1 FROM FACTURES F
                      WHERE F.ID_FACTURE = N.ID_FACTURE
                        AND F.DATE_EMISSION >=
                            DATE(TIMESTAMP(:W-DEPUIS-TS)))
              ORDER BY N.DATE_SAISIE, N.ID_FACTURE
           END-EXEC.
      *
      *    ENCAISSEMENTS SAISIS DANS LA FENETRE
           EXEC SQL
              DECLARE C02 CURSOR FOR
              SELECT P.ID_FACTURE,
                     F.ID_PERS,
                     P.MONTANT,
                     CHAR(P.DATE_REGLEMENT, ISO)
              FROM FACTURE_PAIEMENT P,
                   FACTURES F
              WHERE F.ID_FACTURE = P.ID_FACTURE
                AND P.DATE_SAISIE >= TIMESTAMP(:W-DEPUIS-TS)
                AND P.DATE_SAISIE <  TIMESTAMP(:W-JUSQUA-TS)
              ORDER BY P.DATE_SAISIE
           END-EXEC.
      *
      *    VERSEMENTS SUR SINISTRES SAISIS DANS LA FENETRE, AVEC LA
      *    COUVERTURE DE LA POLICE
           EXEC SQL
              DECLARE C03 CURSOR FOR
              SELECT P.ID_SINISTRE,
                     S.ID_ASSUR,
                     A.LIBELLE,
                     P.MONTANT,
                     CHAR(P.DATE_PAIEMENT, ISO)
              FROM SINISTRE_PAIEMENT P,
                   SINISTRES S,
                   ASSURANCES A
              WHERE S.ID_SINISTRE = P.ID_SINISTRE
                AND A.ID_ASSUR = S.ID_ASSUR
                AND P.DATE_SAISIE >= TIMESTAMP(:W-DEPUIS-TS)
                AND P.DATE_SAISIE <  TIMESTAMP(:W-JUSQUA-TS)
              ORDER BY P.DATE_SAISIE
           END-EXEC.
      *
      *    MOUVEMENTS DES CONTRATS DANS LA FENETRE
           EXEC SQL
              DECLARE C04 CURSOR FOR
              SELECT ID_MVT,
                     PAYS,
                     CONTRAT,
                     SENS,
                     COALESCE(TYPE_MVT, '  '),
                     MONTANT,
                     CHAR(DATE(DATE_MVT), ISO)
              FROM MOUVEMENTS
              WHERE DATE_MVT >= TIMESTAMP(:W-DEPUIS-TS)
                AND DATE_MVT <  TIMESTAMP(:W-JUSQUA-TS)
              ORDER BY ID_MVT
           END-EXEC.
      *
      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
           PERFORM DEBUT
           IF  NOT ANOMALIE
               PERFORM CHARGER-SCHEMA
           END-IF
           IF  NOT ANOMALIE
               PERFORM TRAITER-FACTURES
           END-IF
           IF  NOT ANOMALIE
               PERFORM TRAITER-ANNULATIONS
           END-IF
           IF  NOT ANOMALIE
               PERFORM TRAITER-ENCAISSEMENTS
           END-IF
           IF  NOT ANOMALIE
               PERFORM TRAITER-SINISTRES
           END-IF
           IF  NOT ANOMALIE
               PERFORM TRAITER-MOUVEMENTS
           END-IF
           CLOSE FSYS112
           PERFORM CONTROLER-EQUILIBRE
           IF  NOT ANOMALIE
               PERFORM PRODUIRE-FICHIER-IMPORT
           END-IF
           PERFORM FIN
           GOBACK
           .
      *
      * PARAGRAPHE DE DEBUT DE PROGRAMME
       DEBUT.
           SET PAS-ANOMALIE TO TRUE
           OPEN OUTPUT FSYS112
           OPEN OUTPUT FSYS114

      *    LE DEBUT DU RUN COURANT EST LA BORNE HAUTE ; CELUI DU
      *    DERNIER RUN TERMINE, LA BORNE BASSE
           MOVE 'CPTGEN00'          TO RUNCTL-IN-JOB-NAME
           MOVE 'CPTGEN00'          TO RUNCTL-IN-STEP-NAME
           SET  RUNCTL-DEBUT-RUN    TO TRUE
           CALL C-RUNCTRL USING RUNCTL-ENTREE RUNCTL-SORTIE
           END-CALL
           MOVE RUNCTL-OUT-RUN-ID   TO W-RUNCTL-RUN-ID
                                       W-JUSQUA-TS
           IF  NOT RUNCTL-RETOUR-OK
               DISPLAY 'CPTGEN00 - RUN_CONTROL INDISPONIBLE'
               PERFORM TRT-ANOMALIE
           ELSE
               SET  RUNCTL-QUERY-RUN TO TRUE
               CALL C-RUNCTRL USING RUNCTL-ENTREE RUNCTL-SORTIE
               END-CALL
               MOVE RUNCTL-OUT-LAST-TS TO W-DEPUIS-TS
               IF  NOT RUNCTL-RETOUR-OK
                   DISPLAY 'CPTGEN00 - RUN_CONTROL INDISPONIBLE'
                   PERFORM TRT-ANOMALIE
               END-IF
           END-IF

           DISPLAY 'EVENEMENTS DU ' W-DEPUIS-TS
           DISPLAY '           AU ' W-JUSQUA-TS
           MOVE SPACES TO ENR-SYS114
           STRING 'INTERFACE COMPTABLE - EVENEMENTS DU ' W-DEPUIS-TS
                  ' AU ' W-JUSQUA-TS
                  DELIMITED BY SIZE INTO ENR-SYS114
           WRITE ENR-SYS114
           .
      *
       CHARGER-SCHEMA.
           EXEC SQL
              OPEN C00
           END-EXEC
           IF  SQLCODE NOT = ZERO
               PERFORM FORMATAGE-ERREUR-DB2
               PERFORM TRT-ANOMALIE
           ELSE
               MOVE SPACES TO W-TABLE-SCHEMA
               PERFORM LIRE-SCHEMA-SUIVANT UNTIL ANOMALIE
                                           OR SQLCODE = 100
               EXEC SQL
                  CLOSE C00
               END-EXEC
           END-IF
           .
       LIRE-SCHEMA-SUIVANT.
           EXEC SQL
              FETCH C00
               INTO
                      :H-TYPE-EVENEMENT,
                      :H-LIBELLE,
                      :H-COMPTE-DEBIT,
                      :H-COMPTE-CREDIT
           END-EXEC
           EVALUATE SQLCODE
           WHEN ZERO
              IF  W-NB-SCHEMAS >= C-MAX-SCHEMAS
                  DISPLAY 'CPTGEN00 - SCHEMA COMPTABLE TROP VOLUMINEUX'
                  PERFORM TRT-ANOMALIE
              ELSE
                  ADD 1 TO W-NB-SCHEMAS
                  SET T-IDX TO W-NB-SCHEMAS
                  MOVE H-TYPE-EVENEMENT TO T-SCH-TYPE(T-IDX)
                  MOVE H-LIBELLE        TO T-SCH-LIBELLE(T-IDX)
                  MOVE H-COMPTE-DEBIT   TO T-SCH-COMPTE-DEBIT(T-IDX)
                  MOVE H-COMPTE-CREDIT  TO T-SCH-COMPTE-CREDIT(T-IDX)
              END-IF
           WHEN +100
              CONTINUE
           WHEN OTHER
              PERFORM FORMATAGE-ERREUR-DB2
              PERFORM TRT-ANOMALIE
           END-EVALUATE
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
                                             OR SQLCODE = 100
               EXEC SQL
                  CLOSE C01
               END-EXEC
           END-IF
           .
      *    UN AVOIR EST EMIS EN MONTANT NEGATIF : IL EST PASSE EN
      *    VALEUR ABSOLUE SUR SON PROPRE JOURNAL. LA TAXE EST PASSEE
      *    A PART, AVEC SON SIGNE, SUR LE JOURNAL 'TAXE'
       LIRE-FACTURE-SUIVANTE.
           EXEC SQL
              FETCH C01
               INTO
                      :H-ID-PIECE,
                      :H-ID-PERS,
                      :H-TYPE-FACTURE,
                      :H-MONTANT,
                      :H-MONTANT-TAXE,
                      :H-DATE-EVENEMENT
           END-EXEC
           EVALUATE SQLCODE
           WHEN ZERO
              ADD 1 TO W-NB-FACTURES
              IF  H-TYPE-FACTURE = 'A'
                  MOVE 'AVOI' TO W-JOURNAL
                  COMPUTE W-MONTANT = 0 - (H-MONTANT - H-MONTANT-TAXE)
              ELSE
                  MOVE 'FACT' TO W-JOURNAL
                  COMPUTE W-MONTANT = H-MONTANT - H-MONTANT-TAXE
              END-IF
              MOVE '*'    TO W-LIBELLE-COUV
              MOVE H-ID-PERS TO W-ID-PERS-ED
              MOVE SPACES TO W-REFERENCE
              STRING 'PERS ' W-ID-PERS-ED DELIMITED BY SIZE
                INTO W-REFERENCE
              PERFORM GENERER-ECRITURE
              MOVE 'TAXE'         TO W-JOURNAL
              MOVE H-MONTANT-TAXE TO W-MONTANT
              PERFORM GENERER-ECRITURE
           WHEN +100
              CONTINUE
           WHEN OTHER
              PERFORM FORMATAGE-ERREUR-DB2
              PERFORM TRT-ANOMALIE
           END-EVALUATE
           .
      *
       TRAITER-ANNULATIONS.
           EXEC SQL
              OPEN C05
           END-EXEC
           IF  SQLCODE NOT = ZERO
               PERFORM FORMATAGE-ERREUR-DB2
               PERFORM TRT-ANOMALIE
           ELSE
               PERFORM LIRE-ANNULATION-SUIVANTE UNTIL ANOMALIE
                                                OR SQLCODE = 100
               EXEC SQL
                  CLOSE C05
               END-EXEC
           END-IF
           .
      *    LA PRIME OTEE EST PASSEE COMME UN AVOIR, LA TAXE OTEE EN
      *    NEGATIF SUR 'TAXE' ; LA PIECE EST L'ECHEANCE REDUITE
       LIRE-ANNULATION-SUIVANTE.
           EXEC SQL
              FETCH C05
               INTO
                      :H-ID-PIECE,
                      :H-ID-PERS,
                      :H-MONTANT,
                      :H-MONTANT-TAXE,
                      :H-DATE-EVENEMENT
           END-EXEC
           EVALUATE SQLCODE
           WHEN ZERO
              ADD 1 TO W-NB-ANNULATIONS
              MOVE 'AVOI'    TO W-JOURNAL
              MOVE H-MONTANT TO W-MONTANT
              MOVE '*'       TO W-LIBELLE-COUV
              MOVE H-ID-PERS TO W-ID-PERS-ED
              MOVE SPACES TO W-REFERENCE
              STRING 'PERS ' W-ID-PERS-ED DELIMITED BY SIZE
                INTO W-REFERENCE
              PERFORM GENERER-ECRITURE
              MOVE 'TAXE'    TO W-JOURNAL
              COMPUTE W-MONTANT = 0 - H-MONTANT-TAXE
              PERFORM GENERER-ECRITURE
           WHEN +100
              CONTINUE
           WHEN OTHER
              PERFORM FORMATAGE-ERREUR-DB2
              PERFORM TRT-ANOMALIE
           END-EVALUATE
           .
      *
       TRAITER-ENCAISSEMENTS.
           EXEC SQL
              OPEN C02
           END-EXEC
           IF  SQLCODE NOT = ZERO
               PERFORM FORMATAGE-ERREUR-DB2
               PERFORM TRT-ANOMALIE
           ELSE
               PERFORM LIRE-ENCAISSEMENT-SUIVANT UNTIL ANOMALIE
                                                 OR SQLCODE = 100
               EXEC SQL
                  CLOSE C02
               END-EXEC
           END-IF
           .
       LIRE-ENCAISSEMENT-SUIVANT.
           EXEC SQL
              FETCH C02
               INTO
                      :H-ID-PIECE,
                      :H-ID-PERS,
                      :H-MONTANT,
                      :H-DATE-EVENEMENT
           END-EXEC
           EVALUATE SQLCODE
           WHEN ZERO
              ADD 1 TO W-NB-ENCAISSEMENTS
              MOVE 'ENCA'    TO W-JOURNAL
              MOVE H-MONTANT TO W-MONTANT
              MOVE '*'       TO W-LIBELLE-COUV
              MOVE H-ID-PERS TO W-ID-PERS-ED
              MOVE SPACES TO W-REFERENCE
              STRING 'PERS ' W-ID-PERS-ED DELIMITED BY SIZE
                INTO W-REFERENCE
              PERFORM GENERER-ECRITURE
           WHEN +100
              CONTINUE
           WHEN OTHER
              PERFORM FORMATAGE-ERREUR-DB2
              PERFORM TRT-ANOMALIE
           END-EVALUATE
           .
      *
       TRAITER-SINISTRES.
           EXEC SQL
              OPEN C03
           END-EXEC
           IF  SQLCODE NOT = ZERO
               PERFORM FORMATAGE-ERREUR-DB2
               PERFORM TRT-ANOMALIE
           ELSE
               PERFORM LIRE-VERSEMENT-SUIVANT UNTIL ANOMALIE
                                              OR SQLCODE = 100
               EXEC SQL
                  CLOSE C03
               END-EXEC
           END-IF
           .
       LIRE-VERSEMENT-SUIVANT.
           EXEC SQL
              FETCH C03
               INTO
                      :H-ID-PIECE,
                      :H-ID-ASSUR,
                      :H-LIBELLE,
                      :H-MONTANT,
                      :H-DATE-EVENEMENT
           END-EXEC
           EVALUATE SQLCODE
           WHEN ZERO
              ADD 1 TO W-NB-SINISTRES
              MOVE 'SINI'     TO W-JOURNAL
              MOVE H-MONTANT  TO W-MONTANT
              MOVE H-LIBELLE  TO W-LIBELLE-COUV
              MOVE H-ID-ASSUR TO W-ID-ASSUR-ED
              MOVE SPACES TO W-REFERENCE
              STRING 'POLICE ' W-ID-ASSUR-ED DELIMITED BY SIZE
                INTO W-REFERENCE
              PERFORM GENERER-ECRITURE
           WHEN +100
              CONTINUE
           WHEN OTHER
              PERFORM FORMATAGE-ERREUR-DB2
              PERFORM TRT-ANOMALIE
           END-EVALUATE
           .
      *
       TRAITER-MOUVEMENTS.
           EXEC SQL
              OPEN C04
           END-EXEC
           IF  SQLCODE NOT = ZERO
               PERFORM FORMATAGE-ERREUR-DB2
               PERFORM TRT-ANOMALIE
           ELSE
               PERFORM LIRE-MOUVEMENT-SUIVANT UNTIL ANOMALIE
                                              OR SQLCODE = 100
               EXEC SQL
                  CLOSE C04
               END-EXEC
           END-IF
           .
      *    LES MONTANTS DE MOUVEMENTS SONT EN CENTIMES
       LIRE-MOUVEMENT-SUIVANT.
           EXEC SQL
              FETCH C04
               INTO
                      :H-ID-PIECE,
                      :H-PAYS,
                      :H-CONTRAT,
                      :H-SENS,
                      :H-TYPE-MVT,
                      :H-MONTANT-CENTIMES,
                      :H-DATE-EVENEMENT
           END-EXEC
           EVALUATE SQLCODE
           WHEN ZERO
              ADD 1 TO W-NB-MOUVEMENTS
              MOVE SPACES TO W-JOURNAL
              STRING 'M' H-SENS H-TYPE-MVT DELIMITED BY SIZE
                INTO W-JOURNAL
              COMPUTE W-MONTANT = H-MONTANT-CENTIMES / 100
              MOVE '*'    TO W-LIBELLE-COUV
              MOVE SPACES TO W-REFERENCE
              STRING 'CONTRAT ' H-PAYS H-CONTRAT DELIMITED BY SIZE
                INTO W-REFERENCE
              PERFORM GENERER-ECRITURE
           WHEN +100
              CONTINUE
           WHEN OTHER
              PERFORM FORMATAGE-ERREUR-DB2
              PERFORM TRT-ANOMALIE
           END-EVALUATE
           .
      *
      *    DEUX LIGNES PAR EVENEMENT AUX COMPTES DU SCHEMA ; UN
      *    MONTANT NEGATIF (CONTRE-PASSATION) INVERSE LES COMPTES. UN
      *    EVENEMENT SANS SCHEMA EST SIGNALE ET BLOQUE LA PRODUCTION
      *    DU FICHIER, LA LECTURE CONTINUANT POUR LES LISTER TOUS
       GENERER-ECRITURE.
           IF  W-MONTANT NOT = ZERO
               PERFORM RECHERCHER-SCHEMA
               IF  SCHEMA-ABSENT
                   PERFORM SIGNALER-SANS-SCHEMA
               ELSE
                   IF  W-MONTANT < ZERO
                       COMPUTE W-MONTANT = 0 - W-MONTANT
                       MOVE W-COMPTE-DEBIT   TO W-COMPTE-ECHANGE
                       MOVE W-COMPTE-CREDIT  TO W-COMPTE-DEBIT
                       MOVE W-COMPTE-ECHANGE TO W-COMPTE-CREDIT
                   END-IF
                   MOVE SPACES            TO ENR-SYS112
                   MOVE H-DATE-EVENEMENT  TO J-DATE-COMPTABLE
                   MOVE W-JOURNAL         TO J-JOURNAL
                   MOVE H-ID-PIECE        TO J-PIECE
                   MOVE W-MONTANT         TO J-MONTANT
                   MOVE W-LIBELLE-COUV    TO J-LIBELLE
                   MOVE W-REFERENCE       TO J-REFERENCE
                   MOVE 1                 TO J-NUM-LIGNE
                   MOVE W-COMPTE-DEBIT    TO J-COMPTE
                   SET  J-DEBIT           TO TRUE
                   WRITE ENR-SYS112
                   ADD  W-MONTANT         TO W-TOTAL-DEBIT
                   MOVE 2                 TO J-NUM-LIGNE
                   MOVE W-COMPTE-CREDIT   TO J-COMPTE
                   SET  J-CREDIT          TO TRUE
                   WRITE ENR-SYS112
                   ADD  W-MONTANT         TO W-TOTAL-CREDIT
                   ADD  2                 TO W-NB-LIGNES
               END-IF
           END-IF
           .
      *
      *    LE SCHEMA PROPRE A LA COUVERTURE PREVAUT SUR LE SCHEMA '*'
       RECHERCHER-SCHEMA.
           SET SCHEMA-ABSENT TO TRUE
           IF  W-LIBELLE-COUV NOT = '*'
               SET T-IDX TO 1
               SEARCH T-SCHEMA
                  AT END
                     CONTINUE
                  WHEN T-IDX > W-NB-SCHEMAS
                     CONTINUE
                  WHEN T-SCH-TYPE(T-IDX) = W-JOURNAL
                   AND T-SCH-LIBELLE(T-IDX) = W-LIBELLE-COUV
                     SET SCHEMA-TROUVE TO TRUE
               END-SEARCH
           END-IF
           IF  SCHEMA-ABSENT
               SET T-IDX TO 1
               SEARCH T-SCHEMA
                  AT END
                     CONTINUE
                  WHEN T-IDX > W-NB-SCHEMAS
                     CONTINUE
                  WHEN T-SCH-TYPE(T-IDX) = W-JOURNAL
                   AND T-SCH-LIBELLE(T-IDX) = '*'
                     SET SCHEMA-TROUVE TO TRUE
               END-SEARCH
           END-IF
           IF  SCHEMA-TROUVE
               MOVE T-SCH-COMPTE-DEBIT(T-IDX)  TO W-COMPTE-DEBIT
               MOVE T-SCH-COMPTE-CREDIT(T-IDX) TO W-COMPTE-CREDIT
           END-IF
           .
      *
       SIGNALER-SANS-SCHEMA.
           ADD 1 TO W-NB-SANS-SCHEMA
           MOVE SPACES TO ENR-SYS114
           STRING 'SANS SCHEMA COMPTABLE : JOURNAL ' W-JOURNAL
                  ' COUVERTURE ' W-LIBELLE-COUV
                  ' ' W-REFERENCE
                  DELIMITED BY SIZE INTO ENR-SYS114
           WRITE ENR-SYS114
           .
      *
      *    LE FICHIER N'EST PRODUIT QUE SUR UN JOURNAL COMPLET ET
      *    EQUILIBRE
       CONTROLER-EQUILIBRE.
           IF  NOT ANOMALIE
               IF  W-NB-SANS-SCHEMA > 0
                   MOVE SPACES TO ENR-SYS114
                   MOVE 'EVENEMENTS SANS SCHEMA - FICHIER NON PRODUIT'
                     TO ENR-SYS114
                   WRITE ENR-SYS114
                   PERFORM TRT-ANOMALIE
               END-IF
               IF  W-TOTAL-DEBIT NOT = W-TOTAL-CREDIT
                   MOVE SPACES TO ENR-SYS114
                   MOVE 'DEBITS ET CREDITS DESEQUILIBRES - FICHIER NON'
                     TO ENR-SYS114
                   MOVE ' PRODUIT' TO ENR-SYS114(47:8)
                   WRITE ENR-SYS114
                   PERFORM TRT-ANOMALIE
               END-IF
           END-IF
           .
      *
       PRODUIRE-FICHIER-IMPORT.
           OPEN INPUT  FSYS112
           OPEN OUTPUT FSYS113
           PERFORM COPIER-LIGNE-SUIVANTE UNTIL FIN-TRAVAIL
           MOVE SPACES           TO ENR-SYS113
           SET  TR-EST-TRAILER   TO TRUE
           MOVE W-NB-LIGNES      TO TR-NB-ENR
           MOVE W-TOTAL-DEBIT    TO TR-TOTAL-DEBIT
           MOVE W-TOTAL-CREDIT   TO TR-TOTAL-CREDIT
           ACCEPT TR-DATE-TRAITEMENT FROM DATE YYYYMMDD
           WRITE ENR-SYS113
           CLOSE FSYS112
           CLOSE FSYS113
           .
       COPIER-LIGNE-SUIVANTE.
           READ FSYS112
             AT END
               SET FIN-TRAVAIL TO TRUE
             NOT AT END
               MOVE ENR-SYS112 TO ENR-SYS113
               WRITE ENR-SYS113
           END-READ
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
      * PARAGRAPHE DE FIN DE PROGRAMME - UN RUN EN ANOMALIE LAISSE
      * LA BORNE DE RUN_CONTROL EN PLACE POUR LE RUN SUIVANT
       FIN.
           MOVE SPACES TO ENR-SYS114
           STRING 'FACTURES ET AVOIRS : ' W-NB-FACTURES
                  '  ENCAISSEMENTS : ' W-NB-ENCAISSEMENTS
                  '  VERSEMENTS SINISTRES : ' W-NB-SINISTRES
                  '  MOUVEMENTS : ' W-NB-MOUVEMENTS
                  DELIMITED BY SIZE INTO ENR-SYS114
           WRITE ENR-SYS114
           MOVE SPACES TO ENR-SYS114
           STRING 'ECHEANCES REDUITES PAR RESILIATION : '
                  W-NB-ANNULATIONS
                  DELIMITED BY SIZE INTO ENR-SYS114
           WRITE ENR-SYS114
           MOVE SPACES TO ENR-SYS114
           STRING 'LIGNES D''ECRITURE : ' W-NB-LIGNES
                  '  SANS SCHEMA : ' W-NB-SANS-SCHEMA
                  DELIMITED BY SIZE INTO ENR-SYS114
           WRITE ENR-SYS114
           MOVE W-TOTAL-DEBIT TO W-MONTANT-ED
           MOVE SPACES TO ENR-SYS114
           STRING 'TOTAL DEBITS  : ' W-MONTANT-ED
                  DELIMITED BY SIZE INTO ENR-SYS114
           WRITE ENR-SYS114
           MOVE W-TOTAL-CREDIT TO W-MONTANT-ED
           MOVE SPACES TO ENR-SYS114
           STRING 'TOTAL CREDITS : ' W-MONTANT-ED
                  DELIMITED BY SIZE INTO ENR-SYS114
           WRITE ENR-SYS114
           CLOSE FSYS114

           MOVE 'CPTGEN00'          TO RUNCTL-IN-JOB-NAME
           MOVE 'CPTGEN00'          TO RUNCTL-IN-STEP-NAME
           MOVE W-RUNCTL-RUN-ID     TO RUNCTL-IN-RUN-ID
           SET  RUNCTL-FIN-RUN      TO TRUE
           IF  NOT ANOMALIE
               SET RUNCTL-STATUT-OK TO TRUE
           ELSE
               SET RUNCTL-STATUT-KO TO TRUE
           END-IF
           CALL C-RUNCTRL USING RUNCTL-ENTREE RUNCTL-SORTIE
           END-CALL

           IF  ANOMALIE
               DISPLAY 'CPTGEN00 TERMINE EN ANOMALIE'
               MOVE 8 TO RETURN-CODE
           END-IF
           .
