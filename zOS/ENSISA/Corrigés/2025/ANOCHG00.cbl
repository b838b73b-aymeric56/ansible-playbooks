      ****************************************************************
      * PROGRAMME BATCH = CHARGEMENT DE L'ENVIRONNEMENT DE TEST
      *                   DEPUIS L'EXTRACTION ANONYMISEE ANOEXP00
      ****************************************************************
      * PROGRAM:  ANOCHG00
      *
      * AUTHOR :  Stephane PAUCOT
      *
      * OBJET  :  LIT LE FICHIER ECRIT PAR ANOEXP00 (FSYS134, LRECL
      *           400) ET INSERE SES LIGNES DANS LES TABLES DU
      *           SOUS-SYSTEME DB2 DE TEST, EN CONSERVANT LES
      *           IDENTIFIANTS D'ORIGINE, SUR LE MODELE D'IMPCAT00 :
      *           LES ENREGISTREMENTS SONT TRAITES DANS L'ORDRE DU
      *           FICHIER (PARENTS AVANT ENFANTS) ; UNE LIGNE EN
      *           DOUBLON, ORPHELINE OU A DATE INVALIDE EST REJETEE
      *           ET SIGNALEE SUR FSYS135 (CODE RETOUR 4) ; LES
      *           COMPTEURS DU TRAILER 'T' SONT CONFRONTES AUX LIGNES
      *           LUES - ECART OU TRAILER ABSENT = CODE RETOUR 8.
      *           COMMIT TOUTES LES C-FREQ-COMMIT LIGNES.
      *
      *           GARDE-FOU : AVANT TOUTE MISE A JOUR LE PROGRAMME
      *           LIT LA LOCATION DB2 CIBLE (CURRENT SERVER) ET
      *           REFUSE DE CHARGER, CODE RETOUR 16, SI ELLE EST
      *           CELLE DE LA PRODUCTION (C-LOCATION-PRODUCTION) OU
      *           CELLE D'OU VIENT LE FICHIER (ENTETE 'E'), OU SI LE
      *           FICHIER NE COMMENCE PAS PAR L'ENTETE D'UNE
      *           EXTRACTION MASQUEE PAR ANOEXP00. RIEN N'EST ALORS
      *           NI SUPPRIME NI INSERE.
      *
      *           CARTE SYSIN 'R' (REMPLACEMENT) : LES TABLES
      *           CHARGEES ET CELLES QUI LES REFERENCENT SONT VIDEES,
      *           ENFANTS D'ABORD, DANS UNE SEULE UNITE D'OEUVRE,
      *           AVANT LE CHARGEMENT. TOUTE AUTRE CARTE : LES LIGNES
      *           DEJA PRESENTES RESTENT ET LES IDENTIFIANTS EN
      *           DOUBLON SONT REJETES.
      *
      *           LES COLONNES IDENTITY (ID_ADRESSE, ID_FACTURE,
      *           CONTACT_ID...) SONT CHARGEES AVEC LEUR VALEUR
      *           D'ORIGINE : ELLES DOIVENT ETRE EN GENERATED BY
      *           DEFAULT DANS LE SOUS-SYSTEME DE TEST, ET LEUR
      *           COMPTEUR EST A RELANCER APRES LE CHARGEMENT (ALTER
      *           TABLE ... RESTART WITH). LES TABLES DE REFERENCE
      *           (AGENT, CALENDRIER, PARAMETRES_BATCH...) NE SONT PAS
      *           RAFRAICHIES.
      *
      *           ANOMALIE DB2 : L'UNITE D'OEUVRE EN COURS EST
      *           ANNULEE, CODE RETOUR 8 ; LES LOTS DEJA VALIDES
      *           RESTENT - RELANCER AVEC LA CARTE R.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANOCHG00.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FSYS134 ASSIGN TO UT-S-SYS134.
           SELECT FSYS135 ASSIGN TO UT-S-SYS135.
       DATA DIVISION.
       FILE SECTION.
       FD  FSYS134
           LABEL RECORD STANDARD
           RECORDING MODE IS F
           BLOCK 0 RECORDS.
       01  ENR-SYS134.
           05  E134-TYPE-LIGNE                    PIC X(01).
               88  E134-EST-ENTETE                VALUE 'E'.
               88  E134-EST-PERSONNE              VALUE 'P'.
               88  E134-EST-ADRESSE               VALUE 'H'.
               88  E134-EST-CONTRAT               VALUE 'C'.
               88  E134-EST-ASSURANCE             VALUE 'A'.
               88  E134-EST-SINISTRE              VALUE 'S'.
               88  E134-EST-FACTURE               VALUE 'F'.
               88  E134-EST-CONTACT               VALUE 'N'.
               88  E134-EST-LIEN                  VALUE 'L'.
               88  E134-EST-TRAILER               VALUE 'T'.
           05  E134-ID                            PIC 9(11).
           05  E134-PARENT-ID                     PIC 9(11).
           05  E134-COMPLEMENT                    PIC X(377).
           05  E134-COMPLEMENT-ENTETE REDEFINES E134-COMPLEMENT.
               10  E134-PROGRAMME                 PIC X(08).
               10  E134-SERVEUR-SOURCE            PIC X(16).
               10  E134-TS-EXTRACTION             PIC X(26).
               10  E134-MASQUAGE                  PIC X(01).
               10  FILLER                         PIC X(326).
           05  E134-COMPLEMENT-PERSONNE REDEFINES E134-COMPLEMENT.
               10  E134-NOM                       PIC X(64).
               10  E134-PRENOM                    PIC X(32).
               10  E134-DATE-NAISS                PIC X(10).
               10  E134-ADRESSE                   PIC X(64).
               10  E134-COD-POS-NAISS             PIC X(05).
               10  E134-COD-DEPARTEMENT           PIC X(03).
               10  E134-COD-REGION                PIC X(02).
               10  E134-DATE-MAJ                  PIC X(26).
               10  E134-ADR-RUE                   PIC X(32).
               10  E134-ADR-COMPL                 PIC X(32).
               10  E134-ADR-COD-POSTAL            PIC X(05).
               10  E134-ADR-VILLE                 PIC X(26).
               10  E134-ID-MENAGE                 PIC 9(10).
               10  E134-DATE-DECES                PIC X(10).
               10  E134-SOURCE-DECES              PIC X(10).
               10  E134-ADR-NPAI                  PIC X(01).
               10  E134-DATE-NPAI                 PIC X(10).
               10  FILLER                         PIC X(35).
           05  E134-COMPLEMENT-ADRESSE REDEFINES E134-COMPLEMENT.
               10  E134-HIS-DATE-EFFET            PIC X(10).
               10  E134-HIS-ADRESSE               PIC X(64).
               10  E134-HIS-ADR-RUE               PIC X(32).
               10  E134-HIS-ADR-COMPL             PIC X(32).
               10  E134-HIS-ADR-COD-POSTAL        PIC X(05).
               10  E134-HIS-ADR-VILLE             PIC X(26).
               10  E134-HIS-SOURCE                PIC X(10).
               10  E134-HIS-DATE-SAISIE           PIC X(26).
               10  FILLER                         PIC X(172).
           05  E134-COMPLEMENT-CONTRAT REDEFINES E134-COMPLEMENT.
               10  E134-CTR-PAYS                  PIC X(02).
               10  E134-CTR-ID-PERS               PIC X(10).
               10  E134-CTR-RESTANT               PIC S9(11).
               10  E134-CTR-STATUT                PIC X(01).
               10  E134-CTR-DORMANT               PIC X(01).
               10  E134-CTR-DATE-DORMANCE         PIC X(10).
               10  FILLER                         PIC X(342).
           05  E134-COMPLEMENT-ASSURANCE REDEFINES E134-COMPLEMENT.
               10  E134-ASS-LIBELLE               PIC X(32).
               10  E134-ASS-DATE-EFFET            PIC X(10).
               10  E134-ASS-DATE-FIN              PIC X(10).
               10  E134-ASS-PRIME                 PIC S9(07)V99.
               10  E134-ASS-FREQUENCE             PIC X(01).
               10  E134-ASS-ID-AGENT              PIC X(08).
               10  FILLER                         PIC X(307).
           05  E134-COMPLEMENT-SINISTRE REDEFINES E134-COMPLEMENT.
               10  E134-SIN-DATE-SINISTRE         PIC X(10).
               10  E134-SIN-DESCRIPTION           PIC X(64).
               10  E134-SIN-STATUT                PIC X(01).
               10  E134-SIN-MONTANT               PIC S9(07)V99.
               10  FILLER                         PIC X(293).
           05  E134-COMPLEMENT-FACTURE REDEFINES E134-COMPLEMENT.
               10  E134-FAC-EXERCICE              PIC 9(04).
               10  E134-FAC-MONTANT               PIC S9(09)V99.
               10  E134-FAC-DATE-EMISSION         PIC X(10).
               10  E134-FAC-TYPE-FACTURE          PIC X(01).
               10  E134-FAC-NUM-ECHEANCE          PIC 9(04).
               10  E134-FAC-DATE-ECHEANCE         PIC X(10).
               10  E134-FAC-ID-ADRESSE            PIC 9(10).
               10  FILLER                         PIC X(327).
           05  E134-COMPLEMENT-CONTACT REDEFINES E134-COMPLEMENT.
               10  E134-CNT-LASTNAME              PIC X(15).
               10  E134-CNT-FIRSTNAME             PIC X(15).
               10  E134-CNT-PHONE                 PIC X(10).
               10  E134-CNT-ZIPCODE               PIC X(07).
               10  E134-CNT-EMAIL                 PIC X(40).
               10  E134-CNT-DEPARTMENT            PIC X(03).
               10  E134-CNT-REGION                PIC X(02).
               10  E134-CNT-LOCATION-CODE         PIC X(08).
               10  E134-CNT-STATUS                PIC X(01).
               10  E134-CNT-EMAIL-STATUT          PIC X(01).
               10  E134-CNT-EMAIL-BOUNCE-DATE     PIC X(10).
               10  E134-CNT-ABSENCE-FROM          PIC X(10).
               10  E134-CNT-ABSENCE-TO            PIC X(10).
               10  FILLER                         PIC X(245).
           05  E134-COMPLEMENT-LIEN REDEFINES E134-COMPLEMENT.
               10  E134-LIEN-DELEGATE-ID          PIC 9(11).
               10  FILLER                         PIC X(366).
       01  ENR-SYS134-TRAILER REDEFINES ENR-SYS134.
           05  E134T-TYPE-LIGNE                   PIC X(01).
           05  E134T-NB-LIGNES OCCURS 8           PIC 9(10).
           05  FILLER                             PIC X(319).
       FD  FSYS135
           LABEL RECORD STANDARD
           RECORDING MODE IS F
           BLOCK 0 RECORDS.
       01  ENR-SYS135                             PIC X(132).
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
      *    LOCATION DB2 DU SOUS-SYSTEME DE PRODUCTION : AUCUN
      *    CHARGEMENT N'Y EST ACCEPTE
       01  C-LOCATION-PRODUCTION                  PIC X(16)
                                                  VALUE 'DSN1'.
       01  C-FREQ-COMMIT                          PIC 9(05) VALUE 1000.
      *    TYPES D'ENREGISTREMENT DANS L'ORDRE DES COMPTEURS DU
      *    TRAILER
       01  C-TYPES-LIGNE                          PIC X(08)
                                                  VALUE 'PHCASFNL'.
       01  C-LIBELLES-TYPE.
           05  FILLER                             PIC X(12)
                                                  VALUE 'TPERS       '.
           05  FILLER                             PIC X(12)
                                                  VALUE 'ADRESSE_HIST'.
           05  FILLER                             PIC X(12)
                                                  VALUE 'CONTRATS    '.
           05  FILLER                             PIC X(12)
                                                  VALUE 'ASSURANCES  '.
           05  FILLER                             PIC X(12)
                                                  VALUE 'SINISTRES   '.
           05  FILLER                             PIC X(12)
                                                  VALUE 'FACTURES    '.
           05  FILLER                             PIC X(12)
                                                  VALUE 'CONTACTS    '.
           05  FILLER                             PIC X(12)
                                                  VALUE 'LIENS CONTAC'.
       01  C-LIBELLES-TYPE-R REDEFINES C-LIBELLES-TYPE.
           05  C-LIBELLE-TYPE OCCURS 8            PIC X(12).
      *
       01  W-MODE-SAISI                           PIC X(01).
           88  REMPLACEMENT-DEMANDE               VALUE 'R'.
       01  W-REFUS-SW                             PIC X(01) VALUE 'N'.
           88  CIBLE-REFUSEE                      VALUE 'O'.
       01  W-FIN-FICHIER-SW                       PIC X(01) VALUE 'N'.
           88  FIN-FICHIER-ATTEINTE               VALUE 'Y'.
       01  W-TRAILER-SW                           PIC X(01) VALUE 'N'.
           88  TRAILER-TROUVE                     VALUE 'Y'.
       01  W-SERVEUR                              PIC X(16).
       01  W-TABLE-VIDEE                          PIC X(21).
       01  W-NB-VIDEES                            PIC 9(10).
       01  W-NB-DEPUIS-COMMIT                     PIC 9(05) VALUE 0.
       01  W-NB-REJETS                            PIC 9(10) VALUE 0.
       01  I-TYP                                  PIC 9(02) COMP.
      *
       01  W-COMPTEURS.
           05  W-COMPTEUR OCCURS 8.
               10  W-NB-LUS                       PIC 9(10).
               10  W-NB-INSERES                   PIC 9(10).
               10  W-NB-REJETES                   PIC 9(10).
               10  W-NB-TRAILER                   PIC 9(10).
      *
       01  W-LIGNE-REJET.
           05  FILLER                             PIC X(08)
                                                  VALUE 'REJETE  '.
           05  W-RJ-TYPE                          PIC X(01).
           05  FILLER                             PIC X(02)
                                                  VALUE SPACE.
           05  W-RJ-ID                            PIC 9(11).
           05  FILLER                             PIC X(02)
                                                  VALUE SPACE.
           05  W-RJ-MOTIF                         PIC X(30).
           05  FILLER                             PIC X(78)
                                                  VALUE SPACE.
      *
       01  W-LIGNE-TOTAL.
           05  W-TOT-TABLE                        PIC X(12).
           05  FILLER                             PIC X(06)
                                                  VALUE ' LUES '.
           05  W-TOT-LUS                          PIC Z(09)9.
           05  FILLER                             PIC X(10)
                                                  VALUE ' INSEREES '.
           05  W-TOT-INSERES                      PIC Z(09)9.
           05  FILLER                             PIC X(10)
                                                  VALUE ' REJETEES '.
           05  W-TOT-REJETES                      PIC Z(09)9.
           05  FILLER                             PIC X(09)
                                                  VALUE ' TRAILER '.
           05  W-TOT-TRAILER                      PIC Z(09)9.
           05  FILLER                             PIC X(45)
                                                  VALUE SPACE.
      *
       01  H-ID-PERS                              PIC S9(10) COMP.
       01  H-NOM                                  PIC X(64).
       01  H-PRENOM                               PIC X(32).
       01  H-DATE-NAISS                           PIC X(10).
       01  H-ADRESSE                              PIC X(64).
       01  H-COD-POS-NAISS                        PIC X(05).
       01  H-COD-DEPARTEMENT                      PIC X(03).
       01  H-COD-REGION                           PIC X(02).
       01  H-DATE-MAJ                             PIC X(26).
       01  H-ADR-RUE                              PIC X(32).
       01  H-ADR-COMPL                            PIC X(32).
       01  H-ADR-COD-POSTAL                       PIC X(05).
       01  H-ADR-VILLE                            PIC X(26).
       01  H-ID-MENAGE                            PIC S9(10) COMP-3.
       01  H-DATE-DECES                           PIC X(10).
       01  H-SOURCE-DECES                         PIC X(10).
       01  H-ADR-NPAI                             PIC X(01).
       01  H-DATE-NPAI                            PIC X(10).
      *
       01  H-ID-ADRESSE                           PIC S9(10) COMP.
       01  H-DATE-EFFET                           PIC X(10).
       01  H-SOURCE                               PIC X(10).
       01  H-DATE-SAISIE                          PIC X(26).
      *
       01  H-PAYS                                 PIC X(02).
       01  H-CONTRAT                              PIC S9(11) COMP-3.
       01  H-RESTANT                              PIC S9(11) COMP-3.
       01  H-STATUT                               PIC X(01).
       01  H-ID-PERS-CONTRAT                      PIC X(10).
       01  H-DORMANT                              PIC X(01).
       01  H-DATE-DORMANCE                        PIC X(10).
      *
       01  H-ID-ASSUR                             PIC S9(09) COMP.
       01  H-LIBELLE                              PIC X(32).
       01  H-DATE-FIN                             PIC X(10).
       01  H-PRIME                                PIC S9(07)V99 COMP-3.
       01  H-FREQUENCE                            PIC X(01).
       01  H-ID-AGENT                             PIC X(08).
      *
       01  H-ID-SINISTRE                          PIC S9(09) COMP.
       01  H-DATE-SINISTRE                        PIC X(10).
       01  H-DESCRIPTION                          PIC X(64).
       01  H-MONTANT-SINISTRE                     PIC S9(07)V99 COMP-3.
      *
       01  H-ID-FACTURE                           PIC S9(10) COMP.
       01  H-EXERCICE                             PIC S9(04) COMP.
       01  H-MONTANT-FACTURE                      PIC S9(09)V99 COMP-3.
       01  H-DATE-EMISSION                        PIC X(10).
       01  H-TYPE-FACTURE                         PIC X(01).
       01  H-NUM-ECHEANCE                         PIC S9(04) COMP.
       01  H-DATE-ECHEANCE                        PIC X(10).
      *
       01  H-CONTACT-ID                           PIC S9(09) COMP.
       01  H-LASTNAME                             PIC X(15).
       01  H-FIRSTNAME                            PIC X(15).
       01  H-PHONE                                PIC X(10).
       01  H-ZIPCODE                              PIC X(07).
       01  H-EMAIL                                PIC X(40).
       01  H-DEPARTMENT                           PIC X(03).
       01  H-REGION                               PIC X(02).
       01  H-LOCATION-CODE                        PIC X(08).
       01  H-STATUS                               PIC X(01).
       01  H-EMAIL-STATUT                         PIC X(01).
       01  H-EMAIL-BOUNCE-DATE                    PIC X(10).
       01  H-ABSENCE-FROM                         PIC X(10).
       01  H-ABSENCE-TO                           PIC X(10).
       01  H-MANAGER-ID                           PIC S9(09) COMP.
       01  H-DELEGATE-ID                          PIC S9(09) COMP.
      *
      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
           PERFORM DEBUT
           IF  NOT ANOMALIE AND NOT CIBLE-REFUSEE
               IF  REMPLACEMENT-DEMANDE
                   PERFORM VIDER-TABLES
               END-IF
               IF  NOT ANOMALIE
                   PERFORM CHARGER-FICHIER
                   PERFORM CONTROLER-TRAILER
               END-IF
           END-IF
           PERFORM FIN
           GOBACK
           .
      *
      * PARAGRAPHE DE DEBUT DE PROGRAMME
       DEBUT.
           SET PAS-ANOMALIE TO TRUE
           INITIALIZE W-COMPTEURS
           OPEN INPUT  FSYS134
           OPEN OUTPUT FSYS135
           MOVE SPACES TO W-MODE-SAISI
           ACCEPT W-MODE-SAISI FROM SYSIN
           EXEC SQL
              SELECT CURRENT SERVER
                INTO :W-SERVEUR
                FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF  SQLCODE NOT = ZERO
               PERFORM FORMATAGE-ERREUR-DB2
               PERFORM TRT-ANOMALIE
           ELSE
               PERFORM LIRE-EXTRACTION
               PERFORM CONTROLER-CIBLE
           END-IF
           .
      *
      *    LE FICHIER DOIT ETRE UNE EXTRACTION MASQUEE D'ANOEXP00, ET
      *    LA CIBLE NI LA PRODUCTION NI LE SOUS-SYSTEME SOURCE
       CONTROLER-CIBLE.
           MOVE SPACES TO ENR-SYS135
           EVALUATE TRUE
           WHEN FIN-FICHIER-ATTEINTE
              OR NOT E134-EST-ENTETE
              OR E134-PROGRAMME NOT = 'ANOEXP00'
              OR E134-MASQUAGE NOT = 'O'
              SET CIBLE-REFUSEE TO TRUE
              STRING 'CHARGEMENT REFUSE - LE FICHIER N''EST PAS UNE'
                     ' EXTRACTION MASQUEE PAR ANOEXP00'
                     DELIMITED BY SIZE INTO ENR-SYS135
           WHEN W-SERVEUR = C-LOCATION-PRODUCTION
              OR W-SERVEUR = E134-SERVEUR-SOURCE
              SET CIBLE-REFUSEE TO TRUE
              STRING 'CHARGEMENT REFUSE - LA CIBLE ' W-SERVEUR
                     ' EST LA PRODUCTION OU LA SOURCE DU FICHIER'
                     DELIMITED BY SIZE INTO ENR-SYS135
           WHEN OTHER
              STRING 'CHARGEMENT DE ' W-SERVEUR
                     ' DEPUIS L''EXTRACTION DE ' E134-SERVEUR-SOURCE
                     ' DU ' E134-TS-EXTRACTION
                     DELIMITED BY SIZE INTO ENR-SYS135
              PERFORM LIRE-EXTRACTION
           END-EVALUATE
           WRITE ENR-SYS135
           DISPLAY ENR-SYS135
           .
      *
      *    REMPLACEMENT : LES TABLES QUI REFERENCENT LES TABLES
      *    CHARGEES SONT VIDEES AVANT ELLES. UNE SEULE UNITE
      *    D'OEUVRE : SUR ERREUR RIEN N'EST SUPPRIME
       VIDER-TABLES.
           IF  PAS-ANOMALIE
               MOVE 'SINISTRE_EVENEMENT' TO W-TABLE-VIDEE
               EXEC SQL DELETE FROM SINISTRE_EVENEMENT END-EXEC
               PERFORM CONTROLER-VIDAGE
           END-IF
           IF  PAS-ANOMALIE
               MOVE 'SINISTRE_PAIEMENT' TO W-TABLE-VIDEE
               EXEC SQL DELETE FROM SINISTRE_PAIEMENT END-EXEC
               PERFORM CONTROLER-VIDAGE
           END-IF
           IF  PAS-ANOMALIE
               MOVE 'SINISTRES' TO W-TABLE-VIDEE
               EXEC SQL DELETE FROM SINISTRES END-EXEC
               PERFORM CONTROLER-VIDAGE
           END-IF
           IF  PAS-ANOMALIE
               MOVE 'FACTURE_PAIEMENT' TO W-TABLE-VIDEE
               EXEC SQL DELETE FROM FACTURE_PAIEMENT END-EXEC
               PERFORM CONTROLER-VIDAGE
           END-IF
           IF  PAS-ANOMALIE
               MOVE 'FACTURE_REDUCTION' TO W-TABLE-VIDEE
               EXEC SQL DELETE FROM FACTURE_REDUCTION END-EXEC
               PERFORM CONTROLER-VIDAGE
           END-IF
           IF  PAS-ANOMALIE
               MOVE 'FACTURE_TAXE' TO W-TABLE-VIDEE
               EXEC SQL DELETE FROM FACTURE_TAXE END-EXEC
               PERFORM CONTROLER-VIDAGE
           END-IF
           IF  PAS-ANOMALIE
               MOVE 'FACTURES' TO W-TABLE-VIDEE
               EXEC SQL DELETE FROM FACTURES END-EXEC
               PERFORM CONTROLER-VIDAGE
           END-IF
           IF  PAS-ANOMALIE
               MOVE 'ASSUR_AVENANT' TO W-TABLE-VIDEE
               EXEC SQL DELETE FROM ASSUR_AVENANT END-EXEC
               PERFORM CONTROLER-VIDAGE
           END-IF
           IF  PAS-ANOMALIE
               MOVE 'ASSUR_RESILIATION' TO W-TABLE-VIDEE
               EXEC SQL DELETE FROM ASSUR_RESILIATION END-EXEC
               PERFORM CONTROLER-VIDAGE
           END-IF
           IF  PAS-ANOMALIE
               MOVE 'ASSUR_TRANSFERT' TO W-TABLE-VIDEE
               EXEC SQL DELETE FROM ASSUR_TRANSFERT END-EXEC
               PERFORM CONTROLER-VIDAGE
           END-IF
           IF  PAS-ANOMALIE
               MOVE 'ASSURANCES' TO W-TABLE-VIDEE
               EXEC SQL DELETE FROM ASSURANCES END-EXEC
               PERFORM CONTROLER-VIDAGE
           END-IF
           IF  PAS-ANOMALIE
               MOVE 'MOUVEMENTS' TO W-TABLE-VIDEE
               EXEC SQL DELETE FROM MOUVEMENTS END-EXEC
               PERFORM CONTROLER-VIDAGE
           END-IF
           IF  PAS-ANOMALIE
               MOVE 'INTERETS_CALCULES' TO W-TABLE-VIDEE
               EXEC SQL DELETE FROM INTERETS_CALCULES END-EXEC
               PERFORM CONTROLER-VIDAGE
           END-IF
           IF  PAS-ANOMALIE
               MOVE 'AGIOS_CALCULES' TO W-TABLE-VIDEE
               EXEC SQL DELETE FROM AGIOS_CALCULES END-EXEC
               PERFORM CONTROLER-VIDAGE
           END-IF
           IF  PAS-ANOMALIE
               MOVE 'ORDRES_PERMANENTS' TO W-TABLE-VIDEE
               EXEC SQL DELETE FROM ORDRES_PERMANENTS END-EXEC
               PERFORM CONTROLER-VIDAGE
           END-IF
           IF  PAS-ANOMALIE
               MOVE 'MANDATS_PRELEVEMENT' TO W-TABLE-VIDEE
               EXEC SQL DELETE FROM MANDATS_PRELEVEMENT END-EXEC
               PERFORM CONTROLER-VIDAGE
           END-IF
           IF  PAS-ANOMALIE
               MOVE 'CONTRATS' TO W-TABLE-VIDEE
               EXEC SQL DELETE FROM CONTRATS END-EXEC
               PERFORM CONTROLER-VIDAGE
           END-IF
           IF  PAS-ANOMALIE
               MOVE 'COURRIER' TO W-TABLE-VIDEE
               EXEC SQL DELETE FROM COURRIER END-EXEC
               PERFORM CONTROLER-VIDAGE
           END-IF
           IF  PAS-ANOMALIE
               MOVE 'TPERS_CONSENTEMENT' TO W-TABLE-VIDEE
               EXEC SQL DELETE FROM TPERS_CONSENTEMENT END-EXEC
               PERFORM CONTROLER-VIDAGE
           END-IF
           IF  PAS-ANOMALIE
               MOVE 'ADRESSE_HIST' TO W-TABLE-VIDEE
               EXEC SQL DELETE FROM ADRESSE_HIST END-EXEC
               PERFORM CONTROLER-VIDAGE
           END-IF
           IF  PAS-ANOMALIE
               MOVE 'TPERS' TO W-TABLE-VIDEE
               EXEC SQL DELETE FROM TPERS END-EXEC
               PERFORM CONTROLER-VIDAGE
           END-IF
           IF  PAS-ANOMALIE
               MOVE 'CONTACTS_AUDIT' TO W-TABLE-VIDEE
               EXEC SQL DELETE FROM CONTACTS_AUDIT END-EXEC
               PERFORM CONTROLER-VIDAGE
           END-IF
           IF  PAS-ANOMALIE
               MOVE 'CONTACT_GROUP_MEMBERS' TO W-TABLE-VIDEE
               EXEC SQL DELETE FROM CONTACT_GROUP_MEMBERS END-EXEC
               PERFORM CONTROLER-VIDAGE
           END-IF
           IF  PAS-ANOMALIE
               MOVE 'EXTENSION_FORWARDS' TO W-TABLE-VIDEE
               EXEC SQL DELETE FROM EXTENSION_FORWARDS END-EXEC
               PERFORM CONTROLER-VIDAGE
           END-IF
      *    LES CONTACTS SE REFERENCENT ENTRE EUX : LES LIENS SONT
      *    COUPES AVANT LA SUPPRESSION
           IF  PAS-ANOMALIE
               MOVE 'CONTACTS (LIENS)' TO W-TABLE-VIDEE
               EXEC SQL
                  UPDATE CONTACTS
                     SET MANAGER_ID  = NULL,
                         DELEGATE_ID = NULL
                   WHERE MANAGER_ID IS NOT NULL
                      OR DELEGATE_ID IS NOT NULL
               END-EXEC
               PERFORM CONTROLER-VIDAGE
           END-IF
           IF  PAS-ANOMALIE
               MOVE 'CONTACTS' TO W-TABLE-VIDEE
               EXEC SQL DELETE FROM CONTACTS END-EXEC
               PERFORM CONTROLER-VIDAGE
           END-IF
           IF  PAS-ANOMALIE
               EXEC SQL COMMIT END-EXEC
           END-IF
           .
       CONTROLER-VIDAGE.
           MOVE SPACES TO ENR-SYS135
           IF  SQLCODE = ZERO OR SQLCODE = 100
               MOVE SQLERRD(3) TO W-NB-VIDEES
               STRING 'VIDAGE ' W-TABLE-VIDEE ' : ' W-NB-VIDEES
                      ' LIGNES'
                      DELIMITED BY SIZE INTO ENR-SYS135
               WRITE ENR-SYS135
           ELSE
               PERFORM FORMATAGE-ERREUR-DB2
               EXEC SQL ROLLBACK END-EXEC
               STRING 'VIDAGE ' W-TABLE-VIDEE ' EN ERREUR SQLCODE='
                      SQLCODE-POUR-DISPLAY ' - AUCUNE TABLE VIDEE'
                      DELIMITED BY SIZE INTO ENR-SYS135
               WRITE ENR-SYS135
               PERFORM TRT-ANOMALIE
           END-IF
           .
      *
       CHARGER-FICHIER.
           PERFORM CHARGER-UNE-LIGNE
                   UNTIL ANOMALIE OR FIN-FICHIER-ATTEINTE
           .
       LIRE-EXTRACTION.
           READ FSYS134
             AT END
               SET FIN-FICHIER-ATTEINTE TO TRUE
           END-READ
           .
      *    LE RANG DU TYPE DANS C-TYPES-LIGNE DONNE SON COMPTEUR
       CHARGER-UNE-LIGNE.
           MOVE 0 TO I-TYP
           INSPECT C-TYPES-LIGNE TALLYING I-TYP
                   FOR CHARACTERS BEFORE INITIAL E134-TYPE-LIGNE
           ADD 1 TO I-TYP
           EVALUATE TRUE
           WHEN E134-EST-TRAILER
              SET TRAILER-TROUVE TO TRUE
              PERFORM RELEVER-TRAILER
                      VARYING I-TYP FROM 1 BY 1 UNTIL I-TYP > 8
           WHEN I-TYP > 8
              MOVE E134-TYPE-LIGNE TO W-RJ-TYPE
              MOVE E134-ID         TO W-RJ-ID
              MOVE 'TYPE DE LIGNE INCONNU' TO W-RJ-MOTIF
              PERFORM ECRIRE-REJET
           WHEN OTHER
              ADD 1 TO W-NB-LUS(I-TYP)
              EVALUATE TRUE
              WHEN E134-EST-PERSONNE
                 PERFORM INSERER-PERSONNE
              WHEN E134-EST-ADRESSE
                 PERFORM INSERER-ADRESSE
              WHEN E134-EST-CONTRAT
                 PERFORM INSERER-CONTRAT
              WHEN E134-EST-ASSURANCE
                 PERFORM INSERER-ASSURANCE
              WHEN E134-EST-SINISTRE
                 PERFORM INSERER-SINISTRE
              WHEN E134-EST-FACTURE
                 PERFORM INSERER-FACTURE
              WHEN E134-EST-CONTACT
                 PERFORM INSERER-CONTACT
              WHEN OTHER
                 PERFORM POSER-LIEN-CONTACT
              END-EVALUATE
              IF  SQLCODE = ZERO
                  ADD 1 TO W-NB-INSERES(I-TYP)
                  PERFORM VALIDER-LOT
              ELSE
                  ADD 1 TO W-NB-REJETES(I-TYP)
                  PERFORM QUALIFIER-REJET-SQL
              END-IF
           END-EVALUATE
           PERFORM LIRE-EXTRACTION
           .
       RELEVER-TRAILER.
           MOVE E134T-NB-LIGNES(I-TYP) TO W-NB-TRAILER(I-TYP)
           .
       VALIDER-LOT.
           ADD 1 TO W-NB-DEPUIS-COMMIT
           IF  W-NB-DEPUIS-COMMIT NOT < C-FREQ-COMMIT
               EXEC SQL COMMIT END-EXEC
               MOVE 0 TO W-NB-DEPUIS-COMMIT
           END-IF
           .
      *
       INSERER-PERSONNE.
           MOVE E134-ID              TO H-ID-PERS
           MOVE E134-NOM             TO H-NOM
           MOVE E134-PRENOM          TO H-PRENOM
           MOVE E134-DATE-NAISS      TO H-DATE-NAISS
           MOVE E134-ADRESSE         TO H-ADRESSE
           MOVE E134-COD-POS-NAISS   TO H-COD-POS-NAISS
           MOVE E134-COD-DEPARTEMENT TO H-COD-DEPARTEMENT
           MOVE E134-COD-REGION      TO H-COD-REGION
           MOVE E134-DATE-MAJ        TO H-DATE-MAJ
           MOVE E134-ADR-RUE         TO H-ADR-RUE
           MOVE E134-ADR-COMPL       TO H-ADR-COMPL
           MOVE E134-ADR-COD-POSTAL  TO H-ADR-COD-POSTAL
           MOVE E134-ADR-VILLE       TO H-ADR-VILLE
           MOVE E134-ID-MENAGE       TO H-ID-MENAGE
           MOVE E134-DATE-DECES      TO H-DATE-DECES
           MOVE E134-SOURCE-DECES    TO H-SOURCE-DECES
           MOVE E134-ADR-NPAI        TO H-ADR-NPAI
           MOVE E134-DATE-NPAI       TO H-DATE-NPAI
           EXEC SQL
              INSERT INTO TPERS
              (
                ID_PERS,
                NOM,
                PRENOM,
                DATE_NAISS,
                ADRESSE,
                COD_POS_NAISS,
                COD_DEPARTEMENT,
                COD_REGION,
                DATE_MAJ,
                ADR_RUE,
                ADR_COMPL,
                ADR_COD_POSTAL,
                ADR_VILLE,
                ID_MENAGE,
                DATE_DECES,
                SOURCE_DECES,
                ADR_NPAI,
                DATE_NPAI
              )
              VALUES
              (
                :H-ID-PERS,
                :H-NOM,
                :H-PRENOM,
                DATE(NULLIF(:H-DATE-NAISS, ' ')),
                :H-ADRESSE,
                :H-COD-POS-NAISS,
                :H-COD-DEPARTEMENT,
                :H-COD-REGION,
                TIMESTAMP(NULLIF(:H-DATE-MAJ, ' ')),
                NULLIF(:H-ADR-RUE, ' '),
                NULLIF(:H-ADR-COMPL, ' '),
                NULLIF(:H-ADR-COD-POSTAL, ' '),
                NULLIF(:H-ADR-VILLE, ' '),
                NULLIF(:H-ID-MENAGE, 0),
                DATE(NULLIF(:H-DATE-DECES, ' ')),
                NULLIF(:H-SOURCE-DECES, ' '),
                NULLIF(:H-ADR-NPAI, ' '),
                DATE(NULLIF(:H-DATE-NPAI, ' '))
              )
           END-EXEC
           .
      *
       INSERER-ADRESSE.
           MOVE E134-ID                 TO H-ID-ADRESSE
           MOVE E134-PARENT-ID          TO H-ID-PERS
           MOVE E134-HIS-DATE-EFFET     TO H-DATE-EFFET
           MOVE E134-HIS-ADRESSE        TO H-ADRESSE
           MOVE E134-HIS-ADR-RUE        TO H-ADR-RUE
           MOVE E134-HIS-ADR-COMPL      TO H-ADR-COMPL
           MOVE E134-HIS-ADR-COD-POSTAL TO H-ADR-COD-POSTAL
           MOVE E134-HIS-ADR-VILLE      TO H-ADR-VILLE
           MOVE E134-HIS-SOURCE         TO H-SOURCE
           MOVE E134-HIS-DATE-SAISIE    TO H-DATE-SAISIE
           EXEC SQL
              INSERT INTO ADRESSE_HIST
              (
                ID_ADRESSE,
                ID_PERS,
                DATE_EFFET,
                ADRESSE,
                ADR_RUE,
                ADR_COMPL,
                ADR_COD_POSTAL,
                ADR_VILLE,
                SOURCE,
                DATE_SAISIE
              )
              VALUES
              (
                :H-ID-ADRESSE,
                :H-ID-PERS,
                DATE(:H-DATE-EFFET),
                :H-ADRESSE,
                :H-ADR-RUE,
                :H-ADR-COMPL,
                :H-ADR-COD-POSTAL,
                :H-ADR-VILLE,
                NULLIF(:H-SOURCE, ' '),
                TIMESTAMP(NULLIF(:H-DATE-SAISIE, ' '))
              )
           END-EXEC
           .
      *
       INSERER-CONTRAT.
           MOVE E134-ID                TO H-CONTRAT
           MOVE E134-CTR-PAYS          TO H-PAYS
           MOVE E134-CTR-ID-PERS       TO H-ID-PERS-CONTRAT
           MOVE E134-CTR-RESTANT       TO H-RESTANT
           MOVE E134-CTR-STATUT        TO H-STATUT
           MOVE E134-CTR-DORMANT       TO H-DORMANT
           MOVE E134-CTR-DATE-DORMANCE TO H-DATE-DORMANCE
           EXEC SQL
              INSERT INTO CONTRATS
              (
                PAYS,
                CONTRAT,
                RESTANT,
                STATUT,
                ID_PERS,
                DORMANT,
                DATE_DORMANCE
              )
              VALUES
              (
                :H-PAYS,
                :H-CONTRAT,
                :H-RESTANT,
                NULLIF(:H-STATUT, ' '),
                NULLIF(:H-ID-PERS-CONTRAT, ' '),
                NULLIF(:H-DORMANT, ' '),
                DATE(NULLIF(:H-DATE-DORMANCE, ' '))
              )
           END-EXEC
           .
      *
       INSERER-ASSURANCE.
           MOVE E134-ID             TO H-ID-ASSUR
           MOVE E134-PARENT-ID      TO H-ID-PERS
           MOVE E134-ASS-LIBELLE    TO H-LIBELLE
           MOVE E134-ASS-DATE-EFFET TO H-DATE-EFFET
           MOVE E134-ASS-DATE-FIN   TO H-DATE-FIN
           MOVE E134-ASS-PRIME      TO H-PRIME
           MOVE E134-ASS-FREQUENCE  TO H-FREQUENCE
           MOVE E134-ASS-ID-AGENT   TO H-ID-AGENT
           EXEC SQL
              INSERT INTO ASSURANCES
              (
                ID_ASSUR,
                ID_PERS,
                LIBELLE,
                DATE_EFFET,
                DATE_FIN,
                PRIME,
                FREQUENCE_PAIEMENT,
                ID_AGENT
              )
              VALUES
              (
                :H-ID-ASSUR,
                :H-ID-PERS,
                :H-LIBELLE,
                DATE(NULLIF(:H-DATE-EFFET, ' ')),
                DATE(NULLIF(:H-DATE-FIN, ' ')),
                :H-PRIME,
                :H-FREQUENCE,
                NULLIF(:H-ID-AGENT, ' ')
              )
           END-EXEC
           .
      *
       INSERER-SINISTRE.
           MOVE E134-ID                TO H-ID-SINISTRE
           MOVE E134-PARENT-ID         TO H-ID-ASSUR
           MOVE E134-SIN-DATE-SINISTRE TO H-DATE-SINISTRE
           MOVE E134-SIN-DESCRIPTION   TO H-DESCRIPTION
           MOVE E134-SIN-STATUT        TO H-STATUT
           MOVE E134-SIN-MONTANT       TO H-MONTANT-SINISTRE
           EXEC SQL
              INSERT INTO SINISTRES
              (
                ID_SINISTRE,
                ID_ASSUR,
                DATE_SINISTRE,
                DESCRIPTION,
                STATUT,
                MONTANT
              )
              VALUES
              (
                :H-ID-SINISTRE,
                :H-ID-ASSUR,
                DATE(NULLIF(:H-DATE-SINISTRE, ' ')),
                :H-DESCRIPTION,
                :H-STATUT,
                :H-MONTANT-SINISTRE
              )
           END-EXEC
           .
      *
       INSERER-FACTURE.
           MOVE E134-ID                TO H-ID-FACTURE
           MOVE E134-PARENT-ID         TO H-ID-PERS
           MOVE E134-FAC-EXERCICE      TO H-EXERCICE
           MOVE E134-FAC-MONTANT       TO H-MONTANT-FACTURE
           MOVE E134-FAC-DATE-EMISSION TO H-DATE-EMISSION
           MOVE E134-FAC-TYPE-FACTURE  TO H-TYPE-FACTURE
           MOVE E134-FAC-NUM-ECHEANCE  TO H-NUM-ECHEANCE
           MOVE E134-FAC-DATE-ECHEANCE TO H-DATE-ECHEANCE
           MOVE E134-FAC-ID-ADRESSE    TO H-ID-ADRESSE
           EXEC SQL
              INSERT INTO FACTURES
              (
                ID_FACTURE,
                ID_PERS,
                EXERCICE,
                MONTANT,
                DATE_EMISSION,
                TYPE_FACTURE,
                NUM_ECHEANCE,
                DATE_ECHEANCE,
                ID_ADRESSE
              )
              VALUES
              (
                :H-ID-FACTURE,
                :H-ID-PERS,
                :H-EXERCICE,
                :H-MONTANT-FACTURE,
                DATE(NULLIF(:H-DATE-EMISSION, ' ')),
                :H-TYPE-FACTURE,
                :H-NUM-ECHEANCE,
                DATE(NULLIF(:H-DATE-ECHEANCE, ' ')),
                NULLIF(:H-ID-ADRESSE, 0)
              )
           END-EXEC
           .
      *
      *    MANAGER_ID ET DELEGATE_ID SONT POSES PAR LES LIGNES 'L'
       INSERER-CONTACT.
           MOVE E134-ID                    TO H-CONTACT-ID
           MOVE E134-CNT-LASTNAME          TO H-LASTNAME
           MOVE E134-CNT-FIRSTNAME         TO H-FIRSTNAME
           MOVE E134-CNT-PHONE             TO H-PHONE
           MOVE E134-CNT-ZIPCODE           TO H-ZIPCODE
           MOVE E134-CNT-EMAIL             TO H-EMAIL
           MOVE E134-CNT-DEPARTMENT        TO H-DEPARTMENT
           MOVE E134-CNT-REGION            TO H-REGION
           MOVE E134-CNT-LOCATION-CODE     TO H-LOCATION-CODE
           MOVE E134-CNT-STATUS            TO H-STATUS
           MOVE E134-CNT-EMAIL-STATUT      TO H-EMAIL-STATUT
           MOVE E134-CNT-EMAIL-BOUNCE-DATE TO H-EMAIL-BOUNCE-DATE
           MOVE E134-CNT-ABSENCE-FROM      TO H-ABSENCE-FROM
           MOVE E134-CNT-ABSENCE-TO        TO H-ABSENCE-TO
           EXEC SQL
              INSERT INTO CONTACTS
              (
                CONTACT_ID,
                LASTNAME,
                FIRSTNAME,
                PHONE,
                ZIPCODE,
                EMAIL,
                DEPARTMENT,
                REGION,
                LOCATION_CODE,
                STATUS,
                EMAIL_STATUT,
                EMAIL_BOUNCE_DATE,
                ABSENCE_FROM,
                ABSENCE_TO
              )
              VALUES
              (
                :H-CONTACT-ID,
                :H-LASTNAME,
                :H-FIRSTNAME,
                :H-PHONE,
                :H-ZIPCODE,
                :H-EMAIL,
                :H-DEPARTMENT,
                :H-REGION,
                NULLIF(:H-LOCATION-CODE, ' '),
                :H-STATUS,
                :H-EMAIL-STATUT,
                DATE(NULLIF(:H-EMAIL-BOUNCE-DATE, ' ')),
                DATE(NULLIF(:H-ABSENCE-FROM, ' ')),
                DATE(NULLIF(:H-ABSENCE-TO, ' '))
              )
           END-EXEC
           .
      *
      *    UN CONTACT ABSENT (REJETE PLUS HAUT) REND +100, TRAITE
      *    COMME UN REJET
       POSER-LIEN-CONTACT.
           MOVE E134-ID               TO H-CONTACT-ID
           MOVE E134-PARENT-ID        TO H-MANAGER-ID
           MOVE E134-LIEN-DELEGATE-ID TO H-DELEGATE-ID
           EXEC SQL
              UPDATE CONTACTS
                 SET MANAGER_ID  = NULLIF(:H-MANAGER-ID, 0),
                     DELEGATE_ID = NULLIF(:H-DELEGATE-ID, 0)
               WHERE CONTACT_ID = :H-CONTACT-ID
           END-EXEC
           .
      *
      *    -803 = ID DEJA PRESENT (CIBLE NON VIDEE), -530 = PARENT
      *    ABSENT (LIGNE ORPHELINE), -180/-181 = DATE INVALIDE ; TOUT
      *    AUTRE SQLCODE EST UNE ANOMALIE QUI ARRETE LE CHARGEMENT
       QUALIFIER-REJET-SQL.
           MOVE E134-TYPE-LIGNE TO W-RJ-TYPE
           MOVE E134-ID         TO W-RJ-ID
           EVALUATE SQLCODE
           WHEN -803
              MOVE 'ID DEJA PRESENT' TO W-RJ-MOTIF
              PERFORM ECRIRE-REJET
           WHEN -530
              MOVE 'PARENT ABSENT' TO W-RJ-MOTIF
              PERFORM ECRIRE-REJET
           WHEN -180
           WHEN -181
              MOVE 'DATE INVALIDE' TO W-RJ-MOTIF
              PERFORM ECRIRE-REJET
           WHEN +100
              MOVE 'CONTACT ABSENT' TO W-RJ-MOTIF
              PERFORM ECRIRE-REJET
           WHEN OTHER
              MOVE 'ERREUR SQL' TO W-RJ-MOTIF
              PERFORM ECRIRE-REJET
              PERFORM FORMATAGE-ERREUR-DB2
              PERFORM TRT-ANOMALIE
           END-EVALUATE
           .
      *
       ECRIRE-REJET.
           ADD 1 TO W-NB-REJETS
           MOVE SPACES        TO ENR-SYS135
           MOVE W-LIGNE-REJET TO ENR-SYS135
           WRITE ENR-SYS135
           .
      *
       CONTROLER-TRAILER.
           IF  NOT TRAILER-TROUVE
               MOVE SPACES TO ENR-SYS135
               MOVE 'TRAILER ABSENT - FICHIER TRONQUE' TO ENR-SYS135
               WRITE ENR-SYS135
               PERFORM TRT-ANOMALIE
           ELSE
               PERFORM CONTROLER-COMPTEUR
                       VARYING I-TYP FROM 1 BY 1 UNTIL I-TYP > 8
           END-IF
           .
       CONTROLER-COMPTEUR.
           IF  W-NB-TRAILER(I-TYP) NOT = W-NB-LUS(I-TYP)
               MOVE SPACES TO ENR-SYS135
               STRING 'COMPTEUR TRAILER EN ECART AVEC LES LIGNES - '
                      C-LIBELLE-TYPE(I-TYP)
                      DELIMITED BY SIZE INTO ENR-SYS135
               WRITE ENR-SYS135
               PERFORM TRT-ANOMALIE
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
      * PARAGRAPHE DE FIN DE PROGRAMME
       FIN.
           IF  ANOMALIE
               EXEC SQL ROLLBACK END-EXEC
           ELSE
               EXEC SQL COMMIT END-EXEC
           END-IF
           IF  NOT CIBLE-REFUSEE
               PERFORM ECRIRE-TOTAL
                       VARYING I-TYP FROM 1 BY 1 UNTIL I-TYP > 8
           END-IF

           CLOSE FSYS134
           CLOSE FSYS135
           EVALUATE TRUE
           WHEN CIBLE-REFUSEE
              DISPLAY 'ANOCHG00 - CHARGEMENT REFUSE'
              MOVE 16 TO RETURN-CODE
           WHEN ANOMALIE
              DISPLAY 'ANOCHG00 TERMINE EN ANOMALIE'
              MOVE 8 TO RETURN-CODE
           WHEN W-NB-REJETS > 0
              MOVE 4 TO RETURN-CODE
           WHEN OTHER
              CONTINUE
           END-EVALUATE
           .
       ECRIRE-TOTAL.
           MOVE C-LIBELLE-TYPE(I-TYP) TO W-TOT-TABLE
           MOVE W-NB-LUS(I-TYP)       TO W-TOT-LUS
           MOVE W-NB-INSERES(I-TYP)   TO W-TOT-INSERES
           MOVE W-NB-REJETES(I-TYP)   TO W-TOT-REJETES
           MOVE W-NB-TRAILER(I-TYP)   TO W-TOT-TRAILER
           MOVE W-LIGNE-TOTAL         TO ENR-SYS135
           WRITE ENR-SYS135
           .
