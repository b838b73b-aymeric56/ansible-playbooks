      ****************************************************************
      * PROGRAMME BATCH = EXTRACTION ANONYMISEE DES DONNEES CLIENTS
      *                   DE PRODUCTION POUR LE RAFRAICHISSEMENT DE
      *                   L'ENVIRONNEMENT DE TEST
      ****************************************************************
      * PROGRAM:  ANOEXP00
      *
      * AUTHOR :  Stephane PAUCOT
      *
      * OBJET  :  L'EQUIPE DE TEST RECOPIAIT LES TABLES DB2 A LA MAIN
      *           ET RECUPERAIT SOIT DES DONNEES CLIENTS REELLES, SOIT
      *           DES LIENS CASSES ENTRE LES TABLES. CE PROGRAMME
      *           DECHARGE TPERS, ADRESSE_HIST, CONTRATS, ASSURANCES,
      *           SINISTRES, FACTURES ET CONTACTS DANS UN SEUL
      *           FICHIER (FSYS134, LRECL 400) A ENREGISTREMENTS
      *           CODES PAR TYPE, PARENTS AVANT ENFANTS, SUR LE MODELE
      *           D'EXPCAT00 :
      *             'E' ENTETE : LOCATION DB2 SOURCE (CURRENT SERVER)
      *                 ET HORODATAGE DE L'EXTRACTION
      *             'P' TPERS          'H' ADRESSE_HIST
      *             'C' CONTRATS       'A' ASSURANCES
      *             'S' SINISTRES      'F' FACTURES
      *             'N' CONTACTS
      *             'L' LIENS MANAGER_ID / DELEGATE_ID DES CONTACTS,
      *                 ECRITS APRES TOUS LES CONTACTS
      *             'T' TRAILER : COMPTEURS PAR TYPE
      *           LES IDENTIFIANTS (ID_PERS, ID_ADRESSE, ID_ASSUR,
      *           ID_SINISTRE, ID_FACTURE, CONTRAT, CONTACT_ID,
      *           ID_MENAGE) SONT RECOPIES TELS QUELS : LES JOINTURES
      *           ET LES LIENS MENAGE TIENNENT DANS LE FICHIER. LE
      *           FICHIER EST RECHARGE EN TEST PAR ANOCHG00.
      *
      *           MASQUAGE : CHAQUE CARACTERE DES ZONES NOMINATIVES
      *           EST REMPLACE SELON UNE PERMUTATION DE L'ALPHABET
      *           (ET UNE DES CHIFFRES) PROPRE A SA POSITION DANS LA
      *           ZONE ET A SA FAMILLE, TIREE D'UNE CLE DE 16
      *           CARACTERES (A-Z, 0-9) LUE SUR LA CARTE SYSIN. LA
      *           CLE N'EST NI AFFICHEE NI ECRITE : SANS ELLE LE
      *           FICHIER NE SE RELIT PAS EN CLAIR. LA MEME VALEUR
      *           SOURCE DONNE DONC TOUJOURS LA MEME VALEUR MASQUEE,
      *           DANS TOUTES LES TABLES, ET LE MASQUAGE GARDE LES
      *           EGALITES, LES PREFIXES ET LES ECARTS D'UNE LETTRE :
      *           LES TESTS DE DUPPER00 (4 PREMIERES LETTRES DU NOM)
      *           ET DE PBOOKDUP (NOMS A UNE LETTRE PRES) SE
      *           COMPORTENT COMME EN PRODUCTION. BLANCS ET
      *           PONCTUATION SONT CONSERVES. FAMILLES :
      *             NOMS     NOM, PRENOM, LASTNAME, FIRSTNAME
      *             ADRESSES ADRESSE, ADR_RUE, ADR_COMPL, ADR_VILLE
      *                      (TPERS ET ADRESSE_HIST)
      *             EMAILS   PARTIE AVANT L'@ (LE DOMAINE RESTE,
      *                      EMAILVAL LE CONTROLE)
      *             POSTES   PHONE DES CONTACTS SAUF L'INDICATIF
      *                      INTERNE (3 PREMIERS CHIFFRES, CONTROLES
      *                      PAR PHONEVAL)
      *             TEXTES   DESCRIPTION DES SINISTRES
      *           DATE_NAISS GARDE SON ANNEE ; LE JOUR DANS L'ANNEE
      *           EST TRANSFORME PAR UNE BIJECTION TIREE DE LA CLE
      *           (UN 29 FEVRIER COMPTE POUR UN 28). LES CODES
      *           POSTAUX, DEPARTEMENTS ET REGIONS SONT GARDES POUR
      *           LES TESTS DE ZONAGE.
      *           GARDER LA MEME CLE D'UN RAFRAICHISSEMENT A L'AUTRE
      *           GARDE LES MEMES VALEURS MASQUEES.
      *           CLE ABSENTE OU INVALIDE : RIEN N'EST ECRIT, CODE
      *           RETOUR 8. ANOMALIE DB2 : PAS DE TRAILER (ANOCHG00
      *           REFUSE LE FICHIER), CODE RETOUR 8.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANOEXP00.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FSYS134 ASSIGN TO UT-S-SYS134.
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
      *    TYPES D'ENREGISTREMENT DANS L'ORDRE DES COMPTEURS DU
      *    TRAILER : P H C A S F N L
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
      *    FAMILLES DE MASQUAGE : UNE MEME VALEUR DANS DEUX ZONES DE
      *    LA MEME FAMILLE DONNE LA MEME VALEUR MASQUEE
       01  C-FAMILLE-NOMS                         PIC 9(01) VALUE 1.
       01  C-FAMILLE-ADRESSES                     PIC 9(01) VALUE 2.
       01  C-FAMILLE-EMAILS                       PIC 9(01) VALUE 3.
       01  C-FAMILLE-POSTES                       PIC 9(01) VALUE 4.
       01  C-FAMILLE-TEXTES                       PIC 9(01) VALUE 5.
       01  C-NB-FAMILLES                          PIC 9(01) VALUE 5.
       01  C-NB-POSITIONS                         PIC 9(02) VALUE 64.
      *
       01  C-ALPHABET-CLE                         PIC X(36)
                     VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789'.
       01  C-MAJUSCULES                           PIC X(26)
                     VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01  C-MINUSCULES                           PIC X(26)
                     VALUE 'abcdefghijklmnopqrstuvwxyz'.
       01  C-CHIFFRES                             PIC X(10)
                     VALUE '0123456789'.
      *    JOURS ECOULES AVANT LE PREMIER DE CHAQUE MOIS (ANNEE NON
      *    BISSEXTILE), PLUS UNE BORNE DE FIN D'ANNEE
       01  C-CUMUL-MOIS-VALEURS.
           05  FILLER                             PIC X(39)
               VALUE '000031059090120151181212243273304334365'.
       01  C-CUMUL-MOIS-R REDEFINES C-CUMUL-MOIS-VALEURS.
           05  C-CUMUL-MOIS OCCURS 13             PIC 9(03).
      *    GENERATEUR PSEUDO-ALEATOIRE (LEHMER) DES PERMUTATIONS
       01  C-MULTIPLICATEUR                       PIC 9(05) VALUE 16807.
       01  C-MODULE                               PIC 9(10)
                                                  VALUE 2147483647.
      *
      *    CLE DE MASQUAGE - CARTE SYSIN, JAMAIS AFFICHEE
       01  W-CLE-SAISIE                           PIC X(16).
       01  W-CLE-TABLE.
           05  W-CLE-VAL OCCURS 16                PIC 9(02).
       01  W-CLE-VALIDE-SW                        PIC X(01) VALUE 'O'.
           88  CLE-VALIDE                         VALUE 'O'.
           88  CLE-INVALIDE                       VALUE 'N'.
       01  W-ETAT-GENERATEUR                      PIC 9(10).
       01  W-PRODUIT                              PIC 9(15).
       01  W-QUOTIENT                             PIC 9(15).
       01  W-RESTE                                PIC 9(10).
      *    PERMUTATIONS PAR FAMILLE ET PAR POSITION DANS LA ZONE
       01  W-PERMUTATIONS.
           05  W-PERM-FAMILLE OCCURS 5.
               10  W-PERM-POSITION OCCURS 64.
                   15  W-PERM-MAJUSCULES          PIC X(26).
                   15  W-PERM-MINUSCULES          PIC X(26).
                   15  W-PERM-CHIFFRES            PIC X(10).
      *    BIJECTION DU JOUR DANS L'ANNEE : (J - 1) * A + B MODULO 365
       01  W-DATE-A                               PIC 9(03).
       01  W-DATE-B                               PIC 9(03).
      *
       01  I-FAM                                  PIC 9(02) COMP.
       01  I-POS                                  PIC 9(02) COMP.
       01  I-CAR                                  PIC 9(02) COMP.
       01  I-ECH                                  PIC 9(02) COMP.
       01  I-CLE                                  PIC 9(02) COMP.
       01  I-TYP                                  PIC 9(02) COMP.
       01  I-MOIS                                 PIC 9(02) COMP.
       01  W-CAR-ECHANGE                          PIC X(01).
      *
      *    ZONE EN COURS DE MASQUAGE
       01  W-ZONE                                 PIC X(64).
       01  W-ZONE-FAMILLE                         PIC 9(01).
       01  W-ZONE-DEBUT                           PIC 9(02) COMP.
       01  W-ZONE-FIN                             PIC 9(02) COMP.
      *
      *    DATE DE NAISSANCE EN COURS DE MASQUAGE
       01  W-DATE-NAISS.
           05  W-DN-ANNEE                         PIC X(04).
           05  W-DN-TIRET-1                       PIC X(01).
           05  W-DN-MOIS                          PIC 9(02).
           05  W-DN-TIRET-2                       PIC X(01).
           05  W-DN-JOUR                          PIC 9(02).
       01  W-JOUR-AN                              PIC 9(03).
      *
       01  W-SERVEUR                              PIC X(16).
       01  W-TS-EXTRACTION                        PIC X(26).
       01  W-NB-LIGNES-TABLE.
           05  W-NB-LIGNES OCCURS 8               PIC 9(10).
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
           EXEC SQL
              DECLARE C01 CURSOR FOR
              SELECT
               ID_PERS,
               COALESCE(NOM, ' '),
               COALESCE(PRENOM, ' '),
               COALESCE(CHAR(DATE_NAISS, ISO), ' '),
               COALESCE(ADRESSE, ' '),
               COALESCE(COD_POS_NAISS, ' '),
               COALESCE(COD_DEPARTEMENT, ' '),
               COALESCE(COD_REGION, ' '),
               COALESCE(CHAR(DATE_MAJ), ' '),
               COALESCE(ADR_RUE, ' '),
               COALESCE(ADR_COMPL, ' '),
               COALESCE(ADR_COD_POSTAL, ' '),
               COALESCE(ADR_VILLE, ' '),
               COALESCE(ID_MENAGE, 0),
               COALESCE(CHAR(DATE_DECES, ISO), ' '),
               COALESCE(SOURCE_DECES, ' '),
               COALESCE(ADR_NPAI, ' '),
               COALESCE(CHAR(DATE_NPAI, ISO), ' ')
              FROM TPERS
              ORDER BY ID_PERS
           END-EXEC.
      *
           EXEC SQL
              DECLARE C02 CURSOR FOR
              SELECT
               ID_ADRESSE,
               ID_PERS,
               CHAR(DATE_EFFET, ISO),
               COALESCE(ADRESSE, ' '),
               COALESCE(ADR_RUE, ' '),
               COALESCE(ADR_COMPL, ' '),
               COALESCE(ADR_COD_POSTAL, ' '),
               COALESCE(ADR_VILLE, ' '),
               COALESCE(SOURCE, ' '),
               COALESCE(CHAR(DATE_SAISIE), ' ')
              FROM ADRESSE_HIST
              ORDER BY ID_ADRESSE
           END-EXEC.
      *
           EXEC SQL
              DECLARE C03 CURSOR FOR
              SELECT
               PAYS,
               CONTRAT,
               COALESCE(RESTANT, 0),
               COALESCE(STATUT, ' '),
               COALESCE(ID_PERS, ' '),
               COALESCE(DORMANT, ' '),
               COALESCE(CHAR(DATE_DORMANCE, ISO), ' ')
              FROM CONTRATS
              ORDER BY PAYS, CONTRAT
           END-EXEC.
      *
           EXEC SQL
              DECLARE C04 CURSOR FOR
              SELECT
               ID_ASSUR,
               ID_PERS,
               COALESCE(LIBELLE, ' '),
               COALESCE(CHAR(DATE_EFFET, ISO), ' '),
               COALESCE(CHAR(DATE_FIN, ISO), ' '),
               COALESCE(PRIME, 0),
               COALESCE(FREQUENCE_PAIEMENT, ' '),
               COALESCE(ID_AGENT, ' ')
              FROM ASSURANCES
              ORDER BY ID_ASSUR
           END-EXEC.
      *
           EXEC SQL
              DECLARE C05 CURSOR FOR
              SELECT
               ID_SINISTRE,
               ID_ASSUR,
               COALESCE(CHAR(DATE_SINISTRE, ISO), ' '),
               COALESCE(DESCRIPTION, ' '),
               COALESCE(STATUT, ' '),
               COALESCE(MONTANT, 0)
              FROM SINISTRES
              ORDER BY ID_SINISTRE
           END-EXEC.
      *
           EXEC SQL
              DECLARE C06 CURSOR FOR
              SELECT
               ID_FACTURE,
               ID_PERS,
               EXERCICE,
               COALESCE(MONTANT, 0),
               COALESCE(CHAR(DATE_EMISSION, ISO), ' '),
               COALESCE(TYPE_FACTURE, ' '),
               COALESCE(NUM_ECHEANCE, 0),
               COALESCE(CHAR(DATE_ECHEANCE, ISO), ' '),
               COALESCE(ID_ADRESSE, 0)
              FROM FACTURES
              ORDER BY ID_FACTURE
           END-EXEC.
      *
           EXEC SQL
              DECLARE C07 CURSOR FOR
              SELECT
               CONTACT_ID,
               COALESCE(LASTNAME, ' '),
               COALESCE(FIRSTNAME, ' '),
               COALESCE(PHONE, ' '),
               COALESCE(ZIPCODE, ' '),
               COALESCE(EMAIL, ' '),
               COALESCE(DEPARTMENT, ' '),
               COALESCE(REGION, ' '),
               COALESCE(LOCATION_CODE, ' '),
               COALESCE(STATUS, ' '),
               COALESCE(EMAIL_STATUT, ' '),
               COALESCE(CHAR(EMAIL_BOUNCE_DATE, ISO), ' '),
               COALESCE(CHAR(ABSENCE_FROM, ISO), ' '),
               COALESCE(CHAR(ABSENCE_TO, ISO), ' ')
              FROM CONTACTS
              ORDER BY CONTACT_ID
           END-EXEC.
      *
           EXEC SQL
              DECLARE C08 CURSOR FOR
              SELECT
               CONTACT_ID,
               COALESCE(MANAGER_ID, 0),
               COALESCE(DELEGATE_ID, 0)
              FROM CONTACTS
              WHERE MANAGER_ID IS NOT NULL
                 OR DELEGATE_ID IS NOT NULL
              ORDER BY CONTACT_ID
           END-EXEC.
      *
      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
           PERFORM DEBUT
           IF  NOT ANOMALIE
               PERFORM PREPARER-MASQUAGE
               PERFORM ECRIRE-ENTETE
               PERFORM EXPORTER-PERSONNES
           END-IF
           IF  NOT ANOMALIE
               PERFORM EXPORTER-ADRESSES
           END-IF
           IF  NOT ANOMALIE
               PERFORM EXPORTER-CONTRATS
           END-IF
           IF  NOT ANOMALIE
               PERFORM EXPORTER-ASSURANCES
           END-IF
           IF  NOT ANOMALIE
               PERFORM EXPORTER-SINISTRES
           END-IF
           IF  NOT ANOMALIE
               PERFORM EXPORTER-FACTURES
           END-IF
           IF  NOT ANOMALIE
               PERFORM EXPORTER-CONTACTS
           END-IF
           IF  NOT ANOMALIE
               PERFORM EXPORTER-LIENS-CONTACTS
           END-IF
           PERFORM FIN
           GOBACK
           .
      *
      * PARAGRAPHE DE DEBUT DE PROGRAMME
       DEBUT.
           SET PAS-ANOMALIE TO TRUE
           INITIALIZE W-NB-LIGNES-TABLE
           OPEN OUTPUT FSYS134
           PERFORM LIRE-CLE-MASQUAGE
           IF  CLE-INVALIDE
               DISPLAY 'ANOEXP00 - CARTE SYSIN : CLE DE MASQUAGE DE 16'
                       ' CARACTERES A-Z 0-9 ABSENTE OU INVALIDE'
               PERFORM TRT-ANOMALIE
           ELSE
               EXEC SQL
                  SELECT CURRENT SERVER,
                         CHAR(CURRENT TIMESTAMP)
                    INTO :W-SERVEUR,
                         :W-TS-EXTRACTION
                    FROM SYSIBM.SYSDUMMY1
               END-EXEC
               IF  SQLCODE NOT = ZERO
                   PERFORM FORMATAGE-ERREUR-DB2
                   PERFORM TRT-ANOMALIE
               END-IF
           END-IF
           .
      *
      *    LA CLE EST CONVERTIE EN 16 VALEURS 0-35 (RANG DANS
      *    C-ALPHABET-CLE) ; UN CARACTERE HORS ALPHABET LA REND
      *    INVALIDE
       LIRE-CLE-MASQUAGE.
           MOVE SPACES TO W-CLE-SAISIE
           ACCEPT W-CLE-SAISIE FROM SYSIN
           SET CLE-VALIDE TO TRUE
           PERFORM CONVERTIR-CARACTERE-CLE
                   VARYING I-CLE FROM 1 BY 1 UNTIL I-CLE > 16
           .
       CONVERTIR-CARACTERE-CLE.
           MOVE 0 TO W-CLE-VAL(I-CLE)
           INSPECT C-ALPHABET-CLE TALLYING W-CLE-VAL(I-CLE)
                   FOR CHARACTERS BEFORE INITIAL W-CLE-SAISIE(I-CLE:1)
           IF  W-CLE-VAL(I-CLE) > 35
               SET CLE-INVALIDE TO TRUE
           END-IF
           .
      *
      *    TIRE DE LA CLE UNE PERMUTATION DES LETTRES ET DES CHIFFRES
      *    PAR FAMILLE ET PAR POSITION (MELANGE DE FISHER-YATES SUR LE
      *    GENERATEUR DE LEHMER, LA CLE ETANT REINJECTEE A CHAQUE
      *    TIRAGE), PUIS LES DEUX COEFFICIENTS DE LA BIJECTION DES
      *    DATES DE NAISSANCE
       PREPARER-MASQUAGE.
           MOVE 1 TO W-ETAT-GENERATEUR
           PERFORM MELANGER-CLE
                   VARYING I-CLE FROM 1 BY 1 UNTIL I-CLE > 16
           PERFORM PREPARER-FAMILLE
                   VARYING I-FAM FROM 1 BY 1
                   UNTIL I-FAM > C-NB-FAMILLES
      *    A EST PREMIER AVEC 365 = 5 X 73 : MULTIPLE DE 5 PLUS 1,
      *    ET 146 (SEUL CANDIDAT MULTIPLE DE 73) EST ECARTE
           MOVE 1 TO I-CLE
           PERFORM TIRER-NOMBRE
           DIVIDE W-ETAT-GENERATEUR BY 72 GIVING W-QUOTIENT
                  REMAINDER W-RESTE
           COMPUTE W-DATE-A = W-RESTE * 5 + 1
           IF  W-DATE-A = 146
               ADD 5 TO W-DATE-A
           END-IF
           MOVE 2 TO I-CLE
           PERFORM TIRER-NOMBRE
           DIVIDE W-ETAT-GENERATEUR BY 365 GIVING W-QUOTIENT
                  REMAINDER W-RESTE
           MOVE W-RESTE TO W-DATE-B
           .
       MELANGER-CLE.
           COMPUTE W-PRODUIT = W-ETAT-GENERATEUR * 37
                             + W-CLE-VAL(I-CLE) + 1
           DIVIDE W-PRODUIT BY C-MODULE GIVING W-QUOTIENT
                  REMAINDER W-ETAT-GENERATEUR
           IF  W-ETAT-GENERATEUR = 0
               MOVE 1 TO W-ETAT-GENERATEUR
           END-IF
           .
       PREPARER-FAMILLE.
           PERFORM PREPARER-POSITION
                   VARYING I-POS FROM 1 BY 1
                   UNTIL I-POS > C-NB-POSITIONS
           .
       PREPARER-POSITION.
           MOVE C-MAJUSCULES TO W-PERM-MAJUSCULES(I-FAM I-POS)
           MOVE C-CHIFFRES   TO W-PERM-CHIFFRES(I-FAM I-POS)
           PERFORM PERMUTER-LETTRE
                   VARYING I-CAR FROM 26 BY -1 UNTIL I-CAR < 2
           PERFORM PERMUTER-CHIFFRE
                   VARYING I-CAR FROM 10 BY -1 UNTIL I-CAR < 2
           MOVE W-PERM-MAJUSCULES(I-FAM I-POS)
             TO W-PERM-MINUSCULES(I-FAM I-POS)
           INSPECT W-PERM-MINUSCULES(I-FAM I-POS)
                   CONVERTING C-MAJUSCULES TO C-MINUSCULES
           .
       PERMUTER-LETTRE.
           DIVIDE I-CAR BY 16 GIVING W-QUOTIENT REMAINDER W-RESTE
           COMPUTE I-CLE = W-RESTE + 1
           PERFORM TIRER-NOMBRE
           DIVIDE W-ETAT-GENERATEUR BY I-CAR GIVING W-QUOTIENT
                  REMAINDER W-RESTE
           COMPUTE I-ECH = W-RESTE + 1
           MOVE W-PERM-MAJUSCULES(I-FAM I-POS)(I-CAR:1)
             TO W-CAR-ECHANGE
           MOVE W-PERM-MAJUSCULES(I-FAM I-POS)(I-ECH:1)
             TO W-PERM-MAJUSCULES(I-FAM I-POS)(I-CAR:1)
           MOVE W-CAR-ECHANGE
             TO W-PERM-MAJUSCULES(I-FAM I-POS)(I-ECH:1)
           .
       PERMUTER-CHIFFRE.
           DIVIDE I-CAR BY 16 GIVING W-QUOTIENT REMAINDER W-RESTE
           COMPUTE I-CLE = W-RESTE + 1
           PERFORM TIRER-NOMBRE
           DIVIDE W-ETAT-GENERATEUR BY I-CAR GIVING W-QUOTIENT
                  REMAINDER W-RESTE
           COMPUTE I-ECH = W-RESTE + 1
           MOVE W-PERM-CHIFFRES(I-FAM I-POS)(I-CAR:1)
             TO W-CAR-ECHANGE
           MOVE W-PERM-CHIFFRES(I-FAM I-POS)(I-ECH:1)
             TO W-PERM-CHIFFRES(I-FAM I-POS)(I-CAR:1)
           MOVE W-CAR-ECHANGE
             TO W-PERM-CHIFFRES(I-FAM I-POS)(I-ECH:1)
           .
      *    ETAT SUIVANT DU GENERATEUR, LA VALEUR DE CLE I-CLE Y ETANT
      *    AJOUTEE
       TIRER-NOMBRE.
           COMPUTE W-PRODUIT = W-ETAT-GENERATEUR * C-MULTIPLICATEUR
                             + W-CLE-VAL(I-CLE)
           DIVIDE W-PRODUIT BY C-MODULE GIVING W-QUOTIENT
                  REMAINDER W-ETAT-GENERATEUR
           IF  W-ETAT-GENERATEUR = 0
               MOVE 1 TO W-ETAT-GENERATEUR
           END-IF
           .
      *
      *    MASQUE LES POSITIONS W-ZONE-DEBUT A W-ZONE-FIN DE W-ZONE
      *    AVEC LES PERMUTATIONS DE LA FAMILLE W-ZONE-FAMILLE ; TOUT
      *    CE QUI N'EST NI LETTRE NI CHIFFRE RESTE EN L'ETAT
       MASQUER-ZONE.
           PERFORM MASQUER-CARACTERE
                   VARYING I-CAR FROM W-ZONE-DEBUT BY 1
                   UNTIL I-CAR > W-ZONE-FIN
           .
       MASQUER-CARACTERE.
           INSPECT W-ZONE(I-CAR:1) CONVERTING C-MAJUSCULES
                   TO W-PERM-MAJUSCULES(W-ZONE-FAMILLE I-CAR)
           INSPECT W-ZONE(I-CAR:1) CONVERTING C-MINUSCULES
                   TO W-PERM-MINUSCULES(W-ZONE-FAMILLE I-CAR)
           INSPECT W-ZONE(I-CAR:1) CONVERTING C-CHIFFRES
                   TO W-PERM-CHIFFRES(W-ZONE-FAMILLE I-CAR)
           .
      *
       MASQUER-NOM.
           MOVE C-FAMILLE-NOMS TO W-ZONE-FAMILLE
           MOVE 1 TO W-ZONE-DEBUT
           PERFORM MASQUER-ZONE
           .
       MASQUER-ADRESSE.
           MOVE C-FAMILLE-ADRESSES TO W-ZONE-FAMILLE
           MOVE 1 TO W-ZONE-DEBUT
           PERFORM MASQUER-ZONE
           .
      *    SEULE LA PARTIE AVANT L'@ EST MASQUEE
       MASQUER-EMAIL.
           MOVE C-FAMILLE-EMAILS TO W-ZONE-FAMILLE
           MOVE 1 TO W-ZONE-DEBUT
           MOVE 0 TO W-ZONE-FIN
           INSPECT W-ZONE(1:40) TALLYING W-ZONE-FIN
                   FOR CHARACTERS BEFORE INITIAL '@'
           PERFORM MASQUER-ZONE
           .
      *    L'INDICATIF INTERNE (3 PREMIERS CHIFFRES) EST GARDE
       MASQUER-POSTE.
           MOVE C-FAMILLE-POSTES TO W-ZONE-FAMILLE
           MOVE 4  TO W-ZONE-DEBUT
           MOVE 10 TO W-ZONE-FIN
           PERFORM MASQUER-ZONE
           .
       MASQUER-TEXTE.
           MOVE C-FAMILLE-TEXTES TO W-ZONE-FAMILLE
           MOVE 1 TO W-ZONE-DEBUT
           PERFORM MASQUER-ZONE
           .
      *
      *    L'ANNEE RESTE ; LE JOUR DANS L'ANNEE J DEVIENT
      *    ((J - 1) X A + B) MODULO 365 + 1, RAMENE EN MOIS ET JOUR
      *    D'UNE ANNEE NON BISSEXTILE. UNE DATE ILLISIBLE EST LAISSEE
      *    A BLANC
       MASQUER-DATE-NAISS.
           MOVE H-DATE-NAISS TO W-DATE-NAISS
           IF  H-DATE-NAISS NOT = SPACES
               IF  W-DN-MOIS IS NOT NUMERIC OR W-DN-JOUR IS NOT NUMERIC
                   OR W-DN-MOIS < 1 OR W-DN-MOIS > 12
                   MOVE SPACES TO H-DATE-NAISS
               ELSE
                   IF  W-DN-MOIS = 2 AND W-DN-JOUR = 29
                       MOVE 28 TO W-DN-JOUR
                   END-IF
                   COMPUTE W-PRODUIT = (C-CUMUL-MOIS(W-DN-MOIS)
                                        + W-DN-JOUR - 1) * W-DATE-A
                                     + W-DATE-B
                   DIVIDE W-PRODUIT BY 365 GIVING W-QUOTIENT
                          REMAINDER W-RESTE
                   COMPUTE W-JOUR-AN = W-RESTE + 1
                   MOVE 12 TO I-MOIS
                   PERFORM RECULER-MOIS
                           UNTIL C-CUMUL-MOIS(I-MOIS) < W-JOUR-AN
                   MOVE I-MOIS TO W-DN-MOIS
                   COMPUTE W-DN-JOUR = W-JOUR-AN
                                     - C-CUMUL-MOIS(I-MOIS)
                   MOVE W-DATE-NAISS TO H-DATE-NAISS
               END-IF
           END-IF
           .
       RECULER-MOIS.
           SUBTRACT 1 FROM I-MOIS
           .
      *
       ECRIRE-ENTETE.
           MOVE SPACES              TO ENR-SYS134
           SET  E134-EST-ENTETE     TO TRUE
           MOVE 0                   TO E134-ID
                                       E134-PARENT-ID
           MOVE 'ANOEXP00'          TO E134-PROGRAMME
           MOVE W-SERVEUR           TO E134-SERVEUR-SOURCE
           MOVE W-TS-EXTRACTION     TO E134-TS-EXTRACTION
           MOVE 'O'                 TO E134-MASQUAGE
           WRITE ENR-SYS134
           DISPLAY 'ANOEXP00 - EXTRACTION DE ' W-SERVEUR
                   ' DU ' W-TS-EXTRACTION
           .
      *
       EXPORTER-PERSONNES.
           EXEC SQL
              OPEN C01
           END-EXEC
           IF  SQLCODE NOT = ZERO
               PERFORM FORMATAGE-ERREUR-DB2
               PERFORM TRT-ANOMALIE
           ELSE
               PERFORM LIRE-PERSONNE-SUIVANTE UNTIL ANOMALIE
                                              OR SQLCODE = 100
               EXEC SQL
                  CLOSE C01
               END-EXEC
           END-IF
           .
       LIRE-PERSONNE-SUIVANTE.
           EXEC SQL
              FETCH C01
               INTO
                      :H-ID-PERS,
                      :H-NOM,
                      :H-PRENOM,
                      :H-DATE-NAISS,
                      :H-ADRESSE,
                      :H-COD-POS-NAISS,
                      :H-COD-DEPARTEMENT,
                      :H-COD-REGION,
                      :H-DATE-MAJ,
                      :H-ADR-RUE,
                      :H-ADR-COMPL,
                      :H-ADR-COD-POSTAL,
                      :H-ADR-VILLE,
                      :H-ID-MENAGE,
                      :H-DATE-DECES,
                      :H-SOURCE-DECES,
                      :H-ADR-NPAI,
                      :H-DATE-NPAI
           END-EXEC
           EVALUATE SQLCODE
           WHEN ZERO
              ADD 1 TO W-NB-LIGNES(1)
              MOVE SPACES              TO ENR-SYS134
              SET  E134-EST-PERSONNE   TO TRUE
              MOVE H-ID-PERS           TO E134-ID
              MOVE 0                   TO E134-PARENT-ID
              MOVE H-NOM               TO W-ZONE
              MOVE 64                  TO W-ZONE-FIN
              PERFORM MASQUER-NOM
              MOVE W-ZONE              TO E134-NOM
              MOVE H-PRENOM            TO W-ZONE
              MOVE 32                  TO W-ZONE-FIN
              PERFORM MASQUER-NOM
              MOVE W-ZONE(1:32)        TO E134-PRENOM
              PERFORM MASQUER-DATE-NAISS
              MOVE H-DATE-NAISS        TO E134-DATE-NAISS
              MOVE H-ADRESSE           TO W-ZONE
              MOVE 64                  TO W-ZONE-FIN
              PERFORM MASQUER-ADRESSE
              MOVE W-ZONE              TO E134-ADRESSE
              MOVE H-COD-POS-NAISS     TO E134-COD-POS-NAISS
              MOVE H-COD-DEPARTEMENT   TO E134-COD-DEPARTEMENT
              MOVE H-COD-REGION        TO E134-COD-REGION
              MOVE H-DATE-MAJ          TO E134-DATE-MAJ
              MOVE H-ADR-RUE           TO W-ZONE
              MOVE 32                  TO W-ZONE-FIN
              PERFORM MASQUER-ADRESSE
              MOVE W-ZONE(1:32)        TO E134-ADR-RUE
              MOVE H-ADR-COMPL         TO W-ZONE
              MOVE 32                  TO W-ZONE-FIN
              PERFORM MASQUER-ADRESSE
              MOVE W-ZONE(1:32)        TO E134-ADR-COMPL
              MOVE H-ADR-COD-POSTAL    TO E134-ADR-COD-POSTAL
              MOVE H-ADR-VILLE         TO W-ZONE
              MOVE 26                  TO W-ZONE-FIN
              PERFORM MASQUER-ADRESSE
              MOVE W-ZONE(1:26)        TO E134-ADR-VILLE
              MOVE H-ID-MENAGE         TO E134-ID-MENAGE
              MOVE H-DATE-DECES        TO E134-DATE-DECES
              MOVE H-SOURCE-DECES      TO E134-SOURCE-DECES
              MOVE H-ADR-NPAI          TO E134-ADR-NPAI
              MOVE H-DATE-NPAI         TO E134-DATE-NPAI
              WRITE ENR-SYS134
           WHEN +100
              CONTINUE
           WHEN OTHER
              PERFORM FORMATAGE-ERREUR-DB2
              PERFORM TRT-ANOMALIE
           END-EVALUATE
           .
      *
       EXPORTER-ADRESSES.
           EXEC SQL
              OPEN C02
           END-EXEC
           IF  SQLCODE NOT = ZERO
               PERFORM FORMATAGE-ERREUR-DB2
               PERFORM TRT-ANOMALIE
           ELSE
               PERFORM LIRE-ADRESSE-SUIVANTE UNTIL ANOMALIE
                                             OR SQLCODE = 100
               EXEC SQL
                  CLOSE C02
               END-EXEC
           END-IF
           .
       LIRE-ADRESSE-SUIVANTE.
           EXEC SQL
              FETCH C02
               INTO
                      :H-ID-ADRESSE,
                      :H-ID-PERS,
                      :H-DATE-EFFET,
                      :H-ADRESSE,
                      :H-ADR-RUE,
                      :H-ADR-COMPL,
                      :H-ADR-COD-POSTAL,
                      :H-ADR-VILLE,
                      :H-SOURCE,
                      :H-DATE-SAISIE
           END-EXEC
           EVALUATE SQLCODE
           WHEN ZERO
              ADD 1 TO W-NB-LIGNES(2)
              MOVE SPACES              TO ENR-SYS134
              SET  E134-EST-ADRESSE    TO TRUE
              MOVE H-ID-ADRESSE        TO E134-ID
              MOVE H-ID-PERS           TO E134-PARENT-ID
              MOVE H-DATE-EFFET        TO E134-HIS-DATE-EFFET
              MOVE H-ADRESSE           TO W-ZONE
              MOVE 64                  TO W-ZONE-FIN
              PERFORM MASQUER-ADRESSE
              MOVE W-ZONE              TO E134-HIS-ADRESSE
              MOVE H-ADR-RUE           TO W-ZONE
              MOVE 32                  TO W-ZONE-FIN
              PERFORM MASQUER-ADRESSE
              MOVE W-ZONE(1:32)        TO E134-HIS-ADR-RUE
              MOVE H-ADR-COMPL         TO W-ZONE
              MOVE 32                  TO W-ZONE-FIN
              PERFORM MASQUER-ADRESSE
              MOVE W-ZONE(1:32)        TO E134-HIS-ADR-COMPL
              MOVE H-ADR-COD-POSTAL    TO E134-HIS-ADR-COD-POSTAL
              MOVE H-ADR-VILLE         TO W-ZONE
              MOVE 26                  TO W-ZONE-FIN
              PERFORM MASQUER-ADRESSE
              MOVE W-ZONE(1:26)        TO E134-HIS-ADR-VILLE
              MOVE H-SOURCE            TO E134-HIS-SOURCE
              MOVE H-DATE-SAISIE       TO E134-HIS-DATE-SAISIE
              WRITE ENR-SYS134
           WHEN +100
              CONTINUE
           WHEN OTHER
              PERFORM FORMATAGE-ERREUR-DB2
              PERFORM TRT-ANOMALIE
           END-EVALUATE
           .
      *
       EXPORTER-CONTRATS.
           EXEC SQL
              OPEN C03
           END-EXEC
           IF  SQLCODE NOT = ZERO
               PERFORM FORMATAGE-ERREUR-DB2
               PERFORM TRT-ANOMALIE
           ELSE
               PERFORM LIRE-CONTRAT-SUIVANT UNTIL ANOMALIE
                                            OR SQLCODE = 100
               EXEC SQL
                  CLOSE C03
               END-EXEC
           END-IF
           .
      *    ID_PERS EST EN CHAR(10) DANS CONTRATS : IL EST PORTE DANS
      *    LE COMPLEMENT, L'ID PARENT NUMERIQUE RESTE A ZERO
       LIRE-CONTRAT-SUIVANT.
           EXEC SQL
              FETCH C03
               INTO
                      :H-PAYS,
                      :H-CONTRAT,
                      :H-RESTANT,
                      :H-STATUT,
                      :H-ID-PERS-CONTRAT,
                      :H-DORMANT,
                      :H-DATE-DORMANCE
           END-EXEC
           EVALUATE SQLCODE
           WHEN ZERO
              ADD 1 TO W-NB-LIGNES(3)
              MOVE SPACES              TO ENR-SYS134
              SET  E134-EST-CONTRAT    TO TRUE
              MOVE H-CONTRAT           TO E134-ID
              MOVE 0                   TO E134-PARENT-ID
              MOVE H-PAYS              TO E134-CTR-PAYS
              MOVE H-ID-PERS-CONTRAT   TO E134-CTR-ID-PERS
              MOVE H-RESTANT           TO E134-CTR-RESTANT
              MOVE H-STATUT            TO E134-CTR-STATUT
              MOVE H-DORMANT           TO E134-CTR-DORMANT
              MOVE H-DATE-DORMANCE     TO E134-CTR-DATE-DORMANCE
              WRITE ENR-SYS134
           WHEN +100
              CONTINUE
           WHEN OTHER
              PERFORM FORMATAGE-ERREUR-DB2
              PERFORM TRT-ANOMALIE
           END-EVALUATE
           .
      *
       EXPORTER-ASSURANCES.
           EXEC SQL
              OPEN C04
           END-EXEC
           IF  SQLCODE NOT = ZERO
               PERFORM FORMATAGE-ERREUR-DB2
               PERFORM TRT-ANOMALIE
           ELSE
               PERFORM LIRE-ASSURANCE-SUIVANTE UNTIL ANOMALIE
                                               OR SQLCODE = 100
               EXEC SQL
                  CLOSE C04
               END-EXEC
           END-IF
           .
       LIRE-ASSURANCE-SUIVANTE.
           EXEC SQL
              FETCH C04
               INTO
                      :H-ID-ASSUR,
                      :H-ID-PERS,
                      :H-LIBELLE,
                      :H-DATE-EFFET,
                      :H-DATE-FIN,
                      :H-PRIME,
                      :H-FREQUENCE,
                      :H-ID-AGENT
           END-EXEC
           EVALUATE SQLCODE
           WHEN ZERO
              ADD 1 TO W-NB-LIGNES(4)
              MOVE SPACES              TO ENR-SYS134
              SET  E134-EST-ASSURANCE  TO TRUE
              MOVE H-ID-ASSUR          TO E134-ID
              MOVE H-ID-PERS           TO E134-PARENT-ID
              MOVE H-LIBELLE           TO E134-ASS-LIBELLE
              MOVE H-DATE-EFFET        TO E134-ASS-DATE-EFFET
              MOVE H-DATE-FIN          TO E134-ASS-DATE-FIN
              MOVE H-PRIME             TO E134-ASS-PRIME
              MOVE H-FREQUENCE         TO E134-ASS-FREQUENCE
              MOVE H-ID-AGENT          TO E134-ASS-ID-AGENT
              WRITE ENR-SYS134
           WHEN +100
              CONTINUE
           WHEN OTHER
              PERFORM FORMATAGE-ERREUR-DB2
              PERFORM TRT-ANOMALIE
           END-EVALUATE
           .
      *
       EXPORTER-SINISTRES.
           EXEC SQL
              OPEN C05
           END-EXEC
           IF  SQLCODE NOT = ZERO
               PERFORM FORMATAGE-ERREUR-DB2
               PERFORM TRT-ANOMALIE
           ELSE
               PERFORM LIRE-SINISTRE-SUIVANT UNTIL ANOMALIE
                                             OR SQLCODE = 100
               EXEC SQL
                  CLOSE C05
               END-EXEC
           END-IF
           .
       LIRE-SINISTRE-SUIVANT.
           EXEC SQL
              FETCH C05
               INTO
                      :H-ID-SINISTRE,
                      :H-ID-ASSUR,
                      :H-DATE-SINISTRE,
                      :H-DESCRIPTION,
                      :H-STATUT,
                      :H-MONTANT-SINISTRE
           END-EXEC
           EVALUATE SQLCODE
           WHEN ZERO
              ADD 1 TO W-NB-LIGNES(5)
              MOVE SPACES              TO ENR-SYS134
              SET  E134-EST-SINISTRE   TO TRUE
              MOVE H-ID-SINISTRE       TO E134-ID
              MOVE H-ID-ASSUR          TO E134-PARENT-ID
              MOVE H-DATE-SINISTRE     TO E134-SIN-DATE-SINISTRE
              MOVE H-DESCRIPTION       TO W-ZONE
              MOVE 64                  TO W-ZONE-FIN
              PERFORM MASQUER-TEXTE
              MOVE W-ZONE              TO E134-SIN-DESCRIPTION
              MOVE H-STATUT            TO E134-SIN-STATUT
              MOVE H-MONTANT-SINISTRE  TO E134-SIN-MONTANT
              WRITE ENR-SYS134
           WHEN +100
              CONTINUE
           WHEN OTHER
              PERFORM FORMATAGE-ERREUR-DB2
              PERFORM TRT-ANOMALIE
           END-EVALUATE
           .
      *
       EXPORTER-FACTURES.
           EXEC SQL
              OPEN C06
           END-EXEC
           IF  SQLCODE NOT = ZERO
               PERFORM FORMATAGE-ERREUR-DB2
               PERFORM TRT-ANOMALIE
           ELSE
               PERFORM LIRE-FACTURE-SUIVANTE UNTIL ANOMALIE
                                             OR SQLCODE = 100
               EXEC SQL
                  CLOSE C06
               END-EXEC
           END-IF
           .
       LIRE-FACTURE-SUIVANTE.
           EXEC SQL
              FETCH C06
               INTO
                      :H-ID-FACTURE,
                      :H-ID-PERS,
                      :H-EXERCICE,
                      :H-MONTANT-FACTURE,
                      :H-DATE-EMISSION,
                      :H-TYPE-FACTURE,
                      :H-NUM-ECHEANCE,
                      :H-DATE-ECHEANCE,
                      :H-ID-ADRESSE
           END-EXEC
           EVALUATE SQLCODE
           WHEN ZERO
              ADD 1 TO W-NB-LIGNES(6)
              MOVE SPACES              TO ENR-SYS134
              SET  E134-EST-FACTURE    TO TRUE
              MOVE H-ID-FACTURE        TO E134-ID
              MOVE H-ID-PERS           TO E134-PARENT-ID
              MOVE H-EXERCICE          TO E134-FAC-EXERCICE
              MOVE H-MONTANT-FACTURE   TO E134-FAC-MONTANT
              MOVE H-DATE-EMISSION     TO E134-FAC-DATE-EMISSION
              MOVE H-TYPE-FACTURE      TO E134-FAC-TYPE-FACTURE
              MOVE H-NUM-ECHEANCE      TO E134-FAC-NUM-ECHEANCE
              MOVE H-DATE-ECHEANCE     TO E134-FAC-DATE-ECHEANCE
              MOVE H-ID-ADRESSE        TO E134-FAC-ID-ADRESSE
              WRITE ENR-SYS134
           WHEN +100
              CONTINUE
           WHEN OTHER
              PERFORM FORMATAGE-ERREUR-DB2
              PERFORM TRT-ANOMALIE
           END-EVALUATE
           .
      *
       EXPORTER-CONTACTS.
           EXEC SQL
              OPEN C07
           END-EXEC
           IF  SQLCODE NOT = ZERO
               PERFORM FORMATAGE-ERREUR-DB2
               PERFORM TRT-ANOMALIE
           ELSE
               PERFORM LIRE-CONTACT-SUIVANT UNTIL ANOMALIE
                                            OR SQLCODE = 100
               EXEC SQL
                  CLOSE C07
               END-EXEC
           END-IF
           .
       LIRE-CONTACT-SUIVANT.
           EXEC SQL
              FETCH C07
               INTO
                      :H-CONTACT-ID,
                      :H-LASTNAME,
                      :H-FIRSTNAME,
                      :H-PHONE,
                      :H-ZIPCODE,
                      :H-EMAIL,
                      :H-DEPARTMENT,
                      :H-REGION,
                      :H-LOCATION-CODE,
                      :H-STATUS,
                      :H-EMAIL-STATUT,
                      :H-EMAIL-BOUNCE-DATE,
                      :H-ABSENCE-FROM,
                      :H-ABSENCE-TO
           END-EXEC
           EVALUATE SQLCODE
           WHEN ZERO
              ADD 1 TO W-NB-LIGNES(7)
              MOVE SPACES              TO ENR-SYS134
              SET  E134-EST-CONTACT    TO TRUE
              MOVE H-CONTACT-ID        TO E134-ID
              MOVE 0                   TO E134-PARENT-ID
              MOVE H-LASTNAME          TO W-ZONE
              MOVE 15                  TO W-ZONE-FIN
              PERFORM MASQUER-NOM
              MOVE W-ZONE(1:15)        TO E134-CNT-LASTNAME
              MOVE H-FIRSTNAME         TO W-ZONE
              MOVE 15                  TO W-ZONE-FIN
              PERFORM MASQUER-NOM
              MOVE W-ZONE(1:15)        TO E134-CNT-FIRSTNAME
              MOVE H-PHONE             TO W-ZONE
              PERFORM MASQUER-POSTE
              MOVE W-ZONE(1:10)        TO E134-CNT-PHONE
              MOVE H-ZIPCODE           TO E134-CNT-ZIPCODE
              MOVE H-EMAIL             TO W-ZONE
              PERFORM MASQUER-EMAIL
              MOVE W-ZONE(1:40)        TO E134-CNT-EMAIL
              MOVE H-DEPARTMENT        TO E134-CNT-DEPARTMENT
              MOVE H-REGION            TO E134-CNT-REGION
              MOVE H-LOCATION-CODE     TO E134-CNT-LOCATION-CODE
              MOVE H-STATUS            TO E134-CNT-STATUS
              MOVE H-EMAIL-STATUT      TO E134-CNT-EMAIL-STATUT
              MOVE H-EMAIL-BOUNCE-DATE TO E134-CNT-EMAIL-BOUNCE-DATE
              MOVE H-ABSENCE-FROM      TO E134-CNT-ABSENCE-FROM
              MOVE H-ABSENCE-TO        TO E134-CNT-ABSENCE-TO
              WRITE ENR-SYS134
           WHEN +100
              CONTINUE
           WHEN OTHER
              PERFORM FORMATAGE-ERREUR-DB2
              PERFORM TRT-ANOMALIE
           END-EVALUATE
           .
      *
      *    MANAGER_ID ET DELEGATE_ID DESIGNENT D'AUTRES CONTACTS : ILS
      *    SONT POSES APRES LE CHARGEMENT DE TOUS LES CONTACTS
       EXPORTER-LIENS-CONTACTS.
           EXEC SQL
              OPEN C08
           END-EXEC
           IF  SQLCODE NOT = ZERO
               PERFORM FORMATAGE-ERREUR-DB2
               PERFORM TRT-ANOMALIE
           ELSE
               PERFORM LIRE-LIEN-SUIVANT UNTIL ANOMALIE
                                         OR SQLCODE = 100
               EXEC SQL
                  CLOSE C08
               END-EXEC
           END-IF
           .
       LIRE-LIEN-SUIVANT.
           EXEC SQL
              FETCH C08
               INTO
                      :H-CONTACT-ID,
                      :H-MANAGER-ID,
                      :H-DELEGATE-ID
           END-EXEC
           EVALUATE SQLCODE
           WHEN ZERO
              ADD 1 TO W-NB-LIGNES(8)
              MOVE SPACES              TO ENR-SYS134
              SET  E134-EST-LIEN       TO TRUE
              MOVE H-CONTACT-ID        TO E134-ID
              MOVE H-MANAGER-ID        TO E134-PARENT-ID
              MOVE H-DELEGATE-ID       TO E134-LIEN-DELEGATE-ID
              WRITE ENR-SYS134
           WHEN +100
              CONTINUE
           WHEN OTHER
              PERFORM FORMATAGE-ERREUR-DB2
              PERFORM TRT-ANOMALIE
           END-EVALUATE
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
      * PAS DE TRAILER SUR ANOMALIE : LE FICHIER INCOMPLET NE PEUT
      * PAS ETRE CHARGE
       FIN.
           IF  NOT ANOMALIE
               MOVE SPACES              TO ENR-SYS134
               MOVE 'T'                 TO E134T-TYPE-LIGNE
               PERFORM REPORTER-COMPTEUR
                       VARYING I-TYP FROM 1 BY 1 UNTIL I-TYP > 8
               WRITE ENR-SYS134
           END-IF

           CLOSE FSYS134

           PERFORM AFFICHER-COMPTEUR
                   VARYING I-TYP FROM 1 BY 1 UNTIL I-TYP > 8
           IF  ANOMALIE
               DISPLAY 'ANOEXP00 TERMINE EN ANOMALIE'
               MOVE 8 TO RETURN-CODE
           END-IF
           .
       REPORTER-COMPTEUR.
           MOVE W-NB-LIGNES(I-TYP) TO E134T-NB-LIGNES(I-TYP)
           .
       AFFICHER-COMPTEUR.
           DISPLAY 'ANOEXP00 - ' C-LIBELLE-TYPE(I-TYP) ' : '
                   W-NB-LIGNES(I-TYP)
           .
