      ****************************************************************
      * PROGRAMME BATCH = REORGANISATION DES DEPARTEMENTS : DEPLACEMENT
      *                   DES CONTACTS ET RENUMEROTATION DES POSTES
      ****************************************************************
      * PROGRAM:  REORGD00
      *
      * AUTHOR :  Stephane PAUCOT
      *
      * OBJET  :  QUAND UN DEPARTEMENT EST SCINDE OU FUSIONNE, IL
      *           FALLAIT JUSQU'ICI ENCHAINER LES UPDATE PBOOKDBN A LA
      *           MAIN ET REDEMANDER LES POSTES UN PAR UN PAR ALLOCEXT.
      *           LE FICHIER DE CORRESPONDANCE FSYS029 DONNE, PAR
      *           LIGNE : ANCIEN DEPARTEMENT, NOUVEAU DEPARTEMENT,
      *           INDICATEUR DE RENUMEROTATION (O/N), PLAGE DE POSTES
      *           FACULTATIVE (DEBUT / FIN) ET DATE D'EFFET :
      *             - UNE PLAGE FOURNIE EST OUVERTE DANS EXTENSION_POOLS
      *               POUR LE NOUVEAU DEPARTEMENT (NEXT_FREE = DEBUT),
      *               SAUF SI ELLE CHEVAUCHE UNE PLAGE EXISTANTE
      *             - CHAQUE CONTACT ACTIF DE L'ANCIEN DEPARTEMENT PASSE
      *               DANS LE NOUVEAU ; AVEC RENUMEROTATION, SON POSTE
      *               EST PRIS DANS LA PLAGE FOURNIE (OU, SANS PLAGE,
      *               DANS LES PLAGES DU NOUVEAU DEPARTEMENT) COMME
      *               ALLOCEXT DANS PBOOKDBN
      *             - L'ANCIEN POSTE D'UN CONTACT RENUMEROTE RESTE UN
      *               RENVOI VERS LE NOUVEAU DANS EXTENSION_FORWARDS
      *               (OLD_PHONE, NEW_PHONE, CONTACT_ID, START_DATE =
      *               DATE D'EFFET, END_DATE = DATE D'EFFET + DELAI DE
      *               GRACE) ; PBXRTE00 LE CHARGE DANS LE STANDARD ET
      *               AUCUNE ALLOCATION DE CE PROGRAMME NE LE REPREND
      *               AVANT END_DATE
      *             - CHAQUE CONTACT DEPLACE EST JOURNALISE DANS
      *               CONTACTS_AUDIT (ACTION 'REORG', COLONNES
      *               DEPARTMENT / OLD_DEPARTMENT) SOUS LE USERID BATCH
      *               C-USERID-BATCH, PUIS VALIDE PAR UN COMMIT
      *           UNE LIGNE DONT LA DATE D'EFFET EST POSTERIEURE A LA
      *           DATE DE TRAITEMENT EST SIGNALEE DIFFEREE ET N'EST PAS
      *           APPLIQUEE : LE FICHIER EST REPASSE LE JOUR VENU.
      *
      *           CARTE SYSIN : COLONNE 1 = MODE, S (SIMULATION, LE
      *           DEFAUT) OU R (REEL) ; COLONNES 3-5 = DELAI DE GRACE
      *           DES RENVOIS EN JOURS (DEFAUT 090) ; COLONNES 7-16 =
      *           DATE DE TRAITEMENT AAAA-MM-JJ POUR UN RATTRAPAGE.
      *           EN SIMULATION LE TRAITEMENT EST DEROULE A L'IDENTIQUE
      *           (PLAGES, POSTES ALLOUES, RENVOIS) PUIS DEFAIT PAR
      *           ROLLBACK A LA FIN DE CHAQUE LIGNE : FSYS031 LISTE LES
      *           DEPLACEMENTS PREVUS SANS QUE RIEN NE SOIT VALIDE. EN
      *           REEL, LES RENVOIS ECHUS (END_DATE DEPASSEE) SONT
      *           SUPPRIMES EN DEBUT DE PASSAGE.
      *           FSYS031 RECOIT UNE LIGNE PAR CORRESPONDANCE, UNE
      *           LIGNE PAR CONTACT (ANCIEN / NOUVEAU POSTE, FIN DU
      *           RENVOI) ET LES TOTAUX.
      *           CODE RETOUR 4 S'IL Y A DES LIGNES REJETEES OU DES
      *           CONTACTS NON DEPLACES, 8 SUR ANOMALIE.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REORGD00.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FSYS029 ASSIGN TO UT-S-SYS029.
           SELECT FSYS031 ASSIGN TO UT-S-SYS031.
       DATA DIVISION.
       FILE SECTION.
      *    FICHIER DE CORRESPONDANCE DES DEPARTEMENTS (LRECL 80)
       FD  FSYS029
           LABEL RECORD STANDARD
           RECORDING MODE IS F
           BLOCK 0 RECORDS.
       01  ENR-SYS029.
           05  E29-ANC-DEPT                       PIC X(03).
           05  FILLER                             PIC X(01).
           05  E29-NOUV-DEPT                      PIC X(03).
           05  FILLER                             PIC X(01).
           05  E29-RENUMEROTER                    PIC X(01).
               88  RENUMEROTATION-DEMANDEE        VALUE 'O'.
               88  RENUMEROTATION-VALIDE          VALUE 'O' 'N'.
           05  FILLER                             PIC X(01).
      *        PLAGE DE POSTES FACULTATIVE, A BLANC SI AUCUNE
           05  E29-PLAGE-DEBUT                    PIC X(10).
           05  E29-PLAGE-DEBUT-N REDEFINES E29-PLAGE-DEBUT
                                                  PIC 9(10).
           05  FILLER                             PIC X(01).
           05  E29-PLAGE-FIN                      PIC X(10).
           05  E29-PLAGE-FIN-N REDEFINES E29-PLAGE-FIN
                                                  PIC 9(10).
           05  FILLER                             PIC X(01).
      *        DATE D'EFFET AAAA-MM-JJ
           05  E29-DATE-EFFET                     PIC X(10).
           05  FILLER                             PIC X(38).
      *    COMPTE RENDU : DEPLACEMENTS PREVUS OU APPLIQUES ET TOTAUX
       FD  FSYS031
           LABEL RECORD STANDARD
           RECORDING MODE IS F
           BLOCK 0 RECORDS.
       01  ENR-SYS031                             PIC X(132).
       WORKING-STORAGE SECTION.
      ******************************************************************
      * CONSTANTES DU PROGRAMME                                        *
      ******************************************************************

      *    COMMUNICATION AREA FOR THE SHARED RUN-CONTROL MODULE
           COPY RUNCTLC.
       77  C-RUNCTRL                              PIC X(07)
                                                  VALUE 'RUNCTRL'.
       01  W-RUNCTL-RUN-ID                        PIC X(26).

      *    IDENTITE SOUS LAQUELLE LES DEPLACEMENTS SONT JOURNALISES
      *    DANS CONTACTS_AUDIT (COLONNES USERID ET EIBTRNID)
       77  C-USERID-BATCH                         PIC X(08)
                                                  VALUE 'BATCHORG'.
       77  C-TRNID-BATCH                          PIC X(04)
                                                  VALUE 'REOR'.
       77  C-DELAI-DEFAUT                         PIC 9(03)
                                                  VALUE 090.

      * VARIABLES DB2 SYSTEM
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
      *
      *    CARTE SYSIN : MODE, DELAI DE GRACE, DATE DE TRAITEMENT
       01  W-CARTE-SYSIN.
           05  W-SYS-MODE                         PIC X(01).
           05  FILLER                             PIC X(01).
           05  W-SYS-DELAI                        PIC X(03).
           05  W-SYS-DELAI-N REDEFINES W-SYS-DELAI
                                                  PIC 9(03).
           05  FILLER                             PIC X(01).
           05  W-SYS-DATE                         PIC X(10).
           05  FILLER                             PIC X(64).
       01  W-MODE-SW                              PIC X(01) VALUE 'S'.
           88  MODE-SIMULATION                    VALUE 'S'.
           88  MODE-REEL                          VALUE 'R'.
       01  H-DELAI-GRACE                          PIC S9(4) COMP.
       01  W-DELAI-GRACE                          PIC 9(03).
      *
      *    DATE DE TRAITEMENT (CURRENT DATE OU CARTE SYSIN AAAA-MM-JJ)
       01  W-DATE-TRAITEMENT                      PIC X(10).
      *
      *    LIGNE DE CORRESPONDANCE EN COURS
       01  H-ANC-DEPT                             PIC X(03).
       01  H-NOUV-DEPT                            PIC X(03).
       01  H-DATE-EFFET                           PIC X(10).
       01  H-DATE-FIN-RENVOI                      PIC X(10).
       01  H-PLAGE-DEBUT                          PIC S9(10) COMP-3.
       01  H-PLAGE-FIN                            PIC S9(10) COMP-3.
       01  H-NB-PLAGES                            PIC S9(9) COMP.
       01  W-PLAGE-SW                             PIC X(01).
           88  PLAGE-FOURNIE                      VALUE 'Y'.
       01  W-ARRET-SW                             PIC X(01).
           88  ARRET-CORRESPONDANCE               VALUE 'Y'.
       01  W-CURSEUR-SW                           PIC X(01).
           88  CURSEUR-OUVERT                     VALUE 'Y'.
       01  W-FIN-CONTACTS-SW                      PIC X(01).
           88  FIN-CONTACTS                       VALUE 'Y'.
       01  W-NB-DEPLACES-LIGNE                    PIC 9(06).
      *
      *    CONTACT ACTIF DE L'ANCIEN DEPARTEMENT
       01  H-CONTACT-ID                           PIC 9(08).
       01  H-LASTNAME                             PIC X(15).
       01  H-FIRSTNAME                            PIC X(15).
       01  H-PHONE                                PIC X(10).
       01  H-ZIPCODE                              PIC X(07).
       01  H-EMAIL                                PIC X(40).
       01  H-ANC-PHONE                            PIC X(10).
       01  H-ACTION                               PIC X(06)
                                                  VALUE 'REORG '.
      *
      *    ALLOCATION D'UN POSTE DANS LES PLAGES EXTENSION_POOLS
       01  H-POOL-DEPT                            PIC X(03).
       01  H-POOL-NEXT                            PIC S9(10) COMP-3.
       01  H-POOL-END                             PIC S9(10) COMP-3.
       01  W-POOL-NEXT                            PIC 9(10).
       01  H-POSTE-CANDIDAT                       PIC X(10).
       01  H-NB-DETENTEURS                        PIC S9(9) COMP.
       01  W-POSTE-ALLOUE                         PIC X(10).
       01  W-POSTE-ALLOUE-SW                      PIC X(01).
           88  POSTE-ALLOUE                       VALUE 'Y'.
       01  W-FIN-POOLS-SW                         PIC X(01).
           88  FIN-POOLS                          VALUE 'Y'.
      *
       01  W-FIN-FICHIER-SW                       PIC X(01) VALUE 'N'.
           88  FIN-FICHIER-ATTEINTE               VALUE 'Y'.
       01  W-NB-LUS                               PIC 9(08) VALUE 0.
       01  W-NB-APPLIQUEES                        PIC 9(08) VALUE 0.
       01  W-NB-DIFFERES                          PIC 9(08) VALUE 0.
       01  W-NB-REJETES                           PIC 9(08) VALUE 0.
       01  W-NB-PLAGES                            PIC 9(08) VALUE 0.
       01  W-NB-DEPLACES                          PIC 9(08) VALUE 0.
       01  W-NB-RENUMEROTES                       PIC 9(08) VALUE 0.
       01  W-NB-NON-DEPLACES                      PIC 9(08) VALUE 0.
       01  W-NB-RENVOIS-ECHUS                     PIC 9(08) VALUE 0.
       01  W-ANOMALIE-SW                          PIC X(01) VALUE 'N'.
           88  EN-ANOMALIE                        VALUE 'Y'.
       01  SQLCODE-POUR-DISPLAY                   PIC -ZZZZZZZZ9.

       01  W-LIGNE-TITRE.
           05  FILLER                             PIC X(46) VALUE
               'REORGD00 - REORGANISATION DES DEPARTEMENTS - '.
           05  W-TIT-MODE                         PIC X(40).
           05  FILLER                             PIC X(12) VALUE
               'TRAITEMENT '.
           05  W-TIT-DATE                         PIC X(10).
           05  FILLER                             PIC X(24) VALUE SPACE.

       01  W-LIGNE-CORRESPONDANCE.
           05  FILLER                             PIC X(08) VALUE
               'DEPT    '.
           05  W-COR-ANC-DEPT                     PIC X(03).
           05  FILLER                             PIC X(04) VALUE
               ' -> '.
           05  W-COR-NOUV-DEPT                    PIC X(03).
           05  FILLER                             PIC X(08) VALUE
               '  EFFET '.
           05  W-COR-DATE-EFFET                   PIC X(10).
           05  FILLER                             PIC X(10) VALUE
               '  RENUM. '.
           05  W-COR-RENUMEROTER                  PIC X(01).
           05  FILLER                             PIC X(09) VALUE
               '  PLAGE '.
           05  W-COR-PLAGE-DEBUT                  PIC X(10).
           05  FILLER                             PIC X(01) VALUE '-'.
           05  W-COR-PLAGE-FIN                    PIC X(10).
           05  FILLER                             PIC X(02) VALUE SPACE.
           05  W-COR-MOTIF                        PIC X(50).
           05  FILLER                             PIC X(03) VALUE SPACE.

       01  W-LIGNE-DETAIL.
           05  W-DET-ACTION                       PIC X(11).
           05  FILLER                             PIC X(02) VALUE SPACE.
           05  W-DET-CONTACT-ID                   PIC 9(08).
           05  FILLER                             PIC X(02) VALUE SPACE.
           05  W-DET-LASTNAME                     PIC X(15).
           05  FILLER                             PIC X(01) VALUE SPACE.
           05  W-DET-FIRSTNAME                    PIC X(15).
           05  FILLER                             PIC X(02) VALUE SPACE.
           05  W-DET-ANC-POSTE                    PIC X(10).
           05  FILLER                             PIC X(04) VALUE
               ' -> '.
           05  W-DET-NOUV-POSTE                   PIC X(10).
           05  FILLER                             PIC X(02) VALUE SPACE.
           05  W-DET-MOTIF                        PIC X(40).
           05  FILLER                             PIC X(10) VALUE SPACE.

       01  W-LIGNE-TOTAL.
           05  W-TOT-LIBELLE                      PIC X(30).
           05  W-TOT-NOMBRE                       PIC 9(08).
           05  FILLER                             PIC X(94) VALUE SPACE.

      *    CONTACTS ACTIFS DE L'ANCIEN DEPARTEMENT. WITH HOLD : EN REEL
      *    CHAQUE DEPLACEMENT EST VALIDE PAR UN COMMIT CURSEUR OUVERT
           EXEC SQL
              DECLARE CTC-CURS CURSOR WITH HOLD FOR
              SELECT CONTACT_ID,
                     LASTNAME,
                     FIRSTNAME,
                     PHONE,
                     ZIPCODE,
                     EMAIL
                FROM CONTACTS
               WHERE DEPARTMENT = :H-ANC-DEPT
                 AND STATUS = 'A'
               ORDER BY CONTACT_ID
           END-EXEC.

      *    PLAGES DU NOUVEAU DEPARTEMENT ENCORE OUVERTES, LIMITEES A LA
      *    PLAGE FOURNIE QUAND IL Y EN A UNE (H-PLAGE-DEBUT NON NUL) -
      *    FOR UPDATE COMME ALLOCEXT DANS PBOOKDBN
           EXEC SQL
              DECLARE POOL-CURS CURSOR FOR
              SELECT NEXT_FREE,
                     EXT_END
                FROM EXTENSION_POOLS
               WHERE DEPARTMENT = :H-POOL-DEPT
                 AND NEXT_FREE <= EXT_END
                 AND (:H-PLAGE-DEBUT = 0
                   OR EXT_START = :H-PLAGE-DEBUT)
               ORDER BY EXT_START
                 FOR UPDATE OF NEXT_FREE
           END-EXEC.

       PROCEDURE DIVISION.

           MOVE 'REORGD00'          TO RUNCTL-IN-JOB-NAME
           MOVE 'REORGD00'          TO RUNCTL-IN-STEP-NAME
           SET  RUNCTL-DEBUT-RUN    TO TRUE
           CALL C-RUNCTRL USING RUNCTL-ENTREE RUNCTL-SORTIE
           END-CALL
           MOVE RUNCTL-OUT-RUN-ID   TO W-RUNCTL-RUN-ID

           PERFORM LIRE-PARAMETRES

           OPEN INPUT  FSYS029
           OPEN OUTPUT FSYS031

           PERFORM ECRIRE-TITRE

           IF  MODE-REEL
           AND NOT EN-ANOMALIE
               PERFORM PURGER-RENVOIS-ECHUS
           END-IF

           PERFORM LIRE-CORRESPONDANCE
           PERFORM TRAITER-CORRESPONDANCE
                   UNTIL FIN-FICHIER-ATTEINTE

           PERFORM ECRIRE-TOTAUX

           CLOSE FSYS029
           CLOSE FSYS031

           MOVE 'REORGD00'          TO RUNCTL-IN-JOB-NAME
           MOVE 'REORGD00'          TO RUNCTL-IN-STEP-NAME
           MOVE W-RUNCTL-RUN-ID     TO RUNCTL-IN-RUN-ID
           SET  RUNCTL-FIN-RUN      TO TRUE
           IF  EN-ANOMALIE
               SET RUNCTL-STATUT-KO TO TRUE
           ELSE
               SET RUNCTL-STATUT-OK TO TRUE
           END-IF
           CALL C-RUNCTRL USING RUNCTL-ENTREE RUNCTL-SORTIE
           END-CALL

           DISPLAY 'REORGD00 - MODE               : ' W-MODE-SW
           DISPLAY 'REORGD00 - LIGNES LUES        : ' W-NB-LUS
           DISPLAY 'REORGD00 - LIGNES APPLIQUEES  : ' W-NB-APPLIQUEES
           DISPLAY 'REORGD00 - LIGNES DIFFEREES   : ' W-NB-DIFFERES
           DISPLAY 'REORGD00 - LIGNES REJETEES    : ' W-NB-REJETES
           DISPLAY 'REORGD00 - CONTACTS DEPLACES  : ' W-NB-DEPLACES
           DISPLAY 'REORGD00 - POSTES RENUMEROTES : ' W-NB-RENUMEROTES
           DISPLAY 'REORGD00 - NON DEPLACES       : ' W-NB-NON-DEPLACES

           EVALUATE TRUE
             WHEN EN-ANOMALIE
               MOVE 8 TO RETURN-CODE
             WHEN W-NB-REJETES > 0
               OR W-NB-NON-DEPLACES > 0
               MOVE 4 TO RETURN-CODE
             WHEN OTHER
               MOVE 0 TO RETURN-CODE
           END-EVALUATE

           GOBACK
           .
      *
      *    MODE ET DELAI DE GRACE DE LA CARTE SYSIN ; LA DATE DU JOUR
      *    CALCULEE PAR DB2 EST REMPLACEE PAR CELLE DE LA CARTE POUR UN
      *    RATTRAPAGE. TOUT AUTRE MODE QUE R EST UNE SIMULATION
       LIRE-PARAMETRES.
           MOVE SPACES TO W-CARTE-SYSIN
           ACCEPT W-CARTE-SYSIN FROM SYSIN

           IF  W-SYS-MODE = 'R'
               SET MODE-REEL       TO TRUE
               MOVE 'MISE A JOUR'  TO W-TIT-MODE
           ELSE
               SET MODE-SIMULATION TO TRUE
               MOVE 'SIMULATION - RIEN N''EST VALIDE' TO W-TIT-MODE
           END-IF

           IF  W-SYS-DELAI IS NUMERIC
               MOVE W-SYS-DELAI-N  TO W-DELAI-GRACE
           ELSE
               MOVE C-DELAI-DEFAUT TO W-DELAI-GRACE
           END-IF
           MOVE W-DELAI-GRACE TO H-DELAI-GRACE

           EXEC SQL
              SELECT CHAR(CURRENT DATE, ISO)
                INTO :W-DATE-TRAITEMENT
                FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF  SQLCODE NOT = ZERO
               DISPLAY 'REORGD00 - LECTURE DATE DU JOUR KO'
               PERFORM AFFICHER-SQLCODE
               SET EN-ANOMALIE TO TRUE
           END-IF

           IF  W-SYS-DATE(1:4) IS NUMERIC
           AND W-SYS-DATE(5:1) = '-'
               MOVE W-SYS-DATE TO W-DATE-TRAITEMENT
           END-IF
           MOVE W-DATE-TRAITEMENT TO W-TIT-DATE

           DISPLAY 'REORGD00 - MODE : ' W-TIT-MODE
           DISPLAY 'REORGD00 - DATE DE TRAITEMENT : ' W-DATE-TRAITEMENT
           DISPLAY 'REORGD00 - DELAI DE GRACE DES RENVOIS : '
                   W-DELAI-GRACE ' JOURS'
           .
      *
       ECRIRE-TITRE.
           MOVE W-LIGNE-TITRE TO ENR-SYS031
           WRITE ENR-SYS031
           MOVE SPACES TO ENR-SYS031
           WRITE ENR-SYS031
           .
      *
      *    UN RENVOI DONT LE DELAI DE GRACE EST ECOULE LIBERE L'ANCIEN
      *    POSTE : IL N'EST PLUS CHARGE PAR PBXRTE00
       PURGER-RENVOIS-ECHUS.
           EXEC SQL
              DELETE FROM EXTENSION_FORWARDS
               WHERE END_DATE < DATE(:W-DATE-TRAITEMENT)
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               MOVE SQLERRD(3) TO W-NB-RENVOIS-ECHUS
               EXEC SQL COMMIT END-EXEC
             WHEN 100
               CONTINUE
             WHEN OTHER
               DISPLAY 'REORGD00 - PURGE EXTENSION_FORWARDS KO'
               PERFORM AFFICHER-SQLCODE
               SET EN-ANOMALIE TO TRUE
               EXEC SQL ROLLBACK END-EXEC
           END-EVALUATE
           .
      *
       LIRE-CORRESPONDANCE.
           READ FSYS029
             AT END
               SET FIN-FICHIER-ATTEINTE TO TRUE
             NOT AT END
               ADD 1 TO W-NB-LUS
           END-READ
           .
      *
      *    CONTROLES DE LA LIGNE DE CORRESPONDANCE PUIS APPLICATION
       TRAITER-CORRESPONDANCE.
           MOVE E29-ANC-DEPT        TO W-COR-ANC-DEPT
           MOVE E29-NOUV-DEPT       TO W-COR-NOUV-DEPT
           MOVE E29-DATE-EFFET      TO W-COR-DATE-EFFET
           MOVE E29-RENUMEROTER     TO W-COR-RENUMEROTER
           MOVE E29-PLAGE-DEBUT     TO W-COR-PLAGE-DEBUT
           MOVE E29-PLAGE-FIN       TO W-COR-PLAGE-FIN
           MOVE SPACES              TO W-COR-MOTIF

           IF  E29-PLAGE-DEBUT = SPACES
           AND E29-PLAGE-FIN   = SPACES
               MOVE 'N' TO W-PLAGE-SW
               MOVE 0   TO H-PLAGE-DEBUT
               MOVE 0   TO H-PLAGE-FIN
           ELSE
               MOVE 'Y' TO W-PLAGE-SW
           END-IF

           EVALUATE TRUE
             WHEN E29-ANC-DEPT = SPACES
               OR E29-NOUV-DEPT = SPACES
               MOVE 'DEPARTEMENT ABSENT' TO W-COR-MOTIF
               PERFORM REJETER-CORRESPONDANCE
             WHEN E29-DATE-EFFET(1:4) IS NOT NUMERIC
               OR E29-DATE-EFFET(5:1) NOT = '-'
               MOVE 'DATE D''EFFET INVALIDE' TO W-COR-MOTIF
               PERFORM REJETER-CORRESPONDANCE
             WHEN NOT RENUMEROTATION-VALIDE
               MOVE 'RENUMEROTATION INVALIDE (O/N)' TO W-COR-MOTIF
               PERFORM REJETER-CORRESPONDANCE
             WHEN E29-ANC-DEPT = E29-NOUV-DEPT
              AND NOT RENUMEROTATION-DEMANDEE
               MOVE 'AUCUN CHANGEMENT DEMANDE' TO W-COR-MOTIF
               PERFORM REJETER-CORRESPONDANCE
             WHEN PLAGE-FOURNIE
              AND (E29-PLAGE-DEBUT IS NOT NUMERIC
                OR E29-PLAGE-FIN IS NOT NUMERIC)
               MOVE 'PLAGE DE POSTES INVALIDE' TO W-COR-MOTIF
               PERFORM REJETER-CORRESPONDANCE
             WHEN PLAGE-FOURNIE
              AND E29-PLAGE-DEBUT-N > E29-PLAGE-FIN-N
               MOVE 'PLAGE DE POSTES INVALIDE' TO W-COR-MOTIF
               PERFORM REJETER-CORRESPONDANCE
             WHEN E29-DATE-EFFET > W-DATE-TRAITEMENT
               ADD 1 TO W-NB-DIFFERES
               MOVE 'DIFFEREE - DATE D''EFFET FUTURE' TO W-COR-MOTIF
               PERFORM ECRIRE-CORRESPONDANCE
             WHEN OTHER
               PERFORM APPLIQUER-CORRESPONDANCE
           END-EVALUATE

           PERFORM LIRE-CORRESPONDANCE
           .
      *
      ******************************************************************
      * APPLICATION D'UNE LIGNE : OUVERTURE DE LA PLAGE FOURNIE PUIS   *
      * DEPLACEMENT DE CHAQUE CONTACT ACTIF DE L'ANCIEN DEPARTEMENT.   *
      * EN SIMULATION, TOUT EST DEFAIT PAR ROLLBACK EN FIN DE LIGNE    *
      ******************************************************************
       APPLIQUER-CORRESPONDANCE.
           MOVE 'N'              TO W-ARRET-SW
           MOVE 0                TO W-NB-DEPLACES-LIGNE
           MOVE E29-ANC-DEPT     TO H-ANC-DEPT
           MOVE E29-NOUV-DEPT    TO H-NOUV-DEPT
           MOVE E29-DATE-EFFET   TO H-DATE-EFFET

           EXEC SQL
              SELECT CHAR(DATE(:H-DATE-EFFET) + :H-DELAI-GRACE DAYS,
                          ISO)
                INTO :H-DATE-FIN-RENVOI
                FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF  SQLCODE NOT = ZERO
               DISPLAY 'REORGD00 - CALCUL FIN DE RENVOI KO '
                       H-DATE-EFFET
               PERFORM AFFICHER-SQLCODE
               MOVE 'DATE D''EFFET INVALIDE' TO W-COR-MOTIF
               PERFORM REJETER-CORRESPONDANCE
               SET ARRET-CORRESPONDANCE TO TRUE
           ELSE
               MOVE SPACES TO W-COR-MOTIF
               STRING 'RENVOI DES ANCIENS POSTES JUSQU''AU '
                      H-DATE-FIN-RENVOI
                      DELIMITED BY SIZE INTO W-COR-MOTIF
               PERFORM ECRIRE-CORRESPONDANCE
           END-IF

           IF  PLAGE-FOURNIE
           AND NOT ARRET-CORRESPONDANCE
               MOVE E29-PLAGE-DEBUT-N TO H-PLAGE-DEBUT
               MOVE E29-PLAGE-FIN-N   TO H-PLAGE-FIN
               PERFORM OUVRIR-PLAGE
           END-IF

           IF  NOT ARRET-CORRESPONDANCE
               PERFORM DEPLACER-CONTACTS
           END-IF

           IF  MODE-SIMULATION
               EXEC SQL ROLLBACK END-EXEC
           END-IF
           IF  NOT ARRET-CORRESPONDANCE
               ADD 1 TO W-NB-APPLIQUEES
           END-IF

           MOVE 'CONTACTS DEPLACES (LIGNE)    : ' TO W-TOT-LIBELLE
           MOVE W-NB-DEPLACES-LIGNE              TO W-TOT-NOMBRE
           PERFORM ECRIRE-LIGNE-TOTAL
           MOVE SPACES TO ENR-SYS031
           WRITE ENR-SYS031
           .
      *
      *    LA PLAGE EST CREEE POUR LE NOUVEAU DEPARTEMENT ; DEJA OUVERTE
      *    A L'IDENTIQUE (REPRISE D'UN PASSAGE), ELLE EST REUTILISEE. UN
      *    CHEVAUCHEMENT AVEC UNE AUTRE PLAGE FAIT REJETER LA LIGNE
       OUVRIR-PLAGE.
           EXEC SQL
              SELECT COUNT(*)
                INTO :H-NB-PLAGES
                FROM EXTENSION_POOLS
               WHERE DEPARTMENT = :H-NOUV-DEPT
                 AND EXT_START  = :H-PLAGE-DEBUT
                 AND EXT_END    = :H-PLAGE-FIN
           END-EXEC
           IF  SQLCODE NOT = ZERO
               DISPLAY 'REORGD00 - LECTURE EXTENSION_POOLS KO '
                       H-NOUV-DEPT
               PERFORM AFFICHER-SQLCODE
               SET EN-ANOMALIE          TO TRUE
               SET ARRET-CORRESPONDANCE TO TRUE
           END-IF

           IF  NOT ARRET-CORRESPONDANCE
           AND H-NB-PLAGES = 0
               EXEC SQL
                  SELECT COUNT(*)
                    INTO :H-NB-PLAGES
                    FROM EXTENSION_POOLS
                   WHERE EXT_START <= :H-PLAGE-FIN
                     AND EXT_END   >= :H-PLAGE-DEBUT
               END-EXEC
               EVALUATE TRUE
                 WHEN SQLCODE NOT = ZERO
                   DISPLAY 'REORGD00 - LECTURE EXTENSION_POOLS KO '
                           H-NOUV-DEPT
                   PERFORM AFFICHER-SQLCODE
                   SET EN-ANOMALIE          TO TRUE
                   SET ARRET-CORRESPONDANCE TO TRUE
                 WHEN H-NB-PLAGES > 0
                   MOVE 'PLAGE CHEVAUCHANT UNE PLAGE EXISTANTE'
                     TO W-COR-MOTIF
                   PERFORM REJETER-CORRESPONDANCE
                   SET ARRET-CORRESPONDANCE TO TRUE
                 WHEN OTHER
                   PERFORM CREER-PLAGE
               END-EVALUATE
           END-IF
           .
      *
       CREER-PLAGE.
           EXEC SQL
              INSERT INTO EXTENSION_POOLS (
                   DEPARTMENT,
                   EXT_START,
                   EXT_END,
                   NEXT_FREE)
                   VALUES (:H-NOUV-DEPT,
                   :H-PLAGE-DEBUT,
                   :H-PLAGE-FIN,
                   :H-PLAGE-DEBUT)
           END-EXEC

           IF  SQLCODE NOT = ZERO
               DISPLAY 'REORGD00 - CREATION PLAGE KO ' H-NOUV-DEPT
               PERFORM AFFICHER-SQLCODE
               SET EN-ANOMALIE          TO TRUE
               SET ARRET-CORRESPONDANCE TO TRUE
               EXEC SQL ROLLBACK END-EXEC
           ELSE
               IF  MODE-REEL
                   EXEC SQL COMMIT END-EXEC
               END-IF
               ADD 1 TO W-NB-PLAGES
               MOVE 'PLAGE OUVERTE POUR LE NOUVEAU DEPARTEMENT'
                 TO W-COR-MOTIF
               PERFORM ECRIRE-CORRESPONDANCE
           END-IF
           .
      *
       DEPLACER-CONTACTS.
           MOVE 'N' TO W-FIN-CONTACTS-SW
           MOVE 'N' TO W-CURSEUR-SW
           EXEC SQL
              OPEN CTC-CURS
           END-EXEC
           IF  SQLCODE NOT = ZERO
               DISPLAY 'REORGD00 - OUVERTURE CTC-CURS KO ' H-ANC-DEPT
               PERFORM AFFICHER-SQLCODE
               SET EN-ANOMALIE TO TRUE
           ELSE
               MOVE 'Y' TO W-CURSEUR-SW
               PERFORM TRAITER-CONTACT-SUIVANT
                       UNTIL FIN-CONTACTS
      *        UN ROLLBACK EN REEL A DEJA FERME LE CURSEUR
               IF  CURSEUR-OUVERT
                   EXEC SQL
                      CLOSE CTC-CURS
                   END-EXEC
               END-IF
           END-IF
           .
      *
       TRAITER-CONTACT-SUIVANT.
           EXEC SQL
              FETCH CTC-CURS
               INTO :H-CONTACT-ID,
                    :H-LASTNAME,
                    :H-FIRSTNAME,
                    :H-PHONE,
                    :H-ZIPCODE,
                    :H-EMAIL
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               PERFORM DEPLACER-CONTACT
             WHEN 100
               SET FIN-CONTACTS TO TRUE
             WHEN OTHER
               DISPLAY 'REORGD00 - LECTURE CTC-CURS KO ' H-ANC-DEPT
               PERFORM AFFICHER-SQLCODE
               SET EN-ANOMALIE  TO TRUE
               SET FIN-CONTACTS TO TRUE
           END-EVALUATE
           .
      *
      ******************************************************************
      * DEPLACEMENT D'UN CONTACT : NOUVEAU POSTE SI RENUMEROTATION,    *
      * MISE A JOUR DE CONTACTS, RENVOI DE L'ANCIEN POSTE, JOURNAL     *
      ******************************************************************
       DEPLACER-CONTACT.
           MOVE H-PHONE TO H-ANC-PHONE
           MOVE 'Y'     TO W-POSTE-ALLOUE-SW
           IF  RENUMEROTATION-DEMANDEE
               MOVE H-NOUV-DEPT TO H-POOL-DEPT
               PERFORM ALLOUER-POSTE
               IF  POSTE-ALLOUE
                   MOVE W-POSTE-ALLOUE TO H-PHONE
               END-IF
           END-IF

           EVALUATE TRUE
             WHEN ARRET-CORRESPONDANCE
               MOVE 'ERREUR SQL A L''ALLOCATION' TO W-DET-MOTIF
               PERFORM ABANDONNER-CORRESPONDANCE
             WHEN NOT POSTE-ALLOUE
               ADD 1 TO W-NB-NON-DEPLACES
               MOVE 'NON DEPLACE' TO W-DET-ACTION
               MOVE 'PLUS DE POSTE LIBRE DANS LA PLAGE' TO W-DET-MOTIF
               PERFORM ECRIRE-DETAIL
             WHEN OTHER
               PERFORM APPLIQUER-DEPLACEMENT
           END-EVALUATE
           .
      *
       APPLIQUER-DEPLACEMENT.
           EXEC SQL
              UPDATE CONTACTS
                 SET DEPARTMENT = :H-NOUV-DEPT,
                     PHONE      = :H-PHONE
               WHERE CONTACT_ID = :H-CONTACT-ID
                 AND STATUS = 'A'
           END-EXEC

           IF  SQLCODE NOT = ZERO
               DISPLAY 'REORGD00 - MAJ CONTACT KO ' H-CONTACT-ID
               PERFORM AFFICHER-SQLCODE
               MOVE 'ERREUR SQL A LA MISE A JOUR' TO W-DET-MOTIF
               PERFORM ABANDONNER-CORRESPONDANCE
           ELSE
               MOVE SPACES TO W-DET-MOTIF
               IF  H-PHONE NOT = H-ANC-PHONE
               AND H-ANC-PHONE NOT = SPACES
                   PERFORM CREER-RENVOI
               END-IF
               IF  NOT ARRET-CORRESPONDANCE
                   PERFORM JOURNALISER-DEPLACEMENT
                   IF  MODE-REEL
                       EXEC SQL COMMIT END-EXEC
                   END-IF
                   ADD 1 TO W-NB-DEPLACES
                   ADD 1 TO W-NB-DEPLACES-LIGNE
                   IF  H-PHONE NOT = H-ANC-PHONE
                       ADD 1 TO W-NB-RENUMEROTES
                   END-IF
                   IF  MODE-REEL
                       MOVE 'DEPLACE'  TO W-DET-ACTION
                   ELSE
                       MOVE 'A DEPLACER' TO W-DET-ACTION
                   END-IF
                   PERFORM ECRIRE-DETAIL
               END-IF
           END-IF
           .
      *
      *    L'ANCIEN POSTE RENVOIE SUR LE NOUVEAU PENDANT LE DELAI DE
      *    GRACE. SANS RENVOI, LE DEPLACEMENT EST ABANDONNE : LES
      *    APPELANTS TOMBERAIENT SUR UN POSTE MORT
       CREER-RENVOI.
           EXEC SQL
              INSERT INTO EXTENSION_FORWARDS (
                   OLD_PHONE,
                   NEW_PHONE,
                   CONTACT_ID,
                   START_DATE,
                   END_DATE,
                   USERID,
                   CREATED_TS)
                   VALUES (:H-ANC-PHONE,
                   :H-PHONE,
                   :H-CONTACT-ID,
                   DATE(:H-DATE-EFFET),
                   DATE(:H-DATE-FIN-RENVOI),
                   :C-USERID-BATCH,
                   CURRENT TIMESTAMP)
           END-EXEC

           IF  SQLCODE NOT = ZERO
               DISPLAY 'REORGD00 - CREATION RENVOI KO ' H-ANC-PHONE
               PERFORM AFFICHER-SQLCODE
               MOVE 'ERREUR SQL A LA CREATION DU RENVOI' TO W-DET-MOTIF
               PERFORM ABANDONNER-CORRESPONDANCE
           ELSE
               STRING 'RENVOI JUSQU''AU ' H-DATE-FIN-RENVOI
                      DELIMITED BY SIZE INTO W-DET-MOTIF
           END-IF
           .
      *
      *    ERREUR DB2 EN COURS DE LIGNE : LE CONTACT EN COURS EST
      *    DEFAIT, LES CONTACTS SUIVANTS NE SONT PAS TRAITES. EN REEL
      *    LES DEPLACEMENTS DEJA VALIDES RESTENT ACQUIS : REPASSER LE
      *    FICHIER REPREND LES CONTACTS RESTES DANS L'ANCIEN DEPARTEMENT
       ABANDONNER-CORRESPONDANCE.
           SET EN-ANOMALIE          TO TRUE
           SET ARRET-CORRESPONDANCE TO TRUE
           SET FIN-CONTACTS         TO TRUE
           IF  MODE-REEL
               EXEC SQL ROLLBACK END-EXEC
               MOVE 'N' TO W-CURSEUR-SW
           END-IF
           ADD 1 TO W-NB-NON-DEPLACES
           MOVE 'NON DEPLACE' TO W-DET-ACTION
           MOVE H-ANC-PHONE   TO H-PHONE
           PERFORM ECRIRE-DETAIL
           .
      *
      ******************************************************************
      * ALLOCATION DU PROCHAIN POSTE LIBRE DES PLAGES DE H-POOL-DEPT,  *
      * MEME PARCOURS QU'ALLOCEXT DANS PBOOKDBN. LE NUMERO ALLOUE     *
      * REVIENT DANS W-POSTE-ALLOUE ; UNE ERREUR DB2 ARRETE LA LIGNE   *
      ******************************************************************
       ALLOUER-POSTE.
           MOVE 'N'    TO W-POSTE-ALLOUE-SW
           MOVE 'N'    TO W-FIN-POOLS-SW
           MOVE SPACES TO W-POSTE-ALLOUE

           EXEC SQL
              OPEN POOL-CURS
           END-EXEC
           IF  SQLCODE NOT = ZERO
               DISPLAY 'REORGD00 - OUVERTURE POOL-CURS KO ' H-POOL-DEPT
               PERFORM AFFICHER-SQLCODE
               SET ARRET-CORRESPONDANCE TO TRUE
           ELSE
               PERFORM ALLOUER-UNE-PLAGE
                       UNTIL POSTE-ALLOUE OR FIN-POOLS
               EXEC SQL
                  CLOSE POOL-CURS
               END-EXEC
           END-IF
           .
      *
       ALLOUER-UNE-PLAGE.
           EXEC SQL
              FETCH POOL-CURS
               INTO :H-POOL-NEXT,
                    :H-POOL-END
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               PERFORM CHERCHER-POSTE-LIBRE
                       UNTIL POSTE-ALLOUE
                          OR FIN-POOLS
                          OR H-POOL-NEXT > H-POOL-END
               IF  POSTE-ALLOUE
                   EXEC SQL
                      UPDATE EXTENSION_POOLS
                         SET NEXT_FREE = :H-POOL-NEXT
                       WHERE CURRENT OF POOL-CURS
                   END-EXEC
                   IF  SQLCODE NOT = ZERO
                       DISPLAY 'REORGD00 - MAJ EXTENSION_POOLS KO '
                               H-POOL-DEPT
                       PERFORM AFFICHER-SQLCODE
                       SET ARRET-CORRESPONDANCE TO TRUE
                       MOVE 'N' TO W-POSTE-ALLOUE-SW
                       SET FIN-POOLS TO TRUE
                   END-IF
               END-IF
             WHEN 100
               SET FIN-POOLS TO TRUE
             WHEN OTHER
               DISPLAY 'REORGD00 - LECTURE POOL-CURS KO ' H-POOL-DEPT
               PERFORM AFFICHER-SQLCODE
               SET ARRET-CORRESPONDANCE TO TRUE
               SET FIN-POOLS TO TRUE
           END-EVALUATE
           .
      *
      *    UN NUMERO TENU PAR UN CONTACT ACTIF, OU ENCORE RENVOYE VERS
      *    LE NOUVEAU POSTE D'UN CONTACT DEPLACE, EST SAUTE ; NEXT_FREE
      *    REPART AU CANDIDAT + 1
       CHERCHER-POSTE-LIBRE.
           MOVE H-POOL-NEXT TO W-POOL-NEXT
           MOVE W-POOL-NEXT TO H-POSTE-CANDIDAT
           EXEC SQL
              SELECT (SELECT COUNT(*)
                        FROM CONTACTS
                       WHERE PHONE = :H-POSTE-CANDIDAT
                         AND STATUS = 'A')
                   + (SELECT COUNT(*)
                        FROM EXTENSION_FORWARDS
                       WHERE OLD_PHONE = :H-POSTE-CANDIDAT
                         AND END_DATE >= DATE(:W-DATE-TRAITEMENT))
                INTO :H-NB-DETENTEURS
                FROM SYSIBM.SYSDUMMY1
           END-EXEC

           EVALUATE TRUE
             WHEN SQLCODE NOT = ZERO
               DISPLAY 'REORGD00 - CONTROLE POSTE KO ' H-POSTE-CANDIDAT
               PERFORM AFFICHER-SQLCODE
               SET ARRET-CORRESPONDANCE TO TRUE
               SET FIN-POOLS TO TRUE
             WHEN H-NB-DETENTEURS = 0
               MOVE H-POSTE-CANDIDAT TO W-POSTE-ALLOUE
               MOVE 'Y' TO W-POSTE-ALLOUE-SW
               ADD 1 TO H-POOL-NEXT
             WHEN OTHER
               ADD 1 TO H-POOL-NEXT
           END-EVALUATE
           .
      *
      *    JOURNAL CONTACTS_AUDIT DU DEPLACEMENT : SEULS LE POSTE ET LE
      *    DEPARTEMENT CHANGENT, LES AUTRES OLD_* REPRENNENT LA VALEUR
      *    COURANTE (UN UNDO PBOOKDBN REPOSE ALORS L'ANCIEN POSTE). UNE
      *    ERREUR EST SIGNALEE MAIS NE DEFAIT PAS LE DEPLACEMENT, COMME
      *    AUDIT-CONTACT DANS PBOOKDBN
       JOURNALISER-DEPLACEMENT.
           EXEC SQL
              INSERT INTO CONTACTS_AUDIT (
                   CONTACT_ID,
                   LASTNAME,
                   FIRSTNAME,
                   PHONE,
                   ZIPCODE,
                   EMAIL,
                   OLD_FIRSTNAME,
                   OLD_PHONE,
                   OLD_ZIPCODE,
                   OLD_EMAIL,
                   MANAGER_ID,
                   OLD_MANAGER_ID,
                   DEPARTMENT,
                   OLD_DEPARTMENT,
                   ACTION,
                   EIBTRNID,
                   USERID,
                   AUDIT_TS)
                   VALUES (:H-CONTACT-ID,
                   :H-LASTNAME,
                   :H-FIRSTNAME,
                   :H-PHONE,
                   :H-ZIPCODE,
                   :H-EMAIL,
                   :H-FIRSTNAME,
                   :H-ANC-PHONE,
                   :H-ZIPCODE,
                   :H-EMAIL,
                   0,
                   0,
                   :H-NOUV-DEPT,
                   :H-ANC-DEPT,
                   :H-ACTION,
                   :C-TRNID-BATCH,
                   :C-USERID-BATCH,
                   CURRENT TIMESTAMP)
           END-EXEC

           IF  SQLCODE NOT = ZERO
               DISPLAY 'REORGD00 - JOURNAL CONTACTS_AUDIT KO '
                       H-CONTACT-ID
               PERFORM AFFICHER-SQLCODE
               SET EN-ANOMALIE TO TRUE
           END-IF
           .
      *
       REJETER-CORRESPONDANCE.
           ADD 1 TO W-NB-REJETES
           MOVE W-COR-MOTIF TO W-DET-MOTIF
           MOVE SPACES      TO W-COR-MOTIF
           STRING 'REJETEE - ' W-DET-MOTIF
                  DELIMITED BY SIZE INTO W-COR-MOTIF
           PERFORM ECRIRE-CORRESPONDANCE
           .
      *
       ECRIRE-CORRESPONDANCE.
           MOVE W-LIGNE-CORRESPONDANCE TO ENR-SYS031
           WRITE ENR-SYS031
           .
      *
       ECRIRE-DETAIL.
           MOVE H-CONTACT-ID        TO W-DET-CONTACT-ID
           MOVE H-LASTNAME          TO W-DET-LASTNAME
           MOVE H-FIRSTNAME         TO W-DET-FIRSTNAME
           MOVE H-ANC-PHONE         TO W-DET-ANC-POSTE
           MOVE H-PHONE             TO W-DET-NOUV-POSTE
           MOVE W-LIGNE-DETAIL      TO ENR-SYS031
           WRITE ENR-SYS031
           .
      *
       ECRIRE-TOTAUX.
           MOVE 'TOTAL LIGNES LUES           : ' TO W-TOT-LIBELLE
           MOVE W-NB-LUS                         TO W-TOT-NOMBRE
           PERFORM ECRIRE-LIGNE-TOTAL
           MOVE 'TOTAL LIGNES APPLIQUEES     : ' TO W-TOT-LIBELLE
           MOVE W-NB-APPLIQUEES                  TO W-TOT-NOMBRE
           PERFORM ECRIRE-LIGNE-TOTAL
           MOVE 'TOTAL LIGNES DIFFEREES      : ' TO W-TOT-LIBELLE
           MOVE W-NB-DIFFERES                    TO W-TOT-NOMBRE
           PERFORM ECRIRE-LIGNE-TOTAL
           MOVE 'TOTAL LIGNES REJETEES       : ' TO W-TOT-LIBELLE
           MOVE W-NB-REJETES                     TO W-TOT-NOMBRE
           PERFORM ECRIRE-LIGNE-TOTAL
           MOVE 'TOTAL PLAGES OUVERTES       : ' TO W-TOT-LIBELLE
           MOVE W-NB-PLAGES                      TO W-TOT-NOMBRE
           PERFORM ECRIRE-LIGNE-TOTAL
           MOVE 'TOTAL CONTACTS DEPLACES     : ' TO W-TOT-LIBELLE
           MOVE W-NB-DEPLACES                    TO W-TOT-NOMBRE
           PERFORM ECRIRE-LIGNE-TOTAL
           MOVE 'TOTAL POSTES RENUMEROTES    : ' TO W-TOT-LIBELLE
           MOVE W-NB-RENUMEROTES                 TO W-TOT-NOMBRE
           PERFORM ECRIRE-LIGNE-TOTAL
           MOVE 'TOTAL CONTACTS NON DEPLACES : ' TO W-TOT-LIBELLE
           MOVE W-NB-NON-DEPLACES                TO W-TOT-NOMBRE
           PERFORM ECRIRE-LIGNE-TOTAL
           MOVE 'TOTAL RENVOIS ECHUS PURGES  : ' TO W-TOT-LIBELLE
           MOVE W-NB-RENVOIS-ECHUS               TO W-TOT-NOMBRE
           PERFORM ECRIRE-LIGNE-TOTAL
           .
      *
       ECRIRE-LIGNE-TOTAL.
           MOVE W-LIGNE-TOTAL TO ENR-SYS031
           WRITE ENR-SYS031
           .
      *
       AFFICHER-SQLCODE.
           MOVE SQLCODE TO SQLCODE-POUR-DISPLAY
           DISPLAY 'REORGD00 - SQLCODE : ' SQLCODE-POUR-DISPLAY
           .
