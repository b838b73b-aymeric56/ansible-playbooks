      ****************************************************************
      * PROGRAMME BATCH = EXPORT NOCTURNE DES LISTES DE DIFFUSION
      *                   (GROUPES DE CONTACTS) VERS LA PASSERELLE
      *                   MAIL DE L'ENTREPRISE
      ****************************************************************
      * PROGRAM:  DLEXPO00
      *
      * AUTHOR :  Stephane PAUCOT
      *
      * OBJET  :  LES GROUPES NOMMES DE PBOOKDBN (CONTACT_GROUPS ET
      *           CONTACT_GROUP_MEMBERS) SERVENT AUSSI DE LISTES DE
      *           DIFFUSION : CE PROGRAMME LES PUBLIE CHAQUE NUIT A LA
      *           PASSERELLE MAIL, UNE LISTE PAR GROUPE, AVEC L'EMAIL
      *           DE SES MEMBRES ACTIFS.
      *           UN MEMBRE N'EST EXPORTE QUE SI SON EMAIL EST
      *           UTILISABLE : RENSEIGNE, NON MARQUE EN REBOND PAR
      *           EMLBNC00 (EMAIL_STATUT = 'N') ET ACCEPTE PAR
      *           EMAILVAL. LES AUTRES PARTENT SUR L'ETAT D'EXCEPTIONS
      *           FSYS027 (SANS EMAIL / REBOND / INVALIDE), A CORRIGER
      *           PAR LES CORRESPONDANTS ANNUAIRE. UN MEME EMAIL PRESENT
      *           DEUX FOIS DANS UN GROUPE N'EST EXPORTE QU'UNE FOIS.
      *           LES GROUPES HORS DIFFUSION MAIL (HORS_MAIL = 'O',
      *           POSE PAR GRP-ADD OU GRP-MAIL) NE SONT PAS EXPORTES :
      *           LEURS LISTES SONT GEREES A LA MAIN A LA PASSERELLE.
      *           MODE (CARTE SYSIN, DEFAUT C) :
      *             - C  COMPLET : CHAQUE LISTE EST REMISE A ZERO
      *                  (ACTION R) PUIS RECHARGEE (ACTION A) ; UN
      *                  GROUPE SUPPRIME DEPUIS LE DERNIER PASSAGE EST
      *                  SEULEMENT REMIS A ZERO
      *             - D  DIFFERENTIEL : SEULS LES AJOUTS (ACTION A) ET
      *                  RETRAITS (ACTION S) DEPUIS LE DERNIER PASSAGE
      *                  SONT TRANSMIS
      *           LE DIFFERENTIEL EST CALCULE PAR RAPPROCHEMENT DES
      *           COUPLES (GROUPE, EMAIL) EXPORTES, TRIES, AVEC CEUX DU
      *           PASSAGE PRECEDENT RELUS SUR FSYS026 (GENERATION 0) ;
      *           LES COUPLES DU JOUR PARTENT SUR FSYS025 (GENERATION
      *           +1), COMME DQSCOR00 POUR SES SCORES. LES COUPLES D'UN
      *           GROUPE PASSE HORS DIFFUSION SONT REPORTES TELS QUELS.
      *           SANS GENERATION PRECEDENTE, TOUT EST UN AJOUT.
      *           LE FICHIER PASSERELLE FSYS024 SE TERMINE PAR UN
      *           TRAILER TRLR (NOMBRE D'ENREGISTREMENTS, DATE DE
      *           TRAITEMENT, CHECKSUM = SOMME DES CONTACT_ID MODULO
      *           10**10), DANS LE DESSIN DU FLUX PBX DE PBXRTE00.
      *           CODE RETOUR 8 SUR ANOMALIE DB2 (FICHIER PASSERELLE ET
      *           INSTANTANE DU JOUR A NE PAS UTILISER).
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DLEXPO00.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FSYS024 ASSIGN TO UT-S-SYS024.
           SELECT FSYS025 ASSIGN TO UT-S-SYS025.
           SELECT FSYS026 ASSIGN TO UT-S-SYS026
                          FILE STATUS IS W-FSYS026-STATUS.
           SELECT FSYS027 ASSIGN TO UT-S-SYS027.
       DATA DIVISION.
       FILE SECTION.
      *    FICHIER D'IMPORT DE LA PASSERELLE MAIL ET SON TRAILER TRLR
       FD  FSYS024
           LABEL RECORD STANDARD
           RECORDING MODE IS F
           BLOCK 0 RECORDS.
       01  ENR-SYS024.
      *        R = REMETTRE LA LISTE A ZERO, A = AJOUTER L'ADRESSE,
      *        S = SUPPRIMER L'ADRESSE
           05  E24-ACTION                         PIC X(01).
               88  E24-RAZ-LISTE                  VALUE 'R'.
               88  E24-AJOUT                      VALUE 'A'.
               88  E24-RETRAIT                    VALUE 'S'.
           05  E24-LISTE                          PIC X(20).
           05  E24-EMAIL                          PIC X(40).
           05  E24-CONTACT-ID                     PIC 9(09).
           05  E24-LASTNAME                       PIC X(15).
           05  E24-FIRSTNAME                      PIC X(15).
       01  ENR-SYS024-TRAILER.
           05  TR-MARQUEUR                        PIC X(04).
               88  TR-EST-TRAILER                 VALUE 'TRLR'.
           05  TR-NB-ENR                          PIC 9(08).
           05  TR-DATE-TRAITEMENT                 PIC 9(08).
           05  TR-CHECKSUM                        PIC 9(10).
           05  FILLER                             PIC X(70).
      *    COUPLES (GROUPE, EMAIL) EXPORTES CE JOUR, DANS L'ORDRE
       FD  FSYS025
           LABEL RECORD STANDARD
           RECORDING MODE IS F
           BLOCK 0 RECORDS.
       01  ENR-SYS025.
           05  E25-CLE.
               10  E25-GROUPE                     PIC X(20).
               10  E25-EMAIL                      PIC X(40).
           05  E25-CONTACT-ID                     PIC 9(09).
           05  FILLER                             PIC X(11).
      *    COUPLES EXPORTES AU PASSAGE PRECEDENT (MEME DESSIN)
       FD  FSYS026
           LABEL RECORD STANDARD
           RECORDING MODE IS F
           BLOCK 0 RECORDS.
       01  ENR-SYS026.
           05  E26-CLE.
               10  E26-GROUPE                     PIC X(20).
               10  E26-EMAIL                      PIC X(40).
           05  E26-CONTACT-ID                     PIC 9(09).
           05  FILLER                             PIC X(11).
      *    ETAT DES MEMBRES SANS EMAIL UTILISABLE, ET TOTAUX
       FD  FSYS027
           LABEL RECORD STANDARD
           RECORDING MODE IS F
           BLOCK 0 RECORDS.
       01  ENR-SYS027                             PIC X(132).
       WORKING-STORAGE SECTION.
      ******************************************************************
      * CONSTANTES DU PROGRAMME                                        *
      ******************************************************************

      *    COMMUNICATION AREA FOR THE SHARED RUN-CONTROL MODULE
           COPY RUNCTLC.
       77  C-RUNCTRL                              PIC X(07)
                                                  VALUE 'RUNCTRL'.
       01  W-RUNCTL-RUN-ID                        PIC X(26).

      *    COMMUNICATION AREA FOR THE SHARED E-MAIL VALIDATION MODULE
           COPY EMAILVALC.
       77  C-EMAILVAL                             PIC X(08)
                                                  VALUE 'EMAILVAL'.

      * VARIABLES DB2 SYSTEM
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
      *
      *    MODE D'EXPORT, LU EN SYSIN (DEFAUT SI ABSENT/INCONNU)
       01  W-MODE-SAISI                           PIC X(01).
       01  W-MODE                                 PIC X(01) VALUE 'C'.
           88  MODE-COMPLET                       VALUE 'C'.
           88  MODE-DIFFERENTIEL                  VALUE 'D'.
      *
      *    LIGNE COURANTE DU CURSEUR DES GROUPES
       01  H-GROUP-NAME                           PIC X(20).
       01  H-CONTACT-ID                           PIC S9(9) COMP.
       01  H-LASTNAME                             PIC X(15).
       01  H-FIRSTNAME                            PIC X(15).
       01  H-EMAIL                                PIC X(40).
       01  H-EMAIL-STATUT                         PIC X(01).
      *
      *    GROUPES HORS DIFFUSION MAIL, CHARGES EN DEBUT DE PASSAGE
       01  W-NB-HORS-MAIL                         PIC 9(03) COMP
                                                  VALUE 0.
       01  W-GROUPES-HORS-MAIL.
           05  W-HM-GROUPE OCCURS 200 TIMES       PIC X(20).
       01  I-H                                    PIC 9(03) COMP.
       01  W-HORS-MAIL-SW                         PIC X(01).
           88  GROUPE-HORS-MAIL                   VALUE 'Y'.
       01  W-FIN-HORS-MAIL-SW                     PIC X(01) VALUE 'N'.
           88  FIN-HORS-MAIL                      VALUE 'Y'.
      *
      *    CLES DU RAPPROCHEMENT : COUPLE EXPORTABLE COURANT ET COUPLE
      *    DU PASSAGE PRECEDENT (HIGH-VALUE EN FIN DE FLUX)
       01  W-CLE-COUR.
           05  W-CC-GROUPE                        PIC X(20).
           05  W-CC-EMAIL                         PIC X(40).
       01  W-CLE-PREC.
           05  W-CP-GROUPE                        PIC X(20).
           05  W-CP-EMAIL                         PIC X(40).
      *    MEMBRE RETENU POUR LE COUPLE COURANT
       01  W-MEMBRE-COUR.
           05  W-MC-CONTACT-ID                    PIC 9(09).
           05  W-MC-LASTNAME                      PIC X(15).
           05  W-MC-FIRSTNAME                     PIC X(15).
       01  W-GROUPE-LU                            PIC X(20) VALUE SPACE.
       01  W-GROUPE-CHERCHE                       PIC X(20).
       01  W-RAZ-GROUPE                           PIC X(20).
       01  W-DERNIER-DISPARU                      PIC X(20) VALUE SPACE.
       01  H-NB-GROUPES                           PIC S9(9) COMP.
       01  W-COURANT-TROUVE-SW                    PIC X(01).
           88  COURANT-TROUVE                     VALUE 'Y'.
       01  W-FIN-GROUPES-SW                       PIC X(01) VALUE 'N'.
           88  FIN-GROUPES                        VALUE 'Y'.
       01  W-MOTIF                                PIC X(10).
      *
       01  W-FSYS026-STATUS                       PIC X(02).
           88  FSYS026-OK                         VALUE '00'.
           88  FSYS026-NOT-FOUND                  VALUE '35'.
           88  FSYS026-EOF                        VALUE '10'.
       01  W-FSYS026-OUVERT-SW                    PIC X(01) VALUE 'N'.
           88  FSYS026-OUVERT                     VALUE 'Y'.
      *
      *    COMPTEURS
       01  W-NB-GROUPES                           PIC 9(08) VALUE 0.
       01  W-NB-RAZ                               PIC 9(08) VALUE 0.
       01  W-NB-AJOUTS                            PIC 9(08) VALUE 0.
       01  W-NB-RETRAITS                          PIC 9(08) VALUE 0.
       01  W-NB-INCHANGES                         PIC 9(08) VALUE 0.
       01  W-NB-REPORTES                          PIC 9(08) VALUE 0.
       01  W-NB-DOUBLONS                          PIC 9(08) VALUE 0.
       01  W-NB-EXCEPTIONS                        PIC 9(08) VALUE 0.
       01  W-NB-ENR-PASSERELLE                    PIC 9(08) VALUE 0.
       01  W-CHECKSUM                             PIC 9(10) VALUE 0.
       01  W-ANOMALIE-SW                          PIC X(01) VALUE 'N'.
           88  EN-ANOMALIE                        VALUE 'Y'.
       01  SQLCODE-POUR-DISPLAY                   PIC -ZZZZZZZZ9.

       01  W-LIGNE-TITRE.
           05  FILLER                             PIC X(48) VALUE
               'EXPORT DES LISTES DE DIFFUSION - MODE          '.
           05  W-TIT-MODE                         PIC X(12).
           05  FILLER                             PIC X(72) VALUE SPACE.

       01  W-LIGNE-COLONNES.
           05  FILLER                             PIC X(22)
               VALUE 'GROUPE'.
           05  FILLER                             PIC X(11)
               VALUE 'CONTACT'.
           05  FILLER                             PIC X(32)
               VALUE 'NOM             PRENOM'.
           05  FILLER                             PIC X(42)
               VALUE 'EMAIL'.
           05  FILLER                             PIC X(25)
               VALUE 'MOTIF'.

       01  W-LIGNE-EXCEPTION.
           05  W-EXC-GROUPE                       PIC X(20).
           05  FILLER                             PIC X(02) VALUE SPACE.
           05  W-EXC-CONTACT-ID                   PIC Z(8)9.
           05  FILLER                             PIC X(02) VALUE SPACE.
           05  W-EXC-LASTNAME                     PIC X(15).
           05  FILLER                             PIC X(01) VALUE SPACE.
           05  W-EXC-FIRSTNAME                    PIC X(15).
           05  FILLER                             PIC X(01) VALUE SPACE.
           05  W-EXC-EMAIL                        PIC X(40).
           05  FILLER                             PIC X(02) VALUE SPACE.
           05  W-EXC-MOTIF                        PIC X(10).
           05  FILLER                             PIC X(15) VALUE SPACE.

       01  W-LIGNE-TOTAL.
           05  W-TOT-LIBELLE                      PIC X(30).
           05  W-TOT-NOMBRE                       PIC 9(08).
           05  FILLER                             PIC X(94) VALUE SPACE.

      *    GROUPES HORS DIFFUSION MAIL
           EXEC SQL
              DECLARE HM-CURS CURSOR FOR
              SELECT GROUP_NAME
                FROM CONTACT_GROUPS
               WHERE HORS_MAIL = 'O'
           END-EXEC.

      *    GROUPES DIFFUSES ET LEURS MEMBRES ACTIFS, PAR GROUPE PUIS
      *    EMAIL ; UN GROUPE SANS MEMBRE ACTIF RESSORT UNE FOIS AVEC
      *    UN CONTACT_ID A ZERO, POUR SA REMISE A ZERO EN MODE COMPLET
           EXEC SQL
              DECLARE DL-CURS CURSOR FOR
              SELECT G.GROUP_NAME,
                     COALESCE(X.CONTACT_ID, 0),
                     COALESCE(X.LASTNAME, ' '),
                     COALESCE(X.FIRSTNAME, ' '),
                     COALESCE(X.EMAIL, ' '),
                     COALESCE(X.EMAIL_STATUT, ' ')
                FROM CONTACT_GROUPS G
                LEFT OUTER JOIN
                     (SELECT M.GROUP_NAME,
                             C.CONTACT_ID,
                             C.LASTNAME,
                             C.FIRSTNAME,
                             C.EMAIL,
                             C.EMAIL_STATUT
                        FROM CONTACT_GROUP_MEMBERS M,
                             CONTACTS C
                       WHERE C.CONTACT_ID = M.CONTACT_ID
                         AND C.STATUS = 'A') X
                  ON X.GROUP_NAME = G.GROUP_NAME
               WHERE COALESCE(G.HORS_MAIL, 'N') <> 'O'
               ORDER BY 1, 5
           END-EXEC.

       PROCEDURE DIVISION.

           MOVE 'DLEXPO00'          TO RUNCTL-IN-JOB-NAME
           MOVE 'DLEXPO00'          TO RUNCTL-IN-STEP-NAME
           SET  RUNCTL-DEBUT-RUN    TO TRUE
           CALL C-RUNCTRL USING RUNCTL-ENTREE RUNCTL-SORTIE
           END-CALL
           MOVE RUNCTL-OUT-RUN-ID   TO W-RUNCTL-RUN-ID

           PERFORM LIRE-MODE

           OPEN OUTPUT FSYS024
           OPEN OUTPUT FSYS025
           OPEN OUTPUT FSYS027

           IF  MODE-COMPLET
               MOVE 'COMPLET'      TO W-TIT-MODE
           ELSE
               MOVE 'DIFFERENTIEL' TO W-TIT-MODE
           END-IF
           MOVE W-LIGNE-TITRE    TO ENR-SYS027
           WRITE ENR-SYS027
           MOVE SPACES           TO ENR-SYS027
           WRITE ENR-SYS027
           MOVE W-LIGNE-COLONNES TO ENR-SYS027
           WRITE ENR-SYS027

           PERFORM CHARGER-HORS-MAIL

           IF  NOT EN-ANOMALIE
               PERFORM EXPORTER-LISTES
           END-IF

           PERFORM ECRIRE-TRAILER
           PERFORM ECRIRE-TOTAUX

           CLOSE FSYS024
           CLOSE FSYS025
           CLOSE FSYS027

           MOVE 'DLEXPO00'          TO RUNCTL-IN-JOB-NAME
           MOVE 'DLEXPO00'          TO RUNCTL-IN-STEP-NAME
           MOVE W-RUNCTL-RUN-ID     TO RUNCTL-IN-RUN-ID
           SET  RUNCTL-FIN-RUN      TO TRUE
           IF  EN-ANOMALIE
               SET RUNCTL-STATUT-KO TO TRUE
           ELSE
               SET RUNCTL-STATUT-OK TO TRUE
           END-IF
           CALL C-RUNCTRL USING RUNCTL-ENTREE RUNCTL-SORTIE
           END-CALL

           DISPLAY 'DLEXPO00 - GROUPES EXPORTES : ' W-NB-GROUPES
           DISPLAY 'DLEXPO00 - AJOUTS           : ' W-NB-AJOUTS
           DISPLAY 'DLEXPO00 - RETRAITS         : ' W-NB-RETRAITS
           DISPLAY 'DLEXPO00 - EXCEPTIONS       : ' W-NB-EXCEPTIONS

           IF  EN-ANOMALIE
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           GOBACK
           .
      *
      *    LIT LE MODE SUR UNE CARTE DE CONTROLE SYSIN. TOUTE VALEUR
      *    ABSENTE OU INCONNUE CONSERVE LE MODE COMPLET
       LIRE-MODE.
           ACCEPT W-MODE-SAISI FROM SYSIN
           IF  W-MODE-SAISI = 'C'
           OR  W-MODE-SAISI = 'D'
               MOVE W-MODE-SAISI TO W-MODE
           END-IF
           DISPLAY 'MODE D''EXPORT (C/D) : ' W-MODE
           .
      *
      *    CHARGE LES GROUPES HORS DIFFUSION MAIL (200 AU PLUS)
       CHARGER-HORS-MAIL.
           EXEC SQL OPEN HM-CURS END-EXEC
           IF  SQLCODE NOT = ZERO
               DISPLAY 'DLEXPO00 - OUVERTURE HM-CURS KO'
               PERFORM AFFICHER-SQLCODE
               SET EN-ANOMALIE TO TRUE
               SET FIN-HORS-MAIL TO TRUE
           END-IF

           PERFORM LIRE-HORS-MAIL
                   UNTIL FIN-HORS-MAIL

           EXEC SQL CLOSE HM-CURS END-EXEC
           .
      *
       LIRE-HORS-MAIL.
           EXEC SQL
              FETCH HM-CURS
               INTO :H-GROUP-NAME
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               IF  W-NB-HORS-MAIL < 200
                   ADD 1 TO W-NB-HORS-MAIL
                   MOVE H-GROUP-NAME TO W-HM-GROUPE(W-NB-HORS-MAIL)
               END-IF
             WHEN 100
               SET FIN-HORS-MAIL TO TRUE
             WHEN OTHER
               DISPLAY 'DLEXPO00 - LECTURE HM-CURS KO'
               PERFORM AFFICHER-SQLCODE
               SET EN-ANOMALIE TO TRUE
               SET FIN-HORS-MAIL TO TRUE
           END-EVALUATE
           .
      *
      ******************************************************************
      * RAPPROCHEMENT DES COUPLES EXPORTABLES DU JOUR AVEC CEUX DU     *
      * PASSAGE PRECEDENT, TOUS DEUX DANS L'ORDRE GROUPE PUIS EMAIL    *
      ******************************************************************
       EXPORTER-LISTES.
           EXEC SQL OPEN DL-CURS END-EXEC
           IF  SQLCODE NOT = ZERO
               DISPLAY 'DLEXPO00 - OUVERTURE DL-CURS KO'
               PERFORM AFFICHER-SQLCODE
               SET EN-ANOMALIE TO TRUE
               SET FIN-GROUPES TO TRUE
           END-IF

           OPEN INPUT FSYS026
           IF  FSYS026-NOT-FOUND
               DISPLAY 'DLEXPO00 - PAS DE PASSAGE PRECEDENT'
               MOVE HIGH-VALUE TO W-CLE-PREC
           ELSE
               SET FSYS026-OUVERT TO TRUE
               PERFORM LIRE-PRECEDENT
           END-IF

           MOVE SPACES TO W-CLE-COUR
           PERFORM LIRE-COURANT

           PERFORM RAPPROCHER
                   UNTIL W-CLE-COUR = HIGH-VALUE
                     AND W-CLE-PREC = HIGH-VALUE

           IF  FSYS026-OUVERT
               CLOSE FSYS026
           END-IF
           EXEC SQL CLOSE DL-CURS END-EXEC
           .
      *
       RAPPROCHER.
           EVALUATE TRUE
             WHEN W-CLE-COUR < W-CLE-PREC
               ADD 1 TO W-NB-AJOUTS
               PERFORM ECRIRE-AJOUT
               PERFORM ECRIRE-INSTANTANE-COURANT
               PERFORM LIRE-COURANT
             WHEN W-CLE-COUR = W-CLE-PREC
               ADD 1 TO W-NB-INCHANGES
               IF  MODE-COMPLET
                   ADD 1 TO W-NB-AJOUTS
                   PERFORM ECRIRE-AJOUT
               END-IF
               PERFORM ECRIRE-INSTANTANE-COURANT
               PERFORM LIRE-COURANT
               PERFORM LIRE-PRECEDENT
             WHEN OTHER
               PERFORM TRAITER-DISPARU
               PERFORM LIRE-PRECEDENT
           END-EVALUATE
           .
      *
      *    COUPLE DU PASSAGE PRECEDENT ABSENT CE JOUR : REPORTE SI SON
      *    GROUPE EST PASSE HORS DIFFUSION, SINON RETIRE DE LA LISTE
      *    (MODE D) ; EN MODE C LA REMISE A ZERO DU GROUPE SUFFIT, ET
      *    N'EST A ECRIRE ICI QUE POUR UN GROUPE SUPPRIME
       TRAITER-DISPARU.
           MOVE W-CP-GROUPE TO W-GROUPE-CHERCHE
           PERFORM CHERCHER-HORS-MAIL
           EVALUATE TRUE
             WHEN GROUPE-HORS-MAIL
               ADD 1 TO W-NB-REPORTES
               MOVE ENR-SYS026 TO ENR-SYS025
               WRITE ENR-SYS025
             WHEN MODE-DIFFERENTIEL
               ADD 1 TO W-NB-RETRAITS
               MOVE SPACES         TO ENR-SYS024
               SET  E24-RETRAIT    TO TRUE
               MOVE W-CP-GROUPE    TO E24-LISTE
               MOVE W-CP-EMAIL     TO E24-EMAIL
               MOVE E26-CONTACT-ID TO E24-CONTACT-ID
               PERFORM ECRIRE-PASSERELLE
             WHEN W-CP-GROUPE NOT = W-DERNIER-DISPARU
               MOVE W-CP-GROUPE TO W-DERNIER-DISPARU
               PERFORM VERIFIER-GROUPE-SUPPRIME
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           .
      *
      *    UN GROUPE TOUJOURS PRESENT EST (OU SERA) REMIS A ZERO A SA
      *    LECTURE PAR LE CURSEUR ; UN GROUPE SUPPRIME L'EST ICI
       VERIFIER-GROUPE-SUPPRIME.
           EXEC SQL
              SELECT COUNT(*)
                INTO :H-NB-GROUPES
                FROM CONTACT_GROUPS
               WHERE GROUP_NAME = :W-CP-GROUPE
           END-EXEC
           IF  SQLCODE NOT = ZERO
               DISPLAY 'DLEXPO00 - RECHERCHE GROUPE KO'
               PERFORM AFFICHER-SQLCODE
               SET EN-ANOMALIE TO TRUE
           ELSE
               IF  H-NB-GROUPES = 0
                   MOVE W-CP-GROUPE TO W-RAZ-GROUPE
                   PERFORM ECRIRE-RAZ
               END-IF
           END-IF
           .
      *
       CHERCHER-HORS-MAIL.
           MOVE 'N' TO W-HORS-MAIL-SW
           PERFORM COMPARER-HORS-MAIL
                   VARYING I-H FROM 1 BY 1
                   UNTIL I-H > W-NB-HORS-MAIL
                      OR GROUPE-HORS-MAIL
           .
      *
       COMPARER-HORS-MAIL.
           IF  W-HM-GROUPE(I-H) = W-GROUPE-CHERCHE
               MOVE 'Y' TO W-HORS-MAIL-SW
           END-IF
           .
      *
       LIRE-PRECEDENT.
           READ FSYS026
           IF  FSYS026-OK
               MOVE E26-CLE    TO W-CLE-PREC
           ELSE
               MOVE HIGH-VALUE TO W-CLE-PREC
           END-IF
           .
      *
      *    PROCHAIN COUPLE EXPORTABLE DU CURSEUR. LES MEMBRES SANS
      *    EMAIL UTILISABLE SONT MIS EN EXCEPTION, LES DOUBLONS
      *    (MEME EMAIL DEUX FOIS DANS UN GROUPE) ECARTES
       LIRE-COURANT.
           MOVE 'N' TO W-COURANT-TROUVE-SW
           PERFORM LIRE-MEMBRE
                   UNTIL COURANT-TROUVE
                      OR FIN-GROUPES
           IF  FIN-GROUPES
               MOVE HIGH-VALUE TO W-CLE-COUR
           END-IF
           .
      *
       LIRE-MEMBRE.
           EXEC SQL
              FETCH DL-CURS
               INTO :H-GROUP-NAME,
                    :H-CONTACT-ID,
                    :H-LASTNAME,
                    :H-FIRSTNAME,
                    :H-EMAIL,
                    :H-EMAIL-STATUT
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               PERFORM TRAITER-MEMBRE
             WHEN 100
               SET FIN-GROUPES TO TRUE
             WHEN OTHER
               DISPLAY 'DLEXPO00 - LECTURE DL-CURS KO'
               PERFORM AFFICHER-SQLCODE
               SET EN-ANOMALIE TO TRUE
               SET FIN-GROUPES TO TRUE
           END-EVALUATE
           .
      *
       TRAITER-MEMBRE.
           IF  H-GROUP-NAME NOT = W-GROUPE-LU
               ADD 1 TO W-NB-GROUPES
               MOVE H-GROUP-NAME TO W-GROUPE-LU
               IF  MODE-COMPLET
                   MOVE H-GROUP-NAME TO W-RAZ-GROUPE
                   PERFORM ECRIRE-RAZ
               END-IF
           END-IF

           MOVE SPACES TO W-MOTIF
           EVALUATE TRUE
             WHEN H-CONTACT-ID = 0
               CONTINUE
             WHEN H-EMAIL = SPACES
               MOVE 'SANS EMAIL' TO W-MOTIF
             WHEN H-EMAIL-STATUT = 'N'
               MOVE 'REBOND'     TO W-MOTIF
             WHEN OTHER
               MOVE H-EMAIL TO EMV-IN-EMAIL
               CALL C-EMAILVAL USING EMV-ENTREE EMV-SORTIE
               END-CALL
               IF  EMV-RETOUR-KO
                   MOVE 'INVALIDE' TO W-MOTIF
               ELSE
                   PERFORM RETENIR-MEMBRE
               END-IF
           END-EVALUATE

           IF  W-MOTIF NOT = SPACES
               PERFORM ECRIRE-EXCEPTION
           END-IF
           .
      *
       RETENIR-MEMBRE.
           IF  H-GROUP-NAME = W-CC-GROUPE
           AND H-EMAIL      = W-CC-EMAIL
               ADD 1 TO W-NB-DOUBLONS
           ELSE
               MOVE H-GROUP-NAME TO W-CC-GROUPE
               MOVE H-EMAIL      TO W-CC-EMAIL
               MOVE H-CONTACT-ID TO W-MC-CONTACT-ID
               MOVE H-LASTNAME   TO W-MC-LASTNAME
               MOVE H-FIRSTNAME  TO W-MC-FIRSTNAME
               SET COURANT-TROUVE TO TRUE
           END-IF
           .
      *
      *    REMISE A ZERO DE LA LISTE W-RAZ-GROUPE (MODE C)
       ECRIRE-RAZ.
           ADD 1 TO W-NB-RAZ
           MOVE SPACES        TO ENR-SYS024
           SET  E24-RAZ-LISTE TO TRUE
           MOVE W-RAZ-GROUPE  TO E24-LISTE
           MOVE 0             TO E24-CONTACT-ID
           PERFORM ECRIRE-PASSERELLE
           .
      *
       ECRIRE-AJOUT.
           MOVE SPACES       TO ENR-SYS024
           SET  E24-AJOUT    TO TRUE
           MOVE W-CC-GROUPE  TO E24-LISTE
           MOVE W-CC-EMAIL   TO E24-EMAIL
           MOVE W-MC-CONTACT-ID TO E24-CONTACT-ID
           MOVE W-MC-LASTNAME   TO E24-LASTNAME
           MOVE W-MC-FIRSTNAME  TO E24-FIRSTNAME
           PERFORM ECRIRE-PASSERELLE
           .
      *
      *    CHECKSUM = SOMME DES CONTACT_ID TRANSMIS, MODULO 10**10 - LE
      *    DEBORDEMENT DE W-CHECKSUM EST VOULU
       ECRIRE-PASSERELLE.
           WRITE ENR-SYS024
           ADD 1              TO W-NB-ENR-PASSERELLE
           ADD E24-CONTACT-ID TO W-CHECKSUM
           .
      *
       ECRIRE-INSTANTANE-COURANT.
           MOVE SPACES       TO ENR-SYS025
           MOVE W-CLE-COUR   TO E25-CLE
           MOVE W-MC-CONTACT-ID TO E25-CONTACT-ID
           WRITE ENR-SYS025
           .
      *
       ECRIRE-EXCEPTION.
           ADD 1 TO W-NB-EXCEPTIONS
           MOVE H-GROUP-NAME  TO W-EXC-GROUPE
           MOVE H-CONTACT-ID  TO W-EXC-CONTACT-ID
           MOVE H-LASTNAME    TO W-EXC-LASTNAME
           MOVE H-FIRSTNAME   TO W-EXC-FIRSTNAME
           MOVE H-EMAIL       TO W-EXC-EMAIL
           MOVE W-MOTIF       TO W-EXC-MOTIF
           MOVE W-LIGNE-EXCEPTION TO ENR-SYS027
           WRITE ENR-SYS027
           .
      *
       ECRIRE-TRAILER.
           MOVE SPACES              TO ENR-SYS024-TRAILER
           SET  TR-EST-TRAILER      TO TRUE
           MOVE W-NB-ENR-PASSERELLE TO TR-NB-ENR
           MOVE W-CHECKSUM          TO TR-CHECKSUM
           ACCEPT TR-DATE-TRAITEMENT FROM DATE YYYYMMDD
           WRITE ENR-SYS024-TRAILER
           .
      *
       ECRIRE-TOTAUX.
           MOVE SPACES TO ENR-SYS027
           WRITE ENR-SYS027
           MOVE 'GROUPES EXPORTES            : ' TO W-TOT-LIBELLE
           MOVE W-NB-GROUPES                     TO W-TOT-NOMBRE
           MOVE W-LIGNE-TOTAL TO ENR-SYS027
           WRITE ENR-SYS027
           MOVE 'GROUPES HORS DIFFUSION MAIL : ' TO W-TOT-LIBELLE
           MOVE W-NB-HORS-MAIL                   TO W-TOT-NOMBRE
           MOVE W-LIGNE-TOTAL TO ENR-SYS027
           WRITE ENR-SYS027
           MOVE 'LISTES REMISES A ZERO       : ' TO W-TOT-LIBELLE
           MOVE W-NB-RAZ                         TO W-TOT-NOMBRE
           MOVE W-LIGNE-TOTAL TO ENR-SYS027
           WRITE ENR-SYS027
           MOVE 'ADRESSES AJOUTEES           : ' TO W-TOT-LIBELLE
           MOVE W-NB-AJOUTS                      TO W-TOT-NOMBRE
           MOVE W-LIGNE-TOTAL TO ENR-SYS027
           WRITE ENR-SYS027
           MOVE 'ADRESSES RETIREES           : ' TO W-TOT-LIBELLE
           MOVE W-NB-RETRAITS                    TO W-TOT-NOMBRE
           MOVE W-LIGNE-TOTAL TO ENR-SYS027
           WRITE ENR-SYS027
           MOVE 'ADRESSES INCHANGEES         : ' TO W-TOT-LIBELLE
           MOVE W-NB-INCHANGES                   TO W-TOT-NOMBRE
           MOVE W-LIGNE-TOTAL TO ENR-SYS027
           WRITE ENR-SYS027
           MOVE 'ADRESSES REPORTEES HORS MAIL: ' TO W-TOT-LIBELLE
           MOVE W-NB-REPORTES                    TO W-TOT-NOMBRE
           MOVE W-LIGNE-TOTAL TO ENR-SYS027
           WRITE ENR-SYS027
           MOVE 'DOUBLONS ECARTES            : ' TO W-TOT-LIBELLE
           MOVE W-NB-DOUBLONS                    TO W-TOT-NOMBRE
           MOVE W-LIGNE-TOTAL TO ENR-SYS027
           WRITE ENR-SYS027
           MOVE 'MEMBRES EN EXCEPTION        : ' TO W-TOT-LIBELLE
           MOVE W-NB-EXCEPTIONS                  TO W-TOT-NOMBRE
           MOVE W-LIGNE-TOTAL TO ENR-SYS027
           WRITE ENR-SYS027
           .
      *
       AFFICHER-SQLCODE.
           MOVE SQLCODE TO SQLCODE-POUR-DISPLAY
           DISPLAY 'DLEXPO00 - SQLCODE : ' SQLCODE-POUR-DISPLAY
           .
