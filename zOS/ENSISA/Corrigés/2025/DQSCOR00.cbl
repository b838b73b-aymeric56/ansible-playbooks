      ****************************************************************
      * PROGRAMME BATCH = TABLEAU DE BORD MENSUEL DE LA QUALITE DES
      *                   DONNEES DE LA TABLE DB2 CONTACTS, PAR
      *                   DEPARTEMENT
      ****************************************************************
      * PROGRAM:  DQSCOR00
      *
      * AUTHOR :  Stephane PAUCOT
      *
      * OBJET  :  PBOOKDUP TROUVE LES QUASI-DOUBLONS, MAIS PERSONNE NE
      *           MESURE SI LE RESTE DE CONTACTS EST COMPLET ET JUSTE.
      *           CE PROGRAMME PASSE CHAQUE CONTACT ACTIF AUX CINQ
      *           CONTROLES SUIVANTS :
      *             - MAIL   : EMAIL A BLANC
      *             - DEPT   : DEPARTMENT OU REGION A BLANC
      *             - POSTE  : PHONE HERITE QUE PHONEVAL REFUSERAIT
      *                        AUJOURD'HUI
      *             - CP     : ZIPCODE QUE ZIPREGN NE SAIT PLUS
      *                        RATTACHER A UN DEPARTEMENT
      *             - ANC    : DERNIERE MUTATION CONTACTS_AUDIT PLUS
      *                        VIEILLE QUE N-NB-ANNEES ANS (CARTE
      *                        SYSIN), OU AUCUNE MUTATION JOURNALISEE
      *           LE SCORE D'UN DEPARTEMENT EST LE POURCENTAGE DE
      *           CONTROLES PASSES SUR SES CONTACTS ACTIFS (100 = RIEN
      *           A CORRIGER). FSYS023 RECOIT POUR CHAQUE DEPARTEMENT
      *           SON SCORE, CELUI DU MOIS PRECEDENT ET LA TENDANCE,
      *           LE DECOMPTE PAR CONTROLE, PUIS SES N-MAX-PIRES PLUS
      *           MAUVAISES LIGNES (LES PLUS DE DEFAUTS D'ABORD), A
      *           TRANSMETTRE AU SECRETARIAT DU DEPARTEMENT POUR
      *           CORRECTION ; UN SCORE GLOBAL TERMINE L'ETAT.
      *           LES SCORES DU MOIS PARTENT SUR FSYS021 (GENERATION
      *           +1) ; CEUX DU MOIS PRECEDENT SONT RELUS SUR FSYS022
      *           (GENERATION 0), COMME CTCRGN00 POUR SES ECARTS.
      *           CODE RETOUR 8 SUR ANOMALIE DB2.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DQSCOR00.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FSYS021 ASSIGN TO UT-S-SYS021.
           SELECT FSYS022 ASSIGN TO UT-S-SYS022
                          FILE STATUS IS W-FSYS022-STATUS.
           SELECT FSYS023 ASSIGN TO UT-S-SYS023.
       DATA DIVISION.
       FILE SECTION.
      *    SCORES DU MOIS, UN ENREGISTREMENT PAR DEPARTEMENT
       FD  FSYS021
           LABEL RECORD STANDARD
           RECORDING MODE IS F
           BLOCK 0 RECORDS.
       01  ENR-SYS021.
           05  E21-DEPARTEMENT                    PIC X(03).
      *        MOIS DU CALCUL AAAA-MM
           05  E21-MOIS                           PIC X(07).
           05  E21-NB-CONTACTS                    PIC 9(08).
           05  E21-NB-DEFAUTS                     PIC 9(08).
           05  E21-SCORE                          PIC 9(03)V99.
           05  FILLER                             PIC X(49).
      *    SCORES DU MOIS PRECEDENT (MEME DESSIN)
       FD  FSYS022
           LABEL RECORD STANDARD
           RECORDING MODE IS F
           BLOCK 0 RECORDS.
       01  ENR-SYS022.
           05  E22-DEPARTEMENT                    PIC X(03).
           05  E22-MOIS                           PIC X(07).
           05  E22-NB-CONTACTS                    PIC 9(08).
           05  E22-NB-DEFAUTS                     PIC 9(08).
           05  E22-SCORE                          PIC 9(03)V99.
           05  FILLER                             PIC X(49).
      *    TABLEAU DE BORD IMPRIMABLE
       FD  FSYS023
           LABEL RECORD STANDARD
           RECORDING MODE IS F
           BLOCK 0 RECORDS.
       01  ENR-SYS023                             PIC X(132).
       WORKING-STORAGE SECTION.
      ******************************************************************
      * CONSTANTES DU PROGRAMME                                        *
      ******************************************************************

      *    COMMUNICATION AREA FOR THE SHARED RUN-CONTROL MODULE
           COPY RUNCTLC.
       77  C-RUNCTRL                              PIC X(07)
                                                  VALUE 'RUNCTRL'.
       01  W-RUNCTL-RUN-ID                        PIC X(26).

      *    COMMUNICATION AREA FOR THE SHARED EXTENSION-VALIDATION
      *    MODULE
           COPY PHONEVALC.
       77  C-PHONEVAL                             PIC X(08)
                                                  VALUE 'PHONEVAL'.

      *    COMMUNICATION AREA FOR THE SHARED ZIP-TO-REGION MODULE
           COPY ZIPREGNC.
       77  C-ZIPREGN                              PIC X(08)
                                                  VALUE 'ZIPREGN'.

      * VARIABLES DB2 SYSTEM
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
      *
      *    ANCIENNETE MAXIMALE DE LA DERNIERE MUTATION, EN ANNEES,
      *    LUE EN SYSIN (DEFAUT SI ABSENTE/NON NUMERIQUE)
       01  W-ANNEES-SAISIES                       PIC X(02).
       01  N-NB-ANNEES                            PIC 9(02) VALUE 03.
      *    NOMBRE DE LIGNES LISTEES PAR DEPARTEMENT
       01  N-MAX-PIRES                            PIC 9(03) VALUE 020.
      *    NOMBRE DE CONTROLES PAR CONTACT
       01  N-NB-CONTROLES                         PIC 9(01) VALUE 5.
      *
       01  H-NB-ANNEES                            PIC S9(4) COMP.
       01  H-DATE-LIMITE                          PIC X(10).
       01  H-DATE-JOUR                            PIC X(10).
       01  W-MOIS-COURANT                         PIC X(07).
      *
      *    CONTACT ACTIF COURANT
       01  H-CONTACT-ID                           PIC S9(9) COMP.
       01  H-LASTNAME                             PIC X(15).
       01  H-FIRSTNAME                            PIC X(15).
       01  H-PHONE                                PIC X(10).
       01  H-ZIPCODE                              PIC X(07).
       01  H-EMAIL                                PIC X(40).
       01  H-DEPARTMENT                           PIC X(03).
       01  H-REGION                               PIC X(02).
       01  H-DERNIERE-MAJ                         PIC X(10).
      *
      *    DEFAUTS DU CONTACT COURANT
       01  W-DEFAUTS.
           05  W-DEF-MAIL                         PIC X(01).
               88  DEFAUT-MAIL                    VALUE 'X'.
           05  W-DEF-DEPT                         PIC X(01).
               88  DEFAUT-DEPT                    VALUE 'X'.
           05  W-DEF-POSTE                        PIC X(01).
               88  DEFAUT-POSTE                   VALUE 'X'.
           05  W-DEF-CP                           PIC X(01).
               88  DEFAUT-CP                      VALUE 'X'.
           05  W-DEF-ANC                          PIC X(01).
               88  DEFAUT-ANC                     VALUE 'X'.
       01  W-NB-DEFAUTS-LIGNE                     PIC 9(01).
      *
      *    LIGNES EN DEFAUT DU DEPARTEMENT EN COURS (LES 500 PREMIERES
      *    SUFFISENT A EN EXTRAIRE LES N-MAX-PIRES PLUS MAUVAISES)
       01  W-NB-LIGNES-DEFAUT                     PIC 9(03) COMP.
       01  W-LIGNES-DEFAUT.
           05  W-LD-ENTREE OCCURS 500 TIMES.
               10  W-LD-NB-DEFAUTS                PIC 9(01).
               10  W-LD-LASTNAME                  PIC X(15).
               10  W-LD-FIRSTNAME                 PIC X(15).
               10  W-LD-PHONE                     PIC X(10).
               10  W-LD-ZIPCODE                   PIC X(07).
               10  W-LD-EMAIL                     PIC X(40).
               10  W-LD-DEFAUTS                   PIC X(05).
       01  I-L                                    PIC 9(03) COMP.
       01  W-NIVEAU                               PIC 9(01).
       01  W-NB-LISTEES                           PIC 9(03) COMP.
      *
      *    SCORES DU MOIS PRECEDENT, RELUS DEPUIS FSYS022
       01  W-FSYS022-STATUS                       PIC X(02).
           88  FSYS022-OK                         VALUE '00'.
           88  FSYS022-NOT-FOUND                  VALUE '35'.
           88  FSYS022-EOF                        VALUE '10'.
       01  W-NB-ANCIENS                           PIC 9(03) COMP
                                                  VALUE 0.
       01  W-ANCIENS-SCORES.
           05  W-ANCIEN-ENTREE OCCURS 150 TIMES.
               10  W-ANC-DEPARTEMENT              PIC X(03).
               10  W-ANC-SCORE                    PIC 9(03)V99.
       01  I-A                                    PIC 9(03) COMP.
       01  W-ANCIEN-TROUVE-SW                     PIC X(01).
           88  ANCIEN-TROUVE                      VALUE 'Y'.
       01  W-ANCIEN-SCORE                         PIC 9(03)V99.
      *
      *    CUMULS DU DEPARTEMENT EN COURS ET CUMULS GENERAUX
       01  W-DEPT-COURANT                         PIC X(03).
       01  W-PREMIER-SW                           PIC X(01) VALUE 'Y'.
           88  PREMIER-CONTACT                    VALUE 'Y'.
       01  W-FIN-CONTACTS-SW                      PIC X(01) VALUE 'N'.
           88  FIN-CONTACTS                       VALUE 'Y'.
       01  W-CUMULS-DEPT.
           05  W-DPT-NB-CONTACTS                  PIC 9(08).
           05  W-DPT-NB-DEFAUTS                   PIC 9(08).
           05  W-DPT-NB-MAIL                      PIC 9(08).
           05  W-DPT-NB-DEPT                      PIC 9(08).
           05  W-DPT-NB-POSTE                     PIC 9(08).
           05  W-DPT-NB-CP                        PIC 9(08).
           05  W-DPT-NB-ANC                       PIC 9(08).
       01  W-SCORE                                PIC 9(03)V99.
       01  W-TENDANCE                             PIC S9(03)V99.
       01  W-NB-CONTACTS                          PIC 9(08) VALUE 0.
       01  W-NB-DEFAUTS                           PIC 9(08) VALUE 0.
       01  W-NB-DEPARTEMENTS                      PIC 9(08) VALUE 0.
       01  W-ANOMALIE-SW                          PIC X(01) VALUE 'N'.
           88  EN-ANOMALIE                        VALUE 'Y'.
       01  SQLCODE-POUR-DISPLAY                   PIC -ZZZZZZZZ9.

       01  W-LIGNE-TITRE.
           05  FILLER                             PIC X(44) VALUE
               'QUALITE DES DONNEES CONTACTS - MOIS        '.
           05  W-TIT-MOIS                         PIC X(07).
           05  FILLER                             PIC X(30) VALUE
               ' - ANCIENNETE MAXIMALE (ANS) '.
           05  W-TIT-NB-ANNEES                    PIC Z9.
           05  FILLER                             PIC X(49) VALUE SPACE.

       01  W-LIGNE-ENTETE-DEPT.
           05  FILLER                             PIC X(13)
                                          VALUE 'DEPARTEMENT  '.
           05  W-ENT-DEPARTMENT                   PIC X(03).
           05  FILLER                             PIC X(12)
                                          VALUE '  CONTACTS '.
           05  W-ENT-NB-CONTACTS                  PIC Z(7)9.
           05  FILLER                             PIC X(09)
                                          VALUE '  SCORE '.
           05  W-ENT-SCORE                        PIC ZZ9.99.
           05  FILLER                             PIC X(20)
                                          VALUE ' %  MOIS PRECEDENT '.
           05  W-ENT-PRECEDENT                    PIC X(08).
           05  FILLER                             PIC X(12)
                                          VALUE '  TENDANCE '.
           05  W-ENT-TENDANCE                     PIC X(08).
           05  FILLER                             PIC X(33) VALUE SPACE.

       01  W-ENT-PRECEDENT-ED                     PIC ZZ9.99.
       01  W-ENT-TENDANCE-ED                      PIC +ZZ9.99.

       01  W-LIGNE-DECOMPTE.
           05  FILLER                             PIC X(04) VALUE SPACE.
           05  FILLER                             PIC X(07)
                                          VALUE 'MAIL : '.
           05  W-DEC-MAIL                         PIC Z(7)9.
           05  FILLER                             PIC X(09)
                                          VALUE '  DEPT : '.
           05  W-DEC-DEPT                         PIC Z(7)9.
           05  FILLER                             PIC X(10)
                                          VALUE '  POSTE : '.
           05  W-DEC-POSTE                        PIC Z(7)9.
           05  FILLER                             PIC X(07)
                                          VALUE '  CP : '.
           05  W-DEC-CP                           PIC Z(7)9.
           05  FILLER                             PIC X(08)
                                          VALUE '  ANC : '.
           05  W-DEC-ANC                          PIC Z(7)9.
           05  FILLER                             PIC X(47) VALUE SPACE.

       01  W-LIGNE-CORRECTION.
           05  FILLER                             PIC X(04) VALUE SPACE.
           05  W-COR-LASTNAME                     PIC X(15).
           05  FILLER                             PIC X(01) VALUE SPACE.
           05  W-COR-FIRSTNAME                    PIC X(15).
           05  FILLER                             PIC X(02) VALUE SPACE.
           05  W-COR-PHONE                        PIC X(10).
           05  FILLER                             PIC X(02) VALUE SPACE.
           05  W-COR-ZIPCODE                      PIC X(07).
           05  FILLER                             PIC X(02) VALUE SPACE.
           05  W-COR-EMAIL                        PIC X(40).
           05  FILLER                             PIC X(02) VALUE SPACE.
      *        UN X PAR CONTROLE EN ECHEC : MAIL DEPT POSTE CP ANC
           05  W-COR-DEFAUTS.
               10  W-COR-DEF-MAIL                 PIC X(01).
               10  FILLER                         PIC X(04) VALUE SPACE.
               10  W-COR-DEF-DEPT                 PIC X(01).
               10  FILLER                         PIC X(04) VALUE SPACE.
               10  W-COR-DEF-POSTE                PIC X(01).
               10  FILLER                         PIC X(05) VALUE SPACE.
               10  W-COR-DEF-CP                   PIC X(01).
               10  FILLER                         PIC X(02) VALUE SPACE.
               10  W-COR-DEF-ANC                  PIC X(01).
           05  FILLER                             PIC X(12) VALUE SPACE.

       01  W-LIGNE-COLONNES.
           05  FILLER                             PIC X(04) VALUE SPACE.
           05  FILLER                             PIC X(33)
               VALUE 'NOM             PRENOM           '.
           05  FILLER                             PIC X(21)
               VALUE 'POSTE       CP       '.
           05  FILLER                             PIC X(42)
               VALUE 'EMAIL'.
           05  FILLER                             PIC X(22)
               VALUE 'MAIL DEPT POSTE CP ANC'.
           05  FILLER                             PIC X(10) VALUE SPACE.

       01  W-LIGNE-TOTAL.
           05  W-TOT-LIBELLE                      PIC X(30).
           05  W-TOT-NOMBRE                       PIC 9(08).
           05  FILLER                             PIC X(94) VALUE SPACE.

       01  W-LIGNE-SCORE-GLOBAL.
           05  FILLER                             PIC X(30)
               VALUE 'SCORE GLOBAL (POURCENT)     : '.
           05  W-GLO-SCORE                        PIC ZZ9.99.
           05  FILLER                             PIC X(96) VALUE SPACE.

      *    CONTACTS ACTIFS DANS L'ORDRE DU TABLEAU DE BORD, AVEC LA
      *    DATE DE LEUR DERNIERE MUTATION JOURNALISEE
           EXEC SQL
              DECLARE DQ-CURS CURSOR FOR
              SELECT C.CONTACT_ID,
                     C.LASTNAME,
                     C.FIRSTNAME,
                     COALESCE(C.PHONE, ' '),
                     COALESCE(C.ZIPCODE, ' '),
                     COALESCE(C.EMAIL, ' '),
                     COALESCE(C.DEPARTMENT, ' '),
                     COALESCE(C.REGION, ' '),
                     COALESCE(CHAR(DATE(
                        (SELECT MAX(A.AUDIT_TS)
                           FROM CONTACTS_AUDIT A
                          WHERE A.CONTACT_ID = C.CONTACT_ID)), ISO),
                        ' ')
                FROM CONTACTS C
               WHERE C.STATUS = 'A'
               ORDER BY 7, C.LASTNAME, C.FIRSTNAME
           END-EXEC.

       PROCEDURE DIVISION.

           MOVE 'DQSCOR00'          TO RUNCTL-IN-JOB-NAME
           MOVE 'DQSCOR00'          TO RUNCTL-IN-STEP-NAME
           SET  RUNCTL-DEBUT-RUN    TO TRUE
           CALL C-RUNCTRL USING RUNCTL-ENTREE RUNCTL-SORTIE
           END-CALL
           MOVE RUNCTL-OUT-RUN-ID   TO W-RUNCTL-RUN-ID

           PERFORM LIRE-NB-ANNEES
           PERFORM CALCULER-DATES

           OPEN OUTPUT FSYS021
           OPEN OUTPUT FSYS023

           PERFORM CHARGER-ANCIENS-SCORES

           MOVE W-MOIS-COURANT  TO W-TIT-MOIS
           MOVE N-NB-ANNEES     TO W-TIT-NB-ANNEES
           MOVE W-LIGNE-TITRE   TO ENR-SYS023
           WRITE ENR-SYS023

           IF  NOT EN-ANOMALIE
               PERFORM SCORER-CONTACTS
           END-IF

           PERFORM ECRIRE-TOTAUX

           CLOSE FSYS021
           CLOSE FSYS023

           MOVE 'DQSCOR00'          TO RUNCTL-IN-JOB-NAME
           MOVE 'DQSCOR00'          TO RUNCTL-IN-STEP-NAME
           MOVE W-RUNCTL-RUN-ID     TO RUNCTL-IN-RUN-ID
           SET  RUNCTL-FIN-RUN      TO TRUE
           IF  EN-ANOMALIE
               SET RUNCTL-STATUT-KO TO TRUE
           ELSE
               SET RUNCTL-STATUT-OK TO TRUE
           END-IF
           CALL C-RUNCTRL USING RUNCTL-ENTREE RUNCTL-SORTIE
           END-CALL

           DISPLAY 'DQSCOR00 - CONTACTS SCORES : ' W-NB-CONTACTS
           DISPLAY 'DQSCOR00 - DEFAUTS         : ' W-NB-DEFAUTS
           DISPLAY 'DQSCOR00 - DEPARTEMENTS    : ' W-NB-DEPARTEMENTS

           IF  EN-ANOMALIE
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           GOBACK
           .
      *
      *    LIT L'ANCIENNETE MAXIMALE SUR UNE CARTE DE CONTROLE SYSIN.
      *    TOUTE VALEUR ABSENTE, NULLE OU NON NUMERIQUE CONSERVE LA
      *    VALEUR PAR DEFAUT
       LIRE-NB-ANNEES.
           ACCEPT W-ANNEES-SAISIES FROM SYSIN
           IF  W-ANNEES-SAISIES IS NUMERIC
           AND W-ANNEES-SAISIES NOT = '00'
               MOVE W-ANNEES-SAISIES TO N-NB-ANNEES
           END-IF
           DISPLAY 'ANCIENNETE MAXIMALE (ANNEES) : ' N-NB-ANNEES
           .
      *
      *    MOIS DU CALCUL ET DATE LIMITE D'ANCIENNETE, PAR DB2
       CALCULER-DATES.
           MOVE N-NB-ANNEES TO H-NB-ANNEES
           EXEC SQL
              SELECT CHAR(CURRENT DATE, ISO),
                     CHAR(CURRENT DATE - :H-NB-ANNEES YEARS, ISO)
                INTO :H-DATE-JOUR,
                     :H-DATE-LIMITE
                FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF  SQLCODE NOT = ZERO
               DISPLAY 'DQSCOR00 - CALCUL DES DATES KO'
               PERFORM AFFICHER-SQLCODE
               SET EN-ANOMALIE TO TRUE
           END-IF
           MOVE H-DATE-JOUR(1:7) TO W-MOIS-COURANT
           .
      *
      *    RELIT LES SCORES DU MOIS PRECEDENT. FICHIER ABSENT
      *    (PREMIER MOIS) = PAS DE TENDANCE
       CHARGER-ANCIENS-SCORES.
           OPEN INPUT FSYS022
           IF  NOT FSYS022-NOT-FOUND
               PERFORM LIRE-ANCIEN-SCORE
               PERFORM RANGER-ANCIEN-SCORE
                       UNTIL NOT FSYS022-OK
               CLOSE FSYS022
           END-IF
           .
      *
       LIRE-ANCIEN-SCORE.
           READ FSYS022
           .
      *
       RANGER-ANCIEN-SCORE.
           IF  W-NB-ANCIENS < 150
               ADD 1 TO W-NB-ANCIENS
               MOVE E22-DEPARTEMENT TO W-ANC-DEPARTEMENT(W-NB-ANCIENS)
               MOVE E22-SCORE       TO W-ANC-SCORE(W-NB-ANCIENS)
           END-IF
           PERFORM LIRE-ANCIEN-SCORE
           .
      *
      ******************************************************************
      * PASSAGE DES CONTACTS ACTIFS : RUPTURE SUR LE DEPARTEMENT, LE   *
      * SCORE ET LA LISTE DE CORRECTION SONT EDITES A CHAQUE RUPTURE   *
      ******************************************************************
       SCORER-CONTACTS.
           EXEC SQL OPEN DQ-CURS END-EXEC
           IF  SQLCODE NOT = ZERO
               DISPLAY 'DQSCOR00 - OUVERTURE DQ-CURS KO'
               PERFORM AFFICHER-SQLCODE
               SET EN-ANOMALIE TO TRUE
               SET FIN-CONTACTS TO TRUE
           END-IF

           PERFORM LIRE-CONTACT
           PERFORM TRAITER-CONTACT
                   UNTIL FIN-CONTACTS

           IF  NOT PREMIER-CONTACT
               PERFORM TERMINER-DEPARTEMENT
           END-IF

           EXEC SQL CLOSE DQ-CURS END-EXEC
           .
      *
       LIRE-CONTACT.
           IF  NOT FIN-CONTACTS
               EXEC SQL
                  FETCH DQ-CURS
                   INTO :H-CONTACT-ID,
                        :H-LASTNAME,
                        :H-FIRSTNAME,
                        :H-PHONE,
                        :H-ZIPCODE,
                        :H-EMAIL,
                        :H-DEPARTMENT,
                        :H-REGION,
                        :H-DERNIERE-MAJ
               END-EXEC
               EVALUATE SQLCODE
                 WHEN 0
                   CONTINUE
                 WHEN 100
                   SET FIN-CONTACTS TO TRUE
                 WHEN OTHER
                   DISPLAY 'DQSCOR00 - LECTURE DQ-CURS KO'
                   PERFORM AFFICHER-SQLCODE
                   SET EN-ANOMALIE TO TRUE
                   SET FIN-CONTACTS TO TRUE
               END-EVALUATE
           END-IF
           .
      *
       TRAITER-CONTACT.
           IF  PREMIER-CONTACT
           OR  H-DEPARTMENT NOT = W-DEPT-COURANT
               IF  NOT PREMIER-CONTACT
                   PERFORM TERMINER-DEPARTEMENT
               END-IF
               MOVE 'N'          TO W-PREMIER-SW
               MOVE H-DEPARTMENT TO W-DEPT-COURANT
               INITIALIZE W-CUMULS-DEPT
               MOVE 0            TO W-NB-LIGNES-DEFAUT
           END-IF

           PERFORM CONTROLER-CONTACT

           ADD 1                  TO W-DPT-NB-CONTACTS
           ADD 1                  TO W-NB-CONTACTS
           ADD W-NB-DEFAUTS-LIGNE TO W-DPT-NB-DEFAUTS
           ADD W-NB-DEFAUTS-LIGNE TO W-NB-DEFAUTS
           IF  W-NB-DEFAUTS-LIGNE > 0
           AND W-NB-LIGNES-DEFAUT < 500
               ADD 1 TO W-NB-LIGNES-DEFAUT
               MOVE W-NB-DEFAUTS-LIGNE
                 TO W-LD-NB-DEFAUTS(W-NB-LIGNES-DEFAUT)
               MOVE H-LASTNAME  TO W-LD-LASTNAME(W-NB-LIGNES-DEFAUT)
               MOVE H-FIRSTNAME TO W-LD-FIRSTNAME(W-NB-LIGNES-DEFAUT)
               MOVE H-PHONE     TO W-LD-PHONE(W-NB-LIGNES-DEFAUT)
               MOVE H-ZIPCODE   TO W-LD-ZIPCODE(W-NB-LIGNES-DEFAUT)
               MOVE H-EMAIL     TO W-LD-EMAIL(W-NB-LIGNES-DEFAUT)
               MOVE W-DEFAUTS   TO W-LD-DEFAUTS(W-NB-LIGNES-DEFAUT)
           END-IF

           PERFORM LIRE-CONTACT
           .
      *
      *    LES CINQ CONTROLES DU CONTACT COURANT. LE CODE POSTAL EST
      *    PASSE A ZIPREGN SUR SES CINQ PREMIERS CARACTERES, COMME A LA
      *    CREATION
       CONTROLER-CONTACT.
           MOVE SPACES TO W-DEFAUTS
           MOVE 0      TO W-NB-DEFAUTS-LIGNE

           IF  H-EMAIL = SPACES
               MOVE 'X' TO W-DEF-MAIL
               ADD 1 TO W-DPT-NB-MAIL
           END-IF

           IF  H-DEPARTMENT = SPACES
           OR  H-REGION = SPACES
               MOVE 'X' TO W-DEF-DEPT
               ADD 1 TO W-DPT-NB-DEPT
           END-IF

           MOVE H-PHONE TO PHV-IN-EXTENSION
           CALL C-PHONEVAL USING PHV-ENTREE PHV-SORTIE
           END-CALL
           IF  PHV-RETOUR-KO
               MOVE 'X' TO W-DEF-POSTE
               ADD 1 TO W-DPT-NB-POSTE
           END-IF

           MOVE H-ZIPCODE(1:5) TO ZPR-IN-ZIPCODE
           CALL C-ZIPREGN USING ZPR-ENTREE ZPR-SORTIE
           END-CALL
           IF  ZPR-RETOUR-KO
               MOVE 'X' TO W-DEF-CP
               ADD 1 TO W-DPT-NB-CP
           END-IF

           IF  H-DERNIERE-MAJ = SPACES
           OR  H-DERNIERE-MAJ < H-DATE-LIMITE
               MOVE 'X' TO W-DEF-ANC
               ADD 1 TO W-DPT-NB-ANC
           END-IF

           INSPECT W-DEFAUTS TALLYING W-NB-DEFAUTS-LIGNE FOR ALL 'X'
           .
      *
      ******************************************************************
      * FIN D'UN DEPARTEMENT : SCORE, TENDANCE, DECOMPTE PAR CONTROLE, *
      * LIGNES A CORRIGER, ET ENREGISTREMENT DU SCORE SUR FSYS021      *
      ******************************************************************
       TERMINER-DEPARTEMENT.
           ADD 1 TO W-NB-DEPARTEMENTS
           COMPUTE W-SCORE ROUNDED =
                   ((W-DPT-NB-CONTACTS * N-NB-CONTROLES
                     - W-DPT-NB-DEFAUTS) * 100)
                   / (W-DPT-NB-CONTACTS * N-NB-CONTROLES)

           PERFORM CHERCHER-ANCIEN-SCORE

           MOVE W-DEPT-COURANT      TO W-ENT-DEPARTMENT
           MOVE W-DPT-NB-CONTACTS   TO W-ENT-NB-CONTACTS
           MOVE W-SCORE             TO W-ENT-SCORE
           IF  ANCIEN-TROUVE
               MOVE W-ANCIEN-SCORE    TO W-ENT-PRECEDENT-ED
               MOVE W-ENT-PRECEDENT-ED TO W-ENT-PRECEDENT
               COMPUTE W-TENDANCE = W-SCORE - W-ANCIEN-SCORE
               MOVE W-TENDANCE        TO W-ENT-TENDANCE-ED
               MOVE W-ENT-TENDANCE-ED TO W-ENT-TENDANCE
           ELSE
               MOVE 'NOUVEAU '        TO W-ENT-PRECEDENT
               MOVE SPACES            TO W-ENT-TENDANCE
           END-IF
           MOVE SPACES              TO ENR-SYS023
           WRITE ENR-SYS023
           MOVE W-LIGNE-ENTETE-DEPT TO ENR-SYS023
           WRITE ENR-SYS023

           MOVE W-DPT-NB-MAIL       TO W-DEC-MAIL
           MOVE W-DPT-NB-DEPT       TO W-DEC-DEPT
           MOVE W-DPT-NB-POSTE      TO W-DEC-POSTE
           MOVE W-DPT-NB-CP         TO W-DEC-CP
           MOVE W-DPT-NB-ANC        TO W-DEC-ANC
           MOVE W-LIGNE-DECOMPTE    TO ENR-SYS023
           WRITE ENR-SYS023

           IF  W-NB-LIGNES-DEFAUT > 0
               MOVE W-LIGNE-COLONNES TO ENR-SYS023
               WRITE ENR-SYS023
               MOVE 0 TO W-NB-LISTEES
               PERFORM LISTER-NIVEAU
                       VARYING W-NIVEAU FROM N-NB-CONTROLES BY -1
                       UNTIL W-NIVEAU = 0
                          OR W-NB-LISTEES >= N-MAX-PIRES
           END-IF

           MOVE SPACES              TO ENR-SYS021
           MOVE W-DEPT-COURANT      TO E21-DEPARTEMENT
           MOVE W-MOIS-COURANT      TO E21-MOIS
           MOVE W-DPT-NB-CONTACTS   TO E21-NB-CONTACTS
           MOVE W-DPT-NB-DEFAUTS    TO E21-NB-DEFAUTS
           MOVE W-SCORE             TO E21-SCORE
           WRITE ENR-SYS021
           .
      *
       CHERCHER-ANCIEN-SCORE.
           MOVE 'N' TO W-ANCIEN-TROUVE-SW
           MOVE 0   TO W-ANCIEN-SCORE
           PERFORM COMPARER-ANCIEN-SCORE
                   VARYING I-A FROM 1 BY 1
                   UNTIL I-A > W-NB-ANCIENS
                      OR ANCIEN-TROUVE
           .
      *
       COMPARER-ANCIEN-SCORE.
           IF  W-ANC-DEPARTEMENT(I-A) = W-DEPT-COURANT
               MOVE 'Y' TO W-ANCIEN-TROUVE-SW
               MOVE W-ANC-SCORE(I-A) TO W-ANCIEN-SCORE
           END-IF
           .
      *
      *    EDITE LES LIGNES DU DEPARTEMENT QUI ONT EXACTEMENT W-NIVEAU
      *    DEFAUTS, DANS L'ORDRE DU CURSEUR, SANS DEPASSER N-MAX-PIRES
       LISTER-NIVEAU.
           PERFORM LISTER-LIGNE-DEFAUT
                   VARYING I-L FROM 1 BY 1
                   UNTIL I-L > W-NB-LIGNES-DEFAUT
                      OR W-NB-LISTEES >= N-MAX-PIRES
           .
      *
       LISTER-LIGNE-DEFAUT.
           IF  W-LD-NB-DEFAUTS(I-L) = W-NIVEAU
               ADD 1 TO W-NB-LISTEES
               MOVE W-LD-LASTNAME(I-L)   TO W-COR-LASTNAME
               MOVE W-LD-FIRSTNAME(I-L)  TO W-COR-FIRSTNAME
               MOVE W-LD-PHONE(I-L)      TO W-COR-PHONE
               MOVE W-LD-ZIPCODE(I-L)    TO W-COR-ZIPCODE
               MOVE W-LD-EMAIL(I-L)      TO W-COR-EMAIL
               MOVE W-LD-DEFAUTS(I-L)(1:1) TO W-COR-DEF-MAIL
               MOVE W-LD-DEFAUTS(I-L)(2:1) TO W-COR-DEF-DEPT
               MOVE W-LD-DEFAUTS(I-L)(3:1) TO W-COR-DEF-POSTE
               MOVE W-LD-DEFAUTS(I-L)(4:1) TO W-COR-DEF-CP
               MOVE W-LD-DEFAUTS(I-L)(5:1) TO W-COR-DEF-ANC
               MOVE W-LIGNE-CORRECTION   TO ENR-SYS023
               WRITE ENR-SYS023
           END-IF
           .
      *
       ECRIRE-TOTAUX.
           MOVE SPACES TO ENR-SYS023
           WRITE ENR-SYS023
           MOVE 'TOTAL CONTACTS ACTIFS       : ' TO W-TOT-LIBELLE
           MOVE W-NB-CONTACTS                    TO W-TOT-NOMBRE
           MOVE W-LIGNE-TOTAL TO ENR-SYS023
           WRITE ENR-SYS023
           MOVE 'TOTAL CONTROLES EN ECHEC    : ' TO W-TOT-LIBELLE
           MOVE W-NB-DEFAUTS                     TO W-TOT-NOMBRE
           MOVE W-LIGNE-TOTAL TO ENR-SYS023
           WRITE ENR-SYS023
           MOVE 'TOTAL DEPARTEMENTS          : ' TO W-TOT-LIBELLE
           MOVE W-NB-DEPARTEMENTS                TO W-TOT-NOMBRE
           MOVE W-LIGNE-TOTAL TO ENR-SYS023
           WRITE ENR-SYS023
           IF  W-NB-CONTACTS > 0
               COMPUTE W-SCORE ROUNDED =
                       ((W-NB-CONTACTS * N-NB-CONTROLES
                         - W-NB-DEFAUTS) * 100)
                       / (W-NB-CONTACTS * N-NB-CONTROLES)
               MOVE W-SCORE TO W-GLO-SCORE
               MOVE W-LIGNE-SCORE-GLOBAL TO ENR-SYS023
               WRITE ENR-SYS023
           END-IF
           .
      *
       AFFICHER-SQLCODE.
           MOVE SQLCODE TO SQLCODE-POUR-DISPLAY
           DISPLAY 'DQSCOR00 - SQLCODE : ' SQLCODE-POUR-DISPLAY
           .
