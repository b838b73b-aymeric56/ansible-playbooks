      ****************************************************************
      * PROGRAMME BATCH = ALIMENTATION QUOTIDIENNE DE LA TABLE DB2
      *                   CONTACTS PAR LE FICHIER DES MOUVEMENTS RH
      *                   (ARRIVEES / MUTATIONS / DEPARTS)
      ****************************************************************
      * PROGRAM:  MVTRH00
      *
      * AUTHOR :  Stephane PAUCOT
      *
      * OBJET  :  JUSQU'ICI UNE ARRIVEE OU UN DEPART NE PASSAIT DANS
      *           L'ANNUAIRE QUE SI QUELQU'UN PENSAIT A SAISIR LE
      *           CREATE OU LE DELETE DANS PBOOKDBN, ET LES PARTANTS
      *           GARDAIENT LEUR POSTE DES MOIS. LES RH DEPOSENT
      *           CHAQUE JOUR LE FICHIER DES MOUVEMENTS FSYS045
      *           (MATRICULE, TYPE J/M/L, DATE D'EFFET, NOM, PRENOM,
      *           DEPARTEMENT, CODE POSTAL, EMAIL) :
      *             - J (ARRIVEE)  : LE POSTE EST PRIS DANS LES PLAGES
      *               EXTENSION_POOLS DU DEPARTEMENT, COMME ALLOCEXT
      *               DANS PBOOKDBN (CURSEUR FOR UPDATE, NUMEROS DEJA
      *               TENUS PAR UN CONTACT ACTIF SAUTES), PUIS LE
      *               CONTACT EST CREE PAR CNTACDB2
      *             - M (MUTATION) : LE CONTACT EST MIS A JOUR PAR
      *               CNTACDB2 ; UN CHANGEMENT DE DEPARTEMENT LUI
      *               ATTRIBUE UN POSTE DU POOL DU NOUVEAU DEPARTEMENT
      *             - L (DEPART)   : SUPPRESSION LOGIQUE PAR CNTACDB2
      *               PUIS MISE EN FILE DANS ARCHIVE_RETRY, POUR QUE
      *               PBOOKRTY (ETAPE SUIVANTE DU JOB) FASSE L'APPEL
      *               D'ARCHIVAGE COMME POUR UN DELETE PBOOKDBN
      *           CHAQUE MOUVEMENT APPLIQUE EST JOURNALISE DANS
      *           CONTACTS_AUDIT (CREATE / UPDATE / DELETE) SOUS LE
      *           USERID BATCH C-USERID-BATCH, ET VALIDE PAR UN COMMIT
      *           (UN ECHEC APRES ALLOCATION DU POSTE EST DEFAIT PAR
      *           ROLLBACK, LE NUMERO RETOURNE DANS LE POOL).
      *
      *           LE CONTACT EST RETROUVE PAR SON NOM, COMME DANS
      *           CNTACDB2 : DES HOMONYMES ACTIFS SONT REJETES POUR
      *           TRAITEMENT MANUEL. UN MOUVEMENT DONT LA DATE D'EFFET
      *           EST POSTERIEURE A LA DATE DE TRAITEMENT (CURRENT
      *           DATE, OU CARTE SYSIN AAAA-MM-JJ POUR UN RATTRAPAGE)
      *           EST RECOPIE TEL QUEL SUR FSYS048 POUR ETRE REPASSE
      *           LE JOUR VENU. FSYS046 RECOIT UNE LIGNE DE
      *           DISPOSITION PAR MOUVEMENT ET LES TOTAUX, FSYS047
      *           LES REJETS AVEC LEUR MOTIF, A CORRIGER PAR LES RH -
      *           DONT L'EMAIL D'UNE ARRIVEE OU D'UNE MUTATION REFUSE
      *           PAR LE MODULE PARTAGE EMAILVAL (SYNTAXE, DOMAINE).
      *           CODE RETOUR 4 S'IL Y A DES REJETS, 8 SUR ANOMALIE.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MVTRH00.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FSYS045 ASSIGN TO UT-S-SYS045.
           SELECT FSYS046 ASSIGN TO UT-S-SYS046.
           SELECT FSYS047 ASSIGN TO UT-S-SYS047.
           SELECT FSYS048 ASSIGN TO UT-S-SYS048.
       DATA DIVISION.
       FILE SECTION.
      *    FICHIER DES MOUVEMENTS RH (LRECL 100)
       FD  FSYS045
           LABEL RECORD STANDARD
           RECORDING MODE IS F
           BLOCK 0 RECORDS.
       01  ENR-SYS045.
           05  E45-MATRICULE                      PIC X(08).
           05  E45-TYPE-MVT                       PIC X(01).
               88  MVT-ARRIVEE                    VALUE 'J'.
               88  MVT-MUTATION                   VALUE 'M'.
               88  MVT-DEPART                     VALUE 'L'.
      *        DATE D'EFFET AAAA-MM-JJ
           05  E45-DATE-EFFET                     PIC X(10).
           05  E45-LASTNAME                       PIC X(15).
           05  E45-FIRSTNAME                      PIC X(15).
           05  E45-DEPARTMENT                     PIC X(03).
           05  E45-ZIPCODE                        PIC X(07).
           05  E45-EMAIL                          PIC X(40).
           05  FILLER                             PIC X(01).
       FD  FSYS046
           LABEL RECORD STANDARD
           RECORDING MODE IS F
           BLOCK 0 RECORDS.
       01  ENR-SYS046                             PIC X(132).
      *    REJETS A CORRIGER PAR LES RH
       FD  FSYS047
           LABEL RECORD STANDARD
           RECORDING MODE IS F
           BLOCK 0 RECORDS.
       01  ENR-SYS047                             PIC X(132).
      *    MOUVEMENTS A DATE D'EFFET FUTURE, AU FORMAT FSYS045
       FD  FSYS048
           LABEL RECORD STANDARD
           RECORDING MODE IS F
           BLOCK 0 RECORDS.
       01  ENR-SYS048                             PIC X(100).
       WORKING-STORAGE SECTION.
      ******************************************************************
      * CONSTANTES DU PROGRAMME                                        *
      ******************************************************************

      *    COMMUNICATION AREA FOR THE SHARED CONTACTS DB2 ACCESS MODULE
           COPY CNTACDB2C.
       77  C-CNTACDB2                             PIC X(08)
                                                  VALUE 'CNTACDB2'.
      *    COMMUNICATION AREA FOR THE SHARED ZIP-TO-REGION DERIVATION
      *    MODULE
           COPY ZIPREGNC.
       77  C-ZIPREGN                              PIC X(08)
                                                  VALUE 'ZIPREGN'.
      *    COMMUNICATION AREA FOR THE SHARED E-MAIL VALIDATION MODULE
           COPY EMAILVALC.
       77  C-EMAILVAL                             PIC X(08)
                                                  VALUE 'EMAILVAL'.
      *    COMMUNICATION AREA FOR THE SHARED RUN-CONTROL MODULE
           COPY RUNCTLC.
       77  C-RUNCTRL                              PIC X(07)
                                                  VALUE 'RUNCTRL'.
       01  W-RUNCTL-RUN-ID                        PIC X(26).

      *    IDENTITE SOUS LAQUELLE LES MOUVEMENTS SONT JOURNALISES DANS
      *    CONTACTS_AUDIT (COLONNES USERID ET EIBTRNID)
       77  C-USERID-BATCH                         PIC X(08)
                                                  VALUE 'BATCHRH '.
       77  C-TRNID-BATCH                          PIC X(04)
                                                  VALUE 'MVRH'.

      * VARIABLES DB2 SYSTEM
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
      *
      *    DATE DE TRAITEMENT (CURRENT DATE OU CARTE SYSIN AAAA-MM-JJ)
       01  W-DATE-TRAITEMENT                      PIC X(10).
       01  W-DATE-SAISIE                          PIC X(10).
      *
      *    CONTACT ACTIF RETROUVE PAR LE NOM
       01  H-CONTACT-ID                           PIC 9(08).
       01  H-LASTNAME                             PIC X(15).
       01  H-FIRSTNAME                            PIC X(15).
       01  H-PHONE                                PIC X(10).
       01  H-ZIPCODE                              PIC X(07).
       01  H-EMAIL                                PIC X(40).
       01  H-DEPARTMENT                           PIC X(03).
       01  H-REGION                               PIC X(02).
       01  W-RECHERCHE-SW                         PIC X(01).
           88  CONTACT-TROUVE                     VALUE 'T'.
           88  CONTACT-ABSENT                     VALUE 'A'.
           88  CONTACT-HOMONYMES                  VALUE 'H'.
           88  CONTACT-EN-ERREUR                  VALUE 'E'.
      *
      *    ANCIENNES VALEURS DU CONTACT, POUR LES COLONNES OLD_* DE
      *    CONTACTS_AUDIT (SPACES POUR UNE CREATION)
       01  H-ANC-FIRSTNAME                        PIC X(15).
       01  H-ANC-PHONE                            PIC X(10).
       01  H-ANC-ZIPCODE                          PIC X(07).
       01  H-ANC-EMAIL                            PIC X(40).
       01  H-ACTION                               PIC X(06).
      *
      *    ALLOCATION D'UN POSTE DANS LES PLAGES EXTENSION_POOLS
       01  H-POOL-DEPT                            PIC X(03).
       01  H-POOL-NEXT                            PIC 9(10).
       01  H-POOL-END                             PIC 9(10).
       01  H-POSTE-CANDIDAT                       PIC X(10).
       01  H-NB-DETENTEURS                        PIC S9(9) COMP.
       01  W-POSTE-ALLOUE                         PIC X(10).
       01  W-POSTE-ALLOUE-SW                      PIC X(01).
           88  POSTE-ALLOUE                       VALUE 'Y'.
       01  W-FIN-POOLS-SW                         PIC X(01).
           88  FIN-POOLS                          VALUE 'Y'.
      *
      *    MISE EN FILE DE L'APPEL D'ARCHIVAGE D'UN PARTANT - MEME
      *    FORME DE CORRELATION ID QUE PBOOKDBN (TRNID-HEURE-SEQUENCE)
       01  W-HEURE                                PIC 9(08).
       01  W-NB-ARCHIVES                          PIC 9(03) VALUE 0.
       01  H-CORRELATION-ID.
           05  H-CORR-TRNID                       PIC X(04).
           05  FILLER                             PIC X(01) VALUE '-'.
           05  H-CORR-TIME                        PIC 9(07).
           05  FILLER                             PIC X(01) VALUE '-'.
           05  H-CORR-SEQ                         PIC 9(03).
       01  H-ARC-COMPLETION                       PIC S9(9) COMP
                                                  VALUE 0.
       01  H-ARC-REASON                           PIC S9(9) COMP
                                                  VALUE 0.
      *
       01  W-FIN-FICHIER-SW                       PIC X(01) VALUE 'N'.
           88  FIN-FICHIER-ATTEINTE               VALUE 'Y'.
       01  W-NB-LUS                               PIC 9(08) VALUE 0.
       01  W-NB-CREES                             PIC 9(08) VALUE 0.
       01  W-NB-MUTES                             PIC 9(08) VALUE 0.
       01  W-NB-SUPPRIMES                         PIC 9(08) VALUE 0.
       01  W-NB-DIFFERES                          PIC 9(08) VALUE 0.
       01  W-NB-REJETES                           PIC 9(08) VALUE 0.
       01  W-ANOMALIE-SW                          PIC X(01) VALUE 'N'.
           88  EN-ANOMALIE                        VALUE 'Y'.
       01  SQLCODE-POUR-DISPLAY                   PIC -ZZZZZZZZ9.

       01  W-LIGNE-DISPOSITION.
           05  W-DIS-MATRICULE                    PIC X(08).
           05  FILLER                             PIC X(02) VALUE SPACE.
           05  W-DIS-TYPE-MVT                     PIC X(01).
           05  FILLER                             PIC X(02) VALUE SPACE.
           05  W-DIS-DATE-EFFET                   PIC X(10).
           05  FILLER                             PIC X(02) VALUE SPACE.
           05  W-DIS-LASTNAME                     PIC X(15).
           05  FILLER                             PIC X(02) VALUE SPACE.
           05  W-DIS-ACTION                       PIC X(10).
           05  FILLER                             PIC X(02) VALUE SPACE.
           05  W-DIS-MOTIF                        PIC X(40).
           05  FILLER                             PIC X(38) VALUE SPACE.

       01  W-LIGNE-REJET.
           05  W-REJ-MATRICULE                    PIC X(08).
           05  FILLER                             PIC X(01) VALUE SPACE.
           05  W-REJ-TYPE-MVT                     PIC X(01).
           05  FILLER                             PIC X(01) VALUE SPACE.
           05  W-REJ-DATE-EFFET                   PIC X(10).
           05  FILLER                             PIC X(01) VALUE SPACE.
           05  W-REJ-LASTNAME                     PIC X(15).
           05  FILLER                             PIC X(01) VALUE SPACE.
           05  W-REJ-FIRSTNAME                    PIC X(15).
           05  FILLER                             PIC X(01) VALUE SPACE.
           05  W-REJ-DEPARTMENT                   PIC X(03).
           05  FILLER                             PIC X(01) VALUE SPACE.
           05  W-REJ-ZIPCODE                      PIC X(07).
           05  FILLER                             PIC X(01) VALUE SPACE.
           05  W-REJ-MOTIF                        PIC X(40).
           05  FILLER                             PIC X(26) VALUE SPACE.

       01  W-LIGNE-TOTAL.
           05  W-TOT-LIBELLE                      PIC X(30).
           05  W-TOT-NOMBRE                       PIC 9(08).
           05  FILLER                             PIC X(94) VALUE SPACE.

      *    PLAGES DU DEPARTEMENT ENCORE OUVERTES, DANS L'ORDRE DES
      *    NUMEROS - FOR UPDATE : DEUX ALLOCATIONS SIMULTANEES (CE
      *    BATCH ET UN ALLOCEXT EN LIGNE) NE PEUVENT PAS OBTENIR LE
      *    MEME NUMERO
           EXEC SQL
              DECLARE POOL-CURS CURSOR FOR
              SELECT NEXT_FREE,
                     EXT_END
                FROM EXTENSION_POOLS
               WHERE DEPARTMENT = :H-POOL-DEPT
                 AND NEXT_FREE <= EXT_END
               ORDER BY EXT_START
                 FOR UPDATE OF NEXT_FREE
           END-EXEC.

       PROCEDURE DIVISION.

           MOVE 'MVTRH00'           TO RUNCTL-IN-JOB-NAME
           MOVE 'MVTRH00'           TO RUNCTL-IN-STEP-NAME
           SET  RUNCTL-DEBUT-RUN    TO TRUE
           CALL C-RUNCTRL USING RUNCTL-ENTREE RUNCTL-SORTIE
           END-CALL
           MOVE RUNCTL-OUT-RUN-ID   TO W-RUNCTL-RUN-ID

           PERFORM LIRE-DATE-TRAITEMENT

           OPEN INPUT  FSYS045
           OPEN OUTPUT FSYS046
           OPEN OUTPUT FSYS047
           OPEN OUTPUT FSYS048

           PERFORM LIRE-MOUVEMENT
           PERFORM TRAITER-MOUVEMENT
                   UNTIL FIN-FICHIER-ATTEINTE

           PERFORM ECRIRE-TOTAUX

           CLOSE FSYS045
           CLOSE FSYS046
           CLOSE FSYS047
           CLOSE FSYS048

           MOVE 'MVTRH00'           TO RUNCTL-IN-JOB-NAME
           MOVE 'MVTRH00'           TO RUNCTL-IN-STEP-NAME
           MOVE W-RUNCTL-RUN-ID     TO RUNCTL-IN-RUN-ID
           SET  RUNCTL-FIN-RUN      TO TRUE
           IF  EN-ANOMALIE
               SET RUNCTL-STATUT-KO TO TRUE
           ELSE
               SET RUNCTL-STATUT-OK TO TRUE
           END-IF
           CALL C-RUNCTRL USING RUNCTL-ENTREE RUNCTL-SORTIE
           END-CALL

           DISPLAY 'MVTRH00 - LUS        : ' W-NB-LUS
           DISPLAY 'MVTRH00 - CREES      : ' W-NB-CREES
           DISPLAY 'MVTRH00 - MUTES      : ' W-NB-MUTES
           DISPLAY 'MVTRH00 - SUPPRIMES  : ' W-NB-SUPPRIMES
           DISPLAY 'MVTRH00 - DIFFERES   : ' W-NB-DIFFERES
           DISPLAY 'MVTRH00 - REJETES    : ' W-NB-REJETES

           EVALUATE TRUE
             WHEN EN-ANOMALIE
               MOVE 8 TO RETURN-CODE
             WHEN W-NB-REJETES > 0
               MOVE 4 TO RETURN-CODE
             WHEN OTHER
               MOVE 0 TO RETURN-CODE
           END-EVALUATE

           GOBACK
           .
      *
      *    DATE DU JOUR CALCULEE PAR DB2 ; UNE CARTE SYSIN AAAA-MM-JJ
      *    LA REMPLACE POUR REPASSER UN FICHIER EN RATTRAPAGE
       LIRE-DATE-TRAITEMENT.
           EXEC SQL
              SELECT CHAR(CURRENT DATE, ISO)
                INTO :W-DATE-TRAITEMENT
                FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF  SQLCODE NOT = ZERO
               DISPLAY 'MVTRH00 - LECTURE DATE DU JOUR KO'
               PERFORM AFFICHER-SQLCODE
               SET EN-ANOMALIE TO TRUE
           END-IF

           ACCEPT W-DATE-SAISIE FROM SYSIN
           IF  W-DATE-SAISIE(1:4) IS NUMERIC
           AND W-DATE-SAISIE(5:1) = '-'
               MOVE W-DATE-SAISIE TO W-DATE-TRAITEMENT
           END-IF
           DISPLAY 'MVTRH00 - DATE DE TRAITEMENT : ' W-DATE-TRAITEMENT
           .
      *
       LIRE-MOUVEMENT.
           READ FSYS045
             AT END
               SET FIN-FICHIER-ATTEINTE TO TRUE
             NOT AT END
               ADD 1 TO W-NB-LUS
           END-READ
           .
      *
      *    AIGUILLAGE SUR LE TYPE DE MOUVEMENT, APRES LES CONTROLES
      *    COMMUNS (DATE D'EFFET, NOM, EMAIL HORS DEPART)
       TRAITER-MOUVEMENT.
           MOVE E45-EMAIL TO EMV-IN-EMAIL
           CALL C-EMAILVAL USING EMV-ENTREE EMV-SORTIE
           END-CALL

           EVALUATE TRUE
             WHEN E45-DATE-EFFET(1:4) IS NOT NUMERIC
               OR E45-DATE-EFFET(5:1) NOT = '-'
               MOVE 'DATE D''EFFET INVALIDE' TO W-DIS-MOTIF
               PERFORM REJETER-MOUVEMENT
             WHEN E45-DATE-EFFET > W-DATE-TRAITEMENT
               PERFORM DIFFERER-MOUVEMENT
             WHEN E45-LASTNAME = SPACES
               MOVE 'NOM ABSENT' TO W-DIS-MOTIF
               PERFORM REJETER-MOUVEMENT
             WHEN EMV-RETOUR-KO AND NOT MVT-DEPART
               MOVE EMV-MESSAGE TO W-DIS-MOTIF
               PERFORM REJETER-MOUVEMENT
             WHEN MVT-ARRIVEE
               PERFORM TRAITER-ARRIVEE
             WHEN MVT-MUTATION
               PERFORM TRAITER-MUTATION
             WHEN MVT-DEPART
               PERFORM TRAITER-DEPART
             WHEN OTHER
               MOVE 'TYPE DE MOUVEMENT INCONNU' TO W-DIS-MOTIF
               PERFORM REJETER-MOUVEMENT
           END-EVALUATE

           PERFORM LIRE-MOUVEMENT
           .
      *
      *    DATE D'EFFET FUTURE : L'ENREGISTREMENT BRUT PART SUR
      *    FSYS048, A REPASSER EN ENTREE LE JOUR VENU
       DIFFERER-MOUVEMENT.
           ADD 1 TO W-NB-DIFFERES
           MOVE ENR-SYS045 TO ENR-SYS048
           WRITE ENR-SYS048
           MOVE 'DIFFERE   '        TO W-DIS-ACTION
           MOVE 'DATE D''EFFET FUTURE' TO W-DIS-MOTIF
           PERFORM ECRIRE-DISPOSITION
           .
      *
      *    CONTACT ACTIF DE MEME NOM QUE LE MOUVEMENT. PLUSIEURS LIGNES
      *    (-811) = HOMONYMES : CNTACDB2 NE SAURAIT PAS LAQUELLE VISER
       LIRE-CONTACT-ACTIF.
           MOVE E45-LASTNAME TO H-LASTNAME
           EXEC SQL
              SELECT CONTACT_ID,
                     FIRSTNAME,
                     PHONE,
                     ZIPCODE,
                     EMAIL,
                     DEPARTMENT,
                     REGION
                INTO :H-CONTACT-ID,
                     :H-FIRSTNAME,
                     :H-PHONE,
                     :H-ZIPCODE,
                     :H-EMAIL,
                     :H-DEPARTMENT,
                     :H-REGION
                FROM CONTACTS
               WHERE LASTNAME = :H-LASTNAME
                 AND STATUS = 'A'
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               SET CONTACT-TROUVE    TO TRUE
             WHEN 100
               SET CONTACT-ABSENT    TO TRUE
             WHEN -811
               SET CONTACT-HOMONYMES TO TRUE
             WHEN OTHER
               SET CONTACT-EN-ERREUR TO TRUE
               DISPLAY 'MVTRH00 - LECTURE CONTACT KO ' E45-LASTNAME
               PERFORM AFFICHER-SQLCODE
           END-EVALUATE
           .
      *
      ******************************************************************
      * J : ARRIVEE - POSTE PRIS DANS LE POOL DU DEPARTEMENT PUIS      *
      * CREATION PAR CNTACDB2                                          *
      ******************************************************************
       TRAITER-ARRIVEE.
           PERFORM LIRE-CONTACT-ACTIF

           EVALUATE TRUE
             WHEN CONTACT-TROUVE
             WHEN CONTACT-HOMONYMES
               MOVE 'NOM DEJA PRESENT DANS L''ANNUAIRE' TO W-DIS-MOTIF
               PERFORM REJETER-MOUVEMENT
             WHEN CONTACT-EN-ERREUR
               MOVE 'ERREUR SQL A LA RECHERCHE' TO W-DIS-MOTIF
               PERFORM REJETER-MOUVEMENT
               SET EN-ANOMALIE TO TRUE
             WHEN E45-DEPARTMENT = SPACES
               MOVE 'DEPARTEMENT ABSENT' TO W-DIS-MOTIF
               PERFORM REJETER-MOUVEMENT
             WHEN OTHER
               MOVE E45-ZIPCODE(1:5) TO ZPR-IN-ZIPCODE
               CALL C-ZIPREGN USING ZPR-ENTREE ZPR-SORTIE
               END-CALL
               IF  ZPR-RETOUR-KO
                   MOVE 'CODE POSTAL INCONNU' TO W-DIS-MOTIF
                   PERFORM REJETER-MOUVEMENT
               ELSE
                   MOVE E45-DEPARTMENT TO H-POOL-DEPT
                   PERFORM ALLOUER-POSTE
                   IF  POSTE-ALLOUE
                       PERFORM CREER-ARRIVANT
                   ELSE
                       MOVE 'PLUS DE POSTE LIBRE DANS LE POOL'
                         TO W-DIS-MOTIF
                       PERFORM REJETER-MOUVEMENT
                   END-IF
               END-IF
           END-EVALUATE
           .
      *
       CREER-ARRIVANT.
           MOVE E45-LASTNAME        TO CNT-IN-LASTNAME
           MOVE E45-FIRSTNAME       TO CNT-IN-FIRSTNAME
           MOVE W-POSTE-ALLOUE      TO CNT-IN-PHONE
           MOVE E45-ZIPCODE         TO CNT-IN-ZIPCODE
           MOVE E45-EMAIL           TO CNT-IN-EMAIL
           MOVE E45-DEPARTMENT      TO CNT-IN-DEPARTEMENT
           MOVE ZPR-OUT-REGION      TO CNT-IN-REGION
           SET  CNT-FCT-INSERT      TO TRUE
           CALL C-CNTACDB2 USING CNT-ENTREE CNT-SORTIE
           END-CALL

           EVALUATE TRUE
             WHEN CNT-RETOUR-OK
      *        CNTACDB2 NE RESTITUE PAS LA CLE GENEREE : ON RELIT LA
      *        LIGNE POUR LE CONTACT_ID DU JOURNAL
               PERFORM LIRE-CONTACT-ACTIF
               MOVE SPACES TO H-ANC-FIRSTNAME
                              H-ANC-PHONE
                              H-ANC-ZIPCODE
                              H-ANC-EMAIL
               MOVE 'CREATE' TO H-ACTION
               PERFORM JOURNALISER-MOUVEMENT
               EXEC SQL COMMIT END-EXEC
               ADD 1 TO W-NB-CREES
               MOVE 'CREE      ' TO W-DIS-ACTION
               MOVE SPACES       TO W-DIS-MOTIF
               STRING 'POSTE ' W-POSTE-ALLOUE
                      DELIMITED BY SIZE INTO W-DIS-MOTIF
               PERFORM ECRIRE-DISPOSITION
             WHEN CNT-RETOUR-DEJA-EXISTANT
               EXEC SQL ROLLBACK END-EXEC
               MOVE 'NOM DEJA PRESENT DANS L''ANNUAIRE' TO W-DIS-MOTIF
               PERFORM REJETER-MOUVEMENT
             WHEN OTHER
               EXEC SQL ROLLBACK END-EXEC
               MOVE 'ERREUR SQL A LA CREATION' TO W-DIS-MOTIF
               PERFORM REJETER-MOUVEMENT
               SET EN-ANOMALIE TO TRUE
           END-EVALUATE
           .
      *
      ******************************************************************
      * M : MUTATION - UNE ZONE LAISSEE A BLANC PAR LES RH GARDE LA    *
      * VALEUR EN BASE ; UN CHANGEMENT DE DEPARTEMENT REND LE POSTE    *
      * ET EN PREND UN DANS LE POOL DU NOUVEAU DEPARTEMENT             *
      ******************************************************************
       TRAITER-MUTATION.
           PERFORM LIRE-CONTACT-ACTIF

           EVALUATE TRUE
             WHEN CONTACT-ABSENT
               MOVE 'INCONNU DANS L''ANNUAIRE' TO W-DIS-MOTIF
               PERFORM REJETER-MOUVEMENT
             WHEN CONTACT-HOMONYMES
               MOVE 'HOMONYMES ACTIFS - SAISIE MANUELLE' TO W-DIS-MOTIF
               PERFORM REJETER-MOUVEMENT
             WHEN CONTACT-EN-ERREUR
               MOVE 'ERREUR SQL A LA RECHERCHE' TO W-DIS-MOTIF
               PERFORM REJETER-MOUVEMENT
               SET EN-ANOMALIE TO TRUE
             WHEN OTHER
               MOVE H-FIRSTNAME TO H-ANC-FIRSTNAME
               MOVE H-PHONE     TO H-ANC-PHONE
               MOVE H-ZIPCODE   TO H-ANC-ZIPCODE
               MOVE H-EMAIL     TO H-ANC-EMAIL
               IF  E45-FIRSTNAME NOT = SPACES
                   MOVE E45-FIRSTNAME TO H-FIRSTNAME
               END-IF
               IF  E45-ZIPCODE NOT = SPACES
                   MOVE E45-ZIPCODE   TO H-ZIPCODE
               END-IF
               IF  E45-EMAIL NOT = SPACES
                   MOVE E45-EMAIL     TO H-EMAIL
               END-IF
               MOVE H-ZIPCODE(1:5) TO ZPR-IN-ZIPCODE
               CALL C-ZIPREGN USING ZPR-ENTREE ZPR-SORTIE
               END-CALL
               IF  ZPR-RETOUR-KO
                   MOVE 'CODE POSTAL INCONNU' TO W-DIS-MOTIF
                   PERFORM REJETER-MOUVEMENT
               ELSE
                   MOVE ZPR-OUT-REGION TO H-REGION
                   PERFORM APPLIQUER-MUTATION
               END-IF
           END-EVALUATE
           .
      *
       APPLIQUER-MUTATION.
           MOVE 'Y' TO W-POSTE-ALLOUE-SW
           IF  E45-DEPARTMENT NOT = SPACES
           AND E45-DEPARTMENT NOT = H-DEPARTMENT
               MOVE E45-DEPARTMENT TO H-POOL-DEPT
               PERFORM ALLOUER-POSTE
               IF  POSTE-ALLOUE
                   MOVE E45-DEPARTMENT TO H-DEPARTMENT
                   MOVE W-POSTE-ALLOUE TO H-PHONE
               END-IF
           END-IF

           IF  NOT POSTE-ALLOUE
               MOVE 'PLUS DE POSTE LIBRE DANS LE POOL' TO W-DIS-MOTIF
               PERFORM REJETER-MOUVEMENT
           ELSE
               MOVE E45-LASTNAME        TO CNT-IN-LASTNAME
               MOVE H-FIRSTNAME         TO CNT-IN-FIRSTNAME
               MOVE H-PHONE             TO CNT-IN-PHONE
               MOVE H-ZIPCODE           TO CNT-IN-ZIPCODE
               MOVE H-EMAIL             TO CNT-IN-EMAIL
               MOVE H-DEPARTMENT        TO CNT-IN-DEPARTEMENT
               MOVE H-REGION            TO CNT-IN-REGION
               SET  CNT-FCT-UPDATE      TO TRUE
               CALL C-CNTACDB2 USING CNT-ENTREE CNT-SORTIE
               END-CALL

               IF  CNT-RETOUR-OK
                   PERFORM METTRE-A-JOUR-AFFECTATION
               ELSE
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE 'ERREUR SQL A LA MISE A JOUR' TO W-DIS-MOTIF
                   PERFORM REJETER-MOUVEMENT
                   SET EN-ANOMALIE TO TRUE
               END-IF
           END-IF
           .
      *
      *    CNTACDB2 NE TOUCHE PAS A DEPARTMENT / REGION : ON LES POSE
      *    ICI SUR LA LIGNE RETROUVEE, DANS LA MEME UNITE D'OEUVRE
       METTRE-A-JOUR-AFFECTATION.
           EXEC SQL
              UPDATE CONTACTS
                 SET DEPARTMENT = :H-DEPARTMENT,
                     REGION     = :H-REGION
               WHERE CONTACT_ID = :H-CONTACT-ID
           END-EXEC

           IF  SQLCODE NOT = ZERO
               DISPLAY 'MVTRH00 - MAJ DEPARTEMENT KO ' E45-LASTNAME
               PERFORM AFFICHER-SQLCODE
               EXEC SQL ROLLBACK END-EXEC
               MOVE 'ERREUR SQL A LA MISE A JOUR' TO W-DIS-MOTIF
               PERFORM REJETER-MOUVEMENT
               SET EN-ANOMALIE TO TRUE
           ELSE
               MOVE 'UPDATE' TO H-ACTION
               PERFORM JOURNALISER-MOUVEMENT
               EXEC SQL COMMIT END-EXEC
               ADD 1 TO W-NB-MUTES
               MOVE 'MUTE      ' TO W-DIS-ACTION
               MOVE SPACES       TO W-DIS-MOTIF
               STRING 'DEPT ' H-DEPARTMENT ' POSTE ' H-PHONE
                      DELIMITED BY SIZE INTO W-DIS-MOTIF
               PERFORM ECRIRE-DISPOSITION
           END-IF
           .
      *
      ******************************************************************
      * L : DEPART - SUPPRESSION LOGIQUE PAR CNTACDB2 (QUI REMONTE     *
      * AUSSI LES SUBORDONNES SUR LE MANAGER DU PARTANT) PUIS MISE EN  *
      * FILE DE L'APPEL D'ARCHIVAGE                                    *
      ******************************************************************
       TRAITER-DEPART.
           PERFORM LIRE-CONTACT-ACTIF

           EVALUATE TRUE
             WHEN CONTACT-ABSENT
               MOVE 'INCONNU DANS L''ANNUAIRE' TO W-DIS-MOTIF
               PERFORM REJETER-MOUVEMENT
             WHEN CONTACT-HOMONYMES
               MOVE 'HOMONYMES ACTIFS - SAISIE MANUELLE' TO W-DIS-MOTIF
               PERFORM REJETER-MOUVEMENT
             WHEN CONTACT-EN-ERREUR
               MOVE 'ERREUR SQL A LA RECHERCHE' TO W-DIS-MOTIF
               PERFORM REJETER-MOUVEMENT
               SET EN-ANOMALIE TO TRUE
             WHEN OTHER
               MOVE E45-LASTNAME        TO CNT-IN-LASTNAME
               SET  CNT-FCT-DELETE      TO TRUE
               CALL C-CNTACDB2 USING CNT-ENTREE CNT-SORTIE
               END-CALL

               IF  CNT-RETOUR-OK
                   MOVE H-FIRSTNAME TO H-ANC-FIRSTNAME
                   MOVE H-PHONE     TO H-ANC-PHONE
                   MOVE H-ZIPCODE   TO H-ANC-ZIPCODE
                   MOVE H-EMAIL     TO H-ANC-EMAIL
                   MOVE 'DELETE' TO H-ACTION
                   PERFORM JOURNALISER-MOUVEMENT
                   PERFORM METTRE-EN-FILE-ARCHIVAGE
                   EXEC SQL COMMIT END-EXEC
                   ADD 1 TO W-NB-SUPPRIMES
                   MOVE 'SUPPRIME  ' TO W-DIS-ACTION
                   MOVE SPACES       TO W-DIS-MOTIF
                   STRING 'POSTE ' H-PHONE ' LIBERE'
                          DELIMITED BY SIZE INTO W-DIS-MOTIF
                   PERFORM ECRIRE-DISPOSITION
               ELSE
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE 'ERREUR SQL A LA SUPPRESSION' TO W-DIS-MOTIF
                   PERFORM REJETER-MOUVEMENT
                   SET EN-ANOMALIE TO TRUE
               END-IF
           END-EVALUATE
           .
      *
      *    LE BATCH NE PARLE PAS A L'API D'ARCHIVAGE : LE PARTANT EST
      *    MIS EN FILE DANS ARCHIVE_RETRY COMME UN APPEL PBOOKDBN
      *    ECHOUE (NB_ESSAIS 0, STATUT 'P') ET PBOOKRTY L'ARCHIVE. UN
      *    ECHEC DE L'INSERT NE DEFAIT PAS LA SUPPRESSION - LE
      *    RAPPROCHEMENT PBOOKREC RATTRAPERA L'ARCHIVE MANQUANTE
       METTRE-EN-FILE-ARCHIVAGE.
           ADD 1 TO W-NB-ARCHIVES
           ACCEPT W-HEURE FROM TIME
           MOVE C-TRNID-BATCH       TO H-CORR-TRNID
           MOVE W-HEURE(1:7)        TO H-CORR-TIME
           MOVE W-NB-ARCHIVES       TO H-CORR-SEQ
           EXEC SQL
              INSERT INTO ARCHIVE_RETRY (
                   CONTACT_ID,
                   LASTNAME,
                   FIRSTNAME,
                   PHONE,
                   ZIPCODE,
                   EMAIL,
                   CORRELATION_ID,
                   BAQ_COMPLETION_CODE,
                   BAQ_REASON_CODE,
                   NB_ESSAIS,
                   STATUS,
                   QUEUED_TS)
                   VALUES (:H-CONTACT-ID,
                   :H-LASTNAME,
                   :H-FIRSTNAME,
                   :H-PHONE,
                   :H-ZIPCODE,
                   :H-EMAIL,
                   :H-CORRELATION-ID,
                   :H-ARC-COMPLETION,
                   :H-ARC-REASON,
                   0,
                   'P',
                   CURRENT TIMESTAMP)
           END-EXEC

           IF  SQLCODE NOT = ZERO
               DISPLAY 'MVTRH00 - MISE EN FILE ARCHIVAGE KO '
                       E45-LASTNAME
               PERFORM AFFICHER-SQLCODE
               SET EN-ANOMALIE TO TRUE
           END-IF
           .
      *
      ******************************************************************
      * ALLOCATION DU PROCHAIN POSTE LIBRE DES PLAGES DE H-POOL-DEPT,  *
      * MEME PARCOURS QU'ALLOCEXT DANS PBOOKDBN. LE NUMERO ALLOUE     *
      * REVIENT DANS W-POSTE-ALLOUE ; L'AVANCEE DE NEXT_FREE N'EST     *
      * VALIDEE QU'AVEC LE MOUVEMENT (COMMIT / ROLLBACK)               *
      ******************************************************************
       ALLOUER-POSTE.
           MOVE 'N'    TO W-POSTE-ALLOUE-SW
           MOVE 'N'    TO W-FIN-POOLS-SW
           MOVE SPACES TO W-POSTE-ALLOUE

           EXEC SQL
              OPEN POOL-CURS
           END-EXEC
           IF  SQLCODE NOT = ZERO
               DISPLAY 'MVTRH00 - OUVERTURE POOL-CURS KO ' H-POOL-DEPT
               PERFORM AFFICHER-SQLCODE
               SET EN-ANOMALIE TO TRUE
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
                       DISPLAY 'MVTRH00 - MAJ EXTENSION_POOLS KO '
                               H-POOL-DEPT
                       PERFORM AFFICHER-SQLCODE
                       SET EN-ANOMALIE TO TRUE
                       MOVE 'N' TO W-POSTE-ALLOUE-SW
                       SET FIN-POOLS TO TRUE
                   END-IF
               END-IF
             WHEN 100
               SET FIN-POOLS TO TRUE
             WHEN OTHER
               DISPLAY 'MVTRH00 - LECTURE POOL-CURS KO ' H-POOL-DEPT
               PERFORM AFFICHER-SQLCODE
               SET EN-ANOMALIE TO TRUE
               SET FIN-POOLS TO TRUE
           END-EVALUATE
           .
      *
      *    UN NUMERO DEJA TENU PAR UN CONTACT ACTIF (ATTRIBUTION A LA
      *    MAIN AVANT LE POOL) EST SAUTE ; NEXT_FREE REPART AU
      *    CANDIDAT + 1
       CHERCHER-POSTE-LIBRE.
           MOVE H-POOL-NEXT TO H-POSTE-CANDIDAT
           EXEC SQL
              SELECT COUNT(*)
                INTO :H-NB-DETENTEURS
                FROM CONTACTS
               WHERE PHONE = :H-POSTE-CANDIDAT
                 AND STATUS = 'A'
           END-EXEC

           EVALUATE TRUE
             WHEN SQLCODE NOT = ZERO
               DISPLAY 'MVTRH00 - CONTROLE POSTE KO ' H-POSTE-CANDIDAT
               PERFORM AFFICHER-SQLCODE
               SET EN-ANOMALIE TO TRUE
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
      *    JOURNAL CONTACTS_AUDIT DU MOUVEMENT APPLIQUE : H-* PORTENT
      *    LES NOUVELLES VALEURS, H-ANC-* LES ANCIENNES. UNE ERREUR
      *    EST SIGNALEE MAIS NE DEFAIT PAS LE MOUVEMENT, COMME
      *    AUDIT-CONTACT DANS PBOOKDBN
       JOURNALISER-MOUVEMENT.
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
                   :H-ANC-FIRSTNAME,
                   :H-ANC-PHONE,
                   :H-ANC-ZIPCODE,
                   :H-ANC-EMAIL,
                   0,
                   0,
                   :H-ACTION,
                   :C-TRNID-BATCH,
                   :C-USERID-BATCH,
                   CURRENT TIMESTAMP)
           END-EXEC

           IF  SQLCODE NOT = ZERO
               DISPLAY 'MVTRH00 - JOURNAL CONTACTS_AUDIT KO '
                       E45-LASTNAME
               PERFORM AFFICHER-SQLCODE
               SET EN-ANOMALIE TO TRUE
           END-IF
           .
      *
      *    LE REJET PART SUR LA DISPOSITION FSYS046 ET, AVEC LES
      *    DONNEES DU MOUVEMENT, SUR LE RAPPORT RH FSYS047
       REJETER-MOUVEMENT.
           ADD 1 TO W-NB-REJETES
           MOVE 'REJETE    ' TO W-DIS-ACTION
           PERFORM ECRIRE-DISPOSITION

           MOVE E45-MATRICULE       TO W-REJ-MATRICULE
           MOVE E45-TYPE-MVT        TO W-REJ-TYPE-MVT
           MOVE E45-DATE-EFFET      TO W-REJ-DATE-EFFET
           MOVE E45-LASTNAME        TO W-REJ-LASTNAME
           MOVE E45-FIRSTNAME       TO W-REJ-FIRSTNAME
           MOVE E45-DEPARTMENT      TO W-REJ-DEPARTMENT
           MOVE E45-ZIPCODE         TO W-REJ-ZIPCODE
           MOVE W-DIS-MOTIF         TO W-REJ-MOTIF
           MOVE W-LIGNE-REJET       TO ENR-SYS047
           WRITE ENR-SYS047
           .
      *
       ECRIRE-DISPOSITION.
           MOVE E45-MATRICULE       TO W-DIS-MATRICULE
           MOVE E45-TYPE-MVT        TO W-DIS-TYPE-MVT
           MOVE E45-DATE-EFFET      TO W-DIS-DATE-EFFET
           MOVE E45-LASTNAME        TO W-DIS-LASTNAME
           MOVE W-LIGNE-DISPOSITION TO ENR-SYS046
           WRITE ENR-SYS046
           .
      *
       ECRIRE-TOTAUX.
           MOVE 'TOTAL MOUVEMENTS LUS        : ' TO W-TOT-LIBELLE
           MOVE W-NB-LUS                         TO W-TOT-NOMBRE
           PERFORM ECRIRE-LIGNE-TOTAL
           MOVE 'TOTAL ARRIVEES CREEES       : ' TO W-TOT-LIBELLE
           MOVE W-NB-CREES                       TO W-TOT-NOMBRE
           PERFORM ECRIRE-LIGNE-TOTAL
           MOVE 'TOTAL MUTATIONS APPLIQUEES  : ' TO W-TOT-LIBELLE
           MOVE W-NB-MUTES                       TO W-TOT-NOMBRE
           PERFORM ECRIRE-LIGNE-TOTAL
           MOVE 'TOTAL DEPARTS SUPPRIMES     : ' TO W-TOT-LIBELLE
           MOVE W-NB-SUPPRIMES                   TO W-TOT-NOMBRE
           PERFORM ECRIRE-LIGNE-TOTAL
           MOVE 'TOTAL MOUVEMENTS DIFFERES   : ' TO W-TOT-LIBELLE
           MOVE W-NB-DIFFERES                    TO W-TOT-NOMBRE
           PERFORM ECRIRE-LIGNE-TOTAL
           MOVE 'TOTAL MOUVEMENTS REJETES    : ' TO W-TOT-LIBELLE
           MOVE W-NB-REJETES                     TO W-TOT-NOMBRE
           PERFORM ECRIRE-LIGNE-TOTAL
           .
      *
       ECRIRE-LIGNE-TOTAL.
           MOVE W-LIGNE-TOTAL TO ENR-SYS046
           WRITE ENR-SYS046
           .
      *
       AFFICHER-SQLCODE.
           MOVE SQLCODE TO SQLCODE-POUR-DISPLAY
           DISPLAY 'MVTRH00 - SQLCODE : ' SQLCODE-POUR-DISPLAY
           .
