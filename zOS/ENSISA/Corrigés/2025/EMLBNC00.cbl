      ****************************************************************
      * PROGRAMME BATCH = MARQUAGE DES EMAILS NON DISTRIBUABLES DE LA
      *                   TABLE DB2 CONTACTS A PARTIR DU FICHIER
      *                   HEBDOMADAIRE DES REBONDS DE LA PASSERELLE
      *                   MAIL, ET LISTE DE CORRECTION PAR DEPARTEMENT
      ****************************************************************
      * PROGRAM:  EMLBNC00
      *
      * AUTHOR :  Stephane PAUCOT
      *
      * OBJET  :  EMAILVAL ARRETE DESORMAIS LES ADRESSES MAL FORMEES
      *           OU HORS DES DOMAINES DE LA SOCIETE, MAIS L'ANNUAIRE
      *           GARDE LES ADRESSES SAISIES AVANT LUI ET CELLES DES
      *           BOITES FERMEES DEPUIS. LA PASSERELLE MAIL DEPOSE
      *           CHAQUE SEMAINE LE FICHIER DE SES REBONDS FSYS017
      *           (DATE DU REBOND, TYPE H = DEFINITIF / S = TEMPORAIRE,
      *           CODE SMTP, ADRESSE, DIAGNOSTIC) :
      *             - UN REBOND DEFINITIF MARQUE NON DISTRIBUABLE
      *               (EMAIL_STATUT = 'N', EMAIL_BOUNCE_DATE) TOUT
      *               CONTACT ACTIF PORTANT CETTE ADRESSE, SANS TENIR
      *               COMPTE DES MAJUSCULES/MINUSCULES
      *             - UN REBOND TEMPORAIRE (BOITE PLEINE, SERVEUR
      *               INDISPONIBLE...) EST COMPTE MAIS NE MARQUE RIEN
      *           UNE ADRESSE QUI NE CORRESPOND A AUCUN CONTACT ACTIF
      *           (DESTINATAIRE EXTERIEUR) EST SIMPLEMENT COMPTEE.
      *           LE MARQUAGE TOMBE DES QUE L'ADRESSE DU CONTACT EST
      *           CHANGEE (PBOOKDBN UPDATE/UNDO, CNTACDB2 UPDATE).
      *
      *           FSYS018 RECOIT UNE LIGNE DE DISPOSITION PAR REBOND ET
      *           LES TOTAUX. FSYS019 RECOIT ENSUITE LA LISTE DE
      *           CORRECTION : TOUS LES CONTACTS ACTIFS MARQUES, CETTE
      *           SEMAINE OU AVANT, PAR DEPARTEMENT (UN EN-TETE ET UN
      *           TOTAL PAR DEPARTEMENT), A DIFFUSER AUX
      *           CORRESPONDANTS ANNUAIRE DE CHAQUE DEPARTEMENT.
      *           CODE RETOUR 4 SI DES REBONDS SONT ILLISIBLES (TYPE
      *           OU DATE), 8 SUR ANOMALIE DB2.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMLBNC00.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FSYS017 ASSIGN TO UT-S-SYS017.
           SELECT FSYS018 ASSIGN TO UT-S-SYS018.
           SELECT FSYS019 ASSIGN TO UT-S-SYS019.
       DATA DIVISION.
       FILE SECTION.
      *    FICHIER HEBDOMADAIRE DES REBONDS DE LA PASSERELLE MAIL
      *    (LRECL 120)
       FD  FSYS017
           LABEL RECORD STANDARD
           RECORDING MODE IS F
           BLOCK 0 RECORDS.
       01  ENR-SYS017.
      *        DATE DU REBOND AAAA-MM-JJ
           05  E17-DATE-REBOND                    PIC X(10).
           05  E17-TYPE-REBOND                    PIC X(01).
               88  REBOND-DEFINITIF               VALUE 'H'.
               88  REBOND-TEMPORAIRE              VALUE 'S'.
           05  E17-CODE-SMTP                      PIC X(03).
           05  E17-EMAIL                          PIC X(60).
           05  E17-EMAIL-R REDEFINES E17-EMAIL.
               10  E17-EMAIL-CONTACTS             PIC X(40).
               10  E17-EMAIL-SUITE                PIC X(20).
           05  E17-DIAGNOSTIC                     PIC X(46).
       FD  FSYS018
           LABEL RECORD STANDARD
           RECORDING MODE IS F
           BLOCK 0 RECORDS.
       01  ENR-SYS018                             PIC X(132).
      *    LISTE DE CORRECTION PAR DEPARTEMENT
       FD  FSYS019
           LABEL RECORD STANDARD
           RECORDING MODE IS F
           BLOCK 0 RECORDS.
       01  ENR-SYS019                             PIC X(132).
       WORKING-STORAGE SECTION.
      ******************************************************************
      * CONSTANTES DU PROGRAMME                                        *
      ******************************************************************

      *    COMMUNICATION AREA FOR THE SHARED RUN-CONTROL MODULE
           COPY RUNCTLC.
       77  C-RUNCTRL                              PIC X(07)
                                                  VALUE 'RUNCTRL'.
       01  W-RUNCTL-RUN-ID                        PIC X(26).

      * VARIABLES DB2 SYSTEM
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
      *
      *    ADRESSE DU REBOND, EN MAJUSCULES POUR LA COMPARAISON
       01  H-EMAIL-MAJ                            PIC X(40).
       01  H-DATE-REBOND                          PIC X(10).
       01  W-NB-MARQUES-REBOND                    PIC S9(9) COMP.
      *
      *    LIGNE DE LA LISTE DE CORRECTION
       01  H-DEPARTMENT                           PIC X(03).
       01  H-LASTNAME                             PIC X(15).
       01  H-FIRSTNAME                            PIC X(15).
       01  H-PHONE                                PIC X(10).
       01  H-EMAIL                                PIC X(40).
       01  H-BOUNCE-DATE                          PIC X(10).
       01  W-DEPT-COURANT                         PIC X(03).
       01  W-PREMIER-SW                           PIC X(01) VALUE 'Y'.
           88  PREMIER-CONTACT                    VALUE 'Y'.
       01  W-FIN-LISTE-SW                         PIC X(01) VALUE 'N'.
           88  FIN-LISTE                          VALUE 'Y'.
      *
       01  W-FIN-FICHIER-SW                       PIC X(01) VALUE 'N'.
           88  FIN-FICHIER-ATTEINTE               VALUE 'Y'.
       01  W-NB-LUS                               PIC 9(08) VALUE 0.
       01  W-NB-DEFINITIFS                        PIC 9(08) VALUE 0.
       01  W-NB-TEMPORAIRES                       PIC 9(08) VALUE 0.
       01  W-NB-CONTACTS-MARQUES                  PIC 9(08) VALUE 0.
       01  W-NB-INCONNUS                          PIC 9(08) VALUE 0.
       01  W-NB-REJETES                           PIC 9(08) VALUE 0.
       01  W-NB-DEPT                              PIC 9(08) VALUE 0.
       01  W-NB-A-CORRIGER                        PIC 9(08) VALUE 0.
       01  W-ANOMALIE-SW                          PIC X(01) VALUE 'N'.
           88  EN-ANOMALIE                        VALUE 'Y'.
       01  SQLCODE-POUR-DISPLAY                   PIC -ZZZZZZZZ9.

       01  W-LIGNE-DISPOSITION.
           05  W-DIS-DATE-REBOND                  PIC X(10).
           05  FILLER                             PIC X(02) VALUE SPACE.
           05  W-DIS-TYPE-REBOND                  PIC X(01).
           05  FILLER                             PIC X(02) VALUE SPACE.
           05  W-DIS-CODE-SMTP                    PIC X(03).
           05  FILLER                             PIC X(02) VALUE SPACE.
           05  W-DIS-EMAIL                        PIC X(60).
           05  FILLER                             PIC X(02) VALUE SPACE.
           05  W-DIS-ACTION                       PIC X(10).
           05  FILLER                             PIC X(02) VALUE SPACE.
           05  W-DIS-MOTIF                        PIC X(30).
           05  FILLER                             PIC X(08) VALUE SPACE.

       01  W-LIGNE-TOTAL.
           05  W-TOT-LIBELLE                      PIC X(30).
           05  W-TOT-NOMBRE                       PIC 9(08).
           05  FILLER                             PIC X(94) VALUE SPACE.

       01  W-LIGNE-ENTETE-DEPT.
           05  FILLER                             PIC X(13)
                                          VALUE 'DEPARTEMENT  '.
           05  W-ENT-DEPARTMENT                   PIC X(03).
           05  FILLER                            PIC X(116) VALUE SPACE.

       01  W-LIGNE-CORRECTION.
           05  FILLER                             PIC X(04) VALUE SPACE.
           05  W-COR-LASTNAME                     PIC X(15).
           05  FILLER                             PIC X(01) VALUE SPACE.
           05  W-COR-FIRSTNAME                    PIC X(15).
           05  FILLER                             PIC X(02) VALUE SPACE.
           05  W-COR-PHONE                        PIC X(10).
           05  FILLER                             PIC X(02) VALUE SPACE.
           05  W-COR-EMAIL                        PIC X(40).
           05  FILLER                             PIC X(02) VALUE SPACE.
           05  W-COR-BOUNCE-DATE                  PIC X(10).
           05  FILLER                             PIC X(31) VALUE SPACE.

       01  W-LIGNE-TOTAL-DEPT.
           05  FILLER                             PIC X(04) VALUE SPACE.
           05  FILLER                             PIC X(26)
                                  VALUE 'TOTAL A CORRIGER DEPT    '.
           05  W-TDE-DEPARTMENT                   PIC X(03).
           05  FILLER                             PIC X(03) VALUE ' : '.
           05  W-TDE-NOMBRE                       PIC 9(08).
           05  FILLER                             PIC X(88) VALUE SPACE.

      *    CONTACTS ACTIFS MARQUES NON DISTRIBUABLES, DANS L'ORDRE DE
      *    LA LISTE DE CORRECTION
           EXEC SQL
              DECLARE CORR-CURS CURSOR FOR
              SELECT COALESCE(DEPARTMENT, ' '),
                     LASTNAME,
                     FIRSTNAME,
                     PHONE,
                     EMAIL,
                     COALESCE(CHAR(EMAIL_BOUNCE_DATE, ISO), ' ')
                FROM CONTACTS
               WHERE STATUS = 'A'
                 AND EMAIL_STATUT = 'N'
               ORDER BY 1, LASTNAME, FIRSTNAME
           END-EXEC.

       PROCEDURE DIVISION.

           MOVE 'EMLBNC00'          TO RUNCTL-IN-JOB-NAME
           MOVE 'EMLBNC00'          TO RUNCTL-IN-STEP-NAME
           SET  RUNCTL-DEBUT-RUN    TO TRUE
           CALL C-RUNCTRL USING RUNCTL-ENTREE RUNCTL-SORTIE
           END-CALL
           MOVE RUNCTL-OUT-RUN-ID   TO W-RUNCTL-RUN-ID

           OPEN INPUT  FSYS017
           OPEN OUTPUT FSYS018
           OPEN OUTPUT FSYS019

           PERFORM LIRE-REBOND
           PERFORM TRAITER-REBOND
                   UNTIL FIN-FICHIER-ATTEINTE

           PERFORM ECRIRE-TOTAUX

           PERFORM PRODUIRE-LISTE-CORRECTION

           CLOSE FSYS017
           CLOSE FSYS018
           CLOSE FSYS019

           MOVE 'EMLBNC00'          TO RUNCTL-IN-JOB-NAME
           MOVE 'EMLBNC00'          TO RUNCTL-IN-STEP-NAME
           MOVE W-RUNCTL-RUN-ID     TO RUNCTL-IN-RUN-ID
           SET  RUNCTL-FIN-RUN      TO TRUE
           IF  EN-ANOMALIE
               SET RUNCTL-STATUT-KO TO TRUE
           ELSE
               SET RUNCTL-STATUT-OK TO TRUE
           END-IF
           CALL C-RUNCTRL USING RUNCTL-ENTREE RUNCTL-SORTIE
           END-CALL

           DISPLAY 'EMLBNC00 - REBONDS LUS     : ' W-NB-LUS
           DISPLAY 'EMLBNC00 - DEFINITIFS      : ' W-NB-DEFINITIFS
           DISPLAY 'EMLBNC00 - TEMPORAIRES     : ' W-NB-TEMPORAIRES
           DISPLAY 'EMLBNC00 - CONTACTS MARQUES: ' W-NB-CONTACTS-MARQUES
           DISPLAY 'EMLBNC00 - SANS CONTACT    : ' W-NB-INCONNUS
           DISPLAY 'EMLBNC00 - REJETES         : ' W-NB-REJETES
           DISPLAY 'EMLBNC00 - A CORRIGER      : ' W-NB-A-CORRIGER

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
       LIRE-REBOND.
           READ FSYS017
             AT END
               SET FIN-FICHIER-ATTEINTE TO TRUE
             NOT AT END
               ADD 1 TO W-NB-LUS
           END-READ
           .
      *
      *    AIGUILLAGE SUR LE TYPE DE REBOND APRES LES CONTROLES DE
      *    FORME. UNE ADRESSE DE PLUS DE 40 CARACTERES NE PEUT PAS
      *    ETRE CELLE D'UN CONTACT (EMAIL PIC X(40))
       TRAITER-REBOND.
           MOVE SPACES TO W-DIS-MOTIF
           EVALUATE TRUE
             WHEN E17-DATE-REBOND(1:4) IS NOT NUMERIC
               OR E17-DATE-REBOND(5:1) NOT = '-'
               MOVE 'DATE DU REBOND INVALIDE' TO W-DIS-MOTIF
               PERFORM REJETER-REBOND
             WHEN E17-EMAIL = SPACES
               MOVE 'ADRESSE ABSENTE' TO W-DIS-MOTIF
               PERFORM REJETER-REBOND
             WHEN REBOND-TEMPORAIRE
               ADD 1 TO W-NB-TEMPORAIRES
               MOVE 'IGNORE    ' TO W-DIS-ACTION
               MOVE 'REBOND TEMPORAIRE' TO W-DIS-MOTIF
               PERFORM ECRIRE-DISPOSITION
             WHEN NOT REBOND-DEFINITIF
               MOVE 'TYPE DE REBOND INCONNU' TO W-DIS-MOTIF
               PERFORM REJETER-REBOND
             WHEN E17-EMAIL-SUITE NOT = SPACES
               ADD 1 TO W-NB-DEFINITIFS
               PERFORM SIGNALER-SANS-CONTACT
             WHEN OTHER
               PERFORM MARQUER-CONTACTS
           END-EVALUATE

           PERFORM LIRE-REBOND
           .
      *
      *    REBOND DEFINITIF : TOUS LES CONTACTS ACTIFS DE CETTE
      *    ADRESSE SONT MARQUES, ET LE MARQUAGE VALIDE PAR UN COMMIT
      *    COMME CHAQUE MOUVEMENT DE MVTRH00
       MARQUER-CONTACTS.
           MOVE E17-EMAIL-CONTACTS TO H-EMAIL-MAJ
           INSPECT H-EMAIL-MAJ
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE E17-DATE-REBOND TO H-DATE-REBOND

           EXEC SQL
              UPDATE CONTACTS
                 SET EMAIL_STATUT      = 'N',
                     EMAIL_BOUNCE_DATE = DATE(:H-DATE-REBOND)
               WHERE UPPER(EMAIL) = :H-EMAIL-MAJ
                 AND STATUS = 'A'
           END-EXEC

           EVALUATE TRUE
             WHEN SQLCODE = 0
               ADD 1 TO W-NB-DEFINITIFS
               MOVE SQLERRD(3) TO W-NB-MARQUES-REBOND
               EXEC SQL COMMIT END-EXEC
               ADD W-NB-MARQUES-REBOND TO W-NB-CONTACTS-MARQUES
               MOVE 'MARQUE    ' TO W-DIS-ACTION
               MOVE W-NB-MARQUES-REBOND TO W-TOT-NOMBRE
               STRING 'CONTACT(S) : ' W-TOT-NOMBRE
                      DELIMITED BY SIZE INTO W-DIS-MOTIF
               PERFORM ECRIRE-DISPOSITION
             WHEN SQLCODE = 100
               ADD 1 TO W-NB-DEFINITIFS
               PERFORM SIGNALER-SANS-CONTACT
             WHEN SQLCODE = -180 OR SQLCODE = -181
               MOVE 'DATE DU REBOND INVALIDE' TO W-DIS-MOTIF
               PERFORM REJETER-REBOND
             WHEN OTHER
               EXEC SQL ROLLBACK END-EXEC
               DISPLAY 'EMLBNC00 - MARQUAGE KO ' E17-EMAIL
               PERFORM AFFICHER-SQLCODE
               SET EN-ANOMALIE TO TRUE
               MOVE 'ERREUR SQL AU MARQUAGE' TO W-DIS-MOTIF
               PERFORM REJETER-REBOND
           END-EVALUATE
           .
      *
       SIGNALER-SANS-CONTACT.
           ADD 1 TO W-NB-INCONNUS
           MOVE 'SANS SUITE' TO W-DIS-ACTION
           MOVE 'AUCUN CONTACT ACTIF' TO W-DIS-MOTIF
           PERFORM ECRIRE-DISPOSITION
           .
      *
       REJETER-REBOND.
           ADD 1 TO W-NB-REJETES
           MOVE 'REJETE    ' TO W-DIS-ACTION
           PERFORM ECRIRE-DISPOSITION
           .
      *
       ECRIRE-DISPOSITION.
           MOVE E17-DATE-REBOND     TO W-DIS-DATE-REBOND
           MOVE E17-TYPE-REBOND     TO W-DIS-TYPE-REBOND
           MOVE E17-CODE-SMTP       TO W-DIS-CODE-SMTP
           MOVE E17-EMAIL           TO W-DIS-EMAIL
           MOVE W-LIGNE-DISPOSITION TO ENR-SYS018
           WRITE ENR-SYS018
           .
      *
       ECRIRE-TOTAUX.
           MOVE 'TOTAL REBONDS LUS           : ' TO W-TOT-LIBELLE
           MOVE W-NB-LUS                         TO W-TOT-NOMBRE
           PERFORM ECRIRE-LIGNE-TOTAL
           MOVE 'TOTAL REBONDS DEFINITIFS    : ' TO W-TOT-LIBELLE
           MOVE W-NB-DEFINITIFS                  TO W-TOT-NOMBRE
           PERFORM ECRIRE-LIGNE-TOTAL
           MOVE 'TOTAL REBONDS TEMPORAIRES   : ' TO W-TOT-LIBELLE
           MOVE W-NB-TEMPORAIRES                 TO W-TOT-NOMBRE
           PERFORM ECRIRE-LIGNE-TOTAL
           MOVE 'TOTAL CONTACTS MARQUES      : ' TO W-TOT-LIBELLE
           MOVE W-NB-CONTACTS-MARQUES            TO W-TOT-NOMBRE
           PERFORM ECRIRE-LIGNE-TOTAL
           MOVE 'TOTAL ADRESSES SANS CONTACT : ' TO W-TOT-LIBELLE
           MOVE W-NB-INCONNUS                    TO W-TOT-NOMBRE
           PERFORM ECRIRE-LIGNE-TOTAL
           MOVE 'TOTAL REBONDS REJETES       : ' TO W-TOT-LIBELLE
           MOVE W-NB-REJETES                     TO W-TOT-NOMBRE
           PERFORM ECRIRE-LIGNE-TOTAL
           .
      *
       ECRIRE-LIGNE-TOTAL.
           MOVE W-LIGNE-TOTAL TO ENR-SYS018
           WRITE ENR-SYS018
           .
      *
      ******************************************************************
      * LISTE DE CORRECTION : RUPTURE SUR LE DEPARTEMENT, UN EN-TETE   *
      * ET UN TOTAL PAR DEPARTEMENT, TOTAL GENERAL EN FIN DE LISTE     *
      ******************************************************************
       PRODUIRE-LISTE-CORRECTION.
           EXEC SQL OPEN CORR-CURS END-EXEC
           IF  SQLCODE NOT = ZERO
               DISPLAY 'EMLBNC00 - OUVERTURE CORR-CURS KO'
               PERFORM AFFICHER-SQLCODE
               SET EN-ANOMALIE TO TRUE
               SET FIN-LISTE TO TRUE
           END-IF

           PERFORM LIRE-CONTACT-MARQUE
           PERFORM TRAITER-CONTACT-MARQUE
                   UNTIL FIN-LISTE

           IF  NOT PREMIER-CONTACT
               PERFORM ECRIRE-TOTAL-DEPT
           END-IF

           EXEC SQL CLOSE CORR-CURS END-EXEC

           MOVE 'TOTAL CONTACTS A CORRIGER   : ' TO W-TOT-LIBELLE
           MOVE W-NB-A-CORRIGER                  TO W-TOT-NOMBRE
           MOVE W-LIGNE-TOTAL TO ENR-SYS019
           WRITE ENR-SYS019
           .
      *
       LIRE-CONTACT-MARQUE.
           IF  NOT FIN-LISTE
               EXEC SQL
                  FETCH CORR-CURS
                   INTO :H-DEPARTMENT,
                        :H-LASTNAME,
                        :H-FIRSTNAME,
                        :H-PHONE,
                        :H-EMAIL,
                        :H-BOUNCE-DATE
               END-EXEC
               EVALUATE SQLCODE
                 WHEN 0
                   CONTINUE
                 WHEN 100
                   SET FIN-LISTE TO TRUE
                 WHEN OTHER
                   DISPLAY 'EMLBNC00 - LECTURE CORR-CURS KO'
                   PERFORM AFFICHER-SQLCODE
                   SET EN-ANOMALIE TO TRUE
                   SET FIN-LISTE TO TRUE
               END-EVALUATE
           END-IF
           .
      *
       TRAITER-CONTACT-MARQUE.
           IF  PREMIER-CONTACT
           OR  H-DEPARTMENT NOT = W-DEPT-COURANT
               IF  NOT PREMIER-CONTACT
                   PERFORM ECRIRE-TOTAL-DEPT
               END-IF
               MOVE 'N'          TO W-PREMIER-SW
               MOVE H-DEPARTMENT TO W-DEPT-COURANT
               MOVE 0            TO W-NB-DEPT
               MOVE H-DEPARTMENT TO W-ENT-DEPARTMENT
               MOVE W-LIGNE-ENTETE-DEPT TO ENR-SYS019
               WRITE ENR-SYS019
           END-IF

           ADD 1 TO W-NB-DEPT
           ADD 1 TO W-NB-A-CORRIGER
           MOVE H-LASTNAME          TO W-COR-LASTNAME
           MOVE H-FIRSTNAME         TO W-COR-FIRSTNAME
           MOVE H-PHONE             TO W-COR-PHONE
           MOVE H-EMAIL             TO W-COR-EMAIL
           MOVE H-BOUNCE-DATE       TO W-COR-BOUNCE-DATE
           MOVE W-LIGNE-CORRECTION  TO ENR-SYS019
           WRITE ENR-SYS019

           PERFORM LIRE-CONTACT-MARQUE
           .
      *
       ECRIRE-TOTAL-DEPT.
           MOVE W-DEPT-COURANT      TO W-TDE-DEPARTMENT
           MOVE W-NB-DEPT           TO W-TDE-NOMBRE
           MOVE W-LIGNE-TOTAL-DEPT  TO ENR-SYS019
           WRITE ENR-SYS019
           .
      *
       AFFICHER-SQLCODE.
           MOVE SQLCODE TO SQLCODE-POUR-DISPLAY
           DISPLAY 'EMLBNC00 - SQLCODE : ' SQLCODE-POUR-DISPLAY
           .
