      ****************************************************************
      * PROGRAMME BATCH = FEUILLES D'APPEL D'EVACUATION PAR ETAGE
      *                   POUR LES GUIDE-FILES ET SERRE-FILES
      ****************************************************************
      * PROGRAM:  EVACAP00
      *
      * AUTHOR :  Stephane PAUCOT
      *
      * OBJET  :  CHAQUE CONTACT PORTE DESORMAIS UN CODE EMPLACEMENT
      *           (LOCATION_CODE, POSE PAR PBOOKDBN CREATE/UPDATE)
      *           QUI RENVOIE A LA TABLE DE REFERENCE LOCATIONS :
      *           SITE, BATIMENT, ETAGE, ZONE.
      *           CHAQUE MATIN CE PROGRAMME EDITE SUR FSYS028 UNE
      *           FEUILLE D'APPEL PAR ETAGE (SAUT DE PAGE A CHAQUE
      *           ETAGE, PAGE DE SUITE SI L'ETAGE DEBORDE) : LES
      *           CONTACTS ACTIFS PAR ZONE PUIS NOM, AVEC LEUR POSTE
      *           ET L'ABSENCE EN COURS POSEE PAR DELEGATE, ET UNE
      *           CASE A COCHER POUR LE GUIDE-FILE LORS DE
      *           L'EVACUATION. CHAQUE FEUILLE SE TERMINE PAR
      *           L'EFFECTIF DE L'ETAGE, LE NOMBRE D'ABSENTS, LES
      *           PRESENTS ATTENDUS ET LA LIGNE DE VISA.
      *           LES CONTACTS SANS EMPLACEMENT SONT REGROUPES EN TETE
      *           SOUS 'EMPLACEMENT NON RENSEIGNE', A TRANSMETTRE AUX
      *           SERVICES GENERAUX POUR MISE A JOUR.
      *           RC 8 = ANOMALIE DB2.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVACAP00.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FSYS028 ASSIGN TO UT-S-SYS028.
       DATA DIVISION.
       FILE SECTION.
      *    FEUILLES D'APPEL
       FD  FSYS028
           LABEL RECORD STANDARD
           RECORDING MODE IS F
           BLOCK 0 RECORDS.
       01  ENR-SYS028                             PIC X(132).
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
       01  H-SITE                                 PIC X(20).
       01  H-BUILDING                             PIC X(20).
       01  H-FLOOR                                PIC X(03).
       01  H-ZONE                                 PIC X(10).
       01  H-LASTNAME                             PIC X(15).
       01  H-FIRSTNAME                            PIC X(15).
       01  H-PHONE                                PIC X(10).
       01  H-DEPARTMENT                           PIC X(03).
       01  H-ABSENCE-FROM                         PIC X(10).
       01  H-ABSENCE-TO                           PIC X(10).
      *
      *    CLE DE RUPTURE - L'ETAGE (SITE, BATIMENT, ETAGE) EN RUPTURE
      *    DE FEUILLE
       01  W-ETAGE-LU.
           05  W-EL-SITE                          PIC X(20).
           05  W-EL-BUILDING                      PIC X(20).
           05  W-EL-FLOOR                         PIC X(03).
       01  W-ETAGE-COURANT.
           05  W-EC-SITE                          PIC X(20).
           05  W-EC-BUILDING                      PIC X(20).
           05  W-EC-FLOOR                         PIC X(03).
      *
       01  W-DATE-JOUR-AMJ.
           05  W-DJ-ANNEE                         PIC 9(04).
           05  W-DJ-MOIS                          PIC 9(02).
           05  W-DJ-JOUR                          PIC 9(02).
      *
      *    EDITION IMPRIMABLE : PAGINATION ET COMPTEURS
       01  W-NUM-PAGE                             PIC 9(04) VALUE 0.
       01  W-NUM-PAGE-ED                          PIC ZZZ9.
       01  W-LIG-PAGE                             PIC 9(02) VALUE 99.
       77  C-LIGNES-PAR-PAGE                      PIC 9(02) VALUE 55.
       01  W-LIGNE-EDITION                        PIC X(132).
       01  W-NB-ETAGE                             PIC 9(05) VALUE 0.
       01  W-NB-ABSENTS-ETAGE                     PIC 9(05) VALUE 0.
       01  W-NB-ATTENDUS                          PIC 9(05) VALUE 0.
       01  W-NB-ETAGES                            PIC 9(05) VALUE 0.
       01  W-NB-TOTAL                             PIC 9(07) VALUE 0.
       01  W-NB-ABSENTS                           PIC 9(07) VALUE 0.
       01  W-NB-ED                                PIC Z(6)9.
       01  W-NB-ED2                               PIC Z(6)9.
       01  W-NB-ED3                               PIC Z(6)9.
      *
       01  W-LIGNE-CONTACT.
           05  FILLER                             PIC X(02)
                                                  VALUE SPACE.
           05  W-ED-CASE                          PIC X(03)
                                                  VALUE '[ ]'.
           05  FILLER                             PIC X(03)
                                                  VALUE SPACE.
           05  W-ED-ZONE                          PIC X(10).
           05  FILLER                             PIC X(02)
                                                  VALUE SPACE.
           05  W-ED-LASTNAME                      PIC X(15).
           05  FILLER                             PIC X(02)
                                                  VALUE SPACE.
           05  W-ED-FIRSTNAME                     PIC X(15).
           05  FILLER                             PIC X(02)
                                                  VALUE SPACE.
           05  W-ED-PHONE                         PIC X(10).
           05  FILLER                             PIC X(02)
                                                  VALUE SPACE.
           05  W-ED-DEPARTMENT                    PIC X(03).
           05  FILLER                             PIC X(03)
                                                  VALUE SPACE.
           05  W-ED-ABSENCE                       PIC X(34).
           05  FILLER                             PIC X(26)
                                                  VALUE SPACE.
      *
      *    LES CONTACTS ACTIFS ET LEUR EMPLACEMENT, TRIES POUR LA
      *    RUPTURE PAR ETAGE PUIS PAR ZONE ET NOM. UN CONTACT SANS
      *    EMPLACEMENT (OU DONT LE CODE A ETE RETIRE DE LOCATIONS)
      *    RESSORT AVEC UN SITE A BLANC, DONC EN TETE. L'ABSENCE N'EST
      *    RESTITUEE QUE SI ELLE COUVRE LE JOUR MEME
           EXEC SQL
              DECLARE C01 CURSOR FOR
              SELECT
               COALESCE(L.SITE, ' '),
               COALESCE(L.BUILDING, ' '),
               COALESCE(L.FLOOR, ' '),
               COALESCE(L.ZONE, ' '),
               C.LASTNAME,
               C.FIRSTNAME,
               COALESCE(C.PHONE, ' '),
               COALESCE(C.DEPARTMENT, ' '),
               CASE WHEN CURRENT DATE BETWEEN C.ABSENCE_FROM
                                          AND C.ABSENCE_TO
                    THEN CHAR(C.ABSENCE_FROM, ISO)
                    ELSE ' ' END,
               CASE WHEN CURRENT DATE BETWEEN C.ABSENCE_FROM
                                          AND C.ABSENCE_TO
                    THEN CHAR(C.ABSENCE_TO, ISO)
                    ELSE ' ' END
              FROM CONTACTS C
              LEFT OUTER JOIN LOCATIONS L
                ON L.LOCATION_CODE = C.LOCATION_CODE
              WHERE C.STATUS = 'A'
              ORDER BY 1, 2, 3, 4, 5, 6
           END-EXEC.
      *
      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
           PERFORM DEBUT
           PERFORM EDITER-FEUILLES
           PERFORM FIN
           GOBACK
           .
      *
      * PARAGRAPHE DE DEBUT DE PROGRAMME
       DEBUT.
           SET PAS-ANOMALIE TO TRUE
           ACCEPT W-DATE-JOUR-AMJ FROM DATE YYYYMMDD
           MOVE LOW-VALUES TO W-ETAGE-COURANT
           OPEN OUTPUT FSYS028
           .
      *
       EDITER-FEUILLES.
           EXEC SQL
              OPEN C01
           END-EXEC
           IF  SQLCODE NOT = ZERO
               PERFORM FORMATAGE-ERREUR-DB2
               PERFORM TRT-ANOMALIE
           ELSE
               PERFORM LIRE-CONTACT-SUIVANT UNTIL ANOMALIE
                                            OR SQLCODE = 100
               EXEC SQL
                  CLOSE C01
               END-EXEC
      *        BAS DE LA DERNIERE FEUILLE
               IF  W-NB-TOTAL > 0
                   PERFORM EDITER-BAS-FEUILLE
               END-IF
           END-IF
           .
       LIRE-CONTACT-SUIVANT.
           EXEC SQL
              FETCH C01
               INTO
                      :H-SITE,
                      :H-BUILDING,
                      :H-FLOOR,
                      :H-ZONE,
                      :H-LASTNAME,
                      :H-FIRSTNAME,
                      :H-PHONE,
                      :H-DEPARTMENT,
                      :H-ABSENCE-FROM,
                      :H-ABSENCE-TO
           END-EXEC
           EVALUATE SQLCODE
           WHEN ZERO
              PERFORM CONTROLER-RUPTURE
              MOVE H-ZONE       TO W-ED-ZONE
              MOVE H-LASTNAME   TO W-ED-LASTNAME
              MOVE H-FIRSTNAME  TO W-ED-FIRSTNAME
              MOVE H-PHONE      TO W-ED-PHONE
              MOVE H-DEPARTMENT TO W-ED-DEPARTMENT
              MOVE SPACES       TO W-ED-ABSENCE
              IF  H-ABSENCE-FROM NOT = SPACES
                  STRING 'ABSENT DU ' H-ABSENCE-FROM
                         ' AU ' H-ABSENCE-TO
                         DELIMITED BY SIZE INTO W-ED-ABSENCE
                  ADD 1 TO W-NB-ABSENTS-ETAGE
                  ADD 1 TO W-NB-ABSENTS
              END-IF
              MOVE W-LIGNE-CONTACT TO W-LIGNE-EDITION
              PERFORM EDITER-LIGNE
              ADD 1 TO W-NB-ETAGE
              ADD 1 TO W-NB-TOTAL
           WHEN +100
              CONTINUE
           WHEN OTHER
              PERFORM FORMATAGE-ERREUR-DB2
              PERFORM TRT-ANOMALIE
           END-EVALUATE
           .
      *
      *    RUPTURE D'ETAGE = BAS DE LA FEUILLE PRECEDENTE PUIS NOUVELLE
      *    FEUILLE
       CONTROLER-RUPTURE.
           MOVE H-SITE     TO W-EL-SITE
           MOVE H-BUILDING TO W-EL-BUILDING
           MOVE H-FLOOR    TO W-EL-FLOOR
           IF  W-ETAGE-LU NOT = W-ETAGE-COURANT
               IF  W-NB-TOTAL > 0
                   PERFORM EDITER-BAS-FEUILLE
               END-IF
               MOVE W-ETAGE-LU TO W-ETAGE-COURANT
               MOVE 0 TO W-NB-ETAGE
               MOVE 0 TO W-NB-ABSENTS-ETAGE
               ADD 1 TO W-NB-ETAGES
               PERFORM EDITER-ENTETE-PAGE
           END-IF
           .
      *
      *    BAS DE FEUILLE : EFFECTIF, ABSENTS, PRESENTS ATTENDUS, VISA
       EDITER-BAS-FEUILLE.
           COMPUTE W-NB-ATTENDUS = W-NB-ETAGE - W-NB-ABSENTS-ETAGE
           MOVE W-NB-ETAGE         TO W-NB-ED
           MOVE W-NB-ABSENTS-ETAGE TO W-NB-ED2
           MOVE W-NB-ATTENDUS      TO W-NB-ED3
           MOVE SPACES TO W-LIGNE-EDITION
           PERFORM EDITER-LIGNE
           STRING '  -- EFFECTIF ' W-NB-ED
                  '   ABSENTS ' W-NB-ED2
                  '   PRESENTS ATTENDUS ' W-NB-ED3
                  DELIMITED BY SIZE INTO W-LIGNE-EDITION
           PERFORM EDITER-LIGNE
           MOVE SPACES TO W-LIGNE-EDITION
           PERFORM EDITER-LIGNE
           STRING '  GUIDE-FILE : ______________________   '
                  'HEURE DE L''APPEL : ________   '
                  'MANQUANTS SIGNALES : ____'
                  DELIMITED BY SIZE INTO W-LIGNE-EDITION
           PERFORM EDITER-LIGNE
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
      *    EN-TETE DE FEUILLE : DATE DU RUN, ETAGE EN COURS, NUMERO DE
      *    PAGE ET TITRES DE COLONNES - REPETE SUR LA PAGE DE SUITE
      *    D'UN ETAGE QUI DEBORDE
       EDITER-ENTETE-PAGE.
           ADD 1 TO W-NUM-PAGE
           MOVE W-NUM-PAGE TO W-NUM-PAGE-ED
           MOVE SPACES TO ENR-SYS028
           IF  W-EC-SITE = SPACES
               STRING 'APPEL D''EVACUATION - RUN DU ' W-DATE-JOUR-AMJ
                      ' - EMPLACEMENT NON RENSEIGNE'
                      ' - PAGE ' W-NUM-PAGE-ED
                      DELIMITED BY SIZE INTO ENR-SYS028
           ELSE
               STRING 'APPEL D''EVACUATION - RUN DU ' W-DATE-JOUR-AMJ
                      ' - ' W-EC-SITE
                      ' BATIMENT ' W-EC-BUILDING
                      ' ETAGE ' W-EC-FLOOR
                      ' - PAGE ' W-NUM-PAGE-ED
                      DELIMITED BY SIZE INTO ENR-SYS028
           END-IF
           WRITE ENR-SYS028
           MOVE SPACES TO ENR-SYS028
           WRITE ENR-SYS028
           MOVE SPACES TO ENR-SYS028
           STRING '  OK    ZONE        NOM              '
                  'PRENOM           POSTE       DEPT  '
                  'ABSENCE EN COURS'
                  DELIMITED BY SIZE INTO ENR-SYS028
           WRITE ENR-SYS028
           MOVE 3 TO W-LIG-PAGE
           .
      *
       EDITER-LIGNE.
           IF  W-LIG-PAGE >= C-LIGNES-PAR-PAGE
               PERFORM EDITER-ENTETE-PAGE
           END-IF
           MOVE W-LIGNE-EDITION TO ENR-SYS028
           WRITE ENR-SYS028
           MOVE SPACES TO W-LIGNE-EDITION
           ADD 1 TO W-LIG-PAGE
           .
      *
      * PARAGRAPHE DE FIN DE PROGRAMME
       FIN.
           MOVE SPACES TO W-LIGNE-EDITION
           PERFORM EDITER-LIGNE
           MOVE W-NB-ETAGES TO W-NB-ED
           MOVE W-NB-TOTAL  TO W-NB-ED2
           MOVE W-NB-ABSENTS TO W-NB-ED3
           STRING 'TOTAL GENERAL : ' W-NB-ED ' FEUILLES, '
                  W-NB-ED2 ' CONTACTS, DONT ' W-NB-ED3 ' ABSENTS'
                  DELIMITED BY SIZE INTO W-LIGNE-EDITION
           PERFORM EDITER-LIGNE

           CLOSE FSYS028
           IF  ANOMALIE
               DISPLAY 'EVACAP00 TERMINE EN ANOMALIE'
               MOVE 8 TO RETURN-CODE
           END-IF
           .
