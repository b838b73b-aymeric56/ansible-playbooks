      ****************************************************************
      * PROGRAMME BATCH = RELANCE DES MESURES D'INDICATEURS
      *                   MANQUANTES, PAR PROPRIETAIRE, ET TAUX DE
      *                   COMPLETUDE PAR PERSPECTIVE
      ****************************************************************
      * PROGRAM:  RELMES00
      *
      * AUTHOR :  Stephane PAUCOT
      *
      * OBJET  :  RPTIND00 RESTITUE LA TENDANCE DES VALEURS SAISIES,
      *           MAIS UN INDICATEUR QUI N'A SIMPLEMENT PAS ETE MESURE
      *           NE SE VOIT QU'EN REVUE DU TABLEAU DE BORD. CHAQUE
      *           INDICATEUR PORTE DESORMAIS UN PROPRIETAIRE (USERID)
      *           ET UNE FREQUENCE DE MESURE ('M' MENSUELLE, 'T'
      *           TRIMESTRIELLE), SAISIS PAR IADD/IUPDATE. POUR LA
      *           PERIODE DUE AAAAMM LUE EN SYSIN (A BLANC : LE MOIS
      *           PRECEDENT LA DATE DU JOUR), CE PROGRAMME :
      *             - LISTE SUR FSYS100, REGROUPES PAR PROPRIETAIRE
      *           (UNE LISTE DE RELANCE PAR PROPRIETAIRE, LES
      *           INDICATEURS SANS PROPRIETAIRE EN TETE), LES
      *           INDICATEURS ACTIFS SANS LIGNE INDICATEUR_MESURE
      *           POUR LEUR DERNIERE PERIODE DUE : LE MOIS DU SYSIN
      *           POUR UN MENSUEL, LE DERNIER TRIMESTRE CIVIL CLOS A
      *           CE MOIS POUR UN TRIMESTRIEL (UNE MESURE SUR L'UN DE
      *           SES TROIS MOIS SUFFIT) ;
      *             - EDITE SUR FSYS101, POUR L'EQUIPE QUALITE, PAR
      *           PERSPECTIVE, LE NOMBRE D'INDICATEURS ACTIFS, LE
      *           NOMBRE DE MESURES PRESENTES ET LE TAUX DE
      *           COMPLETUDE EN POURCENT, PLUS LE TOTAL CATALOGUE.
      *           LES INDICATEURS RETIRES (OU DONT LE LEVIER,
      *           L'OBJECTIF OU LA PERSPECTIVE EST RETIRE) SONT
      *           EXCLUS. LES INDICATEURS DERIVES (IFORMULE) COMPTENT
      *           DANS LA COMPLETUDE MAIS NE SONT PAS RELANCES : LEUR
      *           VALEUR VIENT DE CALDER00, CE SONT LEURS OPERANDES
      *           QUI MANQUENT. UNE VALEUR SAISIE EN ATTENTE DE
      *           VALIDATION (INDICATEUR_MESURE_ATTENTE, STATUT 'P')
      *           N'EST PAS RELANCEE MAIS NE COMPTE DANS LA
      *           COMPLETUDE QU'UNE FOIS VALIDEE.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELMES00.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FSYS100 ASSIGN TO UT-S-SYS100.
           SELECT FSYS101 ASSIGN TO UT-S-SYS101.
       DATA DIVISION.
       FILE SECTION.
       FD  FSYS100
           LABEL RECORD STANDARD
           RECORDING MODE IS F
           BLOCK 0 RECORDS.
       01  ENR-SYS100                             PIC X(132).
       FD  FSYS101
           LABEL RECORD STANDARD
           RECORDING MODE IS F
           BLOCK 0 RECORDS.
       01  ENR-SYS101                             PIC X(132).
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
      *    PERIODE DUE AAAAMM LUE EN SYSIN
       01  W-PERIODE-SYSIN                        PIC X(06).
       01  W-DATE-JOUR.
           05  W-DJ-AAAA                          PIC 9(04).
           05  W-DJ-MM                            PIC 9(02).
           05  W-DJ-JJ                            PIC 9(02).
      *
      *    PERIODE DUE DES MENSUELS ET BORNES DU TRIMESTRE DU DES
      *    TRIMESTRIELS, EN AAAAMM
       01  W-PERIODE-DUE-N.
           05  W-PD-AAAA                          PIC 9(04).
           05  W-PD-MM                            PIC 9(02).
       01  W-PERIODE-DUE REDEFINES W-PERIODE-DUE-N
                                                  PIC X(06).
       01  W-TRIM-FIN-N.
           05  W-TF-AAAA                          PIC 9(04).
           05  W-TF-MM                            PIC 9(02).
       01  W-TRIM-FIN REDEFINES W-TRIM-FIN-N      PIC X(06).
       01  W-TRIM-DEBUT-N.
           05  W-TD-AAAA                          PIC 9(04).
           05  W-TD-MM                            PIC 9(02).
       01  W-TRIM-DEBUT REDEFINES W-TRIM-DEBUT-N  PIC X(06).
       01  W-NUM-TRIM                             PIC 9(02).
      *
       01  H-PROPRIETAIRE                         PIC X(08).
       01  H-FREQUENCE                            PIC X(01).
       01  H-PERSP-ID                             PIC S9(10) COMP.
       01  H-PERSP-NAME                           PIC X(150).
       01  H-IND-ID                               PIC S9(10) COMP.
       01  H-IND-DEFINITION                       PIC X(150).
       01  H-NB-MESURES                           PIC S9(9) COMP.
      *
       01  W-PROPRIETAIRE-COURANT                 PIC X(08).
       01  W-PREMIER-SW                           PIC X(01).
           88  PREMIERE-LIGNE                     VALUE 'O'.
       01  W-NB-OWNER                             PIC 9(05) VALUE 0.
       01  W-NB-RELANCES                          PIC 9(05) VALUE 0.
       01  W-NB-PROPRIETAIRES                     PIC 9(05) VALUE 0.
      *
       01  W-PERSP-COURANTE                       PIC S9(10) COMP
                                                  VALUE -1.
       01  W-NOM-PERSP-COURANTE                   PIC X(150).
       01  W-NB-ACTIFS-P                          PIC 9(07) VALUE 0.
       01  W-NB-MESURES-P                         PIC 9(07) VALUE 0.
       01  W-NB-ACTIFS-T                          PIC 9(07) VALUE 0.
       01  W-NB-MESURES-T                         PIC 9(07) VALUE 0.
       01  W-TAUX                                 PIC S9(3)V99
                                                  COMP-3.
      *
       01  W-LIGNE-PROPRIETAIRE.
           05  FILLER                             PIC X(15)
               VALUE 'PROPRIETAIRE : '.
           05  W-LO-PROPRIETAIRE                  PIC X(20).
           05  FILLER                             PIC X(21)
               VALUE 'MESURES ATTENDUES : '.
           05  W-LO-PERIODE                       PIC X(06).
           05  FILLER                             PIC X(70)
                                                  VALUE SPACE.
      *
       01  W-LIGNE-RELANCE.
           05  FILLER                             PIC X(04)
                                                  VALUE SPACE.
           05  W-LR-IND-ID                        PIC 9(10).
           05  FILLER                             PIC X(02)
                                                  VALUE SPACE.
           05  W-LR-FREQUENCE                     PIC X(01).
           05  FILLER                             PIC X(02)
                                                  VALUE SPACE.
           05  W-LR-DEBUT                         PIC X(06).
           05  W-LR-TIRET                         PIC X(01).
           05  W-LR-FIN                           PIC X(06).
           05  FILLER                             PIC X(02)
                                                  VALUE SPACE.
           05  W-LR-PERSP-ID                      PIC 9(10).
           05  FILLER                             PIC X(02)
                                                  VALUE SPACE.
           05  W-LR-DEFINITION                    PIC X(80).
           05  FILLER                             PIC X(06)
                                                  VALUE SPACE.
      *
       01  W-LIGNE-TOTAL-PROPRIETAIRE.
           05  FILLER                             PIC X(04)
                                                  VALUE SPACE.
           05  FILLER                             PIC X(30)
               VALUE 'MESURES MANQUANTES          : '.
           05  W-LT-NOMBRE                        PIC Z(04)9.
           05  FILLER                             PIC X(93)
                                                  VALUE SPACE.
      *
       01  W-LIGNE-COMPLETUDE.
           05  W-LC-PERSP-ID                      PIC Z(09)9.
           05  FILLER                             PIC X(02)
                                                  VALUE SPACE.
           05  W-LC-PERSP-NOM                     PIC X(70).
           05  FILLER                             PIC X(02)
                                                  VALUE SPACE.
           05  W-LC-ACTIFS                        PIC Z(06)9.
           05  FILLER                             PIC X(02)
                                                  VALUE SPACE.
           05  W-LC-MESURES                       PIC Z(06)9.
           05  FILLER                             PIC X(02)
                                                  VALUE SPACE.
           05  W-LC-TAUX                          PIC ZZ9.99.
           05  FILLER                             PIC X(02)
                                                  VALUE ' %'.
           05  FILLER                             PIC X(20)
                                                  VALUE SPACE.
      *
       01  W-LIGNE-TITRE-COMPLETUDE.
           05  FILLER                             PIC X(46)
               VALUE 'COMPLETUDE DES MESURES PAR PERSPECTIVE - MOIS '.
           05  W-LTC-PERIODE                      PIC X(06).
           05  FILLER                             PIC X(14)
               VALUE ' - TRIMESTRE '.
           05  W-LTC-DEBUT                        PIC X(06).
           05  FILLER                             PIC X(01) VALUE '-'.
           05  W-LTC-FIN                          PIC X(06).
           05  FILLER                             PIC X(53)
                                                  VALUE SPACE.
      *
       01  W-LIGNE-ENTETE-COMPLETUDE.
           05  FILLER                             PIC X(84)
               VALUE 'PERSPECTIVE'.
           05  FILLER                             PIC X(09)
               VALUE '  ACTIFS'.
           05  FILLER                             PIC X(09)
               VALUE ' MESURES'.
           05  FILLER                             PIC X(30)
               VALUE '   TAUX'.
      *
      * INDICATEURS ACTIFS NON DERIVES (CHAINE LEVIER/OBJECTIF/
      * PERSPECTIVE ACTIVE) SANS MESURE SUR LEUR DERNIERE PERIODE
      * DUE, PAR PROPRIETAIRE
           EXEC SQL
              DECLARE C01 CURSOR FOR
              SELECT COALESCE(I.proprietaire_indicateur, ' '),
                     COALESCE(I.frequence_indicateur, 'M'),
                     P.id_perspective,
                     I.id_indicateur,
                     I.definition_indicateur
              FROM INDICATEUR I,
                   LEVIER L,
                   OBJECTIF O,
                   PERSPECTIVE P
              WHERE L.id_levier      = I.id_levier
                AND O.id_objectif    = L.id_objectif
                AND P.id_perspective = O.id_perspective
                AND COALESCE(I.statut_indicateur, 'A')  = 'A'
                AND COALESCE(L.statut_levier, 'A')      = 'A'
                AND COALESCE(O.statut_objectif, 'A')    = 'A'
                AND COALESCE(P.statut_perspective, 'A') = 'A'
                AND I.operateur_derive IS NULL
                AND NOT EXISTS
                    (SELECT 1
                       FROM INDICATEUR_MESURE M
                      WHERE M.id_indicateur = I.id_indicateur
                        AND M.periode BETWEEN
                            CASE WHEN I.frequence_indicateur = 'T'
                                 THEN :W-TRIM-DEBUT
                                 ELSE :W-PERIODE-DUE
                            END
                        AND CASE WHEN I.frequence_indicateur = 'T'
                                 THEN :W-TRIM-FIN
                                 ELSE :W-PERIODE-DUE
                            END)
                AND NOT EXISTS
                    (SELECT 1
                       FROM INDICATEUR_MESURE_ATTENTE A
                      WHERE A.id_indicateur = I.id_indicateur
                        AND A.statut_attente = 'P'
                        AND A.periode BETWEEN
                            CASE WHEN I.frequence_indicateur = 'T'
                                 THEN :W-TRIM-DEBUT
                                 ELSE :W-PERIODE-DUE
                            END
                        AND CASE WHEN I.frequence_indicateur = 'T'
                                 THEN :W-TRIM-FIN
                                 ELSE :W-PERIODE-DUE
                            END)
              ORDER BY 1, 3, 4
           END-EXEC.
      *
      * TOUS LES INDICATEURS ACTIFS, PAR PERSPECTIVE, AVEC LE NOMBRE
      * DE MESURES SUR LEUR DERNIERE PERIODE DUE
           EXEC SQL
              DECLARE C02 CURSOR FOR
              SELECT P.id_perspective,
                     P.nom_perspective,
                     I.id_indicateur,
                     (SELECT COUNT(*)
                        FROM INDICATEUR_MESURE M
                       WHERE M.id_indicateur = I.id_indicateur
                         AND M.periode BETWEEN
                             CASE WHEN I.frequence_indicateur = 'T'
                                  THEN :W-TRIM-DEBUT
                                  ELSE :W-PERIODE-DUE
                             END
                         AND CASE WHEN I.frequence_indicateur = 'T'
                                  THEN :W-TRIM-FIN
                                  ELSE :W-PERIODE-DUE
                             END)
              FROM INDICATEUR I,
                   LEVIER L,
                   OBJECTIF O,
                   PERSPECTIVE P
              WHERE L.id_levier      = I.id_levier
                AND O.id_objectif    = L.id_objectif
                AND P.id_perspective = O.id_perspective
                AND COALESCE(I.statut_indicateur, 'A')  = 'A'
                AND COALESCE(L.statut_levier, 'A')      = 'A'
                AND COALESCE(O.statut_objectif, 'A')    = 'A'
                AND COALESCE(P.statut_perspective, 'A') = 'A'
              ORDER BY P.id_perspective, I.id_indicateur
           END-EXEC.
      *
      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
           PERFORM DEBUT
           IF  NOT ANOMALIE
               PERFORM LISTER-RELANCES
           END-IF
           IF  NOT ANOMALIE
               PERFORM CALCULER-COMPLETUDE
           END-IF
           PERFORM FIN
           GOBACK
           .
      *
      * PARAGRAPHE DE DEBUT DE PROGRAMME
       DEBUT.
           SET PAS-ANOMALIE TO TRUE
           OPEN OUTPUT FSYS100
           OPEN OUTPUT FSYS101
           MOVE SPACES TO W-PERIODE-SYSIN
           ACCEPT W-PERIODE-SYSIN FROM SYSIN
           EVALUATE TRUE
           WHEN W-PERIODE-SYSIN = SPACES
      *       PAR DEFAUT, LE MOIS ECOULE
               ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD
               MOVE W-DJ-AAAA TO W-PD-AAAA
               IF  W-DJ-MM = 01
                   SUBTRACT 1 FROM W-PD-AAAA
                   MOVE 12 TO W-PD-MM
               ELSE
                   COMPUTE W-PD-MM = W-DJ-MM - 1
               END-IF
           WHEN W-PERIODE-SYSIN IS NOT NUMERIC
           OR   W-PERIODE-SYSIN(5:2) < '01'
           OR   W-PERIODE-SYSIN(5:2) > '12'
               DISPLAY 'RELMES00 - PERIODE SYSIN INVALIDE : '
                       W-PERIODE-SYSIN
               PERFORM TRT-ANOMALIE
           WHEN OTHER
               MOVE W-PERIODE-SYSIN TO W-PERIODE-DUE
           END-EVALUATE
           IF  NOT ANOMALIE
               PERFORM CALCULER-TRIMESTRE-DU
               DISPLAY 'RELMES00 - MOIS DU      : ' W-PERIODE-DUE
               DISPLAY 'RELMES00 - TRIMESTRE DU : ' W-TRIM-DEBUT
                       '-' W-TRIM-FIN
           END-IF
           .
      *
      *    DERNIER TRIMESTRE CIVIL CLOS A LA PERIODE DUE : CELUI QUI
      *    SE TERMINE CE MOIS-LA, SINON LE TRIMESTRE PRECEDENT
       CALCULER-TRIMESTRE-DU.
           MOVE W-PD-AAAA TO W-TF-AAAA
           DIVIDE W-PD-MM BY 3 GIVING W-NUM-TRIM
           MULTIPLY 3 BY W-NUM-TRIM GIVING W-TF-MM
           IF  W-TF-MM = 0
               SUBTRACT 1 FROM W-TF-AAAA
               MOVE 12 TO W-TF-MM
           END-IF
           MOVE W-TF-AAAA TO W-TD-AAAA
           COMPUTE W-TD-MM = W-TF-MM - 2
           .
      *
       LISTER-RELANCES.
           MOVE SPACES TO W-PROPRIETAIRE-COURANT
           SET PREMIERE-LIGNE TO TRUE
           EXEC SQL
              OPEN C01
           END-EXEC
           IF  SQLCODE NOT = ZERO
               PERFORM FORMATAGE-ERREUR-DB2
               PERFORM TRT-ANOMALIE
           ELSE
               PERFORM LIRE-RELANCE-SUIVANTE UNTIL ANOMALIE
                                             OR SQLCODE = 100
               EXEC SQL
                  CLOSE C01
               END-EXEC
               IF  NOT PREMIERE-LIGNE
                   PERFORM ECRIRE-TOTAL-PROPRIETAIRE
               END-IF
           END-IF
           .
       LIRE-RELANCE-SUIVANTE.
           EXEC SQL
              FETCH C01
               INTO
                      :H-PROPRIETAIRE,
                      :H-FREQUENCE,
                      :H-PERSP-ID,
                      :H-IND-ID,
                      :H-IND-DEFINITION
           END-EXEC
           EVALUATE SQLCODE
           WHEN ZERO
              IF  PREMIERE-LIGNE
              OR  H-PROPRIETAIRE NOT = W-PROPRIETAIRE-COURANT
                  IF  NOT PREMIERE-LIGNE
                      PERFORM ECRIRE-TOTAL-PROPRIETAIRE
                  END-IF
                  PERFORM ECRIRE-ENTETE-PROPRIETAIRE
              END-IF
              PERFORM ECRIRE-LIGNE-RELANCE
           WHEN +100
              CONTINUE
           WHEN OTHER
              PERFORM FORMATAGE-ERREUR-DB2
              PERFORM TRT-ANOMALIE
           END-EVALUATE
           .
      *
      *    CHAQUE PROPRIETAIRE COMMENCE UNE NOUVELLE PAGE : LA LISTE
      *    SE DECOUPE ET SE DIFFUSE PAR PROPRIETAIRE
       ECRIRE-ENTETE-PROPRIETAIRE.
           MOVE 'N'            TO W-PREMIER-SW
           MOVE H-PROPRIETAIRE TO W-PROPRIETAIRE-COURANT
           MOVE 0              TO W-NB-OWNER
           ADD 1               TO W-NB-PROPRIETAIRES
           IF  H-PROPRIETAIRE = SPACES
               MOVE '(SANS PROPRIETAIRE)' TO W-LO-PROPRIETAIRE
           ELSE
               MOVE H-PROPRIETAIRE        TO W-LO-PROPRIETAIRE
           END-IF
           MOVE W-PERIODE-DUE TO W-LO-PERIODE
           MOVE SPACES               TO ENR-SYS100
           MOVE W-LIGNE-PROPRIETAIRE TO ENR-SYS100
           WRITE ENR-SYS100 AFTER ADVANCING PAGE
           .
      *
       ECRIRE-LIGNE-RELANCE.
           ADD 1 TO W-NB-OWNER
           ADD 1 TO W-NB-RELANCES
           MOVE H-IND-ID         TO W-LR-IND-ID
           MOVE H-FREQUENCE      TO W-LR-FREQUENCE
           MOVE H-PERSP-ID       TO W-LR-PERSP-ID
           MOVE H-IND-DEFINITION TO W-LR-DEFINITION
           IF  H-FREQUENCE = 'T'
               MOVE W-TRIM-DEBUT TO W-LR-DEBUT
               MOVE '-'          TO W-LR-TIRET
               MOVE W-TRIM-FIN   TO W-LR-FIN
           ELSE
               MOVE W-PERIODE-DUE TO W-LR-DEBUT
               MOVE SPACE         TO W-LR-TIRET
               MOVE SPACES        TO W-LR-FIN
           END-IF
           MOVE SPACES          TO ENR-SYS100
           MOVE W-LIGNE-RELANCE TO ENR-SYS100
           WRITE ENR-SYS100 AFTER ADVANCING 1 LINE
           .
      *
       ECRIRE-TOTAL-PROPRIETAIRE.
           MOVE W-NB-OWNER TO W-LT-NOMBRE
           MOVE SPACES                     TO ENR-SYS100
           MOVE W-LIGNE-TOTAL-PROPRIETAIRE TO ENR-SYS100
           WRITE ENR-SYS100 AFTER ADVANCING 2 LINES
           .
      *
       CALCULER-COMPLETUDE.
           MOVE W-PERIODE-DUE TO W-LTC-PERIODE
           MOVE W-TRIM-DEBUT  TO W-LTC-DEBUT
           MOVE W-TRIM-FIN    TO W-LTC-FIN
           MOVE SPACES                   TO ENR-SYS101
           MOVE W-LIGNE-TITRE-COMPLETUDE TO ENR-SYS101
           WRITE ENR-SYS101
           MOVE SPACES                    TO ENR-SYS101
           MOVE W-LIGNE-ENTETE-COMPLETUDE TO ENR-SYS101
           WRITE ENR-SYS101

           EXEC SQL
              OPEN C02
           END-EXEC
           IF  SQLCODE NOT = ZERO
               PERFORM FORMATAGE-ERREUR-DB2
               PERFORM TRT-ANOMALIE
           ELSE
               PERFORM LIRE-COMPLETUDE-SUIVANTE UNTIL ANOMALIE
                                                OR SQLCODE = 100
               EXEC SQL
                  CLOSE C02
               END-EXEC
               IF  W-PERSP-COURANTE NOT = -1
                   PERFORM ECRIRE-COMPLETUDE-PERSPECTIVE
               END-IF
               PERFORM ECRIRE-COMPLETUDE-CATALOGUE
           END-IF
           .
       LIRE-COMPLETUDE-SUIVANTE.
           EXEC SQL
              FETCH C02
               INTO
                      :H-PERSP-ID,
                      :H-PERSP-NAME,
                      :H-IND-ID,
                      :H-NB-MESURES
           END-EXEC
           EVALUATE SQLCODE
           WHEN ZERO
              IF  H-PERSP-ID NOT = W-PERSP-COURANTE
                  IF  W-PERSP-COURANTE NOT = -1
                      PERFORM ECRIRE-COMPLETUDE-PERSPECTIVE
                  END-IF
                  MOVE H-PERSP-ID   TO W-PERSP-COURANTE
                  MOVE H-PERSP-NAME TO W-NOM-PERSP-COURANTE
                  MOVE 0 TO W-NB-ACTIFS-P
                  MOVE 0 TO W-NB-MESURES-P
              END-IF
              ADD 1 TO W-NB-ACTIFS-P
              ADD 1 TO W-NB-ACTIFS-T
              IF  H-NB-MESURES > 0
                  ADD 1 TO W-NB-MESURES-P
                  ADD 1 TO W-NB-MESURES-T
              END-IF
           WHEN +100
              CONTINUE
           WHEN OTHER
              PERFORM FORMATAGE-ERREUR-DB2
              PERFORM TRT-ANOMALIE
           END-EVALUATE
           .
      *
       ECRIRE-COMPLETUDE-PERSPECTIVE.
           MOVE W-PERSP-COURANTE     TO W-LC-PERSP-ID
           MOVE W-NOM-PERSP-COURANTE TO W-LC-PERSP-NOM
           MOVE W-NB-ACTIFS-P        TO W-LC-ACTIFS
           MOVE W-NB-MESURES-P       TO W-LC-MESURES
           COMPUTE W-TAUX ROUNDED = W-NB-MESURES-P * 100
                                  / W-NB-ACTIFS-P
           MOVE W-TAUX               TO W-LC-TAUX
           MOVE SPACES               TO ENR-SYS101
           MOVE W-LIGNE-COMPLETUDE   TO ENR-SYS101
           WRITE ENR-SYS101
           .
      *
       ECRIRE-COMPLETUDE-CATALOGUE.
           MOVE ZERO                 TO W-LC-PERSP-ID
           MOVE 'TOTAL CATALOGUE'    TO W-LC-PERSP-NOM
           MOVE W-NB-ACTIFS-T        TO W-LC-ACTIFS
           MOVE W-NB-MESURES-T       TO W-LC-MESURES
           IF  W-NB-ACTIFS-T > 0
               COMPUTE W-TAUX ROUNDED = W-NB-MESURES-T * 100
                                      / W-NB-ACTIFS-T
           ELSE
               MOVE 0 TO W-TAUX
           END-IF
           MOVE W-TAUX               TO W-LC-TAUX
           MOVE SPACES               TO ENR-SYS101
           MOVE W-LIGNE-COMPLETUDE   TO ENR-SYS101
           WRITE ENR-SYS101
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
           CLOSE FSYS100
           CLOSE FSYS101
           IF  ANOMALIE
               DISPLAY 'RELMES00 TERMINE EN ANOMALIE'
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY 'RELMES00 - PROPRIETAIRES RELANCES : '
                       W-NB-PROPRIETAIRES
               DISPLAY 'RELMES00 - MESURES MANQUANTES     : '
                       W-NB-RELANCES
               DISPLAY 'RELMES00 - INDICATEURS ACTIFS     : '
                       W-NB-ACTIFS-T
           END-IF
           .
