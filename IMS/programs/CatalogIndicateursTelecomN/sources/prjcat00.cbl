      ****************************************************************
      * PROGRAMME BATCH = PROJECTION DES INDICATEURS SUR LEUR CIBLE
      *                   DE FIN DE CYCLE, A PARTIR DE LA TENDANCE
      *                   RECENTE
      ****************************************************************
      * PROGRAM:  PRJCAT00
      *
      * AUTHOR :  Stephane PAUCOT
      *
      * OBJET  :  LES CIBLES SAISIES PAR ITGTADD VALENT POUR LA FIN
      *           DU CYCLE DE PLANIFICATION, ET SCOCAT00/RPTIND00 NE
      *           DISENT QU'A LA CLOTURE QU'UN INDICATEUR L'A
      *           MANQUEE. POUR CHAQUE INDICATEUR ACTIF DONT LA
      *           DERNIERE CIBLE PORTE SUR UNE PERIODE ENCORE NON
      *           MESUREE, CE PROGRAMME AJUSTE UNE DROITE DES MOINDRES
      *           CARRES SUR SES N DERNIERES VALEURS VALIDEES
      *           (INDICATEUR_MESURE, N LU EN SYSIN, 6 PAR DEFAUT,
      *           PLAFONNE A 12) ET LA PROLONGE JUSQU'A LA PERIODE DE
      *           LA CIBLE :
      *             - SUR FSYS103, PAR PERSPECTIVE, LES INDICATEURS
      *           DONT LA VALEUR PROJETEE MANQUE LA CIBLE DE PLUS DE
      *           LA TOLERANCE LUE EN SYSIN (EN POURCENT DE LA CIBLE,
      *           5 PAR DEFAUT), AVEC L'ECART PROJETE EN VALEUR ET EN
      *           POURCENT, SUIVIS DES TOTAUX DU TRAITEMENT ;
      *             - SUR FSYS104, A PART, LES INDICATEURS QUI ONT
      *           MOINS DE 3 VALEURS : ILS NE SONT PAS PROJETES.
      *           COMME DANS SCOCAT00, LES INDICATEURS SE LISENT A LA
      *           HAUSSE : SEUL UN DEPASSEMENT PAR LE BAS EST SIGNALE.
      *           CARTE SYSIN : COLONNES 1-5 TOLERANCE 999V99
      *           (00500 = 5 POURCENT), COLONNES 6-7 NOMBRE DE
      *           PERIODES ; A BLANC, LES VALEURS PAR DEFAUT.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRJCAT00.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FSYS103 ASSIGN TO UT-S-SYS103.
           SELECT FSYS104 ASSIGN TO UT-S-SYS104.
       DATA DIVISION.
       FILE SECTION.
       FD  FSYS103
           LABEL RECORD STANDARD
           RECORDING MODE IS F
           BLOCK 0 RECORDS.
       01  ENR-SYS103                             PIC X(132).
       FD  FSYS104
           LABEL RECORD STANDARD
           RECORDING MODE IS F
           BLOCK 0 RECORDS.
       01  ENR-SYS104                             PIC X(132).
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
      *    CARTE DE CONTROLE SYSIN
       01  W-SYSIN.
           05  W-SYSIN-TOLERANCE                  PIC X(05).
           05  W-SYSIN-TOLERANCE-N REDEFINES W-SYSIN-TOLERANCE
                                                  PIC 9(03)V99.
           05  W-SYSIN-NB                         PIC X(02).
           05  FILLER                             PIC X(73).
      *
      *    TOLERANCE EN POURCENT DE LA CIBLE ET NOMBRE DE PERIODES
      *    RETENUES POUR LA TENDANCE
       01  W-TOLERANCE                            PIC 9(03)V99
                                                  VALUE 5.
       01  N-NB-PERIODES                          PIC 9(02) VALUE 06.
      *    EN DESSOUS DE 3 VALEURS, UNE DROITE NE DIT RIEN
       01  N-NB-MINIMUM                           PIC 9(02) VALUE 03.
      *
       01  H-PERSP-ID                             PIC S9(10) COMP.
       01  H-PERSP-NAME                           PIC X(150).
       01  H-IND-ID                               PIC S9(10) COMP.
       01  H-IND-DEFINITION                       PIC X(150).
       01  H-PERIODE-CIBLE                        PIC X(06).
       01  H-CIBLE                                PIC S9(13)V99
                                                  COMP-3.
       01  H-PERIODE                              PIC X(06).
       01  H-VALEUR                               PIC S9(13)V99
                                                  COMP-3.
      *
      *    RANG D'UNE PERIODE AAAAMM EN MOIS (AAAA * 12 + MM)
       01  W-PERIODE-CALCUL                       PIC X(06).
       01  W-PERIODE-CALCUL-N REDEFINES W-PERIODE-CALCUL.
           05  W-PC-AAAA                          PIC 9(04).
           05  W-PC-MM                            PIC 9(02).
       01  W-RANG-MOIS                            PIC S9(07) COMP-3.
       01  W-RANG-DERNIERE                        PIC S9(07) COMP-3.
       01  W-RANG-CIBLE                           PIC S9(07) COMP-3.
      *
      *    SOMMES DES MOINDRES CARRES : X = RANG DU MOIS MOINS RANG DE
      *    LA DERNIERE VALEUR (0, -1, ...), Y = VALEUR
       01  W-NB-VALEURS                           PIC 9(02) VALUE 0.
       01  W-X                                    PIC S9(07) COMP-3.
       01  W-SOMME-X                              PIC S9(09) COMP-3.
       01  W-SOMME-XX                             PIC S9(11) COMP-3.
       01  W-SOMME-Y                              PIC S9(16)V99
                                                  COMP-3.
       01  W-SOMME-XY                             PIC S9(16)V99
                                                  COMP-3.
       01  W-DENOMINATEUR                         PIC S9(13) COMP-3.
       01  W-PENTE                                PIC S9(14)V9(4)
                                                  COMP-3.
       01  W-ORIGINE                              PIC S9(14)V9(4)
                                                  COMP-3.
       01  W-PROJECTION                           PIC S9(13)V99
                                                  COMP-3.
       01  W-ECART                                PIC S9(13)V99
                                                  COMP-3.
       01  W-ECART-ADMIS                          PIC S9(13)V99
                                                  COMP-3.
       01  W-ECART-POURCENT                       PIC S9(05)V99
                                                  COMP-3.
       01  W-PROJECTION-SW                        PIC X(01).
           88  PROJECTION-OK                      VALUE 'O'.
           88  PROJECTION-DEBORDE                 VALUE 'D'.
      *
       01  W-PERSP-COURANTE                       PIC S9(10) COMP
                                                  VALUE -1.
       01  W-NB-EXAMINES                          PIC 9(05) VALUE 0.
       01  W-NB-PROJETES                          PIC 9(05) VALUE 0.
       01  W-NB-HORS-TOLERANCE                    PIC 9(05) VALUE 0.
       01  W-NB-NON-PROJETES                      PIC 9(05) VALUE 0.
      *
       01  W-LIGNE-PERSP.
           05  FILLER                             PIC X(14)
               VALUE 'PERSPECTIVE : '.
           05  W-LP-ID                            PIC 9(10).
           05  FILLER                             PIC X(02)
                                                  VALUE SPACE.
           05  W-LP-NOM                           PIC X(106).
      *
       01  W-LIGNE-ECART.
           05  FILLER                             PIC X(04)
                                                  VALUE SPACE.
           05  W-LE-ID                            PIC 9(10).
           05  FILLER                             PIC X(02)
                                                  VALUE SPACE.
           05  W-LE-DEFINITION                    PIC X(40).
           05  FILLER                             PIC X(02)
                                                  VALUE SPACE.
           05  W-LE-PERIODE                       PIC X(06).
           05  FILLER                             PIC X(02)
                                                  VALUE SPACE.
           05  W-LE-CIBLE                         PIC -(13)9.99.
           05  FILLER                             PIC X(02)
                                                  VALUE SPACE.
           05  W-LE-PROJECTION                    PIC -(13)9.99.
           05  FILLER                             PIC X(02)
                                                  VALUE SPACE.
           05  W-LE-ECART                         PIC -(13)9.99.
           05  FILLER                             PIC X(02)
                                                  VALUE SPACE.
           05  W-LE-POURCENT                      PIC -(4)9.99.
           05  W-LE-POURCENT-X REDEFINES W-LE-POURCENT
                                                  PIC X(08).
           05  FILLER                             PIC X(01)
                                                  VALUE SPACE.
      *
       01  W-LIGNE-NON-PROJETE.
           05  FILLER                             PIC X(04)
                                                  VALUE SPACE.
           05  W-LN-PERSP-ID                      PIC 9(10).
           05  FILLER                             PIC X(02)
                                                  VALUE SPACE.
           05  W-LN-ID                            PIC 9(10).
           05  FILLER                             PIC X(02)
                                                  VALUE SPACE.
           05  W-LN-DEFINITION                    PIC X(60).
           05  FILLER                             PIC X(12)
               VALUE '  VALEURS : '.
           05  W-LN-NB                            PIC Z9.
           05  FILLER                             PIC X(10)
               VALUE '  CIBLE : '.
           05  W-LN-PERIODE                       PIC X(06).
           05  W-LN-MOTIF                         PIC X(14).
      *
       01  W-LIGNE-TOTAL.
           05  W-TOT-LIBELLE                      PIC X(30).
           05  W-TOT-NOMBRE                       PIC 9(05).
           05  FILLER                             PIC X(97)
                                                  VALUE SPACE.
      *
      * INDICATEURS ACTIFS (CHAINE LEVIER/OBJECTIF/PERSPECTIVE
      * ACTIVE) AVEC LEUR DERNIERE CIBLE, QUAND CELLE-CI PORTE SUR UNE
      * PERIODE POSTERIEURE A LEUR DERNIERE VALEUR VALIDEE
           EXEC SQL
              DECLARE C01 CURSOR FOR
              SELECT P.id_perspective,
                     P.nom_perspective,
                     I.id_indicateur,
                     I.definition_indicateur,
                     C.periode,
                     C.valeur_cible
              FROM PERSPECTIVE P,
                   OBJECTIF O,
                   LEVIER L,
                   INDICATEUR I,
                   INDICATEUR_CIBLE C
              WHERE O.id_perspective = P.id_perspective
                AND L.id_objectif    = O.id_objectif
                AND I.id_levier      = L.id_levier
                AND COALESCE(I.statut_indicateur, 'A')  = 'A'
                AND COALESCE(L.statut_levier, 'A')      = 'A'
                AND COALESCE(O.statut_objectif, 'A')    = 'A'
                AND COALESCE(P.statut_perspective, 'A') = 'A'
                AND C.id_indicateur  = I.id_indicateur
                AND C.periode = (SELECT MAX(C2.periode)
                                   FROM INDICATEUR_CIBLE C2
                                  WHERE C2.id_indicateur =
                                        I.id_indicateur)
                AND C.periode > COALESCE(
                                (SELECT MAX(M.periode)
                                   FROM INDICATEUR_MESURE M
                                  WHERE M.id_indicateur =
                                        I.id_indicateur), '000000')
              ORDER BY P.id_perspective, I.id_indicateur
           END-EXEC.
      * LES VALEURS VALIDEES D'UN INDICATEUR, DE LA PLUS RECENTE A LA
      * PLUS ANCIENNE
           EXEC SQL
              DECLARE C02 CURSOR FOR
              SELECT periode,
                     valeur
              FROM INDICATEUR_MESURE
              WHERE id_indicateur = :H-IND-ID
              ORDER BY periode DESC
           END-EXEC.
      *
      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
           PERFORM DEBUT
           PERFORM TRAITER-INDICATEURS
           PERFORM FIN
           GOBACK
           .
      *
      * PARAGRAPHE DE DEBUT DE PROGRAMME
       DEBUT.
           SET PAS-ANOMALIE TO TRUE
           PERFORM LIRE-SYSIN
           OPEN OUTPUT FSYS103
           OPEN OUTPUT FSYS104
           .
      *
      *    TOUTE ZONE ABSENTE OU NON NUMERIQUE CONSERVE SA VALEUR PAR
      *    DEFAUT
       LIRE-SYSIN.
           MOVE SPACES TO W-SYSIN
           ACCEPT W-SYSIN FROM SYSIN
           IF  W-SYSIN-TOLERANCE IS NUMERIC
               MOVE W-SYSIN-TOLERANCE-N TO W-TOLERANCE
           END-IF
           IF  W-SYSIN-NB IS NUMERIC
           AND W-SYSIN-NB NOT < '03'
               MOVE W-SYSIN-NB TO N-NB-PERIODES
           END-IF
           IF  N-NB-PERIODES > 12
               MOVE 12 TO N-NB-PERIODES
           END-IF
           DISPLAY 'PRJCAT00 - TOLERANCE EN POURCENT : ' W-TOLERANCE
           DISPLAY 'PRJCAT00 - PERIODES RETENUES     : ' N-NB-PERIODES
           .
      *
       TRAITER-INDICATEURS.
           EXEC SQL
              OPEN C01
           END-EXEC
           IF  SQLCODE NOT = ZERO
               PERFORM FORMATAGE-ERREUR-DB2
               PERFORM TRT-ANOMALIE
           ELSE
               PERFORM LIRE-INDICATEUR-SUIVANT UNTIL ANOMALIE
                                               OR SQLCODE = 100
               EXEC SQL
                  CLOSE C01
               END-EXEC
           END-IF
           .
       LIRE-INDICATEUR-SUIVANT.
           EXEC SQL
              FETCH C01
               INTO
                      :H-PERSP-ID,
                      :H-PERSP-NAME,
                      :H-IND-ID,
                      :H-IND-DEFINITION,
                      :H-PERIODE-CIBLE,
                      :H-CIBLE
           END-EXEC
           EVALUATE SQLCODE
           WHEN ZERO
              ADD 1 TO W-NB-EXAMINES
              PERFORM CUMULER-VALEURS
              IF  NOT ANOMALIE
                  PERFORM PROJETER-INDICATEUR
              END-IF
           WHEN +100
              CONTINUE
           WHEN OTHER
              PERFORM FORMATAGE-ERREUR-DB2
              PERFORM TRT-ANOMALIE
           END-EVALUATE
           .
      *
      *    CUMULE LES N DERNIERES VALEURS DE L'INDICATEUR COURANT
       CUMULER-VALEURS.
           MOVE 0 TO W-NB-VALEURS
           MOVE 0 TO W-SOMME-X
           MOVE 0 TO W-SOMME-XX
           MOVE 0 TO W-SOMME-Y
           MOVE 0 TO W-SOMME-XY
           SET PROJECTION-OK TO TRUE

           EXEC SQL
              OPEN C02
           END-EXEC
           IF  SQLCODE NOT = ZERO
               PERFORM FORMATAGE-ERREUR-DB2
               PERFORM TRT-ANOMALIE
           ELSE
               PERFORM LIRE-VALEUR-SUIVANTE
                   UNTIL ANOMALIE
                      OR SQLCODE = 100
                      OR W-NB-VALEURS = N-NB-PERIODES
               EXEC SQL
                  CLOSE C02
               END-EXEC
           END-IF
           .
       LIRE-VALEUR-SUIVANTE.
           EXEC SQL
              FETCH C02
               INTO
                      :H-PERIODE,
                      :H-VALEUR
           END-EXEC
           EVALUATE SQLCODE
           WHEN ZERO
              MOVE H-PERIODE TO W-PERIODE-CALCUL
              PERFORM CALCULER-RANG-MOIS
              IF  W-NB-VALEURS = 0
                  MOVE W-RANG-MOIS TO W-RANG-DERNIERE
              END-IF
              ADD 1 TO W-NB-VALEURS
              COMPUTE W-X = W-RANG-MOIS - W-RANG-DERNIERE
              ADD W-X TO W-SOMME-X
              COMPUTE W-SOMME-XX = W-SOMME-XX + W-X * W-X
              ADD H-VALEUR TO W-SOMME-Y
                  ON SIZE ERROR
                     SET PROJECTION-DEBORDE TO TRUE
              END-ADD
              COMPUTE W-SOMME-XY = W-SOMME-XY + W-X * H-VALEUR
                  ON SIZE ERROR
                     SET PROJECTION-DEBORDE TO TRUE
              END-COMPUTE
           WHEN +100
              CONTINUE
           WHEN OTHER
              PERFORM FORMATAGE-ERREUR-DB2
              PERFORM TRT-ANOMALIE
           END-EVALUATE
           .
      *
       CALCULER-RANG-MOIS.
           COMPUTE W-RANG-MOIS = W-PC-AAAA * 12 + W-PC-MM
           .
      *
      *    DROITE Y = ORIGINE + PENTE * X, PROLONGEE JUSQU'AU RANG DE
      *    LA PERIODE CIBLE. LES VALEURS ETANT SUR DES MOIS DISTINCTS,
      *    LE DENOMINATEUR N'EST NUL QU'AVEC UNE SEULE VALEUR
       PROJETER-INDICATEUR.
           IF  W-NB-VALEURS < N-NB-MINIMUM
               MOVE 'TROP PEU'     TO W-LN-MOTIF
               PERFORM ECRIRE-NON-PROJETE
           ELSE
               MOVE H-PERIODE-CIBLE TO W-PERIODE-CALCUL
               PERFORM CALCULER-RANG-MOIS
               MOVE W-RANG-MOIS TO W-RANG-CIBLE
               COMPUTE W-DENOMINATEUR = W-NB-VALEURS * W-SOMME-XX
                                      - W-SOMME-X * W-SOMME-X
               IF  PROJECTION-OK
                   COMPUTE W-PENTE ROUNDED =
                           (W-NB-VALEURS * W-SOMME-XY
                            - W-SOMME-X * W-SOMME-Y) / W-DENOMINATEUR
                       ON SIZE ERROR
                          SET PROJECTION-DEBORDE TO TRUE
                   END-COMPUTE
               END-IF
               IF  PROJECTION-OK
                   COMPUTE W-ORIGINE ROUNDED =
                           (W-SOMME-Y - W-PENTE * W-SOMME-X)
                           / W-NB-VALEURS
                       ON SIZE ERROR
                          SET PROJECTION-DEBORDE TO TRUE
                   END-COMPUTE
               END-IF
               IF  PROJECTION-OK
                   COMPUTE W-PROJECTION ROUNDED =
                           W-ORIGINE + W-PENTE
                           * (W-RANG-CIBLE - W-RANG-DERNIERE)
                       ON SIZE ERROR
                          SET PROJECTION-DEBORDE TO TRUE
                   END-COMPUTE
               END-IF
               IF  PROJECTION-DEBORDE
                   MOVE 'DEBORDEMENT' TO W-LN-MOTIF
                   PERFORM ECRIRE-NON-PROJETE
               ELSE
                   ADD 1 TO W-NB-PROJETES
                   PERFORM COMPARER-CIBLE
               END-IF
           END-IF
           .
      *
      *    ECART ADMIS = TOLERANCE EN POURCENT DE LA VALEUR ABSOLUE DE
      *    LA CIBLE ; SEULE UNE PROJECTION EN DESSOUS EST SIGNALEE
       COMPARER-CIBLE.
           COMPUTE W-ECART = W-PROJECTION - H-CIBLE
           IF  H-CIBLE < 0
               COMPUTE W-ECART-ADMIS ROUNDED =
                       0 - H-CIBLE * W-TOLERANCE / 100
           ELSE
               COMPUTE W-ECART-ADMIS ROUNDED =
                       H-CIBLE * W-TOLERANCE / 100
           END-IF
           IF  W-ECART < 0 - W-ECART-ADMIS
               ADD 1 TO W-NB-HORS-TOLERANCE
               IF  H-PERSP-ID NOT = W-PERSP-COURANTE
                   MOVE H-PERSP-ID TO W-PERSP-COURANTE
                   PERFORM ECRIRE-ENTETE-PERSPECTIVE
               END-IF
               PERFORM ECRIRE-LIGNE-ECART
           END-IF
           .
      *
       ECRIRE-ENTETE-PERSPECTIVE.
           MOVE H-PERSP-ID   TO W-LP-ID
           MOVE H-PERSP-NAME TO W-LP-NOM
           MOVE SPACES        TO ENR-SYS103
           MOVE W-LIGNE-PERSP TO ENR-SYS103
           WRITE ENR-SYS103
           .
      *
       ECRIRE-LIGNE-ECART.
           MOVE H-IND-ID         TO W-LE-ID
           MOVE H-IND-DEFINITION TO W-LE-DEFINITION
           MOVE H-PERIODE-CIBLE  TO W-LE-PERIODE
           MOVE H-CIBLE          TO W-LE-CIBLE
           MOVE W-PROJECTION     TO W-LE-PROJECTION
           MOVE W-ECART          TO W-LE-ECART
           IF  H-CIBLE = 0
               MOVE SPACES TO W-LE-POURCENT-X
           ELSE
               COMPUTE W-ECART-POURCENT ROUNDED =
                       W-ECART * 100 / H-CIBLE
                   ON SIZE ERROR
                      MOVE -99999.99 TO W-ECART-POURCENT
               END-COMPUTE
               MOVE W-ECART-POURCENT TO W-LE-POURCENT
           END-IF
           MOVE SPACES        TO ENR-SYS103
           MOVE W-LIGNE-ECART TO ENR-SYS103
           WRITE ENR-SYS103
           .
      *
       ECRIRE-NON-PROJETE.
           ADD 1 TO W-NB-NON-PROJETES
           MOVE H-PERSP-ID       TO W-LN-PERSP-ID
           MOVE H-IND-ID         TO W-LN-ID
           MOVE H-IND-DEFINITION TO W-LN-DEFINITION
           MOVE W-NB-VALEURS     TO W-LN-NB
           MOVE H-PERIODE-CIBLE  TO W-LN-PERIODE
           MOVE SPACES              TO ENR-SYS104
           MOVE W-LIGNE-NON-PROJETE TO ENR-SYS104
           WRITE ENR-SYS104
           .
      *
       ECRIRE-TOTAUX.
           MOVE 'INDICATEURS EXAMINES        : ' TO W-TOT-LIBELLE
           MOVE W-NB-EXAMINES                    TO W-TOT-NOMBRE
           PERFORM ECRIRE-LIGNE-TOTAL
           MOVE 'INDICATEURS PROJETES        : ' TO W-TOT-LIBELLE
           MOVE W-NB-PROJETES                    TO W-TOT-NOMBRE
           PERFORM ECRIRE-LIGNE-TOTAL
           MOVE 'HORS TOLERANCE              : ' TO W-TOT-LIBELLE
           MOVE W-NB-HORS-TOLERANCE              TO W-TOT-NOMBRE
           PERFORM ECRIRE-LIGNE-TOTAL
           MOVE 'NON PROJETES (FSYS104)      : ' TO W-TOT-LIBELLE
           MOVE W-NB-NON-PROJETES                TO W-TOT-NOMBRE
           PERFORM ECRIRE-LIGNE-TOTAL
           .
      *
       ECRIRE-LIGNE-TOTAL.
           MOVE SPACES        TO ENR-SYS103
           MOVE W-LIGNE-TOTAL TO ENR-SYS103
           WRITE ENR-SYS103
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
               DISPLAY 'PRJCAT00 TERMINE EN ANOMALIE'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM ECRIRE-TOTAUX
               DISPLAY 'PRJCAT00 - INDICATEURS PROJETES : '
                       W-NB-PROJETES
               DISPLAY 'PRJCAT00 - HORS TOLERANCE       : '
                       W-NB-HORS-TOLERANCE
               DISPLAY 'PRJCAT00 - NON PROJETES         : '
                       W-NB-NON-PROJETES
           END-IF
           CLOSE FSYS103
           CLOSE FSYS104
           .
