      ****************************************************************
      * PROGRAMME BATCH = CONSOLIDATION PONDEREE DES SCORES DU
      *                   CATALOGUE TELECOM PAR LEVIER, OBJECTIF
      *                   ET PERSPECTIVE
      ****************************************************************
      * PROGRAM:  SCOCAT00
      *
      * AUTHOR :  Stephane PAUCOT
      *
      * OBJET  :  ITGTADD DONNE A CHAQUE INDICATEUR UNE CIBLE ET
      *           RPTIND00 UN FEU VERT/ORANGE/ROUGE, MAIS LA DIRECTION
      *           JUGE LE TABLEAU DE BORD AU NIVEAU DE LA PERSPECTIVE
      *           ET Y FAISAIT ENCORE LA MOYENNE DES COULEURS A LA
      *           MAIN. POUR LA PERIODE AAAAMM LUE EN SYSIN, CE
      *           PROGRAMME CALCULE :
      *             - PAR INDICATEUR ACTIF AYANT MESURE ET CIBLE SUR
      *           LA PERIODE, UN SCORE = TAUX D'ATTEINTE DE LA CIBLE
      *           EN POURCENT, BORNE A 0-100 ;
      *             - PAR LEVIER, OBJECTIF PUIS PERSPECTIVE, LA
      *           MOYENNE DES SCORES DES ENFANTS PONDEREE PAR LEUR
      *           POIDS (POIDS_INDICATEUR / POIDS_LEVIER /
      *           POIDS_OBJECTIF, SAISIS PAR xADD/xUPDATE, 1 PAR
      *           DEFAUT). UN NOEUD SANS ENFANT NOTE N'A PAS DE
      *           SCORE ;
      *           ET LE FEU DE CHAQUE NOEUD AVEC LES SEUILS DE
      *           RPTIND00 : VERT A 100, ORANGE A PARTIR DE 90,
      *           ROUGE EN DESSOUS. LE RESULTAT EST RANGE DANS
      *           SCORE_CATALOGUE (PERIODE, TYPE 'I'/'L'/'O'/'P',
      *           ID, SCORE, FEU 'V'/'O'/'R', NOMBRE D'ENFANTS NOTES)
      *           OU PTREE LE RELIT ; UNE RELANCE REMPLACE LA
      *           PERIODE. LES ENTITES RETIREES NE SONT PAS NOTEES.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCOCAT00.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       SPECIAL-NAMES.
       DATA DIVISION.
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
      *    PERIODE AAAAMM A CONSOLIDER, LUE EN SYSIN
       01  W-PERIODE                              PIC X(06).
      *
      *    SEUILS DES FEUX, EN POURCENT D'ATTEINTE (CEUX DE RPTIND00)
       01  W-SEUIL-VERT                           PIC S9(3)V99
                                                  COMP-3 VALUE 100.
       01  W-SEUIL-ORANGE                         PIC S9(3)V99
                                                  COMP-3 VALUE 90.
      *
       01  H-IND-ID                               PIC S9(10) COMP.
       01  H-VALEUR                               PIC S9(13)V99
                                                  COMP-3.
       01  H-CIBLE                                PIC S9(13)V99
                                                  COMP-3.
       01  H-SCORE                                PIC S9(3)V99
                                                  COMP-3.
       01  H-STATUT                               PIC X(01).
       01  W-TAUX                                 PIC S9(15)V99
                                                  COMP-3.
      *
       01  W-NB-INDICATEURS                       PIC 9(07) VALUE 0.
       01  W-NB-LEVIERS                           PIC 9(07) VALUE 0.
       01  W-NB-OBJECTIFS                         PIC 9(07) VALUE 0.
       01  W-NB-PERSPECTIVES                      PIC 9(07) VALUE 0.
      *
      * INDICATEURS ACTIFS (CHAINE LEVIER/OBJECTIF/PERSPECTIVE
      * ACTIVE) AYANT UNE MESURE ET UNE CIBLE POUR LA PERIODE
           EXEC SQL
              DECLARE C01 CURSOR FOR
              SELECT I.id_indicateur,
                     M.valeur,
                     C.valeur_cible
              FROM INDICATEUR I,
                   LEVIER L,
                   OBJECTIF O,
                   PERSPECTIVE P,
                   INDICATEUR_MESURE M,
                   INDICATEUR_CIBLE C
              WHERE L.id_levier      = I.id_levier
                AND O.id_objectif    = L.id_objectif
                AND P.id_perspective = O.id_perspective
                AND COALESCE(I.statut_indicateur, 'A')  = 'A'
                AND COALESCE(L.statut_levier, 'A')      = 'A'
                AND COALESCE(O.statut_objectif, 'A')    = 'A'
                AND COALESCE(P.statut_perspective, 'A') = 'A'
                AND M.id_indicateur  = I.id_indicateur
                AND M.periode        = :W-PERIODE
                AND C.id_indicateur  = I.id_indicateur
                AND C.periode        = :W-PERIODE
              ORDER BY I.id_indicateur
           END-EXEC.
      *
      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
           PERFORM DEBUT
           IF  NOT ANOMALIE
               PERFORM PURGER-PERIODE
           END-IF
           IF  NOT ANOMALIE
               PERFORM NOTER-INDICATEURS
           END-IF
           IF  NOT ANOMALIE
               PERFORM CONSOLIDER-LEVIERS
           END-IF
           IF  NOT ANOMALIE
               PERFORM CONSOLIDER-OBJECTIFS
           END-IF
           IF  NOT ANOMALIE
               PERFORM CONSOLIDER-PERSPECTIVES
           END-IF
           PERFORM FIN
           GOBACK
           .
      *
      * PARAGRAPHE DE DEBUT DE PROGRAMME
       DEBUT.
           SET PAS-ANOMALIE TO TRUE
           ACCEPT W-PERIODE FROM SYSIN
           IF  W-PERIODE IS NOT NUMERIC
           OR  W-PERIODE(5:2) < '01'
           OR  W-PERIODE(5:2) > '12'
               DISPLAY 'SCOCAT00 - PERIODE SYSIN INVALIDE : '
                       W-PERIODE
               PERFORM TRT-ANOMALIE
           ELSE
               DISPLAY 'SCOCAT00 - PERIODE CONSOLIDEE : ' W-PERIODE
           END-IF
           .
      *
      *    UNE RELANCE SUR LA MEME PERIODE REMPLACE LES SCORES
       PURGER-PERIODE.
           EXEC SQL
              DELETE FROM SCORE_CATALOGUE
               WHERE periode = :W-PERIODE
           END-EXEC
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM FORMATAGE-ERREUR-DB2
               PERFORM TRT-ANOMALIE
           END-IF
           .
      *
       NOTER-INDICATEURS.
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
                      :H-IND-ID,
                      :H-VALEUR,
                      :H-CIBLE
           END-EXEC
           EVALUATE SQLCODE
           WHEN ZERO
              PERFORM CALCULER-SCORE-INDICATEUR
              PERFORM ECRIRE-SCORE-INDICATEUR
           WHEN +100
              CONTINUE
           WHEN OTHER
              PERFORM FORMATAGE-ERREUR-DB2
              PERFORM TRT-ANOMALIE
           END-EVALUATE
           .
      *
      *    TAUX D'ATTEINTE DE LA CIBLE BORNE A 0-100. UNE CIBLE NULLE
      *    OU NEGATIVE NE SE DIVISE PAS : ELLE EST ATTEINTE (100) OU
      *    NON (0). LES INDICATEURS DU CATALOGUE SE LISENT A LA HAUSSE
       CALCULER-SCORE-INDICATEUR.
           IF  H-CIBLE > 0
               COMPUTE W-TAUX ROUNDED = H-VALEUR * 100 / H-CIBLE
           ELSE
               IF  H-VALEUR >= H-CIBLE
                   MOVE 100 TO W-TAUX
               ELSE
                   MOVE 0 TO W-TAUX
               END-IF
           END-IF
           EVALUATE TRUE
             WHEN W-TAUX > 100
               MOVE 100 TO H-SCORE
             WHEN W-TAUX < 0
               MOVE 0 TO H-SCORE
             WHEN OTHER
               MOVE W-TAUX TO H-SCORE
           END-EVALUATE
           EVALUATE TRUE
             WHEN H-SCORE >= W-SEUIL-VERT
               MOVE 'V' TO H-STATUT
             WHEN H-SCORE >= W-SEUIL-ORANGE
               MOVE 'O' TO H-STATUT
             WHEN OTHER
               MOVE 'R' TO H-STATUT
           END-EVALUATE
           .
      *
       ECRIRE-SCORE-INDICATEUR.
           EXEC SQL
              INSERT INTO SCORE_CATALOGUE
                     (periode, type_noeud, id_noeud, score, statut,
                      nb_enfants, calcul_ts)
              VALUES (:W-PERIODE, 'I', :H-IND-ID, :H-SCORE,
                      :H-STATUT, 0, CURRENT TIMESTAMP)
           END-EXEC
           IF  SQLCODE = ZERO
               ADD 1 TO W-NB-INDICATEURS
           ELSE
               PERFORM FORMATAGE-ERREUR-DB2
               PERFORM TRT-ANOMALIE
           END-IF
           .
      *
      *    LEVIER = MOYENNE DES SCORES DE SES INDICATEURS NOTES,
      *    PONDEREE PAR POIDS_INDICATEUR
       CONSOLIDER-LEVIERS.
           EXEC SQL
              INSERT INTO SCORE_CATALOGUE
                     (periode, type_noeud, id_noeud, score, statut,
                      nb_enfants, calcul_ts)
              SELECT :W-PERIODE, 'L', T.id_noeud, T.score,
                     CASE WHEN T.score >= :W-SEUIL-VERT   THEN 'V'
                          WHEN T.score >= :W-SEUIL-ORANGE THEN 'O'
                          ELSE 'R'
                     END,
                     T.nb_enfants, CURRENT TIMESTAMP
                FROM (SELECT I.id_levier AS id_noeud,
                             DECIMAL(SUM(COALESCE(I.poids_indicateur,
                                                  1) * S.score)
                                   / SUM(COALESCE(I.poids_indicateur,
                                                  1)), 5, 2) AS score,
                             COUNT(*) AS nb_enfants
                        FROM SCORE_CATALOGUE S,
                             INDICATEUR I
                       WHERE S.periode       = :W-PERIODE
                         AND S.type_noeud    = 'I'
                         AND I.id_indicateur = S.id_noeud
                       GROUP BY I.id_levier
                      HAVING SUM(COALESCE(I.poids_indicateur, 1))
                             > 0) AS T
           END-EXEC
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM FORMATAGE-ERREUR-DB2
               PERFORM TRT-ANOMALIE
           ELSE
               IF  SQLCODE = ZERO
                   MOVE SQLERRD(3) TO W-NB-LEVIERS
               END-IF
           END-IF
           .
      *
      *    OBJECTIF = MOYENNE DES SCORES DE SES LEVIERS NOTES,
      *    PONDEREE PAR POIDS_LEVIER
       CONSOLIDER-OBJECTIFS.
           EXEC SQL
              INSERT INTO SCORE_CATALOGUE
                     (periode, type_noeud, id_noeud, score, statut,
                      nb_enfants, calcul_ts)
              SELECT :W-PERIODE, 'O', T.id_noeud, T.score,
                     CASE WHEN T.score >= :W-SEUIL-VERT   THEN 'V'
                          WHEN T.score >= :W-SEUIL-ORANGE THEN 'O'
                          ELSE 'R'
                     END,
                     T.nb_enfants, CURRENT TIMESTAMP
                FROM (SELECT L.id_objectif AS id_noeud,
                             DECIMAL(SUM(COALESCE(L.poids_levier, 1)
                                         * S.score)
                                   / SUM(COALESCE(L.poids_levier, 1)),
                                     5, 2) AS score,
                             COUNT(*) AS nb_enfants
                        FROM SCORE_CATALOGUE S,
                             LEVIER L
                       WHERE S.periode    = :W-PERIODE
                         AND S.type_noeud = 'L'
                         AND L.id_levier  = S.id_noeud
                       GROUP BY L.id_objectif
                      HAVING SUM(COALESCE(L.poids_levier, 1))
                             > 0) AS T
           END-EXEC
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM FORMATAGE-ERREUR-DB2
               PERFORM TRT-ANOMALIE
           ELSE
               IF  SQLCODE = ZERO
                   MOVE SQLERRD(3) TO W-NB-OBJECTIFS
               END-IF
           END-IF
           .
      *
      *    PERSPECTIVE = MOYENNE DES SCORES DE SES OBJECTIFS NOTES,
      *    PONDEREE PAR POIDS_OBJECTIF
       CONSOLIDER-PERSPECTIVES.
           EXEC SQL
              INSERT INTO SCORE_CATALOGUE
                     (periode, type_noeud, id_noeud, score, statut,
                      nb_enfants, calcul_ts)
              SELECT :W-PERIODE, 'P', T.id_noeud, T.score,
                     CASE WHEN T.score >= :W-SEUIL-VERT   THEN 'V'
                          WHEN T.score >= :W-SEUIL-ORANGE THEN 'O'
                          ELSE 'R'
                     END,
                     T.nb_enfants, CURRENT TIMESTAMP
                FROM (SELECT O.id_perspective AS id_noeud,
                             DECIMAL(SUM(COALESCE(O.poids_objectif, 1)
                                         * S.score)
                                   / SUM(COALESCE(O.poids_objectif,
                                                  1)), 5, 2) AS score,
                             COUNT(*) AS nb_enfants
                        FROM SCORE_CATALOGUE S,
                             OBJECTIF O
                       WHERE S.periode     = :W-PERIODE
                         AND S.type_noeud  = 'O'
                         AND O.id_objectif = S.id_noeud
                       GROUP BY O.id_perspective
                      HAVING SUM(COALESCE(O.poids_objectif, 1))
                             > 0) AS T
           END-EXEC
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM FORMATAGE-ERREUR-DB2
               PERFORM TRT-ANOMALIE
           ELSE
               IF  SQLCODE = ZERO
                   MOVE SQLERRD(3) TO W-NB-PERSPECTIVES
               END-IF
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
      *        PAS DE PERIODE A MOITIE CONSOLIDEE
               EXEC SQL
                  ROLLBACK
               END-EXEC
               DISPLAY 'SCOCAT00 TERMINE EN ANOMALIE'
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY 'SCOCAT00 - INDICATEURS NOTES   : '
                       W-NB-INDICATEURS
               DISPLAY 'SCOCAT00 - LEVIERS NOTES       : '
                       W-NB-LEVIERS
               DISPLAY 'SCOCAT00 - OBJECTIFS NOTES     : '
                       W-NB-OBJECTIFS
               DISPLAY 'SCOCAT00 - PERSPECTIVES NOTEES : '
                       W-NB-PERSPECTIVES
           END-IF
           .
