      ****************************************************************
      * PROGRAMME BATCH = CALCUL DES VALEURS DES INDICATEURS DERIVES
      *                   DU CATALOGUE TELECOM
      ****************************************************************
      * PROGRAM:  CALDER00
      *
      * AUTHOR :  Stephane PAUCOT
      *
      * OBJET  :  UNE PARTIE DES INDICATEURS DU CATALOGUE SE DEDUIT
      *           D'AUTRES INDICATEURS (TAUX DE RESILIATION = RESILIES
      *           / PARC, PARC TOTAL = SOMME DES SEGMENTS...) ET ETAIT
      *           RECALCULEE A LA MAIN AVANT UN IVALADD. LA COMMANDE
      *           IFORMULE DECLARE CES INDICATEURS DERIVES
      *           (INDICATEUR.operateur_derive ET INDICATEUR_OPERANDE) :
      *           'SUM' DE 2 A 5 OPERANDES, 'DIFF' (1 - 2), 'RATIO'
      *           (1 / 2) OU 'PCT' (1 X 100 / 2). CE PROGRAMME PASSE
      *           APRES IMPVAL00 ET, POUR CHAQUE INDICATEUR DERIVE
      *           ACTIF ET CHAQUE PERIODE OU L'UN DE SES OPERANDES A
      *           UNE MESURE (A PARTIR DE LA PERIODE AAAAMM LUE EN
      *           SYSIN, TOUTES LES PERIODES SI SYSIN EST A BLANC) :
      *             - SI TOUS LES OPERANDES SONT MESURES, CALCULE LA
      *           VALEUR ET L'AJOUTE OU LA REMPLACE DANS
      *           INDICATEUR_MESURE ;
      *             - SINON LISTE LA PERIODE COMME INCOMPLETE AVEC LE
      *           PREMIER OPERANDE MANQUANT.
      *           LES DERIVES DE DERIVES SONT CALCULES APRES LEURS
      *           OPERANDES (ORDRE DE PROFONDEUR). IFORMULE REFUSE
      *           LES FORMULES CIRCULAIRES ; UNE BOUCLE QUI AURAIT
      *           ETE CREEE PAR AILLEURS EST DETECTEE ICI (PROFONDEUR
      *           BORNEE), LISTEE ET NON CALCULEE. UN DIVISEUR NUL
      *           LAISSE LA PERIODE SANS VALEUR, AVEC UNE LIGNE
      *           REFUSE. UNE LIGNE PAR INDICATEUR ET PERIODE DANS
      *           FSYS098, SUIVIE DES TOTAUX, COMME IMPVAL00.
      *           SEULES LES VALEURS VALIDEES (INDICATEUR_MESURE) SONT
      *           OPERANDES ; LE RESULTAT, CALCULE, ENTRE VALIDE AVEC
      *           CALDER00 POUR AUTEUR ET VALIDEUR.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALDER00.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FSYS098 ASSIGN TO UT-S-SYS098.
       DATA DIVISION.
       FILE SECTION.
       FD  FSYS098
           LABEL RECORD STANDARD
           RECORDING MODE IS F
           BLOCK 0 RECORDS.
       01  ENR-SYS098                             PIC X(132).
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
      *    PREMIERE PERIODE AAAAMM A CALCULER, LUE EN SYSIN
       01  W-PERIODE-SYSIN                        PIC X(06).
       01  W-PERIODE-MIN                          PIC X(06).
      *
      *    PROFONDEUR AU-DELA DE LAQUELLE UNE FORMULE EST CIRCULAIRE
       01  W-PROFONDEUR-MAX                       PIC S9(4) COMP
                                                  VALUE 20.
      *
       01  H-IND-ID                               PIC S9(10) COMP.
       01  H-OPERATEUR                            PIC X(05).
       01  H-NIVEAU                               PIC S9(4) COMP.
       01  H-RANG                                 PIC S9(4) COMP.
       01  H-OPERANDE                             PIC S9(10) COMP.
       01  H-PERIODE                              PIC X(06).
       01  H-VALEUR                               PIC S9(13)V99
                                                  COMP-3.
      *
      *    OPERANDES DE L'INDICATEUR DERIVE COURANT ET LEUR VALEUR SUR
      *    LA PERIODE COURANTE
       01  W-NB-OPERANDES                         PIC S9(4) COMP.
       01  W-IX                                   PIC S9(4) COMP.
       01  W-TAB-OPERANDES.
           05  W-OPERANDE-POSTE OCCURS 5 TIMES.
               10  W-OPERANDE                     PIC S9(10) COMP.
               10  W-OPERANDE-VALEUR              PIC S9(13)V99
                                                  COMP-3.
       01  W-OPERANDE-MANQUANT                    PIC S9(10) COMP.
       01  W-RESULTAT                             PIC S9(13)V99
                                                  COMP-3.
       01  W-CALCUL-SW                            PIC X(01).
           88  CALCUL-OK                          VALUE 'O'.
           88  CALCUL-INCOMPLET                   VALUE 'I'.
           88  CALCUL-REFUSE                      VALUE 'R'.
      *
       01  W-NB-DERIVES                           PIC 9(05) VALUE 0.
       01  W-NB-CIRCULAIRES                       PIC 9(05) VALUE 0.
       01  W-NB-AJOUTEES                          PIC 9(05) VALUE 0.
       01  W-NB-RECALCULEES                       PIC 9(05) VALUE 0.
       01  W-NB-INCOMPLETES                       PIC 9(05) VALUE 0.
       01  W-NB-REFUSEES                          PIC 9(05) VALUE 0.
      *
       01  W-LIGNE-DISPOSITION.
           05  W-DIS-IND-ID                       PIC 9(10).
           05  FILLER                             PIC X(02)
                                                  VALUE SPACE.
           05  W-DIS-OPERATEUR                    PIC X(05).
           05  FILLER                             PIC X(02)
                                                  VALUE SPACE.
           05  W-DIS-PERIODE                      PIC X(06).
           05  FILLER                             PIC X(02)
                                                  VALUE SPACE.
           05  W-DIS-RESULTAT                     PIC X(10).
           05  FILLER                             PIC X(02)
                                                  VALUE SPACE.
           05  W-DIS-VALEUR                       PIC -(13)9.99.
           05  FILLER                             PIC X(02)
                                                  VALUE SPACE.
           05  W-DIS-MOTIF                        PIC X(40).
           05  W-DIS-OPERANDE                     PIC Z(09)9.
           05  FILLER                             PIC X(24)
                                                  VALUE SPACE.
      *
       01  W-LIGNE-TOTAL.
           05  W-TOT-LIBELLE                      PIC X(30).
           05  W-TOT-NOMBRE                       PIC 9(05).
           05  FILLER                             PIC X(97)
                                                  VALUE SPACE.
      *
      * INDICATEURS DERIVES ACTIFS AVEC LEUR PROFONDEUR : 1 POUR UN
      * DERIVE DE MESURES BRUTES, N + 1 POUR UN DERIVE QUI UTILISE UN
      * DERIVE DE PROFONDEUR N. LE PARCOURS PAR PROFONDEUR CROISSANTE
      * CALCULE CHAQUE OPERANDE DERIVE AVANT CEUX QUI L'UTILISENT
           EXEC SQL
              DECLARE C01 CURSOR FOR
              WITH PROF (id_indicateur, niveau) AS
                 (SELECT id_indicateur, 1
                    FROM INDICATEUR
                    WHERE operateur_derive IS NOT NULL
                  UNION ALL
                  SELECT O.id_indicateur, P.niveau + 1
                    FROM PROF P, INDICATEUR_OPERANDE O
                    WHERE O.id_operande = P.id_indicateur
                      AND P.niveau < :W-PROFONDEUR-MAX)
              SELECT P.id_indicateur,
                     I.operateur_derive,
                     MAX(P.niveau)
              FROM PROF P,
                   INDICATEUR I
              WHERE I.id_indicateur = P.id_indicateur
                AND COALESCE(I.statut_indicateur, 'A') = 'A'
              GROUP BY P.id_indicateur, I.operateur_derive
              ORDER BY 3, 1
           END-EXEC.
      *
      * OPERANDES DE L'INDICATEUR DERIVE COURANT, DANS L'ORDRE
           EXEC SQL
              DECLARE C02 CURSOR FOR
              SELECT rang,
                     id_operande
              FROM INDICATEUR_OPERANDE
              WHERE id_indicateur = :H-IND-ID
              ORDER BY rang
           END-EXEC.
      *
      * PERIODES OU AU MOINS UN OPERANDE EST MESURE
           EXEC SQL
              DECLARE C03 CURSOR FOR
              SELECT DISTINCT M.periode
              FROM INDICATEUR_OPERANDE O,
                   INDICATEUR_MESURE M
              WHERE O.id_indicateur = :H-IND-ID
                AND M.id_indicateur = O.id_operande
                AND M.periode      >= :W-PERIODE-MIN
              ORDER BY 1
           END-EXEC.
      *
      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
           PERFORM DEBUT
           IF  NOT ANOMALIE
               PERFORM CALCULER-DERIVES
           END-IF
           PERFORM FIN
           GOBACK
           .
      *
      * PARAGRAPHE DE DEBUT DE PROGRAMME
       DEBUT.
           SET PAS-ANOMALIE TO TRUE
           OPEN OUTPUT FSYS098
           MOVE SPACES TO W-PERIODE-SYSIN
           ACCEPT W-PERIODE-SYSIN FROM SYSIN
           EVALUATE TRUE
           WHEN W-PERIODE-SYSIN = SPACES
               MOVE '000000' TO W-PERIODE-MIN
               DISPLAY 'CALDER00 - TOUTES LES PERIODES'
           WHEN W-PERIODE-SYSIN IS NOT NUMERIC
           OR   W-PERIODE-SYSIN(5:2) < '01'
           OR   W-PERIODE-SYSIN(5:2) > '12'
               DISPLAY 'CALDER00 - PERIODE SYSIN INVALIDE : '
                       W-PERIODE-SYSIN
               PERFORM TRT-ANOMALIE
           WHEN OTHER
               MOVE W-PERIODE-SYSIN TO W-PERIODE-MIN
               DISPLAY 'CALDER00 - PERIODES A PARTIR DE : '
                       W-PERIODE-MIN
           END-EVALUATE
           .
      *
       CALCULER-DERIVES.
           EXEC SQL
              OPEN C01
           END-EXEC
           IF  SQLCODE NOT = ZERO
               PERFORM FORMATAGE-ERREUR-DB2
               PERFORM TRT-ANOMALIE
           ELSE
               PERFORM LIRE-DERIVE-SUIVANT UNTIL ANOMALIE
                                           OR SQLCODE = 100
               EXEC SQL
                  CLOSE C01
               END-EXEC
           END-IF
           .
       LIRE-DERIVE-SUIVANT.
           EXEC SQL
              FETCH C01
               INTO
                      :H-IND-ID,
                      :H-OPERATEUR,
                      :H-NIVEAU
           END-EXEC
           EVALUATE SQLCODE
           WHEN ZERO
              ADD 1 TO W-NB-DERIVES
              PERFORM TRAITER-DERIVE
      *       LE FETCH SUIVANT DE C01 NE DOIT PAS VOIR LE +100 DE C03
              IF  NOT ANOMALIE
                  MOVE ZERO TO SQLCODE
              END-IF
           WHEN +100
              CONTINUE
           WHEN OTHER
              PERFORM FORMATAGE-ERREUR-DB2
              PERFORM TRT-ANOMALIE
           END-EVALUATE
           .
      *
      *    UNE PROFONDEUR AU PLAFOND SIGNALE UNE BOUCLE DANS LES
      *    FORMULES : L'INDICATEUR EST LISTE ET N'EST PAS CALCULE
       TRAITER-DERIVE.
           MOVE H-IND-ID    TO W-DIS-IND-ID
           MOVE H-OPERATEUR TO W-DIS-OPERATEUR
           IF  H-NIVEAU >= W-PROFONDEUR-MAX
               ADD 1 TO W-NB-CIRCULAIRES
               MOVE SPACES          TO W-DIS-PERIODE
               MOVE 'CIRCULAIRE'    TO W-DIS-RESULTAT
               MOVE ZERO            TO W-DIS-VALEUR
               MOVE 'FORMULE CIRCULAIRE - NON CALCULE'
                                    TO W-DIS-MOTIF
               MOVE ZERO            TO W-DIS-OPERANDE
               PERFORM ECRIRE-DISPOSITION
           ELSE
               PERFORM CHARGER-OPERANDES
               IF  NOT ANOMALIE
                   PERFORM CALCULER-PERIODES
               END-IF
           END-IF
           .
      *
       CHARGER-OPERANDES.
           MOVE ZERO TO W-NB-OPERANDES
           EXEC SQL
              OPEN C02
           END-EXEC
           IF  SQLCODE NOT = ZERO
               PERFORM FORMATAGE-ERREUR-DB2
               PERFORM TRT-ANOMALIE
           ELSE
               PERFORM LIRE-OPERANDE-SUIVANT UNTIL ANOMALIE
                                             OR SQLCODE = 100
               EXEC SQL
                  CLOSE C02
               END-EXEC
           END-IF
           .
       LIRE-OPERANDE-SUIVANT.
           EXEC SQL
              FETCH C02
               INTO
                      :H-RANG,
                      :H-OPERANDE
           END-EXEC
           EVALUATE SQLCODE
           WHEN ZERO
              IF  W-NB-OPERANDES < 5
                  ADD 1 TO W-NB-OPERANDES
                  MOVE H-OPERANDE TO W-OPERANDE(W-NB-OPERANDES)
              END-IF
           WHEN +100
              CONTINUE
           WHEN OTHER
              PERFORM FORMATAGE-ERREUR-DB2
              PERFORM TRT-ANOMALIE
           END-EVALUATE
           .
      *
       CALCULER-PERIODES.
           EXEC SQL
              OPEN C03
           END-EXEC
           IF  SQLCODE NOT = ZERO
               PERFORM FORMATAGE-ERREUR-DB2
               PERFORM TRT-ANOMALIE
           ELSE
               PERFORM LIRE-PERIODE-SUIVANTE UNTIL ANOMALIE
                                             OR SQLCODE = 100
               EXEC SQL
                  CLOSE C03
               END-EXEC
           END-IF
           .
       LIRE-PERIODE-SUIVANTE.
           EXEC SQL
              FETCH C03
               INTO
                      :H-PERIODE
           END-EXEC
           EVALUATE SQLCODE
           WHEN ZERO
              PERFORM CALCULER-PERIODE
      *       LE FETCH SUIVANT DE C03 NE DOIT PAS VOIR LE +100 D'UNE
      *       MESURE ABSENTE
              IF  NOT ANOMALIE
                  MOVE ZERO TO SQLCODE
              END-IF
           WHEN +100
              CONTINUE
           WHEN OTHER
              PERFORM FORMATAGE-ERREUR-DB2
              PERFORM TRT-ANOMALIE
           END-EVALUATE
           .
      *
      *    LECTURE DE CHAQUE OPERANDE SUR LA PERIODE, PUIS CALCUL ET
      *    ECRITURE SI AUCUN NE MANQUE
       CALCULER-PERIODE.
           SET CALCUL-OK TO TRUE
           MOVE ZERO TO W-OPERANDE-MANQUANT
           PERFORM LIRE-VALEUR-OPERANDE
              VARYING W-IX FROM 1 BY 1
              UNTIL W-IX > W-NB-OPERANDES
                 OR ANOMALIE

           IF  CALCUL-OK AND NOT ANOMALIE
               PERFORM APPLIQUER-FORMULE
           END-IF

           MOVE H-PERIODE TO W-DIS-PERIODE
           MOVE ZERO      TO W-DIS-OPERANDE
           EVALUATE TRUE
           WHEN ANOMALIE
              CONTINUE
           WHEN CALCUL-INCOMPLET
              ADD 1 TO W-NB-INCOMPLETES
              MOVE 'INCOMPLET '         TO W-DIS-RESULTAT
              MOVE ZERO                 TO W-DIS-VALEUR
              MOVE 'ENTREE MANQUANTE : INDICATEUR'
                                        TO W-DIS-MOTIF
              MOVE W-OPERANDE-MANQUANT  TO W-DIS-OPERANDE
              PERFORM ECRIRE-DISPOSITION
           WHEN CALCUL-REFUSE
              ADD 1 TO W-NB-REFUSEES
              MOVE 'REFUSE    '         TO W-DIS-RESULTAT
              MOVE ZERO                 TO W-DIS-VALEUR
              MOVE W-OPERANDE-MANQUANT  TO W-DIS-OPERANDE
              PERFORM ECRIRE-DISPOSITION
           WHEN OTHER
              PERFORM ECRIRE-VALEUR-DERIVEE
           END-EVALUATE
           .
      *
       LIRE-VALEUR-OPERANDE.
           MOVE W-OPERANDE(W-IX) TO H-OPERANDE
           EXEC SQL
              SELECT valeur
                INTO :H-VALEUR
                FROM INDICATEUR_MESURE
               WHERE id_indicateur = :H-OPERANDE
                 AND periode       = :H-PERIODE
           END-EXEC
           EVALUATE SQLCODE
           WHEN ZERO
              MOVE H-VALEUR TO W-OPERANDE-VALEUR(W-IX)
           WHEN +100
              IF  CALCUL-OK
                  SET CALCUL-INCOMPLET TO TRUE
                  MOVE H-OPERANDE TO W-OPERANDE-MANQUANT
              END-IF
           WHEN OTHER
              PERFORM FORMATAGE-ERREUR-DB2
              PERFORM TRT-ANOMALIE
           END-EVALUATE
           .
      *
      *    'SUM' : SOMME DES OPERANDES ; 'DIFF' : 1 - 2 ; 'RATIO' :
      *    1 / 2 ; 'PCT' : 1 X 100 / 2. UN DIVISEUR NUL OU UN
      *    RESULTAT HORS CAPACITE REFUSE LA PERIODE
       APPLIQUER-FORMULE.
           MOVE ZERO TO W-RESULTAT
           EVALUATE H-OPERATEUR
           WHEN 'SUM'
              PERFORM CUMULER-OPERANDE
                 VARYING W-IX FROM 1 BY 1
                 UNTIL W-IX > W-NB-OPERANDES
                    OR CALCUL-REFUSE
           WHEN 'DIFF'
              COMPUTE W-RESULTAT = W-OPERANDE-VALEUR(1)
                                 - W-OPERANDE-VALEUR(2)
                 ON SIZE ERROR
                    PERFORM REFUSER-CAPACITE
              END-COMPUTE
           WHEN 'RATIO'
              IF  W-OPERANDE-VALEUR(2) = ZERO
                  PERFORM REFUSER-DIVISEUR-NUL
              ELSE
                  COMPUTE W-RESULTAT ROUNDED
                        = W-OPERANDE-VALEUR(1)
                        / W-OPERANDE-VALEUR(2)
                     ON SIZE ERROR
                        PERFORM REFUSER-CAPACITE
                  END-COMPUTE
              END-IF
           WHEN 'PCT'
              IF  W-OPERANDE-VALEUR(2) = ZERO
                  PERFORM REFUSER-DIVISEUR-NUL
              ELSE
                  COMPUTE W-RESULTAT ROUNDED
                        = W-OPERANDE-VALEUR(1) * 100
                        / W-OPERANDE-VALEUR(2)
                     ON SIZE ERROR
                        PERFORM REFUSER-CAPACITE
                  END-COMPUTE
              END-IF
           WHEN OTHER
              SET CALCUL-REFUSE TO TRUE
              MOVE 'OPERATEUR INCONNU' TO W-DIS-MOTIF
           END-EVALUATE
           .
       CUMULER-OPERANDE.
           ADD W-OPERANDE-VALEUR(W-IX) TO W-RESULTAT
              ON SIZE ERROR
                 PERFORM REFUSER-CAPACITE
           END-ADD
           .
       REFUSER-DIVISEUR-NUL.
           SET CALCUL-REFUSE TO TRUE
           MOVE W-OPERANDE(2) TO W-OPERANDE-MANQUANT
           MOVE 'DIVISEUR NUL : INDICATEUR' TO W-DIS-MOTIF
           .
       REFUSER-CAPACITE.
           SET CALCUL-REFUSE TO TRUE
           MOVE 'RESULTAT HORS CAPACITE' TO W-DIS-MOTIF
           .
      *
      *    REMPLACEMENT D'ABORD, AJOUT SI LA PERIODE N'EXISTAIT PAS :
      *    UNE CORRECTION D'OPERANDE PAR IMPVAL00 SE REPERCUTE AU
      *    PASSAGE SUIVANT
       ECRIRE-VALEUR-DERIVEE.
           MOVE W-RESULTAT TO H-VALEUR
           MOVE W-RESULTAT TO W-DIS-VALEUR
           MOVE SPACES     TO W-DIS-MOTIF
           EXEC SQL
              UPDATE INDICATEUR_MESURE
                 SET valeur = :H-VALEUR,
                     saisie_user = 'CALDER00',
                     saisie_lterm = 'BATCH',
                     valide_user = 'CALDER00',
                     valide_ts = CURRENT TIMESTAMP
               WHERE id_indicateur = :H-IND-ID
                 AND periode       = :H-PERIODE
           END-EXEC
           EVALUATE SQLCODE
           WHEN ZERO
              ADD 1 TO W-NB-RECALCULEES
              MOVE 'RECALCULE '  TO W-DIS-RESULTAT
              PERFORM ECRIRE-DISPOSITION
           WHEN +100
              EXEC SQL
                 INSERT INTO INDICATEUR_MESURE (
                        id_indicateur,
                        periode,
                        valeur,
                        saisie_user,
                        saisie_lterm,
                        valide_user,
                        valide_ts
                        )
                 VALUES (
                        :H-IND-ID,
                        :H-PERIODE,
                        :H-VALEUR,
                        'CALDER00',
                        'BATCH',
                        'CALDER00',
                        CURRENT TIMESTAMP
                        )
              END-EXEC
              IF  SQLCODE = ZERO
                  ADD 1 TO W-NB-AJOUTEES
                  MOVE 'CALCULE   ' TO W-DIS-RESULTAT
                  PERFORM ECRIRE-DISPOSITION
              ELSE
                  PERFORM FORMATAGE-ERREUR-DB2
                  PERFORM TRT-ANOMALIE
              END-IF
           WHEN OTHER
              PERFORM FORMATAGE-ERREUR-DB2
              PERFORM TRT-ANOMALIE
           END-EVALUATE
           .
      *
       ECRIRE-DISPOSITION.
           MOVE SPACES              TO ENR-SYS098
           MOVE W-LIGNE-DISPOSITION TO ENR-SYS098
           WRITE ENR-SYS098
           .
      *
       ECRIRE-TOTAUX.
           MOVE 'TOTAL INDICATEURS DERIVES   : ' TO W-TOT-LIBELLE
           MOVE W-NB-DERIVES                     TO W-TOT-NOMBRE
           PERFORM ECRIRE-LIGNE-TOTAL
           MOVE 'TOTAL FORMULES CIRCULAIRES  : ' TO W-TOT-LIBELLE
           MOVE W-NB-CIRCULAIRES                 TO W-TOT-NOMBRE
           PERFORM ECRIRE-LIGNE-TOTAL
           MOVE 'TOTAL VALEURS AJOUTEES      : ' TO W-TOT-LIBELLE
           MOVE W-NB-AJOUTEES                    TO W-TOT-NOMBRE
           PERFORM ECRIRE-LIGNE-TOTAL
           MOVE 'TOTAL VALEURS RECALCULEES   : ' TO W-TOT-LIBELLE
           MOVE W-NB-RECALCULEES                 TO W-TOT-NOMBRE
           PERFORM ECRIRE-LIGNE-TOTAL
           MOVE 'TOTAL PERIODES INCOMPLETES  : ' TO W-TOT-LIBELLE
           MOVE W-NB-INCOMPLETES                 TO W-TOT-NOMBRE
           PERFORM ECRIRE-LIGNE-TOTAL
           MOVE 'TOTAL PERIODES REFUSEES     : ' TO W-TOT-LIBELLE
           MOVE W-NB-REFUSEES                    TO W-TOT-NOMBRE
           PERFORM ECRIRE-LIGNE-TOTAL
           .
      *
       ECRIRE-LIGNE-TOTAL.
           MOVE SPACES        TO ENR-SYS098
           MOVE W-LIGNE-TOTAL TO ENR-SYS098
           WRITE ENR-SYS098
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
      *        PAS DE CALCUL A MOITIE ENREGISTRE
               EXEC SQL
                  ROLLBACK
               END-EXEC
               DISPLAY 'CALDER00 TERMINE EN ANOMALIE'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM ECRIRE-TOTAUX
               DISPLAY 'CALDER00 - INDICATEURS DERIVES : '
                       W-NB-DERIVES
               DISPLAY 'CALDER00 - VALEURS AJOUTEES    : '
                       W-NB-AJOUTEES
               DISPLAY 'CALDER00 - VALEURS RECALCULEES : '
                       W-NB-RECALCULEES
               DISPLAY 'CALDER00 - PERIODES INCOMPLETES: '
                       W-NB-INCOMPLETES
               DISPLAY 'CALDER00 - PERIODES REFUSEES   : '
                       W-NB-REFUSEES
           END-IF
           CLOSE FSYS098
           .
