      ****************************************************************
      * PROGRAMME BATCH = SUIVI HEBDOMADAIRE DES DELAIS DE TRAITEMENT
      *                   DES SINISTRES (DELAIS CIBLES PAR STATUT)
      ****************************************************************
      * PROGRAM:  SLASIN00
      *
      * AUTHOR :  Stephane PAUCOT
      *
      * OBJET  :  TSINIS00 HISTORISE DESORMAIS CHAQUE DECLARATION,
      *           CHANGEMENT DE STATUT ET VERSEMENT D'UN SINISTRE
      *           DANS SINISTRE_EVENEMENT, ET TIENT DANS
      *           SINISTRE_DELAI UN DELAI CIBLE EN JOURS PAR STATUT
      *           (FONCTION 'C' : PAR EXEMPLE UN SINISTRE OUVERT
      *           EVALUE SOUS 15 JOURS). CE PROGRAMME, PASSE CHAQUE
      *           SEMAINE, EDITE SUR FSYS125 POUR LE RESPONSABLE
      *           SINISTRES :
      *             - PAR COUVERTURE (LIBELLE ASSURANCES), LES
      *               SINISTRES NON REGLES RESTES DANS LEUR STATUT
      *               AU-DELA DE SON DELAI CIBLE, AVEC LA DATE
      *               D'ENTREE DANS LE STATUT, L'AGE, LA CIBLE ET LE
      *               DEPASSEMENT, PUIS UN TOTAL DE LA COUVERTURE
      *               VENTILE EN TRANCHES DE DEPASSEMENT 1-15 /
      *               16-30 / 31-60 / 60+ JOURS,
      *             - LE TOTAL GENERAL DANS LES MEMES TRANCHES,
      *             - LA DUREE MOYENNE DE TRAITEMENT PAR STATUT, SUR
      *               LES PASSAGES ACHEVES AU COURS DES DOUZE
      *               DERNIERS MOIS, EN REGARD DE SA CIBLE.
      *
      *           LA DATE D'ENTREE DANS LE STATUT EST CELLE DU
      *           DERNIER EVENEMENT QUI L'A POSE ; UN SINISTRE
      *           ANTERIEUR A L'HISTORIQUE N'EN A PAS ET EST AGE
      *           DEPUIS SA DATE DE SINISTRE. UN STATUT SANS DELAI
      *           CIBLE N'EST PAS SUIVI.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLASIN00.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FSYS125 ASSIGN TO UT-S-SYS125.
       DATA DIVISION.
       FILE SECTION.
       FD  FSYS125
           LABEL RECORD STANDARD
           RECORDING MODE IS F
           BLOCK 0 RECORDS.
       01  ENR-SYS125                             PIC X(132).
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
       01  H-LIBELLE                              PIC X(32).
       01  H-ID-SINISTRE                          PIC S9(9) COMP.
       01  H-STATUT                               PIC X(01).
       01  H-DATE-ENTREE                          PIC X(10).
       01  H-AGE-JOURS                            PIC S9(9) COMP.
       01  H-DELAI-JOURS                          PIC S9(4) COMP.
       01  H-NB-PASSAGES                          PIC S9(9) COMP.
       01  H-DUREE-MOYENNE                        PIC S9(5)V9 COMP-3.
      *
       01  W-DEPASSEMENT                          PIC S9(9) COMP.
       01  W-LIBELLE-COURANT                      PIC X(32)
                                                  VALUE LOW-VALUES.
      *    TRANCHES DE DEPASSEMENT DE LA COUVERTURE EN COURS ET DU
      *    TOTAL GENERAL : 1-15, 16-30, 31-60, 60+ JOURS
       01  W-TRANCHES-LIBELLE.
           05  W-TL-NOMBRE                        PIC 9(05).
           05  W-TL-TRANCHE OCCURS 4              PIC 9(05).
       01  W-TRANCHES-GENERAL.
           05  W-TG-NOMBRE                        PIC 9(05).
           05  W-TG-TRANCHE OCCURS 4              PIC 9(05).
       01  I-T                                    PIC 9(01).
       01  W-NB-STATUTS                           PIC 9(03) VALUE 0.
      *
       01  W-NOMBRE-ED                            PIC ZZZZ9.
       01  W-TR-ED-1                              PIC ZZZZ9.
       01  W-TR-ED-2                              PIC ZZZZ9.
       01  W-TR-ED-3                              PIC ZZZZ9.
       01  W-TR-ED-4                              PIC ZZZZ9.
       01  W-DUREE-ED                             PIC ZZZZ9.9.
       01  W-CIBLE-ED                             PIC ZZ9.
      *
       01  W-LIGNE-RETARD.
           05  FILLER                             PIC X(02)
                                                  VALUE SPACE.
           05  W-LR-ID-SINISTRE                   PIC 9(09).
           05  FILLER                             PIC X(09)
                                                  VALUE '  STATUT '.
           05  W-LR-STATUT                        PIC X(01).
           05  FILLER                             PIC X(12)
                                                  VALUE '  DEPUIS LE '.
           05  W-LR-DATE-ENTREE                   PIC X(10).
           05  FILLER                             PIC X(07)
                                                  VALUE '  AGE '.
           05  W-LR-AGE                           PIC ZZZZ9.
           05  FILLER                             PIC X(10)
                                                  VALUE ' J  CIBLE '.
           05  W-LR-CIBLE                         PIC ZZ9.
           05  FILLER                             PIC X(16)
               VALUE ' J  DEPASSEMENT '.
           05  W-LR-DEPASSEMENT                   PIC ZZZZ9.
           05  FILLER                             PIC X(02)
                                                  VALUE ' J'.
           05  FILLER                             PIC X(41)
                                                  VALUE SPACE.
      *
      *    SINISTRES NON REGLES RESTES DANS LEUR STATUT AU-DELA DU
      *    DELAI CIBLE DE CE STATUT, PAR COUVERTURE ET DU PLUS VIEUX
      *    AU PLUS RECENT. L'ENTREE DANS LE STATUT EST LE DERNIER
      *    EVENEMENT QUI L'A POSE, A DEFAUT LA DATE DU SINISTRE
           EXEC SQL
              DECLARE C01 CURSOR FOR
              SELECT X.LIBELLE,
                     X.ID_SINISTRE,
                     X.STATUT,
                     CHAR(X.DATE_ENTREE, ISO),
                     DAYS(CURRENT DATE) - DAYS(X.DATE_ENTREE),
                     D.DELAI_JOURS
              FROM (SELECT A.LIBELLE,
                           S.ID_SINISTRE,
                           S.STATUT,
                           COALESCE(
                              (SELECT DATE(MAX(E.DATE_EVENEMENT))
                                FROM SINISTRE_EVENEMENT E
                               WHERE E.ID_SINISTRE = S.ID_SINISTRE
                                 AND E.STATUT_APRES = S.STATUT
                                 AND E.STATUT_AVANT <> E.STATUT_APRES),
                                    S.DATE_SINISTRE) AS DATE_ENTREE
                      FROM SINISTRES S,
                           ASSURANCES A
                     WHERE S.ID_ASSUR = A.ID_ASSUR
                       AND S.STATUT <> 'R') X,
                   SINISTRE_DELAI D
              WHERE D.STATUT = X.STATUT
                AND DAYS(CURRENT DATE) - DAYS(X.DATE_ENTREE)
                    > D.DELAI_JOURS
              ORDER BY X.LIBELLE, 5 DESC, X.ID_SINISTRE
           END-EXEC.
      *
      *    DUREE MOYENNE PAR STATUT DES PASSAGES ACHEVES DANS LES
      *    DOUZE DERNIERS MOIS : UN PASSAGE COMMENCE A L'EVENEMENT
      *    QUI POSE LE STATUT ET FINIT AU PREMIER CHANGEMENT VERS UN
      *    AUTRE STATUT ; LA CIBLE EST A ZERO POUR UN STATUT SANS
      *    DELAI CIBLE
           EXEC SQL
              DECLARE C02 CURSOR FOR
              SELECT X.STATUT,
                     COUNT(*),
                     DEC(AVG(DEC(X.DUREE, 9, 2)), 6, 1),
                     COALESCE(MAX(D.DELAI_JOURS), 0)
              FROM (SELECT E.STATUT_APRES AS STATUT,
                           DAYS(MIN(N.DATE_EVENEMENT))
                           - DAYS(E.DATE_EVENEMENT) AS DUREE
                      FROM SINISTRE_EVENEMENT E,
                           SINISTRE_EVENEMENT N
                     WHERE E.TYPE_EVENEMENT IN ('D', 'S')
                       AND E.STATUT_AVANT <> E.STATUT_APRES
                       AND N.ID_SINISTRE = E.ID_SINISTRE
                       AND N.TYPE_EVENEMENT = 'S'
                       AND N.ID_EVENEMENT > E.ID_EVENEMENT
                       AND N.STATUT_APRES <> E.STATUT_APRES
                     GROUP BY E.ID_EVENEMENT,
                              E.STATUT_APRES,
                              E.DATE_EVENEMENT
                    HAVING MIN(N.DATE_EVENEMENT)
                           >= CURRENT TIMESTAMP - 1 YEAR) X
                   LEFT OUTER JOIN SINISTRE_DELAI D
                     ON D.STATUT = X.STATUT
              GROUP BY X.STATUT
              ORDER BY X.STATUT
           END-EXEC.
      *
      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
           PERFORM DEBUT
           PERFORM TRAITER-RETARDS
           IF  NOT ANOMALIE
               PERFORM TRAITER-DUREES
           END-IF
           PERFORM FIN
           GOBACK
           .
      *
      * PARAGRAPHE DE DEBUT DE PROGRAMME
       DEBUT.
           SET PAS-ANOMALIE TO TRUE
           INITIALIZE W-TRANCHES-LIBELLE
                      W-TRANCHES-GENERAL
           OPEN OUTPUT FSYS125
           MOVE SPACES TO ENR-SYS125
           MOVE 'SINISTRES HORS DELAI CIBLE PAR COUVERTURE'
             TO ENR-SYS125
           WRITE ENR-SYS125
           .
      *
       TRAITER-RETARDS.
           EXEC SQL
              OPEN C01
           END-EXEC
           IF  SQLCODE NOT = ZERO
               PERFORM FORMATAGE-ERREUR-DB2
               PERFORM TRT-ANOMALIE
           ELSE
               PERFORM LIRE-RETARD-SUIVANT UNTIL ANOMALIE
                                           OR SQLCODE = 100
               EXEC SQL
                  CLOSE C01
               END-EXEC
      *        TOTAL DE LA DERNIERE COUVERTURE EN COURS
               IF  W-TL-NOMBRE > 0
                   PERFORM ECRIRE-TOTAL-LIBELLE
               END-IF
               PERFORM ECRIRE-TOTAL-GENERAL
           END-IF
           .
       LIRE-RETARD-SUIVANT.
           EXEC SQL
              FETCH C01
               INTO
                      :H-LIBELLE,
                      :H-ID-SINISTRE,
                      :H-STATUT,
                      :H-DATE-ENTREE,
                      :H-AGE-JOURS,
                      :H-DELAI-JOURS
           END-EXEC
           EVALUATE SQLCODE
           WHEN ZERO
              IF  H-LIBELLE NOT = W-LIBELLE-COURANT
                  IF  W-TL-NOMBRE > 0
                      PERFORM ECRIRE-TOTAL-LIBELLE
                  END-IF
                  MOVE H-LIBELLE TO W-LIBELLE-COURANT
                  INITIALIZE W-TRANCHES-LIBELLE
                  MOVE SPACES TO ENR-SYS125
                  STRING 'COUVERTURE ' H-LIBELLE
                         DELIMITED BY SIZE INTO ENR-SYS125
                  WRITE ENR-SYS125
              END-IF
              COMPUTE W-DEPASSEMENT = H-AGE-JOURS - H-DELAI-JOURS
              EVALUATE TRUE
                WHEN W-DEPASSEMENT <= 15
                  MOVE 1 TO I-T
                WHEN W-DEPASSEMENT <= 30
                  MOVE 2 TO I-T
                WHEN W-DEPASSEMENT <= 60
                  MOVE 3 TO I-T
                WHEN OTHER
                  MOVE 4 TO I-T
              END-EVALUATE
              ADD 1 TO W-TL-NOMBRE
                       W-TL-TRANCHE(I-T)
                       W-TG-NOMBRE
                       W-TG-TRANCHE(I-T)

              MOVE H-ID-SINISTRE  TO W-LR-ID-SINISTRE
              MOVE H-STATUT       TO W-LR-STATUT
              MOVE H-DATE-ENTREE  TO W-LR-DATE-ENTREE
              MOVE H-AGE-JOURS    TO W-LR-AGE
              MOVE H-DELAI-JOURS  TO W-LR-CIBLE
              MOVE W-DEPASSEMENT  TO W-LR-DEPASSEMENT
              MOVE SPACES         TO ENR-SYS125
              MOVE W-LIGNE-RETARD TO ENR-SYS125
              WRITE ENR-SYS125
           WHEN +100
              CONTINUE
           WHEN OTHER
              PERFORM FORMATAGE-ERREUR-DB2
              PERFORM TRT-ANOMALIE
           END-EVALUATE
           .
      *
       ECRIRE-TOTAL-LIBELLE.
           MOVE W-TL-NOMBRE     TO W-NOMBRE-ED
           MOVE W-TL-TRANCHE(1) TO W-TR-ED-1
           MOVE W-TL-TRANCHE(2) TO W-TR-ED-2
           MOVE W-TL-TRANCHE(3) TO W-TR-ED-3
           MOVE W-TL-TRANCHE(4) TO W-TR-ED-4
           MOVE SPACES TO ENR-SYS125
           STRING '  TOTAL ' W-LIBELLE-COURANT
                  ' : ' W-NOMBRE-ED ' HORS DELAI'
                  '  1-15 J : ' W-TR-ED-1
                  '  16-30 J : ' W-TR-ED-2
                  '  31-60 J : ' W-TR-ED-3
                  '  60+ J : ' W-TR-ED-4
                  DELIMITED BY SIZE INTO ENR-SYS125
           WRITE ENR-SYS125
           .
      *
       ECRIRE-TOTAL-GENERAL.
           MOVE W-TG-NOMBRE     TO W-NOMBRE-ED
           MOVE W-TG-TRANCHE(1) TO W-TR-ED-1
           MOVE W-TG-TRANCHE(2) TO W-TR-ED-2
           MOVE W-TG-TRANCHE(3) TO W-TR-ED-3
           MOVE W-TG-TRANCHE(4) TO W-TR-ED-4
           MOVE SPACES TO ENR-SYS125
           STRING 'TOTAL GENERAL : ' W-NOMBRE-ED ' HORS DELAI'
                  '  1-15 J : ' W-TR-ED-1
                  '  16-30 J : ' W-TR-ED-2
                  '  31-60 J : ' W-TR-ED-3
                  '  60+ J : ' W-TR-ED-4
                  DELIMITED BY SIZE INTO ENR-SYS125
           WRITE ENR-SYS125
           .
      *
       TRAITER-DUREES.
           MOVE SPACES TO ENR-SYS125
           WRITE ENR-SYS125
           MOVE 'DUREE MOYENNE DE TRAITEMENT PAR STATUT (12 MOIS)'
             TO ENR-SYS125
           WRITE ENR-SYS125

           EXEC SQL
              OPEN C02
           END-EXEC
           IF  SQLCODE NOT = ZERO
               PERFORM FORMATAGE-ERREUR-DB2
               PERFORM TRT-ANOMALIE
           ELSE
               PERFORM LIRE-DUREE-SUIVANTE UNTIL ANOMALIE
                                           OR SQLCODE = 100
               EXEC SQL
                  CLOSE C02
               END-EXEC
               IF  W-NB-STATUTS = 0
                   MOVE SPACES TO ENR-SYS125
                   MOVE '  AUCUN PASSAGE ACHEVE' TO ENR-SYS125
                   WRITE ENR-SYS125
               END-IF
           END-IF
           .
       LIRE-DUREE-SUIVANTE.
           EXEC SQL
              FETCH C02
               INTO
                      :H-STATUT,
                      :H-NB-PASSAGES,
                      :H-DUREE-MOYENNE,
                      :H-DELAI-JOURS
           END-EXEC
           EVALUATE SQLCODE
           WHEN ZERO
              ADD 1 TO W-NB-STATUTS
              MOVE H-NB-PASSAGES   TO W-NOMBRE-ED
              MOVE H-DUREE-MOYENNE TO W-DUREE-ED
              MOVE SPACES TO ENR-SYS125
              IF  H-DELAI-JOURS = 0
                  STRING '  STATUT ' H-STATUT
                         ' : ' W-NOMBRE-ED ' PASSAGES'
                         '  DUREE MOYENNE ' W-DUREE-ED ' J'
                         '  SANS CIBLE'
                         DELIMITED BY SIZE INTO ENR-SYS125
              ELSE
                  MOVE H-DELAI-JOURS TO W-CIBLE-ED
                  STRING '  STATUT ' H-STATUT
                         ' : ' W-NOMBRE-ED ' PASSAGES'
                         '  DUREE MOYENNE ' W-DUREE-ED ' J'
                         '  CIBLE ' W-CIBLE-ED ' J'
                         DELIMITED BY SIZE INTO ENR-SYS125
              END-IF
              WRITE ENR-SYS125
           WHEN +100
              CONTINUE
           WHEN OTHER
              PERFORM FORMATAGE-ERREUR-DB2
              PERFORM TRT-ANOMALIE
           END-EVALUATE
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
           CLOSE FSYS125
           DISPLAY 'SLASIN00 - SINISTRES HORS DELAI : ' W-TG-NOMBRE
           IF  ANOMALIE
               DISPLAY 'SLASIN00 TERMINE EN ANOMALIE'
               MOVE 8 TO RETURN-CODE
           END-IF
           .
