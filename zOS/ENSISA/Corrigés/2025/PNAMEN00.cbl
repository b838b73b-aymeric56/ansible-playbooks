      ****************************************************************
      * PROGRAMME BATCH = PRIMES ACQUISES DU MOIS ET PROVISION POUR
      *                   PRIMES NON ACQUISES A L'ARRETE MENSUEL
      ****************************************************************
      * PROGRAM:  PNAMEN00
      *
      * AUTHOR :  Stephane PAUCOT
      *
      * OBJET  :  LOSRAT00 DONNE LE RATIO S/P MAIS LA COMPTABILITE
      *           DOIT AUSSI PASSER A CHAQUE FIN DE MOIS LA PROVISION
      *           POUR PRIMES NON ACQUISES (LA PART DE CHAQUE PRIME
      *           QUI COUVRE LES JOURS NON ENCORE ECOULES), CALCULEE
      *           JUSQU'ICI HORS MAINFRAME SUR UN DUMP D'ASSURANCES.
      *           POUR LE MOIS SYSIN (AAAA-MM, DEFAUT LE MOIS
      *           PRECEDENT), CE PROGRAMME CALCULE POUR CHAQUE POLICE
      *           PORTANT PRIME, DATE_EFFET ET DATE_FIN DONT LE TERME
      *           RECOUPE LE MOIS :
      *             - LA PRIME ACQUISE DANS LE MOIS,
      *             - LA PROVISION NON ACQUISE A LA DATE D'ARRETE
      *               (DERNIER JOUR DU MOIS),
      *           AU JOUR LE JOUR SUR LA PRIME ANNUELLE EN VIGUEUR :
      *           PRIME DE BASE DU TERME PUIS CHAQUE AVENANT
      *           (ASSUR_AVENANT) A COMPTER DE SA DATE D'EFFET, COMME
      *           LE PRORATA DE FACASS00. LE TERME COURT DE DATE_EFFET
      *           A LA VEILLE DE DATE_FIN ; UNE POLICE RESILIEE
      *           (DATE_FIN RAMENEE) N'ACQUIERT PLUS RIEN AU-DELA.
      *           LES CUMULS PAR COUVERTURE ET REGION (COD_REGION DE
      *           TPERS, COMME LOSRAT00) SONT CONSERVES DANS
      *           PROVISION_PRIME A LA DATE D'ARRETE (UN RUN RELANCE
      *           SUR LE MEME MOIS LES REMPLACE) ET L'ETAT FSYS111
      *           DONNE, PAR COUVERTURE PUIS PAR REGION, L'ANALYSE DES
      *           MOUVEMENTS CONTRE L'ARRETE DU MOIS PRECEDENT :
      *           PROVISION D'OUVERTURE, PRIMES ENTREES EN PROVISION
      *           (AFFAIRES NOUVELLES, RENOUVELLEMENTS, AVENANTS),
      *           PRIMES ACQUISES, PROVISION DE CLOTURE ET VARIATION.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PNAMEN00.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FSYS111 ASSIGN TO UT-S-SYS111.
       DATA DIVISION.
       FILE SECTION.
       FD  FSYS111
           LABEL RECORD STANDARD
           RECORDING MODE IS F
           BLOCK 0 RECORDS.
       01  ENR-SYS111                             PIC X(132).
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
      *    MOIS D'ARRETE LU EN SYSIN (AAAA-MM) ET SES BORNES
       01  W-MOIS-SAISI                           PIC X(07).
       01  W-MOIS-ARRETE                          PIC X(07).
       01  W-DATE-MOIS-DEBUT                      PIC X(10).
       01  W-DATE-ARRETE                          PIC X(10).
       01  W-DATE-ARRETE-PREC                     PIC X(10).
       01  H-JOUR-MOIS-DEBUT                      PIC S9(9) COMP.
       01  H-JOUR-ARRETE                          PIC S9(9) COMP.
       01  H-NB-ARRETE-PREC                       PIC S9(9) COMP.
      *
      *    POLICE COURANTE - DATES EN NUMEROS DE JOUR (DAYS) POUR UN
      *    PRORATA EN ENTIERS ; L'ANNIVERSAIRE DONNE LE NOMBRE DE
      *    JOURS DE L'ANNEE DE PRIME (365 OU 366)
       01  H-ID-ASSUR                             PIC S9(9) COMP.
       01  H-LIBELLE                              PIC X(32).
       01  H-REGION                               PIC X(02).
       01  H-PRIME                                PIC S9(7)V99 COMP-3.
       01  H-JOUR-EFFET                           PIC S9(9) COMP.
       01  H-JOUR-FIN                             PIC S9(9) COMP.
       01  H-JOUR-ANNIVERSAIRE                    PIC S9(9) COMP.
       01  H-AVN-PRIME                            PIC S9(7)V99 COMP-3.
       01  H-AVN-JOUR                             PIC S9(9) COMP.
       01  W-FIN-AVN-SW                           PIC X(01) VALUE 'N'.
           88  FIN-AVENANTS                       VALUE 'Y'.
      *
      *    SEGMENT DE TERME A PRIME CONSTANTE [DEBUT, FIN[ ET SES
      *    RECOUPEMENTS AVEC LE MOIS ET L'APRES-ARRETE
       01  W-JOURS-ANNEE                          PIC S9(9) COMP.
       01  W-SEG-DEBUT                            PIC S9(9) COMP.
       01  W-SEG-FIN                              PIC S9(9) COMP.
       01  W-SEG-PRIME                            PIC S9(7)V99 COMP-3.
       01  W-BORNE-DEBUT                          PIC S9(9) COMP.
       01  W-BORNE-FIN                            PIC S9(9) COMP.
       01  W-ACQUISE-POLICE                       PIC S9(9)V99 COMP-3.
       01  W-PROVISION-POLICE                     PIC S9(9)V99 COMP-3.
      *
      *    CUMUL DU GROUPE COUVERTURE / REGION EN COURS
       01  W-GRP-LIBELLE                          PIC X(32)
                                                  VALUE LOW-VALUES.
       01  W-GRP-REGION                           PIC X(02)
                                                  VALUE LOW-VALUES.
       01  H-NB-POLICES                           PIC S9(9) COMP
                                                  VALUE 0.
       01  H-ACQUISE                              PIC S9(11)V99 COMP-3
                                                  VALUE 0.
       01  H-PROVISION                            PIC S9(11)V99 COMP-3
                                                  VALUE 0.
       01  W-NB-POLICES-LUES                      PIC 9(08) VALUE 0.
      *
      *    ANALYSE DES MOUVEMENTS (CURSEURS C02/C03)
       01  H-AXE                                  PIC X(32).
       01  H-PROVISION-OUVERTURE                  PIC S9(11)V99 COMP-3.
       01  W-ENTREES                              PIC S9(11)V99 COMP-3.
       01  W-VARIATION                            PIC S9(11)V99 COMP-3.
       01  W-TOT-NB-POLICES                       PIC S9(9) COMP.
       01  W-TOT-OUVERTURE                        PIC S9(11)V99 COMP-3.
       01  W-TOT-ENTREES                          PIC S9(11)V99 COMP-3.
       01  W-TOT-ACQUISE                          PIC S9(11)V99 COMP-3.
       01  W-TOT-CLOTURE                          PIC S9(11)V99 COMP-3.
       01  W-TOT-VARIATION                        PIC S9(11)V99 COMP-3.
      *
       01  W-LIGNE-TITRE.
           05  FILLER                             PIC X(32)
                                                  VALUE SPACE.
           05  FILLER                             PIC X(08)
                                                  VALUE ' NB POL.'.
           05  FILLER                             PIC X(16)
                                                  VALUE
               '  PROV.OUVERTURE'.
           05  FILLER                             PIC X(16)
                                                  VALUE
               '         ENTREES'.
           05  FILLER                             PIC X(16)
                                                  VALUE
               '        ACQUISES'.
           05  FILLER                             PIC X(16)
                                                  VALUE
               '    PROV.CLOTURE'.
           05  FILLER                             PIC X(16)
                                                  VALUE
               '       VARIATION'.
           05  FILLER                             PIC X(12)
                                                  VALUE SPACE.
      *
       01  W-LIGNE-MOUVEMENT.
           05  W-MVT-AXE                          PIC X(32).
           05  W-MVT-NB-POLICES                   PIC Z(7)9.
           05  FILLER                             PIC X(01)
                                                  VALUE SPACE.
           05  W-MVT-OUVERTURE                    PIC -(11)9.99.
           05  FILLER                             PIC X(01)
                                                  VALUE SPACE.
           05  W-MVT-ENTREES                      PIC -(11)9.99.
           05  FILLER                             PIC X(01)
                                                  VALUE SPACE.
           05  W-MVT-ACQUISE                      PIC -(11)9.99.
           05  FILLER                             PIC X(01)
                                                  VALUE SPACE.
           05  W-MVT-CLOTURE                      PIC -(11)9.99.
           05  FILLER                             PIC X(01)
                                                  VALUE SPACE.
           05  W-MVT-VARIATION                    PIC -(11)9.99.
           05  FILLER                             PIC X(12)
                                                  VALUE SPACE.
      *
      *    POLICES DONT LE TERME RECOUPE LE MOIS D'ARRETE, PAR
      *    COUVERTURE ET REGION (RUPTURE DE GROUPE)
           EXEC SQL
              DECLARE C01 CURSOR FOR
              SELECT A.ID_ASSUR,
                     A.LIBELLE,
                     COALESCE(T.COD_REGION, ' '),
                     A.PRIME,
                     DAYS(A.DATE_EFFET),
                     DAYS(A.DATE_FIN),
                     DAYS(A.DATE_EFFET + 1 YEAR)
              FROM ASSURANCES A,
                   TPERS T
              WHERE A.ID_PERS = T.ID_PERS
                AND A.PRIME > 0
                AND A.DATE_EFFET IS NOT NULL
                AND A.DATE_FIN > A.DATE_EFFET
                AND A.DATE_EFFET <= DATE(:W-DATE-ARRETE)
                AND A.DATE_FIN > DATE(:W-DATE-MOIS-DEBUT)
              ORDER BY A.LIBELLE, 3, A.ID_ASSUR
              FOR FETCH ONLY
           END-EXEC.
      *
      *    AVENANTS PRIS DANS LE TERME EN COURS DE LA POLICE, EN ORDRE
      *    D'EFFET - UN AVENANT D'UN TERME ANTERIEUR EST DEJA FONDU
      *    DANS LA PRIME DE BASE RENOUVELEE
           EXEC SQL
              DECLARE CAVN CURSOR FOR
              SELECT PRIME,
                     DAYS(DATE_EFFET)
              FROM ASSUR_AVENANT
              WHERE ID_ASSUR = :H-ID-ASSUR
                AND DAYS(DATE_EFFET) > :H-JOUR-EFFET
                AND DAYS(DATE_EFFET) < :H-JOUR-FIN
              ORDER BY DATE_EFFET
           END-EXEC.
      *
      *    MOUVEMENTS PAR COUVERTURE : ARRETE DU MOIS CONTRE ARRETE
      *    PRECEDENT, Y COMPRIS UNE COUVERTURE SORTIE DU PORTEFEUILLE
           EXEC SQL
              DECLARE C02 CURSOR FOR
              SELECT LIBELLE,
                     SUM(CASE WHEN DATE_ARRETE = DATE(:W-DATE-ARRETE)
                              THEN NB_POLICES ELSE 0 END),
                     SUM(CASE WHEN DATE_ARRETE
                                   = DATE(:W-DATE-ARRETE-PREC)
                              THEN PROVISION ELSE 0 END),
                     SUM(CASE WHEN DATE_ARRETE = DATE(:W-DATE-ARRETE)
                              THEN PRIME_ACQUISE ELSE 0 END),
                     SUM(CASE WHEN DATE_ARRETE = DATE(:W-DATE-ARRETE)
                              THEN PROVISION ELSE 0 END)
              FROM PROVISION_PRIME
              WHERE DATE_ARRETE IN (DATE(:W-DATE-ARRETE),
                                    DATE(:W-DATE-ARRETE-PREC))
              GROUP BY LIBELLE
              ORDER BY LIBELLE
           END-EXEC.
      *
      *    MEMES MOUVEMENTS PAR REGION
           EXEC SQL
              DECLARE C03 CURSOR FOR
              SELECT COD_REGION,
                     SUM(CASE WHEN DATE_ARRETE = DATE(:W-DATE-ARRETE)
                              THEN NB_POLICES ELSE 0 END),
                     SUM(CASE WHEN DATE_ARRETE
                                   = DATE(:W-DATE-ARRETE-PREC)
                              THEN PROVISION ELSE 0 END),
                     SUM(CASE WHEN DATE_ARRETE = DATE(:W-DATE-ARRETE)
                              THEN PRIME_ACQUISE ELSE 0 END),
                     SUM(CASE WHEN DATE_ARRETE = DATE(:W-DATE-ARRETE)
                              THEN PROVISION ELSE 0 END)
              FROM PROVISION_PRIME
              WHERE DATE_ARRETE IN (DATE(:W-DATE-ARRETE),
                                    DATE(:W-DATE-ARRETE-PREC))
              GROUP BY COD_REGION
              ORDER BY COD_REGION
           END-EXEC.
      *
      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
           PERFORM DEBUT
           IF  NOT ANOMALIE
               PERFORM CALCULER-PROVISIONS
           END-IF
           IF  NOT ANOMALIE
               EXEC SQL
                  COMMIT
               END-EXEC
               PERFORM EDITER-MOUVEMENTS
           ELSE
               EXEC SQL
                  ROLLBACK
               END-EXEC
           END-IF
           PERFORM FIN
           GOBACK
           .
      *
      * PARAGRAPHE DE DEBUT DE PROGRAMME
       DEBUT.
           SET PAS-ANOMALIE TO TRUE
           OPEN OUTPUT FSYS111

      *    MOIS PAR DEFAUT : LE MOIS PRECEDENT, LE RUN PASSANT EN
      *    DEBUT DE MOIS SUIVANT
           EXEC SQL
              SELECT SUBSTR(CHAR(CURRENT DATE - 1 MONTH, ISO), 1, 7)
                INTO :W-MOIS-ARRETE
                FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF  SQLCODE NOT = ZERO
               PERFORM FORMATAGE-ERREUR-DB2
               PERFORM TRT-ANOMALIE
           END-IF

           ACCEPT W-MOIS-SAISI FROM SYSIN
           IF  W-MOIS-SAISI(1:4) IS NUMERIC
           AND W-MOIS-SAISI(5:1) = '-'
               MOVE W-MOIS-SAISI TO W-MOIS-ARRETE
           END-IF
           MOVE SPACES TO W-DATE-MOIS-DEBUT
           STRING W-MOIS-ARRETE '-01' DELIMITED BY SIZE
             INTO W-DATE-MOIS-DEBUT

           IF  NOT ANOMALIE
               PERFORM CALCULER-BORNES-MOIS
           END-IF
           IF  NOT ANOMALIE
               DISPLAY 'ARRETE DU ' W-DATE-ARRETE
                       ' - PRECEDENT ' W-DATE-ARRETE-PREC
               MOVE SPACES TO ENR-SYS111
               STRING 'PROVISION POUR PRIMES NON ACQUISES - ARRETE DU '
                      W-DATE-ARRETE
                      DELIMITED BY SIZE INTO ENR-SYS111
               WRITE ENR-SYS111
               IF  H-NB-ARRETE-PREC = ZERO
                   MOVE SPACES TO ENR-SYS111
                   STRING 'PAS D''ARRETE AU ' W-DATE-ARRETE-PREC
                          ' - PROVISION D''OUVERTURE A ZERO'
                          DELIMITED BY SIZE INTO ENR-SYS111
                   WRITE ENR-SYS111
               END-IF
           END-IF
           .
      *
      *    DATE D'ARRETE (DERNIER JOUR DU MOIS), ARRETE PRECEDENT,
      *    NUMEROS DE JOUR ; UN RUN RELANCE SUR LE MEME MOIS
      *    REMPLACE LES CUMULS DEJA CONSERVES
       CALCULER-BORNES-MOIS.
           EXEC SQL
              SELECT CHAR(DATE(:W-DATE-MOIS-DEBUT)
                          + 1 MONTH - 1 DAY, ISO),
                     CHAR(DATE(:W-DATE-MOIS-DEBUT) - 1 DAY, ISO),
                     DAYS(DATE(:W-DATE-MOIS-DEBUT)),
                     DAYS(DATE(:W-DATE-MOIS-DEBUT) + 1 MONTH - 1 DAY)
                INTO :W-DATE-ARRETE,
                     :W-DATE-ARRETE-PREC,
                     :H-JOUR-MOIS-DEBUT,
                     :H-JOUR-ARRETE
                FROM SYSIBM.SYSDUMMY1
           END-EXEC
           EVALUATE SQLCODE
           WHEN ZERO
              CONTINUE
           WHEN -180
           WHEN -181
              DISPLAY 'MOIS D''ARRETE INVALIDE : ' W-MOIS-ARRETE
              PERFORM TRT-ANOMALIE
           WHEN OTHER
              PERFORM FORMATAGE-ERREUR-DB2
              PERFORM TRT-ANOMALIE
           END-EVALUATE

           IF  NOT ANOMALIE
               EXEC SQL
                  SELECT COUNT(*)
                    INTO :H-NB-ARRETE-PREC
                    FROM PROVISION_PRIME
                   WHERE DATE_ARRETE = DATE(:W-DATE-ARRETE-PREC)
               END-EXEC
               IF  SQLCODE NOT = ZERO
                   PERFORM FORMATAGE-ERREUR-DB2
                   PERFORM TRT-ANOMALIE
               END-IF
           END-IF

           IF  NOT ANOMALIE
               EXEC SQL
                  DELETE FROM PROVISION_PRIME
                   WHERE DATE_ARRETE = DATE(:W-DATE-ARRETE)
               END-EXEC
               IF  SQLCODE NOT = ZERO AND SQLCODE NOT = 100
                   PERFORM FORMATAGE-ERREUR-DB2
                   PERFORM TRT-ANOMALIE
               END-IF
           END-IF
           .
      *
       CALCULER-PROVISIONS.
           EXEC SQL
              OPEN C01
           END-EXEC
           IF  SQLCODE NOT = ZERO
               PERFORM FORMATAGE-ERREUR-DB2
               PERFORM TRT-ANOMALIE
           ELSE
               PERFORM LIRE-POLICE-SUIVANTE UNTIL ANOMALIE
                                            OR SQLCODE = 100
               EXEC SQL
                  CLOSE C01
               END-EXEC
      *        CUMUL DU DERNIER GROUPE EN COURS
               IF  NOT ANOMALIE AND H-NB-POLICES > 0
                   PERFORM ENREGISTRER-GROUPE
               END-IF
           END-IF
           .
       LIRE-POLICE-SUIVANTE.
           EXEC SQL
              FETCH C01
               INTO
                      :H-ID-ASSUR,
                      :H-LIBELLE,
                      :H-REGION,
                      :H-PRIME,
                      :H-JOUR-EFFET,
                      :H-JOUR-FIN,
                      :H-JOUR-ANNIVERSAIRE
           END-EXEC
           EVALUATE SQLCODE
           WHEN ZERO
              ADD 1 TO W-NB-POLICES-LUES
              IF  H-LIBELLE NOT = W-GRP-LIBELLE
               OR H-REGION NOT = W-GRP-REGION
                  IF  H-NB-POLICES > 0
                      PERFORM ENREGISTRER-GROUPE
                  END-IF
                  MOVE H-LIBELLE TO W-GRP-LIBELLE
                  MOVE H-REGION  TO W-GRP-REGION
                  MOVE 0 TO H-NB-POLICES
                            H-ACQUISE
                            H-PROVISION
              END-IF
              IF  NOT ANOMALIE
                  PERFORM CALCULER-POLICE
              END-IF
      *       LE SQLCODE DU CURSEUR D'AVENANTS NE DOIT PAS ARRETER
      *       LA LECTURE DES POLICES
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
      *    LA PRIME DE BASE COURT DE DATE_EFFET AU PREMIER AVENANT DU
      *    TERME, PUIS CHAQUE AVENANT JUSQU'AU SUIVANT, LE DERNIER
      *    JUSQU'A DATE_FIN
       CALCULER-POLICE.
           COMPUTE W-JOURS-ANNEE = H-JOUR-ANNIVERSAIRE - H-JOUR-EFFET
           MOVE 0            TO W-ACQUISE-POLICE
                                W-PROVISION-POLICE
           MOVE H-JOUR-EFFET TO W-SEG-DEBUT
           MOVE H-PRIME      TO W-SEG-PRIME
           MOVE 'N'          TO W-FIN-AVN-SW

           EXEC SQL
              OPEN CAVN
           END-EXEC
           IF  SQLCODE NOT = ZERO
               PERFORM FORMATAGE-ERREUR-DB2
               PERFORM TRT-ANOMALIE
           ELSE
               PERFORM LIRE-AVENANT-SUIVANT UNTIL FIN-AVENANTS
               EXEC SQL
                  CLOSE CAVN
               END-EXEC
           END-IF

           IF  NOT ANOMALIE
               MOVE H-JOUR-FIN TO W-SEG-FIN
               PERFORM CUMULER-SEGMENT
               ADD 1                  TO H-NB-POLICES
               ADD W-ACQUISE-POLICE   TO H-ACQUISE
               ADD W-PROVISION-POLICE TO H-PROVISION
           END-IF
           .
      *
       LIRE-AVENANT-SUIVANT.
           EXEC SQL
              FETCH CAVN
               INTO
                      :H-AVN-PRIME,
                      :H-AVN-JOUR
           END-EXEC
           EVALUATE SQLCODE
           WHEN ZERO
              MOVE H-AVN-JOUR TO W-SEG-FIN
              PERFORM CUMULER-SEGMENT
              MOVE H-AVN-JOUR  TO W-SEG-DEBUT
              MOVE H-AVN-PRIME TO W-SEG-PRIME
           WHEN +100
              SET FIN-AVENANTS TO TRUE
           WHEN OTHER
              PERFORM FORMATAGE-ERREUR-DB2
              PERFORM TRT-ANOMALIE
              SET FIN-AVENANTS TO TRUE
           END-EVALUATE
           .
      *
      *    PART DU SEGMENT [DEBUT, FIN[ TOMBANT DANS LE MOIS (ACQUISE)
      *    ET APRES LA DATE D'ARRETE (NON ACQUISE), AU JOUR LE JOUR
      *    SUR LA PRIME ANNUELLE DU SEGMENT
       CUMULER-SEGMENT.
           IF  W-SEG-DEBUT > H-JOUR-MOIS-DEBUT
               MOVE W-SEG-DEBUT       TO W-BORNE-DEBUT
           ELSE
               MOVE H-JOUR-MOIS-DEBUT TO W-BORNE-DEBUT
           END-IF
           IF  W-SEG-FIN > H-JOUR-ARRETE
               COMPUTE W-BORNE-FIN = H-JOUR-ARRETE + 1
           ELSE
               MOVE W-SEG-FIN TO W-BORNE-FIN
           END-IF
           IF  W-BORNE-FIN > W-BORNE-DEBUT
               COMPUTE W-ACQUISE-POLICE ROUNDED =
                   W-ACQUISE-POLICE
                   + W-SEG-PRIME * (W-BORNE-FIN - W-BORNE-DEBUT)
                     / W-JOURS-ANNEE
           END-IF

           IF  W-SEG-DEBUT > H-JOUR-ARRETE
               MOVE W-SEG-DEBUT TO W-BORNE-DEBUT
           ELSE
               COMPUTE W-BORNE-DEBUT = H-JOUR-ARRETE + 1
           END-IF
           IF  W-SEG-FIN > W-BORNE-DEBUT
               COMPUTE W-PROVISION-POLICE ROUNDED =
                   W-PROVISION-POLICE
                   + W-SEG-PRIME * (W-SEG-FIN - W-BORNE-DEBUT)
                     / W-JOURS-ANNEE
           END-IF
           .
      *
       ENREGISTRER-GROUPE.
           EXEC SQL
               INSERT INTO PROVISION_PRIME
               (
                 DATE_ARRETE,
                 LIBELLE,
                 COD_REGION,
                 NB_POLICES,
                 PRIME_ACQUISE,
                 PROVISION,
                 DATE_SAISIE
               )
               VALUES
               (
                 DATE(:W-DATE-ARRETE),
                 :W-GRP-LIBELLE,
                 :W-GRP-REGION,
                 :H-NB-POLICES,
                 :H-ACQUISE,
                 :H-PROVISION,
                 CURRENT TIMESTAMP
               )
           END-EXEC
           IF  SQLCODE NOT = ZERO
               PERFORM FORMATAGE-ERREUR-DB2
               PERFORM TRT-ANOMALIE
           END-IF
           .
      *
      *    ANALYSE DES MOUVEMENTS : PAR COUVERTURE PUIS PAR REGION.
      *    ENTREES = CLOTURE - OUVERTURE + ACQUISES, SOIT LES PRIMES
      *    ENTREES EN PROVISION DANS LE MOIS
       EDITER-MOUVEMENTS.
           MOVE SPACES TO ENR-SYS111
           WRITE ENR-SYS111
           MOVE SPACES TO ENR-SYS111
           MOVE 'MOUVEMENTS PAR COUVERTURE' TO ENR-SYS111
           WRITE ENR-SYS111
           MOVE SPACES        TO ENR-SYS111
           MOVE W-LIGNE-TITRE TO ENR-SYS111
           WRITE ENR-SYS111
           PERFORM INITIALISER-TOTAUX
           EXEC SQL
              OPEN C02
           END-EXEC
           IF  SQLCODE NOT = ZERO
               PERFORM FORMATAGE-ERREUR-DB2
               PERFORM TRT-ANOMALIE
           ELSE
               PERFORM LIRE-COUVERTURE-SUIVANTE UNTIL ANOMALIE
                                                OR SQLCODE = 100
               EXEC SQL
                  CLOSE C02
               END-EXEC
               PERFORM ECRIRE-TOTAUX
           END-IF

           IF  NOT ANOMALIE
               MOVE SPACES TO ENR-SYS111
               WRITE ENR-SYS111
               MOVE SPACES TO ENR-SYS111
               MOVE 'MOUVEMENTS PAR REGION' TO ENR-SYS111
               WRITE ENR-SYS111
               MOVE SPACES        TO ENR-SYS111
               MOVE W-LIGNE-TITRE TO ENR-SYS111
               WRITE ENR-SYS111
               PERFORM INITIALISER-TOTAUX
               EXEC SQL
                  OPEN C03
               END-EXEC
               IF  SQLCODE NOT = ZERO
                   PERFORM FORMATAGE-ERREUR-DB2
                   PERFORM TRT-ANOMALIE
               ELSE
                   PERFORM LIRE-REGION-SUIVANTE UNTIL ANOMALIE
                                                OR SQLCODE = 100
                   EXEC SQL
                      CLOSE C03
                   END-EXEC
                   PERFORM ECRIRE-TOTAUX
               END-IF
           END-IF
           .
      *
       LIRE-COUVERTURE-SUIVANTE.
           EXEC SQL
              FETCH C02
               INTO
                      :H-AXE,
                      :H-NB-POLICES,
                      :H-PROVISION-OUVERTURE,
                      :H-ACQUISE,
                      :H-PROVISION
           END-EXEC
           EVALUATE SQLCODE
           WHEN ZERO
              PERFORM ECRIRE-MOUVEMENT
           WHEN +100
              CONTINUE
           WHEN OTHER
              PERFORM FORMATAGE-ERREUR-DB2
              PERFORM TRT-ANOMALIE
           END-EVALUATE
           .
      *
       LIRE-REGION-SUIVANTE.
           MOVE SPACES TO H-AXE
           EXEC SQL
              FETCH C03
               INTO
                      :H-REGION,
                      :H-NB-POLICES,
                      :H-PROVISION-OUVERTURE,
                      :H-ACQUISE,
                      :H-PROVISION
           END-EXEC
           EVALUATE SQLCODE
           WHEN ZERO
              STRING 'REGION ' H-REGION DELIMITED BY SIZE
                INTO H-AXE
              PERFORM ECRIRE-MOUVEMENT
           WHEN +100
              CONTINUE
           WHEN OTHER
              PERFORM FORMATAGE-ERREUR-DB2
              PERFORM TRT-ANOMALIE
           END-EVALUATE
           .
      *
       ECRIRE-MOUVEMENT.
           COMPUTE W-VARIATION = H-PROVISION - H-PROVISION-OUVERTURE
           COMPUTE W-ENTREES   = W-VARIATION + H-ACQUISE
           ADD H-NB-POLICES          TO W-TOT-NB-POLICES
           ADD H-PROVISION-OUVERTURE TO W-TOT-OUVERTURE
           ADD W-ENTREES             TO W-TOT-ENTREES
           ADD H-ACQUISE             TO W-TOT-ACQUISE
           ADD H-PROVISION           TO W-TOT-CLOTURE
           ADD W-VARIATION           TO W-TOT-VARIATION
           MOVE H-AXE                 TO W-MVT-AXE
           MOVE H-NB-POLICES          TO W-MVT-NB-POLICES
           MOVE H-PROVISION-OUVERTURE TO W-MVT-OUVERTURE
           MOVE W-ENTREES             TO W-MVT-ENTREES
           MOVE H-ACQUISE             TO W-MVT-ACQUISE
           MOVE H-PROVISION           TO W-MVT-CLOTURE
           MOVE W-VARIATION           TO W-MVT-VARIATION
           MOVE SPACES            TO ENR-SYS111
           MOVE W-LIGNE-MOUVEMENT TO ENR-SYS111
           WRITE ENR-SYS111
           .
      *
       INITIALISER-TOTAUX.
           MOVE 0 TO W-TOT-NB-POLICES
                     W-TOT-OUVERTURE
                     W-TOT-ENTREES
                     W-TOT-ACQUISE
                     W-TOT-CLOTURE
                     W-TOT-VARIATION
           .
      *
       ECRIRE-TOTAUX.
           MOVE 'TOTAL'          TO W-MVT-AXE
           MOVE W-TOT-NB-POLICES TO W-MVT-NB-POLICES
           MOVE W-TOT-OUVERTURE  TO W-MVT-OUVERTURE
           MOVE W-TOT-ENTREES    TO W-MVT-ENTREES
           MOVE W-TOT-ACQUISE    TO W-MVT-ACQUISE
           MOVE W-TOT-CLOTURE    TO W-MVT-CLOTURE
           MOVE W-TOT-VARIATION  TO W-MVT-VARIATION
           MOVE SPACES            TO ENR-SYS111
           MOVE W-LIGNE-MOUVEMENT TO ENR-SYS111
           WRITE ENR-SYS111
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
           MOVE SPACES TO ENR-SYS111
           WRITE ENR-SYS111
           MOVE SPACES TO ENR-SYS111
           STRING 'POLICES EXAMINEES : ' W-NB-POLICES-LUES
                  DELIMITED BY SIZE INTO ENR-SYS111
           WRITE ENR-SYS111
           CLOSE FSYS111
           IF  ANOMALIE
               DISPLAY 'PNAMEN00 TERMINE EN ANOMALIE'
               MOVE 8 TO RETURN-CODE
           END-IF
           .
