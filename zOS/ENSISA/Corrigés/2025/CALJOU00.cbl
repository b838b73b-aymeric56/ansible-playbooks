      ****************************************************************
      * PROGRAMME BATCH = CHARGEMENT ANNUEL DU CALENDRIER DES JOURS
      *                   OUVRES ET CHOMES PAR PAYS
      ****************************************************************
      * PROGRAM:  CALJOU00
      *
      * AUTHOR :  Stephane PAUCOT
      *
      * OBJET  :  LES ECHEANCES ET LES DELAIS DES BATCHS (HORIZON DE
      *           RENASS00, TRANCHES D'AGE D'AGEFAC00, ECHEANCIER DE
      *           FACASS00, PRELEVEMENTS PRLFAC00, EXPIRATION DES
      *           RESERVATIONS RESEXP00, RELEVES WHSREL00, ORDRES
      *           PERMANENTS WHSORD00) SE COMPTENT EN JOURS OUVRES
      *           PAR LE MODULE PARTAGE DATOUVR, QUI LIT LA TABLE
      *           CALENDRIER (PAYS, DATE_JOUR, OUVRE 'O'/'N',
      *           LIBELLE). CE PROGRAMME CHARGE DANS CALENDRIER
      *           L'ANNEE AAAA LUE EN SYSIN (PAR DEFAUT L'ANNEE
      *           SUIVANTE, LE JOB PASSANT EN DECEMBRE) POUR LA
      *           FRANCE, L'ESPAGNE ET LE PORTUGAL :
      *             - UNE LIGNE PAR JOUR, SAMEDIS ET DIMANCHES
      *               CHOMES,
      *             - LES FERIES NATIONAUX A DATE FIXE (TABLE
      *               W-FERIES-FIXES) ET CEUX QUI SUIVENT PAQUES
      *               (TABLE W-FERIES-PAQUES, DECALAGE EN JOURS
      *               DEPUIS LE DIMANCHE DE PAQUES, CALCULE ICI),
      *             - PUIS LES EXCEPTIONS DE FSYS131 (JOUR CHOME
      *               EXCEPTIONNEL OU FERIE TRAVAILLE, DECIDE PAR
      *               DECRET), QUI PEUVENT AUSSI CORRIGER UNE ANNEE
      *               DEJA CHARGEE.
      *           L'ANNEE EST D'ABORD VIDEE POUR LE PAYS : UN
      *           RECHARGEMENT REPART DES REGLES, SES EXCEPTIONS
      *           DOIVENT DONC ETRE REPASSEES. FSYS130 LISTE PAR
      *           PAYS LES JOURS FERIES CHARGES ET LE NOMBRE DE
      *           JOURS OUVRES, PUIS LES EXCEPTIONS APPLIQUEES OU
      *           REJETEES. UN SEUL COMMIT EN FIN DE TRAITEMENT.
      *           CODE RETOUR 4 SI UNE EXCEPTION EST REJETEE, 8 SUR
      *           ANOMALIE DB2 (RIEN N'EST CHARGE, RELANCER TEL QUEL).
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALJOU00.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FSYS130 ASSIGN TO UT-S-SYS130.
           SELECT FSYS131 ASSIGN TO UT-S-SYS131.
       DATA DIVISION.
       FILE SECTION.
       FD  FSYS130
           LABEL RECORD STANDARD
           RECORDING MODE IS F
           BLOCK 0 RECORDS.
       01  ENR-SYS130                             PIC X(132).
      *    EXCEPTIONS AU CALENDRIER (LRECL 80)
       FD  FSYS131
           LABEL RECORD STANDARD
           RECORDING MODE IS F
           BLOCK 0 RECORDS.
       01  ENR-SYS131.
           05  E131-PAYS                          PIC X(02).
           05  FILLER                             PIC X(01).
      *        DATE DU JOUR AAAA-MM-JJ
           05  E131-DATE                          PIC X(10).
           05  FILLER                             PIC X(01).
           05  E131-OUVRE                         PIC X(01).
               88  E131-JOUR-OUVRE                VALUE 'O'.
               88  E131-JOUR-CHOME                VALUE 'N'.
           05  FILLER                             PIC X(01).
           05  E131-LIBELLE                       PIC X(30).
           05  FILLER                             PIC X(34).
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
      *    ANNEE CHARGEE, LUE EN SYSIN (AAAA), DEFAUT L'ANNEE SUIVANTE
       01  W-ANNEE-SAISIE                         PIC X(04).
       01  W-ANNEE                                PIC 9(04).
       01  H-ANNEE                                PIC S9(4) COMP.
      *
      *    PAYS DU CALENDRIER
       01  W-PAYS-TABLE.
           05  FILLER                             PIC X(02) VALUE 'FR'.
           05  FILLER                             PIC X(02) VALUE 'ES'.
           05  FILLER                             PIC X(02) VALUE 'PT'.
       01  W-PAYS-TAB REDEFINES W-PAYS-TABLE.
           05  W-PAYS-CODE OCCURS 3               PIC X(02).
       01  I-P                                    PIC S9(4) COMP.
      *
      *    FERIES NATIONAUX A DATE FIXE : PAYS, MM-JJ, LIBELLE
       01  W-FERIES-FIXES-TABLE.
           05  FILLER      PIC X(07) VALUE 'FR01-01'.
           05  FILLER      PIC X(23) VALUE 'JOUR DE L''AN'.
           05  FILLER      PIC X(07) VALUE 'FR05-01'.
           05  FILLER      PIC X(23) VALUE 'FETE DU TRAVAIL'.
           05  FILLER      PIC X(07) VALUE 'FR05-08'.
           05  FILLER      PIC X(23) VALUE 'VICTOIRE 1945'.
           05  FILLER      PIC X(07) VALUE 'FR07-14'.
           05  FILLER      PIC X(23) VALUE 'FETE NATIONALE'.
           05  FILLER      PIC X(07) VALUE 'FR08-15'.
           05  FILLER      PIC X(23) VALUE 'ASSOMPTION'.
           05  FILLER      PIC X(07) VALUE 'FR11-01'.
           05  FILLER      PIC X(23) VALUE 'TOUSSAINT'.
           05  FILLER      PIC X(07) VALUE 'FR11-11'.
           05  FILLER      PIC X(23) VALUE 'ARMISTICE 1918'.
           05  FILLER      PIC X(07) VALUE 'FR12-25'.
           05  FILLER      PIC X(23) VALUE 'NOEL'.
           05  FILLER      PIC X(07) VALUE 'ES01-01'.
           05  FILLER      PIC X(23) VALUE 'ANO NUEVO'.
           05  FILLER      PIC X(07) VALUE 'ES01-06'.
           05  FILLER      PIC X(23) VALUE 'EPIFANIA'.
           05  FILLER      PIC X(07) VALUE 'ES05-01'.
           05  FILLER      PIC X(23) VALUE 'FIESTA DEL TRABAJO'.
           05  FILLER      PIC X(07) VALUE 'ES08-15'.
           05  FILLER      PIC X(23) VALUE 'ASUNCION'.
           05  FILLER      PIC X(07) VALUE 'ES10-12'.
           05  FILLER      PIC X(23) VALUE 'FIESTA NACIONAL'.
           05  FILLER      PIC X(07) VALUE 'ES11-01'.
           05  FILLER      PIC X(23) VALUE 'TODOS LOS SANTOS'.
           05  FILLER      PIC X(07) VALUE 'ES12-06'.
           05  FILLER      PIC X(23) VALUE 'CONSTITUCION'.
           05  FILLER      PIC X(07) VALUE 'ES12-08'.
           05  FILLER      PIC X(23) VALUE 'INMACULADA CONCEPCION'.
           05  FILLER      PIC X(07) VALUE 'ES12-25'.
           05  FILLER      PIC X(23) VALUE 'NAVIDAD'.
           05  FILLER      PIC X(07) VALUE 'PT01-01'.
           05  FILLER      PIC X(23) VALUE 'ANO NOVO'.
           05  FILLER      PIC X(07) VALUE 'PT04-25'.
           05  FILLER      PIC X(23) VALUE 'DIA DA LIBERDADE'.
           05  FILLER      PIC X(07) VALUE 'PT05-01'.
           05  FILLER      PIC X(23) VALUE 'DIA DO TRABALHADOR'.
           05  FILLER      PIC X(07) VALUE 'PT06-10'.
           05  FILLER      PIC X(23) VALUE 'DIA DE PORTUGAL'.
           05  FILLER      PIC X(07) VALUE 'PT08-15'.
           05  FILLER      PIC X(23) VALUE 'ASSUNCAO'.
           05  FILLER      PIC X(07) VALUE 'PT10-05'.
           05  FILLER      PIC X(23) VALUE 'IMPLANTACAO REPUBLICA'.
           05  FILLER      PIC X(07) VALUE 'PT11-01'.
           05  FILLER      PIC X(23) VALUE 'TODOS OS SANTOS'.
           05  FILLER      PIC X(07) VALUE 'PT12-01'.
           05  FILLER      PIC X(23) VALUE 'RESTAURACAO'.
           05  FILLER      PIC X(07) VALUE 'PT12-08'.
           05  FILLER      PIC X(23) VALUE 'IMACULADA CONCEICAO'.
           05  FILLER      PIC X(07) VALUE 'PT12-25'.
           05  FILLER      PIC X(23) VALUE 'NATAL'.
       01  W-FERIES-FIXES-TAB REDEFINES W-FERIES-FIXES-TABLE.
           05  W-FF-ENTREE OCCURS 28.
               10  W-FF-PAYS                      PIC X(02).
               10  W-FF-MOIS-JOUR                 PIC X(05).
               10  W-FF-LIBELLE                   PIC X(23).
       01  W-NB-FERIES-FIXES                      PIC S9(4) COMP
                                                  VALUE 28.
       01  I-F                                    PIC S9(4) COMP.
      *
      *    FERIES MOBILES : PAYS, DECALAGE DEPUIS PAQUES, LIBELLE
       01  W-FERIES-PAQUES-TABLE.
           05  FILLER      PIC X(02) VALUE 'FR'.
           05  FILLER      PIC S9(03) VALUE +1.
           05  FILLER      PIC X(23) VALUE 'LUNDI DE PAQUES'.
           05  FILLER      PIC X(02) VALUE 'FR'.
           05  FILLER      PIC S9(03) VALUE +39.
           05  FILLER      PIC X(23) VALUE 'ASCENSION'.
           05  FILLER      PIC X(02) VALUE 'FR'.
           05  FILLER      PIC S9(03) VALUE +50.
           05  FILLER      PIC X(23) VALUE 'LUNDI DE PENTECOTE'.
           05  FILLER      PIC X(02) VALUE 'ES'.
           05  FILLER      PIC S9(03) VALUE -2.
           05  FILLER      PIC X(23) VALUE 'VIERNES SANTO'.
           05  FILLER      PIC X(02) VALUE 'PT'.
           05  FILLER      PIC S9(03) VALUE -2.
           05  FILLER      PIC X(23) VALUE 'SEXTA-FEIRA SANTA'.
           05  FILLER      PIC X(02) VALUE 'PT'.
           05  FILLER      PIC S9(03) VALUE +60.
           05  FILLER      PIC X(23) VALUE 'CORPO DE DEUS'.
       01  W-FERIES-PAQUES-TAB REDEFINES W-FERIES-PAQUES-TABLE.
           05  W-FP-ENTREE OCCURS 6.
               10  W-FP-PAYS                      PIC X(02).
               10  W-FP-DECALAGE                  PIC S9(03).
               10  W-FP-LIBELLE                   PIC X(23).
       01  W-NB-FERIES-PAQUES                     PIC S9(4) COMP
                                                  VALUE 6.
      *
      *    NOMBRE DE JOURS DE CHAQUE MOIS (FEVRIER AJUSTE SI L'ANNEE
      *    EST BISSEXTILE)
       01  W-JOURS-MOIS-TABLE                     PIC X(24)
                                                  VALUE
               '312831303130313130313031'.
       01  W-JOURS-MOIS-TAB REDEFINES W-JOURS-MOIS-TABLE.
           05  W-NB-JOURS-MOIS OCCURS 12          PIC 9(02).
      *
      *    JOUR COURANT DE L'ANNEE EN COURS DE CHARGEMENT
       01  W-DATE-JOUR.
           05  W-DJ-ANNEE                         PIC 9(04).
           05  FILLER                             PIC X(01) VALUE '-'.
           05  W-DJ-MOIS                          PIC 9(02).
           05  FILLER                             PIC X(01) VALUE '-'.
           05  W-DJ-JOUR                          PIC 9(02).
      *    JOUR DE LA SEMAINE, 1 = LUNDI ... 7 = DIMANCHE
       01  W-JOUR-SEMAINE                         PIC S9(4) COMP.
       01  W-JOUR-SEMAINE-1ER-JANVIER             PIC S9(4) COMP.
       01  W-NB-JOURS-AN                          PIC S9(4) COMP.
       01  I-J                                    PIC S9(4) COMP.
      *
      *    CALCUL DU 1ER JANVIER ET DE PAQUES (CALENDRIER GREGORIEN)
       01  W-AN-PREC                              PIC S9(5) COMP.
       01  W-QUOTIENT                             PIC S9(5) COMP.
       01  W-R4                                   PIC S9(5) COMP.
       01  W-R100                                 PIC S9(5) COMP.
       01  W-R400                                 PIC S9(5) COMP.
       01  W-PQ-A                                 PIC S9(5) COMP.
       01  W-PQ-B                                 PIC S9(5) COMP.
       01  W-PQ-C                                 PIC S9(5) COMP.
       01  W-PQ-D                                 PIC S9(5) COMP.
       01  W-PQ-E                                 PIC S9(5) COMP.
       01  W-PQ-F                                 PIC S9(5) COMP.
       01  W-PQ-G                                 PIC S9(5) COMP.
       01  W-PQ-H                                 PIC S9(5) COMP.
       01  W-PQ-I                                 PIC S9(5) COMP.
       01  W-PQ-K                                 PIC S9(5) COMP.
       01  W-PQ-L                                 PIC S9(5) COMP.
       01  W-PQ-M                                 PIC S9(5) COMP.
       01  W-PQ-N                                 PIC S9(5) COMP.
       01  W-PQ-R                                 PIC S9(5) COMP.
       01  W-DATE-PAQUES.
           05  W-DP-ANNEE                         PIC 9(04).
           05  FILLER                             PIC X(01) VALUE '-'.
           05  W-DP-MOIS                          PIC 9(02).
           05  FILLER                             PIC X(01) VALUE '-'.
           05  W-DP-JOUR                          PIC 9(02).
      *
      *    LIGNE DE CALENDRIER
       01  H-PAYS                                 PIC X(02).
       01  H-DATE-JOUR                            PIC X(10).
       01  H-OUVRE                                PIC X(01).
       01  H-LIBELLE                              PIC X(30).
       01  H-DECALAGE                             PIC S9(4) COMP.
       01  H-JOUR-SEMAINE                         PIC S9(4) COMP.
       01  H-NB-OUVRES                            PIC S9(9) COMP.
      *
       01  W-NOMS-JOURS-TABLE.
           05  FILLER                             PIC X(09)
                                                  VALUE 'LUNDI'.
           05  FILLER                             PIC X(09)
                                                  VALUE 'MARDI'.
           05  FILLER                             PIC X(09)
                                                  VALUE 'MERCREDI'.
           05  FILLER                             PIC X(09)
                                                  VALUE 'JEUDI'.
           05  FILLER                             PIC X(09)
                                                  VALUE 'VENDREDI'.
           05  FILLER                             PIC X(09)
                                                  VALUE 'SAMEDI'.
           05  FILLER                             PIC X(09)
                                                  VALUE 'DIMANCHE'.
       01  W-NOMS-JOURS-TAB REDEFINES W-NOMS-JOURS-TABLE.
           05  W-NOM-JOUR OCCURS 7                PIC X(09).
      *
       01  W-FIN-FICHIER-SW                       PIC X(01) VALUE 'N'.
           88  FIN-FICHIER-ATTEINTE               VALUE 'Y'.
       01  W-FIN-FERIES-SW                        PIC X(01) VALUE 'N'.
           88  FIN-FERIES                         VALUE 'Y'.
       01  W-MOTIF-REJET                          PIC X(30).
      *
       01  W-NB-JOURS-CHARGES                     PIC 9(08) VALUE 0.
       01  W-NB-EXCEPTIONS-LUES                   PIC 9(08) VALUE 0.
       01  W-NB-EXCEPTIONS-APPLIQUEES             PIC 9(08) VALUE 0.
       01  W-NB-EXCEPTIONS-REJETEES               PIC 9(08) VALUE 0.
       01  W-NB-OUVRES-ED                         PIC ZZ9.
      *
       01  W-LIGNE-FERIE.
           05  FILLER                             PIC X(02) VALUE SPACE.
           05  W-LF-DATE                          PIC X(10).
           05  FILLER                             PIC X(02) VALUE SPACE.
           05  W-LF-JOUR                          PIC X(09).
           05  FILLER                             PIC X(02) VALUE SPACE.
           05  W-LF-LIBELLE                       PIC X(30).
           05  FILLER                             PIC X(77) VALUE SPACE.
      *
       01  W-LIGNE-EXCEPTION.
           05  W-LE-ACTION                        PIC X(10).
           05  FILLER                             PIC X(02) VALUE SPACE.
           05  W-LE-PAYS                          PIC X(02).
           05  FILLER                             PIC X(02) VALUE SPACE.
           05  W-LE-DATE                          PIC X(10).
           05  FILLER                             PIC X(02) VALUE SPACE.
           05  W-LE-OUVRE                         PIC X(01).
           05  FILLER                             PIC X(02) VALUE SPACE.
           05  W-LE-LIBELLE                       PIC X(30).
           05  FILLER                             PIC X(02) VALUE SPACE.
           05  W-LE-MOTIF                         PIC X(30).
           05  FILLER                             PIC X(39) VALUE SPACE.
      *
       01  W-LIGNE-TOTAL.
           05  W-TOT-LIBELLE                      PIC X(30).
           05  W-TOT-NOMBRE                       PIC 9(08).
           05  FILLER                             PIC X(94) VALUE SPACE.
      *
      * JOURS FERIES DU PAYS ET DE L'ANNEE CHARGES (LES WEEK-ENDS
      * SANS AUTRE MOTIF NE SONT PAS LISTES)
           EXEC SQL
              DECLARE C01 CURSOR FOR
              SELECT CHAR(DATE_JOUR, ISO),
                     DAYOFWEEK_ISO(DATE_JOUR),
                     LIBELLE
                FROM CALENDRIER
               WHERE PAYS = :H-PAYS
                 AND YEAR(DATE_JOUR) = :H-ANNEE
                 AND OUVRE = 'N'
                 AND LIBELLE NOT IN ('SAMEDI', 'DIMANCHE')
               ORDER BY DATE_JOUR
           END-EXEC.
      *
      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
           PERFORM DEBUT
           IF  NOT ANOMALIE
               PERFORM CHARGER-PAYS VARYING I-P FROM 1 BY 1
                                    UNTIL I-P > 3 OR ANOMALIE
           END-IF
           IF  NOT ANOMALIE
               PERFORM APPLIQUER-EXCEPTIONS
           END-IF
           IF  NOT ANOMALIE
               PERFORM EDITER-PAYS VARYING I-P FROM 1 BY 1
                                   UNTIL I-P > 3 OR ANOMALIE
           END-IF
           PERFORM FIN
           GOBACK
           .
      *
      * PARAGRAPHE DE DEBUT DE PROGRAMME
       DEBUT.
           SET PAS-ANOMALIE TO TRUE
           OPEN INPUT  FSYS131
           OPEN OUTPUT FSYS130
           EXEC SQL
              SELECT YEAR(CURRENT DATE) + 1
                INTO :H-ANNEE
                FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF  SQLCODE NOT = ZERO
               PERFORM FORMATAGE-ERREUR-DB2
               PERFORM TRT-ANOMALIE
           END-IF
           MOVE H-ANNEE TO W-ANNEE
           ACCEPT W-ANNEE-SAISIE FROM SYSIN
           IF  W-ANNEE-SAISIE IS NUMERIC
           AND W-ANNEE-SAISIE > '1900'
           AND W-ANNEE-SAISIE < '2100'
               MOVE W-ANNEE-SAISIE TO W-ANNEE
           END-IF
           MOVE W-ANNEE TO H-ANNEE
           DISPLAY 'CALENDRIER CHARGE POUR L''ANNEE ' W-ANNEE

           PERFORM CALCULER-ANNEE
           PERFORM CALCULER-PAQUES

           MOVE SPACES TO ENR-SYS130
           STRING 'CALENDRIER DES JOURS OUVRES ' W-ANNEE
                  ' - PAQUES LE ' W-DATE-PAQUES
                  DELIMITED BY SIZE INTO ENR-SYS130
           WRITE ENR-SYS130
           .
      *
      *    ANNEE BISSEXTILE ET JOUR DE LA SEMAINE DU 1ER JANVIER
      *    (FORMULE DE GAUSS : 0 = DIMANCHE)
       CALCULER-ANNEE.
           MOVE 28  TO W-NB-JOURS-MOIS(2)
           MOVE 365 TO W-NB-JOURS-AN
           DIVIDE W-ANNEE BY 4   GIVING W-QUOTIENT REMAINDER W-R4
           DIVIDE W-ANNEE BY 100 GIVING W-QUOTIENT REMAINDER W-R100
           DIVIDE W-ANNEE BY 400 GIVING W-QUOTIENT REMAINDER W-R400
           IF  W-R400 = 0
           OR (W-R4 = 0 AND W-R100 NOT = 0)
               MOVE 29  TO W-NB-JOURS-MOIS(2)
               MOVE 366 TO W-NB-JOURS-AN
           END-IF

           COMPUTE W-AN-PREC = W-ANNEE - 1
           DIVIDE W-AN-PREC BY 4   GIVING W-QUOTIENT REMAINDER W-R4
           DIVIDE W-AN-PREC BY 100 GIVING W-QUOTIENT REMAINDER W-R100
           DIVIDE W-AN-PREC BY 400 GIVING W-QUOTIENT REMAINDER W-R400
           COMPUTE W-PQ-N = 1 + 5 * W-R4 + 4 * W-R100 + 6 * W-R400
           DIVIDE W-PQ-N BY 7 GIVING W-QUOTIENT
                  REMAINDER W-JOUR-SEMAINE-1ER-JANVIER
           IF  W-JOUR-SEMAINE-1ER-JANVIER = 0
               MOVE 7 TO W-JOUR-SEMAINE-1ER-JANVIER
           END-IF
           .
      *
      *    DIMANCHE DE PAQUES (ALGORITHME DE MEEUS/JONES/BUTCHER)
       CALCULER-PAQUES.
           DIVIDE W-ANNEE BY 19  GIVING W-QUOTIENT REMAINDER W-PQ-A
           DIVIDE W-ANNEE BY 100 GIVING W-PQ-B    REMAINDER W-PQ-C
           DIVIDE W-PQ-B  BY 4   GIVING W-PQ-D    REMAINDER W-PQ-E
           COMPUTE W-PQ-F = (W-PQ-B + 8) / 25
           COMPUTE W-PQ-G = (W-PQ-B - W-PQ-F + 1) / 3
           COMPUTE W-PQ-N = 19 * W-PQ-A + W-PQ-B - W-PQ-D - W-PQ-G
                          + 15
           DIVIDE W-PQ-N BY 30 GIVING W-QUOTIENT REMAINDER W-PQ-H
           DIVIDE W-PQ-C BY 4  GIVING W-PQ-I     REMAINDER W-PQ-K
           COMPUTE W-PQ-N = 32 + 2 * W-PQ-E + 2 * W-PQ-I - W-PQ-H
                          - W-PQ-K
           DIVIDE W-PQ-N BY 7 GIVING W-QUOTIENT REMAINDER W-PQ-L
           COMPUTE W-PQ-M = (W-PQ-A + 11 * W-PQ-H + 22 * W-PQ-L) / 451
           COMPUTE W-PQ-N = W-PQ-H + W-PQ-L - 7 * W-PQ-M + 114
           DIVIDE W-PQ-N BY 31 GIVING W-QUOTIENT REMAINDER W-PQ-R
           MOVE W-ANNEE    TO W-DP-ANNEE
           MOVE W-QUOTIENT TO W-DP-MOIS
           COMPUTE W-DP-JOUR = W-PQ-R + 1
           .
      *
      *    L'ANNEE DU PAYS EST VIDEE PUIS RECREEE JOUR PAR JOUR, LES
      *    FERIES ETANT ENSUITE POSES SUR LES JOURS CREES
       CHARGER-PAYS.
           MOVE W-PAYS-CODE(I-P) TO H-PAYS
           EXEC SQL
              DELETE FROM CALENDRIER
               WHERE PAYS = :H-PAYS
                 AND YEAR(DATE_JOUR) = :H-ANNEE
           END-EXEC
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM FORMATAGE-ERREUR-DB2
               PERFORM TRT-ANOMALIE
           END-IF

           MOVE W-ANNEE TO W-DJ-ANNEE
           MOVE 1       TO W-DJ-MOIS
           MOVE 1       TO W-DJ-JOUR
           MOVE W-JOUR-SEMAINE-1ER-JANVIER TO W-JOUR-SEMAINE
           PERFORM CREER-JOUR VARYING I-J FROM 1 BY 1
                              UNTIL I-J > W-NB-JOURS-AN OR ANOMALIE

           PERFORM POSER-FERIE-FIXE VARYING I-F FROM 1 BY 1
                              UNTIL I-F > W-NB-FERIES-FIXES
                                 OR ANOMALIE
           PERFORM POSER-FERIE-PAQUES VARYING I-F FROM 1 BY 1
                              UNTIL I-F > W-NB-FERIES-PAQUES
                                 OR ANOMALIE
           .
      *
       CREER-JOUR.
           MOVE W-DATE-JOUR TO H-DATE-JOUR
           IF  W-JOUR-SEMAINE > 5
               MOVE 'N' TO H-OUVRE
               MOVE W-NOM-JOUR(W-JOUR-SEMAINE) TO H-LIBELLE
           ELSE
               MOVE 'O'    TO H-OUVRE
               MOVE SPACES TO H-LIBELLE
           END-IF
           EXEC SQL
              INSERT INTO CALENDRIER
                    (PAYS,
                     DATE_JOUR,
                     OUVRE,
                     LIBELLE)
              VALUES (:H-PAYS,
                      DATE(:H-DATE-JOUR),
                      :H-OUVRE,
                      :H-LIBELLE)
           END-EXEC
           IF  SQLCODE NOT = ZERO
               PERFORM FORMATAGE-ERREUR-DB2
               PERFORM TRT-ANOMALIE
           ELSE
               ADD 1 TO W-NB-JOURS-CHARGES
           END-IF

      *    JOUR SUIVANT
           ADD 1 TO W-JOUR-SEMAINE
           IF  W-JOUR-SEMAINE > 7
               MOVE 1 TO W-JOUR-SEMAINE
           END-IF
           ADD 1 TO W-DJ-JOUR
           IF  W-DJ-JOUR > W-NB-JOURS-MOIS(W-DJ-MOIS)
               MOVE 1 TO W-DJ-JOUR
               ADD 1 TO W-DJ-MOIS
           END-IF
           .
      *
       POSER-FERIE-FIXE.
           IF  W-FF-PAYS(I-F) = H-PAYS
               MOVE SPACES TO H-DATE-JOUR
               STRING W-ANNEE '-' W-FF-MOIS-JOUR(I-F)
                      DELIMITED BY SIZE INTO H-DATE-JOUR
               MOVE W-FF-LIBELLE(I-F) TO H-LIBELLE
               EXEC SQL
                  UPDATE CALENDRIER
                     SET OUVRE   = 'N',
                         LIBELLE = :H-LIBELLE
                   WHERE PAYS      = :H-PAYS
                     AND DATE_JOUR = DATE(:H-DATE-JOUR)
               END-EXEC
               IF  SQLCODE NOT = ZERO
                   PERFORM FORMATAGE-ERREUR-DB2
                   PERFORM TRT-ANOMALIE
               END-IF
           END-IF
           .
      *
       POSER-FERIE-PAQUES.
           IF  W-FP-PAYS(I-F) = H-PAYS
               MOVE W-FP-DECALAGE(I-F) TO H-DECALAGE
               MOVE W-FP-LIBELLE(I-F)  TO H-LIBELLE
               MOVE W-DATE-PAQUES      TO H-DATE-JOUR
               EXEC SQL
                  UPDATE CALENDRIER
                     SET OUVRE   = 'N',
                         LIBELLE = :H-LIBELLE
                   WHERE PAYS      = :H-PAYS
                     AND DATE_JOUR = DATE(:H-DATE-JOUR)
                                     + :H-DECALAGE DAYS
               END-EXEC
               IF  SQLCODE NOT = ZERO
                   PERFORM FORMATAGE-ERREUR-DB2
                   PERFORM TRT-ANOMALIE
               END-IF
           END-IF
           .
      *
      *    JOURS CHOMES OU TRAVAILLES PAR DECISION PARTICULIERE, POUR
      *    L'ANNEE CHARGEE OU UNE ANNEE DEJA EN TABLE
       APPLIQUER-EXCEPTIONS.
           MOVE SPACES TO ENR-SYS130
           WRITE ENR-SYS130
           MOVE SPACES TO ENR-SYS130
           MOVE 'EXCEPTIONS AU CALENDRIER' TO ENR-SYS130
           WRITE ENR-SYS130
           PERFORM LIRE-EXCEPTION
           PERFORM TRAITER-EXCEPTION UNTIL FIN-FICHIER-ATTEINTE
                                     OR ANOMALIE
           .
      *
       LIRE-EXCEPTION.
           READ FSYS131
             AT END
               SET FIN-FICHIER-ATTEINTE TO TRUE
             NOT AT END
               ADD 1 TO W-NB-EXCEPTIONS-LUES
           END-READ
           .
      *
       TRAITER-EXCEPTION.
           MOVE SPACES TO W-MOTIF-REJET
           EVALUATE TRUE
             WHEN E131-PAYS NOT = 'FR' AND E131-PAYS NOT = 'ES'
                                       AND E131-PAYS NOT = 'PT'
               MOVE 'PAYS INCONNU' TO W-MOTIF-REJET
             WHEN NOT E131-JOUR-OUVRE AND NOT E131-JOUR-CHOME
               MOVE 'INDICATEUR OUVRE INVALIDE' TO W-MOTIF-REJET
             WHEN E131-DATE(1:4) IS NOT NUMERIC
               OR E131-DATE(5:1) NOT = '-'
               MOVE 'DATE INVALIDE' TO W-MOTIF-REJET
             WHEN OTHER
               MOVE E131-PAYS    TO H-PAYS
               MOVE E131-DATE    TO H-DATE-JOUR
               MOVE E131-OUVRE   TO H-OUVRE
               MOVE E131-LIBELLE TO H-LIBELLE
               EXEC SQL
                  UPDATE CALENDRIER
                     SET OUVRE   = :H-OUVRE,
                         LIBELLE = :H-LIBELLE
                   WHERE PAYS      = :H-PAYS
                     AND DATE_JOUR = DATE(:H-DATE-JOUR)
               END-EXEC
               EVALUATE SQLCODE
               WHEN ZERO
                  CONTINUE
               WHEN +100
                  MOVE 'ANNEE NON CHARGEE' TO W-MOTIF-REJET
               WHEN -180
               WHEN -181
                  MOVE 'DATE INVALIDE' TO W-MOTIF-REJET
               WHEN OTHER
                  PERFORM FORMATAGE-ERREUR-DB2
                  PERFORM TRT-ANOMALIE
               END-EVALUATE
           END-EVALUATE

           IF  NOT ANOMALIE
               MOVE E131-PAYS    TO W-LE-PAYS
               MOVE E131-DATE    TO W-LE-DATE
               MOVE E131-OUVRE   TO W-LE-OUVRE
               MOVE E131-LIBELLE TO W-LE-LIBELLE
               MOVE W-MOTIF-REJET TO W-LE-MOTIF
               IF  W-MOTIF-REJET = SPACES
                   ADD 1 TO W-NB-EXCEPTIONS-APPLIQUEES
                   MOVE 'APPLIQUEE' TO W-LE-ACTION
               ELSE
                   ADD 1 TO W-NB-EXCEPTIONS-REJETEES
                   MOVE 'REJETEE'   TO W-LE-ACTION
               END-IF
               MOVE W-LIGNE-EXCEPTION TO ENR-SYS130
               WRITE ENR-SYS130
               PERFORM LIRE-EXCEPTION
           END-IF
           .
      *
      *    FERIES ET NOMBRE DE JOURS OUVRES DU PAYS, EXCEPTIONS
      *    COMPRISES
       EDITER-PAYS.
           MOVE W-PAYS-CODE(I-P) TO H-PAYS
           MOVE SPACES TO ENR-SYS130
           WRITE ENR-SYS130
           MOVE SPACES TO ENR-SYS130
           STRING 'PAYS ' H-PAYS ' - JOURS FERIES ' W-ANNEE
                  DELIMITED BY SIZE INTO ENR-SYS130
           WRITE ENR-SYS130

           MOVE 'N' TO W-FIN-FERIES-SW
           EXEC SQL
              OPEN C01
           END-EXEC
           IF  SQLCODE NOT = ZERO
               PERFORM FORMATAGE-ERREUR-DB2
               PERFORM TRT-ANOMALIE
           ELSE
               PERFORM LISTER-FERIE UNTIL FIN-FERIES OR ANOMALIE
               EXEC SQL
                  CLOSE C01
               END-EXEC
           END-IF

           MOVE 0 TO H-NB-OUVRES
           EXEC SQL
              SELECT COUNT(*)
                INTO :H-NB-OUVRES
                FROM CALENDRIER
               WHERE PAYS = :H-PAYS
                 AND YEAR(DATE_JOUR) = :H-ANNEE
                 AND OUVRE = 'O'
           END-EXEC
           IF  SQLCODE NOT = ZERO
               PERFORM FORMATAGE-ERREUR-DB2
               PERFORM TRT-ANOMALIE
           END-IF
           MOVE H-NB-OUVRES TO W-NB-OUVRES-ED
           MOVE SPACES TO ENR-SYS130
           STRING '  JOURS OUVRES : ' W-NB-OUVRES-ED
                  DELIMITED BY SIZE INTO ENR-SYS130
           WRITE ENR-SYS130
           .
      *
       LISTER-FERIE.
           EXEC SQL
              FETCH C01
               INTO :H-DATE-JOUR,
                    :H-JOUR-SEMAINE,
                    :H-LIBELLE
           END-EXEC
           EVALUATE SQLCODE
           WHEN ZERO
              MOVE H-DATE-JOUR TO W-LF-DATE
              MOVE W-NOM-JOUR(H-JOUR-SEMAINE) TO W-LF-JOUR
              MOVE H-LIBELLE   TO W-LF-LIBELLE
              MOVE W-LIGNE-FERIE TO ENR-SYS130
              WRITE ENR-SYS130
           WHEN +100
              SET FIN-FERIES TO TRUE
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
       ECRIRE-LIGNE-TOTAL.
           MOVE W-LIGNE-TOTAL TO ENR-SYS130
           WRITE ENR-SYS130
           .
      *
      * PARAGRAPHE DE FIN DE PROGRAMME
       FIN.
           IF  ANOMALIE
               EXEC SQL
                  ROLLBACK
               END-EXEC
           ELSE
               EXEC SQL
                  COMMIT
               END-EXEC
           END-IF

           MOVE SPACES TO ENR-SYS130
           WRITE ENR-SYS130
           MOVE 'TOTAL JOURS CHARGES         : ' TO W-TOT-LIBELLE
           MOVE W-NB-JOURS-CHARGES               TO W-TOT-NOMBRE
           PERFORM ECRIRE-LIGNE-TOTAL
           MOVE 'TOTAL EXCEPTIONS LUES       : ' TO W-TOT-LIBELLE
           MOVE W-NB-EXCEPTIONS-LUES             TO W-TOT-NOMBRE
           PERFORM ECRIRE-LIGNE-TOTAL
           MOVE 'TOTAL EXCEPTIONS APPLIQUEES : ' TO W-TOT-LIBELLE
           MOVE W-NB-EXCEPTIONS-APPLIQUEES       TO W-TOT-NOMBRE
           PERFORM ECRIRE-LIGNE-TOTAL
           MOVE 'TOTAL EXCEPTIONS REJETEES   : ' TO W-TOT-LIBELLE
           MOVE W-NB-EXCEPTIONS-REJETEES         TO W-TOT-NOMBRE
           PERFORM ECRIRE-LIGNE-TOTAL

           CLOSE FSYS131
           CLOSE FSYS130
           DISPLAY 'CALJOU00 - JOURS CHARGES   : ' W-NB-JOURS-CHARGES
           DISPLAY 'CALJOU00 - EXCEPTIONS REJETEES : '
                   W-NB-EXCEPTIONS-REJETEES
           EVALUATE TRUE
             WHEN ANOMALIE
               DISPLAY 'CALJOU00 TERMINE EN ANOMALIE'
               MOVE 8 TO RETURN-CODE
             WHEN W-NB-EXCEPTIONS-REJETEES > 0
               MOVE 4 TO RETURN-CODE
             WHEN OTHER
               MOVE 0 TO RETURN-CODE
           END-EVALUATE
           .
