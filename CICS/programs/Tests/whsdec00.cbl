       IDENTIFICATION DIVISION.
       PROGRAM-ID. WHSDEC00.
      *AUTHOR. ELENA.
      **********************************************************
      *                                                        *
      *   AGIOS MENSUELS DES CONTRATS A DECOUVERT ET SUIVI     *
      *   DES DECOUVERTS                                       *
      *                                                        *
      *   WHSPEAPI LAISSE UN CONTRAT DESCENDRE SOUS ZERO       *
      *   JUSQU'A SON DECOUVERT AUTORISE (TABLE                *
      *   DECOUVERTS_AUTORISES). POUR LE MOIS SYSIN (COL 1-7   *
      *   AAAA-MM, DEFAUT LE MOIS PRECEDENT), CE BATCH         *
      *   RECONSTITUE LE SOLDE DE FIN DE JOURNEE DE CHAQUE     *
      *   CONTRAT OUVERT DEPUIS MOUVEMENTS, COMPTE LES JOURS   *
      *   PASSES SOUS ZERO ET LEUR APPLIQUE LE TAUX DEBITEUR   *
      *   ANNUEL DU PAYS (TAUX_DEBITEUR, DERNIER TAUX DONT LA  *
      *   DATE D'EFFET EST ATTEINTE, BASE 365 JOURS). LES      *
      *   AGIOS ARRONDIS SONT DEBITES COMME UN MOUVEMENT DE    *
      *   TYPE_MVT 'AG', SANS GARDE DE DECOUVERT ; LA LIGNE    *
      *   AGIOS_CALCULES (UNE PAR CONTRAT ET PAR MOIS) EMPECHE *
      *   DE LES DEBITER DEUX FOIS SI LE BATCH EST RELANCE.    *
      *   LE REGISTRE DES AGIOS PAR PAYS SORT SUR FAGIRPT AVEC *
      *   SES TOTAUX DE CONTROLE. FDEPRPT LISTE, AU JOUR DU    *
      *   PASSAGE, LES CONTRATS AU-DELA DE LEUR DECOUVERT      *
      *   AUTORISE ET CEUX DEBITEURS DEPUIS PLUS DE JOURS QUE  *
      *   LE SEUIL SYSIN (COL 8-10, DEFAUT 30) - RC 4 SI LA    *
      *   LISTE N'EST PAS VIDE.                                *
      *                                                        *
      **********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FAGIRPT ASSIGN TO UT-S-AGIRPT.
           SELECT FDEPRPT ASSIGN TO UT-S-DEPRPT.

       DATA DIVISION.
       FILE SECTION.
       FD  FAGIRPT
           LABEL RECORD STANDARD
           RECORDING MODE IS F
           BLOCK 0 RECORDS.
       01  ENR-AGIRPT                  PIC X(132).
       FD  FDEPRPT
           LABEL RECORD STANDARD
           RECORDING MODE IS F
           BLOCK 0 RECORDS.
       01  ENR-DEPRPT                  PIC X(132).

       WORKING-STORAGE SECTION.

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

      *    CARTE SYSIN : MOIS CALCULE (AAAA-MM) PUIS SEUIL EN JOURS
      *    DE DECOUVERT AU-DELA DUQUEL LE CONTRAT EST SIGNALE
       01  W-SYSIN.
           05 W-SYSIN-MOIS             PIC X(07).
           05 W-SYSIN-JOURS            PIC X(03).
           05 FILLER                   PIC X(70).
       01  W-JOURS-MAX                 PIC 9(03) VALUE 30.
       01  W-MOIS-CALCUL               PIC X(07).
       01  W-DATE-DEBUT                PIC X(10).
       01  W-DATE-FIN                  PIC X(10).
       01  W-DATE-JOUR                 PIC X(10).
       01  W-DATE-TAUX                 PIC X(10).
       01  W-TS-DEBUT                  PIC X(26).

      *    TAUX DEBITEURS ANNUELS EN POURCENT PAR PAYS ET DATE
      *    D'EFFET, CHARGES UNE FOIS EN ORDRE PAYS/DATE
       01  W-TAUX-TABLE.
           05 W-TAUX-ENTREE OCCURS 200.
              10 W-TX-PAYS             PIC X(02).
              10 W-TX-DATE-EFFET       PIC X(10).
              10 W-TX-TAUX             PIC S9(3)V9(4) COMP-3.
       01  W-NB-TAUX                   PIC 9(03) COMP VALUE 0.
       01  I-TX                        PIC 9(03) COMP.
       01  W-TAUX-JOUR                 PIC S9(3)V9(4) COMP-3.

       01  SQL-HOST-VARIABLES.
          05 H-PAYS                   PIC X(02).
          05 H-CONTRAT                PIC 9(11).
          05 H-REST                   PIC S9(11).
          05 H-DECOUVERT              PIC S9(11).
          05 H-MONTANT                PIC 9(11).
          05 H-SOLDE-APRES            PIC S9(11).
          05 H-DATE-EFFET             PIC X(10).
          05 H-TAUX                   PIC S9(3)V9(4) COMP-3.
          05 H-JOUR-MVT               PIC S9(4) COMP.
          05 H-NET-JOUR               PIC S9(11) COMP-3.
          05 H-SOLDE-OUVERTURE        PIC S9(11) COMP-3.
          05 H-NB-JOURS               PIC S9(4) COMP.
          05 H-JOURS-DEBITEUR         PIC S9(9) COMP.
          05 H-NB-MVT-AG              PIC S9(9) COMP.
          05 H-TOTAL-MVT-AG           PIC S9(13) COMP-3.
       01  DISP-SQLCODE                PIC +ZZZZZZZZ9.

      *    SOLDE DE FIN DE JOURNEE, JOURS DEBITEURS ET CUMUL DES
      *    NOMBRES DEBITEURS (SOLDE X TAUX) DU CONTRAT COURANT
       01  W-JOUR                      PIC 9(02).
       01  W-DERNIER-JOUR              PIC 9(02).
       01  W-SOLDE-JOUR                PIC S9(11) COMP-3.
       01  W-NB-JOURS-DEBITEURS        PIC 9(02).
       01  W-NOMBRES                   PIC S9(16)V99 COMP-3.
       01  W-AGIOS                     PIC S9(11) COMP-3.
       01  W-DEPASSEMENT               PIC S9(11) COMP-3.

       01  W-FIN-TAUX-SW               PIC X(01) VALUE 'N'.
           88  FIN-TAUX                VALUE 'Y'.
       01  W-FIN-CONTRATS-SW           PIC X(01) VALUE 'N'.
           88  FIN-CONTRATS            VALUE 'Y'.
       01  W-FIN-JOURS-SW              PIC X(01) VALUE 'N'.
           88  FIN-JOURS               VALUE 'Y'.
       01  W-ANOMALIE-SW               PIC X(01) VALUE 'N'.
           88  EN-ANOMALIE             VALUE 'Y'.

       01  W-PAYS-COURANT              PIC X(02) VALUE SPACES.
       01  W-NB-PAYS-DEBITES           PIC 9(07) VALUE 0.
       01  W-TOTAL-PAYS                PIC S9(13) COMP-3 VALUE 0.
       01  W-NB-CONTRATS               PIC 9(07) VALUE 0.
       01  W-NB-DEBITES                PIC 9(07) VALUE 0.
       01  W-NB-DEJA-DEBITES           PIC 9(07) VALUE 0.
       01  W-NB-DEPASSEMENTS           PIC 9(07) VALUE 0.
       01  W-NB-DEBITEURS-LONGS        PIC 9(07) VALUE 0.
       01  W-TOTAL-AGIOS               PIC S9(13) COMP-3 VALUE 0.
       01  W-NB-ED                     PIC 9(07).
       01  W-JOURS-ED                  PIC 9(05).
       01  W-MONTANT-ED                PIC -(11)9.
       01  W-LIMITE-ED                 PIC -(11)9.
       01  W-TOTAL-ED                  PIC -(13)9.
       01  W-SOLDE-ED                  PIC -(11)9.

      *    LES TAUX DEBITEURS DE TOUS LES PAYS, EN ORDRE PAYS/DATE
           EXEC SQL
              DECLARE CTAUX CURSOR FOR
              SELECT PAYS,
                     CHAR(DATE_EFFET, ISO),
                     TAUX
                FROM TAUX_DEBITEUR
               ORDER BY PAYS, DATE_EFFET
           END-EXEC.

      *    LES CONTRATS OUVERTS DE TOUS LES PAYS AVEC LEUR DECOUVERT
      *    AUTORISE EN VIGUEUR (ZERO SANS LIGNE)
           EXEC SQL
              DECLARE CCTR CURSOR FOR
              SELECT C.PAYS,
                     C.CONTRAT,
                     COALESCE(
                       (SELECT D.LIMITE
                          FROM DECOUVERTS_AUTORISES D
                         WHERE D.PAYS = C.PAYS
                           AND D.CONTRAT = C.CONTRAT
                           AND D.DATE_EFFET =
                               (SELECT MAX(E.DATE_EFFET)
                                  FROM DECOUVERTS_AUTORISES E
                                 WHERE E.PAYS = C.PAYS
                                   AND E.CONTRAT = C.CONTRAT
                                   AND E.DATE_EFFET <= CURRENT DATE)),
                       0)
                FROM CONTRATS C
               WHERE COALESCE(C.STATUT, 'O') = 'O'
               ORDER BY C.PAYS, C.CONTRAT
           END-EXEC.

      *    MOUVEMENT NET DU CONTRAT COURANT PAR JOUR DU MOIS
           EXEC SQL
              DECLARE CJOUR CURSOR FOR
              SELECT DAY(DATE_MVT),
                     SUM(CASE WHEN SENS = 'C'
                              THEN MONTANT
                              ELSE - MONTANT END)
                FROM MOUVEMENTS
               WHERE PAYS = :H-PAYS
                 AND CONTRAT = :H-CONTRAT
                 AND DATE(DATE_MVT) >= DATE(:W-DATE-DEBUT)
                 AND DATE(DATE_MVT) <= DATE(:W-DATE-FIN)
               GROUP BY DAY(DATE_MVT)
               ORDER BY 1
           END-EXEC.

      *--------------------
       PROCEDURE DIVISION.
      *--------------------
           PERFORM DEBUT
           IF NOT EN-ANOMALIE
               PERFORM CHARGER-TAUX
           END-IF
           IF NOT EN-ANOMALIE
               PERFORM PARCOURIR-CONTRATS
           END-IF
           IF NOT EN-ANOMALIE
               PERFORM CONTROLER-POSTAGES
           END-IF
           PERFORM FIN
           GOBACK
           .
      *
      *=============
       DEBUT.
      *=============
           OPEN OUTPUT FAGIRPT
           OPEN OUTPUT FDEPRPT

      *    BORNES DU MOIS PRECEDENT PAR DEFAUT, DATE ET HORODATAGE DU
      *    LANCEMENT POUR LE SUIVI ET LE CONTROLE FINAL
           EXEC SQL
              SELECT CHAR(CURRENT DATE - 1 MONTH, ISO),
                     CHAR(CURRENT DATE, ISO),
                     CHAR(CURRENT TIMESTAMP)
                INTO :W-DATE-DEBUT,
                     :W-DATE-JOUR,
                     :W-TS-DEBUT
                FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM DISPLAY-SQL-CODE
               SET EN-ANOMALIE TO TRUE
           END-IF
           MOVE W-DATE-DEBUT(1:7) TO W-MOIS-CALCUL

           ACCEPT W-SYSIN FROM SYSIN
           IF W-SYSIN-MOIS(1:4) IS NUMERIC
              AND W-SYSIN-MOIS(5:1) = '-'
               MOVE W-SYSIN-MOIS TO W-MOIS-CALCUL
           END-IF
           IF W-SYSIN-JOURS IS NUMERIC
              AND W-SYSIN-JOURS > '000'
               MOVE W-SYSIN-JOURS TO W-JOURS-MAX
           END-IF

      *    PREMIER ET DERNIER JOUR DU MOIS DEMANDE
           MOVE SPACES TO W-DATE-DEBUT
           STRING W-MOIS-CALCUL '-01' DELIMITED BY SIZE
             INTO W-DATE-DEBUT
           EXEC SQL
              SELECT CHAR(LAST_DAY(DATE(:W-DATE-DEBUT)), ISO)
                INTO :W-DATE-FIN
                FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM DISPLAY-SQL-CODE
               SET EN-ANOMALIE TO TRUE
           END-IF
           MOVE W-DATE-FIN(9:2) TO W-DERNIER-JOUR
           DISPLAY 'WHSDEC00 - PERIODE : ' W-DATE-DEBUT
                   ' -> ' W-DATE-FIN
                   ' - SEUIL ' W-JOURS-MAX ' JOURS'

           MOVE SPACES TO ENR-AGIRPT
           STRING 'REGISTRE DES AGIOS DU MOIS ' W-MOIS-CALCUL
                  DELIMITED BY SIZE INTO ENR-AGIRPT
           WRITE ENR-AGIRPT

           MOVE SPACES TO ENR-DEPRPT
           STRING 'CONTRATS DEBITEURS A SURVEILLER AU ' W-DATE-JOUR
                  '  (DEPASSEMENT DU DECOUVERT AUTORISE OU DEBITEUR'
                  ' DEPUIS PLUS DE ' W-JOURS-MAX ' JOURS)'
                  DELIMITED BY SIZE INTO ENR-DEPRPT
           WRITE ENR-DEPRPT
           MOVE SPACES TO ENR-DEPRPT
           WRITE ENR-DEPRPT
           .
      *
      *=============
       CHARGER-TAUX.
      *=============
           EXEC SQL
              OPEN CTAUX
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM DISPLAY-SQL-CODE
               SET EN-ANOMALIE TO TRUE
           ELSE
               PERFORM CHARGER-UN-TAUX UNTIL EN-ANOMALIE
                                       OR FIN-TAUX
               EXEC SQL
                  CLOSE CTAUX
               END-EXEC
           END-IF
           DISPLAY 'WHSDEC00 - TAUX CHARGES : ' W-NB-TAUX
           .
      *
      *=============
       CHARGER-UN-TAUX.
      *=============
           EXEC SQL
              FETCH CTAUX
               INTO :H-PAYS,
                    :H-DATE-EFFET,
                    :H-TAUX
           END-EXEC
           EVALUATE TRUE
             WHEN SQLCODE = 100
               SET FIN-TAUX TO TRUE
             WHEN SQLCODE NOT = 0
               PERFORM DISPLAY-SQL-CODE
               SET EN-ANOMALIE TO TRUE
             WHEN W-NB-TAUX = 200
               DISPLAY 'WHSDEC00 - TABLE DES TAUX SATUREE'
               SET EN-ANOMALIE TO TRUE
             WHEN OTHER
               ADD 1 TO W-NB-TAUX
               MOVE H-PAYS       TO W-TX-PAYS(W-NB-TAUX)
               MOVE H-DATE-EFFET TO W-TX-DATE-EFFET(W-NB-TAUX)
               MOVE H-TAUX       TO W-TX-TAUX(W-NB-TAUX)
           END-EVALUATE
           .
      *
      *=============
       PARCOURIR-CONTRATS.
      *=============
           EXEC SQL
              OPEN CCTR
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM DISPLAY-SQL-CODE
               SET EN-ANOMALIE TO TRUE
           ELSE
               PERFORM TRAITER-UN-CONTRAT UNTIL EN-ANOMALIE
                                          OR FIN-CONTRATS
               EXEC SQL
                  CLOSE CCTR
               END-EXEC
           END-IF
           IF NOT EN-ANOMALIE AND W-PAYS-COURANT NOT = SPACES
               PERFORM EDITER-TOTAL-PAYS
           END-IF
           .
      *
      *=============
       TRAITER-UN-CONTRAT.
      *=============
           EXEC SQL
              FETCH CCTR
               INTO :H-PAYS,
                    :H-CONTRAT,
                    :H-DECOUVERT
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               IF H-PAYS NOT = W-PAYS-COURANT
                   IF W-PAYS-COURANT NOT = SPACES
                       PERFORM EDITER-TOTAL-PAYS
                   END-IF
                   MOVE H-PAYS TO W-PAYS-COURANT
                   MOVE 0 TO W-NB-PAYS-DEBITES
                   MOVE 0 TO W-TOTAL-PAYS
                   MOVE SPACES TO ENR-AGIRPT
                   STRING 'PAYS ' H-PAYS
                          DELIMITED BY SIZE INTO ENR-AGIRPT
                   WRITE ENR-AGIRPT
               END-IF
               ADD 1 TO W-NB-CONTRATS
               PERFORM CALCULER-AGIOS
               IF NOT EN-ANOMALIE AND W-AGIOS > 0
                   PERFORM POSTER-AGIOS
               END-IF
               IF NOT EN-ANOMALIE
                   PERFORM SURVEILLER-DECOUVERT
               END-IF
             WHEN 100
               SET FIN-CONTRATS TO TRUE
             WHEN OTHER
               PERFORM DISPLAY-SQL-CODE
               SET EN-ANOMALIE TO TRUE
           END-EVALUATE
           .
      *
      *=============
       CALCULER-AGIOS.
      *=============
      *    SOLDE D'OUVERTURE = CREDITS MOINS DEBITS ANTERIEURS AU
      *    MOIS, PUIS JOUR PAR JOUR LE MOUVEMENT NET DU JOUR EST
      *    APPLIQUE AVANT DE COMPTER LE SOLDE DE FIN DE JOURNEE
           MOVE 0 TO H-SOLDE-OUVERTURE
           MOVE 0 TO W-NOMBRES
           MOVE 0 TO W-AGIOS
           MOVE 0 TO W-NB-JOURS-DEBITEURS
           EXEC SQL
              SELECT COALESCE(SUM(CASE WHEN SENS = 'C'
                                       THEN MONTANT
                                       ELSE - MONTANT END), 0)
                INTO :H-SOLDE-OUVERTURE
                FROM MOUVEMENTS
               WHERE PAYS = :H-PAYS
                 AND CONTRAT = :H-CONTRAT
                 AND DATE(DATE_MVT) < DATE(:W-DATE-DEBUT)
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM DISPLAY-SQL-CODE
               SET EN-ANOMALIE TO TRUE
           ELSE
               MOVE H-SOLDE-OUVERTURE TO W-SOLDE-JOUR
               MOVE 'N' TO W-FIN-JOURS-SW
               EXEC SQL
                  OPEN CJOUR
               END-EXEC
               IF SQLCODE NOT = 0
                   PERFORM DISPLAY-SQL-CODE
                   SET EN-ANOMALIE TO TRUE
               ELSE
                   PERFORM LIRE-JOUR-MOUVEMENTE
                   PERFORM CUMULER-UN-JOUR
                       VARYING W-JOUR FROM 1 BY 1
                       UNTIL W-JOUR > W-DERNIER-JOUR
                          OR EN-ANOMALIE
                   EXEC SQL
                      CLOSE CJOUR
                   END-EXEC
                   COMPUTE W-AGIOS ROUNDED = W-NOMBRES / 36500
               END-IF
           END-IF
           .
      *
      *=============
       LIRE-JOUR-MOUVEMENTE.
      *=============
           EXEC SQL
              FETCH CJOUR
               INTO :H-JOUR-MVT,
                    :H-NET-JOUR
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               SET FIN-JOURS TO TRUE
             WHEN OTHER
               PERFORM DISPLAY-SQL-CODE
               SET EN-ANOMALIE TO TRUE
           END-EVALUATE
           .
      *
      *=============
       CUMULER-UN-JOUR.
      *=============
           IF NOT FIN-JOURS AND H-JOUR-MVT = W-JOUR
               ADD H-NET-JOUR TO W-SOLDE-JOUR
               PERFORM LIRE-JOUR-MOUVEMENTE
           END-IF
           IF W-SOLDE-JOUR < 0
               ADD 1 TO W-NB-JOURS-DEBITEURS
               MOVE SPACES TO W-DATE-TAUX
               STRING W-MOIS-CALCUL '-' W-JOUR
                      DELIMITED BY SIZE INTO W-DATE-TAUX
               PERFORM CHERCHER-TAUX-JOUR
               COMPUTE W-NOMBRES = W-NOMBRES
                                 - W-SOLDE-JOUR * W-TAUX-JOUR
           END-IF
           .
      *
      *=============
       CHERCHER-TAUX-JOUR.
      *=============
      *    DERNIER TAUX DU PAYS DONT LA DATE D'EFFET EST ATTEINTE ;
      *    AUCUN TAUX EN VIGUEUR = PAS D'AGIOS CE JOUR-LA
           MOVE 0 TO W-TAUX-JOUR
           PERFORM EXAMINER-UN-TAUX
               VARYING I-TX FROM 1 BY 1
               UNTIL I-TX > W-NB-TAUX
           .
      *
      *=============
       EXAMINER-UN-TAUX.
      *=============
           IF W-TX-PAYS(I-TX) = H-PAYS
              AND W-TX-DATE-EFFET(I-TX) NOT > W-DATE-TAUX
               MOVE W-TX-TAUX(I-TX) TO W-TAUX-JOUR
           END-IF
           .
      *
      *=============
       POSTER-AGIOS.
      *=============
      *    LA LIGNE AGIOS_CALCULES SERT DE VERROU DE RELANCE : UN
      *    DOUBLON (-803) SIGNALE UN CONTRAT DEJA DEBITE POUR LE MOIS
           MOVE W-AGIOS TO H-MONTANT
           MOVE W-NB-JOURS-DEBITEURS TO H-NB-JOURS
           EXEC SQL
              INSERT INTO AGIOS_CALCULES
              (
                PAYS,
                CONTRAT,
                MOIS,
                MONTANT,
                NB_JOURS,
                DATE_CALCUL
              )
              VALUES
              (
                :H-PAYS,
                :H-CONTRAT,
                :W-MOIS-CALCUL,
                :H-MONTANT,
                :H-NB-JOURS,
                CURRENT TIMESTAMP
              )
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               PERFORM DEBITER-CONTRAT
             WHEN -803
               ADD 1 TO W-NB-DEJA-DEBITES
             WHEN OTHER
               PERFORM DISPLAY-SQL-CODE
               SET EN-ANOMALIE TO TRUE
           END-EVALUATE
           .
      *
      *=============
       DEBITER-CONTRAT.
      *=============
      *    LES AGIOS SONT DUS MEME AU-DELA DU DECOUVERT AUTORISE : LE
      *    DEBIT N'EST PAS GARDE, LE DEPASSEMENT EST SIGNALE ENSUITE
           EXEC SQL
              UPDATE CONTRATS
                 SET RESTANT = RESTANT - :H-MONTANT
               WHERE PAYS = :H-PAYS
                 AND CONTRAT = :H-CONTRAT
           END-EXEC
           IF SQLCODE = 0
               EXEC SQL
                  SELECT RESTANT
                    INTO :H-SOLDE-APRES
                    FROM CONTRATS
                   WHERE PAYS = :H-PAYS
                     AND CONTRAT = :H-CONTRAT
               END-EXEC
           END-IF
           IF SQLCODE = 0
               EXEC SQL
                  INSERT INTO MOUVEMENTS
                  (
                    PAYS,
                    CONTRAT,
                    SENS,
                    MONTANT,
                    SOLDE_APRES,
                    DATE_MVT,
                    CODE_TRANSACTION,
                    TYPE_MVT
                  )
                  VALUES
                  (
                    :H-PAYS,
                    :H-CONTRAT,
                    'D',
                    :H-MONTANT,
                    :H-SOLDE-APRES,
                    CURRENT TIMESTAMP,
                    'BAGI',
                    'AG'
                  )
               END-EXEC
           END-IF
           IF SQLCODE = 0
               ADD 1 TO W-NB-DEBITES
               ADD 1 TO W-NB-PAYS-DEBITES
               ADD W-AGIOS TO W-TOTAL-PAYS
               ADD W-AGIOS TO W-TOTAL-AGIOS
               MOVE W-AGIOS TO W-MONTANT-ED
               MOVE H-SOLDE-APRES TO W-SOLDE-ED
               MOVE SPACES TO ENR-AGIRPT
               STRING '  ' H-PAYS ' ' H-CONTRAT
                      '  JOURS DEBITEURS ' W-NB-JOURS-DEBITEURS
                      '  AGIOS ' W-MONTANT-ED
                      '  NOUVEAU SOLDE ' W-SOLDE-ED
                      DELIMITED BY SIZE INTO ENR-AGIRPT
               WRITE ENR-AGIRPT
           ELSE
               PERFORM DISPLAY-SQL-CODE
               SET EN-ANOMALIE TO TRUE
           END-IF
           .
      *
      *=============
       SURVEILLER-DECOUVERT.
      *=============
      *    SOLDE DU JOUR, AGIOS COMPRIS. UN CONTRAT DEBITEUR EST
      *    DEBITEUR DEPUIS LE PREMIER MOUVEMENT NEGATIF QUI SUIT SON
      *    DERNIER SOLDE POSITIF OU NUL (ORDRE DES ID_MVT)
           EXEC SQL
              SELECT RESTANT
                INTO :H-REST
                FROM CONTRATS
               WHERE PAYS = :H-PAYS
                 AND CONTRAT = :H-CONTRAT
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM DISPLAY-SQL-CODE
               SET EN-ANOMALIE TO TRUE
           END-IF
           IF NOT EN-ANOMALIE AND H-REST < 0
               MOVE 0 TO H-JOURS-DEBITEUR
               EXEC SQL
                  SELECT COALESCE(DAYS(CURRENT DATE)
                                - DAYS(MIN(DATE(M.DATE_MVT))), 0)
                    INTO :H-JOURS-DEBITEUR
                    FROM MOUVEMENTS M
                   WHERE M.PAYS = :H-PAYS
                     AND M.CONTRAT = :H-CONTRAT
                     AND M.SOLDE_APRES < 0
                     AND M.ID_MVT >
                         COALESCE((SELECT MAX(P.ID_MVT)
                                     FROM MOUVEMENTS P
                                    WHERE P.PAYS = :H-PAYS
                                      AND P.CONTRAT = :H-CONTRAT
                                      AND P.SOLDE_APRES >= 0), 0)
               END-EXEC
               IF SQLCODE NOT = 0
                   PERFORM DISPLAY-SQL-CODE
                   SET EN-ANOMALIE TO TRUE
               ELSE
                   COMPUTE W-DEPASSEMENT = 0 - H-REST - H-DECOUVERT
                   IF W-DEPASSEMENT > 0
                      OR H-JOURS-DEBITEUR > W-JOURS-MAX
                       PERFORM SIGNALER-DECOUVERT
                   END-IF
               END-IF
           END-IF
           .
      *
      *=============
       SIGNALER-DECOUVERT.
      *=============
           MOVE H-REST           TO W-SOLDE-ED
           MOVE H-DECOUVERT      TO W-LIMITE-ED
           MOVE H-JOURS-DEBITEUR TO W-JOURS-ED
           MOVE SPACES TO ENR-DEPRPT
           IF W-DEPASSEMENT > 0
               ADD 1 TO W-NB-DEPASSEMENTS
               MOVE W-DEPASSEMENT TO W-MONTANT-ED
               STRING '  ' H-PAYS ' ' H-CONTRAT
                      '  SOLDE ' W-SOLDE-ED
                      '  AUTORISE ' W-LIMITE-ED
                      '  DEBITEUR DEPUIS ' W-JOURS-ED ' J'
                      '  >>> DEPASSEMENT ' W-MONTANT-ED
                      DELIMITED BY SIZE INTO ENR-DEPRPT
           ELSE
               STRING '  ' H-PAYS ' ' H-CONTRAT
                      '  SOLDE ' W-SOLDE-ED
                      '  AUTORISE ' W-LIMITE-ED
                      '  DEBITEUR DEPUIS ' W-JOURS-ED ' J'
                      DELIMITED BY SIZE INTO ENR-DEPRPT
           END-IF
           IF H-JOURS-DEBITEUR > W-JOURS-MAX
               ADD 1 TO W-NB-DEBITEURS-LONGS
           END-IF
           WRITE ENR-DEPRPT
           .
      *
      *=============
       EDITER-TOTAL-PAYS.
      *=============
           MOVE W-TOTAL-PAYS TO W-TOTAL-ED
           MOVE SPACES TO ENR-AGIRPT
           STRING '  TOTAL PAYS ' W-PAYS-COURANT
                  '  CONTRATS DEBITES ' W-NB-PAYS-DEBITES
                  '  AGIOS ' W-TOTAL-ED
                  DELIMITED BY SIZE INTO ENR-AGIRPT
           WRITE ENR-AGIRPT
           MOVE SPACES TO ENR-AGIRPT
           WRITE ENR-AGIRPT
           .
      *
      *=============
       CONTROLER-POSTAGES.
      *=============
      *    LES MOUVEMENTS 'AG' ECRITS DEPUIS LE LANCEMENT DOIVENT
      *    EGALER EN NOMBRE ET EN MONTANT LE TOTAL DU REGISTRE
           MOVE 0 TO H-NB-MVT-AG
           MOVE 0 TO H-TOTAL-MVT-AG
           EXEC SQL
              SELECT COUNT(*),
                     COALESCE(SUM(MONTANT), 0)
                INTO :H-NB-MVT-AG,
                     :H-TOTAL-MVT-AG
                FROM MOUVEMENTS
               WHERE TYPE_MVT = 'AG'
                 AND DATE_MVT >= TIMESTAMP(:W-TS-DEBUT)
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM DISPLAY-SQL-CODE
               SET EN-ANOMALIE TO TRUE
           ELSE
               MOVE H-NB-MVT-AG    TO W-NB-ED
               MOVE H-TOTAL-MVT-AG TO W-TOTAL-ED
               MOVE SPACES TO ENR-AGIRPT
               STRING 'CONTROLE MOUVEMENTS AG  NOMBRE ' W-NB-ED
                      '  MONTANT ' W-TOTAL-ED
                      DELIMITED BY SIZE INTO ENR-AGIRPT
               WRITE ENR-AGIRPT
               IF H-NB-MVT-AG NOT = W-NB-DEBITES
                  OR H-TOTAL-MVT-AG NOT = W-TOTAL-AGIOS
                   MOVE SPACES TO ENR-AGIRPT
                   MOVE '>>> ECART ENTRE REGISTRE ET MOUVEMENTS AG'
                     TO ENR-AGIRPT
                   WRITE ENR-AGIRPT
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           .
      *
      *=============
       FIN.
      *=============
           MOVE W-TOTAL-AGIOS TO W-TOTAL-ED
           MOVE SPACES TO ENR-AGIRPT
           STRING 'CONTRATS OUVERTS ' W-NB-CONTRATS
                  '  DEBITES ' W-NB-DEBITES
                  '  DEJA DEBITES ' W-NB-DEJA-DEBITES
                  DELIMITED BY SIZE INTO ENR-AGIRPT
           WRITE ENR-AGIRPT
           MOVE SPACES TO ENR-AGIRPT
           STRING 'TOTAL DES AGIOS DEBITES ' W-TOTAL-ED
                  DELIMITED BY SIZE INTO ENR-AGIRPT
           WRITE ENR-AGIRPT

           MOVE SPACES TO ENR-DEPRPT
           WRITE ENR-DEPRPT
           MOVE SPACES TO ENR-DEPRPT
           STRING 'DEPASSEMENTS ' W-NB-DEPASSEMENTS
                  '  DEBITEURS DEPUIS PLUS DE ' W-JOURS-MAX
                  ' JOURS ' W-NB-DEBITEURS-LONGS
                  DELIMITED BY SIZE INTO ENR-DEPRPT
           WRITE ENR-DEPRPT

           CLOSE FAGIRPT
           CLOSE FDEPRPT

           DISPLAY 'WHSDEC00 - CONTRATS DEBITES : ' W-NB-DEBITES
           DISPLAY 'WHSDEC00 - TOTAL AGIOS      : ' W-TOTAL-ED
           IF W-NB-DEPASSEMENTS > 0 OR W-NB-DEBITEURS-LONGS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           IF EN-ANOMALIE
      *        PAS DE MOIS A MOITIE DEBITE
               EXEC SQL
                  ROLLBACK
               END-EXEC
               DISPLAY 'WHSDEC00 TERMINE EN ANOMALIE'
               MOVE 8 TO RETURN-CODE
           END-IF
           .
      *
      *=============
       DISPLAY-SQL-CODE.
      *=============
           MOVE SQLCODE TO DISP-SQLCODE
           DISPLAY 'WHSDEC00 - BAD SQLCODE : ' DISP-SQLCODE
           .
