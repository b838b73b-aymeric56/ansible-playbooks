       IDENTIFICATION DIVISION.
       PROGRAM-ID. WHSINT00.
      *AUTHOR. ELENA.
      **********************************************************
      *                                                        *
      *   CALCUL ET POSTAGE MENSUEL DES INTERETS SUR LES       *
      *   SOLDES DES CONTRATS                                  *
      *                                                        *
      *   LES INTERETS ETAIENT CALCULES HORS MAINFRAME ET      *
      *   POSTES EN CR MANUELS, INDISCERNABLES DES CREDITS     *
      *   ORDINAIRES. POUR LE MOIS SYSIN (CARTE AAAA-MM,       *
      *   DEFAUT LE MOIS PRECEDENT), CE BATCH RECONSTITUE LE   *
      *   SOLDE DE FIN DE JOURNEE DE CHAQUE CONTRAT OUVERT     *
      *   DEPUIS MOUVEMENTS, LUI APPLIQUE LE TAUX ANNUEL DU    *
      *   JOUR POUR SON PAYS (TAUX_INTERET, DERNIER TAUX DONT  *
      *   LA DATE D'EFFET EST ATTEINTE, BASE 365 JOURS, SOLDES *
      *   POSITIFS SEULS) ET POSTE LE TOTAL ARRONDI COMME UN   *
      *   CREDIT DE TYPE_MVT 'IN'. INTERETS_CALCULES GARDE UNE *
      *   LIGNE PAR CONTRAT ET PAR MOIS : UN CONTRAT DEJA      *
      *   CREDITE POUR LE MOIS N'EST PAS RECREDITE SI LE BATCH *
      *   EST RELANCE. LE REGISTRE DES INTERETS PAR PAYS EST   *
      *   EDITE SUR FINTRPT AVEC SES TOTAUX DE CONTROLE, DONT  *
      *   LA CONFRONTATION AUX MOUVEMENTS 'IN' REELLEMENT      *
      *   ECRITS. LE CREDIT PASSE PAR RESTANT ET MOUVEMENTS    *
      *   ENSEMBLE : WHSREC00 CONTINUE DE RAPPROCHER.          *
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
           SELECT FINTRPT ASSIGN TO UT-S-INTRPT.

       DATA DIVISION.
       FILE SECTION.
       FD  FINTRPT
           LABEL RECORD STANDARD
           RECORDING MODE IS F
           BLOCK 0 RECORDS.
       01  ENR-INTRPT                  PIC X(132).

       WORKING-STORAGE SECTION.

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

      *    MOIS CALCULE LU EN SYSIN (AAAA-MM), DEFAUT LE MOIS
      *    PRECEDENT - LES BORNES SONT CALCULEES PAR DB2
       01  W-MOIS-SAISI                PIC X(07).
       01  W-MOIS-CALCUL               PIC X(07).
       01  W-DATE-DEBUT                PIC X(10).
       01  W-DATE-FIN                  PIC X(10).
       01  W-DATE-JOUR                 PIC X(10).
       01  W-TS-DEBUT                  PIC X(26).

      *    TAUX ANNUELS EN POURCENT PAR PAYS ET DATE D'EFFET, CHARGES
      *    UNE FOIS EN ORDRE PAYS/DATE
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
          05 H-MONTANT                PIC 9(11).
          05 H-SOLDE-APRES            PIC S9(11).
          05 H-DATE-EFFET             PIC X(10).
          05 H-TAUX                   PIC S9(3)V9(4) COMP-3.
          05 H-JOUR-MVT               PIC S9(4) COMP.
          05 H-NET-JOUR               PIC S9(11) COMP-3.
          05 H-SOLDE-OUVERTURE        PIC S9(11) COMP-3.
          05 H-NB-MVT-IN              PIC S9(9) COMP.
          05 H-TOTAL-MVT-IN           PIC S9(13) COMP-3.
       01  DISP-SQLCODE                PIC +ZZZZZZZZ9.

      *    SOLDE DE FIN DE JOURNEE ET CUMUL DES NOMBRES (SOLDE X
      *    TAUX) DU CONTRAT COURANT
       01  W-JOUR                      PIC 9(02).
       01  W-DERNIER-JOUR              PIC 9(02).
       01  W-SOLDE-JOUR                PIC S9(11) COMP-3.
       01  W-NOMBRES                   PIC S9(16)V99 COMP-3.
       01  W-INTERETS                  PIC S9(11) COMP-3.

       01  W-FIN-TAUX-SW               PIC X(01) VALUE 'N'.
           88  FIN-TAUX                VALUE 'Y'.
       01  W-FIN-CONTRATS-SW           PIC X(01) VALUE 'N'.
           88  FIN-CONTRATS            VALUE 'Y'.
       01  W-FIN-JOURS-SW              PIC X(01) VALUE 'N'.
           88  FIN-JOURS               VALUE 'Y'.
       01  W-ANOMALIE-SW               PIC X(01) VALUE 'N'.
           88  EN-ANOMALIE             VALUE 'Y'.

       01  W-PAYS-COURANT              PIC X(02) VALUE SPACES.
       01  W-NB-PAYS-CREDITES          PIC 9(07) VALUE 0.
       01  W-TOTAL-PAYS                PIC S9(13) COMP-3 VALUE 0.
       01  W-NB-CONTRATS               PIC 9(07) VALUE 0.
       01  W-NB-CREDITES               PIC 9(07) VALUE 0.
       01  W-NB-SANS-INTERET           PIC 9(07) VALUE 0.
       01  W-NB-DEJA-CREDITES          PIC 9(07) VALUE 0.
       01  W-TOTAL-INTERETS            PIC S9(13) COMP-3 VALUE 0.
       01  W-NB-ED                     PIC 9(07).
       01  W-MONTANT-ED                PIC -(11)9.
       01  W-TOTAL-ED                  PIC -(13)9.
       01  W-SOLDE-ED                  PIC -(11)9.

      *    LES TAUX DE TOUS LES PAYS, EN ORDRE PAYS/DATE D'EFFET
           EXEC SQL
              DECLARE CTAUX CURSOR FOR
              SELECT PAYS,
                     CHAR(DATE_EFFET, ISO),
                     TAUX
                FROM TAUX_INTERET
               ORDER BY PAYS, DATE_EFFET
           END-EXEC.

      *    LES CONTRATS OUVERTS DE TOUS LES PAYS
           EXEC SQL
              DECLARE CCTR CURSOR FOR
              SELECT PAYS,
                     CONTRAT
                FROM CONTRATS
               WHERE COALESCE(STATUT, 'O') = 'O'
               ORDER BY PAYS, CONTRAT
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
           OPEN OUTPUT FINTRPT

      *    BORNES DU MOIS PRECEDENT PAR DEFAUT ET HORODATAGE DU
      *    LANCEMENT POUR LE CONTROLE FINAL
           EXEC SQL
              SELECT CHAR(CURRENT DATE - 1 MONTH, ISO),
                     CHAR(CURRENT TIMESTAMP)
                INTO :W-DATE-DEBUT,
                     :W-TS-DEBUT
                FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM DISPLAY-SQL-CODE
               SET EN-ANOMALIE TO TRUE
           END-IF
           MOVE W-DATE-DEBUT(1:7) TO W-MOIS-CALCUL

           ACCEPT W-MOIS-SAISI FROM SYSIN
           IF W-MOIS-SAISI(1:4) IS NUMERIC
              AND W-MOIS-SAISI(5:1) = '-'
               MOVE W-MOIS-SAISI TO W-MOIS-CALCUL
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
           DISPLAY 'WHSINT00 - PERIODE : ' W-DATE-DEBUT
                   ' -> ' W-DATE-FIN

           MOVE SPACES TO ENR-INTRPT
           STRING 'REGISTRE DES INTERETS DU MOIS ' W-MOIS-CALCUL
                  DELIMITED BY SIZE INTO ENR-INTRPT
           WRITE ENR-INTRPT
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
           DISPLAY 'WHSINT00 - TAUX CHARGES : ' W-NB-TAUX
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
               DISPLAY 'WHSINT00 - TABLE DES TAUX SATUREE'
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
                    :H-CONTRAT
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               IF H-PAYS NOT = W-PAYS-COURANT
                   IF W-PAYS-COURANT NOT = SPACES
                       PERFORM EDITER-TOTAL-PAYS
                   END-IF
                   MOVE H-PAYS TO W-PAYS-COURANT
                   MOVE 0 TO W-NB-PAYS-CREDITES
                   MOVE 0 TO W-TOTAL-PAYS
                   MOVE SPACES TO ENR-INTRPT
                   STRING 'PAYS ' H-PAYS
                          DELIMITED BY SIZE INTO ENR-INTRPT
                   WRITE ENR-INTRPT
               END-IF
               ADD 1 TO W-NB-CONTRATS
               PERFORM CALCULER-INTERETS
               IF NOT EN-ANOMALIE
                   IF W-INTERETS > 0
                       PERFORM POSTER-INTERETS
                   ELSE
                       ADD 1 TO W-NB-SANS-INTERET
                   END-IF
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
       CALCULER-INTERETS.
      *=============
      *    SOLDE D'OUVERTURE = CREDITS MOINS DEBITS ANTERIEURS AU
      *    MOIS, PUIS JOUR PAR JOUR LE MOUVEMENT NET DU JOUR EST
      *    APPLIQUE AVANT DE COMPTER LE SOLDE DE FIN DE JOURNEE
           MOVE 0 TO H-SOLDE-OUVERTURE
           MOVE 0 TO W-NOMBRES
           MOVE 0 TO W-INTERETS
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
                   COMPUTE W-INTERETS ROUNDED = W-NOMBRES / 36500
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
           IF W-SOLDE-JOUR > 0
               MOVE SPACES TO W-DATE-JOUR
               STRING W-MOIS-CALCUL '-' W-JOUR
                      DELIMITED BY SIZE INTO W-DATE-JOUR
               PERFORM CHERCHER-TAUX-JOUR
               COMPUTE W-NOMBRES = W-NOMBRES
                                 + W-SOLDE-JOUR * W-TAUX-JOUR
           END-IF
           .
      *
      *=============
       CHERCHER-TAUX-JOUR.
      *=============
      *    DERNIER TAUX DU PAYS DONT LA DATE D'EFFET EST ATTEINTE ;
      *    AUCUN TAUX EN VIGUEUR = PAS D'INTERET CE JOUR-LA
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
              AND W-TX-DATE-EFFET(I-TX) NOT > W-DATE-JOUR
               MOVE W-TX-TAUX(I-TX) TO W-TAUX-JOUR
           END-IF
           .
      *
      *=============
       POSTER-INTERETS.
      *=============
      *    LA LIGNE INTERETS_CALCULES SERT DE VERROU DE RELANCE : UN
      *    DOUBLON (-803) SIGNALE UN CONTRAT DEJA CREDITE POUR LE MOIS
           MOVE W-INTERETS TO H-MONTANT
           EXEC SQL
              INSERT INTO INTERETS_CALCULES
              (
                PAYS,
                CONTRAT,
                MOIS,
                MONTANT,
                DATE_CALCUL
              )
              VALUES
              (
                :H-PAYS,
                :H-CONTRAT,
                :W-MOIS-CALCUL,
                :H-MONTANT,
                CURRENT TIMESTAMP
              )
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               PERFORM CREDITER-CONTRAT
             WHEN -803
               ADD 1 TO W-NB-DEJA-CREDITES
             WHEN OTHER
               PERFORM DISPLAY-SQL-CODE
               SET EN-ANOMALIE TO TRUE
           END-EVALUATE
           .
      *
      *=============
       CREDITER-CONTRAT.
      *=============
           EXEC SQL
              UPDATE CONTRATS
                 SET RESTANT = RESTANT + :H-MONTANT
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
                    'C',
                    :H-MONTANT,
                    :H-SOLDE-APRES,
                    CURRENT TIMESTAMP,
                    'BINT',
                    'IN'
                  )
               END-EXEC
           END-IF
           IF SQLCODE = 0
               ADD 1 TO W-NB-CREDITES
               ADD 1 TO W-NB-PAYS-CREDITES
               ADD W-INTERETS TO W-TOTAL-PAYS
               ADD W-INTERETS TO W-TOTAL-INTERETS
               MOVE W-INTERETS TO W-MONTANT-ED
               MOVE H-SOLDE-APRES TO W-SOLDE-ED
               MOVE SPACES TO ENR-INTRPT
               STRING '  ' H-PAYS ' ' H-CONTRAT
                      '  INTERETS ' W-MONTANT-ED
                      '  NOUVEAU SOLDE ' W-SOLDE-ED
                      DELIMITED BY SIZE INTO ENR-INTRPT
               WRITE ENR-INTRPT
           ELSE
               PERFORM DISPLAY-SQL-CODE
               SET EN-ANOMALIE TO TRUE
           END-IF
           .
      *
      *=============
       EDITER-TOTAL-PAYS.
      *=============
           MOVE W-TOTAL-PAYS TO W-TOTAL-ED
           MOVE SPACES TO ENR-INTRPT
           STRING '  TOTAL PAYS ' W-PAYS-COURANT
                  '  CONTRATS CREDITES ' W-NB-PAYS-CREDITES
                  '  INTERETS ' W-TOTAL-ED
                  DELIMITED BY SIZE INTO ENR-INTRPT
           WRITE ENR-INTRPT
           MOVE SPACES TO ENR-INTRPT
           WRITE ENR-INTRPT
           .
      *
      *=============
       CONTROLER-POSTAGES.
      *=============
      *    LES MOUVEMENTS 'IN' ECRITS DEPUIS LE LANCEMENT DOIVENT
      *    EGALER EN NOMBRE ET EN MONTANT LE TOTAL DU REGISTRE
           MOVE 0 TO H-NB-MVT-IN
           MOVE 0 TO H-TOTAL-MVT-IN
           EXEC SQL
              SELECT COUNT(*),
                     COALESCE(SUM(MONTANT), 0)
                INTO :H-NB-MVT-IN,
                     :H-TOTAL-MVT-IN
                FROM MOUVEMENTS
               WHERE TYPE_MVT = 'IN'
                 AND DATE_MVT >= TIMESTAMP(:W-TS-DEBUT)
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM DISPLAY-SQL-CODE
               SET EN-ANOMALIE TO TRUE
           ELSE
               MOVE H-NB-MVT-IN    TO W-NB-ED
               MOVE H-TOTAL-MVT-IN TO W-TOTAL-ED
               MOVE SPACES TO ENR-INTRPT
               STRING 'CONTROLE MOUVEMENTS IN  NOMBRE ' W-NB-ED
                      '  MONTANT ' W-TOTAL-ED
                      DELIMITED BY SIZE INTO ENR-INTRPT
               WRITE ENR-INTRPT
               IF H-NB-MVT-IN NOT = W-NB-CREDITES
                  OR H-TOTAL-MVT-IN NOT = W-TOTAL-INTERETS
                   MOVE SPACES TO ENR-INTRPT
                   MOVE '>>> ECART ENTRE REGISTRE ET MOUVEMENTS IN'
                     TO ENR-INTRPT
                   WRITE ENR-INTRPT
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           .
      *
      *=============
       FIN.
      *=============
           MOVE W-TOTAL-INTERETS TO W-TOTAL-ED
           MOVE SPACES TO ENR-INTRPT
           STRING 'CONTRATS OUVERTS ' W-NB-CONTRATS
                  '  CREDITES ' W-NB-CREDITES
                  '  SANS INTERET ' W-NB-SANS-INTERET
                  '  DEJA CREDITES ' W-NB-DEJA-CREDITES
                  DELIMITED BY SIZE INTO ENR-INTRPT
           WRITE ENR-INTRPT
           MOVE SPACES TO ENR-INTRPT
           STRING 'TOTAL DES INTERETS POSTES ' W-TOTAL-ED
                  DELIMITED BY SIZE INTO ENR-INTRPT
           WRITE ENR-INTRPT

           CLOSE FINTRPT

           DISPLAY 'WHSINT00 - CONTRATS CREDITES : ' W-NB-CREDITES
           DISPLAY 'WHSINT00 - TOTAL INTERETS    : ' W-TOTAL-ED
           IF EN-ANOMALIE
      *        PAS DE MOIS A MOITIE CREDITE
               EXEC SQL
                  ROLLBACK
               END-EXEC
               DISPLAY 'WHSINT00 TERMINE EN ANOMALIE'
               MOVE 8 TO RETURN-CODE
           END-IF
           .
      *
      *=============
       DISPLAY-SQL-CODE.
      *=============
           MOVE SQLCODE TO DISP-SQLCODE
           DISPLAY 'WHSINT00 - BAD SQLCODE : ' DISP-SQLCODE
           .
