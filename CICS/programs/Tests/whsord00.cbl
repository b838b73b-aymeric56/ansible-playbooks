       IDENTIFICATION DIVISION.
       PROGRAM-ID. WHSORD00.
      *AUTHOR. ELENA.
      **********************************************************
      *                                                        *
      *   EXECUTION QUOTIDIENNE DES ORDRES PERMANENTS          *
      *                                                        *
      *   UN VIREMENT MENSUEL ENTRE DEUX CONTRATS ETAIT SAISI  *
      *   EN TR A LA MAIN A L'ECHEANCE, ET PARFOIS OUBLIE.     *
      *   CE BATCH EXECUTE CHAQUE ORDRE ACTIF DE LA TABLE      *
      *   ORDRES_PERMANENTS (MAINTENUE PAR L'OPERATION OP DE   *
      *   WHSPEAPI) DONT L'ECHEANCE EST ATTEINTE, AVEC LES     *
      *   MEMES CONTROLES ET LES MEMES ECRITURES QUE LE TR DE  *
      *   WHSPEAPI : DEBIT GARDE DU SOURCE, CREDIT DE LA       *
      *   CIBLE, PAIRE DE MOUVEMENTS 'TR' LIES PAR             *
      *   TRANSFER_REF (ICI L'ID DE L'ORDRE, CODE TRANSACTION  *
      *   'BORD'). UN ECHEC SUR SOLDE INSUFFISANT ('06') OU    *
      *   CONTRAT FERME ('05') LAISSE L'ECHEANCE EN PLACE :    *
      *   L'ORDRE EST RETENTE LE LENDEMAIN, JUSQU'A LA LIMITE  *
      *   D'ESSAIS LUE EN SYSIN (COL 1-2, DEFAUT 3) AU-DELA DE *
      *   LAQUELLE IL EST SUSPENDU. TOUT AUTRE REFUS (PAYS,    *
      *   CONTRAT INCONNU...) NE SE CORRIGERA PAS SEUL ET      *
      *   SUSPEND L'ORDRE AUSSITOT. UN ORDRE DONT LA PROCHAINE *
      *   ECHEANCE DEPASSE SA DATE DE FIN EST TERMINE. LE      *
      *   COMPTE RENDU DU JOUR SORT SUR FORDRPT (RC 4 SI UN    *
      *   ORDRE A ETE SUSPENDU).                               *
      *   UNE ECHEANCE QUI TOMBE UN JOUR CHOME DANS LE PAYS DU *
      *   CONTRAT SOURCE (CALENDRIER DU MODULE DATOUVR) EST    *
      *   EXECUTEE LE JOUR OUVRE SUIVANT : D'ICI LA, L'ORDRE   *
      *   EST LISTE 'REPORTE AU' SANS RIEN TOUCHER. LA         *
      *   PROCHAINE ECHEANCE STOCKEE RESTE LA DATE THEORIQUE ; *
      *   LE COMPTE RENDU AFFICHE SA DATE D'EXECUTION.         *
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
           SELECT FORDRPT ASSIGN TO UT-S-ORDRPT.

       DATA DIVISION.
       FILE SECTION.
       FD  FORDRPT
           LABEL RECORD STANDARD
           RECORDING MODE IS F
           BLOCK 0 RECORDS.
       01  ENR-ORDRPT                  PIC X(132).

       WORKING-STORAGE SECTION.

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

      *    LIMITE D'ESSAIS LUE EN SYSIN (COL 1-2), DEFAUT 3
       01  W-SYSIN.
           05 W-SYSIN-LIMITE           PIC X(02).
           05 FILLER                   PIC X(78).
       01  W-LIMITE-ESSAIS             PIC 9(02) VALUE 3.
       01  W-DATE-JOUR                 PIC X(10).
      *    DATE D'EXECUTION = L'ECHEANCE OU LE JOUR OUVRE QUI LA SUIT
      *    DANS LE PAYS DU CONTRAT SOURCE
       01  W-DATE-EXECUTION            PIC X(10).
       01  W-PROCHAINE-EXECUTION       PIC X(10).

      *    COMMUNICATION AREA FOR THE SHARED BUSINESS-DAY DATE SERVICE
           COPY DATOUVC.
       77  C-DATOUVR                   PIC X(07) VALUE 'DATOUVR'.

       01  SQL-HOST-VARIABLES.
          05 H-ID-ORDRE               PIC 9(11).
          05 H-PAYS                   PIC X(02).
          05 H-CONTRAT                PIC 9(11).
          05 H-PAYS-CIBLE             PIC X(02).
          05 H-CONTRAT-CIBLE          PIC 9(11).
          05 H-CROSS-PAYS             PIC X(01).
          05 H-MONTANT                PIC 9(11).
          05 H-FREQUENCE              PIC X(01).
          05 H-ECHEANCE               PIC X(10).
          05 H-PROCHAINE              PIC X(10).
          05 H-NB-ECHECS              PIC S9(4) COMP.
          05 H-LIMITE                 PIC S9(4) COMP.
          05 H-STATUT-ORDRE           PIC X(01).
          05 H-CODE-ECHEC             PIC X(02).
          05 H-REST                   PIC S9(11).
          05 H-STATUT                 PIC X(01).
          05 H-REST-CIBLE             PIC S9(11).
          05 H-STATUT-CIBLE           PIC X(01).
          05 H-SOLDE-APRES            PIC S9(11).
          05 H-DECOUVERT              PIC S9(11).
       01  DISP-SQLCODE                PIC +ZZZZZZZZ9.

      *    RESULTAT DE L'EXECUTION DE L'ORDRE COURANT, CODES DU TR
      *    DE WHSPEAPI
       01  W-CODE-RETOUR               PIC X(02).
           88  ORDRE-EXECUTE           VALUE '00'.
           88  ORDRE-A-RETENTER        VALUE '05' '06'.

       01  W-FIN-ORDRES-SW             PIC X(01) VALUE 'N'.
           88  FIN-ORDRES              VALUE 'Y'.
       01  W-ANOMALIE-SW               PIC X(01) VALUE 'N'.
           88  EN-ANOMALIE             VALUE 'Y'.

       01  W-NB-DUS                    PIC 9(07) VALUE 0.
       01  W-NB-EXECUTES               PIC 9(07) VALUE 0.
       01  W-NB-TERMINES               PIC 9(07) VALUE 0.
       01  W-NB-A-RETENTER             PIC 9(07) VALUE 0.
       01  W-NB-SUSPENDUS              PIC 9(07) VALUE 0.
       01  W-NB-REPORTES               PIC 9(07) VALUE 0.
       01  W-TOTAL-EXECUTE             PIC S9(13) COMP-3 VALUE 0.
       01  W-ESSAI-ED                  PIC 9(02).
       01  W-MONTANT-ED                PIC -(11)9.
       01  W-TOTAL-ED                  PIC -(13)9.

      *    LES ORDRES ACTIFS ARRIVES A ECHEANCE, Y COMPRIS CEUX EN
      *    ATTENTE DE NOUVEL ESSAI
           EXEC SQL
              DECLARE CORD CURSOR FOR
              SELECT ID_ORDRE,
                     PAYS,
                     CONTRAT,
                     PAYS_CIBLE,
                     CONTRAT_CIBLE,
                     COALESCE(CROSS_PAYS, 'N'),
                     MONTANT,
                     FREQUENCE,
                     CHAR(PROCHAINE_ECHEANCE, ISO),
                     NB_ECHECS
                FROM ORDRES_PERMANENTS
               WHERE STATUT = 'A'
                 AND PROCHAINE_ECHEANCE <= CURRENT DATE
               ORDER BY PAYS, CONTRAT, ID_ORDRE
           END-EXEC.

      *--------------------
       PROCEDURE DIVISION.
      *--------------------
           PERFORM DEBUT
           IF NOT EN-ANOMALIE
               PERFORM PARCOURIR-ORDRES
           END-IF
           PERFORM FIN
           GOBACK
           .
      *
      *=============
       DEBUT.
      *=============
           OPEN OUTPUT FORDRPT

           ACCEPT W-SYSIN FROM SYSIN
           IF W-SYSIN-LIMITE IS NUMERIC
              AND W-SYSIN-LIMITE > '00'
               MOVE W-SYSIN-LIMITE TO W-LIMITE-ESSAIS
           END-IF
           MOVE W-LIMITE-ESSAIS TO H-LIMITE

           EXEC SQL
              SELECT CHAR(CURRENT DATE, ISO)
                INTO :W-DATE-JOUR
                FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM DISPLAY-SQL-CODE
               SET EN-ANOMALIE TO TRUE
           END-IF
           DISPLAY 'WHSORD00 - ECHEANCES DU ' W-DATE-JOUR
                   ' - LIMITE D''ESSAIS ' W-LIMITE-ESSAIS

           MOVE SPACES TO ENR-ORDRPT
           STRING 'EXECUTION DES ORDRES PERMANENTS DU ' W-DATE-JOUR
                  '  LIMITE D''ESSAIS ' W-LIMITE-ESSAIS
                  DELIMITED BY SIZE INTO ENR-ORDRPT
           WRITE ENR-ORDRPT
           MOVE SPACES TO ENR-ORDRPT
           WRITE ENR-ORDRPT
           .
      *
      *=============
       PARCOURIR-ORDRES.
      *=============
           EXEC SQL
              OPEN CORD
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM DISPLAY-SQL-CODE
               SET EN-ANOMALIE TO TRUE
           ELSE
               PERFORM TRAITER-UN-ORDRE UNTIL EN-ANOMALIE
                                        OR FIN-ORDRES
               EXEC SQL
                  CLOSE CORD
               END-EXEC
           END-IF
           .
      *
      *=============
       TRAITER-UN-ORDRE.
      *=============
           EXEC SQL
              FETCH CORD
               INTO :H-ID-ORDRE,
                    :H-PAYS,
                    :H-CONTRAT,
                    :H-PAYS-CIBLE,
                    :H-CONTRAT-CIBLE,
                    :H-CROSS-PAYS,
                    :H-MONTANT,
                    :H-FREQUENCE,
                    :H-ECHEANCE,
                    :H-NB-ECHECS
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               ADD 1 TO W-NB-DUS
               MOVE H-ECHEANCE TO DTO-IN-DATE
               PERFORM CALCULER-DATE-EXECUTION
               MOVE DTO-OUT-DATE TO W-DATE-EXECUTION
               IF W-DATE-EXECUTION > W-DATE-JOUR
                   PERFORM REPORTER-ORDRE
               ELSE
                   PERFORM EXECUTER-ORDRE
                   IF NOT EN-ANOMALIE
                       IF ORDRE-EXECUTE
                           PERFORM AVANCER-ECHEANCE
                       ELSE
                           PERFORM ENREGISTRER-ECHEC
                       END-IF
                   END-IF
               END-IF
             WHEN 100
               SET FIN-ORDRES TO TRUE
             WHEN OTHER
               PERFORM DISPLAY-SQL-CODE
               SET EN-ANOMALIE TO TRUE
           END-EVALUATE
           .
      *
      *=============
       CALCULER-DATE-EXECUTION.
      *=============
      *    DTO-IN-DATE S'IL EST OUVRE DANS LE PAYS DU SOURCE, SINON LE
      *    JOUR OUVRE SUIVANT. SANS REPONSE DU CALENDRIER ON GARDE LA
      *    DATE THEORIQUE (UN PAYS NON TRAITE EST REFUSE PLUS LOIN)
           SET DTO-JOUR-SUIVANT TO TRUE
           MOVE H-PAYS TO DTO-IN-PAYS
           CALL C-DATOUVR USING DTO-ENTREE DTO-SORTIE
           EVALUATE TRUE
             WHEN DTO-RETOUR-KO
               DISPLAY 'WHSORD00 - CALENDRIER ' H-PAYS
                       ' ILLISIBLE, ORDRE ' H-ID-ORDRE
               MOVE DTO-IN-DATE TO DTO-OUT-DATE
             WHEN DTO-RETOUR-HORS-CAL
               DISPLAY 'WHSORD00 - CALENDRIER ' H-PAYS
                       ' NON CHARGE, FERIES NON DECOMPTES'
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           .
      *
      *=============
       REPORTER-ORDRE.
      *=============
      *    ECHEANCE UN JOUR CHOME : L'ORDRE RESTE TEL QUEL ET REVIENT
      *    AU PREMIER PASSAGE D'UN JOUR OUVRE
           ADD 1 TO W-NB-REPORTES
           MOVE H-MONTANT TO W-MONTANT-ED
           MOVE SPACES TO ENR-ORDRPT
           STRING '  ORDRE ' H-ID-ORDRE
                  '  ' H-PAYS ' ' H-CONTRAT
                  ' -> ' H-PAYS-CIBLE ' ' H-CONTRAT-CIBLE
                  '  ' W-MONTANT-ED
                  '  ECHEANCE ' H-ECHEANCE
                  '  JOUR CHOME - REPORTE AU ' W-DATE-EXECUTION
                  DELIMITED BY SIZE INTO ENR-ORDRPT
           WRITE ENR-ORDRPT
           .
      *
      *=============
       EXECUTER-ORDRE.
      *=============
      *    MEMES REGLES QUE LE TR DE WHSPEAPI : PAYS TRAITES,
      *    TRANS-PAYS SEULEMENT SI L'ORDRE L'ADMET, CONTRATS DISTINCTS
           MOVE '00' TO W-CODE-RETOUR
           EVALUATE TRUE
             WHEN H-PAYS NOT = 'FR' AND H-PAYS NOT = 'ES'
                  AND H-PAYS NOT = 'PT'
               MOVE '02' TO W-CODE-RETOUR
             WHEN H-PAYS-CIBLE NOT = 'FR' AND H-PAYS-CIBLE NOT = 'ES'
                  AND H-PAYS-CIBLE NOT = 'PT'
               MOVE '02' TO W-CODE-RETOUR
             WHEN H-PAYS NOT = H-PAYS-CIBLE
                  AND H-CROSS-PAYS NOT = 'Y'
               MOVE '11' TO W-CODE-RETOUR
             WHEN H-PAYS = H-PAYS-CIBLE
                  AND H-CONTRAT = H-CONTRAT-CIBLE
               MOVE '12' TO W-CODE-RETOUR
             WHEN OTHER
               PERFORM CONTROLER-CONTRATS
           END-EVALUATE
           IF ORDRE-EXECUTE AND NOT EN-ANOMALIE
               PERFORM APPLIQUER-VIREMENT
           END-IF
           .
      *
      *=============
       CONTROLER-CONTRATS.
      *=============
      *    LE SOURCE PEUT DESCENDRE JUSQU'A SON DECOUVERT AUTORISE EN
      *    VIGUEUR (DECOUVERTS_AUTORISES), COMME POUR LE TR
           EXEC SQL
              SELECT C.RESTANT,
                     COALESCE(C.STATUT, 'O'),
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
                INTO :H-REST,
                     :H-STATUT,
                     :H-DECOUVERT
                FROM CONTRATS C
               WHERE C.PAYS = :H-PAYS
                 AND C.CONTRAT = :H-CONTRAT
           END-EXEC
           EVALUATE TRUE
             WHEN SQLCODE = 100
               MOVE '04' TO W-CODE-RETOUR
             WHEN SQLCODE NOT = 0
               PERFORM DISPLAY-SQL-CODE
               SET EN-ANOMALIE TO TRUE
             WHEN H-STATUT = 'F'
               MOVE '05' TO W-CODE-RETOUR
             WHEN H-REST + H-DECOUVERT < H-MONTANT
               MOVE '06' TO W-CODE-RETOUR
             WHEN OTHER
               EXEC SQL
                  SELECT RESTANT,
                         COALESCE(STATUT, 'O')
                    INTO :H-REST-CIBLE,
                         :H-STATUT-CIBLE
                    FROM CONTRATS
                   WHERE PAYS = :H-PAYS-CIBLE
                     AND CONTRAT = :H-CONTRAT-CIBLE
               END-EXEC
               EVALUATE TRUE
                 WHEN SQLCODE = 100
                   MOVE '04' TO W-CODE-RETOUR
                 WHEN SQLCODE NOT = 0
                   PERFORM DISPLAY-SQL-CODE
                   SET EN-ANOMALIE TO TRUE
                 WHEN H-STATUT-CIBLE = 'F'
                   MOVE '05' TO W-CODE-RETOUR
                 WHEN OTHER
                   CONTINUE
               END-EVALUATE
           END-EVALUATE
           .
      *
      *=============
       APPLIQUER-VIREMENT.
      *=============
      *    DEBIT GARDE DU SOURCE PUIS CREDIT DE LA CIBLE ; UNE ERREUR
      *    SQL ENTRE LES DEUX MET LE BATCH EN ANOMALIE ET LE ROLLBACK
      *    FINAL DEFAIT LE TOUT
           EXEC SQL
              UPDATE CONTRATS
                 SET RESTANT = RESTANT - :H-MONTANT
               WHERE PAYS = :H-PAYS
                 AND CONTRAT = :H-CONTRAT
                 AND RESTANT + :H-DECOUVERT >= :H-MONTANT
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               EXEC SQL
                  UPDATE CONTRATS
                     SET RESTANT = RESTANT + :H-MONTANT
                   WHERE PAYS = :H-PAYS-CIBLE
                     AND CONTRAT = :H-CONTRAT-CIBLE
               END-EXEC
               IF SQLCODE = 0
                   PERFORM HISTORISER-VIREMENT
               ELSE
                   PERFORM DISPLAY-SQL-CODE
                   SET EN-ANOMALIE TO TRUE
               END-IF
             WHEN 100
               MOVE '06' TO W-CODE-RETOUR
             WHEN OTHER
               PERFORM DISPLAY-SQL-CODE
               SET EN-ANOMALIE TO TRUE
           END-EVALUATE
           .
      *
      *=============
       HISTORISER-VIREMENT.
      *=============
      *    PAIRE DE MOUVEMENTS 'TR' LIES PAR TRANSFER_REF = ID DE
      *    L'ORDRE, CHACUN AVEC LE SOLDE APRES RELU
           EXEC SQL
              SELECT RESTANT
                INTO :H-SOLDE-APRES
                FROM CONTRATS
               WHERE PAYS = :H-PAYS
                 AND CONTRAT = :H-CONTRAT
           END-EXEC
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
                    TRANSFER_REF,
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
                    'BORD',
                    :H-ID-ORDRE,
                    'TR'
                  )
               END-EXEC
           END-IF
           IF SQLCODE = 0
               EXEC SQL
                  SELECT RESTANT
                    INTO :H-REST-CIBLE
                    FROM CONTRATS
                   WHERE PAYS = :H-PAYS-CIBLE
                     AND CONTRAT = :H-CONTRAT-CIBLE
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
                    TRANSFER_REF,
                    TYPE_MVT
                  )
                  VALUES
                  (
                    :H-PAYS-CIBLE,
                    :H-CONTRAT-CIBLE,
                    'C',
                    :H-MONTANT,
                    :H-REST-CIBLE,
                    CURRENT TIMESTAMP,
                    'BORD',
                    :H-ID-ORDRE,
                    'TR'
                  )
               END-EXEC
           END-IF
      *    L'ORDRE EST UNE INSTRUCTION DU CLIENT : IL LEVE L'INDICATEUR
      *    DE DORMANCE DES DEUX CONTRATS
           IF SQLCODE = 0
               EXEC SQL
                  UPDATE CONTRATS
                     SET DORMANT       = 'N',
                         DATE_DORMANCE = NULL
                   WHERE DORMANT = 'Y'
                     AND ((PAYS = :H-PAYS AND CONTRAT = :H-CONTRAT)
                       OR (PAYS = :H-PAYS-CIBLE
                           AND CONTRAT = :H-CONTRAT-CIBLE))
               END-EXEC
           END-IF
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM DISPLAY-SQL-CODE
               SET EN-ANOMALIE TO TRUE
           END-IF
           .
      *
      *=============
       AVANCER-ECHEANCE.
      *=============
      *    ECHEANCE SUIVANTE = DATE_DEBUT + RANG X PERIODE EN MOIS ;
      *    AU-DELA DE DATE_FIN L'ORDRE EST TERMINE
           EXEC SQL
              UPDATE ORDRES_PERMANENTS
                 SET NB_ECHEANCES       = NB_ECHEANCES + 1,
                     PROCHAINE_ECHEANCE = DATE_DEBUT
                         + ((NB_ECHEANCES + 1)
                            * CASE FREQUENCE WHEN 'M' THEN 1
                                             WHEN 'T' THEN 3
                                             WHEN 'S' THEN 6
                                             ELSE 12 END) MONTHS,
                     NB_ECHECS          = 0,
                     DERNIER_ECHEC      = NULL,
                     DATE_MAJ           = CURRENT TIMESTAMP
               WHERE ID_ORDRE = :H-ID-ORDRE
           END-EXEC
           IF SQLCODE = 0
               EXEC SQL
                  UPDATE ORDRES_PERMANENTS
                     SET STATUT = 'T'
                   WHERE ID_ORDRE = :H-ID-ORDRE
                     AND DATE_FIN IS NOT NULL
                     AND PROCHAINE_ECHEANCE > DATE_FIN
               END-EXEC
           END-IF
           IF SQLCODE = 0 OR SQLCODE = 100
               EXEC SQL
                  SELECT CHAR(PROCHAINE_ECHEANCE, ISO),
                         STATUT
                    INTO :H-PROCHAINE,
                         :H-STATUT-ORDRE
                    FROM ORDRES_PERMANENTS
                   WHERE ID_ORDRE = :H-ID-ORDRE
               END-EXEC
           END-IF
           IF SQLCODE = 0
               MOVE H-PROCHAINE TO DTO-IN-DATE
               PERFORM CALCULER-DATE-EXECUTION
               MOVE DTO-OUT-DATE TO W-PROCHAINE-EXECUTION
               ADD 1 TO W-NB-EXECUTES
               ADD H-MONTANT TO W-TOTAL-EXECUTE
               MOVE H-MONTANT TO W-MONTANT-ED
               MOVE SPACES TO ENR-ORDRPT
               IF H-STATUT-ORDRE = 'T'
                   ADD 1 TO W-NB-TERMINES
                   STRING '  ORDRE ' H-ID-ORDRE
                          '  ' H-PAYS ' ' H-CONTRAT
                          ' -> ' H-PAYS-CIBLE ' ' H-CONTRAT-CIBLE
                          '  ' W-MONTANT-ED
                          '  ECHEANCE ' H-ECHEANCE
                          '  EXECUTE - ORDRE TERMINE'
                          DELIMITED BY SIZE INTO ENR-ORDRPT
               ELSE
      *            PROCHAINE DATE D'EXECUTION, SUIVIE DE L'ECHEANCE
      *            THEORIQUE (MOIS-JOUR) QUAND ELLE TOMBE UN JOUR CHOME
                   STRING '  ORDRE ' H-ID-ORDRE
                          '  ' H-PAYS ' ' H-CONTRAT
                          ' -> ' H-PAYS-CIBLE ' ' H-CONTRAT-CIBLE
                          '  ' W-MONTANT-ED
                          '  ECHEANCE ' H-ECHEANCE
                          '  EXECUTE - PROCHAINE ' W-PROCHAINE-EXECUTION
                          DELIMITED BY SIZE INTO ENR-ORDRPT
                   IF W-PROCHAINE-EXECUTION NOT = H-PROCHAINE
                       MOVE ' (ECH ' TO ENR-ORDRPT(121:6)
                       MOVE H-PROCHAINE(6:5) TO ENR-ORDRPT(127:5)
                       MOVE ')' TO ENR-ORDRPT(132:1)
                   END-IF
               END-IF
               WRITE ENR-ORDRPT
           ELSE
               PERFORM DISPLAY-SQL-CODE
               SET EN-ANOMALIE TO TRUE
           END-IF
           .
      *
      *=============
       ENREGISTRER-ECHEC.
      *=============
      *    SOLDE INSUFFISANT OU CONTRAT FERME : NOUVEL ESSAI DEMAIN
      *    TANT QUE LA LIMITE N'EST PAS ATTEINTE ; TOUT AUTRE REFUS
      *    SUSPEND L'ORDRE TOUT DE SUITE
           ADD 1 TO H-NB-ECHECS
           MOVE W-CODE-RETOUR TO H-CODE-ECHEC
           IF ORDRE-A-RETENTER AND H-NB-ECHECS < H-LIMITE
               MOVE 'A' TO H-STATUT-ORDRE
           ELSE
               MOVE 'S' TO H-STATUT-ORDRE
           END-IF
           EXEC SQL
              UPDATE ORDRES_PERMANENTS
                 SET NB_ECHECS     = :H-NB-ECHECS,
                     DERNIER_ECHEC = :H-CODE-ECHEC,
                     STATUT        = :H-STATUT-ORDRE,
                     DATE_MAJ      = CURRENT TIMESTAMP
               WHERE ID_ORDRE = :H-ID-ORDRE
           END-EXEC
           IF SQLCODE = 0
               MOVE H-NB-ECHECS TO W-ESSAI-ED
               MOVE H-MONTANT TO W-MONTANT-ED
               MOVE SPACES TO ENR-ORDRPT
               IF H-STATUT-ORDRE = 'S'
                   ADD 1 TO W-NB-SUSPENDUS
                   STRING '  ORDRE ' H-ID-ORDRE
                          '  ' H-PAYS ' ' H-CONTRAT
                          ' -> ' H-PAYS-CIBLE ' ' H-CONTRAT-CIBLE
                          '  ' W-MONTANT-ED
                          '  ECHEANCE ' H-ECHEANCE
                          '  ECHEC ' H-CODE-ECHEC
                          ' - >>> ORDRE SUSPENDU'
                          DELIMITED BY SIZE INTO ENR-ORDRPT
               ELSE
                   ADD 1 TO W-NB-A-RETENTER
                   STRING '  ORDRE ' H-ID-ORDRE
                          '  ' H-PAYS ' ' H-CONTRAT
                          ' -> ' H-PAYS-CIBLE ' ' H-CONTRAT-CIBLE
                          '  ' W-MONTANT-ED
                          '  ECHEANCE ' H-ECHEANCE
                          '  ECHEC ' H-CODE-ECHEC
                          ' - ESSAI ' W-ESSAI-ED
                          '/' W-LIMITE-ESSAIS
                          DELIMITED BY SIZE INTO ENR-ORDRPT
               END-IF
               WRITE ENR-ORDRPT
           ELSE
               PERFORM DISPLAY-SQL-CODE
               SET EN-ANOMALIE TO TRUE
           END-IF
           .
      *
      *=============
       FIN.
      *=============
           MOVE W-TOTAL-EXECUTE TO W-TOTAL-ED
           MOVE SPACES TO ENR-ORDRPT
           WRITE ENR-ORDRPT
           MOVE SPACES TO ENR-ORDRPT
           STRING 'ORDRES ECHUS ' W-NB-DUS
                  '  EXECUTES ' W-NB-EXECUTES
                  '  DONT TERMINES ' W-NB-TERMINES
                  '  A RETENTER ' W-NB-A-RETENTER
                  '  SUSPENDUS ' W-NB-SUSPENDUS
                  '  REPORTES ' W-NB-REPORTES
                  DELIMITED BY SIZE INTO ENR-ORDRPT
           WRITE ENR-ORDRPT
           MOVE SPACES TO ENR-ORDRPT
           STRING 'TOTAL VIRE ' W-TOTAL-ED
                  DELIMITED BY SIZE INTO ENR-ORDRPT
           WRITE ENR-ORDRPT

           CLOSE FORDRPT

           DISPLAY 'WHSORD00 - ORDRES EXECUTES : ' W-NB-EXECUTES
           DISPLAY 'WHSORD00 - ORDRES SUSPENDUS: ' W-NB-SUSPENDUS
           DISPLAY 'WHSORD00 - ORDRES REPORTES : ' W-NB-REPORTES
           IF W-NB-SUSPENDUS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           IF EN-ANOMALIE
      *        PAS DE JOURNEE A MOITIE EXECUTEE : RELANCABLE TELLE
      *        QUELLE
               EXEC SQL
                  ROLLBACK
               END-EXEC
               DISPLAY 'WHSORD00 TERMINE EN ANOMALIE'
               MOVE 8 TO RETURN-CODE
           END-IF
           .
      *
      *=============
       DISPLAY-SQL-CODE.
      *=============
           MOVE SQLCODE TO DISP-SQLCODE
           DISPLAY 'WHSORD00 - BAD SQLCODE : ' DISP-SQLCODE
           .
