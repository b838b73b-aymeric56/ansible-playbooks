      *****************************************************************
      *                                                               *
      * MODULE NAME = BUDRPT00                                        *
      *                                                               *
      * DESCRIPTIVE NAME = CICS TS (Samples) Example Application -    *
      *                     Catalog Manager budget consumption report *
      *                                                               *
      * FUNCTION =                                                    *
      *      CONFRM in DFH0XCM1 refuses an order that would take the  *
      *      charge department over its DEPT_BUDGETS budget (set by   *
      *      the BUDSET request) and flags one reaching the warning   *
      *      margin. This weekly report shows, for every budget       *
      *      period in force on the run date, the budget, the amount  *
      *      committed by confirmed orders ('C' or 'S', priced as     *
      *      CHGBCK00 and the CONFRM check price them) less the       *
      *      RETURN credits of the period, what remains,              *
      *      the percentage used, the pending 'R' reservations still  *
      *      to confirm (at today's price) and the number of orders   *
      *      confirmed inside the warning margin, with a DEPASSE /    *
      *      ALERTE marker per department and the grand totals.       *
      *                                                               *
      *      SYSIN card : reference date AAAA-MM-JJ in col 1-10,      *
      *      blank = today.                                           *
      *                                                               *
      *---------------------------------------------------------------*
      *                                                               *
      * CHANGE ACTIVITY :                                             *
      *                                                               *
      *   2026/10/15 Creation - weekly budget consumption per charge  *
      *              department (AA)                                  *
      *   2026/10/15 Committed amount net of the RETURNS credited in  *
      *              the period, as on the CHGBCK00 chargeback (AA)   *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDRPT00.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDRPT ASSIGN TO UT-S-BUDRPT.
      *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  BUDRPT
           LABEL RECORD STANDARD
           RECORDING MODE IS F
           BLOCK 0 RECORDS.
       01  ENR-BUDRPT                              PIC X(132).
      *
      *****************************************************************
       WORKING-STORAGE SECTION.
      *****************************************************************
      *
      *    DATE DE REFERENCE LUE EN SYSIN (AAAA-MM-JJ, BLANC = JOUR)
       01  W-CARTE-SYSIN.
           05  W-DATE-REF               PIC X(10).
           05  FILLER                   PIC X(70).
      *
       01  W-CHARGE-DEPT                PIC 9(3).
       01  W-DEPT-NAME                  PIC X(20).
       01  W-BUD-START                  PIC X(10).
       01  W-BUD-END                    PIC X(10).
       01  W-BUD-AMOUNT                 PIC S9(9)V99   COMP-3.
       01  W-BUD-WARN-PCT               PIC S9(4)      COMP.
       01  W-BUD-COMMITTED              PIC S9(9)V99   COMP-3.
       01  W-BUD-PENDING                PIC S9(9)V99   COMP-3.
       01  W-BUD-CREDITS                PIC S9(9)V99   COMP-3.
       01  W-BUD-REMAINING              PIC S9(9)V99   COMP-3.
       01  W-NB-ALERTES                 PIC S9(9)      COMP.
       01  W-POURCENT                   PIC S9(5)      COMP-3.
      *
       01  W-NB-DEPTS                   PIC 9(5) VALUE 0.
       01  W-NB-DEPASSES                PIC 9(5) VALUE 0.
       01  W-NB-EN-ALERTE               PIC 9(5) VALUE 0.
       01  W-TOT-BUDGET                 PIC S9(11)V99  COMP-3 VALUE 0.
       01  W-TOT-COMMITTED              PIC S9(11)V99  COMP-3 VALUE 0.
       01  W-TOT-PENDING                PIC S9(11)V99  COMP-3 VALUE 0.
       01  W-ANOMALIE-SW                PIC X(1) VALUE 'N'.
           88  EN-ANOMALIE              VALUE 'Y'.
      *
       01  W-LIGNE-BUDGET.
           05  RL-CHARGE-DEPT           PIC 9(3).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RL-DEPT-NAME             PIC X(20).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RL-BUD-START             PIC X(10).
           05  FILLER                   PIC X(4)  VALUE ' AU '.
           05  RL-BUD-END               PIC X(10).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RL-BUD-AMOUNT            PIC Z(8)9.99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RL-BUD-COMMITTED         PIC Z(8)9.99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RL-BUD-REMAINING         PIC -(8)9.99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RL-POURCENT              PIC ZZ9.
           05  FILLER                   PIC X(1)  VALUE '%'.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RL-BUD-PENDING           PIC Z(8)9.99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RL-NB-ALERTES            PIC ZZZ9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RL-ETAT                  PIC X(8).
           05  FILLER                   PIC X(5)  VALUE SPACES.
      *
       01  W-LIGNE-TOTAL.
           05  RT-LIBELLE               PIC X(52).
           05  RT-TOT-BUDGET            PIC -(9)9.99.
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  RT-TOT-COMMITTED         PIC -(9)9.99.
           05  FILLER                   PIC X(21) VALUE SPACES.
           05  RT-TOT-PENDING           PIC -(9)9.99.
           05  FILLER                   PIC X(19) VALUE SPACES.
      *
      * VARIABLES DB2 SYSTEM
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
      *
      *    POUR DISPLAY SQLCODE
       01  W-SQLCODE PIC S999.
       01  SQLCODE-POUR-DISPLAY PIC ----.
      *
      *    LES PERIODES BUDGETAIRES EN VIGUEUR A LA DATE DE REFERENCE
           EXEC SQL
              DECLARE BUD-CSR CURSOR FOR
              SELECT B.charge_dept,
                     COALESCE((SELECT D.dept_name
                          FROM DEPARTMENTS D
                         WHERE D.department = B.charge_dept), ' '),
                     CHAR(B.period_start, ISO),
                     CHAR(B.period_end, ISO),
                     B.budget_amount,
                     B.warn_pct
              FROM DEPT_BUDGETS B
              WHERE DATE(:W-DATE-REF) BETWEEN B.period_start
                                          AND B.period_end
              ORDER BY B.charge_dept
              FOR FETCH ONLY
           END-EXEC.
      *
      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
           PERFORM LIRE-DATE-REFERENCE
           PERFORM DEBUT
           PERFORM TRAITEMENT
           PERFORM FIN
           GOBACK
           .
      *
       LIRE-DATE-REFERENCE.
           MOVE SPACES TO W-CARTE-SYSIN
           ACCEPT W-CARTE-SYSIN FROM SYSIN
           IF  W-DATE-REF = SPACES
               EXEC SQL
                  SELECT CHAR(CURRENT DATE, ISO)
                    INTO :W-DATE-REF
                    FROM SYSIBM.SYSDUMMY1
               END-EXEC
           ELSE
               EXEC SQL
                  SELECT CHAR(DATE(:W-DATE-REF), ISO)
                    INTO :W-DATE-REF
                    FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF
           IF  SQLCODE NOT = ZERO
               PERFORM FORMATAGE-ERREUR-DB2
               DISPLAY 'DATE DE REFERENCE INVALIDE : ' W-DATE-REF
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           .
      *
      * PARAGRAPHE DE DEBUT DE PROGRAMME
       DEBUT.
           OPEN OUTPUT BUDRPT
           MOVE SPACES TO ENR-BUDRPT
           STRING 'CONSOMMATION DES BUDGETS PAR SERVICE DEMANDEUR AU '
                  W-DATE-REF
                  DELIMITED BY SIZE INTO ENR-BUDRPT
           WRITE ENR-BUDRPT
           MOVE SPACES TO ENR-BUDRPT
           STRING 'SRV  SERVICE               PERIODE'
                  '                         BUDGET        ENGAGE '
                  '        RESTE UTIL.    EN ATTENTE  ALRT  ETAT'
                  DELIMITED BY SIZE INTO ENR-BUDRPT
           WRITE ENR-BUDRPT

           EXEC SQL
              OPEN BUD-CSR
           END-EXEC
           .
      *
       TRAITEMENT.
           IF  SQLCODE = ZERO
               PERFORM TRAITER-UN-BUDGET UNTIL EN-ANOMALIE
                                         OR SQLCODE NOT = ZERO
               EXEC SQL
                  CLOSE BUD-CSR
               END-EXEC
           ELSE
               PERFORM FORMATAGE-ERREUR-DB2
               MOVE 'Y' TO W-ANOMALIE-SW
           END-IF
           .
      *
       TRAITER-UN-BUDGET.
           EXEC SQL
              FETCH BUD-CSR
               INTO
                      :W-CHARGE-DEPT,
                      :W-DEPT-NAME,
                      :W-BUD-START,
                      :W-BUD-END,
                      :W-BUD-AMOUNT,
                      :W-BUD-WARN-PCT
           END-EXEC
           EVALUATE SQLCODE
           WHEN ZERO
              PERFORM CALCULER-CONSOMMATION
              IF  NOT EN-ANOMALIE
                  PERFORM ECRIRE-LIGNE-BUDGET
              END-IF
      *       LE FETCH SUIVANT NE DOIT PAS VOIR LE SQLCODE DES
      *       REQUETES DE CALCUL
              MOVE 0 TO SQLCODE
           WHEN +100
              CONTINUE
           WHEN OTHER
              PERFORM FORMATAGE-ERREUR-DB2
              MOVE 'Y' TO W-ANOMALIE-SW
           END-EVALUATE
           .
      *
      *    ENGAGE : LIGNES CONFIRMEES ('C' OU 'S') DE LA PERIODE AU
      *    PRIX EN VIGUEUR A LEUR DATE DE CONFIRMATION - MEME CALCUL
      *    QUE LE CONTROLE DE CONFRM ET QUE CHGBCK00, MOINS LES
      *    RETOURS (RETURNS) ENREGISTRES SUR LA PERIODE.
      *    EN ATTENTE : RESERVATIONS 'R' AU PRIX DU JOUR.
      *    ALERTES : COMMANDES CONFIRMEES DANS LA MARGE D'ALERTE.
       CALCULER-CONSOMMATION.
           EXEC SQL
              SELECT COALESCE(SUM(DECIMAL(COALESCE(
                          (SELECT PH.cost
                             FROM PRICE_HISTORY PH
                            WHERE PH.item_ref = V.item_ref
                              AND PH.effective_date <= V.confirm_date
                            ORDER BY PH.effective_date DESC
                            FETCH FIRST 1 ROW ONLY), C.cost),
                          7, 2) * V.quantity_req), 0),
                     COUNT(DISTINCT CASE WHEN V.budget_warning = 'Y'
                                         THEN V.order_ref END)
                INTO :W-BUD-COMMITTED,
                     :W-NB-ALERTES
                FROM (SELECT R.item_ref,
                             R.quantity_req,
                             R.budget_warning,
                             COALESCE(R.basket_ref, R.reservation_ref)
                                 AS order_ref,
                             DATE(COALESCE(R.confirmed_ts,
                                  (SELECT MIN(Q.confirm_ts)
                                     FROM DISPATCH_QUEUE Q
                                    WHERE Q.reservation_ref =
                                          R.reservation_ref),
                                  R.reserved_ts)) AS confirm_date
                        FROM RESERVATIONS R
                       WHERE R.status IN ('C', 'S')
                         AND R.charge_dept = :W-CHARGE-DEPT) AS V,
                     CATALOG C
               WHERE C.item_ref = V.item_ref
                 AND V.confirm_date BETWEEN DATE(:W-BUD-START)
                                        AND DATE(:W-BUD-END)
           END-EXEC
           IF  SQLCODE = ZERO
               EXEC SQL
                  SELECT COALESCE(SUM(T.unit_price * T.quantity), 0)
                    INTO :W-BUD-CREDITS
                    FROM RETURNS T
                   WHERE T.charge_dept = :W-CHARGE-DEPT
                     AND DATE(T.return_ts) BETWEEN DATE(:W-BUD-START)
                                               AND DATE(:W-BUD-END)
               END-EXEC
               SUBTRACT W-BUD-CREDITS FROM W-BUD-COMMITTED
           END-IF
           IF  SQLCODE = ZERO
               EXEC SQL
                  SELECT COALESCE(SUM(DECIMAL(COALESCE(
                              (SELECT PH.cost
                                 FROM PRICE_HISTORY PH
                                WHERE PH.item_ref = R.item_ref
                                  AND PH.effective_date
                                      <= CURRENT DATE
                                ORDER BY PH.effective_date DESC
                                FETCH FIRST 1 ROW ONLY), C.cost),
                              7, 2) * R.quantity_req), 0)
                    INTO :W-BUD-PENDING
                    FROM RESERVATIONS R,
                         CATALOG C
                   WHERE R.status = 'R'
                     AND R.charge_dept = :W-CHARGE-DEPT
                     AND C.item_ref = R.item_ref
               END-EXEC
           END-IF
           IF  SQLCODE NOT = ZERO
               PERFORM FORMATAGE-ERREUR-DB2
               MOVE 'Y' TO W-ANOMALIE-SW
           END-IF
           .
      *
       ECRIRE-LIGNE-BUDGET.
           COMPUTE W-BUD-REMAINING = W-BUD-AMOUNT - W-BUD-COMMITTED
           IF  W-BUD-AMOUNT > 0
               COMPUTE W-POURCENT ROUNDED =
                       W-BUD-COMMITTED * 100 / W-BUD-AMOUNT
           ELSE
               IF  W-BUD-COMMITTED > 0
                   MOVE 999 TO W-POURCENT
               ELSE
                   MOVE 0 TO W-POURCENT
               END-IF
           END-IF
           IF  W-POURCENT > 999
               MOVE 999 TO W-POURCENT
           END-IF

           MOVE W-CHARGE-DEPT      TO RL-CHARGE-DEPT
           MOVE W-DEPT-NAME        TO RL-DEPT-NAME
           MOVE W-BUD-START        TO RL-BUD-START
           MOVE W-BUD-END          TO RL-BUD-END
           MOVE W-BUD-AMOUNT       TO RL-BUD-AMOUNT
           MOVE W-BUD-COMMITTED    TO RL-BUD-COMMITTED
           MOVE W-BUD-REMAINING    TO RL-BUD-REMAINING
           MOVE W-POURCENT         TO RL-POURCENT
           MOVE W-BUD-PENDING      TO RL-BUD-PENDING
           MOVE W-NB-ALERTES       TO RL-NB-ALERTES
      *    DEPASSE : ENGAGE AU-DELA DU BUDGET (BUDGET REVU A LA
      *    BAISSE APRES COUP) ; ALERTE : DANS LA MARGE D'ALERTE
           EVALUATE TRUE
           WHEN W-BUD-COMMITTED > W-BUD-AMOUNT
              MOVE 'DEPASSE' TO RL-ETAT
              ADD 1 TO W-NB-DEPASSES
           WHEN W-BUD-COMMITTED * 100 >
                W-BUD-AMOUNT * (100 - W-BUD-WARN-PCT)
              MOVE 'ALERTE' TO RL-ETAT
              ADD 1 TO W-NB-EN-ALERTE
           WHEN OTHER
              MOVE SPACES TO RL-ETAT
           END-EVALUATE
           MOVE SPACES         TO ENR-BUDRPT
           MOVE W-LIGNE-BUDGET TO ENR-BUDRPT
           WRITE ENR-BUDRPT

           ADD 1               TO W-NB-DEPTS
           ADD W-BUD-AMOUNT    TO W-TOT-BUDGET
           ADD W-BUD-COMMITTED TO W-TOT-COMMITTED
           ADD W-BUD-PENDING   TO W-TOT-PENDING
           .
      *
      * PARAGRAPHE DE FIN DE PROGRAMME
       FIN.
           MOVE SPACES TO W-LIGNE-TOTAL
           MOVE 'TOTAL BUDGET / ENGAGE / EN ATTENTE' TO RT-LIBELLE
           MOVE W-TOT-BUDGET    TO RT-TOT-BUDGET
           MOVE W-TOT-COMMITTED TO RT-TOT-COMMITTED
           MOVE W-TOT-PENDING   TO RT-TOT-PENDING
           MOVE SPACES        TO ENR-BUDRPT
           MOVE W-LIGNE-TOTAL TO ENR-BUDRPT
           WRITE ENR-BUDRPT

           MOVE SPACES TO ENR-BUDRPT
           STRING 'SERVICES: '          DELIMITED BY SIZE
                  W-NB-DEPTS            DELIMITED BY SIZE
                  ' DEPASSES: '         DELIMITED BY SIZE
                  W-NB-DEPASSES         DELIMITED BY SIZE
                  ' EN ALERTE: '        DELIMITED BY SIZE
                  W-NB-EN-ALERTE        DELIMITED BY SIZE
             INTO ENR-BUDRPT
           WRITE ENR-BUDRPT
           CLOSE BUDRPT
           IF  EN-ANOMALIE
               DISPLAY 'BUDRPT00 TERMINE EN ANOMALIE'
               MOVE 8 TO RETURN-CODE
           END-IF
           .
      *
       FORMATAGE-ERREUR-DB2.
           MOVE SQLCODE TO W-SQLCODE
           MOVE W-SQLCODE TO SQLCODE-POUR-DISPLAY
           DISPLAY 'ERREUR DB2 SQLCODE=' SQLCODE-POUR-DISPLAY
              ' ' SQLERRM ' '
           .
