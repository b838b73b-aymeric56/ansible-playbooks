      *****************************************************************
      *                                                               *
      * MODULE NAME = INVVAL00                                        *
      *                                                               *
      * DESCRIPTIVE NAME = CICS TS (Samples) Example Application -    *
      *                     Catalog Manager month-end stock valuation *
      *                                                               *
      * FUNCTION =                                                    *
      *      Month-end valuation of the catalog stock for finance.    *
      *      Every CATALOG item is valued at the PRICE_HISTORY cost   *
      *      in force on the last day of the month (CATALOG cost when *
      *      the item has no history then) :                          *
      *        stock value = IN-STOCK x cost,                         *
      *        order value = ON-ORDER x cost,                         *
      *      the quantities being those found when the batch runs,    *
      *      at the start of the following month.                     *
      *                                                               *
      *      ABC classification on the consumption value of the last  *
      *      twelve months (reservations confirmed 'C' or shipped 'S' *
      *      reserved in the twelve months up to the valuation date,  *
      *      at the valuation cost) : by decreasing consumption value *
      *      the items making the first 80% of the total are class A, *
      *      the next 15% class B, the rest - and every item without  *
      *      consumption - class C.                                   *
      *      Slow movers : items with stock but no movement at all    *
      *      (reservation, receipt or return) over the number of      *
      *      months read in SYSIN.                                    *
      *                                                               *
      *      The valuation is kept in the INV_VALUATION table, one    *
      *      row per item and month (a rerun of a month replaces its  *
      *      rows), and each item, department and the grand total are *
      *      compared with the month before.                          *
      *                                                               *
      *      INVRPT  : the valuation per department with department  *
      *                subtotals, grand total and the A/B/C and slow  *
      *                mover summary (132 columns).                   *
      *                                                               *
      *      SYSIN card : col 1-7 month to value, AAAA-MM. Blank =    *
      *      the month before the run date. Col 9-10 months without   *
      *      movement for a slow mover (blank = 06).                  *
      *      RC 8 on a Db2 anomaly.                                   *
      *                                                               *
      *---------------------------------------------------------------*
      *                                                               *
      * CHANGE ACTIVITY :                                             *
      *                                                               *
      *   2026/10/15 Creation - month-end stock valuation with ABC    *
      *              classification and slow movers (AA)              *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVVAL00.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVRPT ASSIGN TO UT-S-INVRPT.
      *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  INVRPT
           LABEL RECORD STANDARD
           RECORDING MODE IS F
           BLOCK 0 RECORDS.
       01  ENR-INVRPT                              PIC X(132).
      *
      *****************************************************************
       WORKING-STORAGE SECTION.
      *****************************************************************
      *
      *    MOIS A VALORISER (AAAA-MM) ET DUREE SANS MOUVEMENT EN MOIS
      *    LUS EN SYSIN, BORNES DU MOIS CALCULEES PAR DB2
       01  W-CARTE-SYSIN.
           05  W-MOIS                   PIC X(7).
           05  FILLER                   PIC X(1).
           05  W-NB-MOIS-SAISI          PIC X(2).
           05  FILLER                   PIC X(70).
       01  W-NB-MOIS-LENT               PIC S9(4)      COMP VALUE 6.
       01  W-NB-ED                      PIC Z9.
       01  W-DATE-DEBUT                 PIC X(10).
       01  W-DATE-FIN                   PIC X(10).
       01  W-MOIS-PRECEDENT             PIC X(7).
      *
       01  W-ITEM-REF                   PIC 9(4).
       01  W-DESCRIPTION                PIC X(40).
       01  W-DEPARTMENT                 PIC 9(3).
       01  W-DEPT-NAME                  PIC X(20).
       01  W-IN-STOCK                   PIC 9(4).
       01  W-ON-ORDER                   PIC 9(3).
       01  W-COUT-UNITAIRE              PIC S9(5)V99   COMP-3.
       01  W-VALEUR-STOCK               PIC S9(9)V99   COMP-3.
       01  W-VALEUR-COMMANDE            PIC S9(9)V99   COMP-3.
       01  W-VALEUR-CONSO               PIC S9(11)V99  COMP-3.
       01  W-VALEUR-PRECEDENTE          PIC S9(11)V99  COMP-3.
       01  W-VALEUR-TOTALE              PIC S9(11)V99  COMP-3.
       01  W-ECART                      PIC S9(11)V99  COMP-3.
       01  W-CLASSE                     PIC X(1).
           88  CLASSE-A                 VALUE 'A'.
           88  CLASSE-B                 VALUE 'B'.
           88  CLASSE-C                 VALUE 'C'.
       01  W-LENT                       PIC X(1).
           88  ROTATION-LENTE           VALUE 'Y'.
      *
      *    CLASSEMENT ABC : VALEUR CONSOMMEE TOTALE ET CUMUL DES
      *    ARTICLES DEJA CLASSES, PAR VALEUR DECROISSANTE
       01  W-CONSO-TOTALE               PIC S9(13)V99  COMP-3.
       01  W-CONSO-CUMULEE              PIC S9(13)V99  COMP-3 VALUE 0.
       01  W-SEUIL-A                    PIC S9(13)V99  COMP-3.
       01  W-SEUIL-B                    PIC S9(13)V99  COMP-3.
       01  W-POURCENT-A                 PIC S9(3)      COMP-3 VALUE 80.
       01  W-POURCENT-B                 PIC S9(3)      COMP-3 VALUE 95.
      *
       01  W-DEPT-COURANT               PIC 9(3) VALUE 0.
       01  W-DEPT-EN-COURS-SW           PIC X(1) VALUE 'N'.
           88  SERVICE-OUVERT           VALUE 'Y'.
       01  W-DEPT-STOCK                 PIC S9(11)V99  COMP-3.
       01  W-DEPT-COMMANDE              PIC S9(11)V99  COMP-3.
       01  W-DEPT-PRECEDENT             PIC S9(11)V99  COMP-3.
       01  W-TOT-STOCK                  PIC S9(11)V99  COMP-3 VALUE 0.
       01  W-TOT-COMMANDE               PIC S9(11)V99  COMP-3 VALUE 0.
       01  W-TOT-PRECEDENT              PIC S9(11)V99  COMP-3 VALUE 0.
       01  W-NB-A                       PIC 9(5) VALUE 0.
       01  W-NB-B                       PIC 9(5) VALUE 0.
       01  W-NB-C                       PIC 9(5) VALUE 0.
       01  W-CONSO-A                    PIC S9(13)V99  COMP-3 VALUE 0.
       01  W-CONSO-B                    PIC S9(13)V99  COMP-3 VALUE 0.
       01  W-CONSO-C                    PIC S9(13)V99  COMP-3 VALUE 0.
       01  W-STOCK-A                    PIC S9(11)V99  COMP-3 VALUE 0.
       01  W-STOCK-B                    PIC S9(11)V99  COMP-3 VALUE 0.
       01  W-STOCK-C                    PIC S9(11)V99  COMP-3 VALUE 0.
       01  W-NB-LENTS                   PIC 9(5) VALUE 0.
       01  W-STOCK-LENTS                PIC S9(11)V99  COMP-3 VALUE 0.
       01  W-NB-ARTICLES                PIC 9(5) VALUE 0.
       01  W-ANOMALIE-SW                PIC X(1) VALUE 'N'.
           88  EN-ANOMALIE              VALUE 'Y'.
      *
       01  W-LIGNE-DETAIL.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RD-ITEM-REF              PIC 9(4).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RD-DESCRIPTION           PIC X(20).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RD-CLASSE                PIC X(1).
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  RD-LENT                  PIC X(4).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RD-IN-STOCK              PIC ZZZ9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RD-COUT-UNITAIRE         PIC ZZZZ9.99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RD-VALEUR-STOCK          PIC Z(8)9.99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RD-ON-ORDER              PIC ZZ9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RD-VALEUR-COMMANDE       PIC Z(8)9.99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RD-VALEUR-TOTALE         PIC Z(8)9.99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RD-VALEUR-PRECEDENTE     PIC Z(8)9.99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RD-ECART                 PIC Z(8)9.99-.
           05  FILLER                   PIC X(4)  VALUE SPACES.
      *
       01  W-LIGNE-TOTAL.
           05  RT-LIBELLE               PIC X(52).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RT-VALEUR-STOCK          PIC Z(8)9.99.
           05  FILLER                   PIC X(7)  VALUE SPACES.
           05  RT-VALEUR-COMMANDE       PIC Z(8)9.99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RT-VALEUR-TOTALE         PIC Z(8)9.99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RT-VALEUR-PRECEDENTE     PIC Z(8)9.99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RT-ECART                 PIC Z(8)9.99-.
           05  FILLER                   PIC X(4)  VALUE SPACES.
      *
       01  W-LIGNE-CLASSE.
           05  RC-LIBELLE               PIC X(30).
           05  RC-NB-ARTICLES           PIC ZZZZ9.
           05  FILLER                   PIC X(12) VALUE ' ARTICLES   '.
           05  FILLER                   PIC X(16)
                                        VALUE 'VALEUR CONSOMMEE'.
           05  RC-CONSO                 PIC Z(10)9.99.
           05  FILLER                   PIC X(19)
                                        VALUE '   VALEUR EN STOCK '.
           05  RC-STOCK                 PIC Z(8)9.99.
           05  FILLER                   PIC X(24) VALUE SPACES.
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
      *    CLASSEMENT ABC : LES LIGNES DU MOIS PAR VALEUR CONSOMMEE
      *    DECROISSANTE
           EXEC SQL
              DECLARE ABC-CSR CURSOR FOR
              SELECT V.item_ref,
                     V.consumption_value
              FROM INV_VALUATION V
              WHERE V.period = :W-MOIS
              ORDER BY V.consumption_value DESC, V.item_ref
              FOR FETCH ONLY
           END-EXEC.
      *
      *    LA VALORISATION DU MOIS EN ORDRE DE SERVICE POUR LA
      *    RUPTURE, AVEC LA VALEUR DU MOIS PRECEDENT (0 SI L'ARTICLE
      *    N'ETAIT PAS VALORISE)
           EXEC SQL
              DECLARE VAL-CSR CURSOR FOR
              SELECT V.department,
                     COALESCE((SELECT D.dept_name
                          FROM DEPARTMENTS D
                         WHERE D.department = V.department), ' '),
                     V.item_ref,
                     C.description,
                     V.in_stock,
                     V.on_order,
                     V.unit_cost,
                     V.stock_value,
                     V.order_value,
                     V.consumption_value,
                     V.abc_class,
                     V.slow_moving,
                     COALESCE((SELECT P.stock_value + P.order_value
                          FROM INV_VALUATION P
                         WHERE P.period = :W-MOIS-PRECEDENT
                           AND P.item_ref = V.item_ref), 0)
              FROM INV_VALUATION V,
                   CATALOG C
              WHERE V.period = :W-MOIS
                AND C.item_ref = V.item_ref
              ORDER BY 1, 3
              FOR FETCH ONLY
           END-EXEC.
      *
      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
           PERFORM LIRE-PARAMETRES
           PERFORM DEBUT
           PERFORM VALORISER
           PERFORM CLASSER
           PERFORM TRAITEMENT
           PERFORM FIN
           GOBACK
           .
      *
      *    CARTE SYSIN AAAA-MM ; A BLANC, LE MOIS PRECEDANT LA DATE
      *    DU JOUR. DB2 DONNE LE PREMIER ET LE DERNIER JOUR DU MOIS ET
      *    LE MOIS PRECEDENT POUR LA COMPARAISON
       LIRE-PARAMETRES.
           MOVE SPACES TO W-CARTE-SYSIN
           ACCEPT W-CARTE-SYSIN FROM SYSIN
           IF  W-NB-MOIS-SAISI IS NUMERIC
               AND W-NB-MOIS-SAISI > '00'
               MOVE W-NB-MOIS-SAISI TO W-NB-MOIS-LENT
           END-IF

           IF  W-MOIS = SPACES
               EXEC SQL
                  SELECT CHAR(CURRENT DATE
                              - (DAY(CURRENT DATE) - 1) DAYS
                              - 1 MONTH, ISO)
                    INTO :W-DATE-DEBUT
                    FROM SYSIBM.SYSDUMMY1
               END-EXEC
           ELSE
               EXEC SQL
                  SELECT CHAR(DATE(:W-MOIS || '-01'), ISO)
                    INTO :W-DATE-DEBUT
                    FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF
           IF  SQLCODE = ZERO
               EXEC SQL
                  SELECT CHAR(DATE(:W-DATE-DEBUT)
                              + 1 MONTH - 1 DAY, ISO),
                         SUBSTR(CHAR(DATE(:W-DATE-DEBUT)
                                     - 1 MONTH, ISO), 1, 7)
                    INTO :W-DATE-FIN,
                         :W-MOIS-PRECEDENT
                    FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF
           IF  SQLCODE NOT = ZERO
               PERFORM FORMATAGE-ERREUR-DB2
               DISPLAY 'PERIODE INVALIDE : ' W-MOIS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE W-DATE-DEBUT(1:7) TO W-MOIS
           MOVE W-NB-MOIS-LENT TO W-NB-ED
           DISPLAY 'VALORISATION DU STOCK AU ' W-DATE-FIN
           DISPLAY 'COMPARAISON AVEC LE MOIS  ' W-MOIS-PRECEDENT
           DISPLAY 'ROTATION LENTE : SANS MOUVEMENT DEPUIS ' W-NB-ED
                   ' MOIS'
           .
      *
      * PARAGRAPHE DE DEBUT DE PROGRAMME
       DEBUT.
           OPEN OUTPUT INVRPT
           MOVE SPACES TO ENR-INVRPT
           STRING 'VALORISATION DU STOCK AU ' W-DATE-FIN
                  ' - COMPARAISON AVEC ' W-MOIS-PRECEDENT
                  ' - ROTATION LENTE : ' W-NB-ED ' MOIS SANS MOUVEMENT'
                  DELIMITED BY SIZE INTO ENR-INVRPT
           WRITE ENR-INVRPT
           .
      *
      *    LES LIGNES DU MOIS SONT RECALCULEES EN UNE FOIS : UN
      *    NOUVEAU PASSAGE DU MEME MOIS REMPLACE LE PRECEDENT. LE
      *    COUT EST CELUI EN VIGUEUR LE DERNIER JOUR DU MOIS, LA
      *    CONSOMMATION CELLE DES DOUZE MOIS QUI Y MENENT
       VALORISER.
           EXEC SQL
              DELETE FROM INV_VALUATION
               WHERE period = :W-MOIS
           END-EXEC
           IF  SQLCODE = +100
               MOVE 0 TO SQLCODE
           END-IF
           IF  SQLCODE = ZERO
               EXEC SQL
                  INSERT INTO INV_VALUATION (
                         period,
                         valuation_date,
                         item_ref,
                         department,
                         in_stock,
                         on_order,
                         unit_cost,
                         stock_value,
                         order_value,
                         consumption_value,
                         abc_class,
                         slow_moving
                             )
                  SELECT :W-MOIS,
                         DATE(:W-DATE-FIN),
                         X.item_ref,
                         X.department,
                         X.in_stock,
                         X.on_order,
                         X.unit_cost,
                         X.in_stock * X.unit_cost,
                         X.on_order * X.unit_cost,
                         X.conso_qty * X.unit_cost,
                         'C',
                         X.slow_moving
                    FROM (SELECT C.item_ref,
                                 C.department,
                                 C.in_stock,
                                 C.on_order,
                                 DECIMAL(COALESCE((SELECT PH.cost
                                      FROM PRICE_HISTORY PH
                                     WHERE PH.item_ref = C.item_ref
                                       AND PH.effective_date
                                           <= DATE(:W-DATE-FIN)
                                     ORDER BY PH.effective_date DESC
                                     FETCH FIRST 1 ROW ONLY), C.cost),
                                     7, 2) AS unit_cost,
                                 COALESCE((SELECT SUM(R.quantity_req)
                                      FROM RESERVATIONS R
                                     WHERE R.item_ref = C.item_ref
                                       AND R.status IN ('C', 'S')
                                       AND DATE(R.reserved_ts)
                                           > DATE(:W-DATE-FIN)
                                             - 12 MONTHS
                                       AND DATE(R.reserved_ts)
                                           <= DATE(:W-DATE-FIN)), 0)
                                     AS conso_qty,
                                 CASE WHEN C.in_stock > 0
                                  AND NOT EXISTS
                                      (SELECT 1
                                         FROM RESERVATIONS R
                                        WHERE R.item_ref = C.item_ref
                                          AND DATE(R.reserved_ts)
                                              > DATE(:W-DATE-FIN)
                                              - :W-NB-MOIS-LENT MONTHS)
                                  AND NOT EXISTS
                                      (SELECT 1
                                         FROM RECEIPTS T
                                        WHERE T.item_ref = C.item_ref
                                          AND T.receipt_date
                                              > DATE(:W-DATE-FIN)
                                              - :W-NB-MOIS-LENT MONTHS)
                                  AND NOT EXISTS
                                      (SELECT 1
                                         FROM RETURNS N
                                        WHERE N.item_ref = C.item_ref
                                          AND DATE(N.return_ts)
                                              > DATE(:W-DATE-FIN)
                                              - :W-NB-MOIS-LENT MONTHS)
                                      THEN 'Y' ELSE 'N'
                                 END AS slow_moving
                            FROM CATALOG C) AS X
               END-EXEC
           END-IF
           IF  SQLCODE = ZERO
               EXEC SQL
                  SELECT COUNT(*),
                         COALESCE(SUM(consumption_value), 0)
                    INTO :W-NB-ARTICLES,
                         :W-CONSO-TOTALE
                    FROM INV_VALUATION
                   WHERE period = :W-MOIS
               END-EXEC
           END-IF
           IF  SQLCODE NOT = ZERO
               PERFORM FORMATAGE-ERREUR-DB2
               MOVE 'Y' TO W-ANOMALIE-SW
           END-IF
           .
      *
      *    CLASSE A JUSQU'A 80 % DE LA VALEUR CONSOMMEE CUMULEE, B
      *    JUSQU'A 95 %, C AU-DELA ET SANS CONSOMMATION (VALEUR
      *    INSEREE PAR DEFAUT)
       CLASSER.
           IF  NOT EN-ANOMALIE
           AND W-CONSO-TOTALE > 0
               COMPUTE W-SEUIL-A = W-CONSO-TOTALE * W-POURCENT-A / 100
               COMPUTE W-SEUIL-B = W-CONSO-TOTALE * W-POURCENT-B / 100
               EXEC SQL
                  OPEN ABC-CSR
               END-EXEC
               IF  SQLCODE = ZERO
                   PERFORM CLASSER-UN-ARTICLE UNTIL EN-ANOMALIE
                                              OR SQLCODE NOT = ZERO
                   EXEC SQL
                      CLOSE ABC-CSR
                   END-EXEC
               ELSE
                   PERFORM FORMATAGE-ERREUR-DB2
                   MOVE 'Y' TO W-ANOMALIE-SW
               END-IF
           END-IF
           .
      *
      *    UN ARTICLE EST CLASSE SELON LE CUMUL DES ARTICLES QUI LE
      *    PRECEDENT : LE PREMIER EST TOUJOURS A
       CLASSER-UN-ARTICLE.
           EXEC SQL
              FETCH ABC-CSR
               INTO
                      :W-ITEM-REF,
                      :W-VALEUR-CONSO
           END-EXEC
           EVALUATE SQLCODE
           WHEN ZERO
              EVALUATE TRUE
              WHEN W-VALEUR-CONSO NOT > 0
                 MOVE 'C' TO W-CLASSE
              WHEN W-CONSO-CUMULEE < W-SEUIL-A
                 MOVE 'A' TO W-CLASSE
              WHEN W-CONSO-CUMULEE < W-SEUIL-B
                 MOVE 'B' TO W-CLASSE
              WHEN OTHER
                 MOVE 'C' TO W-CLASSE
              END-EVALUATE
              ADD W-VALEUR-CONSO TO W-CONSO-CUMULEE
              IF  NOT CLASSE-C
                  EXEC SQL
                     UPDATE INV_VALUATION
                        SET abc_class = :W-CLASSE
                      WHERE period   = :W-MOIS
                        AND item_ref = :W-ITEM-REF
                  END-EXEC
                  IF  SQLCODE NOT = ZERO
                      PERFORM FORMATAGE-ERREUR-DB2
                      MOVE 'Y' TO W-ANOMALIE-SW
                  END-IF
              END-IF
      *       LES ARTICLES C RESTANTS GARDENT LA VALEUR PAR DEFAUT
              IF  CLASSE-C
                  MOVE +100 TO SQLCODE
              END-IF
           WHEN +100
              CONTINUE
           WHEN OTHER
              PERFORM FORMATAGE-ERREUR-DB2
              MOVE 'Y' TO W-ANOMALIE-SW
           END-EVALUATE
           .
      *
      *    ETAT DE VALORISATION PAR SERVICE
       TRAITEMENT.
           IF  NOT EN-ANOMALIE
               EXEC SQL
                  OPEN VAL-CSR
               END-EXEC
               IF  SQLCODE = ZERO
                   PERFORM TRAITER-UN-ARTICLE UNTIL EN-ANOMALIE
                                              OR SQLCODE NOT = ZERO
                   EXEC SQL
                      CLOSE VAL-CSR
                   END-EXEC
               ELSE
                   PERFORM FORMATAGE-ERREUR-DB2
                   MOVE 'Y' TO W-ANOMALIE-SW
               END-IF
           END-IF
           .
      *
       TRAITER-UN-ARTICLE.
           EXEC SQL
              FETCH VAL-CSR
               INTO
                      :W-DEPARTMENT,
                      :W-DEPT-NAME,
                      :W-ITEM-REF,
                      :W-DESCRIPTION,
                      :W-IN-STOCK,
                      :W-ON-ORDER,
                      :W-COUT-UNITAIRE,
                      :W-VALEUR-STOCK,
                      :W-VALEUR-COMMANDE,
                      :W-VALEUR-CONSO,
                      :W-CLASSE,
                      :W-LENT,
                      :W-VALEUR-PRECEDENTE
           END-EXEC
           EVALUATE SQLCODE
           WHEN ZERO
              IF  NOT SERVICE-OUVERT
                  OR W-DEPARTMENT NOT = W-DEPT-COURANT
                  IF  SERVICE-OUVERT
                      PERFORM TERMINER-SERVICE
                  END-IF
                  PERFORM OUVRIR-SERVICE
              END-IF
              COMPUTE W-VALEUR-TOTALE = W-VALEUR-STOCK
                                      + W-VALEUR-COMMANDE
              COMPUTE W-ECART = W-VALEUR-TOTALE - W-VALEUR-PRECEDENTE
              ADD W-VALEUR-STOCK      TO W-DEPT-STOCK
              ADD W-VALEUR-COMMANDE   TO W-DEPT-COMMANDE
              ADD W-VALEUR-PRECEDENTE TO W-DEPT-PRECEDENT
              EVALUATE TRUE
              WHEN CLASSE-A
                 ADD 1              TO W-NB-A
                 ADD W-VALEUR-CONSO TO W-CONSO-A
                 ADD W-VALEUR-STOCK TO W-STOCK-A
              WHEN CLASSE-B
                 ADD 1              TO W-NB-B
                 ADD W-VALEUR-CONSO TO W-CONSO-B
                 ADD W-VALEUR-STOCK TO W-STOCK-B
              WHEN OTHER
                 ADD 1              TO W-NB-C
                 ADD W-VALEUR-CONSO TO W-CONSO-C
                 ADD W-VALEUR-STOCK TO W-STOCK-C
              END-EVALUATE
              MOVE SPACES TO RD-LENT
              IF  ROTATION-LENTE
                  MOVE 'LENT' TO RD-LENT
                  ADD 1              TO W-NB-LENTS
                  ADD W-VALEUR-STOCK TO W-STOCK-LENTS
              END-IF

              MOVE W-ITEM-REF          TO RD-ITEM-REF
              MOVE W-DESCRIPTION       TO RD-DESCRIPTION
              MOVE W-CLASSE            TO RD-CLASSE
              MOVE W-IN-STOCK          TO RD-IN-STOCK
              MOVE W-COUT-UNITAIRE     TO RD-COUT-UNITAIRE
              MOVE W-VALEUR-STOCK      TO RD-VALEUR-STOCK
              MOVE W-ON-ORDER          TO RD-ON-ORDER
              MOVE W-VALEUR-COMMANDE   TO RD-VALEUR-COMMANDE
              MOVE W-VALEUR-TOTALE     TO RD-VALEUR-TOTALE
              MOVE W-VALEUR-PRECEDENTE TO RD-VALEUR-PRECEDENTE
              MOVE W-ECART             TO RD-ECART
              MOVE SPACES         TO ENR-INVRPT
              MOVE W-LIGNE-DETAIL TO ENR-INVRPT
              WRITE ENR-INVRPT
           WHEN +100
              IF  SERVICE-OUVERT
                  PERFORM TERMINER-SERVICE
              END-IF
           WHEN OTHER
              PERFORM FORMATAGE-ERREUR-DB2
              MOVE 'Y' TO W-ANOMALIE-SW
           END-EVALUATE
           .
      *
      *    EN-TETE D'UN SERVICE
       OUVRIR-SERVICE.
           MOVE W-DEPARTMENT TO W-DEPT-COURANT
           MOVE 'Y' TO W-DEPT-EN-COURS-SW
           MOVE 0 TO W-DEPT-STOCK
           MOVE 0 TO W-DEPT-COMMANDE
           MOVE 0 TO W-DEPT-PRECEDENT

           MOVE SPACES TO ENR-INVRPT
           WRITE ENR-INVRPT
           MOVE SPACES TO ENR-INVRPT
           STRING 'SERVICE ' W-DEPARTMENT ' ' W-DEPT-NAME
                  DELIMITED BY SIZE INTO ENR-INVRPT
           WRITE ENR-INVRPT
           MOVE SPACES TO ENR-INVRPT
           STRING '  ART   DESCRIPTION           CL     STOCK'
                  '  COUT UN.  VALEUR STOCK  CDE  VALEUR CDE.'
                  '  VALEUR TOTALE  MOIS PRECED.         ECART'
                  DELIMITED BY SIZE INTO ENR-INVRPT
           WRITE ENR-INVRPT
           .
      *
      *    SOUS-TOTAL DU SERVICE
       TERMINER-SERVICE.
           MOVE SPACES TO W-LIGNE-TOTAL
           MOVE '  TOTAL DU SERVICE' TO RT-LIBELLE
           MOVE W-DEPT-STOCK     TO RT-VALEUR-STOCK
           MOVE W-DEPT-COMMANDE  TO RT-VALEUR-COMMANDE
           COMPUTE W-VALEUR-TOTALE = W-DEPT-STOCK + W-DEPT-COMMANDE
           MOVE W-VALEUR-TOTALE  TO RT-VALEUR-TOTALE
           MOVE W-DEPT-PRECEDENT TO RT-VALEUR-PRECEDENTE
           COMPUTE W-ECART = W-VALEUR-TOTALE - W-DEPT-PRECEDENT
           MOVE W-ECART          TO RT-ECART
           MOVE SPACES        TO ENR-INVRPT
           MOVE W-LIGNE-TOTAL TO ENR-INVRPT
           WRITE ENR-INVRPT
           ADD W-DEPT-STOCK     TO W-TOT-STOCK
           ADD W-DEPT-COMMANDE  TO W-TOT-COMMANDE
           ADD W-DEPT-PRECEDENT TO W-TOT-PRECEDENT
           .
      *
      * PARAGRAPHE DE FIN DE PROGRAMME
       FIN.
           MOVE SPACES TO ENR-INVRPT
           WRITE ENR-INVRPT
           MOVE SPACES TO W-LIGNE-TOTAL
           MOVE 'TOTAL GENERAL' TO RT-LIBELLE
           MOVE W-TOT-STOCK     TO RT-VALEUR-STOCK
           MOVE W-TOT-COMMANDE  TO RT-VALEUR-COMMANDE
           COMPUTE W-VALEUR-TOTALE = W-TOT-STOCK + W-TOT-COMMANDE
           MOVE W-VALEUR-TOTALE TO RT-VALEUR-TOTALE
           MOVE W-TOT-PRECEDENT TO RT-VALEUR-PRECEDENTE
           COMPUTE W-ECART = W-VALEUR-TOTALE - W-TOT-PRECEDENT
           MOVE W-ECART         TO RT-ECART
           MOVE SPACES        TO ENR-INVRPT
           MOVE W-LIGNE-TOTAL TO ENR-INVRPT
           WRITE ENR-INVRPT

           MOVE SPACES TO ENR-INVRPT
           WRITE ENR-INVRPT
           MOVE 'CLASSE A (80 % CONSOMMATION)' TO RC-LIBELLE
           MOVE W-NB-A    TO RC-NB-ARTICLES
           MOVE W-CONSO-A TO RC-CONSO
           MOVE W-STOCK-A TO RC-STOCK
           MOVE W-LIGNE-CLASSE TO ENR-INVRPT
           WRITE ENR-INVRPT
           MOVE 'CLASSE B (15 % SUIVANTS)' TO RC-LIBELLE
           MOVE W-NB-B    TO RC-NB-ARTICLES
           MOVE W-CONSO-B TO RC-CONSO
           MOVE W-STOCK-B TO RC-STOCK
           MOVE W-LIGNE-CLASSE TO ENR-INVRPT
           WRITE ENR-INVRPT
           MOVE 'CLASSE C (RESTE)' TO RC-LIBELLE
           MOVE W-NB-C    TO RC-NB-ARTICLES
           MOVE W-CONSO-C TO RC-CONSO
           MOVE W-STOCK-C TO RC-STOCK
           MOVE W-LIGNE-CLASSE TO ENR-INVRPT
           WRITE ENR-INVRPT
           MOVE 'ROTATION LENTE' TO RC-LIBELLE
           MOVE W-NB-LENTS    TO RC-NB-ARTICLES
           MOVE 0             TO RC-CONSO
           MOVE W-STOCK-LENTS TO RC-STOCK
           MOVE W-LIGNE-CLASSE TO ENR-INVRPT
           WRITE ENR-INVRPT

           IF  EN-ANOMALIE
               MOVE SPACES TO ENR-INVRPT
               STRING '*** TRAITEMENT EN ANOMALIE - VALORISATION'
                      ' INCOMPLETE, RELANCER LE MOIS ***'
                      DELIMITED BY SIZE INTO ENR-INVRPT
               WRITE ENR-INVRPT
           END-IF

           CLOSE INVRPT

           DISPLAY 'INVVAL00 - ARTICLES VALORISES : ' W-NB-ARTICLES
           DISPLAY 'INVVAL00 - ROTATION LENTE     : ' W-NB-LENTS
           IF  EN-ANOMALIE
               DISPLAY 'INVVAL00 TERMINE EN ANOMALIE'
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
